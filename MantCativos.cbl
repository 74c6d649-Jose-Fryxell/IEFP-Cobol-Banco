      * standing-order batch. Entry requires sign-on against the
      * OPERADORES file; the placing operator is recorded on the
      * hold. Releasing keeps the record with the active flag off.
      * Every placing and release is written to the maintenance log
      * LOGMANUT with the before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCATIVO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
           SELECT LOGMANUT-FILE ASSIGN TO "LOGMANUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOGMANUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "OPERREG.cpy".
       FD  CONTROLO-FILE.
           COPY "CTRLREG.cpy".
       FD  LOGMANUT-FILE.
           COPY "LOGMREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
       77 DECIMAIS-VALIDAS             PIC X VALUE 'S'.
      ****** EDICAO ****************************************************
       77 TOTAL-CATIVOS-SAIDA          PIC ZZZZZZZZZZ9.99 VALUE SPACES.
      ****** REGISTO DE MANUTENCAO *************************************
       77 LOGMANUT-STATUS              PIC XX VALUE SPACES.
       77 IMAGEM-ANTES                 PIC X(150) VALUE SPACES.
       01 MOMENTO-ATUAL.
           05 DATA-MOMENTO             PIC 9(8).
           05 HORA-MOMENTO             PIC 9(6).
           05 FILLER                   PIC X(7).

       SCREEN SECTION.
       01 CLS BLANK SCREEN.
           MOVE OPERADOR-SESSAO TO COLOCADO-POR-CAT.
           MOVE DATA-VALIDADE TO DATA-VALIDADE-CAT.
           MOVE 'S' TO ATIVO-CAT.
           MOVE SPACES TO REFERENCIA-CARTAO-CAT.
           MOVE SPACES TO ESTADO-CARTAO-CAT.
           PERFORM ESCREVER-CATIVO.
           MOVE 'A' TO ACAO-LOG.
           MOVE SPACES TO IMAGEM-ANTES.
           PERFORM REGISTAR-CATIVO.
           DISPLAY LIMPAR.
           DISPLAY "Cativo colocado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
               GO LER-SEQUENCIA-CATIVO
           END-IF.
           DISPLAY "                                    " AT 1303.
           MOVE REG-CATIVO TO IMAGEM-ANTES.
           MOVE 'N' TO ATIVO-CAT.
           REWRITE REG-CATIVO.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-CATIVO.
           DISPLAY LIMPAR.
           DISPLAY "Cativo libertado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
                   MOVE 'S' TO CATIVO-ESCRITO
               END-IF
           END-PERFORM.
       REGISTAR-CATIVO.
           MOVE "CATIVOS" TO FICHEIRO-LOG.
           MOVE CHAVE-CAT TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA-CAT TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-CATIVO TO IMAGEM-DEPOIS-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       CALCULAR-CATIVOS.
           MOVE 0 TO TOTAL-CATIVOS.
           MOVE 0 TO CONTAGEM-CATIVOS.
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY "                                        " AT 0603.
      ******************************************************************
      * REGISTO DE MANUTENCAO: CADA ACRESCENTO, ALTERACAO OU **********
      * ELIMINACAO FICA NO LOGMANUT COM QUEM O FEZ, QUANDO, E AS ******
      * IMAGENS DO REGISTO ANTES E DEPOIS. ****************************
      ******************************************************************
       ESCREVER-LOG-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE DATA-MOMENTO TO DATA-LOG.
           MOVE HORA-MOMENTO TO HORA-LOG.
           MOVE "MANTCATIVO" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           WRITE REG-LOG-MANUT.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
               CLOSE CATIVOS-FILE
               OPEN I-O CATIVOS-FILE
           END-IF.
           OPEN EXTEND LOGMANUT-FILE.
           IF (LOGMANUT-STATUS = "35") THEN
               OPEN OUTPUT LOGMANUT-FILE
               CLOSE LOGMANUT-FILE
               OPEN EXTEND LOGMANUT-FILE
           END-IF.
           MOVE 'N' TO SEM-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF (OPERADORES-STATUS NOT = "00") THEN
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE CATIVOS-FILE.
           CLOSE LOGMANUT-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM MANTCATIVO.
