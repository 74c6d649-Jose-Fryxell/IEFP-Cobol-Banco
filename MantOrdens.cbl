      * destination accounts are checked against the CONTAS master at
      * set-up; on amendment an empty answer keeps the value already
      * on file and the active flag can be turned off to suspend the
      * order without losing it. Every add and change is written to
      * the maintenance log LOGMANUT with the before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORDENS.
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
       77 ORDEM-ENCONTRADA             PIC X VALUE 'N'.
       77 CONTA-VALIDADA               PIC 9(10) VALUE 0.
       77 VALOR-ORDEM-SAIDA            PIC ZZZZZZZZZZ9.99 VALUE SPACES.
      ****** REGISTO DE MANUTENCAO *************************************
       77 LOGMANUT-STATUS              PIC XX VALUE SPACES.
       77 IMAGEM-ANTES                 PIC X(150) VALUE SPACES.
       01 MOMENTO-ATUAL.
           05 DATA-MOMENTO             PIC 9(8).
           05 HORA-MOMENTO             PIC 9(6).
           05 FILLER                   PIC X(7).
      ****** SESSAO DE OPERADOR ****************************************
       77 OPERADORES-STATUS            PIC XX VALUE SPACES.
       77 SEM-OPERADORES               PIC X VALUE 'N'.
           MOVE NUMERO-ORDEM-PEDIDO TO NUMERO-ORDEM.
           MOVE 'S' TO ATIVA-ORD.
           WRITE REG-ORDEM.
           MOVE 'A' TO ACAO-LOG.
           MOVE SPACES TO IMAGEM-ANTES.
           PERFORM REGISTAR-ORDEM.
           DISPLAY LIMPAR.
           DISPLAY "Ordem registada." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           GO PERGUNTAR-REPETIR.
       ALTERAR-ORDEM.
           MOVE REG-ORDEM TO IMAGEM-ANTES.
           MOVE VALOR-ORD TO VALOR-ORDEM-SAIDA.
           DISPLAY "Ordem atual (vazio mantem o valor):"
           HIGHLIGHT AT 0803.
                   GO LER-ATIVA-ALTERADA
           END-EVALUATE.
           REWRITE REG-ORDEM.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-ORDEM.
           DISPLAY LIMPAR.
           DISPLAY "Ordem atualizada." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           GO PERGUNTAR-REPETIR.
       REGISTAR-ORDEM.
           MOVE "ORDENS" TO FICHEIRO-LOG.
           MOVE NUMERO-ORDEM TO CHAVE-REGISTO-LOG.
           MOVE CONTA-ORIGEM-ORD TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-ORDEM TO IMAGEM-DEPOIS-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       VALIDAR-CONTA-EXISTENTE.
           MOVE 0 TO CONTA-VALIDADA.
           PERFORM VALIDAR-CASAS-DECIMAIS.
                       MOVE NUMERO-CONTA-FD TO CONTA-VALIDADA
               END-READ
           END-IF.
      ******************************************************************
      * REGISTO DE MANUTENCAO: CADA ACRESCENTO, ALTERACAO OU **********
      * ELIMINACAO FICA NO LOGMANUT COM QUEM O FEZ, QUANDO, E AS ******
      * IMAGENS DO REGISTO ANTES E DEPOIS. ****************************
      ******************************************************************
       ESCREVER-LOG-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE DATA-MOMENTO TO DATA-LOG.
           MOVE HORA-MOMENTO TO HORA-LOG.
           MOVE "MANTORDENS" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           WRITE REG-LOG-MANUT.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
               CLOSE ORDENS-FILE
               OPEN I-O ORDENS-FILE
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
           CLOSE ORDENS-FILE.
           CLOSE LOGMANUT-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM MANTORDENS.
