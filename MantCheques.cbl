      * cheque can no longer be stopped. Entry requires sign-on
      * against the OPERADORES file. The presentment operation in
      * the teller program validates every cheque against this
      * register before posting the debit. Every cheque issued and
      * every stop placed or lifted is written to the maintenance log
      * LOGMANUT with the before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCHEQ.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR-OP
               FILE STATUS IS OPERADORES-STATUS.
           SELECT LOGMANUT-FILE ASSIGN TO "LOGMANUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOGMANUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CHQREG.cpy".
       FD  OPERADORES-FILE.
           COPY "OPERREG.cpy".
       FD  LOGMANUT-FILE.
           COPY "LOGMREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
       77 CHEQUES-EMITIDOS             PIC 9(3) VALUE 0.
       77 CHEQUES-DUPLICADOS           PIC 9(3) VALUE 0.
       77 NUMERO-CHEQUE-PEDIDO         PIC 9(8) VALUE 0.
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
                       ADD 1 TO CHEQUES-DUPLICADOS
                   NOT INVALID KEY
                       ADD 1 TO CHEQUES-EMITIDOS
                       MOVE 'A' TO ACAO-LOG
                       MOVE SPACES TO IMAGEM-ANTES
                       PERFORM REGISTAR-CHEQUE
               END-WRITE
           END-PERFORM.
           DISPLAY LIMPAR.
               GO LER-CHEQUE-SUSPENDER
           END-IF.
           DISPLAY "                                    " AT 1303.
           MOVE REG-CHEQUE TO IMAGEM-ANTES.
           MOVE 'S' TO ESTADO-CHQ.
           MOVE DATA-HOJE TO DATA-ESTADO-CHQ.
           REWRITE REG-CHEQUE.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-CHEQUE.
           DISPLAY LIMPAR.
           DISPLAY "Cheque suspenso." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
               GO LER-CHEQUE-LEVANTAR
           END-IF.
           DISPLAY "                                    " AT 1303.
           MOVE REG-CHEQUE TO IMAGEM-ANTES.
           MOVE 'I' TO ESTADO-CHQ.
           MOVE DATA-HOJE TO DATA-ESTADO-CHQ.
           REWRITE REG-CHEQUE.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-CHEQUE.
           DISPLAY LIMPAR.
           DISPLAY "Suspensao levantada." FOREGROUND-COLOR 2
           HIGHLIGHT AT 0803.
           GO PERGUNTAR-REPETIR.
       REGISTAR-CHEQUE.
           MOVE "CHEQUES" TO FICHEIRO-LOG.
           MOVE CHAVE-CHQ TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA-CHQ TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-CHEQUE TO IMAGEM-DEPOIS-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       LER-NUMERO-CHEQUE.
           ACCEPT TEMP HIGHLIGHT AT 0921.
           PERFORM VALIDAR-CASAS-DECIMAIS.
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
           MOVE "MANTCHEQ" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           WRITE REG-LOG-MANUT.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
               CLOSE CHEQUES-FILE
               OPEN I-O CHEQUES-FILE
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
           CLOSE CHEQUES-FILE.
           CLOSE LOGMANUT-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM MANTCHEQ.
