      * Date: 21-08-2026
      * Account status maintenance: changes ESTADO-CONTA-FD on the
      * CONTAS master (A = ativa, B = bloqueada, D = dormente,
      * E = encerrada) and the agreed overdraft limit LIMITE-FD (an
      * empty answer keeps the limit on file). Closing is not done
      * here: an account is settled and set to 'E' by the account
      * closure program (ENCCONTA). Every change is written to the
      * maintenance log LOGMANUT with the before and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTESTADO.
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
       77 CONTA-ENCONTRADA             PIC X VALUE 'N'.
       77 ESTADO-NOVO                  PIC X VALUE SPACES.
       77 SALDO-SAIDA                  PIC ZZZZZZZZZZ9.99 VALUE SPACES.
       77 LIMITE-NOVO                  PIC S9(11)V99 VALUE 0.
       77 LIMITE-DIGITADO              PIC X(12) VALUE SPACES.
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
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIRO-CONTAS.
           PERFORM ABRIR-FICHEIRO-LOGMANUT.
           PERFORM ABRIR-FICHEIRO-OPERADORES.
           IF (SEM-OPERADORES = 'N') THEN
               PERFORM LER-SESSAO
           DISPLAY ESTADO-CONTA-FD HIGHLIGHT AT 0817.
           DISPLAY "Saldo:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0820.
           DISPLAY SALDO-SAIDA HIGHLIGHT AT 0827.
           DISPLAY "Novo estado (A/B/D):" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0903.
       LER-ESTADO-NOVO.
           ACCEPT ESTADO-NOVO HIGHLIGHT AT 0926.
               WHEN 'e'
                   MOVE 'E' TO ESTADO-NOVO
               WHEN OTHER
                   DISPLAY "Estados validos: A, B ou D.         "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-ESTADO-NOVO
           END-EVALUATE.
           IF (ESTADO-NOVO = 'E') THEN
               DISPLAY "Encerramento pelo programa ENCCONTA."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-ESTADO-NOVO
           END-IF.
           DISPLAY "                                    " AT 1303.
           MOVE LIMITE-FD TO SALDO-SAIDA.
           DISPLAY "Limite atual:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1003.
           DISPLAY SALDO-SAIDA HIGHLIGHT AT 1017.
           DISPLAY "Novo limite (vazio mantem):" FOREGROUND-COLOR 3
           HIGHLIGHT AT 1103.
       LER-LIMITE-NOVO.
           MOVE SPACES TO LIMITE-DIGITADO.
           ACCEPT LIMITE-DIGITADO HIGHLIGHT AT 1131.
           MOVE LIMITE-DIGITADO TO TEMP.
           IF (TEMP = SPACES) THEN
               MOVE LIMITE-FD TO LIMITE-NOVO
           ELSE
               PERFORM VALIDAR-CASAS-DECIMAIS
               IF (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
               OR (DECIMAIS-VALIDAS = 'N') THEN
                   DISPLAY "Limite invalido.                    "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-LIMITE-NOVO
               END-IF
               IF (FUNCTION NUMVAL(TEMP) < 0)
               OR (FUNCTION NUMVAL(TEMP) > 99999999999.99) THEN
                   DISPLAY "Limite invalido.                    "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-LIMITE-NOVO
               END-IF
               COMPUTE LIMITE-NOVO = FUNCTION NUMVAL(TEMP)
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY LIMPAR.
           IF (ESTADO-NOVO = ESTADO-CONTA-FD)
           AND (LIMITE-NOVO = LIMITE-FD) THEN
               DISPLAY "Sem alteracoes." FOREGROUND-COLOR 3 HIGHLIGHT
               AT 0803
           ELSE
               MOVE REG-CONTA TO IMAGEM-ANTES
               MOVE ESTADO-NOVO TO ESTADO-CONTA-FD
               MOVE LIMITE-NOVO TO LIMITE-FD
               REWRITE REG-CONTA
               MOVE "CONTAS" TO FICHEIRO-LOG
               MOVE 'C' TO ACAO-LOG
               MOVE NUMERO-CONTA-FD TO CHAVE-REGISTO-LOG
               MOVE NUMERO-CONTA-FD TO CONTA-LOG
               MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG
               MOVE REG-CONTA TO IMAGEM-DEPOIS-LOG
               PERFORM ESCREVER-LOG-MANUTENCAO
               DISPLAY "Conta atualizada." FOREGROUND-COLOR 2
               HIGHLIGHT AT 0803
           END-IF.
           DISPLAY "Deseja tratar outra conta ( / )?        "
           HIGHLIGHT AT 1203.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 1232.
               MOVE 'N' TO DECIMAIS-VALIDAS
           END-IF.
      ******************************************************************
      * REGISTO DE MANUTENCAO: CADA ALTERACAO FICA NO LOGMANUT COM ****
      * QUEM A FEZ, QUANDO, E AS IMAGENS DO REGISTO ANTES E DEPOIS. ***
      ******************************************************************
       ESCREVER-LOG-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE DATA-MOMENTO TO DATA-LOG.
           MOVE HORA-MOMENTO TO HORA-LOG.
           MOVE "MANTESTADO" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           WRITE REG-LOG-MANUT.
      ******************************************************************
      * JANELA DE BATCH: ENQUANTO UM TRABALHO NOTURNO ESTIVER 'I' *****
      * NO FICHEIRO CONTROLO PARA A DATA DE HOJE, NENHUMA SESSAO DE ***
      * BALCAO PODE ABRIR, PARA NENHUM REWRITE INTERATIVO CAIR NO *****
               CLOSE CONTAS-FILE
               OPEN I-O CONTAS-FILE
           END-IF.
       ABRIR-FICHEIRO-LOGMANUT.
           OPEN EXTEND LOGMANUT-FILE.
           IF (LOGMANUT-STATUS = "35") THEN
               OPEN OUTPUT LOGMANUT-FILE
               CLOSE LOGMANUT-FILE
               OPEN EXTEND LOGMANUT-FILE
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE LOGMANUT-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM MANTESTADO.
