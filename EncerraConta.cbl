      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Account closure: settles and closes one account at the
      * counter. Entry requires sign-on by a supervisor (or
      * administrator) on the OPERADORES file. The closure is
      * refused while the account is blocked or still has a live
      * term deposit (PRAZOS 'A'), an active hold (CATIVOS 'S') or
      * an active loan (EMPRESTIMOS 'A'). Otherwise it:
      *   - posts the day's interest (JU, with the RF tax withheld)
      *     or maintenance fee (MA) from the TAXAS rates in force,
      *     the same way the end-of-day run would - nothing when
      *     FIMDIA has already completed for the day;
      *   - pays the remaining balance out to a nominated account as
      *     a linked transfer (TR, both legs); a debit balance is
      *     cleared the other way, from the nominated account;
      *   - cancels the active standing orders from or to the
      *     account and suspends its unused 'I' cheques;
      *   - sets the account to 'E', writes the closure record on
      *     ENCERRAMENTOS (who and when) and appends the closing
      *     statement - the month's movements up to the closure -
      *     to ENCERRA.PRT for the customer.
      * Every posting goes through the normal movement path
      * (MOVIMENTOS, GL feed), so the nightly proofs keep proving.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCCONTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-FD
               FILE STATUS IS CONTAS-STATUS.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-CLI
               FILE STATUS IS CLIENTES-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOV
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GLFEED-STATUS.
           SELECT ORDENS-FILE ASSIGN TO "ORDENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ORDEM
               FILE STATUS IS ORDENS-STATUS.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CHQ
               FILE STATUS IS CHEQUES-STATUS.
           SELECT PRAZOS-FILE ASSIGN TO "PRAZOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PRAZO
               FILE STATUS IS PRAZOS-STATUS.
           SELECT CATIVOS-FILE ASSIGN TO "CATIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CAT
               FILE STATUS IS CATIVOS-STATUS.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
               FILE STATUS IS EMPRESTIMOS-STATUS.
           SELECT ENCERRAMENTOS-FILE ASSIGN TO "ENCERRAMENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ENC
               FILE STATUS IS ENCERRAMENTOS-STATUS.
           SELECT TAXAS-FILE ASSIGN TO "TAXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAXAS-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR-OP
               FILE STATUS IS OPERADORES-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
           SELECT EXTRATO-ENC-FILE ASSIGN TO "ENCERRA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXTRATO-ENC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  GLFEED-FILE.
           COPY "GLFEEDREG.cpy".
       FD  ORDENS-FILE.
           COPY "ORDEMREG.cpy".
       FD  CHEQUES-FILE.
           COPY "CHQREG.cpy".
       FD  PRAZOS-FILE.
           COPY "PRAZREG.cpy".
       FD  CATIVOS-FILE.
           COPY "CATREG.cpy".
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  ENCERRAMENTOS-FILE.
           COPY "ENCREG.cpy".
       FD  TAXAS-FILE.
           COPY "TAXAREG.cpy".
       FD  OPERADORES-FILE.
           COPY "OPERREG.cpy".
       FD  CONTROLO-FILE.
           COPY "CTRLREG.cpy".
       FD  EXTRATO-ENC-FILE.
       01 LINHA-EXTRATO                 PIC X(100).
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTA A ENCERRAR ******************************************
       77 CONTA-ENCERRAR               PIC 9(10) VALUE 0.
       77 CONTA-ENCONTRADA             PIC X VALUE 'N'.
       77 SALDO-ATUAL                  PIC S9(11)V99 VALUE 0.
       77 SALDO-FINAL                  PIC S9(11)V99 VALUE 0.
       77 PRAZOS-VIVOS                 PIC 9(4) VALUE 0.
       77 CATIVOS-ATIVOS               PIC 9(4) VALUE 0.
       77 EMPRESTIMOS-ATIVOS           PIC 9(4) VALUE 0.
       77 ORDENS-CANCELADAS            PIC 9(4) VALUE 0.
       77 CHEQUES-SUSPENSOS            PIC 9(4) VALUE 0.
      ****** CONTA DE LIQUIDACAO DO SALDO ******************************
       77 CONTA-LIQUIDACAO             PIC 9(10) VALUE 0.
       77 VALOR-TRANSFERENCIA          PIC S9(11)V99 VALUE 0.
       77 CONTA-DEBITO                 PIC 9(10) VALUE 0.
       77 CONTA-CREDITO                PIC 9(10) VALUE 0.
       77 CONTA-CATIVO                 PIC 9(10) VALUE 0.
       77 TOTAL-CATIVOS                PIC S9(11)V99 VALUE 0.
      ****** JUROS OU MANUTENCAO DO DIA ********************************
      * TAXA-JURO e TAXA-MANUTENCAO sao os valores de recurso quando **
      * o ficheiro TAXAS nao esta disponivel, como no fim de dia. *****
       77 TAXA-JURO                    PIC V9999 VALUE 0.0005.
       77 TAXA-MANUTENCAO              PIC S9(11)V99 VALUE 5.00.
       77 TAXA-RETENCAO                PIC V9(6) VALUE 0.28.
       77 FIMDIA-FEITO                 PIC X VALUE 'N'.
       77 TIPO-AJUSTE-FINAL            PIC X VALUE SPACE.
       77 JUROS-FINAIS                 PIC S9(11)V99 VALUE 0.
       77 IMPOSTO-FINAL                PIC S9(11)V99 VALUE 0.
       77 ENCARGO-FINAL                PIC S9(11)V99 VALUE 0.
      ****** TABELA DE TAXAS POR ESCALAO E DATA DE VIGOR ***************
       77 TAXAS-STATUS                 PIC XX VALUE SPACES.
       77 EOF-TAXAS                    PIC X VALUE 'N'.
       77 TAXAS-CARREGADAS             PIC X VALUE 'N'.
       77 TOTAL-TAXAS                  PIC 99 VALUE 0.
       77 IND-TAXA                     PIC 99 VALUE 0.
       77 DATA-VIGOR-ATUAL             PIC 9(8) VALUE 0.
       77 TIPO-PROCURA                 PIC X VALUE SPACES.
       77 MEDIDA-PROCURA               PIC S9(11)V99 VALUE 0.
       77 MELHOR-ESCALAO               PIC 9(11)V99 VALUE 0.
       77 VALOR-TAXA-APLICAVEL         PIC 9(5)V9(6) VALUE 0.
       77 TAXA-ENCONTRADA              PIC X VALUE 'N'.
       01 TABELA-TAXAS.
           05 ENTRADA-TAXA OCCURS 30 TIMES.
               10 DATA-VIGOR-TAB       PIC 9(8).
               10 TIPO-TAB             PIC X.
               10 ESCALAO-TAB          PIC 9(11)V99.
               10 VALOR-TAB            PIC 9(5)V9(6).
      ****** LANCAMENTO ************************************************
       77 CONTA-LANCAMENTO             PIC 9(10) VALUE 0.
       77 TIPO-LANCAMENTO              PIC X VALUE SPACE.
       77 VALOR-LANCAMENTO             PIC S9(11)V99 VALUE 0.
       77 CATEGORIA-LANCAMENTO         PIC XX VALUE SPACES.
       77 CONTA-LIGADA-LANCAMENTO      PIC 9(10) VALUE 0.
       77 MOVIMENTO-ESCRITO            PIC X VALUE 'N'.
      ****** EXTRATO DE ENCERRAMENTO ***********************************
       77 NOME-TITULAR                 PIC X(40) VALUE SPACES.
       77 DESCRICAO-CATEGORIA          PIC X(10) VALUE SPACES.
       77 EOF-MOVIMENTOS               PIC X VALUE 'N'.
       77 MOVIMENTOS-EXTRATO           PIC 9(7) VALUE 0.
       77 SALDO-ABERTURA               PIC S9(11)V99 VALUE 0.
       77 TOTAL-DEBITOS                PIC S9(11)V99 VALUE 0.
       77 TOTAL-CREDITOS               PIC S9(11)V99 VALUE 0.
       77 CONTAGEM-DEBITOS             PIC 9(7) VALUE 0.
       77 CONTAGEM-CREDITOS            PIC 9(7) VALUE 0.
      ****** JANELA DE BATCH *******************************************
       77 CONTROLO-STATUS              PIC XX VALUE SPACES.
       77 JANELA-BATCH                 PIC X VALUE 'N'.
       77 EOF-CONTROLO                 PIC X VALUE 'N'.
      ****** SESSAO DE OPERADOR ****************************************
       77 OPERADORES-STATUS            PIC XX VALUE SPACES.
       77 SEM-OPERADORES               PIC X VALUE 'N'.
       77 OPERADOR-SESSAO              PIC X(8) VALUE SPACES.
       77 SENHA-DIGITADA               PIC X(8) VALUE SPACES.
      ****** CONTROLO DE FICHEIROS *************************************
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 CLIENTES-STATUS              PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 GLFEED-STATUS                PIC XX VALUE SPACES.
       77 ORDENS-STATUS                PIC XX VALUE SPACES.
       77 CHEQUES-STATUS               PIC XX VALUE SPACES.
       77 PRAZOS-STATUS                PIC XX VALUE SPACES.
       77 CATIVOS-STATUS               PIC XX VALUE SPACES.
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 ENCERRAMENTOS-STATUS         PIC XX VALUE SPACES.
       77 EXTRATO-ENC-STATUS           PIC XX VALUE SPACES.
       77 SEM-CLIENTES                 PIC X VALUE 'N'.
       77 SEM-ORDENS                   PIC X VALUE 'N'.
       77 SEM-CHEQUES                  PIC X VALUE 'N'.
       77 SEM-PRAZOS                   PIC X VALUE 'N'.
       77 SEM-CATIVOS                  PIC X VALUE 'N'.
       77 SEM-EMPRESTIMOS              PIC X VALUE 'N'.
       77 FIM-FICHEIRO                 PIC X VALUE 'N'.
      ****** RESPOSTA **************************************************
       77 RESPOSTA                     PIC A.
       77 TEMP                         PIC X(15) VALUE SPACES.
      ****** VALIDACAO DE CASAS DECIMAIS *******************************
       77 PARTE-INTEIRA                PIC X(15) VALUE SPACES.
       77 PARTE-DECIMAL                PIC X(10) VALUE SPACES.
       77 TAM-DECIMAL                  PIC 99 VALUE 0.
       77 DECIMAIS-VALIDAS             PIC X VALUE 'S'.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 SALDO-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZ9.

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       01 JANELA.
           05 LINE 01 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 02 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 03 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 02 COL 02 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "         Encerramento de Contas           ".
           05 LINE 04 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 05 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 06 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 07 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
       01 LIMPAR.
           05 LINE 08 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 09 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 10 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 11 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 12 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 13 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 14 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY CLS.
           DISPLAY JANELA.
           DISPLAY LIMPAR.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "Data:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY FUNCTION CONCATENATE(DIA,"-",MES,"-",ANO)
           HIGHLIGHT AT 0409.
           DISPLAY "Hora:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0432.
           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0438.
           PERFORM VERIFICAR-JANELA-BATCH.
           IF (JANELA-BATCH = 'S') THEN
               DISPLAY "Fecho de dia em curso; sessao recusada."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               DISPLAY "Tente novamente mais tarde."
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0903
               STOP RUN
           END-IF.
           PERFORM CARREGAR-TAXAS.
           PERFORM ABRIR-FICHEIROS.
           PERFORM LER-SESSAO.
       PEDIR-CONTA.
           DISPLAY "Numero de conta:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0603.
       LER-NUMERO-CONTA.
           ACCEPT TEMP HIGHLIGHT AT 0620.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) <= 0)
           OR (FUNCTION NUMVAL(TEMP) > 9999999999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite o numero da conta."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-CONTA
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE CONTA-ENCERRAR = FUNCTION NUMVAL(TEMP)
           END-IF.
           MOVE CONTA-ENCERRAR TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE 'N' TO CONTA-ENCONTRADA
               NOT INVALID KEY
                   MOVE 'S' TO CONTA-ENCONTRADA
           END-READ.
           IF (CONTA-ENCONTRADA = 'N') THEN
               DISPLAY "Conta inexistente.                  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-CONTA
           END-IF.
           IF (ESTADO-CONTA-FD = 'E') THEN
               DISPLAY "Conta ja encerrada.                 "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-CONTA
           END-IF.
           IF (ESTADO-CONTA-FD = 'B') THEN
               DISPLAY "Conta bloqueada; nao pode encerrar. "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-CONTA
           END-IF.
           MOVE SALDO-FD TO SALDO-ATUAL.
           MOVE SALDO-ATUAL TO SALDO-SAIDA.
           DISPLAY "Saldo atual:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0803.
           DISPLAY SALDO-SAIDA HIGHLIGHT AT 0826.
      ****** O QUE AINDA VIVE NA CONTA IMPEDE O ENCERRAMENTO ***********
           PERFORM VERIFICAR-PENDENTES.
           IF (PRAZOS-VIVOS > 0) OR (CATIVOS-ATIVOS > 0)
           OR (EMPRESTIMOS-ATIVOS > 0) THEN
               DISPLAY "Encerramento recusado:" FOREGROUND-COLOR 4
               HIGHLIGHT AT 0903
               IF (PRAZOS-VIVOS > 0) THEN
                   MOVE PRAZOS-VIVOS TO CONTAGEM-SAIDA
                   DISPLAY "depositos a prazo ativos:" HIGHLIGHT
                   AT 1003
                   DISPLAY CONTAGEM-SAIDA HIGHLIGHT AT 1033
               END-IF
               IF (CATIVOS-ATIVOS > 0) THEN
                   MOVE CATIVOS-ATIVOS TO CONTAGEM-SAIDA
                   DISPLAY "cativos ativos:" HIGHLIGHT AT 1103
                   DISPLAY CONTAGEM-SAIDA HIGHLIGHT AT 1133
               END-IF
               IF (EMPRESTIMOS-ATIVOS > 0) THEN
                   MOVE EMPRESTIMOS-ATIVOS TO CONTAGEM-SAIDA
                   DISPLAY "emprestimos ativos:" HIGHLIGHT AT 1203
                   DISPLAY CONTAGEM-SAIDA HIGHLIGHT AT 1233
               END-IF
               GO PERGUNTAR-REPETIR
           END-IF.
           PERFORM CALCULAR-AJUSTE-FINAL.
           EVALUATE TIPO-AJUSTE-FINAL
               WHEN 'J'
                   COMPUTE VALOR-SAIDA = JUROS-FINAIS - IMPOSTO-FINAL
                   DISPLAY "Juros liquidos do dia:" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0903
                   DISPLAY VALOR-SAIDA HIGHLIGHT AT 0926
               WHEN 'M'
                   MOVE ENCARGO-FINAL TO VALOR-SAIDA
                   DISPLAY "Manutencao do dia:" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0903
                   DISPLAY VALOR-SAIDA HIGHLIGHT AT 0926
               WHEN OTHER
                   IF (FIMDIA-FEITO = 'S') THEN
                       DISPLAY "Dia ja lancado pelo fim de dia."
                       HIGHLIGHT AT 0903
                   END-IF
           END-EVALUATE.
           MOVE SALDO-FINAL TO SALDO-SAIDA.
           DISPLAY "Saldo a liquidar:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1003.
           DISPLAY SALDO-SAIDA HIGHLIGHT AT 1026.
           MOVE 0 TO CONTA-LIQUIDACAO.
           IF (SALDO-FINAL = 0) THEN
               GO PEDIR-CONFIRMACAO
           END-IF.
           IF (SALDO-FINAL > 0) THEN
               DISPLAY "Conta destino:" FOREGROUND-COLOR 3 HIGHLIGHT
               AT 1103
           ELSE
               DISPLAY "Conta a debitar:" FOREGROUND-COLOR 3
               HIGHLIGHT AT 1103
           END-IF.
      ******************************************************************
      * O SALDO QUE RESTA E LIQUIDADO POR TRANSFERENCIA LIGADA COM ****
      * UMA CONTA INDICADA: UM SALDO CREDOR E PAGO PARA ELA; UM *******
      * SALDO DEVEDOR E COBERTO POR ELA, QUE TEM DE TER DISPONIVEL ****
      * (SALDO + LIMITE - CATIVOS ATIVOS) PARA O DEBITO. **************
      ******************************************************************
       LER-CONTA-LIQUIDACAO.
           ACCEPT TEMP HIGHLIGHT AT 1120.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) <= 0)
           OR (FUNCTION NUMVAL(TEMP) > 9999999999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite o numero da conta."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIQUIDACAO
           ELSE
               COMPUTE CONTA-LIQUIDACAO = FUNCTION NUMVAL(TEMP)
           END-IF.
           IF (CONTA-LIQUIDACAO = CONTA-ENCERRAR) THEN
               DISPLAY "Indique outra conta.                "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIQUIDACAO
           END-IF.
           MOVE CONTA-LIQUIDACAO TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE 'N' TO CONTA-ENCONTRADA
               NOT INVALID KEY
                   MOVE 'S' TO CONTA-ENCONTRADA
           END-READ.
           IF (CONTA-ENCONTRADA = 'N') THEN
               DISPLAY "Conta inexistente.                  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIQUIDACAO
           END-IF.
           IF (ESTADO-CONTA-FD = 'B') OR (ESTADO-CONTA-FD = 'E') THEN
               DISPLAY "Conta bloqueada ou encerrada.       "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIQUIDACAO
           END-IF.
           IF (SALDO-FINAL < 0) THEN
               IF (ESTADO-CONTA-FD = 'D') THEN
                   DISPLAY "Conta dormente; nao pode ser debitada."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-CONTA-LIQUIDACAO
               END-IF
               MOVE CONTA-LIQUIDACAO TO CONTA-CATIVO
               PERFORM CALCULAR-CATIVOS
               IF (SALDO-FD + LIMITE-FD - TOTAL-CATIVOS
               < SALDO-FINAL * -1) THEN
                   DISPLAY "Saldo disponivel insuficiente.      "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-CONTA-LIQUIDACAO
               END-IF
           END-IF.
           DISPLAY "                                      " AT 1303.
       PEDIR-CONFIRMACAO.
           DISPLAY "Confirma o encerramento ( / )?" HIGHLIGHT
           AT 1203.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 1228.
           DISPLAY "N" FOREGROUND-COLOR 4 HIGHLIGHT AT 1230.
       LER-CONFIRMACAO.
           ACCEPT RESPOSTA HIGHLIGHT AT 1234.
           EVALUATE RESPOSTA
               WHEN 'S'
               WHEN 's'
                   CONTINUE
               WHEN 'N'
               WHEN 'n'
                   DISPLAY LIMPAR
                   DISPLAY "Encerramento cancelado." FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0803
                   GO PERGUNTAR-REPETIR
               WHEN OTHER
                   DISPLAY "Por favor insira 'S' ou 'N'.        "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-CONFIRMACAO
           END-EVALUATE.
           DISPLAY "                                    " AT 1303.
           PERFORM EFETUAR-ENCERRAMENTO.
           DISPLAY LIMPAR.
           DISPLAY "Conta encerrada." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           MOVE ORDENS-CANCELADAS TO CONTAGEM-SAIDA.
           DISPLAY "Ordens permanentes canceladas:" HIGHLIGHT AT 0903.
           DISPLAY CONTAGEM-SAIDA HIGHLIGHT AT 0933.
           MOVE CHEQUES-SUSPENSOS TO CONTAGEM-SAIDA.
           DISPLAY "Cheques suspensos:" HIGHLIGHT AT 1003.
           DISPLAY CONTAGEM-SAIDA HIGHLIGHT AT 1033.
           DISPLAY "Extrato de encerramento impresso." HIGHLIGHT
           AT 1103.
       PERGUNTAR-REPETIR.
           DISPLAY "Deseja encerrar outra conta ( / )?      "
           HIGHLIGHT AT 0603.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 0632.
           DISPLAY "N" FOREGROUND-COLOR 4 HIGHLIGHT AT 0634.
       REPETIR-PROGRAMA.
           ACCEPT RESPOSTA HIGHLIGHT AT 0638.
           EVALUATE RESPOSTA
               WHEN 'S'
               WHEN 's'
                   DISPLAY LIMPAR
                   DISPLAY "                                        "
                   AT 0603
                   DISPLAY "                                    "
                   AT 1303
                   GO PEDIR-CONTA
               WHEN 'N'
               WHEN 'n'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Por favor insira 'S' ou 'N'.        "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO REPETIR-PROGRAMA
           END-EVALUATE.
           PERFORM FECHAR-FICHEIROS.
           STOP RUN.
      ******************************************************************
      * PENDENTES: DEPOSITOS A PRAZO AINDA ATIVOS LIGADOS A CONTA, ****
      * CATIVOS ATIVOS (MESMO JA VENCIDOS, ATE O FIM DE DIA OS ********
      * LIBERTAR) E EMPRESTIMOS ATIVOS. *******************************
      ******************************************************************
       VERIFICAR-PENDENTES.
           MOVE 0 TO PRAZOS-VIVOS.
           MOVE 0 TO EMPRESTIMOS-ATIVOS.
           IF (SEM-PRAZOS = 'N') THEN
               MOVE 0 TO NUMERO-PRAZO
               START PRAZOS-FILE KEY NOT < NUMERO-PRAZO
                   INVALID KEY
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT INVALID KEY
                       MOVE 'N' TO FIM-FICHEIRO
               END-START
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ PRAZOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           IF (CONTA-LIGADA-PRZ = CONTA-ENCERRAR)
                           AND (ESTADO-PRZ = 'A') THEN
                               ADD 1 TO PRAZOS-VIVOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF (SEM-EMPRESTIMOS = 'N') THEN
               MOVE 0 TO NUMERO-EMPRESTIMO
               START EMPRESTIMOS-FILE KEY NOT < NUMERO-EMPRESTIMO
                   INVALID KEY
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT INVALID KEY
                       MOVE 'N' TO FIM-FICHEIRO
               END-START
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ EMPRESTIMOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           IF (CONTA-LIGADA-EMP = CONTA-ENCERRAR)
                           AND (ESTADO-EMP = 'A') THEN
                               ADD 1 TO EMPRESTIMOS-ATIVOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE CONTA-ENCERRAR TO CONTA-CATIVO.
           PERFORM CALCULAR-CATIVOS.
      ******************************************************************
      * CATIVOS DE CONTA-CATIVO: TOTAL-CATIVOS SOMA OS QUE AINDA ******
      * VALEM HOJE (PARA O DISPONIVEL); CATIVOS-ATIVOS CONTA TODOS ****
      * OS QUE AINDA ESTAO 'S'. ***************************************
      ******************************************************************
       CALCULAR-CATIVOS.
           MOVE 0 TO TOTAL-CATIVOS.
           MOVE 0 TO CATIVOS-ATIVOS.
           IF (SEM-CATIVOS = 'N') THEN
               MOVE CONTA-CATIVO TO NUMERO-CONTA-CAT
               MOVE 0 TO SEQUENCIA-CAT
               START CATIVOS-FILE KEY NOT < CHAVE-CAT
                   INVALID KEY
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT INVALID KEY
                       MOVE 'N' TO FIM-FICHEIRO
               END-START
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ CATIVOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                   END-READ
                   IF (FIM-FICHEIRO = 'N') THEN
                       IF (NUMERO-CONTA-CAT NOT = CONTA-CATIVO) THEN
                           MOVE 'S' TO FIM-FICHEIRO
                       ELSE
                           IF (ATIVO-CAT = 'S') THEN
                               ADD 1 TO CATIVOS-ATIVOS
                               IF (DATA-VALIDADE-CAT >= DATA-HOJE)
                               THEN
                                   ADD VALOR-CAT TO TOTAL-CATIVOS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * JUROS OU MANUTENCAO DO DIA, CALCULADOS COMO NO FIM DE DIA: ****
      * SALDO CREDOR GANHA JUROS (COM RETENCAO NA FONTE), SALDO *******
      * DEVEDOR PAGA MANUTENCAO. O FIM DE DIA NAO TOCA NAS CONTAS *****
      * ENCERRADAS, POR ISSO O DIA DO ENCERRAMENTO E LANCADO AQUI - ***
      * SALVO SE O FIMDIA DE HOJE JA ESTIVER COMPLETO. ****************
      ******************************************************************
       CALCULAR-AJUSTE-FINAL.
           MOVE SPACE TO TIPO-AJUSTE-FINAL.
           MOVE 0 TO JUROS-FINAIS.
           MOVE 0 TO IMPOSTO-FINAL.
           MOVE 0 TO ENCARGO-FINAL.
           PERFORM VERIFICAR-FIMDIA-FEITO.
           IF (FIMDIA-FEITO = 'N') THEN
               IF (SALDO-ATUAL > 0) THEN
                   MOVE 'J' TO TIPO-PROCURA
                   MOVE SALDO-ATUAL TO MEDIDA-PROCURA
                   PERFORM PROCURAR-TAXA
                   IF (TAXA-ENCONTRADA = 'S') THEN
                       COMPUTE JUROS-FINAIS ROUNDED =
                           SALDO-ATUAL * VALOR-TAXA-APLICAVEL
                   ELSE
                       COMPUTE JUROS-FINAIS ROUNDED =
                           SALDO-ATUAL * TAXA-JURO
                   END-IF
                   IF (JUROS-FINAIS > 0) THEN
                       MOVE 'J' TO TIPO-AJUSTE-FINAL
                       MOVE 'R' TO TIPO-PROCURA
                       MOVE 0 TO MEDIDA-PROCURA
                       PERFORM PROCURAR-TAXA
                       IF (TAXA-ENCONTRADA = 'S') THEN
                           COMPUTE IMPOSTO-FINAL ROUNDED =
                               JUROS-FINAIS * VALOR-TAXA-APLICAVEL
                       ELSE
                           COMPUTE IMPOSTO-FINAL ROUNDED =
                               JUROS-FINAIS * TAXA-RETENCAO
                       END-IF
                   END-IF
               ELSE
                   IF (SALDO-ATUAL < 0) THEN
                       MOVE 'M' TO TIPO-PROCURA
                       COMPUTE MEDIDA-PROCURA = SALDO-ATUAL * -1
                       PERFORM PROCURAR-TAXA
                       IF (TAXA-ENCONTRADA = 'S') THEN
                           COMPUTE ENCARGO-FINAL ROUNDED =
                               VALOR-TAXA-APLICAVEL
                       ELSE
                           MOVE TAXA-MANUTENCAO TO ENCARGO-FINAL
                       END-IF
                       IF (ENCARGO-FINAL > 0) THEN
                           MOVE 'M' TO TIPO-AJUSTE-FINAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE SALDO-FINAL = SALDO-ATUAL + JUROS-FINAIS
               - IMPOSTO-FINAL - ENCARGO-FINAL.
       VERIFICAR-FIMDIA-FEITO.
           MOVE 'N' TO FIMDIA-FEITO.
           OPEN INPUT CONTROLO-FILE.
           IF (CONTROLO-STATUS = "00") THEN
               MOVE DATA-HOJE TO DATA-CTL
               MOVE "FIMDIA" TO TRABALHO-CTL
               READ CONTROLO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (ESTADO-CTL = 'C') THEN
                           MOVE 'S' TO FIMDIA-FEITO
                       END-IF
               END-READ
               CLOSE CONTROLO-FILE
           END-IF.
      ******************************************************************
      * ENCERRAMENTO: AJUSTE DO DIA, LIQUIDACAO DO SALDO, ORDENS E ****
      * CHEQUES, ESTADO 'E', REGISTO DE ENCERRAMENTO E EXTRATO. *******
      ******************************************************************
       EFETUAR-ENCERRAMENTO.
           PERFORM ATUALIZAR-HORA.
           IF (TIPO-AJUSTE-FINAL = 'J') THEN
               MOVE CONTA-ENCERRAR TO CONTA-LANCAMENTO
               MOVE 'C' TO TIPO-LANCAMENTO
               MOVE JUROS-FINAIS TO VALOR-LANCAMENTO
               MOVE "JU" TO CATEGORIA-LANCAMENTO
               MOVE 0 TO CONTA-LIGADA-LANCAMENTO
               PERFORM LANCAR-MOVIMENTO
               IF (IMPOSTO-FINAL > 0) THEN
                   MOVE 'D' TO TIPO-LANCAMENTO
                   MOVE IMPOSTO-FINAL TO VALOR-LANCAMENTO
                   MOVE "RF" TO CATEGORIA-LANCAMENTO
                   PERFORM LANCAR-MOVIMENTO
               END-IF
           END-IF.
           IF (TIPO-AJUSTE-FINAL = 'M') THEN
               MOVE CONTA-ENCERRAR TO CONTA-LANCAMENTO
               MOVE 'D' TO TIPO-LANCAMENTO
               MOVE ENCARGO-FINAL TO VALOR-LANCAMENTO
               MOVE "MA" TO CATEGORIA-LANCAMENTO
               MOVE 0 TO CONTA-LIGADA-LANCAMENTO
               PERFORM LANCAR-MOVIMENTO
           END-IF.
           MOVE 0 TO VALOR-TRANSFERENCIA.
           IF (SALDO-FINAL > 0) THEN
               MOVE CONTA-ENCERRAR TO CONTA-DEBITO
               MOVE CONTA-LIQUIDACAO TO CONTA-CREDITO
               MOVE SALDO-FINAL TO VALOR-TRANSFERENCIA
               PERFORM TRANSFERIR-SALDO
           END-IF.
           IF (SALDO-FINAL < 0) THEN
               MOVE CONTA-LIQUIDACAO TO CONTA-DEBITO
               MOVE CONTA-ENCERRAR TO CONTA-CREDITO
               COMPUTE VALOR-TRANSFERENCIA = SALDO-FINAL * -1
               PERFORM TRANSFERIR-SALDO
           END-IF.
           PERFORM CANCELAR-ORDENS.
           PERFORM SUSPENDER-CHEQUES.
           MOVE CONTA-ENCERRAR TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO ESTADO-CONTA-FD
                   REWRITE REG-CONTA
           END-READ.
           PERFORM GRAVAR-ENCERRAMENTO.
           PERFORM IMPRIMIR-EXTRATO-ENCERRAMENTO.
      ****** CREDITAR PRIMEIRO, COMO NAS TRANSFERENCIAS DO BALCAO; *****
      ****** CADA PERNA LEVA A CONTA DA OUTRA. *************************
       TRANSFERIR-SALDO.
           MOVE CONTA-CREDITO TO CONTA-LANCAMENTO.
           MOVE 'C' TO TIPO-LANCAMENTO.
           MOVE VALOR-TRANSFERENCIA TO VALOR-LANCAMENTO.
           MOVE "TR" TO CATEGORIA-LANCAMENTO.
           MOVE CONTA-DEBITO TO CONTA-LIGADA-LANCAMENTO.
           PERFORM LANCAR-MOVIMENTO.
           MOVE CONTA-DEBITO TO CONTA-LANCAMENTO.
           MOVE 'D' TO TIPO-LANCAMENTO.
           MOVE CONTA-CREDITO TO CONTA-LIGADA-LANCAMENTO.
           PERFORM LANCAR-MOVIMENTO.
      ******************************************************************
      * LANCAMENTO PELO CAMINHO NORMAL: SALDO NA CONTA, MOVIMENTO E ***
      * REGISTO NO FEED DO RAZAO. *************************************
      ******************************************************************
       LANCAR-MOVIMENTO.
           MOVE CONTA-LANCAMENTO TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Erro ao ler a conta " FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1303
           END-READ.
           IF (TIPO-LANCAMENTO = 'C') THEN
               ADD VALOR-LANCAMENTO TO SALDO-FD
           ELSE
               SUBTRACT VALOR-LANCAMENTO FROM SALDO-FD
           END-IF.
           REWRITE REG-CONTA.
           MOVE CONTA-LANCAMENTO TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE DIA TO DIA-MOV.
           MOVE HORA TO HORA-H-MOV.
           MOVE MINUTOS TO HORA-M-MOV.
           MOVE OPERADOR-SESSAO TO OPERADOR-MOV.
           MOVE TIPO-LANCAMENTO TO TIPO-MOV.
           MOVE VALOR-LANCAMENTO TO VALOR-MOV.
           MOVE SALDO-FD TO SALDO-MOV.
           MOVE CONTA-LIGADA-LANCAMENTO TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE CATEGORIA-LANCAMENTO TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
           MOVE CONTA-LANCAMENTO TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
           MOVE MES TO MES-GL.
           MOVE DIA TO DIA-GL.
           MOVE HORA TO HORA-H-GL.
           MOVE MINUTOS TO HORA-M-GL.
           MOVE TIPO-LANCAMENTO TO INDICADOR-GL.
           MOVE VALOR-LANCAMENTO TO VALOR-GL.
           MOVE SALDO-FD TO SALDO-GL.
           WRITE REG-GLFEED.
      ******************************************************************
      * ORDENS PERMANENTES ATIVAS COM ORIGEM OU DESTINO NA CONTA SAO **
      * CANCELADAS (ATIVA-ORD 'N'), FICANDO O REGISTO. ****************
      ******************************************************************
       CANCELAR-ORDENS.
           MOVE 0 TO ORDENS-CANCELADAS.
           IF (SEM-ORDENS = 'N') THEN
               MOVE 0 TO NUMERO-ORDEM
               START ORDENS-FILE KEY NOT < NUMERO-ORDEM
                   INVALID KEY
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT INVALID KEY
                       MOVE 'N' TO FIM-FICHEIRO
               END-START
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ ORDENS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           IF (ATIVA-ORD = 'S')
                           AND ((CONTA-ORIGEM-ORD = CONTA-ENCERRAR)
                           OR (CONTA-DESTINO-ORD = CONTA-ENCERRAR))
                           THEN
                               MOVE 'N' TO ATIVA-ORD
                               REWRITE REG-ORDEM
                               ADD 1 TO ORDENS-CANCELADAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      ******************************************************************
      * CHEQUES EMITIDOS E AINDA POR USAR ('I') FICAM SUSPENSOS ('S') *
      * PARA NUNCA SEREM PAGOS SOBRE A CONTA ENCERRADA. ***************
      ******************************************************************
       SUSPENDER-CHEQUES.
           MOVE 0 TO CHEQUES-SUSPENSOS.
           IF (SEM-CHEQUES = 'N') THEN
               MOVE CONTA-ENCERRAR TO NUMERO-CONTA-CHQ
               MOVE 0 TO NUMERO-CHEQUE-CHQ
               START CHEQUES-FILE KEY NOT < CHAVE-CHQ
                   INVALID KEY
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT INVALID KEY
                       MOVE 'N' TO FIM-FICHEIRO
               END-START
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ CHEQUES-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                   END-READ
                   IF (FIM-FICHEIRO = 'N') THEN
                       IF (NUMERO-CONTA-CHQ NOT = CONTA-ENCERRAR) THEN
                           MOVE 'S' TO FIM-FICHEIRO
                       ELSE
                           IF (ESTADO-CHQ = 'I') THEN
                               MOVE 'S' TO ESTADO-CHQ
                               MOVE DATA-HOJE TO DATA-ESTADO-CHQ
                               REWRITE REG-CHEQUE
                               ADD 1 TO CHEQUES-SUSPENSOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * REGISTO DE ENCERRAMENTO: QUEM ENCERROU, QUANDO E O QUE FICOU **
      * LIQUIDADO. UMA CONTA REABERTA E ENCERRADA DE NOVO NO MESMO ****
      * DIA SUBSTITUI O REGISTO DESSE DIA. ****************************
      ******************************************************************
       GRAVAR-ENCERRAMENTO.
           MOVE CONTA-ENCERRAR TO NUMERO-CONTA-ENC.
           MOVE DATA-HOJE TO DATA-ENC.
           COMPUTE HORA-ENC = HORA * 100 + MINUTOS.
           MOVE OPERADOR-SESSAO TO OPERADOR-ENC.
           MOVE TIPO-AJUSTE-FINAL TO TIPO-AJUSTE-ENC.
           IF (TIPO-AJUSTE-FINAL = 'M') THEN
               MOVE ENCARGO-FINAL TO VALOR-AJUSTE-ENC
           ELSE
               MOVE JUROS-FINAIS TO VALOR-AJUSTE-ENC
           END-IF.
           MOVE IMPOSTO-FINAL TO IMPOSTO-ENC.
           MOVE SALDO-FINAL TO SALDO-TRANSFERIDO-ENC.
           MOVE CONTA-LIQUIDACAO TO CONTA-DESTINO-ENC.
           MOVE ORDENS-CANCELADAS TO ORDENS-CANCELADAS-ENC.
           MOVE CHEQUES-SUSPENSOS TO CHEQUES-SUSPENSOS-ENC.
           WRITE REG-ENCERRAMENTO
               INVALID KEY
                   REWRITE REG-ENCERRAMENTO
           END-WRITE.
      ******************************************************************
      * EXTRATO DE ENCERRAMENTO: OS MOVIMENTOS DO MES ATE AO **********
      * ENCERRAMENTO (O EXTRATO MENSAL JA COBRIU OS MESES ANTERIORES), *
      * O SALDO DE FECHO A ZERO E O RESUMO DO QUE FOI LIQUIDADO. ******
      ******************************************************************
       IMPRIMIR-EXTRATO-ENCERRAMENTO.
           MOVE SPACES TO NOME-TITULAR.
           IF (SEM-CLIENTES = 'N') THEN
               MOVE CONTA-ENCERRAR TO NUMERO-CONTA-CLI
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE SPACES TO NOME-TITULAR
                   NOT INVALID KEY
                       MOVE NOME-CLI TO NOME-TITULAR
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Extrato de encerramento - " DELIMITED BY SIZE
               FUNCTION TRIM(NOME-TITULAR) DELIMITED BY SIZE
               " - conta " DELIMITED BY SIZE
               CONTA-ENCERRAR DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Data        Hora   Op Operacao   Operador  "
               DELIMITED BY SIZE
               "Valor            Saldo" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE 0 TO MOVIMENTOS-EXTRATO.
           MOVE 0 TO TOTAL-DEBITOS.
           MOVE 0 TO TOTAL-CREDITOS.
           MOVE 0 TO CONTAGEM-DEBITOS.
           MOVE 0 TO CONTAGEM-CREDITOS.
           MOVE 0 TO SALDO-ABERTURA.
           MOVE CONTA-ENCERRAR TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE 1 TO DIA-MOV.
           MOVE 0 TO SEQUENCIA-MOV.
           START MOVIMENTOS-FILE KEY NOT < CHAVE-MOV
               INVALID KEY
                   MOVE 'S' TO EOF-MOVIMENTOS
               NOT INVALID KEY
                   MOVE 'N' TO EOF-MOVIMENTOS
           END-START.
           PERFORM UNTIL EOF-MOVIMENTOS = 'S'
               READ MOVIMENTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVIMENTOS
               END-READ
               IF (EOF-MOVIMENTOS = 'N') THEN
                   IF (NUMERO-CONTA-MOV NOT = CONTA-ENCERRAR) THEN
                       MOVE 'S' TO EOF-MOVIMENTOS
                   ELSE
                       PERFORM IMPRIMIR-LINHA-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM.
           IF (MOVIMENTOS-EXTRATO = 0) THEN
               MOVE "Sem movimentos no mes." TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF.
           MOVE SALDO-ABERTURA TO SALDO-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Saldo de abertura: " DELIMITED BY SIZE
               SALDO-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE 0 TO SALDO-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Saldo de fecho:    " DELIMITED BY SIZE
               SALDO-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE TOTAL-DEBITOS TO SALDO-SAIDA.
           MOVE CONTAGEM-DEBITOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Total de debitos  (" DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               SALDO-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE TOTAL-CREDITOS TO SALDO-SAIDA.
           MOVE CONTAGEM-CREDITOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Total de creditos (" DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               SALDO-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           IF (VALOR-TRANSFERENCIA > 0) THEN
               MOVE VALOR-TRANSFERENCIA TO VALOR-SAIDA
               MOVE SPACES TO LINHA-EXTRATO
               IF (SALDO-FINAL > 0) THEN
                   STRING "Saldo de" DELIMITED BY SIZE
                       VALOR-SAIDA DELIMITED BY SIZE
                       " Eur transferido para a conta "
                       DELIMITED BY SIZE
                       CONTA-LIQUIDACAO DELIMITED BY SIZE
                       INTO LINHA-EXTRATO
               ELSE
                   STRING "Saldo devedor de" DELIMITED BY SIZE
                       VALOR-SAIDA DELIMITED BY SIZE
                       " Eur coberto pela conta " DELIMITED BY SIZE
                       CONTA-LIQUIDACAO DELIMITED BY SIZE
                       INTO LINHA-EXTRATO
               END-IF
               WRITE LINHA-EXTRATO
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Ordens permanentes canceladas: " DELIMITED BY SIZE
               ORDENS-CANCELADAS DELIMITED BY SIZE
               "  Cheques suspensos: " DELIMITED BY SIZE
               CHEQUES-SUSPENSOS DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Conta encerrada em " DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               " as " DELIMITED BY SIZE
               HORA DELIMITED BY SIZE ":" DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               OPERADOR-SESSAO DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
       IMPRIMIR-LINHA-MOVIMENTO.
           IF (MOVIMENTOS-EXTRATO = 0) THEN
               EVALUATE TIPO-MOV
                   WHEN 'D'
                   WHEN 'd'
                       COMPUTE SALDO-ABERTURA = SALDO-MOV + VALOR-MOV
                   WHEN 'R'
                   WHEN 'r'
                       MOVE SALDO-MOV TO SALDO-ABERTURA
                   WHEN OTHER
                       COMPUTE SALDO-ABERTURA = SALDO-MOV - VALOR-MOV
               END-EVALUATE
           END-IF.
           ADD 1 TO MOVIMENTOS-EXTRATO.
           EVALUATE TIPO-MOV
               WHEN 'D'
               WHEN 'd'
                   ADD VALOR-MOV TO TOTAL-DEBITOS
                   ADD 1 TO CONTAGEM-DEBITOS
               WHEN 'R'
               WHEN 'r'
                   CONTINUE
               WHEN OTHER
                   ADD VALOR-MOV TO TOTAL-CREDITOS
                   ADD 1 TO CONTAGEM-CREDITOS
           END-EVALUATE.
           PERFORM DESCREVER-CATEGORIA.
           MOVE VALOR-MOV TO VALOR-SAIDA.
           MOVE SALDO-MOV TO SALDO-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING DIA-MOV DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES-MOV DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO-MOV DELIMITED BY SIZE "  " DELIMITED BY SIZE
               HORA-H-MOV DELIMITED BY SIZE ":" DELIMITED BY SIZE
               HORA-M-MOV DELIMITED BY SIZE "  " DELIMITED BY SIZE
               TIPO-MOV DELIMITED BY SIZE " " DELIMITED BY SIZE
               DESCRICAO-CATEGORIA DELIMITED BY SIZE " "
               DELIMITED BY SIZE
               OPERADOR-MOV DELIMITED BY SIZE " " DELIMITED
               BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE "  " DELIMITED
               BY SIZE
               SALDO-SAIDA DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           IF (CONTA-LIGADA-MOV > 0) THEN
               MOVE " Transf c/ " TO LINHA-EXTRATO(78:11)
               MOVE CONTA-LIGADA-MOV TO LINHA-EXTRATO(89:10)
           END-IF.
           WRITE LINHA-EXTRATO.
      ******************************************************************
      * DESCRICAO CURTA DA CATEGORIA DO MOVIMENTO, COMO NO EXTRATO ****
      * MENSAL. *******************************************************
      ******************************************************************
       DESCREVER-CATEGORIA.
           IF (TIPO-MOV = 'R') OR (TIPO-MOV = 'r') THEN
               MOVE "Recusada  " TO DESCRICAO-CATEGORIA
           ELSE
               EVALUATE CATEGORIA-MOV
                   WHEN "NU"
                       MOVE "Numerario " TO DESCRICAO-CATEGORIA
                   WHEN "TR"
                       MOVE "Transfer. " TO DESCRICAO-CATEGORIA
                   WHEN "JU"
                       MOVE "Juros     " TO DESCRICAO-CATEGORIA
                   WHEN "MA"
                       MOVE "Manutencao" TO DESCRICAO-CATEGORIA
                   WHEN "OP"
                       MOVE "Ordem perm" TO DESCRICAO-CATEGORIA
                   WHEN "CO"
                       MOVE "Compensac." TO DESCRICAO-CATEGORIA
                   WHEN "DP"
                       MOVE "Dep. prazo" TO DESCRICAO-CATEGORIA
                   WHEN "CH"
                       MOVE "Cheque    " TO DESCRICAO-CATEGORIA
                   WHEN "ES"
                       MOVE "Estorno   " TO DESCRICAO-CATEGORIA
                   WHEN "TE"
                       MOVE "Transf.ext" TO DESCRICAO-CATEGORIA
                   WHEN "DV"
                       MOVE "Devolucao " TO DESCRICAO-CATEGORIA
                   WHEN "CA"
                       MOVE "Cartao    " TO DESCRICAO-CATEGORIA
                   WHEN "EM"
                       MOVE "Emprestimo" TO DESCRICAO-CATEGORIA
                   WHEN "RF"
                       MOVE "Ret.fonte " TO DESCRICAO-CATEGORIA
                   WHEN OTHER
                       MOVE SPACES TO DESCRICAO-CATEGORIA
                       MOVE TIPO-MOV TO DESCRICAO-CATEGORIA(1:1)
               END-EVALUATE
           END-IF.
      ******************************************************************
      * A SEQUENCIA-MOV comeca em zero por conta/dia; em caso de ******
      * chave duplicada avanca-se a sequencia ate a escrita caber. ****
      ******************************************************************
       ESCREVER-MOVIMENTO.
           MOVE 0 TO SEQUENCIA-MOV.
           MOVE 'N' TO MOVIMENTO-ESCRITO.
           PERFORM UNTIL MOVIMENTO-ESCRITO = 'S'
               WRITE REG-MOVIMENTO
                   INVALID KEY
                       ADD 1 TO SEQUENCIA-MOV
                   NOT INVALID KEY
                       MOVE 'S' TO MOVIMENTO-ESCRITO
               END-WRITE
               IF (MOVIMENTO-ESCRITO = 'N')
               AND (MOVIMENTOS-STATUS NOT = "22")
               AND (MOVIMENTOS-STATUS NOT = "21") THEN
                   DISPLAY "Erro ao gravar movimento: "
                   MOVIMENTOS-STATUS
                   MOVE 'S' TO MOVIMENTO-ESCRITO
               END-IF
           END-PERFORM.
      ******************************************************************
      * TAXAS POR ESCALAO COM DATA DE VIGOR, CARREGADAS COMO NO FIM ***
      * DE DIA: FICA EM VIGOR O CONJUNTO COM A DATA MAIS RECENTE NAO **
      * POSTERIOR A HOJE; SEM FICHEIRO APLICAM-SE AS TAXAS DE *********
      * RECURSO. ******************************************************
      ******************************************************************
       CARREGAR-TAXAS.
           OPEN INPUT TAXAS-FILE.
           IF (TAXAS-STATUS = "00") THEN
               MOVE 'N' TO EOF-TAXAS
               PERFORM UNTIL EOF-TAXAS = 'S'
                   READ TAXAS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-TAXAS
                       NOT AT END
                           PERFORM GUARDAR-TAXA
                   END-READ
               END-PERFORM
               CLOSE TAXAS-FILE
               IF (DATA-VIGOR-ATUAL > 0) THEN
                   MOVE 'S' TO TAXAS-CARREGADAS
               END-IF
           END-IF.
       GUARDAR-TAXA.
           IF (DATA-VIGOR-TX IS NUMERIC)
           AND (ESCALAO-TX IS NUMERIC)
           AND (VALOR-TX IS NUMERIC)
           AND ((TIPO-TX = 'J') OR (TIPO-TX = 'M') OR (TIPO-TX = 'R'))
           AND (DATA-VIGOR-TX <= DATA-HOJE) THEN
               IF (DATA-VIGOR-TX > DATA-VIGOR-ATUAL) THEN
                   MOVE 0 TO TOTAL-TAXAS
                   MOVE DATA-VIGOR-TX TO DATA-VIGOR-ATUAL
               END-IF
               IF (DATA-VIGOR-TX = DATA-VIGOR-ATUAL)
               AND (TOTAL-TAXAS < 30) THEN
                   ADD 1 TO TOTAL-TAXAS
                   MOVE DATA-VIGOR-TX TO DATA-VIGOR-TAB(TOTAL-TAXAS)
                   MOVE TIPO-TX TO TIPO-TAB(TOTAL-TAXAS)
                   MOVE ESCALAO-TX TO ESCALAO-TAB(TOTAL-TAXAS)
                   MOVE VALOR-TX TO VALOR-TAB(TOTAL-TAXAS)
               END-IF
           END-IF.
       PROCURAR-TAXA.
           MOVE 'N' TO TAXA-ENCONTRADA.
           MOVE 0 TO MELHOR-ESCALAO.
           IF (TAXAS-CARREGADAS = 'S') THEN
               PERFORM VARYING IND-TAXA FROM 1 BY 1
               UNTIL IND-TAXA > TOTAL-TAXAS
                   IF (DATA-VIGOR-TAB(IND-TAXA) = DATA-VIGOR-ATUAL)
                   AND (TIPO-TAB(IND-TAXA) = TIPO-PROCURA)
                   AND (ESCALAO-TAB(IND-TAXA) <= MEDIDA-PROCURA) THEN
                       IF (TAXA-ENCONTRADA = 'N')
                       OR (ESCALAO-TAB(IND-TAXA) >= MELHOR-ESCALAO)
                       THEN
                           MOVE ESCALAO-TAB(IND-TAXA)
                               TO MELHOR-ESCALAO
                           MOVE VALOR-TAB(IND-TAXA)
                               TO VALOR-TAXA-APLICAVEL
                           MOVE 'S' TO TAXA-ENCONTRADA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * JANELA DE BATCH: ENQUANTO UM TRABALHO NOTURNO ESTIVER 'I' *****
      * NO FICHEIRO CONTROLO PARA A DATA DE HOJE, NENHUMA SESSAO DE ***
      * BALCAO PODE ABRIR, PARA NENHUM REWRITE INTERATIVO CAIR NO *****
      * MEIO DO FIM DE DIA. *******************************************
      ******************************************************************
       VERIFICAR-JANELA-BATCH.
           MOVE 'N' TO JANELA-BATCH.
           OPEN INPUT CONTROLO-FILE.
           IF (CONTROLO-STATUS = "00") THEN
               MOVE DATA-HOJE TO DATA-CTL
               MOVE LOW-VALUES TO TRABALHO-CTL
               START CONTROLO-FILE KEY NOT < CHAVE-CTL
                   INVALID KEY
                       MOVE 'S' TO EOF-CONTROLO
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-CONTROLO
               END-START
               PERFORM UNTIL EOF-CONTROLO = 'S'
                   READ CONTROLO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-CONTROLO
                   END-READ
                   IF (EOF-CONTROLO = 'N') THEN
                       IF (DATA-CTL NOT = DATA-HOJE) THEN
                           MOVE 'S' TO EOF-CONTROLO
                       ELSE
                           IF (ESTADO-CTL = 'I') THEN
                               MOVE 'S' TO JANELA-BATCH
                               MOVE 'S' TO EOF-CONTROLO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLO-FILE
           END-IF.
      ******************************************************************
      * SIGN-ON DE SUPERVISOR: O ID TEM DE EXISTIR NO FICHEIRO ********
      * OPERADORES, ESTAR ATIVO, ACERTAR A SENHA E TER PERFIL DE ******
      * SUPERVISOR OU ADMINISTRADOR. ENQUANTO O FICHEIRO NAO EXISTIR **
      * OU ESTIVER VAZIO (CUT-OVER) O ID E PEDIDO NA MESMA PARA FICAR *
      * NO REGISTO DE ENCERRAMENTO, SALTANDO-SE A SENHA. **************
      ******************************************************************
       LER-SESSAO.
           DISPLAY "Supervisor:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           MOVE SPACES TO OPERADOR-SESSAO.
           ACCEPT OPERADOR-SESSAO HIGHLIGHT AT 0615.
           IF (OPERADOR-SESSAO = SPACES) THEN
               DISPLAY "Por favor digite o ID do supervisor."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-SESSAO
           END-IF.
           IF (SEM-OPERADORES = 'N') THEN
               DISPLAY "Senha:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0625
               MOVE SPACES TO SENHA-DIGITADA
               ACCEPT SENHA-DIGITADA NO-ECHO AT 0632
               MOVE OPERADOR-SESSAO TO ID-OPERADOR-OP
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "Supervisor desconhecido.            "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       GO LER-SESSAO
               END-READ
               IF (ATIVO-OP NOT = 'S') THEN
                   DISPLAY "Supervisor inativo.                 "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-SESSAO
               END-IF
               IF (SENHA-OP NOT = SENHA-DIGITADA) THEN
                   DISPLAY "Senha errada.                       "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-SESSAO
               END-IF
               IF (PERFIL-OP NOT = 'S') AND (PERFIL-OP NOT = 'A') THEN
                   DISPLAY "ID sem perfil de supervisor.        "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-SESSAO
               END-IF
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY "                                        " AT 0603.
       ATUALIZAR-HORA.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
           MOVE 0 TO TAM-DECIMAL.
           UNSTRING TEMP DELIMITED BY "."
               INTO PARTE-INTEIRA
                    PARTE-DECIMAL
           END-UNSTRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARTE-DECIMAL))
               TO TAM-DECIMAL.
           IF (TAM-DECIMAL > 2) THEN
               MOVE 'N' TO DECIMAIS-VALIDAS
           END-IF.
       ABRIR-FICHEIROS.
           OPEN I-O CONTAS-FILE.
           IF (CONTAS-STATUS = "35") THEN
               OPEN OUTPUT CONTAS-FILE
               CLOSE CONTAS-FILE
               OPEN I-O CONTAS-FILE
           END-IF.
           OPEN I-O MOVIMENTOS-FILE.
           IF (MOVIMENTOS-STATUS = "35") THEN
               OPEN OUTPUT MOVIMENTOS-FILE
               CLOSE MOVIMENTOS-FILE
               OPEN I-O MOVIMENTOS-FILE
           END-IF.
           OPEN EXTEND GLFEED-FILE.
           IF (GLFEED-STATUS = "35") THEN
               OPEN OUTPUT GLFEED-FILE
               CLOSE GLFEED-FILE
               OPEN EXTEND GLFEED-FILE
           END-IF.
           OPEN I-O ENCERRAMENTOS-FILE.
           IF (ENCERRAMENTOS-STATUS = "35") THEN
               OPEN OUTPUT ENCERRAMENTOS-FILE
               CLOSE ENCERRAMENTOS-FILE
               OPEN I-O ENCERRAMENTOS-FILE
           END-IF.
           OPEN EXTEND EXTRATO-ENC-FILE.
           IF (EXTRATO-ENC-STATUS = "35") THEN
               OPEN OUTPUT EXTRATO-ENC-FILE
               CLOSE EXTRATO-ENC-FILE
               OPEN EXTEND EXTRATO-ENC-FILE
           END-IF.
           MOVE 'N' TO SEM-CLIENTES.
           OPEN INPUT CLIENTES-FILE.
           IF (CLIENTES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-CLIENTES
           END-IF.
           MOVE 'N' TO SEM-ORDENS.
           OPEN I-O ORDENS-FILE.
           IF (ORDENS-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-ORDENS
           END-IF.
           MOVE 'N' TO SEM-CHEQUES.
           OPEN I-O CHEQUES-FILE.
           IF (CHEQUES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-CHEQUES
           END-IF.
           MOVE 'N' TO SEM-PRAZOS.
           OPEN INPUT PRAZOS-FILE.
           IF (PRAZOS-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-PRAZOS
           END-IF.
           MOVE 'N' TO SEM-CATIVOS.
           OPEN INPUT CATIVOS-FILE.
           IF (CATIVOS-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-CATIVOS
           END-IF.
           MOVE 'N' TO SEM-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMOS-FILE.
           IF (EMPRESTIMOS-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-EMPRESTIMOS
           END-IF.
           MOVE 'N' TO SEM-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF (OPERADORES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-OPERADORES
           ELSE
               MOVE LOW-VALUES TO ID-OPERADOR-OP
               START OPERADORES-FILE KEY NOT < ID-OPERADOR-OP
                   INVALID KEY
                       MOVE 'S' TO SEM-OPERADORES
                   NOT INVALID KEY
                       READ OPERADORES-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO SEM-OPERADORES
                       END-READ
               END-START
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE MOVIMENTOS-FILE.
           CLOSE GLFEED-FILE.
           CLOSE ENCERRAMENTOS-FILE.
           CLOSE EXTRATO-ENC-FILE.
           IF (SEM-CLIENTES = 'N') THEN
               CLOSE CLIENTES-FILE
           END-IF.
           IF (SEM-ORDENS = 'N') THEN
               CLOSE ORDENS-FILE
           END-IF.
           IF (SEM-CHEQUES = 'N') THEN
               CLOSE CHEQUES-FILE
           END-IF.
           IF (SEM-PRAZOS = 'N') THEN
               CLOSE PRAZOS-FILE
           END-IF.
           IF (SEM-CATIVOS = 'N') THEN
               CLOSE CATIVOS-FILE
           END-IF.
           IF (SEM-EMPRESTIMOS = 'N') THEN
               CLOSE EMPRESTIMOS-FILE
           END-IF.
           CLOSE OPERADORES-FILE.
       END PROGRAM ENCCONTA.
