      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Loan statement: for the loan number given on SYSIN (blank or
      * zero for every active loan on the EMPRESTIMOS file) prints
      * the loan's conditions, the holder's name from the CLIENTES
      * master, the full amortization schedule from PLANOEMP with
      * each instalment's capital/interest split, capital owed after
      * it, amount collected and state, and closes with the capital
      * still owed, the capital not yet due and the amount in arrears
      * on EXTEMP.PRT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTEMPRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
               FILE STATUS IS EMPRESTIMOS-STATUS.
           SELECT PLANO-FILE ASSIGN TO "PLANOEMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PLN
               FILE STATUS IS PLANO-STATUS.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-CLI
               FILE STATUS IS CLIENTES-STATUS.
           SELECT EXTRATO-EMP-FILE ASSIGN TO "EXTEMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXTRATO-EMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  PLANO-FILE.
           COPY "PLANREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  EXTRATO-EMP-FILE.
       01 LINHA-EXTRATO                 PIC X(100).
       WORKING-STORAGE SECTION.
      ****** PARAMETRO DO EMPRESTIMO PEDIDO ****************************
       01 PARAMETRO                    PIC X(5) VALUE SPACES.
       77 EMPRESTIMO-PEDIDO            PIC 9(5) VALUE 0.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTROLO DE FICHEIROS *************************************
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 PLANO-STATUS                 PIC XX VALUE SPACES.
       77 CLIENTES-STATUS              PIC XX VALUE SPACES.
       77 EXTRATO-EMP-STATUS           PIC XX VALUE SPACES.
       77 EOF-EMPRESTIMOS              PIC X VALUE 'N'.
       77 EOF-PLANO                    PIC X VALUE 'N'.
      ****** TOTAIS DO EMPRESTIMO **************************************
       77 TOTAL-ATRASO                 PIC S9(11)V99 VALUE 0.
       77 CAPITAL-VINCENDO             PIC S9(11)V99 VALUE 0.
       77 TOTAL-COBRADO                PIC S9(11)V99 VALUE 0.
       77 TOTAL-JUROS                  PIC S9(11)V99 VALUE 0.
       77 EM-FALTA                     PIC S9(11)V99 VALUE 0.
       77 TAXA-PERCENTUAL              PIC 9(3)V9(4) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 EMPRESTIMOS-IMPRESSOS        PIC 9(9) VALUE 0.
       77 PRESTACOES-IMPRESSAS         PIC 9(9) VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 TOTAL-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 PRESTACAO-SAIDA              PIC -ZZZZZZZ9.99.
       77 CAPITAL-SAIDA                PIC -ZZZZZZZ9.99.
       77 JUROS-SAIDA                  PIC -ZZZZZZZ9.99.
       77 DIVIDA-SAIDA                 PIC -ZZZZZZZ9.99.
       77 COBRADO-SAIDA                PIC -ZZZZZZZ9.99.
       77 TAXA-SAIDA                   PIC ZZ9.9999.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           ACCEPT PARAMETRO.
           IF (PARAMETRO NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(PARAMETRO) NOT = 0) THEN
                   DISPLAY "Parametro invalido; indicar o numero do "
                   "emprestimo ou deixar em branco."
                   STOP RUN
               END-IF
               COMPUTE EMPRESTIMO-PEDIDO = FUNCTION NUMVAL(PARAMETRO)
           END-IF.
           PERFORM ABRIR-FICHEIROS.
           IF (EMPRESTIMO-PEDIDO > 0) THEN
               MOVE EMPRESTIMO-PEDIDO TO NUMERO-EMPRESTIMO
               READ EMPRESTIMOS-FILE
                   INVALID KEY
                       DISPLAY "Emprestimo " EMPRESTIMO-PEDIDO
                       " inexistente."
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-EXTRATO-EMPRESTIMO
               END-READ
           ELSE
               MOVE 'N' TO EOF-EMPRESTIMOS
               PERFORM UNTIL EOF-EMPRESTIMOS = 'S'
                   READ EMPRESTIMOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-EMPRESTIMOS
                       NOT AT END
                           IF (ESTADO-EMP = 'A') THEN
                               PERFORM IMPRIMIR-EXTRATO-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM FECHAR-FICHEIROS.
           DISPLAY "Emprestimos impressos: " EMPRESTIMOS-IMPRESSOS.
           DISPLAY "Prestacoes impressas:  " PRESTACOES-IMPRESSAS.
           STOP RUN.
       IMPRIMIR-EXTRATO-EMPRESTIMO.
           MOVE 0 TO TOTAL-ATRASO.
           MOVE 0 TO CAPITAL-VINCENDO.
           MOVE 0 TO TOTAL-COBRADO.
           MOVE 0 TO TOTAL-JUROS.
           PERFORM IMPRIMIR-CABECALHO-EMPRESTIMO.
           MOVE NUMERO-EMPRESTIMO TO NUMERO-EMPRESTIMO-PLN.
           MOVE 0 TO NUMERO-PRESTACAO-PLN.
           START PLANO-FILE KEY NOT < CHAVE-PLN
               INVALID KEY
                   MOVE 'S' TO EOF-PLANO
               NOT INVALID KEY
                   MOVE 'N' TO EOF-PLANO
           END-START.
           PERFORM UNTIL EOF-PLANO = 'S'
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-PLANO
               END-READ
               IF (EOF-PLANO = 'N') THEN
                   IF (NUMERO-EMPRESTIMO-PLN NOT = NUMERO-EMPRESTIMO)
                   THEN
                       MOVE 'S' TO EOF-PLANO
                   ELSE
                       PERFORM IMPRIMIR-LINHA-PLANO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-RESUMO-EMPRESTIMO.
           ADD 1 TO EMPRESTIMOS-IMPRESSOS.
       IMPRIMIR-CABECALHO-EMPRESTIMO.
           MOVE CONTA-LIGADA-EMP TO NUMERO-CONTA-CLI.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "(sem ficha de cliente)" TO NOME-CLI
           END-READ.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Extrato do emprestimo " DELIMITED BY SIZE
               NUMERO-EMPRESTIMO DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Conta " DELIMITED BY SIZE
               CONTA-LIGADA-EMP DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(NOME-CLI) DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           COMPUTE TAXA-PERCENTUAL = TAXA-EMP * 100.
           MOVE TAXA-PERCENTUAL TO TAXA-SAIDA.
           MOVE CAPITAL-EMP TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Capital" DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " Eur, taxa anual " DELIMITED BY SIZE
               TAXA-SAIDA DELIMITED BY SIZE
               "%, " DELIMITED BY SIZE
               MESES-EMP DELIMITED BY SIZE
               " meses desde " DELIMITED BY SIZE
               DATA-INICIO-EMP DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE PRESTACAO-EMP TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           IF (ESTADO-EMP = 'L') THEN
               STRING "Prestacao mensal" DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   " Eur - emprestimo liquidado" DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
           ELSE
               STRING "Prestacao mensal" DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   " Eur - emprestimo ativo" DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
           END-IF.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Prest  Vencim.    Prestacao     Capital      "
               DELIMITED BY SIZE
               " Juros  Cap.divida     Cobrado E Cobranca"
               DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
      ****** ESTADO: P POR VENCER, C COBRADA, A EM ATRASO **************
       IMPRIMIR-LINHA-PLANO.
           MOVE PRESTACAO-PLN TO PRESTACAO-SAIDA.
           MOVE CAPITAL-PLN TO CAPITAL-SAIDA.
           MOVE JUROS-PLN TO JUROS-SAIDA.
           MOVE CAPITAL-DIVIDA-PLN TO DIVIDA-SAIDA.
           MOVE VALOR-COBRADO-PLN TO COBRADO-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "  " DELIMITED BY SIZE
               NUMERO-PRESTACAO-PLN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DATA-VENCIMENTO-PLN DELIMITED BY SIZE
               PRESTACAO-SAIDA DELIMITED BY SIZE
               CAPITAL-SAIDA DELIMITED BY SIZE
               JUROS-SAIDA DELIMITED BY SIZE
               DIVIDA-SAIDA DELIMITED BY SIZE
               COBRADO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTADO-PLN DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           IF (ESTADO-PLN = 'C') THEN
               MOVE DATA-COBRANCA-PLN TO LINHA-EXTRATO(79:8)
           END-IF.
           WRITE LINHA-EXTRATO.
           ADD VALOR-COBRADO-PLN TO TOTAL-COBRADO.
           ADD JUROS-PLN TO TOTAL-JUROS.
           IF (ESTADO-PLN NOT = 'C') THEN
               COMPUTE EM-FALTA = PRESTACAO-PLN - VALOR-COBRADO-PLN
               IF (DATA-VENCIMENTO-PLN <= DATA-HOJE) THEN
                   ADD EM-FALTA TO TOTAL-ATRASO
               ELSE
                   ADD CAPITAL-PLN TO CAPITAL-VINCENDO
               END-IF
           END-IF.
           ADD 1 TO PRESTACOES-IMPRESSAS.
       IMPRIMIR-RESUMO-EMPRESTIMO.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE PRESTACOES-PAGAS-EMP TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Prestacoes cobradas:    " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               MESES-EMP DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE TOTAL-COBRADO TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Total cobrado:       " DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE TOTAL-JUROS TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Juros do plano:      " DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE CAPITAL-DIVIDA-EMP TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Capital em divida:   " DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE CAPITAL-VINCENDO TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "  dos quais vincendo:" DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE TOTAL-ATRASO TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Em atraso:           " DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
       ABRIR-FICHEIROS.
           OPEN INPUT EMPRESTIMOS-FILE.
           IF (EMPRESTIMOS-STATUS = "35") THEN
               OPEN OUTPUT EMPRESTIMOS-FILE
               CLOSE EMPRESTIMOS-FILE
               OPEN INPUT EMPRESTIMOS-FILE
           END-IF.
           OPEN INPUT PLANO-FILE.
           IF (PLANO-STATUS = "35") THEN
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN INPUT PLANO-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           IF (CLIENTES-STATUS = "35") THEN
               OPEN OUTPUT CLIENTES-FILE
               CLOSE CLIENTES-FILE
               OPEN INPUT CLIENTES-FILE
           END-IF.
           OPEN OUTPUT EXTRATO-EMP-FILE.
       FECHAR-FICHEIROS.
           CLOSE EMPRESTIMOS-FILE.
           CLOSE PLANO-FILE.
           CLOSE CLIENTES-FILE.
           CLOSE EXTRATO-EMP-FILE.
       END PROGRAM EXTEMPRES.
