      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Loan arrears listing for the credit department: reads the
      * PLANOEMP amortization schedules in loan/instalment order and
      * prints, per loan with any instalment already due and not
      * collected in full, the linked account, the holder's name from
      * the CLIENTES master and the capital still owed, then every
      * instalment in arrears with its due date, days late, amount
      * collected so far and amount missing, and the loan's total
      * missing. Grand totals close the listing on ATRASOEMP.PRT.
      * Run after FIMDIA, so today's collections are already in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASOEMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "PLANOEMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PLN
               FILE STATUS IS PLANO-STATUS.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
               FILE STATUS IS EMPRESTIMOS-STATUS.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-CLI
               FILE STATUS IS CLIENTES-STATUS.
           SELECT ATRASOS-FILE ASSIGN TO "ATRASOEMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ATRASOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-FILE.
           COPY "PLANREG.cpy".
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  ATRASOS-FILE.
       01 LINHA-ATRASOS                 PIC X(100).
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTROLO DE FICHEIROS *************************************
       77 PLANO-STATUS                 PIC XX VALUE SPACES.
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 CLIENTES-STATUS              PIC XX VALUE SPACES.
       77 ATRASOS-STATUS               PIC XX VALUE SPACES.
       77 EOF-PLANO                    PIC X VALUE 'N'.
      ****** QUEBRA POR EMPRESTIMO *************************************
       77 EMPRESTIMO-ANTERIOR          PIC 9(5) VALUE 0.
       77 EMPRESTIMO-EM-CURSO          PIC X VALUE 'N'.
       77 FALTA-EMPRESTIMO             PIC S9(11)V99 VALUE 0.
       77 PRESTACOES-DO-EMPRESTIMO     PIC 9(4) VALUE 0.
       77 EM-FALTA                     PIC S9(11)V99 VALUE 0.
       77 DIAS-ATRASO                  PIC 9(6) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 EMPRESTIMOS-EM-ATRASO        PIC 9(9) VALUE 0.
       77 PRESTACOES-EM-ATRASO         PIC 9(9) VALUE 0.
       77 TOTAL-GERAL                  PIC S9(13)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 COBRADO-SAIDA                PIC -ZZZZZZZZZZ9.99.
       77 FALTA-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 TOTAL-SAIDA                  PIC -ZZZZZZZZZZZZ9.99.
       77 DIAS-SAIDA                   PIC ZZZZZ9.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-ATRASOS.
           MOVE 'N' TO EOF-PLANO.
           PERFORM UNTIL EOF-PLANO = 'S'
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-PLANO
                   NOT AT END
                       IF (ESTADO-PLN NOT = 'C')
                       AND (DATA-VENCIMENTO-PLN <= DATA-HOJE) THEN
                           PERFORM TRATAR-PRESTACAO-ATRASO
                       END-IF
               END-READ
           END-PERFORM.
           IF (EMPRESTIMO-EM-CURSO = 'S') THEN
               PERFORM TERMINAR-EMPRESTIMO
           END-IF.
           PERFORM GERAR-TOTAIS-ATRASOS.
           PERFORM FECHAR-FICHEIROS.
           DISPLAY "Emprestimos em atraso: " EMPRESTIMOS-EM-ATRASO.
           DISPLAY "Prestacoes em atraso:  " PRESTACOES-EM-ATRASO.
           STOP RUN.
       TRATAR-PRESTACAO-ATRASO.
           IF (NUMERO-EMPRESTIMO-PLN NOT = EMPRESTIMO-ANTERIOR)
           OR (EMPRESTIMO-EM-CURSO = 'N') THEN
               IF (EMPRESTIMO-EM-CURSO = 'S') THEN
                   PERFORM TERMINAR-EMPRESTIMO
               END-IF
               MOVE NUMERO-EMPRESTIMO-PLN TO EMPRESTIMO-ANTERIOR
               MOVE 'S' TO EMPRESTIMO-EM-CURSO
               MOVE 0 TO FALTA-EMPRESTIMO
               MOVE 0 TO PRESTACOES-DO-EMPRESTIMO
               PERFORM IMPRIMIR-CABECALHO-EMPRESTIMO
           END-IF.
           PERFORM IMPRIMIR-LINHA-PRESTACAO.
       IMPRIMIR-CABECALHO-EMPRESTIMO.
           MOVE SPACES TO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
           MOVE EMPRESTIMO-ANTERIOR TO NUMERO-EMPRESTIMO.
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   STRING "Emprestimo " DELIMITED BY SIZE
                       EMPRESTIMO-ANTERIOR DELIMITED BY SIZE
                       " (sem registo no ficheiro EMPRESTIMOS):"
                       DELIMITED BY SIZE
                       INTO LINHA-ATRASOS
                   END-STRING
                   WRITE LINHA-ATRASOS
                   END-WRITE
               NOT INVALID KEY
                   MOVE CONTA-LIGADA-EMP TO NUMERO-CONTA-CLI
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE "(sem ficha de cliente)" TO NOME-CLI
                   END-READ
                   MOVE SPACES TO LINHA-ATRASOS
                   STRING "Emprestimo " DELIMITED BY SIZE
                       NUMERO-EMPRESTIMO DELIMITED BY SIZE
                       " - conta " DELIMITED BY SIZE
                       CONTA-LIGADA-EMP DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(NOME-CLI) DELIMITED BY SIZE
                       INTO LINHA-ATRASOS
                   WRITE LINHA-ATRASOS
                   MOVE PRESTACAO-EMP TO VALOR-SAIDA
                   MOVE CAPITAL-DIVIDA-EMP TO TOTAL-SAIDA
                   MOVE SPACES TO LINHA-ATRASOS
                   STRING "  Prestacao mensal" DELIMITED BY SIZE
                       VALOR-SAIDA DELIMITED BY SIZE
                       " Eur, capital em divida" DELIMITED BY SIZE
                       TOTAL-SAIDA DELIMITED BY SIZE
                       " Eur" DELIMITED BY SIZE
                       INTO LINHA-ATRASOS
                   WRITE LINHA-ATRASOS
           END-READ.
           ADD 1 TO EMPRESTIMOS-EM-ATRASO.
       IMPRIMIR-LINHA-PRESTACAO.
           COMPUTE EM-FALTA = PRESTACAO-PLN - VALOR-COBRADO-PLN.
           COMPUTE DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-PLN).
           ADD EM-FALTA TO FALTA-EMPRESTIMO.
           ADD EM-FALTA TO TOTAL-GERAL.
           MOVE DIAS-ATRASO TO DIAS-SAIDA.
           MOVE VALOR-COBRADO-PLN TO COBRADO-SAIDA.
           MOVE EM-FALTA TO FALTA-SAIDA.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "  Prest. " DELIMITED BY SIZE
               NUMERO-PRESTACAO-PLN DELIMITED BY SIZE
               " venc. " DELIMITED BY SIZE
               DATA-VENCIMENTO-PLN DELIMITED BY SIZE
               DIAS-SAIDA DELIMITED BY SIZE
               " dias  cobrado" DELIMITED BY SIZE
               COBRADO-SAIDA DELIMITED BY SIZE
               "  em falta" DELIMITED BY SIZE
               FALTA-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
           ADD 1 TO PRESTACOES-DO-EMPRESTIMO.
           ADD 1 TO PRESTACOES-EM-ATRASO.
       TERMINAR-EMPRESTIMO.
           MOVE FALTA-EMPRESTIMO TO TOTAL-SAIDA.
           MOVE PRESTACOES-DO-EMPRESTIMO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "  Total em atraso (" DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               " prestacao(oes)):" DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
       GERAR-CABECALHO-ATRASOS.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "Emprestimos com prestacoes em atraso em "
               DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA DELIMITED BY SIZE ":" DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
       GERAR-TOTAIS-ATRASOS.
           MOVE SPACES TO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
           MOVE EMPRESTIMOS-EM-ATRASO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "Emprestimos em atraso: " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
           MOVE PRESTACOES-EM-ATRASO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "Prestacoes em atraso:  " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
           MOVE TOTAL-GERAL TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-ATRASOS.
           STRING "Total em atraso:      " DELIMITED BY SIZE
               TOTAL-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-ATRASOS.
           WRITE LINHA-ATRASOS.
       ABRIR-FICHEIROS.
           OPEN INPUT PLANO-FILE.
           IF (PLANO-STATUS = "35") THEN
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN INPUT PLANO-FILE
           END-IF.
           OPEN INPUT EMPRESTIMOS-FILE.
           IF (EMPRESTIMOS-STATUS = "35") THEN
               OPEN OUTPUT EMPRESTIMOS-FILE
               CLOSE EMPRESTIMOS-FILE
               OPEN INPUT EMPRESTIMOS-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           IF (CLIENTES-STATUS = "35") THEN
               OPEN OUTPUT CLIENTES-FILE
               CLOSE CLIENTES-FILE
               OPEN INPUT CLIENTES-FILE
           END-IF.
           OPEN OUTPUT ATRASOS-FILE.
       FECHAR-FICHEIROS.
           CLOSE PLANO-FILE.
           CLOSE EMPRESTIMOS-FILE.
           CLOSE CLIENTES-FILE.
           CLOSE ATRASOS-FILE.
       END PROGRAM ATRASOEMP.
