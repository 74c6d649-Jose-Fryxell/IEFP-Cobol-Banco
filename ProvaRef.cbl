      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Nightly referential-integrity proof across the master files,
      * run in the batch window next to PROVADIA. Reports on
      * PROVAREF.PRT every broken link between the files:
      *   - CONTAS accounts with no CLIENTES record, and CLIENTES
      *     records for an account missing from CONTAS;
      *   - CLIENTES records pointing at a customer missing from the
      *     CLIMEST master, or whose name or NIF copy differs from
      *     the master's;
      *   - NIFXREF entries pointing at a missing customer, or whose
      *     NIF is not that customer's NIF;
      *   - TITULARES holders whose account or customer is missing;
      *   - ORDENS, PRAZOS, CHEQUES, active CATIVOS and EMPRESTIMOS
      *     records pointing at a missing account, or at a closed
      *     ('E') account while the record is still live (active
      *     order, active deposit, unused 'I' cheque, active hold,
      *     active loan) - cancelled and settled records may stay on
      *     a closed account;
      *   - MOVIMENT transfer legs (CONTA-LIGADA-MOV filled) with no
      *     matching opposite leg - same two accounts, date and
      *     amount, the other direction.
      * CLIENTES records from before the master existed (customer
      * number zero) are counted apart and do not fail the proof.
      * The run ends with a count per check and a clean/not-clean
      * verdict, kept on the CONTROLO run-control record like the
      * other proofs. Refuses to run before FIMDIA has completed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVAREF.
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
           SELECT CLIMEST-FILE ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENTE-CLM
               FILE STATUS IS CLIMEST-STATUS.
           SELECT NIFXREF-FILE ASSIGN TO "NIFXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NIF-NX
               FILE STATUS IS NIFXREF-STATUS.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS TITULARES-STATUS.
           SELECT ORDENS-FILE ASSIGN TO "ORDENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-ORDEM
               FILE STATUS IS ORDENS-STATUS.
           SELECT PRAZOS-FILE ASSIGN TO "PRAZOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-PRAZO
               FILE STATUS IS PRAZOS-STATUS.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CHQ
               FILE STATUS IS CHEQUES-STATUS.
           SELECT CATIVOS-FILE ASSIGN TO "CATIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CAT
               FILE STATUS IS CATIVOS-STATUS.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-EMPRESTIMO
               FILE STATUS IS EMPRESTIMOS-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-MOV
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
           SELECT PROVA-FILE ASSIGN TO "PROVAREF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PROVA-STATUS.
           SELECT ORDENACAO-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  CLIMEST-FILE.
           COPY "CLIMREG.cpy".
       FD  NIFXREF-FILE.
           COPY "NIFXREG.cpy".
       FD  TITULARES-FILE.
           COPY "TITREG.cpy".
       FD  ORDENS-FILE.
           COPY "ORDEMREG.cpy".
       FD  PRAZOS-FILE.
           COPY "PRAZREG.cpy".
       FD  CHEQUES-FILE.
           COPY "CHQREG.cpy".
       FD  CATIVOS-FILE.
           COPY "CATREG.cpy".
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  CONTROLO-FILE.
           COPY "CTRLREG.cpy".
       FD  PROVA-FILE.
       01 LINHA-PROVA                   PIC X(100).
       SD  ORDENACAO-FILE.
       01 REG-ORDENACAO.
           05 CHAVE-PAR-SRT.
               10 DEBITO-SRT           PIC 9(10).
               10 CREDITO-SRT          PIC 9(10).
               10 DATA-SRT             PIC 9(8).
               10 VALOR-SRT            PIC S9(11)V99.
           05 TIPO-SRT                 PIC X.
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
      ****** CONTROLO DE EXECUCAO **************************************
       77 CONTROLO-STATUS              PIC XX VALUE SPACES.
       77 CONTROLO-ENCONTRADO          PIC X VALUE 'N'.
       77 FIMDIA-COMPLETO              PIC X VALUE 'N'.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTROLO DE FICHEIROS *************************************
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 CLIENTES-STATUS              PIC XX VALUE SPACES.
       77 CLIMEST-STATUS               PIC XX VALUE SPACES.
       77 NIFXREF-STATUS               PIC XX VALUE SPACES.
       77 TITULARES-STATUS             PIC XX VALUE SPACES.
       77 ORDENS-STATUS                PIC XX VALUE SPACES.
       77 PRAZOS-STATUS                PIC XX VALUE SPACES.
       77 CHEQUES-STATUS               PIC XX VALUE SPACES.
       77 CATIVOS-STATUS               PIC XX VALUE SPACES.
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 PROVA-STATUS                 PIC XX VALUE SPACES.
       77 FIM-FICHEIRO                 PIC X VALUE 'N'.
       77 FIM-ORDENACAO                PIC X VALUE 'N'.
      ****** LIGACAO A UMA CONTA ***************************************
       77 CONTA-VERIFICAR              PIC 9(10) VALUE 0.
       77 SITUACAO-CONTA               PIC X VALUE SPACE.
       77 REGISTO-VIVO                 PIC X VALUE 'N'.
       77 LIGACAO-QUEBRADA             PIC X VALUE 'N'.
       77 DESCRICAO-REGISTO            PIC X(50) VALUE SPACES.
       77 DESCRICAO-SITUACAO           PIC X(11) VALUE SPACES.
      ****** EMPARELHAMENTO DAS PERNAS DE TRANSFERENCIA ****************
       01 GRUPO-ANTERIOR.
           05 DEBITO-ANT               PIC 9(10).
           05 CREDITO-ANT              PIC 9(10).
           05 DATA-ANT.
               10 ANO-ANT              PIC 9999.
               10 MES-ANT              PIC 99.
               10 DIA-ANT              PIC 99.
           05 VALOR-ANT                PIC S9(11)V99.
       77 GRUPO-EM-CURSO               PIC X VALUE 'N'.
       77 DEBITOS-GRUPO                PIC 9(4) VALUE 0.
       77 CREDITOS-GRUPO               PIC 9(4) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 CONTAS-LIDAS                 PIC 9(9) VALUE 0.
       77 CONTAS-SEM-CLIENTE           PIC 9(9) VALUE 0.
       77 CLIENTES-SEM-CONTA           PIC 9(9) VALUE 0.
       77 CLIENTES-SEM-MESTRE          PIC 9(9) VALUE 0.
       77 CLIENTES-DIFERENTES          PIC 9(9) VALUE 0.
       77 CLIENTES-ANTERIORES          PIC 9(9) VALUE 0.
       77 NIFXREF-SEM-CLIENTE          PIC 9(9) VALUE 0.
       77 NIFXREF-NIF-DIFERENTE        PIC 9(9) VALUE 0.
       77 TITULARES-QUEBRADOS          PIC 9(9) VALUE 0.
       77 ORDENS-QUEBRADAS             PIC 9(9) VALUE 0.
       77 PRAZOS-QUEBRADOS             PIC 9(9) VALUE 0.
       77 CHEQUES-QUEBRADOS            PIC 9(9) VALUE 0.
       77 CATIVOS-QUEBRADOS            PIC 9(9) VALUE 0.
       77 EMPRESTIMOS-QUEBRADOS        PIC 9(9) VALUE 0.
       77 PERNAS-LIDAS                 PIC 9(9) VALUE 0.
       77 PERNAS-SEM-PAR               PIC 9(9) VALUE 0.
       77 TOTAL-QUEBRAS                PIC 9(9) VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       77 DEBITOS-SAIDA                PIC ZZZ9.
       77 CREDITOS-SAIDA               PIC ZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM MARCAR-INICIO-TRABALHO.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-PROVA.
           PERFORM VERIFICAR-CONTAS.
           PERFORM VERIFICAR-CLIENTES.
           PERFORM VERIFICAR-NIFXREF.
           PERFORM VERIFICAR-TITULARES.
           PERFORM VERIFICAR-ORDENS.
           PERFORM VERIFICAR-PRAZOS.
           PERFORM VERIFICAR-CHEQUES.
           PERFORM VERIFICAR-CATIVOS.
           PERFORM VERIFICAR-EMPRESTIMOS.
           SORT ORDENACAO-FILE
               ON ASCENDING KEY DEBITO-SRT CREDITO-SRT DATA-SRT
                                VALOR-SRT TIPO-SRT
               INPUT PROCEDURE IS SELECIONAR-TRANSFERENCIAS
               OUTPUT PROCEDURE IS EMPARELHAR-TRANSFERENCIAS.
           COMPUTE TOTAL-QUEBRAS = CONTAS-SEM-CLIENTE
               + CLIENTES-SEM-CONTA + CLIENTES-SEM-MESTRE
               + CLIENTES-DIFERENTES + NIFXREF-SEM-CLIENTE
               + NIFXREF-NIF-DIFERENTE + TITULARES-QUEBRADOS
               + ORDENS-QUEBRADAS + PRAZOS-QUEBRADOS
               + CHEQUES-QUEBRADOS + CATIVOS-QUEBRADOS
               + EMPRESTIMOS-QUEBRADOS + PERNAS-SEM-PAR.
           PERFORM GERAR-TOTAIS-PROVA.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           DISPLAY "Contas lidas:        " CONTAS-LIDAS.
           DISPLAY "Pernas verificadas:  " PERNAS-LIDAS.
           DISPLAY "Ligacoes quebradas:  " TOTAL-QUEBRAS.
           STOP RUN.
      ******************************************************************
      * CONTAS SEM REGISTO CLIENTES. **********************************
      ******************************************************************
       VERIFICAR-CONTAS.
           MOVE 'N' TO FIM-FICHEIRO.
           PERFORM UNTIL FIM-FICHEIRO = 'S'
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT AT END
                       ADD 1 TO CONTAS-LIDAS
                       PERFORM VERIFICAR-CLIENTE-DA-CONTA
               END-READ
           END-PERFORM.
       VERIFICAR-CLIENTE-DA-CONTA.
           MOVE NUMERO-CONTA-FD TO NUMERO-CONTA-CLI.
           READ CLIENTES-FILE
               INVALID KEY
                   ADD 1 TO CONTAS-SEM-CLIENTE
                   MOVE SPACES TO LINHA-PROVA
                   STRING "Conta " DELIMITED BY SIZE
                       NUMERO-CONTA-FD DELIMITED BY SIZE
                       " (estado " DELIMITED BY SIZE
                       ESTADO-CONTA-FD DELIMITED BY SIZE
                       ") sem registo no ficheiro CLIENTES"
                       DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   END-STRING
                   WRITE LINHA-PROVA
                   END-WRITE
           END-READ.
      ******************************************************************
      * CLIENTES: CONTA EXISTENTE, CLIENTE NO MESTRE E COPIA DO NOME **
      * E DO NIF IGUAL A DO MESTRE. OS REGISTOS ANTERIORES AO MESTRE **
      * (CLIENTE ZERO) SO SE CONTAM. **********************************
      ******************************************************************
       VERIFICAR-CLIENTES.
           MOVE 0 TO NUMERO-CONTA-CLI.
           START CLIENTES-FILE KEY NOT < NUMERO-CONTA-CLI
               INVALID KEY
                   MOVE 'S' TO FIM-FICHEIRO
               NOT INVALID KEY
                   MOVE 'N' TO FIM-FICHEIRO
           END-START.
           PERFORM UNTIL FIM-FICHEIRO = 'S'
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO FIM-FICHEIRO
                   NOT AT END
                       PERFORM VERIFICAR-REGISTO-CLIENTE
               END-READ
           END-PERFORM.
       VERIFICAR-REGISTO-CLIENTE.
           MOVE NUMERO-CONTA-CLI TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   ADD 1 TO CLIENTES-SEM-CONTA
                   MOVE SPACES TO LINHA-PROVA
                   STRING "Registo CLIENTES da conta " DELIMITED BY SIZE
                       NUMERO-CONTA-CLI DELIMITED BY SIZE
                       ": conta inexistente no ficheiro CONTAS"
                       DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   END-STRING
                   WRITE LINHA-PROVA
                   END-WRITE
           END-READ.
           IF (NUMERO-CLIENTE-CLI = 0) THEN
               ADD 1 TO CLIENTES-ANTERIORES
           ELSE
               MOVE NUMERO-CLIENTE-CLI TO NUMERO-CLIENTE-CLM
               READ CLIMEST-FILE
                   INVALID KEY
                       ADD 1 TO CLIENTES-SEM-MESTRE
                       MOVE SPACES TO LINHA-PROVA
                       STRING "Registo CLIENTES da conta "
                           DELIMITED BY SIZE
                           NUMERO-CONTA-CLI DELIMITED BY SIZE
                           ": cliente " DELIMITED BY SIZE
                           NUMERO-CLIENTE-CLI DELIMITED BY SIZE
                           " inexistente no CLIMEST" DELIMITED BY SIZE
                           INTO LINHA-PROVA
                       END-STRING
                       WRITE LINHA-PROVA
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM COMPARAR-COM-MESTRE
               END-READ
           END-IF.
       COMPARAR-COM-MESTRE.
           IF (NOME-CLI NOT = NOME-CLM) OR (NIF-CLI NOT = NIF-CLM)
           THEN
               ADD 1 TO CLIENTES-DIFERENTES
               MOVE SPACES TO LINHA-PROVA
               STRING "Registo CLIENTES da conta " DELIMITED BY SIZE
                   NUMERO-CONTA-CLI DELIMITED BY SIZE
                   ": difere do cliente " DELIMITED BY SIZE
                   NUMERO-CLIENTE-CLI DELIMITED BY SIZE
                   " no CLIMEST" DELIMITED BY SIZE
                   INTO LINHA-PROVA
               WRITE LINHA-PROVA
               IF (NOME-CLI NOT = NOME-CLM) THEN
                   MOVE SPACES TO LINHA-PROVA
                   STRING "    nome CLIENTES: " DELIMITED BY SIZE
                       FUNCTION TRIM(NOME-CLI) DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   WRITE LINHA-PROVA
                   MOVE SPACES TO LINHA-PROVA
                   STRING "    nome CLIMEST:  " DELIMITED BY SIZE
                       FUNCTION TRIM(NOME-CLM) DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   WRITE LINHA-PROVA
               END-IF
               IF (NIF-CLI NOT = NIF-CLM) THEN
                   MOVE SPACES TO LINHA-PROVA
                   STRING "    NIF CLIENTES " DELIMITED BY SIZE
                       NIF-CLI DELIMITED BY SIZE
                       ", NIF CLIMEST " DELIMITED BY SIZE
                       NIF-CLM DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   WRITE LINHA-PROVA
               END-IF
           END-IF.
      ******************************************************************
      * NIFXREF: O CLIENTE APONTADO EXISTE E TEM ESTE NIF. ************
      ******************************************************************
       VERIFICAR-NIFXREF.
           OPEN INPUT NIFXREF-FILE.
           IF (NIFXREF-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ NIFXREF-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-NIFXREF
                   END-READ
               END-PERFORM
               CLOSE NIFXREF-FILE
           END-IF.
       VERIFICAR-REGISTO-NIFXREF.
           MOVE NUMERO-CLIENTE-NX TO NUMERO-CLIENTE-CLM.
           READ CLIMEST-FILE
               INVALID KEY
                   ADD 1 TO NIFXREF-SEM-CLIENTE
                   MOVE SPACES TO LINHA-PROVA
                   STRING "NIFXREF " DELIMITED BY SIZE
                       NIF-NX DELIMITED BY SIZE
                       ": cliente " DELIMITED BY SIZE
                       NUMERO-CLIENTE-NX DELIMITED BY SIZE
                       " inexistente no CLIMEST" DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   END-STRING
                   WRITE LINHA-PROVA
                   END-WRITE
               NOT INVALID KEY
                   IF (NIF-CLM NOT = NIF-NX) THEN
                       ADD 1 TO NIFXREF-NIF-DIFERENTE
                       MOVE SPACES TO LINHA-PROVA
                       STRING "NIFXREF " DELIMITED BY SIZE
                           NIF-NX DELIMITED BY SIZE
                           ": o cliente " DELIMITED BY SIZE
                           NUMERO-CLIENTE-NX DELIMITED BY SIZE
                           " tem o NIF " DELIMITED BY SIZE
                           NIF-CLM DELIMITED BY SIZE
                           INTO LINHA-PROVA
                       END-STRING
                       WRITE LINHA-PROVA
                       END-WRITE
                   END-IF
           END-READ.
      ******************************************************************
      * TITULARES: CONTA E CLIENTE EXISTENTES. UMA CONTA ENCERRADA ****
      * MANTEM OS SEUS TITULARES. *************************************
      ******************************************************************
       VERIFICAR-TITULARES.
           OPEN INPUT TITULARES-FILE.
           IF (TITULARES-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ TITULARES-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-TITULAR
                   END-READ
               END-PERFORM
               CLOSE TITULARES-FILE
           END-IF.
       VERIFICAR-REGISTO-TITULAR.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Titular " DELIMITED BY SIZE
               NUMERO-CLIENTE-TIT DELIMITED BY SIZE
               " - conta" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE NUMERO-CONTA-TIT TO CONTA-VERIFICAR.
           MOVE 'N' TO REGISTO-VIVO.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO TITULARES-QUEBRADOS
           END-IF.
           MOVE NUMERO-CLIENTE-TIT TO NUMERO-CLIENTE-CLM.
           READ CLIMEST-FILE
               INVALID KEY
                   ADD 1 TO TITULARES-QUEBRADOS
                   MOVE SPACES TO LINHA-PROVA
                   STRING "Titular da conta " DELIMITED BY SIZE
                       NUMERO-CONTA-TIT DELIMITED BY SIZE
                       ": cliente " DELIMITED BY SIZE
                       NUMERO-CLIENTE-TIT DELIMITED BY SIZE
                       " inexistente no CLIMEST" DELIMITED BY SIZE
                       INTO LINHA-PROVA
                   END-STRING
                   WRITE LINHA-PROVA
                   END-WRITE
           END-READ.
      ******************************************************************
      * ORDENS: CONTA DE ORIGEM E DE DESTINO; VIVA SE ATIVA-ORD = 'S'. *
      ******************************************************************
       VERIFICAR-ORDENS.
           OPEN INPUT ORDENS-FILE.
           IF (ORDENS-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ ORDENS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-ORDEM
                   END-READ
               END-PERFORM
               CLOSE ORDENS-FILE
           END-IF.
       VERIFICAR-REGISTO-ORDEM.
           IF (ATIVA-ORD = 'S') THEN
               MOVE 'S' TO REGISTO-VIVO
           ELSE
               MOVE 'N' TO REGISTO-VIVO
           END-IF.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Ordem " DELIMITED BY SIZE
               NUMERO-ORDEM DELIMITED BY SIZE
               " - conta de origem" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE CONTA-ORIGEM-ORD TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO ORDENS-QUEBRADAS
           END-IF.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Ordem " DELIMITED BY SIZE
               NUMERO-ORDEM DELIMITED BY SIZE
               " - conta de destino" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE CONTA-DESTINO-ORD TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO ORDENS-QUEBRADAS
           END-IF.
      ******************************************************************
      * PRAZOS: CONTA LIGADA; VIVO SE ESTADO-PRZ = 'A'. ***************
      ******************************************************************
       VERIFICAR-PRAZOS.
           OPEN INPUT PRAZOS-FILE.
           IF (PRAZOS-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ PRAZOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-PRAZO
                   END-READ
               END-PERFORM
               CLOSE PRAZOS-FILE
           END-IF.
       VERIFICAR-REGISTO-PRAZO.
           IF (ESTADO-PRZ = 'A') THEN
               MOVE 'S' TO REGISTO-VIVO
           ELSE
               MOVE 'N' TO REGISTO-VIVO
           END-IF.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Deposito a prazo " DELIMITED BY SIZE
               NUMERO-PRAZO DELIMITED BY SIZE
               " - conta ligada" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE CONTA-LIGADA-PRZ TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO PRAZOS-QUEBRADOS
           END-IF.
      ******************************************************************
      * CHEQUES: CONTA DO CHEQUE; VIVO SE AINDA POR USAR ('I'). *******
      ******************************************************************
       VERIFICAR-CHEQUES.
           OPEN INPUT CHEQUES-FILE.
           IF (CHEQUES-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ CHEQUES-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
           END-IF.
       VERIFICAR-REGISTO-CHEQUE.
           IF (ESTADO-CHQ = 'I') THEN
               MOVE 'S' TO REGISTO-VIVO
           ELSE
               MOVE 'N' TO REGISTO-VIVO
           END-IF.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Cheque " DELIMITED BY SIZE
               NUMERO-CHEQUE-CHQ DELIMITED BY SIZE
               " (estado " DELIMITED BY SIZE
               ESTADO-CHQ DELIMITED BY SIZE
               ") - conta" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE NUMERO-CONTA-CHQ TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO CHEQUES-QUEBRADOS
           END-IF.
      ******************************************************************
      * CATIVOS: SO OS ATIVOS, QUE SAO SEMPRE VIVOS. ******************
      ******************************************************************
       VERIFICAR-CATIVOS.
           OPEN INPUT CATIVOS-FILE.
           IF (CATIVOS-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ CATIVOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           IF (ATIVO-CAT = 'S') THEN
                               PERFORM VERIFICAR-REGISTO-CATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATIVOS-FILE
           END-IF.
       VERIFICAR-REGISTO-CATIVO.
           MOVE 'S' TO REGISTO-VIVO.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Cativo ativo " DELIMITED BY SIZE
               SEQUENCIA-CAT DELIMITED BY SIZE
               " - conta" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE NUMERO-CONTA-CAT TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO CATIVOS-QUEBRADOS
           END-IF.
      ******************************************************************
      * EMPRESTIMOS: CONTA LIGADA; VIVO SE ESTADO-EMP = 'A'. **********
      ******************************************************************
       VERIFICAR-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMOS-FILE.
           IF (EMPRESTIMOS-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ EMPRESTIMOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           PERFORM VERIFICAR-REGISTO-EMPRESTIMO
                   END-READ
               END-PERFORM
               CLOSE EMPRESTIMOS-FILE
           END-IF.
       VERIFICAR-REGISTO-EMPRESTIMO.
           IF (ESTADO-EMP = 'A') THEN
               MOVE 'S' TO REGISTO-VIVO
           ELSE
               MOVE 'N' TO REGISTO-VIVO
           END-IF.
           MOVE SPACES TO DESCRICAO-REGISTO.
           STRING "Emprestimo " DELIMITED BY SIZE
               NUMERO-EMPRESTIMO DELIMITED BY SIZE
               " - conta ligada" DELIMITED BY SIZE
               INTO DESCRICAO-REGISTO.
           MOVE CONTA-LIGADA-EMP TO CONTA-VERIFICAR.
           PERFORM VERIFICAR-LIGACAO.
           IF (LIGACAO-QUEBRADA = 'S') THEN
               ADD 1 TO EMPRESTIMOS-QUEBRADOS
           END-IF.
      ******************************************************************
      * UMA LIGACAO A CONTA-VERIFICAR ESTA QUEBRADA SE A CONTA NAO ****
      * EXISTE, OU SE ESTA ENCERRADA ('E') E O REGISTO AINDA E VIVO. **
      * DESCRICAO-REGISTO DIZ DE ONDE VEM A LIGACAO. ******************
      ******************************************************************
       VERIFICAR-LIGACAO.
           MOVE 'N' TO LIGACAO-QUEBRADA.
           MOVE CONTA-VERIFICAR TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE 'X' TO SITUACAO-CONTA
               NOT INVALID KEY
                   MOVE ESTADO-CONTA-FD TO SITUACAO-CONTA
           END-READ.
           IF (SITUACAO-CONTA = 'X')
           OR (SITUACAO-CONTA = 'E' AND REGISTO-VIVO = 'S') THEN
               MOVE 'S' TO LIGACAO-QUEBRADA
               IF (SITUACAO-CONTA = 'X') THEN
                   MOVE "inexistente" TO DESCRICAO-SITUACAO
               ELSE
                   MOVE "encerrada" TO DESCRICAO-SITUACAO
               END-IF
               MOVE SPACES TO LINHA-PROVA
               STRING FUNCTION TRIM(DESCRICAO-REGISTO)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CONTA-VERIFICAR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DESCRICAO-SITUACAO) DELIMITED BY SIZE
                   INTO LINHA-PROVA
               WRITE LINHA-PROVA
           END-IF.
      ******************************************************************
      * PERNAS DE TRANSFERENCIA: CADA MOVIMENTO D/C COM CONTA LIGADA **
      * ENTRA ORIENTADO (CONTA DEBITADA, CONTA CREDITADA), PARA A *****
      * PERNA A DEBITO E A PERNA A CREDITO DA MESMA OPERACAO FICAREM **
      * NO MESMO GRUPO COM A DATA E O VALOR. UM GRUPO SO FECHA COM ****
      * TANTOS DEBITOS COMO CREDITOS. OPERACOES RECUSADAS ('R') NAO ***
      * TEM PERNAS E FICAM DE FORA. ***********************************
      ******************************************************************
       SELECIONAR-TRANSFERENCIAS.
           OPEN INPUT MOVIMENTOS-FILE.
           IF (MOVIMENTOS-STATUS = "00") THEN
               MOVE 'N' TO FIM-FICHEIRO
               PERFORM UNTIL FIM-FICHEIRO = 'S'
                   READ MOVIMENTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO FIM-FICHEIRO
                       NOT AT END
                           IF (CONTA-LIGADA-MOV NOT = 0) THEN
                               PERFORM LIBERTAR-PERNA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS-FILE
           END-IF.
       LIBERTAR-PERNA.
           EVALUATE TIPO-MOV
               WHEN 'D'
               WHEN 'd'
                   MOVE NUMERO-CONTA-MOV TO DEBITO-SRT
                   MOVE CONTA-LIGADA-MOV TO CREDITO-SRT
                   MOVE 'D' TO TIPO-SRT
               WHEN 'C'
               WHEN 'c'
                   MOVE CONTA-LIGADA-MOV TO DEBITO-SRT
                   MOVE NUMERO-CONTA-MOV TO CREDITO-SRT
                   MOVE 'C' TO TIPO-SRT
               WHEN OTHER
                   MOVE SPACE TO TIPO-SRT
           END-EVALUATE.
           IF (TIPO-SRT NOT = SPACE) THEN
               MOVE DATA-MOV TO DATA-SRT
               MOVE VALOR-MOV TO VALOR-SRT
               ADD 1 TO PERNAS-LIDAS
               RELEASE REG-ORDENACAO
           END-IF.
       EMPARELHAR-TRANSFERENCIAS.
           MOVE 'N' TO FIM-ORDENACAO.
           MOVE 'N' TO GRUPO-EM-CURSO.
           PERFORM UNTIL FIM-ORDENACAO = 'S'
               RETURN ORDENACAO-FILE
                   AT END
                       MOVE 'S' TO FIM-ORDENACAO
                   NOT AT END
                       PERFORM TRATAR-PERNA-ORDENADA
               END-RETURN
           END-PERFORM.
           IF (GRUPO-EM-CURSO = 'S') THEN
               PERFORM TERMINAR-GRUPO
           END-IF.
       TRATAR-PERNA-ORDENADA.
           IF (CHAVE-PAR-SRT NOT = GRUPO-ANTERIOR)
           OR (GRUPO-EM-CURSO = 'N') THEN
               IF (GRUPO-EM-CURSO = 'S') THEN
                   PERFORM TERMINAR-GRUPO
               END-IF
               MOVE CHAVE-PAR-SRT TO GRUPO-ANTERIOR
               MOVE 'S' TO GRUPO-EM-CURSO
               MOVE 0 TO DEBITOS-GRUPO
               MOVE 0 TO CREDITOS-GRUPO
           END-IF.
           IF (TIPO-SRT = 'D') THEN
               ADD 1 TO DEBITOS-GRUPO
           ELSE
               ADD 1 TO CREDITOS-GRUPO
           END-IF.
       TERMINAR-GRUPO.
           IF (DEBITOS-GRUPO NOT = CREDITOS-GRUPO) THEN
               IF (DEBITOS-GRUPO > CREDITOS-GRUPO) THEN
                   COMPUTE PERNAS-SEM-PAR = PERNAS-SEM-PAR
                       + DEBITOS-GRUPO - CREDITOS-GRUPO
               ELSE
                   COMPUTE PERNAS-SEM-PAR = PERNAS-SEM-PAR
                       + CREDITOS-GRUPO - DEBITOS-GRUPO
               END-IF
               MOVE VALOR-ANT TO VALOR-SAIDA
               MOVE DEBITOS-GRUPO TO DEBITOS-SAIDA
               MOVE CREDITOS-GRUPO TO CREDITOS-SAIDA
               MOVE SPACES TO LINHA-PROVA
               STRING "Transferencia " DELIMITED BY SIZE
                   DEBITO-ANT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   CREDITO-ANT DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   DIA-ANT DELIMITED BY SIZE "-" DELIMITED BY SIZE
                   MES-ANT DELIMITED BY SIZE "-" DELIMITED BY SIZE
                   ANO-ANT DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   " Eur:" DELIMITED BY SIZE
                   DEBITOS-SAIDA DELIMITED BY SIZE
                   " debito(s)," DELIMITED BY SIZE
                   CREDITOS-SAIDA DELIMITED BY SIZE
                   " credito(s)" DELIMITED BY SIZE
                   INTO LINHA-PROVA
               WRITE LINHA-PROVA
           END-IF.
       GERAR-CABECALHO-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           STRING "Prova de integridade referencial de "
               DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA DELIMITED BY SIZE ":" DELIMITED BY SIZE
               MINUTOS DELIMITED BY SIZE
               INTO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.
       GERAR-TOTAIS-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE CONTAS-LIDAS TO CONTAGEM-SAIDA.
           MOVE "Contas lidas:                        " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CONTAS-SEM-CLIENTE TO CONTAGEM-SAIDA.
           MOVE "Contas sem CLIENTES:                 " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CLIENTES-SEM-CONTA TO CONTAGEM-SAIDA.
           MOVE "CLIENTES sem conta:                  " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CLIENTES-SEM-MESTRE TO CONTAGEM-SAIDA.
           MOVE "CLIENTES sem cliente no CLIMEST:     " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CLIENTES-DIFERENTES TO CONTAGEM-SAIDA.
           MOVE "CLIENTES com nome/NIF diferente:     " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE NIFXREF-SEM-CLIENTE TO CONTAGEM-SAIDA.
           MOVE "NIFXREF sem cliente no CLIMEST:      " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE NIFXREF-NIF-DIFERENTE TO CONTAGEM-SAIDA.
           MOVE "NIFXREF com NIF diferente:           " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE TITULARES-QUEBRADOS TO CONTAGEM-SAIDA.
           MOVE "TITULARES com ligacao quebrada:      " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE ORDENS-QUEBRADAS TO CONTAGEM-SAIDA.
           MOVE "ORDENS com conta inexist./encerrada: " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE PRAZOS-QUEBRADOS TO CONTAGEM-SAIDA.
           MOVE "PRAZOS com conta inexist./encerrada: " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CHEQUES-QUEBRADOS TO CONTAGEM-SAIDA.
           MOVE "CHEQUES com conta inexist./encerrada:" TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CATIVOS-QUEBRADOS TO CONTAGEM-SAIDA.
           MOVE "CATIVOS ativos com conta inexist./enc." TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE EMPRESTIMOS-QUEBRADOS TO CONTAGEM-SAIDA.
           MOVE "EMPRESTIMOS com conta inexist./enc.: " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE PERNAS-LIDAS TO CONTAGEM-SAIDA.
           MOVE "Pernas de transferencia verificadas: " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE PERNAS-SEM-PAR TO CONTAGEM-SAIDA.
           MOVE "Pernas de transferencia sem par:     " TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE CLIENTES-ANTERIORES TO CONTAGEM-SAIDA.
           MOVE "CLIENTES anteriores ao mestre (info):" TO LINHA-PROVA.
           MOVE CONTAGEM-SAIDA TO LINHA-PROVA(39:9).
           WRITE LINHA-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           IF (TOTAL-QUEBRAS = 0) THEN
               STRING "VEREDICTO: FICHEIROS COERENTES; "
                   DELIMITED BY SIZE
                   "nenhuma ligacao quebrada." DELIMITED BY SIZE
                   INTO LINHA-PROVA
           ELSE
               MOVE TOTAL-QUEBRAS TO CONTAGEM-SAIDA
               STRING "VEREDICTO: FICHEIROS NAO COERENTES;"
                   DELIMITED BY SIZE
                   CONTAGEM-SAIDA DELIMITED BY SIZE
                   " ligacao(oes) quebrada(s) acima." DELIMITED BY SIZE
                   INTO LINHA-PROVA
           END-IF.
           WRITE LINHA-PROVA.
      ******************************************************************
      * CONTROLO DE EXECUCAO: A PROVA SO CORRE DEPOIS DE O FIMDIA *****
      * DO DIA ESTAR COMPLETO NO FICHEIRO CONTROLO; MARCA 'I' AO ******
      * ARRANCAR E 'C' AO TERMINAR, COM O VEREDICTO. ******************
      ******************************************************************
       MARCAR-INICIO-TRABALHO.
           OPEN I-O CONTROLO-FILE.
           IF (CONTROLO-STATUS = "35") THEN
               OPEN OUTPUT CONTROLO-FILE
               CLOSE CONTROLO-FILE
               OPEN I-O CONTROLO-FILE
           END-IF.
           MOVE 'N' TO FIMDIA-COMPLETO.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "FIMDIA" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (ESTADO-CTL = 'C') THEN
                       MOVE 'S' TO FIMDIA-COMPLETO
                   END-IF
           END-READ.
           IF (FIMDIA-COMPLETO = 'N') THEN
               DISPLAY "FIMDIA ainda nao completado em " DATA-HOJE
               "; prova recusada."
               CLOSE CONTROLO-FILE
               STOP RUN
           END-IF.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "PROVAREF" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   MOVE 'N' TO CONTROLO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO CONTROLO-ENCONTRADO
           END-READ.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "PROVAREF" TO TRABALHO-CTL.
           MOVE 'I' TO ESTADO-CTL.
           MOVE SPACE TO VEREDICTO-CTL.
           COMPUTE HORA-INICIO-CTL = HORA * 100 + MINUTOS.
           MOVE 0 TO HORA-FIM-CTL.
           IF (CONTROLO-ENCONTRADO = 'S') THEN
               REWRITE REG-CONTROLO
           ELSE
               WRITE REG-CONTROLO
           END-IF.
       MARCAR-FIM-TRABALHO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE 'C' TO ESTADO-CTL.
           COMPUTE HORA-FIM-CTL = HORA * 100 + MINUTOS.
           IF (TOTAL-QUEBRAS = 0) THEN
               MOVE 'L' TO VEREDICTO-CTL
           ELSE
               MOVE 'N' TO VEREDICTO-CTL
           END-IF.
           REWRITE REG-CONTROLO.
           CLOSE CONTROLO-FILE.
       ABRIR-FICHEIROS.
           OPEN INPUT CONTAS-FILE.
           IF (CONTAS-STATUS = "35") THEN
               OPEN OUTPUT CONTAS-FILE
               CLOSE CONTAS-FILE
               OPEN INPUT CONTAS-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           IF (CLIENTES-STATUS = "35") THEN
               OPEN OUTPUT CLIENTES-FILE
               CLOSE CLIENTES-FILE
               OPEN INPUT CLIENTES-FILE
           END-IF.
           OPEN INPUT CLIMEST-FILE.
           IF (CLIMEST-STATUS = "35") THEN
               OPEN OUTPUT CLIMEST-FILE
               CLOSE CLIMEST-FILE
               OPEN INPUT CLIMEST-FILE
           END-IF.
           OPEN OUTPUT PROVA-FILE.
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE CLIENTES-FILE.
           CLOSE CLIMEST-FILE.
           CLOSE PROVA-FILE.
       END PROGRAM PROVAREF.
