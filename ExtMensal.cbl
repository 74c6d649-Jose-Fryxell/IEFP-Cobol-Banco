      * statement per account on EXTMENS.PRT with opening balance,
      * every movement, running balance, closing balance and the
      * month's debit/credit totals. The customer name comes from
      * the CLIENTES master when it exists; every first and second
      * holder on TITULARES is also printed under the heading, with
      * the name from the CLIMEST customer master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMENS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-CLI
               FILE STATUS IS CLIENTES-STATUS.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS TITULARES-STATUS.
           SELECT CLIMEST-FILE ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENTE-CLM
               FILE STATUS IS CLIMEST-STATUS.
           SELECT EXTRATO-MENSAL-FILE ASSIGN TO "EXTMENS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           COPY "MOVARQREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  TITULARES-FILE.
           COPY "TITREG.cpy".
       FD  CLIMEST-FILE.
           COPY "CLIMREG.cpy".
       FD  EXTRATO-MENSAL-FILE.
       01 LINHA-EXTRATO                 PIC X(100).
       SD  ORDENACAO-FILE.
       77 FIM-ORDENACAO                PIC X VALUE 'N'.
       77 ORDEM-ENTRADA                PIC 9(9) VALUE 0.
       77 SEM-CLIENTES                 PIC X VALUE 'N'.
       77 TITULARES-STATUS             PIC XX VALUE SPACES.
       77 CLIMEST-STATUS               PIC XX VALUE SPACES.
       77 SEM-TITULARES                PIC X VALUE 'N'.
       77 SEM-CLIMEST                  PIC X VALUE 'N'.
       77 EOF-TITULARES                PIC X VALUE 'N'.
      ****** QUEBRA POR CONTA ******************************************
       77 CONTA-ANTERIOR               PIC 9(10) VALUE 0.
       77 CONTA-COM-EXTRATO            PIC X VALUE 'N'.
           MOVE SALDO-ABERTURA TO SALDO-FECHO.
           PERFORM LER-NOME-TITULAR.
           PERFORM IMPRIMIR-CABECALHO-PAGINA.
           IF (SEM-TITULARES = 'N') THEN
               PERFORM IMPRIMIR-TITULARES
           END-IF.
           MOVE SALDO-ABERTURA TO SALDO-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Saldo de abertura: " DELIMITED BY SIZE
                       MOVE NOME-CLI TO NOME-TITULAR
               END-READ
           END-IF.
       IMPRIMIR-TITULARES.
           MOVE CONTA-SRT TO NUMERO-CONTA-TIT.
           MOVE 0 TO NUMERO-CLIENTE-TIT.
           START TITULARES-FILE KEY NOT < CHAVE-TIT
               INVALID KEY
                   MOVE 'S' TO EOF-TITULARES
               NOT INVALID KEY
                   MOVE 'N' TO EOF-TITULARES
           END-START.
           PERFORM UNTIL EOF-TITULARES = 'S'
               READ TITULARES-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-TITULARES
               END-READ
               IF (EOF-TITULARES = 'N') THEN
                   IF (NUMERO-CONTA-TIT NOT = CONTA-SRT) THEN
                       MOVE 'S' TO EOF-TITULARES
                   ELSE
                       IF (PAPEL-TIT = '1' OR '2') THEN
                           PERFORM IMPRIMIR-LINHA-TITULAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       IMPRIMIR-LINHA-TITULAR.
           MOVE SPACES TO NOME-CLM.
           IF (SEM-CLIMEST = 'N') THEN
               MOVE NUMERO-CLIENTE-TIT TO NUMERO-CLIENTE-CLM
               READ CLIMEST-FILE
                   INVALID KEY
                       MOVE SPACES TO NOME-CLM
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           IF (NOME-CLM = SPACES) THEN
               STRING PAPEL-TIT DELIMITED BY SIZE
                   "o titular: cliente " DELIMITED BY SIZE
                   NUMERO-CLIENTE-TIT DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
           ELSE
               STRING PAPEL-TIT DELIMITED BY SIZE
                   "o titular: " DELIMITED BY SIZE
                   FUNCTION TRIM(NOME-CLM) DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
           END-IF.
           WRITE LINHA-EXTRATO.
           ADD 1 TO CONTADOR-LINHAS.
       IMPRIMIR-CABECALHO-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO PAGINA-SAIDA.
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
                       MOVE TIPO-SRT TO DESCRICAO-CATEGORIA(1:1)
           IF (CLIENTES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-CLIENTES
           END-IF.
           OPEN INPUT TITULARES-FILE.
           IF (TITULARES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-TITULARES
           END-IF.
           OPEN INPUT CLIMEST-FILE.
           IF (CLIMEST-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-CLIMEST
           END-IF.
           OPEN OUTPUT EXTRATO-MENSAL-FILE.
       FECHAR-FICHEIROS.
           IF (SEM-CLIENTES = 'N') THEN
               CLOSE CLIENTES-FILE
           END-IF.
           IF (SEM-TITULARES = 'N') THEN
               CLOSE TITULARES-FILE
           END-IF.
           IF (SEM-CLIMEST = 'N') THEN
               CLOSE CLIMEST-FILE
           END-IF.
           CLOSE EXTRATO-MENSAL-FILE.
       END PROGRAM EXTMENS.
