      * credit decisions and the regulator asks for. Accounts whose
      * CLIENTES record predates the master (customer number zero)
      * are grouped apart so they can be chased and linked.
      * A joint account also appears under each of its other holders
      * on TITULARES (first and second holders; authorised
      * signatories are not owners and are left out), marked as
      * joint; the grand total counts each account once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCLIENTE.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-CLI
               FILE STATUS IS CLIENTES-STATUS.
           SELECT CLIMEST-FILE ASSIGN TO "CLIMEST"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-FD
               FILE STATUS IS CONTAS-STATUS.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS TITULARES-STATUS.
           SELECT POSICAO-FILE ASSIGN TO "POSCLI.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           COPY "CLIMREG.cpy".
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  TITULARES-FILE.
           COPY "TITREG.cpy".
       FD  POSICAO-FILE.
       01 LINHA-POSICAO                 PIC X(100).
       SD  ORDENACAO-FILE.
       01 REG-ORDENACAO.
           05 CLIENTE-SRT              PIC 9(8).
           05 CONTA-SRT                PIC 9(10).
           05 CONJUNTA-SRT             PIC X.
           05 PRINCIPAL-SRT            PIC X.
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
       77 CLIMEST-STATUS               PIC XX VALUE SPACES.
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 POSICAO-STATUS               PIC XX VALUE SPACES.
       77 TITULARES-STATUS             PIC XX VALUE SPACES.
       77 EOF-CLIENTES                 PIC X VALUE 'N'.
       77 EOF-TITULARES                PIC X VALUE 'N'.
       77 SEM-TITULARES                PIC X VALUE 'N'.
       77 FIM-ORDENACAO                PIC X VALUE 'N'.
      ****** QUEBRA POR CLIENTE ****************************************
       77 CLIENTE-ANTERIOR             PIC 9(8) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 CLIENTES-LISTADOS            PIC 9(9) VALUE 0.
       77 CONTAS-LISTADAS              PIC 9(9) VALUE 0.
       77 CONTAS-CONJUNTAS             PIC 9(9) VALUE 0.
       77 TOTAL-GERAL                  PIC S9(13)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 SALDO-SAIDA                  PIC -ZZZZZZZZZZ9.99.
           PERFORM FECHAR-FICHEIROS.
           DISPLAY "Clientes listados: " CLIENTES-LISTADOS.
           DISPLAY "Contas listadas:   " CONTAS-LISTADAS.
           DISPLAY "Contas conjuntas:  " CONTAS-CONJUNTAS.
           STOP RUN.
       SELECIONAR-CLIENTES.
           OPEN INPUT CLIENTES-FILE.
                           PERFORM LIBERTAR-CLIENTE
                   END-READ
               END-PERFORM
               IF (SEM-TITULARES = 'N') THEN
                   PERFORM SELECIONAR-TITULARES
               END-IF
               CLOSE CLIENTES-FILE
           END-IF.
       LIBERTAR-CLIENTE.
           MOVE NUMERO-CLIENTE-CLI TO CLIENTE-SRT.
           MOVE NUMERO-CONTA-CLI TO CONTA-SRT.
           MOVE 'S' TO PRINCIPAL-SRT.
           MOVE 'N' TO CONJUNTA-SRT.
           IF (SEM-TITULARES = 'N') THEN
               PERFORM VERIFICAR-CONTA-CONJUNTA
           END-IF.
           RELEASE REG-ORDENACAO.
      ******************************************************************
      * A CONTA E CONJUNTA SE TEM EM TITULARES UM PRIMEIRO OU SEGUNDO **
      * TITULAR ALEM DO CLIENTE DO REGISTO CLIENTES. ******************
      ******************************************************************
       VERIFICAR-CONTA-CONJUNTA.
           MOVE NUMERO-CONTA-CLI TO NUMERO-CONTA-TIT.
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
                   IF (NUMERO-CONTA-TIT NOT = NUMERO-CONTA-CLI) THEN
                       MOVE 'S' TO EOF-TITULARES
                   ELSE
                       IF (PAPEL-TIT = '1' OR '2')
                       AND (NUMERO-CLIENTE-TIT NOT = NUMERO-CLIENTE-CLI)
                       THEN
                           MOVE 'S' TO CONJUNTA-SRT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * OS OUTROS TITULARES DE CADA CONTA CONJUNTA ENTRAM TAMBEM NA ***
      * ORDENACAO, PARA A CONTA APARECER NA POSICAO DE CADA UM; UMA ***
      * CONTA SEM REGISTO CLIENTES NAO ENTRA NA POSICAO. **************
      ******************************************************************
       SELECIONAR-TITULARES.
           MOVE 0 TO NUMERO-CONTA-TIT.
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
                   NOT AT END
                       IF (PAPEL-TIT = '1' OR '2') THEN
                           PERFORM LIBERTAR-TITULAR
                       END-IF
               END-READ
           END-PERFORM.
       LIBERTAR-TITULAR.
           MOVE NUMERO-CONTA-TIT TO NUMERO-CONTA-CLI.
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (NUMERO-CLIENTE-CLI NOT = NUMERO-CLIENTE-TIT) THEN
                       MOVE NUMERO-CLIENTE-TIT TO CLIENTE-SRT
                       MOVE NUMERO-CONTA-TIT TO CONTA-SRT
                       MOVE 'N' TO PRINCIPAL-SRT
                       MOVE 'S' TO CONJUNTA-SRT
                       RELEASE REG-ORDENACAO
                   END-IF
           END-READ.
       PRODUZIR-POSICOES.
           MOVE 'N' TO FIM-ORDENACAO.
           MOVE 0 TO CLIENTE-ANTERIOR.
               NOT INVALID KEY
                   MOVE SALDO-FD TO SALDO-SAIDA
                   ADD SALDO-FD TO TOTAL-CLIENTE
                   IF (PRINCIPAL-SRT = 'S') THEN
                       ADD SALDO-FD TO TOTAL-GERAL
                   END-IF
                   MOVE SPACES TO LINHA-POSICAO
                   STRING "  Conta " DELIMITED BY SIZE
                       CONTA-SRT DELIMITED BY SIZE
                       SALDO-SAIDA DELIMITED BY SIZE
                       " Eur" DELIMITED BY SIZE
                       INTO LINHA-POSICAO
                   IF (CONJUNTA-SRT = 'S') THEN
                       MOVE "conjunta" TO LINHA-POSICAO(57:8)
                   END-IF
                   WRITE LINHA-POSICAO
           END-READ.
           ADD 1 TO CONTAS-DO-CLIENTE.
           IF (PRINCIPAL-SRT = 'S') THEN
               ADD 1 TO CONTAS-LISTADAS
               IF (CONJUNTA-SRT = 'S') THEN
                   ADD 1 TO CONTAS-CONJUNTAS
               END-IF
           END-IF.
       TERMINAR-CLIENTE.
           MOVE TOTAL-CLIENTE TO TOTAL-SAIDA.
           MOVE CONTAS-DO-CLIENTE TO CONTAGEM-SAIDA.
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-POSICAO.
           WRITE LINHA-POSICAO.
           MOVE CONTAS-CONJUNTAS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-POSICAO.
           STRING "Contas conjuntas:  " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-POSICAO.
           WRITE LINHA-POSICAO.
           MOVE TOTAL-GERAL TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-POSICAO.
           STRING "Total geral:      " DELIMITED BY SIZE
               CLOSE CONTAS-FILE
               OPEN INPUT CONTAS-FILE
           END-IF.
           OPEN INPUT TITULARES-FILE.
           IF (TITULARES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-TITULARES
           END-IF.
           OPEN OUTPUT POSICAO-FILE.
       FECHAR-FICHEIROS.
           CLOSE CLIMEST-FILE.
           CLOSE CONTAS-FILE.
           IF (SEM-TITULARES = 'N') THEN
               CLOSE TITULARES-FILE
           END-IF.
           CLOSE POSICAO-FILE.
       END PROGRAM POSCLIENTE.
