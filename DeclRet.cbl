      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Year-end interest and withholding declaration: reads the
      * MOVIMENT history and the MOVARQ archive for the tax year on
      * SYSIN (AAAA; blank for the year just ended), picks out the
      * gross interest credits (category JU) and the tax withheld on
      * them (category RF), and totals them per taxpayer - the NIF-CLM
      * of the CLIMEST customer behind each account's CLIENTES record,
      * across all of that customer's accounts. Writes the fixed
      * format DECLRET file for the tax authority (header, one detail
      * per NIF, trailer with the totals) and prints one certificate
      * per taxpayer, with the per-account breakdown, on CERTRET.PRT.
      * Accounts with no CLIENTES record cannot be declared; they are
      * printed apart at the start of the listing so they can be
      * chased.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-MOV
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT MOVARQ-FILE ASSIGN TO "MOVARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MOVARQ-STATUS.
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
           SELECT DECLARACAO-FILE ASSIGN TO "DECLRET"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DECLARACAO-STATUS.
           SELECT CERTIFICADOS-FILE ASSIGN TO "CERTRET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CERTIFICADOS-STATUS.
           SELECT ORDENACAO-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  MOVARQ-FILE.
           COPY "MOVARQREG.cpy".
       FD  CLIENTES-FILE.
           COPY "CLIENREG.cpy".
       FD  CLIMEST-FILE.
           COPY "CLIMREG.cpy".
       FD  DECLARACAO-FILE.
           COPY "DECLREG.cpy".
       FD  CERTIFICADOS-FILE.
       01 LINHA-CERTIFICADO             PIC X(100).
       SD  ORDENACAO-FILE.
       01 REG-ORDENACAO.
           05 NIF-SRT                  PIC 9(9).
           05 CONTA-SRT                PIC 9(10).
           05 NOME-SRT                 PIC X(40).
           05 MORADA-SRT               PIC X(60).
           05 BRUTO-SRT                PIC S9(11)V99.
           05 RETIDO-SRT               PIC S9(11)V99.
       WORKING-STORAGE SECTION.
      ****** PARAMETRO DO ANO FISCAL ***********************************
       01 PARAMETRO                    PIC X(4) VALUE SPACES.
       77 ANO-PEDIDO                   PIC 9999 VALUE 0.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTROLO DE FICHEIROS *************************************
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 MOVARQ-STATUS                PIC XX VALUE SPACES.
       77 CLIENTES-STATUS              PIC XX VALUE SPACES.
       77 CLIMEST-STATUS               PIC XX VALUE SPACES.
       77 DECLARACAO-STATUS            PIC XX VALUE SPACES.
       77 CERTIFICADOS-STATUS          PIC XX VALUE SPACES.
       77 EOF-MOVIMENTOS               PIC X VALUE 'N'.
       77 EOF-ARQUIVO                  PIC X VALUE 'N'.
       77 FIM-ORDENACAO                PIC X VALUE 'N'.
      ****** MOVIMENTO SELECIONADO E SEU TITULAR ***********************
       77 CONTA-SELECIONADA            PIC 9(10) VALUE 0.
       77 CATEGORIA-SELECIONADA        PIC XX VALUE SPACES.
       77 VALOR-SELECIONADO            PIC S9(11)V99 VALUE 0.
       77 CONTA-IDENTIFICADA           PIC 9(10) VALUE 0.
       77 NIF-TITULAR                  PIC 9(9) VALUE 0.
       77 NOME-TITULAR                 PIC X(40) VALUE SPACES.
       77 MORADA-TITULAR               PIC X(60) VALUE SPACES.
      ****** QUEBRA POR CONTRIBUINTE E POR CONTA ***********************
       77 NIF-ANTERIOR                 PIC 9(9) VALUE 0.
       77 CONTA-ANTERIOR               PIC 9(10) VALUE 0.
       77 CONTRIBUINTE-EM-CURSO        PIC X VALUE 'N'.
       77 BRUTO-CONTA                  PIC S9(11)V99 VALUE 0.
       77 RETIDO-CONTA                 PIC S9(11)V99 VALUE 0.
       77 BRUTO-CONTRIBUINTE           PIC S9(11)V99 VALUE 0.
       77 RETIDO-CONTRIBUINTE          PIC S9(11)V99 VALUE 0.
       77 LIQUIDO-CONTRIBUINTE         PIC S9(11)V99 VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 MOVIMENTOS-SELECIONADOS      PIC 9(9) VALUE 0.
       77 CONTRIBUINTES-DECLARADOS     PIC 9(9) VALUE 0.
       77 CONTAS-SEM-TITULAR           PIC 9(9) VALUE 0.
       77 TOTAL-BRUTO                  PIC S9(13)V99 VALUE 0.
       77 TOTAL-RETIDO                 PIC S9(13)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 BRUTO-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 RETIDO-SAIDA                 PIC -ZZZZZZZZZZ9.99.
       77 LIQUIDO-SAIDA                PIC -ZZZZZZZZZZ9.99.
       77 TOTAL-SAIDA                  PIC -ZZZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           ACCEPT PARAMETRO.
           IF (PARAMETRO = SPACES) THEN
               COMPUTE ANO-PEDIDO = ANO - 1
           ELSE
               IF (PARAMETRO IS NOT NUMERIC) THEN
                   DISPLAY "Parametro invalido; indicar AAAA."
                   STOP RUN
               END-IF
               MOVE PARAMETRO TO ANO-PEDIDO
           END-IF.
           PERFORM ABRIR-FICHEIROS.
           SORT ORDENACAO-FILE
               ON ASCENDING KEY NIF-SRT CONTA-SRT
               INPUT PROCEDURE IS SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS PRODUZIR-DECLARACAO.
           PERFORM FECHAR-FICHEIROS.
           MOVE TOTAL-BRUTO TO TOTAL-SAIDA.
           DISPLAY "Declaracao de rendimentos do ano " ANO-PEDIDO.
           DISPLAY "Movimentos selecionados:  " MOVIMENTOS-SELECIONADOS.
           DISPLAY "Contribuintes declarados: "
               CONTRIBUINTES-DECLARADOS.
           DISPLAY "Contas sem titular:       " CONTAS-SEM-TITULAR.
           DISPLAY "Juros brutos declarados: " TOTAL-SAIDA.
           MOVE TOTAL-RETIDO TO TOTAL-SAIDA.
           DISPLAY "Imposto retido declarado:" TOTAL-SAIDA.
           STOP RUN.
      ******************************************************************
      * SO ENTRAM OS JUROS BRUTOS (JU A CREDITO) E AS RETENCOES (RF A *
      * DEBITO) DO ANO PEDIDO, DO ARQUIVO E DO FICHEIRO VIVO; UM ******
      * MOVIMENTO ESTORNADO NAO CONTA. ********************************
      ******************************************************************
       SELECIONAR-MOVIMENTOS.
           PERFORM SELECIONAR-ARQUIVO.
           OPEN INPUT MOVIMENTOS-FILE.
           IF (MOVIMENTOS-STATUS = "00") THEN
               MOVE 'N' TO EOF-MOVIMENTOS
               PERFORM UNTIL EOF-MOVIMENTOS = 'S'
                   READ MOVIMENTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-MOVIMENTOS
                       NOT AT END
                           PERFORM AVALIAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS-FILE
           END-IF.
       AVALIAR-MOVIMENTO.
           IF (ANO-MOV = ANO-PEDIDO) AND (ESTORNADO-MOV NOT = 'S')
           AND (VALOR-MOV NOT = 0) THEN
               IF ((CATEGORIA-MOV = "JU") AND (TIPO-MOV = 'C'))
               OR ((CATEGORIA-MOV = "RF") AND (TIPO-MOV = 'D')) THEN
                   MOVE NUMERO-CONTA-MOV TO CONTA-SELECIONADA
                   MOVE CATEGORIA-MOV TO CATEGORIA-SELECIONADA
                   MOVE VALOR-MOV TO VALOR-SELECIONADO
                   PERFORM LIBERTAR-RENDIMENTO
               END-IF
           END-IF.
       SELECIONAR-ARQUIVO.
           OPEN INPUT MOVARQ-FILE.
           IF (MOVARQ-STATUS = "00") THEN
               MOVE 'N' TO EOF-ARQUIVO
               PERFORM UNTIL EOF-ARQUIVO = 'S'
                   READ MOVARQ-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-ARQUIVO
                       NOT AT END
                           PERFORM AVALIAR-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE MOVARQ-FILE
           END-IF.
       AVALIAR-ARQUIVADO.
           IF (ANO-ARQ = ANO-PEDIDO) AND (ESTORNADO-ARQ NOT = 'S')
           AND (VALOR-ARQ NOT = 0) THEN
               IF ((CATEGORIA-ARQ = "JU") AND (TIPO-ARQ = 'C'))
               OR ((CATEGORIA-ARQ = "RF") AND (TIPO-ARQ = 'D')) THEN
                   MOVE NUMERO-CONTA-ARQ TO CONTA-SELECIONADA
                   MOVE CATEGORIA-ARQ TO CATEGORIA-SELECIONADA
                   MOVE VALOR-ARQ TO VALOR-SELECIONADO
                   PERFORM LIBERTAR-RENDIMENTO
               END-IF
           END-IF.
       LIBERTAR-RENDIMENTO.
           PERFORM IDENTIFICAR-TITULAR.
           MOVE NIF-TITULAR TO NIF-SRT.
           MOVE CONTA-SELECIONADA TO CONTA-SRT.
           MOVE NOME-TITULAR TO NOME-SRT.
           MOVE MORADA-TITULAR TO MORADA-SRT.
           IF (CATEGORIA-SELECIONADA = "JU") THEN
               MOVE VALOR-SELECIONADO TO BRUTO-SRT
               MOVE 0 TO RETIDO-SRT
           ELSE
               MOVE 0 TO BRUTO-SRT
               MOVE VALOR-SELECIONADO TO RETIDO-SRT
           END-IF.
           RELEASE REG-ORDENACAO.
           ADD 1 TO MOVIMENTOS-SELECIONADOS.
      ******************************************************************
      * O CONTRIBUINTE E O NIF DA FICHA DO CLIENTE NO MESTRE CLIMEST; *
      * NOS REGISTOS CLIENTES ANTERIORES AO MESTRE (CLIENTE ZERO) OU **
      * COM FICHA EM FALTA VALE A COPIA DO NIF NO PROPRIO CLIENTES. ***
      * SEM REGISTO CLIENTES O NIF FICA A ZERO E A CONTA NAO E ********
      * DECLARADA. O TITULAR DA ULTIMA CONTA LIDA FICA GUARDADO. ******
      ******************************************************************
       IDENTIFICAR-TITULAR.
           IF (CONTA-SELECIONADA NOT = CONTA-IDENTIFICADA) THEN
               MOVE CONTA-SELECIONADA TO CONTA-IDENTIFICADA
               MOVE 0 TO NIF-TITULAR
               MOVE SPACES TO NOME-TITULAR
               MOVE SPACES TO MORADA-TITULAR
               MOVE CONTA-SELECIONADA TO NUMERO-CONTA-CLI
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NIF-CLI TO NIF-TITULAR
                       MOVE NOME-CLI TO NOME-TITULAR
                       MOVE MORADA-CLI TO MORADA-TITULAR
                       IF (NUMERO-CLIENTE-CLI > 0) THEN
                           PERFORM LER-CLIENTE-MESTRE
                       END-IF
               END-READ
           END-IF.
       LER-CLIENTE-MESTRE.
           MOVE NUMERO-CLIENTE-CLI TO NUMERO-CLIENTE-CLM.
           READ CLIMEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NIF-CLM TO NIF-TITULAR
                   MOVE NOME-CLM TO NOME-TITULAR
                   MOVE MORADA-CLM TO MORADA-TITULAR
           END-READ.
       PRODUZIR-DECLARACAO.
           MOVE SPACES TO REG-DECLARACAO.
           MOVE 'H' TO TIPO-REGISTO-DCL.
           MOVE ANO-PEDIDO TO ANO-DCL.
           MOVE DATA-HOJE TO DATA-GERACAO-DCL.
           WRITE REG-DECLARACAO.
           MOVE 'N' TO FIM-ORDENACAO.
           MOVE 'N' TO CONTRIBUINTE-EM-CURSO.
           PERFORM UNTIL FIM-ORDENACAO = 'S'
               RETURN ORDENACAO-FILE
                   AT END
                       MOVE 'S' TO FIM-ORDENACAO
                   NOT AT END
                       PERFORM TRATAR-RENDIMENTO-ORDENADO
               END-RETURN
           END-PERFORM.
           IF (CONTRIBUINTE-EM-CURSO = 'S') THEN
               PERFORM TERMINAR-CONTA
               PERFORM TERMINAR-CONTRIBUINTE
           END-IF.
           MOVE SPACES TO REG-DECLARACAO.
           MOVE 'T' TO TIPO-REGISTO-DCL.
           MOVE CONTRIBUINTES-DECLARADOS TO TOTAL-REGISTOS-DCL.
           MOVE TOTAL-BRUTO TO TOTAL-RENDIMENTO-DCL.
           MOVE TOTAL-RETIDO TO TOTAL-RETENCAO-DCL.
           WRITE REG-DECLARACAO.
       TRATAR-RENDIMENTO-ORDENADO.
           IF (NIF-SRT NOT = NIF-ANTERIOR)
           OR (CONTRIBUINTE-EM-CURSO = 'N') THEN
               IF (CONTRIBUINTE-EM-CURSO = 'S') THEN
                   PERFORM TERMINAR-CONTA
                   PERFORM TERMINAR-CONTRIBUINTE
               END-IF
               PERFORM INICIAR-CONTRIBUINTE
               PERFORM INICIAR-CONTA
           ELSE
               IF (CONTA-SRT NOT = CONTA-ANTERIOR) THEN
                   PERFORM TERMINAR-CONTA
                   PERFORM INICIAR-CONTA
               END-IF
           END-IF.
           ADD BRUTO-SRT TO BRUTO-CONTA.
           ADD RETIDO-SRT TO RETIDO-CONTA.
       INICIAR-CONTRIBUINTE.
           MOVE NIF-SRT TO NIF-ANTERIOR.
           MOVE 'S' TO CONTRIBUINTE-EM-CURSO.
           MOVE 0 TO BRUTO-CONTRIBUINTE.
           MOVE 0 TO RETIDO-CONTRIBUINTE.
           MOVE NOME-SRT TO NOME-TITULAR.
           MOVE MORADA-SRT TO MORADA-TITULAR.
           MOVE SPACES TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE ALL "=" TO LINHA-CERTIFICADO(1:80).
           WRITE LINHA-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           IF (NIF-ANTERIOR = 0) THEN
               STRING "Juros pagos em " DELIMITED BY SIZE
                   ANO-PEDIDO DELIMITED BY SIZE
                   " em contas sem titular identificado"
                   DELIMITED BY SIZE
                   " - NAO DECLARADOS" DELIMITED BY SIZE
                   INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           ELSE
               STRING "Certificado de rendimentos e retencoes na "
                   DELIMITED BY SIZE
                   "fonte - ano " DELIMITED BY SIZE
                   ANO-PEDIDO DELIMITED BY SIZE
                   INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING "Contribuinte NIF " DELIMITED BY SIZE
                   NIF-ANTERIOR DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(NOME-TITULAR) DELIMITED BY SIZE
                   INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING "Morada: " DELIMITED BY SIZE
                   FUNCTION TRIM(MORADA-TITULAR) DELIMITED BY SIZE
                   INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF.
           MOVE SPACES TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING "  Conta        Juros brutos "
               DELIMITED BY SIZE
               "Imposto retido" DELIMITED BY SIZE
               INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
       INICIAR-CONTA.
           MOVE CONTA-SRT TO CONTA-ANTERIOR.
           MOVE 0 TO BRUTO-CONTA.
           MOVE 0 TO RETIDO-CONTA.
       TERMINAR-CONTA.
           MOVE BRUTO-CONTA TO BRUTO-SAIDA.
           MOVE RETIDO-CONTA TO RETIDO-SAIDA.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING "  " DELIMITED BY SIZE
               CONTA-ANTERIOR DELIMITED BY SIZE
               BRUTO-SAIDA DELIMITED BY SIZE
               RETIDO-SAIDA DELIMITED BY SIZE
               INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           ADD BRUTO-CONTA TO BRUTO-CONTRIBUINTE.
           ADD RETIDO-CONTA TO RETIDO-CONTRIBUINTE.
           IF (NIF-ANTERIOR = 0) THEN
               ADD 1 TO CONTAS-SEM-TITULAR
           END-IF.
       TERMINAR-CONTRIBUINTE.
           COMPUTE LIQUIDO-CONTRIBUINTE =
               BRUTO-CONTRIBUINTE - RETIDO-CONTRIBUINTE.
           MOVE BRUTO-CONTRIBUINTE TO BRUTO-SAIDA.
           MOVE RETIDO-CONTRIBUINTE TO RETIDO-SAIDA.
           MOVE LIQUIDO-CONTRIBUINTE TO LIQUIDO-SAIDA.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING "  Total     " DELIMITED BY SIZE
               BRUTO-SAIDA DELIMITED BY SIZE
               RETIDO-SAIDA DELIMITED BY SIZE
               "  liquido" DELIMITED BY SIZE
               LIQUIDO-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           IF (NIF-ANTERIOR NOT = 0) THEN
               MOVE SPACES TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING "Emitido em " DELIMITED BY SIZE
                   DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
                   MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
                   ANO DELIMITED BY SIZE
                   " pelo banco, na qualidade de entidade "
                   DELIMITED BY SIZE
                   "pagadora dos rendimentos." DELIMITED BY SIZE
                   INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               MOVE SPACES TO REG-DECLARACAO
               MOVE 'D' TO TIPO-REGISTO-DCL
               MOVE NIF-ANTERIOR TO NIF-DCL
               MOVE NOME-TITULAR TO NOME-DCL
               MOVE MORADA-TITULAR TO MORADA-DCL
               MOVE BRUTO-CONTRIBUINTE TO RENDIMENTO-DCL
               MOVE RETIDO-CONTRIBUINTE TO RETENCAO-DCL
               WRITE REG-DECLARACAO
               ADD 1 TO CONTRIBUINTES-DECLARADOS
               ADD BRUTO-CONTRIBUINTE TO TOTAL-BRUTO
               ADD RETIDO-CONTRIBUINTE TO TOTAL-RETIDO
           END-IF.
       ABRIR-FICHEIROS.
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
           OPEN OUTPUT DECLARACAO-FILE.
           OPEN OUTPUT CERTIFICADOS-FILE.
       FECHAR-FICHEIROS.
           CLOSE CLIENTES-FILE.
           CLOSE CLIMEST-FILE.
           CLOSE DECLARACAO-FILE.
           CLOSE CERTIFICADOS-FILE.
       END PROGRAM DECLRET.
