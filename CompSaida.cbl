      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Outbound clearing batch: collects every transfer to another
      * bank keyed at the counter and still pending ('P') on the
      * TRFEXT file and writes the COMPOUT file for the clearing
      * house - the mirror image of the inbound COMPIN: a header
      * with the item count and value total, then one detail per
      * transfer carrying the originating account, the key of its
      * debit movement and the beneficiary's IBAN, name and
      * reference. Each item sent is marked 'E' with the sending
      * date. The accounts were already debited at the counter, so
      * nothing is posted here. The run proves the details written
      * against the header it announced. Marks its window on the
      * CONTROLO run-control file like the other nightly jobs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFEXT-FILE ASSIGN TO "TRFEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TRE
               FILE STATUS IS TRFEXT-STATUS.
           SELECT COMPOUT-FILE ASSIGN TO "COMPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COMPOUT-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFEXT-FILE.
           COPY "TRFEXREG.cpy".
       FD  COMPOUT-FILE.
           COPY "COMPSREG.cpy".
       FD  CONTROLO-FILE.
           COPY "CTRLREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
           05 MES                      PIC 99.
           05 DIA                      PIC 99.
           05 HORA                     PIC 99.
           05 MINUTOS                  PIC 99.
       77 DATA-HOJE                    PIC 9(8) VALUE 0.
      ****** CONTROLO DE EXECUCAO **************************************
       77 CONTROLO-STATUS              PIC XX VALUE SPACES.
       77 CONTROLO-ENCONTRADO          PIC X VALUE 'N'.
      ****** CONTROLO DE FICHEIROS *************************************
       77 TRFEXT-STATUS                PIC XX VALUE SPACES.
       77 COMPOUT-STATUS               PIC XX VALUE SPACES.
       77 EOF-TRFEXT                   PIC X VALUE 'N'.
      ****** TOTAIS DE CONTROLO ****************************************
       77 ITENS-ANUNCIADOS             PIC 9(9) VALUE 0.
       77 VALOR-ANUNCIADO              PIC S9(11)V99 VALUE 0.
       77 ITENS-ENVIADOS               PIC 9(9) VALUE 0.
       77 VALOR-ENVIADO                PIC S9(11)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM MARCAR-INICIO-TRABALHO.
           PERFORM ABRIR-FICHEIROS.
      ****** PRIMEIRA PASSAGEM: TOTAIS PARA O CABECALHO ****************
           PERFORM POSICIONAR-TRFEXT.
           PERFORM UNTIL EOF-TRFEXT = 'S'
               READ TRFEXT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-TRFEXT
                   NOT AT END
                       PERFORM CONTAR-PENDENTE
               END-READ
           END-PERFORM.
           PERFORM ESCREVER-CABECALHO.
      ****** SEGUNDA PASSAGEM: DETALHES E MARCACAO DE ENVIO ************
           PERFORM POSICIONAR-TRFEXT.
           PERFORM UNTIL EOF-TRFEXT = 'S'
               READ TRFEXT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-TRFEXT
                   NOT AT END
                       PERFORM ENVIAR-PENDENTE
               END-READ
           END-PERFORM.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           PERFORM MOSTRAR-TOTAIS.
           STOP RUN.
       POSICIONAR-TRFEXT.
           MOVE ZEROS TO CHAVE-TRE.
           START TRFEXT-FILE KEY NOT < CHAVE-TRE
               INVALID KEY
                   MOVE 'S' TO EOF-TRFEXT
               NOT INVALID KEY
                   MOVE 'N' TO EOF-TRFEXT
           END-START.
       CONTAR-PENDENTE.
           IF (ESTADO-TRE = 'P') THEN
               ADD 1 TO ITENS-ANUNCIADOS
               ADD VALOR-TRE TO VALOR-ANUNCIADO
           END-IF.
       ESCREVER-CABECALHO.
           MOVE SPACES TO REG-COMP-SAIDA.
           MOVE 'H' TO TIPO-REGISTO-CSA.
           MOVE DATA-HOJE TO DATA-CSA.
           MOVE ITENS-ANUNCIADOS TO TOTAL-ITENS-CSA.
           MOVE VALOR-ANUNCIADO TO TOTAL-VALOR-CSA.
           WRITE REG-COMP-SAIDA.
       ENVIAR-PENDENTE.
           IF (ESTADO-TRE = 'P') THEN
               MOVE SPACES TO REG-COMP-SAIDA
               MOVE 'D' TO TIPO-REGISTO-CSA
               MOVE NUMERO-CONTA-TRE TO CONTA-CSA
               MOVE DATA-TRE TO DATA-MOV-CSA
               MOVE SEQUENCIA-TRE TO SEQUENCIA-MOV-CSA
               MOVE IBAN-TRE TO IBAN-CSA
               MOVE NOME-BENEF-TRE TO NOME-CSA
               MOVE VALOR-TRE TO VALOR-CSA
               MOVE REFERENCIA-TRE TO REFERENCIA-CSA
               MOVE SPACES TO MOTIVO-CSA
               WRITE REG-COMP-SAIDA
               MOVE 'E' TO ESTADO-TRE
               MOVE DATA-HOJE TO DATA-ENVIO-TRE
               REWRITE REG-TRF-EXTERNA
               ADD 1 TO ITENS-ENVIADOS
               ADD VALOR-TRE TO VALOR-ENVIADO
           END-IF.
      ******************************************************************
      * OS DETALHES ESCRITOS TEM DE BATER CERTO COM O CABECALHO ******
      * ANUNCIADO; UM FICHEIRO QUE NAO CONFERE NAO PODE SEGUIR PARA **
      * A CAMARA DE COMPENSACAO. *************************************
      ******************************************************************
       MOSTRAR-TOTAIS.
           DISPLAY "Itens enviados:     " ITENS-ENVIADOS.
           MOVE VALOR-ENVIADO TO VALOR-SAIDA.
           DISPLAY "Valor enviado:      " VALOR-SAIDA " Eur".
           IF (ITENS-ENVIADOS = ITENS-ANUNCIADOS)
           AND (VALOR-ENVIADO = VALOR-ANUNCIADO) THEN
               DISPLAY "FICHEIRO CONFERE COM O CABECALHO."
           ELSE
               DISPLAY "FICHEIRO NAO CONFERE COM O CABECALHO."
               DISPLAY "Itens anunciados:   " ITENS-ANUNCIADOS
               MOVE VALOR-ANUNCIADO TO VALOR-SAIDA
               DISPLAY "Valor anunciado:    " VALOR-SAIDA " Eur"
           END-IF.
      ******************************************************************
      * CONTROLO DE EXECUCAO: MARCA 'I' NO FICHEIRO CONTROLO AO ******
      * ARRANCAR (JANELA DE BATCH FECHADA AOS BALCOES ENQUANTO *******
      * MARCA O FICHEIRO TRFEXT) E 'C' AO TERMINAR. ******************
      ******************************************************************
       MARCAR-INICIO-TRABALHO.
           OPEN I-O CONTROLO-FILE.
           IF (CONTROLO-STATUS = "35") THEN
               OPEN OUTPUT CONTROLO-FILE
               CLOSE CONTROLO-FILE
               OPEN I-O CONTROLO-FILE
           END-IF.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "COMPSAI" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   MOVE 'N' TO CONTROLO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO CONTROLO-ENCONTRADO
           END-READ.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "COMPSAI" TO TRABALHO-CTL.
           MOVE 'I' TO ESTADO-CTL.
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
           REWRITE REG-CONTROLO.
           CLOSE CONTROLO-FILE.
       ABRIR-FICHEIROS.
           OPEN I-O TRFEXT-FILE.
           IF (TRFEXT-STATUS = "35") THEN
               OPEN OUTPUT TRFEXT-FILE
               CLOSE TRFEXT-FILE
               OPEN I-O TRFEXT-FILE
           END-IF.
           OPEN OUTPUT COMPOUT-FILE.
       FECHAR-FICHEIROS.
           CLOSE TRFEXT-FILE.
           CLOSE COMPOUT-FILE.
       END PROGRAM COMPSAI.
