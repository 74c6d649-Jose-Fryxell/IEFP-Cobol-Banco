      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Card authorization batch: reads the AUTCART file delivered
      * daily by the card processor (header with count and value
      * total, then one detail per authorization) and places one
      * hold on the CATIVOS file per authorization, tagged with the
      * processor's authorization reference, so the available
      * balance checked by the debit and transfer paths reflects
      * the card purchases still waiting for settlement. The hold
      * is good up to the validity the processor sends (or a
      * default number of days when it sends none). Authorizations
      * for an unknown or closed account, and references already
      * held, are not placed and are shown on the run log. The run
      * proves its totals against the file header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTCART-FILE ASSIGN TO "AUTCART"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUTCART-STATUS.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-FD
               FILE STATUS IS CONTAS-STATUS.
           SELECT CATIVOS-FILE ASSIGN TO "CATIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CAT
               FILE STATUS IS CATIVOS-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTCART-FILE.
           COPY "CARTREG.cpy".
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  CATIVOS-FILE.
           COPY "CATREG.cpy".
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
       77 AUTCART-STATUS               PIC XX VALUE SPACES.
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 CATIVOS-STATUS               PIC XX VALUE SPACES.
       77 EOF-AUTCART                  PIC X VALUE 'N'.
       77 EOF-CATIVOS                  PIC X VALUE 'N'.
       77 CATIVO-ESCRITO               PIC X VALUE 'N'.
      ****** CABECALHO DO FICHEIRO *************************************
       77 CABECALHO-LIDO               PIC X VALUE 'N'.
       77 ITENS-ANUNCIADOS             PIC 9(9) VALUE 0.
       77 VALOR-ANUNCIADO              PIC S9(11)V99 VALUE 0.
      ****** ITEM EM TRATAMENTO ****************************************
       77 CONTA-ITEM                   PIC 9(10) VALUE 0.
       77 REFERENCIA-ITEM              PIC X(20) VALUE SPACES.
       77 VALOR-ITEM                   PIC S9(11)V99 VALUE 0.
       77 VALIDADE-ITEM                PIC 9(8) VALUE 0.
       77 MOTIVO-RECUSA                PIC X(30) VALUE SPACES.
       77 ITEM-OK                      PIC X VALUE 'S'.
      ****** VALIDADE POR OMISSAO DAS AUTORIZACOES *********************
       77 DIAS-VALIDADE-CARTAO         PIC 99 VALUE 7.
      ****** TOTAIS DE CONTROLO ****************************************
       77 ITENS-LIDOS                  PIC 9(9) VALUE 0.
       77 ITENS-CATIVADOS              PIC 9(9) VALUE 0.
       77 ITENS-RECUSADOS              PIC 9(9) VALUE 0.
       77 VALOR-LIDO                   PIC S9(11)V99 VALUE 0.
       77 VALOR-CATIVADO               PIC S9(11)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM MARCAR-INICIO-TRABALHO.
           PERFORM ABRIR-FICHEIROS.
           MOVE 'N' TO EOF-AUTCART.
           PERFORM UNTIL EOF-AUTCART = 'S'
               READ AUTCART-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-AUTCART
                   NOT AT END
                       PERFORM TRATAR-REGISTO-AUTCART
               END-READ
           END-PERFORM.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           PERFORM MOSTRAR-TOTAIS.
           STOP RUN.
       TRATAR-REGISTO-AUTCART.
           EVALUATE TIPO-REGISTO-CRT
               WHEN 'H'
                   PERFORM GUARDAR-CABECALHO
               WHEN 'D'
                   PERFORM TRATAR-ITEM
               WHEN OTHER
                   DISPLAY "Registo AUTCART invalido ignorado."
           END-EVALUATE.
       GUARDAR-CABECALHO.
           IF (CABECALHO-LIDO = 'S') THEN
               DISPLAY "Segundo cabecalho AUTCART ignorado."
           ELSE
               MOVE 'S' TO CABECALHO-LIDO
               MOVE TOTAL-ITENS-CRT TO ITENS-ANUNCIADOS
               MOVE TOTAL-VALOR-CRT TO VALOR-ANUNCIADO
           END-IF.
       TRATAR-ITEM.
           ADD 1 TO ITENS-LIDOS.
           MOVE CONTA-CRT TO CONTA-ITEM.
           MOVE REFERENCIA-CRT TO REFERENCIA-ITEM.
           MOVE VALOR-CRT TO VALOR-ITEM.
           ADD VALOR-ITEM TO VALOR-LIDO.
           IF (DATA-VALIDADE-CRT = 0) THEN
               COMPUTE VALIDADE-ITEM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                   + DIAS-VALIDADE-CARTAO)
           ELSE
               MOVE DATA-VALIDADE-CRT TO VALIDADE-ITEM
           END-IF.
           MOVE 'S' TO ITEM-OK.
           MOVE SPACES TO MOTIVO-RECUSA.
           PERFORM VALIDAR-ITEM.
           IF (ITEM-OK = 'S') THEN
               PERFORM COLOCAR-CATIVO
               ADD 1 TO ITENS-CATIVADOS
               ADD VALOR-ITEM TO VALOR-CATIVADO
           ELSE
               MOVE VALOR-ITEM TO VALOR-SAIDA
               DISPLAY "Autorizacao nao cativada: " CONTA-ITEM " "
                   REFERENCIA-ITEM VALOR-SAIDA " " MOTIVO-RECUSA
               ADD 1 TO ITENS-RECUSADOS
           END-IF.
      ******************************************************************
      * UMA AUTORIZACAO SO DA ORIGEM A CATIVO NUMA CONTA QUE EXISTA **
      * E NAO ESTEJA ENCERRADA, E NUNCA DUAS VEZES PARA A MESMA ******
      * REFERENCIA (FICHEIRO REPETIDO PELO PROCESSADOR). *************
      ******************************************************************
       VALIDAR-ITEM.
           IF (REFERENCIA-ITEM = SPACES) OR (VALOR-ITEM NOT > 0) THEN
               MOVE "referencia/valor invalido" TO MOTIVO-RECUSA
               MOVE 'N' TO ITEM-OK
           END-IF.
           IF (ITEM-OK = 'S') THEN
               MOVE CONTA-ITEM TO NUMERO-CONTA-FD
               READ CONTAS-FILE
                   INVALID KEY
                       MOVE "conta inexistente" TO MOTIVO-RECUSA
                       MOVE 'N' TO ITEM-OK
               END-READ
           END-IF.
           IF (ITEM-OK = 'S') AND (ESTADO-CONTA-FD = 'E') THEN
               MOVE "conta encerrada" TO MOTIVO-RECUSA
               MOVE 'N' TO ITEM-OK
           END-IF.
           IF (ITEM-OK = 'S') THEN
               PERFORM PROCURAR-REFERENCIA
           END-IF.
       PROCURAR-REFERENCIA.
           MOVE CONTA-ITEM TO NUMERO-CONTA-CAT.
           MOVE 0 TO SEQUENCIA-CAT.
           START CATIVOS-FILE KEY NOT < CHAVE-CAT
               INVALID KEY
                   MOVE 'S' TO EOF-CATIVOS
               NOT INVALID KEY
                   MOVE 'N' TO EOF-CATIVOS
           END-START.
           PERFORM UNTIL EOF-CATIVOS = 'S'
               READ CATIVOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-CATIVOS
               END-READ
               IF (EOF-CATIVOS = 'N') THEN
                   IF (NUMERO-CONTA-CAT NOT = CONTA-ITEM) THEN
                       MOVE 'S' TO EOF-CATIVOS
                   ELSE
                       IF (REFERENCIA-CARTAO-CAT = REFERENCIA-ITEM)
                       AND (ESTADO-CARTAO-CAT NOT = SPACE) THEN
                           MOVE "referencia ja cativada"
                               TO MOTIVO-RECUSA
                           MOVE 'N' TO ITEM-OK
                           MOVE 'S' TO EOF-CATIVOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       COLOCAR-CATIVO.
           MOVE CONTA-ITEM TO NUMERO-CONTA-CAT.
           MOVE VALOR-ITEM TO VALOR-CAT.
           MOVE SPACES TO MOTIVO-CAT.
           STRING "Cartao " DELIMITED BY SIZE
               COMERCIANTE-CRT DELIMITED BY SIZE
               INTO MOTIVO-CAT.
           MOVE "CARTAUT" TO COLOCADO-POR-CAT.
           MOVE VALIDADE-ITEM TO DATA-VALIDADE-CAT.
           MOVE 'S' TO ATIVO-CAT.
           MOVE REFERENCIA-ITEM TO REFERENCIA-CARTAO-CAT.
           MOVE 'A' TO ESTADO-CARTAO-CAT.
           PERFORM ESCREVER-CATIVO.
      ******************************************************************
      * A SEQUENCIA-CAT comeca em zero por conta; em caso de chave ****
      * duplicada avanca-se a sequencia ate a escrita caber. **********
      ******************************************************************
       ESCREVER-CATIVO.
           MOVE 0 TO SEQUENCIA-CAT.
           MOVE 'N' TO CATIVO-ESCRITO.
           PERFORM UNTIL CATIVO-ESCRITO = 'S'
               WRITE REG-CATIVO
                   INVALID KEY
                       ADD 1 TO SEQUENCIA-CAT
                   NOT INVALID KEY
                       MOVE 'S' TO CATIVO-ESCRITO
               END-WRITE
               IF (CATIVO-ESCRITO = 'N')
               AND (CATIVOS-STATUS NOT = "22")
               AND (CATIVOS-STATUS NOT = "21") THEN
                   DISPLAY "Erro ao gravar cativo: " CATIVOS-STATUS
                   MOVE 'S' TO CATIVO-ESCRITO
               END-IF
           END-PERFORM.
      ******************************************************************
      * OS TOTAIS LIDOS TEM DE BATER CERTO COM O CABECALHO DO ********
      * FICHEIRO; UM FICHEIRO QUE NAO CONFERE E ASSINALADO PARA A ****
      * OPERACAO RECLAMAR JUNTO DO PROCESSADOR DE CARTOES. ***********
      ******************************************************************
       MOSTRAR-TOTAIS.
           DISPLAY "Autorizacoes lidas: " ITENS-LIDOS.
           DISPLAY "Cativos colocados:  " ITENS-CATIVADOS.
           DISPLAY "Nao cativadas:      " ITENS-RECUSADOS.
           MOVE VALOR-CATIVADO TO VALOR-SAIDA.
           DISPLAY "Valor cativado:     " VALOR-SAIDA " Eur".
           IF (CABECALHO-LIDO = 'N') THEN
               DISPLAY "FICHEIRO SEM CABECALHO; NAO CONFERE."
           ELSE
               IF (ITENS-LIDOS = ITENS-ANUNCIADOS)
               AND (VALOR-LIDO = VALOR-ANUNCIADO) THEN
                   DISPLAY "FICHEIRO CONFERE COM O CABECALHO."
               ELSE
                   DISPLAY "FICHEIRO NAO CONFERE COM O CABECALHO."
                   DISPLAY "Itens anunciados:   " ITENS-ANUNCIADOS
                   MOVE VALOR-ANUNCIADO TO VALOR-SAIDA
                   DISPLAY "Valor anunciado:    " VALOR-SAIDA " Eur"
                   MOVE VALOR-LIDO TO VALOR-SAIDA
                   DISPLAY "Valor lido:         " VALOR-SAIDA " Eur"
               END-IF
           END-IF.
      ******************************************************************
      * CONTROLO DE EXECUCAO: MARCA 'I' NO FICHEIRO CONTROLO AO ******
      * ARRANCAR (JANELA DE BATCH FECHADA AOS BALCOES ENQUANTO *******
      * ESCREVE CATIVOS) E 'C' AO TERMINAR. **************************
      ******************************************************************
       MARCAR-INICIO-TRABALHO.
           OPEN I-O CONTROLO-FILE.
           IF (CONTROLO-STATUS = "35") THEN
               OPEN OUTPUT CONTROLO-FILE
               CLOSE CONTROLO-FILE
               OPEN I-O CONTROLO-FILE
           END-IF.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "CARTAUT" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   MOVE 'N' TO CONTROLO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO CONTROLO-ENCONTRADO
           END-READ.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "CARTAUT" TO TRABALHO-CTL.
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
           OPEN INPUT AUTCART-FILE.
           IF (AUTCART-STATUS NOT = "00") THEN
               DISPLAY "Ficheiro AUTCART indisponivel: " AUTCART-STATUS
      ****** SEM NADA CATIVADO, LIBERTA-SE A JANELA DE BATCH ***********
               PERFORM MARCAR-FIM-TRABALHO
               STOP RUN
           END-IF.
           OPEN INPUT CONTAS-FILE.
           OPEN I-O CATIVOS-FILE.
           IF (CATIVOS-STATUS = "35") THEN
               OPEN OUTPUT CATIVOS-FILE
               CLOSE CATIVOS-FILE
               OPEN I-O CATIVOS-FILE
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE AUTCART-FILE.
           CLOSE CONTAS-FILE.
           CLOSE CATIVOS-FILE.
       END PROGRAM CARTAUT.
