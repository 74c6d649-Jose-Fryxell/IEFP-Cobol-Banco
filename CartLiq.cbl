      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Card settlement batch: reads the LIQCART file delivered
      * daily by the card processor (header with count and value
      * total, then one detail per settled card purchase) and posts
      * each settlement as a debit to the CONTAS master, the
      * MOVIMENTOS history (category CA) and the GLFEED, the same
      * way the other posting batches do. The hold CARTAUT placed
      * for the same authorization reference is released and marked
      * settled, whatever amount was finally settled. Settlements
      * with no matching hold are still posted (the processor has
      * already paid the merchant) but are reported. After the file,
      * the authorizations past their validity that were never
      * settled are released and reported. Both kinds of exception
      * go to the CARTEXC.PRT listing. The run proves its totals
      * against the file header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTLIQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQCART-FILE ASSIGN TO "LIQCART"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LIQCART-STATUS.
           SELECT CARTEXC-FILE ASSIGN TO "CARTEXC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARTEXC-STATUS.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-FD
               FILE STATUS IS CONTAS-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOV
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GLFEED-STATUS.
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
       FD  LIQCART-FILE.
           COPY "CARTREG.cpy".
       FD  CARTEXC-FILE.
       01 LINHA-CARTEXC                 PIC X(132).
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  GLFEED-FILE.
           COPY "GLFEEDREG.cpy".
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
       77 LIQCART-STATUS               PIC XX VALUE SPACES.
       77 CARTEXC-STATUS               PIC XX VALUE SPACES.
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 GLFEED-STATUS                PIC XX VALUE SPACES.
       77 CATIVOS-STATUS               PIC XX VALUE SPACES.
       77 EOF-LIQCART                  PIC X VALUE 'N'.
       77 EOF-CATIVOS                  PIC X VALUE 'N'.
       77 MOVIMENTO-ESCRITO            PIC X VALUE 'N'.
      ****** CABECALHO DO FICHEIRO *************************************
       77 CABECALHO-LIDO               PIC X VALUE 'N'.
       77 ITENS-ANUNCIADOS             PIC 9(9) VALUE 0.
       77 VALOR-ANUNCIADO              PIC S9(11)V99 VALUE 0.
      ****** ITEM EM TRATAMENTO ****************************************
       77 CONTA-ITEM                   PIC 9(10) VALUE 0.
       77 REFERENCIA-ITEM              PIC X(20) VALUE SPACES.
       77 VALOR-ITEM                   PIC S9(11)V99 VALUE 0.
       77 DATA-OPERACAO-ITEM           PIC 9(8) VALUE 0.
       77 SITUACAO-ITEM                PIC X(30) VALUE SPACES.
       77 ITEM-OK                      PIC X VALUE 'S'.
       77 CATIVO-ENCONTRADO            PIC X VALUE 'N'.
      ****** TOTAIS DE CONTROLO ****************************************
       77 ITENS-LIDOS                  PIC 9(9) VALUE 0.
       77 ITENS-LANCADOS               PIC 9(9) VALUE 0.
       77 ITENS-SEM-CATIVO             PIC 9(9) VALUE 0.
       77 ITENS-VALOR-DIFERENTE        PIC 9(9) VALUE 0.
       77 ITENS-NAO-LANCADOS           PIC 9(9) VALUE 0.
       77 AUTORIZACOES-EXPIRADAS       PIC 9(9) VALUE 0.
       77 VALOR-LIDO                   PIC S9(11)V99 VALUE 0.
       77 VALOR-LANCADO                PIC S9(11)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM MARCAR-INICIO-TRABALHO.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-CARTEXC.
           MOVE 'N' TO EOF-LIQCART.
           PERFORM UNTIL EOF-LIQCART = 'S'
               READ LIQCART-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-LIQCART
                   NOT AT END
                       PERFORM TRATAR-REGISTO-LIQCART
               END-READ
           END-PERFORM.
           PERFORM PROCURAR-AUTORIZACOES-EXPIRADAS.
           PERFORM GERAR-TOTAIS-CARTEXC.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           PERFORM MOSTRAR-TOTAIS.
           STOP RUN.
       TRATAR-REGISTO-LIQCART.
           EVALUATE TIPO-REGISTO-CRT
               WHEN 'H'
                   PERFORM GUARDAR-CABECALHO
               WHEN 'D'
                   PERFORM TRATAR-ITEM
               WHEN OTHER
                   DISPLAY "Registo LIQCART invalido ignorado."
           END-EVALUATE.
       GUARDAR-CABECALHO.
           IF (CABECALHO-LIDO = 'S') THEN
               DISPLAY "Segundo cabecalho LIQCART ignorado."
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
           MOVE DATA-OPERACAO-CRT TO DATA-OPERACAO-ITEM.
           ADD VALOR-ITEM TO VALOR-LIDO.
           MOVE 'S' TO ITEM-OK.
           MOVE SPACES TO SITUACAO-ITEM.
           PERFORM VALIDAR-ITEM.
           IF (ITEM-OK = 'S') THEN
               PERFORM PROCURAR-CATIVO
           END-IF.
           IF (ITEM-OK = 'S') THEN
               IF (CATIVO-ENCONTRADO = 'S') THEN
                   PERFORM LIBERTAR-CATIVO
               ELSE
                   MOVE "liquidacao sem cativo" TO SITUACAO-ITEM
                   ADD 1 TO ITENS-SEM-CATIVO
                   PERFORM LISTAR-LIQUIDACAO
               END-IF
               PERFORM LANCAR-ITEM
               ADD 1 TO ITENS-LANCADOS
               ADD VALOR-ITEM TO VALOR-LANCADO
           ELSE
               ADD 1 TO ITENS-NAO-LANCADOS
               PERFORM LISTAR-LIQUIDACAO
           END-IF.
      ******************************************************************
      * UMA LIQUIDACAO SO SE LANCA NUMA CONTA QUE EXISTA E NAO *******
      * ESTEJA ENCERRADA; A CONTA BLOQUEADA E DEBITADA NA MESMA, *****
      * PORQUE A COMPRA FOI AUTORIZADA E O PROCESSADOR JA PAGOU. *****
      ******************************************************************
       VALIDAR-ITEM.
           IF (REFERENCIA-ITEM = SPACES) OR (VALOR-ITEM NOT > 0) THEN
               MOVE "referencia/valor invalido" TO SITUACAO-ITEM
               MOVE 'N' TO ITEM-OK
           END-IF.
           IF (ITEM-OK = 'S') THEN
               MOVE CONTA-ITEM TO NUMERO-CONTA-FD
               READ CONTAS-FILE
                   INVALID KEY
                       MOVE "conta inexistente" TO SITUACAO-ITEM
                       MOVE 'N' TO ITEM-OK
               END-READ
           END-IF.
           IF (ITEM-OK = 'S') AND (ESTADO-CONTA-FD = 'E') THEN
               MOVE "conta encerrada" TO SITUACAO-ITEM
               MOVE 'N' TO ITEM-OK
           END-IF.
      ******************************************************************
      * Procura o cativo da autorizacao pela referencia; uma **********
      * referencia ja liquidada nao se lanca segunda vez. *************
      ******************************************************************
       PROCURAR-CATIVO.
           MOVE 'N' TO CATIVO-ENCONTRADO.
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
                       THEN
                           PERFORM AVALIAR-CATIVO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       AVALIAR-CATIVO.
           EVALUATE ESTADO-CARTAO-CAT
               WHEN 'A'
               WHEN 'X'
                   MOVE 'S' TO CATIVO-ENCONTRADO
                   MOVE 'S' TO EOF-CATIVOS
               WHEN 'L'
                   MOVE "referencia ja liquidada" TO SITUACAO-ITEM
                   MOVE 'N' TO ITEM-OK
                   MOVE 'S' TO EOF-CATIVOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LIBERTAR-CATIVO.
           IF (VALOR-CAT NOT = VALOR-ITEM) THEN
               ADD 1 TO ITENS-VALOR-DIFERENTE
           END-IF.
           MOVE 'N' TO ATIVO-CAT.
           MOVE 'L' TO ESTADO-CARTAO-CAT.
           REWRITE REG-CATIVO.
       LANCAR-ITEM.
           SUBTRACT VALOR-ITEM FROM SALDO-FD.
           REWRITE REG-CONTA.
           PERFORM REGISTAR-MOVIMENTO.
           PERFORM EMITIR-GLFEED.
       REGISTAR-MOVIMENTO.
           MOVE CONTA-ITEM TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE DIA TO DIA-MOV.
           MOVE HORA TO HORA-H-MOV.
           MOVE MINUTOS TO HORA-M-MOV.
           MOVE "CARTLIQ" TO OPERADOR-MOV.
           MOVE 'D' TO TIPO-MOV.
           MOVE VALOR-ITEM TO VALOR-MOV.
           MOVE SALDO-FD TO SALDO-MOV.
           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE "CA" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
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
       EMITIR-GLFEED.
           MOVE CONTA-ITEM TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
           MOVE MES TO MES-GL.
           MOVE DIA TO DIA-GL.
           MOVE HORA TO HORA-H-GL.
           MOVE MINUTOS TO HORA-M-GL.
           MOVE 'D' TO INDICADOR-GL.
           MOVE VALOR-ITEM TO VALOR-GL.
           MOVE SALDO-FD TO SALDO-GL.
           WRITE REG-GLFEED.
      ******************************************************************
      * AS AUTORIZACOES PASSADAS DA VALIDADE SEM LIQUIDACAO SAO ******
      * LISTADAS UMA UNICA VEZ E O CATIVO E LIBERTADO (SE O FIMDIA ***
      * AINDA NAO O TIVER FEITO). UMA LIQUIDACAO TARDIA CONTINUA A ***
      * ENCONTRAR O CATIVO MARCADO 'X'. ******************************
      ******************************************************************
       PROCURAR-AUTORIZACOES-EXPIRADAS.
           MOVE SPACES TO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Autorizacoes expiradas sem liquidacao"
               DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE ZEROS TO CHAVE-CAT.
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
                   NOT AT END
                       PERFORM TRATAR-AUTORIZACAO-EXPIRADA
               END-READ
           END-PERFORM.
       TRATAR-AUTORIZACAO-EXPIRADA.
           IF (ESTADO-CARTAO-CAT = 'A')
           AND (DATA-VALIDADE-CAT < DATA-HOJE) THEN
               MOVE 'X' TO ESTADO-CARTAO-CAT
               MOVE 'N' TO ATIVO-CAT
               REWRITE REG-CATIVO
               ADD 1 TO AUTORIZACOES-EXPIRADAS
               MOVE VALOR-CAT TO VALOR-SAIDA
               MOVE SPACES TO LINHA-CARTEXC
               STRING "Conta " DELIMITED BY SIZE
                   NUMERO-CONTA-CAT DELIMITED BY SIZE
                   " ref. " DELIMITED BY SIZE
                   REFERENCIA-CARTAO-CAT DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   " validade " DELIMITED BY SIZE
                   DATA-VALIDADE-CAT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(MOTIVO-CAT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINHA-CARTEXC
               WRITE LINHA-CARTEXC
           END-IF.
       LISTAR-LIQUIDACAO.
           MOVE VALOR-ITEM TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Conta " DELIMITED BY SIZE
               CONTA-ITEM DELIMITED BY SIZE
               " ref. " DELIMITED BY SIZE
               REFERENCIA-ITEM DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               DATA-OPERACAO-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SITUACAO-ITEM DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
       GERAR-CABECALHO-CARTEXC.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Excecoes de cartoes de " DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE SPACES TO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Liquidacoes sem cativo ou nao lancadas"
               DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
       GERAR-TOTAIS-CARTEXC.
           MOVE SPACES TO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE ITENS-SEM-CATIVO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Liquidacoes sem cativo:   " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE ITENS-NAO-LANCADOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Liquidacoes nao lancadas: " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
           MOVE AUTORIZACOES-EXPIRADAS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-CARTEXC.
           STRING "Autorizacoes expiradas:   " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-CARTEXC.
           WRITE LINHA-CARTEXC.
      ******************************************************************
      * OS TOTAIS LIDOS TEM DE BATER CERTO COM O CABECALHO DO ********
      * FICHEIRO; UM FICHEIRO QUE NAO CONFERE E ASSINALADO PARA A ****
      * OPERACAO RECLAMAR JUNTO DO PROCESSADOR DE CARTOES. ***********
      ******************************************************************
       MOSTRAR-TOTAIS.
           DISPLAY "Liquidacoes lidas:  " ITENS-LIDOS.
           DISPLAY "Lancadas:           " ITENS-LANCADOS.
           DISPLAY "  sem cativo:       " ITENS-SEM-CATIVO.
           DISPLAY "  valor diferente:  " ITENS-VALOR-DIFERENTE.
           DISPLAY "Nao lancadas:       " ITENS-NAO-LANCADOS.
           DISPLAY "Autoriz. expiradas: " AUTORIZACOES-EXPIRADAS.
           MOVE VALOR-LANCADO TO VALOR-SAIDA.
           DISPLAY "Valor lancado:      " VALOR-SAIDA " Eur".
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
      * LANCA EM CONTAS) E 'C' AO TERMINAR. **************************
      ******************************************************************
       MARCAR-INICIO-TRABALHO.
           OPEN I-O CONTROLO-FILE.
           IF (CONTROLO-STATUS = "35") THEN
               OPEN OUTPUT CONTROLO-FILE
               CLOSE CONTROLO-FILE
               OPEN I-O CONTROLO-FILE
           END-IF.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "CARTLIQ" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   MOVE 'N' TO CONTROLO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO CONTROLO-ENCONTRADO
           END-READ.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "CARTLIQ" TO TRABALHO-CTL.
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
           OPEN INPUT LIQCART-FILE.
           IF (LIQCART-STATUS NOT = "00") THEN
               DISPLAY "Ficheiro LIQCART indisponivel: " LIQCART-STATUS
      ****** SEM NADA LANCADO, LIBERTA-SE A JANELA DE BATCH ************
               PERFORM MARCAR-FIM-TRABALHO
               STOP RUN
           END-IF.
           OPEN OUTPUT CARTEXC-FILE.
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
           OPEN I-O CATIVOS-FILE.
           IF (CATIVOS-STATUS = "35") THEN
               OPEN OUTPUT CATIVOS-FILE
               CLOSE CATIVOS-FILE
               OPEN I-O CATIVOS-FILE
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE LIQCART-FILE.
           CLOSE CARTEXC-FILE.
           CLOSE CONTAS-FILE.
           CLOSE MOVIMENTOS-FILE.
           CLOSE GLFEED-FILE.
           CLOSE CATIVOS-FILE.
       END PROGRAM CARTLIQ.
