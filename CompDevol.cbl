      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Outbound clearing returns batch: reads the COMPDEV file sent
      * back by the clearing house with the transfers to other banks
      * it rejected (same layout as COMPOUT - header with count and
      * value total, then one detail per item with the reason code)
      * and credits each one back to the originating account. The
      * item is matched to its TRFEXT record by the debit movement
      * key it carries; the credit is posted to CONTAS, MOVIMENTOS
      * (category DV, linked to the original debit through
      * REF-ESTORNO-MOV, which in turn is marked as returned) and
      * the GLFEED, and the TRFEXT record is marked 'D' with the
      * reason. Every item goes to the DEVOLVIDAS.PRT listing -
      * credited back, or left for operations when it cannot be
      * matched or the account no longer takes postings. The run
      * proves its totals against the file header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPDEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPDEV-FILE ASSIGN TO "COMPDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COMPDEV-STATUS.
           SELECT DEVOLVIDAS-FILE ASSIGN TO "DEVOLVIDAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEVOLVIDAS-STATUS.
           SELECT TRFEXT-FILE ASSIGN TO "TRFEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TRE
               FILE STATUS IS TRFEXT-STATUS.
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
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPDEV-FILE.
           COPY "COMPSREG.cpy".
       FD  DEVOLVIDAS-FILE.
       01 LINHA-DEVOLVIDAS              PIC X(132).
       FD  TRFEXT-FILE.
           COPY "TRFEXREG.cpy".
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  GLFEED-FILE.
           COPY "GLFEEDREG.cpy".
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
       77 COMPDEV-STATUS               PIC XX VALUE SPACES.
       77 DEVOLVIDAS-STATUS            PIC XX VALUE SPACES.
       77 TRFEXT-STATUS                PIC XX VALUE SPACES.
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 GLFEED-STATUS                PIC XX VALUE SPACES.
       77 EOF-COMPDEV                  PIC X VALUE 'N'.
       77 MOVIMENTO-ESCRITO            PIC X VALUE 'N'.
      ****** CABECALHO DO FICHEIRO *************************************
       77 CABECALHO-LIDO               PIC X VALUE 'N'.
       77 ITENS-ANUNCIADOS             PIC 9(9) VALUE 0.
       77 VALOR-ANUNCIADO              PIC S9(11)V99 VALUE 0.
      ****** ITEM EM TRATAMENTO ****************************************
       77 CONTA-ITEM                   PIC 9(10) VALUE 0.
       77 DATA-ITEM                    PIC 9(8) VALUE 0.
       77 SEQUENCIA-ITEM               PIC 9(4) VALUE 0.
       77 VALOR-ITEM                   PIC S9(11)V99 VALUE 0.
       77 MOTIVO-ITEM                  PIC X(4) VALUE SPACES.
       77 SITUACAO-ITEM                PIC X(30) VALUE SPACES.
       77 ITEM-OK                      PIC X VALUE 'S'.
       77 SEQUENCIA-DEVOLUCAO          PIC 9(4) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 ITENS-LIDOS                  PIC 9(9) VALUE 0.
       77 ITENS-CREDITADOS             PIC 9(9) VALUE 0.
       77 ITENS-PENDENTES              PIC 9(9) VALUE 0.
       77 VALOR-LIDO                   PIC S9(11)V99 VALUE 0.
       77 VALOR-CREDITADO              PIC S9(11)V99 VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM MARCAR-INICIO-TRABALHO.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-DEVOLVIDAS.
           MOVE 'N' TO EOF-COMPDEV.
           PERFORM UNTIL EOF-COMPDEV = 'S'
               READ COMPDEV-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-COMPDEV
                   NOT AT END
                       PERFORM TRATAR-REGISTO-COMPDEV
               END-READ
           END-PERFORM.
           PERFORM GERAR-TOTAIS-DEVOLVIDAS.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           PERFORM MOSTRAR-TOTAIS.
           STOP RUN.
       TRATAR-REGISTO-COMPDEV.
           EVALUATE TIPO-REGISTO-CSA
               WHEN 'H'
                   PERFORM GUARDAR-CABECALHO
               WHEN 'D'
                   PERFORM TRATAR-ITEM
               WHEN OTHER
                   DISPLAY "Registo COMPDEV invalido ignorado."
           END-EVALUATE.
       GUARDAR-CABECALHO.
           IF (CABECALHO-LIDO = 'S') THEN
               DISPLAY "Segundo cabecalho COMPDEV ignorado."
           ELSE
               MOVE 'S' TO CABECALHO-LIDO
               MOVE TOTAL-ITENS-CSA TO ITENS-ANUNCIADOS
               MOVE TOTAL-VALOR-CSA TO VALOR-ANUNCIADO
           END-IF.
       TRATAR-ITEM.
           ADD 1 TO ITENS-LIDOS.
           MOVE CONTA-CSA TO CONTA-ITEM.
           MOVE DATA-MOV-CSA TO DATA-ITEM.
           MOVE SEQUENCIA-MOV-CSA TO SEQUENCIA-ITEM.
           MOVE VALOR-CSA TO VALOR-ITEM.
           MOVE MOTIVO-CSA TO MOTIVO-ITEM.
           ADD VALOR-ITEM TO VALOR-LIDO.
           MOVE 'S' TO ITEM-OK.
           MOVE SPACES TO SITUACAO-ITEM.
           PERFORM VALIDAR-ITEM.
           IF (ITEM-OK = 'S') THEN
               PERFORM CREDITAR-ITEM
               MOVE "creditada" TO SITUACAO-ITEM
               ADD 1 TO ITENS-CREDITADOS
               ADD VALOR-ITEM TO VALOR-CREDITADO
           ELSE
               ADD 1 TO ITENS-PENDENTES
           END-IF.
           PERFORM LISTAR-ITEM.
      ******************************************************************
      * SO SE CREDITA UMA DEVOLUCAO QUE CORRESPONDA A UMA ************
      * TRANSFERENCIA ENVIADA, PELO MESMO VALOR, NUMA CONTA QUE ******
      * AINDA ACEITE LANCAMENTOS. AS RESTANTES FICAM NA LISTAGEM *****
      * PARA A OPERACAO TRATAR. **************************************
      ******************************************************************
       VALIDAR-ITEM.
           MOVE CONTA-ITEM TO NUMERO-CONTA-TRE.
           MOVE DATA-ITEM TO DATA-TRE.
           MOVE SEQUENCIA-ITEM TO SEQUENCIA-TRE.
           READ TRFEXT-FILE
               INVALID KEY
                   MOVE "transferencia desconhecida" TO SITUACAO-ITEM
                   MOVE 'N' TO ITEM-OK
           END-READ.
           IF (ITEM-OK = 'S') AND (ESTADO-TRE = 'D') THEN
               MOVE "ja devolvida" TO SITUACAO-ITEM
               MOVE 'N' TO ITEM-OK
           END-IF.
           IF (ITEM-OK = 'S') AND (ESTADO-TRE NOT = 'E') THEN
               MOVE "transferencia nao enviada" TO SITUACAO-ITEM
               MOVE 'N' TO ITEM-OK
           END-IF.
           IF (ITEM-OK = 'S') AND (VALOR-TRE NOT = VALOR-ITEM) THEN
               MOVE "valor diferente do enviado" TO SITUACAO-ITEM
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
           IF (ITEM-OK = 'S') THEN
               IF (ESTADO-CONTA-FD = 'B') OR (ESTADO-CONTA-FD = 'E')
               THEN
                   MOVE "conta bloqueada/encerrada" TO SITUACAO-ITEM
                   MOVE 'N' TO ITEM-OK
               END-IF
           END-IF.
       CREDITAR-ITEM.
           ADD VALOR-ITEM TO SALDO-FD.
           REWRITE REG-CONTA.
           PERFORM REGISTAR-MOVIMENTO.
           PERFORM MARCAR-DEBITO-DEVOLVIDO.
           PERFORM EMITIR-GLFEED.
           MOVE 'D' TO ESTADO-TRE.
           MOVE DATA-HOJE TO DATA-DEVOLUCAO-TRE.
           MOVE MOTIVO-ITEM TO MOTIVO-DEV-TRE.
           REWRITE REG-TRF-EXTERNA.
       REGISTAR-MOVIMENTO.
           MOVE CONTA-ITEM TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE DIA TO DIA-MOV.
           MOVE HORA TO HORA-H-MOV.
           MOVE MINUTOS TO HORA-M-MOV.
           MOVE "COMPDEV" TO OPERADOR-MOV.
           MOVE 'C' TO TIPO-MOV.
           MOVE VALOR-ITEM TO VALOR-MOV.
           MOVE SALDO-FD TO SALDO-MOV.
           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE "DV" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE DATA-ITEM TO DATA-ESTORNO-MOV.
           MOVE SEQUENCIA-ITEM TO SEQUENCIA-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
           MOVE SEQUENCIA-MOV TO SEQUENCIA-DEVOLUCAO.
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
      * O DEBITO ORIGINAL FICA MARCADO COMO DEVOLVIDO, COM A *********
      * REFERENCIA DO CREDITO DV, PARA NAO PODER SER ESTORNADO *******
      * NEM DEVOLVIDO UMA SEGUNDA VEZ. *******************************
      ******************************************************************
       MARCAR-DEBITO-DEVOLVIDO.
           MOVE CONTA-ITEM TO NUMERO-CONTA-MOV.
           MOVE DATA-ITEM TO DATA-MOV.
           MOVE SEQUENCIA-ITEM TO SEQUENCIA-MOV.
           READ MOVIMENTOS-FILE
               INVALID KEY
                   DISPLAY "Debito original nao encontrado: "
                   CONTA-ITEM " " DATA-ITEM " " SEQUENCIA-ITEM
               NOT INVALID KEY
                   MOVE 'S' TO ESTORNADO-MOV
                   MOVE DATA-HOJE TO DATA-ESTORNO-MOV
                   MOVE SEQUENCIA-DEVOLUCAO TO SEQUENCIA-ESTORNO-MOV
                   REWRITE REG-MOVIMENTO
           END-READ.
       EMITIR-GLFEED.
           MOVE CONTA-ITEM TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
           MOVE MES TO MES-GL.
           MOVE DIA TO DIA-GL.
           MOVE HORA TO HORA-H-GL.
           MOVE MINUTOS TO HORA-M-GL.
           MOVE 'C' TO INDICADOR-GL.
           MOVE VALOR-ITEM TO VALOR-GL.
           MOVE SALDO-FD TO SALDO-GL.
           WRITE REG-GLFEED.
       LISTAR-ITEM.
           MOVE VALOR-ITEM TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           STRING CONTA-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DATA-ITEM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SEQUENCIA-ITEM DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " motivo " DELIMITED BY SIZE
               MOTIVO-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SITUACAO-ITEM DELIMITED BY SIZE
               INTO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
           IF (ITEM-OK = 'S') THEN
               MOVE SPACES TO LINHA-DEVOLVIDAS
               STRING "    Para IBAN " DELIMITED BY SIZE
                   IBAN-TRE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   NOME-BENEF-TRE DELIMITED BY SIZE
                   INTO LINHA-DEVOLVIDAS
               WRITE LINHA-DEVOLVIDAS
           END-IF.
       GERAR-CABECALHO-DEVOLVIDAS.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           STRING "Transferencias devolvidas pela compensacao em "
               DELIMITED BY SIZE
               DIA DELIMITED BY SIZE "-" DELIMITED BY SIZE
               MES DELIMITED BY SIZE "-" DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               INTO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
       GERAR-TOTAIS-DEVOLVIDAS.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
           MOVE ITENS-CREDITADOS TO CONTAGEM-SAIDA.
           MOVE VALOR-CREDITADO TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           STRING "Creditadas:       " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
           MOVE ITENS-PENDENTES TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-DEVOLVIDAS.
           STRING "Por tratar:       " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-DEVOLVIDAS.
           WRITE LINHA-DEVOLVIDAS.
      ******************************************************************
      * OS TOTAIS LIDOS TEM DE BATER CERTO COM O CABECALHO DO ********
      * FICHEIRO; UM FICHEIRO QUE NAO CONFERE E ASSINALADO PARA A ****
      * OPERACAO RECLAMAR JUNTO DA CAMARA DE COMPENSACAO. ************
      ******************************************************************
       MOSTRAR-TOTAIS.
           DISPLAY "Itens lidos:        " ITENS-LIDOS.
           DISPLAY "Itens creditados:   " ITENS-CREDITADOS.
           DISPLAY "Itens por tratar:   " ITENS-PENDENTES.
           MOVE VALOR-CREDITADO TO VALOR-SAIDA.
           DISPLAY "Valor creditado:    " VALOR-SAIDA " Eur".
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
           MOVE "COMPDEV" TO TRABALHO-CTL.
           READ CONTROLO-FILE
               INVALID KEY
                   MOVE 'N' TO CONTROLO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO CONTROLO-ENCONTRADO
           END-READ.
           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "COMPDEV" TO TRABALHO-CTL.
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
           OPEN INPUT COMPDEV-FILE.
           IF (COMPDEV-STATUS NOT = "00") THEN
               DISPLAY "Ficheiro COMPDEV indisponivel: " COMPDEV-STATUS
      ****** SEM NADA LANCADO, LIBERTA-SE A JANELA DE BATCH ************
               PERFORM MARCAR-FIM-TRABALHO
               STOP RUN
           END-IF.
           OPEN OUTPUT DEVOLVIDAS-FILE.
           OPEN I-O TRFEXT-FILE.
           IF (TRFEXT-STATUS = "35") THEN
               OPEN OUTPUT TRFEXT-FILE
               CLOSE TRFEXT-FILE
               OPEN I-O TRFEXT-FILE
           END-IF.
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
       FECHAR-FICHEIROS.
           CLOSE COMPDEV-FILE.
           CLOSE DEVOLVIDAS-FILE.
           CLOSE TRFEXT-FILE.
           CLOSE CONTAS-FILE.
           CLOSE MOVIMENTOS-FILE.
           CLOSE GLFEED-FILE.
       END PROGRAM COMPDEV.
