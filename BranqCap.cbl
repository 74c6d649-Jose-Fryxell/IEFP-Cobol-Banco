      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Cash-transaction report for anti-money-laundering compliance:
      * reads the teller cash movements (category NU) of the period
      * asked for from the MOVIMENT history and the MOVARQ archive,
      * groups them by customer - CLIENTES to the CLIMEST master, so
      * all of a customer's accounts count together (accounts whose
      * CLIENTES record has no customer number are taken on their
      * own) - and flags on BRANQCAP.PRT:
      *   U - every single cash movement at or above the single
      *       movement threshold;
      *   F - structuring: smaller cash movements of the same kind
      *       (deposits, or withdrawals) across the customer's
      *       accounts that add up above the aggregate threshold
      *       within the rolling window of days.
      * Each flagged customer is listed with the movements behind
      * the flags, their operator and the supervisor where there
      * was one. Parameters on SYSIN, in fixed columns (blank for
      * the default): 1-9 single threshold in euros (10000), 11-19
      * aggregate threshold in euros (10000), 21-23 window in days
      * (30), 25-32 first date AAAAMMDD (90 days back), 34-41 last
      * date AAAAMMDD (today).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANQCAP.
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
           SELECT RELATORIO-FILE ASSIGN TO "BRANQCAP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
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
       FD  RELATORIO-FILE.
       01 LINHA-RELATORIO               PIC X(100).
       SD  ORDENACAO-FILE.
       01 REG-ORDENACAO.
           05 CLIENTE-SRT              PIC 9(8).
           05 CONTA-GRUPO-SRT          PIC 9(10).
           05 DATA-SRT                 PIC 9(8).
           05 HORA-SRT                 PIC X(4).
           05 CONTA-SRT                PIC 9(10).
           05 SEQUENCIA-SRT            PIC 9(4).
           05 TIPO-SRT                 PIC X.
           05 VALOR-SRT                PIC S9(11)V99.
           05 OPERADOR-SRT             PIC X(8).
           05 SUPERVISOR-SRT           PIC X(8).
       WORKING-STORAGE SECTION.
      ****** PARAMETROS ************************************************
       01 PARAMETRO                    PIC X(41) VALUE SPACES.
       01 PARAMETRO-R REDEFINES PARAMETRO.
           05 LIMIAR-UNICO-PAR         PIC X(9).
           05 FILLER                   PIC X.
           05 LIMIAR-AGREGADO-PAR      PIC X(9).
           05 FILLER                   PIC X.
           05 JANELA-PAR               PIC X(3).
           05 FILLER                   PIC X.
           05 DATA-INICIO-PAR          PIC X(8).
           05 FILLER                   PIC X.
           05 DATA-FIM-PAR             PIC X(8).
       77 LIMIAR-UNICO                 PIC S9(11)V99 VALUE 10000.
       77 LIMIAR-AGREGADO              PIC S9(11)V99 VALUE 10000.
       77 DIAS-JANELA                  PIC 9(3) VALUE 30.
       77 DATA-INICIO                  PIC 9(8) VALUE 0.
       77 DATA-FIM                     PIC 9(8) VALUE 0.
       77 PARAMETRO-OK                 PIC X VALUE 'S'.
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
       77 RELATORIO-STATUS             PIC XX VALUE SPACES.
       77 EOF-MOVIMENTOS               PIC X VALUE 'N'.
       77 EOF-ARQUIVO                  PIC X VALUE 'N'.
       77 FIM-ORDENACAO                PIC X VALUE 'N'.
      ****** MOVIMENTO SELECIONADO E SEU CLIENTE ***********************
       77 CONTA-IDENTIFICADA           PIC 9(10) VALUE 0.
       77 CLIENTE-IDENTIFICADO         PIC 9(8) VALUE 0.
       77 DATA-MOVIMENTO               PIC 9(8) VALUE 0.
      ****** MOVIMENTOS DO CLIENTE EM ANALISE **************************
       77 CLIENTE-ANTERIOR             PIC 9(8) VALUE 0.
       77 CONTA-GRUPO-ANTERIOR         PIC 9(10) VALUE 0.
       77 CLIENTE-EM-CURSO             PIC X VALUE 'N'.
       77 TOTAL-MOV-CLIENTE            PIC 9(4) VALUE 0.
       77 MAXIMO-MOV-CLIENTE           PIC 9(4) VALUE 1000.
       77 MOVIMENTOS-IGNORADOS         PIC 9(9) VALUE 0.
       01 TABELA-CLIENTE.
           05 ENTRADA-MOV OCCURS 1000 TIMES.
               10 DATA-TAB             PIC 9(8).
               10 DIA-JULIANO-TAB      PIC 9(7).
               10 HORA-TAB             PIC X(4).
               10 CONTA-TAB            PIC 9(10).
               10 TIPO-TAB             PIC X.
               10 VALOR-TAB            PIC S9(11)V99.
               10 OPERADOR-TAB         PIC X(8).
               10 SUPERVISOR-TAB       PIC X(8).
               10 MARCA-UNICO-TAB      PIC X.
               10 MARCA-FRACAO-TAB     PIC X.
      ****** JANELA MOVEL **********************************************
       77 IND-MOV                      PIC 9(4) VALUE 0.
       77 IND-INICIO                   PIC 9(4) VALUE 0.
       77 IND-MARCA                    PIC 9(4) VALUE 0.
       77 TIPO-ANALISE                 PIC X VALUE SPACES.
       77 SOMA-JANELA                  PIC S9(13)V99 VALUE 0.
       77 CONTAGEM-JANELA              PIC 9(4) VALUE 0.
       77 MAIOR-SOMA                   PIC S9(13)V99 VALUE 0.
       77 CASOS-UNICO-CLIENTE          PIC 9(4) VALUE 0.
       77 CASOS-FRACAO-CLIENTE         PIC 9(4) VALUE 0.
      ****** TOTAIS DE CONTROLO ****************************************
       77 MOVIMENTOS-LIDOS             PIC 9(9) VALUE 0.
       77 CLIENTES-ANALISADOS          PIC 9(9) VALUE 0.
       77 CLIENTES-SINALIZADOS         PIC 9(9) VALUE 0.
       77 MOVIMENTOS-UNICO             PIC 9(9) VALUE 0.
       77 MOVIMENTOS-FRACAO            PIC 9(9) VALUE 0.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 TOTAL-SAIDA                  PIC -ZZZZZZZZZZZZ9.99.
       77 LIMIAR-SAIDA                 PIC ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       77 DIAS-SAIDA                   PIC ZZ9.
       77 MOTIVO-SAIDA                 PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM LER-PARAMETROS.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-RELATORIO.
           SORT ORDENACAO-FILE
               ON ASCENDING KEY CLIENTE-SRT CONTA-GRUPO-SRT DATA-SRT
                                HORA-SRT CONTA-SRT SEQUENCIA-SRT
               INPUT PROCEDURE IS SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS ANALISAR-CLIENTES.
           PERFORM GERAR-TOTAIS-RELATORIO.
           PERFORM FECHAR-FICHEIROS.
           DISPLAY "Periodo:              " DATA-INICIO " a " DATA-FIM.
           DISPLAY "Movimentos numerario: " MOVIMENTOS-LIDOS.
           DISPLAY "Clientes analisados:  " CLIENTES-ANALISADOS.
           DISPLAY "Clientes sinalizados: " CLIENTES-SINALIZADOS.
           STOP RUN.
      ******************************************************************
      * PARAMETROS EM COLUNAS FIXAS NO SYSIN; UM CAMPO EM BRANCO FICA *
      * COM O VALOR POR OMISSAO. O PERIODO POR OMISSAO SAO OS 90 DIAS *
      * ATE HOJE. *****************************************************
      ******************************************************************
       LER-PARAMETROS.
           ACCEPT PARAMETRO.
           MOVE 'S' TO PARAMETRO-OK.
           IF (LIMIAR-UNICO-PAR NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(LIMIAR-UNICO-PAR) = 0) THEN
                   COMPUTE LIMIAR-UNICO =
                       FUNCTION NUMVAL(LIMIAR-UNICO-PAR)
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           END-IF.
           IF (LIMIAR-AGREGADO-PAR NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(LIMIAR-AGREGADO-PAR) = 0) THEN
                   COMPUTE LIMIAR-AGREGADO =
                       FUNCTION NUMVAL(LIMIAR-AGREGADO-PAR)
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           END-IF.
           IF (JANELA-PAR NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(JANELA-PAR) = 0) THEN
                   COMPUTE DIAS-JANELA = FUNCTION NUMVAL(JANELA-PAR)
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           END-IF.
           IF (DATA-FIM-PAR NOT = SPACES) THEN
               IF (DATA-FIM-PAR IS NUMERIC) THEN
                   MOVE DATA-FIM-PAR TO DATA-FIM
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           ELSE
               MOVE DATA-HOJE TO DATA-FIM
           END-IF.
           IF (DATA-INICIO-PAR NOT = SPACES) THEN
               IF (DATA-INICIO-PAR IS NUMERIC) THEN
                   MOVE DATA-INICIO-PAR TO DATA-INICIO
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           ELSE
               IF (PARAMETRO-OK = 'S') THEN
                   COMPUTE DATA-INICIO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(DATA-FIM) - 90)
               END-IF
           END-IF.
           IF (PARAMETRO-OK = 'S') THEN
               IF (DIAS-JANELA = 0) OR (LIMIAR-UNICO <= 0)
               OR (LIMIAR-AGREGADO <= 0)
               OR (DATA-INICIO > DATA-FIM) THEN
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           END-IF.
           IF (PARAMETRO-OK = 'N') THEN
               DISPLAY "Parametros invalidos; indicar limiar unico, "
               "limiar agregado, dias da janela, data inicial e "
               "data final em colunas fixas."
               STOP RUN
           END-IF.
      ******************************************************************
      * ENTRAM NA ORDENACAO OS MOVIMENTOS DE NUMERARIO (NU) A DEBITO **
      * OU A CREDITO DO PERIODO, DO ARQUIVO E DO FICHEIRO VIVO. AS ****
      * OPERACOES RECUSADAS E OS MOVIMENTOS ESTORNADOS NAO CONTAM. ****
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
           COMPUTE DATA-MOVIMENTO = ANO-MOV * 10000 + MES-MOV * 100
               + DIA-MOV.
           IF (CATEGORIA-MOV = "NU")
           AND ((TIPO-MOV = 'D') OR (TIPO-MOV = 'C'))
           AND (ESTORNADO-MOV NOT = 'S')
           AND (DATA-MOVIMENTO >= DATA-INICIO)
           AND (DATA-MOVIMENTO <= DATA-FIM) THEN
               MOVE NUMERO-CONTA-MOV TO CONTA-SRT
               MOVE DATA-MOVIMENTO TO DATA-SRT
               MOVE HORA-MOV TO HORA-SRT
               MOVE SEQUENCIA-MOV TO SEQUENCIA-SRT
               MOVE TIPO-MOV TO TIPO-SRT
               MOVE VALOR-MOV TO VALOR-SRT
               MOVE OPERADOR-MOV TO OPERADOR-SRT
               MOVE SUPERVISOR-MOV TO SUPERVISOR-SRT
               PERFORM LIBERTAR-NUMERARIO
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
           COMPUTE DATA-MOVIMENTO = ANO-ARQ * 10000 + MES-ARQ * 100
               + DIA-ARQ.
           IF (CATEGORIA-ARQ = "NU")
           AND ((TIPO-ARQ = 'D') OR (TIPO-ARQ = 'C'))
           AND (ESTORNADO-ARQ NOT = 'S')
           AND (DATA-MOVIMENTO >= DATA-INICIO)
           AND (DATA-MOVIMENTO <= DATA-FIM) THEN
               MOVE NUMERO-CONTA-ARQ TO CONTA-SRT
               MOVE DATA-MOVIMENTO TO DATA-SRT
               MOVE HORA-ARQ TO HORA-SRT
               MOVE SEQUENCIA-ARQ TO SEQUENCIA-SRT
               MOVE TIPO-ARQ TO TIPO-SRT
               MOVE VALOR-ARQ TO VALOR-SRT
               MOVE OPERADOR-ARQ TO OPERADOR-SRT
               MOVE SUPERVISOR-ARQ TO SUPERVISOR-SRT
               PERFORM LIBERTAR-NUMERARIO
           END-IF.
      ****** O CLIENTE DA ULTIMA CONTA IDENTIFICADA FICA GUARDADO ******
       LIBERTAR-NUMERARIO.
           IF (CONTA-SRT NOT = CONTA-IDENTIFICADA) THEN
               MOVE CONTA-SRT TO CONTA-IDENTIFICADA
               MOVE 0 TO CLIENTE-IDENTIFICADO
               MOVE CONTA-SRT TO NUMERO-CONTA-CLI
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE 0 TO CLIENTE-IDENTIFICADO
                   NOT INVALID KEY
                       MOVE NUMERO-CLIENTE-CLI TO CLIENTE-IDENTIFICADO
               END-READ
           END-IF.
           MOVE CLIENTE-IDENTIFICADO TO CLIENTE-SRT.
           IF (CLIENTE-IDENTIFICADO = 0) THEN
               MOVE CONTA-SRT TO CONTA-GRUPO-SRT
           ELSE
               MOVE 0 TO CONTA-GRUPO-SRT
           END-IF.
           RELEASE REG-ORDENACAO.
           ADD 1 TO MOVIMENTOS-LIDOS.
       ANALISAR-CLIENTES.
           MOVE 'N' TO FIM-ORDENACAO.
           MOVE 'N' TO CLIENTE-EM-CURSO.
           PERFORM UNTIL FIM-ORDENACAO = 'S'
               RETURN ORDENACAO-FILE
                   AT END
                       MOVE 'S' TO FIM-ORDENACAO
                   NOT AT END
                       PERFORM TRATAR-NUMERARIO-ORDENADO
               END-RETURN
           END-PERFORM.
           IF (CLIENTE-EM-CURSO = 'S') THEN
               PERFORM AVALIAR-CLIENTE
           END-IF.
       TRATAR-NUMERARIO-ORDENADO.
           IF (CLIENTE-SRT NOT = CLIENTE-ANTERIOR)
           OR (CONTA-GRUPO-SRT NOT = CONTA-GRUPO-ANTERIOR)
           OR (CLIENTE-EM-CURSO = 'N') THEN
               IF (CLIENTE-EM-CURSO = 'S') THEN
                   PERFORM AVALIAR-CLIENTE
               END-IF
               MOVE CLIENTE-SRT TO CLIENTE-ANTERIOR
               MOVE CONTA-GRUPO-SRT TO CONTA-GRUPO-ANTERIOR
               MOVE 'S' TO CLIENTE-EM-CURSO
               MOVE 0 TO TOTAL-MOV-CLIENTE
           END-IF.
           IF (TOTAL-MOV-CLIENTE < MAXIMO-MOV-CLIENTE) THEN
               ADD 1 TO TOTAL-MOV-CLIENTE
               MOVE DATA-SRT TO DATA-TAB(TOTAL-MOV-CLIENTE)
               COMPUTE DIA-JULIANO-TAB(TOTAL-MOV-CLIENTE) =
                   FUNCTION INTEGER-OF-DATE(DATA-SRT)
               MOVE HORA-SRT TO HORA-TAB(TOTAL-MOV-CLIENTE)
               MOVE CONTA-SRT TO CONTA-TAB(TOTAL-MOV-CLIENTE)
               MOVE TIPO-SRT TO TIPO-TAB(TOTAL-MOV-CLIENTE)
               MOVE VALOR-SRT TO VALOR-TAB(TOTAL-MOV-CLIENTE)
               MOVE OPERADOR-SRT TO OPERADOR-TAB(TOTAL-MOV-CLIENTE)
               MOVE SUPERVISOR-SRT TO SUPERVISOR-TAB(TOTAL-MOV-CLIENTE)
               MOVE 'N' TO MARCA-UNICO-TAB(TOTAL-MOV-CLIENTE)
               MOVE 'N' TO MARCA-FRACAO-TAB(TOTAL-MOV-CLIENTE)
           ELSE
               ADD 1 TO MOVIMENTOS-IGNORADOS
           END-IF.
      ******************************************************************
      * AVALIACAO DE UM CLIENTE: PRIMEIRO OS MOVIMENTOS UNICOS NO *****
      * LIMIAR OU ACIMA; DEPOIS, EM SEPARADO PARA OS DEPOSITOS (C) E **
      * PARA OS LEVANTAMENTOS (D), UMA JANELA MOVEL DE DIAS SOBRE OS **
      * MOVIMENTOS MAIS PEQUENOS: SEMPRE QUE DOIS OU MAIS DENTRO DA ***
      * JANELA SOMAM ACIMA DO LIMIAR AGREGADO FICAM TODOS MARCADOS ****
      * COMO FRACIONAMENTO. *******************************************
      ******************************************************************
       AVALIAR-CLIENTE.
           ADD 1 TO CLIENTES-ANALISADOS.
           MOVE 0 TO CASOS-UNICO-CLIENTE.
           MOVE 0 TO CASOS-FRACAO-CLIENTE.
           MOVE 0 TO MAIOR-SOMA.
           PERFORM VARYING IND-MOV FROM 1 BY 1
           UNTIL IND-MOV > TOTAL-MOV-CLIENTE
               IF (VALOR-TAB(IND-MOV) >= LIMIAR-UNICO) THEN
                   MOVE 'S' TO MARCA-UNICO-TAB(IND-MOV)
                   ADD 1 TO CASOS-UNICO-CLIENTE
               END-IF
           END-PERFORM.
           MOVE 'C' TO TIPO-ANALISE.
           PERFORM PERCORRER-JANELA.
           MOVE 'D' TO TIPO-ANALISE.
           PERFORM PERCORRER-JANELA.
           IF (CASOS-UNICO-CLIENTE > 0) OR (CASOS-FRACAO-CLIENTE > 0)
           THEN
               PERFORM IMPRIMIR-CASO-CLIENTE
           END-IF.
       PERCORRER-JANELA.
           MOVE 1 TO IND-INICIO.
           MOVE 0 TO SOMA-JANELA.
           MOVE 0 TO CONTAGEM-JANELA.
           PERFORM VARYING IND-MOV FROM 1 BY 1
           UNTIL IND-MOV > TOTAL-MOV-CLIENTE
               IF (TIPO-TAB(IND-MOV) = TIPO-ANALISE)
               AND (MARCA-UNICO-TAB(IND-MOV) = 'N') THEN
                   ADD VALOR-TAB(IND-MOV) TO SOMA-JANELA
                   ADD 1 TO CONTAGEM-JANELA
                   PERFORM RECUAR-INICIO-JANELA
                   IF (CONTAGEM-JANELA > 1)
                   AND (SOMA-JANELA > LIMIAR-AGREGADO) THEN
                       PERFORM MARCAR-FRACIONAMENTO
                   END-IF
               END-IF
           END-PERFORM.
      ****** TIRA DA JANELA O QUE FICOU FORA DOS DIAS PEDIDOS **********
       RECUAR-INICIO-JANELA.
           PERFORM UNTIL (DIA-JULIANO-TAB(IND-INICIO)
                         > DIA-JULIANO-TAB(IND-MOV) - DIAS-JANELA)
               IF (TIPO-TAB(IND-INICIO) = TIPO-ANALISE)
               AND (MARCA-UNICO-TAB(IND-INICIO) = 'N') THEN
                   SUBTRACT VALOR-TAB(IND-INICIO) FROM SOMA-JANELA
                   SUBTRACT 1 FROM CONTAGEM-JANELA
               END-IF
               ADD 1 TO IND-INICIO
           END-PERFORM.
       MARCAR-FRACIONAMENTO.
           IF (SOMA-JANELA > MAIOR-SOMA) THEN
               MOVE SOMA-JANELA TO MAIOR-SOMA
           END-IF.
           PERFORM VARYING IND-MARCA FROM IND-INICIO BY 1
           UNTIL IND-MARCA > IND-MOV
               IF (TIPO-TAB(IND-MARCA) = TIPO-ANALISE)
               AND (MARCA-UNICO-TAB(IND-MARCA) = 'N')
               AND (MARCA-FRACAO-TAB(IND-MARCA) = 'N') THEN
                   MOVE 'S' TO MARCA-FRACAO-TAB(IND-MARCA)
                   ADD 1 TO CASOS-FRACAO-CLIENTE
               END-IF
           END-PERFORM.
       IMPRIMIR-CASO-CLIENTE.
           ADD 1 TO CLIENTES-SINALIZADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF (CLIENTE-ANTERIOR = 0) THEN
               MOVE CONTA-GRUPO-ANTERIOR TO NUMERO-CONTA-CLI
               READ CLIENTES-FILE
                   INVALID KEY
                       STRING "Conta " DELIMITED BY SIZE
                           CONTA-GRUPO-ANTERIOR DELIMITED BY SIZE
                           " (sem cliente identificado)"
                           DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       END-STRING
                   NOT INVALID KEY
                       STRING "Conta " DELIMITED BY SIZE
                           CONTA-GRUPO-ANTERIOR DELIMITED BY SIZE
                           " (sem ficha no mestre) - " DELIMITED BY SIZE
                           FUNCTION TRIM(NOME-CLI) DELIMITED BY SIZE
                           " - NIF " DELIMITED BY SIZE
                           NIF-CLI DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       END-STRING
               END-READ
           ELSE
               MOVE CLIENTE-ANTERIOR TO NUMERO-CLIENTE-CLM
               READ CLIMEST-FILE
                   INVALID KEY
                       STRING "Cliente " DELIMITED BY SIZE
                           CLIENTE-ANTERIOR DELIMITED BY SIZE
                           " (sem ficha no mestre)" DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       END-STRING
                   NOT INVALID KEY
                       STRING "Cliente " DELIMITED BY SIZE
                           CLIENTE-ANTERIOR DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(NOME-CLM) DELIMITED BY SIZE
                           " - NIF " DELIMITED BY SIZE
                           NIF-CLM DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       END-STRING
               END-READ
           END-IF.
           WRITE LINHA-RELATORIO.
           IF (CASOS-UNICO-CLIENTE > 0) THEN
               MOVE CASOS-UNICO-CLIENTE TO CONTAGEM-SAIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  U: movimentos unicos no limiar ou acima:"
                   DELIMITED BY SIZE
                   CONTAGEM-SAIDA DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF (CASOS-FRACAO-CLIENTE > 0) THEN
               MOVE CASOS-FRACAO-CLIENTE TO CONTAGEM-SAIDA
               MOVE MAIOR-SOMA TO TOTAL-SAIDA
               MOVE DIAS-JANELA TO DIAS-SAIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  F: fracionamento em" DELIMITED BY SIZE
                   CONTAGEM-SAIDA DELIMITED BY SIZE
                   " movimentos; maior soma em " DELIMITED BY SIZE
                   DIAS-SAIDA DELIMITED BY SIZE
                   " dias" DELIMITED BY SIZE
                   TOTAL-SAIDA DELIMITED BY SIZE
                   " Eur" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  M Data     Hora  Conta      Op"
               DELIMITED BY SIZE
               "           Valor Operador Supervisor"
               DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IND-MOV FROM 1 BY 1
           UNTIL IND-MOV > TOTAL-MOV-CLIENTE
               IF (MARCA-UNICO-TAB(IND-MOV) = 'S')
               OR (MARCA-FRACAO-TAB(IND-MOV) = 'S') THEN
                   PERFORM IMPRIMIR-MOVIMENTO-SINALIZADO
               END-IF
           END-PERFORM.
       IMPRIMIR-MOVIMENTO-SINALIZADO.
           IF (MARCA-UNICO-TAB(IND-MOV) = 'S') THEN
               MOVE "U " TO MOTIVO-SAIDA
               ADD 1 TO MOVIMENTOS-UNICO
           ELSE
               MOVE "F " TO MOTIVO-SAIDA
               ADD 1 TO MOVIMENTOS-FRACAO
           END-IF.
           MOVE VALOR-TAB(IND-MOV) TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " DELIMITED BY SIZE
               MOTIVO-SAIDA DELIMITED BY SIZE
               DATA-TAB(IND-MOV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-TAB(IND-MOV)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HORA-TAB(IND-MOV)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CONTA-TAB(IND-MOV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPO-TAB(IND-MOV) DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-TAB(IND-MOV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUPERVISOR-TAB(IND-MOV) DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GERAR-CABECALHO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Movimentos em numerario a comunicar - periodo "
               DELIMITED BY SIZE
               DATA-INICIO DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               DATA-FIM DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LIMIAR-UNICO TO LIMIAR-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Limiar por movimento (U):" DELIMITED BY SIZE
               LIMIAR-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LIMIAR-AGREGADO TO LIMIAR-SAIDA.
           MOVE DIAS-JANELA TO DIAS-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Limiar agregado (F):     " DELIMITED BY SIZE
               LIMIAR-SAIDA DELIMITED BY SIZE
               " Eur em qualquer janela de" DELIMITED BY SIZE
               DIAS-SAIDA DELIMITED BY SIZE
               " dias" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GERAR-TOTAIS-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE MOVIMENTOS-LIDOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Movimentos em numerario:  " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CLIENTES-ANALISADOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Clientes analisados:      " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CLIENTES-SINALIZADOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Clientes sinalizados:     " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE MOVIMENTOS-UNICO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Movimentos U (unicos):    " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE MOVIMENTOS-FRACAO TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Movimentos F (fracionam.):" DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF (MOVIMENTOS-IGNORADOS > 0) THEN
               MOVE MOVIMENTOS-IGNORADOS TO CONTAGEM-SAIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ATENCAO - movimentos alem do maximo por "
                   DELIMITED BY SIZE
                   "cliente, nao analisados:" DELIMITED BY SIZE
                   CONTAGEM-SAIDA DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
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
           OPEN OUTPUT RELATORIO-FILE.
       FECHAR-FICHEIROS.
           CLOSE CLIENTES-FILE.
           CLOSE CLIMEST-FILE.
           CLOSE RELATORIO-FILE.
       END PROGRAM BRANQCAP.
