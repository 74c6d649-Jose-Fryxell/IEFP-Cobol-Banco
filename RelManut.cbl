      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Maintenance audit report: lists on RELMANUT.PRT the entries of
      * the shared maintenance log LOGMANUT written by the master-data
      * maintenance programs - who added, changed or deleted which
      * record of which file, and when, with the record as it was
      * before and as it was left after. Changes to an account
      * (CONTAS) also show the limit and state before and after, and
      * changes to an operator (OPERADORES) the profile and active
      * flag, so a raised LIMITE-FD or a reactivated operator reads
      * straight off the listing. Parameters on SYSIN, in fixed
      * columns (blank for no selection on that field): 1-8 first
      * date AAAAMMDD, 10-17 last date AAAAMMDD, 19-26 operator ID,
      * 28-37 account number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGMANUT-FILE ASSIGN TO "LOGMANUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOGMANUT-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "RELMANUT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOGMANUT-FILE.
           COPY "LOGMREG.cpy".
       FD  RELATORIO-FILE.
       01 LINHA-RELATORIO               PIC X(170).
       WORKING-STORAGE SECTION.
      ****** PARAMETROS ************************************************
       01 PARAMETRO                    PIC X(37) VALUE SPACES.
       01 PARAMETRO-R REDEFINES PARAMETRO.
           05 DATA-INICIO-PAR          PIC X(8).
           05 FILLER                   PIC X.
           05 DATA-FIM-PAR             PIC X(8).
           05 FILLER                   PIC X.
           05 OPERADOR-PAR             PIC X(8).
           05 FILLER                   PIC X.
           05 CONTA-PAR                PIC X(10).
       77 DATA-INICIO                  PIC 9(8) VALUE 0.
       77 DATA-FIM                     PIC 9(8) VALUE 99999999.
       77 OPERADOR-SELECIONADO         PIC X(8) VALUE SPACES.
       77 CONTA-SELECIONADA            PIC 9(10) VALUE 0.
       77 PARAMETRO-OK                 PIC X VALUE 'S'.
      ****** CONTROLO DE FICHEIROS *************************************
       77 LOGMANUT-STATUS              PIC XX VALUE SPACES.
       77 RELATORIO-STATUS             PIC XX VALUE SPACES.
       77 EOF-LOGMANUT                 PIC X VALUE 'N'.
       77 LOGMANUT-ABERTO              PIC X VALUE 'N'.
       77 REGISTO-SELECIONADO          PIC X VALUE 'N'.
      ****** IMAGENS DE CONTAS E DE OPERADORES *************************
       01 CONTA-ANTES-IMG.
           05 NUMERO-CONTA-ANT         PIC 9(10).
           05 SALDO-ANT                PIC S9(11)V99.
           05 LIMITE-ANT               PIC S9(11)V99.
           05 ESTADO-CONTA-ANT         PIC X.
           05 FILLER                   PIC X(113).
       01 CONTA-DEPOIS-IMG.
           05 NUMERO-CONTA-DEP         PIC 9(10).
           05 SALDO-DEP                PIC S9(11)V99.
           05 LIMITE-DEP               PIC S9(11)V99.
           05 ESTADO-CONTA-DEP         PIC X.
           05 FILLER                   PIC X(113).
       01 OPERADOR-ANTES-IMG.
           05 ID-OPERADOR-ANT          PIC X(8).
           05 NOME-OP-ANT              PIC X(40).
           05 SENHA-OP-ANT             PIC X(8).
           05 PERFIL-OP-ANT            PIC X.
           05 ATIVO-OP-ANT             PIC X.
           05 FILLER                   PIC X(92).
       01 OPERADOR-DEPOIS-IMG.
           05 ID-OPERADOR-DEP          PIC X(8).
           05 NOME-OP-DEP              PIC X(40).
           05 SENHA-OP-DEP             PIC X(8).
           05 PERFIL-OP-DEP            PIC X.
           05 ATIVO-OP-DEP             PIC X.
           05 FILLER                   PIC X(92).
      ****** TOTAIS DE CONTROLO ****************************************
       77 REGISTOS-LIDOS               PIC 9(9) VALUE 0.
       77 REGISTOS-LISTADOS            PIC 9(9) VALUE 0.
       77 ACRESCENTOS                  PIC 9(9) VALUE 0.
       77 ALTERACOES                   PIC 9(9) VALUE 0.
       77 ELIMINACOES                  PIC 9(9) VALUE 0.
      ****** EDICAO ****************************************************
       01 HORA-EDICAO                  PIC 9(6) VALUE 0.
       01 HORA-EDICAO-R REDEFINES HORA-EDICAO.
           05 HH-EDICAO                PIC XX.
           05 MM-EDICAO                PIC XX.
           05 SS-EDICAO                PIC XX.
       77 OPERADOR-SAIDA               PIC X(8) VALUE SPACES.
       77 ACAO-SAIDA                   PIC X(12) VALUE SPACES.
       77 CONTA-SAIDA                  PIC Z(9)9.
       77 LIMITE-ANT-SAIDA             PIC -ZZZZZZZZZZ9.99.
       77 LIMITE-DEP-SAIDA             PIC -ZZZZZZZZZZ9.99.
       77 CONTAGEM-SAIDA               PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-PARAMETROS.
           PERFORM ABRIR-FICHEIROS.
           PERFORM GERAR-CABECALHO-RELATORIO.
           IF (LOGMANUT-ABERTO = 'S') THEN
               MOVE 'N' TO EOF-LOGMANUT
               PERFORM UNTIL EOF-LOGMANUT = 'S'
                   READ LOGMANUT-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-LOGMANUT
                       NOT AT END
                           PERFORM AVALIAR-REGISTO
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM GERAR-TOTAIS-RELATORIO.
           PERFORM FECHAR-FICHEIROS.
           DISPLAY "Periodo:             " DATA-INICIO " a " DATA-FIM.
           DISPLAY "Registos no log:     " REGISTOS-LIDOS.
           DISPLAY "Registos listados:   " REGISTOS-LISTADOS.
           STOP RUN.
      ******************************************************************
      * PARAMETROS EM COLUNAS FIXAS NO SYSIN; UM CAMPO EM BRANCO NAO **
      * RESTRINGE A LISTAGEM (SEM DATAS SAI O LOG TODO). **************
      ******************************************************************
       LER-PARAMETROS.
           ACCEPT PARAMETRO.
           MOVE 'S' TO PARAMETRO-OK.
           IF (DATA-INICIO-PAR NOT = SPACES) THEN
               IF (DATA-INICIO-PAR IS NUMERIC) THEN
                   MOVE DATA-INICIO-PAR TO DATA-INICIO
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
           END-IF.
           MOVE OPERADOR-PAR TO OPERADOR-SELECIONADO.
           IF (CONTA-PAR NOT = SPACES) THEN
               IF (FUNCTION TEST-NUMVAL(CONTA-PAR) = 0) THEN
                   COMPUTE CONTA-SELECIONADA =
                       FUNCTION NUMVAL(CONTA-PAR)
               ELSE
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
               IF (CONTA-SELECIONADA = 0) THEN
                   MOVE 'N' TO PARAMETRO-OK
               END-IF
           END-IF.
           IF (DATA-INICIO > DATA-FIM) THEN
               MOVE 'N' TO PARAMETRO-OK
           END-IF.
           IF (PARAMETRO-OK = 'N') THEN
               DISPLAY "Parametros invalidos; indicar data inicial, "
               "data final, operador e conta em colunas fixas."
               STOP RUN
           END-IF.
      ******************************************************************
      * UM REGISTO ENTRA NA LISTAGEM SE CAIR NO PERIODO E, QUANDO *****
      * PEDIDOS, FOR DO OPERADOR E DA CONTA INDICADOS. ****************
      ******************************************************************
       AVALIAR-REGISTO.
           ADD 1 TO REGISTOS-LIDOS.
           MOVE 'S' TO REGISTO-SELECIONADO.
           IF (DATA-LOG < DATA-INICIO) OR (DATA-LOG > DATA-FIM) THEN
               MOVE 'N' TO REGISTO-SELECIONADO
           END-IF.
           IF (OPERADOR-SELECIONADO NOT = SPACES)
           AND (OPERADOR-LOG NOT = OPERADOR-SELECIONADO) THEN
               MOVE 'N' TO REGISTO-SELECIONADO
           END-IF.
           IF (CONTA-SELECIONADA NOT = 0)
           AND (CONTA-LOG NOT = CONTA-SELECIONADA) THEN
               MOVE 'N' TO REGISTO-SELECIONADO
           END-IF.
           IF (REGISTO-SELECIONADO = 'S') THEN
               PERFORM LISTAR-REGISTO
           END-IF.
       LISTAR-REGISTO.
           ADD 1 TO REGISTOS-LISTADOS.
           EVALUATE ACAO-LOG
               WHEN 'A'
                   MOVE "Acrescentado" TO ACAO-SAIDA
                   ADD 1 TO ACRESCENTOS
               WHEN 'C'
                   MOVE "Alterado" TO ACAO-SAIDA
                   ADD 1 TO ALTERACOES
               WHEN 'D'
                   MOVE "Eliminado" TO ACAO-SAIDA
                   ADD 1 TO ELIMINACOES
               WHEN OTHER
                   MOVE ACAO-LOG TO ACAO-SAIDA
           END-EVALUATE.
           PERFORM IMPRIMIR-REGISTO.
       IMPRIMIR-REGISTO.
           MOVE HORA-LOG TO HORA-EDICAO.
           IF (OPERADOR-LOG = SPACES) THEN
               MOVE "(nenhum)" TO OPERADOR-SAIDA
           ELSE
               MOVE OPERADOR-LOG TO OPERADOR-SAIDA
           END-IF.
           MOVE CONTA-LOG TO CONTA-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DATA-LOG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HH-EDICAO DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               MM-EDICAO DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SS-EDICAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROGRAMA-LOG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FICHEIRO-LOG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACAO-SAIDA DELIMITED BY SIZE
               " Chave: " DELIMITED BY SIZE
               CHAVE-REGISTO-LOG DELIMITED BY SIZE
               " Conta: " DELIMITED BY SIZE
               CONTA-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF (FICHEIRO-LOG = "CONTAS") AND (ACAO-LOG = 'C') THEN
               PERFORM IMPRIMIR-ALTERACAO-CONTA
           END-IF.
           IF (FICHEIRO-LOG = "OPERADORES") THEN
               PERFORM IMPRIMIR-ALTERACAO-OPERADOR
           END-IF.
           IF (IMAGEM-ANTES-LOG NOT = SPACES) THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    Antes:  " DELIMITED BY SIZE
                   IMAGEM-ANTES-LOG DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF (IMAGEM-DEPOIS-LOG NOT = SPACES) THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    Depois: " DELIMITED BY SIZE
                   IMAGEM-DEPOIS-LOG DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
      ******************************************************************
      * NUMA CONTA ALTERADA MOSTRAM-SE O LIMITE E O ESTADO, ANTES E ***
      * DEPOIS, JA EDITADOS. ******************************************
      ******************************************************************
       IMPRIMIR-ALTERACAO-CONTA.
           MOVE IMAGEM-ANTES-LOG TO CONTA-ANTES-IMG.
           MOVE IMAGEM-DEPOIS-LOG TO CONTA-DEPOIS-IMG.
           MOVE LIMITE-ANT TO LIMITE-ANT-SAIDA.
           MOVE LIMITE-DEP TO LIMITE-DEP-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Limite:" DELIMITED BY SIZE
               LIMITE-ANT-SAIDA DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               LIMITE-DEP-SAIDA DELIMITED BY SIZE
               "   Estado: " DELIMITED BY SIZE
               ESTADO-CONTA-ANT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               ESTADO-CONTA-DEP DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
      ******************************************************************
      * NUM OPERADOR MOSTRAM-SE O PERFIL E O INDICADOR DE ATIVO, ******
      * ANTES E DEPOIS, E SE A SENHA FOI MUDADA (A SENHA NUNCA VAI ****
      * PARA O LOG). **************************************************
      ******************************************************************
       IMPRIMIR-ALTERACAO-OPERADOR.
           MOVE IMAGEM-ANTES-LOG TO OPERADOR-ANTES-IMG.
           MOVE IMAGEM-DEPOIS-LOG TO OPERADOR-DEPOIS-IMG.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Perfil: " DELIMITED BY SIZE
               PERFIL-OP-ANT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               PERFIL-OP-DEP DELIMITED BY SIZE
               "   Ativo: " DELIMITED BY SIZE
               ATIVO-OP-ANT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               ATIVO-OP-DEP DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           IF (SENHA-OP-DEP = "ALTERADA") THEN
               MOVE "   Senha alterada" TO LINHA-RELATORIO(35:17)
           END-IF.
           WRITE LINHA-RELATORIO.
       GERAR-CABECALHO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Registo de manutencao de dados mestre - periodo "
               DELIMITED BY SIZE
               DATA-INICIO DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               DATA-FIM DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF (OPERADOR-SELECIONADO NOT = SPACES) THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Operador: " DELIMITED BY SIZE
                   OPERADOR-SELECIONADO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF (CONTA-SELECIONADA NOT = 0) THEN
               MOVE CONTA-SELECIONADA TO CONTA-SAIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Conta:    " DELIMITED BY SIZE
                   CONTA-SAIDA DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Data     Hora     Programa     Operador Ficheiro   "
               DELIMITED BY SIZE
               "Acao" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       GERAR-TOTAIS-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE REGISTOS-LIDOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Registos no log:    " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE REGISTOS-LISTADOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Registos listados:  " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ACRESCENTOS TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Acrescentados:    " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALTERACOES TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Alterados:        " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ELIMINACOES TO CONTAGEM-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Eliminados:       " DELIMITED BY SIZE
               CONTAGEM-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF (LOGMANUT-ABERTO = 'N') THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ATENCAO - ficheiro LOGMANUT inexistente ou "
                   DELIMITED BY SIZE
                   "ilegivel." DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       ABRIR-FICHEIROS.
           OPEN INPUT LOGMANUT-FILE.
           IF (LOGMANUT-STATUS = "00") THEN
               MOVE 'S' TO LOGMANUT-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
       FECHAR-FICHEIROS.
           IF (LOGMANUT-ABERTO = 'S') THEN
               CLOSE LOGMANUT-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
       END PROGRAM RELMANUT.
