               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRZLIB-STATUS.
           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPRESTIMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
               FILE STATUS IS EMPRESTIMOS-STATUS.
           SELECT PLANO-FILE ASSIGN TO "PLANOEMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PLN
               FILE STATUS IS PLANO-STATUS.
           SELECT EMPLIB-FILE ASSIGN TO "EMPRESTIMOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EMPLIB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "PRAZREG.cpy".
       FD  PRZLIB-FILE.
       01 LINHA-PRZLIB                  PIC X(100).
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  PLANO-FILE.
           COPY "PLANREG.cpy".
       FD  EMPLIB-FILE.
       01 LINHA-EMPLIB                  PIC X(100).
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
      ****** PARAMETROS DO FIM DE DIA **************************************
      * TAXA-JURO e TAXA-MANUTENCAO sao os valores de recurso quando *******
      * o ficheiro TAXAS nao esta disponivel. **************************
      * TAXA-RETENCAO e a taxa de recurso do imposto retido na fonte ***
      * sobre os juros quando o conjunto em vigor nao tem linha R. *****
       77 TAXA-JURO                    PIC V9999 VALUE 0.0005.
       77 TAXA-MANUTENCAO              PIC S9(11)V99 VALUE 5.00.
       77 TAXA-RETENCAO                PIC V9(6) VALUE 0.28.
       77 JUROS-BRUTOS                 PIC S9(11)V99 VALUE 0.
       77 IMPOSTO-RETIDO               PIC S9(11)V99 VALUE 0.
       77 RETENCOES-EFETUADAS          PIC 9(9) VALUE 0.
       77 VALOR-AJUSTE                 PIC S9(11)V99 VALUE 0.
       77 TIPO-AJUSTE                  PIC X VALUE SPACES.
       77 CATEGORIA-AJUSTE             PIC XX VALUE SPACES.
       77 DIA-VENC                     PIC 99 VALUE 0.
       77 ULTIMO-DIA-VENC              PIC 99 VALUE 31.
       77 VALOR-PRZ-SAIDA              PIC -ZZZZZZZZZZ9.99.
      ****** PRESTACOES DE EMPRESTIMOS *************************************
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 PLANO-STATUS                 PIC XX VALUE SPACES.
       77 EMPLIB-STATUS                PIC XX VALUE SPACES.
       77 EOF-PLANO                    PIC X VALUE 'N'.
       77 EMPRESTIMO-OK                PIC X VALUE 'S'.
       77 DISPONIVEL-EMP               PIC S9(11)V99 VALUE 0.
       77 EM-FALTA-EMP                 PIC S9(11)V99 VALUE 0.
       77 VALOR-COBRAR-EMP             PIC S9(11)V99 VALUE 0.
       77 CAPITAL-ANTES-EMP            PIC S9(11)V99 VALUE 0.
       77 CAPITAL-DEPOIS-EMP           PIC S9(11)V99 VALUE 0.
       77 PRESTACOES-COBRADAS          PIC 9(9) VALUE 0.
       77 PRESTACOES-EM-ATRASO         PIC 9(9) VALUE 0.
       77 VALOR-EMP-SAIDA              PIC -ZZZZZZZZZZ9.99.
       77 FALTA-EMP-SAIDA              PIC -ZZZZZZZZZZ9.99.
      ****** CONTROLO DE FICHEIROS *****************************************
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
           PERFORM CALCULAR-ULTIMO-DIA-MES.
           PERFORM PROCESSAR-ORDENS.
           PERFORM PROCESSAR-PRAZOS.
           PERFORM PROCESSAR-EMPRESTIMOS.
           PERFORM FECHAR-FICHEIROS.
           PERFORM MARCAR-FIM-TRABALHO.
           DISPLAY "Contas processadas: " CONTAS-PROCESSADAS.
           DISPLAY "Ordens falhadas:    " ORDENS-FALHADAS.
           DISPLAY "Cativos libertados: " CATIVOS-LIBERTADOS.
           DISPLAY "Prazos vencidos:    " PRAZOS-VENCIDOS.
           DISPLAY "Retencoes na fonte: " RETENCOES-EFETUADAS.
           DISPLAY "Prestacoes cobradas:" PRESTACOES-COBRADAS.
           DISPLAY "Prestacoes atraso:  " PRESTACOES-EM-ATRASO.
           STOP RUN.
      ******************************************************************
      * CONTROLO DE EXECUCAO: O FIMDIA MARCA 'I' NO FICHEIRO CONTROLO *
                   MOVE "JU" TO CATEGORIA-AJUSTE
                   ADD VALOR-AJUSTE TO SALDO-FD
                   PERFORM APLICAR-AJUSTE-CONTA
                   MOVE VALOR-AJUSTE TO JUROS-BRUTOS
                   PERFORM RETER-IMPOSTO
               ELSE
                   IF (SALDO-FD < 0) THEN
                       MOVE 'M' TO TIPO-PROCURA
           MOVE 0 TO CONTA-LIGADA-AJUSTE.
           REWRITE REG-CONTA.
           PERFORM REGISTAR-MOVIMENTO.
      ******************************************************************
      * RETENCAO NA FONTE: OS JUROS SAO CREDITADOS PELO VALOR BRUTO **
      * (CATEGORIA JU) E O IMPOSTO RETIDO E UM DEBITO SEPARADO DE ****
      * CATEGORIA RF NA MESMA CONTA, A TAXA DA LINHA R DO CONJUNTO DE **
      * TAXAS EM VIGOR (OU A TAXA DE RECURSO). REG-CONTA TEM DE ESTAR **
      * LIDO E JUROS-BRUTOS PREENCHIDO; A DECLARACAO ANUAL SOMA OS ***
      * JU E OS RF DE CADA CONTRIBUINTE. *****************************
      ******************************************************************
       RETER-IMPOSTO.
           MOVE 0 TO IMPOSTO-RETIDO.
           IF (JUROS-BRUTOS > 0) THEN
               MOVE 'R' TO TIPO-PROCURA
               MOVE 0 TO MEDIDA-PROCURA
               PERFORM PROCURAR-TAXA
               IF (TAXA-ENCONTRADA = 'S') THEN
                   COMPUTE IMPOSTO-RETIDO ROUNDED =
                       JUROS-BRUTOS * VALOR-TAXA-APLICAVEL
               ELSE
                   COMPUTE IMPOSTO-RETIDO ROUNDED =
                       JUROS-BRUTOS * TAXA-RETENCAO
               END-IF
           END-IF.
           IF (IMPOSTO-RETIDO > 0) THEN
               SUBTRACT IMPOSTO-RETIDO FROM SALDO-FD
               MOVE 'D' TO TIPO-AJUSTE
               MOVE "RF" TO CATEGORIA-AJUSTE
               MOVE IMPOSTO-RETIDO TO VALOR-AJUSTE
               MOVE 0 TO CONTA-LIGADA-AJUSTE
               REWRITE REG-CONTA
               PERFORM REGISTAR-MOVIMENTO
               ADD 1 TO RETENCOES-EFETUADAS
           END-IF.
       REGISTAR-MOVIMENTO.
           MOVE NUMERO-CONTA-FD TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE CONTA-LIGADA-AJUSTE TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE CATEGORIA-AJUSTE TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
      ******************************************************************
      * A SEQUENCIA-MOV comeca em zero por conta/dia; em caso de ******
           IF (DATA-VIGOR-TX IS NOT NUMERIC)
           OR (ESCALAO-TX IS NOT NUMERIC)
           OR (VALOR-TX IS NOT NUMERIC)
           OR ((TIPO-TX NOT = 'J') AND (TIPO-TX NOT = 'M')
           AND (TIPO-TX NOT = 'R')) THEN
               DISPLAY "Linha de taxa invalida ignorada."
           ELSE
      ****** SO FICA NA TABELA O CONJUNTO COM A DATA DE VIGOR MAIS ****
      * VENCIMENTO DE DEPOSITOS A PRAZO: NO FIM DE DIA OS DEPOSITOS ***
      * ATIVOS VENCIDOS CREDITAM CAPITAL + JUROS (PRO-RATA SOBRE OS ***
      * DIAS REAIS A 365) NA CONTA LIGADA PELO CAMINHO NORMAL DOS *****
      * MOVIMENTOS - O CAPITAL COMO DP E OS JUROS BRUTOS COMO JU, *****
      * COM A RETENCAO NA FONTE A SEGUIR - E DEPOIS LIQUIDAM-SE OU ****
      * RENOVAM-SE CONFORME A INSTRUCAO (NA RENOVACAO O CAPITAL E *****
      * REDEBITADO E OS JUROS LIQUIDOS FICAM NA CONTA). UMA CONTA *****
      * LIGADA INDISPONIVEL ADIA O VENCIMENTO PARA O DIA SEGUINTE, ****
      * COM NOTA NA LISTAGEM. *****************************************
      ******************************************************************
       PROCESSAR-PRAZOS.
           OPEN I-O PRAZOS-FILE.
           COMPUTE JUROS-PRAZO ROUNDED =
               CAPITAL-PRZ * TAXA-PRZ * DIAS-PRAZO / 365.
      ****** CREDITAR CAPITAL + JUROS NA CONTA LIGADA ******************
           MOVE CAPITAL-PRZ TO VALOR-AJUSTE.
           MOVE 'C' TO TIPO-AJUSTE.
           MOVE "DP" TO CATEGORIA-AJUSTE.
           MOVE 0 TO CONTA-LIGADA-AJUSTE.
           ADD VALOR-AJUSTE TO SALDO-FD.
           REWRITE REG-CONTA.
           PERFORM REGISTAR-MOVIMENTO.
           MOVE 0 TO IMPOSTO-RETIDO.
           IF (JUROS-PRAZO > 0) THEN
               MOVE JUROS-PRAZO TO VALOR-AJUSTE
               MOVE 'C' TO TIPO-AJUSTE
               MOVE "JU" TO CATEGORIA-AJUSTE
               MOVE 0 TO CONTA-LIGADA-AJUSTE
               ADD VALOR-AJUSTE TO SALDO-FD
               REWRITE REG-CONTA
               PERFORM REGISTAR-MOVIMENTO
               MOVE JUROS-PRAZO TO JUROS-BRUTOS
               PERFORM RETER-IMPOSTO
           END-IF.
           IF (RENOVACAO-PRZ = 'R') THEN
      ****** RENOVACAO: O CAPITAL VOLTA A SER DEBITADO *****************
               MOVE CAPITAL-PRZ TO VALOR-AJUSTE
                   INTO LINHA-PRZLIB
               WRITE LINHA-PRZLIB
           END-IF.
           IF (IMPOSTO-RETIDO > 0) THEN
               MOVE IMPOSTO-RETIDO TO VALOR-PRZ-SAIDA
               MOVE SPACES TO LINHA-PRZLIB
               STRING "Prazo " DELIMITED BY SIZE
                   NUMERO-PRAZO DELIMITED BY SIZE
                   ": imposto retido na fonte sobre os juros"
                   DELIMITED BY SIZE
                   VALOR-PRZ-SAIDA DELIMITED BY SIZE
                   " Eur" DELIMITED BY SIZE
                   INTO LINHA-PRZLIB
               WRITE LINHA-PRZLIB
           END-IF.
           ADD 1 TO PRAZOS-VENCIDOS.
       CALCULAR-VENCIMENTO-PRAZO.
           COMPUTE MESES-TOTAL-PRZ = ANO * 12 + MES - 1 + MESES-PRZ.
           END-IF.
           COMPUTE DATA-VENCIMENTO-PRZ = ANO-VENC * 10000
               + MES-VENC * 100 + DIA-VENC.
      ******************************************************************
      * PRESTACOES DE EMPRESTIMOS: CADA PRESTACAO VENCIDA (OU JA EM **
      * ATRASO) E DEBITADA NA CONTA LIGADA PELO CAMINHO NORMAL DOS ***
      * MOVIMENTOS, ATE AO SALDO DISPONIVEL (SALDO + LIMITE - CATIVOS **
      * ATIVOS). O QUE NAO COUBER FICA EM ATRASO E VOLTA A SER *******
      * TENTADO NOS DIAS SEGUINTES; O PLANO E LIDO POR ORDEM DE ******
      * EMPRESTIMO/PRESTACAO, PELO QUE AS MAIS ANTIGAS COBRAM-SE *****
      * PRIMEIRO. DENTRO DE CADA PRESTACAO COBRAM-SE PRIMEIRO OS *****
      * JUROS E SO DEPOIS O CAPITAL, QUE BAIXA O CAPITAL EM DIVIDA. **
      ******************************************************************
       PROCESSAR-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS-FILE.
           IF (EMPRESTIMOS-STATUS = "35") THEN
               OPEN OUTPUT EMPRESTIMOS-FILE
               CLOSE EMPRESTIMOS-FILE
               OPEN I-O EMPRESTIMOS-FILE
           END-IF.
           OPEN I-O PLANO-FILE.
           IF (PLANO-STATUS = "35") THEN
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN I-O PLANO-FILE
           END-IF.
           OPEN EXTEND EMPLIB-FILE.
           IF (EMPLIB-STATUS = "35") THEN
               OPEN OUTPUT EMPLIB-FILE
               CLOSE EMPLIB-FILE
               OPEN EXTEND EMPLIB-FILE
           END-IF.
           MOVE 'N' TO EOF-PLANO.
           PERFORM UNTIL EOF-PLANO = 'S'
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-PLANO
                   NOT AT END
                       IF ((ESTADO-PLN = 'P')
                       AND (DATA-VENCIMENTO-PLN <= DATA-HOJE))
                       OR (ESTADO-PLN = 'A') THEN
                           PERFORM COBRAR-PRESTACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPRESTIMOS-FILE.
           CLOSE PLANO-FILE.
           CLOSE EMPLIB-FILE.
       COBRAR-PRESTACAO.
           MOVE 'S' TO EMPRESTIMO-OK.
           MOVE NUMERO-EMPRESTIMO-PLN TO NUMERO-EMPRESTIMO.
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   DISPLAY "Prestacao " CHAVE-PLN
                   " sem emprestimo no ficheiro EMPRESTIMOS"
                   MOVE 'N' TO EMPRESTIMO-OK
           END-READ.
           IF (EMPRESTIMO-OK = 'S') AND (ESTADO-EMP NOT = 'A') THEN
               MOVE 'N' TO EMPRESTIMO-OK
           END-IF.
           IF (EMPRESTIMO-OK = 'S') THEN
               MOVE CONTA-LIGADA-EMP TO NUMERO-CONTA-FD
               READ CONTAS-FILE
                   INVALID KEY
                       MOVE 'N' TO EMPRESTIMO-OK
               END-READ
               IF (EMPRESTIMO-OK = 'S') THEN
                   IF (ESTADO-CONTA-FD = 'B')
                   OR (ESTADO-CONTA-FD = 'E') THEN
                       MOVE 'N' TO EMPRESTIMO-OK
                   END-IF
               END-IF
               IF (EMPRESTIMO-OK = 'N') THEN
                   MOVE SPACES TO LINHA-EMPLIB
                   STRING "Emprestimo " DELIMITED BY SIZE
                       NUMERO-EMPRESTIMO DELIMITED BY SIZE
                       " prest. " DELIMITED BY SIZE
                       NUMERO-PRESTACAO-PLN DELIMITED BY SIZE
                       " nao cobrada em " DELIMITED BY SIZE
                       DATA-HOJE DELIMITED BY SIZE
                       ": conta ligada " DELIMITED BY SIZE
                       CONTA-LIGADA-EMP DELIMITED BY SIZE
                       " indisponivel" DELIMITED BY SIZE
                       INTO LINHA-EMPLIB
                   WRITE LINHA-EMPLIB
                   MOVE 'A' TO ESTADO-PLN
                   REWRITE REG-PLANO
                   ADD 1 TO PRESTACOES-EM-ATRASO
               ELSE
                   PERFORM DEBITAR-PRESTACAO
               END-IF
           END-IF.
       DEBITAR-PRESTACAO.
           MOVE CONTA-LIGADA-EMP TO CONTA-CATIVO.
           PERFORM CALCULAR-CATIVOS.
           COMPUTE DISPONIVEL-EMP =
               SALDO-FD + LIMITE-FD - TOTAL-CATIVOS.
           COMPUTE EM-FALTA-EMP = PRESTACAO-PLN - VALOR-COBRADO-PLN.
           IF (DISPONIVEL-EMP <= 0) THEN
               MOVE 0 TO VALOR-COBRAR-EMP
           ELSE
               IF (DISPONIVEL-EMP < EM-FALTA-EMP) THEN
                   MOVE DISPONIVEL-EMP TO VALOR-COBRAR-EMP
               ELSE
                   MOVE EM-FALTA-EMP TO VALOR-COBRAR-EMP
               END-IF
           END-IF.
           IF (VALOR-COBRAR-EMP > 0) THEN
               SUBTRACT VALOR-COBRAR-EMP FROM SALDO-FD
               MOVE 'D' TO TIPO-AJUSTE
               MOVE "EM" TO CATEGORIA-AJUSTE
               MOVE VALOR-COBRAR-EMP TO VALOR-AJUSTE
               MOVE 0 TO CONTA-LIGADA-AJUSTE
               REWRITE REG-CONTA
               PERFORM REGISTAR-MOVIMENTO
      ****** PRIMEIRO OS JUROS, DEPOIS O CAPITAL ***********************
               COMPUTE CAPITAL-ANTES-EMP =
                   VALOR-COBRADO-PLN - JUROS-PLN
               IF (CAPITAL-ANTES-EMP < 0) THEN
                   MOVE 0 TO CAPITAL-ANTES-EMP
               END-IF
               ADD VALOR-COBRAR-EMP TO VALOR-COBRADO-PLN
               COMPUTE CAPITAL-DEPOIS-EMP =
                   VALOR-COBRADO-PLN - JUROS-PLN
               IF (CAPITAL-DEPOIS-EMP < 0) THEN
                   MOVE 0 TO CAPITAL-DEPOIS-EMP
               END-IF
               COMPUTE CAPITAL-DIVIDA-EMP = CAPITAL-DIVIDA-EMP
                   - (CAPITAL-DEPOIS-EMP - CAPITAL-ANTES-EMP)
           END-IF.
           COMPUTE EM-FALTA-EMP = PRESTACAO-PLN - VALOR-COBRADO-PLN.
           IF (EM-FALTA-EMP = 0) THEN
               MOVE 'C' TO ESTADO-PLN
               MOVE DATA-HOJE TO DATA-COBRANCA-PLN
               ADD 1 TO PRESTACOES-COBRADAS
               ADD 1 TO PRESTACOES-PAGAS-EMP
               IF (PRESTACOES-PAGAS-EMP >= MESES-EMP) THEN
                   MOVE 'L' TO ESTADO-EMP
               END-IF
           ELSE
               MOVE 'A' TO ESTADO-PLN
               ADD 1 TO PRESTACOES-EM-ATRASO
           END-IF.
           REWRITE REG-PLANO.
           REWRITE REG-EMPRESTIMO.
           MOVE VALOR-COBRAR-EMP TO VALOR-EMP-SAIDA.
           MOVE EM-FALTA-EMP TO FALTA-EMP-SAIDA.
           MOVE SPACES TO LINHA-EMPLIB.
           STRING "Emprestimo " DELIMITED BY SIZE
               NUMERO-EMPRESTIMO DELIMITED BY SIZE
               " prest. " DELIMITED BY SIZE
               NUMERO-PRESTACAO-PLN DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               DATA-VENCIMENTO-PLN DELIMITED BY SIZE
               ": cobrados" DELIMITED BY SIZE
               VALOR-EMP-SAIDA DELIMITED BY SIZE
               " Eur, em falta" DELIMITED BY SIZE
               FALTA-EMP-SAIDA DELIMITED BY SIZE
               INTO LINHA-EMPLIB.
           WRITE LINHA-EMPLIB.
           IF (ESTADO-EMP = 'L') THEN
               MOVE SPACES TO LINHA-EMPLIB
               STRING "Emprestimo " DELIMITED BY SIZE
                   NUMERO-EMPRESTIMO DELIMITED BY SIZE
                   " liquidado em " DELIMITED BY SIZE
                   DATA-HOJE DELIMITED BY SIZE
                   " com a ultima prestacao" DELIMITED BY SIZE
                   INTO LINHA-EMPLIB
               WRITE LINHA-EMPLIB
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE MOVIMENTOS-FILE.
