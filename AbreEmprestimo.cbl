      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Personal loan opening: captures a loan on the EMPRESTIMOS
      * file (linked current account, principal, annual rate, term
      * in months), works out the fixed monthly instalment and
      * writes the full amortization schedule - one PLANOEMP record
      * per instalment with its due date and its split into capital
      * and interest - then credits the principal to the linked
      * CONTAS account through the normal movement path (MOVIMENTOS
      * posting, GL feed record), so the nightly balance proof keeps
      * proving. The instalments are collected by the end-of-day
      * batch. Entry requires sign-on against the OPERADORES file.
      * Each opening is appended to the EMPRESTIMOS.PRT day listing,
      * which the end-of-day collection step extends.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABREEMPRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CONTA-FD
               FILE STATUS IS CONTAS-STATUS.
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
           SELECT MOVIMENTOS-FILE ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOV
               FILE STATUS IS MOVIMENTOS-STATUS.
           SELECT GLFEED-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GLFEED-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR-OP
               FILE STATUS IS OPERADORES-STATUS.
           SELECT EMPLIB-FILE ASSIGN TO "EMPRESTIMOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EMPLIB-STATUS.
           SELECT CONTROLO-FILE ASSIGN TO "CONTROLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CTL
               FILE STATUS IS CONTROLO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CONTAREG.cpy".
       FD  EMPRESTIMOS-FILE.
           COPY "EMPRREG.cpy".
       FD  PLANO-FILE.
           COPY "PLANREG.cpy".
       FD  MOVIMENTOS-FILE.
           COPY "MOVIMREG.cpy".
       FD  GLFEED-FILE.
           COPY "GLFEEDREG.cpy".
       FD  OPERADORES-FILE.
           COPY "OPERREG.cpy".
       FD  EMPLIB-FILE.
       01 LINHA-EMPLIB                  PIC X(100).
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
      ****** EMPRESTIMO EM ABERTURA ************************************
       77 NUMERO-EMPRESTIMO-PEDIDO     PIC 9(5) VALUE 0.
       77 EMPRESTIMO-ENCONTRADO        PIC X VALUE 'N'.
       77 CONTA-LIGADA                 PIC 9(10) VALUE 0.
       77 CONTA-ENCONTRADA             PIC X VALUE 'N'.
       77 CAPITAL-PEDIDO               PIC S9(11)V99 VALUE 0.
       77 TAXA-PEDIDA                  PIC 9(3)V9(6) VALUE 0.
       77 MESES-PEDIDOS                PIC 9(3) VALUE 0.
      ****** CALCULO DA PRESTACAO E DO PLANO ***************************
       77 TAXA-MENSAL                  PIC 9V9(12) VALUE 0.
       77 FATOR-ANUIDADE               PIC 9(9)V9(9) VALUE 0.
       77 PRESTACAO-CALCULADA          PIC S9(11)V99 VALUE 0.
       77 IND-PRESTACAO                PIC 9(3) VALUE 0.
       77 CAPITAL-EM-DIVIDA            PIC S9(11)V99 VALUE 0.
       77 TOTAL-JUROS                  PIC S9(11)V99 VALUE 0.
      ****** CALCULO DO VENCIMENTO *************************************
       77 MESES-TOTAL                  PIC 9(6) VALUE 0.
       77 ANO-VENC                     PIC 9999 VALUE 0.
       77 MES-VENC                     PIC 99 VALUE 0.
       77 DIA-VENC                     PIC 99 VALUE 0.
       77 ULTIMO-DIA-VENC              PIC 99 VALUE 31.
       77 DATA-VENCIMENTO              PIC 9(8) VALUE 0.
      ****** JANELA DE BATCH *******************************************
       77 CONTROLO-STATUS              PIC XX VALUE SPACES.
       77 JANELA-BATCH                 PIC X VALUE 'N'.
       77 EOF-CONTROLO                 PIC X VALUE 'N'.
      ****** SESSAO DE OPERADOR ****************************************
       77 OPERADORES-STATUS            PIC XX VALUE SPACES.
       77 SEM-OPERADORES               PIC X VALUE 'N'.
       77 OPERADOR-SESSAO              PIC X(8) VALUE SPACES.
       77 SENHA-DIGITADA               PIC X(8) VALUE SPACES.
      ****** CONTROLO DE FICHEIROS *************************************
       77 CONTAS-STATUS                PIC XX VALUE SPACES.
       77 EMPRESTIMOS-STATUS           PIC XX VALUE SPACES.
       77 PLANO-STATUS                 PIC XX VALUE SPACES.
       77 MOVIMENTOS-STATUS            PIC XX VALUE SPACES.
       77 GLFEED-STATUS                PIC XX VALUE SPACES.
       77 EMPLIB-STATUS                PIC XX VALUE SPACES.
       77 MOVIMENTO-ESCRITO            PIC X VALUE 'N'.
      ****** RESPOSTA **************************************************
       77 RESPOSTA                     PIC A.
       77 TEMP                         PIC X(15) VALUE SPACES.
      ****** VALIDACAO DE CASAS DECIMAIS *******************************
       77 PARTE-INTEIRA                PIC X(15) VALUE SPACES.
       77 PARTE-DECIMAL                PIC X(10) VALUE SPACES.
       77 TAM-DECIMAL                  PIC 99 VALUE 0.
       77 DECIMAIS-VALIDAS             PIC X VALUE 'S'.
      ****** EDICAO ****************************************************
       77 VALOR-SAIDA                  PIC -ZZZZZZZZZZ9.99.
       77 JUROS-SAIDA                  PIC -ZZZZZZZZZZ9.99.

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       01 JANELA.
           05 LINE 01 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 02 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 03 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 02 COL 02 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "          Emprestimos Pessoais            ".
           05 LINE 04 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 05 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
           05 LINE 06 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 07 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
       01 LIMPAR.
           05 LINE 08 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 09 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 10 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 11 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 12 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 13 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "|                                          |".
           05 LINE 14 COL 01 FOREGROUND-COLOR 1 HIGHLIGHT VALUE
           "+------------------------------------------+".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY CLS.
           DISPLAY JANELA.
           DISPLAY LIMPAR.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "Data:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY FUNCTION CONCATENATE(DIA,"-",MES,"-",ANO)
           HIGHLIGHT AT 0409.
           DISPLAY "Hora:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0432.
           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0438.
           PERFORM VERIFICAR-JANELA-BATCH.
           IF (JANELA-BATCH = 'S') THEN
               DISPLAY "Fecho de dia em curso; sessao recusada."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               DISPLAY "Tente novamente mais tarde."
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0903
               STOP RUN
           END-IF.
           PERFORM ABRIR-FICHEIROS.
           PERFORM LER-SESSAO.
           DISPLAY "Numero do emprestimo:" FOREGROUND-COLOR 3
           HIGHLIGHT AT 0603.
       LER-NUMERO-EMPRESTIMO.
           ACCEPT TEMP HIGHLIGHT AT 0625.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) <= 0)
           OR (FUNCTION NUMVAL(TEMP) > 99999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Numero de emprestimo entre 1 e 99999"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-EMPRESTIMO
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE NUMERO-EMPRESTIMO-PEDIDO =
                   FUNCTION NUMVAL(TEMP)
           END-IF.
           MOVE NUMERO-EMPRESTIMO-PEDIDO TO NUMERO-EMPRESTIMO.
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   MOVE 'N' TO EMPRESTIMO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO EMPRESTIMO-ENCONTRADO
           END-READ.
           IF (EMPRESTIMO-ENCONTRADO = 'S') THEN
               DISPLAY "Emprestimo ja existe.               "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NUMERO-EMPRESTIMO
           END-IF.
           DISPLAY "Conta ligada:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0803.
       LER-CONTA-LIGADA.
           ACCEPT TEMP HIGHLIGHT AT 0817.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) <= 0)
           OR (FUNCTION NUMVAL(TEMP) > 9999999999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite o numero da conta. "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIGADA
           ELSE
               COMPUTE CONTA-LIGADA = FUNCTION NUMVAL(TEMP)
           END-IF.
           MOVE CONTA-LIGADA TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   MOVE 'N' TO CONTA-ENCONTRADA
               NOT INVALID KEY
                   MOVE 'S' TO CONTA-ENCONTRADA
           END-READ.
           IF (CONTA-ENCONTRADA = 'N') THEN
               DISPLAY "Conta inexistente.                  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIGADA
           END-IF.
           IF (ESTADO-CONTA-FD = 'B') OR (ESTADO-CONTA-FD = 'E')
           OR (ESTADO-CONTA-FD = 'D') THEN
               DISPLAY "Conta bloqueada/encerrada/dormente. "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CONTA-LIGADA
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY "Capital:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
       LER-CAPITAL.
           ACCEPT TEMP HIGHLIGHT AT 0912.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) <= 0)
           OR (FUNCTION NUMVAL(TEMP) > 99999999999.99)
           OR (DECIMAIS-VALIDAS = 'N') THEN
               DISPLAY "Por favor digite um valor positivo. "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-CAPITAL
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE CAPITAL-PEDIDO = FUNCTION NUMVAL(TEMP)
           END-IF.
           DISPLAY "Taxa anual (%):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1003.
       LER-TAXA.
           ACCEPT TEMP HIGHLIGHT AT 1019.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 0)
           OR (FUNCTION NUMVAL(TEMP) > 50)
           THEN
               DISPLAY "Taxa anual entre 0 e 50.            "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-TAXA
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE TAXA-PEDIDA = FUNCTION NUMVAL(TEMP) / 100
           END-IF.
           DISPLAY "Prazo (meses):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1103.
       LER-MESES.
           ACCEPT TEMP HIGHLIGHT AT 1118.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 1)
           OR (FUNCTION NUMVAL(TEMP) > 480)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Prazo entre 1 e 480 meses.          "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-MESES
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE MESES-PEDIDOS = FUNCTION NUMVAL(TEMP)
           END-IF.
           PERFORM CALCULAR-PRESTACAO.
           MOVE PRESTACAO-CALCULADA TO VALOR-SAIDA.
           DISPLAY "Prestacao:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1203.
           DISPLAY VALOR-SAIDA HIGHLIGHT AT 1214.
           DISPLAY "( / )" HIGHLIGHT AT 1231.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 1232.
           DISPLAY "N" FOREGROUND-COLOR 4 HIGHLIGHT AT 1234.
       LER-CONFIRMACAO.
           ACCEPT RESPOSTA HIGHLIGHT AT 1238.
           EVALUATE RESPOSTA
               WHEN 'S'
               WHEN 's'
                   CONTINUE
               WHEN 'N'
               WHEN 'n'
                   DISPLAY LIMPAR
                   DISPLAY "Emprestimo nao aberto." FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0803
                   GO PERGUNTAR-REPETIR
               WHEN OTHER
                   DISPLAY "Por favor insira 'S' ou 'N'.        "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-CONFIRMACAO
           END-EVALUATE.
           DISPLAY "                                    " AT 1303.
           PERFORM CREDITAR-CONTA-LIGADA.
           PERFORM GRAVAR-EMPRESTIMO.
           PERFORM GERAR-PLANO.
           PERFORM LISTAR-ABERTURA.
           DISPLAY LIMPAR.
           DISPLAY "Emprestimo aberto; ultima prestacao"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0803.
           DISPLAY DATA-VENCIMENTO FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0903.
       PERGUNTAR-REPETIR.
           DISPLAY "Deseja abrir outro emprestimo ( / )?    "
           HIGHLIGHT AT 0603.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 0634.
           DISPLAY "N" FOREGROUND-COLOR 4 HIGHLIGHT AT 0636.
       REPETIR-PROGRAMA.
           ACCEPT RESPOSTA HIGHLIGHT AT 0640.
           EVALUATE RESPOSTA
               WHEN 'S'
               WHEN 's'
                   DISPLAY LIMPAR
                   DISPLAY "                                        "
                   AT 0603
                   DISPLAY "Numero do emprestimo:" FOREGROUND-COLOR 3
                   HIGHLIGHT AT 0603
                   GO LER-NUMERO-EMPRESTIMO
               WHEN 'N'
               WHEN 'n'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Por favor insira 'S' ou 'N'.        "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO REPETIR-PROGRAMA
           END-EVALUATE.
           PERFORM FECHAR-FICHEIROS.
           STOP RUN.
      ******************************************************************
      * PRESTACAO CONSTANTE (SISTEMA FRANCES) = C*I/(1-(1+I)**-N), ***
      * COM I = TAXA ANUAL / 12. A TAXA ZERO A PRESTACAO E O CAPITAL **
      * A DIVIDIR PELO NUMERO DE MESES. ******************************
      ******************************************************************
       CALCULAR-PRESTACAO.
           COMPUTE TAXA-MENSAL = TAXA-PEDIDA / 12.
           IF (TAXA-MENSAL = 0) THEN
               COMPUTE PRESTACAO-CALCULADA ROUNDED =
                   CAPITAL-PEDIDO / MESES-PEDIDOS
           ELSE
               COMPUTE FATOR-ANUIDADE =
                   (1 + TAXA-MENSAL) ** MESES-PEDIDOS
               COMPUTE PRESTACAO-CALCULADA ROUNDED =
                   CAPITAL-PEDIDO * TAXA-MENSAL * FATOR-ANUIDADE
                   / (FATOR-ANUIDADE - 1)
           END-IF.
      ******************************************************************
      * O CREDITO DO CAPITAL SEGUE O CAMINHO NORMAL: SALDO NA CONTA, **
      * MOVIMENTO 'C' DE CATEGORIA EM E REGISTO NO FEED DO RAZAO. ****
      ******************************************************************
       CREDITAR-CONTA-LIGADA.
           ADD CAPITAL-PEDIDO TO SALDO-FD.
           REWRITE REG-CONTA.
           MOVE CONTA-LIGADA TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE DIA TO DIA-MOV.
           MOVE HORA TO HORA-H-MOV.
           MOVE MINUTOS TO HORA-M-MOV.
           MOVE OPERADOR-SESSAO TO OPERADOR-MOV.
           MOVE 'C' TO TIPO-MOV.
           MOVE CAPITAL-PEDIDO TO VALOR-MOV.
           MOVE SALDO-FD TO SALDO-MOV.
           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE "EM" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
           MOVE CONTA-LIGADA TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
           MOVE MES TO MES-GL.
           MOVE DIA TO DIA-GL.
           MOVE HORA TO HORA-H-GL.
           MOVE MINUTOS TO HORA-M-GL.
           MOVE 'C' TO INDICADOR-GL.
           MOVE CAPITAL-PEDIDO TO VALOR-GL.
           MOVE SALDO-FD TO SALDO-GL.
           WRITE REG-GLFEED.
       GRAVAR-EMPRESTIMO.
           MOVE NUMERO-EMPRESTIMO-PEDIDO TO NUMERO-EMPRESTIMO.
           MOVE CONTA-LIGADA TO CONTA-LIGADA-EMP.
           MOVE CAPITAL-PEDIDO TO CAPITAL-EMP.
           MOVE TAXA-PEDIDA TO TAXA-EMP.
           MOVE MESES-PEDIDOS TO MESES-EMP.
           MOVE PRESTACAO-CALCULADA TO PRESTACAO-EMP.
           MOVE DATA-HOJE TO DATA-INICIO-EMP.
           MOVE CAPITAL-PEDIDO TO CAPITAL-DIVIDA-EMP.
           MOVE 0 TO PRESTACOES-PAGAS-EMP.
           MOVE OPERADOR-SESSAO TO OPERADOR-EMP.
           MOVE 'A' TO ESTADO-EMP.
           WRITE REG-EMPRESTIMO.
      ******************************************************************
      * PLANO DE AMORTIZACAO: EM CADA MES O JURO E CALCULADO SOBRE O **
      * CAPITAL EM DIVIDA E O RESTO DA PRESTACAO AMORTIZA CAPITAL; A **
      * ULTIMA PRESTACAO LEVA O CAPITAL QUE FALTA, ABSORVENDO OS *****
      * ARREDONDAMENTOS. *********************************************
      ******************************************************************
       GERAR-PLANO.
           MOVE CAPITAL-PEDIDO TO CAPITAL-EM-DIVIDA.
           MOVE 0 TO TOTAL-JUROS.
           PERFORM GRAVAR-PRESTACAO
               VARYING IND-PRESTACAO FROM 1 BY 1
               UNTIL IND-PRESTACAO > MESES-PEDIDOS.
       GRAVAR-PRESTACAO.
           MOVE NUMERO-EMPRESTIMO-PEDIDO TO NUMERO-EMPRESTIMO-PLN.
           MOVE IND-PRESTACAO TO NUMERO-PRESTACAO-PLN.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE DATA-VENCIMENTO TO DATA-VENCIMENTO-PLN.
           COMPUTE JUROS-PLN ROUNDED = CAPITAL-EM-DIVIDA * TAXA-MENSAL.
           IF (IND-PRESTACAO = MESES-PEDIDOS) THEN
               MOVE CAPITAL-EM-DIVIDA TO CAPITAL-PLN
           ELSE
               COMPUTE CAPITAL-PLN = PRESTACAO-CALCULADA - JUROS-PLN
               IF (CAPITAL-PLN > CAPITAL-EM-DIVIDA) THEN
                   MOVE CAPITAL-EM-DIVIDA TO CAPITAL-PLN
               END-IF
           END-IF.
           COMPUTE PRESTACAO-PLN = CAPITAL-PLN + JUROS-PLN.
           SUBTRACT CAPITAL-PLN FROM CAPITAL-EM-DIVIDA.
           MOVE CAPITAL-EM-DIVIDA TO CAPITAL-DIVIDA-PLN.
           MOVE 0 TO VALOR-COBRADO-PLN.
           MOVE 0 TO DATA-COBRANCA-PLN.
           MOVE 'P' TO ESTADO-PLN.
           ADD JUROS-PLN TO TOTAL-JUROS.
           WRITE REG-PLANO
               INVALID KEY
                   DISPLAY "Erro ao gravar plano: " PLANO-STATUS
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
           END-WRITE.
      ******************************************************************
      * VENCIMENTO DA PRESTACAO N = HOJE MAIS N MESES, COM O DIA ******
      * ACERTADO AO ULTIMO DIA DE UM MES MAIS CURTO. ******************
      ******************************************************************
       CALCULAR-VENCIMENTO.
           COMPUTE MESES-TOTAL = ANO * 12 + MES - 1 + IND-PRESTACAO.
           COMPUTE ANO-VENC = FUNCTION INTEGER(MESES-TOTAL / 12).
           COMPUTE MES-VENC = FUNCTION MOD(MESES-TOTAL, 12) + 1.
           MOVE DIA TO DIA-VENC.
           EVALUATE MES-VENC
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ULTIMO-DIA-VENC
               WHEN 2
                   IF (FUNCTION MOD(ANO-VENC, 4) = 0)
                   AND ((FUNCTION MOD(ANO-VENC, 100) NOT = 0)
                   OR (FUNCTION MOD(ANO-VENC, 400) = 0)) THEN
                       MOVE 29 TO ULTIMO-DIA-VENC
                   ELSE
                       MOVE 28 TO ULTIMO-DIA-VENC
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ULTIMO-DIA-VENC
           END-EVALUATE.
           IF (DIA-VENC > ULTIMO-DIA-VENC) THEN
               MOVE ULTIMO-DIA-VENC TO DIA-VENC
           END-IF.
           COMPUTE DATA-VENCIMENTO = ANO-VENC * 10000
               + MES-VENC * 100 + DIA-VENC.
       LISTAR-ABERTURA.
           MOVE CAPITAL-PEDIDO TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-EMPLIB.
           STRING "Emprestimo " DELIMITED BY SIZE
               NUMERO-EMPRESTIMO DELIMITED BY SIZE
               " aberto em " DELIMITED BY SIZE
               DATA-HOJE DELIMITED BY SIZE
               ": conta " DELIMITED BY SIZE
               CONTA-LIGADA-EMP DELIMITED BY SIZE
               ", capital" DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " Eur" DELIMITED BY SIZE
               INTO LINHA-EMPLIB.
           WRITE LINHA-EMPLIB.
           MOVE PRESTACAO-EMP TO VALOR-SAIDA.
           MOVE TOTAL-JUROS TO JUROS-SAIDA.
           MOVE SPACES TO LINHA-EMPLIB.
           STRING "    " DELIMITED BY SIZE
               MESES-EMP DELIMITED BY SIZE
               " prestacoes de" DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " Eur, juros totais" DELIMITED BY SIZE
               JUROS-SAIDA DELIMITED BY SIZE
               " Eur, ate " DELIMITED BY SIZE
               DATA-VENCIMENTO DELIMITED BY SIZE
               INTO LINHA-EMPLIB.
           WRITE LINHA-EMPLIB.
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
      * JANELA DE BATCH: ENQUANTO UM TRABALHO NOTURNO ESTIVER 'I' *****
      * NO FICHEIRO CONTROLO PARA A DATA DE HOJE, NENHUMA SESSAO DE ***
      * BALCAO PODE ABRIR, PARA NENHUM REWRITE INTERATIVO CAIR NO *****
      * MEIO DO FIM DE DIA. *******************************************
      ******************************************************************
       VERIFICAR-JANELA-BATCH.
           MOVE 'N' TO JANELA-BATCH.
           OPEN INPUT CONTROLO-FILE.
           IF (CONTROLO-STATUS = "00") THEN
               MOVE DATA-HOJE TO DATA-CTL
               MOVE LOW-VALUES TO TRABALHO-CTL
               START CONTROLO-FILE KEY NOT < CHAVE-CTL
                   INVALID KEY
                       MOVE 'S' TO EOF-CONTROLO
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-CONTROLO
               END-START
               PERFORM UNTIL EOF-CONTROLO = 'S'
                   READ CONTROLO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-CONTROLO
                   END-READ
                   IF (EOF-CONTROLO = 'N') THEN
                       IF (DATA-CTL NOT = DATA-HOJE) THEN
                           MOVE 'S' TO EOF-CONTROLO
                       ELSE
                           IF (ESTADO-CTL = 'I') THEN
                               MOVE 'S' TO JANELA-BATCH
                               MOVE 'S' TO EOF-CONTROLO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLO-FILE
           END-IF.
      ******************************************************************
      * SIGN-ON: O OPERADOR TEM DE EXISTIR NO FICHEIRO OPERADORES, ****
      * ESTAR ATIVO E ACERTAR A SENHA. ENQUANTO O FICHEIRO NAO ********
      * EXISTIR OU ESTIVER VAZIO (CUT-OVER) O ID E PEDIDO NA MESMA ****
      * PARA FICAR NOS REGISTOS, SALTANDO-SE APENAS A SENHA. **********
      ******************************************************************
       LER-SESSAO.
           DISPLAY "Operador:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           MOVE SPACES TO OPERADOR-SESSAO.
           ACCEPT OPERADOR-SESSAO HIGHLIGHT AT 0613.
           IF (OPERADOR-SESSAO = SPACES) THEN
               DISPLAY "Por favor digite o ID do operador.  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-SESSAO
           END-IF.
           IF (SEM-OPERADORES = 'N') THEN
               DISPLAY "Senha:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0623
               MOVE SPACES TO SENHA-DIGITADA
               ACCEPT SENHA-DIGITADA NO-ECHO AT 0630
               MOVE OPERADOR-SESSAO TO ID-OPERADOR-OP
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "Operador desconhecido.              "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       GO LER-SESSAO
               END-READ
               IF (ATIVO-OP NOT = 'S') THEN
                   DISPLAY "Operador inativo.                   "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-SESSAO
               END-IF
               IF (SENHA-OP NOT = SENHA-DIGITADA) THEN
                   DISPLAY "Senha errada.                       "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-SESSAO
               END-IF
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY "                                        " AT 0603.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
           MOVE 0 TO TAM-DECIMAL.
           UNSTRING TEMP DELIMITED BY "."
               INTO PARTE-INTEIRA
                    PARTE-DECIMAL
           END-UNSTRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARTE-DECIMAL))
               TO TAM-DECIMAL.
           IF (TAM-DECIMAL > 2) THEN
               MOVE 'N' TO DECIMAIS-VALIDAS
           END-IF.
       ABRIR-FICHEIROS.
           OPEN I-O CONTAS-FILE.
           IF (CONTAS-STATUS = "35") THEN
               OPEN OUTPUT CONTAS-FILE
               CLOSE CONTAS-FILE
               OPEN I-O CONTAS-FILE
           END-IF.
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
           OPEN EXTEND EMPLIB-FILE.
           IF (EMPLIB-STATUS = "35") THEN
               OPEN OUTPUT EMPLIB-FILE
               CLOSE EMPLIB-FILE
               OPEN EXTEND EMPLIB-FILE
           END-IF.
           MOVE 'N' TO SEM-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF (OPERADORES-STATUS NOT = "00") THEN
               MOVE 'S' TO SEM-OPERADORES
           ELSE
               MOVE LOW-VALUES TO ID-OPERADOR-OP
               START OPERADORES-FILE KEY NOT < ID-OPERADOR-OP
                   INVALID KEY
                       MOVE 'S' TO SEM-OPERADORES
                   NOT INVALID KEY
                       READ OPERADORES-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO SEM-OPERADORES
                       END-READ
               END-START
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CONTAS-FILE.
           CLOSE EMPRESTIMOS-FILE.
           CLOSE PLANO-FILE.
           CLOSE MOVIMENTOS-FILE.
           CLOSE GLFEED-FILE.
           CLOSE EMPLIB-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM ABREEMPRES.
