               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CHQ
               FILE STATUS IS CHEQUES-STATUS.
           SELECT TRFEXT-FILE ASSIGN TO "TRFEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TRE
               FILE STATUS IS TRFEXT-STATUS.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS TITULARES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "NIFXREG.cpy".
       FD  CHEQUES-FILE.
           COPY "CHQREG.cpy".
       FD  TRFEXT-FILE.
           COPY "TRFEXREG.cpy".
       FD  TITULARES-FILE.
           COPY "TITREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
      ****** REGISTO DE CHEQUES ****************************************
       77 CHEQUES-STATUS               PIC XX VALUE SPACES.
       77 NUMERO-CHEQUE                PIC 9(8) VALUE 0.
       77 EOF-CHEQUES                  PIC X VALUE 'N'.
      ****** ESTORNO ***************************************************
       77 DATA-ORIGINAL                PIC 9(8) VALUE 0.
       77 SEQUENCIA-ORIGINAL           PIC 9(4) VALUE 0.
       77 TIPO-ORIGINAL                PIC X VALUE SPACE.
       77 VALOR-ORIGINAL               PIC S9(11)V99 VALUE 0.
       77 CATEGORIA-ORIGINAL           PIC XX VALUE SPACES.
       77 CONTA-LIGADA-ORIGINAL        PIC 9(10) VALUE 0.
       77 HORA-ORIGINAL                PIC X(4) VALUE SPACES.
       77 TIPO-ESTORNO                 PIC X VALUE SPACE.
       77 TIPO-ESTORNO-OPOSTO          PIC X VALUE SPACE.
       77 SEQUENCIA-OPOSTA             PIC 9(4) VALUE 0.
       77 PERNA-OPOSTA-ENCONTRADA      PIC X VALUE 'N'.
       77 CHEQUE-ESTORNO-ENCONTRADO    PIC X VALUE 'N'.
       77 DATA-ESTORNO                 PIC 9(8) VALUE 0.
       77 SEQUENCIA-ESTORNO            PIC 9(4) VALUE 0.
       77 SEQUENCIA-ESTORNO-OPOSTO     PIC 9(4) VALUE 0.
       77 CONTA-MARCAR                 PIC 9(10) VALUE 0.
       77 SEQUENCIA-MARCAR             PIC 9(4) VALUE 0.
       77 SEQUENCIA-ESTORNO-MARCAR     PIC 9(4) VALUE 0.
       77 CONTA-GUARDADA               PIC 9(10) VALUE 0.
       77 SALDO-OPOSTO                 PIC S9(11)V99 VALUE 0.
       77 LIMITE-OPOSTO                PIC S9(11)V99 VALUE 0.
       77 ESTORNO-POSSIVEL             PIC X VALUE 'S'.
       01 REF-ESTORNO-OPERACAO.
           05 DATA-REF-OPERACAO        PIC 9(8) VALUE 0.
           05 SEQUENCIA-REF-OPERACAO   PIC 9(4) VALUE 0.
      ****** TRANSFERENCIA PARA OUTRO BANCO ****************************
       77 TRFEXT-STATUS                PIC XX VALUE SPACES.
       77 IBAN-BENEFICIARIO            PIC X(34) VALUE SPACES.
       77 NOME-BENEFICIARIO            PIC X(40) VALUE SPACES.
       77 REFERENCIA-EXTERNA           PIC X(20) VALUE SPACES.
       77 IBAN-VALIDO                  PIC X VALUE 'S'.
       77 IBAN-REORDENADO              PIC X(34) VALUE SPACES.
       77 CARACTER-IBAN                PIC X VALUE SPACE.
       77 TAM-IBAN                     PIC 99 VALUE 0.
       77 IND-IBAN                     PIC 99 VALUE 0.
       77 RESTO-IBAN                   PIC 99 VALUE 0.
      ****** CATEGORIA DO MOVIMENTO ************************************
       77 CATEGORIA-OPERACAO           PIC XX VALUE "NU".
       77 DESCRICAO-CATEGORIA          PIC X(10) VALUE SPACES.
       77 NOME-NOVO                    PIC X(40) VALUE SPACES.
       77 MORADA-NOVA                  PIC X(60) VALUE SPACES.
       77 BALCAO-NOVO                  PIC X(4) VALUE SPACES.
      ****** TITULARES DA CONTA ****************************************
       77 TITULARES-STATUS             PIC XX VALUE SPACES.
       77 EOF-TITULARES                PIC X VALUE 'N'.
       77 LINHA-TITULAR                PIC 99 VALUE 0.
       77 TITULARES-CONTADOS           PIC 9(4) VALUE 0.
       77 TITULARES-NAO-LISTADOS       PIC ZZZ9.
      ****** RESPOSTA **************************************************
       77 RESPOSTA                     PIC A.
       77 LINHA                        PIC 99 OCCURS 2 TIMES.
           PERFORM ABRIR-FICHEIRO-CLIMEST.
           PERFORM ABRIR-FICHEIRO-CHEQUES.
           PERFORM ABRIR-FICHEIRO-CATIVOS.
           PERFORM ABRIR-FICHEIRO-TRFEXT.
           PERFORM ABRIR-FICHEIRO-TITULARES.
           PERFORM LER-LIMIAR-APROVACAO.
           PERFORM LER-CONTA.
           IF (CONTA-ENCONTRADA = 'S') THEN
               MOVE SALDO TO SALDO-ABERTURA
               MOVE SALDO-ABERTURA TO SALDO-ABERTURA-SAIDA
           END-IF.
           PERFORM MOSTRAR-TITULARES.
           PERFORM EXTRATO.
           IF (CONTA-ENCONTRADA = 'S') THEN
               PERFORM CARREGAR-MOVIMENTOS-HOJE
           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0438.
           PERFORM DISPLAY-SALDO.
           MOVE ZEROS TO REF-ESTORNO-OPERACAO.
      ******************************************************************
           DISPLAY LIMPAR.
           DISPLAY "Por favor digite a letra da operacao que"
           DISPLAY "C - Credito" HIGHLIGHT AT 1103.
           DISPLAY "T - Transferencia" HIGHLIGHT AT 1203.
           DISPLAY "Q - Cheque" HIGHLIGHT AT 1303.
           DISPLAY "E - Estorno" HIGHLIGHT AT 1020.
           DISPLAY "X - Transf. externa" HIGHLIGHT AT 1120.
           DISPLAY "S - Sair" HIGHLIGHT AT 1320.
       LER-RESPOSTA.
           ACCEPT RESPOSTA HIGHLIGHT AT 0919.
               WHEN 'Q'
               WHEN 'q'
                   PERFORM CHEQUE
               WHEN 'E'
               WHEN 'e'
                   PERFORM ESTORNO
               WHEN 'X'
               WHEN 'x'
                   PERFORM TRANSFERENCIA-EXTERNA
               WHEN 'S'
               WHEN 's'
                   CONTINUE
           MOVE SEQUENCIA-MOV TO SEQUENCIA-PAGO-CHQ.
           REWRITE REG-CHEQUE.
      ******************************************************************
      * TRANSFERENCIA PARA OUTRO BANCO: O DEBITO SEGUE O CAMINHO *****
      * NORMAL (LIMITE, CATIVOS, DUPLO CONTROLO, MOVIMENTO E FEED) E **
      * O BENEFICIARIO FICA NO FICHEIRO TRFEXT, PENDENTE ATE O FIM ***
      * DE DIA O ESCREVER NO FICHEIRO DE COMPENSACAO DE SAIDA. *******
      ******************************************************************
       TRANSFERENCIA-EXTERNA.
           PERFORM VALIDAR-ESTADO-CONTA.
           MOVE "TE" TO CATEGORIA-OPERACAO.
           DISPLAY LIMPAR.
           DISPLAY "Por favor digite o valor a transferir:"
           HIGHLIGHT AT 0803.
           PERFORM DEBITO-VALIDAR-LIMITE.
           PERFORM VALIDAR-APROVACAO.
           IF (APROVACAO-OK = 'N') THEN
               PERFORM REGISTAR-RECUSA
               GO MENU-PRINCIPAL
           END-IF.
           DISPLAY LIMPAR.
           DISPLAY "IBAN:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0803.
           DISPLAY "Nome:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
           DISPLAY "Ref.:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.
           DISPLAY "Insira 'V' para voltar." HIGHLIGHT AT 1303.
           GO LER-IBAN.
       LER-IBAN.
           MOVE SPACES TO IBAN-BENEFICIARIO.
           ACCEPT IBAN-BENEFICIARIO HIGHLIGHT AT 0809.
           IF (IBAN-BENEFICIARIO = "V") OR (IBAN-BENEFICIARIO = "v")
           THEN
               GO MENU-PRINCIPAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(IBAN-BENEFICIARIO)
               TO IBAN-BENEFICIARIO.
           PERFORM VALIDAR-IBAN.
           IF (IBAN-VALIDO = 'N') THEN
               DISPLAY "IBAN invalido.                      "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               GO LER-IBAN
           ELSE
               DISPLAY "                                    " AT 1203
           END-IF.
       LER-NOME-BENEFICIARIO.
           MOVE SPACES TO NOME-BENEFICIARIO.
           ACCEPT NOME-BENEFICIARIO HIGHLIGHT AT 0909.
           IF (NOME-BENEFICIARIO = SPACES) THEN
               DISPLAY "Por favor digite o nome do benefic."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               GO LER-NOME-BENEFICIARIO
           ELSE
               DISPLAY "                                    " AT 1203
           END-IF.
           MOVE SPACES TO REFERENCIA-EXTERNA.
           ACCEPT REFERENCIA-EXTERNA HIGHLIGHT AT 1009.
      ****** DEBITAR A CONTA DE ORIGEM *********************************
           PERFORM ATUALIZAR-HORA.
           MOVE 0 TO CONTA-LIGADA.
           MOVE 'D' TO RESPOSTA.
           COMPUTE SALDO = SALDO - TEMP-OPERACAO.
           MOVE SALDO TO SALDO-SAIDA.
           MOVE SALDO TO SALDO-FD.
           REWRITE REG-CONTA.
           PERFORM EXTENDER-EXTRATO.
           PERFORM GRAVAR-TRANSFERENCIA-EXTERNA.
           GO MENU-PRINCIPAL.
      ******************************************************************
      * IBAN: DUAS LETRAS DE PAIS, DOIS DIGITOS DE CONTROLO E ATE 30 **
      * CARACTERES ALFANUMERICOS; OS QUATRO PRIMEIROS PASSAM PARA O ***
      * FIM, CADA LETRA VALE 10 A 35 E O NUMERO RESULTANTE TEM DE *****
      * DAR RESTO 1 NA DIVISAO POR 97. ********************************
      ******************************************************************
       VALIDAR-IBAN.
           MOVE 'S' TO IBAN-VALIDO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IBAN-BENEFICIARIO))
               TO TAM-IBAN.
           IF (TAM-IBAN < 15)
           OR (IBAN-BENEFICIARIO(1:2) IS NOT ALPHABETIC)
           OR (IBAN-BENEFICIARIO(1:1) = SPACE)
           OR (IBAN-BENEFICIARIO(2:1) = SPACE)
           OR (IBAN-BENEFICIARIO(3:2) IS NOT NUMERIC) THEN
               MOVE 'N' TO IBAN-VALIDO
           END-IF.
           IF (IBAN-VALIDO = 'S') THEN
               MOVE SPACES TO IBAN-REORDENADO
               STRING IBAN-BENEFICIARIO(5:TAM-IBAN - 4)
                   DELIMITED BY SIZE
                   IBAN-BENEFICIARIO(1:4) DELIMITED BY SIZE
                   INTO IBAN-REORDENADO
               MOVE 0 TO RESTO-IBAN
               PERFORM VARYING IND-IBAN FROM 1 BY 1
                   UNTIL (IND-IBAN > TAM-IBAN) OR (IBAN-VALIDO = 'N')
                   MOVE IBAN-REORDENADO(IND-IBAN:1) TO CARACTER-IBAN
                   EVALUATE TRUE
                       WHEN CARACTER-IBAN IS NUMERIC
                           COMPUTE RESTO-IBAN = FUNCTION MOD(
                               RESTO-IBAN * 10
                               + FUNCTION ORD(CARACTER-IBAN)
                               - FUNCTION ORD("0"), 97)
                       WHEN (CARACTER-IBAN >= "A")
                       AND (CARACTER-IBAN <= "Z")
                           COMPUTE RESTO-IBAN = FUNCTION MOD(
                               RESTO-IBAN * 100
                               + FUNCTION ORD(CARACTER-IBAN)
                               - FUNCTION ORD("A") + 10, 97)
                       WHEN OTHER
                           MOVE 'N' TO IBAN-VALIDO
                   END-EVALUATE
               END-PERFORM
               IF (RESTO-IBAN NOT = 1) THEN
                   MOVE 'N' TO IBAN-VALIDO
               END-IF
           END-IF.
      ****** A CHAVE E A DO MOVIMENTO DE DEBITO ACABADO DE GRAVAR ******
       GRAVAR-TRANSFERENCIA-EXTERNA.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TRE.
           COMPUTE DATA-TRE = ANO-MOV * 10000 + MES-MOV * 100 + DIA-MOV.
           MOVE SEQUENCIA-MOV TO SEQUENCIA-TRE.
           MOVE IBAN-BENEFICIARIO TO IBAN-TRE.
           MOVE NOME-BENEFICIARIO TO NOME-BENEF-TRE.
           MOVE REFERENCIA-EXTERNA TO REFERENCIA-TRE.
           MOVE TEMP-OPERACAO TO VALOR-TRE.
           MOVE OPERADOR-ID TO OPERADOR-TRE.
           MOVE SUPERVISOR-ID TO SUPERVISOR-TRE.
           MOVE 'P' TO ESTADO-TRE.
           MOVE 0 TO DATA-ENVIO-TRE.
           MOVE 0 TO DATA-DEVOLUCAO-TRE.
           MOVE SPACES TO MOTIVO-DEV-TRE.
           WRITE REG-TRF-EXTERNA
               INVALID KEY
                   DISPLAY "Erro ao gravar transferencia externa: "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                   DISPLAY TRFEXT-STATUS
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1541
           END-WRITE.
           MOVE SPACES TO LINHA-IMPRESSO.
           STRING "    Para IBAN " DELIMITED BY SIZE
               IBAN-TRE DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               NOME-BENEF-TRE DELIMITED BY SIZE
               INTO LINHA-IMPRESSO.
           WRITE LINHA-IMPRESSO.
      ******************************************************************
      * ESTORNO: O OPERADOR IDENTIFICA O MOVIMENTO ORIGINAL DA CONTA **
      * PELA DATA E SEQUENCIA; COM APROVACAO DE SUPERVISOR (SEMPRE, **
      * QUALQUER QUE SEJA O VALOR) LANCA-SE O MOVIMENTO OPOSTO 'ES' **
      * LIGADO AO ORIGINAL, QUE FICA MARCADO PARA NUNCA SER **********
      * ESTORNADO DUAS VEZES. NUMA TRANSFERENCIA AS DUAS PERNAS SAO **
      * ESTORNADAS JUNTAS E LIGADAS ENTRE SI; NUM CHEQUE PAGO O ******
      * REGISTO CHEQUES VOLTA DE 'P' A 'I'. **************************
      ******************************************************************
       ESTORNO.
           PERFORM VALIDAR-ESTADO-CONTA.
           MOVE "ES" TO CATEGORIA-OPERACAO.
           DISPLAY LIMPAR.
           DISPLAY "Data (AAAAMMDD):" HIGHLIGHT AT 0803.
           DISPLAY "Sequencia:" HIGHLIGHT AT 0903.
           DISPLAY "Insira 'V' para voltar." HIGHLIGHT AT 1303.
           GO LER-DATA-ESTORNO.
       LER-DATA-ESTORNO.
           PERFORM ATUALIZAR-HORA.
           COMPUTE DATA-ESTORNO = ANO * 10000 + MES * 100 + DIA.
           ACCEPT TEMP HIGHLIGHT AT 0820.
           IF (TEMP = "V") OR (TEMP = "v") THEN
               GO MENU-PRINCIPAL
           END-IF.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 19000101)
           OR (FUNCTION NUMVAL(TEMP) > DATA-ESTORNO)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite uma data valida.   "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-DATA-ESTORNO
           ELSE
               DISPLAY "                                    " AT 1003
               COMPUTE DATA-ORIGINAL = FUNCTION NUMVAL(TEMP)
           END-IF.
       LER-SEQUENCIA-ESTORNO.
           ACCEPT TEMP HIGHLIGHT AT 0920.
           IF (TEMP = "V") OR (TEMP = "v") THEN
               GO MENU-PRINCIPAL
           END-IF.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (TEMP = SPACES)
           OR (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 0)
           OR (FUNCTION NUMVAL(TEMP) > 9999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite a sequencia.       "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-SEQUENCIA-ESTORNO
           ELSE
               DISPLAY "                                    " AT 1003
               COMPUTE SEQUENCIA-ORIGINAL = FUNCTION NUMVAL(TEMP)
           END-IF.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-MOV.
           MOVE DATA-ORIGINAL TO DATA-MOV.
           MOVE SEQUENCIA-ORIGINAL TO SEQUENCIA-MOV.
           READ MOVIMENTOS-FILE
               INVALID KEY
                   DISPLAY "Movimento inexistente nesta conta.  "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   GO LER-DATA-ESTORNO
           END-READ.
           IF (TIPO-MOV NOT = 'D') AND (TIPO-MOV NOT = 'C') THEN
               DISPLAY "Operacao recusada; nada a estornar. "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-DATA-ESTORNO
           END-IF.
           IF (CATEGORIA-MOV = "ES") THEN
               DISPLAY "Um estorno nao pode ser estornado.  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-DATA-ESTORNO
           END-IF.
           IF (ESTORNADO-MOV = 'S') THEN
               DISPLAY "Movimento ja estornado.             "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-DATA-ESTORNO
           END-IF.
           IF (CATEGORIA-MOV NOT = "NU") AND (CATEGORIA-MOV NOT = "TR")
           AND (CATEGORIA-MOV NOT = "CH") THEN
               DISPLAY "Movimento sem estorno ao balcao.    "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               GO LER-DATA-ESTORNO
           END-IF.
           MOVE TIPO-MOV TO TIPO-ORIGINAL.
           MOVE VALOR-MOV TO VALOR-ORIGINAL.
           MOVE CATEGORIA-MOV TO CATEGORIA-ORIGINAL.
           MOVE CONTA-LIGADA-MOV TO CONTA-LIGADA-ORIGINAL.
           MOVE HORA-MOV TO HORA-ORIGINAL.
           IF (TIPO-ORIGINAL = 'D') THEN
               MOVE 'C' TO TIPO-ESTORNO
               MOVE 'D' TO TIPO-ESTORNO-OPOSTO
           ELSE
               MOVE 'D' TO TIPO-ESTORNO
               MOVE 'C' TO TIPO-ESTORNO-OPOSTO
           END-IF.
           PERFORM VALIDAR-ESTORNO.
           IF (ESTORNO-POSSIVEL = 'N') THEN
               GO LER-DATA-ESTORNO
           END-IF.
      ****** RESUMO DO MOVIMENTO E APROVACAO DO SUPERVISOR *************
           DISPLAY LIMPAR.
           MOVE VALOR-ORIGINAL TO TEMP-OPERACAO-SAIDA.
           DISPLAY "Estornar:" HIGHLIGHT AT 0803.
           DISPLAY TIPO-ORIGINAL HIGHLIGHT AT 0813.
           DISPLAY TEMP-OPERACAO-SAIDA HIGHLIGHT AT 0815.
           DISPLAY "Eur" FOREGROUND-COLOR 6 HIGHLIGHT AT 0830.
           IF (CATEGORIA-ORIGINAL = "TR") THEN
               DISPLAY "Transf c/" HIGHLIGHT AT 0903
               DISPLAY CONTA-LIGADA-ORIGINAL HIGHLIGHT AT 0913
           END-IF.
           IF (CATEGORIA-ORIGINAL = "CH") THEN
               DISPLAY "Cheque" HIGHLIGHT AT 0903
               DISPLAY NUMERO-CHEQUE HIGHLIGHT AT 0913
           END-IF.
           MOVE VALOR-ORIGINAL TO TEMP-OPERACAO.
           MOVE DATA-ORIGINAL TO DATA-REF-OPERACAO.
           MOVE SEQUENCIA-ORIGINAL TO SEQUENCIA-REF-OPERACAO.
           PERFORM EXIGIR-SUPERVISOR.
           IF (APROVACAO-OK = 'N') THEN
               PERFORM REGISTAR-RECUSA
               GO MENU-PRINCIPAL
           END-IF.
      ****** NUMA TRANSFERENCIA ESTORNA-SE PRIMEIRO A OUTRA CONTA; SE **
      ****** ESSA PERNA NAO PUDER SER REGISTADA A CONTA DO BALCAO ******
      ****** FICA INTACTA. *********************************************
           PERFORM ATUALIZAR-HORA.
           COMPUTE DATA-ESTORNO = ANO * 10000 + MES * 100 + DIA.
           IF (CATEGORIA-ORIGINAL = "TR") THEN
               PERFORM LANCAR-ESTORNO-OPOSTO
               IF (CONTAS-STATUS NOT = "00") THEN
                   DISPLAY "Estorno nao efetuado.               "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                   PERFORM LER-CONTA
                   GO MENU-PRINCIPAL
               END-IF
           END-IF.
           PERFORM LER-CONTA.
           MOVE CONTA-LIGADA-ORIGINAL TO CONTA-LIGADA.
           MOVE TIPO-ESTORNO TO RESPOSTA.
           IF (TIPO-ESTORNO = 'D') THEN
               COMPUTE SALDO = SALDO - TEMP-OPERACAO
           ELSE
               COMPUTE SALDO = SALDO + TEMP-OPERACAO
           END-IF.
           MOVE SALDO TO SALDO-SAIDA.
           MOVE SALDO TO SALDO-FD.
           REWRITE REG-CONTA.
           PERFORM EXTENDER-EXTRATO.
           MOVE SEQUENCIA-MOV TO SEQUENCIA-ESTORNO.
      ****** MARCAR OS ORIGINAIS COMO ESTORNADOS ***********************
           MOVE NUMERO-CONTA TO CONTA-MARCAR.
           MOVE SEQUENCIA-ORIGINAL TO SEQUENCIA-MARCAR.
           MOVE SEQUENCIA-ESTORNO TO SEQUENCIA-ESTORNO-MARCAR.
           PERFORM MARCAR-MOVIMENTO-ESTORNADO.
           IF (CATEGORIA-ORIGINAL = "TR") THEN
               MOVE CONTA-LIGADA-ORIGINAL TO CONTA-MARCAR
               MOVE SEQUENCIA-OPOSTA TO SEQUENCIA-MARCAR
               MOVE SEQUENCIA-ESTORNO-OPOSTO
                   TO SEQUENCIA-ESTORNO-MARCAR
               PERFORM MARCAR-MOVIMENTO-ESTORNADO
           END-IF.
           IF (CATEGORIA-ORIGINAL = "CH") THEN
               PERFORM REPOR-CHEQUE-EMITIDO
           END-IF.
           GO MENU-PRINCIPAL.
      ******************************************************************
      * UM ESTORNO SO SEGUE SE A OUTRA PERNA DE UMA TRANSFERENCIA ****
      * EXISTIR E AINDA NAO ESTIVER ESTORNADA, SE O CHEQUE PAGO ******
      * CONSTAR DO REGISTO E SE A CONTA QUE O ESTORNO DEBITA TIVER ***
      * SALDO DISPONIVEL DENTRO DO LIMITE DE DESCOBERTO. *************
      ******************************************************************
       VALIDAR-ESTORNO.
           MOVE 'S' TO ESTORNO-POSSIVEL.
           IF (CATEGORIA-ORIGINAL = "TR") THEN
               PERFORM PROCURAR-PERNA-OPOSTA
               IF (PERNA-OPOSTA-ENCONTRADA = 'N') THEN
                   DISPLAY "Outra perna da transf. inexistente. "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
               ELSE
                   PERFORM VALIDAR-CONTA-OPOSTA
               END-IF
           END-IF.
           IF (ESTORNO-POSSIVEL = 'S')
           AND (CATEGORIA-ORIGINAL = "CH") THEN
               PERFORM PROCURAR-CHEQUE-ESTORNO
               IF (CHEQUE-ESTORNO-ENCONTRADO = 'N') THEN
                   DISPLAY "Cheque pago nao encontrado.         "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
               END-IF
           END-IF.
           IF (ESTORNO-POSSIVEL = 'S') AND (TIPO-ESTORNO = 'D') THEN
               PERFORM CALCULAR-CATIVOS
               IF (SALDO - VALOR-ORIGINAL - TOTAL-CATIVOS)
               < (LIMITE * -1) THEN
                   DISPLAY "Saldo disponivel insuficiente.      "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
               END-IF
           END-IF.
       PROCURAR-PERNA-OPOSTA.
           MOVE 'N' TO PERNA-OPOSTA-ENCONTRADA.
           MOVE CONTA-LIGADA-ORIGINAL TO NUMERO-CONTA-MOV.
           MOVE DATA-ORIGINAL TO DATA-MOV.
           MOVE 0 TO SEQUENCIA-MOV.
           START MOVIMENTOS-FILE KEY NOT < CHAVE-MOV
               INVALID KEY
                   MOVE 'S' TO EOF-MOVIMENTOS
               NOT INVALID KEY
                   MOVE 'N' TO EOF-MOVIMENTOS
           END-START.
           PERFORM UNTIL EOF-MOVIMENTOS = 'S'
               READ MOVIMENTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVIMENTOS
               END-READ
               IF (EOF-MOVIMENTOS = 'N') THEN
                   IF (NUMERO-CONTA-MOV NOT = CONTA-LIGADA-ORIGINAL)
                   OR (DATA-MOV NOT = DATA-ORIGINAL) THEN
                       MOVE 'S' TO EOF-MOVIMENTOS
                   ELSE
                       IF (CONTA-LIGADA-MOV = NUMERO-CONTA)
                       AND (CATEGORIA-MOV = "TR")
                       AND (TIPO-MOV = TIPO-ESTORNO)
                       AND (VALOR-MOV = VALOR-ORIGINAL)
                       AND (HORA-MOV = HORA-ORIGINAL)
                       AND (ESTORNADO-MOV NOT = 'S') THEN
                           MOVE 'S' TO PERNA-OPOSTA-ENCONTRADA
                           MOVE SEQUENCIA-MOV TO SEQUENCIA-OPOSTA
                           MOVE 'S' TO EOF-MOVIMENTOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ****** A CONTA DA OUTRA PERNA TEM DE ESTAR ABERTA E, QUANDO O ****
      ****** ESTORNO A DEBITA, TER SALDO DISPONIVEL; NO FIM VOLTA A ****
      ****** LER-SE A CONTA DO BALCAO. *********************************
       VALIDAR-CONTA-OPOSTA.
           MOVE CONTA-LIGADA-ORIGINAL TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta da outra perna inexistente.   "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
           END-READ.
           IF (ESTORNO-POSSIVEL = 'S') THEN
               IF (ESTADO-CONTA-FD = 'B') OR (ESTADO-CONTA-FD = 'E')
               THEN
                   DISPLAY "Outra conta bloqueada/encerrada.    "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
               ELSE
                   MOVE SALDO-FD TO SALDO-OPOSTO
                   MOVE LIMITE-FD TO LIMITE-OPOSTO
               END-IF
           END-IF.
           IF (ESTORNO-POSSIVEL = 'S') AND (TIPO-ESTORNO-OPOSTO = 'D')
           THEN
               MOVE NUMERO-CONTA TO CONTA-GUARDADA
               MOVE CONTA-LIGADA-ORIGINAL TO NUMERO-CONTA
               PERFORM CALCULAR-CATIVOS
               MOVE CONTA-GUARDADA TO NUMERO-CONTA
               IF (SALDO-OPOSTO - VALOR-ORIGINAL - TOTAL-CATIVOS)
               < (LIMITE-OPOSTO * -1) THEN
                   DISPLAY "Outra conta sem saldo disponivel.   "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   MOVE 'N' TO ESTORNO-POSSIVEL
               END-IF
           END-IF.
           PERFORM LER-CONTA.
       PROCURAR-CHEQUE-ESTORNO.
           MOVE 'N' TO CHEQUE-ESTORNO-ENCONTRADO.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-CHQ.
           MOVE 0 TO NUMERO-CHEQUE-CHQ.
           START CHEQUES-FILE KEY NOT < CHAVE-CHQ
               INVALID KEY
                   MOVE 'S' TO EOF-CHEQUES
               NOT INVALID KEY
                   MOVE 'N' TO EOF-CHEQUES
           END-START.
           PERFORM UNTIL EOF-CHEQUES = 'S'
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-CHEQUES
               END-READ
               IF (EOF-CHEQUES = 'N') THEN
                   IF (NUMERO-CONTA-CHQ NOT = NUMERO-CONTA) THEN
                       MOVE 'S' TO EOF-CHEQUES
                   ELSE
                       IF (ESTADO-CHQ = 'P')
                       AND (DATA-PAGO-CHQ = DATA-ORIGINAL)
                       AND (SEQUENCIA-PAGO-CHQ = SEQUENCIA-ORIGINAL)
                       THEN
                           MOVE 'S' TO CHEQUE-ESTORNO-ENCONTRADO
                           MOVE NUMERO-CHEQUE-CHQ TO NUMERO-CHEQUE
                           MOVE 'S' TO EOF-CHEQUES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       LANCAR-ESTORNO-OPOSTO.
           MOVE CONTA-LIGADA-ORIGINAL TO CONTA-DESTINO.
           MOVE CONTA-DESTINO TO NUMERO-CONTA-FD.
           READ CONTAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF (CONTAS-STATUS = "00") THEN
               MOVE SALDO-FD TO SALDO-DESTINO
               IF (TIPO-ESTORNO-OPOSTO = 'D') THEN
                   COMPUTE SALDO-DESTINO = SALDO-DESTINO - TEMP-OPERACAO
               ELSE
                   COMPUTE SALDO-DESTINO = SALDO-DESTINO + TEMP-OPERACAO
               END-IF
               MOVE SALDO-DESTINO TO SALDO-FD
               REWRITE REG-CONTA
           END-IF.
           IF (CONTAS-STATUS = "00") THEN
               PERFORM REGISTAR-ESTORNO-OPOSTO
               MOVE SEQUENCIA-MOV TO SEQUENCIA-ESTORNO-OPOSTO
               PERFORM EMITIR-GLFEED-ESTORNO-OPOSTO
           END-IF.
       REGISTAR-ESTORNO-OPOSTO.
           MOVE CONTA-DESTINO TO NUMERO-CONTA-MOV.
           MOVE ANO TO ANO-MOV.
           MOVE MES TO MES-MOV.
           MOVE DIA TO DIA-MOV.
           MOVE HORA TO HORA-H-MOV.
           MOVE MINUTOS TO HORA-M-MOV.
           MOVE OPERADOR-ID TO OPERADOR-MOV.
           MOVE TIPO-ESTORNO-OPOSTO TO TIPO-MOV.
           MOVE TEMP-OPERACAO TO VALOR-MOV.
           MOVE SALDO-DESTINO TO SALDO-MOV.
           MOVE NUMERO-CONTA TO CONTA-LIGADA-MOV.
           MOVE SUPERVISOR-ID TO SUPERVISOR-MOV.
           MOVE "ES" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE DATA-ORIGINAL TO DATA-ESTORNO-MOV.
           MOVE SEQUENCIA-OPOSTA TO SEQUENCIA-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
       EMITIR-GLFEED-ESTORNO-OPOSTO.
           MOVE CONTA-DESTINO TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
           MOVE MES TO MES-GL.
           MOVE DIA TO DIA-GL.
           MOVE HORA TO HORA-H-GL.
           MOVE MINUTOS TO HORA-M-GL.
           MOVE TIPO-ESTORNO-OPOSTO TO INDICADOR-GL.
           MOVE TEMP-OPERACAO TO VALOR-GL.
           MOVE SALDO-DESTINO TO SALDO-GL.
           WRITE REG-GLFEED.
       MARCAR-MOVIMENTO-ESTORNADO.
           MOVE CONTA-MARCAR TO NUMERO-CONTA-MOV.
           MOVE DATA-ORIGINAL TO DATA-MOV.
           MOVE SEQUENCIA-MARCAR TO SEQUENCIA-MOV.
           READ MOVIMENTOS-FILE
               INVALID KEY
                   DISPLAY "Erro ao marcar movimento estornado: "
                   MOVIMENTOS-STATUS
               NOT INVALID KEY
                   MOVE 'S' TO ESTORNADO-MOV
                   MOVE DATA-ESTORNO TO DATA-ESTORNO-MOV
                   MOVE SEQUENCIA-ESTORNO-MARCAR
                       TO SEQUENCIA-ESTORNO-MOV
                   REWRITE REG-MOVIMENTO
           END-READ.
       REPOR-CHEQUE-EMITIDO.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-CHQ.
           MOVE NUMERO-CHEQUE TO NUMERO-CHEQUE-CHQ.
           READ CHEQUES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'I' TO ESTADO-CHQ
                   MOVE DATA-ESTORNO TO DATA-ESTADO-CHQ
                   MOVE 0 TO DATA-PAGO-CHQ
                   MOVE 0 TO SEQUENCIA-PAGO-CHQ
                   REWRITE REG-CHEQUE
           END-READ.
      ******************************************************************
      * DUPLO CONTROLO: ACIMA DO LIMIAR A OPERACAO SO SEGUE COM A *****
      * APROVACAO DE UM SUPERVISOR, QUE FICA REGISTADA NO MOVIMENTO. **
      * UMA RECUSA NAO TOCA NO SALDO E DEIXA UM MOVIMENTO 'R' DE ******
               PERFORM LER-SUPERVISOR
               PERFORM LER-CONFIRMACAO-SUPERVISOR
           END-IF.
      ****** APROVACAO OBRIGATORIA, QUALQUER QUE SEJA O VALOR **********
       EXIGIR-SUPERVISOR.
           MOVE SPACES TO SUPERVISOR-ID.
           DISPLAY "Aprovacao de supervisor necessaria."
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.
           DISPLAY "Supervisor:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1103.
           PERFORM LER-SUPERVISOR.
           PERFORM LER-CONFIRMACAO-SUPERVISOR.
       LER-SUPERVISOR.
           ACCEPT SUPERVISOR-ID HIGHLIGHT AT 1115.
           IF (SUPERVISOR-ID = SPACES) THEN
           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SUPERVISOR-ID TO SUPERVISOR-MOV.
           MOVE CATEGORIA-OPERACAO TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE REF-ESTORNO-OPERACAO TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
           DISPLAY "Ultima operacao recusada pelo supervisor."
           FOREGROUND-COLOR 4 HIGHLIGHT AT 1503.
           MOVE CONTA-LIGADA TO CONTA-LIGADA-MOV.
           MOVE SUPERVISOR-ID TO SUPERVISOR-MOV.
           MOVE CATEGORIA-OPERACAO TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE REF-ESTORNO-OPERACAO TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
       REGISTAR-MOVIMENTO-DESTINO.
           MOVE CONTA-DESTINO TO NUMERO-CONTA-MOV.
           MOVE NUMERO-CONTA TO CONTA-LIGADA-MOV.
           MOVE SUPERVISOR-ID TO SUPERVISOR-MOV.
           MOVE "TR" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
      ******************************************************************
      * A SEQUENCIA-MOV comeca em zero por conta/dia; em caso de ******
                       MOVE "Cheque    " TO DESCRICAO-CATEGORIA
                   WHEN "ES"
                       MOVE "Estorno   " TO DESCRICAO-CATEGORIA
                   WHEN "TE"
                       MOVE "Transf.ext" TO DESCRICAO-CATEGORIA
                   WHEN "DV"
                       MOVE "Devolucao " TO DESCRICAO-CATEGORIA
                   WHEN "CA"
                       MOVE "Cartao    " TO DESCRICAO-CATEGORIA
                   WHEN "EM"
                       MOVE "Emprestimo" TO DESCRICAO-CATEGORIA
                   WHEN "RF"
                       MOVE "Ret.fonte " TO DESCRICAO-CATEGORIA
                   WHEN OTHER
                       MOVE SPACES TO DESCRICAO-CATEGORIA
                       MOVE RESPOSTA TO DESCRICAO-CATEGORIA(1:1)
               CLOSE CHEQUES-FILE
               OPEN I-O CHEQUES-FILE
           END-IF.
       ABRIR-FICHEIRO-TRFEXT.
           OPEN I-O TRFEXT-FILE.
           IF (TRFEXT-STATUS = "35") THEN
               OPEN OUTPUT TRFEXT-FILE
               CLOSE TRFEXT-FILE
               OPEN I-O TRFEXT-FILE
           END-IF.
       ABRIR-FICHEIRO-TITULARES.
           OPEN I-O TITULARES-FILE.
           IF (TITULARES-STATUS = "35") THEN
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF.
      ******************************************************************
      * TITULARES DA CONTA, MOSTRADOS POR BAIXO DA JANELA AO ABRIR A **
      * CONTA E ALI DEIXADOS DURANTE A SESSAO: PAPEL (1/2/A), REGRA ***
      * DE ASSINATURA (Q/T) E NOME. UMA CONTA AINDA SEM REGISTOS EM ***
      * TITULARES MOSTRA O TITULAR DO REGISTO CLIENTES. ***************
      ******************************************************************
       MOSTRAR-TITULARES.
           DISPLAY "Titulares (papel/regra):" FOREGROUND-COLOR 3
           HIGHLIGHT AT 1603.
           MOVE 17 TO LINHA-TITULAR.
           MOVE 0 TO TITULARES-CONTADOS.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
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
                   IF (NUMERO-CONTA-TIT NOT = NUMERO-CONTA) THEN
                       MOVE 'S' TO EOF-TITULARES
                   ELSE
                       PERFORM MOSTRAR-LINHA-TITULAR
                   END-IF
               END-IF
           END-PERFORM.
           IF (TITULARES-CONTADOS = 0) AND (CLIENTE-ENCONTRADO = 'S')
           THEN
               DISPLAY "1" HIGHLIGHT AT 1703
               DISPLAY NOME-CLIENTE(1:36) HIGHLIGHT AT 1707
           END-IF.
           IF (TITULARES-CONTADOS > 5) THEN
               COMPUTE TITULARES-NAO-LISTADOS = TITULARES-CONTADOS - 5
               DISPLAY "... e mais" HIGHLIGHT AT 2203
               DISPLAY TITULARES-NAO-LISTADOS HIGHLIGHT AT 2214
           END-IF.
       MOSTRAR-LINHA-TITULAR.
           ADD 1 TO TITULARES-CONTADOS.
           IF (LINHA-TITULAR < 22) THEN
               MOVE NUMERO-CLIENTE-TIT TO NUMERO-CLIENTE-CLM
               READ CLIMEST-FILE
                   INVALID KEY
                       MOVE "(sem ficha no mestre)" TO NOME-CLM
               END-READ
               DISPLAY PAPEL-TIT HIGHLIGHT
               AT LINE LINHA-TITULAR COL 03
               DISPLAY REGRA-ASSINATURA-TIT HIGHLIGHT
               AT LINE LINHA-TITULAR COL 05
               DISPLAY NOME-CLM(1:36) HIGHLIGHT
               AT LINE LINHA-TITULAR COL 07
               ADD 1 TO LINHA-TITULAR
           END-IF.
       ABRIR-FICHEIRO-CLIMEST.
           OPEN I-O CLIMEST-FILE.
           IF (CLIMEST-STATUS = "35") THEN
           MOVE DIA TO DIA-CLI.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-CLI.
           WRITE REG-CLIENTE.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-TIT.
           MOVE '1' TO PAPEL-TIT.
           MOVE 'Q' TO REGRA-ASSINATURA-TIT.
           COMPUTE DATA-INICIO-TIT = ANO * 10000 + MES * 100 + DIA.
           WRITE REG-TITULAR
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE NOME-CLI TO NOME-CLIENTE.
           MOVE 'S' TO CLIENTE-ENCONTRADO.
           DISPLAY LIMPAR.
           CLOSE CLIMEST-FILE.
           CLOSE NIFXREF-FILE.
           CLOSE CHEQUES-FILE.
           CLOSE TRFEXT-FILE.
           CLOSE TITULARES-FILE.
       EXTRATO.
           DISPLAY FUNCTION CONCATENATE("+-----------------------------",
           "-----------------------------------------------+")
