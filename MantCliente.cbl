      * customer is attached without re-keying the details. Records
      * from before the master existed (customer number zero) are
      * still amended alone, as before. On amendment an empty answer
      * keeps the value already on file. The account's holder list on
      * TITULARES (joint holders and authorised signatories, each
      * with a role and signing rule) is maintained here too. Entry
      * requires sign-on against the OPERADORES file, and every add,
      * change and delete on CLIENTES, CLIMEST, NIFXREF and TITULARES
      * is written to the maintenance log LOGMANUT with the before
      * and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCLIENTE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIF-NX
               FILE STATUS IS NIFXREF-STATUS.
           SELECT TITULARES-FILE ASSIGN TO "TITULARES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS TITULARES-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR-OP
               FILE STATUS IS OPERADORES-STATUS.
           SELECT LOGMANUT-FILE ASSIGN TO "LOGMANUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOGMANUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
           COPY "CLIMREG.cpy".
       FD  NIFXREF-FILE.
           COPY "NIFXREG.cpy".
       FD  TITULARES-FILE.
           COPY "TITREG.cpy".
       FD  OPERADORES-FILE.
           COPY "OPERREG.cpy".
       FD  LOGMANUT-FILE.
           COPY "LOGMREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
       77 NIF-OCUPADO                  PIC X VALUE 'N'.
       77 PROXIMO-CLIENTE              PIC 9(8) VALUE 0.
       77 CONTAS-ATUALIZADAS           PIC 9(4) VALUE 0.
      ****** REGISTO DE MANUTENCAO *************************************
       77 LOGMANUT-STATUS              PIC XX VALUE SPACES.
       77 IMAGEM-ANTES                 PIC X(150) VALUE SPACES.
       01 MOMENTO-ATUAL.
           05 DATA-MOMENTO             PIC 9(8).
           05 HORA-MOMENTO             PIC 9(6).
           05 FILLER                   PIC X(7).
      ****** TITULARES DA CONTA ****************************************
       77 TITULARES-STATUS             PIC XX VALUE SPACES.
       77 EOF-TITULARES                PIC X VALUE 'N'.
       77 TITULAR-ENCONTRADO           PIC X VALUE 'N'.
       77 CLIENTE-PRINCIPAL            PIC 9(8) VALUE 0.
       77 OPERACAO-TITULAR             PIC X VALUE SPACE.
       77 PAPEL-NOVO                   PIC X VALUE SPACE.
       77 REGRA-NOVA                   PIC X VALUE SPACE.
       77 PAPEL-VALIDO                 PIC X VALUE 'N'.
       77 REGRA-VALIDA                 PIC X VALUE 'N'.
       77 LINHA-TITULAR                PIC 99 VALUE 0.
       77 TITULARES-CONTADOS           PIC 9(4) VALUE 0.
       77 TITULARES-NAO-LISTADOS       PIC ZZZ9.
      ****** SESSAO DE OPERADOR ****************************************
       77 OPERADORES-STATUS            PIC XX VALUE SPACES.
       77 SEM-OPERADORES               PIC X VALUE 'N'.
       77 OPERADOR-SESSAO              PIC X(8) VALUE SPACES.
       77 SENHA-DIGITADA               PIC X(8) VALUE SPACES.
      ****** RESPOSTA **************************************************
       77 RESPOSTA                     PIC A.
       77 TEMP                         PIC X(15) VALUE SPACES.
           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0438.
           PERFORM ABRIR-FICHEIROS.
           PERFORM LER-SESSAO.
           DISPLAY "Numero de conta:" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0603.
       LER-NUMERO-CONTA.
                   MOVE 'S' TO CLIENTE-ENCONTRADO
           END-READ.
           IF (CLIENTE-ENCONTRADO = 'S') THEN
               GO ESCOLHER-GESTAO
           END-IF.
           GO CRIAR-CLIENTE.
       ESCOLHER-GESTAO.
           DISPLAY "D - Dados do cliente" HIGHLIGHT AT 0803.
           DISPLAY "T - Titulares da conta" HIGHLIGHT AT 0903.
           DISPLAY "Opcao:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.
       LER-OPCAO-GESTAO.
           ACCEPT RESPOSTA HIGHLIGHT AT 1010.
           EVALUATE RESPOSTA
               WHEN 'D'
               WHEN 'd'
                   DISPLAY LIMPAR
                   GO ALTERAR-CLIENTE
               WHEN 'T'
               WHEN 't'
                   DISPLAY LIMPAR
                   GO GERIR-TITULARES
               WHEN OTHER
                   DISPLAY "Por favor insira 'D' ou 'T'."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-OPCAO-GESTAO
           END-EVALUATE.
       PERGUNTAR-REPETIR.
           DISPLAY "Deseja tratar outra conta ( / )?        "
           HIGHLIGHT AT 0603.
           MOVE DIA TO DIA-CLI.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-CLI.
           WRITE REG-CLIENTE.
           MOVE 'A' TO ACAO-LOG.
           MOVE SPACES TO IMAGEM-ANTES.
           PERFORM REGISTAR-CLIENTE.
           PERFORM REGISTAR-PRIMEIRO-TITULAR.
           DISPLAY LIMPAR.
           DISPLAY "Cliente registado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           MOVE MES TO MES-CLM.
           MOVE DIA TO DIA-CLM.
           WRITE REG-CLIENTE-MESTRE.
           MOVE 'A' TO ACAO-LOG.
           MOVE SPACES TO IMAGEM-ANTES.
           PERFORM REGISTAR-CLIENTE-MESTRE.
           MOVE NIF-CAPTADO TO NIF-NX.
           MOVE PROXIMO-CLIENTE TO NUMERO-CLIENTE-NX.
           WRITE REG-NIF-XREF.
           MOVE 'A' TO ACAO-LOG.
           MOVE SPACES TO IMAGEM-ANTES.
           PERFORM REGISTAR-XREF-NIF.
       APURAR-PROXIMO-CLIENTE.
           MOVE 0 TO PROXIMO-CLIENTE.
           MOVE 0 TO NUMERO-CLIENTE-CLM.
           IF (CLIENTE-MESTRE-ENCONTRADO = 'S') THEN
               GO ALTERAR-CLIENTE-MESTRE
           END-IF.
           MOVE REG-CLIENTE TO IMAGEM-ANTES.
           DISPLAY "Cliente atual (vazio mantem o valor):"
           HIGHLIGHT AT 0803.
           DISPLAY "Nome:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
               MOVE BALCAO-NOVO TO BALCAO-CLI
           END-IF.
           REWRITE REG-CLIENTE.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-CLIENTE.
           DISPLAY LIMPAR.
           DISPLAY "Cliente atualizado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           GO PERGUNTAR-REPETIR.
       ALTERAR-CLIENTE-MESTRE.
           MOVE NIF-CLM TO NIF-ANTERIOR.
           MOVE REG-CLIENTE-MESTRE TO IMAGEM-ANTES.
           DISPLAY "Cliente no mestre (vazio mantem o valor):"
           HIGHLIGHT AT 0803.
           DISPLAY "Nome:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
               MOVE BALCAO-NOVO TO BALCAO-CLM
           END-IF.
           REWRITE REG-CLIENTE-MESTRE.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-CLIENTE-MESTRE.
           IF (NIF-CLM NOT = NIF-ANTERIOR) THEN
               PERFORM ATUALIZAR-XREF-NIF
           END-IF.
      ******************************************************************
       ATUALIZAR-XREF-NIF.
           MOVE NIF-ANTERIOR TO NIF-NX.
           READ NIFXREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-NIF-XREF TO IMAGEM-ANTES
                   DELETE NIFXREF-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'D' TO ACAO-LOG
                           PERFORM REGISTAR-XREF-NIF
                   END-DELETE
           END-READ.
           MOVE NIF-CLM TO NIF-NX.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-NX.
           WRITE REG-NIF-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO ACAO-LOG
                   MOVE SPACES TO IMAGEM-ANTES
                   PERFORM REGISTAR-XREF-NIF
           END-WRITE.
      ******************************************************************
      * REFRESCA A COPIA DO CLIENTE EM TODOS OS REGISTOS CLIENTES *****
               END-READ
               IF (EOF-CLIENTES = 'N')
               AND (NUMERO-CLIENTE-CLI = NUMERO-CLIENTE-CLM) THEN
                   MOVE REG-CLIENTE TO IMAGEM-ANTES
                   MOVE NOME-CLM TO NOME-CLI
                   MOVE NIF-CLM TO NIF-CLI
                   MOVE MORADA-CLM TO MORADA-CLI
                   MOVE BALCAO-CLM TO BALCAO-CLI
                   REWRITE REG-CLIENTE
                   MOVE 'C' TO ACAO-LOG
                   PERFORM REGISTAR-CLIENTE
                   ADD 1 TO CONTAS-ATUALIZADAS
               END-IF
           END-PERFORM.
      ******************************************************************
      * TITULARES: O PRIMEIRO TITULAR E O CLIENTE DO REGISTO CLIENTES **
      * DA CONTA, NAO SE RETIRA E MANTEM O PAPEL 1; OS RESTANTES ******
      * TITULARES E AUTORIZADOS SAO CLIENTES DO MESTRE CLIMEST, *******
      * CRIADOS AQUI SE O NIF AINDA NAO EXISTIR. UMA CONTA ANTERIOR ***
      * AO FICHEIRO TITULARES GANHA O REGISTO DO PRIMEIRO TITULAR NA **
      * PRIMEIRA VEZ QUE AQUI PASSA. **********************************
      ******************************************************************
       GERIR-TITULARES.
           IF (NUMERO-CLIENTE-CLI = 0) THEN
               DISPLAY "Cliente da conta sem ficha no mestre;"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
               DISPLAY "titulares indisponiveis."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1103
               GO PERGUNTAR-REPETIR
           END-IF.
           MOVE NUMERO-CLIENTE-CLI TO CLIENTE-PRINCIPAL.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
           MOVE CLIENTE-PRINCIPAL TO NUMERO-CLIENTE-TIT.
           READ TITULARES-FILE
               INVALID KEY
                   PERFORM REGISTAR-PRIMEIRO-TITULAR
           END-READ.
       MOSTRAR-TITULARES.
           DISPLAY LIMPAR.
           DISPLAY "Papel Regra Titular" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0703.
           MOVE 8 TO LINHA-TITULAR.
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
           IF (TITULARES-CONTADOS > 3) THEN
               COMPUTE TITULARES-NAO-LISTADOS = TITULARES-CONTADOS - 3
               DISPLAY "... e mais" HIGHLIGHT AT 1105
               DISPLAY TITULARES-NAO-LISTADOS HIGHLIGHT AT 1116
           END-IF.
           DISPLAY "A-Acrescentar M-Mudar R-Retirar S-Sair:"
           HIGHLIGHT AT 1203.
       LER-OPCAO-TITULARES.
           ACCEPT RESPOSTA HIGHLIGHT AT 1242.
           EVALUATE RESPOSTA
               WHEN 'A'
               WHEN 'a'
                   GO ACRESCENTAR-TITULAR
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO OPERACAO-TITULAR
                   GO PEDIR-TITULAR-EXISTENTE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO OPERACAO-TITULAR
                   GO PEDIR-TITULAR-EXISTENTE
               WHEN 'S'
               WHEN 's'
                   DISPLAY LIMPAR
                   DISPLAY "                   " AT 0703
                   GO PERGUNTAR-REPETIR
               WHEN OTHER
                   DISPLAY "Opcao invalida!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1303
                   GO LER-OPCAO-TITULARES
           END-EVALUATE.
       MOSTRAR-LINHA-TITULAR.
           ADD 1 TO TITULARES-CONTADOS.
           IF (LINHA-TITULAR < 11) THEN
               MOVE NUMERO-CLIENTE-TIT TO NUMERO-CLIENTE-CLM
               READ CLIMEST-FILE
                   INVALID KEY
                       MOVE "(sem ficha no mestre)" TO NOME-CLM
               END-READ
               DISPLAY PAPEL-TIT HIGHLIGHT
               AT LINE LINHA-TITULAR COL 05
               DISPLAY REGRA-ASSINATURA-TIT HIGHLIGHT
               AT LINE LINHA-TITULAR COL 11
               DISPLAY NOME-CLM(1:28) HIGHLIGHT
               AT LINE LINHA-TITULAR COL 15
               ADD 1 TO LINHA-TITULAR
           END-IF.
       ACRESCENTAR-TITULAR.
           DISPLAY LIMPAR.
           DISPLAY "Novo titular ou autorizado da conta."
           HIGHLIGHT AT 0803.
           DISPLAY "NIF (vazio volta):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0903.
       LER-NIF-TITULAR.
           ACCEPT TEMP HIGHLIGHT AT 0922.
           IF (TEMP = SPACES) THEN
               GO MOSTRAR-TITULARES
           END-IF.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 0)
           OR (FUNCTION NUMVAL(TEMP) > 999999999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite um NIF valido.     "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NIF-TITULAR
           ELSE
               DISPLAY "                                    " AT 1303
               COMPUTE NIF-CAPTADO = FUNCTION NUMVAL(TEMP)
           END-IF.
           PERFORM PROCURAR-NIF.
           IF (CLIENTE-MESTRE-ENCONTRADO = 'N') THEN
               DISPLAY "Nome:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1003
               GO LER-NOME-TITULAR
           END-IF.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-TIT.
           READ TITULARES-FILE
               INVALID KEY
                   MOVE 'N' TO TITULAR-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO TITULAR-ENCONTRADO
           END-READ.
           IF (TITULAR-ENCONTRADO = 'S') THEN
               DISPLAY "Cliente ja ligado a esta conta.     "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NIF-TITULAR
           END-IF.
           GO PEDIR-PAPEL-NOVO.
       LER-NOME-TITULAR.
           MOVE SPACES TO NOME-NOVO.
           ACCEPT NOME-NOVO HIGHLIGHT AT 1010.
           IF (NOME-NOVO = SPACES) THEN
               DISPLAY "Por favor digite o nome do titular."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NOME-TITULAR
           ELSE
               DISPLAY "                                    " AT 1303
           END-IF.
           DISPLAY "Morada:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1103.
           MOVE SPACES TO MORADA-NOVA.
           ACCEPT MORADA-NOVA HIGHLIGHT AT 1111.
           DISPLAY "Balcao:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1203.
           MOVE SPACES TO BALCAO-NOVO.
           ACCEPT BALCAO-NOVO HIGHLIGHT AT 1211.
           PERFORM CRIAR-CLIENTE-MESTRE.
       PEDIR-PAPEL-NOVO.
           DISPLAY LIMPAR.
           DISPLAY NOME-CLM(1:38) HIGHLIGHT AT 0803.
           DISPLAY "Papel (2/A):" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
       LER-PAPEL-NOVO.
           MOVE SPACE TO PAPEL-NOVO.
           ACCEPT PAPEL-NOVO HIGHLIGHT AT 0917.
           PERFORM VALIDAR-PAPEL.
           IF (PAPEL-VALIDO = 'N') THEN
               DISPLAY "Papel: 2 (titular) ou A (autorizado)"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-PAPEL-NOVO
           ELSE
               DISPLAY "                                    " AT 1303
           END-IF.
           DISPLAY "Regra (Q/T):" FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.
       LER-REGRA-NOVA.
           MOVE SPACE TO REGRA-NOVA.
           ACCEPT REGRA-NOVA HIGHLIGHT AT 1017.
           PERFORM VALIDAR-REGRA.
           IF (REGRA-VALIDA = 'N') THEN
               DISPLAY "Regra: Q (qualquer um) ou T (todos)"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-REGRA-NOVA
           END-IF.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
           MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-TIT.
           MOVE PAPEL-NOVO TO PAPEL-TIT.
           MOVE REGRA-NOVA TO REGRA-ASSINATURA-TIT.
           COMPUTE DATA-INICIO-TIT = ANO * 10000 + MES * 100 + DIA.
           WRITE REG-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO ACAO-LOG
                   MOVE SPACES TO IMAGEM-ANTES
                   PERFORM REGISTAR-TITULAR
           END-WRITE.
           GO MOSTRAR-TITULARES.
       PEDIR-TITULAR-EXISTENTE.
           DISPLAY LIMPAR.
           DISPLAY "NIF (vazio volta):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 0803.
       LER-NIF-EXISTENTE.
           ACCEPT TEMP HIGHLIGHT AT 0822.
           IF (TEMP = SPACES) THEN
               GO MOSTRAR-TITULARES
           END-IF.
           PERFORM VALIDAR-CASAS-DECIMAIS.
           IF (FUNCTION TEST-NUMVAL(TEMP) NOT = 0)
           OR (FUNCTION NUMVAL(TEMP) < 0)
           OR (FUNCTION NUMVAL(TEMP) > 999999999)
           OR (PARTE-DECIMAL NOT = SPACES)
           THEN
               DISPLAY "Por favor digite um NIF valido.     "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NIF-EXISTENTE
           END-IF.
           COMPUTE NIF-CAPTADO = FUNCTION NUMVAL(TEMP).
           PERFORM PROCURAR-NIF.
           MOVE 'N' TO TITULAR-ENCONTRADO.
           IF (CLIENTE-MESTRE-ENCONTRADO = 'S') THEN
               MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT
               MOVE NUMERO-CLIENTE-CLM TO NUMERO-CLIENTE-TIT
               READ TITULARES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TITULAR-ENCONTRADO
               END-READ
           END-IF.
           IF (TITULAR-ENCONTRADO = 'N') THEN
               DISPLAY "NIF nao e titular desta conta.      "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NIF-EXISTENTE
           END-IF.
           IF (OPERACAO-TITULAR = 'R')
           AND (NUMERO-CLIENTE-TIT = CLIENTE-PRINCIPAL) THEN
               DISPLAY "O primeiro titular nao se retira.   "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               GO LER-NIF-EXISTENTE
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY NOME-CLM(1:38) HIGHLIGHT AT 0903.
           MOVE REG-TITULAR TO IMAGEM-ANTES.
           IF (OPERACAO-TITULAR = 'R') THEN
               GO CONFIRMAR-RETIRADA
           END-IF.
           DISPLAY "Papel (vazio mantem):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1003.
           DISPLAY PAPEL-TIT HIGHLIGHT AT 1025.
       LER-PAPEL-ALTERADO.
           MOVE SPACE TO PAPEL-NOVO.
           ACCEPT PAPEL-NOVO HIGHLIGHT AT 1025.
           IF (PAPEL-NOVO NOT = SPACE) THEN
               IF (NUMERO-CLIENTE-TIT = CLIENTE-PRINCIPAL) THEN
                   IF (PAPEL-NOVO NOT = '1') THEN
                       DISPLAY "O primeiro titular mantem o papel 1."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       GO LER-PAPEL-ALTERADO
                   END-IF
               ELSE
                   PERFORM VALIDAR-PAPEL
                   IF (PAPEL-VALIDO = 'N') THEN
                       DISPLAY "Papel: 2 (titular) ou A (autorizado)"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       GO LER-PAPEL-ALTERADO
                   END-IF
                   MOVE PAPEL-NOVO TO PAPEL-TIT
               END-IF
           END-IF.
           DISPLAY "                                    " AT 1303.
           DISPLAY "Regra (vazio mantem):" FOREGROUND-COLOR 3 HIGHLIGHT
           AT 1103.
           DISPLAY REGRA-ASSINATURA-TIT HIGHLIGHT AT 1125.
       LER-REGRA-ALTERADA.
           MOVE SPACE TO REGRA-NOVA.
           ACCEPT REGRA-NOVA HIGHLIGHT AT 1125.
           IF (REGRA-NOVA NOT = SPACE) THEN
               PERFORM VALIDAR-REGRA
               IF (REGRA-VALIDA = 'N') THEN
                   DISPLAY "Regra: Q (qualquer um) ou T (todos)"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-REGRA-ALTERADA
               END-IF
               MOVE REGRA-NOVA TO REGRA-ASSINATURA-TIT
           END-IF.
           REWRITE REG-TITULAR.
           MOVE 'C' TO ACAO-LOG.
           PERFORM REGISTAR-TITULAR.
           GO MOSTRAR-TITULARES.
       CONFIRMAR-RETIRADA.
           DISPLAY "Retirar da conta ( / )?" HIGHLIGHT AT 1003.
           DISPLAY "S" FOREGROUND-COLOR 2 HIGHLIGHT AT 1021.
           DISPLAY "N" FOREGROUND-COLOR 4 HIGHLIGHT AT 1023.
       LER-CONFIRMACAO-RETIRADA.
           ACCEPT RESPOSTA HIGHLIGHT AT 1027.
           EVALUATE RESPOSTA
               WHEN 'S'
               WHEN 's'
                   DELETE TITULARES-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'D' TO ACAO-LOG
                           PERFORM REGISTAR-TITULAR
                   END-DELETE
               WHEN 'N'
               WHEN 'n'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Por favor insira 'S' ou 'N'."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   GO LER-CONFIRMACAO-RETIRADA
           END-EVALUATE.
           GO MOSTRAR-TITULARES.
      ******************************************************************
      * IMAGENS PARA O REGISTO DE MANUTENCAO: A IMAGEM ANTES E ********
      * GUARDADA PELO CHAMADOR; NUMA ELIMINACAO A IMAGEM DEPOIS FICA **
      * EM BRANCO. A CONTA REGISTADA E A CONTA EM TRATAMENTO, PARA A **
      * SELECAO POR CONTA APANHAR TAMBEM O MESTRE E O CRUZAMENTO. *****
      ******************************************************************
       REGISTAR-CLIENTE.
           MOVE "CLIENTES" TO FICHEIRO-LOG.
           MOVE NUMERO-CONTA-CLI TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA-CLI TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-CLIENTE TO IMAGEM-DEPOIS-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       REGISTAR-CLIENTE-MESTRE.
           MOVE "CLIMEST" TO FICHEIRO-LOG.
           MOVE NUMERO-CLIENTE-CLM TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-CLIENTE-MESTRE TO IMAGEM-DEPOIS-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       REGISTAR-XREF-NIF.
           MOVE "NIFXREF" TO FICHEIRO-LOG.
           MOVE NIF-NX TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           IF (ACAO-LOG = 'D') THEN
               MOVE SPACES TO IMAGEM-DEPOIS-LOG
           ELSE
               MOVE REG-NIF-XREF TO IMAGEM-DEPOIS-LOG
           END-IF.
           PERFORM ESCREVER-LOG-MANUTENCAO.
       REGISTAR-TITULAR.
           MOVE "TITULARES" TO FICHEIRO-LOG.
           MOVE CHAVE-TIT TO CHAVE-REGISTO-LOG.
           MOVE NUMERO-CONTA-TIT TO CONTA-LOG.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           IF (ACAO-LOG = 'D') THEN
               MOVE SPACES TO IMAGEM-DEPOIS-LOG
           ELSE
               MOVE REG-TITULAR TO IMAGEM-DEPOIS-LOG
           END-IF.
           PERFORM ESCREVER-LOG-MANUTENCAO.
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
       VALIDAR-PAPEL.
           MOVE 'S' TO PAPEL-VALIDO.
           EVALUATE PAPEL-NOVO
               WHEN '2'
                   CONTINUE
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO PAPEL-NOVO
               WHEN OTHER
                   MOVE 'N' TO PAPEL-VALIDO
           END-EVALUATE.
       VALIDAR-REGRA.
           MOVE 'S' TO REGRA-VALIDA.
           EVALUATE REGRA-NOVA
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Q' TO REGRA-NOVA
               WHEN 'T'
               WHEN 't'
                   MOVE 'T' TO REGRA-NOVA
               WHEN OTHER
                   MOVE 'N' TO REGRA-VALIDA
           END-EVALUATE.
       REGISTAR-PRIMEIRO-TITULAR.
           MOVE NUMERO-CONTA TO NUMERO-CONTA-TIT.
           MOVE NUMERO-CLIENTE-CLI TO NUMERO-CLIENTE-TIT.
           MOVE '1' TO PAPEL-TIT.
           MOVE 'Q' TO REGRA-ASSINATURA-TIT.
           COMPUTE DATA-INICIO-TIT = ANO-CLI * 10000 + MES-CLI * 100
               + DIA-CLI.
           WRITE REG-TITULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO ACAO-LOG
                   MOVE SPACES TO IMAGEM-ANTES
                   PERFORM REGISTAR-TITULAR
           END-WRITE.
      ******************************************************************
      * REGISTO DE MANUTENCAO: CADA ACRESCENTO, ALTERACAO OU **********
      * ELIMINACAO FICA NO LOGMANUT COM QUEM O FEZ, QUANDO, E AS ******
      * IMAGENS DO REGISTO ANTES E DEPOIS. ****************************
      ******************************************************************
       ESCREVER-LOG-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE DATA-MOMENTO TO DATA-LOG.
           MOVE HORA-MOMENTO TO HORA-LOG.
           MOVE "MANTCLIENTE" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           WRITE REG-LOG-MANUT.
       VALIDAR-CASAS-DECIMAIS.
           MOVE 'S' TO DECIMAIS-VALIDAS.
           MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
               CLOSE NIFXREF-FILE
               OPEN I-O NIFXREF-FILE
           END-IF.
           OPEN I-O TITULARES-FILE.
           IF (TITULARES-STATUS = "35") THEN
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF.
           OPEN EXTEND LOGMANUT-FILE.
           IF (LOGMANUT-STATUS = "35") THEN
               OPEN OUTPUT LOGMANUT-FILE
               CLOSE LOGMANUT-FILE
               OPEN EXTEND LOGMANUT-FILE
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
           CLOSE CLIENTES-FILE.
           CLOSE CLIMEST-FILE.
           CLOSE NIFXREF-FILE.
           CLOSE TITULARES-FILE.
           CLOSE LOGMANUT-FILE.
           CLOSE OPERADORES-FILE.
       END PROGRAM MANTCLIENTE.
