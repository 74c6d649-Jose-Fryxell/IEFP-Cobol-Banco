      * with the administrator profile; while the file is still
      * empty the first record can be created without sign-on so a
      * branch can be cut over. On amendment an empty answer keeps
      * the value already on file. Every add and change is written
      * to the maintenance log LOGMANUT with the before and after
      * images, the password masked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTOPER.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR-OP
               FILE STATUS IS OPERADORES-STATUS.
           SELECT LOGMANUT-FILE ASSIGN TO "LOGMANUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOGMANUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
           COPY "OPERREG.cpy".
       FD  LOGMANUT-FILE.
           COPY "LOGMREG.cpy".
       WORKING-STORAGE SECTION.
      ****** DATA & HORA ***********************************************
       01 DATA-ATUAL.
       77 SENHA-NOVA                   PIC X(8) VALUE SPACES.
       77 PERFIL-NOVO                  PIC X VALUE SPACE.
       77 ATIVO-NOVO                   PIC X VALUE SPACE.
      ****** REGISTO DE MANUTENCAO *************************************
       77 LOGMANUT-STATUS              PIC XX VALUE SPACES.
       77 IMAGEM-ANTES                 PIC X(150) VALUE SPACES.
       77 SENHA-ANTERIOR               PIC X(8) VALUE SPACES.
       01 MOMENTO-ATUAL.
           05 DATA-MOMENTO             PIC 9(8).
           05 HORA-MOMENTO             PIC 9(6).
           05 FILLER                   PIC X(7).
      ****** RESPOSTA **************************************************
       77 RESPOSTA                     PIC A.

           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0438.
           PERFORM ABRIR-FICHEIRO-OPERADORES.
           PERFORM ABRIR-FICHEIRO-LOGMANUT.
           PERFORM VERIFICAR-FICHEIRO-VAZIO.
           IF (FICHEIRO-VAZIO = 'S') THEN
               DISPLAY "Ficheiro vazio: criar o primeiro operador."
           MOVE OPERADOR-PEDIDO TO ID-OPERADOR-OP.
           MOVE 'S' TO ATIVO-OP.
           WRITE REG-OPERADOR.
           MOVE SPACES TO IMAGEM-ANTES-LOG.
           MOVE ALL '*' TO SENHA-OP.
           MOVE REG-OPERADOR TO IMAGEM-DEPOIS-LOG.
           MOVE 'A' TO ACAO-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
           DISPLAY LIMPAR.
           DISPLAY "Operador registado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           GO PERGUNTAR-REPETIR.
       ALTERAR-OPERADOR.
           MOVE SENHA-OP TO SENHA-ANTERIOR.
           MOVE ALL '*' TO SENHA-OP.
           MOVE REG-OPERADOR TO IMAGEM-ANTES.
           MOVE SENHA-ANTERIOR TO SENHA-OP.
           DISPLAY "Operador atual (vazio mantem o valor):"
           HIGHLIGHT AT 0803.
           DISPLAY "Nome:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0903.
               GO LER-ATIVO-ALTERADO
           END-IF.
           REWRITE REG-OPERADOR.
           IF (SENHA-OP = SENHA-ANTERIOR) THEN
               MOVE ALL '*' TO SENHA-OP
           ELSE
               MOVE "ALTERADA" TO SENHA-OP
           END-IF.
           MOVE IMAGEM-ANTES TO IMAGEM-ANTES-LOG.
           MOVE REG-OPERADOR TO IMAGEM-DEPOIS-LOG.
           MOVE 'C' TO ACAO-LOG.
           PERFORM ESCREVER-LOG-MANUTENCAO.
           DISPLAY LIMPAR.
           DISPLAY "Operador atualizado." FOREGROUND-COLOR 2 HIGHLIGHT
           AT 0803.
           GO PERGUNTAR-REPETIR.
      ******************************************************************
      * REGISTO DE MANUTENCAO: CADA ACRESCENTO OU ALTERACAO FICA NO ***
      * LOGMANUT COM QUEM O FEZ, QUANDO, E AS IMAGENS DO REGISTO ******
      * ANTES E DEPOIS. A SENHA NUNCA E REGISTADA. ********************
      ******************************************************************
       ESCREVER-LOG-MANUTENCAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE DATA-MOMENTO TO DATA-LOG.
           MOVE HORA-MOMENTO TO HORA-LOG.
           MOVE "MANTOPER" TO PROGRAMA-LOG.
           MOVE OPERADOR-SESSAO TO OPERADOR-LOG.
           MOVE "OPERADORES" TO FICHEIRO-LOG.
           MOVE OPERADOR-PEDIDO TO CHAVE-REGISTO-LOG.
           MOVE 0 TO CONTA-LOG.
           WRITE REG-LOG-MANUT.
       VERIFICAR-FICHEIRO-VAZIO.
           MOVE 'N' TO FICHEIRO-VAZIO.
           MOVE LOW-VALUES TO ID-OPERADOR-OP.
               CLOSE OPERADORES-FILE
               OPEN I-O OPERADORES-FILE
           END-IF.
       ABRIR-FICHEIRO-LOGMANUT.
           OPEN EXTEND LOGMANUT-FILE.
           IF (LOGMANUT-STATUS = "35") THEN
               OPEN OUTPUT LOGMANUT-FILE
               CLOSE LOGMANUT-FILE
               OPEN EXTEND LOGMANUT-FILE
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE OPERADORES-FILE.
           CLOSE LOGMANUT-FILE.
       END PROGRAM MANTOPER.
