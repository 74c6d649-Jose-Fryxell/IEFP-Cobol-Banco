      ******************************************************************
      * Master-data maintenance log record - one per add, change or
      * delete made by the maintenance programs (MANTESTADO,
      * MANTCLIENTE, MANTOPER, MANTORDENS, MANTCATIVO, MANTCHEQ),
      * appended to the shared sequential LOGMANUT file and listed by
      * the RELMANUT report.
      * FICHEIRO-LOG is the file the record belongs to (CONTAS,
      * CLIENTES, CLIMEST, NIFXREF, TITULARES, OPERADORES, ORDENS,
      * CATIVOS, CHEQUES) and CHAVE-REGISTO-LOG its record key as
      * text. CONTA-LOG is the account the record hangs off, for the
      * per-account selection - the origin account on ORDENS, the
      * account being maintained on CLIMEST and NIFXREF, zero on
      * OPERADORES.
      * ACAO-LOG: A = acrescentado, C = alterado, D = eliminado.
      * IMAGEM-ANTES-LOG / IMAGEM-DEPOIS-LOG hold the whole record
      * before and after the change - spaces before an add and after
      * a delete. On OPERADORES the password is never logged: it
      * shows as asterisks, or as ALTERADA on the after image when
      * it was changed. OPERADOR-LOG is spaces when the program ran
      * without sign-on (OPERADORES file not yet in use).
      ******************************************************************
       01 REG-LOG-MANUT.
           05 DATA-LOG                 PIC 9(8).
           05 HORA-LOG                 PIC 9(6).
           05 PROGRAMA-LOG             PIC X(12).
           05 OPERADOR-LOG             PIC X(8).
           05 FICHEIRO-LOG             PIC X(10).
           05 ACAO-LOG                 PIC X.
           05 CHAVE-REGISTO-LOG        PIC X(20).
           05 CONTA-LOG                PIC 9(10).
           05 IMAGEM-ANTES-LOG         PIC X(150).
           05 IMAGEM-DEPOIS-LOG        PIC X(150).
