      * the record. A hold is good up to and including
      * DATA-VALIDADE-CAT (AAAAMMDD); the end-of-day batch releases
      * the ones past that date and lists what it released.
      * Holds for card authorizations are placed by the CARTAUT batch
      * from the card processor's file: REFERENCIA-CARTAO-CAT holds
      * the processor's authorization reference and
      * ESTADO-CARTAO-CAT says where the authorization stands -
      * A = autorizada (waiting for settlement), L = liquidada
      * (settled by CARTLIQ, hold released), X = expirada (past its
      * validity with no settlement, reported and released).
      * Both are spaces on holds placed by hand.
      ******************************************************************
       01 REG-CATIVO.
           05 CHAVE-CAT.
           05 COLOCADO-POR-CAT         PIC X(8).
           05 DATA-VALIDADE-CAT        PIC 9(8).
           05 ATIVO-CAT                PIC X.
           05 REFERENCIA-CARTAO-CAT    PIC X(20).
           05 ESTADO-CARTAO-CAT        PIC X.
