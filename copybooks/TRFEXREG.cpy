      ******************************************************************
      * Outbound transfer record - one per transfer to another bank
      * keyed at the counter, held on the indexed TRFEXT file. The
      * key is the key of the debit movement posted on MOVIMENT
      * (account + posting date + sequence on the account's day), so
      * every outbound item traces straight back to its debit.
      * IBAN-TRE, NOME-BENEF-TRE and REFERENCIA-TRE are the
      * beneficiary details captured by the teller.
      * ESTADO-TRE: P = pendente (debited, waiting for the outgoing
      * clearing file), E = enviada (written to COMPOUT on
      * DATA-ENVIO-TRE), D = devolvida (rejected by the clearing
      * house and credited back on DATA-DEVOLUCAO-TRE with the
      * clearing house's reason code in MOTIVO-DEV-TRE).
      ******************************************************************
       01 REG-TRF-EXTERNA.
           05 CHAVE-TRE.
               10 NUMERO-CONTA-TRE     PIC 9(10).
               10 DATA-TRE             PIC 9(8).
               10 SEQUENCIA-TRE        PIC 9(4).
           05 IBAN-TRE                 PIC X(34).
           05 NOME-BENEF-TRE           PIC X(40).
           05 REFERENCIA-TRE           PIC X(20).
           05 VALOR-TRE                PIC S9(11)V99.
           05 OPERADOR-TRE             PIC X(8).
           05 SUPERVISOR-TRE           PIC X(8).
           05 ESTADO-TRE               PIC X.
           05 DATA-ENVIO-TRE           PIC 9(8).
           05 DATA-DEVOLUCAO-TRE       PIC 9(8).
           05 MOTIVO-DEV-TRE           PIC X(4).
