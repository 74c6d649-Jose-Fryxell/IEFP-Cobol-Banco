      ******************************************************************
      * Card processor record - fixed columns on the sequential
      * AUTCART (authorizations) and LIQCART (settlements) files
      * delivered daily by the card processor, all digits zero
      * padded with two implied decimals on the amounts.
      * TIPO-REGISTO-CRT: H = header (first record of the file),
      * D = detail item. The header carries the item count and the
      * value total of the file, proved by the batch that reads it.
      * On a detail, REFERENCIA-CRT is the processor's authorization
      * reference - the same on the authorization and on its later
      * settlement, which is how the two are matched.
      * DATA-VALIDADE-CRT is only used on authorizations: the last
      * day the processor keeps the authorization open (zero = the
      * batch's default). VALOR-CRT is the authorized amount on
      * AUTCART and the amount actually settled on LIQCART.
      ******************************************************************
       01 REG-CARTAO.
           05 TIPO-REGISTO-CRT         PIC X.
           05 DADOS-CRT                PIC X(99).
           05 DADOS-CAB-CRT REDEFINES DADOS-CRT.
               10 DATA-CRT             PIC 9(8).
               10 TOTAL-ITENS-CRT      PIC 9(9).
               10 TOTAL-VALOR-CRT      PIC 9(11)V99.
               10 FILLER               PIC X(69).
           05 DADOS-DET-CRT REDEFINES DADOS-CRT.
               10 CONTA-CRT            PIC 9(10).
               10 REFERENCIA-CRT       PIC X(20).
               10 VALOR-CRT            PIC 9(11)V99.
               10 DATA-OPERACAO-CRT    PIC 9(8).
               10 DATA-VALIDADE-CRT    PIC 9(8).
               10 COMERCIANTE-CRT      PIC X(30).
               10 FILLER               PIC X(10).
