      ******************************************************************
      * Outbound clearing record - fixed columns on the sequential
      * COMPOUT file sent to the clearing house (the mirror image of
      * COMPIN), all digits zero padded with two implied decimals on
      * the amounts. The same layout comes back on the COMPDEV file
      * for the items the clearing house rejects.
      * TIPO-REGISTO-CSA: H = header (first record of the file),
      * D = detail item. The header carries the item count and the
      * value total of the file. On a detail, CONTA-CSA,
      * DATA-MOV-CSA and SEQUENCIA-MOV-CSA are the originating
      * account and the key of its debit movement, which the
      * clearing house echoes back on a rejection; MOTIVO-CSA is
      * spaces going out and carries the rejection reason code
      * coming back.
      ******************************************************************
       01 REG-COMP-SAIDA.
           05 TIPO-REGISTO-CSA         PIC X.
           05 DADOS-CSA                PIC X(133).
           05 DADOS-CAB-CSA REDEFINES DADOS-CSA.
               10 DATA-CSA             PIC 9(8).
               10 TOTAL-ITENS-CSA      PIC 9(9).
               10 TOTAL-VALOR-CSA      PIC 9(11)V99.
               10 FILLER               PIC X(103).
           05 DADOS-DET-CSA REDEFINES DADOS-CSA.
               10 CONTA-CSA            PIC 9(10).
               10 DATA-MOV-CSA         PIC 9(8).
               10 SEQUENCIA-MOV-CSA    PIC 9(4).
               10 IBAN-CSA             PIC X(34).
               10 NOME-CSA             PIC X(40).
               10 VALOR-CSA            PIC 9(11)V99.
               10 REFERENCIA-CSA       PIC X(20).
               10 MOTIVO-CSA           PIC X(4).
