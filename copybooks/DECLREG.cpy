      ******************************************************************
      * Annual interest and withholding declaration record - fixed
      * columns on the sequential DECLRET file sent to the tax
      * authority, all digits zero padded with two implied decimals
      * on the amounts.
      * TIPO-REGISTO-DCL: H = header (first record: the tax year and
      * the date the file was produced), D = one per taxpayer NIF,
      * T = trailer (last record: the number of D records and the
      * totals of the file, so the receiver can prove it).
      * On a detail, RENDIMENTO-DCL is the gross interest credited in
      * the year (category JU) across every account of the customers
      * carrying that NIF, and RETENCAO-DCL the tax withheld on it
      * (category RF).
      ******************************************************************
       01 REG-DECLARACAO.
           05 TIPO-REGISTO-DCL         PIC X.
           05 DADOS-DCL                PIC X(139).
           05 DADOS-CAB-DCL REDEFINES DADOS-DCL.
               10 ANO-DCL              PIC 9(4).
               10 DATA-GERACAO-DCL     PIC 9(8).
               10 FILLER               PIC X(127).
           05 DADOS-DET-DCL REDEFINES DADOS-DCL.
               10 NIF-DCL              PIC 9(9).
               10 NOME-DCL             PIC X(40).
               10 MORADA-DCL           PIC X(60).
               10 RENDIMENTO-DCL       PIC 9(11)V99.
               10 RETENCAO-DCL         PIC 9(11)V99.
               10 FILLER               PIC X(4).
           05 DADOS-TOT-DCL REDEFINES DADOS-DCL.
               10 TOTAL-REGISTOS-DCL   PIC 9(9).
               10 TOTAL-RENDIMENTO-DCL PIC 9(13)V99.
               10 TOTAL-RETENCAO-DCL   PIC 9(13)V99.
               10 FILLER               PIC X(100).
