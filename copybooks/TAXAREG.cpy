      * DATA-VIGOR-TX: effective-from date (AAAAMMDD); the end-of-day
      * run uses the rows of the newest date on or before the run
      * date, so next quarter's set can be filed in advance.
      * TIPO-TX: J = credit interest rate, M = maintenance fee,
      * R = tax withheld at source on interest paid (one row, band
      * zero, filed with each dated set).
      * ESCALAO-TX: band lower bound the row applies from - the
      * credit balance for J, the overdraft depth for M - zero padded
      * with two implied decimals.
      * VALOR-TX: the rate itself for J (six implied decimals, e.g.
      * 000000500000 = 0.0005) or the fee amount in euros for M;
      * the withholding rate for R, same format as J.
      ******************************************************************
       01 REG-TAXA.
           05 DATA-VIGOR-TX            PIC 9(8).
