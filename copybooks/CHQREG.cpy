      * presentment path refuses anything but 'I' and, on payment,
      * marks the cheque 'P' carrying the MOVIMENTOS reference
      * (posting date + sequence on the account's day) so the debit
      * can always be traced. A supervised reversal of the paying
      * movement puts the cheque back to 'I' and clears the
      * reference. DATA-ESTADO-CHQ is the date of the last state
      * change (issue, stop, payment or reversal).
      ******************************************************************
       01 REG-CHEQUE.
           05 CHAVE-CHQ.
