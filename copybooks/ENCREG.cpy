      ******************************************************************
      * Account closure record - one per account closure, held on
      * the indexed ENCERRAMENTOS file keyed by account + closing
      * date, written by ENCCONTA when the account is set to 'E'.
      * Says who closed the account and when, and what the closure
      * settled:
      * TIPO-AJUSTE-ENC: J = juros do dia creditados (VALOR-AJUSTE-ENC
      * gross, IMPOSTO-ENC the tax withheld on them), M = manutencao
      * debitada, space = nothing posted (zero balance, or the
      * end-of-day run had already charged the day).
      * SALDO-TRANSFERIDO-ENC is the remaining balance paid out to
      * CONTA-DESTINO-ENC as a linked transfer (zero and no account
      * when the balance was already zero).
      * ORDENS-CANCELADAS-ENC / CHEQUES-SUSPENSOS-ENC count the
      * standing orders cancelled and the unused cheques suspended.
      ******************************************************************
       01 REG-ENCERRAMENTO.
           05 CHAVE-ENC.
               10 NUMERO-CONTA-ENC     PIC 9(10).
               10 DATA-ENC             PIC 9(8).
           05 HORA-ENC                 PIC 9(4).
           05 OPERADOR-ENC             PIC X(8).
           05 TIPO-AJUSTE-ENC          PIC X.
           05 VALOR-AJUSTE-ENC         PIC S9(11)V99.
           05 IMPOSTO-ENC              PIC S9(11)V99.
           05 SALDO-TRANSFERIDO-ENC    PIC S9(11)V99.
           05 CONTA-DESTINO-ENC        PIC 9(10).
           05 ORDENS-CANCELADAS-ENC    PIC 9(4).
           05 CHEQUES-SUSPENSOS-ENC    PIC 9(4).
