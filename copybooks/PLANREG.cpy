      ******************************************************************
      * Loan amortization schedule record - one per instalment, held
      * on the indexed PLANOEMP file keyed by loan number + instalment
      * number, written in full when the loan is opened.
      * PRESTACAO-PLN = CAPITAL-PLN + JUROS-PLN; the last instalment
      * absorbs the rounding so the capital parts add up to the
      * principal. CAPITAL-DIVIDA-PLN is the capital still owed once
      * this instalment is paid.
      * VALOR-COBRADO-PLN is what the end-of-day batch has collected
      * so far: it takes what the available balance allows on the due
      * date and keeps retrying the rest on the following days.
      * ESTADO-PLN: P = por vencer/pendente, C = cobrada (in full, on
      * DATA-COBRANCA-PLN), A = em atraso (due date passed, not
      * collected in full).
      ******************************************************************
       01 REG-PLANO.
           05 CHAVE-PLN.
               10 NUMERO-EMPRESTIMO-PLN PIC 9(5).
               10 NUMERO-PRESTACAO-PLN PIC 9(3).
           05 DATA-VENCIMENTO-PLN      PIC 9(8).
           05 PRESTACAO-PLN            PIC S9(11)V99.
           05 CAPITAL-PLN              PIC S9(11)V99.
           05 JUROS-PLN                PIC S9(11)V99.
           05 CAPITAL-DIVIDA-PLN       PIC S9(11)V99.
           05 VALOR-COBRADO-PLN        PIC S9(11)V99.
           05 DATA-COBRANCA-PLN        PIC 9(8).
           05 ESTADO-PLN               PIC X.
