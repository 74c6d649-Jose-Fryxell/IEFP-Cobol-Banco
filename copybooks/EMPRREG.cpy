      ******************************************************************
      * Personal loan record - held on the indexed EMPRESTIMOS file
      * keyed by NUMERO-EMPRESTIMO. The principal is credited to the
      * linked CONTAS account through the normal movement path at
      * opening, and the instalments are collected from the same
      * account by the end-of-day batch, so the balance proof keeps
      * proving. TAXA-EMP is the annual nominal rate as a fraction
      * (0.065000 = 6.5%), charged monthly at TAXA-EMP / 12.
      * PRESTACAO-EMP is the fixed monthly instalment; the schedule
      * itself is on the PLANOEMP file. CAPITAL-DIVIDA-EMP is the
      * capital still owed, lowered as each instalment's capital
      * part is collected (interest is collected first).
      * PRESTACOES-PAGAS-EMP counts the instalments fully collected.
      * ESTADO-EMP: A = ativo, L = liquidado (every instalment
      * collected).
      ******************************************************************
       01 REG-EMPRESTIMO.
           05 NUMERO-EMPRESTIMO        PIC 9(5).
           05 CONTA-LIGADA-EMP         PIC 9(10).
           05 CAPITAL-EMP              PIC S9(11)V99.
           05 TAXA-EMP                 PIC 9(3)V9(6).
           05 MESES-EMP                PIC 9(3).
           05 PRESTACAO-EMP            PIC S9(11)V99.
           05 DATA-INICIO-EMP          PIC 9(8).
           05 CAPITAL-DIVIDA-EMP       PIC S9(11)V99.
           05 PRESTACOES-PAGAS-EMP     PIC 9(3).
           05 OPERADOR-EMP             PIC X(8).
           05 ESTADO-EMP               PIC X.
