      * LIMITE-FD is the agreed overdraft limit for the account.
      * ESTADO-CONTA-FD: A = ativa, B = bloqueada, D = dormente,
      * E = encerrada. A blocked or closed account accepts no
      * postings; accounts are closed only through the closure
      * program ENCCONTA, which settles the balance first. A space
      * (record predating the field) is treated as active.
      ******************************************************************
       01 REG-CONTA.
