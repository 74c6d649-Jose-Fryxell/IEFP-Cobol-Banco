           05 CONTA-LIGADA-ARQ         PIC 9(10).
           05 SUPERVISOR-ARQ           PIC X(8).
           05 CATEGORIA-ARQ            PIC X(2).
           05 ESTORNADO-ARQ            PIC X.
           05 REF-ESTORNO-ARQ.
               10 DATA-ESTORNO-ARQ     PIC 9(8).
               10 SEQUENCIA-ESTORNO-ARQ PIC 9(4).
