           MOVE CONTA-LIGADA-MOV TO CONTA-LIGADA-ARQ.
           MOVE SUPERVISOR-MOV TO SUPERVISOR-ARQ.
           MOVE CATEGORIA-MOV TO CATEGORIA-ARQ.
           MOVE ESTORNADO-MOV TO ESTORNADO-ARQ.
           MOVE REF-ESTORNO-MOV TO REF-ESTORNO-ARQ.
           WRITE REG-MOVIMENTO-ARQ.
           IF (MOVARQ-STATUS = "00") THEN
               DELETE MOVIMENTOS-FILE RECORD
