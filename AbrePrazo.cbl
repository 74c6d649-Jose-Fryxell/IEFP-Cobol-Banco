           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE "DP" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
           MOVE CONTA-LIGADA TO NUMERO-CONTA-GL.
           MOVE ANO TO ANO-GL.
