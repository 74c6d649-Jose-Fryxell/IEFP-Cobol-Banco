           MOVE 0 TO CONTA-LIGADA-MOV.
           MOVE SPACES TO SUPERVISOR-MOV.
           MOVE "CO" TO CATEGORIA-MOV.
           MOVE 'N' TO ESTORNADO-MOV.
           MOVE ZEROS TO REF-ESTORNO-MOV.
           PERFORM ESCREVER-MOVIMENTO.
      ******************************************************************
      * A SEQUENCIA-MOV comeca em zero por conta/dia; em caso de ******
