           MOVE DATA-HOJE TO DATA-CTL.
           MOVE "PROVAGL" TO TRABALHO-CTL.
           MOVE 'I' TO ESTADO-CTL.
           MOVE SPACE TO VEREDICTO-CTL.
           COMPUTE HORA-INICIO-CTL = HORA * 100 + MINUTOS.
           MOVE 0 TO HORA-FIM-CTL.
           IF (CONTROLO-ENCONTRADO = 'S') THEN
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE 'C' TO ESTADO-CTL.
           COMPUTE HORA-FIM-CTL = HORA * 100 + MINUTOS.
           IF (MOV-SEM-FEED = 0) AND (FEED-SEM-MOV = 0)
           AND (TOTAL-DEB-MOV = TOTAL-DEB-GL)
           AND (TOTAL-CRED-MOV = TOTAL-CRED-GL) THEN
               MOVE 'L' TO VEREDICTO-CTL
           ELSE
               MOVE 'N' TO VEREDICTO-CTL
           END-IF.
           REWRITE REG-CONTROLO.
           CLOSE CONTROLO-FILE.
       ABRIR-FICHEIROS.
