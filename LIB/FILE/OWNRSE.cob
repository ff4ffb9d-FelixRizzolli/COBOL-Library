      *****************************************************************
       LOAD-OWNERSHIP-MAP SECTION.
      *===============================================================*
      * IMPORT THE OWNERSHIP MASTER - THE CALLER DECIDES WHETHER A    *
      * MISSING FILE IS AN ERROR (IOWNR-NO AFTER THIS SECTION)        *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-OWN-MAX
           PERFORM FILE-OPEN-INPUT-IOWNR
           IF (IOWNR-YES) THEN
              PERFORM FILE-READ-IOWNR
              PERFORM UNTIL (IOWNR-EOF)
                 MOVE IOWNR-RECORD TO OWNR-REC
                 IF (OWNR-REC-ID NUMERIC)
                    AND (OWNR-REC-ID > 0)
                    AND (OWNR-REC-PRIMARY NOT = SPACES) THEN
                    ADD 1 TO TAB-OWN-MAX
                    IF (TAB-OWN-MAX > TAB-OWN-DIM) THEN
                       MOVE TAB-OWN-DIM TO TAB-OWN-MAX
                       MOVE 'TAB-OWN OVERFLOW - MAP INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE OWNR-REC-ID
                         TO TAB-OWN-ID(TAB-OWN-MAX)
                       MOVE OWNR-REC-PRIMARY
                         TO TAB-OWN-PRIMARY(TAB-OWN-MAX)
                       MOVE OWNR-REC-BACKUP
                         TO TAB-OWN-BACKUP(TAB-OWN-MAX)
                       MOVE OWNR-REC-EFF
                         TO TAB-OWN-EFF(TAB-OWN-MAX)
                       MOVE 'N'
                         TO TAB-OWN-SEEN-SW(TAB-OWN-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IOWNR
              END-PERFORM
              PERFORM FILE-CLOSE-IOWNR
           END-IF
           .
       LOAD-OWNERSHIP-MAP-EXIT. EXIT.



      *****************************************************************
       OWNERSHIP-LOOKUP SECTION.
      *===============================================================*
      * SET THE MANAGERS FOR OWNR-ARG-ID - OWNR-ARG-UNOWNED WHEN THE  *
      * COMPANY IS NOT ON THE MAP (OR CARRIES NO ID YET). THE ENTRY   *
      * FOUND IS MARKED SEEN, SO THE CALLER CAN LIST OWNERSHIPS OF    *
      * COMPANIES NO LONGER ON THE MASTER                             *
      *---------------------------------------------------------------*
           MOVE 'N'    TO OWNR-ARG-FOUND-SW
           MOVE SPACES TO OWNR-ARG-PRIMARY
           MOVE SPACES TO OWNR-ARG-BACKUP
           MOVE SPACES TO OWNR-ARG-EFF
           MOVE 0      TO OWNR-ARG-IDX
           IF (OWNR-ARG-ID NOT NUMERIC) THEN
              GO TO OWNERSHIP-LOOKUP-EXIT
           END-IF
           IF (OWNR-ARG-ID = 0) THEN
              GO TO OWNERSHIP-LOOKUP-EXIT
           END-IF
           PERFORM VARYING OWNR-I FROM 1 BY 1
                     UNTIL (OWNR-I > TAB-OWN-MAX)
                        OR (OWNR-ARG-OWNED)
              IF (TAB-OWN-ID(OWNR-I) = OWNR-ARG-ID) THEN
                 MOVE 'Y'                  TO OWNR-ARG-FOUND-SW
                 MOVE OWNR-I               TO OWNR-ARG-IDX
                 MOVE TAB-OWN-PRIMARY(OWNR-I) TO OWNR-ARG-PRIMARY
                 MOVE TAB-OWN-BACKUP(OWNR-I)  TO OWNR-ARG-BACKUP
                 MOVE TAB-OWN-EFF(OWNR-I)     TO OWNR-ARG-EFF
                 MOVE 'Y'                  TO TAB-OWN-SEEN-SW(OWNR-I)
              END-IF
           END-PERFORM
           .
       OWNERSHIP-LOOKUP-EXIT. EXIT.
