      *****************************************************************
       LOAD-ZIP-RANGES SECTION.
      *===============================================================*
      * IMPORT THE ZIP-RANGE MASTER - THE CALLER DECIDES WHETHER A    *
      * MISSING FILE IS AN ERROR (IZIPR-NO AFTER THIS SECTION)        *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-ZR-MAX
           PERFORM FILE-OPEN-INPUT-IZIPR
           IF (IZIPR-YES) THEN
              PERFORM FILE-READ-IZIPR
              PERFORM UNTIL (IZIPR-EOF)
                 MOVE IZIPR-RECORD TO ZIPR-REC
                 IF (ZIPR-REC-STATE NOT = SPACES)
                    AND (ZIPR-REC-LOW NUMERIC)
                    AND (ZIPR-REC-HIGH NUMERIC) THEN
                    ADD 1 TO TAB-ZR-MAX
                    IF (TAB-ZR-MAX > TAB-ZR-DIM) THEN
                       MOVE TAB-ZR-DIM TO TAB-ZR-MAX
                       MOVE 'TAB-ZR OVERFLOW - MAP INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       MOVE ZIPR-REC-STATE
                         TO TAB-ZR-STATE(TAB-ZR-MAX)
                       MOVE ZIPR-REC-LOW-N
                         TO TAB-ZR-LOW(TAB-ZR-MAX)
                       MOVE ZIPR-REC-HIGH-N
                         TO TAB-ZR-HIGH(TAB-ZR-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IZIPR
              END-PERFORM
              PERFORM FILE-CLOSE-IZIPR
           END-IF
           .
       LOAD-ZIP-RANGES-EXIT. EXIT.



      *****************************************************************
       ZIP-STATE-LOOKUP SECTION.
      *===============================================================*
      * DOES ZIPR-ARG-ZIP3 BELONG TO ZIPR-ARG-STATE - ZIPR-ARG-MATCH  *
      * WHEN ONE OF THE STATE'S RANGES HOLDS IT, ZIPR-ARG-OTHER-STATE *
      * WHEN ANOTHER STATE'S RANGE DOES (ZIPR-ARG-OWNER NAMES IT),    *
      * ZIPR-ARG-NO-RANGE WHEN NO RANGE HOLDS IT OR IT IS NOT DIGITS  *
      *---------------------------------------------------------------*
           MOVE 'U'    TO ZIPR-ARG-SW
           MOVE SPACES TO ZIPR-ARG-OWNER
           IF (ZIPR-ARG-ZIP3 NOT NUMERIC) THEN
              GO TO ZIP-STATE-LOOKUP-EXIT
           END-IF
           PERFORM VARYING ZIPR-I FROM 1 BY 1
                     UNTIL (ZIPR-I > TAB-ZR-MAX)
                        OR (ZIPR-ARG-MATCH)
              IF (ZIPR-ARG-ZIP3-N >= TAB-ZR-LOW(ZIPR-I))
                 AND (ZIPR-ARG-ZIP3-N <= TAB-ZR-HIGH(ZIPR-I)) THEN
                 MOVE TAB-ZR-STATE(ZIPR-I) TO ZIPR-ARG-OWNER
                 IF (TAB-ZR-STATE(ZIPR-I) = ZIPR-ARG-STATE) THEN
                    MOVE 'Y' TO ZIPR-ARG-SW
                 ELSE
                    MOVE 'N' TO ZIPR-ARG-SW
                 END-IF
              END-IF
           END-PERFORM
           .
       ZIP-STATE-LOOKUP-EXIT. EXIT.
