      *****************************************************************
       CLOSED-ARCHIVE-LOOKUP SECTION.
      *===============================================================*
      * IS CARC-ARG-NAME/CARC-ARG-STATE ON THE CLOSED-COMPANY ARCHIVE *
      * (SEE CARCWS.cob)? SETS CARC-ARG-ARCHIVED WITH THE ID, THE     *
      * CLOSURE AND ARCHIVE DATES AND THE NUMBER OF MASTER RECORDS    *
      * ARCHIVED - ICARC IS OPTIONAL, NO FILE MEANS NOT ARCHIVED      *
      *---------------------------------------------------------------*
           MOVE 'N'    TO CARC-ARG-SW
           MOVE ZERO   TO CARC-ARG-ID
           MOVE SPACES TO CARC-ARG-CLOSED
           MOVE SPACES TO CARC-ARG-ARCHIVED-ON
           MOVE SPACES TO CARC-ARG-DATE-ED
           MOVE ZERO   TO CARC-ARG-ROWS
           PERFORM FILE-OPEN-INPUT-ICARC
           IF (ICARC-NO) THEN
              GO TO CLOSED-ARCHIVE-LOOKUP-EXIT
           END-IF
           PERFORM FILE-READ-ICARC
           PERFORM UNTIL (ICARC-EOF)
              MOVE ICARC-RECORD TO CARC-REC
              IF (CARC-NAME = CARC-ARG-NAME)
                 AND (CARC-STATE = CARC-ARG-STATE) THEN
                 MOVE 'Y'           TO CARC-ARG-SW
                 MOVE CARC-ID       TO CARC-ARG-ID
                 MOVE CARC-CLOSED   TO CARC-ARG-CLOSED
                 MOVE CARC-ARCHIVED TO CARC-ARG-ARCHIVED-ON
                 IF (NOT CARC-SOURCE-CLOSED) THEN
                    ADD 1 TO CARC-ARG-ROWS
                 END-IF
              END-IF
              PERFORM FILE-READ-ICARC
           END-PERFORM
           PERFORM FILE-CLOSE-ICARC
           IF (CARC-ARG-ARCHIVED) THEN
              STRING CARC-ARG-ARCHIVED-ON(7:2) '.'
                     CARC-ARG-ARCHIVED-ON(5:2) '.'
                     CARC-ARG-ARCHIVED-ON(1:4)
                DELIMITED BY SIZE
                INTO CARC-ARG-DATE-ED
              END-STRING
           END-IF
           .
       CLOSED-ARCHIVE-LOOKUP-EXIT. EXIT.
