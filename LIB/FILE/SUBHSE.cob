      *****************************************************************
       SUBHIST-WRITE-EVENT SECTION.
      *===============================================================*
      * APPEND ONE SUBMISSION EVENT FROM THE SUBH-ARG- FIELDS. A      *
      * BLANK SUBH-ARG-DATE MEANS TODAY; A CATCH-UP FOR AN EARLIER    *
      * RUN DATE COUNTS THE WHOLE DAYS BETWEEN INTO ITS LATENESS      *
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUBH-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO SUBH-NOW-TIME
           IF (SUBH-ARG-DATE = SPACES) THEN
              MOVE SUBH-NOW-DATE TO SUBH-ARG-DATE
           END-IF

           MOVE SPACES          TO SUBH-REC
           MOVE SUBH-ARG-DATE   TO SUBH-REC-DATE
           MOVE SUBH-NOW-TIME   TO SUBH-REC-TIME
           MOVE SUBH-ARG-REGION TO SUBH-REC-REGION
           MOVE SUBH-ARG-EVENT  TO SUBH-REC-EVENT
           MOVE SUBH-ARG-STATUS TO SUBH-REC-STATUS
           MOVE SUBH-ARG-CUTOFF TO SUBH-REC-CUTOFF
           MOVE SUBH-ARG-ROWS   TO SUBH-REC-ROWS
           MOVE PGM-NAME        TO SUBH-REC-PGM
           MOVE 0               TO SUBH-REC-LATE

           IF (SUBH-ARG-CUTOFF NUMERIC)
              AND (SUBH-ARG-DATE NUMERIC) THEN
              MOVE SUBH-ARG-DATE TO SUBH-RUN-DATE
              COMPUTE SUBH-MINUTES =
                 (FUNCTION INTEGER-OF-DATE(SUBH-NOW-DATE)
                  - FUNCTION INTEGER-OF-DATE(SUBH-RUN-DATE)) * 1440
                 + (SUBH-NOW-HH * 60 + SUBH-NOW-MM)
                 - (SUBH-CUT-HH * 60 + SUBH-CUT-MM)
              END-COMPUTE
              IF (SUBH-MINUTES > 99999) THEN
                 MOVE 99999 TO SUBH-MINUTES
              END-IF
              IF (SUBH-MINUTES > 0) THEN
                 MOVE SUBH-MINUTES TO SUBH-REC-LATE
              END-IF
           END-IF

           MOVE SUBH-REC TO OSUBH-RECORD
           PERFORM FILE-WRITE-OSUBH
           .
       SUBHIST-WRITE-EVENT-EXIT. EXIT.
