      *****************************************************************
       HISTK-XREF-LOAD SECTION.
      *===============================================================*
      * LOAD THE COMPANY-ID XREF (ID 9(9), NAME X(38), STATE X(2))    *
      * INTO A KEY-SORTED TABLE VIA A FILE-SORT PASS, THE SAME AS     *
      * TPL-MERG1, SO HISTK-ID-FIND CAN SEARCH ALL. IXREF IS          *
      * OPTIONAL - WITHOUT IT ONLY ROWS WHOSE ID IS ALREADY KNOWN     *
      * REACH THE INDEXED HISTORY                                     *
      *---------------------------------------------------------------*
           MOVE 0   TO TAB-HXS-MAX
           MOVE 'N' TO HISTK-XRS-FULL-SW
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-NO) THEN
              GO TO HISTK-XREF-LOAD-EXIT
           END-IF
           SORT HKSORT
             ON ASCENDING KEY HKSORT-KEY
             INPUT  PROCEDURE IS HISTK-XRS-RELEASE
             OUTPUT PROCEDURE IS HISTK-XRS-RETURN
           .
       HISTK-XREF-LOAD-EXIT. EXIT.



      *****************************************************************
       HISTK-XRS-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-IXREF
           PERFORM UNTIL (IXREF-EOF)
              IF (IXREF-RECORD(1:9) NOT = SPACES)
                 AND (IXREF-RECORD(10:38) NOT = SPACES) THEN
                 MOVE IXREF-RECORD(10:40) TO HKSORT-KEY
                 MOVE IXREF-RECORD(1:9)   TO HKSORT-ID
                 RELEASE HKSORT-REC
              END-IF
              PERFORM FILE-READ-IXREF
           END-PERFORM
           PERFORM FILE-CLOSE-IXREF
           .
       HISTK-XRS-RELEASE-EXIT. EXIT.



      *****************************************************************
       HISTK-XRS-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN HKSORT
                AT END
                  GO TO HISTK-XRS-RETURN-EXIT
              END-RETURN
              IF (HISTK-XRS-FULL-SW = 'Y') THEN
                 CONTINUE
              ELSE
                 ADD 1 TO TAB-HXS-MAX
                 IF (TAB-HXS-MAX > TAB-HXS-DIM) THEN
                    MOVE TAB-HXS-DIM TO TAB-HXS-MAX
                    MOVE 'Y' TO HISTK-XRS-FULL-SW
                    MOVE 'TAB-HXS OVERFLOW - ID LOOKUP INCOMPLETE'
                      TO APP-LOG-LINE
                    PERFORM SCHREIBE-APP-LOG-LINE
                 ELSE
                    MOVE HKSORT-KEY TO TAB-HXS-KEY(TAB-HXS-MAX)
                    MOVE HKSORT-ID  TO TAB-HXS-ID(TAB-HXS-MAX)
                 END-IF
              END-IF
           END-PERFORM
           .
       HISTK-XRS-RETURN-EXIT. EXIT.



      *****************************************************************
       HISTK-ID-FIND SECTION.
      *===============================================================*
      * IN: HISTK-ARG-NAME/-STATE. OUT: HISTK-ARG-ID, ZERO WHEN THE   *
      * KEY HAS NO COMPANY-ID YET                                     *
      *---------------------------------------------------------------*
           MOVE 0 TO HISTK-ARG-ID
           IF (TAB-HXS-MAX > 0) THEN
              SEARCH ALL TAB-HXS
                WHEN (TAB-HXS-KEY(TAB-HXS-IDX) = HISTK-ARG-KEY)
                  IF (TAB-HXS-ID(TAB-HXS-IDX) NUMERIC) THEN
                     MOVE TAB-HXS-ID(TAB-HXS-IDX) TO HISTK-ARG-ID
                  END-IF
              END-SEARCH
           END-IF
           .
       HISTK-ID-FIND-EXIT. EXIT.



      *****************************************************************
       HISTK-PUT SECTION.
      *===============================================================*
      * IN: HISTK-ARG-ID AND THE SEQUENTIAL ROW IN HISTK-ARG-HIST.    *
      * ADDS THE ROW, OR REPLACES IT WHEN THE COMPANY ALREADY HAS     *
      * THAT PERIOD (A RESTATEMENT, OR A DUPLICATE ROW IN A REBUILD - *
      * THE LATER ROW WINS, AS IT DOES FOR THE SEQUENTIAL READERS)    *
      *---------------------------------------------------------------*
           IF (HISTK-ARG-ID = 0) THEN
              ADD 1 TO HISTK-COUNT-NO-ID
              GO TO HISTK-PUT-EXIT
           END-IF
           MOVE SPACES              TO HISTK-REC
           MOVE HISTK-ARG-ID        TO HISTK-ID
           MOVE HISTK-ARG-HIST(41:6) TO HISTK-PERIOD
           MOVE HISTK-ARG-HIST      TO HISTK-HIST
           MOVE HISTK-REC           TO KHIST-RECORD
           PERFORM FILE-WRITE-KHIST
           IF (KHIST-DUPLICATE) THEN
              MOVE HISTK-REC        TO KHIST-RECORD
              PERFORM FILE-REWRITE-KHIST
           END-IF
           ADD 1 TO HISTK-COUNT-PUT
           .
       HISTK-PUT-EXIT. EXIT.



      *****************************************************************
       HISTK-CTL-READ SECTION.
      *===============================================================*
      * OUT: HISTK-CTL-FOUND AND HISTK-CTL-ROWS                       *
      *---------------------------------------------------------------*
           MOVE 'N' TO HISTK-CTL-SW
           MOVE HISTK-CTL-KEY-VALUE TO KHIST-KEY
           PERFORM FILE-READ-KEY-KHIST
           IF (KHIST-OK) THEN
              MOVE KHIST-RECORD TO HISTK-REC
              IF (HISTK-CTL-ROWS NUMERIC) THEN
                 MOVE 'Y' TO HISTK-CTL-SW
              END-IF
           END-IF
           .
       HISTK-CTL-READ-EXIT. EXIT.



      *****************************************************************
       HISTK-CTL-WRITE SECTION.
      *===============================================================*
      * IN: HISTK-ARG-ROWS = SEQUENTIAL ROW COUNT NOW IN STEP,        *
      * HISTK-COUNT-NO-ID = ROWS ON IT NOT INDEXED, TAB-HXS-MAX = THE *
      * CROSS-REFERENCE THEY WERE LOOKED UP IN                        *
      *---------------------------------------------------------------*
           MOVE SPACES              TO HISTK-CTL-REC
           MOVE HISTK-CTL-KEY-VALUE TO HISTK-CTL-KEY
           MOVE HISTK-ARG-ROWS      TO HISTK-CTL-ROWS
           MOVE FUNCTION CURRENT-DATE(1:8) TO HISTK-CTL-DATE
           MOVE PGM-NAME            TO HISTK-CTL-PGM
           MOVE TAB-HXS-MAX         TO HISTK-CTL-XREFS
           MOVE HISTK-COUNT-NO-ID   TO HISTK-CTL-NO-ID
           MOVE HISTK-CTL-REC       TO KHIST-RECORD
           PERFORM FILE-WRITE-KHIST
           IF (KHIST-DUPLICATE) THEN
              MOVE HISTK-CTL-REC    TO KHIST-RECORD
              PERFORM FILE-REWRITE-KHIST
           END-IF
           .
       HISTK-CTL-WRITE-EXIT. EXIT.



      *****************************************************************
       HISTK-STALE-CHECK SECTION.
      *===============================================================*
      * AFTER HISTK-XREF-LOAD. OUT: HISTK-CTL-FOUND (WITH THE CONTROL *
      * RECORD IN HISTK-CTL-REC) AND HISTK-STALE - NO USABLE CONTROL  *
      * RECORD, OR ROWS WERE LEFT OUT FOR WANT OF AN ID AND THE       *
      * CROSS-REFERENCE HAS CHANGED SINCE, SO A COMPANY'S PERIODS     *
      * FROM BEFORE ITS ID WAS ISSUED MAY BE MISSING FROM THE COPY    *
      *---------------------------------------------------------------*
           MOVE 'N' TO HISTK-STALE-SW
           PERFORM HISTK-CTL-READ
           IF (NOT HISTK-CTL-FOUND) THEN
              MOVE 'Y' TO HISTK-STALE-SW
              GO TO HISTK-STALE-CHECK-EXIT
           END-IF
           IF (HISTK-CTL-XREFS NOT NUMERIC)
              OR (HISTK-CTL-NO-ID NOT NUMERIC) THEN
              MOVE 'Y' TO HISTK-STALE-SW
              GO TO HISTK-STALE-CHECK-EXIT
           END-IF
           IF (HISTK-CTL-NO-ID > 0)
              AND (HISTK-CTL-XREFS NOT = TAB-HXS-MAX) THEN
              MOVE 'Y' TO HISTK-STALE-SW
           END-IF
           .
       HISTK-STALE-CHECK-EXIT. EXIT.



      *****************************************************************
       HISTK-COMPANY-FIRST SECTION.
      *===============================================================*
      * IN: HISTK-ARG-ID. POSITIONS ON THE COMPANY'S FIRST PERIOD;    *
      * HISTK-HIT WITH THE ROW IN HISTK-ARG-HIST WHILE THERE IS ONE   *
      *---------------------------------------------------------------*
           MOVE 'N' TO HISTK-HIT-SW
           IF (HISTK-ARG-ID = 0) THEN
              GO TO HISTK-COMPANY-FIRST-EXIT
           END-IF
           MOVE HISTK-ARG-ID TO HISTK-ID
           MOVE '000000'     TO HISTK-PERIOD
           MOVE HISTK-KEY    TO KHIST-KEY
           PERFORM FILE-START-KHIST
           IF (KHIST-OK) THEN
              PERFORM HISTK-COMPANY-NEXT
           END-IF
           .
       HISTK-COMPANY-FIRST-EXIT. EXIT.



      *****************************************************************
       HISTK-COMPANY-NEXT SECTION.
      *===============================================================*
           MOVE 'N' TO HISTK-HIT-SW
           PERFORM FILE-READ-NEXT-KHIST
           IF (KHIST-OK) THEN
              MOVE KHIST-RECORD TO HISTK-REC
              IF (HISTK-ID = HISTK-ARG-ID) THEN
                 MOVE 'Y'        TO HISTK-HIT-SW
                 MOVE HISTK-HIST TO HISTK-ARG-HIST
              END-IF
           END-IF
           .
       HISTK-COMPANY-NEXT-EXIT. EXIT.
