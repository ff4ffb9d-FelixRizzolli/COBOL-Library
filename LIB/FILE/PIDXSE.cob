      *****************************************************************
       LOAD-PRICE-INDEX SECTION.
      *===============================================================*
      * IMPORT THE PRICE-INDEX MASTER (IPIDX IS OPTIONAL - AN EMPTY   *
      * TABLE MEANS EVERY DEFLATION COMES BACK PIDX-ARG-NONE). A ROW  *
      * WITHOUT A PERIOD OR WITH A ZERO OR MISTYPED INDEX IS SKIPPED  *
      * AND COUNTED, IT WOULD DIVIDE BY ZERO OR DEFLATE BY NONSENSE   *
      *---------------------------------------------------------------*
           MOVE 0 TO TAB-PIDX-MAX
           PERFORM FILE-OPEN-INPUT-IPIDX
           IF (IPIDX-YES) THEN
              PERFORM FILE-READ-IPIDX
              PERFORM UNTIL (IPIDX-EOF)
                 MOVE IPIDX-RECORD TO PIDX-REC
                 IF (PIDX-REC-PERIOD NOT NUMERIC)
                    OR (PIDX-REC-INDEX NOT NUMERIC) THEN
                    ADD 1 TO PIDX-SKIP-COUNT
                 ELSE
                    IF (PIDX-REC-INDEX = ZERO) THEN
                       ADD 1 TO PIDX-SKIP-COUNT
                    ELSE
                       ADD 1 TO TAB-PIDX-MAX
                       IF (TAB-PIDX-MAX > TAB-PIDX-DIM) THEN
                          MOVE TAB-PIDX-DIM TO TAB-PIDX-MAX
                          MOVE 'TAB-PIDX OVERFLOW - INDEX INCOMPLETE'
                            TO APP-LOG-LINE
                          PERFORM SCHREIBE-APP-LOG-LINE
                       ELSE
                          MOVE PIDX-REC-PERIOD
                            TO TAB-PIDX-PERIOD(TAB-PIDX-MAX)
                          MOVE PIDX-REC-INDUSTRY
                            TO TAB-PIDX-INDUSTRY(TAB-PIDX-MAX)
                          MOVE PIDX-REC-INDEX
                            TO TAB-PIDX-INDEX(TAB-PIDX-MAX)
                       END-IF
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IPIDX
              END-PERFORM
              PERFORM FILE-CLOSE-IPIDX
           END-IF
           IF (PIDX-SKIP-COUNT > 0) THEN
              STRING 'PRICE INDEX ROWS SKIPPED (BAD PERIOD/INDEX): '
                     PIDX-SKIP-COUNT
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       LOAD-PRICE-INDEX-EXIT. EXIT.



      *****************************************************************
       DEFLATE-GROWTH SECTION.
      *===============================================================*
      * DEFLATE PIDX-ARG-NOMINAL FOR PIDX-ARG-PERIOD. THE INDUSTRY'S  *
      * OWN INDEX WINS WHEN PIDX-ARG-INDUSTRY IS GIVEN AND THE MASTER *
      * CARRIES IT FOR THE PERIOD AND AN EARLIER ONE; OTHERWISE THE   *
      * GENERAL INDEX. PIDX-ARG-INFLATION IS THE INDEX CHANGE IN      *
      * PERCENT. WITH NO USABLE INDEX PIDX-ARG-NONE IS SET AND        *
      * PIDX-ARG-REAL CARRIES THE NOMINAL FIGURE UNCHANGED.           *
      *---------------------------------------------------------------*
           MOVE 'N'              TO PIDX-ARG-SOURCE
           MOVE PIDX-ARG-NOMINAL TO PIDX-ARG-REAL
           MOVE 0                TO PIDX-ARG-INFLATION

           IF (PIDX-ARG-INDUSTRY NOT = SPACES) THEN
              MOVE PIDX-ARG-INDUSTRY TO PIDX-KEY-INDUSTRY
              PERFORM PIDX-FIND-PAIR
              IF (PIDX-PAIR-FOUND) THEN
                 MOVE 'I' TO PIDX-ARG-SOURCE
              END-IF
           END-IF
           IF (PIDX-ARG-NONE) THEN
              MOVE SPACES TO PIDX-KEY-INDUSTRY
              PERFORM PIDX-FIND-PAIR
              IF (PIDX-PAIR-FOUND) THEN
                 MOVE 'G' TO PIDX-ARG-SOURCE
              END-IF
           END-IF
           IF (PIDX-ARG-NONE) THEN
              GO TO DEFLATE-GROWTH-EXIT
           END-IF

           COMPUTE PIDX-ARG-INFLATION ROUNDED =
              (PIDX-CUR-INDEX / PIDX-PRIOR-INDEX - 1) * 100
              ON SIZE ERROR
                 MOVE 'N'              TO PIDX-ARG-SOURCE
                 MOVE 0                TO PIDX-ARG-INFLATION
                 GO TO DEFLATE-GROWTH-EXIT
           END-COMPUTE
           COMPUTE PIDX-ARG-REAL ROUNDED =
              (100 + PIDX-ARG-NOMINAL) * PIDX-PRIOR-INDEX
              / PIDX-CUR-INDEX - 100
              ON SIZE ERROR
                 MOVE 'N'              TO PIDX-ARG-SOURCE
                 MOVE PIDX-ARG-NOMINAL TO PIDX-ARG-REAL
                 MOVE 0                TO PIDX-ARG-INFLATION
           END-COMPUTE
           .
       DEFLATE-GROWTH-EXIT. EXIT.



      *****************************************************************
       PIDX-FIND-PAIR SECTION.
      *===============================================================*
      * INDEX OF PIDX-KEY-INDUSTRY FOR PIDX-ARG-PERIOD AND FOR THE    *
      * LATEST EARLIER PERIOD THE MASTER CARRIES FOR THE SAME KEY     *
      *---------------------------------------------------------------*
           MOVE 'N'    TO PIDX-PAIR-SW
           MOVE 0      TO PIDX-CUR-INDEX
           MOVE 0      TO PIDX-PRIOR-INDEX
           MOVE SPACES TO PIDX-PRIOR-PERIOD
           PERFORM VARYING PIDX-I FROM 1 BY 1
                     UNTIL (PIDX-I > TAB-PIDX-MAX)
              IF (TAB-PIDX-INDUSTRY(PIDX-I) = PIDX-KEY-INDUSTRY) THEN
                 IF (TAB-PIDX-PERIOD(PIDX-I) = PIDX-ARG-PERIOD) THEN
                    MOVE TAB-PIDX-INDEX(PIDX-I) TO PIDX-CUR-INDEX
                 END-IF
                 IF (TAB-PIDX-PERIOD(PIDX-I) < PIDX-ARG-PERIOD)
                    AND ((PIDX-PRIOR-PERIOD = SPACES)
                      OR (TAB-PIDX-PERIOD(PIDX-I)
                          > PIDX-PRIOR-PERIOD)) THEN
                    MOVE TAB-PIDX-PERIOD(PIDX-I) TO PIDX-PRIOR-PERIOD
                    MOVE TAB-PIDX-INDEX(PIDX-I)  TO PIDX-PRIOR-INDEX
                 END-IF
              END-IF
           END-PERFORM
           IF (PIDX-CUR-INDEX > 0) AND (PIDX-PRIOR-INDEX > 0) THEN
              MOVE 'Y' TO PIDX-PAIR-SW
           END-IF
           .
       PIDX-FIND-PAIR-EXIT. EXIT.
