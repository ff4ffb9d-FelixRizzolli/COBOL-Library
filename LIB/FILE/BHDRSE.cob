      *****************************************************************
       BATCH-HEADER-VERIFY SECTION.
      *===============================================================*
      * READ THE TRANSACTION FILE ONCE BEFORE ANYTHING IS APPLIED     *
      * (CALLER SETS BHDR-ARG-PATH AND BHDR-ARG-HASH-POS FIRST):      *
      * THE FIRST RECORD MUST BE A COMPLETE BATCH HEADER, AND THE     *
      * REST OF THE FILE MUST AGREE WITH ITS COUNT (AND GROWTH TOTAL) *
      * - OTHERWISE THE WHOLE BATCH IS REFUSED. NO FILE OR AN EMPTY   *
      * ONE IS NO BATCH AND IS LEFT TO THE CALLER                     *
      *---------------------------------------------------------------*
           MOVE 'N'    TO BHDR-PRESENT-SW
           MOVE SPACES TO BHDR-REC
           MOVE 0      TO BHDR-GOT-COUNT
           MOVE 0      TO BHDR-GOT-HASH
           PERFORM FILE-OPEN-INPUT-IBHDR
           IF (IBHDR-NO) THEN
              GO TO BATCH-HEADER-VERIFY-EXIT
           END-IF

      *    RAW READS - FILE-READ-IBHDR WOULD SKIP THE HEADER ITSELF
           READ IBHDR
           END-READ
           IF (NOT IBHDR-OK) THEN
              PERFORM FILE-CLOSE-IBHDR
              GO TO BATCH-HEADER-VERIFY-EXIT
           END-IF
           MOVE IBHDR-RECORD TO BHDR-REC
           IF (BHDR-KEY-BLANK NOT = SPACES)
              OR (NOT BHDR-TAG-OK)
              OR (BHDR-BATCH-NO = SPACES)
              OR (BHDR-EXP-COUNT NOT NUMERIC)
              OR (BHDR-EXP-HASH NOT NUMERIC) THEN
              PERFORM FILE-CLOSE-IBHDR
              MOVE '918' TO PGM-ERR-RC
              STRING 'NO VALID BATCH HEADER ON ' BHDR-ARG-PATH
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'BATCH REFUSED - FIRST RECORD MUST BE THE HEADER'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           PERFORM UNTIL (NOT IBHDR-OK)
              READ IBHDR
              END-READ
              IF (IBHDR-ERROR) THEN
                 MOVE '902' TO PGM-ERR-RC
                 STRING 'ERROR READ ' BHDR-ARG-PATH
                   DELIMITED BY SIZE
                   INTO PGM-ERR-MSG1
                 END-STRING
                 STRING 'FILE STATUS: ' IBHDR-STATUS
                   DELIMITED BY SIZE
                   INTO PGM-ERR-MSG2
                 END-STRING
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              IF (IBHDR-OK)
                 AND (IBHDR-RECORD(1:8) NOT = '9TRAILER') THEN
                 ADD 1 TO BHDR-GOT-COUNT
                 IF (BHDR-ARG-HASH-POS > 0) THEN
                    MOVE IBHDR-RECORD(BHDR-ARG-HASH-POS:5)
                      TO BHDR-AMT-X
                    IF (BHDR-AMT NUMERIC) THEN
                       ADD BHDR-AMT TO BHDR-GOT-HASH
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FILE-CLOSE-IBHDR

           IF (BHDR-ARG-HASH-POS = 0) THEN
              MOVE BHDR-EXP-HASH TO BHDR-GOT-HASH
           END-IF
           IF (BHDR-GOT-COUNT NOT = BHDR-EXP-COUNT)
              OR (BHDR-GOT-HASH NOT = BHDR-EXP-HASH) THEN
              MOVE '919' TO PGM-ERR-RC
              MOVE BHDR-GOT-COUNT TO BHDR-COUNT-ED
              STRING 'BATCH ' BHDR-BATCH-NO ' REFUSED - '
                     BHDR-COUNT-ED ' TRANSACTIONS, HEADER SAYS '
                     BHDR-EXP-COUNT
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE BHDR-GOT-HASH TO BHDR-HASH-ED
              MOVE BHDR-EXP-HASH TO BHDR-HASH-ED2
              STRING 'GROWTH TOTAL ' BHDR-HASH-ED ' HEADER '
                     BHDR-HASH-ED2
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG2
              END-STRING
              MOVE 'CHECK THE UPLOAD AGAINST THE TRANSMITTAL SLIP'
                TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           MOVE 'Y' TO BHDR-PRESENT-SW
           MOVE BHDR-GOT-COUNT TO BHDR-COUNT-ED
           STRING 'BATCH ' BHDR-BATCH-NO ' FROM ' BHDR-ORIGINATOR
                  ' AGREES WITH ITS HEADER: ' BHDR-COUNT-ED
                  ' TRANSACTIONS'
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       BATCH-HEADER-VERIFY-EXIT. EXIT.
