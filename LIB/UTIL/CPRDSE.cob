      *****************************************************************
       PERIOD-REG-LOAD SECTION.
      *===============================================================*
      * (RE)READ THE PERIOD-STATUS REGISTER (SEE CPRD1) - ONCE IN     *
      * PGM-INIT; A MISSING CPRD1 MODULE LEAVES EVERY MONTH OPEN, THE *
      * SAME AS A SHOP THAT HAS NEVER CLOSED ONE                      *
      *---------------------------------------------------------------*
           MOVE 'N' TO CPRD-OFF-SW
           MOVE 'L' TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
             ON EXCEPTION
               MOVE 'Y' TO CPRD-OFF-SW
           END-CALL
           .
       PERIOD-REG-LOAD-EXIT. EXIT.



      *****************************************************************
       PERIOD-STATUS-GET SECTION.
      *===============================================================*
      * STATUS OF THE MONTH IN CPRD1CA-PERIOD - ' ' OPEN, 'C' CLOSED, *
      * 'R' REOPENED (REFERENCE AND APPROVER IN THE COMMAREA)         *
      *---------------------------------------------------------------*
           IF (CPRD-OFF) THEN
              MOVE SPACE  TO CPRD1CA-STATUS
              MOVE SPACES TO CPRD1CA-REOPEN-REF CPRD1CA-APPROVER
              GO TO PERIOD-STATUS-GET-EXIT
           END-IF
           MOVE 'S' TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
             ON EXCEPTION
               MOVE 'Y'    TO CPRD-OFF-SW
               MOVE SPACE  TO CPRD1CA-STATUS
               MOVE SPACES TO CPRD1CA-REOPEN-REF CPRD1CA-APPROVER
           END-CALL
           .
       PERIOD-STATUS-GET-EXIT. EXIT.



      *****************************************************************
       PERIOD-WRITE-CHECK SECTION.
      *===============================================================*
      * REFUSE TO WRITE THE MONTH IN CPRD1CA-PERIOD WHEN IT IS CLOSED *
      * OR REOPENED - A REOPENED MONTH IS CHANGED ONLY BY A           *
      * RESTATEMENT THROUGH TPL-RSTM1                                 *
      *---------------------------------------------------------------*
           PERFORM PERIOD-STATUS-GET
           IF (CPRD1CA-PER-OPEN) THEN
              GO TO PERIOD-WRITE-CHECK-EXIT
           END-IF
           MOVE '922' TO PGM-ERR-RC
           MOVE SPACES TO PGM-ERR-MSG1
           IF (CPRD1CA-PER-CLOSED) THEN
              STRING 'PERIOD ' CPRD1CA-PERIOD
                     ' IS CLOSED (SEE IO/periodreg.txt)'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
           ELSE
              STRING 'PERIOD ' CPRD1CA-PERIOD
                     ' IS REOPENED UNDER ' CPRD1CA-REOPEN-REF
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
           END-IF
           MOVE 'CORRECTIONS ONLY AS RESTATEMENTS (TPL-RSTM1)'
             TO PGM-ERR-MSG2
           MOVE 'AGAINST AN APPROVED REOPEN (TPL-PCLS1)'
             TO PGM-ERR-MSG3
           PERFORM PGM-ERR
           .
       PERIOD-WRITE-CHECK-EXIT. EXIT.



      *****************************************************************
       HISTORY-CLOSED-VERIFY SECTION.
      *===============================================================*
      * PROVE EVERY CLOSED MONTH OF THE HISTORY FILE IN CPRD1CA-PATH  *
      * AGAINST THE COUNTS STAMPED AT CLOSE - A CHANGED MONTH IS      *
      * REFUSED; A COMPACTED ONE (ROLLED INTO ITS YEAR ROW) IS NOT    *
      * A CHANGE                                                      *
      *---------------------------------------------------------------*
           IF (CPRD-OFF) THEN
              GO TO HISTORY-CLOSED-VERIFY-EXIT
           END-IF
           MOVE 'V' TO CPRD1CA-FUNC
           CALL CPRD1 USING CPRD1CA
             ON EXCEPTION
               MOVE 'Y'   TO CPRD-OFF-SW
               MOVE SPACE TO CPRD1CA-RC
           END-CALL
           IF (CPRD1CA-MISMATCH) THEN
              MOVE '922' TO PGM-ERR-RC
              MOVE SPACES TO PGM-ERR-MSG1 PGM-ERR-MSG2
              STRING 'CLOSED PERIOD ' CPRD1CA-PERIOD
                     ' WOULD CHANGE (' CPRD1CA-MISMATCHES
                     ' MONTHS IN ALL)'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              STRING 'FILE: ' CPRD1CA-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG2
              END-STRING
              MOVE 'SEE IO/periodreg.txt - REOPEN THROUGH TPL-PCLS1'
                TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           .
       HISTORY-CLOSED-VERIFY-EXIT. EXIT.
