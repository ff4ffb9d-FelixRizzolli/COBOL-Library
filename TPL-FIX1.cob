      *****************************************************************
      * TPL-FIX1: REPAIR-AND-RESUBMIT FOR REJECTED ROWS               *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * reject.txt AND badrow.txt USED TO BE DEAD ENDS. THIS PROGRAM  *
      * PAIRS EACH REJECTED ROW WITH ITS REASON, LOOKS FOR THE DATA   *
      * =======                                                       *
      * OTRN   - ICOMPTRN-FORMAT CHANGE TRANSACTIONS                  *
      *          (IO/repairedtrn.txt) - SORT AND FEED TO TPL-MAINT1   *
      *          - FIRST RECORD IS THE BATCH CONTROL HEADER, BATCH    *
      *          FX<YYYYMMDD> FROM *REPAIR (BHDRWS.cob)               *
      * OCARRY - STILL-UNREPAIRED ROWS (IO/rejectcarry.txt)           *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        22.08.2026 *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * REPAIRED TRANSACTIONS WRITTEN AS ONE BATCH BEHIND A BATCH     *
      * CONTROL HEADER                                                *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OCARRY==.
       01 OCARRY-REC                  PIC X(100).

      *    REPAIRED TRANSACTIONS ARE HELD UNTIL THE RUN ENDS SO THE
      *    BATCH HEADER CAN BE WRITTEN AHEAD OF THEM WITH THE TOTALS
       01 REPAIRED-TRANSACTIONS.
           05 TAB-RTRN-MAX            PIC S9(9) BINARY.
           05 TAB-RTRN-DIM            PIC S9(9) BINARY  VALUE 9999.
           05 TAB-RTRN                OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-RTRN-MAX.
                10 TAB-RTRN-REC       PIC X(80).

       01 COUNTER.
           05 TMP-COUNT-REPAIRED       PIC 9(7).
           05 TMP-HASH-REPAIRED        PIC S9(8)V99.
           05 TMP-COUNT-CARRIED        PIC 9(7).

      *---------------------------------------------------------------*

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/FILE/BHDRWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-REPAIRED
           MOVE 0                          TO TMP-HASH-REPAIRED
           MOVE 0                          TO TAB-RTRN-MAX
           MOVE 0                          TO TMP-COUNT-CARRIED
           MOVE 0                          TO TAB-IMAST-MAX
           MOVE 0                          TO TAB-CORR-MAX
              GO TO REPAIR-ONE-ROW-EXIT
           END-IF

      *    ACCEPTED - EMIT A CHANGE TRANSACTION FOR TPL-MAINT1 (HELD
      *    FOR THE BATCH HEADER; A FULL BATCH CARRIES THE ROW TO THE
      *    NEXT RUN)
           IF (TAB-RTRN-MAX >= TAB-RTRN-DIM) THEN
              MOVE 'REPAIR BATCH FULL - NEXT RUN' TO TMP-FAIL-REASON
              PERFORM CARRY-FORWARD
              GO TO REPAIR-ONE-ROW-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-REPAIRED
           ADD TMP-GROWTH-NUM TO TMP-HASH-REPAIRED
           MOVE SPACES        TO OTRN-REC
           MOVE 'C'           TO OTRN-ACTION
           MOVE TMP-REJ-NAME  TO OTRN-NAME
           MOVE TAB-CORR-INDUSTRY(TMP-CORR-IDX) TO OTRN-INDUSTRY
           MOVE TMP-GROWTH-NUM TO OTRN-GROWTH
           MOVE '*REPAIR'     TO OTRN-OPERATOR
           ADD 1 TO TAB-RTRN-MAX
           MOVE OTRN-REC      TO TAB-RTRN-REC(TAB-RTRN-MAX)
           .
       REPAIR-ONE-ROW-EXIT. EXIT.



      *****************************************************************
       REPAIRED-BATCH-WRITE SECTION.
      *===============================================================*
      *    BATCH CONTROL HEADER (SEE BHDRWS.cob), THEN THE HELD       *
      *    TRANSACTIONS - NO REPAIRS, NO BATCH                        *
           IF (TAB-RTRN-MAX = 0) THEN
              GO TO REPAIRED-BATCH-WRITE-EXIT
           END-IF
           MOVE SPACES                     TO BHDR-REC
           MOVE 'BATCH'                    TO BHDR-TAG
           STRING 'FX' FUNCTION CURRENT-DATE(1:8)
             DELIMITED BY SIZE
             INTO BHDR-BATCH-NO
           END-STRING
           MOVE '*REPAIR'                  TO BHDR-ORIGINATOR
           MOVE TMP-COUNT-REPAIRED         TO BHDR-EXP-COUNT
           MOVE TMP-HASH-REPAIRED          TO BHDR-EXP-HASH
           MOVE BHDR-REC                   TO OTRN-RECORD
           PERFORM FILE-WRITE-OTRN
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RTRN-MAX)
              MOVE TAB-RTRN-REC(TMP-I-TABLE) TO OTRN-RECORD
              PERFORM FILE-WRITE-OTRN
           END-PERFORM
           .
       REPAIRED-BATCH-WRITE-EXIT. EXIT.



      *****************************************************************
       CARRY-FORWARD SECTION.
      *===============================================================*
           PERFORM FILE-CLOSE-IXBAD
           PERFORM FILE-CLOSE-ICORR
           PERFORM FILE-CLOSE-IMAST
           PERFORM REPAIRED-BATCH-WRITE
           PERFORM FILE-CLOSE-OTRN
           PERFORM FILE-CLOSE-OCARRY

