      *****************************************************************
      * TPL-LOAD1: DELIMITED MAINTENANCE-TRANSACTION LOADER           *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * OFFICE STAFF ORIGINATE MAINTENANCE CHANGES IN SPREADSHEETS;   *
      * THE FIXED-COLUMN ICOMPTRN LAYOUT MEANT THE CLERK HAND-        *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IDEL  - DELIMITED TRANSACTIONS (IO/trnload.txt) - FIRST LINE  *
      *         BATCH;NUMBER;ORIGINATOR;COUNT;GROWTH TOTAL FROM THE   *
      *         TRANSMITTAL SLIP                                      *
      * ISABB - STATE ABBREVIATIONS, OPTIONAL (IO/stateabb.txt)       *
      * IMAST - INDUSTRY MASTER, OPTIONAL (IO/industries.txt)         *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OTRN  - FIXED ICOMPTRN FILE (IO/companiestrn.txt) - SORT BY   *
      *         NAME+STATE BEFORE FEEDING TPL-MAINT1; FIRST RECORD    *
      *         IS THE BATCH CONTROL HEADER (BHDRWS.cob)              *
      * OLERR - LINE-NUMBERED ERROR LISTING (IO/loaderrors.txt)       *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        22.08.2026 *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH LINE OF THE UPLOAD WRITTEN AS THE BATCH CONTROL HEADER, *
      * UNBALANCED BATCH REPORTED                                     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
           05 TMP-LINE-BAD-SW         PIC X(1).
           05 TMP-FOUND-SW            PIC X(1).
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
      *    BATCH LINE (FIRST NON-BLANK LINE OF THE UPLOAD)
           05 TMP-HDR-SW              PIC X(1).
           05 TMP-H-TAG               PIC X(8).
           05 TMP-H-BATCH             PIC X(10).
           05 TMP-H-ORIGINATOR        PIC X(8).
           05 TMP-H-COUNT             PIC X(10).
           05 TMP-H-HASH              PIC X(14).
           05 TMP-H-BAD-SW            PIC X(1).

       01 COUNTER.
           05 TMP-COUNT-LOADED         PIC 9(7).
           05 TMP-COUNT-ERRORS         PIC 9(7).
           05 TMP-HASH-LOADED          PIC S9(8)V99.
           05 TMP-BATCH-OFF-SW         PIC X(1).

      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      *---------------------------------------------------------------*
       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/FILE/BHDRWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
           PERFORM UNTIL (IDEL-EOF)
              ADD 1 TO TMP-LINE-NO
              IF (IDEL-RECORD NOT = SPACES) THEN
                 IF (TMP-HDR-SW = 'N') THEN
                    PERFORM LOAD-BATCH-LINE
                 ELSE
                    PERFORM LOAD-ONE-LINE
                 END-IF
              END-IF
              PERFORM FILE-READ-IDEL
           END-PERFORM
           MOVE 0                          TO TMP-COUNT-LOADED
           MOVE 0                          TO TMP-COUNT-ERRORS
           MOVE 0                          TO TMP-LINE-NO
           MOVE 0                          TO TMP-HASH-LOADED
           MOVE 'N'                        TO TMP-HDR-SW
           MOVE 'N'                        TO TMP-BATCH-OFF-SW
           MOVE 0                          TO TAB-SABB-MAX
           MOVE 0                          TO TAB-IMAST-MAX


      *    CLEAN - EMIT THE FIXED-WIDTH TRANSACTION
           ADD 1 TO TMP-COUNT-LOADED
           ADD TMP-GROWTH-NUM TO TMP-HASH-LOADED
           MOVE SPACES                     TO OTRN-REC
           MOVE TMP-F-ACTION(1:1)          TO OTRN-ACTION
           MOVE TMP-F-NAME                 TO OTRN-NAME



      *****************************************************************
       LOAD-BATCH-LINE SECTION.
      *===============================================================*
      * THE FIRST LINE CARRIES THE CLERK'S TRANSMITTAL SLIP - BATCH   *
      * NUMBER, ORIGINATOR, TRANSACTION COUNT AND GROWTH TOTAL - AND  *
      * BECOMES THE BATCH CONTROL HEADER TPL-MAINT1 CHECKS THE BATCH  *
      * AGAINST. WITHOUT IT THERE IS NOTHING TO LOAD                  *
      *---------------------------------------------------------------*
           MOVE 'Y' TO TMP-HDR-SW
           MOVE 'N' TO TMP-H-BAD-SW
           MOVE SPACES TO TMP-H-TAG TMP-H-BATCH TMP-H-ORIGINATOR
                          TMP-H-COUNT TMP-H-HASH
           UNSTRING IDEL-RECORD DELIMITED BY ';'
             INTO TMP-H-TAG TMP-H-BATCH TMP-H-ORIGINATOR
                  TMP-H-COUNT TMP-H-HASH
           END-UNSTRING

           MOVE SPACES TO BHDR-REC
           IF (FUNCTION TRIM(TMP-H-TAG) NOT = 'BATCH')
              OR (TMP-H-BATCH = SPACES)
              OR (TMP-H-COUNT = SPACES)
              OR (TMP-H-HASH = SPACES) THEN
              MOVE 'Y' TO TMP-H-BAD-SW
           ELSE
              IF (FUNCTION TEST-NUMVAL(TMP-H-COUNT) NOT = 0) THEN
                 MOVE 'Y' TO TMP-H-BAD-SW
              ELSE
                 COMPUTE BHDR-EXP-COUNT = FUNCTION NUMVAL(TMP-H-COUNT)
                 END-COMPUTE
              END-IF
              MOVE 0 TO TMP-COMMA-CNT
              INSPECT TMP-H-HASH TALLYING TMP-COMMA-CNT FOR ALL ','
              IF (TMP-COMMA-CNT = 0) THEN
                 INSPECT TMP-H-HASH REPLACING ALL '.' BY ','
              END-IF
              IF (FUNCTION TEST-NUMVAL(TMP-H-HASH) NOT = 0) THEN
                 MOVE 'Y' TO TMP-H-BAD-SW
              ELSE
                 COMPUTE BHDR-EXP-HASH = FUNCTION NUMVAL(TMP-H-HASH)
                 END-COMPUTE
              END-IF
           END-IF

           IF (TMP-H-BAD-SW = 'Y') THEN
              MOVE '918' TO PGM-ERR-RC
              STRING 'NO VALID BATCH LINE ON ' IDEL-PATH
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'FIRST LINE MUST BE BATCH;NUMBER;ORIGINATOR;COUNT;'
                TO PGM-ERR-MSG2
              MOVE 'GROWTH TOTAL - COPY IT FROM THE TRANSMITTAL SLIP'
                TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           MOVE 'BATCH'                    TO BHDR-TAG
           MOVE TMP-H-BATCH                TO BHDR-BATCH-NO
           IF (TMP-H-ORIGINATOR = SPACES) THEN
              MOVE '*LOADER'               TO BHDR-ORIGINATOR
           ELSE
              MOVE TMP-H-ORIGINATOR        TO BHDR-ORIGINATOR
           END-IF
           MOVE BHDR-REC                   TO OTRN-RECORD
           PERFORM FILE-WRITE-OTRN
           .
       LOAD-BATCH-LINE-EXIT. EXIT.



      *****************************************************************
       LINE-ERROR SECTION.
      *===============================================================*

           MOVE IDEL-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * A BATCH IS APPLIED WHOLE OR NOT AT ALL: IF REJECTED LINES (OR *
      * A WRONG SLIP) LEAVE THE FILE SHORT OF ITS HEADER, SAY SO NOW  *
      * RATHER THAN WHEN TPL-MAINT1 REFUSES IT                        *
      *---------------------------------------------------------------*
           IF (TMP-HDR-SW = 'Y')
              AND ((TMP-COUNT-LOADED NOT = BHDR-EXP-COUNT)
                OR (TMP-HASH-LOADED NOT = BHDR-EXP-HASH)) THEN
              MOVE 'Y' TO TMP-BATCH-OFF-SW
              MOVE TMP-COUNT-LOADED TO BHDR-COUNT-ED
              MOVE TMP-HASH-LOADED  TO BHDR-HASH-ED
              MOVE BHDR-EXP-HASH    TO BHDR-HASH-ED2
              MOVE SPACES TO OLERR-REC
              STRING 'BATCH ' BHDR-BATCH-NO ' OUT OF BALANCE - '
                     BHDR-COUNT-ED ' LOADED, SLIP SAYS '
                     BHDR-EXP-COUNT '; GROWTH ' BHDR-HASH-ED
                     ', SLIP SAYS ' BHDR-HASH-ED2
                DELIMITED BY SIZE
                INTO OLERR-REC
              END-STRING
              MOVE OLERR-REC TO OLERR-RECORD
              PERFORM FILE-WRITE-OLERR
              MOVE OLERR-REC TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 'TPL-MAINT1 WILL REFUSE THE BATCH UNTIL IT BALANCES'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

           PERFORM FILE-CLOSE-IDEL
           PERFORM FILE-CLOSE-OTRN
           PERFORM FILE-CLOSE-OLERR
           DISPLAY 'DELIMITED LINES READ.: ' IDEL-COUNT
           DISPLAY 'TRANSACTIONS LOADED..: ' TMP-COUNT-LOADED
           DISPLAY 'FIELD ERRORS LISTED..: ' TMP-COUNT-ERRORS
           IF (TMP-HDR-SW = 'Y') THEN
              DISPLAY 'BATCH................: ' BHDR-BATCH-NO
              IF (TMP-BATCH-OFF-SW = 'Y') THEN
                 DISPLAY 'BATCH OUT OF BALANCE - SEE loaderrors.txt'
              END-IF
           END-IF
           .
       PGM-FINISH-EXIT. EXIT.

           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
              IF (TMP-COUNT-ERRORS > 0)
                 OR (TMP-BATCH-OFF-SW = 'Y') THEN
      *          FIELD ERRORS OR AN UNBALANCED BATCH WARRANT A WARNING
      *          RC SO THE CLERK LOOKS AT THE LISTING BEFORE FEEDING
      *          TPL-MAINT1
                 MOVE '004' TO PGM-END-RC
              END-IF
              PERFORM DISPLAY-PGM-END
