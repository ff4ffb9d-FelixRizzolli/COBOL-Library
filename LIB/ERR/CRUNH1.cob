      *****************************************************************
      * CRUNH1: RUN-HISTORY RECORDER                                  *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * CALLED FROM DISPLAY-PGM-END (SEE LIB/ERR/ERRB) WITH ONE       *
      * READY-BUILT RUN-HISTORY RECORD: PROGRAM, DATE, RC, INPUT      *
      * COUNT, ELAPSED SECONDS AND THROUGHPUT RATE. STAMPS THE CHAIN  *
      * RUN ID AND PORTFOLIO (IO/runid.txt, SEE TPL-RUN1), APPENDS IT *
      * TO THE CUMULATIVE HISTORY FILE AND RETURNS - BEST EFFORT, A   *
      * FAILURE HERE IS NEVER ALLOWED TO DISTURB THE ENDING PROGRAM,  *
      * SO NO PGM-ERR AND NO ABEND, JUST A SILENT GIVE-UP.            *
      *                                                               *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * PORTFOLIO FROM runid.txt STAMPED INTO BYTES 55-62             *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
                                        VALUE 'IO/runid.txt'.
      *---------------------------------------------------------------*
      * CHAIN-WIDE RUN ID (SEE TPL-RUN1) - STAMPED INTO BYTES 43-54   *
      * OF EVERY RUN-HISTORY RECORD (THE CALLER'S FILLER), THE        *
      * PORTFOLIO THE CHAIN RUNS FOR INTO BYTES 55-62 (TPL-CHRG1      *
      * CHARGES THE STEP TO IT)                                       *
      *---------------------------------------------------------------*
       01  RUNID-VALUE                  PIC X(12).
       01  RUNID-PORTFOLIO              PIC X(8).
       01  ENV-DONE-SW                  PIC X(1)  VALUE 'N'.
       01  ENV-KEY                      PIC X(20).
       01  ENV-VAL                      PIC X(24).
              END-IF
           END-IF

      *    THE CHAIN-WIDE RUN ID AND PORTFOLIO, WHEN ONE IS PUBLISHED
           MOVE SPACES TO RUNID-VALUE
           MOVE SPACES TO RUNID-PORTFOLIO
           OPEN INPUT IRUNID
           IF (IRUNID-OK) THEN
              READ IRUNID
              IF (IRUNID-OK) THEN
                 MOVE IRUNID-RECORD(1:12) TO RUNID-VALUE
                 MOVE IRUNID-RECORD(21:8) TO RUNID-PORTFOLIO
              END-IF
              CLOSE IRUNID
           END-IF
              IF (RUNID-VALUE NOT = SPACES) THEN
                 MOVE RUNID-VALUE TO OHIST-RECORD(43:12)
              END-IF
              IF (RUNID-PORTFOLIO NOT = SPACES) THEN
                 MOVE RUNID-PORTFOLIO TO OHIST-RECORD(55:8)
              END-IF
              WRITE OHIST-RECORD
              CLOSE OHIST
           END-IF
