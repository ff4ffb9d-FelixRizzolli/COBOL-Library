      *****************************************************************
      * TPL-REST1: MASTER-FILE GENERATION RESTORE UTILITY             *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE PROMOTES IN TPL-MAINT1/2/3 AND TPL-MERG1 KEEP THE OLD     *
      * MASTER AS <master>.Gnnnn GENERATIONS (SEE GENPROSE.cob).      *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * PROVE CLOSED PERIODS BEFORE PROMOTING A HISTORY GENERATION    *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       01 COUNTER.
           05 TMP-COUNT-LISTED         PIC 9(4).
           05 TMP-COUNT-COPIED         PIC 9(7).
           05 TMP-HIST-TALLY           PIC S9(4) BINARY.

      *---------------------------------------------------------------*
      * COPIES                                                        *
       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CFRZWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-IREST
           PERFORM FILE-CLOSE-ORESTNEW

      *    A HISTORY GENERATION MUST STILL PROVE EVERY CLOSED PERIOD
      *    (SEE LIB/UTIL/CPRD1) - OTHERWISE IT STAYS STAGED AS .new
      *    AND THE LIVE MASTER IS NOT REPLACED (RC 922)
           MOVE 0 TO TMP-HIST-TALLY
           INSPECT TMP-MASTER-PATH TALLYING TMP-HIST-TALLY
             FOR ALL 'growthhist.txt'
           IF (TMP-HIST-TALLY > 0) THEN
              PERFORM PERIOD-REG-LOAD
              MOVE TMP-ORESTNEW-PATH TO CPRD1CA-PATH
              PERFORM HISTORY-CLOSED-VERIFY
           END-IF

           MOVE TMP-MASTER-PATH   TO GEN-MASTER-PATH
           MOVE TMP-ORESTNEW-PATH TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CFRZSE.cob'.
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
