      *****************************************************************
      * TPL-MERG1: MERGE REGIONAL COMPANY EXTRACTS INTO companies.txt *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * FRONT-END UTILITY RUN BEFORE TPL-BAT1/TPL-BAT2: READS A       *
      * MANIFEST OF REGIONAL COMPANY EXTRACT FILES (IREGIONS), ONE    *
      *            IO/companies.txt.new AND ONLY PROMOTED TO          *
      *            IO/companies.txt ONCE EVERY REGION HAS MERGED      *
      *            CLEAN (SEE PROMOTE-NEW-MASTER)                     *
      * OSUBH    - REGION SUBMISSION HISTORY (IO/regionsubhist.txt),  *
      *            APPENDED WITH ONE GATE EVENT PER REGION PER RUN    *
      *            (HELD RUNS INCLUDED), A MERGE EVENT PER REGION     *
      *            MERGED AND A STALE EVENT PER STALE-EXTRACT HIT -   *
      *            SEE SUBHWS.cob AND TPL-PUNC1                       *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * REGION SUBMISSION HISTORY EVENTS (OSUBH) FOR THE PUNCTUALITY  *
      * SCORECARD                                                     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCONFL==
            ==:V2:== BY ==OCONFL-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCONFL==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
           05 TMP-REG-MERGED          PIC 9(7).
           05 TMP-REG-FLAG            PIC X(8).

      *---------------------------------------------------------------*
      * OSUBH = REGION SUBMISSION HISTORY, APPENDED (SEE SUBHWS.cob)  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSUBH==.
       COPY 'LIB/FILE/SUBHWS.cob'.

       01 CNORM1                       PIC X(8)   VALUE 'CNORM1'.
       01 TMP-NORM-NAME                PIC X(38).

                                      VALUE 'IO/mergestatus.txt'.
       01 OCONFL-PATH                PIC X(40)
                                      VALUE 'IO/mergeconflict.txt'.
       01 OSUBH-PATH                 PIC X(40)
                                      VALUE 'IO/regionsubhist.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
           MOVE OCONFL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCONFL-PATH
           MOVE OSUBH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSUBH-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           PERFORM FILE-OPEN-OUTPUT-OCOMPMRG
           PERFORM FILE-OPEN-OUTPUT-OCONFL
           PERFORM FILE-OPEN-OUTPUT-OMSTAT
      *    SUBMISSION HISTORY IS CUMULATIVE AND OPENED AHEAD OF THE
      *    GATE, SO A HELD NIGHT STILL LEAVES ITS GATE EVENTS BEHIND
           PERFORM FILE-OPEN-EXTEND-OSUBH

      *---------------------------------------------------------------*
      * MISSING-EXTRACT POLICY (IMRGP IS OPTIONAL - DEFAULT FAIL)     *
              END-PERFORM
              PERFORM FILE-CLOSE-ICAL
           END-IF
           MOVE TMP-GATE-CUTOFF TO SUBH-ARG-CUTOFF
           IF (TMP-GATE-CUTOFF NOT = SPACES) THEN
              MOVE FUNCTION CURRENT-DATE(9:4) TO TMP-GATE-NOW
              IF (TMP-GATE-NOW >= TMP-GATE-CUTOFF) THEN

           MOVE 'OK' TO TAB-GATE-STATUS(TAB-GATE-MAX)
           MOVE 'N'  TO TAB-GATE-CTL-SW(TAB-GATE-MAX)
           MOVE 0    TO TMP-GATE-REC-CNT
           MOVE 0    TO TAB-GATE-EXP-CNT(TAB-GATE-MAX)
           MOVE 0    TO TAB-GATE-EXP-HASH(TAB-GATE-MAX)

              MOVE OMSTAT-REC TO OMSTAT-RECORD
              PERFORM FILE-WRITE-OMSTAT
           END-IF

      *    ARRIVAL EVENT FOR THE PUNCTUALITY SCORECARD
           MOVE SPACES                        TO SUBH-ARG-DATE
           MOVE TAB-GATE-MAX                  TO SUBH-ARG-REGION
           MOVE 'GATE'                        TO SUBH-ARG-EVENT
           MOVE TAB-GATE-STATUS(TAB-GATE-MAX) TO SUBH-ARG-STATUS
           MOVE TMP-GATE-REC-CNT              TO SUBH-ARG-ROWS
           PERFORM SUBHIST-WRITE-EVENT
           .
       GATE-CHECK-ONE-REGION-EXIT. EXIT.

                   INTO EVNT-DETAIL
                 END-STRING
                 PERFORM EMIT-EVENT
                 MOVE SPACES           TO SUBH-ARG-DATE
                 MOVE TMP-REGION-STAMP TO SUBH-ARG-REGION
                 MOVE 'STALE'          TO SUBH-ARG-EVENT
                 MOVE 'STALE'          TO SUBH-ARG-STATUS
                 MOVE TMP-REG-READ     TO SUBH-ARG-ROWS
                 PERFORM SUBHIST-WRITE-EVENT
              END-IF

      *       RECORD THIS RUN'S FINGERPRINT FOR THE NEXT ONE
           END-STRING
           MOVE OMSTAT-REC TO OMSTAT-RECORD
           PERFORM FILE-WRITE-OMSTAT

           MOVE SPACES           TO SUBH-ARG-DATE
           MOVE TMP-REGION-STAMP TO SUBH-ARG-REGION
           MOVE 'MERGE'          TO SUBH-ARG-EVENT
           MOVE TMP-REG-FLAG     TO SUBH-ARG-STATUS
           IF (TMP-REG-FLAG = SPACES) THEN
              MOVE 'OK' TO SUBH-ARG-STATUS
           END-IF
           MOVE TMP-REG-READ     TO SUBH-ARG-ROWS
           PERFORM SUBHIST-WRITE-EVENT
           .
       REGION-STATUS-WRITE-EXIT. EXIT.

      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OMSTAT
           PERFORM FILE-CLOSE-OSUBH
           PERFORM FILE-CLOSE-OFPRNT
      *    PROMOTE THE FRESH FINGERPRINTS OVER THE LIVE FILE - ONLY
      *    A RUN THAT REACHED ITS CLEAN END GETS HERE
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OMSTAT==
            ==:V2:== BY ==OMSTAT-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/SUBHSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMRGP==
            ==:V2:== BY ==IMRGP-PATH==.
