      *****************************************************************
      * TPL-CATC1: LATE-REGION CATCH-UP RUN                           *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * WHEN A REGION MISSES THE NIGHTLY MERGE (SEE TPL-MERG1'S       *
      * ARRIVAL GATE AND CUTOFF), TODAY'S ANSWER IS A FULL MANUAL     *
      *            TPL-BAT1,TPL-BAT2)                                 *
      * ICOMP    - PROMOTED MASTER (IO/companies.txt)                 *
      * ICOMPEXT - THE LATE REGIONAL EXTRACT (DYNAMIC PATH)           *
      * ICAL     - CALENDAR (IO/calendar.txt, OPTIONAL) - MERGECUTOFF *
      *            FOR THE CATCH-UP'S LATENESS                        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      *            GENERATION-STYLE                                   *
      * OCTL     - REFRESHED EXPECTED-COUNT CONTROL FILE              *
      * OCATLG   - AMENDED MARKER APPENDED TO THE ARCHIVE CATALOG     *
      * OSUBH    - CATCHUP EVENT APPENDED TO THE REGION SUBMISSION    *
      *            HISTORY (IO/regionsubhist.txt, SEE SUBHWS.cob)     *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        02.09.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * CATCHUP EVENT TO THE REGION SUBMISSION HISTORY                *
      * V01.02.00                  FR                      15.10.2026 *
      * REFUSE A RUN DATE IN A CLOSED OR REOPENED PERIOD (CPRD1)      *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCOMP==
            ==:V2:== BY ==OCOMP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==OCATLG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).

      *---------------------------------------------------------------*
      * ICAL = CALENDAR (MERGECUTOFF=HHMM, SEE TPL-MERG1); OSUBH =    *
      * REGION SUBMISSION HISTORY, APPENDED (SEE SUBHWS.cob)          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICAL==.
       01 ICAL-KEY                    PIC X(20).
       01 ICAL-VAL                    PIC X(20).
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSUBH==.
       COPY 'LIB/FILE/SUBHWS.cob'.

      *---------------------------------------------------------------*
      * CATCH-UP PARAMETERS AND STEP EXECUTION (SEE TPL-RUN1'S        *
      * RUN-ONE-STEP FOR THE CALL DISCIPLINE)                         *
                                      VALUE 'IO/companies.txt.new'.
       01 OCTL-PATH                  PIC X(40)
                                      VALUE 'IO/companiesctl.txt'.
       01 ICAL-PATH                  PIC X(40)
                                      VALUE 'IO/calendar.txt'.
       01 OCATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 OSUBH-PATH                 PIC X(40)
                                      VALUE 'IO/regionsubhist.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CPRDWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           PERFORM RERUN-AFFECTED-STEPS
           PERFORM CATALOG-AMENDED-MARKER
           PERFORM SUBMISSION-CATCHUP-EVENT

           PERFORM PGM-END
           .
           MOVE OCATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OCATLG-PATH
           MOVE ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           MOVE OSUBH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSUBH-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           END-IF
           MOVE TMP-REGION TO TMP-REGION-STAMP

      *---------------------------------------------------------------*
      * PERIOD CONTROL (SEE LIB/UTIL/CPRD1) - A RUN DATE WHOSE MONTH  *
      * IS CLOSED OR REOPENED IS NOT CAUGHT UP (RC 922); THE MONTH'S  *
      * HISTORY AND PUBLISHED REPORTS STAND AS CLOSED                 *
      *---------------------------------------------------------------*
           PERFORM PERIOD-REG-LOAD
           MOVE TMP-RUN-DATE(1:6) TO CPRD1CA-PERIOD
           PERFORM PERIOD-WRITE-CHECK

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *



      *****************************************************************
       SUBMISSION-CATCHUP-EVENT SECTION.
      *===============================================================*
      *    THE CATCH-UP IS THE REGION'S REAL ARRIVAL FOR THE RUN      *
      *    DATE - RECORD IT, WITH ITS LATENESS AGAINST THE CALENDAR   *
      *    CUTOFF, IN THE SUBMISSION HISTORY THE PUNCTUALITY          *
      *    SCORECARD (TPL-PUNC1) IS BUILT FROM                        *
      *---------------------------------------------------------------*
           MOVE SPACES TO SUBH-ARG-CUTOFF
           PERFORM FILE-OPEN-INPUT-ICAL
           IF (ICAL-YES) THEN
              PERFORM FILE-READ-ICAL
              PERFORM UNTIL (ICAL-EOF)
                 MOVE SPACES TO ICAL-KEY ICAL-VAL
                 UNSTRING ICAL-RECORD DELIMITED BY '='
                   INTO ICAL-KEY ICAL-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(ICAL-KEY) = 'MERGECUTOFF') THEN
                    MOVE FUNCTION TRIM(ICAL-VAL) TO SUBH-ARG-CUTOFF
                 END-IF
                 PERFORM FILE-READ-ICAL
              END-PERFORM
              PERFORM FILE-CLOSE-ICAL
           END-IF

           PERFORM FILE-OPEN-EXTEND-OSUBH
           MOVE TMP-RUN-DATE       TO SUBH-ARG-DATE
           MOVE TMP-REGION         TO SUBH-ARG-REGION
           MOVE 'CATCHUP'          TO SUBH-ARG-EVENT
           MOVE 'AMENDED'          TO SUBH-ARG-STATUS
           MOVE ICOMPEXT-COUNT     TO SUBH-ARG-ROWS
           PERFORM SUBHIST-WRITE-EVENT
           PERFORM FILE-CLOSE-OSUBH
           .
       SUBMISSION-CATCHUP-EVENT-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CPRDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCOMP==
            ==:V2:== BY ==OCOMP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OCATLG==
            ==:V2:== BY ==OCATLG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/SUBHSE.cob'.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
