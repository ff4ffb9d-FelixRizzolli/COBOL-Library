       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RRET1.
      *****************************************************************
      * TPL-RRET1: PER-REGION REJECT RETURN FILES                     *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE NIGHT'S REJECT LISTINGS USED TO STOP AT THE CLERK WHO     *
      * REPAIRS THEM THROUGH TPL-FIX1 - THE REGIONAL OFFICE THAT SENT *
      * THE BAD ROW NEVER HEARD ABOUT IT AND SENT THE SAME ROW AGAIN  *
      * NEXT MONTH. THIS STEP SPLITS EVERY REJECT BY THE SUBMITTING   *
      * REGION (THE ICOMP-REGION STAMP TPL-MERG1 PUTS ON EVERY MERGED *
      * ROW = THE ORDINAL OF THE REGION IN THE IREGIONS MANIFEST) AND *
      * WRITES ONE RETURN FILE PER REGION NEXT TO THAT REGION'S       *
      * EXTRACT (<extract>.ret, THE SAME CONVENTION AS THE .ctl       *
      * SIDECAR) LISTING THE REASON AND THE ORIGINAL SOURCE RECORD.   *
      * A REJECT HISTORY KEPT ACROSS RUNS MARKS ROWS FROM REPEAT      *
      * OFFENDERS - COMPANIES ALREADY REJECTED ON AN EARLIER NIGHT.   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IREGIONS - MANIFEST OF REGIONAL EXTRACT PATHS                 *
      *            (IO/companyregions.txt, SEE TPL-MERG1)             *
      * IREJ     - UNKNOWN-INDUSTRY REJECTS (IO/reject.txt)           *
      * IBAD     - UNPARSABLE ROWS (IO/badrow.txt)                    *
      * IXREJ    - VALIDATED-EXTRACT REJECTS (IO/xtrreject.txt)       *
      * IXBAD    - VALIDATED-EXTRACT BAD ROWS (IO/xtrbadrow.txt)      *
      * ICALCREJ - GROWTH-CALCULATION REJECTS (IO/calcreject.txt)     *
      * IMCONF   - CROSS-REGION DUPLICATES DROPPED BY THE MERGE       *
      *            (IO/mergeconflict.txt, REGION-STAMPED)             *
      * ICOMP    - COMPANIES GROWTH TABLE (IO/companies.txt) - GIVES  *
      *            THE SUBMITTING REGION AND THE SOURCE RECORD        *
      * IREVC    - CURRENT REVENUE SNAPSHOT (IO/revcurr.txt)          *
      * IREVP    - PRIOR REVENUE SNAPSHOT (IO/revprior.txt) - SOURCE  *
      *            RECORDS FOR THE GROWTH-CALCULATION REJECTS         *
      * IRJH     - REJECT HISTORY (IO/rejecthist.txt), OPTIONAL       *
      *            ALL REJECT LISTINGS ARE OPTIONAL - A STEP THAT DID *
      *            NOT RUN TONIGHT SIMPLY CONTRIBUTES NOTHING         *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORET     - ONE RETURN FILE PER REGION (<extract>.ret)         *
      * OUNAS    - REJECTS WHOSE REGION COULD NOT BE DETERMINED       *
      *            (IO/rejectunassigned.txt)                          *
      * ORJH     - NEW REJECT HISTORY (IO/rejecthist.txt.new),        *
      *            PROMOTED OVER rejecthist.txt                       *
      * ORSUM    - PER-REGION SUMMARY WITH REPEAT-OFFENDER COUNTS     *
      *            (IO/regionreturnsum.txt)                           *
      * OSUBH    - ONE REJECTS EVENT PER REGION APPENDED TO THE       *
      *            REGION SUBMISSION HISTORY (IO/regionsubhist.txt,   *
      *            SEE SUBHWS.cob)                                    *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * ALL REJECT LINES ARE LOADED INTO A TABLE, PARSED AS           *
      * '<REASON>: <NAME X(38)> <STATE X(2)> ...' (THE FORMAT EVERY   *
      * REJECTING PROGRAM USES), THEN companies.txt AND THE REVENUE   *
      * SNAPSHOTS ARE READ ONCE EACH TO ATTACH REGION AND SOURCE      *
      * RECORD. A COMPANY IS A REPEAT OFFENDER WHEN THE HISTORY SHOWS *
      * IT REJECTED ON AN EARLIER RUN DATE; A RERUN ON THE SAME DATE  *
      * DOES NOT COUNT TWICE.                                         *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * REJECTS EVENTS TO THE REGION SUBMISSION HISTORY               *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
      *===============================================================*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *****************************************************************
       INPUT-OUTPUT SECTION.
      *===============================================================*

       FILE-CONTROL.
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREJ==
            ==:V2:== BY ==IREJ-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==IBAD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREJ==
            ==:V2:== BY ==IXREJ-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXBAD==
            ==:V2:== BY ==IXBAD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICALCREJ==
            ==:V2:== BY ==ICALCREJ-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IMCONF==
            ==:V2:== BY ==IMCONF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==IREVC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREVP==
            ==:V2:== BY ==IREVP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRJH==
            ==:V2:== BY ==IRJH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==ORET-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OUNAS==
            ==:V2:== BY ==OUNAS-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORJH==
            ==:V2:== BY ==ORJH-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORSUM==
            ==:V2:== BY ==ORSUM-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREJ==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREJ==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXBAD==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICALCREJ==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IMCONF==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREVP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRJH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OUNAS==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORJH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORSUM==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT IREGIONS = MANIFEST OF REGIONAL EXTRACT PATHS           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREGIONS==.
       01 REGIONS.
           05 TAB-RG-MAX              PIC S9(4) BINARY.
           05 TAB-RG-DIM              PIC S9(4) BINARY  VALUE 99.
           05 TAB-RG                  OCCURS 99.
                10 TAB-RG-PATH        PIC X(80).
                10 TAB-RG-ROWS        PIC 9(7).
                10 TAB-RG-REPEAT      PIC 9(7).
       01 TMP-FMT-KIND                PIC X(8).

      *---------------------------------------------------------------*
      * REJECT LISTINGS (TEXT LINES, SEE THE REJECTING PROGRAMS)      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREJ==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBAD==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREJ==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXBAD==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICALCREJ==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMCONF==.

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
      *    SOURCE-REGION STAMP (SEE TPL-MERG1)
           05 ICOMP-REGION             PIC X(2).
           05 FILLER                   PIC X(30).

      *---------------------------------------------------------------*
      * REVENUE SNAPSHOTS (SEE TPL-CALC1) - NAME + STATE LEAD         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREVC==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREVP==.

      *---------------------------------------------------------------*
      * THE NIGHT'S REJECTS                                           *
      *---------------------------------------------------------------*
       01 REJECTS.
           05 TAB-RJ-MAX              PIC S9(9) BINARY.
           05 TAB-RJ-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-RJ                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-RJ-MAX.
                10 TAB-RJ-LISTING     PIC X(8).
                10 TAB-RJ-REASON      PIC X(40).
                10 TAB-RJ-NAME        PIC X(38).
                10 TAB-RJ-STATE       PIC X(2).
                10 TAB-RJ-REGION      PIC 9(2).
                10 TAB-RJ-REPEAT-SW   PIC X(1).
                10 TAB-RJ-TIMES       PIC 9(5).
                10 TAB-RJ-SOURCE      PIC X(100).
       01 REJECT-WORK.
           05 TMP-RJ-LINE             PIC X(132).
           05 TMP-RJ-LISTING          PIC X(8).
           05 TMP-RJ-LEN              PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * REJECT HISTORY - ONE ROW PER COMPANY EVER REJECTED            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRJH==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORJH==.
       01 RJH-REC.
           05 RJH-NAME                PIC X(38).
           05 RJH-STATE               PIC X(2).
           05 RJH-REGION              PIC 9(2).
           05 RJH-FIRST-DATE          PIC X(8).
           05 RJH-LAST-DATE           PIC X(8).
           05 RJH-TIMES               PIC 9(5).
           05 FILLER                  PIC X(17).
       01 REJECT-HISTORY.
           05 TAB-HS-MAX              PIC S9(9) BINARY.
           05 TAB-HS-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-HS                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-HS-MAX.
                10 TAB-HS-REC         PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT ORET/OUNAS = RETURN FILES (ONE LINE PER REJECTED ROW)  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORET==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OUNAS==.
       01 RET-REC.
           05 RET-REASON              PIC X(40).
           05 FILLER                  PIC X(1).
           05 RET-NAME                PIC X(38).
           05 FILLER                  PIC X(1).
           05 RET-STATE               PIC X(2).
           05 FILLER                  PIC X(1).
      *    'R' = REPEAT OFFENDER, TIMES = RUN DATES REJECTED SO FAR
           05 RET-REPEAT              PIC X(1).
           05 RET-TIMES               PIC ZZZZ9.
           05 FILLER                  PIC X(1).
           05 RET-LISTING             PIC X(8).
           05 FILLER                  PIC X(1).
           05 RET-SOURCE              PIC X(100).
           05 FILLER                  PIC X(1).
       01 RET-H1.
           05 FILLER                  PIC X(30)
              VALUE 'REJECTED ROWS RETURNED - RUN '.
           05 RET-H1-DATE             PIC X(8).
           05 FILLER                  PIC X(9)  VALUE ' REGION '.
           05 RET-H1-REGION           PIC 9(2).
           05 FILLER                  PIC X(1).
           05 RET-H1-PATH             PIC X(80).

      *---------------------------------------------------------------*
      * OUTPUT OSUBH = REGION SUBMISSION HISTORY (SEE SUBHWS.cob)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSUBH==.
       COPY 'LIB/FILE/SUBHWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT ORSUM = PER-REGION SUMMARY                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORSUM==.
       01 ORSUM-REC                   PIC X(132).
       01 ORSUM-H1.
           05 FILLER                  PIC X(40)
              VALUE 'REJECT RETURN SUMMARY BY REGION - RUN '.
           05 ORSUM-H1-DATE           PIC X(8).
       01 ORSUM-H2.
           05 FILLER                  PIC X(7)  VALUE 'REGION'.
           05 FILLER                  PIC X(41) VALUE 'EXTRACT'.
           05 FILLER                  PIC X(12) VALUE '    REJECTED'.
           05 FILLER                  PIC X(16)
              VALUE '  REPEAT OFFEND.'.
       01 ORSUM-HR1                   PIC X(132) VALUE ALL '-'.
       01 ORSUM-R1.
           05 ORSUM-R1-REGION         PIC X(6).
           05 FILLER                  PIC X(1).
           05 ORSUM-R1-PATH           PIC X(40).
           05 FILLER                  PIC X(1).
           05 ORSUM-R1-ROWS           PIC Z(10)9.
           05 FILLER                  PIC X(1).
           05 ORSUM-R1-REPEAT         PIC Z(14)9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-HS-IDX              PIC S9(9)   BINARY.
           05 TMP-RG-IDX              PIC S9(4)   BINARY.
           05 TMP-RG-ED               PIC 9(2).
       01 TMP-TODAY                   PIC X(8).
       01 TMP-KEY                     PIC X(40).
       01 COUNTER.
           05 TMP-COUNT-REJECTS       PIC 9(7).
           05 TMP-COUNT-REPEAT        PIC 9(7).
           05 TMP-COUNT-UNASSIGNED    PIC 9(7).
           05 TMP-COUNT-UNAS-REPEAT   PIC 9(7).
           05 TMP-COUNT-UNPARSED      PIC 9(7).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
      * GENERATION-PROMOTE FIELDS - SEE PROMOTE-NEW-MASTER            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGENP==.
       COPY 'LIB/FILE/GENPROWS.cob'.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IREGIONS-PATH              PIC X(40)
                                      VALUE 'IO/companyregions.txt'.
       01 IREJ-PATH                  PIC X(40)
                                      VALUE 'IO/reject.txt'.
       01 IBAD-PATH                  PIC X(40)
                                      VALUE 'IO/badrow.txt'.
       01 IXREJ-PATH                 PIC X(40)
                                      VALUE 'IO/xtrreject.txt'.
       01 IXBAD-PATH                 PIC X(40)
                                      VALUE 'IO/xtrbadrow.txt'.
       01 ICALCREJ-PATH              PIC X(40)
                                      VALUE 'IO/calcreject.txt'.
       01 IMCONF-PATH                PIC X(40)
                                      VALUE 'IO/mergeconflict.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IREVC-PATH                 PIC X(40)
                                      VALUE 'IO/revcurr.txt'.
       01 IREVP-PATH                 PIC X(40)
                                      VALUE 'IO/revprior.txt'.
       01 IRJH-PATH                  PIC X(40)
                                      VALUE 'IO/rejecthist.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORET-PATH                  PIC X(80)
                                      VALUE SPACES.
       01 OUNAS-PATH                 PIC X(40)
                                      VALUE 'IO/rejectunassigned.txt'.
       01 ORJH-PATH                  PIC X(40)
                                      VALUE 'IO/rejecthist.txt.new'.
       01 ORSUM-PATH                 PIC X(40)
                                      VALUE 'IO/regionreturnsum.txt'.
       01 OSUBH-PATH                 PIC X(40)
                                      VALUE 'IO/regionsubhist.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
      * ACFG = OPTIONAL LOCAL APP-LOG CONFIG FILE (SEE CHECK-APP-LOG / *
      * APPLOG-CONFIG-READ IN ERRB) - NOT OPENED HERE, ONLY WHEN       *
      * RZSC01 ISN'T CONFIGURED                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ACFG==.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN SECTION.
      *===============================================================*
           PERFORM PGM-INIT

           PERFORM REJECTS-LOAD
           PERFORM REGION-ATTACH
           PERFORM SOURCE-ATTACH-REVENUE
           PERFORM HISTORY-APPLY
           PERFORM RETURN-FILES-WRITE
           PERFORM SUMMARY-WRITE

           PERFORM HISTORY-WRITE
           PERFORM PROMOTE-NEW-MASTER

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PROMOTE-NEW-MASTER SECTION.
      *===============================================================*
      * GENERATION-STYLE SAFE REWRITE (SEE GENPROSE.cob) - CALLED     *
      * FROM MAIN, NOT FROM PGM-FINISH, SO A FAILED RENAME CAN ROUTE  *
      * THROUGH PGM-ERR WITHOUT RECURSING BACK INTO PGM-FINISH        *
      *---------------------------------------------------------------*
           MOVE 'IO/rejecthist.txt' TO GEN-MASTER-PATH
           MOVE 'IO/rejecthist.txt.new' TO GEN-NEW-PATH
           MOVE GEN-MASTER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-MASTER-PATH
           MOVE GEN-NEW-PATH    TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH    TO GEN-NEW-PATH
           PERFORM PROMOTE-MASTER-GENERATION
           .
       PROMOTE-NEW-MASTER-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-RRET1'                          TO PGM-NAME
           MOVE 'PER-REGION REJECT RETURN FILES'     TO PGM-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IREGIONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREGIONS-PATH
           MOVE IREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREJ-PATH
           MOVE IBAD-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IBAD-PATH
           MOVE IXREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREJ-PATH
           MOVE IXBAD-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXBAD-PATH
           MOVE ICALCREJ-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICALCREJ-PATH
           MOVE IMCONF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IMCONF-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IREVC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREVC-PATH
           MOVE IREVP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREVP-PATH
           MOVE IRJH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRJH-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OUNAS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OUNAS-PATH
           MOVE ORJH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORJH-PATH
           MOVE ORSUM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORSUM-PATH
           MOVE OSUBH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSUBH-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-RG-MAX
           MOVE 0 TO TAB-RJ-MAX
           MOVE 0 TO TAB-HS-MAX

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * REGIONS - LINE N OF THE MANIFEST IS REGION N, THE SAME        *
      * ORDINAL TPL-MERG1 STAMPS INTO ICOMP-REGION                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IREGIONS
           PERFORM FILE-READ-IREGIONS
           PERFORM UNTIL (IREGIONS-EOF)
              IF (TAB-RG-MAX >= TAB-RG-DIM) THEN
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'TAB-RG OVERFLOW - REGION NOT RETURNED: '
                        IREGIONS-RECORD(1:40)
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              ELSE
                 ADD 1 TO TAB-RG-MAX
                 MOVE SPACES TO TAB-RG-PATH(TAB-RG-MAX)
                 MOVE SPACES TO TMP-FMT-KIND
                 UNSTRING IREGIONS-RECORD DELIMITED BY '|'
                   INTO TAB-RG-PATH(TAB-RG-MAX) TMP-FMT-KIND
                 END-UNSTRING
                 MOVE 0 TO TAB-RG-ROWS(TAB-RG-MAX)
                 MOVE 0 TO TAB-RG-REPEAT(TAB-RG-MAX)
              END-IF
              PERFORM FILE-READ-IREGIONS
           END-PERFORM
           PERFORM FILE-CLOSE-IREGIONS

      *---------------------------------------------------------------*
      * REJECT HISTORY (OPTIONAL - THE FIRST RUN STARTS IT)           *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IRJH
           IF (IRJH-YES) THEN
              PERFORM FILE-READ-IRJH
              PERFORM UNTIL (IRJH-EOF)
                 ADD 1 TO TAB-HS-MAX
                 IF (TAB-HS-MAX > TAB-HS-DIM) THEN
                    MOVE TAB-HS-DIM TO TAB-HS-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-HS OVERFLOW - REJECT HISTORY TOO LARGE'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-HS-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE IRJH-RECORD TO TAB-HS-REC(TAB-HS-MAX)
                 PERFORM FILE-READ-IRJH
              END-PERFORM
              PERFORM FILE-CLOSE-IRJH
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OUNAS
           PERFORM FILE-OPEN-OUTPUT-ORJH
           PERFORM FILE-OPEN-OUTPUT-ORSUM
           PERFORM FILE-OPEN-EXTEND-OSUBH
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       REJECTS-LOAD SECTION.
      *===============================================================*
      *    EVERY LISTING IS OPTIONAL - A STEP THAT DID NOT RUN        *
      *    TONIGHT LEFT NO FILE AND CONTRIBUTES NOTHING               *
           PERFORM FILE-OPEN-INPUT-IREJ
           IF (IREJ-YES) THEN
              MOVE 'REJECT' TO TMP-RJ-LISTING
              PERFORM FILE-READ-IREJ
              PERFORM UNTIL (IREJ-EOF)
                 MOVE IREJ-RECORD TO TMP-RJ-LINE
                 PERFORM REJECT-LINE-ADD
                 PERFORM FILE-READ-IREJ
              END-PERFORM
              PERFORM FILE-CLOSE-IREJ
           END-IF

           PERFORM FILE-OPEN-INPUT-IBAD
           IF (IBAD-YES) THEN
              MOVE 'BADROW' TO TMP-RJ-LISTING
              PERFORM FILE-READ-IBAD
              PERFORM UNTIL (IBAD-EOF)
                 MOVE IBAD-RECORD TO TMP-RJ-LINE
                 PERFORM REJECT-LINE-ADD
                 PERFORM FILE-READ-IBAD
              END-PERFORM
              PERFORM FILE-CLOSE-IBAD
           END-IF

           PERFORM FILE-OPEN-INPUT-IXREJ
           IF (IXREJ-YES) THEN
              MOVE 'XTRREJ' TO TMP-RJ-LISTING
              PERFORM FILE-READ-IXREJ
              PERFORM UNTIL (IXREJ-EOF)
                 MOVE IXREJ-RECORD TO TMP-RJ-LINE
                 PERFORM REJECT-LINE-ADD
                 PERFORM FILE-READ-IXREJ
              END-PERFORM
              PERFORM FILE-CLOSE-IXREJ
           END-IF

           PERFORM FILE-OPEN-INPUT-IXBAD
           IF (IXBAD-YES) THEN
              MOVE 'XTRBAD' TO TMP-RJ-LISTING
              PERFORM FILE-READ-IXBAD
              PERFORM UNTIL (IXBAD-EOF)
                 MOVE IXBAD-RECORD TO TMP-RJ-LINE
                 PERFORM REJECT-LINE-ADD
                 PERFORM FILE-READ-IXBAD
              END-PERFORM
              PERFORM FILE-CLOSE-IXBAD
           END-IF

           PERFORM FILE-OPEN-INPUT-ICALCREJ
           IF (ICALCREJ-YES) THEN
              MOVE 'CALCREJ' TO TMP-RJ-LISTING
              PERFORM FILE-READ-ICALCREJ
              PERFORM UNTIL (ICALCREJ-EOF)
                 MOVE ICALCREJ-RECORD TO TMP-RJ-LINE
                 PERFORM REJECT-LINE-ADD
                 PERFORM FILE-READ-ICALCREJ
              END-PERFORM
              PERFORM FILE-CLOSE-ICALCREJ
           END-IF

      *---------------------------------------------------------------*
      * MERGE CONFLICTS ARE WHOLE COMPANIES-LAYOUT RECORDS WITH THE   *
      * LOSING REGION ALREADY STAMPED IN BYTES 69-70                  *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IMCONF
           IF (IMCONF-YES) THEN
              PERFORM FILE-READ-IMCONF
              PERFORM UNTIL (IMCONF-EOF)
                 IF (IMCONF-RECORD(1:38) NOT = SPACES) THEN
                    PERFORM REJECT-TABLE-NEXT
                    MOVE 'MERGCONF' TO TAB-RJ-LISTING(TAB-RJ-MAX)
                    MOVE 'CROSS-REGION DUPLICATE'
                      TO TAB-RJ-REASON(TAB-RJ-MAX)
                    MOVE IMCONF-RECORD(1:38)
                      TO TAB-RJ-NAME(TAB-RJ-MAX)
                    MOVE IMCONF-RECORD(39:2)
                      TO TAB-RJ-STATE(TAB-RJ-MAX)
                    MOVE IMCONF-RECORD TO TAB-RJ-SOURCE(TAB-RJ-MAX)
                    IF (IMCONF-RECORD(69:2) NUMERIC) THEN
                       MOVE IMCONF-RECORD(69:2)
                         TO TAB-RJ-REGION(TAB-RJ-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IMCONF
              END-PERFORM
              PERFORM FILE-CLOSE-IMCONF
           END-IF
           .
       REJECTS-LOAD-EXIT. EXIT.



      *****************************************************************
       REJECT-LINE-ADD SECTION.
      *===============================================================*
      *    '<REASON>: ' + NAME X(38) + ' ' + STATE X(2) [+ ...] - THE *
      *    REASON ITSELF MAY CONTAIN AN EDITED VALUE, SO THE NAME     *
      *    STARTS AFTER THE FIRST ': ' WHEREVER THAT FALLS            *
           IF (TMP-RJ-LINE = SPACES) THEN
              GO TO REJECT-LINE-ADD-EXIT
           END-IF
           MOVE 0 TO TMP-RJ-LEN
           INSPECT TMP-RJ-LINE TALLYING TMP-RJ-LEN
             FOR CHARACTERS BEFORE INITIAL ': '
           IF (TMP-RJ-LEN = 0) OR (TMP-RJ-LEN > 40)
              OR (TMP-RJ-LEN + 43 > 132) THEN
              ADD 1 TO TMP-COUNT-UNPARSED
              MOVE SPACES TO APP-LOG-LINE
              STRING 'REJECT LINE NOT RECOGNISED (' TMP-RJ-LISTING
                     '): ' TMP-RJ-LINE(1:60)
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO REJECT-LINE-ADD-EXIT
           END-IF
           PERFORM REJECT-TABLE-NEXT
           MOVE TMP-RJ-LISTING TO TAB-RJ-LISTING(TAB-RJ-MAX)
           MOVE TMP-RJ-LINE(1:TMP-RJ-LEN)
             TO TAB-RJ-REASON(TAB-RJ-MAX)
           MOVE TMP-RJ-LINE(TMP-RJ-LEN + 3:38)
             TO TAB-RJ-NAME(TAB-RJ-MAX)
           MOVE TMP-RJ-LINE(TMP-RJ-LEN + 42:2)
             TO TAB-RJ-STATE(TAB-RJ-MAX)
           .
       REJECT-LINE-ADD-EXIT. EXIT.



      *****************************************************************
       REJECT-TABLE-NEXT SECTION.
      *===============================================================*
           ADD 1 TO TAB-RJ-MAX
           IF (TAB-RJ-MAX > TAB-RJ-DIM) THEN
              MOVE TAB-RJ-DIM TO TAB-RJ-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-RJ OVERFLOW - TOO MANY REJECTS TONIGHT'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-RJ-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-COUNT-REJECTS
           MOVE SPACES TO TAB-RJ(TAB-RJ-MAX)
           MOVE 0      TO TAB-RJ-REGION(TAB-RJ-MAX)
           MOVE 0      TO TAB-RJ-TIMES(TAB-RJ-MAX)
           .
       REJECT-TABLE-NEXT-EXIT. EXIT.



      *****************************************************************
       REGION-ATTACH SECTION.
      *===============================================================*
      *    ONE PASS OVER companies.txt - EVERY REJECT OF THAT NAME +  *
      *    STATE STILL WITHOUT A REGION TAKES THE MERGE STAMP, AND    *
      *    THE COMPANIES RECORD BECOMES ITS SOURCE RECORD UNLESS A    *
      *    BETTER ONE (MERGE CONFLICT, REVENUE SNAPSHOT) APPLIES      *
           IF (TAB-RJ-MAX = 0) THEN
              GO TO REGION-ATTACH-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-ICOMP
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
                 IF (TAB-RJ-NAME(TMP-I-TABLE) = ICOMP-NAME)
                    AND (TAB-RJ-STATE(TMP-I-TABLE) = ICOMP-STATE) THEN
                    IF (TAB-RJ-REGION(TMP-I-TABLE) = 0)
                       AND (ICOMP-REGION NUMERIC) THEN
                       MOVE ICOMP-REGION TO TAB-RJ-REGION(TMP-I-TABLE)
                    END-IF
                    IF (TAB-RJ-SOURCE(TMP-I-TABLE) = SPACES)
                       AND (TAB-RJ-LISTING(TMP-I-TABLE)
                            NOT = 'CALCREJ') THEN
                       MOVE ICOMP-RECORD TO TAB-RJ-SOURCE(TMP-I-TABLE)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       REGION-ATTACH-EXIT. EXIT.



      *****************************************************************
       SOURCE-ATTACH-REVENUE SECTION.
      *===============================================================*
      *    GROWTH-CALCULATION REJECTS COME FROM THE REVENUE SNAPSHOTS *
      *    - THE CURRENT ONE FIRST, THE PRIOR ONE FOR ROWS MISSING    *
      *    FROM THE CURRENT PERIOD                                    *
           PERFORM FILE-OPEN-INPUT-IREVC
           IF (IREVC-YES) THEN
              PERFORM FILE-READ-IREVC
              PERFORM UNTIL (IREVC-EOF)
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
                    IF (TAB-RJ-LISTING(TMP-I-TABLE) = 'CALCREJ')
                       AND (TAB-RJ-SOURCE(TMP-I-TABLE) = SPACES)
                       AND (TAB-RJ-NAME(TMP-I-TABLE)
                            = IREVC-RECORD(1:38))
                       AND (TAB-RJ-STATE(TMP-I-TABLE)
                            = IREVC-RECORD(39:2)) THEN
                       MOVE IREVC-RECORD TO TAB-RJ-SOURCE(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-IREVC
              END-PERFORM
              PERFORM FILE-CLOSE-IREVC
           END-IF

           PERFORM FILE-OPEN-INPUT-IREVP
           IF (IREVP-YES) THEN
              PERFORM FILE-READ-IREVP
              PERFORM UNTIL (IREVP-EOF)
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
                    IF (TAB-RJ-LISTING(TMP-I-TABLE) = 'CALCREJ')
                       AND (TAB-RJ-SOURCE(TMP-I-TABLE) = SPACES)
                       AND (TAB-RJ-NAME(TMP-I-TABLE)
                            = IREVP-RECORD(1:38))
                       AND (TAB-RJ-STATE(TMP-I-TABLE)
                            = IREVP-RECORD(39:2)) THEN
                       MOVE IREVP-RECORD TO TAB-RJ-SOURCE(TMP-I-TABLE)
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-IREVP
              END-PERFORM
              PERFORM FILE-CLOSE-IREVP
           END-IF
           .
       SOURCE-ATTACH-REVENUE-EXIT. EXIT.



      *****************************************************************
       HISTORY-APPLY SECTION.
      *===============================================================*
      *    A COMPANY ALREADY REJECTED ON AN EARLIER RUN DATE IS A     *
      *    REPEAT OFFENDER. THE FIRST REJECT OF A COMPANY TONIGHT     *
      *    MOVES ITS LAST DATE TO TODAY, SO FURTHER REJECTS OF IT     *
      *    TONIGHT (OR A RERUN) ONLY READ THE COUNT, NEVER BUMP IT    *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
              MOVE 0 TO TMP-HS-IDX
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-HS-MAX)
                           OR (TMP-HS-IDX > 0)
                 MOVE TAB-HS-REC(TMP-J-TABLE) TO RJH-REC
                 IF (RJH-NAME = TAB-RJ-NAME(TMP-I-TABLE))
                    AND (RJH-STATE = TAB-RJ-STATE(TMP-I-TABLE)) THEN
                    MOVE TMP-J-TABLE TO TMP-HS-IDX
                 END-IF
              END-PERFORM
              IF (TMP-HS-IDX = 0) THEN
                 ADD 1 TO TAB-HS-MAX
                 IF (TAB-HS-MAX > TAB-HS-DIM) THEN
                    MOVE TAB-HS-DIM TO TAB-HS-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-HS OVERFLOW - REJECT HISTORY TOO LARGE'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-HS-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE SPACES                    TO RJH-REC
                 MOVE TAB-RJ-NAME(TMP-I-TABLE)  TO RJH-NAME
                 MOVE TAB-RJ-STATE(TMP-I-TABLE) TO RJH-STATE
                 MOVE TAB-RJ-REGION(TMP-I-TABLE) TO RJH-REGION
                 MOVE TMP-TODAY                 TO RJH-FIRST-DATE
                 MOVE TMP-TODAY                 TO RJH-LAST-DATE
                 MOVE 1                         TO RJH-TIMES
                 MOVE RJH-REC TO TAB-HS-REC(TAB-HS-MAX)
              ELSE
                 MOVE TAB-HS-REC(TMP-HS-IDX) TO RJH-REC
                 IF (RJH-LAST-DATE < TMP-TODAY) THEN
                    ADD 1 TO RJH-TIMES
                    MOVE TMP-TODAY TO RJH-LAST-DATE
                 END-IF
                 IF (TAB-RJ-REGION(TMP-I-TABLE) > 0) THEN
                    MOVE TAB-RJ-REGION(TMP-I-TABLE) TO RJH-REGION
                 END-IF
                 MOVE RJH-REC TO TAB-HS-REC(TMP-HS-IDX)
              END-IF
              MOVE RJH-TIMES TO TAB-RJ-TIMES(TMP-I-TABLE)
              IF (RJH-TIMES > 1) THEN
                 MOVE 'R' TO TAB-RJ-REPEAT-SW(TMP-I-TABLE)
                 ADD 1 TO TMP-COUNT-REPEAT
              END-IF
           END-PERFORM
           .
       HISTORY-APPLY-EXIT. EXIT.



      *****************************************************************
       RETURN-FILES-WRITE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * ONE FILE PER REGION, WRITTEN EVEN WHEN EMPTY SO THE OFFICE    *
      * SEES TONIGHT'S RESULT INSTEAD OF LAST NIGHT'S LEFTOVER        *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-RG-IDX FROM 1 BY 1
                     UNTIL (TMP-RG-IDX > TAB-RG-MAX)
              IF (TAB-RG-PATH(TMP-RG-IDX) NOT = SPACES) THEN
                 PERFORM RETURN-FILE-ONE-REGION
              END-IF
           END-PERFORM

      *---------------------------------------------------------------*
      * NO REGION STAMP, OR A STAMP BEYOND THE MANIFEST - THE CLERK   *
      * HANDLES THESE CENTRALLY                                       *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
              IF (TAB-RJ-REGION(TMP-I-TABLE) = 0)
                 OR (TAB-RJ-REGION(TMP-I-TABLE) > TAB-RG-MAX) THEN
                 PERFORM RETURN-LINE-BUILD
                 MOVE RET-REC TO OUNAS-RECORD
                 PERFORM FILE-WRITE-OUNAS
                 ADD 1 TO TMP-COUNT-UNASSIGNED
                 IF (TAB-RJ-REPEAT-SW(TMP-I-TABLE) = 'R') THEN
                    ADD 1 TO TMP-COUNT-UNAS-REPEAT
                 END-IF
              END-IF
           END-PERFORM
           .
       RETURN-FILES-WRITE-EXIT. EXIT.



      *****************************************************************
       RETURN-FILE-ONE-REGION SECTION.
      *===============================================================*
           MOVE SPACES TO ORET-PATH
           STRING FUNCTION TRIM(TAB-RG-PATH(TMP-RG-IDX)) '.ret'
             DELIMITED BY SIZE
             INTO ORET-PATH
           END-STRING
           PERFORM FILE-OPEN-OUTPUT-ORET
           MOVE TMP-TODAY                TO RET-H1-DATE
           MOVE TMP-RG-IDX               TO RET-H1-REGION
           MOVE TAB-RG-PATH(TMP-RG-IDX)  TO RET-H1-PATH
           MOVE RET-H1 TO ORET-RECORD
           PERFORM FILE-WRITE-ORET
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RJ-MAX)
              IF (TAB-RJ-REGION(TMP-I-TABLE) = TMP-RG-IDX) THEN
                 PERFORM RETURN-LINE-BUILD
                 MOVE RET-REC TO ORET-RECORD
                 PERFORM FILE-WRITE-ORET
                 ADD 1 TO TAB-RG-ROWS(TMP-RG-IDX)
                 IF (TAB-RJ-REPEAT-SW(TMP-I-TABLE) = 'R') THEN
                    ADD 1 TO TAB-RG-REPEAT(TMP-RG-IDX)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FILE-CLOSE-ORET
           .
       RETURN-FILE-ONE-REGION-EXIT. EXIT.



      *****************************************************************
       RETURN-LINE-BUILD SECTION.
      *===============================================================*
           MOVE SPACES                         TO RET-REC
           MOVE TAB-RJ-REASON(TMP-I-TABLE)     TO RET-REASON
           MOVE TAB-RJ-NAME(TMP-I-TABLE)       TO RET-NAME
           MOVE TAB-RJ-STATE(TMP-I-TABLE)      TO RET-STATE
           MOVE TAB-RJ-REPEAT-SW(TMP-I-TABLE)  TO RET-REPEAT
           MOVE TAB-RJ-TIMES(TMP-I-TABLE)      TO RET-TIMES
           MOVE TAB-RJ-LISTING(TMP-I-TABLE)    TO RET-LISTING
           MOVE TAB-RJ-SOURCE(TMP-I-TABLE)     TO RET-SOURCE
           .
       RETURN-LINE-BUILD-EXIT. EXIT.



      *****************************************************************
       SUMMARY-WRITE SECTION.
      *===============================================================*
           MOVE TMP-TODAY TO ORSUM-H1-DATE
           MOVE ORSUM-H1  TO ORSUM-REC
           PERFORM ORSUM-WRITE
           MOVE ORSUM-HR1 TO ORSUM-REC
           PERFORM ORSUM-WRITE
           MOVE ORSUM-H2  TO ORSUM-REC
           PERFORM ORSUM-WRITE
           MOVE ORSUM-HR1 TO ORSUM-REC
           PERFORM ORSUM-WRITE
           PERFORM VARYING TMP-RG-IDX FROM 1 BY 1
                     UNTIL (TMP-RG-IDX > TAB-RG-MAX)
              MOVE SPACES                    TO ORSUM-R1
              MOVE TMP-RG-IDX                TO TMP-RG-ED
              MOVE TMP-RG-ED                 TO ORSUM-R1-REGION
              MOVE TAB-RG-PATH(TMP-RG-IDX)   TO ORSUM-R1-PATH
              MOVE TAB-RG-ROWS(TMP-RG-IDX)   TO ORSUM-R1-ROWS
              MOVE TAB-RG-REPEAT(TMP-RG-IDX) TO ORSUM-R1-REPEAT
              MOVE ORSUM-R1 TO ORSUM-REC
              PERFORM ORSUM-WRITE
      *       REJECTED ROWS FOR THE PUNCTUALITY SCORECARD'S RATE
              MOVE SPACES                    TO SUBH-ARG-DATE
              MOVE SPACES                    TO SUBH-ARG-CUTOFF
              MOVE TMP-RG-IDX                TO SUBH-ARG-REGION
              MOVE 'REJECTS'                 TO SUBH-ARG-EVENT
              MOVE 'RETURNED'                TO SUBH-ARG-STATUS
              MOVE TAB-RG-ROWS(TMP-RG-IDX)   TO SUBH-ARG-ROWS
              PERFORM SUBHIST-WRITE-EVENT
           END-PERFORM
           MOVE SPACES                TO ORSUM-R1
           MOVE '--'                  TO ORSUM-R1-REGION
           MOVE '(REGION NOT KNOWN)'  TO ORSUM-R1-PATH
           MOVE TMP-COUNT-UNASSIGNED  TO ORSUM-R1-ROWS
           MOVE TMP-COUNT-UNAS-REPEAT TO ORSUM-R1-REPEAT
           MOVE ORSUM-R1 TO ORSUM-REC
           PERFORM ORSUM-WRITE
           MOVE ORSUM-HR1 TO ORSUM-REC
           PERFORM ORSUM-WRITE
           MOVE SPACES                TO ORSUM-R1
           MOVE 'TOTAL'               TO ORSUM-R1-REGION
           MOVE TMP-COUNT-REJECTS     TO ORSUM-R1-ROWS
           MOVE TMP-COUNT-REPEAT      TO ORSUM-R1-REPEAT
           MOVE ORSUM-R1 TO ORSUM-REC
           PERFORM ORSUM-WRITE
           .
       SUMMARY-WRITE-EXIT. EXIT.



      *****************************************************************
       HISTORY-WRITE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-HS-MAX)
              MOVE TAB-HS-REC(TMP-J-TABLE) TO ORJH-RECORD
              PERFORM FILE-WRITE-ORJH
           END-PERFORM
           PERFORM FILE-CLOSE-ORJH
           .
       HISTORY-WRITE-EXIT. EXIT.



      *****************************************************************
       ORSUM-WRITE SECTION.
      *===============================================================*
           MOVE ORSUM-REC TO ORSUM-RECORD
           PERFORM FILE-WRITE-ORSUM
           .
       ORSUM-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TMP-COUNT-REJECTS TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OUNAS
           PERFORM FILE-CLOSE-ORSUM
           PERFORM FILE-CLOSE-OSUBH

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'REGIONS IN MANIFEST.: ' TAB-RG-MAX
           DISPLAY 'REJECTS RETURNED....: ' TMP-COUNT-REJECTS
           DISPLAY 'FROM REPEAT OFFEND..: ' TMP-COUNT-REPEAT
           DISPLAY 'REGION UNKNOWN......: ' TMP-COUNT-UNASSIGNED
           DISPLAY 'LINES NOT RECOGNISED: ' TMP-COUNT-UNPARSED
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
              PERFORM DISPLAY-PGM-END
              MOVE PGM-END-RC TO RETURN-CODE
           END-IF
           GOBACK
           .
       PGM-END-EXIT. EXIT.

      *****************************************************************
      * COPIES                                                        *
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/FILE/SUBHSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREGIONS==
            ==:V2:== BY ==IREGIONS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREJ==
            ==:V2:== BY ==IREJ-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBAD==
            ==:V2:== BY ==IBAD-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREJ==
            ==:V2:== BY ==IXREJ-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXBAD==
            ==:V2:== BY ==IXBAD-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICALCREJ==
            ==:V2:== BY ==ICALCREJ-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMCONF==
            ==:V2:== BY ==IMCONF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREVC==
            ==:V2:== BY ==IREVC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREVP==
            ==:V2:== BY ==IREVP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRJH==
            ==:V2:== BY ==IRJH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==ORET-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OUNAS==
            ==:V2:== BY ==OUNAS-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORJH==
            ==:V2:== BY ==ORJH-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORSUM==
            ==:V2:== BY ==ORSUM-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSUBH==
            ==:V2:== BY ==OSUBH-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RRET1.
      *****************************************************************
