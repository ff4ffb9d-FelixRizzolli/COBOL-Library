       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-STOR1.
      *****************************************************************
      * TPL-STOR1: IO STORAGE USAGE AND QUOTA PROJECTION              *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE IO DIRECTORY HOLDS THE MASTERS WITH THEIR <master>.Gnnnn  *
      * GENERATIONS, THE DATE-STAMPED REPORT ARCHIVES, SPILL FILES,   *
      * CHECKPOINTS, BURST FILES AND THE HISTORY MASTERS. THIS        *
      * PROGRAM MEASURES THE SPACE EACH FILE FAMILY TAKES, KEEPS ONE  *
      * SIZE HISTORY LINE PER FAMILY AND NIGHT, AND PROJECTS THE DAYS *
      * LEFT UNTIL THE DISK QUOTA AT THE CURRENT GROWTH RATE - SO A   *
      * FULL DISK IS SEEN COMING INSTEAD OF WHEN A PROMOTE FAILS. IT  *
      * ALSO WORKS OUT HOW MUCH A SHORTER GENERATION DEPTH OR ARCHIVE *
      * RETENTION WOULD FREE AND NAMES THE SETTING THAT FREES MOST.   *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IPARM  - STORAGE PARAMETERS (IO/storparm.txt), KEYWORD=VALUE: *
      *          QUOTAMB=<MB>        DISK QUOTA OF THE IO DIRECTORY   *
      *                              (REQUIRED)                       *
      *          WARNDAYS=<DAYS>     ALERT BELOW THIS MANY DAYS TO    *
      *                              QUOTA (DEFAULT 30)               *
      *          RATEDAYS=<DAYS>     GROWTH RATE MEASURED OVER THE    *
      *                              LAST DAYS OF HISTORY (DEFAULT 30)*
      *          FAMILY=<MASTER>     A MASTER; ITS .Gnnnn GENERATIONS *
      *                              COUNT WITH IT                    *
      *          FILE=<FAMILY>;<PATH> A SINGLE FILE (SPILL, CHECKPOINT*
      *                              ...) COUNTED UNDER <FAMILY>      *
      *          WITHOUT FAMILY= AND FILE= LINES THE LIST BUILT INTO  *
      *          TAB-DF IS MEASURED                                   *
      * ICATLG - ARCHIVE CATALOG (IO/archivecatalog.txt) - ONE FAMILY *
      *          PER ARCHIVING PROGRAM                                *
      * IDLOG  - DISTRIBUTION LOG (IO/distlog.txt) - THE BURST FILES  *
      *          IO/BURST_<RECIPIENT>.txt OF TPL-BRST1                *
      * IGPARM - GENERATION DEPTH (IO/genparm.txt, GENDEPTH, DEFAULT  *
      *          5 AS IN GENPROWS.cob)                                *
      * IAPARM - ARCHIVE RETENTION (IO/archparm.txt, KEEPDAYS,        *
      *          DEFAULT 90 AS IN TPL-ARCH1)                          *
      * IHIST  - SIZE HISTORY (IO/storhist.txt), OPTIONAL             *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OHIST  - TONIGHT'S SIZES APPENDED TO IO/storhist.txt, ONE     *
      *          LINE PER FAMILY AND A *TOTAL LINE (ONCE A DAY)       *
      * OSTOR  - STORAGE REPORT (IO/storagereport.txt)                *
      * OALERT - ALERT 921 WHEN THE QUOTA IS CLOSER THAN WARNDAYS      *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * SIZES COME FROM CBL_CHECK_FILE_EXIST. THE GENERATIONS ARE     *
      * PROBED SLOT BY SLOT AS IN TPL-REST1. THE GROWTH RATE IS THE   *
      * CHANGE OF THE *TOTAL SINCE THE OLDEST HISTORY DAY INSIDE      *
      * RATEDAYS, PER DAY; A TOTAL THAT IS NOT GROWING HAS NO         *
      * PROJECTION. THE RETENTION CANDIDATES ARE EVERY SHORTER        *
      * GENDEPTH (THE OLDEST GENERATIONS BEYOND IT, OVER ALL          *
      * FAMILIES) AND KEEPDAYS AT 3/4, 1/2 AND 1/4 OF ITS VALUE (THE  *
      * NON-MONTH-END ARCHIVES OLDER THAN THAT, AS TPL-ARCH1 WOULD    *
      * PURGE THEM), LISTED BY THE SPACE THEY FREE. NOTHING IS        *
      * DELETED HERE.                                                 *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * ATTRIBUTE HISTORY (attrhist.txt) MEASURED BY DEFAULT          *
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==IDLOG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGPARM==
            ==:V2:== BY ==IGPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IAPARM==
            ==:V2:== BY ==IAPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSTOR==
            ==:V2:== BY ==OSTOR-PATH==.
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IAPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSTOR==
            ==:V2:== BY ==132==.
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
      * INPUT IPARM/IGPARM/IAPARM = KEYWORD=VALUE PARAMETER FILES     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGPARM==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IAPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(60).
       01 PARM-WORK.
           05 TMP-QUOTA-MB            PIC 9(9).
           05 TMP-WARN-DAYS           PIC 9(4)    VALUE 30.
           05 TMP-RATE-DAYS           PIC 9(4)    VALUE 30.
           05 TMP-GEN-DEPTH           PIC 9(4)    VALUE 5.
           05 TMP-KEEP-DAYS           PIC 9(4)    VALUE 90.
           05 TMP-PARM-FAMILY         PIC X(30).
           05 TMP-PARM-PATH           PIC X(40).

      *---------------------------------------------------------------*
      * INPUT ICATLG = ARCHIVE CATALOG (SEE TPL-ARCH1)                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICATLG==.
       01 CATLG-REC.
           05 CATLG-DATE              PIC X(8).
           05 CATLG-PGM               PIC X(8).
           05 CATLG-PATH              PIC X(40).
           05 CATLG-COUNT             PIC 9(9).
           05 CATLG-RUN-ID            PIC X(12).
           05 CATLG-HASH              PIC X(13).
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).

      *---------------------------------------------------------------*
      * INPUT IDLOG = DISTRIBUTION LOG (SEE TPL-BRST1)                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDLOG==.
       01 DLOG-REC.
           05 DLOG-TS                 PIC X(14).
           05 DLOG-RECIPIENT          PIC X(8).
           05 DLOG-LINES              PIC 9(7).
           05 DLOG-PAGES              PIC 9(5).
           05 DLOG-SOURCE             PIC X(40).
           05 FILLER                  PIC X(6).

      *---------------------------------------------------------------*
      * INPUT IHIST / OUTPUT OHIST = SIZE HISTORY                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OHIST==.
       01 HIST-REC.
           05 HIST-DATE               PIC X(8).
           05 HIST-FAMILY             PIC X(30).
           05 HIST-FILES              PIC 9(7).
           05 HIST-BYTES              PIC 9(15).
           05 FILLER                  PIC X(20).

      *---------------------------------------------------------------*
      * OUTPUT OSTOR = STORAGE REPORT                                 *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSTOR==.
       01 OSTOR-REC                   PIC X(132).
       01 OSTOR-D1.
           05 OSTOR-D1-FAMILY         PIC X(30).
           05 FILLER                  PIC X(2).
           05 OSTOR-D1-FILES          PIC ZZZZZZ9.
           05 FILLER                  PIC X(2).
           05 OSTOR-D1-MB             PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(2).
           05 OSTOR-D1-BASE-MB        PIC ZZZZZZZZ9,99.
           05 OSTOR-D1-BASE-X REDEFINES OSTOR-D1-BASE-MB
                                      PIC X(12).
           05 FILLER                  PIC X(2).
           05 OSTOR-D1-RATE           PIC -ZZZZZZ9,999.
           05 OSTOR-D1-RATE-X REDEFINES OSTOR-D1-RATE
                                      PIC X(12).
           05 FILLER                  PIC X(39).
       01 OSTOR-D2.
           05 OSTOR-D2-RANK           PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 OSTOR-D2-SETTING        PIC X(16).
           05 FILLER                  PIC X(2).
           05 OSTOR-D2-WHERE          PIC X(20).
           05 FILLER                  PIC X(2).
           05 OSTOR-D2-NOW            PIC X(16).
           05 FILLER                  PIC X(2).
           05 OSTOR-D2-MB             PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(57).
       01 OSTOR-HR                    PIC X(132) VALUE ALL '-'.
       01 OSTOR-HR2                   PIC X(132) VALUE ALL '='.

      *---------------------------------------------------------------*
      * FILES MEASURED WHEN storparm.txt NAMES NONE: KIND M = MASTER  *
      * WITH ITS GENERATIONS, F = SINGLE FILE UNDER THE FAMILY NAME   *
      *---------------------------------------------------------------*
       01 DEFAULT-FILES.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/companies.txt'.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/growthhist.txt'.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/lifecycle.txt'.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/companyattr.txt'.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/attrhist.txt'.
           05 FILLER PIC X(1)  VALUE 'M'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'IO/industries.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'HISTORY INDEX'.
           05 FILLER PIC X(30) VALUE 'IO/growthhist.idx'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'JOURNAL'.
           05 FILLER PIC X(30) VALUE 'IO/companiesjrn.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'SPILL'.
           05 FILLER PIC X(30) VALUE 'IO/bat1spill.tmp'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'SPILL'.
           05 FILLER PIC X(30) VALUE 'IO/bat2spill.tmp'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'SPILL'.
           05 FILLER PIC X(30) VALUE 'IO/bat2topn.tmp'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'CHECKPOINT'.
           05 FILLER PIC X(30) VALUE 'IO/bat1chkpt.txt'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(20) VALUE 'CHECKPOINT'.
           05 FILLER PIC X(30) VALUE 'IO/bat2chkpt.txt'.
       01 DEFAULT-FILES-TAB REDEFINES DEFAULT-FILES.
           05 TAB-DF                  OCCURS 13.
              10 TAB-DF-KIND          PIC X(1).
              10 TAB-DF-FAMILY        PIC X(20).
              10 TAB-DF-PATH          PIC X(30).
       01 TAB-DF-MAX                  PIC S9(4)   BINARY VALUE 13.

      *---------------------------------------------------------------*
      * FILE FAMILIES AND WHAT THEY HOLD TONIGHT                      *
      *---------------------------------------------------------------*
       01 FAMILY-SET.
           05 TAB-FM-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-FM-DIM              PIC S9(9) BINARY VALUE 200.
           05 TAB-FM                  OCCURS 200.
                10 TAB-FM-NAME        PIC X(30).
                10 TAB-FM-FILES       PIC 9(7).
                10 TAB-FM-BYTES       PIC 9(15).
                10 TAB-FM-BASE-SW     PIC X(1).
                10 TAB-FM-BASE-BYTES  PIC 9(15).

      *---------------------------------------------------------------*
      * MASTER FAMILIES NAMED IN storparm.txt (PROBED AFTER THE PARM  *
      * PASS, SO A FILE= LINE CAN COME FIRST)                         *
      *---------------------------------------------------------------*
       01 MASTER-SET.
           05 TAB-MS-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-MS                  OCCURS 100.
                10 TAB-MS-PATH        PIC X(40).
       01 FILE-SET.
           05 TAB-FS-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-FS                  OCCURS 200.
                10 TAB-FS-FAMILY      PIC X(30).
                10 TAB-FS-PATH        PIC X(40).

      *---------------------------------------------------------------*
      * GENERATION SIZES OF ONE MASTER, OLDEST FIRST                  *
      *---------------------------------------------------------------*
       01 GENERATION-SIZES.
           05 TAB-GS-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-GS-BYTES            PIC 9(15)   COMP-3
                                      OCCURS 9999.

      *---------------------------------------------------------------*
      * BURST RECIPIENTS ALREADY MEASURED                             *
      *---------------------------------------------------------------*
       01 RECIPIENT-SET.
           05 TAB-RC-MAX              PIC S9(9) BINARY VALUE 0.
           05 TAB-RC-RECIPIENT        PIC X(8)    OCCURS 999.

      *---------------------------------------------------------------*
      * RETENTION CANDIDATES: GENDEPTH 1 .. 99 (SLOT = DEPTH) AND     *
      * KEEPDAYS AT 3/4, 1/2, 1/4 (SLOTS 100 .. 102)                  *
      *---------------------------------------------------------------*
       01 CANDIDATE-SET.
           05 TAB-CD                  OCCURS 102.
                10 TAB-CD-USED-SW     PIC X(1).
                10 TAB-CD-VALUE       PIC 9(4).
                10 TAB-CD-BYTES       PIC 9(15).
                10 TAB-CD-DONE-SW     PIC X(1).
       01 TMP-CD-TOP                  PIC S9(4)   BINARY.
       01 TMP-CD-RANK                 PIC S9(4)   BINARY.

      *---------------------------------------------------------------*
      * FILE SIZE PROBE (CBL_CHECK_FILE_EXIST - SIZE IN BYTES FIRST)  *
      *---------------------------------------------------------------*
       01 TMP-PROBE-PATH              PIC X(40).
       01 TMP-PROBE-INFO.
           05 TMP-PROBE-SIZE          PIC 9(18)   COMP.
           05 FILLER                  PIC X(8).
       01 TMP-PROBE-RC                PIC S9(9)   COMP.
       01 TMP-PROBE-NUM               PIC 9(4).
       01 TMP-PROBE-FAMILY            PIC X(30).

      *---------------------------------------------------------------*
      * DATES AND THE PROJECTION                                      *
      *---------------------------------------------------------------*
       01 TMP-TODAY                   PIC X(8).
       01 TMP-TODAY-NUM               PIC 9(8).
       01 TMP-DATE-NUM                PIC 9(8).
       01 TMP-DATE-INT                PIC S9(9).
       01 TMP-NEXT-DATE               PIC 9(8).
       01 TMP-NEXT-DATE-X REDEFINES TMP-NEXT-DATE
                                      PIC X(8).
       01 TMP-RATE-FROM               PIC X(8).
       01 TMP-MONTH-END-SW            PIC X(1).
       01 TMP-KEEP-CUTOFF             PIC X(8)    OCCURS 3.
       01 PROJECTION.
           05 TMP-BYTES-TOTAL         PIC 9(15).
           05 TMP-FILES-TOTAL         PIC 9(7).
           05 TMP-QUOTA-BYTES         PIC 9(15).
           05 TMP-BASE-DATE           PIC X(8).
           05 TMP-BASE-BYTES          PIC 9(15).
           05 TMP-BASE-DAYS           PIC S9(9).
           05 TMP-RATE                PIC S9(13)V99.
           05 TMP-DAYS-LEFT           PIC 9(9).
           05 TMP-PROJECT-SW          PIC X(1).
              88 PROJECTION-MADE          VALUE 'Y'.
           05 TMP-WARN-SW             PIC X(1).
              88 QUOTA-WARNING            VALUE 'Y'.
           05 TMP-HIST-TODAY-SW       PIC X(1).
              88 HISTORY-HAS-TODAY        VALUE 'Y'.
       01 TMP-MB                      PIC 9(9)V99.
       01 TMP-MB-ED                   PIC ZZZZZZZZ9,99.
       01 TMP-MB-ED2                  PIC ZZZZZZZZ9,99.
       01 TMP-PCT-ED                  PIC ZZ9,9.
       01 TMP-DAYS-ED                 PIC ZZZZZZZZ9.
       01 TMP-NUM-ED                  PIC ZZZ9.
       01 TMP-QUOTA-ED                PIC ZZZZZZZZ9.
       01 TMP-TOP-SETTING             PIC X(16).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-FM                PIC S9(9)   BINARY.
           05 TMP-I-GS                PIC S9(9)   BINARY.
           05 TMP-I-CD                PIC S9(9)   BINARY.
           05 TMP-I-K                 PIC S9(9)   BINARY.
           05 TMP-I-RC                PIC S9(9)   BINARY.
       01 TMP-FOUND-SW                PIC X(1).
       01 COUNTER.
           05 TMP-COUNT-PROBED        PIC 9(7).
           05 TMP-COUNT-MISSING       PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/storparm.txt'.
       01 ICATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 IDLOG-PATH                 PIC X(40)
                                      VALUE 'IO/distlog.txt'.
       01 IGPARM-PATH                PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 IAPARM-PATH                PIC X(40)
                                      VALUE 'IO/archparm.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/storhist.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OHIST-PATH                 PIC X(40)
                                      VALUE 'IO/storhist.txt'.
       01 OSTOR-PATH                 PIC X(40)
                                      VALUE 'IO/storagereport.txt'.
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

           PERFORM MEASURE-FILES
           PERFORM MEASURE-ARCHIVES
           PERFORM MEASURE-BURSTS
           PERFORM HISTORY-READ
           PERFORM PROJECTION-MAKE
           PERFORM HISTORY-APPEND

           PERFORM FILE-OPEN-OUTPUT-OSTOR
           PERFORM REPORT-WRITE
           PERFORM FILE-CLOSE-OSTOR

           IF (QUOTA-WARNING) THEN
              PERFORM QUOTA-ALERT
           END-IF

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-STOR1'                          TO PGM-NAME
           MOVE 'IO STORAGE USAGE AND QUOTA PROJECTION'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ICATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICATLG-PATH
           MOVE IDLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDLOG-PATH
           MOVE IGPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGPARM-PATH
           MOVE IAPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IAPARM-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OHIST-PATH
           MOVE OSTOR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSTOR-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           INITIALIZE PROJECTION
           MOVE 0 TO TMP-QUOTA-MB
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM VARYING TMP-I-CD FROM 1 BY 1
                     UNTIL (TMP-I-CD > 102)
              MOVE 'N' TO TAB-CD-USED-SW(TMP-I-CD)
              MOVE 0   TO TAB-CD-VALUE(TMP-I-CD)
              MOVE 0   TO TAB-CD-BYTES(TMP-I-CD)
              MOVE 'N' TO TAB-CD-DONE-SW(TMP-I-CD)
           END-PERFORM

      *---------------------------------------------------------------*
      * STORAGE PARAMETERS - THE QUOTA IS REQUIRED                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(IPARM-KEY)
                   WHEN 'QUOTAMB'
                     COMPUTE TMP-QUOTA-MB =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'WARNDAYS'
                     COMPUTE TMP-WARN-DAYS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'RATEDAYS'
                     COMPUTE TMP-RATE-DAYS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'FAMILY'
                     PERFORM PARM-FAMILY-ADD
                   WHEN 'FILE'
                     PERFORM PARM-FILE-ADD
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN STORPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
           IF (TMP-QUOTA-MB = 0) THEN
              MOVE '905' TO PGM-ERR-RC
              MOVE 'NO QUOTAMB= IN storparm.txt' TO PGM-ERR-MSG1
              MOVE 'THE DISK QUOTA OF THE IO DIRECTORY IN MB IS NEEDED'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TMP-RATE-DAYS = 0) THEN
              MOVE 30 TO TMP-RATE-DAYS
           END-IF
           COMPUTE TMP-QUOTA-BYTES = TMP-QUOTA-MB * 1048576

      *---------------------------------------------------------------*
      * NO FILES NAMED - MEASURE THE BUILT-IN LIST (COMPILED-IN       *
      * NAMES, SO THEY TAKE THE env.cfg PREFIX)                       *
      *---------------------------------------------------------------*
           IF (TAB-MS-MAX = 0) AND (TAB-FS-MAX = 0) THEN
              PERFORM VARYING TMP-I-K FROM 1 BY 1
                        UNTIL (TMP-I-K > TAB-DF-MAX)
                 MOVE TAB-DF-PATH(TMP-I-K) TO ENV-ARG-PATH
                 PERFORM ENV-APPLY-ONE
                 IF (TAB-DF-KIND(TMP-I-K) = 'M') THEN
                    ADD 1 TO TAB-MS-MAX
                    MOVE ENV-ARG-PATH TO TAB-MS-PATH(TAB-MS-MAX)
                 ELSE
                    ADD 1 TO TAB-FS-MAX
                    MOVE TAB-DF-FAMILY(TMP-I-K)
                      TO TAB-FS-FAMILY(TAB-FS-MAX)
                    MOVE ENV-ARG-PATH TO TAB-FS-PATH(TAB-FS-MAX)
                 END-IF
              END-PERFORM
           END-IF

      *---------------------------------------------------------------*
      * THE RETENTION SETTINGS IN FORCE (BOTH FILES ARE OPTIONAL)     *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IGPARM
           IF (IGPARM-YES) THEN
              PERFORM FILE-READ-IGPARM
              PERFORM UNTIL (IGPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IGPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(IPARM-KEY) = 'GENDEPTH') THEN
                    COMPUTE TMP-GEN-DEPTH =
                       FUNCTION NUMVAL(IPARM-VAL)
                 END-IF
                 PERFORM FILE-READ-IGPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IGPARM
           END-IF
           PERFORM FILE-OPEN-INPUT-IAPARM
           IF (IAPARM-YES) THEN
              PERFORM FILE-READ-IAPARM
              PERFORM UNTIL (IAPARM-EOF)
                 MOVE SPACES TO IPARM-KEY IPARM-VAL
                 UNSTRING IAPARM-RECORD DELIMITED BY '='
                   INTO IPARM-KEY IPARM-VAL
                 END-UNSTRING
                 IF (FUNCTION TRIM(IPARM-KEY) = 'KEEPDAYS') THEN
                    COMPUTE TMP-KEEP-DAYS =
                       FUNCTION NUMVAL(IPARM-VAL)
                 END-IF
                 PERFORM FILE-READ-IAPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IAPARM
           END-IF

      *---------------------------------------------------------------*
      * CANDIDATES: EVERY SHORTER GENDEPTH, AND KEEPDAYS CUT TO 3/4,  *
      * 1/2 AND 1/4 (A CUT THAT ROUNDS TO A VALUE ALREADY TRIED, OR   *
      * TO NOTHING, IS DROPPED)                                       *
      *---------------------------------------------------------------*
           PERFORM VARYING TMP-I-CD FROM 1 BY 1
                     UNTIL (TMP-I-CD >= TMP-GEN-DEPTH)
                        OR (TMP-I-CD > 99)
              MOVE 'Y'      TO TAB-CD-USED-SW(TMP-I-CD)
              MOVE TMP-I-CD TO TAB-CD-VALUE(TMP-I-CD)
           END-PERFORM
           COMPUTE TAB-CD-VALUE(100) = TMP-KEEP-DAYS * 3 / 4
           COMPUTE TAB-CD-VALUE(101) = TMP-KEEP-DAYS / 2
           COMPUTE TAB-CD-VALUE(102) = TMP-KEEP-DAYS / 4
           MOVE FUNCTION NUMVAL(TMP-TODAY) TO TMP-TODAY-NUM
           MOVE TMP-TODAY-NUM TO TMP-DATE-NUM
           PERFORM VARYING TMP-I-K FROM 1 BY 1 UNTIL (TMP-I-K > 3)
              COMPUTE TMP-I-CD = 99 + TMP-I-K
              IF (TAB-CD-VALUE(TMP-I-CD) > 0)
                 AND (TAB-CD-VALUE(TMP-I-CD) < TMP-KEEP-DAYS) THEN
                 MOVE 'Y' TO TAB-CD-USED-SW(TMP-I-CD)
              END-IF
              IF (TMP-I-K > 1) THEN
                 IF (TAB-CD-VALUE(TMP-I-CD) =
                     TAB-CD-VALUE(TMP-I-CD - 1)) THEN
                    MOVE 'N' TO TAB-CD-USED-SW(TMP-I-CD)
                 END-IF
              END-IF
              COMPUTE TMP-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(TMP-DATE-NUM)
                 - TAB-CD-VALUE(TMP-I-CD)
              COMPUTE TMP-NEXT-DATE =
                 FUNCTION DATE-OF-INTEGER(TMP-DATE-INT)
              MOVE TMP-NEXT-DATE-X TO TMP-KEEP-CUTOFF(TMP-I-K)
           END-PERFORM

      *---------------------------------------------------------------*
      * GROWTH RATE WINDOW = TODAY - RATEDAYS                         *
      *---------------------------------------------------------------*
           COMPUTE TMP-DATE-INT =
              FUNCTION INTEGER-OF-DATE(TMP-DATE-NUM) - TMP-RATE-DAYS
           COMPUTE TMP-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(TMP-DATE-INT)
           MOVE TMP-NEXT-DATE-X TO TMP-RATE-FROM
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PARM-FAMILY-ADD SECTION.
      *===============================================================*
      *    FAMILY=<MASTER> - PATHS FROM THE PARM FILE ARE USED AS     *
      *    GIVEN (SEE ENVWS.cob)                                      *
           IF (TAB-MS-MAX >= 100) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'MORE THAN 100 FAMILY= LINES IN storparm.txt'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-MS-MAX
           MOVE FUNCTION TRIM(IPARM-VAL) TO TAB-MS-PATH(TAB-MS-MAX)
           .
       PARM-FAMILY-ADD-EXIT. EXIT.



      *****************************************************************
       PARM-FILE-ADD SECTION.
      *===============================================================*
      *    FILE=<FAMILY>;<PATH>                                       *
           MOVE SPACES TO TMP-PARM-FAMILY TMP-PARM-PATH
           UNSTRING IPARM-VAL DELIMITED BY ';'
             INTO TMP-PARM-FAMILY TMP-PARM-PATH
           END-UNSTRING
           IF (TMP-PARM-FAMILY = SPACES) OR (TMP-PARM-PATH = SPACES)
              THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'BAD FILE= LINE IN storparm.txt: ' IPARM-VAL
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED FILE=<FAMILY>;<PATH>' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           IF (TAB-FS-MAX >= 200) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'MORE THAN 200 FILE= LINES IN storparm.txt'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-FS-MAX
           MOVE FUNCTION TRIM(TMP-PARM-FAMILY)
             TO TAB-FS-FAMILY(TAB-FS-MAX)
           MOVE FUNCTION TRIM(TMP-PARM-PATH) TO TAB-FS-PATH(TAB-FS-MAX)
           .
       PARM-FILE-ADD-EXIT. EXIT.



      *****************************************************************
       MEASURE-FILES SECTION.
      *===============================================================*
      *    EVERY MASTER WITH ITS GENERATIONS, THEN THE SINGLE FILES   *
           PERFORM VARYING TMP-I-K FROM 1 BY 1
                     UNTIL (TMP-I-K > TAB-MS-MAX)
              PERFORM MEASURE-MASTER
           END-PERFORM
           PERFORM VARYING TMP-I-K FROM 1 BY 1
                     UNTIL (TMP-I-K > TAB-FS-MAX)
              MOVE TAB-FS-FAMILY(TMP-I-K) TO TMP-PROBE-FAMILY
              MOVE TAB-FS-PATH(TMP-I-K)   TO TMP-PROBE-PATH
              PERFORM PROBE-ONE-FILE
           END-PERFORM
           .
       MEASURE-FILES-EXIT. EXIT.



      *****************************************************************
       MEASURE-MASTER SECTION.
      *===============================================================*
      *    THE MASTER AND EVERY GENERATION SLOT (GAPS ARE NORMAL -    *
      *    RETIRED GENERATIONS LEAVE THEM). THE GENERATIONS BEYOND    *
      *    EACH SHORTER DEPTH ARE ADDED TO THAT DEPTH'S CANDIDATE     *
           MOVE TAB-MS-PATH(TMP-I-K) TO TMP-PROBE-FAMILY
           MOVE TAB-MS-PATH(TMP-I-K) TO TMP-PROBE-PATH
           PERFORM PROBE-ONE-FILE

           MOVE 0 TO TAB-GS-MAX
           PERFORM VARYING TMP-PROBE-NUM FROM 1 BY 1
                     UNTIL (TMP-PROBE-NUM >= 9999)
              MOVE SPACES TO TMP-PROBE-PATH
              STRING FUNCTION TRIM(TAB-MS-PATH(TMP-I-K)) '.G'
                     TMP-PROBE-NUM
                DELIMITED BY SIZE
                INTO TMP-PROBE-PATH
              END-STRING
              CALL 'CBL_CHECK_FILE_EXIST'
                USING TMP-PROBE-PATH TMP-PROBE-INFO
                RETURNING TMP-PROBE-RC
              END-CALL
              IF (TMP-PROBE-RC = ZERO) THEN
                 ADD 1 TO TAB-GS-MAX
                 MOVE TMP-PROBE-SIZE TO TAB-GS-BYTES(TAB-GS-MAX)
                 PERFORM FAMILY-ADD-SIZE
              END-IF
           END-PERFORM

           PERFORM VARYING TMP-I-CD FROM 1 BY 1
                     UNTIL (TMP-I-CD > 99)
              IF (TAB-CD-USED-SW(TMP-I-CD) = 'Y')
                 AND (TAB-GS-MAX > TMP-I-CD) THEN
                 PERFORM VARYING TMP-I-GS FROM 1 BY 1
                           UNTIL (TMP-I-GS > TAB-GS-MAX - TMP-I-CD)
                    ADD TAB-GS-BYTES(TMP-I-GS)
                     TO TAB-CD-BYTES(TMP-I-CD)
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       MEASURE-MASTER-EXIT. EXIT.



      *****************************************************************
       PROBE-ONE-FILE SECTION.
      *===============================================================*
      *    TMP-PROBE-PATH UNDER TMP-PROBE-FAMILY - A FILE NOT THERE   *
      *    TONIGHT (NO SPILL, NO CHECKPOINT) TAKES NO SPACE           *
           CALL 'CBL_CHECK_FILE_EXIST'
             USING TMP-PROBE-PATH TMP-PROBE-INFO
             RETURNING TMP-PROBE-RC
           END-CALL
           IF (TMP-PROBE-RC = ZERO) THEN
              PERFORM FAMILY-ADD-SIZE
           ELSE
              ADD 1 TO TMP-COUNT-MISSING
           END-IF
           .
       PROBE-ONE-FILE-EXIT. EXIT.



      *****************************************************************
       FAMILY-ADD-SIZE SECTION.
      *===============================================================*
      *    TMP-PROBE-SIZE COUNTS TOWARDS TMP-PROBE-FAMILY             *
           ADD 1 TO TMP-COUNT-PROBED
           PERFORM FAMILY-FIND
           ADD 1              TO TAB-FM-FILES(TMP-I-FM)
           ADD TMP-PROBE-SIZE TO TAB-FM-BYTES(TMP-I-FM)
           ADD 1              TO TMP-FILES-TOTAL
           ADD TMP-PROBE-SIZE TO TMP-BYTES-TOTAL
           .
       FAMILY-ADD-SIZE-EXIT. EXIT.



      *****************************************************************
       FAMILY-FIND SECTION.
      *===============================================================*
      *    TMP-I-FM = THE ENTRY OF TMP-PROBE-FAMILY, ADDED IF NEW     *
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-FM FROM 1 BY 1
                     UNTIL (TMP-I-FM > TAB-FM-MAX)
                        OR (TMP-FOUND-SW = 'Y')
              IF (TAB-FM-NAME(TMP-I-FM) = TMP-PROBE-FAMILY) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-FOUND-SW = 'Y') THEN
              SUBTRACT 1 FROM TMP-I-FM
              GO TO FAMILY-FIND-EXIT
           END-IF
           IF (TAB-FM-MAX >= TAB-FM-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-FM OVERFLOW - MORE THAN 200 FILE FAMILIES'
                TO PGM-ERR-MSG1
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-FM-MAX
           MOVE TAB-FM-MAX       TO TMP-I-FM
           MOVE TMP-PROBE-FAMILY TO TAB-FM-NAME(TMP-I-FM)
           MOVE 0                TO TAB-FM-FILES(TMP-I-FM)
           MOVE 0                TO TAB-FM-BYTES(TMP-I-FM)
           MOVE 'N'              TO TAB-FM-BASE-SW(TMP-I-FM)
           MOVE 0                TO TAB-FM-BASE-BYTES(TMP-I-FM)
           .
       FAMILY-FIND-EXIT. EXIT.



      *****************************************************************
       MEASURE-ARCHIVES SECTION.
      *===============================================================*
      *    ONE FAMILY PER ARCHIVING PROGRAM. A NON-MONTH-END ARCHIVE  *
      *    OLDER THAN A SHORTER KEEPDAYS COUNTS FOR THAT CANDIDATE    *
           PERFORM FILE-OPEN-INPUT-ICATLG
           IF (ICATLG-NO) THEN
              GO TO MEASURE-ARCHIVES-EXIT
           END-IF
           PERFORM FILE-READ-ICATLG
           PERFORM UNTIL (ICATLG-EOF)
              MOVE ICATLG-RECORD TO CATLG-REC
              MOVE SPACES TO TMP-PROBE-FAMILY
              STRING 'ARCHIVE ' CATLG-PGM
                DELIMITED BY SIZE INTO TMP-PROBE-FAMILY
              END-STRING
              MOVE CATLG-PATH TO TMP-PROBE-PATH
              CALL 'CBL_CHECK_FILE_EXIST'
                USING TMP-PROBE-PATH TMP-PROBE-INFO
                RETURNING TMP-PROBE-RC
              END-CALL
              IF (TMP-PROBE-RC = ZERO) THEN
                 PERFORM FAMILY-ADD-SIZE
                 IF (CATLG-DATE NUMERIC) THEN
                    PERFORM ARCHIVE-CANDIDATES
                 END-IF
              ELSE
                 ADD 1 TO TMP-COUNT-MISSING
              END-IF
              PERFORM FILE-READ-ICATLG
           END-PERFORM
           PERFORM FILE-CLOSE-ICATLG
           .
       MEASURE-ARCHIVES-EXIT. EXIT.



      *****************************************************************
       ARCHIVE-CANDIDATES SECTION.
      *===============================================================*
      *    MONTH-END ARCHIVES ARE KEPT FOREVER WHATEVER KEEPDAYS SAYS *
      *    (SAME TEST AS TPL-ARCH1: THE NEXT DAY IS IN ANOTHER MONTH) *
           MOVE FUNCTION NUMVAL(CATLG-DATE) TO TMP-DATE-NUM
           COMPUTE TMP-DATE-INT =
              FUNCTION INTEGER-OF-DATE(TMP-DATE-NUM) + 1
           COMPUTE TMP-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(TMP-DATE-INT)
           IF (TMP-NEXT-DATE-X(5:2) NOT = CATLG-DATE(5:2)) THEN
              GO TO ARCHIVE-CANDIDATES-EXIT
           END-IF
           PERFORM VARYING TMP-I-K FROM 1 BY 1 UNTIL (TMP-I-K > 3)
              COMPUTE TMP-I-CD = 99 + TMP-I-K
              IF (TAB-CD-USED-SW(TMP-I-CD) = 'Y')
                 AND (CATLG-DATE < TMP-KEEP-CUTOFF(TMP-I-K)) THEN
                 ADD TMP-PROBE-SIZE TO TAB-CD-BYTES(TMP-I-CD)
              END-IF
           END-PERFORM
           .
       ARCHIVE-CANDIDATES-EXIT. EXIT.



      *****************************************************************
       MEASURE-BURSTS SECTION.
      *===============================================================*
      *    THE BURST FILE OF EVERY RECIPIENT ON THE DISTRIBUTION LOG, *
      *    NAMED AS TPL-BRST1 NAMES IT, MEASURED ONCE                 *
           MOVE 'BURST' TO TMP-PROBE-FAMILY
           PERFORM FILE-OPEN-INPUT-IDLOG
           IF (IDLOG-NO) THEN
              GO TO MEASURE-BURSTS-EXIT
           END-IF
           PERFORM FILE-READ-IDLOG
           PERFORM UNTIL (IDLOG-EOF)
              MOVE IDLOG-RECORD TO DLOG-REC
              MOVE 'N' TO TMP-FOUND-SW
              PERFORM VARYING TMP-I-RC FROM 1 BY 1
                        UNTIL (TMP-I-RC > TAB-RC-MAX)
                           OR (TMP-FOUND-SW = 'Y')
                 IF (TAB-RC-RECIPIENT(TMP-I-RC) = DLOG-RECIPIENT) THEN
                    MOVE 'Y' TO TMP-FOUND-SW
                 END-IF
              END-PERFORM
              IF (TMP-FOUND-SW = 'N') AND (DLOG-RECIPIENT NOT = SPACES)
                 AND (TAB-RC-MAX < 999) THEN
                 ADD 1 TO TAB-RC-MAX
                 MOVE DLOG-RECIPIENT TO TAB-RC-RECIPIENT(TAB-RC-MAX)
                 MOVE SPACES TO TMP-PROBE-PATH
                 STRING 'IO/BURST_'
                        FUNCTION TRIM(DLOG-RECIPIENT)
                        '.txt'
                   DELIMITED BY SIZE
                   INTO TMP-PROBE-PATH
                 END-STRING
                 MOVE TMP-PROBE-PATH TO ENV-ARG-PATH
                 PERFORM ENV-APPLY-ONE
                 MOVE ENV-ARG-PATH TO TMP-PROBE-PATH
                 PERFORM PROBE-ONE-FILE
              END-IF
              PERFORM FILE-READ-IDLOG
           END-PERFORM
           PERFORM FILE-CLOSE-IDLOG
           .
       MEASURE-BURSTS-EXIT. EXIT.



      *****************************************************************
       HISTORY-READ SECTION.
      *===============================================================*
      *    THE BASE DAY IS THE OLDEST *TOTAL INSIDE RATEDAYS (NOT     *
      *    TODAY); ITS FAMILY LINES GIVE EVERY FAMILY ITS OWN RATE    *
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              GO TO HISTORY-READ-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-FAMILY = '*TOTAL') THEN
                 IF (HIST-DATE = TMP-TODAY) THEN
                    MOVE 'Y' TO TMP-HIST-TODAY-SW
                 END-IF
                 IF (HIST-DATE < TMP-TODAY)
                    AND (HIST-DATE >= TMP-RATE-FROM)
                    AND ((TMP-BASE-DATE = SPACES)
                      OR (HIST-DATE < TMP-BASE-DATE)) THEN
                    MOVE HIST-DATE  TO TMP-BASE-DATE
                    MOVE HIST-BYTES TO TMP-BASE-BYTES
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST

           IF (TMP-BASE-DATE = SPACES) THEN
              GO TO HISTORY-READ-EXIT
           END-IF
           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-DATE = TMP-BASE-DATE)
                 AND (HIST-FAMILY NOT = '*TOTAL') THEN
                 PERFORM VARYING TMP-I-FM FROM 1 BY 1
                           UNTIL (TMP-I-FM > TAB-FM-MAX)
                    IF (TAB-FM-NAME(TMP-I-FM) = HIST-FAMILY) THEN
                       MOVE 'Y'        TO TAB-FM-BASE-SW(TMP-I-FM)
                       MOVE HIST-BYTES TO TAB-FM-BASE-BYTES(TMP-I-FM)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-READ-EXIT. EXIT.



      *****************************************************************
       PROJECTION-MAKE SECTION.
      *===============================================================*
      *    RATE = GROWTH OF THE TOTAL PER DAY SINCE THE BASE DAY;     *
      *    DAYS LEFT = FREE SPACE / RATE. A FULL QUOTA WARNS ALWAYS,  *
      *    A SHRINKING OR FLAT TOTAL NEVER                            *
           MOVE 'N' TO TMP-PROJECT-SW
           MOVE 'N' TO TMP-WARN-SW
           IF (TMP-BYTES-TOTAL >= TMP-QUOTA-BYTES) THEN
              MOVE 0   TO TMP-DAYS-LEFT
              MOVE 'Y' TO TMP-PROJECT-SW
              MOVE 'Y' TO TMP-WARN-SW
           END-IF
           IF (TMP-BASE-DATE = SPACES) THEN
              GO TO PROJECTION-MAKE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(TMP-BASE-DATE) TO TMP-NEXT-DATE
           COMPUTE TMP-BASE-DAYS =
              FUNCTION INTEGER-OF-DATE(TMP-TODAY-NUM)
              - FUNCTION INTEGER-OF-DATE(TMP-NEXT-DATE)
           IF (TMP-BASE-DAYS <= 0) THEN
              GO TO PROJECTION-MAKE-EXIT
           END-IF
           COMPUTE TMP-RATE ROUNDED =
              (TMP-BYTES-TOTAL - TMP-BASE-BYTES) / TMP-BASE-DAYS
           IF (TMP-RATE <= 0) OR (PROJECTION-MADE) THEN
              GO TO PROJECTION-MAKE-EXIT
           END-IF
           COMPUTE TMP-DAYS-LEFT =
              (TMP-QUOTA-BYTES - TMP-BYTES-TOTAL) / TMP-RATE
           MOVE 'Y' TO TMP-PROJECT-SW
           IF (TMP-DAYS-LEFT < TMP-WARN-DAYS) THEN
              MOVE 'Y' TO TMP-WARN-SW
           END-IF
           .
       PROJECTION-MAKE-EXIT. EXIT.



      *****************************************************************
       HISTORY-APPEND SECTION.
      *===============================================================*
      *    ONCE A DAY - A RERUN KEEPS THE NIGHT'S FIRST FIGURES       *
           IF (HISTORY-HAS-TODAY) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'SIZES FOR ' TMP-TODAY
                     ' ALREADY IN THE HISTORY - NOT APPENDED AGAIN'
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO HISTORY-APPEND-EXIT
           END-IF
           PERFORM FILE-OPEN-EXTEND-OHIST
           PERFORM VARYING TMP-I-FM FROM 1 BY 1
                     UNTIL (TMP-I-FM > TAB-FM-MAX)
              MOVE SPACES                 TO HIST-REC
              MOVE TMP-TODAY              TO HIST-DATE
              MOVE TAB-FM-NAME(TMP-I-FM)  TO HIST-FAMILY
              MOVE TAB-FM-FILES(TMP-I-FM) TO HIST-FILES
              MOVE TAB-FM-BYTES(TMP-I-FM) TO HIST-BYTES
              MOVE HIST-REC               TO OHIST-RECORD
              PERFORM FILE-WRITE-OHIST
           END-PERFORM
           MOVE SPACES          TO HIST-REC
           MOVE TMP-TODAY       TO HIST-DATE
           MOVE '*TOTAL'        TO HIST-FAMILY
           MOVE TMP-FILES-TOTAL TO HIST-FILES
           MOVE TMP-BYTES-TOTAL TO HIST-BYTES
           MOVE HIST-REC        TO OHIST-RECORD
           PERFORM FILE-WRITE-OHIST
           PERFORM FILE-CLOSE-OHIST
           .
       HISTORY-APPEND-EXIT. EXIT.



      *****************************************************************
       REPORT-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OSTOR-REC
           STRING 'IO STORAGE USAGE AND QUOTA PROJECTION - RUN '
                  TMP-TODAY
             DELIMITED BY SIZE INTO OSTOR-REC
           END-STRING
           PERFORM OSTOR-WRITE
           MOVE OSTOR-HR2 TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE SPACES TO OSTOR-REC
           MOVE 'FAMILY'              TO OSTOR-REC(1:6)
           MOVE 'FILES'               TO OSTOR-REC(35:5)
           MOVE 'MB NOW'              TO OSTOR-REC(48:6)
           IF (TMP-BASE-DATE = SPACES) THEN
              MOVE '(NO HISTORY INSIDE RATEDAYS YET)'
                TO OSTOR-REC(57:)
           ELSE
              MOVE 'MB'               TO OSTOR-REC(57:2)
              MOVE TMP-BASE-DATE      TO OSTOR-REC(60:8)
              MOVE 'MB/DAY'           TO OSTOR-REC(76:6)
           END-IF
           PERFORM OSTOR-WRITE
           MOVE OSTOR-HR TO OSTOR-REC
           PERFORM OSTOR-WRITE

           PERFORM VARYING TMP-I-FM FROM 1 BY 1
                     UNTIL (TMP-I-FM > TAB-FM-MAX)
              MOVE SPACES                 TO OSTOR-D1
              MOVE TAB-FM-NAME(TMP-I-FM)  TO OSTOR-D1-FAMILY
              MOVE TAB-FM-FILES(TMP-I-FM) TO OSTOR-D1-FILES
              COMPUTE OSTOR-D1-MB ROUNDED =
                 TAB-FM-BYTES(TMP-I-FM) / 1048576
              IF (TAB-FM-BASE-SW(TMP-I-FM) = 'Y') THEN
                 COMPUTE OSTOR-D1-BASE-MB ROUNDED =
                    TAB-FM-BASE-BYTES(TMP-I-FM) / 1048576
                 COMPUTE OSTOR-D1-RATE ROUNDED =
                    (TAB-FM-BYTES(TMP-I-FM)
                     - TAB-FM-BASE-BYTES(TMP-I-FM))
                    / TMP-BASE-DAYS / 1048576
              ELSE
                 MOVE SPACES TO OSTOR-D1-BASE-X
                 MOVE SPACES TO OSTOR-D1-RATE-X
              END-IF
              MOVE OSTOR-D1 TO OSTOR-REC
              PERFORM OSTOR-WRITE
           END-PERFORM

           MOVE OSTOR-HR TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE SPACES          TO OSTOR-D1
           MOVE '*TOTAL'        TO OSTOR-D1-FAMILY
           MOVE TMP-FILES-TOTAL TO OSTOR-D1-FILES
           COMPUTE OSTOR-D1-MB ROUNDED = TMP-BYTES-TOTAL / 1048576
           IF (TMP-BASE-DATE NOT = SPACES) THEN
              COMPUTE OSTOR-D1-BASE-MB ROUNDED =
                 TMP-BASE-BYTES / 1048576
              COMPUTE OSTOR-D1-RATE ROUNDED = TMP-RATE / 1048576
           ELSE
              MOVE SPACES TO OSTOR-D1-BASE-X
              MOVE SPACES TO OSTOR-D1-RATE-X
           END-IF
           MOVE OSTOR-D1 TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE SPACES TO OSTOR-REC
           PERFORM OSTOR-WRITE

      *---------------------------------------------------------------*
      * QUOTA AND PROJECTION                                          *
      *---------------------------------------------------------------*
           MOVE TMP-QUOTA-MB TO TMP-DAYS-ED
           COMPUTE TMP-PCT-ED ROUNDED =
              TMP-BYTES-TOTAL * 100 / TMP-QUOTA-BYTES
           MOVE SPACES TO OSTOR-REC
           STRING 'QUOTA MB..........: ' TMP-DAYS-ED
                  '   USED ' TMP-PCT-ED ' %'
             DELIMITED BY SIZE INTO OSTOR-REC
           END-STRING
           PERFORM OSTOR-WRITE
           MOVE SPACES TO OSTOR-REC
           EVALUATE TRUE
             WHEN (TMP-BYTES-TOTAL >= TMP-QUOTA-BYTES)
               MOVE 'DAYS TO QUOTA.....:         0   QUOTA REACHED'
                 TO OSTOR-REC
             WHEN (PROJECTION-MADE)
               MOVE TMP-DAYS-LEFT TO TMP-DAYS-ED
               MOVE TMP-WARN-DAYS TO TMP-NUM-ED
               STRING 'DAYS TO QUOTA.....: ' TMP-DAYS-ED
                      '   AT THE RATE SINCE ' TMP-BASE-DATE
                      ' (WARNDAYS ' TMP-NUM-ED ')'
                 DELIMITED BY SIZE INTO OSTOR-REC
               END-STRING
             WHEN (TMP-BASE-DATE = SPACES)
               STRING 'DAYS TO QUOTA.....: NO PROJECTION - '
                      'NO HISTORY INSIDE RATEDAYS YET'
                 DELIMITED BY SIZE INTO OSTOR-REC
               END-STRING
             WHEN OTHER
               MOVE 'DAYS TO QUOTA.....: NO PROJECTION - NOT GROWING'
                 TO OSTOR-REC
           END-EVALUATE
           PERFORM OSTOR-WRITE
           IF (QUOTA-WARNING) THEN
              MOVE SPACES TO OSTOR-REC
              MOVE '*** QUOTA WARNING - ALERT 921 RAISED ***'
                TO OSTOR-REC
              PERFORM OSTOR-WRITE
           END-IF

      *---------------------------------------------------------------*
      * RETENTION SETTINGS, MOST SPACE FREED FIRST                    *
      *---------------------------------------------------------------*
           MOVE SPACES TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE 'RETENTION SETTINGS BY SPACE THEY WOULD FREE'
             TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE OSTOR-HR TO OSTOR-REC
           PERFORM OSTOR-WRITE
           MOVE SPACES TO OSTOR-REC
           STRING 'RANK  SETTING           IN                    '
                  'NOW                     MB FREED'
             DELIMITED BY SIZE INTO OSTOR-REC
           END-STRING
           PERFORM OSTOR-WRITE
           MOVE 0 TO TMP-CD-RANK
           PERFORM CANDIDATE-NEXT
           PERFORM UNTIL (TMP-CD-TOP = 0)
              ADD 1 TO TMP-CD-RANK
              PERFORM CANDIDATE-WRITE
              PERFORM CANDIDATE-NEXT
           END-PERFORM
           IF (TMP-CD-RANK = 0) THEN
              MOVE '  NONE - GENDEPTH 1 AND NO KEEPDAYS TO SHORTEN'
                TO OSTOR-REC
              PERFORM OSTOR-WRITE
           END-IF
           .
       REPORT-WRITE-EXIT. EXIT.



      *****************************************************************
       CANDIDATE-NEXT SECTION.
      *===============================================================*
      *    TMP-CD-TOP = THE CANDIDATE NOT YET LISTED THAT FREES MOST, *
      *    0 WHEN ALL ARE LISTED                                      *
           MOVE 0 TO TMP-CD-TOP
           PERFORM VARYING TMP-I-CD FROM 1 BY 1
                     UNTIL (TMP-I-CD > 102)
              IF (TAB-CD-USED-SW(TMP-I-CD) = 'Y')
                 AND (TAB-CD-DONE-SW(TMP-I-CD) = 'N') THEN
                 IF (TMP-CD-TOP = 0) THEN
                    MOVE TMP-I-CD TO TMP-CD-TOP
                 ELSE
                    IF (TAB-CD-BYTES(TMP-I-CD) >
                        TAB-CD-BYTES(TMP-CD-TOP)) THEN
                       MOVE TMP-I-CD TO TMP-CD-TOP
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-CD-TOP > 0) THEN
              MOVE 'Y' TO TAB-CD-DONE-SW(TMP-CD-TOP)
           END-IF
           .
       CANDIDATE-NEXT-EXIT. EXIT.



      *****************************************************************
       CANDIDATE-WRITE SECTION.
      *===============================================================*
           MOVE SPACES                   TO OSTOR-D2
           MOVE TMP-CD-RANK              TO OSTOR-D2-RANK
           MOVE TAB-CD-VALUE(TMP-CD-TOP) TO TMP-NUM-ED
           IF (TMP-CD-TOP < 100) THEN
              STRING 'GENDEPTH=' FUNCTION TRIM(TMP-NUM-ED)
                DELIMITED BY SIZE INTO OSTOR-D2-SETTING
              END-STRING
              MOVE 'genparm.txt'         TO OSTOR-D2-WHERE
              MOVE TMP-GEN-DEPTH         TO TMP-NUM-ED
              STRING 'GENDEPTH=' FUNCTION TRIM(TMP-NUM-ED)
                DELIMITED BY SIZE INTO OSTOR-D2-NOW
              END-STRING
           ELSE
              STRING 'KEEPDAYS=' FUNCTION TRIM(TMP-NUM-ED)
                DELIMITED BY SIZE INTO OSTOR-D2-SETTING
              END-STRING
              MOVE 'archparm.txt'        TO OSTOR-D2-WHERE
              MOVE TMP-KEEP-DAYS         TO TMP-NUM-ED
              STRING 'KEEPDAYS=' FUNCTION TRIM(TMP-NUM-ED)
                DELIMITED BY SIZE INTO OSTOR-D2-NOW
              END-STRING
           END-IF
           COMPUTE OSTOR-D2-MB ROUNDED =
              TAB-CD-BYTES(TMP-CD-TOP) / 1048576
           MOVE OSTOR-D2 TO OSTOR-REC
           PERFORM OSTOR-WRITE
      *    THE FIRST ONE IS NAMED IN THE ALERT
           IF (TMP-CD-RANK = 1) THEN
              MOVE OSTOR-D2-SETTING TO TMP-TOP-SETTING
              MOVE OSTOR-D2-MB      TO TMP-MB-ED2
           END-IF
           .
       CANDIDATE-WRITE-EXIT. EXIT.



      *****************************************************************
       OSTOR-WRITE SECTION.
      *===============================================================*
           MOVE OSTOR-REC TO OSTOR-RECORD
           PERFORM FILE-WRITE-OSTOR
           .
       OSTOR-WRITE-EXIT. EXIT.



      *****************************************************************
       QUOTA-ALERT SECTION.
      *===============================================================*
      *    A WARNING, NOT AN ABEND: THE ALERT GOES TO THE SAME PICKUP *
      *    FILE PGM-ERR USES, THE RUN CARRIES ON AND ENDS WITH RC 4   *
           MOVE '921' TO PGM-ERR-RC
           COMPUTE TMP-MB ROUNDED = TMP-BYTES-TOTAL / 1048576
           MOVE TMP-MB        TO TMP-MB-ED
           MOVE TMP-DAYS-LEFT TO TMP-DAYS-ED
           MOVE TMP-QUOTA-MB  TO TMP-QUOTA-ED
           MOVE SPACES TO PGM-ERR-MSG1
           IF (TMP-CD-RANK > 0) THEN
              STRING 'IO STORAGE ' FUNCTION TRIM(TMP-MB-ED)
                     ' MB OF ' FUNCTION TRIM(TMP-QUOTA-ED)
                     ' MB QUOTA, ' FUNCTION TRIM(TMP-DAYS-ED)
                     ' DAYS LEFT - ' FUNCTION TRIM(TMP-TOP-SETTING)
                     ' WOULD FREE ' FUNCTION TRIM(TMP-MB-ED2) ' MB'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
           ELSE
              STRING 'IO STORAGE ' FUNCTION TRIM(TMP-MB-ED)
                     ' MB OF ' FUNCTION TRIM(TMP-QUOTA-ED)
                     ' MB QUOTA, ' FUNCTION TRIM(TMP-DAYS-ED)
                     ' DAYS LEFT'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
           END-IF
           PERFORM WRITE-PGM-ALERT-FILE
           MOVE PGM-ERR-MSG1 TO APP-LOG-LINE
           PERFORM SCHREIBE-APP-LOG-LINE
           DISPLAY PGM-ERR-MSG1
           .
       QUOTA-ALERT-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE TMP-COUNT-PROBED TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'FILE FAMILIES.......: ' TAB-FM-MAX
           DISPLAY 'FILES MEASURED......: ' TMP-FILES-TOTAL
           DISPLAY 'NAMED FILES MISSING.: ' TMP-COUNT-MISSING
           DISPLAY 'BYTES USED..........: ' TMP-BYTES-TOTAL
           DISPLAY 'QUOTA BYTES.........: ' TMP-QUOTA-BYTES
           DISPLAY 'RATE BASE DAY.......: ' TMP-BASE-DATE
           IF (PROJECTION-MADE) THEN
              DISPLAY 'DAYS TO QUOTA.......: ' TMP-DAYS-LEFT
           END-IF
           DISPLAY 'OUTPUT OSTOR........: ' OSTOR-COUNT
           .
       PGM-FINISH-EXIT. EXIT.



      *****************************************************************
       PGM-END SECTION.
      *===============================================================*
           PERFORM PGM-FINISH.
           IF (PGM-END-RC > '004') THEN
              DISPLAY 'ERROR'
           ELSE
              IF (QUOTA-WARNING) THEN
                 MOVE '004' TO PGM-END-RC
              END-IF
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDLOG==
            ==:V2:== BY ==IDLOG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGPARM==
            ==:V2:== BY ==IGPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IAPARM==
            ==:V2:== BY ==IAPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OHIST==
            ==:V2:== BY ==OHIST-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSTOR==
            ==:V2:== BY ==OSTOR-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-STOR1.
      *****************************************************************
