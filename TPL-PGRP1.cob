       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-PGRP1.
      *****************************************************************
      * TPL-PGRP1: PEER-GROUP COMPARISON REPORT                       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ONE SECTION PER GROUP ON THE PEER-GROUP MASTER (SEE           *
      * TPL-PGRM1): EACH MEMBER'S CURRENT GROWTH WITH ITS RANK IN THE *
      * GROUP AND ITS DISTANCE FROM THE GROUP MEDIAN, THE GROUP'S OWN *
      * TREND OVER THE LAST TWELVE PERIODS OF growthhist.txt, AND A   *
      * MEMBER-VERSUS-GROUP LINE PER COMPANY OVER THE SAME PERIODS.   *
      * A MEMBER THAT HAS CLOSED, HAS BEEN MERGED INTO ANOTHER        *
      * COMPANY (succession.txt) OR IS NO LONGER ON THE COMPANIES     *
      * MASTER IS FLAGGED, KEPT OUT OF THE GROUP FIGURES, AND LISTED  *
      * AT THE END FOR THE GROUP OWNER TO REFRESH THE GROUP.          *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * IPEER  - PEER-GROUP MASTER (IO/peergroup.txt, TPL-PGRM1)      *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt), COMPANY-ID      *
      *          STAMP AT BYTES 88-96 (SEE TPL-CID1)                  *
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt) -      *
      *          OPTIONAL, NAMES A MEMBER NO LONGER ON THE MASTER     *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt), OPTIONAL  *
      * ILIFE  - LIFECYCLE STATUS MASTER (IO/lifecycle.txt), OPTIONAL *
      * ISUCC  - SUCCESSION MASTER (IO/succession.txt), OPTIONAL      *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OPGRP  - PEER-GROUP REPORT (IO/peergroups.txt)                *
      *                                                               *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE PEER-GROUP MASTER IS LOADED INTO A GROUP AND A MEMBER     *
      * TABLE. ONE PASS OVER THE COMPANIES MASTER (VERSIONS IN FORCE  *
      * TODAY) FILLS IN EACH MEMBER'S NAME, STATE AND GROWTH BY ITS   *
      * COMPANY-ID; THE CROSS-REFERENCE NAMES THE REST. THE HISTORY   *
      * IS READ TWICE - ONCE FOR ITS LATEST PERIOD, ONCE TO FILL THE  *
      * TWELVE PERIODS ENDING THERE FOR EVERY MEMBER. RANK (1 = BEST  *
      * GROWTH), MEDIAN AND TREND ARE TAKEN OVER THE UNFLAGGED        *
      * MEMBERS ONLY. RC 4 WHEN ANY MEMBER IS FLAGGED.                *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
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
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==IPEER-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPGRP==
            ==:V2:== BY ==OPGRP-PATH==.
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
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPGRP==
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
      * INPUT IPEER = PEER-GROUP MASTER (SEE TPL-PGRM1) - A COMPANY-  *
      * ID OF ZERO IS THE GROUP RECORD, THE MEMBERS FOLLOW IT         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPEER==.
       01 IPEER-REC.
           05 IPEER-GROUP              PIC X(12).
           05 IPEER-ID                 PIC 9(9).
           05 IPEER-OWNER              PIC X(8).
           05 IPEER-DESC               PIC X(30).
           05 IPEER-EFF                PIC X(8).
           05 IPEER-CHANGED            PIC X(8).
           05 FILLER                   PIC X(5).
       01 GROUP-TABLE.
           05 TAB-GR-MAX              PIC S9(9) BINARY.
           05 TAB-GR-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-GR                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-GR-MAX.
                10 TAB-GR-NAME        PIC X(12).
                10 TAB-GR-OWNER       PIC X(8).
                10 TAB-GR-DESC        PIC X(30).
                10 TAB-GR-FIRST       PIC S9(9) BINARY.
                10 TAB-GR-LAST        PIC S9(9) BINARY.
      *    ONE ENTRY PER MEMBER RECORD - A COMPANY IN TWO GROUPS HAS
      *    TWO ENTRIES; THE TWELVE HISTORY SLOTS LINE UP WITH TAB-PD
       01 MEMBER-TABLE.
           05 TAB-MB-MAX              PIC S9(9) BINARY.
           05 TAB-MB-DIM              PIC S9(9) BINARY  VALUE 4999.
           05 TAB-MB                  OCCURS 1   TO         4999
                                      DEPENDING  ON  TAB-MB-MAX.
                10 TAB-MB-ID          PIC 9(9).
                10 TAB-MB-NAME        PIC X(38).
                10 TAB-MB-STATE       PIC X(2).
                10 TAB-MB-GROWTH      PIC S9(3)V99.
                10 TAB-MB-GROWTH-SW   PIC X(1).
                10 TAB-MB-SOURCE      PIC X(1).
      *             M = ON THE COMPANIES MASTER, X = CROSS-REFERENCE
      *             ONLY, BLANK = NEITHER
                10 TAB-MB-FLAG        PIC X(50).
                10 TAB-MB-RANK        PIC 9(4).
                10 TAB-MB-HIST        OCCURS 12.
                   15 TAB-MB-HG       PIC S9(3)V99.
                   15 TAB-MB-HS       PIC X(1).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES MASTER                                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE REPORTED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 ICOMP-ID                 PIC X(9).
           05 ICOMP-ID-N REDEFINES ICOMP-ID
                                       PIC 9(9).
           05 FILLER                   PIC X(4).

      *---------------------------------------------------------------*
      * INPUT IXREF = COMPANY-ID CROSS-REFERENCE (SEE TPL-CID1)       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       01 XREF-REC.
           05 XREF-ID                 PIC 9(9).
           05 XREF-NAME               PIC X(38).
           05 XREF-STATE              PIC X(2).
           05 XREF-ASSIGNED           PIC X(8).
           05 FILLER                  PIC X(23).

      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER (SEE TPL-HIST1)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME                PIC X(38).
           05 HIST-STATE               PIC X(2).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).
      *    THE TWELVE PERIODS ENDING WITH THE LATEST ON THE HISTORY,
      *    OLDEST FIRST, AND THE CURRENT GROUP'S TREND OVER THEM
       01 PERIOD-TABLE.
           05 TAB-PD                  OCCURS 12.
                10 TAB-PD-PERIOD      PIC X(6).
                10 TAB-PD-N           PIC 9(5).
                10 TAB-PD-SUM         PIC S9(7)V99.
                10 TAB-PD-AVG         PIC S9(3)V99.
       01 PERIOD-WORK.
           05 TMP-PD-MAX              PIC X(6).
           05 TMP-PD-YM               PIC 9(6).
           05 TMP-PD-YM-R REDEFINES TMP-PD-YM.
              10 TMP-PD-YEAR          PIC 9(4).
              10 TMP-PD-MONTH         PIC 9(2).
           05 TMP-PD-I                PIC S9(9)   BINARY.
           05 TMP-PD-SLOT             PIC S9(9)   BINARY.

      *---------------------------------------------------------------*
      * ILIFE = COMPANY LIFECYCLE STATUS MAP (SEE LIFEWS.cob)         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * ISUCC = COMPANY SUCCESSION MAP (SEE SUCCWS.cob)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       COPY 'LIB/FILE/SUCCWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT OPGRP = PEER-GROUP REPORT                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPGRP==.
       01 OPGRP-REC                   PIC X(132).
       01 OPGRP-H1.
           05 FILLER                  PIC X(40)
              VALUE 'PEER-GROUP COMPARISON REPORT - RUN DATE '.
           05 OPGRP-H1-DATE           PIC X(10).
           05 FILLER                  PIC X(19)
              VALUE '   HISTORY THROUGH '.
           05 OPGRP-H1-PERIOD         PIC X(7).
       01 OPGRP-HR1                   PIC X(132) VALUE ALL '-'.
       01 OPGRP-HR2                   PIC X(132) VALUE ALL '='.
       01 OPGRP-H2.
           05 FILLER                  PIC X(9)  VALUE '-> GROUP '.
           05 OPGRP-H2-GROUP          PIC X(12).
           05 FILLER                  PIC X(9)  VALUE '   OWNER '.
           05 OPGRP-H2-OWNER          PIC X(8).
           05 FILLER                  PIC X(3).
           05 OPGRP-H2-DESC           PIC X(30).
       01 OPGRP-H3.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(7)  VALUE ' GROWTH'.
           05 FILLER                  PIC X(8)  VALUE '    RANK'.
           05 FILLER                  PIC X(11) VALUE '  VS MEDIAN'.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'FLAG'.
       01 OPGRP-R1.
           05 OPGRP-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OPGRP-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OPGRP-R1-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OPGRP-R1-GROWTH         PIC -ZZ9,99.
           05 OPGRP-R1-GROWTH-X REDEFINES OPGRP-R1-GROWTH
                                      PIC X(7).
           05 FILLER                  PIC X(4).
           05 OPGRP-R1-RANK           PIC ZZZ9.
           05 OPGRP-R1-RANK-X REDEFINES OPGRP-R1-RANK
                                      PIC X(4).
           05 FILLER                  PIC X(4).
           05 OPGRP-R1-DIST           PIC +ZZ9,99.
           05 OPGRP-R1-DIST-X REDEFINES OPGRP-R1-DIST
                                      PIC X(7).
           05 FILLER                  PIC X(4).
           05 OPGRP-R1-FLAG           PIC X(50).
       01 OPGRP-T1.
           05 FILLER                  PIC X(14) VALUE 'GROUP MEDIAN  '.
           05 OPGRP-T1-MEDIAN         PIC -ZZ9,99.
           05 FILLER                  PIC X(12) VALUE '   AVERAGE  '.
           05 OPGRP-T1-AVG            PIC -ZZ9,99.
           05 FILLER                  PIC X(12) VALUE '   MEMBERS  '.
           05 OPGRP-T1-COUNT          PIC ZZZ9.
           05 FILLER                  PIC X(11) VALUE '   RANKED  '.
           05 OPGRP-T1-RANKED         PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE '   FLAGGED  '.
           05 OPGRP-T1-FLAGGED        PIC ZZZ9.
       01 OPGRP-G1.
           05 FILLER                  PIC X(10) VALUE 'PERIOD'.
           05 FILLER                  PIC X(12) VALUE '   REPORTING'.
           05 FILLER                  PIC X(12) VALUE '   GROUP AVG'.
       01 OPGRP-G2.
           05 OPGRP-G2-PERIOD         PIC X(7).
           05 FILLER                  PIC X(6).
           05 OPGRP-G2-N              PIC Z(8)9.
           05 FILLER                  PIC X(5).
           05 OPGRP-G2-AVG            PIC -ZZ9,99.
           05 OPGRP-G2-AVG-X REDEFINES OPGRP-G2-AVG
                                      PIC X(7).
       01 OPGRP-V1.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(8)  VALUE ' PERIODS'.
           05 FILLER                  PIC X(12) VALUE '  MEMBER AVG'.
           05 FILLER                  PIC X(12) VALUE '   GROUP AVG'.
           05 FILLER                  PIC X(12) VALUE '  DIFFERENCE'.
           05 FILLER                  PIC X(14)
              VALUE ' PERIODS ABOVE'.
       01 OPGRP-V2.
           05 OPGRP-V2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OPGRP-V2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OPGRP-V2-PERIODS        PIC Z(7)9.
           05 FILLER                  PIC X(5).
           05 OPGRP-V2-MEMBER         PIC -ZZ9,99.
           05 FILLER                  PIC X(5).
           05 OPGRP-V2-GROUP          PIC -ZZ9,99.
           05 FILLER                  PIC X(5).
           05 OPGRP-V2-DIFF           PIC +ZZ9,99.
           05 FILLER                  PIC X(6).
           05 OPGRP-V2-ABOVE          PIC Z(7)9.
           05 OPGRP-V2-NOTE           PIC X(24).
       01 OPGRP-E1.
           05 FILLER                  PIC X(13) VALUE 'GROUP'.
           05 FILLER                  PIC X(9)  VALUE 'OWNER'.
           05 FILLER                  PIC X(11) VALUE 'COMPANY-ID'.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(10) VALUE 'REASON'.
       01 OPGRP-E2.
           05 OPGRP-E2-GROUP          PIC X(12).
           05 FILLER                  PIC X(1).
           05 OPGRP-E2-OWNER          PIC X(8).
           05 FILLER                  PIC X(1).
           05 OPGRP-E2-ID             PIC X(9).
           05 FILLER                  PIC X(2).
           05 OPGRP-E2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OPGRP-E2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OPGRP-E2-REASON         PIC X(50).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-G-TABLE             PIC S9(9)   BINARY.
           05 TMP-M-TABLE             PIC S9(9)   BINARY.
       01 TMP-TODAY                   PIC X(8).
      *    GROWTH VALUES OF THE CURRENT GROUP'S RANKED MEMBERS,
      *    SORTED ASCENDING FOR THE MEDIAN (SAME BUBBLE SORT AS THE
      *    INDUSTRY STATISTICS OF TPL-BAT1)
       01 MEDIAN-TABLE.
           05 TAB-MD-MAX              PIC S9(9) BINARY.
           05 TAB-MD                  OCCURS 1   TO         4999
                                      DEPENDING  ON  TAB-MD-MAX.
                10 TAB-MD-GROWTH      PIC S9(3)V99.
       01 GROUP-WORK.
           05 TMP-GR-COUNT            PIC 9(5).
           05 TMP-GR-FLAGGED          PIC 9(5).
           05 TMP-GR-SUM              PIC S9(7)V99.
           05 TMP-GR-AVG              PIC S9(3)V99.
           05 TMP-GR-MEDIAN           PIC S9(3)V99.
           05 TMP-GR-MID              PIC S9(9)   BINARY.
           05 TMP-MD-SWAP             PIC S9(3)V99.
           05 TMP-DIST                PIC S9(3)V99.
       01 VERSUS-WORK.
           05 TMP-VS-N                PIC 9(5).
           05 TMP-VS-ABOVE            PIC 9(5).
           05 TMP-VS-MEMBER-SUM       PIC S9(7)V99.
           05 TMP-VS-GROUP-SUM        PIC S9(7)V99.
           05 TMP-VS-MEMBER-AVG       PIC S9(3)V99.
           05 TMP-VS-GROUP-AVG        PIC S9(3)V99.
           05 TMP-VS-DIFF             PIC S9(3)V99.
       01 COUNTER.
           05 TMP-COUNT-GROUPS        PIC 9(7).
           05 TMP-COUNT-MEMBERS       PIC 9(7).
           05 TMP-COUNT-FLAGGED       PIC 9(7).
           05 TMP-COUNT-HIST-ROWS     PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IPEER-PATH                 PIC X(40)
                                      VALUE 'IO/peergroup.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OPGRP-PATH                 PIC X(40)
                                      VALUE 'IO/peergroups.txt'.
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

           PERFORM MEMBER-RESOLVE
           PERFORM MEMBER-FLAG
           PERFORM HISTORY-LOAD

           MOVE TMP-TODAY(7:2) TO OPGRP-H1-DATE(1:2)
           MOVE '.'            TO OPGRP-H1-DATE(3:1)
           MOVE TMP-TODAY(5:2) TO OPGRP-H1-DATE(4:2)
           MOVE '.'            TO OPGRP-H1-DATE(6:1)
           MOVE TMP-TODAY(1:4) TO OPGRP-H1-DATE(7:4)
           IF (TMP-PD-MAX = SPACES) THEN
              MOVE '(NONE)'    TO OPGRP-H1-PERIOD
           ELSE
              STRING TMP-PD-MAX(1:4) '-' TMP-PD-MAX(5:2)
                DELIMITED BY SIZE
                INTO OPGRP-H1-PERIOD
              END-STRING
           END-IF
           MOVE OPGRP-H1  TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-HR2 TO OPGRP-REC
           PERFORM OPGRP-WRITE

           PERFORM VARYING TMP-G-TABLE FROM 1 BY 1
                     UNTIL (TMP-G-TABLE > TAB-GR-MAX)
              PERFORM GROUP-WRITE
           END-PERFORM

           PERFORM REFRESH-LIST-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-PGRP1'                          TO PGM-NAME
           MOVE 'PEER-GROUP COMPARISON REPORT'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IPEER-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPEER-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OPGRP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPGRP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-GR-MAX
           MOVE 0 TO TAB-MB-MAX
           MOVE SPACES TO TMP-PD-MAX
           INITIALIZE PERIOD-TABLE

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * THE PEER-GROUP MASTER IS THE POINT OF THE REPORT              *
      *---------------------------------------------------------------*
           PERFORM PEER-LOAD

           PERFORM LOAD-LIFECYCLE-MAP
           PERFORM LOAD-SUCCESSION-MAP

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE SPACE TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OPGRP
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       PEER-LOAD SECTION.
      *===============================================================*
      *    GROUP RECORDS OPEN A GROUP, MEMBER RECORDS ARE ADDED TO    *
      *    THE GROUP JUST OPENED (THE MASTER IS IN GROUP ORDER). A    *
      *    MEMBER WHOSE GROUP RECORD IS MISSING OPENS A GROUP OF ITS  *
      *    OWN WITHOUT AN OWNER                                       *
           PERFORM FILE-OPEN-INPUT-IPEER
           IF (IPEER-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'PEER-GROUP MASTER MISSING: ' IPEER-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'MAINTAIN IT WITH TPL-PGRM1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-READ-IPEER
           PERFORM UNTIL (IPEER-EOF)
              MOVE IPEER-RECORD TO IPEER-REC
              IF (IPEER-GROUP NOT = SPACES)
                 AND (IPEER-ID NUMERIC) THEN
                 PERFORM PEER-LOAD-ONE
              END-IF
              PERFORM FILE-READ-IPEER
           END-PERFORM
           PERFORM FILE-CLOSE-IPEER
           .
       PEER-LOAD-EXIT. EXIT.



      *****************************************************************
       PEER-LOAD-ONE SECTION.
      *===============================================================*
           IF (TAB-GR-MAX = 0) THEN
              PERFORM GROUP-OPEN
           ELSE
              IF (IPEER-GROUP NOT = TAB-GR-NAME(TAB-GR-MAX)) THEN
                 PERFORM GROUP-OPEN
              END-IF
           END-IF
           IF (IPEER-ID = 0) THEN
              MOVE IPEER-OWNER TO TAB-GR-OWNER(TAB-GR-MAX)
              MOVE IPEER-DESC  TO TAB-GR-DESC(TAB-GR-MAX)
              GO TO PEER-LOAD-ONE-EXIT
           END-IF

           ADD 1 TO TAB-MB-MAX
           IF (TAB-MB-MAX > TAB-MB-DIM) THEN
              MOVE TAB-MB-DIM TO TAB-MB-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-MB OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-MB-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-COUNT-MEMBERS
           INITIALIZE TAB-MB(TAB-MB-MAX)
           MOVE IPEER-ID   TO TAB-MB-ID(TAB-MB-MAX)
           MOVE SPACES     TO TAB-MB-NAME(TAB-MB-MAX)
           MOVE SPACES     TO TAB-MB-STATE(TAB-MB-MAX)
           MOVE 'N'        TO TAB-MB-GROWTH-SW(TAB-MB-MAX)
           MOVE SPACE      TO TAB-MB-SOURCE(TAB-MB-MAX)
           MOVE SPACES     TO TAB-MB-FLAG(TAB-MB-MAX)
           PERFORM VARYING TMP-PD-I FROM 1 BY 1
                     UNTIL (TMP-PD-I > 12)
              MOVE 0   TO TAB-MB-HG(TAB-MB-MAX, TMP-PD-I)
              MOVE 'N' TO TAB-MB-HS(TAB-MB-MAX, TMP-PD-I)
           END-PERFORM
           IF (TAB-GR-FIRST(TAB-GR-MAX) = 0) THEN
              MOVE TAB-MB-MAX TO TAB-GR-FIRST(TAB-GR-MAX)
           END-IF
           MOVE TAB-MB-MAX TO TAB-GR-LAST(TAB-GR-MAX)
           .
       PEER-LOAD-ONE-EXIT. EXIT.



      *****************************************************************
       GROUP-OPEN SECTION.
      *===============================================================*
           ADD 1 TO TAB-GR-MAX
           IF (TAB-GR-MAX > TAB-GR-DIM) THEN
              MOVE TAB-GR-DIM TO TAB-GR-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-GR OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-GR-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-COUNT-GROUPS
           MOVE IPEER-GROUP TO TAB-GR-NAME(TAB-GR-MAX)
           MOVE SPACES      TO TAB-GR-OWNER(TAB-GR-MAX)
           MOVE '(NO GROUP RECORD ON THE MASTER)'
             TO TAB-GR-DESC(TAB-GR-MAX)
           MOVE 0           TO TAB-GR-FIRST(TAB-GR-MAX)
           MOVE 0           TO TAB-GR-LAST(TAB-GR-MAX)
           .
       GROUP-OPEN-EXIT. EXIT.



      *****************************************************************
       MEMBER-RESOLVE SECTION.
      *===============================================================*
      *    NAME, STATE AND CURRENT GROWTH OF EVERY MEMBER FROM THE    *
      *    COMPANIES MASTER BY COMPANY-ID; A MEMBER NOT ON IT IS      *
      *    NAMED FROM THE CROSS-REFERENCE WHEN THE ID IS THERE        *
           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES)
                 AND (ICOMP-ID NUMERIC) THEN
                 PERFORM VARYING TMP-M-TABLE FROM 1 BY 1
                           UNTIL (TMP-M-TABLE > TAB-MB-MAX)
                    IF (TAB-MB-ID(TMP-M-TABLE) = ICOMP-ID-N) THEN
                       MOVE 'M'         TO TAB-MB-SOURCE(TMP-M-TABLE)
                       MOVE ICOMP-NAME  TO TAB-MB-NAME(TMP-M-TABLE)
                       MOVE ICOMP-STATE TO TAB-MB-STATE(TMP-M-TABLE)
                       IF (ICOMP-GROWTH NUMERIC) THEN
                          MOVE ICOMP-GROWTH
                            TO TAB-MB-GROWTH(TMP-M-TABLE)
                          MOVE 'Y' TO TAB-MB-GROWTH-SW(TMP-M-TABLE)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM

           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-NO) THEN
              GO TO MEMBER-RESOLVE-EXIT
           END-IF
           PERFORM FILE-READ-IXREF
           PERFORM UNTIL (IXREF-EOF)
              MOVE IXREF-RECORD TO XREF-REC
              IF (XREF-ID NUMERIC) THEN
                 PERFORM VARYING TMP-M-TABLE FROM 1 BY 1
                           UNTIL (TMP-M-TABLE > TAB-MB-MAX)
                    IF (TAB-MB-ID(TMP-M-TABLE) = XREF-ID)
                       AND (TAB-MB-SOURCE(TMP-M-TABLE) = SPACE) THEN
                       MOVE 'X'        TO TAB-MB-SOURCE(TMP-M-TABLE)
                       MOVE XREF-NAME  TO TAB-MB-NAME(TMP-M-TABLE)
                       MOVE XREF-STATE TO TAB-MB-STATE(TMP-M-TABLE)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM FILE-READ-IXREF
           END-PERFORM
           PERFORM FILE-CLOSE-IXREF
           .
       MEMBER-RESOLVE-EXIT. EXIT.



      *****************************************************************
       MEMBER-FLAG SECTION.
      *===============================================================*
      *    WHY A MEMBER NO LONGER BELONGS IN THE GROUP FIGURES - A    *
      *    MERGER NAMES THE SUCCESSOR, THE OWNER MAY WANT IT INSTEAD  *
           PERFORM VARYING TMP-M-TABLE FROM 1 BY 1
                     UNTIL (TMP-M-TABLE > TAB-MB-MAX)
              IF (TAB-MB-SOURCE(TMP-M-TABLE) = SPACE) THEN
                 MOVE 'UNKNOWN COMPANY-ID'
                   TO TAB-MB-FLAG(TMP-M-TABLE)
              ELSE
                 MOVE TAB-MB-NAME(TMP-M-TABLE)  TO SUCC-ARG-NAME
                 MOVE SPACES                    TO SUCC-ARG-STATE
                 MOVE TAB-MB-STATE(TMP-M-TABLE) TO SUCC-ARG-STATE(1:2)
                 PERFORM APPLY-SUCCESSION
                 MOVE TAB-MB-NAME(TMP-M-TABLE)  TO LIFE-ARG-NAME
                 MOVE TAB-MB-STATE(TMP-M-TABLE) TO LIFE-ARG-STATE
                 PERFORM LIFECYCLE-STATUS-LOOKUP
                 EVALUATE TRUE
                    WHEN (SUCC-HIT-SW = 'Y')
                       STRING 'MERGED INTO ' SUCC-ARG-NAME
                              DELIMITED BY SIZE
                         INTO TAB-MB-FLAG(TMP-M-TABLE)
                       END-STRING
                    WHEN (LIFE-ARG-CLOSED)
                       MOVE 'CLOSED' TO TAB-MB-FLAG(TMP-M-TABLE)
                    WHEN (TAB-MB-SOURCE(TMP-M-TABLE) = 'X')
                       MOVE 'NOT ON THE COMPANIES MASTER'
                         TO TAB-MB-FLAG(TMP-M-TABLE)
                 END-EVALUATE
              END-IF
              IF (TAB-MB-FLAG(TMP-M-TABLE) NOT = SPACES) THEN
                 ADD 1 TO TMP-COUNT-FLAGGED
              END-IF
           END-PERFORM
           .
       MEMBER-FLAG-EXIT. EXIT.



      *****************************************************************
       HISTORY-LOAD SECTION.
      *===============================================================*
      *    OPTIONAL - FIRST PASS FINDS THE LATEST PERIOD ON FILE, THE *
      *    SECOND FILLS EACH MEMBER'S SLOT FOR EVERY ONE OF THE       *
      *    TWELVE PERIODS ENDING THERE                                *
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              GO TO HISTORY-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-NAME NOT = SPACES)
                 AND (HIST-NAME(1:8) NOT = '9TRAILER')
                 AND (HIST-PERIOD NUMERIC) THEN
                 IF (HIST-PERIOD > TMP-PD-MAX)
                    OR (TMP-PD-MAX = SPACES) THEN
                    MOVE HIST-PERIOD TO TMP-PD-MAX
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           IF (TMP-PD-MAX = SPACES) THEN
              GO TO HISTORY-LOAD-EXIT
           END-IF

      *    THE TWELVE PERIODS, NEWEST IN SLOT 12, COUNTED BACK A
      *    MONTH AT A TIME
           MOVE TMP-PD-MAX TO TMP-PD-YM
           PERFORM VARYING TMP-PD-I FROM 12 BY -1
                     UNTIL (TMP-PD-I < 1)
              MOVE TMP-PD-YM TO TAB-PD-PERIOD(TMP-PD-I)
              IF (TMP-PD-MONTH = 1) THEN
                 MOVE 12 TO TMP-PD-MONTH
                 SUBTRACT 1 FROM TMP-PD-YEAR
              ELSE
                 SUBTRACT 1 FROM TMP-PD-MONTH
              END-IF
           END-PERFORM

           PERFORM FILE-OPEN-INPUT-IHIST
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-PERIOD >= TAB-PD-PERIOD(1))
                 AND (HIST-PERIOD <= TAB-PD-PERIOD(12))
                 AND (HIST-GROWTH NUMERIC) THEN
                 PERFORM HIST-ACCUM
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-LOAD-EXIT. EXIT.



      *****************************************************************
       HIST-ACCUM SECTION.
      *===============================================================*
           MOVE 0 TO TMP-PD-SLOT
           PERFORM VARYING TMP-PD-I FROM 1 BY 1
                     UNTIL (TMP-PD-I > 12)
                        OR (TMP-PD-SLOT > 0)
              IF (TAB-PD-PERIOD(TMP-PD-I) = HIST-PERIOD) THEN
                 MOVE TMP-PD-I TO TMP-PD-SLOT
              END-IF
           END-PERFORM
           IF (TMP-PD-SLOT = 0) THEN
              GO TO HIST-ACCUM-EXIT
           END-IF
           PERFORM VARYING TMP-M-TABLE FROM 1 BY 1
                     UNTIL (TMP-M-TABLE > TAB-MB-MAX)
              IF (TAB-MB-NAME(TMP-M-TABLE) = HIST-NAME)
                 AND (TAB-MB-STATE(TMP-M-TABLE) = HIST-STATE) THEN
                 ADD 1 TO TMP-COUNT-HIST-ROWS
                 MOVE HIST-GROWTH
                   TO TAB-MB-HG(TMP-M-TABLE, TMP-PD-SLOT)
                 MOVE 'Y' TO TAB-MB-HS(TMP-M-TABLE, TMP-PD-SLOT)
              END-IF
           END-PERFORM
           .
       HIST-ACCUM-EXIT. EXIT.



      *****************************************************************
       GROUP-WRITE SECTION.
      *===============================================================*
      *    ONE GROUP: HEADER, MEMBER ROWS, GROUP LINE, TREND, AND THE *
      *    MEMBER-VERSUS-GROUP LINES                                  *
           MOVE SPACES TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE TAB-GR-NAME(TMP-G-TABLE)  TO OPGRP-H2-GROUP
           MOVE TAB-GR-OWNER(TMP-G-TABLE) TO OPGRP-H2-OWNER
           MOVE TAB-GR-DESC(TMP-G-TABLE)  TO OPGRP-H2-DESC
           MOVE OPGRP-H2  TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-H3  TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-HR1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           IF (TAB-GR-FIRST(TMP-G-TABLE) = 0) THEN
              MOVE '   (NO MEMBERS)' TO OPGRP-REC
              PERFORM OPGRP-WRITE
              GO TO GROUP-WRITE-EXIT
           END-IF

           PERFORM GROUP-STATS
           PERFORM GROUP-ROWS-WRITE
           PERFORM GROUP-TREND-WRITE
           PERFORM GROUP-VERSUS-WRITE
           .
       GROUP-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-STATS SECTION.
      *===============================================================*
      *    RANKED = UNFLAGGED WITH A CURRENT GROWTH. RANK 1 IS THE    *
      *    HIGHEST GROWTH, EQUAL GROWTH SHARES A RANK                 *
           INITIALIZE GROUP-WORK
           MOVE 0 TO TAB-MD-MAX
           PERFORM VARYING TMP-M-TABLE FROM TAB-GR-FIRST(TMP-G-TABLE)
                     BY 1 UNTIL (TMP-M-TABLE > TAB-GR-LAST(TMP-G-TABLE))
              ADD 1 TO TMP-GR-COUNT
              MOVE 0 TO TAB-MB-RANK(TMP-M-TABLE)
              IF (TAB-MB-FLAG(TMP-M-TABLE) NOT = SPACES) THEN
                 ADD 1 TO TMP-GR-FLAGGED
              ELSE
                 IF (TAB-MB-GROWTH-SW(TMP-M-TABLE) = 'Y') THEN
                    ADD 1 TO TAB-MD-MAX
                    MOVE TAB-MB-GROWTH(TMP-M-TABLE)
                      TO TAB-MD-GROWTH(TAB-MD-MAX)
                    ADD TAB-MB-GROWTH(TMP-M-TABLE) TO TMP-GR-SUM
                 END-IF
              END-IF
           END-PERFORM
           IF (TAB-MD-MAX = 0) THEN
              GO TO GROUP-STATS-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-MD-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-MD-MAX - TMP-I-TABLE)
                 IF (TAB-MD-GROWTH(TMP-J-TABLE) >
                     TAB-MD-GROWTH(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-MD-GROWTH(TMP-J-TABLE)
                      TO TMP-MD-SWAP
                    MOVE TAB-MD-GROWTH(TMP-J-TABLE + 1)
                      TO TAB-MD-GROWTH(TMP-J-TABLE)
                    MOVE TMP-MD-SWAP
                      TO TAB-MD-GROWTH(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

      *    MEDIAN: MIDDLE VALUE, OR THE MEAN OF THE TWO MIDDLE
      *    VALUES WHEN THE COUNT IS EVEN
           IF (FUNCTION MOD(TAB-MD-MAX, 2) = 1) THEN
              COMPUTE TMP-GR-MID = (TAB-MD-MAX + 1) / 2
              MOVE TAB-MD-GROWTH(TMP-GR-MID) TO TMP-GR-MEDIAN
           ELSE
              COMPUTE TMP-GR-MID = TAB-MD-MAX / 2
              COMPUTE TMP-GR-MEDIAN ROUNDED =
                 (TAB-MD-GROWTH(TMP-GR-MID)
                  + TAB-MD-GROWTH(TMP-GR-MID + 1)) / 2
           END-IF
           COMPUTE TMP-GR-AVG ROUNDED = TMP-GR-SUM / TAB-MD-MAX

      *    RANK = 1 + NUMBER OF RANKED VALUES ABOVE THIS ONE (THE
      *    SORTED TABLE IS ASCENDING)
           PERFORM VARYING TMP-M-TABLE FROM TAB-GR-FIRST(TMP-G-TABLE)
                     BY 1 UNTIL (TMP-M-TABLE > TAB-GR-LAST(TMP-G-TABLE))
              IF (TAB-MB-FLAG(TMP-M-TABLE) = SPACES)
                 AND (TAB-MB-GROWTH-SW(TMP-M-TABLE) = 'Y') THEN
                 MOVE 1 TO TAB-MB-RANK(TMP-M-TABLE)
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-MD-MAX)
                    IF (TAB-MD-GROWTH(TMP-I-TABLE) >
                        TAB-MB-GROWTH(TMP-M-TABLE)) THEN
                       ADD 1 TO TAB-MB-RANK(TMP-M-TABLE)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       GROUP-STATS-EXIT. EXIT.



      *****************************************************************
       GROUP-ROWS-WRITE SECTION.
      *===============================================================*
           PERFORM VARYING TMP-M-TABLE FROM TAB-GR-FIRST(TMP-G-TABLE)
                     BY 1 UNTIL (TMP-M-TABLE > TAB-GR-LAST(TMP-G-TABLE))
              MOVE SPACES TO OPGRP-R1
              IF (TAB-MB-NAME(TMP-M-TABLE) = SPACES) THEN
                 MOVE '(UNKNOWN)' TO OPGRP-R1-NAME
              ELSE
                 MOVE TAB-MB-NAME(TMP-M-TABLE) TO OPGRP-R1-NAME
              END-IF
              MOVE TAB-MB-STATE(TMP-M-TABLE)  TO OPGRP-R1-STATE
              MOVE TAB-MB-ID(TMP-M-TABLE)     TO OPGRP-R1-ID
              IF (TAB-MB-GROWTH-SW(TMP-M-TABLE) = 'Y') THEN
                 MOVE TAB-MB-GROWTH(TMP-M-TABLE) TO OPGRP-R1-GROWTH
              ELSE
                 MOVE '    N/A' TO OPGRP-R1-GROWTH-X
              END-IF
              IF (TAB-MB-RANK(TMP-M-TABLE) > 0) THEN
                 MOVE TAB-MB-RANK(TMP-M-TABLE) TO OPGRP-R1-RANK
                 COMPUTE TMP-DIST = TAB-MB-GROWTH(TMP-M-TABLE)
                                  - TMP-GR-MEDIAN
                 MOVE TMP-DIST TO OPGRP-R1-DIST
              ELSE
                 MOVE '   -'    TO OPGRP-R1-RANK-X
                 MOVE '      -' TO OPGRP-R1-DIST-X
              END-IF
              MOVE TAB-MB-FLAG(TMP-M-TABLE) TO OPGRP-R1-FLAG
              MOVE OPGRP-R1 TO OPGRP-REC
              PERFORM OPGRP-WRITE
           END-PERFORM
           MOVE OPGRP-HR1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE TMP-GR-MEDIAN  TO OPGRP-T1-MEDIAN
           MOVE TMP-GR-AVG     TO OPGRP-T1-AVG
           MOVE TMP-GR-COUNT   TO OPGRP-T1-COUNT
           MOVE TAB-MD-MAX     TO OPGRP-T1-RANKED
           MOVE TMP-GR-FLAGGED TO OPGRP-T1-FLAGGED
           MOVE OPGRP-T1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           .
       GROUP-ROWS-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-TREND-WRITE SECTION.
      *===============================================================*
      *    THE GROUP'S AVERAGE GROWTH PER PERIOD OVER ITS UNFLAGGED   *
      *    MEMBERS THAT REPORTED IN THAT PERIOD                       *
           MOVE SPACES TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE 'GROUP TREND - LAST TWELVE PERIODS' TO OPGRP-REC
           PERFORM OPGRP-WRITE
           IF (TMP-PD-MAX = SPACES) THEN
              MOVE '   (NO GROWTH HISTORY ON FILE)' TO OPGRP-REC
              PERFORM OPGRP-WRITE
              GO TO GROUP-TREND-WRITE-EXIT
           END-IF
           MOVE OPGRP-G1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           PERFORM VARYING TMP-PD-I FROM 1 BY 1
                     UNTIL (TMP-PD-I > 12)
              MOVE 0 TO TAB-PD-N(TMP-PD-I)
              MOVE 0 TO TAB-PD-SUM(TMP-PD-I)
              MOVE 0 TO TAB-PD-AVG(TMP-PD-I)
              PERFORM VARYING TMP-M-TABLE
                        FROM TAB-GR-FIRST(TMP-G-TABLE) BY 1
                        UNTIL (TMP-M-TABLE > TAB-GR-LAST(TMP-G-TABLE))
                 IF (TAB-MB-FLAG(TMP-M-TABLE) = SPACES)
                    AND (TAB-MB-HS(TMP-M-TABLE, TMP-PD-I) = 'Y') THEN
                    ADD 1 TO TAB-PD-N(TMP-PD-I)
                    ADD TAB-MB-HG(TMP-M-TABLE, TMP-PD-I)
                      TO TAB-PD-SUM(TMP-PD-I)
                 END-IF
              END-PERFORM
              MOVE SPACES TO OPGRP-G2
              STRING TAB-PD-PERIOD(TMP-PD-I)(1:4) '-'
                     TAB-PD-PERIOD(TMP-PD-I)(5:2)
                DELIMITED BY SIZE
                INTO OPGRP-G2-PERIOD
              END-STRING
              MOVE TAB-PD-N(TMP-PD-I) TO OPGRP-G2-N
              IF (TAB-PD-N(TMP-PD-I) > 0) THEN
                 COMPUTE TAB-PD-AVG(TMP-PD-I) ROUNDED
                       = TAB-PD-SUM(TMP-PD-I) / TAB-PD-N(TMP-PD-I)
                 MOVE TAB-PD-AVG(TMP-PD-I) TO OPGRP-G2-AVG
              ELSE
                 MOVE '     - ' TO OPGRP-G2-AVG-X
              END-IF
              MOVE OPGRP-G2 TO OPGRP-REC
              PERFORM OPGRP-WRITE
           END-PERFORM
           .
       GROUP-TREND-WRITE-EXIT. EXIT.



      *****************************************************************
       GROUP-VERSUS-WRITE SECTION.
      *===============================================================*
      *    EACH MEMBER'S AVERAGE OVER THE PERIODS IT REPORTED AGAINST *
      *    THE GROUP AVERAGE OVER THOSE SAME PERIODS, AND IN HOW MANY *
      *    OF THEM IT BEAT THE GROUP                                  *
           IF (TMP-PD-MAX = SPACES) THEN
              GO TO GROUP-VERSUS-WRITE-EXIT
           END-IF
           MOVE SPACES TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE 'MEMBER VERSUS GROUP - SAME PERIODS' TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-V1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           PERFORM VARYING TMP-M-TABLE FROM TAB-GR-FIRST(TMP-G-TABLE)
                     BY 1 UNTIL (TMP-M-TABLE > TAB-GR-LAST(TMP-G-TABLE))
              INITIALIZE VERSUS-WORK
              PERFORM VARYING TMP-PD-I FROM 1 BY 1
                        UNTIL (TMP-PD-I > 12)
                 IF (TAB-MB-HS(TMP-M-TABLE, TMP-PD-I) = 'Y')
                    AND (TAB-PD-N(TMP-PD-I) > 0) THEN
                    ADD 1 TO TMP-VS-N
                    ADD TAB-MB-HG(TMP-M-TABLE, TMP-PD-I)
                      TO TMP-VS-MEMBER-SUM
                    ADD TAB-PD-AVG(TMP-PD-I) TO TMP-VS-GROUP-SUM
                    IF (TAB-MB-HG(TMP-M-TABLE, TMP-PD-I) >
                        TAB-PD-AVG(TMP-PD-I)) THEN
                       ADD 1 TO TMP-VS-ABOVE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE SPACES TO OPGRP-V2
              IF (TAB-MB-NAME(TMP-M-TABLE) = SPACES) THEN
                 MOVE '(UNKNOWN)' TO OPGRP-V2-NAME
              ELSE
                 MOVE TAB-MB-NAME(TMP-M-TABLE) TO OPGRP-V2-NAME
              END-IF
              MOVE TAB-MB-STATE(TMP-M-TABLE)  TO OPGRP-V2-STATE
              MOVE TMP-VS-N                   TO OPGRP-V2-PERIODS
              IF (TMP-VS-N > 0) THEN
                 COMPUTE TMP-VS-MEMBER-AVG ROUNDED
                       = TMP-VS-MEMBER-SUM / TMP-VS-N
                 COMPUTE TMP-VS-GROUP-AVG ROUNDED
                       = TMP-VS-GROUP-SUM / TMP-VS-N
                 COMPUTE TMP-VS-DIFF
                       = TMP-VS-MEMBER-AVG - TMP-VS-GROUP-AVG
                 MOVE TMP-VS-MEMBER-AVG TO OPGRP-V2-MEMBER
                 MOVE TMP-VS-GROUP-AVG  TO OPGRP-V2-GROUP
                 MOVE TMP-VS-DIFF       TO OPGRP-V2-DIFF
                 MOVE TMP-VS-ABOVE      TO OPGRP-V2-ABOVE
                 IF (TAB-MB-FLAG(TMP-M-TABLE) NOT = SPACES) THEN
                    MOVE '   (FLAGGED)' TO OPGRP-V2-NOTE
                 END-IF
              ELSE
                 MOVE '   (NO HISTORY)' TO OPGRP-V2-NOTE
              END-IF
              MOVE OPGRP-V2 TO OPGRP-REC
              PERFORM OPGRP-WRITE
           END-PERFORM
           .
       GROUP-VERSUS-WRITE-EXIT. EXIT.



      *****************************************************************
       REFRESH-LIST-WRITE SECTION.
      *===============================================================*
      *    EVERY FLAGGED MEMBER WITH ITS GROUP'S OWNER - THE OWNER    *
      *    DROPS OR REPLACES IT THROUGH TPL-PGRM1                     *
           MOVE SPACES TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-HR2 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE 'GROUPS TO REFRESH - CLOSED, MERGED OR UNKNOWN MEMBERS'
             TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-E1  TO OPGRP-REC
           PERFORM OPGRP-WRITE
           MOVE OPGRP-HR1 TO OPGRP-REC
           PERFORM OPGRP-WRITE
           PERFORM VARYING TMP-G-TABLE FROM 1 BY 1
                     UNTIL (TMP-G-TABLE > TAB-GR-MAX)
              IF (TAB-GR-FIRST(TMP-G-TABLE) > 0) THEN
                 PERFORM VARYING TMP-M-TABLE
                           FROM TAB-GR-FIRST(TMP-G-TABLE) BY 1
                           UNTIL (TMP-M-TABLE >
                                  TAB-GR-LAST(TMP-G-TABLE))
                    IF (TAB-MB-FLAG(TMP-M-TABLE) NOT = SPACES) THEN
                       MOVE SPACES TO OPGRP-E2
                       MOVE TAB-GR-NAME(TMP-G-TABLE)
                         TO OPGRP-E2-GROUP
                       MOVE TAB-GR-OWNER(TMP-G-TABLE)
                         TO OPGRP-E2-OWNER
                       MOVE TAB-MB-ID(TMP-M-TABLE)    TO OPGRP-E2-ID
                       MOVE TAB-MB-NAME(TMP-M-TABLE)  TO OPGRP-E2-NAME
                       MOVE TAB-MB-STATE(TMP-M-TABLE)
                         TO OPGRP-E2-STATE
                       MOVE TAB-MB-FLAG(TMP-M-TABLE)
                         TO OPGRP-E2-REASON
                       MOVE OPGRP-E2 TO OPGRP-REC
                       PERFORM OPGRP-WRITE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF (TMP-COUNT-FLAGGED = 0) THEN
              MOVE '   (NONE - EVERY GROUP IS CURRENT)' TO OPGRP-REC
              PERFORM OPGRP-WRITE
           END-IF
           MOVE OPGRP-HR1 TO OPGRP-REC
           PERFORM OPGRP-WRITE

           IF (TMP-COUNT-FLAGGED > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF
           .
       REFRESH-LIST-WRITE-EXIT. EXIT.



      *****************************************************************
       ICOMP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           IF (NOT ICOMP-EOF) THEN
              MOVE ICOMP-RECORD TO ICOMP-REC
           END-IF
      *    EFFECTIVE DATING - SKIP VERSIONS NOT IN FORCE TODAY, OR
      *    A MEMBER WOULD TAKE AN OUTDATED NAME OR GROWTH
           PERFORM UNTIL (ICOMP-EOF)
                     OR (NOT ICOMP-LAYOUT-V2)
                     OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                         AND (ICOMP-EXP-DATE > TMP-TODAY))
              PERFORM FILE-READ-ICOMP
              IF (NOT ICOMP-EOF) THEN
                 MOVE ICOMP-RECORD TO ICOMP-REC
              END-IF
           END-PERFORM
           .
       ICOMP-READ-EXIT. EXIT.



      *****************************************************************
       OPGRP-WRITE SECTION.
      *===============================================================*
           MOVE OPGRP-REC TO OPGRP-RECORD
           PERFORM FILE-WRITE-OPGRP
           .
       OPGRP-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE ICOMP-COUNT TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OPGRP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICOMP.........: ' ICOMP-COUNT
           DISPLAY 'GROUPS..............: ' TMP-COUNT-GROUPS
           DISPLAY 'MEMBERS.............: ' TMP-COUNT-MEMBERS
           DISPLAY 'MEMBERS FLAGGED.....: ' TMP-COUNT-FLAGGED
           DISPLAY 'HISTORY ROWS USED...: ' TMP-COUNT-HIST-ROWS
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPEER==
            ==:V2:== BY ==IPEER-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/SUCCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPGRP==
            ==:V2:== BY ==OPGRP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-PGRP1.
      *****************************************************************
