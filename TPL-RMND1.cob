       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-RMND1.
      *****************************************************************
      * TPL-RMND1: SUBMISSION REMINDER AND FOLLOW-UP CYCLE            *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-CHRN1 COUNTS THE RUNS A COMPANY HAS BEEN MISSING FROM THE *
      * REVENUE SNAPSHOT, BUT NOBODY ACTED ON IT UNTIL SOMEONE        *
      * NOTICED MONTHS LATER. THIS PROGRAM KEEPS EVERY MISSING        *
      * COMPANY IN A FOLLOW-UP CYCLE ON THE REMINDER MASTER AND MOVES *
      * IT ONE STAGE ON EVERY RUN IT STAYS MISSING:                   *
      *   1 - FIRST REMINDER LETTER                                   *
      *   2 - SECOND REMINDER LETTER                                  *
      *   3 - ESCALATION TO THE ACCOUNT MANAGER (SEE TPL-OWNM1)       *
      *   4 - CLOSURE PROPOSAL: A LIFECYCLE 'S' TRANSACTION FOR       *
      *       TPL-LIFE1                                               *
      * THE LETTERS ARE PAGINATED THROUGH CREPO1, ONE PAGE AND ONE    *
      * TABLE-OF-CONTENTS GROUP PER COMPANY, ADDRESSED FROM           *
      * companyloc.txt (SEE TPL-LETR1). A COMPANY BACK ON THE         *
      * SNAPSHOT LEAVES THE CYCLE BY ITSELF.                          *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICHURN - CHURN MASTER (IO/churn.txt, SEE TPL-CHRN1) - RUN     *
      *          THIS PROGRAM AFTER TPL-CHRN1                         *
      * IRMND  - REMINDER MASTER (IO/reminders.txt), OPTIONAL - THE   *
      *          FIRST RUN STARTS EMPTY                               *
      * ILOC   - COMPANY LOCATIONS (IO/companyloc.txt, SEE TPL-MAINT8)*
      *          - OPTIONAL, BUT WITHOUT IT NO LETTER CAN BE ADDRESSED*
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt),       *
      *          OPTIONAL - THE KEY INTO THE OWNERSHIP MASTER         *
      * IOWNR  - OWNERSHIP MASTER (IO/ownership.txt, OWNRWS.cob),     *
      *          OPTIONAL - WITHOUT IT EVERY ESCALATION IS UNOWNED    *
      * ILIFE  - LIFECYCLE MASTER (IO/lifecycle.txt), OPTIONAL        *
      * IPARM  - OPTIONAL (IO/rmndparm.txt), KEYWORD=VALUE:           *
      *          STARTAFTER=N  MISSED RUNS BEFORE THE FIRST REMINDER  *
      *                        (DEFAULT 1)                            *
      *          REASON=CODE   LIFE REASON CODE OF THE CLOSURE        *
      *                        PROPOSALS (DEFAULT NOREPORT) - MUST BE *
      *                        ACTIVE ON IO/reasoncode.txt (CRSN1)    *
      *          OPERATOR=ID   OPERATOR WHO RELEASES THE PROPOSALS -  *
      *                        TPL-LIFE1 CHECKS THEIR AUTHORITY       *
      *                        (DEFAULT TPL-RMND)                     *
      *          BATCH=NUMBER  BATCH NUMBER OF THE PROPOSALS (DEFAULT *
      *                        RM + YYMMDDHH)                         *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORMND  - NEW REMINDER MASTER (IO/reminders.txt.new), PROMOTED *
      *          GENERATION-STYLE LIKE THE CHURN MASTER               *
      * REPORT1 VIA CREPO1 (IO/REPORT1_YYYYMMDD.txt) - THE LETTERS    *
      * OESC   - ESCALATION LIST (IO/reminderesc.txt): THE LETTERS,   *
      *          THE ESCALATIONS WITH THEIR MANAGERS, THE CLOSURE     *
      *          PROPOSALS AND THE COMPANIES THAT LEFT THE CYCLE      *
      * OPROP  - CLOSURE PROPOSALS (IO/lifecycleprop.txt), ILIFETRN   *
      *          LAYOUT IN NAME + STATE ORDER BEHIND A BATCH CONTROL  *
      *          HEADER (BHDRWS.cob) - EVERY PROPOSAL NOT YET APPLIED,*
      *          REVIEWED, THEN FED TO TPL-LIFE1 AS lifecycletrn.txt  *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY ENTERS THE CYCLE AT STAGE 1 ONCE ITS CHURN COUNT    *
      * REACHES STARTAFTER. THE MASTER KEEPS THE COUNT THE COMPANY    *
      * LAST MOVED ON, SO IT ONLY MOVES AGAIN WHEN TPL-CHRN1 HAS      *
      * COUNTED ANOTHER MISSED RUN - A RERUN SENDS NOTHING TWICE. A   *
      * COMPANY AT STAGE 4 STAYS THERE, LISTED AS PENDING, UNTIL      *
      * TPL-LIFE1 HAS SUSPENDED IT. A COMPANY LEAVES THE CYCLE WHEN   *
      * IT REPORTS AGAIN (CHURN COUNT 0), WHEN THE LIFECYCLE MASTER   *
      * HAS IT SUSPENDED OR CLOSED, OR WHEN IT IS NO LONGER ON THE    *
      * CHURN MASTER. AN ESCALATION, A CLOSURE PROPOSAL OR A LETTER   *
      * SKIPPED FOR A MISSING ADDRESS ENDS THE RUN WITH RC 4.         *
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
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRMND==
            ==:V2:== BY ==IRMND-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORMND==
            ==:V2:== BY ==ORMND-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OESC==
            ==:V2:== BY ==OESC-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OPROP==
            ==:V2:== BY ==OPROP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILE (SEE TPL-MERG1) - THE RUNTIME OWNS ITS
      *    PLACEMENT
           SELECT SCHURN ASSIGN TO 'SORTCHRN'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRMND==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORMND==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OESC==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OPROP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SCHURN.
       01  SCHURN-REC.
           05 SCHURN-KEY              PIC X(40).
           05 SCHURN-DATA             PIC X(60).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICHURN = CHURN MASTER (SEE TPL-CHRN1)                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICHURN==.
       01 CH-REC.
           05 CH-NAME                 PIC X(38).
           05 CH-STATE                PIC X(2).
           05 CH-INDUSTRY             PIC X(23).
           05 CH-LAST-PERIOD          PIC X(6).
           05 CH-LAST-REVENUE         PIC 9(9).
           05 CH-MISSING              PIC 9(3).
           05 FILLER                  PIC X(19).
       01 TMP-TODAY                   PIC X(8).

      *---------------------------------------------------------------*
      * REMINDER MASTER RECORD (OLD AND NEW SHARE THE LAYOUT), ONE    *
      * ROW PER COMPANY IN THE CYCLE, ASCENDING BY NAME + STATE       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRMND==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORMND==.
       01 RMD-REC.
           05 RMD-NAME                PIC X(38).
           05 RMD-STATE               PIC X(2).
      *    1 FIRST REMINDER, 2 SECOND REMINDER, 3 ESCALATED,
      *    4 CLOSURE PROPOSED
           05 RMD-STAGE               PIC 9(1).
      *    CHURN COUNT THE COMPANY LAST MOVED ON
           05 RMD-MISSING             PIC 9(3).
      *    ENTERED THE CYCLE / REACHED THE STAGE (YYYYMMDD)
           05 RMD-SINCE               PIC X(8).
           05 RMD-LAST                PIC X(8).
           05 RMD-ID                  PIC 9(9).
           05 FILLER                  PIC X(11).

       01 REMINDER-TABLE.
           05 TAB-RM-MAX              PIC S9(9) BINARY.
           05 TAB-RM-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-RM                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-RM-MAX.
                10 TAB-RM-KEY         PIC X(40).
                10 TAB-RM-STAGE       PIC 9(1).
                10 TAB-RM-MISSING     PIC 9(3).
                10 TAB-RM-SINCE       PIC X(8).
                10 TAB-RM-LAST        PIC X(8).
                10 TAB-RM-SEEN-SW     PIC X(1).

      *---------------------------------------------------------------*
      * INPUT ILOC = COMPANY LOCATIONS (SEE TPL-MAINT8)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILOC==.
       01 ILOC-REC.
           05 ILOC-NAME                PIC X(38).
           05 ILOC-STATE               PIC X(2).
           05 ILOC-CITY                PIC X(20).
           05 ILOC-ZIP                 PIC X(5).
           05 FILLER                   PIC X(15).
       01 LOCATIONS.
           05 TAB-LOC-MAX             PIC S9(9) BINARY.
           05 TAB-LOC-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-LOC                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-LOC-MAX.
                10 TAB-LOC-KEY        PIC X(40).
                10 TAB-LOC-CITY       PIC X(20).
                10 TAB-LOC-ZIP        PIC X(5).

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

       01 XREF-TABLE.
           05 TAB-XR-MAX              PIC S9(9) BINARY.
           05 TAB-XR-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-XR                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-XR-MAX.
                10 TAB-XR-ID          PIC 9(9).
                10 TAB-XR-NAME        PIC X(38).
                10 TAB-XR-STATE       PIC X(2).

      *---------------------------------------------------------------*
      * IOWNR = OWNERSHIP MASTER (SEE OWNRWS.cob); ILIFE = LIFECYCLE  *
      * MASTER (SEE LIFEWS.cob)                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOWNR==.
       COPY 'LIB/FILE/OWNRWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILIFE==.
       COPY 'LIB/FILE/LIFEWS.cob'.

      *---------------------------------------------------------------*
      * INPUT IPARM = KEYWORD=VALUE PARAMETERS                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 PARM-WORK.
           05 TMP-START-AFTER         PIC 9(3)    VALUE 1.
           05 TMP-P-REASON            PIC X(8)    VALUE 'NOREPORT'.
           05 TMP-P-OPERATOR          PIC X(8)    VALUE 'TPL-RMND'.
           05 TMP-P-BATCH             PIC X(10).

      *---------------------------------------------------------------*
      * OUTPUT OPROP = CLOSURE PROPOSALS (ILIFETRN LAYOUT, TPL-LIFE1)  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OPROP==.
       01 PRP-REC.
           05 PRP-NAME                PIC X(38).
           05 PRP-STATE               PIC X(2).
           05 PRP-STATUS              PIC X(1).
           05 PRP-REASON              PIC X(8).
           05 PRP-OPERATOR            PIC X(8).
           05 PRP-EFF                 PIC X(8).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * THIS RUN'S ACTIONS, IN NAME + STATE ORDER - LISTED BY KIND ON *
      * THE ESCALATION LIST                                           *
      *---------------------------------------------------------------*
       01 ACTION-TABLE.
           05 TAB-AC-MAX              PIC S9(9) BINARY.
           05 TAB-AC-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-AC                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-AC-MAX.
                10 TAB-AC-KEY         PIC X(40).
                10 TAB-AC-STAGE       PIC 9(1).
      *         L LETTER SENT, N LETTER NOT SENT (NO ADDRESS),
      *         E ESCALATED, P CLOSURE PROPOSED, W PROPOSAL PENDING,
      *         R REPORTING AGAIN, X SUSPENDED/CLOSED, G GONE FROM
      *         THE CHURN MASTER
                10 TAB-AC-KIND        PIC X(1).
                   88 TAB-AC-LETTER        VALUE 'L' 'N'.
                   88 TAB-AC-ESCALATED     VALUE 'E'.
                   88 TAB-AC-PROPOSAL      VALUE 'P' 'W'.
                   88 TAB-AC-LEFT          VALUE 'R' 'X' 'G'.
                10 TAB-AC-MISSING     PIC 9(3).
                10 TAB-AC-PERIOD      PIC X(6).
                10 TAB-AC-ID          PIC 9(9).
                10 TAB-AC-PRIMARY     PIC X(8).
                10 TAB-AC-BACKUP      PIC X(8).
                10 TAB-AC-PAGE        PIC 9(5).
                10 TAB-AC-DATE        PIC X(8).

      *---------------------------------------------------------------*
      * OUTPUT OESC = ESCALATION LIST (132)                           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OESC==.
       01 OESC-REC                    PIC X(132).
       01 OESC-HR1                    PIC X(132)  VALUE ALL '-'.
       01 OESC-HR2                    PIC X(132)  VALUE ALL '='.
       01 OESC-H1.
           05 FILLER                  PIC X(45)   VALUE
              'SUBMISSION FOLLOW-UP - ESCALATION LIST'.
           05 FILLER                  PIC X(10)   VALUE 'RUN DATE: '.
           05 OESC-H1-DATE            PIC X(10).
           05 FILLER                  PIC X(67)   VALUE SPACES.
       01 OESC-L1.
           05 FILLER                  PIC X(38)   VALUE 'COMPANY'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(2)    VALUE 'ST'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(9)    VALUE 'COMPANYID'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(3)    VALUE 'MIS'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(6)    VALUE 'LAST'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(8)    VALUE 'MANAGER'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(8)    VALUE 'BACKUP'.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 FILLER                  PIC X(40)   VALUE 'NOTE'.
           05 FILLER                  PIC X(11)   VALUE SPACES.
       01 OESC-D1.
           05 OESC-D1-NAME            PIC X(38).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-STATE           PIC X(2).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-ID              PIC X(9).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-MISSING         PIC ZZ9.
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-PERIOD          PIC X(6).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-PRIMARY         PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-BACKUP          PIC X(8).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 OESC-D1-NOTE            PIC X(40).
           05 FILLER                  PIC X(11)   VALUE SPACES.
       01 OESC-T1.
           05 OESC-T1-TEXT            PIC X(30).
           05 OESC-T1-COUNT           PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(95)   VALUE SPACES.

      *---------------------------------------------------------------*
      * THE REMINDER LETTER (132-BYTE CREPO1 LINES, SEE TPL-LETR1)    *
      *---------------------------------------------------------------*
       01 LTR-A1.
           05 LTR-A1-NAME             PIC X(38).
           05 FILLER                  PIC X(94)   VALUE SPACES.
       01 LTR-A2.
           05 LTR-A2-ZIP              PIC X(5).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 LTR-A2-CITY             PIC X(20).
           05 FILLER                  PIC X(1)    VALUE SPACE.
           05 LTR-A2-STATE            PIC X(2).
           05 FILLER                  PIC X(103)  VALUE SPACES.
       01 LTR-T1.
           05 LTR-T1-TEXT             PIC X(45).
           05 FILLER                  PIC X(87)   VALUE SPACES.
       01 LTR-HR1.
           05 FILLER                  PIC X(80)   VALUE ALL '-'.
           05 FILLER                  PIC X(52)   VALUE SPACES.
       01 LTR-B1                      PIC X(132)  VALUE
           'WE HAVE NOT RECEIVED YOUR REVENUE REPORT FOR THE PERIODS SIN
      -    'CE THE ONE SHOWN BELOW.'.
       01 LTR-B2                      PIC X(132)  VALUE
           'PLEASE SUBMIT THE OUTSTANDING REPORTS THROUGH YOUR USUAL CHA
      -    'NNEL AS SOON AS POSSIBLE.'.
       01 LTR-B3-FIRST                PIC X(132)  VALUE
           'IF YOU HAVE SENT THEM IN THE MEANTIME, PLEASE DISREGARD THIS
      -    ' LETTER.'.
       01 LTR-B3-SECOND               PIC X(132)  VALUE
           'THIS IS OUR SECOND REMINDER. IF WE STILL RECEIVE NO REPORT,
      -    'YOUR ACCOUNT MANAGER WILL CONTACT YOU.'.
       01 LTR-L1.
           05 FILLER                  PIC X(26)
              VALUE '  LAST PERIOD REPORTED....'.
           05 LTR-L1-PERIOD           PIC X(6).
           05 FILLER                  PIC X(100)  VALUE SPACES.
       01 LTR-L2.
           05 FILLER                  PIC X(26)
              VALUE '  RUNS WITHOUT A REPORT...'.
           05 LTR-L2-MISSING          PIC ZZ9.
           05 FILLER                  PIC X(103)  VALUE SPACES.
       01 LTR-L3.
           05 FILLER                  PIC X(26)
              VALUE '  FIRST REMINDED ON.......'.
           05 LTR-L3-SINCE            PIC X(10).
           05 FILLER                  PIC X(96)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-RM-IDX              PIC S9(9) BINARY.
           05 TMP-LOC-IDX             PIC S9(9) BINARY.
           05 TMP-COUNT-SECTION       PIC 9(7).
           05 TMP-COUNT-IN-CYCLE      PIC 9(7).
           05 TMP-COUNT-ENTERED       PIC 9(7).
           05 TMP-COUNT-UNCHANGED     PIC 9(7).
           05 TMP-COUNT-SENT          PIC 9(7).
           05 TMP-COUNT-NO-ADDR       PIC 9(7).
           05 TMP-COUNT-ESCALATED     PIC 9(7).
           05 TMP-COUNT-UNOWNED       PIC 9(7).
           05 TMP-COUNT-PROPOSED      PIC 9(7).
           05 TMP-COUNT-PENDING       PIC 9(7).
           05 TMP-COUNT-RESUMED       PIC 9(7).
           05 TMP-COUNT-LIFECYCLE     PIC 9(7).
           05 TMP-COUNT-GONE          PIC 9(7).
       01 CYCLE-WORK.
           05 TMP-KEY                 PIC X(40).
           05 TMP-KIND                PIC X(1).
           05 TMP-ARG-ID              PIC 9(9).
           05 TMP-DATE-IN             PIC X(8).
           05 TMP-DATE-ED             PIC X(10).
           05 TMP-TODAY-ED            PIC X(10).
           05 TMP-PAGE-ED             PIC ZZZZ9.
           05 TMP-SECTION-TITLE       PIC X(60).
           05 TMP-SECTION-NONE        PIC X(60).

       COPY 'LIB/REPORT/CREPO1WS.cob'.

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER OF THE PROPOSALS (SEE BHDRWS.cob)        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/BHDRWS.cob'.

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
       01 ICHURN-PATH                PIC X(40)
                                      VALUE 'IO/churn.txt'.
       01 IRMND-PATH                 PIC X(40)
                                      VALUE 'IO/reminders.txt'.
       01 ILOC-PATH                  PIC X(40)
                                      VALUE 'IO/companyloc.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 IOWNR-PATH                 PIC X(40)
                                      VALUE 'IO/ownership.txt'.
       01 ILIFE-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycle.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/rmndparm.txt'.
       01 IGENP-PATH                 PIC X(40)
                                      VALUE 'IO/genparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORMND-PATH                 PIC X(40)
                                      VALUE 'IO/reminders.txt.new'.
       01 OESC-PATH                  PIC X(40)
                                      VALUE 'IO/reminderesc.txt'.
       01 OPROP-PATH                 PIC X(40)
                                      VALUE 'IO/lifecycleprop.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/UTIL/CRSNWS.cob'.

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

           PERFORM LOCATIONS-LOAD
           PERFORM XREF-LOAD
           PERFORM REMINDERS-LOAD
           PERFORM CHURN-PROCESS
           PERFORM CYCLE-GONE

           PERFORM PROPOSALS-WRITE
           PERFORM ESCALATION-LIST-WRITE

           PERFORM CREPO1-TRAILER
           PERFORM CREPO1-CLOSE

           PERFORM FILE-CLOSE-ORMND
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
           MOVE 'IO/reminders.txt' TO GEN-MASTER-PATH
           MOVE 'IO/reminders.txt.new' TO GEN-NEW-PATH
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
           MOVE 'TPL-RMND1'                          TO PGM-NAME
           MOVE 'SUBMISSION REMINDER AND FOLLOW-UP CYCLE'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICHURN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICHURN-PATH
           MOVE IRMND-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRMND-PATH
           MOVE ILOC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILOC-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE IOWNR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IOWNR-PATH
           MOVE ILIFE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILIFE-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IGENP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IGENP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ORMND-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORMND-PATH
           MOVE OESC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OESC-PATH
           MOVE OPROP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OPROP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0                          TO TAB-RM-MAX
           MOVE 0                          TO TAB-LOC-MAX
           MOVE 0                          TO TAB-XR-MAX
           MOVE 0                          TO TAB-AC-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           MOVE TMP-TODAY TO TMP-DATE-IN
           PERFORM DATE-EDIT
           MOVE TMP-DATE-ED TO TMP-TODAY-ED
           STRING 'RM' FUNCTION CURRENT-DATE(3:8)
             DELIMITED BY SIZE
             INTO TMP-P-BATCH
           END-STRING

      *---------------------------------------------------------------*
      * CYCLE PARAMETERS (IPARM IS OPTIONAL)                          *
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
                   WHEN 'STARTAFTER'
                     COMPUTE TMP-START-AFTER =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN 'REASON'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-REASON
                   WHEN 'OPERATOR'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-OPERATOR
                   WHEN 'BATCH'
                     MOVE FUNCTION TRIM(IPARM-VAL) TO TMP-P-BATCH
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN RMNDPARM KEYWORD IGNORED: '
                            IPARM-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF
      *    A COMPANY COUNTED ZERO IS REPORTING - IT CANNOT BE REMINDED
           IF (TMP-START-AFTER < 1) THEN
              MOVE 1 TO TMP-START-AFTER
           END-IF

      *---------------------------------------------------------------*
      * A PROPOSAL TPL-LIFE1 WOULD REJECT FOR ITS REASON IS NO        *
      * PROPOSAL - THE CODE MUST BE AN ACTIVE LIFE CODE (SEE CRSN1)   *
      *---------------------------------------------------------------*
           MOVE 'LIFE'       TO CRSN1CA-DOMAIN
           MOVE TMP-P-REASON TO CRSN1CA-CODE
           PERFORM REASON-CODE-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE)
              OR (TMP-P-REASON = SPACES) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'BAD REASON IN RMNDPARM: ' TMP-P-REASON
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'EXPECTED AN ACTIVE LIFE CODE OF reasoncode.txt'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * MANAGERS AND LIFECYCLE STANDING (BOTH OPTIONAL)               *
      *---------------------------------------------------------------*
           PERFORM LOAD-OWNERSHIP-MAP
           IF (IOWNR-NO) THEN
              MOVE 'NO ownership.txt - ESCALATIONS GO UNOWNED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           PERFORM LOAD-LIFECYCLE-MAP

      *---------------------------------------------------------------*
      * OPEN THE PAGINATED LETTERS (SEE CREPO1) - A FULL PAGE IS      *
      * RESERVED PER LETTER SO EVERY COMPANY STARTS ITS OWN PAGE -    *
      * AND THE NEW MASTER                                            *
      *---------------------------------------------------------------*
           MOVE TMP-TODAY TO CREPO1CA-RUN-STAMP
           PERFORM CREPO1-OPEN
           MOVE 2  TO CREPO1CA-NUM-HEADERS
           MOVE 2  TO CREPO1CA-NUM-HEADER-PAGE
           MOVE 60 TO CREPO1CA-LINES-PER-PAGE
           STRING 'REVENUE REPORT REMINDERS - ' TMP-TODAY-ED
             DELIMITED BY SIZE
             INTO CREPO1CA-HEADER(1)
           END-STRING
           MOVE ALL '=' TO CREPO1CA-HEADER(2)
           PERFORM FILE-OPEN-OUTPUT-ORMND
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       DATE-EDIT SECTION.
      *===============================================================*
      *    TMP-DATE-IN (YYYYMMDD) TO TMP-DATE-ED (DD.MM.YYYY)         *
           MOVE SPACES TO TMP-DATE-ED
           IF (TMP-DATE-IN NOT = SPACES) THEN
              STRING TMP-DATE-IN(7:2) '.' TMP-DATE-IN(5:2) '.'
                     TMP-DATE-IN(1:4)
                DELIMITED BY SIZE
                INTO TMP-DATE-ED
              END-STRING
           END-IF
           .
       DATE-EDIT-EXIT. EXIT.



      *****************************************************************
       LOCATIONS-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ILOC
           IF (ILOC-NO) THEN
              MOVE 'NO companyloc.txt - NO LETTER CAN BE ADDRESSED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO LOCATIONS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ILOC
           PERFORM UNTIL (ILOC-EOF)
              MOVE ILOC-RECORD TO ILOC-REC
              IF (ILOC-NAME NOT = SPACES) THEN
                 IF (TAB-LOC-MAX >= TAB-LOC-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-LOC OVERFLOW - TOO MANY LOCATIONS'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-LOC-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-LOC-MAX
                 MOVE ILOC-REC(1:40) TO TAB-LOC-KEY(TAB-LOC-MAX)
                 MOVE ILOC-CITY      TO TAB-LOC-CITY(TAB-LOC-MAX)
                 MOVE ILOC-ZIP       TO TAB-LOC-ZIP(TAB-LOC-MAX)
              END-IF
              PERFORM FILE-READ-ILOC
           END-PERFORM
           PERFORM FILE-CLOSE-ILOC
           .
       LOCATIONS-LOAD-EXIT. EXIT.



      *****************************************************************
       XREF-LOAD SECTION.
      *===============================================================*
      *    COMPANY-ID CROSS-REFERENCE (OPTIONAL) - A MISSING COMPANY  *
      *    IS NO LONGER ON THE COMPANIES MASTER, SO ITS ID STAMP IS   *
      *    NOT THERE TO READ                                          *
           PERFORM FILE-OPEN-INPUT-IXREF
           IF (IXREF-NO) THEN
              GO TO XREF-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IXREF
           PERFORM UNTIL (IXREF-EOF)
              MOVE IXREF-RECORD TO XREF-REC
              ADD 1 TO TAB-XR-MAX
              IF (TAB-XR-MAX > TAB-XR-DIM) THEN
                 MOVE TAB-XR-DIM TO TAB-XR-MAX
                 MOVE 'TAB-XR OVERFLOW - CROSS-REFERENCE TRUNCATED'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
              ELSE
                 MOVE XREF-ID    TO TAB-XR-ID(TAB-XR-MAX)
                 MOVE XREF-NAME  TO TAB-XR-NAME(TAB-XR-MAX)
                 MOVE XREF-STATE TO TAB-XR-STATE(TAB-XR-MAX)
              END-IF
              PERFORM FILE-READ-IXREF
           END-PERFORM
           PERFORM FILE-CLOSE-IXREF
           .
       XREF-LOAD-EXIT. EXIT.



      *****************************************************************
       REMINDERS-LOAD SECTION.
      *===============================================================*
      *    THE CYCLE AS THE LAST RUN LEFT IT (OPTIONAL - THE FIRST    *
      *    RUN STARTS EMPTY)                                          *
           PERFORM FILE-OPEN-INPUT-IRMND
           IF (IRMND-NO) THEN
              GO TO REMINDERS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IRMND
           PERFORM UNTIL (IRMND-EOF)
              MOVE IRMND-RECORD TO RMD-REC
              IF (RMD-NAME NOT = SPACES)
                 AND (RMD-STAGE NUMERIC)
                 AND (RMD-MISSING NUMERIC) THEN
                 IF (TAB-RM-MAX >= TAB-RM-DIM) THEN
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-RM OVERFLOW - TOO MANY IN THE CYCLE'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-RM-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 ADD 1 TO TAB-RM-MAX
                 MOVE RMD-REC(1:40) TO TAB-RM-KEY(TAB-RM-MAX)
                 MOVE RMD-STAGE     TO TAB-RM-STAGE(TAB-RM-MAX)
                 MOVE RMD-MISSING   TO TAB-RM-MISSING(TAB-RM-MAX)
                 MOVE RMD-SINCE     TO TAB-RM-SINCE(TAB-RM-MAX)
                 MOVE RMD-LAST      TO TAB-RM-LAST(TAB-RM-MAX)
                 MOVE 'N'           TO TAB-RM-SEEN-SW(TAB-RM-MAX)
              END-IF
              PERFORM FILE-READ-IRMND
           END-PERFORM
           PERFORM FILE-CLOSE-IRMND
           .
       REMINDERS-LOAD-EXIT. EXIT.



      *****************************************************************
       CHURN-PROCESS SECTION.
      *===============================================================*
      *    THE CHURN MASTER IS KEPT WORST FIRST - SORTED HERE INTO    *
      *    NAME + STATE ORDER SO THE NEW MASTER, THE LETTERS AND THE  *
      *    PROPOSALS COME OUT IN KEY ORDER                            *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-ICHURN
           IF (ICHURN-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'CHURN MASTER MISSING: ' ICHURN-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'RUN TPL-CHRN1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SCHURN
             ON ASCENDING KEY SCHURN-KEY
             INPUT  PROCEDURE IS CHURN-RELEASE
             OUTPUT PROCEDURE IS CHURN-RETURN
           .
       CHURN-PROCESS-EXIT. EXIT.



      *****************************************************************
       CHURN-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICHURN
           PERFORM UNTIL (ICHURN-EOF)
              MOVE ICHURN-RECORD TO CH-REC
              IF (CH-NAME NOT = SPACES)
                 AND (CH-MISSING NUMERIC) THEN
                 MOVE CH-REC TO SCHURN-REC
                 RELEASE SCHURN-REC
              END-IF
              PERFORM FILE-READ-ICHURN
           END-PERFORM
           PERFORM FILE-CLOSE-ICHURN
           .
       CHURN-RELEASE-EXIT. EXIT.



      *****************************************************************
       CHURN-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SCHURN
                AT END
                  GO TO CHURN-RETURN-EXIT
              END-RETURN
              MOVE SCHURN-REC TO CH-REC
              PERFORM CYCLE-ONE-COMPANY
           END-PERFORM
           .
       CHURN-RETURN-EXIT. EXIT.



      *****************************************************************
       CYCLE-ONE-COMPANY SECTION.
      *===============================================================*
      *    WHERE THE COMPANY STOOD, THEN WHERE IT GOES THIS RUN       *
      *---------------------------------------------------------------*
           MOVE CH-REC(1:40) TO TMP-KEY
           MOVE 0 TO TMP-RM-IDX
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RM-MAX)
                        OR (TMP-RM-IDX > 0)
              IF (TAB-RM-KEY(TMP-I-TABLE) = TMP-KEY) THEN
                 MOVE TMP-I-TABLE TO TMP-RM-IDX
                 MOVE 'Y' TO TAB-RM-SEEN-SW(TMP-I-TABLE)
              END-IF
           END-PERFORM

      *    REPORTING AGAIN - THE CYCLE STOPS
           IF (CH-MISSING = 0) THEN
              IF (TMP-RM-IDX > 0) THEN
                 MOVE 'R' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-RESUMED
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'REPORTING AGAIN - OUT OF THE CYCLE: ' TMP-KEY
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
              GO TO CYCLE-ONE-COMPANY-EXIT
           END-IF

      *    NOT MISSING LONG ENOUGH YET - ONE ALREADY IN THE CYCLE
      *    (STARTAFTER RAISED SINCE) KEEPS ITS STAGE
           IF (CH-MISSING < TMP-START-AFTER) THEN
              IF (TMP-RM-IDX > 0) THEN
                 PERFORM CYCLE-KEEP
              END-IF
              GO TO CYCLE-ONE-COMPANY-EXIT
           END-IF

      *    SUSPENDED OR CLOSED ON THE LIFECYCLE MASTER - NOTHING LEFT
      *    TO CHASE
           MOVE CH-NAME  TO LIFE-ARG-NAME
           MOVE CH-STATE TO LIFE-ARG-STATE
           PERFORM LIFECYCLE-STATUS-LOOKUP
           IF (LIFE-ARG-SUSPENDED) OR (LIFE-ARG-CLOSED) THEN
              IF (TMP-RM-IDX > 0) THEN
                 MOVE 'X' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-LIFECYCLE
              END-IF
              GO TO CYCLE-ONE-COMPANY-EXIT
           END-IF

      *    NOT COUNTED AGAIN SINCE THE LAST MOVE - A RERUN. A CLOSURE
      *    PROPOSAL STAYS OUTSTANDING ALL THE SAME
           IF (TMP-RM-IDX > 0) THEN
              IF (CH-MISSING <= TAB-RM-MISSING(TMP-RM-IDX)) THEN
                 ADD 1 TO TMP-COUNT-UNCHANGED
                 PERFORM CYCLE-KEEP
                 IF (RMD-STAGE = 4) THEN
                    MOVE 'W' TO TMP-KIND
                    PERFORM ACTION-ADD
                    ADD 1 TO TMP-COUNT-PENDING
                    MOVE '004' TO PGM-END-RC
                 END-IF
                 GO TO CYCLE-ONE-COMPANY-EXIT
              END-IF
           END-IF

           PERFORM CYCLE-ADVANCE
           .
       CYCLE-ONE-COMPANY-EXIT. EXIT.



      *****************************************************************
       CYCLE-KEEP SECTION.
      *===============================================================*
      *    THE OLD ROW GOES TO THE NEW MASTER UNCHANGED               *
           MOVE SPACES                       TO RMD-REC
           MOVE CH-NAME                      TO RMD-NAME
           MOVE CH-STATE                     TO RMD-STATE
           MOVE TAB-RM-STAGE(TMP-RM-IDX)     TO RMD-STAGE
           MOVE TAB-RM-MISSING(TMP-RM-IDX)   TO RMD-MISSING
           MOVE TAB-RM-SINCE(TMP-RM-IDX)     TO RMD-SINCE
           MOVE TAB-RM-LAST(TMP-RM-IDX)      TO RMD-LAST
           PERFORM COMPANY-ID-FIND
           MOVE TMP-ARG-ID                   TO RMD-ID
           MOVE RMD-REC TO ORMND-RECORD
           PERFORM FILE-WRITE-ORMND
           ADD 1 TO TMP-COUNT-IN-CYCLE
           .
       CYCLE-KEEP-EXIT. EXIT.



      *****************************************************************
       CYCLE-ADVANCE SECTION.
      *===============================================================*
      *    ONE STAGE ON - A NEW COMPANY ENTERS AT STAGE 1, STAGE 4    *
      *    IS THE LAST                                                *
      *---------------------------------------------------------------*
           MOVE SPACES       TO RMD-REC
           MOVE CH-NAME      TO RMD-NAME
           MOVE CH-STATE     TO RMD-STATE
           MOVE CH-MISSING   TO RMD-MISSING
           MOVE TMP-TODAY    TO RMD-LAST
           IF (TMP-RM-IDX = 0) THEN
              MOVE 1         TO RMD-STAGE
              MOVE TMP-TODAY TO RMD-SINCE
              ADD 1 TO TMP-COUNT-ENTERED
           ELSE
              MOVE TAB-RM-SINCE(TMP-RM-IDX) TO RMD-SINCE
              IF (TAB-RM-STAGE(TMP-RM-IDX) < 4) THEN
                 COMPUTE RMD-STAGE = TAB-RM-STAGE(TMP-RM-IDX) + 1
              ELSE
                 MOVE 4 TO RMD-STAGE
                 MOVE TAB-RM-LAST(TMP-RM-IDX) TO RMD-LAST
              END-IF
           END-IF
           PERFORM COMPANY-ID-FIND
           MOVE TMP-ARG-ID TO RMD-ID

           EVALUATE TRUE
              WHEN (RMD-STAGE = 1) OR (RMD-STAGE = 2)
                 PERFORM LETTER-ONE-COMPANY
              WHEN (RMD-STAGE = 3)
                 MOVE 'E' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-ESCALATED
                 MOVE '004' TO PGM-END-RC
              WHEN (TMP-RM-IDX > 0)
               AND (TAB-RM-STAGE(TMP-RM-IDX) = 4)
      *          PROPOSED ON AN EARLIER RUN, NOT YET APPLIED
                 MOVE 'W' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-PENDING
                 MOVE '004' TO PGM-END-RC
              WHEN OTHER
                 MOVE 'P' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-PROPOSED
                 MOVE '004' TO PGM-END-RC
           END-EVALUATE

           MOVE RMD-REC TO ORMND-RECORD
           PERFORM FILE-WRITE-ORMND
           ADD 1 TO TMP-COUNT-IN-CYCLE
           .
       CYCLE-ADVANCE-EXIT. EXIT.



      *****************************************************************
       COMPANY-ID-FIND SECTION.
      *===============================================================*
      *    TMP-ARG-ID = PERMANENT COMPANY-ID OF CH-NAME/CH-STATE, 0   *
      *    WHEN THE CROSS-REFERENCE DOES NOT KNOW THE COMPANY         *
           MOVE 0 TO TMP-ARG-ID
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-XR-MAX)
                        OR (TMP-ARG-ID > 0)
              IF (TAB-XR-NAME(TMP-J-TABLE) = CH-NAME)
                 AND (TAB-XR-STATE(TMP-J-TABLE) = CH-STATE) THEN
                 MOVE TAB-XR-ID(TMP-J-TABLE) TO TMP-ARG-ID
              END-IF
           END-PERFORM
           .
       COMPANY-ID-FIND-EXIT. EXIT.



      *****************************************************************
       LETTER-ONE-COMPANY SECTION.
      *===============================================================*
      *    A LETTER NEEDS AN ADDRESS - WITHOUT ONE THE STAGE STILL    *
      *    MOVES ON, SO THE ACCOUNT MANAGER HEARS OF IT IN TIME       *
           MOVE 0 TO TMP-LOC-IDX
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-LOC-MAX)
                        OR (TMP-LOC-IDX > 0)
              IF (TAB-LOC-KEY(TMP-J-TABLE) = TMP-KEY) THEN
                 MOVE TMP-J-TABLE TO TMP-LOC-IDX
              END-IF
           END-PERFORM
           IF (TMP-LOC-IDX = 0) THEN
              MOVE 'N' TO TMP-KIND
              PERFORM ACTION-ADD
              ADD 1 TO TMP-COUNT-NO-ADDR
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO ADDRESS, NO REMINDER: ' TMP-KEY
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           ELSE
              PERFORM LETTER-WRITE
              MOVE 'L' TO TMP-KIND
              PERFORM ACTION-ADD
              MOVE CREPO1CA-COUNT-PAGES TO TAB-AC-PAGE(TAB-AC-MAX)
              ADD 1 TO TMP-COUNT-SENT
           END-IF
           .
       LETTER-ONE-COMPANY-EXIT. EXIT.



      *****************************************************************
       LETTER-WRITE SECTION.
      *===============================================================*
      *    ONE TOC GROUP AND ONE RESERVED PAGE PER LETTER (SEE        *
      *    TPL-LETR1)                                                 *
           MOVE SPACES TO CREPO1CA-LINE
           MOVE TMP-KEY TO CREPO1CA-LINE
           PERFORM CREPO1-GROUP

           MOVE 58 TO CREPO1CA-RESERVE-LINES
           MOVE CH-NAME TO LTR-A1-NAME
           MOVE LTR-A1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE TAB-LOC-ZIP(TMP-LOC-IDX)  TO LTR-A2-ZIP
           MOVE TAB-LOC-CITY(TMP-LOC-IDX) TO LTR-A2-CITY
           MOVE CH-STATE                  TO LTR-A2-STATE
           MOVE LTR-A2 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           PERFORM CREPO1-WRITE

           IF (RMD-STAGE = 1) THEN
              MOVE 'FIRST REMINDER - REVENUE REPORT OUTSTANDING'
                TO LTR-T1-TEXT
           ELSE
              MOVE 'SECOND REMINDER - REVENUE REPORT OUTSTANDING'
                TO LTR-T1-TEXT
           END-IF
           MOVE LTR-T1  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE LTR-HR1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE LTR-B1  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES  TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE

           MOVE CH-LAST-PERIOD TO LTR-L1-PERIOD
           MOVE LTR-L1 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE CH-MISSING TO LTR-L2-MISSING
           MOVE LTR-L2 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE RMD-SINCE TO TMP-DATE-IN
           PERFORM DATE-EDIT
           MOVE TMP-DATE-ED TO LTR-L3-SINCE
           MOVE LTR-L3 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           MOVE SPACES TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE

           MOVE LTR-B2 TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           IF (RMD-STAGE = 1) THEN
              MOVE LTR-B3-FIRST  TO CREPO1CA-LINE
           ELSE
              MOVE LTR-B3-SECOND TO CREPO1CA-LINE
           END-IF
           PERFORM CREPO1-WRITE
           .
       LETTER-WRITE-EXIT. EXIT.



      *****************************************************************
       ACTION-ADD SECTION.
      *===============================================================*
      *    ONE ROW OF TMP-KIND FOR THE ESCALATION LIST - THE MANAGERS *
      *    COME FROM THE OWNERSHIP MASTER BY COMPANY-ID               *
           IF (TAB-AC-MAX >= TAB-AC-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-AC OVERFLOW - TOO MANY ACTIONS'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-AC-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM COMPANY-ID-FIND
           MOVE TMP-ARG-ID TO OWNR-ARG-ID
           PERFORM OWNERSHIP-LOOKUP

           ADD 1 TO TAB-AC-MAX
           MOVE TMP-KEY          TO TAB-AC-KEY(TAB-AC-MAX)
           MOVE TMP-KIND         TO TAB-AC-KIND(TAB-AC-MAX)
           MOVE CH-MISSING       TO TAB-AC-MISSING(TAB-AC-MAX)
           MOVE CH-LAST-PERIOD   TO TAB-AC-PERIOD(TAB-AC-MAX)
           MOVE TMP-ARG-ID       TO TAB-AC-ID(TAB-AC-MAX)
           MOVE OWNR-ARG-PRIMARY TO TAB-AC-PRIMARY(TAB-AC-MAX)
           MOVE OWNR-ARG-BACKUP  TO TAB-AC-BACKUP(TAB-AC-MAX)
           MOVE 0                TO TAB-AC-PAGE(TAB-AC-MAX)
           MOVE TMP-TODAY        TO TAB-AC-DATE(TAB-AC-MAX)
           MOVE 0                TO TAB-AC-STAGE(TAB-AC-MAX)
           IF (TMP-RM-IDX > 0) THEN
              MOVE TAB-RM-STAGE(TMP-RM-IDX)
                TO TAB-AC-STAGE(TAB-AC-MAX)
           END-IF
           IF (TMP-KIND = 'L' OR 'N' OR 'E' OR 'P' OR 'W') THEN
              MOVE RMD-STAGE TO TAB-AC-STAGE(TAB-AC-MAX)
           END-IF
           IF (TMP-KIND = 'W') THEN
              MOVE RMD-LAST TO TAB-AC-DATE(TAB-AC-MAX)
           END-IF
           IF (TMP-KIND = 'E') AND (OWNR-ARG-UNOWNED) THEN
              ADD 1 TO TMP-COUNT-UNOWNED
           END-IF
           .
       ACTION-ADD-EXIT. EXIT.



      *****************************************************************
       CYCLE-GONE SECTION.
      *===============================================================*
      *    A COMPANY OF THE OLD CYCLE THE CHURN MASTER NO LONGER      *
      *    CARRIES LEAVES THE CYCLE - THERE IS NOTHING TO COUNT IT ON *
           MOVE SPACES TO CH-REC
           MOVE 0      TO CH-MISSING
           PERFORM VARYING TMP-RM-IDX FROM 1 BY 1
                     UNTIL (TMP-RM-IDX > TAB-RM-MAX)
              IF (TAB-RM-SEEN-SW(TMP-RM-IDX) = 'N') THEN
                 MOVE TAB-RM-KEY(TMP-RM-IDX) TO TMP-KEY
                 MOVE TMP-KEY(1:38)          TO CH-NAME
                 MOVE TMP-KEY(39:2)          TO CH-STATE
                 MOVE TAB-RM-MISSING(TMP-RM-IDX) TO CH-MISSING
                 MOVE 'G' TO TMP-KIND
                 PERFORM ACTION-ADD
                 ADD 1 TO TMP-COUNT-GONE
                 MOVE SPACES TO APP-LOG-LINE
                 STRING 'NOT ON THE CHURN MASTER - OUT OF THE CYCLE: '
                        TMP-KEY
                   DELIMITED BY SIZE
                   INTO APP-LOG-LINE
                 END-STRING
                 PERFORM SCHREIBE-APP-LOG-LINE
              END-IF
           END-PERFORM
           .
       CYCLE-GONE-EXIT. EXIT.



      *****************************************************************
       PROPOSALS-WRITE SECTION.
      *===============================================================*
      *    BATCH CONTROL HEADER (SEE BHDRWS.cob), THEN ONE LIFECYCLE  *
      *    'S' TRANSACTION PER OUTSTANDING PROPOSAL - NEW ONES        *
      *    EFFECTIVE TODAY, PENDING ONES ON THE DAY FIRST PROPOSED,   *
      *    SO THE FILE IS COMPLETE WHICHEVER RUN'S COPY IS APPLIED.   *
      *    NOTHING OUTSTANDING, NO BATCH                              *
           PERFORM FILE-OPEN-OUTPUT-OPROP
           IF (TMP-COUNT-PROPOSED + TMP-COUNT-PENDING = 0) THEN
              GO TO PROPOSALS-WRITE-EXIT
           END-IF
           MOVE SPACES             TO BHDR-REC
           MOVE 'BATCH'            TO BHDR-TAG
           MOVE TMP-P-BATCH        TO BHDR-BATCH-NO
           MOVE TMP-P-OPERATOR     TO BHDR-ORIGINATOR
           COMPUTE BHDR-EXP-COUNT =
              TMP-COUNT-PROPOSED + TMP-COUNT-PENDING
           MOVE 0                  TO BHDR-EXP-HASH
           MOVE BHDR-REC           TO OPROP-RECORD
           PERFORM FILE-WRITE-OPROP

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-AC-MAX)
              IF (TAB-AC-PROPOSAL(TMP-I-TABLE)) THEN
                 MOVE SPACES                        TO PRP-REC
                 MOVE TAB-AC-KEY(TMP-I-TABLE)(1:38) TO PRP-NAME
                 MOVE TAB-AC-KEY(TMP-I-TABLE)(39:2) TO PRP-STATE
                 MOVE 'S'                           TO PRP-STATUS
                 MOVE TMP-P-REASON                  TO PRP-REASON
                 MOVE TMP-P-OPERATOR                TO PRP-OPERATOR
                 MOVE TAB-AC-DATE(TMP-I-TABLE)      TO PRP-EFF
                 MOVE PRP-REC                       TO OPROP-RECORD
                 PERFORM FILE-WRITE-OPROP
              END-IF
           END-PERFORM
           .
       PROPOSALS-WRITE-EXIT. EXIT.



      *****************************************************************
       ESCALATION-LIST-WRITE SECTION.
      *===============================================================*
      *    FOUR PARTS - LETTERS, ESCALATIONS, CLOSURE PROPOSALS AND   *
      *    THE COMPANIES THAT LEFT THE CYCLE - THEN THE TOTALS        *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OESC
           MOVE TMP-TODAY-ED TO OESC-H1-DATE
           MOVE OESC-H1  TO OESC-REC
           PERFORM OESC-WRITE
           MOVE OESC-HR2 TO OESC-REC
           PERFORM OESC-WRITE

           MOVE 'REMINDER LETTERS (STAGE 1 AND 2)' TO TMP-SECTION-TITLE
           MOVE '   (NONE - NO REMINDER DUE THIS RUN)'
             TO TMP-SECTION-NONE
           MOVE 'L' TO TMP-KIND
           PERFORM ESCALATION-SECTION-WRITE

           MOVE 'ESCALATED TO THE ACCOUNT MANAGER (STAGE 3)'
             TO TMP-SECTION-TITLE
           MOVE '   (NONE - NO COMPANY ESCALATED THIS RUN)'
             TO TMP-SECTION-NONE
           MOVE 'E' TO TMP-KIND
           PERFORM ESCALATION-SECTION-WRITE

           MOVE 'CLOSURE PROPOSED - LIFECYCLE S (STAGE 4)'
             TO TMP-SECTION-TITLE
           MOVE '   (NONE - NO CLOSURE PROPOSED OR PENDING)'
             TO TMP-SECTION-NONE
           MOVE 'P' TO TMP-KIND
           PERFORM ESCALATION-SECTION-WRITE

           MOVE 'LEFT THE CYCLE' TO TMP-SECTION-TITLE
           MOVE '   (NONE - NO COMPANY LEFT THE CYCLE THIS RUN)'
             TO TMP-SECTION-NONE
           MOVE 'R' TO TMP-KIND
           PERFORM ESCALATION-SECTION-WRITE

           MOVE SPACES   TO OESC-REC
           PERFORM OESC-WRITE
           MOVE OESC-HR2 TO OESC-REC
           PERFORM OESC-WRITE
           MOVE 'COMPANIES IN THE CYCLE......:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-IN-CYCLE  TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'ENTERED THIS RUN............:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-ENTERED   TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'REMINDER LETTERS SENT.......:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-SENT      TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'LETTERS NOT SENT, NO ADDRESS:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-NO-ADDR   TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'ESCALATED...................:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-ESCALATED TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE '  OF WHICH UNOWNED..........:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-UNOWNED   TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'CLOSURES PROPOSED...........:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-PROPOSED  TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'PROPOSALS STILL PENDING.....:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-PENDING   TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'REPORTING AGAIN.............:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-RESUMED   TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'SUSPENDED OR CLOSED.........:' TO OESC-T1-TEXT
           MOVE TMP-COUNT-LIFECYCLE TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           MOVE 'UNCHANGED (NOT COUNTED AGAIN):' TO OESC-T1-TEXT
           MOVE TMP-COUNT-UNCHANGED TO OESC-T1-COUNT
           PERFORM OESC-TOTAL-WRITE
           PERFORM FILE-CLOSE-OESC
           .
       ESCALATION-LIST-WRITE-EXIT. EXIT.



      *****************************************************************
       ESCALATION-SECTION-WRITE SECTION.
      *===============================================================*
      *    EVERY ACTION OF THE KIND GROUP NAMED BY TMP-KIND           *
           MOVE SPACES TO OESC-REC
           PERFORM OESC-WRITE
           MOVE TMP-SECTION-TITLE TO OESC-REC
           PERFORM OESC-WRITE
           MOVE OESC-HR1 TO OESC-REC
           PERFORM OESC-WRITE
           MOVE OESC-L1  TO OESC-REC
           PERFORM OESC-WRITE
           MOVE OESC-HR1 TO OESC-REC
           PERFORM OESC-WRITE

           MOVE 0 TO TMP-COUNT-SECTION
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-AC-MAX)
              EVALUATE TRUE
                 WHEN (TMP-KIND = 'L')
                  AND (TAB-AC-LETTER(TMP-I-TABLE))
                 WHEN (TMP-KIND = 'E')
                  AND (TAB-AC-ESCALATED(TMP-I-TABLE))
                 WHEN (TMP-KIND = 'P')
                  AND (TAB-AC-PROPOSAL(TMP-I-TABLE))
                 WHEN (TMP-KIND = 'R')
                  AND (TAB-AC-LEFT(TMP-I-TABLE))
                    ADD 1 TO TMP-COUNT-SECTION
                    PERFORM ESCALATION-LINE-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF (TMP-COUNT-SECTION = 0) THEN
              MOVE TMP-SECTION-NONE TO OESC-REC
              PERFORM OESC-WRITE
           END-IF
           .
       ESCALATION-SECTION-WRITE-EXIT. EXIT.



      *****************************************************************
       ESCALATION-LINE-WRITE SECTION.
      *===============================================================*
           MOVE TAB-AC-KEY(TMP-I-TABLE)(1:38) TO OESC-D1-NAME
           MOVE TAB-AC-KEY(TMP-I-TABLE)(39:2) TO OESC-D1-STATE
           IF (TAB-AC-ID(TMP-I-TABLE) > 0) THEN
              MOVE TAB-AC-ID(TMP-I-TABLE) TO OESC-D1-ID
           ELSE
              MOVE 'NO ID' TO OESC-D1-ID
           END-IF
           MOVE TAB-AC-MISSING(TMP-I-TABLE) TO OESC-D1-MISSING
           MOVE TAB-AC-PERIOD(TMP-I-TABLE)  TO OESC-D1-PERIOD
           MOVE TAB-AC-PRIMARY(TMP-I-TABLE) TO OESC-D1-PRIMARY
           MOVE TAB-AC-BACKUP(TMP-I-TABLE)  TO OESC-D1-BACKUP
           MOVE SPACES TO OESC-D1-NOTE
           EVALUATE TAB-AC-KIND(TMP-I-TABLE)
              WHEN 'L'
                 MOVE TAB-AC-PAGE(TMP-I-TABLE) TO TMP-PAGE-ED
                 IF (TAB-AC-STAGE(TMP-I-TABLE) = 1) THEN
                    STRING 'FIRST REMINDER, PAGE ' TMP-PAGE-ED
                      DELIMITED BY SIZE INTO OESC-D1-NOTE
                    END-STRING
                 ELSE
                    STRING 'SECOND REMINDER, PAGE ' TMP-PAGE-ED
                      DELIMITED BY SIZE INTO OESC-D1-NOTE
                    END-STRING
                 END-IF
              WHEN 'N'
                 MOVE 'NO ADDRESS - LETTER NOT SENT' TO OESC-D1-NOTE
              WHEN 'E'
                 IF (TAB-AC-PRIMARY(TMP-I-TABLE) = SPACES) THEN
                    MOVE 'UNOWNED - ASSIGN A MANAGER (TPL-OWNM1)'
                      TO OESC-D1-NOTE
                 ELSE
                    MOVE 'CONTACT THE COMPANY' TO OESC-D1-NOTE
                 END-IF
              WHEN 'P'
                 MOVE 'PROPOSED THIS RUN' TO OESC-D1-NOTE
              WHEN 'W'
                 MOVE TAB-AC-DATE(TMP-I-TABLE) TO TMP-DATE-IN
                 PERFORM DATE-EDIT
                 STRING 'PENDING SINCE ' TMP-DATE-ED
                   DELIMITED BY SIZE INTO OESC-D1-NOTE
                 END-STRING
              WHEN 'R'
                 MOVE 'REPORTING AGAIN' TO OESC-D1-NOTE
              WHEN 'X'
                 MOVE 'SUSPENDED OR CLOSED ON LIFECYCLE'
                   TO OESC-D1-NOTE
              WHEN 'G'
                 MOVE 'NO LONGER ON THE CHURN MASTER' TO OESC-D1-NOTE
           END-EVALUATE
           MOVE OESC-D1 TO OESC-REC
           PERFORM OESC-WRITE
           .
       ESCALATION-LINE-WRITE-EXIT. EXIT.



      *****************************************************************
       OESC-TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE OESC-T1 TO OESC-REC
           PERFORM OESC-WRITE
           .
       OESC-TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       OESC-WRITE SECTION.
      *===============================================================*
           MOVE OESC-REC TO OESC-RECORD
           PERFORM FILE-WRITE-OESC
           .
       OESC-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE ICHURN-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-OPROP

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'INPUT ICHURN........: ' ICHURN-COUNT
           DISPLAY 'START AFTER.........: ' TMP-START-AFTER
           DISPLAY 'IN THE CYCLE........: ' TMP-COUNT-IN-CYCLE
           DISPLAY 'ENTERED THIS RUN....: ' TMP-COUNT-ENTERED
           DISPLAY 'UNCHANGED (RERUN)...: ' TMP-COUNT-UNCHANGED
           DISPLAY 'REMINDERS SENT......: ' TMP-COUNT-SENT
           DISPLAY 'SKIPPED NO ADDRESS..: ' TMP-COUNT-NO-ADDR
           DISPLAY 'ESCALATED...........: ' TMP-COUNT-ESCALATED
           DISPLAY 'CLOSURES PROPOSED...: ' TMP-COUNT-PROPOSED
           DISPLAY 'PROPOSALS PENDING...: ' TMP-COUNT-PENDING
           DISPLAY 'REPORTING AGAIN.....: ' TMP-COUNT-RESUMED
           DISPLAY 'SUSPENDED/CLOSED....: ' TMP-COUNT-LIFECYCLE
           DISPLAY 'GONE FROM CHURN.....: ' TMP-COUNT-GONE
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
       COPY 'LIB/FILE/OWNRSE.cob'.
       COPY 'LIB/FILE/LIFESE.cob'.
       COPY 'LIB/UTIL/CRSNSE.cob'.
       COPY 'LIB/REPORT/CREPO1SE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICHURN==
            ==:V2:== BY ==ICHURN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRMND==
            ==:V2:== BY ==IRMND-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFE==
            ==:V2:== BY ==ILIFE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IGENP==
            ==:V2:== BY ==IGENP-PATH==.
       COPY 'LIB/FILE/GENPROSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORMND==
            ==:V2:== BY ==ORMND-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OESC==
            ==:V2:== BY ==OESC-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OPROP==
            ==:V2:== BY ==OPROP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-RMND1.
      *****************************************************************
