       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-ZIPC1.
      *****************************************************************
      * TPL-ZIPC1: ZIP / STATE CONSISTENCY SWEEP                      *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TPL-MAINT8 NOW REJECTS A LOCATION WHOSE ZIP BELONGS TO        *
      * ANOTHER STATE, BUT companyloc.txt AND zipmetro.txt WERE BUILT *
      * LONG BEFORE THE ZIP-RANGE MASTER EXISTED. THIS SWEEP CHECKS   *
      * BOTH EXISTING FILES AGAINST ziprange.txt (SEE TPL-ZIPM1) AND  *
      * LISTS EVERY MISMATCH, SO THEY CAN BE CORRECTED THROUGH THE    *
      * USUAL MAINTENANCE.                                            *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IZIPR  - ZIP-RANGE MASTER (IO/ziprange.txt, ZIPRWS.cob)       *
      * ILOC   - COMPANY LOCATIONS (IO/companyloc.txt, SEE            *
      *          TPL-MAINT8), OPTIONAL                                *
      * IZIPM  - ZIP-TO-METRO TABLE (IO/zipmetro.txt: ZIP3 X(3),      *
      *          METRO X(23), SEE TPL-METR1), OPTIONAL                *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OZCHK  - CONSISTENCY REPORT (IO/zipcheck.txt)                 *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * PART 1 READS EVERY LOCATION AND LISTS THOSE WHOSE ZIP IS NOT  *
      * DIGITS, WHOSE PREFIX IS IN NO STATE'S RANGE, OR WHOSE PREFIX  *
      * BELONGS TO ANOTHER STATE THAN THE LOCATION'S (WHICH IS THE    *
      * COMPANY'S OWN STATE - THE FILE IS KEYED ON NAME + STATE).     *
      * PART 2 LOOKS UP THE STATE OF EVERY PREFIX ON zipmetro.txt.    *
      * zipmetro.txt CARRIES NO STATE OF ITS OWN, SO A METRO'S HOME   *
      * STATE IS THE ONE MOST OF ITS PREFIXES BELONG TO (THE FIRST    *
      * SEEN ON A TIE); EVERY PREFIX OF ANOTHER STATE, AND EVERY      *
      * PREFIX IN NO RANGE, IS LISTED. RC 4 WHEN ANYTHING IS LISTED.  *
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
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IZIPM==
            ==:V2:== BY ==IZIPM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OZCHK==
            ==:V2:== BY ==OZCHK-PATH==.
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
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IZIPM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OZCHK==
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
      * INPUT IZIPR = ZIP-RANGE MAP (ZIPRWS.cob)                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZIPR==.
       COPY 'LIB/FILE/ZIPRWS.cob'.

      *---------------------------------------------------------------*
      * INPUT ILOC = COMPANY LOCATIONS (SEE TPL-MAINT8)               *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILOC==.
       01 LOC-REC.
           05 LOC-NAME                PIC X(38).
           05 LOC-STATE               PIC X(2).
           05 LOC-CITY                PIC X(20).
           05 LOC-ZIP                 PIC X(5).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * INPUT IZIPM = ZIP-TO-METRO TABLE (SEE TPL-METR1), KEPT WITH   *
      * THE STATE EACH PREFIX BELONGS TO                              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZIPM==.
       01 ZIPM-REC.
           05 ZIPM-ZIP3               PIC X(3).
           05 ZIPM-METRO              PIC X(23).
           05 FILLER                  PIC X(54).
       01 ZIP-METRO-MAP.
           05 TAB-ZM-MAX              PIC S9(9) BINARY.
           05 TAB-ZM-DIM              PIC S9(9) BINARY  VALUE 499.
           05 TAB-ZM                  OCCURS 1   TO          499
                                      DEPENDING  ON  TAB-ZM-MAX.
                10 TAB-ZM-ZIP3        PIC X(3).
                10 TAB-ZM-METRO       PIC X(23).
                10 TAB-ZM-STATE       PIC X(2).

      *---------------------------------------------------------------*
      * PREFIXES PER METRO AND STATE - THE LARGEST COUNT OF A METRO   *
      * NAMES ITS HOME STATE                                          *
      *---------------------------------------------------------------*
       01 METRO-STATE-COUNT.
           05 TAB-MS-MAX              PIC S9(9) BINARY.
           05 TAB-MS-DIM              PIC S9(9) BINARY  VALUE 499.
           05 TAB-MS                  OCCURS 1   TO          499
                                      DEPENDING  ON  TAB-MS-MAX.
                10 TAB-MS-METRO       PIC X(23).
                10 TAB-MS-STATE       PIC X(2).
                10 TAB-MS-COUNT       PIC S9(7)   BINARY.

      *---------------------------------------------------------------*
      * OUTPUT OZCHK = CONSISTENCY REPORT                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OZCHK==.
       01 OZCHK-REC                   PIC X(132).
       01 OZCHK-H1.
           05 FILLER                  PIC X(42)
              VALUE 'ZIP / STATE CONSISTENCY SWEEP - RUN DATE '.
           05 OZCHK-H1-DATE           PIC X(10).
       01 OZCHK-HR1                   PIC X(132) VALUE ALL '-'.
       01 OZCHK-HR2                   PIC X(132) VALUE ALL '='.
       01 OZCHK-L1.
           05 FILLER                  PIC X(38) VALUE 'COMPANY'.
           05 FILLER                  PIC X(4)  VALUE ' ST'.
           05 FILLER                  PIC X(21) VALUE 'CITY'.
           05 FILLER                  PIC X(6)  VALUE 'ZIP'.
           05 FILLER                  PIC X(10) VALUE ' ZIP STATE'.
           05 FILLER                  PIC X(9)  VALUE 'FINDING'.
       01 OZCHK-L2.
           05 OZCHK-L2-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 OZCHK-L2-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 OZCHK-L2-CITY           PIC X(20).
           05 FILLER                  PIC X(1).
           05 OZCHK-L2-ZIP            PIC X(5).
           05 FILLER                  PIC X(5).
           05 OZCHK-L2-OWNER          PIC X(2).
           05 FILLER                  PIC X(4).
           05 OZCHK-L2-REASON         PIC X(40).
       01 OZCHK-M1.
           05 FILLER                  PIC X(6)  VALUE 'ZIP3'.
           05 FILLER                  PIC X(24) VALUE 'METRO'.
           05 FILLER                  PIC X(13) VALUE 'METRO STATE'.
           05 FILLER                  PIC X(13) VALUE 'ZIP3 STATE'.
           05 FILLER                  PIC X(9)  VALUE 'FINDING'.
       01 OZCHK-M2.
           05 OZCHK-M2-ZIP3           PIC X(3).
           05 FILLER                  PIC X(3).
           05 OZCHK-M2-METRO          PIC X(23).
           05 FILLER                  PIC X(5).
           05 OZCHK-M2-HOME           PIC X(2).
           05 FILLER                  PIC X(11).
           05 OZCHK-M2-STATE          PIC X(2).
           05 FILLER                  PIC X(7).
           05 OZCHK-M2-REASON         PIC X(40).
       01 OZCHK-T1.
           05 FILLER                  PIC X(24)
              VALUE 'LOCATIONS CHECKED.....: '.
           05 OZCHK-T1-CHECKED        PIC ZZZZZZ9.
           05 FILLER                  PIC X(14)
              VALUE '   MISMATCHES '.
           05 OZCHK-T1-FOUND          PIC ZZZZZZ9.
       01 OZCHK-T2.
           05 FILLER                  PIC X(24)
              VALUE 'ZIP3 PREFIXES CHECKED.: '.
           05 OZCHK-T2-CHECKED        PIC ZZZZZZ9.
           05 FILLER                  PIC X(14)
              VALUE '   MISMATCHES '.
           05 OZCHK-T2-FOUND          PIC ZZZZZZ9.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 TMP-INDEX.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-I-MS                PIC S9(9)   BINARY.
           05 TMP-I-BEST              PIC S9(9)   BINARY.
       01 COUNTER.
           05 TMP-COUNT-LOC-CHECKED   PIC 9(7).
           05 TMP-COUNT-LOC-FOUND     PIC 9(7).
           05 TMP-COUNT-ZM-CHECKED    PIC 9(7).
           05 TMP-COUNT-ZM-FOUND      PIC 9(7).
       01 TMP-TODAY                   PIC X(8).
       01 TMP-HOME-STATE              PIC X(2).
       01 TMP-HOME-COUNT              PIC S9(7)   BINARY.

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IZIPR-PATH                 PIC X(40)
                                      VALUE 'IO/ziprange.txt'.
       01 ILOC-PATH                  PIC X(40)
                                      VALUE 'IO/companyloc.txt'.
       01 IZIPM-PATH                 PIC X(40)
                                      VALUE 'IO/zipmetro.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OZCHK-PATH                 PIC X(40)
                                      VALUE 'IO/zipcheck.txt'.
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

           MOVE TMP-TODAY(7:2) TO OZCHK-H1-DATE(1:2)
           MOVE '.'            TO OZCHK-H1-DATE(3:1)
           MOVE TMP-TODAY(5:2) TO OZCHK-H1-DATE(4:2)
           MOVE '.'            TO OZCHK-H1-DATE(6:1)
           MOVE TMP-TODAY(1:4) TO OZCHK-H1-DATE(7:4)
           MOVE OZCHK-H1  TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-HR2 TO OZCHK-REC
           PERFORM OZCHK-WRITE

           PERFORM LOCATION-CHECK
           PERFORM METRO-CHECK
           PERFORM TOTAL-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-ZIPC1'                          TO PGM-NAME
           MOVE 'ZIP / STATE CONSISTENCY SWEEP'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IZIPR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IZIPR-PATH
           MOVE ILOC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILOC-PATH
           MOVE IZIPM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IZIPM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OZCHK-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OZCHK-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-ZM-MAX
           MOVE 0 TO TAB-MS-MAX

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * THE ZIP-RANGE MASTER IS WHAT EVERYTHING IS CHECKED AGAINST    *
      *---------------------------------------------------------------*
           PERFORM LOAD-ZIP-RANGES
           IF (IZIPR-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'ZIP-RANGE MASTER MISSING: ' IZIPR-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'MAINTAIN IT WITH TPL-ZIPM1 FIRST' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-OUTPUT-OZCHK
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       LOCATION-CHECK SECTION.
      *===============================================================*
      *    PART 1 - EVERY LOCATION WHOSE ZIP DOES NOT BELONG TO ITS   *
      *    OWN STATE                                                  *
           MOVE SPACES TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE 'PART 1 - LOCATIONS WHOSE ZIP DOES NOT BELONG TO THEIR S
      -         'TATE (companyloc.txt)' TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-L1  TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-HR1 TO OZCHK-REC
           PERFORM OZCHK-WRITE

           PERFORM FILE-OPEN-INPUT-ILOC
           IF (ILOC-NO) THEN
              MOVE 'ILOC NOT ALLOCATED - LOCATIONS NOT CHECKED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE '   (NOT CHECKED - NO LOCATIONS FILE)' TO OZCHK-REC
              PERFORM OZCHK-WRITE
              GO TO LOCATION-CHECK-EXIT
           END-IF
           PERFORM FILE-READ-ILOC
           PERFORM UNTIL (ILOC-EOF)
              MOVE ILOC-RECORD TO LOC-REC
              ADD 1 TO TMP-COUNT-LOC-CHECKED
              MOVE LOC-ZIP(1:3) TO ZIPR-ARG-ZIP3
              MOVE LOC-STATE    TO ZIPR-ARG-STATE
              PERFORM ZIP-STATE-LOOKUP
              IF (LOC-ZIP NOT NUMERIC) OR (NOT ZIPR-ARG-MATCH) THEN
                 ADD 1 TO TMP-COUNT-LOC-FOUND
                 MOVE SPACES TO OZCHK-L2
                 MOVE LOC-NAME       TO OZCHK-L2-NAME
                 MOVE LOC-STATE      TO OZCHK-L2-STATE
                 MOVE LOC-CITY       TO OZCHK-L2-CITY
                 MOVE LOC-ZIP        TO OZCHK-L2-ZIP
                 MOVE ZIPR-ARG-OWNER TO OZCHK-L2-OWNER
                 EVALUATE TRUE
                    WHEN (LOC-ZIP NOT NUMERIC)
                       MOVE 'ZIP IS NOT FIVE DIGITS' TO OZCHK-L2-REASON
                    WHEN (ZIPR-ARG-OTHER-STATE)
                       MOVE 'ZIP BELONGS TO ANOTHER STATE'
                         TO OZCHK-L2-REASON
                    WHEN OTHER
                       MOVE 'ZIP PREFIX IN NO STATE''S RANGE'
                         TO OZCHK-L2-REASON
                 END-EVALUATE
                 MOVE OZCHK-L2 TO OZCHK-REC
                 PERFORM OZCHK-WRITE
              END-IF
              PERFORM FILE-READ-ILOC
           END-PERFORM
           PERFORM FILE-CLOSE-ILOC
           IF (TMP-COUNT-LOC-FOUND = 0) THEN
              MOVE '   (NONE - EVERY ZIP MATCHES ITS STATE)'
                TO OZCHK-REC
              PERFORM OZCHK-WRITE
           END-IF
           MOVE OZCHK-HR1 TO OZCHK-REC
           PERFORM OZCHK-WRITE
           .
       LOCATION-CHECK-EXIT. EXIT.



      *****************************************************************
       METRO-CHECK SECTION.
      *===============================================================*
      *    PART 2 - EVERY ZIP PREFIX MAPPED TO A METRO WHOSE HOME     *
      *    STATE IS NOT THE PREFIX'S OWN                              *
           MOVE SPACES TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE 'PART 2 - ZIP PREFIXES MAPPED TO A METRO IN ANOTHER STAT
      -         'E (zipmetro.txt)' TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-M1  TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-HR1 TO OZCHK-REC
           PERFORM OZCHK-WRITE

           PERFORM ZIPMETRO-LOAD
           IF (IZIPM-NO) THEN
              MOVE 'IZIPM NOT ALLOCATED - METRO MAP NOT CHECKED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE '   (NOT CHECKED - NO ZIP-TO-METRO TABLE)'
                TO OZCHK-REC
              PERFORM OZCHK-WRITE
              GO TO METRO-CHECK-EXIT
           END-IF

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ZM-MAX)
              PERFORM METRO-HOME-STATE
              IF (TAB-ZM-STATE(TMP-I-TABLE) = SPACES)
                 OR (TAB-ZM-STATE(TMP-I-TABLE) NOT = TMP-HOME-STATE)
                 THEN
                 ADD 1 TO TMP-COUNT-ZM-FOUND
                 MOVE SPACES TO OZCHK-M2
                 MOVE TAB-ZM-ZIP3(TMP-I-TABLE)  TO OZCHK-M2-ZIP3
                 MOVE TAB-ZM-METRO(TMP-I-TABLE) TO OZCHK-M2-METRO
                 MOVE TMP-HOME-STATE            TO OZCHK-M2-HOME
                 MOVE TAB-ZM-STATE(TMP-I-TABLE) TO OZCHK-M2-STATE
                 IF (TAB-ZM-STATE(TMP-I-TABLE) = SPACES) THEN
                    MOVE 'ZIP PREFIX IN NO STATE''S RANGE'
                      TO OZCHK-M2-REASON
                 ELSE
                    MOVE 'PREFIX OF ANOTHER STATE THAN ITS METRO'
                      TO OZCHK-M2-REASON
                 END-IF
                 MOVE OZCHK-M2 TO OZCHK-REC
                 PERFORM OZCHK-WRITE
              END-IF
           END-PERFORM
           IF (TMP-COUNT-ZM-FOUND = 0) THEN
              MOVE '   (NONE - EVERY METRO LIES IN ONE STATE)'
                TO OZCHK-REC
              PERFORM OZCHK-WRITE
           END-IF
           MOVE OZCHK-HR1 TO OZCHK-REC
           PERFORM OZCHK-WRITE
           .
       METRO-CHECK-EXIT. EXIT.



      *****************************************************************
       ZIPMETRO-LOAD SECTION.
      *===============================================================*
      *    EACH PREFIX IS KEPT WITH ITS STATE, AND COUNTED AGAINST    *
      *    ITS METRO AND STATE FOR THE HOME-STATE VOTE                *
           PERFORM FILE-OPEN-INPUT-IZIPM
           IF (IZIPM-YES) THEN
              PERFORM FILE-READ-IZIPM
              PERFORM UNTIL (IZIPM-EOF)
                 MOVE IZIPM-RECORD TO ZIPM-REC
                 IF (ZIPM-ZIP3 NOT = SPACES)
                    AND (ZIPM-METRO NOT = SPACES) THEN
                    ADD 1 TO TAB-ZM-MAX
                    IF (TAB-ZM-MAX > TAB-ZM-DIM) THEN
                       MOVE TAB-ZM-DIM TO TAB-ZM-MAX
                       MOVE 'TAB-ZM OVERFLOW - MAP INCOMPLETE'
                         TO APP-LOG-LINE
                       PERFORM SCHREIBE-APP-LOG-LINE
                    ELSE
                       ADD 1 TO TMP-COUNT-ZM-CHECKED
                       MOVE ZIPM-ZIP3  TO TAB-ZM-ZIP3(TAB-ZM-MAX)
                       MOVE ZIPM-METRO TO TAB-ZM-METRO(TAB-ZM-MAX)
                       MOVE ZIPM-ZIP3  TO ZIPR-ARG-ZIP3
                       MOVE SPACES     TO ZIPR-ARG-STATE
                       PERFORM ZIP-STATE-LOOKUP
                       MOVE ZIPR-ARG-OWNER
                         TO TAB-ZM-STATE(TAB-ZM-MAX)
                       IF (ZIPR-ARG-OWNER NOT = SPACES) THEN
                          PERFORM METRO-STATE-ADD
                       END-IF
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IZIPM
              END-PERFORM
              PERFORM FILE-CLOSE-IZIPM
           END-IF
           .
       ZIPMETRO-LOAD-EXIT. EXIT.



      *****************************************************************
       METRO-STATE-ADD SECTION.
      *===============================================================*
      *    ONE MORE PREFIX OF STATE ZIPR-ARG-OWNER FOR METRO          *
      *    ZIPM-METRO                                                 *
           PERFORM VARYING TMP-I-MS FROM 1 BY 1
                     UNTIL (TMP-I-MS > TAB-MS-MAX)
              IF (TAB-MS-METRO(TMP-I-MS) = ZIPM-METRO)
                 AND (TAB-MS-STATE(TMP-I-MS) = ZIPR-ARG-OWNER) THEN
                 ADD 1 TO TAB-MS-COUNT(TMP-I-MS)
                 GO TO METRO-STATE-ADD-EXIT
              END-IF
           END-PERFORM
           IF (TAB-MS-MAX >= TAB-MS-DIM) THEN
              MOVE 'TAB-MS OVERFLOW - METRO STATES INCOMPLETE'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO METRO-STATE-ADD-EXIT
           END-IF
           ADD 1 TO TAB-MS-MAX
           MOVE ZIPM-METRO     TO TAB-MS-METRO(TAB-MS-MAX)
           MOVE ZIPR-ARG-OWNER TO TAB-MS-STATE(TAB-MS-MAX)
           MOVE 1              TO TAB-MS-COUNT(TAB-MS-MAX)
           .
       METRO-STATE-ADD-EXIT. EXIT.



      *****************************************************************
       METRO-HOME-STATE SECTION.
      *===============================================================*
      *    THE STATE HOLDING MOST PREFIXES OF TAB-ZM(TMP-I-TABLE)'S   *
      *    METRO - THE FIRST ONE SEEN WINS A TIE, BLANK WHEN NONE OF  *
      *    ITS PREFIXES IS IN A RANGE                                 *
           MOVE SPACES TO TMP-HOME-STATE
           MOVE 0      TO TMP-HOME-COUNT
           PERFORM VARYING TMP-I-MS FROM 1 BY 1
                     UNTIL (TMP-I-MS > TAB-MS-MAX)
              IF (TAB-MS-METRO(TMP-I-MS) = TAB-ZM-METRO(TMP-I-TABLE))
                 AND (TAB-MS-COUNT(TMP-I-MS) > TMP-HOME-COUNT) THEN
                 MOVE TAB-MS-STATE(TMP-I-MS) TO TMP-HOME-STATE
                 MOVE TAB-MS-COUNT(TMP-I-MS) TO TMP-HOME-COUNT
              END-IF
           END-PERFORM
           .
       METRO-HOME-STATE-EXIT. EXIT.



      *****************************************************************
       TOTAL-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE OZCHK-HR2 TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE TMP-COUNT-LOC-CHECKED TO OZCHK-T1-CHECKED
           MOVE TMP-COUNT-LOC-FOUND   TO OZCHK-T1-FOUND
           MOVE OZCHK-T1 TO OZCHK-REC
           PERFORM OZCHK-WRITE
           MOVE TMP-COUNT-ZM-CHECKED  TO OZCHK-T2-CHECKED
           MOVE TMP-COUNT-ZM-FOUND    TO OZCHK-T2-FOUND
           MOVE OZCHK-T2 TO OZCHK-REC
           PERFORM OZCHK-WRITE

           IF (TMP-COUNT-LOC-FOUND > 0) OR (TMP-COUNT-ZM-FOUND > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF
           .
       TOTAL-WRITE-EXIT. EXIT.



      *****************************************************************
       OZCHK-WRITE SECTION.
      *===============================================================*
           MOVE OZCHK-REC TO OZCHK-RECORD
           PERFORM FILE-WRITE-OZCHK
           .
       OZCHK-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           COMPUTE PGM-THROUGHPUT-COUNT = ILOC-COUNT + IZIPM-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-OZCHK

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'ZIP RANGES..........: ' TAB-ZR-MAX
           DISPLAY 'INPUT ILOC..........: ' ILOC-COUNT
           DISPLAY 'INPUT IZIPM.........: ' IZIPM-COUNT
           DISPLAY 'LOCATION MISMATCHES.: ' TMP-COUNT-LOC-FOUND
           DISPLAY 'METRO MISMATCHES....: ' TMP-COUNT-ZM-FOUND
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
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/ZIPRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILOC==
            ==:V2:== BY ==ILOC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IZIPM==
            ==:V2:== BY ==IZIPM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OZCHK==
            ==:V2:== BY ==OZCHK-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-ZIPC1.
      *****************************************************************
