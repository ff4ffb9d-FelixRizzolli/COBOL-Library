       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-STAT1.
      *****************************************************************
      * TPL-STAT1: QUARTERLY STATISTICAL-OFFICE RETURN                *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY QUARTER WE FILE AGGREGATED GROWTH FIGURES BY INDUSTRY   *
      * AND STATE WITH THE STATISTICS OFFICE. THIS PROGRAM BUILDS THE *
      * RETURN IN THE OFFICE'S FIXED 80-BYTE RECORD FORMAT FROM THE   *
      * GROWTH HISTORY OF THE QUARTER'S THREE PERIODS, MASKS SMALL    *
      * CELLS WITH THE MINCELL RULE OF THE PUBLISHED REPORTS, CHECKS  *
      * THE RETURN'S INTERNAL TOTALS AND REGISTERS THE FILED RETURN   *
      * WITH ITS REFERENCE NUMBER. A SECOND RUN FOR THE SAME QUARTER  *
      * IS A CORRECTED RETURN: IT GETS THE NEXT REFERENCE, NAMES THE  *
      * REFERENCE IT SUPERSEDES AND MUST STATE A REASON.              *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt) - THE      *
      *          INDUSTRY OF EACH COMPANY                             *
      * IHIST  - GROWTH HISTORY MASTER (IO/growthhist.txt)            *
      * IPARM  - OPTIONAL (IO/statparm.txt), KEYWORD=VALUE:           *
      *          QUARTER=YYYYQN   QUARTER TO FILE (DEFAULT: THE LAST  *
      *                           COMPLETED QUARTER)                  *
      *          MINCELL=N        SMALL-CELL LIMIT (DEFAULT: THE      *
      *                           MINCELL OF IO/bat1parm.txt)         *
      *          REPORTER=X(10)   OUR REPORTER ID AT THE OFFICE       *
      *          REASON=TEXT      WHY A CORRECTED RETURN IS FILED     *
      * IBPARM - OPTIONAL PUBLISHED-REPORT PARMS (IO/bat1parm.txt),   *
      *          ONLY ITS MINCELL KEYWORD IS READ                     *
      * IREG   - OPTIONAL REGISTER OF FILED RETURNS (IO/statreg.txt)  *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ORET  - THE RETURN (IO/STATRET_<YYYYQN>_<NN>.txt), RECORDS:   *
      *         H HEADER (REPORTER, QUARTER, REFERENCE, ORIGINAL OR   *
      *           CORRECTION, SUPERSEDED REFERENCE, CREATION DATE)    *
      *         D ONE PER INDUSTRY AND STATE CELL                     *
      *         I ONE TOTAL PER INDUSTRY                              *
      *         S ONE TOTAL PER STATE                                 *
      *         T TRAILER (RECORD COUNT, GRAND TOTALS)                *
      * OREG  - ONE REGISTER LINE PER FILED RETURN, APPENDED TO       *
      *         IO/statreg.txt                                        *
      * OSUPP - FULL FIGURES OF THE MASKED CELLS, APPENDED TO THE     *
      *         INTERNAL AUDIT LISTING IO/suppaudit.txt (SEE TPL-BAT6)*
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * A COMPANY'S QUARTER FIGURE IS THE AVERAGE OF ITS GROWTH OVER  *
      * THE QUARTER'S PERIODS IN THE HISTORY (A LATER ROW FOR THE     *
      * SAME PERIOD WINS, AS FOR THE OTHER HISTORY READERS). A CELL   *
      * CARRIES THE NUMBER OF COMPANIES, THE SUM AND THE AVERAGE OF   *
      * THEIR QUARTER FIGURES. THE INDUSTRY IS THE ONE ON TODAY'S     *
      * MASTER; HISTORY OF A COMPANY NO LONGER ON THE MASTER IS LEFT  *
      * OUT AND COUNTED. A CELL WITH FEWER THAN MINCELL COMPANIES IS  *
      * FILED WITH FLAG 'S' AND ZERO FIGURES; AS ON THE PUBLISHED     *
      * REPORTS THE I/S/T TOTALS STILL CARRY THE REAL FIGURES. BEFORE *
      * THE RETURN IS REGISTERED IT IS READ BACK: THE INDUSTRY TOTALS *
      * AND THE STATE TOTALS MUST EACH ADD UP TO THE TRAILER (AND THE *
      * CELLS TOO WHEN NONE IS MASKED), AND THE RECORD AND CELL       *
      * COUNTS MUST MATCH - OTHERWISE RC 917 AND NOTHING IS           *
      * REGISTERED.                                                   *
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
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==IBPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==ICHK-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==ORET-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==OREG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSUPP==
            ==:V2:== BY ==OSUPP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
      *    SORT WORK FILES (SEE TPL-MERG1) - THE RUNTIME OWNS THEIR
      *    PLACEMENT
           SELECT SCOMP ASSIGN TO 'SORTCOMP'.
           SELECT SHIST ASSIGN TO 'SORTHIST'.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==200==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSUPP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       SD  SCOMP.
       01  SCOMP-REC.
           05 SCOMP-KEY               PIC X(40).
           05 SCOMP-INDUSTRY          PIC X(23).
       SD  SHIST.
       01  SHIST-REC.
           05 SHIST-KEY.
              10 SHIST-INDUSTRY       PIC X(23).
              10 SHIST-STATE          PIC X(2).
              10 SHIST-NAME           PIC X(38).
              10 SHIST-PERIOD         PIC X(6).
           05 SHIST-GROWTH            PIC S9(3)V99.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *===============================================================*
      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES GROWTH TABLE                          *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY GIVE THE INDUSTRY
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 FILLER                   PIC X(13).
       01 TMP-TODAY                   PIC X(8).

      *-[ INDUSTRY OF EACH COMPANY, IN NAME + STATE ORDER ]------------*
       01 COMPANY-INDUSTRIES.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX
                                      ASCENDING KEY IS TAB-CO-KEY
                                      INDEXED BY TAB-CO-IDX.
                10 TAB-CO-KEY         PIC X(40).
                10 TAB-CO-INDUSTRY    PIC X(23).

      *---------------------------------------------------------------*
      * INPUT IHIST = GROWTH HISTORY MASTER (SEE TPL-HIST1)           *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-KEY                 PIC X(40).
           05 HIST-PERIOD              PIC X(6).
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * INPUT IPARM / IBPARM = KEYWORD=VALUE PARAMETERS, OPTIONAL     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBPARM==.
       01 KWP-FIELDS.
           05 KWP-KEY                 PIC X(20).
           05 KWP-VAL                 PIC X(60).
       01 PARM-WORK.
           05 TMP-QUARTER             PIC X(6).
           05 TMP-QUARTER-R REDEFINES TMP-QUARTER.
              10 TMP-Q-YEAR           PIC 9(4).
              10 TMP-Q-LETTER         PIC X(1).
              10 TMP-Q-NUMBER         PIC 9(1).
           05 TMP-REPORTER            PIC X(10)   VALUE 'GRWTHRPT'.
           05 TMP-REASON              PIC X(60)   VALUE SPACES.
           05 TMP-MINCELL             PIC 9(3)    VALUE ZERO.
           05 TMP-MINCELL-SW          PIC X(1)    VALUE 'N'.
           05 TMP-PERIOD-LO           PIC X(6).
           05 TMP-PERIOD-HI           PIC X(6).
           05 TMP-PERIOD-WORK         PIC 9(6).

      *---------------------------------------------------------------*
      * INPUT IREG / OUTPUT OREG = REGISTER OF FILED RETURNS. ONE     *
      * LINE PER RETURN; SEQUENCE 01 IS THE ORIGINAL, EVERY LATER     *
      * SEQUENCE OF THE SAME QUARTER A CORRECTION THAT SUPERSEDES     *
      * THE ONE BEFORE IT                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IREG==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OREG==.
       01 REG-REC.
           05 REG-QUARTER              PIC X(6).
           05 REG-SEQ                  PIC 9(2).
           05 REG-REFERENCE            PIC X(14).
           05 REG-KIND                 PIC X(1).
              88 REG-ORIGINAL              VALUE 'O'.
              88 REG-CORRECTION            VALUE 'C'.
           05 REG-SUPERSEDES           PIC X(14).
           05 REG-DATE                 PIC X(8).
           05 REG-TIME                 PIC X(6).
           05 REG-RECORDS              PIC 9(6).
           05 REG-CELLS                PIC 9(5).
           05 REG-SUPPRESSED           PIC 9(5).
           05 REG-COMPANIES            PIC 9(7).
           05 REG-GROWTH               PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 REG-FILE                 PIC X(40).
           05 REG-REASON               PIC X(60).
           05 FILLER                   PIC X(13).
       01 REG-WORK.
           05 TMP-SEQ                 PIC 9(2)    VALUE ZERO.
           05 TMP-REFERENCE           PIC X(14).
           05 TMP-SUPERSEDES          PIC X(14)   VALUE SPACES.

      *---------------------------------------------------------------*
      * OUTPUT ORET / INPUT ICHK = THE RETURN IN THE OFFICE'S FORMAT - *
      * WRITTEN, THEN READ BACK FOR THE TOTALS CHECK                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORET==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICHK==.
       01 ORET-PUB-PATH               PIC X(40).
       01 RET-H-REC.
           05 RET-H-TYPE               PIC X(1).
           05 RET-H-REPORTER           PIC X(10).
           05 RET-H-QUARTER            PIC X(6).
           05 RET-H-REFERENCE          PIC X(14).
           05 RET-H-KIND               PIC X(1).
           05 RET-H-SUPERSEDES         PIC X(14).
           05 RET-H-CREATED            PIC X(8).
           05 FILLER                   PIC X(26).
      *    D, I AND S RECORDS SHARE ONE LAYOUT - AN I RECORD LEAVES
      *    THE STATE BLANK, AN S RECORD THE INDUSTRY
       01 RET-D-REC REDEFINES RET-H-REC.
           05 RET-D-TYPE               PIC X(1).
           05 RET-D-INDUSTRY           PIC X(23).
           05 RET-D-STATE              PIC X(2).
           05 RET-D-COMPANIES          PIC 9(5).
           05 RET-D-FLAG               PIC X(1).
           05 RET-D-SUM                PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 RET-D-AVG                PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(32).
       01 RET-T-REC REDEFINES RET-H-REC.
           05 RET-T-TYPE               PIC X(1).
           05 RET-T-RECORDS            PIC 9(6).
           05 RET-T-CELLS              PIC 9(5).
           05 RET-T-COMPANIES          PIC 9(7).
           05 RET-T-SUM                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(49).

      *-[ ACCUMULATORS - CELL, INDUSTRY, STATE AND GRAND TOTAL ]-------*
       01 CELL-WORK.
           05 TMP-CUR-INDUSTRY        PIC X(23).
           05 TMP-CUR-STATE           PIC X(2).
           05 TMP-CUR-CO              PIC X(40).
           05 TMP-CUR-PERIOD          PIC X(6).
           05 TMP-CUR-GROWTH          PIC S9(3)V99.
           05 TMP-CO-SUM              PIC S9(5)V99.
           05 TMP-CO-ROWS             PIC 9(3).
           05 TMP-CO-AVG              PIC S9(3)V99.
           05 TMP-CELL-COUNT          PIC 9(5).
           05 TMP-CELL-SUM            PIC S9(7)V99.
           05 TMP-IND-COUNT           PIC 9(7).
           05 TMP-IND-SUM             PIC S9(9)V99.
           05 TMP-GRAND-COUNT         PIC 9(7).
           05 TMP-GRAND-SUM           PIC S9(9)V99.
           05 TMP-PEND-SW             PIC X(1).
       01 STATE-TOTALS.
           05 TAB-ST-MAX              PIC S9(9) BINARY.
           05 TAB-ST-DIM              PIC S9(9) BINARY  VALUE 99.
           05 TAB-ST                  OCCURS 1   TO           99
                                      DEPENDING  ON  TAB-ST-MAX.
                10 TAB-ST-ABB         PIC X(2).
                10 TAB-ST-COUNT       PIC 9(7).
                10 TAB-ST-SUM         PIC S9(9)V99.

      *-[ READ-BACK CHECK ]--------------------------------------------*
       01 CHECK-WORK.
           05 TMP-CHK-RECORDS         PIC 9(6).
           05 TMP-CHK-CELLS           PIC 9(5).
           05 TMP-CHK-D-SUM           PIC S9(9)V99.
           05 TMP-CHK-I-COUNT         PIC 9(7).
           05 TMP-CHK-I-SUM           PIC S9(9)V99.
           05 TMP-CHK-S-COUNT         PIC 9(7).
           05 TMP-CHK-S-SUM           PIC S9(9)V99.
           05 TMP-CHK-T-SW            PIC X(1).
           05 TMP-CHK-ERR             PIC X(40).
       01 CHECK-TRAILER               PIC X(80).

      *---------------------------------------------------------------*
      * SMALL-CELL CONFIDENTIALITY SUPPRESSION (SEE TPL-BAT6) - THE   *
      * FULL FIGURE OF A MASKED CELL GOES TO THE INTERNAL AUDIT       *
      * LISTING                                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSUPP==.
       01 SUPP-WORK.
           05 TMP-SUPP-COUNT          PIC 9(5)    VALUE ZERO.
           05 TMP-SUPP-OPEN-SW        PIC X(1)    VALUE 'N'.
       01 OSUPP-REC                   PIC X(80).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-I-TABLE             PIC S9(9) BINARY.
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-COUNT-NO-INDUSTRY   PIC 9(7).
           05 TMP-COUNT-HIST-DUP      PIC 9(7).
           05 TMP-COUNT-IN-QUARTER    PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/statparm.txt'.
       01 IBPARM-PATH                PIC X(40)
                                      VALUE 'IO/bat1parm.txt'.
       01 IREG-PATH                  PIC X(40)
                                      VALUE 'IO/statreg.txt'.
       01 ICHK-PATH                  PIC X(40)
                                      VALUE SPACES.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORET-PATH                  PIC X(40)
                                      VALUE SPACES.
       01 OREG-PATH                  PIC X(40)
                                      VALUE 'IO/statreg.txt'.
       01 OSUPP-PATH                 PIC X(40)
                                      VALUE 'IO/suppaudit.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.
       COPY 'LIB/UTIL/CTRLWS.cob'.

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

           PERFORM COMPANIES-LOAD
           PERFORM REGISTER-READ
           PERFORM RETURN-BUILD
           PERFORM RETURN-CHECK
           PERFORM REGISTER-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-STAT1'                          TO PGM-NAME
           MOVE 'QUARTERLY STATISTICAL-OFFICE RETURN'
             TO PGM-DESCRIPTION
      *    END-MOVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE IBPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IBPARM-PATH
           MOVE IREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IREG-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OREG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OREG-PATH
           MOVE OSUPP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSUPP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-ST-MAX

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * DEFAULT QUARTER = THE LAST COMPLETED ONE                      *
      *---------------------------------------------------------------*
           MOVE TMP-TODAY(1:4) TO TMP-Q-YEAR
           MOVE 'Q'            TO TMP-Q-LETTER
           COMPUTE TMP-Q-NUMBER =
              (FUNCTION NUMVAL(TMP-TODAY(5:2)) + 2) / 3 - 1
           IF (TMP-Q-NUMBER = 0) THEN
              SUBTRACT 1 FROM TMP-Q-YEAR
              MOVE 4 TO TMP-Q-NUMBER
           END-IF

      *---------------------------------------------------------------*
      * RETURN PARAMETERS (IPARM IS OPTIONAL)                         *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
              PERFORM FILE-READ-IPARM
              PERFORM UNTIL (IPARM-EOF)
                 MOVE SPACES TO KWP-KEY KWP-VAL
                 UNSTRING IPARM-RECORD DELIMITED BY '='
                   INTO KWP-KEY KWP-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(KWP-KEY)
                   WHEN 'QUARTER'
                     MOVE KWP-VAL(1:6) TO TMP-QUARTER
                     IF (TMP-QUARTER(1:4) NOT NUMERIC)
                        OR (TMP-Q-LETTER NOT = 'Q')
                        OR (TMP-QUARTER(6:1) < '1')
                        OR (TMP-QUARTER(6:1) > '4') THEN
                        MOVE '905' TO PGM-ERR-RC
                        STRING 'BAD QUARTER IN STATPARM: ' KWP-VAL
                          DELIMITED BY SIZE INTO PGM-ERR-MSG1
                        END-STRING
                        MOVE 'EXPECTED QUARTER=YYYYQN, E.G. 2026Q3'
                          TO PGM-ERR-MSG2
                        MOVE SPACE TO PGM-ERR-MSG3
                        PERFORM PGM-ERR
                     END-IF
                   WHEN 'MINCELL'
                     COMPUTE TMP-MINCELL = FUNCTION NUMVAL(KWP-VAL)
                     MOVE 'Y' TO TMP-MINCELL-SW
                   WHEN 'REPORTER'
                     MOVE KWP-VAL TO TMP-REPORTER
                   WHEN 'REASON'
                     MOVE KWP-VAL TO TMP-REASON
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     STRING 'UNKNOWN STATPARM KEYWORD IGNORED: '
                            KWP-KEY
                       DELIMITED BY SIZE
                       INTO APP-LOG-LINE
                     END-STRING
                     PERFORM SCHREIBE-APP-LOG-LINE
                 END-EVALUATE
                 PERFORM FILE-READ-IPARM
              END-PERFORM
              PERFORM FILE-CLOSE-IPARM
           END-IF

      *---------------------------------------------------------------*
      * WITHOUT ITS OWN MINCELL THE RETURN TAKES THE PUBLISHED        *
      * INDUSTRY REPORT'S (IBPARM IS OPTIONAL - 0 = OFF)              *
      *---------------------------------------------------------------*
           IF (TMP-MINCELL-SW = 'N') THEN
              PERFORM FILE-OPEN-INPUT-IBPARM
              IF (IBPARM-YES) THEN
                 PERFORM FILE-READ-IBPARM
                 PERFORM UNTIL (IBPARM-EOF)
                    MOVE SPACES TO KWP-KEY KWP-VAL
                    UNSTRING IBPARM-RECORD DELIMITED BY '='
                      INTO KWP-KEY KWP-VAL
                    END-UNSTRING
                    IF (FUNCTION TRIM(KWP-KEY) = 'MINCELL') THEN
                       COMPUTE TMP-MINCELL = FUNCTION NUMVAL(KWP-VAL)
                    END-IF
                    PERFORM FILE-READ-IBPARM
                 END-PERFORM
                 PERFORM FILE-CLOSE-IBPARM
              END-IF
           END-IF

      *---------------------------------------------------------------*
      * THE QUARTER'S PERIODS                                         *
      *---------------------------------------------------------------*
           COMPUTE TMP-PERIOD-WORK = TMP-Q-YEAR * 100
                                   + TMP-Q-NUMBER * 3 - 2
           MOVE TMP-PERIOD-WORK TO TMP-PERIOD-LO
           ADD 2 TO TMP-PERIOD-WORK
           MOVE TMP-PERIOD-WORK TO TMP-PERIOD-HI
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       COMPANIES-LOAD SECTION.
      *===============================================================*
      *    TODAY'S INDUSTRY OF EVERY COMPANY, IN NAME + STATE ORDER   *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED MASTER BEFORE READING A SINGLE ROW
      *    (SEE CTRL1)
           MOVE ICOMP-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'COMPANIES MASTER MISSING: ' ICOMP-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO RETURN WITHOUT THE INDUSTRIES' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           SORT SCOMP
             ON ASCENDING KEY SCOMP-KEY
             INPUT  PROCEDURE IS COMPANIES-RELEASE
             OUTPUT PROCEDURE IS COMPANIES-RETURN
           .
       COMPANIES-LOAD-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RELEASE SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              IF (ICOMP-NAME NOT = SPACES)
                 AND (ICOMP-INDUSTRY NOT = SPACES)
                 AND ((NOT ICOMP-LAYOUT-V2)
                    OR ((ICOMP-EFF-DATE <= TMP-TODAY)
                        AND (ICOMP-EXP-DATE > TMP-TODAY))) THEN
                 MOVE ICOMP-REC(1:40) TO SCOMP-KEY
                 MOVE ICOMP-INDUSTRY  TO SCOMP-INDUSTRY
                 RELEASE SCOMP-REC
              END-IF
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANIES-RELEASE-EXIT. EXIT.



      *****************************************************************
       COMPANIES-RETURN SECTION.
      *===============================================================*
           PERFORM UNTIL (1 = 2)
              RETURN SCOMP
                AT END
                  GO TO COMPANIES-RETURN-EXIT
              END-RETURN
              PERFORM COMPANIES-ROW-ADD
           END-PERFORM
           .
       COMPANIES-RETURN-EXIT. EXIT.



      *****************************************************************
       COMPANIES-ROW-ADD SECTION.
      *===============================================================*
      *    A KEY LISTED TWICE KEEPS ITS FIRST INDUSTRY                *
      *---------------------------------------------------------------*
           IF (TAB-CO-MAX > 0) THEN
              IF (SCOMP-KEY = TAB-CO-KEY(TAB-CO-MAX)) THEN
                 GO TO COMPANIES-ROW-ADD-EXIT
              END-IF
           END-IF
           IF (TAB-CO-MAX >= TAB-CO-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-CO OVERFLOW - TOO MANY COMPANIES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-CO-MAX
           MOVE SCOMP-KEY      TO TAB-CO-KEY(TAB-CO-MAX)
           MOVE SCOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
           .
       COMPANIES-ROW-ADD-EXIT. EXIT.



      *****************************************************************
       REGISTER-READ SECTION.
      *===============================================================*
      *    THE QUARTER'S LAST FILED RETURN, IF ANY, DECIDES WHETHER   *
      *    THIS ONE IS THE ORIGINAL OR A CORRECTION                   *
      *---------------------------------------------------------------*
           MOVE 0      TO TMP-SEQ
           MOVE SPACES TO TMP-SUPERSEDES
           PERFORM FILE-OPEN-INPUT-IREG
           IF (IREG-YES) THEN
              PERFORM FILE-READ-IREG
              PERFORM UNTIL (IREG-EOF)
                 MOVE IREG-RECORD TO REG-REC
                 IF (REG-QUARTER = TMP-QUARTER)
                    AND (REG-SEQ NUMERIC) THEN
                    IF (REG-SEQ > TMP-SEQ) THEN
                       MOVE REG-SEQ       TO TMP-SEQ
                       MOVE REG-REFERENCE TO TMP-SUPERSEDES
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IREG
              END-PERFORM
              PERFORM FILE-CLOSE-IREG
           END-IF

           IF (TMP-SEQ >= 99) THEN
              MOVE '907' TO PGM-ERR-RC
              STRING 'QUARTER ' TMP-QUARTER ' HAS 99 RETURNS FILED'
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'CLEAR UP IO/statreg.txt WITH THE OFFICE'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TMP-SEQ
           IF (TMP-SEQ > 1) AND (TMP-REASON = SPACES) THEN
              MOVE '905' TO PGM-ERR-RC
              STRING 'QUARTER ' TMP-QUARTER ' ALREADY FILED AS '
                     TMP-SUPERSEDES
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'A CORRECTED RETURN NEEDS REASON= IN STATPARM'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           MOVE SPACES TO TMP-REFERENCE
           STRING 'SR' TMP-QUARTER '-' TMP-SEQ
             DELIMITED BY SIZE INTO TMP-REFERENCE
           END-STRING
           .
       REGISTER-READ-EXIT. EXIT.



      *****************************************************************
       RETURN-BUILD SECTION.
      *===============================================================*
      *    THE QUARTER'S HISTORY IN INDUSTRY + STATE + COMPANY +      *
      *    PERIOD ORDER, SO CELLS AND INDUSTRIES CLOSE AS THEY END    *
      *---------------------------------------------------------------*
      *    REFUSE A TRUNCATED HISTORY MASTER BEFORE READING A ROW
           MOVE IHIST-PATH TO CTRL1CA-PATH
           PERFORM MASTER-TRAILER-VERIFY

           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              STRING 'GROWTH HISTORY MISSING: ' IHIST-PATH
                DELIMITED BY SIZE INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'NO RETURN WITHOUT THE HISTORY' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           MOVE SPACES TO ORET-PUB-PATH
           STRING 'IO/STATRET_' TMP-QUARTER '_' TMP-SEQ '.txt'
             DELIMITED BY SIZE
             INTO ORET-PUB-PATH
           END-STRING
           MOVE ORET-PUB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ORET-PATH
           PERFORM FILE-OPEN-OUTPUT-ORET

           MOVE SPACES         TO RET-H-REC
           MOVE 'H'            TO RET-H-TYPE
           MOVE TMP-REPORTER   TO RET-H-REPORTER
           MOVE TMP-QUARTER    TO RET-H-QUARTER
           MOVE TMP-REFERENCE  TO RET-H-REFERENCE
           IF (TMP-SEQ = 1) THEN
              MOVE 'O'         TO RET-H-KIND
           ELSE
              MOVE 'C'         TO RET-H-KIND
           END-IF
           MOVE TMP-SUPERSEDES TO RET-H-SUPERSEDES
           MOVE TMP-TODAY      TO RET-H-CREATED
           PERFORM ORET-WRITE

           MOVE 'N'  TO TMP-PEND-SW
           MOVE 0    TO TMP-GRAND-COUNT
           MOVE 0    TO TMP-GRAND-SUM
           SORT SHIST
             ON ASCENDING KEY SHIST-KEY
             WITH DUPLICATES IN ORDER
             INPUT  PROCEDURE IS HISTORY-RELEASE
             OUTPUT PROCEDURE IS HISTORY-RETURN

      *    STATE TOTALS, THEN THE TRAILER
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ST-MAX)
              MOVE SPACES TO RET-D-REC
              MOVE 'S'    TO RET-D-TYPE
              MOVE TAB-ST-ABB(TMP-I-TABLE)   TO RET-D-STATE
              MOVE TAB-ST-COUNT(TMP-I-TABLE) TO RET-D-COMPANIES
              MOVE TAB-ST-SUM(TMP-I-TABLE)   TO RET-D-SUM
              COMPUTE RET-D-AVG ROUNDED =
                 TAB-ST-SUM(TMP-I-TABLE) / TAB-ST-COUNT(TMP-I-TABLE)
              PERFORM ORET-WRITE
           END-PERFORM

           MOVE SPACES          TO RET-T-REC
           MOVE 'T'             TO RET-T-TYPE
           COMPUTE RET-T-RECORDS = ORET-COUNT + 1
           MOVE TMP-CHK-CELLS   TO RET-T-CELLS
           MOVE TMP-GRAND-COUNT TO RET-T-COMPANIES
           MOVE TMP-GRAND-SUM   TO RET-T-SUM
           PERFORM ORET-WRITE
           PERFORM FILE-CLOSE-ORET
           .
       RETURN-BUILD-EXIT. EXIT.



      *****************************************************************
       HISTORY-RELEASE SECTION.
      *===============================================================*
      *    THE QUARTER'S ROWS OF COMPANIES ON TODAY'S MASTER          *
      *---------------------------------------------------------------*
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-PERIOD >= TMP-PERIOD-LO)
                 AND (HIST-PERIOD <= TMP-PERIOD-HI)
                 AND (HIST-GROWTH NUMERIC)
                 AND (HIST-KEY NOT = SPACES) THEN
                 ADD 1 TO TMP-COUNT-IN-QUARTER
                 MOVE SPACES TO SHIST-INDUSTRY
                 IF (TAB-CO-MAX > 0) THEN
                    SEARCH ALL TAB-CO
                      WHEN (TAB-CO-KEY(TAB-CO-IDX) = HIST-KEY)
                        MOVE TAB-CO-INDUSTRY(TAB-CO-IDX)
                          TO SHIST-INDUSTRY
                    END-SEARCH
                 END-IF
                 IF (SHIST-INDUSTRY = SPACES) THEN
                    ADD 1 TO TMP-COUNT-NO-INDUSTRY
                 ELSE
                    MOVE HIST-KEY(39:2)  TO SHIST-STATE
                    MOVE HIST-KEY(1:38)  TO SHIST-NAME
                    MOVE HIST-PERIOD     TO SHIST-PERIOD
                    MOVE HIST-GROWTH     TO SHIST-GROWTH
                    RELEASE SHIST-REC
                 END-IF
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       HISTORY-RELEASE-EXIT. EXIT.



      *****************************************************************
       HISTORY-RETURN SECTION.
      *===============================================================*
      *    ONE ROW IS HELD BACK UNTIL THE NEXT ONE SHOWS IT IS NOT    *
      *    FOLLOWED BY A LATER ROW FOR THE SAME COMPANY AND PERIOD    *
      *---------------------------------------------------------------*
           PERFORM UNTIL (1 = 2)
              RETURN SHIST
                AT END
                  IF (TMP-PEND-SW = 'Y') THEN
                     PERFORM HISTORY-ROW-TAKE
                     PERFORM COMPANY-CLOSE
                     PERFORM CELL-CLOSE
                     PERFORM INDUSTRY-CLOSE
                  END-IF
                  GO TO HISTORY-RETURN-EXIT
              END-RETURN
              IF (TMP-PEND-SW = 'Y')
                 AND (SHIST-INDUSTRY = TMP-CUR-INDUSTRY)
                 AND (SHIST-STATE = TMP-CUR-STATE)
                 AND (SHIST-NAME = TMP-CUR-CO(1:38))
                 AND (SHIST-PERIOD = TMP-CUR-PERIOD) THEN
                 MOVE SHIST-GROWTH TO TMP-CUR-GROWTH
                 ADD 1 TO TMP-COUNT-HIST-DUP
              ELSE
                 PERFORM HISTORY-ROW-NEXT
              END-IF
           END-PERFORM
           .
       HISTORY-RETURN-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-NEXT SECTION.
      *===============================================================*
      *    SHIST-REC STARTS A NEW PERIOD ROW - TAKE THE HELD ONE AND  *
      *    CLOSE WHATEVER GROUP ENDS HERE                             *
      *---------------------------------------------------------------*
           IF (TMP-PEND-SW = 'N') THEN
              MOVE 'Y' TO TMP-PEND-SW
              PERFORM INDUSTRY-OPEN
              PERFORM CELL-OPEN
              PERFORM COMPANY-OPEN
           ELSE
              PERFORM HISTORY-ROW-TAKE
              IF (SHIST-INDUSTRY NOT = TMP-CUR-INDUSTRY) THEN
                 PERFORM COMPANY-CLOSE
                 PERFORM CELL-CLOSE
                 PERFORM INDUSTRY-CLOSE
                 PERFORM INDUSTRY-OPEN
                 PERFORM CELL-OPEN
                 PERFORM COMPANY-OPEN
              ELSE
                 IF (SHIST-STATE NOT = TMP-CUR-STATE) THEN
                    PERFORM COMPANY-CLOSE
                    PERFORM CELL-CLOSE
                    PERFORM CELL-OPEN
                    PERFORM COMPANY-OPEN
                 ELSE
                    IF (SHIST-NAME NOT = TMP-CUR-CO(1:38)) THEN
                       PERFORM COMPANY-CLOSE
                       PERFORM COMPANY-OPEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE SHIST-PERIOD TO TMP-CUR-PERIOD
           MOVE SHIST-GROWTH TO TMP-CUR-GROWTH
           .
       HISTORY-ROW-NEXT-EXIT. EXIT.



      *****************************************************************
       HISTORY-ROW-TAKE SECTION.
      *===============================================================*
           ADD TMP-CUR-GROWTH TO TMP-CO-SUM
           ADD 1              TO TMP-CO-ROWS
           .
       HISTORY-ROW-TAKE-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-OPEN SECTION.
      *===============================================================*
           MOVE SHIST-INDUSTRY TO TMP-CUR-INDUSTRY
           MOVE 0 TO TMP-IND-COUNT
           MOVE 0 TO TMP-IND-SUM
           .
       INDUSTRY-OPEN-EXIT. EXIT.



      *****************************************************************
       CELL-OPEN SECTION.
      *===============================================================*
           MOVE SHIST-STATE TO TMP-CUR-STATE
           MOVE 0 TO TMP-CELL-COUNT
           MOVE 0 TO TMP-CELL-SUM
           .
       CELL-OPEN-EXIT. EXIT.



      *****************************************************************
       COMPANY-OPEN SECTION.
      *===============================================================*
           MOVE SPACES       TO TMP-CUR-CO
           MOVE SHIST-NAME   TO TMP-CUR-CO(1:38)
           MOVE SHIST-STATE  TO TMP-CUR-CO(39:2)
           MOVE 0 TO TMP-CO-SUM
           MOVE 0 TO TMP-CO-ROWS
           .
       COMPANY-OPEN-EXIT. EXIT.



      *****************************************************************
       COMPANY-CLOSE SECTION.
      *===============================================================*
      *    THE COMPANY'S QUARTER FIGURE INTO ITS CELL                 *
      *---------------------------------------------------------------*
           IF (TMP-CO-ROWS = 0) THEN
              GO TO COMPANY-CLOSE-EXIT
           END-IF
           COMPUTE TMP-CO-AVG ROUNDED = TMP-CO-SUM / TMP-CO-ROWS
           ADD 1          TO TMP-CELL-COUNT
           ADD TMP-CO-AVG TO TMP-CELL-SUM
           .
       COMPANY-CLOSE-EXIT. EXIT.



      *****************************************************************
       CELL-CLOSE SECTION.
      *===============================================================*
      *    ONE D RECORD; THE CELL'S FIGURES INTO ITS INDUSTRY AND     *
      *    STATE TOTALS                                               *
      *---------------------------------------------------------------*
           IF (TMP-CELL-COUNT = 0) THEN
              GO TO CELL-CLOSE-EXIT
           END-IF
           ADD 1 TO TMP-CHK-CELLS
           MOVE SPACES           TO RET-D-REC
           MOVE 'D'              TO RET-D-TYPE
           MOVE TMP-CUR-INDUSTRY TO RET-D-INDUSTRY
           MOVE TMP-CUR-STATE    TO RET-D-STATE
           IF (TMP-MINCELL > 0)
              AND (TMP-CELL-COUNT < TMP-MINCELL) THEN
      *       SMALL CELL - MASKED ON THE RETURN, FULL FIGURE ON THE
      *       INTERNAL AUDIT LISTING
              MOVE 'S'  TO RET-D-FLAG
              MOVE 0    TO RET-D-COMPANIES
              MOVE 0    TO RET-D-SUM
              MOVE 0    TO RET-D-AVG
              PERFORM SUPP-AUDIT-CELL
           ELSE
              MOVE TMP-CELL-COUNT TO RET-D-COMPANIES
              MOVE TMP-CELL-SUM   TO RET-D-SUM
              COMPUTE RET-D-AVG ROUNDED =
                 TMP-CELL-SUM / TMP-CELL-COUNT
           END-IF
           PERFORM ORET-WRITE

           ADD TMP-CELL-COUNT TO TMP-IND-COUNT
           ADD TMP-CELL-SUM   TO TMP-IND-SUM
           ADD TMP-CELL-COUNT TO TMP-GRAND-COUNT
           ADD TMP-CELL-SUM   TO TMP-GRAND-SUM

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-ST-MAX)
                        OR (TAB-ST-ABB(TMP-I-TABLE) >= TMP-CUR-STATE)
              CONTINUE
           END-PERFORM
           IF (TMP-I-TABLE > TAB-ST-MAX)
              OR (TAB-ST-ABB(TMP-I-TABLE) NOT = TMP-CUR-STATE) THEN
              PERFORM STATE-TOTAL-INSERT
           END-IF
           ADD TMP-CELL-COUNT TO TAB-ST-COUNT(TMP-I-TABLE)
           ADD TMP-CELL-SUM   TO TAB-ST-SUM(TMP-I-TABLE)
           .
       CELL-CLOSE-EXIT. EXIT.



      *****************************************************************
       STATE-TOTAL-INSERT SECTION.
      *===============================================================*
      *    A NEW STATE AT POSITION TMP-I-TABLE, KEEPING THE TOTALS IN *
      *    STATE ORDER                                                *
      *---------------------------------------------------------------*
           IF (TAB-ST-MAX >= TAB-ST-DIM) THEN
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-ST OVERFLOW - TOO MANY STATES'
                TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-ST-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           ADD 1 TO TAB-ST-MAX
           PERFORM VARYING TMP-J-TABLE FROM TAB-ST-MAX BY -1
                     UNTIL (TMP-J-TABLE <= TMP-I-TABLE)
              MOVE TAB-ST(TMP-J-TABLE - 1)
                TO TAB-ST(TMP-J-TABLE)
           END-PERFORM
           MOVE TMP-CUR-STATE TO TAB-ST-ABB(TMP-I-TABLE)
           MOVE 0             TO TAB-ST-COUNT(TMP-I-TABLE)
           MOVE 0             TO TAB-ST-SUM(TMP-I-TABLE)
           .
       STATE-TOTAL-INSERT-EXIT. EXIT.



      *****************************************************************
       INDUSTRY-CLOSE SECTION.
      *===============================================================*
           IF (TMP-IND-COUNT = 0) THEN
              GO TO INDUSTRY-CLOSE-EXIT
           END-IF
           MOVE SPACES           TO RET-D-REC
           MOVE 'I'              TO RET-D-TYPE
           MOVE TMP-CUR-INDUSTRY TO RET-D-INDUSTRY
           MOVE TMP-IND-COUNT    TO RET-D-COMPANIES
           MOVE TMP-IND-SUM      TO RET-D-SUM
           COMPUTE RET-D-AVG ROUNDED = TMP-IND-SUM / TMP-IND-COUNT
           PERFORM ORET-WRITE
           .
       INDUSTRY-CLOSE-EXIT. EXIT.



      *****************************************************************
       SUPP-AUDIT-CELL SECTION.
      *===============================================================*
           IF (TMP-SUPP-OPEN-SW = 'N') THEN
              PERFORM FILE-OPEN-EXTEND-OSUPP
              MOVE 'Y' TO TMP-SUPP-OPEN-SW
           END-IF
           ADD 1 TO TMP-SUPP-COUNT
           MOVE SPACES TO OSUPP-REC
           STRING 'TPL-STAT1 ' TMP-QUARTER
                  ' STATE ' TMP-CUR-STATE
                  ' INDUSTRY ' TMP-CUR-INDUSTRY
                  ' COUNT ' TMP-CELL-COUNT
                  ' VALUE ' TMP-CELL-SUM
             DELIMITED BY SIZE
             INTO OSUPP-REC
           END-STRING
           MOVE OSUPP-REC TO OSUPP-RECORD
           PERFORM FILE-WRITE-OSUPP
           .
       SUPP-AUDIT-CELL-EXIT. EXIT.



      *****************************************************************
       ORET-WRITE SECTION.
      *===============================================================*
           MOVE RET-H-REC TO ORET-RECORD
           PERFORM FILE-WRITE-ORET
           .
       ORET-WRITE-EXIT. EXIT.



      *****************************************************************
       RETURN-CHECK SECTION.
      *===============================================================*
      *    READ THE WRITTEN RETURN BACK AND CHECK IT AGAINST ITS OWN  *
      *    TRAILER BEFORE IT IS REGISTERED                            *
      *---------------------------------------------------------------*
           MOVE 0      TO TMP-CHK-RECORDS
           MOVE 0      TO TMP-CHK-CELLS
           MOVE 0      TO TMP-CHK-D-SUM
           MOVE 0      TO TMP-CHK-I-COUNT
           MOVE 0      TO TMP-CHK-I-SUM
           MOVE 0      TO TMP-CHK-S-COUNT
           MOVE 0      TO TMP-CHK-S-SUM
           MOVE 'N'    TO TMP-CHK-T-SW
           MOVE SPACES TO TMP-CHK-ERR
           MOVE ORET-PATH TO ICHK-PATH
           PERFORM FILE-OPEN-INPUT-ICHK
           IF (ICHK-NO) THEN
              MOVE 'RETURN FILE NOT READABLE' TO TMP-CHK-ERR
              GO TO RETURN-CHECK-FAIL
           END-IF
           PERFORM FILE-READ-ICHK
           PERFORM UNTIL (ICHK-EOF)
              MOVE ICHK-RECORD TO RET-H-REC
              ADD 1 TO TMP-CHK-RECORDS
              EVALUATE RET-D-TYPE
                WHEN 'D'
                  ADD 1 TO TMP-CHK-CELLS
                  ADD RET-D-SUM       TO TMP-CHK-D-SUM
                WHEN 'I'
                  ADD RET-D-COMPANIES TO TMP-CHK-I-COUNT
                  ADD RET-D-SUM       TO TMP-CHK-I-SUM
                WHEN 'S'
                  ADD RET-D-COMPANIES TO TMP-CHK-S-COUNT
                  ADD RET-D-SUM       TO TMP-CHK-S-SUM
                WHEN 'T'
                  MOVE 'Y' TO TMP-CHK-T-SW
                  MOVE RET-T-REC TO CHECK-TRAILER
              END-EVALUATE
              PERFORM FILE-READ-ICHK
           END-PERFORM
           PERFORM FILE-CLOSE-ICHK

           MOVE CHECK-TRAILER TO RET-T-REC
           EVALUATE TRUE
             WHEN (TMP-CHK-T-SW = 'N')
               MOVE 'TRAILER RECORD MISSING' TO TMP-CHK-ERR
             WHEN (RET-T-RECORDS NOT = TMP-CHK-RECORDS)
               MOVE 'RECORD COUNT DIFFERS FROM TRAILER'
                 TO TMP-CHK-ERR
             WHEN (RET-T-CELLS NOT = TMP-CHK-CELLS)
               MOVE 'CELL COUNT DIFFERS FROM TRAILER' TO TMP-CHK-ERR
             WHEN (TMP-CHK-I-COUNT NOT = RET-T-COMPANIES)
               OR (TMP-CHK-I-SUM NOT = RET-T-SUM)
               MOVE 'INDUSTRY TOTALS DIFFER FROM TRAILER'
                 TO TMP-CHK-ERR
             WHEN (TMP-CHK-S-COUNT NOT = RET-T-COMPANIES)
               OR (TMP-CHK-S-SUM NOT = RET-T-SUM)
               MOVE 'STATE TOTALS DIFFER FROM TRAILER' TO TMP-CHK-ERR
             WHEN (TMP-SUPP-COUNT = 0)
               AND (TMP-CHK-D-SUM NOT = RET-T-SUM)
               MOVE 'CELLS DIFFER FROM TRAILER' TO TMP-CHK-ERR
             WHEN OTHER
               GO TO RETURN-CHECK-EXIT
           END-EVALUATE
           .
       RETURN-CHECK-FAIL.
           MOVE '917' TO PGM-ERR-RC
           STRING 'RETURN FAILS ITS TOTALS CHECK: ' TMP-CHK-ERR
             DELIMITED BY SIZE INTO PGM-ERR-MSG1
           END-STRING
           MOVE ORET-PATH TO PGM-ERR-MSG2
           MOVE 'NOT REGISTERED - DO NOT SEND TO THE OFFICE'
             TO PGM-ERR-MSG3
           PERFORM PGM-ERR
           .
       RETURN-CHECK-EXIT. EXIT.



      *****************************************************************
       REGISTER-WRITE SECTION.
      *===============================================================*
           MOVE SPACES          TO REG-REC
           MOVE TMP-QUARTER     TO REG-QUARTER
           MOVE TMP-SEQ         TO REG-SEQ
           MOVE TMP-REFERENCE   TO REG-REFERENCE
           IF (TMP-SEQ = 1) THEN
              MOVE 'O'          TO REG-KIND
           ELSE
              MOVE 'C'          TO REG-KIND
           END-IF
           MOVE TMP-SUPERSEDES  TO REG-SUPERSEDES
           MOVE TMP-TODAY       TO REG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO REG-TIME
           MOVE TMP-CHK-RECORDS TO REG-RECORDS
           MOVE TMP-CHK-CELLS   TO REG-CELLS
           MOVE TMP-SUPP-COUNT  TO REG-SUPPRESSED
           MOVE TMP-GRAND-COUNT TO REG-COMPANIES
           MOVE TMP-GRAND-SUM   TO REG-GROWTH
           MOVE ORET-PUB-PATH   TO REG-FILE
           MOVE TMP-REASON      TO REG-REASON
           PERFORM FILE-OPEN-EXTEND-OREG
           MOVE REG-REC TO OREG-RECORD
           PERFORM FILE-WRITE-OREG
           PERFORM FILE-CLOSE-OREG
           .
       REGISTER-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE IHIST-COUNT TO PGM-THROUGHPUT-COUNT

           IF (TMP-COUNT-NO-INDUSTRY > 0) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'QUARTER ROWS OFF THE MASTER LEFT OUT: '
                     TMP-COUNT-NO-INDUSTRY
                DELIMITED BY SIZE INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           IF (TMP-SUPP-OPEN-SW = 'Y') THEN
              PERFORM FILE-CLOSE-OSUPP
           END-IF

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'QUARTER.............: ' TMP-QUARTER
           DISPLAY 'REFERENCE...........: ' TMP-REFERENCE
           DISPLAY 'SUPERSEDES..........: ' TMP-SUPERSEDES
           DISPLAY 'INPUT IHIST.........: ' IHIST-COUNT
           DISPLAY 'ROWS IN QUARTER.....: ' TMP-COUNT-IN-QUARTER
           DISPLAY 'ROWS NO INDUSTRY....: ' TMP-COUNT-NO-INDUSTRY
           DISPLAY 'HISTORY DUPLICATES..: ' TMP-COUNT-HIST-DUP
           DISPLAY 'OUTPUT ORET.........: ' ORET-COUNT
           DISPLAY 'CELLS...............: ' TMP-CHK-CELLS
           DISPLAY 'CELLS SUPPRESSED....: ' TMP-SUPP-COUNT
           DISPLAY 'COMPANIES...........: ' TMP-GRAND-COUNT
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
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/LOCKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBPARM==
            ==:V2:== BY ==IBPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IREG==
            ==:V2:== BY ==IREG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICHK==
            ==:V2:== BY ==ICHK-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ORET==
            ==:V2:== BY ==ORET-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREG==
            ==:V2:== BY ==OREG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSUPP==
            ==:V2:== BY ==OSUPP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-STAT1.
      *****************************************************************
