       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-SICX1.
      *****************************************************************
      * TPL-SICX1: STANDARD CLASSIFICATION CODE CROSS-REFERENCE       *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * OUR 23-CHARACTER INDUSTRY NAMES MEAN NOTHING OUTSIDE THE      *
      * SHOP, SO EVERY industries.txt ROW CARRIES A STANDARD          *
      * CLASSIFICATION CODE (NAICS-STYLE, MAINTAINED BY TPL-MAINT5).  *
      * THIS LISTING CHECKS THE MAPPING: A CODE CARRIED BY MORE THAN  *
      * ONE OF OUR INDUSTRIES - TYPICALLY A TPL-ISPL1 SPLIT WHOSE NEW *
      * INDUSTRY WAS NEVER RECODED - AND AN INDUSTRY STILL ON         *
      * companies.txt THAT HAS NO CODE AT ALL. EITHER ENDS THE RUN    *
      * WITH RC 4.                                                    *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IMAST - INDUSTRY MASTER (IO/industries.txt): INDUSTRY X(23),  *
      *         SIC-CODE X(6)                                         *
      * ICOMP - COMPANIES MASTER (IO/companies.txt), READ ONLY FOR    *
      *         THE SET OF INDUSTRIES IN USE                          *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OSICX - CROSS-REFERENCE LISTING (IO/sicxref.txt): EVERY CODE  *
      *         WITH ITS INDUSTRIES, THE CODES MAPPED MORE THAN ONCE  *
      *         AND THE ACTIVE INDUSTRIES WITHOUT A CODE              *
      *                                                                *
      * PROCERSSING:                                                  *
      * ============                                                  *
      * THE MASTER IS BUFFERED AND SORTED BY CODE, THEN INDUSTRY, SO  *
      * A CODE'S INDUSTRIES LIST TOGETHER. AN INDUSTRY ON THE MASTER  *
      * THAT NO COMPANY USES IS LISTED BUT NEVER AN EXCEPTION.        *
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
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==IMAST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OSICX==
            ==:V2:== BY ==OSICX-PATH==.
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
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OSICX==
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
      * INPUT IMAST = INDUSTRY MASTER (SEE TPL-MAINT5)                *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMAST==.
       01 IMAST-REC.
           05 IMAST-INDUSTRY          PIC X(23).
           05 IMAST-SIC-CODE          PIC X(6).
           05 FILLER                  PIC X(51).

       01 INDUSTRY-MASTER.
           05 TAB-IMAST-MAX           PIC S9(9) BINARY.
           05 TAB-IMAST-DIM           PIC S9(9) BINARY  VALUE 199.
           05 TAB-IMAST               OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-IMAST-MAX.
                10 TAB-IMAST-SIC-CODE PIC X(6).
                10 TAB-IMAST-INDUSTRY PIC X(23).
                10 TAB-IMAST-USE-SW   PIC X(1).
                   88 TAB-IMAST-IN-USE     VALUE 'Y'.
                10 TAB-IMAST-DUP-SW   PIC X(1).
                   88 TAB-IMAST-DUP        VALUE 'Y'.
           05 TMP-IMAST-SWAP          PIC X(31).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES MASTER, SCANNED ONCE FOR THE          *
      * INDUSTRIES IN USE                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.

      *---------------------------------------------------------------*
      * OUTPUT OSICX = CROSS-REFERENCE LISTING                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OSICX==.
       01 OSICX-REC                   PIC X(80).

       01 OSICX-H0.
           05 FILLER                  PIC X(45)   VALUE
              'STANDARD CLASSIFICATION CODE CROSS-REFERENCE '.
           05 FILLER                  PIC X(5)    VALUE 'DATE '.
           05 OSICX-H0-DATE           PIC X(10).
           05 FILLER                  PIC X(20)   VALUE SPACES.
       01 OSICX-H1.
           05 FILLER                  PIC X(8)    VALUE 'SIC'.
           05 FILLER                  PIC X(25)   VALUE 'INDUSTRY'.
           05 FILLER                  PIC X(8)    VALUE 'IN USE'.
           05 FILLER                  PIC X(39)   VALUE 'NOTE'.
       01 OSICX-HR                    PIC X(80)   VALUE ALL '-'.
       01 OSICX-R1.
           05 OSICX-R1-SIC            PIC X(6).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OSICX-R1-INDUSTRY       PIC X(23).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OSICX-R1-USE            PIC X(6).
           05 FILLER                  PIC X(2)    VALUE SPACES.
           05 OSICX-R1-NOTE           PIC X(39).
       01 OSICX-T1.
           05 OSICX-T1-LABEL          PIC X(40).
           05 OSICX-T1-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(33)   VALUE SPACES.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 COUNTER.
           05 TMP-COUNT-CODED          PIC 9(7).
           05 TMP-COUNT-DUP-CODES      PIC 9(7).
           05 TMP-COUNT-DUP-INDUSTRIES PIC 9(7).
           05 TMP-COUNT-NO-SIC         PIC 9(7).
           05 TMP-COUNT-UNUSED         PIC 9(7).
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.
           05 TMP-RUN-START            PIC S9(9) BINARY.
       01 TMP-TODAY                   PIC X(8).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 IMAST-PATH                 PIC X(40)
                                      VALUE 'IO/industries.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OSICX-PATH                 PIC X(40)
                                      VALUE 'IO/sicxref.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.

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

           PERFORM INDUSTRIES-LOAD
           PERFORM INDUSTRIES-IN-USE
           PERFORM INDUSTRIES-SORT
           PERFORM DUPLICATE-CODES-MARK
           PERFORM LISTING-WRITE

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*
           MOVE 'TPL-SICX1'                          TO PGM-NAME
           MOVE 'STANDARD CLASSIFICATION CODE CROSS-REFERENCE'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IMAST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IMAST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE OSICX-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OSICX-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-CODED
           MOVE 0                          TO TMP-COUNT-DUP-CODES
           MOVE 0                          TO TMP-COUNT-DUP-INDUSTRIES
           MOVE 0                          TO TMP-COUNT-NO-SIC
           MOVE 0                          TO TMP-COUNT-UNUSED
           MOVE 0                          TO TAB-IMAST-MAX
           MOVE FUNCTION CURRENT-DATE(1:8) TO TMP-TODAY

      *---------------------------------------------------------------*
      * OPEN FILES - THE MASTER IS THE WHOLE POINT, SO IT IS REQUIRED *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-IMAST
           IF (IMAST-NO) THEN
              MOVE '909' TO PGM-ERR-RC
              MOVE 'INDUSTRY MASTER NOT FOUND:' TO PGM-ERR-MSG1
              MOVE IMAST-PATH                   TO PGM-ERR-MSG2
              MOVE SPACE                        TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           PERFORM FILE-OPEN-INPUT-ICOMP
           PERFORM FILE-OPEN-OUTPUT-OSICX
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       INDUSTRIES-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-READ-IMAST
           PERFORM UNTIL (IMAST-EOF)
              MOVE IMAST-RECORD TO IMAST-REC
              IF (IMAST-INDUSTRY NOT = SPACES) THEN
                 ADD 1 TO TAB-IMAST-MAX
                 IF (TAB-IMAST-MAX > TAB-IMAST-DIM) THEN
                    MOVE TAB-IMAST-DIM TO TAB-IMAST-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-IMAST OVERFLOW - LISTING INCOMPLETE'
                      TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-IMAST-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE IMAST-SIC-CODE
                   TO TAB-IMAST-SIC-CODE(TAB-IMAST-MAX)
                 MOVE IMAST-INDUSTRY
                   TO TAB-IMAST-INDUSTRY(TAB-IMAST-MAX)
                 MOVE 'N' TO TAB-IMAST-USE-SW(TAB-IMAST-MAX)
                 MOVE 'N' TO TAB-IMAST-DUP-SW(TAB-IMAST-MAX)
              END-IF
              PERFORM FILE-READ-IMAST
           END-PERFORM
           .
       INDUSTRIES-LOAD-EXIT. EXIT.



      *****************************************************************
       INDUSTRIES-IN-USE SECTION.
      *===============================================================*
      *    AN INDUSTRY IS ACTIVE WHILE ANY companies.txt ROW CARRIES  *
      *    IT - THE SAME IN-USE SET TPL-MAINT5 CHECKS AGAINST         *
           IF (ICOMP-NO) THEN
              MOVE 'NO companies.txt - IN-USE CHECK SKIPPED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO INDUSTRIES-IN-USE-EXIT
           END-IF
           PERFORM FILE-READ-ICOMP
           PERFORM UNTIL (ICOMP-EOF)
              MOVE ICOMP-RECORD TO ICOMP-REC
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-IMAST-MAX)
                 IF (TAB-IMAST-INDUSTRY(TMP-I-TABLE)
                     = ICOMP-INDUSTRY) THEN
                    MOVE 'Y' TO TAB-IMAST-USE-SW(TMP-I-TABLE)
                 END-IF
              END-PERFORM
              PERFORM FILE-READ-ICOMP
           END-PERFORM
           .
       INDUSTRIES-IN-USE-EXIT. EXIT.



      *****************************************************************
       INDUSTRIES-SORT SECTION.
      *===============================================================*
      *    CODE FIRST, THEN INDUSTRY - UNCODED INDUSTRIES (SPACES)    *
      *    SORT AHEAD OF THE CODED ONES AND LIST TOGETHER             *
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX - 1)
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE >
                               TAB-IMAST-MAX - TMP-I-TABLE)
                 IF (TAB-IMAST(TMP-J-TABLE)(1:29) >
                     TAB-IMAST(TMP-J-TABLE + 1)(1:29)) THEN
                    MOVE TAB-IMAST(TMP-J-TABLE)     TO TMP-IMAST-SWAP
                    MOVE TAB-IMAST(TMP-J-TABLE + 1)
                      TO TAB-IMAST(TMP-J-TABLE)
                    MOVE TMP-IMAST-SWAP
                      TO TAB-IMAST(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       INDUSTRIES-SORT-EXIT. EXIT.



      *****************************************************************
       DUPLICATE-CODES-MARK SECTION.
      *===============================================================*
      *    A RUN OF EQUAL NON-BLANK CODES LONGER THAN ONE ROW IS A    *
      *    CODE MAPPED TO MORE THAN ONE OF OUR INDUSTRIES             *
           MOVE 1 TO TMP-RUN-START
           PERFORM VARYING TMP-I-TABLE FROM 2 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX + 1)
              IF (TMP-I-TABLE > TAB-IMAST-MAX) THEN
                 PERFORM DUPLICATE-RUN-CLOSE
              ELSE
                 IF (TAB-IMAST-SIC-CODE(TMP-I-TABLE)
                     NOT = TAB-IMAST-SIC-CODE(TMP-RUN-START)) THEN
                    PERFORM DUPLICATE-RUN-CLOSE
                    MOVE TMP-I-TABLE TO TMP-RUN-START
                 END-IF
              END-IF
           END-PERFORM
           .
       DUPLICATE-CODES-MARK-EXIT. EXIT.



      *****************************************************************
       DUPLICATE-RUN-CLOSE SECTION.
      *===============================================================*
      *    ROWS TMP-RUN-START UP TO TMP-I-TABLE - 1 SHARE ONE CODE    *
           IF (TAB-IMAST-MAX = 0) THEN
              GO TO DUPLICATE-RUN-CLOSE-EXIT
           END-IF
           IF (TAB-IMAST-SIC-CODE(TMP-RUN-START) = SPACES) THEN
              GO TO DUPLICATE-RUN-CLOSE-EXIT
           END-IF
           IF (TMP-I-TABLE - TMP-RUN-START < 2) THEN
              GO TO DUPLICATE-RUN-CLOSE-EXIT
           END-IF
           ADD 1 TO TMP-COUNT-DUP-CODES
           PERFORM VARYING TMP-J-TABLE FROM TMP-RUN-START BY 1
                     UNTIL (TMP-J-TABLE >= TMP-I-TABLE)
              MOVE 'Y' TO TAB-IMAST-DUP-SW(TMP-J-TABLE)
              ADD 1 TO TMP-COUNT-DUP-INDUSTRIES
           END-PERFORM
           .
       DUPLICATE-RUN-CLOSE-EXIT. EXIT.



      *****************************************************************
       LISTING-WRITE SECTION.
      *===============================================================*
           MOVE SPACES TO OSICX-H0-DATE
           STRING TMP-TODAY(7:2) '.' TMP-TODAY(5:2) '.' TMP-TODAY(1:4)
             DELIMITED BY SIZE
             INTO OSICX-H0-DATE
           END-STRING
           MOVE OSICX-H0 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE SPACES   TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE OSICX-H1 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE OSICX-HR TO OSICX-REC
           PERFORM OSICX-WRITE

           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX)
              MOVE SPACES TO OSICX-R1-NOTE
              MOVE TAB-IMAST-SIC-CODE(TMP-I-TABLE) TO OSICX-R1-SIC
              MOVE TAB-IMAST-INDUSTRY(TMP-I-TABLE) TO OSICX-R1-INDUSTRY
              IF (TAB-IMAST-IN-USE(TMP-I-TABLE)) THEN
                 MOVE 'YES'  TO OSICX-R1-USE
              ELSE
                 MOVE 'NO'   TO OSICX-R1-USE
                 ADD 1 TO TMP-COUNT-UNUSED
              END-IF
              EVALUATE TRUE
                 WHEN (TAB-IMAST-SIC-CODE(TMP-I-TABLE) = SPACES)
                      AND (TAB-IMAST-IN-USE(TMP-I-TABLE))
                    MOVE '*** ACTIVE, NO CODE - SEE TPL-MAINT5'
                      TO OSICX-R1-NOTE
                    ADD 1 TO TMP-COUNT-NO-SIC
                 WHEN (TAB-IMAST-SIC-CODE(TMP-I-TABLE) = SPACES)
                    MOVE 'NO CODE (NOT IN USE)' TO OSICX-R1-NOTE
                 WHEN (TAB-IMAST-DUP(TMP-I-TABLE))
                    MOVE '*** CODE ON MORE THAN ONE INDUSTRY'
                      TO OSICX-R1-NOTE
                    ADD 1 TO TMP-COUNT-CODED
                 WHEN OTHER
                    ADD 1 TO TMP-COUNT-CODED
              END-EVALUATE
              MOVE OSICX-R1 TO OSICX-REC
              PERFORM OSICX-WRITE
           END-PERFORM

           MOVE OSICX-HR TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE 'INDUSTRIES ON THE MASTER...............:'
             TO OSICX-T1-LABEL
           MOVE TAB-IMAST-MAX TO OSICX-T1-COUNT
           MOVE OSICX-T1 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE 'INDUSTRIES WITH A CODE.................:'
             TO OSICX-T1-LABEL
           MOVE TMP-COUNT-CODED TO OSICX-T1-COUNT
           MOVE OSICX-T1 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE 'INDUSTRIES NOT IN USE..................:'
             TO OSICX-T1-LABEL
           MOVE TMP-COUNT-UNUSED TO OSICX-T1-COUNT
           MOVE OSICX-T1 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE 'CODES MAPPED TO MORE THAN ONE INDUSTRY.:'
             TO OSICX-T1-LABEL
           MOVE TMP-COUNT-DUP-CODES TO OSICX-T1-COUNT
           MOVE OSICX-T1 TO OSICX-REC
           PERFORM OSICX-WRITE
           MOVE 'ACTIVE INDUSTRIES WITHOUT A CODE.......:'
             TO OSICX-T1-LABEL
           MOVE TMP-COUNT-NO-SIC TO OSICX-T1-COUNT
           MOVE OSICX-T1 TO OSICX-REC
           PERFORM OSICX-WRITE

           IF (TMP-COUNT-DUP-CODES > 0) OR (TMP-COUNT-NO-SIC > 0) THEN
              MOVE '004' TO PGM-END-RC
              MOVE SPACES TO APP-LOG-LINE
              STRING 'SIC MAPPING EXCEPTIONS - DUPLICATE CODES: '
                     TMP-COUNT-DUP-CODES
                     ' UNCODED ACTIVE: ' TMP-COUNT-NO-SIC
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF
           .
       LISTING-WRITE-EXIT. EXIT.



      *****************************************************************
       OSICX-WRITE SECTION.
      *===============================================================*
           MOVE OSICX-REC TO OSICX-RECORD
           PERFORM FILE-WRITE-OSICX
           .
       OSICX-WRITE-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
           MOVE IMAST-COUNT TO PGM-THROUGHPUT-COUNT

           PERFORM FILE-CLOSE-IMAST
           PERFORM FILE-CLOSE-ICOMP
           PERFORM FILE-CLOSE-OSICX

           DISPLAY 'INPUT IMAST..........: ' IMAST-COUNT
           DISPLAY 'INPUT ICOMP..........: ' ICOMP-COUNT
           DISPLAY 'CODED INDUSTRIES.....: ' TMP-COUNT-CODED
           DISPLAY 'DUPLICATE CODES......: ' TMP-COUNT-DUP-CODES
           DISPLAY 'ACTIVE WITHOUT CODE..: ' TMP-COUNT-NO-SIC
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
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IMAST==
            ==:V2:== BY ==IMAST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OSICX==
            ==:V2:== BY ==OSICX-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-SICX1.
      *****************************************************************
