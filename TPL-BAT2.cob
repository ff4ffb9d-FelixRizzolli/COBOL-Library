      *****************************************************************
      * TPL-BAT2: TEMPLATE FOR COBOL BATCH-PROGRAMMS WITH I/O         *
      *===============================================================*
      * VERSION: V01.04.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      *                                                               *
      * INPUT:                                                        *
      * - IFILE001  SEQUENTIAL FILE WITH COMPANY DATA                 *
      * - ISABB     SEQUENTIAL FILE WITH STATE ABBREVITATIONS AND     *
      *             STATE NAMES                                       *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * RUN DATE, ARCHIVE NAMES AND CATALOG DATE FROM THE CHAIN RUN   *
      * DATE (RUNDSE) SO A BACKLOG RUN FILES UNDER THE MISSED DATE    *
      * V01.02.00                  FR                      15.10.2026 *
      * IMPUTED ROWS (TPL-IMPU1) MARKED I AND COUNTED PER INDUSTRY    *
      * V01.03.00                  FR                      15.10.2026 *
      * STANDARD CLASSIFICATION CODE FROM industries.txt ON THE       *
      * INDUSTRY HEADING                                              *
      * V01.04.00                  FR                      15.10.2026 *
      * IMPUTED MARKER READ FROM BYTE 97, CLEAR OF THE COMPANY-ID     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXBAD==
            ==:V2:== BY ==IXBAD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXBAD==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
           05 SWORK-NAME              PIC X(38).
           05 SWORK-STATE             PIC X(2).
           05 SWORK-TREND             PIC X(1).
           05 SWORK-IMPUTED           PIC X(1).

      *****************************************************************
       WORKING-STORAGE SECTION.
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
      *    COMPANY-ID STAMP (SEE TPL-CID1)
           05 ICOMP-COMPANY-ID         PIC X(9).
      *    'I' = ESTIMATE FOR A MISSING COMPANY (SEE TPL-IMPU1)
           05 ICOMP-IMPUTED-SW         PIC X(1).
              88 ICOMP-IMPUTED             VALUE 'I'.
           05 FILLER                   PIC X(3).

      *-[ CURRENT ROW'S PRIOR-PERIOD GROWTH, LOOKED UP FROM IPRIOR ]---*
       01 ICOMP-PRIOR-GROWTH          PIC S9(3)V99.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IMAST==.
       01 IMAST-REC.
           05 IMAST-INDUSTRY          PIC X(23).
           05 IMAST-SIC-CODE          PIC X(6).
           05 FILLER                  PIC X(51).

      *---------------------------------------------------------------*
      * INPUT ICTL = EXPECTED RECORD-COUNT CONTROL FILE, DROPPED      *
           05 OREPORT-H1-DATE         PIC X(10).
           05 FILLER                  PIC X(7)    VALUE '  CO#: '.
           05 OREPORT-H1-COUNT        PIC ZZZZZZ9.
           05 OREPORT-H1-SIC-LABEL    PIC X(7).
           05 OREPORT-H1-SIC-CODE     PIC X(6).
           05 FILLER                  PIC X(10)   VALUE SPACES.
       01 OREPORT-H2.
           05 OREPORT-H2-COMPANY      PIC X(7)    VALUE 'COMPANY'.
           05 FILLER                  PIC X(32)   VALUE ALL SPACES.
           05 FILLER                  PIC X(1)    VALUE '%'.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-TREND        PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(1)    VALUE SPACES.
           05 OREPORT-R1-IMPUTED      PIC X(1)    VALUE SPACES.
           05 FILLER                  PIC X(3)    VALUE SPACES.

      *-[ FOOTER ]----------------------------------------------------*
       01 OREPORT-F1.
           05 OREPORT-F3-COUNT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(13)   VALUE '   FILTERED: '.
           05 OREPORT-F3-FILTERED     PIC ZZZ9.
           05 OREPORT-F3-IMP-LABEL    PIC X(12)   VALUE SPACES.
           05 OREPORT-F3-IMPUTED      PIC ZZZ9    BLANK WHEN ZERO.
           05 FILLER                  PIC X(12)   VALUE SPACES.

       01 OREPORT-F4.
           05 OREPORT-F4-LABEL        PIC X(28)
           05 TAB-IMAST               OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-IMAST-MAX.
                10 TAB-IMAST-INDUSTRY PIC X(23).
                10 TAB-IMAST-SIC-CODE PIC X(6).

      *---------------------------------------------------------------*
      * COMPANY NAMES SEEN SO FAR IN THE CURRENT INDUSTRY GROUP - USED*
           05 TOPN-WORK-NAME          PIC X(38).
           05 TOPN-WORK-STATE         PIC X(2).
           05 TOPN-WORK-TREND         PIC X(1).
           05 TOPN-WORK-IMPUTED       PIC X(1).
       01 TOPN-WORK-FIELDS.
           05 TMP-TOPN-BUFFERED       PIC 9(7).
           05 TMP-TOPN-PRINTED        PIC 9(7).
                10 TAB-INDROW-STATE   PIC X(2).
                10 TAB-INDROW-GROWTH  PIC S9(3)V99.
                10 TAB-INDROW-TREND   PIC X(1).
                10 TAB-INDROW-IMPUTED PIC X(1).
           05 TMP-SWAP-INDROW-NAME    PIC X(38).
           05 TMP-SWAP-INDROW-STATE   PIC X(2).
           05 TMP-SWAP-INDROW-GROWTH  PIC S9(3)V99.
           05 TMP-SWAP-INDROW-TREND   PIC X(1).
           05 TMP-SWAP-INDROW-IMPUTED PIC X(1).
           05 TMP-SORT-SWAP-SW        PIC X(1).

      *---------------------------------------------------------------*
           05 SPILL-GROWTH            PIC S9(3)V99
                                      SIGN LEADING SEPARATE.
           05 SPILL-TREND             PIC X(1).
           05 SPILL-IMPUTED           PIC X(1).
           05 FILLER                  PIC X(32).

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
           05 TMP-J-TABLE             PIC S9(9) BINARY.
           05 TMP-IND-COMPANY-COUNT   PIC 9(7).
           05 TMP-IND-FILTERED-COUNT  PIC 9(4).
           05 TMP-IND-IMPUTED-COUNT   PIC 9(7).
           05 TMP-IMPUTED-COUNT       PIC 9(7).
           05 TMP-ACCEPTED-TOTAL      PIC 9(9).

       01 TOTALS.
           05 TMP-DROPPED-COUNT       PIC 9(7).
           05 TMP-PCT                 PIC S9(4).
           05 TMP-TREND               PIC X(1).
           05 TMP-IMPUTED-MARK        PIC X(1).
           05 TMP-BADROW-COUNT        PIC 9(7).
           05 TMP-DUP-COUNT           PIC 9(7).
           05 TMP-ASOF-SKIPPED        PIC 9(7).
                                      VALUE 'IO/archivecatalog.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CLGLWS.cob'.
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
      *  RUN-DATE STAMP (NEEDED BY BOTH THE CREPO1 REPORT-WRITER AND  *
      *  THE JSON MODE'S OREPORT ARCHIVE FILENAME BELOW)              *
      *---------------------------------------------------------------*
      *    THE CHAIN RUN DATE (RUNDSE) - TODAY, OR THE MISSED DATE
      *    OF A BACKLOG RUN
           PERFORM RUND-READ-DATE
           MOVE FUNCTION CURRENT-DATE TO TMP-RUN-DATE-RAW
           MOVE RUND-DATE             TO TMP-RUN-DATE-RAW(1:8)
           MOVE TMP-RUN-DATE-RAW(1:8) TO CREPO1CA-RUN-STAMP
           MOVE TMP-RUN-DATE-RAW(1:8) TO TMP-ASOF-DATE
           MOVE 0                     TO TMP-ASOF-SKIPPED
           MOVE 0 TO TMP-BADROW-COUNT
           MOVE 0 TO TMP-DUP-COUNT
           MOVE 0 TO TMP-ACCEPTED-TOTAL
           MOVE 0 TO TMP-IMPUTED-COUNT

           PERFORM FILE-OPEN-INPUT-IPARM
           IF (IPARM-YES) THEN
                 ELSE
                    MOVE IMAST-INDUSTRY
                      TO TAB-IMAST-INDUSTRY(TAB-IMAST-MAX)
                    MOVE IMAST-SIC-CODE
                      TO TAB-IMAST-SIC-CODE(TAB-IMAST-MAX)
                 END-IF

                 PERFORM IMAST-READ
      *    IMPORT THE ALIAS MAP (IALIAS IS OPTIONAL) - ONLY ALIASES   *
      *    ALREADY IN EFFECT ON THE RUN DATE ARE LOADED               *
           MOVE 0 TO TAB-ALIAS-MAX
           MOVE TMP-RUN-DATE-RAW(1:8) TO TMP-ALIAS-RUN-DATE
           PERFORM FILE-OPEN-INPUT-IALIAS
           IF (IALIAS-YES) THEN
              PERFORM FILE-READ-IALIAS

           MOVE ICOMP-INDUSTRY   TO OREPORT-H1-INDUSTRY
           MOVE ICOMP-INDUSTRY   TO TMP-SW-INDUSTRY
      *    THE INDUSTRY'S STANDARD CLASSIFICATION CODE, WHEN
      *    industries.txt CARRIES ONE
           MOVE SPACES           TO OREPORT-H1-SIC-LABEL
           MOVE SPACES           TO OREPORT-H1-SIC-CODE
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-IMAST-MAX)
              IF (TAB-IMAST-INDUSTRY(TMP-I-TABLE) = ICOMP-INDUSTRY)
                 AND (TAB-IMAST-SIC-CODE(TMP-I-TABLE) NOT = SPACES)
                 MOVE '  SIC: '  TO OREPORT-H1-SIC-LABEL
                 MOVE TAB-IMAST-SIC-CODE(TMP-I-TABLE)
                   TO OREPORT-H1-SIC-CODE
              END-IF
           END-PERFORM
           MOVE 0                TO TMP-IND-COMPANY-COUNT
           MOVE 0                TO TMP-IND-FILTERED-COUNT
           MOVE 0                TO TMP-IND-IMPUTED-COUNT
           MOVE 0                TO OREPORT-H1-COUNT
           MOVE 0                TO TAB-SEEN-MAX
           MOVE 0                TO TAB-INDROW-MAX
              END-IF
           END-IF

      *    AN ESTIMATE FOR A MISSING COMPANY (SEE TPL-IMPU1) PRINTS
      *    MARKED AND IS COUNTED IN THE INDUSTRY FOOTER
           IF (ICOMP-IMPUTED) THEN
              MOVE 'I' TO TMP-IMPUTED-MARK
              ADD 1 TO TMP-IND-IMPUTED-COUNT
              ADD 1 TO TMP-IMPUTED-COUNT
           ELSE
              MOVE SPACE TO TMP-IMPUTED-MARK
           END-IF

      *---------------------------------------------------------------*
      * TOP-N MODE: BUFFER THE COMPANY AND RANK/PRINT IT LATER, IN    *
      * INDUSTRY-END-TOPN-FLUSH, ONCE THE WHOLE INDUSTRY IS IN HAND.  *
                 MOVE ICOMP-STATE  TO SPILL-STATE
                 MOVE ICOMP-GROWTH TO SPILL-GROWTH
                 MOVE TMP-TREND    TO SPILL-TREND
                 MOVE TMP-IMPUTED-MARK TO SPILL-IMPUTED
                 MOVE SPACES    TO OSPILL-RECORD
                 MOVE SPILL-REC TO OSPILL-RECORD
                 PERFORM FILE-WRITE-OSPILL
                 MOVE ICOMP-STATE  TO TAB-INDROW-STATE(TAB-INDROW-MAX)
                 MOVE ICOMP-GROWTH TO TAB-INDROW-GROWTH(TAB-INDROW-MAX)
                 MOVE TMP-TREND    TO TAB-INDROW-TREND(TAB-INDROW-MAX)
                 MOVE TMP-IMPUTED-MARK
                                   TO TAB-INDROW-IMPUTED(TAB-INDROW-MAX)
              END-IF
           END-IF
           .
           MOVE ICOMP-NAME   TO TOPN-WORK-NAME
           MOVE ICOMP-STATE  TO TOPN-WORK-STATE
           MOVE TMP-TREND    TO TOPN-WORK-TREND
           MOVE TMP-IMPUTED-MARK TO TOPN-WORK-IMPUTED
           MOVE SPACES        TO OTOPN-RECORD
           MOVE TOPN-WORK-REC TO OTOPN-RECORD(1:48)
           PERFORM FILE-WRITE-OTOPN
           ADD 1 TO TMP-TOPN-BUFFERED
      *    COUNT EVERY COMPANY FED INTO THE RANKING HERE, NOT JUST
           PERFORM FILE-OPEN-INPUT-ITOPN
           PERFORM FILE-READ-ITOPN
           PERFORM UNTIL (ITOPN-EOF)
              MOVE ITOPN-RECORD(1:48) TO SWORK-REC
              RELEASE SWORK-REC
              PERFORM FILE-READ-ITOPN
           END-PERFORM
              MOVE SPACE TO OREPORT-R1-DECLINE-MARK
           END-IF
           MOVE SWORK-TREND TO OREPORT-R1-TREND
           MOVE SWORK-IMPUTED TO OREPORT-R1-IMPUTED

           IF (TMP-TOTAL-GROWTH = 0) THEN
              MOVE 0 TO TMP-PCT

              MOVE TMP-IND-COMPANY-COUNT TO OREPORT-F3-COUNT
              MOVE TMP-IND-FILTERED-COUNT TO OREPORT-F3-FILTERED
              MOVE TMP-IND-IMPUTED-COUNT  TO OREPORT-F3-IMPUTED
              IF (TMP-IND-IMPUTED-COUNT > 0) THEN
                 MOVE '   IMPUTED: '  TO OREPORT-F3-IMP-LABEL
              ELSE
                 MOVE SPACES          TO OREPORT-F3-IMP-LABEL
              END-IF
              MOVE OREPORT-F3       TO CREPO1CA-LINE
              PERFORM CREPO1-WRITE

                      TO TMP-SWAP-INDROW-GROWTH
                    MOVE TAB-INDROW-TREND(TMP-J-TABLE)
                      TO TMP-SWAP-INDROW-TREND
                    MOVE TAB-INDROW-IMPUTED(TMP-J-TABLE)
                      TO TMP-SWAP-INDROW-IMPUTED

                    MOVE TAB-INDROW-NAME(TMP-J-TABLE + 1)
                      TO TAB-INDROW-NAME(TMP-J-TABLE)
                      TO TAB-INDROW-GROWTH(TMP-J-TABLE)
                    MOVE TAB-INDROW-TREND(TMP-J-TABLE + 1)
                      TO TAB-INDROW-TREND(TMP-J-TABLE)
                    MOVE TAB-INDROW-IMPUTED(TMP-J-TABLE + 1)
                      TO TAB-INDROW-IMPUTED(TMP-J-TABLE)

                    MOVE TMP-SWAP-INDROW-NAME
                      TO TAB-INDROW-NAME(TMP-J-TABLE + 1)
                      TO TAB-INDROW-GROWTH(TMP-J-TABLE + 1)
                    MOVE TMP-SWAP-INDROW-TREND
                      TO TAB-INDROW-TREND(TMP-J-TABLE + 1)
                    MOVE TMP-SWAP-INDROW-IMPUTED
                      TO TAB-INDROW-IMPUTED(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
              MOVE TAB-INDROW-STATE(TMP-I-TABLE)  TO SPILL-STATE
              MOVE TAB-INDROW-GROWTH(TMP-I-TABLE) TO SPILL-GROWTH
              MOVE TAB-INDROW-TREND(TMP-I-TABLE)  TO SPILL-TREND
              MOVE TAB-INDROW-IMPUTED(TMP-I-TABLE) TO SPILL-IMPUTED
              PERFORM INDUSTRY-FLUSH-ONE
           END-PERFORM
           IF (SPILL-SW = 'Y') THEN
              MOVE SPACE TO OREPORT-R1-DECLINE-MARK
           END-IF
           MOVE SPILL-TREND TO OREPORT-R1-TREND
           MOVE SPILL-IMPUTED TO OREPORT-R1-IMPUTED

           IF (TMP-TOTAL-GROWTH = 0) THEN
              MOVE 0 TO TMP-PCT
           DISPLAY 'OUTPUT OREJECT......: ' OREJECT-COUNT
           DISPLAY 'OUTPUT OBADROW......: ' TMP-BADROW-COUNT
           DISPLAY 'FILTERED BY THRESHOLD: ' TMP-FILTERED-COUNT
           DISPLAY 'IMPUTED ROWS.........: ' TMP-IMPUTED-COUNT
           DISPLAY 'HELD COMPANIES DROPPED: ' TMP-DROPPED-COUNT
           DISPLAY 'ALIAS TRANSLATIONS..: ' TMP-ALIAS-COUNT
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/LABELSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISECT==
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OREJECT==
            ==:V2:== BY ==OREJECT-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
