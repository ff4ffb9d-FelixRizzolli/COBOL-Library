      *****************************************************************
      * TPL-BRF1: ONE-PAGE CREDIT BRIEFS FOR WATCHLISTED COMPANIES    *
      *===============================================================*
      * VERSION: V01.03.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * FOR EVERY COMPANY ON THE WATCHLIST, CREDIT CONTROL TODAY      *
      * PULLS THE TREND REPORT, THE ATTRIBUTES FILE, THE INDUSTRY     *
      * ICOMP  - COMPANIES GROWTH TABLE (IO/companies.txt)            *
      * IATTR  - COMPANY ATTRIBUTES (IO/companyattr.txt) - OPTIONAL   *
      * IJRNL  - AUDIT JOURNAL (IO/companiesjrn.txt) - OPTIONAL       *
      * ICONS  - CONSISTENCY SCORES (IO/consistency.txt) - OPTIONAL   *
      * KHIST  - INDEXED HISTORY MASTER (IO/growthhist.idx) - OPTION- *
      *          AL; WHEN EVERY WATCHLISTED COMPANY HAS A COMPANY-ID  *
      *          ITS PERIODS ARE READ BY KEY INSTEAD OF SCANNING IHIST*
      * IXREF  - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt)        *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * HISTORY BY KEY FROM THE INDEXED HISTORY MASTER                *
      * V01.02.00                  FR                      15.10.2026 *
      * GROWTH CONSISTENCY SCORE AND INDUSTRY RANK ON EVERY BRIEF     *
      * V01.03.00                  FR                      15.10.2026 *
      * HISTORY FROM growthhist.txt WHILE KHIST IS STALE              *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==ICONS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/KFILEFCW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
      *    SORT WORK FILE FOR THE COMPANY-ID LOOKUP (SEE HISTKSE.cob)
           SELECT HKSORT ASSIGN TO 'SORTWORK'.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/KFILEFDW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==15==
            ==:V3:== BY ==85==.
       SD  HKSORT.
       01  HKSORT-REC.
           05 HKSORT-KEY                PIC X(40).
           05 HKSORT-ID                 PIC X(9).
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
           05 HIST-GROWTH              PIC S9(3)V99.
           05 FILLER                   PIC X(29).

      *---------------------------------------------------------------*
      * KHIST = INDEXED HISTORY MASTER, IXREF = COMPANY-ID XREF       *
      * (SEE HISTKWS.cob)                                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/KFILEWS.cob' REPLACING ==:V1:== BY ==KHIST==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       COPY 'LIB/FILE/HISTKWS.cob'.

       01 COMPANY-HISTORY.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 999.
                10 TAB-ATTR-EMPLOYEES PIC 9(6).
                10 TAB-ATTR-FOUNDED   PIC 9(4).

      *---------------------------------------------------------------*
      * ICONS = GROWTH CONSISTENCY SCORE (SEE TPL-VOLA1) - ONLY ROWS  *
      * OF WATCHLISTED COMPANIES ARE KEPT                             *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICONS==.
       COPY 'LIB/FILE/VOLAWS.cob'.

       01 COMPANY-CONSISTENCY.
           05 TAB-CS-MAX              PIC S9(9) BINARY.
           05 TAB-CS-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-CS                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-CS-MAX.
                10 TAB-CS-REC         PIC X(80).

      *---------------------------------------------------------------*
      * IJRNL = AUDIT JOURNAL (LAYOUT WRITTEN BY TPL-MAINT1) - ONLY   *
      * ENTRIES TOUCHING A WATCHLISTED COMPANY ARE BUFFERED           *
              VALUE 'NO ATTRIBUTES ON FILE'.
           05 FILLER                  PIC X(110)  VALUE SPACES.

       01 BRF-L6.
           05 FILLER                  PIC X(22)
              VALUE 'CONSISTENCY SCORE....'.
           05 BRF-L6-SCORE            PIC ZZ9.
           05 FILLER                  PIC X(7)    VALUE '  RANK '.
           05 BRF-L6-RANK             PIC ZZZ9.
           05 FILLER                  PIC X(4)    VALUE ' OF '.
           05 BRF-L6-OF               PIC ZZZ9.
           05 FILLER                  PIC X(9)    VALUE '  STDDEV '.
           05 BRF-L6-STDDEV           PIC ZZ9,99.
           05 FILLER                  PIC X(10)   VALUE '  UP-RUN '.
           05 BRF-L6-POS-RUN          PIC Z9.
           05 FILLER                  PIC X(12)   VALUE '  DOWN-RUN '.
           05 BRF-L6-NEG-RUN          PIC Z9.
           05 FILLER                  PIC X(11)   VALUE '  CHANGES '.
           05 BRF-L6-FLIPS            PIC Z9.
           05 FILLER                  PIC X(34)   VALUE SPACES.

       01 BRF-L7.
           05 FILLER                  PIC X(22)
              VALUE 'CONSISTENCY SCORE....'.
           05 BRF-L7-TEXT             PIC X(40).
           05 FILLER                  PIC X(70)   VALUE SPACES.

       01 BRF-H1.
           05 FILLER                  PIC X(22)
              VALUE 'TWELVE-PERIOD HISTORY'.
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                 VALUE 'Y'.
              88 TMP-NOT-FOUND             VALUE 'N'.
           05 TMP-KEYED-SW            PIC X(1).
              88 TMP-KEYED                 VALUE 'Y'.

       COPY 'LIB/REPORT/CREPO1WS.cob'.

                                      VALUE 'IO/companyattr.txt'.
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 ICONS-PATH                 PIC X(40)
                                      VALUE 'IO/consistency.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 KHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.idx'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE ICONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICONS-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE KHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO KHIST-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE 0                                    TO TAB-CM-MAX
           MOVE 0                                    TO TAB-ATTR-MAX
           MOVE 0                                    TO TAB-JR-MAX
           MOVE 0                                    TO TAB-CS-MAX
           MOVE 0                                    TO TMP-BRIEF-COUNT

      *---------------------------------------------------------------*
           PERFORM WATCHLIST-LOAD
           PERFORM MASTER-LOAD
           PERFORM ATTRIBUTES-LOAD
           PERFORM CONSISTENCY-LOAD
           PERFORM HISTORY-LOAD
           PERFORM JOURNAL-LOAD




      *****************************************************************
       CONSISTENCY-LOAD SECTION.
      *===============================================================*
           PERFORM FILE-OPEN-INPUT-ICONS
           IF (ICONS-YES) THEN
              PERFORM FILE-READ-ICONS
              PERFORM UNTIL (ICONS-EOF)
                 MOVE ICONS-RECORD TO VOLA-REC
                 PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                           UNTIL (TMP-I-TABLE > TAB-WL-MAX)
                    IF (TAB-WL-NAME(TMP-I-TABLE) = VOLA-NAME)
                       AND (TAB-WL-STATE(TMP-I-TABLE) = VOLA-STATE)
                       THEN
                       ADD 1 TO TAB-CS-MAX
                       IF (TAB-CS-MAX > TAB-CS-DIM) THEN
                          MOVE TAB-CS-DIM TO TAB-CS-MAX
                          MOVE 'TAB-CS OVERFLOW - SCORES INCOMPLETE'
                            TO APP-LOG-LINE
                          PERFORM SCHREIBE-APP-LOG-LINE
                       ELSE
                          MOVE VOLA-REC TO TAB-CS-REC(TAB-CS-MAX)
                       END-IF
                       MOVE TAB-WL-MAX TO TMP-I-TABLE
                    END-IF
                 END-PERFORM
                 PERFORM FILE-READ-ICONS
              END-PERFORM
              PERFORM FILE-CLOSE-ICONS
           END-IF
           .
       CONSISTENCY-LOAD-EXIT. EXIT.



      *****************************************************************
       HISTORY-LOAD SECTION.
      *===============================================================*
      *    SAME LAST-TWELVE ACCUMULATION AS TPL-HIST2, BUT ONLY FOR   *
      *    WATCHLISTED COMPANIES - THE BRIEF TABLE STAYS SMALL        *
      *    BY KEY FROM THE INDEXED HISTORY WHEN EVERY WATCHLISTED     *
      *    COMPANY HAS A COMPANY-ID, OTHERWISE ONE SCAN OF IHIST      *
           MOVE 'N' TO TMP-KEYED-SW
           PERFORM FILE-OPEN-INPUT-KHIST
           IF (KHIST-YES) THEN
              PERFORM HISTK-XREF-LOAD
              MOVE 'Y' TO TMP-KEYED-SW
              PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                        UNTIL (TMP-K-TABLE > TAB-WL-MAX)
                 MOVE TAB-WL-NAME(TMP-K-TABLE)  TO HISTK-ARG-NAME
                 MOVE TAB-WL-STATE(TMP-K-TABLE) TO HISTK-ARG-STATE
                 PERFORM HISTK-ID-FIND
                 IF (HISTK-ARG-ID = 0) THEN
                    MOVE 'N' TO TMP-KEYED-SW
                 END-IF
              END-PERFORM
      *       A STALE COPY MAY LACK A COMPANY'S PERIODS FROM BEFORE
      *       ITS ID - SCAN growthhist.txt INSTEAD
              PERFORM HISTK-STALE-CHECK
              IF (HISTK-STALE) THEN
                 MOVE 'N' TO TMP-KEYED-SW
              END-IF
           END-IF
           IF (TMP-KEYED) THEN
              PERFORM HISTORY-LOAD-KEYED
              PERFORM FILE-CLOSE-KHIST
              GO TO HISTORY-LOAD-EXIT
           END-IF
           IF (KHIST-YES) THEN
              PERFORM FILE-CLOSE-KHIST
           END-IF

           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-YES) THEN
              PERFORM FILE-READ-IHIST



      *****************************************************************
       HISTORY-LOAD-KEYED SECTION.
      *===============================================================*
      *    EACH WATCHLISTED COMPANY'S PERIODS IN KEY ORDER (OLDEST    *
      *    FIRST), SO HIST-ACCUM KEEPS THE SAME LAST TWELVE           *
           PERFORM VARYING TMP-K-TABLE FROM 1 BY 1
                     UNTIL (TMP-K-TABLE > TAB-WL-MAX)
              MOVE TAB-WL-NAME(TMP-K-TABLE)  TO HISTK-ARG-NAME
              MOVE TAB-WL-STATE(TMP-K-TABLE) TO HISTK-ARG-STATE
              PERFORM HISTK-ID-FIND
              PERFORM HISTK-COMPANY-FIRST
              PERFORM UNTIL (NOT HISTK-HIT)
                 MOVE HISTK-ARG-HIST TO HIST-REC
                 PERFORM HIST-ACCUM
                 PERFORM HISTK-COMPANY-NEXT
              END-PERFORM
           END-PERFORM
           .
       HISTORY-LOAD-KEYED-EXIT. EXIT.



      *****************************************************************
       HIST-ACCUM SECTION.
      *===============================================================*

           PERFORM BRIEF-RANK-LINE
           PERFORM BRIEF-ATTR-LINE
           PERFORM BRIEF-CONS-LINE
           PERFORM BRIEF-HISTORY-LINES
           PERFORM BRIEF-JOURNAL-LINES
           .



      *****************************************************************
       BRIEF-CONS-LINE SECTION.
      *===============================================================*
      *    SCORE AND RANK IN THE INDUSTRY FROM consistency.txt - A    *
      *    SHORT HISTORY OR A MISSING ROW IS SAID IN PLAIN WORDS      *
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-CS-MAX)
              MOVE TAB-CS-REC(TMP-I-TABLE) TO VOLA-REC
              IF (VOLA-NAME = TAB-WL-NAME(TMP-WL-I))
                 AND (VOLA-STATE = TAB-WL-STATE(TMP-WL-I)) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
                 MOVE TAB-CS-MAX TO TMP-I-TABLE
              END-IF
           END-PERFORM
           MOVE SPACES TO CREPO1CA-LINE
           EVALUATE TRUE
              WHEN (TMP-NOT-FOUND)
                 MOVE 'NOT ON FILE' TO BRF-L7-TEXT
                 MOVE BRF-L7 TO CREPO1CA-LINE
              WHEN (VOLA-SHORT)
                 MOVE SPACES TO BRF-L7-TEXT
                 STRING 'NOT SCORED - ONLY ' VOLA-PERIODS
                        ' PERIODS ON FILE'
                   DELIMITED BY SIZE
                   INTO BRF-L7-TEXT
                 END-STRING
                 MOVE BRF-L7 TO CREPO1CA-LINE
              WHEN OTHER
                 MOVE VOLA-SCORE   TO BRF-L6-SCORE
                 MOVE VOLA-RANK    TO BRF-L6-RANK
                 MOVE VOLA-RANK-OF TO BRF-L6-OF
                 MOVE VOLA-STDDEV  TO BRF-L6-STDDEV
                 MOVE VOLA-POS-RUN TO BRF-L6-POS-RUN
                 MOVE VOLA-NEG-RUN TO BRF-L6-NEG-RUN
                 MOVE VOLA-FLIPS   TO BRF-L6-FLIPS
                 MOVE BRF-L6 TO CREPO1CA-LINE
           END-EVALUATE
           PERFORM CREPO1-WRITE
           .
       BRIEF-CONS-LINE-EXIT. EXIT.



      *****************************************************************
       BRIEF-HISTORY-LINES SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==ICONS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/KFILESE.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
       COPY 'LIB/FILE/HISTKSE.cob'.

      *****************************************************************
       END PROGRAM TPL-BRF1.
