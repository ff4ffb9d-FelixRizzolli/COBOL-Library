      *****************************************************************
      * TPL-INQ1: COMPANY INQUIRY TRANSACTION                         *
      *===============================================================*
      * VERSION: V01.05.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * STAND-IN FOR AN ONLINE (CICS OR EQUIVALENT) INQUIRY SCREEN -  *
      * THIS SHOP HAS NO CICS REGION, SO THE "TRANSACTION" IS A SMALL *
      *         NAME + STATE, BUILT/REFRESHED BY TPL-MAINT1           *
      * IQREQ - INQUIRY REQUESTS (IO/inquiry.txt), ONE NAME + STATE   *
      *         PER LINE                                              *
      * KHIST - INDEXED HISTORY MASTER (IO/growthhist.idx), OPTIONAL -*
      *         THE DOSSIER READS ONE COMPANY'S PERIODS BY KEY; WITH- *
      *         OUT IT (OR FOR A COMPANY WITHOUT COMPANY-ID) IT SCANS *
      *         IO/growthhist.txt AS BEFORE                           *
      * IXREF - COMPANY-ID CROSS-REFERENCE (IO/companyid.txt)         *
      * ICARC - CLOSED-COMPANY ARCHIVE (IO/closedarch.txt), OPTIONAL -*
      *         A MISS ON THE MASTER IS ANSWERED 'ARCHIVED' WHEN      *
      *         TPL-CLOS1 SWEPT THE COMPANY THERE                     *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * OIQRESP - ONE ANSWER LINE PER REQUEST (IO/inquiryresp.txt)    *
      * OUSAGE  - USAGE LOG (IO/inqusage.txt), ONE RECORD PER REQUEST *
      *           APPENDED ACROSS RUNS: TIMESTAMP, REQUESTER, TYPE,   *
      *           KEY AND OUTCOME - THE INPUT OF TPL-INQ2             *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        08.08.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * DOSSIER HISTORY BY KEY FROM THE INDEXED HISTORY MASTER        *
      * V01.02.00                  FR                      15.10.2026 *
      * USAGE LOG OF EVERY REQUEST FOR THE MONTHLY INQUIRY ANALYTICS  *
      * V01.03.00                  FR                      15.10.2026 *
      * ARCHIVED COMPANIES ANSWERED FROM THE CLOSED-COMPANY ARCHIVE   *
      * V01.04.00                  FR                      15.10.2026 *
      * GROWTH CONSISTENCY SCORE AND INDUSTRY RANK IN THE DOSSIER     *
      * V01.05.00                  FR                      15.10.2026 *
      * DOSSIER HISTORY FROM growthhist.txt WHILE KHIST IS STALE      *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHISTD==
            ==:V2:== BY ==IHISTD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==ICONS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNLD==
            ==:V2:== BY ==IJRNLD-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/KFILEFCW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
      *    SORT WORK FILE FOR THE COMPANY-ID LOOKUP (SEE HISTKSE.cob)
           SELECT HKSORT ASSIGN TO 'SORTWORK'.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OIQRESP==
            ==:V2:== BY ==OIQRESP-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==OALERT-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OUSAGE==
            ==:V2:== BY ==OUSAGE-PATH==.

      *****************************************************************
       DATA DIVISION.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHISTD==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNLD==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==180==.
       COPY 'LIB/FILE/KFILEFDW.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==15==
            ==:V3:== BY ==85==.
       SD  HKSORT.
       01  HKSORT-REC.
           05 HKSORT-KEY                PIC X(40).
           05 HKSORT-ID                 PIC X(9).
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OALERT==
            ==:V2:== BY ==232==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OUSAGE==
            ==:V2:== BY ==80==.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *         PROPOSAL IS VALIDATED AGAINST THE MASTERS AND QUEUED  *
      *         ON IO/pendingtrn.txt FOR TPL-MAINT1'S NEXT RUN, WITH  *
      *         A REFERENCE NUMBER IN THE RESPONSE                    *
      * BYTES 70-77 CARRY THE REQUESTER'S ID ON EVERY REQUEST TYPE,   *
      * NOT ONLY ON 'U' - IT GOES TO THE USAGE LOG (BLANK = *UNKNOWN) *
      * OLD 40-BYTE REQUEST FILES STILL WORK - THE TYPE READS BLANK   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IQREQ==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OIQRESP==.
       01 OIQRESP-REC                 PIC X(100).

      *---------------------------------------------------------------*
      * OUTPUT OUSAGE = USAGE LOG, ONE RECORD PER REQUEST (SAME       *
      * LAYOUT IN TPL-INQ2). THE KEY IS BYTES 1-40 OF THE REQUEST AS  *
      * SENT - A NAME + STATE, A NAME PREFIX, AN INDUSTRY OR A STATE  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OUSAGE==.
       01 USG-REC.
           05 USG-TIMESTAMP           PIC X(14).
           05 USG-REQUESTER           PIC X(8).
           05 USG-TYPE                PIC X(1).
           05 USG-KEY                 PIC X(40).
           05 USG-OUTCOME             PIC X(1).
              88 USG-FOUND                VALUE 'F'.
              88 USG-NOTFOUND             VALUE 'N'.
              88 USG-SUGGESTED            VALUE 'S'.
              88 USG-HELD                 VALUE 'H'.
              88 USG-QUEUED               VALUE 'Q'.
              88 USG-REJECTED             VALUE 'R'.
           05 USG-MODE                PIC X(1).
           05 FILLER                  PIC X(15).

      *---------------------------------------------------------------*
      * VALIDATION MASTERS FOR 'U' PROPOSALS (BOTH OPTIONAL - AN      *
      * UNALLOCATED MASTER SKIPS ITS CHECK, SAME AS TPL-BAT1)         *
      * DOSSIER REQUEST SUPPORT - "TELL ME ABOUT ACME CORP" IN ONE    *
      * RESPONSE BLOCK INSTEAD OF FIVE LOOKUPS: THE KCOMP RECORD,     *
      * THE companyattr.txt ATTRIBUTES, THE LAST TWELVE PERIODS FROM  *
      * growthhist.txt, THE consistency.txt SCORE (TPL-VOLA1),        *
      * WATCHLIST STANDING AND RECENT JOURNAL                         *
      * ACTIVITY. EACH COMPANION FILE IS SCANNED PER DOSSIER REQUEST  *
      * - THE HELP DESK ASKS FOR A HANDFUL A DAY                      *
      *---------------------------------------------------------------*
           05 DHIST-STATE             PIC X(2).
           05 DHIST-PERIOD            PIC X(6).
           05 DHIST-GROWTH            PIC S9(3)V99.
      *    GROWTH CONSISTENCY SCORE (SEE TPL-VOLA1)
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICONS==.
       COPY 'LIB/FILE/VOLAWS.cob'.
           05 FILLER                  PIC X(29).
      *    KHIST = INDEXED HISTORY MASTER, IXREF = COMPANY-ID XREF
      *    (SEE HISTKWS.cob)
       COPY 'LIB/FILE/KFILEWS.cob' REPLACING ==:V1:== BY ==KHIST==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IXREF==.
       COPY 'LIB/FILE/HISTKWS.cob'.
      *    ICARC = CLOSED-COMPANY ARCHIVE (SEE CARCWS.cob) - A COMPANY
      *    SWEPT OFF THE MASTERS BY TPL-CLOS1 IS ANSWERED FROM HERE
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICARC==.
       COPY 'LIB/FILE/CARCWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNLD==.
       01 DJRNL-REC.
           05 DJRNL-TS                PIC X(14).
           05 TMP-DJ-USED             PIC S9(4)   BINARY.
           05 TMP-D-I                 PIC S9(4)   BINARY.
           05 TMP-ATTR-FOUND-SW       PIC X(1).
           05 TMP-CONS-FOUND-SW       PIC X(1).
           05 TMP-CONS-MEAN-ED        PIC -ZZ9,99.
           05 TMP-CONS-SDV-ED         PIC ZZ9,99.
           05 TMP-COUNT-DOSSIER       PIC 9(5)    VALUE ZERO.

       01 CNORM1                      PIC X(8)    VALUE 'CNORM1'.
       01 COUNTER.
           05 TMP-COUNT-FOUND          PIC 9(7).
           05 TMP-COUNT-NOTFOUND       PIC 9(7).
           05 TMP-COUNT-ARCHIVED       PIC 9(7).
           05 TMP-COUNT-QUEUED         PIC 9(7).
           05 TMP-COUNT-REJECTED       PIC 9(7).
           05 TMP-I-TABLE              PIC S9(9)  BINARY.
                                      VALUE 'IO/companyattr.txt'.
       01 IHISTD-PATH                PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 ICONS-PATH                 PIC X(40)
                                      VALUE 'IO/consistency.txt'.
       01 IXREF-PATH                 PIC X(40)
                                      VALUE 'IO/companyid.txt'.
       01 ICARC-PATH                 PIC X(40)
                                      VALUE 'IO/closedarch.txt'.
       01 KHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.idx'.
       01 IJRNLD-PATH                PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 KCOMP-PATH                 PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       01 OUSAGE-PATH                PIC X(40)
                                      VALUE 'IO/inqusage.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

           MOVE IHISTD-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHISTD-PATH
           MOVE ICONS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICONS-PATH
           MOVE IXREF-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IXREF-PATH
           MOVE ICARC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICARC-PATH
           MOVE KHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO KHIST-PATH
           MOVE IJRNLD-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNLD-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE OUSAGE-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OUSAGE-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TMP-COUNT-FOUND
           MOVE 0                          TO TMP-COUNT-NOTFOUND
           MOVE 0                          TO TMP-COUNT-ARCHIVED
           MOVE 0                          TO TMP-COUNT-QUEUED
           MOVE 0                          TO TMP-COUNT-REJECTED
           MOVE 0                          TO TAB-SABB-MAX
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
           PERFORM FILE-OPEN-INPUT-KCOMP
      *    INDEXED HISTORY FOR THE DOSSIER (OPTIONAL - SEE
      *    DOSSIER-HISTORY) AND THE ID LOOKUP IT IS KEYED ON
           PERFORM FILE-OPEN-INPUT-KHIST
           IF (KHIST-YES) THEN
              PERFORM HISTK-XREF-LOAD
      *       A STALE COPY MAY LACK A COMPANY'S PERIODS FROM BEFORE
      *       ITS ID - THE DOSSIER SCANS growthhist.txt INSTEAD
              PERFORM HISTK-STALE-CHECK
              IF (HISTK-STALE) THEN
                 MOVE 'KHIST STALE - DOSSIER HISTORY READ SEQUENTIALLY'
                   TO APP-LOG-LINE
                 PERFORM SCHREIBE-APP-LOG-LINE
                 PERFORM FILE-CLOSE-KHIST
                 MOVE '0' TO KHIST-SW
              END-IF
           END-IF
      *---------------------------------------------------------------*
      * SERVICE-MODE PARAMETERS (IINQP IS OPTIONAL - SEE SERVICE-WORK)*
      *---------------------------------------------------------------*
              PERFORM FILE-CLOSE-IPEND
           END-IF
           PERFORM FILE-OPEN-EXTEND-OPEND
      *    USAGE LOG - CUMULATIVE, TPL-INQ2 PICKS ITS MONTH OUT OF IT
           PERFORM FILE-OPEN-EXTEND-OUSAGE

      *---------------------------------------------------------------*
      * LOAD THE WATCHLISTED KEYS (IWATCH IS OPTIONAL)                *

      *****************************************************************
       LOOKUP-ONE-REQUEST SECTION.
      *===============================================================*
      *    ANSWER THE REQUEST, THEN LOG WHO ASKED WHAT AND HOW IT     *
      *    WENT - THE ANSWERING SECTIONS SET THE OUTCOME              *
      *---------------------------------------------------------------*
           MOVE SPACES TO USG-REC
           SET USG-NOTFOUND TO TRUE
           PERFORM REQUEST-ANSWER
           PERFORM USAGE-LOG-WRITE
           .
       LOOKUP-ONE-REQUEST-EXIT. EXIT.



      *****************************************************************
       REQUEST-ANSWER SECTION.
      *===============================================================*
           IF (IQREQ-TYPE-PREFIX) THEN
              PERFORM PREFIX-SEARCH
              GO TO REQUEST-ANSWER-EXIT
           END-IF
           IF (IQREQ-TYPE-INDUSTRY) THEN
              PERFORM INDUSTRY-BROWSE
              GO TO REQUEST-ANSWER-EXIT
           END-IF
           IF (IQREQ-TYPE-STATE) THEN
              PERFORM STATE-BROWSE
              GO TO REQUEST-ANSWER-EXIT
           END-IF
           IF (IQREQ-TYPE-UPDATE) THEN
              PERFORM QUEUE-CORRECTION
              GO TO REQUEST-ANSWER-EXIT
           END-IF
           IF (IQREQ-TYPE-DOSSIER) THEN
              PERFORM DOSSIER-REQUEST
              GO TO REQUEST-ANSWER-EXIT
           END-IF

           MOVE SPACES TO TMP-KCOMP-KEY
              MOVE KCOMP-STATE TO CLGL1CA-STATE
              PERFORM CHECK-LEGAL-HOLD
              IF (CLGL1CA-HELD) THEN
                 SET USG-HELD TO TRUE
                 MOVE SPACES TO OIQRESP-REC
                 STRING 'SUPPRESSED: ' IQREQ-NAME ' ' IQREQ-STATE
                        ' (LEGAL HOLD)'
                   INTO OIQRESP-REC
                 END-STRING
                 PERFORM RESPONSE-WRITE
                 GO TO REQUEST-ANSWER-EXIT
              END-IF
              PERFORM BUILD-FOUND-RESPONSE
              PERFORM RESPONSE-WRITE
              ADD 1 TO TMP-COUNT-FOUND
              SET USG-FOUND TO TRUE
           ELSE
              PERFORM NORMALIZED-LOOKUP
              IF (TMP-NORM-FOUND-SW = 'Y') THEN
                 ADD 1 TO TMP-COUNT-FOUND
                 SET USG-FOUND TO TRUE
                 GO TO REQUEST-ANSWER-EXIT
              END-IF
              PERFORM ARCHIVED-RESPONSE
              IF (CARC-ARG-ARCHIVED) THEN
                 SET USG-FOUND TO TRUE
              ELSE
                 PERFORM BUILD-NOTFOUND-RESPONSE
                 PERFORM RESPONSE-WRITE
              END-IF
           END-IF
           .
       REQUEST-ANSWER-EXIT. EXIT.



              ADD 1 TO TMP-COUNT-NOTFOUND
           ELSE
              ADD 1 TO TMP-COUNT-FOUND
              SET USG-FOUND TO TRUE
              MOVE TMP-MATCH-COUNT TO TMP-MATCH-COUNT-ED
              MOVE SPACES TO OIQRESP-REC
              STRING 'MATCHES   : ' TMP-MATCH-COUNT-ED ' FOR '
              ADD 1 TO TMP-COUNT-NOTFOUND
           ELSE
              ADD 1 TO TMP-COUNT-FOUND
              SET USG-FOUND TO TRUE
              MOVE TMP-MATCH-COUNT TO TMP-MATCH-COUNT-ED
              MOVE SPACES TO OIQRESP-REC
              STRING 'MATCHES   : ' TMP-MATCH-COUNT-ED

           IF (TMP-UPD-REASON NOT = SPACES) THEN
              ADD 1 TO TMP-COUNT-REJECTED
              SET USG-REJECTED TO TRUE
              MOVE SPACES TO OIQRESP-REC
              STRING 'REJECTED  : ' IQREQ-NAME ' ' IQREQ-STATE ' - '
                     TMP-UPD-REASON

           ADD 1 TO TMP-REF-NUM
           ADD 1 TO TMP-COUNT-QUEUED
           SET USG-QUEUED TO TRUE
           MOVE SPACES             TO PEND-REC
           MOVE 'C'                TO PEND-ACTION
           MOVE IQREQ-NAME         TO PEND-NAME
                     UNTIL (TMP-SUGGEST-COUNT > 3)
              PERFORM FILE-READ-NEXT-KCOMP
              IF (KCOMP-OK) THEN
                 SET USG-SUGGESTED TO TRUE
                 MOVE KCOMP-RECORD TO KCOMP-REC
                 MOVE SPACES TO OIQRESP-REC
                 STRING 'SUGGEST   : ' KCOMP-NAME ' ' KCOMP-STATE



      *****************************************************************
       USAGE-LOG-WRITE SECTION.
      *===============================================================*
           MOVE FUNCTION CURRENT-DATE(1:14) TO USG-TIMESTAMP
           IF (IQREQ-UPD-OPERATOR = SPACES) THEN
              MOVE '*UNKNOWN'         TO USG-REQUESTER
           ELSE
              MOVE IQREQ-UPD-OPERATOR TO USG-REQUESTER
           END-IF
           MOVE IQREQ-TYPE            TO USG-TYPE
           MOVE IQREQ-RECORD(1:40)    TO USG-KEY
           IF (SVC-MODE-SERVICE) THEN
              MOVE 'S'                TO USG-MODE
           ELSE
              MOVE 'B'                TO USG-MODE
           END-IF
           MOVE USG-REC TO OUSAGE-RECORD
           PERFORM FILE-WRITE-OUSAGE
           .
       USAGE-LOG-WRITE-EXIT. EXIT.



      *****************************************************************
       DOSSIER-REQUEST SECTION.
      *===============================================================*
           MOVE TMP-KCOMP-KEY TO KCOMP-KEY
           PERFORM FILE-READ-KEY-KCOMP
           IF (NOT KCOMP-OK) THEN
              PERFORM ARCHIVED-RESPONSE
              IF (CARC-ARG-ARCHIVED) THEN
                 SET USG-FOUND TO TRUE
                 GO TO DOSSIER-REQUEST-EXIT
              END-IF
              PERFORM BUILD-NOTFOUND-RESPONSE
              PERFORM RESPONSE-WRITE
              ADD 1 TO TMP-COUNT-NOTFOUND
           MOVE KCOMP-STATE TO CLGL1CA-STATE
           PERFORM CHECK-LEGAL-HOLD
           IF (CLGL1CA-HELD) THEN
              SET USG-HELD TO TRUE
              MOVE SPACES TO OIQRESP-REC
              STRING 'SUPPRESSED: ' IQREQ-NAME ' ' IQREQ-STATE
                     ' (LEGAL HOLD)'

           ADD 1 TO TMP-COUNT-DOSSIER
           ADD 1 TO TMP-COUNT-FOUND
           SET USG-FOUND TO TRUE
           MOVE SPACES TO OIQRESP-REC
           STRING 'DOSSIER   : ' KCOMP-NAME ' ' KCOMP-STATE
             DELIMITED BY SIZE

           PERFORM DOSSIER-ATTRIBUTES
           PERFORM DOSSIER-HISTORY
           PERFORM DOSSIER-CONSISTENCY
           PERFORM DOSSIER-JOURNAL

           MOVE 'END DOSSIER' TO OIQRESP-REC
      *    LAST TWELVE PERIODS - SAME SHIFT-THE-OLDEST-OUT RULE AS    *
      *    TPL-HIST2, FOR JUST THE ONE COMPANY                        *
           MOVE 0 TO TMP-DH-USED
      *    BY KEY FROM THE INDEXED HISTORY WHEN THE COMPANY HAS A
      *    COMPANY-ID (PERIODS COME BACK IN KEY ORDER, OLDEST FIRST)
           MOVE 0 TO HISTK-ARG-ID
           IF (KHIST-YES) THEN
              MOVE KCOMP-NAME  TO HISTK-ARG-NAME
              MOVE KCOMP-STATE TO HISTK-ARG-STATE
              PERFORM HISTK-ID-FIND
           END-IF
           IF (HISTK-ARG-ID > 0) THEN
              PERFORM HISTK-COMPANY-FIRST
              PERFORM UNTIL (NOT HISTK-HIT)
                 MOVE HISTK-ARG-HIST TO DHIST-REC
                 PERFORM DOSSIER-HISTORY-ADD
                 PERFORM HISTK-COMPANY-NEXT
              END-PERFORM
           ELSE
              PERFORM FILE-OPEN-INPUT-IHISTD
              IF (IHISTD-YES) THEN
                 PERFORM FILE-READ-IHISTD
                 PERFORM UNTIL (IHISTD-EOF)
                    MOVE IHISTD-RECORD TO DHIST-REC
                    IF (DHIST-NAME = KCOMP-NAME)
                       AND (DHIST-STATE = KCOMP-STATE) THEN
                       PERFORM DOSSIER-HISTORY-ADD
                    END-IF
                    PERFORM FILE-READ-IHISTD
                 END-PERFORM
                 PERFORM FILE-CLOSE-IHISTD
              END-IF
           END-IF

           IF (TMP-DH-USED = 0) THEN



      *****************************************************************
       DOSSIER-CONSISTENCY SECTION.
      *===============================================================*
      *    THE COMPANY'S ROW OF THE TPL-VOLA1 SCORE FILE - SCORE, RANK *
      *    IN ITS INDUSTRY AND WHAT THE SCORE IS MADE OF              *
           MOVE 'N' TO TMP-CONS-FOUND-SW
           PERFORM FILE-OPEN-INPUT-ICONS
           IF (ICONS-YES) THEN
              PERFORM FILE-READ-ICONS
              PERFORM UNTIL (ICONS-EOF)
                 MOVE ICONS-RECORD TO VOLA-REC
                 IF (VOLA-NAME = KCOMP-NAME)
                    AND (VOLA-STATE = KCOMP-STATE) THEN
                    MOVE 'Y' TO TMP-CONS-FOUND-SW
                    PERFORM DOSSIER-CONSISTENCY-LINE
                 END-IF
                 PERFORM FILE-READ-ICONS
              END-PERFORM
              PERFORM FILE-CLOSE-ICONS
           END-IF
           IF (TMP-CONS-FOUND-SW = 'N') THEN
              MOVE '  NO CONSISTENCY SCORE ON FILE' TO OIQRESP-REC
              PERFORM RESPONSE-WRITE
           END-IF
           .
       DOSSIER-CONSISTENCY-EXIT. EXIT.



      *****************************************************************
       DOSSIER-CONSISTENCY-LINE SECTION.
      *===============================================================*
           MOVE VOLA-MEAN   TO TMP-CONS-MEAN-ED
           MOVE VOLA-STDDEV TO TMP-CONS-SDV-ED
           MOVE SPACES TO OIQRESP-REC
           IF (VOLA-SCORED) THEN
              STRING '  CONSISTENCY SCORE ' VOLA-SCORE
                     ' RANK ' VOLA-RANK ' OF ' VOLA-RANK-OF
                     ' IN INDUSTRY, LAST ' VOLA-PERIODS
                     ' PERIODS TO ' VOLA-LAST-PERIOD
                DELIMITED BY SIZE
                INTO OIQRESP-REC
              END-STRING
           ELSE
              STRING '  CONSISTENCY NOT SCORED - ONLY ' VOLA-PERIODS
                     ' PERIODS ON FILE'
                DELIMITED BY SIZE
                INTO OIQRESP-REC
              END-STRING
           END-IF
           PERFORM RESPONSE-WRITE
           MOVE SPACES TO OIQRESP-REC
           STRING '  MEAN ' TMP-CONS-MEAN-ED '% STDDEV '
                  TMP-CONS-SDV-ED ' UP-RUN ' VOLA-POS-RUN
                  ' DOWN-RUN ' VOLA-NEG-RUN
                  ' DIRECTION CHANGES ' VOLA-FLIPS
             DELIMITED BY SIZE
             INTO OIQRESP-REC
           END-STRING
           PERFORM RESPONSE-WRITE
           .
       DOSSIER-CONSISTENCY-LINE-EXIT. EXIT.



      *****************************************************************
       DOSSIER-HISTORY-ADD SECTION.
      *===============================================================*
      *    ONE PERIOD OF DHIST-REC INTO THE TWELVE SLOTS, SHIFTING    *
      *    THE OLDEST OUT WHEN FULL                                   *
           IF (TMP-DH-USED = 12) THEN
              PERFORM VARYING TMP-D-I FROM 1 BY 1
                        UNTIL (TMP-D-I > 11)
                 MOVE TMP-DH-PER(TMP-D-I + 1)
                   TO TMP-DH-PER(TMP-D-I)
                 MOVE TMP-DH-GRW(TMP-D-I + 1)
                   TO TMP-DH-GRW(TMP-D-I)
              END-PERFORM
              MOVE 11 TO TMP-DH-USED
           END-IF
           ADD 1 TO TMP-DH-USED
           MOVE DHIST-PERIOD TO TMP-DH-PER(TMP-DH-USED)
           MOVE DHIST-GROWTH TO TMP-DH-GRW(TMP-DH-USED)
           .
       DOSSIER-HISTORY-ADD-EXIT. EXIT.



      *****************************************************************
       DOSSIER-JOURNAL SECTION.
      *===============================================================*



      *****************************************************************
       ARCHIVED-RESPONSE SECTION.
      *===============================================================*
      *    A KEY MISSING FROM THE MASTER MAY HAVE BEEN SWEPT TO THE   *
      *    CLOSED-COMPANY ARCHIVE (SEE TPL-CLOS1) - IF SO THE ANSWER  *
      *    SAYS WHEN, INSTEAD OF NOT FOUND                            *
           MOVE IQREQ-NAME  TO CARC-ARG-NAME
           MOVE IQREQ-STATE TO CARC-ARG-STATE
           PERFORM CLOSED-ARCHIVE-LOOKUP
           IF (NOT CARC-ARG-ARCHIVED) THEN
              GO TO ARCHIVED-RESPONSE-EXIT
           END-IF
           MOVE SPACES TO OIQRESP-REC
           STRING 'ARCHIVED  : ' IQREQ-NAME ' ' IQREQ-STATE
                  ' CLOSED AND ARCHIVED ON ' CARC-ARG-DATE-ED
             DELIMITED BY SIZE
             INTO OIQRESP-REC
           END-STRING
           PERFORM RESPONSE-WRITE
           MOVE SPACES TO OIQRESP-REC
           STRING '            CLOSED ' CARC-ARG-CLOSED
                  '  COMPANY-ID ' CARC-ARG-ID
                  '  MASTER RECORDS ARCHIVED ' CARC-ARG-ROWS
             DELIMITED BY SIZE
             INTO OIQRESP-REC
           END-STRING
           PERFORM RESPONSE-WRITE
           ADD 1 TO TMP-COUNT-ARCHIVED
           .
       ARCHIVED-RESPONSE-EXIT. EXIT.



      *****************************************************************
       IQREQ-READ SECTION.
      *===============================================================*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-KCOMP
           IF (KHIST-YES) THEN
              PERFORM FILE-CLOSE-KHIST
           END-IF
           PERFORM FILE-CLOSE-IQREQ
           PERFORM FILE-CLOSE-OIQRESP
           PERFORM FILE-CLOSE-OPEND
           PERFORM FILE-CLOSE-OUSAGE

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
           DISPLAY 'REQUESTS.............: ' IQREQ-COUNT
           DISPLAY 'FOUND................: ' TMP-COUNT-FOUND
           DISPLAY 'NOT FOUND............: ' TMP-COUNT-NOTFOUND
           DISPLAY 'CLOSED AND ARCHIVED..: ' TMP-COUNT-ARCHIVED
           DISPLAY 'CORRECTIONS QUEUED...: ' TMP-COUNT-QUEUED
           DISPLAY 'CORRECTIONS REJECTED.: ' TMP-COUNT-REJECTED
           DISPLAY 'DOSSIERS BUILT.......: ' TMP-COUNT-DOSSIER
           DISPLAY 'USAGE RECORDS........: ' OUSAGE-COUNT
           IF (SVC-MODE-SERVICE) THEN
              DISPLAY 'SERVICE BATCHES......: ' TMP-SVC-BATCHES
           END-IF
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHISTD==
            ==:V2:== BY ==IHISTD-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICONS==
            ==:V2:== BY ==ICONS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNLD==
            ==:V2:== BY ==IJRNLD-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OUSAGE==
            ==:V2:== BY ==OUSAGE-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IXREF==
            ==:V2:== BY ==IXREF-PATH==.
       COPY 'LIB/FILE/KFILESE.cob' REPLACING
            ==:V1:== BY ==KHIST==
            ==:V2:== BY ==KHIST-PATH==.
       COPY 'LIB/FILE/HISTKSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/CARCSE.cob'.

      *****************************************************************
       END PROGRAM TPL-INQ1.
