       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-NTFY1.
      *****************************************************************
      * TPL-NTFY1: CHANGE NOTIFICATIONS FOR SUBSCRIBERS               *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ACCOUNT MANAGERS READ FOUR REPORTS TO FIND OUT THAT SOMETHING *
      * HAPPENED TO A COMPANY THEY FOLLOW. THE SUBSCRIPTION FILE      *
      * IO/subscriptions.txt - SUBSCRIBER X(8), KIND X(1) C/I, KEY    *
      * X(23) (A NINE-DIGIT COMPANY-ID OR AN INDUSTRY NAME), EVENT    *
      * TYPES X(6) (ANY OF M L W S R G, BLANK = ALL) - SAYS WHO WANTS *
      * TO HEAR ABOUT WHAT. EACH NIGHT THIS PROGRAM COLLECTS THE      *
      * EVENTS BELOW AND WRITES ONE NOTIFICATION FILE PER SUBSCRIBER  *
      * WITH A LINE PER EVENT, BEFORE AND AFTER VALUE. EVERY LINE     *
      * WRITTEN IS ADDED TO THE DELIVERY LOG, AND AN EVENT ALREADY ON *
      * THE LOG FOR THAT SUBSCRIBER IS NEVER WRITTEN AGAIN, SO A      *
      * RERUN NOTIFIES NOTHING TWICE. A SUBSCRIBER WITH NOTHING NEW   *
      * GETS NO FILE (AN UNREAD ONE FROM THE FIRST RUN IS KEPT).      *
      *                                                               *
      * EVENT TYPES:                                                  *
      *   M - COMPANIES-MASTER MAINTENANCE (TPL-MAINT1 JOURNAL) SINCE *
      *       THE RUN DATE                                            *
      *   L - LIFECYCLE STATUS CHANGES (TPL-LIFE1 HISTORY) SINCE THE  *
      *       RUN DATE                                                *
      *   W - WATCHLIST ENTRIES AND EXITS SINCE THE LAST RUN (THE     *
      *       WATCHLIST AS LAST SEEN IS KEPT IN IO/ntfywatch.txt; THE *
      *       FIRST RUN ONLY TAKES THE SNAPSHOT)                      *
      *   S - SUCCESSIONS EFFECTIVE IN THE RUN PERIOD OR THE ONE      *
      *       BEFORE IT                                               *
      *   R - RESTATED HISTORY PERIODS (TPL-RSTM1)                    *
      *   G - GROWTH MOVES AGAINST THE PRIOR PERIOD OF AT LEAST       *
      *       MOVEPTS PERCENTAGE POINTS                               *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * ISUBS  - SUBSCRIPTIONS (IO/subscriptions.txt)                 *
      * ICOMP  - COMPANIES MASTER (IO/companies.txt), COMPANY-ID      *
      *          STAMP AT BYTES 88-96 (SEE TPL-CID1)                  *
      * IDLV   - DELIVERY LOG (IO/ntfylog.txt), OPTIONAL              *
      * IJRNL  - MAINTENANCE JOURNAL (IO/companiesjrn.txt), OPTIONAL  *
      * ILHIST - LIFECYCLE HISTORY (IO/lifecyclehist.txt), OPTIONAL   *
      * IWATCH - WATCHLIST MASTER (IO/watchlist.txt), OPTIONAL        *
      * IWSNAP - WATCHLIST AS LAST SEEN (IO/ntfywatch.txt), OPTIONAL  *
      * ISUCC  - SUCCESSION MASTER (IO/succession.txt), OPTIONAL      *
      * IHIST  - GROWTH HISTORY (IO/growthhist.txt), OPTIONAL         *
      * IPRIOR - PRIOR-PERIOD GROWTH (IO/priorgrowth.txt), OPTIONAL   *
      * IRUNID - CHAIN RUN DATE (IO/runid.txt, SEE RUNDWS), OPTIONAL  *
      * IPARM  - OPTIONAL (IO/ntfyparm.txt), KEYWORD=VALUE:           *
      *            MOVEPTS=n,nn SMALLEST GROWTH MOVE AGAINST THE      *
      *                         PRIOR PERIOD THAT IS AN EVENT         *
      *                         (DEFAULT 10,00)                       *
      *                                                               *
      * OUTPUT:                                                       *
      * =======                                                       *
      * ONOTE  - ONE FILE PER SUBSCRIBER WITH NEW EVENTS              *
      *          (IO/NOTIFY_<SUBSCRIBER>.txt)                         *
      * ODLV   - DELIVERY LOG (IO/ntfylog.txt), APPENDED              *
      * OWSNAP - WATCHLIST SNAPSHOT FOR THE NEXT RUN                  *
      *          (IO/ntfywatch.txt)                                   *
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
            ==:V1:== BY ==ISUBS==
            ==:V2:== BY ==ISUBS-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IDLV==
            ==:V2:== BY ==IDLV-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILHIST==
            ==:V2:== BY ==ILHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IWSNAP==
            ==:V2:== BY ==IWSNAP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==IPRIOR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ONOTE==
            ==:V2:== BY ==TMP-ONOTE-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODLV==
            ==:V2:== BY ==ODLV-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OWSNAP==
            ==:V2:== BY ==OWSNAP-PATH==.
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
            ==:V1:== BY ==ISUBS==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IDLV==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILHIST==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IWSNAP==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ONOTE==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODLV==
            ==:V2:== BY ==120==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OWSNAP==
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
      * ISUBS = SUBSCRIPTIONS                                         *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUBS==.
       01 SUBS-REC.
           05 SUBS-SUBSCRIBER         PIC X(8).
           05 SUBS-KIND               PIC X(1).
              88 SUBS-KIND-COMPANY        VALUE 'C'.
              88 SUBS-KIND-INDUSTRY       VALUE 'I'.
           05 SUBS-KEY                PIC X(23).
           05 SUBS-EVENTS             PIC X(6).
           05 FILLER                  PIC X(42).
       01 SUBSCRIPTION-TABLE.
           05 TAB-SB-MAX              PIC S9(9) BINARY.
           05 TAB-SB-DIM              PIC S9(9) BINARY  VALUE 999.
           05 TAB-SB                  OCCURS 1   TO          999
                                      DEPENDING  ON  TAB-SB-MAX.
                10 TAB-SB-SUBSCRIBER  PIC X(8).
                10 TAB-SB-KIND        PIC X(1).
                10 TAB-SB-KEY         PIC X(23).
                10 TAB-SB-EVENTS      PIC X(6).
       01 SUBSCRIBERS.
           05 TAB-SR-MAX              PIC S9(9) BINARY.
           05 TAB-SR-DIM              PIC S9(9) BINARY  VALUE 199.
           05 TAB-SR                  OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-SR-MAX.
                10 TAB-SR-SUBSCRIBER  PIC X(8).
                10 TAB-SR-SENT        PIC 9(5).

      *---------------------------------------------------------------*
      * ICOMP = COMPANIES MASTER - NAME/STATE TO COMPANY-ID, INDUSTRY *
      * AND CURRENT GROWTH                                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 ICOMP-REC.
           05 ICOMP-NAME               PIC X(38).
           05 ICOMP-STATE              PIC X(2).
           05 ICOMP-INDUSTRY           PIC X(23).
           05 ICOMP-GROWTH             PIC S9(3)V99.
           05 ICOMP-REGION             PIC X(2).
      *    VERSIONED-LAYOUT FIELDS (SEE TPL-MERG1) - ONLY VERSIONS
      *    IN FORCE TODAY ARE LOADED
           05 ICOMP-VERSION            PIC X(1).
              88 ICOMP-LAYOUT-V2           VALUE '2'.
           05 ICOMP-EFF-DATE           PIC X(8).
           05 ICOMP-EXP-DATE           PIC X(8).
           05 ICOMP-ID                 PIC X(9).
           05 FILLER                   PIC X(4).
       01 COMPANY-TABLE.
           05 TAB-CO-MAX              PIC S9(9) BINARY.
           05 TAB-CO-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-CO                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-CO-MAX.
                10 TAB-CO-NAME        PIC X(38).
                10 TAB-CO-STATE       PIC X(2).
                10 TAB-CO-INDUSTRY    PIC X(23).
                10 TAB-CO-GROWTH      PIC S9(3)V99.
                10 TAB-CO-ID          PIC X(9).

      *---------------------------------------------------------------*
      * IDLV/ODLV = DELIVERY LOG - ONE RECORD PER EVENT PER           *
      * SUBSCRIBER EVER NOTIFIED                                      *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IDLV==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ODLV==.
       01 DLV-REC.
           05 DLV-TS                  PIC X(14).
           05 DLV-SUBSCRIBER          PIC X(8).
           05 DLV-KEY                 PIC X(90).
           05 FILLER                  PIC X(8).
       01 DELIVERY-TABLE.
           05 TAB-DV-MAX              PIC S9(9) BINARY.
           05 TAB-DV-DIM              PIC S9(9) BINARY  VALUE 99999.
           05 TAB-DV                  OCCURS 1   TO        99999
                                      DEPENDING  ON  TAB-DV-MAX.
                10 TAB-DV-SUBSCRIBER  PIC X(8).
                10 TAB-DV-KEY         PIC X(90).

      *---------------------------------------------------------------*
      * IJRNL = COMPANIES-MASTER JOURNAL (SEE TPL-MAINT1) - THE       *
      * BEFORE AND AFTER IMAGES ARE FULL companies.txt RECORDS        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNL==.
       01 JRNL-REC.
           05 JRNL-TS                 PIC X(14).
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
           05 JRNL-BEFORE             PIC X(100).
           05 JRNL-AFTER              PIC X(100).
       01 JIMG-REC.
           05 JIMG-NAME               PIC X(38).
           05 JIMG-STATE              PIC X(2).
           05 JIMG-INDUSTRY           PIC X(23).
           05 JIMG-GROWTH             PIC S9(3)V99.
           05 FILLER                  PIC X(19).
           05 JIMG-ID                 PIC X(9).
           05 FILLER                  PIC X(4).

      *---------------------------------------------------------------*
      * ILHIST = LIFECYCLE HISTORY (SEE TPL-LIFE1)                    *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ILHIST==.
       01 LHIST-REC.
           05 LHIST-TS                PIC X(14).
           05 LHIST-NAME              PIC X(38).
           05 LHIST-STATE             PIC X(2).
           05 LHIST-OLD               PIC X(1).
           05 LHIST-NEW               PIC X(1).
           05 LHIST-REASON            PIC X(8).
           05 LHIST-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(28).

      *---------------------------------------------------------------*
      * IWATCH = WATCHLIST MASTER (SEE TPL-WTCH1), IWSNAP/OWSNAP =    *
      * THE SAME LAYOUT AS LAST SEEN BY THIS PROGRAM                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IWATCH==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IWSNAP==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OWSNAP==.
       01 WL-REC.
           05 WL-NAME                 PIC X(38).
           05 WL-STATE                PIC X(2).
           05 WL-ENTRY-DATE           PIC X(8).
           05 WL-CONSEC               PIC 9(3).
           05 WL-GROWTH               PIC S9(3)V99.
           05 WL-ON-SW                PIC X(1).
              88 WL-ON-LIST               VALUE 'Y'.
           05 FILLER                  PIC X(23).
       01 WATCH-TABLE.
           05 TAB-WL-MAX              PIC S9(9) BINARY.
           05 TAB-WL-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-WL                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-WL-MAX.
                10 TAB-WL-NAME        PIC X(38).
                10 TAB-WL-STATE       PIC X(2).
                10 TAB-WL-CONSEC      PIC 9(3).
                10 TAB-WL-GROWTH      PIC S9(3)V99.
                10 TAB-WL-SEEN-SW     PIC X(1).

      *---------------------------------------------------------------*
      * ISUCC = SUCCESSION MASTER (LAYOUT AS SUCCWS.cob)              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISUCC==.
       01 SUCC-REC.
           05 SUCC-OLD-NAME           PIC X(38).
           05 SUCC-OLD-STATE          PIC X(2).
           05 SUCC-NEW-NAME           PIC X(38).
           05 SUCC-NEW-STATE          PIC X(2).
           05 SUCC-EFF-PERIOD         PIC X(6).
           05 FILLER                  PIC X(14).

      *---------------------------------------------------------------*
      * IHIST = GROWTH HISTORY (SEE TPL-RSTM1 FOR THE RESTATEMENT     *
      * MARKER)                                                       *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IHIST==.
       01 HIST-REC.
           05 HIST-NAME               PIC X(38).
           05 HIST-STATE              PIC X(2).
           05 HIST-PERIOD             PIC X(6).
           05 HIST-GROWTH             PIC S9(3)V99.
           05 HIST-RST-SW             PIC X(1).
              88 HIST-RESTATED            VALUE 'R'.
           05 HIST-RST-ORIG           PIC S9(3)V99.
           05 HIST-RST-REASON         PIC X(8).
           05 HIST-RST-OPERATOR       PIC X(8).
           05 FILLER                  PIC X(7).

      *---------------------------------------------------------------*
      * IPRIOR = PRIOR-PERIOD GROWTH                                  *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPRIOR==.
       01 IPRIOR-REC.
           05 IPRIOR-NAME              PIC X(38).
           05 IPRIOR-STATE             PIC X(2).
           05 IPRIOR-GROWTH            PIC S9(3)V99.
           05 FILLER                   PIC X(35).

      *---------------------------------------------------------------*
      * EVENTS COLLECTED THIS RUN                                     *
      *---------------------------------------------------------------*
       01 EVENT-TABLE.
           05 TAB-EV-MAX              PIC S9(9) BINARY.
           05 TAB-EV-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-EV                  OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-EV-MAX.
                10 TAB-EV-TYPE        PIC X(1).
                10 TAB-EV-NAME        PIC X(38).
                10 TAB-EV-STATE       PIC X(2).
                10 TAB-EV-ID          PIC X(9).
                10 TAB-EV-INDUSTRY    PIC X(23).
                10 TAB-EV-WHEN        PIC X(8).
                10 TAB-EV-WHAT        PIC X(20).
                10 TAB-EV-BEFORE      PIC X(28).
                10 TAB-EV-AFTER       PIC X(28).
                10 TAB-EV-KEY         PIC X(90).
       01 EVENT-ARGS.
           05 EVT-TYPE                PIC X(1).
           05 EVT-NAME                PIC X(38).
           05 EVT-STATE               PIC X(2).
           05 EVT-ID                  PIC X(9).
           05 EVT-INDUSTRY            PIC X(23).
           05 EVT-WHEN                PIC X(8).
           05 EVT-WHAT                PIC X(20).
           05 EVT-BEFORE              PIC X(28).
           05 EVT-AFTER               PIC X(28).
           05 EVT-KEY                 PIC X(90).

      *---------------------------------------------------------------*
      * ONOTE = NOTIFICATION FILE OF ONE SUBSCRIBER                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ONOTE==.
       01 TMP-ONOTE-PATH              PIC X(40).
       01 ONOTE-H1.
           05 FILLER                  PIC X(29)
              VALUE '*** CHANGE NOTIFICATIONS FOR '.
           05 ONOTE-H1-SUBSCRIBER     PIC X(8).
           05 FILLER                  PIC X(14)
              VALUE ' *** RUN DATE '.
           05 ONOTE-H1-DATE           PIC X(8).
       01 ONOTE-H2.
           05 FILLER                  PIC X(9)  VALUE 'WHEN'.
           05 FILLER                  PIC X(39) VALUE 'COMPANY'.
           05 FILLER                  PIC X(3)  VALUE 'ST'.
           05 FILLER                  PIC X(21) VALUE 'EVENT'.
           05 FILLER                  PIC X(29) VALUE 'BEFORE'.
           05 FILLER                  PIC X(5)  VALUE 'AFTER'.
       01 ONOTE-R1.
           05 ONOTE-R1-WHEN           PIC X(8).
           05 FILLER                  PIC X(1).
           05 ONOTE-R1-NAME           PIC X(38).
           05 FILLER                  PIC X(1).
           05 ONOTE-R1-STATE          PIC X(2).
           05 FILLER                  PIC X(1).
           05 ONOTE-R1-WHAT           PIC X(20).
           05 FILLER                  PIC X(1).
           05 ONOTE-R1-BEFORE         PIC X(28).
           05 FILLER                  PIC X(1).
           05 ONOTE-R1-AFTER          PIC X(28).

      *---------------------------------------------------------------*
      * IPARM = OPTIONAL PARAMETERS                                   *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       01 IPARM-KEY                   PIC X(20).
       01 IPARM-VAL                   PIC X(20).
       01 TMP-MOVEPTS                 PIC 9(3)V99 VALUE 10.

      *---------------------------------------------------------------*
      * TEMPORARY                                                     *
      *---------------------------------------------------------------*
       01 NOTIFY-WORK.
           05 TMP-I-TABLE             PIC S9(9)   BINARY.
           05 TMP-J-TABLE             PIC S9(9)   BINARY.
           05 TMP-K                   PIC S9(4)   BINARY.
           05 TMP-S-I                 PIC S9(9)   BINARY.
           05 TMP-E-I                 PIC S9(9)   BINARY.
           05 TMP-CO-IDX              PIC S9(9)   BINARY.
           05 TMP-TODAY               PIC X(8).
           05 TMP-NOW                 PIC X(14).
           05 TMP-RUN-PERIOD          PIC X(6).
           05 TMP-PREV-PERIOD         PIC X(6).
           05 TMP-PERIOD-N REDEFINES TMP-PREV-PERIOD.
              10 TMP-PREV-YYYY        PIC 9(4).
              10 TMP-PREV-MM          PIC 9(2).
           05 TMP-MATCH-SW            PIC X(1).
           05 TMP-DONE-SW             PIC X(1).
           05 TMP-FOUND-SW            PIC X(1).
              88 TMP-FOUND                 VALUE 'Y'.
              88 TMP-NOT-FOUND             VALUE 'N'.
           05 TMP-OPEN-SW             PIC X(1).
              88 TMP-ONOTE-OPEN            VALUE 'Y'.
           05 TMP-SNAP-SW             PIC X(1).
              88 TMP-SNAP-TAKEN            VALUE 'Y'.
           05 TMP-MOVE                PIC S9(4)V99.
           05 TMP-GR-EDIT             PIC -ZZ9,99.
           05 TMP-GR-EDIT2            PIC -ZZ9,99.
           05 TMP-STATUS-WORD         PIC X(9).
           05 TMP-LIFE-CODE           PIC X(1).
       01 COUNTER.
           05 TMP-COUNT-EV-JRNL       PIC 9(7).
           05 TMP-COUNT-EV-LIFE       PIC 9(7).
           05 TMP-COUNT-EV-WATCH      PIC 9(7).
           05 TMP-COUNT-EV-SUCC       PIC 9(7).
           05 TMP-COUNT-EV-RSTM       PIC 9(7).
           05 TMP-COUNT-EV-MOVE       PIC 9(7).
           05 TMP-COUNT-SENT          PIC 9(7).
           05 TMP-COUNT-SUPPRESSED    PIC 9(7).
           05 TMP-COUNT-FILES         PIC 9(7).

      *---------------------------------------------------------------*
      * COPIES                                                        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * FILE PATHS (SEE ENVWS.cob) - PRODUCTION DEFAULTS, PREFIXED AT *
      * PGM-INIT FROM THE OPTIONAL env.cfg                            *
      *---------------------------------------------------------------*
       01 ISUBS-PATH                 PIC X(40)
                                      VALUE 'IO/subscriptions.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IDLV-PATH                  PIC X(40)
                                      VALUE 'IO/ntfylog.txt'.
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 ILHIST-PATH                PIC X(40)
                                      VALUE 'IO/lifecyclehist.txt'.
       01 IWATCH-PATH                PIC X(40)
                                      VALUE 'IO/watchlist.txt'.
       01 IWSNAP-PATH                PIC X(40)
                                      VALUE 'IO/ntfywatch.txt'.
       01 ISUCC-PATH                 PIC X(40)
                                      VALUE 'IO/succession.txt'.
       01 IHIST-PATH                 PIC X(40)
                                      VALUE 'IO/growthhist.txt'.
       01 IPRIOR-PATH                PIC X(40)
                                      VALUE 'IO/priorgrowth.txt'.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/ntfyparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ODLV-PATH                  PIC X(40)
                                      VALUE 'IO/ntfylog.txt'.
       01 OWSNAP-PATH                PIC X(40)
                                      VALUE 'IO/ntfywatch.txt'.
       01 OLOG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.log'.
       01 OALERT-PATH                PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       COPY 'LIB/FILE/RUNDWS.cob'.

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

           IF (TAB-SR-MAX > 0) THEN
              PERFORM EVENTS-JOURNAL
              PERFORM EVENTS-LIFECYCLE
              PERFORM EVENTS-SUCCESSION
              PERFORM EVENTS-RESTATEMENT
              PERFORM EVENTS-GROWTH-MOVE
           END-IF
      *    THE WATCHLIST SNAPSHOT IS KEPT CURRENT EVEN WITHOUT
      *    SUBSCRIBERS, SO THE FIRST SUBSCRIBER ISN'T FLOODED
           PERFORM EVENTS-WATCHLIST

           PERFORM FILE-OPEN-EXTEND-ODLV
           PERFORM VARYING TMP-S-I FROM 1 BY 1
                     UNTIL (TMP-S-I > TAB-SR-MAX)
              PERFORM NOTIFY-ONE-SUBSCRIBER
           END-PERFORM

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       PGM-INIT SECTION.
      *===============================================================*

      *---------------------------------------------------------------*
      * INITIALIZE VARIABLES                                          *
      *---------------------------------------------------------------*
           MOVE 'TPL-NTFY1'                          TO PGM-NAME
           MOVE 'CHANGE NOTIFICATIONS FOR SUBSCRIBERS'
             TO PGM-DESCRIPTION
      *    END-MOVE
           PERFORM DISPLAY-PGM-START

      *---------------------------------------------------------------*
      * ENVIRONMENT PATH PREFIX (SEE ENVWS.cob) - APPLIED BEFORE ANY  *
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE ISUBS-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUBS-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IDLV-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDLV-PATH
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE ILHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ILHIST-PATH
           MOVE IWATCH-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWATCH-PATH
           MOVE IWSNAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IWSNAP-PATH
           MOVE ISUCC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISUCC-PATH
           MOVE IHIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IHIST-PATH
           MOVE IPRIOR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPRIOR-PATH
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE ODLV-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ODLV-PATH
           MOVE OWSNAP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OWSNAP-PATH
           MOVE OLOG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OLOG-PATH
           MOVE OALERT-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           INITIALIZE COUNTER
           MOVE 0 TO TAB-SB-MAX
           MOVE 0 TO TAB-SR-MAX
           MOVE 0 TO TAB-CO-MAX
           MOVE 0 TO TAB-DV-MAX
           MOVE 0 TO TAB-WL-MAX
           MOVE 0 TO TAB-EV-MAX
           MOVE FUNCTION CURRENT-DATE(1:8)  TO TMP-TODAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO TMP-NOW

      *---------------------------------------------------------------*
      * CHAIN RUN DATE - JOURNALS ARE SCANNED FROM THE RUN DATE ON,   *
      * SO A BACKLOG RUN PICKS UP WHAT WAS DONE SINCE THE MISSED DATE *
      *---------------------------------------------------------------*
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE(1:6) TO TMP-RUN-PERIOD
           MOVE TMP-RUN-PERIOD TO TMP-PREV-PERIOD
           IF (TMP-PREV-MM = 1) THEN
              MOVE 12 TO TMP-PREV-MM
              SUBTRACT 1 FROM TMP-PREV-YYYY
           ELSE
              SUBTRACT 1 FROM TMP-PREV-MM
           END-IF

      *---------------------------------------------------------------*
      * PARAMETERS (IPARM IS OPTIONAL)                                *
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
                   WHEN 'MOVEPTS'
                     COMPUTE TMP-MOVEPTS =
                        FUNCTION NUMVAL(IPARM-VAL)
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     MOVE SPACES TO APP-LOG-LINE
                     STRING 'UNKNOWN NTFYPARM KEYWORD IGNORED: '
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
           IF (TMP-MOVEPTS = 0) THEN
              MOVE 'NTFYPARM MOVEPTS ZERO - 10,00 USED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
              MOVE 10 TO TMP-MOVEPTS
           END-IF

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
      *---------------------------------------------------------------*
           PERFORM MASTER-LOCK-ACQUIRE

           PERFORM SUBS-LOAD
           PERFORM COMPANY-LOAD
           PERFORM DELIVERY-LOAD
           .
       PGM-INIT-EXIT. EXIT.



      *****************************************************************
       SUBS-LOAD SECTION.
      *===============================================================*
      *    NO SUBSCRIPTION FILE IS NOT AN ERROR - NOBODY IS NOTIFIED  *
           PERFORM FILE-OPEN-INPUT-ISUBS
           IF (ISUBS-NO) THEN
              MOVE SPACES TO APP-LOG-LINE
              STRING 'NO SUBSCRIPTIONS - NOBODY NOTIFIED: ' ISUBS-PATH
                DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO SUBS-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-ISUBS
           PERFORM UNTIL (ISUBS-EOF)
              MOVE ISUBS-RECORD TO SUBS-REC
              EVALUATE TRUE
                WHEN (SUBS-SUBSCRIBER = SPACES)
                  CONTINUE
                WHEN (SUBS-KIND-COMPANY)
                 AND (SUBS-KEY(1:9) NOT NUMERIC)
                  PERFORM SUBS-LOG-BAD
                WHEN (SUBS-KIND-COMPANY)
                WHEN (SUBS-KIND-INDUSTRY)
                  PERFORM SUBS-ADD
                WHEN OTHER
                  PERFORM SUBS-LOG-BAD
              END-EVALUATE
              PERFORM FILE-READ-ISUBS
           END-PERFORM
           PERFORM FILE-CLOSE-ISUBS
           .
       SUBS-LOAD-EXIT. EXIT.



      *****************************************************************
       SUBS-ADD SECTION.
      *===============================================================*
           ADD 1 TO TAB-SB-MAX
           IF (TAB-SB-MAX > TAB-SB-DIM) THEN
              MOVE TAB-SB-DIM TO TAB-SB-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-SB OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-SB-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE SUBS-SUBSCRIBER TO TAB-SB-SUBSCRIBER(TAB-SB-MAX)
           MOVE SUBS-KIND       TO TAB-SB-KIND(TAB-SB-MAX)
           MOVE SUBS-KEY        TO TAB-SB-KEY(TAB-SB-MAX)
           MOVE SUBS-EVENTS     TO TAB-SB-EVENTS(TAB-SB-MAX)

           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SR-MAX)
              IF (TAB-SR-SUBSCRIBER(TMP-I-TABLE)
                  = SUBS-SUBSCRIBER) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
              END-IF
           END-PERFORM
           IF (TMP-NOT-FOUND) THEN
              ADD 1 TO TAB-SR-MAX
              IF (TAB-SR-MAX > TAB-SR-DIM) THEN
                 MOVE TAB-SR-DIM TO TAB-SR-MAX
                 MOVE '907' TO PGM-ERR-RC
                 MOVE 'TAB-SR OVERFLOW' TO PGM-ERR-MSG1
                 MOVE 'RAISE TAB-SR-DIM' TO PGM-ERR-MSG2
                 MOVE SPACE TO PGM-ERR-MSG3
                 PERFORM PGM-ERR
              END-IF
              MOVE SUBS-SUBSCRIBER TO TAB-SR-SUBSCRIBER(TAB-SR-MAX)
              MOVE 0               TO TAB-SR-SENT(TAB-SR-MAX)
           END-IF
           .
       SUBS-ADD-EXIT. EXIT.



      *****************************************************************
       SUBS-LOG-BAD SECTION.
      *===============================================================*
           MOVE SPACES TO APP-LOG-LINE
           STRING 'SUBSCRIPTION IGNORED (KIND C/I, C NEEDS A '
                  'COMPANY-ID): ' SUBS-SUBSCRIBER ' ' SUBS-KIND ' '
                  SUBS-KEY
             DELIMITED BY SIZE
             INTO APP-LOG-LINE
           END-STRING
           PERFORM SCHREIBE-APP-LOG-LINE
           .
       SUBS-LOG-BAD-EXIT. EXIT.



      *****************************************************************
       COMPANY-LOAD SECTION.
      *===============================================================*
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
           PERFORM ICOMP-READ
           PERFORM UNTIL (ICOMP-EOF)
              IF (ICOMP-NAME NOT = SPACES) THEN
                 ADD 1 TO TAB-CO-MAX
                 IF (TAB-CO-MAX > TAB-CO-DIM) THEN
                    MOVE TAB-CO-DIM TO TAB-CO-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-CO OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-CO-DIM' TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE ICOMP-NAME     TO TAB-CO-NAME(TAB-CO-MAX)
                 MOVE ICOMP-STATE    TO TAB-CO-STATE(TAB-CO-MAX)
                 MOVE ICOMP-INDUSTRY TO TAB-CO-INDUSTRY(TAB-CO-MAX)
                 IF (ICOMP-GROWTH NUMERIC) THEN
                    MOVE ICOMP-GROWTH TO TAB-CO-GROWTH(TAB-CO-MAX)
                 ELSE
                    MOVE 0            TO TAB-CO-GROWTH(TAB-CO-MAX)
                 END-IF
                 IF (ICOMP-ID NUMERIC) THEN
                    MOVE ICOMP-ID     TO TAB-CO-ID(TAB-CO-MAX)
                 ELSE
                    MOVE SPACES       TO TAB-CO-ID(TAB-CO-MAX)
                 END-IF
              END-IF
              PERFORM ICOMP-READ
           END-PERFORM
           PERFORM FILE-CLOSE-ICOMP
           .
       COMPANY-LOAD-EXIT. EXIT.



      *****************************************************************
       DELIVERY-LOAD SECTION.
      *===============================================================*
      *    EVERYTHING EVER NOTIFIED - NO LOG YET MEANS NOTHING WAS    *
           PERFORM FILE-OPEN-INPUT-IDLV
           IF (IDLV-NO) THEN
              GO TO DELIVERY-LOAD-EXIT
           END-IF
           PERFORM FILE-READ-IDLV
           PERFORM UNTIL (IDLV-EOF)
              MOVE IDLV-RECORD TO DLV-REC
              IF (DLV-SUBSCRIBER NOT = SPACES) THEN
                 ADD 1 TO TAB-DV-MAX
                 IF (TAB-DV-MAX > TAB-DV-DIM) THEN
                    MOVE TAB-DV-DIM TO TAB-DV-MAX
                    MOVE '907' TO PGM-ERR-RC
                    MOVE 'TAB-DV OVERFLOW' TO PGM-ERR-MSG1
                    MOVE 'RAISE TAB-DV-DIM OR ARCHIVE ntfylog.txt'
                      TO PGM-ERR-MSG2
                    MOVE SPACE TO PGM-ERR-MSG3
                    PERFORM PGM-ERR
                 END-IF
                 MOVE DLV-SUBSCRIBER TO TAB-DV-SUBSCRIBER(TAB-DV-MAX)
                 MOVE DLV-KEY        TO TAB-DV-KEY(TAB-DV-MAX)
              END-IF
              PERFORM FILE-READ-IDLV
           END-PERFORM
           PERFORM FILE-CLOSE-IDLV
           .
       DELIVERY-LOAD-EXIT. EXIT.



      *****************************************************************
       EVENTS-JOURNAL SECTION.
      *===============================================================*
      *    A/C/D RECORDS OF THE COMPANIES-MASTER JOURNAL STAMPED ON   *
      *    OR AFTER THE RUN DATE ('B' RUN AND 'P' APPROVAL RECORDS    *
      *    ARE NOT EVENTS)                                            *
           PERFORM FILE-OPEN-INPUT-IJRNL
           IF (IJRNL-NO) THEN
              GO TO EVENTS-JOURNAL-EXIT
           END-IF
           PERFORM FILE-READ-IJRNL
           PERFORM UNTIL (IJRNL-EOF)
              MOVE IJRNL-RECORD TO JRNL-REC
              IF (JRNL-TS(1:8) >= RUND-DATE)
                 AND ((JRNL-ACTION = 'A') OR (JRNL-ACTION = 'C')
                      OR (JRNL-ACTION = 'D')) THEN
                 PERFORM EVENT-FROM-JOURNAL
              END-IF
              PERFORM FILE-READ-IJRNL
           END-PERFORM
           PERFORM FILE-CLOSE-IJRNL
           .
       EVENTS-JOURNAL-EXIT. EXIT.



      *****************************************************************
       EVENT-FROM-JOURNAL SECTION.
      *===============================================================*
      *    BEFORE/AFTER = GROWTH AND INDUSTRY OF THE MASTER IMAGES;   *
      *    THE COMPANY IS IDENTIFIED FROM THE AFTER IMAGE, OR THE     *
      *    BEFORE IMAGE OF A DELETE                                   *
           INITIALIZE EVENT-ARGS
           MOVE 'M'            TO EVT-TYPE
           MOVE JRNL-TS(1:8)   TO EVT-WHEN
           EVALUATE JRNL-ACTION
             WHEN 'A'
               MOVE 'MASTER ADDED'      TO EVT-WHAT
               MOVE '(NOT ON MASTER)'   TO EVT-BEFORE
             WHEN 'C'
               MOVE 'MASTER CHANGED'    TO EVT-WHAT
             WHEN OTHER
               MOVE 'MASTER DELETED'    TO EVT-WHAT
               MOVE '(REMOVED)'         TO EVT-AFTER
           END-EVALUATE

           IF (JRNL-ACTION NOT = 'A') THEN
              MOVE JRNL-BEFORE TO JIMG-REC
              PERFORM JOURNAL-IMAGE-EDIT
              MOVE TMP-GR-EDIT TO EVT-BEFORE(1:7)
              MOVE JIMG-INDUSTRY(1:20) TO EVT-BEFORE(9:20)
           END-IF
           IF (JRNL-ACTION NOT = 'D') THEN
              MOVE JRNL-AFTER TO JIMG-REC
              PERFORM JOURNAL-IMAGE-EDIT
              MOVE TMP-GR-EDIT TO EVT-AFTER(1:7)
              MOVE JIMG-INDUSTRY(1:20) TO EVT-AFTER(9:20)
           ELSE
              MOVE JRNL-BEFORE TO JIMG-REC
           END-IF

           MOVE JIMG-NAME     TO EVT-NAME
           MOVE JIMG-STATE    TO EVT-STATE
           MOVE JIMG-INDUSTRY TO EVT-INDUSTRY
           IF (JIMG-ID NUMERIC) THEN
              MOVE JIMG-ID    TO EVT-ID
           END-IF
           STRING 'M' JRNL-TS JRNL-ACTION JIMG-NAME JIMG-STATE
             DELIMITED BY SIZE
             INTO EVT-KEY
           END-STRING
           PERFORM EVENT-ADD
           ADD 1 TO TMP-COUNT-EV-JRNL
           .
       EVENT-FROM-JOURNAL-EXIT. EXIT.



      *****************************************************************
       JOURNAL-IMAGE-EDIT SECTION.
      *===============================================================*
           IF (JIMG-GROWTH NUMERIC) THEN
              MOVE JIMG-GROWTH TO TMP-GR-EDIT
           ELSE
              MOVE 0           TO TMP-GR-EDIT
           END-IF
           .
       JOURNAL-IMAGE-EDIT-EXIT. EXIT.



      *****************************************************************
       EVENTS-LIFECYCLE SECTION.
      *===============================================================*
      *    STATUS CHANGES RECORDED ON OR AFTER THE RUN DATE           *
           PERFORM FILE-OPEN-INPUT-ILHIST
           IF (ILHIST-NO) THEN
              GO TO EVENTS-LIFECYCLE-EXIT
           END-IF
           PERFORM FILE-READ-ILHIST
           PERFORM UNTIL (ILHIST-EOF)
              MOVE ILHIST-RECORD TO LHIST-REC
              IF (LHIST-TS(1:8) >= RUND-DATE)
                 AND (LHIST-NAME NOT = SPACES) THEN
                 INITIALIZE EVENT-ARGS
                 MOVE 'L'               TO EVT-TYPE
                 MOVE LHIST-NAME        TO EVT-NAME
                 MOVE LHIST-STATE       TO EVT-STATE
                 MOVE LHIST-TS(1:8)     TO EVT-WHEN
                 MOVE 'LIFECYCLE STATUS' TO EVT-WHAT
                 MOVE LHIST-OLD TO TMP-LIFE-CODE
                 PERFORM LIFE-STATUS-WORD
                 MOVE TMP-STATUS-WORD   TO EVT-BEFORE
                 MOVE LHIST-NEW TO TMP-LIFE-CODE
                 PERFORM LIFE-STATUS-WORD
                 STRING TMP-STATUS-WORD ' ' LHIST-REASON
                   DELIMITED BY SIZE
                   INTO EVT-AFTER
                 END-STRING
                 STRING 'L' LHIST-TS LHIST-NAME LHIST-STATE
                        LHIST-OLD LHIST-NEW
                   DELIMITED BY SIZE
                   INTO EVT-KEY
                 END-STRING
                 PERFORM EVENT-ADD
                 ADD 1 TO TMP-COUNT-EV-LIFE
              END-IF
              PERFORM FILE-READ-ILHIST
           END-PERFORM
           PERFORM FILE-CLOSE-ILHIST
           .
       EVENTS-LIFECYCLE-EXIT. EXIT.



      *****************************************************************
       LIFE-STATUS-WORD SECTION.
      *===============================================================*
           EVALUATE TMP-LIFE-CODE
             WHEN 'A'   MOVE 'ACTIVE'    TO TMP-STATUS-WORD
             WHEN 'S'   MOVE 'SUSPENDED' TO TMP-STATUS-WORD
             WHEN 'C'   MOVE 'CLOSED'    TO TMP-STATUS-WORD
             WHEN OTHER MOVE '(NONE)'    TO TMP-STATUS-WORD
           END-EVALUATE
           .
       LIFE-STATUS-WORD-EXIT. EXIT.



      *****************************************************************
       EVENTS-WATCHLIST SECTION.
      *===============================================================*
      *    COMPARE THE WATCHLIST WITH THE SNAPSHOT OF THE LAST RUN:   *
      *    ON THE LIST NOW AND NOT THEN = ENTERED, ON THE LIST THEN   *
      *    AND NOT NOW = LEFT. THE CURRENT LIST BECOMES THE SNAPSHOT. *
      *    WITHOUT A SNAPSHOT (FIRST RUN) NOTHING IS AN EVENT         *
           MOVE 'N' TO TMP-SNAP-SW
           PERFORM FILE-OPEN-INPUT-IWSNAP
           IF (IWSNAP-YES) THEN
              MOVE 'Y' TO TMP-SNAP-SW
              PERFORM FILE-READ-IWSNAP
              PERFORM UNTIL (IWSNAP-EOF)
                 MOVE IWSNAP-RECORD TO WL-REC
                 IF (WL-NAME NOT = SPACES) AND (WL-ON-LIST) THEN
                    ADD 1 TO TAB-WL-MAX
                    IF (TAB-WL-MAX > TAB-WL-DIM) THEN
                       MOVE TAB-WL-DIM TO TAB-WL-MAX
                       MOVE '907' TO PGM-ERR-RC
                       MOVE 'TAB-WL OVERFLOW' TO PGM-ERR-MSG1
                       MOVE 'RAISE TAB-WL-DIM' TO PGM-ERR-MSG2
                       MOVE SPACE TO PGM-ERR-MSG3
                       PERFORM PGM-ERR
                    END-IF
                    MOVE WL-NAME    TO TAB-WL-NAME(TAB-WL-MAX)
                    MOVE WL-STATE   TO TAB-WL-STATE(TAB-WL-MAX)
                    MOVE WL-CONSEC  TO TAB-WL-CONSEC(TAB-WL-MAX)
                    MOVE WL-GROWTH  TO TAB-WL-GROWTH(TAB-WL-MAX)
                    MOVE 'N'        TO TAB-WL-SEEN-SW(TAB-WL-MAX)
                 END-IF
                 PERFORM FILE-READ-IWSNAP
              END-PERFORM
              PERFORM FILE-CLOSE-IWSNAP
           END-IF

      *    NO WATCHLIST AT ALL - THE SNAPSHOT IS LEFT AS IT WAS
           PERFORM FILE-OPEN-INPUT-IWATCH
           IF (IWATCH-NO) THEN
              GO TO EVENTS-WATCHLIST-EXIT
           END-IF
           PERFORM FILE-OPEN-OUTPUT-OWSNAP
           PERFORM FILE-READ-IWATCH
           PERFORM UNTIL (IWATCH-EOF)
              MOVE IWATCH-RECORD TO WL-REC
              IF (WL-NAME NOT = SPACES) AND (WL-ON-LIST) THEN
                 MOVE IWATCH-RECORD TO OWSNAP-RECORD
                 PERFORM FILE-WRITE-OWSNAP
                 PERFORM WATCH-CHECK-ENTERED
              END-IF
              PERFORM FILE-READ-IWATCH
           END-PERFORM
           PERFORM FILE-CLOSE-IWATCH
           PERFORM FILE-CLOSE-OWSNAP

      *    ON THE SNAPSHOT BUT NO LONGER ON THE LIST
           IF (TMP-SNAP-TAKEN) AND (TAB-SR-MAX > 0) THEN
              PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                        UNTIL (TMP-I-TABLE > TAB-WL-MAX)
                 IF (TAB-WL-SEEN-SW(TMP-I-TABLE) = 'N') THEN
                    INITIALIZE EVENT-ARGS
                    MOVE 'W'                     TO EVT-TYPE
                    MOVE TAB-WL-NAME(TMP-I-TABLE)  TO EVT-NAME
                    MOVE TAB-WL-STATE(TMP-I-TABLE) TO EVT-STATE
                    MOVE RUND-DATE               TO EVT-WHEN
                    MOVE 'LEFT WATCHLIST'        TO EVT-WHAT
                    MOVE TAB-WL-GROWTH(TMP-I-TABLE) TO TMP-GR-EDIT
                    STRING 'ON LIST, GROWTH ' TMP-GR-EDIT
                      DELIMITED BY SIZE
                      INTO EVT-BEFORE
                    END-STRING
                    MOVE 'OFF THE LIST'          TO EVT-AFTER
                    STRING 'W' RUND-DATE 'OUT'
                           TAB-WL-NAME(TMP-I-TABLE)
                           TAB-WL-STATE(TMP-I-TABLE)
                      DELIMITED BY SIZE
                      INTO EVT-KEY
                    END-STRING
                    PERFORM EVENT-ADD
                    ADD 1 TO TMP-COUNT-EV-WATCH
                 END-IF
              END-PERFORM
           END-IF
           .
       EVENTS-WATCHLIST-EXIT. EXIT.



      *****************************************************************
       WATCH-CHECK-ENTERED SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-FOUND-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-WL-MAX)
                        OR (TMP-FOUND)
              IF (TAB-WL-NAME(TMP-I-TABLE) = WL-NAME)
                 AND (TAB-WL-STATE(TMP-I-TABLE) = WL-STATE) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
                 MOVE 'Y' TO TAB-WL-SEEN-SW(TMP-I-TABLE)
              END-IF
           END-PERFORM
           IF (TMP-FOUND) OR (NOT TMP-SNAP-TAKEN)
              OR (TAB-SR-MAX = 0) THEN
              GO TO WATCH-CHECK-ENTERED-EXIT
           END-IF
           INITIALIZE EVENT-ARGS
           MOVE 'W'                 TO EVT-TYPE
           MOVE WL-NAME             TO EVT-NAME
           MOVE WL-STATE            TO EVT-STATE
           MOVE RUND-DATE           TO EVT-WHEN
           MOVE 'ENTERED WATCHLIST' TO EVT-WHAT
           MOVE 'NOT ON THE LIST'   TO EVT-BEFORE
           MOVE WL-GROWTH TO TMP-GR-EDIT
           STRING WL-CONSEC ' DECLINES, GROWTH ' TMP-GR-EDIT
             DELIMITED BY SIZE
             INTO EVT-AFTER
           END-STRING
           STRING 'W' RUND-DATE 'IN ' WL-NAME WL-STATE
             DELIMITED BY SIZE
             INTO EVT-KEY
           END-STRING
           PERFORM EVENT-ADD
           ADD 1 TO TMP-COUNT-EV-WATCH
           .
       WATCH-CHECK-ENTERED-EXIT. EXIT.



      *****************************************************************
       EVENTS-SUCCESSION SECTION.
      *===============================================================*
      *    SUCCESSIONS EFFECTIVE IN THE RUN PERIOD OR THE ONE BEFORE; *
      *    THE EVENT IS REPORTED UNDER THE OLD COMPANY, WHICH THE     *
      *    SUBSCRIBER FOLLOWED                                        *
           PERFORM FILE-OPEN-INPUT-ISUCC
           IF (ISUCC-NO) THEN
              GO TO EVENTS-SUCCESSION-EXIT
           END-IF
           PERFORM FILE-READ-ISUCC
           PERFORM UNTIL (ISUCC-EOF)
              MOVE ISUCC-RECORD TO SUCC-REC
              IF (SUCC-OLD-NAME NOT = SPACES)
                 AND ((SUCC-EFF-PERIOD = TMP-RUN-PERIOD)
                      OR (SUCC-EFF-PERIOD = TMP-PREV-PERIOD)) THEN
                 INITIALIZE EVENT-ARGS
                 MOVE 'S'             TO EVT-TYPE
                 MOVE SUCC-OLD-NAME   TO EVT-NAME
                 MOVE SUCC-OLD-STATE  TO EVT-STATE
                 MOVE SUCC-EFF-PERIOD TO EVT-WHEN
                 MOVE 'SUCCEEDED BY'  TO EVT-WHAT
                 MOVE '(OLD NAME RETIRED)' TO EVT-BEFORE
                 STRING SUCC-NEW-NAME(1:25) ' ' SUCC-NEW-STATE
                   DELIMITED BY SIZE
                   INTO EVT-AFTER
                 END-STRING
      *          THE ID AND INDUSTRY THE COMPANY CARRIES NOW
                 MOVE SUCC-NEW-NAME  TO EVT-NAME
                 MOVE SUCC-NEW-STATE TO EVT-STATE
                 PERFORM COMPANY-LOOKUP
                 IF (TMP-CO-IDX = 0) THEN
                    MOVE SUCC-OLD-NAME  TO EVT-NAME
                    MOVE SUCC-OLD-STATE TO EVT-STATE
                    PERFORM COMPANY-LOOKUP
                 END-IF
                 IF (TMP-CO-IDX > 0) THEN
                    MOVE TAB-CO-ID(TMP-CO-IDX)       TO EVT-ID
                    MOVE TAB-CO-INDUSTRY(TMP-CO-IDX) TO EVT-INDUSTRY
                 END-IF
                 MOVE SUCC-OLD-NAME  TO EVT-NAME
                 MOVE SUCC-OLD-STATE TO EVT-STATE
                 STRING 'S' SUCC-OLD-NAME SUCC-OLD-STATE
                        SUCC-NEW-NAME SUCC-NEW-STATE
                   DELIMITED BY SIZE
                   INTO EVT-KEY
                 END-STRING
                 PERFORM EVENT-ADD
                 ADD 1 TO TMP-COUNT-EV-SUCC
              END-IF
              PERFORM FILE-READ-ISUCC
           END-PERFORM
           PERFORM FILE-CLOSE-ISUCC
           .
       EVENTS-SUCCESSION-EXIT. EXIT.



      *****************************************************************
       EVENTS-RESTATEMENT SECTION.
      *===============================================================*
      *    EVERY HISTORY ROW CARRYING THE RESTATEMENT MARKER - THE    *
      *    DELIVERY LOG KEEPS EACH ONE (PERIOD, ORIGINAL AND NEW      *
      *    FIGURE) TO A SINGLE NOTIFICATION PER SUBSCRIBER            *
           PERFORM FILE-OPEN-INPUT-IHIST
           IF (IHIST-NO) THEN
              GO TO EVENTS-RESTATEMENT-EXIT
           END-IF
           PERFORM FILE-READ-IHIST
           PERFORM UNTIL (IHIST-EOF)
              MOVE IHIST-RECORD TO HIST-REC
              IF (HIST-RESTATED) AND (HIST-NAME NOT = SPACES)
                 AND (HIST-GROWTH NUMERIC)
                 AND (HIST-RST-ORIG NUMERIC) THEN
                 INITIALIZE EVENT-ARGS
                 MOVE 'R'           TO EVT-TYPE
                 MOVE HIST-NAME     TO EVT-NAME
                 MOVE HIST-STATE    TO EVT-STATE
                 MOVE HIST-PERIOD   TO EVT-WHEN
                 STRING 'RESTATED ' HIST-PERIOD
                   DELIMITED BY SIZE
                   INTO EVT-WHAT
                 END-STRING
                 MOVE HIST-RST-ORIG TO TMP-GR-EDIT
                 STRING 'GROWTH ' TMP-GR-EDIT
                   DELIMITED BY SIZE
                   INTO EVT-BEFORE
                 END-STRING
                 MOVE HIST-GROWTH   TO TMP-GR-EDIT
                 STRING 'GROWTH ' TMP-GR-EDIT ' ' HIST-RST-REASON
                   DELIMITED BY SIZE
                   INTO EVT-AFTER
                 END-STRING
                 STRING 'R' HIST-NAME HIST-STATE HIST-PERIOD
                        HIST-RST-ORIG HIST-GROWTH
                   DELIMITED BY SIZE
                   INTO EVT-KEY
                 END-STRING
                 PERFORM EVENT-ADD
                 ADD 1 TO TMP-COUNT-EV-RSTM
              END-IF
              PERFORM FILE-READ-IHIST
           END-PERFORM
           PERFORM FILE-CLOSE-IHIST
           .
       EVENTS-RESTATEMENT-EXIT. EXIT.



      *****************************************************************
       EVENTS-GROWTH-MOVE SECTION.
      *===============================================================*
      *    CURRENT GROWTH AGAINST THE PRIOR-PERIOD EXTRACT - A MOVE   *
      *    OF MOVEPTS POINTS OR MORE EITHER WAY IS AN EVENT           *
           PERFORM FILE-OPEN-INPUT-IPRIOR
           IF (IPRIOR-NO) THEN
              GO TO EVENTS-GROWTH-MOVE-EXIT
           END-IF
           PERFORM FILE-READ-IPRIOR
           PERFORM UNTIL (IPRIOR-EOF)
              MOVE IPRIOR-RECORD TO IPRIOR-REC
              IF (IPRIOR-NAME NOT = SPACES)
                 AND (IPRIOR-GROWTH NUMERIC) THEN
                 INITIALIZE EVENT-ARGS
                 MOVE IPRIOR-NAME  TO EVT-NAME
                 MOVE IPRIOR-STATE TO EVT-STATE
                 PERFORM COMPANY-LOOKUP
                 IF (TMP-CO-IDX > 0) THEN
                    COMPUTE TMP-MOVE = TAB-CO-GROWTH(TMP-CO-IDX)
                                     - IPRIOR-GROWTH
                    IF (TMP-MOVE < 0) THEN
                       COMPUTE TMP-MOVE = 0 - TMP-MOVE
                    END-IF
                    IF (TMP-MOVE >= TMP-MOVEPTS) THEN
                       PERFORM EVENT-FROM-GROWTH-MOVE
                    END-IF
                 END-IF
              END-IF
              PERFORM FILE-READ-IPRIOR
           END-PERFORM
           PERFORM FILE-CLOSE-IPRIOR
           .
       EVENTS-GROWTH-MOVE-EXIT. EXIT.



      *****************************************************************
       EVENT-FROM-GROWTH-MOVE SECTION.
      *===============================================================*
           MOVE 'G'              TO EVT-TYPE
           MOVE RUND-DATE        TO EVT-WHEN
           IF (TAB-CO-GROWTH(TMP-CO-IDX) > IPRIOR-GROWTH) THEN
              MOVE 'GROWTH MOVE UP'   TO EVT-WHAT
           ELSE
              MOVE 'GROWTH MOVE DOWN' TO EVT-WHAT
           END-IF
           MOVE IPRIOR-GROWTH TO TMP-GR-EDIT
           STRING 'PRIOR PERIOD ' TMP-GR-EDIT
             DELIMITED BY SIZE
             INTO EVT-BEFORE
           END-STRING
           MOVE TAB-CO-GROWTH(TMP-CO-IDX) TO TMP-GR-EDIT
           STRING 'CURRENT ' TMP-GR-EDIT
             DELIMITED BY SIZE
             INTO EVT-AFTER
           END-STRING
           STRING 'G' IPRIOR-NAME IPRIOR-STATE IPRIOR-GROWTH
                  TAB-CO-GROWTH(TMP-CO-IDX)
             DELIMITED BY SIZE
             INTO EVT-KEY
           END-STRING
           PERFORM EVENT-ADD
           ADD 1 TO TMP-COUNT-EV-MOVE
           .
       EVENT-FROM-GROWTH-MOVE-EXIT. EXIT.



      *****************************************************************
       COMPANY-LOOKUP SECTION.
      *===============================================================*
      *    EVT-NAME/EVT-STATE ON THE COMPANIES MASTER - TMP-CO-IDX 0  *
      *    WHEN NOT FOUND                                             *
           MOVE 0 TO TMP-CO-IDX
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-CO-MAX)
                        OR (TMP-CO-IDX > 0)
              IF (TAB-CO-NAME(TMP-J-TABLE) = EVT-NAME)
                 AND (TAB-CO-STATE(TMP-J-TABLE) = EVT-STATE) THEN
                 MOVE TMP-J-TABLE TO TMP-CO-IDX
              END-IF
           END-PERFORM
           .
       COMPANY-LOOKUP-EXIT. EXIT.



      *****************************************************************
       EVENT-ADD SECTION.
      *===============================================================*
      *    ID AND INDUSTRY NOT ALREADY SUPPLIED COME FROM THE MASTER  *
           IF (EVT-ID = SPACES) OR (EVT-INDUSTRY = SPACES) THEN
              PERFORM COMPANY-LOOKUP
              IF (TMP-CO-IDX > 0) THEN
                 IF (EVT-ID = SPACES) THEN
                    MOVE TAB-CO-ID(TMP-CO-IDX) TO EVT-ID
                 END-IF
                 IF (EVT-INDUSTRY = SPACES) THEN
                    MOVE TAB-CO-INDUSTRY(TMP-CO-IDX) TO EVT-INDUSTRY
                 END-IF
              END-IF
           END-IF
           ADD 1 TO TAB-EV-MAX
           IF (TAB-EV-MAX > TAB-EV-DIM) THEN
              MOVE TAB-EV-DIM TO TAB-EV-MAX
              MOVE '907' TO PGM-ERR-RC
              MOVE 'TAB-EV OVERFLOW' TO PGM-ERR-MSG1
              MOVE 'RAISE TAB-EV-DIM' TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF
           MOVE EVT-TYPE     TO TAB-EV-TYPE(TAB-EV-MAX)
           MOVE EVT-NAME     TO TAB-EV-NAME(TAB-EV-MAX)
           MOVE EVT-STATE    TO TAB-EV-STATE(TAB-EV-MAX)
           MOVE EVT-ID       TO TAB-EV-ID(TAB-EV-MAX)
           MOVE EVT-INDUSTRY TO TAB-EV-INDUSTRY(TAB-EV-MAX)
           MOVE EVT-WHEN     TO TAB-EV-WHEN(TAB-EV-MAX)
           MOVE EVT-WHAT     TO TAB-EV-WHAT(TAB-EV-MAX)
           MOVE EVT-BEFORE   TO TAB-EV-BEFORE(TAB-EV-MAX)
           MOVE EVT-AFTER    TO TAB-EV-AFTER(TAB-EV-MAX)
           MOVE EVT-KEY      TO TAB-EV-KEY(TAB-EV-MAX)
           .
       EVENT-ADD-EXIT. EXIT.



      *****************************************************************
       NOTIFY-ONE-SUBSCRIBER SECTION.
      *===============================================================*
      *    THE FILE IS OPENED WITH THE FIRST NEW EVENT, SO A RERUN    *
      *    WITH NOTHING NEW LEAVES THE FIRST RUN'S FILE ALONE         *
           MOVE 'N' TO TMP-OPEN-SW
           PERFORM VARYING TMP-E-I FROM 1 BY 1
                     UNTIL (TMP-E-I > TAB-EV-MAX)
              PERFORM CHECK-SUBSCRIBED
              IF (TMP-MATCH-SW = 'Y') THEN
                 PERFORM CHECK-DELIVERED
                 IF (TMP-DONE-SW = 'Y') THEN
                    ADD 1 TO TMP-COUNT-SUPPRESSED
                 ELSE
                    PERFORM NOTIFY-WRITE-EVENT
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-ONOTE-OPEN) THEN
              PERFORM FILE-CLOSE-ONOTE
           END-IF
           .
       NOTIFY-ONE-SUBSCRIBER-EXIT. EXIT.



      *****************************************************************
       CHECK-SUBSCRIBED SECTION.
      *===============================================================*
      *    ANY SUBSCRIPTION OF THE SUBSCRIBER ON THE EVENT'S COMPANY  *
      *    OR INDUSTRY THAT TAKES THE EVENT TYPE                      *
           MOVE 'N' TO TMP-MATCH-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-SB-MAX)
                        OR (TMP-MATCH-SW = 'Y')
              IF (TAB-SB-SUBSCRIBER(TMP-I-TABLE)
                  = TAB-SR-SUBSCRIBER(TMP-S-I)) THEN
                 IF ((TAB-SB-KIND(TMP-I-TABLE) = 'C')
                     AND (TAB-EV-ID(TMP-E-I) NOT = SPACES)
                     AND (TAB-SB-KEY(TMP-I-TABLE)(1:9)
                          = TAB-EV-ID(TMP-E-I)))
                 OR ((TAB-SB-KIND(TMP-I-TABLE) = 'I')
                     AND (TAB-EV-INDUSTRY(TMP-E-I) NOT = SPACES)
                     AND (TAB-SB-KEY(TMP-I-TABLE)
                          = TAB-EV-INDUSTRY(TMP-E-I))) THEN
                    IF (TAB-SB-EVENTS(TMP-I-TABLE) = SPACES) THEN
                       MOVE 'Y' TO TMP-MATCH-SW
                    ELSE
                       PERFORM VARYING TMP-K FROM 1 BY 1
                                 UNTIL (TMP-K > 6)
                          IF (TAB-SB-EVENTS(TMP-I-TABLE)(TMP-K:1)
                              = TAB-EV-TYPE(TMP-E-I)) THEN
                             MOVE 'Y' TO TMP-MATCH-SW
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       CHECK-SUBSCRIBED-EXIT. EXIT.



      *****************************************************************
       CHECK-DELIVERED SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-DONE-SW
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-DV-MAX)
                        OR (TMP-DONE-SW = 'Y')
              IF (TAB-DV-KEY(TMP-J-TABLE) = TAB-EV-KEY(TMP-E-I))
                 AND (TAB-DV-SUBSCRIBER(TMP-J-TABLE)
                      = TAB-SR-SUBSCRIBER(TMP-S-I)) THEN
                 MOVE 'Y' TO TMP-DONE-SW
              END-IF
           END-PERFORM
           .
       CHECK-DELIVERED-EXIT. EXIT.



      *****************************************************************
       NOTIFY-WRITE-EVENT SECTION.
      *===============================================================*
           IF (NOT TMP-ONOTE-OPEN) THEN
              MOVE SPACES TO TMP-ONOTE-PATH
              STRING 'IO/NOTIFY_'
                     FUNCTION TRIM(TAB-SR-SUBSCRIBER(TMP-S-I))
                     '.txt'
                DELIMITED BY SIZE
                INTO TMP-ONOTE-PATH
              END-STRING
              MOVE TMP-ONOTE-PATH TO ENV-ARG-PATH
              PERFORM ENV-APPLY-ONE
              MOVE ENV-ARG-PATH TO TMP-ONOTE-PATH
              PERFORM FILE-OPEN-OUTPUT-ONOTE
              MOVE 'Y' TO TMP-OPEN-SW
              ADD 1 TO TMP-COUNT-FILES
              MOVE TAB-SR-SUBSCRIBER(TMP-S-I) TO ONOTE-H1-SUBSCRIBER
              MOVE RUND-DATE                  TO ONOTE-H1-DATE
              MOVE ONOTE-H1 TO ONOTE-RECORD
              PERFORM FILE-WRITE-ONOTE
              MOVE ALL '=' TO ONOTE-RECORD
              PERFORM FILE-WRITE-ONOTE
              MOVE ONOTE-H2 TO ONOTE-RECORD
              PERFORM FILE-WRITE-ONOTE
              MOVE ALL '-' TO ONOTE-RECORD
              PERFORM FILE-WRITE-ONOTE
           END-IF

           MOVE SPACES                  TO ONOTE-R1
           MOVE TAB-EV-WHEN(TMP-E-I)    TO ONOTE-R1-WHEN
           MOVE TAB-EV-NAME(TMP-E-I)    TO ONOTE-R1-NAME
           MOVE TAB-EV-STATE(TMP-E-I)   TO ONOTE-R1-STATE
           MOVE TAB-EV-WHAT(TMP-E-I)    TO ONOTE-R1-WHAT
           MOVE TAB-EV-BEFORE(TMP-E-I)  TO ONOTE-R1-BEFORE
           MOVE TAB-EV-AFTER(TMP-E-I)   TO ONOTE-R1-AFTER
           MOVE ONOTE-R1 TO ONOTE-RECORD
           PERFORM FILE-WRITE-ONOTE
           ADD 1 TO TMP-COUNT-SENT
           ADD 1 TO TAB-SR-SENT(TMP-S-I)

      *    DELIVERY LOG - ON FILE AND IN THE TABLE, SO THE SAME EVENT
      *    FOUND TWICE IN ONE RUN IS WRITTEN ONCE TOO
           MOVE SPACES                     TO DLV-REC
           MOVE TMP-NOW                    TO DLV-TS
           MOVE TAB-SR-SUBSCRIBER(TMP-S-I) TO DLV-SUBSCRIBER
           MOVE TAB-EV-KEY(TMP-E-I)        TO DLV-KEY
           MOVE DLV-REC TO ODLV-RECORD
           PERFORM FILE-WRITE-ODLV
           IF (TAB-DV-MAX < TAB-DV-DIM) THEN
              ADD 1 TO TAB-DV-MAX
              MOVE DLV-SUBSCRIBER TO TAB-DV-SUBSCRIBER(TAB-DV-MAX)
              MOVE DLV-KEY        TO TAB-DV-KEY(TAB-DV-MAX)
           END-IF
           .
       NOTIFY-WRITE-EVENT-EXIT. EXIT.



      *****************************************************************
       ICOMP-READ SECTION.
      *===============================================================*
           PERFORM FILE-READ-ICOMP
           IF (NOT ICOMP-EOF) THEN
              MOVE ICOMP-RECORD TO ICOMP-REC
           END-IF
      *    EFFECTIVE DATING - SKIP VERSIONS NOT IN FORCE TODAY
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
       PGM-FINISH SECTION.
      *===============================================================*
           PERFORM MASTER-LOCK-RELEASE

           MOVE TAB-EV-MAX TO PGM-THROUGHPUT-COUNT

      *---------------------------------------------------------------*
      * CLOSE FILES                                                   *
      *---------------------------------------------------------------*
           PERFORM FILE-CLOSE-ODLV

      *---------------------------------------------------------------*
      * MESSAGES                                                      *
      *---------------------------------------------------------------*
           DISPLAY 'SUBSCRIPTIONS.......: ' TAB-SB-MAX
           DISPLAY 'SUBSCRIBERS.........: ' TAB-SR-MAX
           DISPLAY 'EVENTS MAINTENANCE..: ' TMP-COUNT-EV-JRNL
           DISPLAY 'EVENTS LIFECYCLE....: ' TMP-COUNT-EV-LIFE
           DISPLAY 'EVENTS WATCHLIST....: ' TMP-COUNT-EV-WATCH
           DISPLAY 'EVENTS SUCCESSION...: ' TMP-COUNT-EV-SUCC
           DISPLAY 'EVENTS RESTATEMENT..: ' TMP-COUNT-EV-RSTM
           DISPLAY 'EVENTS GROWTH MOVE..: ' TMP-COUNT-EV-MOVE
           DISPLAY 'NOTIFICATIONS SENT..: ' TMP-COUNT-SENT
           DISPLAY 'ALREADY NOTIFIED....: ' TMP-COUNT-SUPPRESSED
           DISPLAY 'FILES WRITTEN.......: ' TMP-COUNT-FILES
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
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUBS==
            ==:V2:== BY ==ISUBS-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDLV==
            ==:V2:== BY ==IDLV-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILHIST==
            ==:V2:== BY ==ILHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWATCH==
            ==:V2:== BY ==IWATCH-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IWSNAP==
            ==:V2:== BY ==IWSNAP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISUCC==
            ==:V2:== BY ==ISUCC-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IHIST==
            ==:V2:== BY ==IHIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPRIOR==
            ==:V2:== BY ==IPRIOR-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ONOTE==
            ==:V2:== BY ==TMP-ONOTE-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODLV==
            ==:V2:== BY ==ODLV-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OWSNAP==
            ==:V2:== BY ==OWSNAP-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.

      *****************************************************************
       END PROGRAM TPL-NTFY1.
      *****************************************************************
