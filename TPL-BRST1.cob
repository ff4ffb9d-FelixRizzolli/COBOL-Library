      *****************************************************************
      * TPL-BRST1: REPORT BURSTING BY RECIPIENT                       *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * EVERY REGIONAL MANAGER RECEIVED THE FULL FORTY-PAGE GROWTH    *
      * REPORT AND READ TWO PAGES OF IT. THE DISTRIBUTION MASTER      *
      * IO/distlist.txt - RECIPIENT X(8), KIND X(1) I/R/M, KEY X(23)  *
      * (AN INDUSTRY NAME, A TWO-DIGIT REGION OR AN ACCOUNT MANAGER)  *
      * - SAYS WHO GETS                                               *
      * WHAT. THIS PROGRAM SPLITS THE NIGHT'S OREPORT INTO ONE FILE   *
      * PER RECIPIENT WITH A BANNER PAGE, AND WRITES A DISTRIBUTION   *
      * LOG OF WHO GOT WHICH PAGES. INDUSTRY RECIPIENTS GET THEIR     *
      * INDUSTRIES' FULL GROUPS; REGION RECIPIENTS GET THE DETAIL     *
      * ROWS WHOSE COMPANY CARRIES THEIR REGION STAMP (THE STAMP      *
      * TPL-MERG1 PUTS ON EVERY companies.txt ROW), UNDER THEIR       *
      * INDUSTRY HEADERS. MANAGER RECIPIENTS GET THE DETAIL ROWS OF   *
      * THE COMPANIES THEY OWN AS PRIMARY MANAGER ON THE OWNERSHIP    *
      * MASTER (SEE TPL-OWNM1), LIKEWISE UNDER THEIR HEADERS.         *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * IREP  - THE NIGHT'S OREPORT ARCHIVE                           *
      *         (IO/OREPORT_YYYYMMDD.txt), RE-READ PER RECIPIENT      *
      * ICOMP - COMPANIES MASTER, FOR THE COMPANY-TO-REGION MAP       *
      * IOWNR - OWNERSHIP MASTER (IO/ownership.txt), OPTIONAL - FOR   *
      *         THE COMPANY-TO-MANAGER MAP                            *
      * IPARM - OPTIONAL (IO/brstparm.txt): DATE=YYYYMMDD - OVERRIDES *
      *         THE CHAIN RUN DATE                                    *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *          WHOSE OREPORT ARCHIVE IS BURST (SEE RUNDSE.cob)      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * DISTRIBUTION KIND M - ROWS OF THE COMPANIES AN ACCOUNT        *
      * MANAGER OWNS (OWNERSHIP MASTER, KEYED ON THE COMPANY-ID)      *
      * V01.02.00                  FR                      15.10.2026 *
      * RUN DATE DEFAULTS TO THE CHAIN RUN DATE (RUNDSE.cob) SO A     *
      * BACKLOG NIGHT BURSTS THAT NIGHT'S OREPORT ARCHIVE             *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
           05 DIST-KIND               PIC X(1).
              88 DIST-KIND-INDUSTRY       VALUE 'I'.
              88 DIST-KIND-REGION         VALUE 'R'.
              88 DIST-KIND-MANAGER        VALUE 'M'.
           05 DIST-KEY                PIC X(23).
           05 FILLER                  PIC X(48).
       01 DIST-TABLE.

      *---------------------------------------------------------------*
      * ICOMP = COMPANIES MASTER - COMPANY-TO-REGION MAP FOR THE      *
      * REGION RECIPIENTS (REGION STAMP AT BYTES 69-70) AND, THROUGH  *
      * THE COMPANY-ID AT BYTES 88-96, COMPANY-TO-MANAGER MAP FOR     *
      * THE MANAGER RECIPIENTS                                        *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICOMP==.
       01 REGION-MAP.
                                      DEPENDING  ON  TAB-RM-MAX.
                10 TAB-RM-NAME        PIC X(38).
                10 TAB-RM-REGION      PIC X(2).
                10 TAB-RM-MANAGER     PIC X(8).

      *---------------------------------------------------------------*
      * IOWNR = OWNERSHIP MASTER (SEE OWNRWS.cob)                     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IOWNR==.
       COPY 'LIB/FILE/OWNRWS.cob'.

       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OBURST==.
           05 TMP-CUR-INDUSTRY        PIC X(23).
           05 TMP-CUR-WANTED-SW       PIC X(1).
           05 TMP-ROW-REGION          PIC X(2).
           05 TMP-ROW-MANAGER         PIC X(8).
           05 TMP-LINE-COUNT          PIC 9(7).
           05 TMP-PAGE-COUNT          PIC 9(5).
           05 TMP-I-TABLE             PIC S9(9) BINARY.
                                      VALUE 'IO/distlist.txt'.
       01 ICOMP-PATH                 PIC X(40)
                                      VALUE 'IO/companies.txt'.
       01 IOWNR-PATH                 PIC X(40)
                                      VALUE 'IO/ownership.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/brstparm.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.

       COPY 'LIB/ERR/ERRBWS.cob'.

      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE IDIST-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IDIST-PATH
           MOVE ICOMP-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICOMP-PATH
           MOVE IOWNR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IOWNR-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE 0                                    TO TAB-DL-MAX
           MOVE 0                                    TO TAB-RC-MAX
           MOVE 0                                    TO TAB-RM-MAX
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                            TO TMP-RUN-DATE

      *---------------------------------------------------------------*
      * RUN DATE OVERRIDE (IPARM IS OPTIONAL)                         *
           PERFORM UNTIL (IDIST-EOF)
              MOVE IDIST-RECORD TO DIST-REC
              IF (DIST-RECIPIENT NOT = SPACES)
                 AND ((DIST-KIND-INDUSTRY) OR (DIST-KIND-REGION)
                      OR (DIST-KIND-MANAGER))
              THEN
                 ADD 1 TO TAB-DL-MAX
                 IF (TAB-DL-MAX > TAB-DL-DIM) THEN
           PERFORM FILE-CLOSE-IDIST

      *---------------------------------------------------------------*
      * COMPANY-TO-REGION MAP (REGION STAMP AT BYTES 69-70) AND       *
      * COMPANY-TO-MANAGER MAP (PRIMARY MANAGER OF THE COMPANY-ID AT  *
      * BYTES 88-96 - WITHOUT THE OWNERSHIP MASTER NOBODY IS OWNED)   *
      *---------------------------------------------------------------*
           PERFORM LOAD-OWNERSHIP-MAP
           PERFORM FILE-OPEN-INPUT-ICOMP
           IF (ICOMP-YES) THEN
              PERFORM FILE-READ-ICOMP
                      TO TAB-RM-NAME(TAB-RM-MAX)
                    MOVE ICOMP-RECORD(69:2)
                      TO TAB-RM-REGION(TAB-RM-MAX)
                    MOVE 0 TO OWNR-ARG-ID
                    IF (ICOMP-RECORD(88:9) NUMERIC) THEN
                       MOVE ICOMP-RECORD(88:9) TO OWNR-ARG-ID
                    END-IF
                    PERFORM OWNERSHIP-LOOKUP
                    MOVE OWNR-ARG-PRIMARY
                      TO TAB-RM-MANAGER(TAB-RM-MAX)
                 END-IF
                 PERFORM FILE-READ-ICOMP
              END-PERFORM
              MOVE IREP-RECORD(4:23) TO TMP-CUR-INDUSTRY
              PERFORM CHECK-INDUSTRY-WANTED
              IF (TMP-CUR-WANTED-SW = 'Y')
                 OR (TMP-CUR-WANTED-SW = 'R')
                 OR (TMP-CUR-WANTED-SW = 'M') THEN
                 PERFORM BURST-WRITE-LINE
              END-IF
              GO TO BURST-ONE-LINE-EXIT
      *        INDUSTRY RECIPIENT - THE WHOLE GROUP GOES OUT
               PERFORM BURST-WRITE-LINE
             WHEN 'R'
             WHEN 'M'
      *        REGION OR MANAGER RECIPIENT - ONLY DETAIL ROWS STAMPED
      *        WITH ONE OF THE RECIPIENT'S REGIONS OR OF A COMPANY THE
      *        RECIPIENT OWNS ('%' MARKER AT BYTE 63)
               IF (IREP-RECORD(63:1) = '%') THEN
                  PERFORM ROW-REGION-LOOKUP
                  PERFORM CHECK-REGION-WANTED
       CHECK-INDUSTRY-WANTED SECTION.
      *===============================================================*
      *    'Y' = RECIPIENT SUBSCRIBES TO THE INDUSTRY, 'R' = ONLY BY  *
      *    REGION, 'M' = ONLY BY MANAGER (THE HEADER PRINTS FOR       *
      *    CONTEXT, ROWS ARE FILTERED), 'N' = NOT AT ALL              *
           MOVE 'N' TO TMP-CUR-WANTED-SW
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-DL-MAX)
                    AND (TMP-CUR-WANTED-SW = 'N') THEN
                    MOVE 'R' TO TMP-CUR-WANTED-SW
                 END-IF
                 IF (TAB-DL-KIND(TMP-I-TABLE) = 'M')
                    AND (TMP-CUR-WANTED-SW = 'N') THEN
                    MOVE 'M' TO TMP-CUR-WANTED-SW
                 END-IF
              END-IF
           END-PERFORM
           .
      *===============================================================*
      *    THE DETAIL ROW'S FIRST 38 BYTES ARE THE COMPANY NAME       *
           MOVE SPACES TO TMP-ROW-REGION
           MOVE SPACES TO TMP-ROW-MANAGER
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-RM-MAX)
              IF (TAB-RM-NAME(TMP-J-TABLE) = IREP-RECORD(1:38)) THEN
                 MOVE TAB-RM-REGION(TMP-J-TABLE) TO TMP-ROW-REGION
                 MOVE TAB-RM-MANAGER(TMP-J-TABLE) TO TMP-ROW-MANAGER
              END-IF
           END-PERFORM
           .
                      = TMP-ROW-REGION) THEN
                 MOVE 'Y' TO TMP-TAKE-SW
              END-IF
              IF (TAB-DL-RECIPIENT(TMP-I-TABLE)
                  = TAB-RC-RECIPIENT(TMP-R-I))
                 AND (TAB-DL-KIND(TMP-I-TABLE) = 'M')
                 AND (TMP-ROW-MANAGER NOT = SPACES)
                 AND (TAB-DL-KEY(TMP-I-TABLE)(1:8)
                      = TMP-ROW-MANAGER) THEN
                 MOVE 'Y' TO TMP-TAKE-SW
              END-IF
           END-PERFORM
           .
       CHECK-REGION-WANTED-EXIT. EXIT.
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IDIST==
            ==:V2:== BY ==IDIST-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IOWNR==
            ==:V2:== BY ==IOWNR-PATH==.
       COPY 'LIB/FILE/OWNRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
