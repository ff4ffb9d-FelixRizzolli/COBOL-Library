      *****************************************************************
      * TPL-MAINT1: COMPANIES-FILE MAINTENANCE                        *
      *===============================================================*
      * VERSION: V01.03.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ADD/CHANGE/DELETE TRANSACTIONS AGAINST companies.txt, KEYED   *
      * ON COMPANY NAME + STATE. BOTH THE OLD MASTER (ICOMP) AND THE  *
      * INPUT:                                                        *
      * ======                                                        *
      * ICOMP    - OLD MASTER (IO/companies.txt)                      *
      * ICOMPTRN - TRANSACTIONS (IO/companiestrn.txt), ACTION A/C/D,  *
      *            BEHIND THE BATCH CONTROL HEADER (SEE BHDRWS.cob)   *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH CONTROL HEADER VERIFIED BEFORE THE BATCH IS APPLIED,    *
      * BATCH NUMBER JOURNALED                                        *
      * V01.02.00                  FR                      15.10.2026 *
      * EVERY APPLY RUN OPENS ITS JOURNAL ENTRIES WITH A 'B' RECORD   *
      * V01.03.00                  FR                      15.10.2026 *
      * APPROVAL REASON (REASON=) VALIDATED AND JOURNALED (CRSN1)     *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMPTRN==
            ==:V2:== BY ==ICOMPTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IAPPR==
            ==:V2:== BY ==IAPPR-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMPTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
      *       JOURNAL; BLANK ON OLD-FORMAT FILES JOURNALS AS UNKNOWN
           05 ICOMPTRN-OPERATOR       PIC X(8).

      *---------------------------------------------------------------*
      * IBHDR = THE TRANSACTION FILE AGAIN, READ ONCE FOR THE BATCH   *
      * CONTROL CHECK (SEE BHDRWS.cob) BEFORE ANYTHING IS APPLIED     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBHDR==.
       COPY 'LIB/FILE/BHDRWS.cob'.

      *---------------------------------------------------------------*
      * IPENDTRN = PENDING-TRANSACTIONS QUEUE FED BY TPL-INQ1'S 'U'   *
      * PROPOSALS (SAME LAYOUT AS ICOMPTRN) - OPTIONAL. LOADED AND    *
      * THAN MAXDELETES COMPANIES OR MOVING A GROWTH FIGURE BY MORE   *
      * THAN MAXMOVE POINTS NEEDS A SECOND OPERATOR'S APPROVAL        *
      * RECORD (IO/apprvals.txt: APPROVER=XXX, DATE=TODAY, A          *
      * DIFFERENT ID THAN THE SUBMITTER, REASON=<APPR CODE ON THE     *
      * REASON-CODE MASTER>) BEFORE IT IS APPLIED; BOTH IDENTITIES    *
      * AND THE REASON GO TO THE JOURNAL. THE PRE-SCAN LOADS THE OLD  *
      * MASTER'S GROWTH FIGURES TO MEASURE THE MOVEMENT.              *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IAPPR==.
           05 TMP-APPR-SUBMITTER      PIC X(8).
           05 TMP-APPR-APPROVER       PIC X(8).
           05 TMP-APPR-DATE           PIC X(8).
           05 TMP-APPR-REASON         PIC X(8).
           05 TMP-APPR-KEY            PIC X(20).
           05 TMP-APPR-VAL            PIC X(20).
           05 TMP-APPR-DIFF           PIC S9(4)V99.
           05 JRNL-OPERATOR           PIC X(8).
           05 JRNL-ACTION             PIC X(1).
      *    FULL 100-BYTE MASTER IMAGES SO EFFECTIVE-DATED UPDATES
      *    KEEP THEIR REGION STAMP, VERSION BYTE AND BOTH DATES.
      *    EACH RUN OPENS WITH A 'B' RECORD WHOSE BEFORE IMAGE IS THE
      *    BATCH HEADER FROM BYTE 42 ON ('BATCH', BATCH NUMBER,
      *    ORIGINATOR, COUNT, GROWTH TOTAL; BATCH NUMBER *NOBATCH FOR
      *    A RUN WITHOUT A HEADED BATCH) - EVERY RECORD AFTER IT UP TO
      *    THE NEXT 'B' BELONGS TO THAT RUN, AND THE 'B' RECORD'S
      *    TIMESTAMP IS THE RUN IDENTIFIER
           05 JRNL-BEFORE             PIC X(100).
           05 JRNL-AFTER              PIC X(100).

       COPY 'LIB/UTIL/CTRLWS.cob'.
       COPY 'LIB/UTIL/CFRZWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/UTIL/CRSNWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
              PERFORM FILE-CLOSE-IVALST
           END-IF

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE, IN VALIDATE  *
      * MODE AS WELL. THE GROWTH FIGURE STARTS AT BYTE 65             *
      *---------------------------------------------------------------*
           MOVE ICOMPTRN-PATH TO BHDR-ARG-PATH
           MOVE 65            TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
              PERFORM FILE-OPEN-OUTPUT-OCOMP
              PERFORM FILE-OPEN-OUTPUT-OCOMPREJ
              PERFORM FILE-OPEN-EXTEND-OJRNL
      *       THE BATCH NUMBER OPENS THE RUN'S JOURNAL ENTRIES - A
      *       RUN WITHOUT A BATCH (PENDING QUEUE ONLY) STILL OPENS
      *       WITH ITS OWN 'B' RECORD, SO NO RUN'S ENTRIES RUN ON
      *       INTO THE PREVIOUS BATCH (SEE TPL-RVRS1)
              IF (NOT BHDR-PRESENT) THEN
                 MOVE SPACES     TO BHDR-REC
                 MOVE 'BATCH'    TO BHDR-TAG
                 MOVE '*NOBATCH' TO BHDR-BATCH-NO
                 MOVE 0          TO BHDR-EXP-COUNT
                 MOVE 0          TO BHDR-EXP-HASH
              END-IF
              MOVE SPACES TO JRNL-REC
              MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TS
              IF (BHDR-ORIGINATOR = SPACES) THEN
                 MOVE '*UNKNOWN'      TO JRNL-OPERATOR
              ELSE
                 MOVE BHDR-ORIGINATOR TO JRNL-OPERATOR
              END-IF
              MOVE 'B'               TO JRNL-ACTION
              MOVE BHDR-REC(42:)     TO JRNL-BEFORE
              MOVE BHDR-ARG-PATH     TO JRNL-AFTER
              MOVE JRNL-REC TO OJRNL-RECORD
              PERFORM FILE-WRITE-OJRNL
      *       AN APPROVED HIGH-IMPACT BATCH JOURNALS BOTH IDENTITIES
      *       BEFORE THE FIRST TRANSACTION TOUCHES THE MASTER
              IF (TMP-APPR-NEEDED-SW = 'Y') THEN
                   TO JRNL-BEFORE
                 MOVE SPACES TO JRNL-AFTER
                 STRING 'APPROVED BY ' TMP-APPR-APPROVER
                        ' REASON ' TMP-APPR-REASON
                   DELIMITED BY SIZE
                   INTO JRNL-AFTER
                 END-STRING
      *    SIGNED BY A DIFFERENT OPERATOR THAN THE SUBMITTER          *
      *---------------------------------------------------------------*
           MOVE SPACES TO TMP-APPR-APPROVER TMP-APPR-DATE
           MOVE SPACES TO TMP-APPR-REASON
           PERFORM FILE-OPEN-INPUT-IAPPR
           IF (IAPPR-YES) THEN
              PERFORM FILE-READ-IAPPR
                   WHEN 'DATE'
                     MOVE FUNCTION TRIM(TMP-APPR-VAL)
                       TO TMP-APPR-DATE
                   WHEN 'REASON'
                     MOVE FUNCTION TRIM(TMP-APPR-VAL)
                       TO TMP-APPR-REASON
                 END-EVALUATE
                 PERFORM FILE-READ-IAPPR
              END-PERFORM
              PERFORM PGM-ERR
           END-IF

      *    THE APPROVAL REASON MUST BE AN ACTIVE APPR CODE ON THE
      *    REASON-CODE MASTER (SEE LIB/UTIL/CRSN1); WITHOUT A MASTER
      *    IT IS OPTIONAL, AS BEFORE
           MOVE 'APPR'          TO CRSN1CA-DOMAIN
           MOVE TMP-APPR-REASON TO CRSN1CA-CODE
           PERFORM REASON-CODE-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
              MOVE '915' TO PGM-ERR-RC
              STRING 'HIGH-IMPACT BATCH APPROVAL REASON NOT VALID: '
                     TMP-APPR-REASON
                DELIMITED BY SIZE
                INTO PGM-ERR-MSG1
              END-STRING
              MOVE 'REASON= IN IO/apprvals.txt MUST BE AN ACTIVE APPR CO
      -           'DE ON IO/reasoncode.txt'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              PERFORM PGM-ERR
           END-IF

           STRING 'HIGH-IMPACT BATCH APPROVED BY '
                  TMP-APPR-APPROVER ' (SUBMITTER '
                  TMP-APPR-SUBMITTER ')'
       COPY 'LIB/UTIL/CTRLSE.cob'.
       COPY 'LIB/UTIL/CFRZSE.cob'.
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/UTIL/CRSNSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMPTRN==
            ==:V2:== BY ==ICOMPTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IAPPR==
            ==:V2:== BY ==IAPPR-PATH==.
