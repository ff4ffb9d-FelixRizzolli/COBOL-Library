      *****************************************************************
      * TPL-LIFE1: COMPANY LIFECYCLE STATUS MAINTENANCE               *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * APPLIES STATUS-CHANGE TRANSACTIONS (ACTIVE/SUSPENDED/CLOSED   *
      * WITH A REASON CODE) AGAINST THE LIFECYCLE MASTER              *
      * ILIFETRN - TRANSACTIONS (IO/lifecycletrn.txt): NAME X(38),    *
      *            STATE X(2), NEW STATUS X(1) A/S/C, REASON X(8),    *
      *            OPERATOR X(8), EFFECTIVE X(8)                      *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH CONTROL HEADER VERIFIED BEFORE THE BATCH IS APPLIED     *
      * V01.02.00                  FR                      15.10.2026 *
      * REASON VALIDATED AGAINST THE REASON-CODE MASTER (CRSN1)       *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ILIFETRN==
            ==:V2:== BY ==ILIFETRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ILIFETRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-REJECTED       PIC 9(7).
       01 TMP-REJ-TEXT                 PIC X(24).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.

      *---------------------------------------------------------------*
      * IBHDR = THE TRANSACTION FILE AGAIN, READ ONCE FOR THE BATCH   *
      * CONTROL CHECK (SEE BHDRWS.cob) BEFORE ANYTHING IS APPLIED     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IBHDR==.
       COPY 'LIB/FILE/BHDRWS.cob'.

       COPY 'LIB/ERR/ERRBWS.cob'.
       COPY 'LIB/UTIL/CFRZWS.cob'.
       COPY 'LIB/UTIL/CAUTWS.cob'.
       COPY 'LIB/UTIL/CRSNWS.cob'.
       COPY 'LIB/FILE/LOCKWS.cob'.

      *---------------------------------------------------------------*
           MOVE 0                          TO TMP-COUNT-ADDED
           MOVE 0                          TO TMP-COUNT-REJECTED

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. THESE        *
      * TRANSACTIONS CARRY NO GROWTH FIGURE - THE COUNT DECIDES       *
      *---------------------------------------------------------------*
           MOVE ILIFETRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
              PERFORM TRN-REJECT-BAD
              GO TO TRANSACTION-NEW-COMPANY-EXIT
           END-IF
           PERFORM TRN-REASON-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
              GO TO TRANSACTION-NEW-COMPANY-EXIT
           END-IF
           MOVE SPACES        TO OLIFE-REC
           MOVE LTRN-NAME     TO OLIFE-NAME
           MOVE LTRN-STATE    TO OLIFE-STATE
              PERFORM OLIFE-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           PERFORM TRN-REASON-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
              MOVE ILIFEM-REC TO OLIFE-REC
              PERFORM OLIFE-WRITE
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           MOVE SPACES        TO OLIFE-REC
           MOVE ILIFEM-NAME   TO OLIFE-NAME
           MOVE ILIFEM-STATE  TO OLIFE-STATE



      *****************************************************************
       TRN-REASON-CHECK SECTION.
      *===============================================================*
      *    THE REASON MUST BE AN ACTIVE LIFE CODE ON THE REASON-CODE  *
      *    MASTER (SEE LIB/UTIL/CRSN1) - AN UNKNOWN OR RETIRED CODE   *
      *    IS REJECTED SO THE STATUS HISTORY ONLY CARRIES CODES THAT  *
      *    CAN BE COUNTED                                             *
           MOVE 'LIFE'      TO CRSN1CA-DOMAIN
           MOVE LTRN-REASON TO CRSN1CA-CODE
           PERFORM REASON-CODE-CHECK
           IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
              IF (CRSN1CA-UNKNOWN) THEN
                 MOVE 'UNKNOWN REASON CODE: '  TO TMP-REJ-TEXT
              ELSE
                 MOVE 'INACTIVE REASON CODE: ' TO TMP-REJ-TEXT
              END-IF
              ADD 1 TO TMP-COUNT-REJECTED
              MOVE SPACES TO OLIFEREJ-REC
              STRING TMP-REJ-TEXT DELIMITED BY '  '
                     ' ' LTRN-REASON ' ' LTRN-NAME ' ' LTRN-STATE
                DELIMITED BY SIZE
                INTO OLIFEREJ-REC
              END-STRING
              MOVE OLIFEREJ-REC TO OLIFEREJ-RECORD
              PERFORM FILE-WRITE-OLIFEREJ
           END-IF
           .
       TRN-REASON-CHECK-EXIT. EXIT.



      *****************************************************************
       ILIFEM-READ SECTION.
      *===============================================================*
       COPY 'LIB/ERR/ERRB'.
       COPY 'LIB/UTIL/CFRZSE.cob'.
       COPY 'LIB/UTIL/CAUTSE.cob'.
       COPY 'LIB/UTIL/CRSNSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ILIFETRN==
            ==:V2:== BY ==ILIFETRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
