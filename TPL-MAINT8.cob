      *****************************************************************
      * TPL-MAINT8: COMPANY-LOCATIONS FILE MAINTENANCE                *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * ADD/CHANGE/DELETE TRANSACTIONS AGAINST companyloc.txt, THE    *
      * COMPANION LOCATIONS MASTER (CITY AND ZIP) KEYED ON COMPANY    *
      * ======                                                        *
      * IATTR    - OLD MASTER (IO/companyloc.txt)                     *
      * IATTRTRN - TRANSACTIONS (IO/companyloctrn.txt), ACTION A/C/D  *
      *            FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)    *
      * IZIPR    - ZIP RANGES (IO/ziprange.txt, SEE TPL-ZIPM1) -      *
      *            AN ADD OR CHANGE WHOSE ZIP PREFIX DOES NOT BELONG  *
      *            TO THE COMPANY'S STATE IS REJECTED; WITHOUT THE    *
      *            FILE ZIP AND STATE ARE NOT CROSS-CHECKED           *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH CONTROL HEADER VERIFIED BEFORE THE BATCH IS APPLIED     *
      * V01.02.00                  FR                      15.10.2026 *
      * ZIP PREFIX CHECKED AGAINST THE STATE VIA ziprange.txt         *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IATTRTRN==
            ==:V2:== BY ==IATTRTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IATTRTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==OATTRREJ==.
       01 OATTRREJ-REC                PIC X(80).

      *---------------------------------------------------------------*
      * INPUT IZIPR = ZIP-RANGE MAP (ZIPRWS.cob) - THE LOCATION KEY'S *
      * STATE IS THE COMPANY'S ICOMP-STATE, SO THE ZIP PREFIX MUST    *
      * FALL IN ONE OF THAT STATE'S RANGES                            *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IZIPR==.
       COPY 'LIB/FILE/ZIPRWS.cob'.

      *---------------------------------------------------------------*
      * MERGE KEYS (NAME + STATE) - HIGH-VALUES MARKS AN EXHAUSTED    *
      * FILE SO THE MAIN LOOP CAN COMPARE KEYS WITHOUT A SEPARATE     *
           05 TMP-COUNT-ADDED          PIC 9(7).
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).
       01 TMP-VALID-SW                 PIC X(1).
          88 TMP-TRN-VALID                 VALUE 'Y'.

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
                                      VALUE 'IO/companyloc.txt'.
       01 IATTRTRN-PATH              PIC X(40)
                                      VALUE 'IO/companyloctrn.txt'.
       01 IZIPR-PATH                 PIC X(40)
                                      VALUE 'IO/ziprange.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 IGENP-PATH                 PIC X(40)
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
           MOVE IATTRTRN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IATTRTRN-PATH
           MOVE IZIPR-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IZIPR-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           MOVE 0                          TO TMP-COUNT-CHANGED
           MOVE 0                          TO TMP-COUNT-DELETED

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. THESE        *
      * TRANSACTIONS CARRY NO GROWTH FIGURE - THE COUNT DECIDES       *
      *---------------------------------------------------------------*
           MOVE IATTRTRN-PATH         TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *

           PERFORM MASTER-LOCK-ACQUIRE

      *---------------------------------------------------------------*
      * ZIP-RANGE MAP (OPTIONAL - WITHOUT IT ZIP AND STATE ARE NOT    *
      * CROSS-CHECKED, AS BEFORE THE MASTER EXISTED)                  *
      *---------------------------------------------------------------*
           PERFORM LOAD-ZIP-RANGES
           IF (IZIPR-NO) THEN
              MOVE 'NO ZIP-RANGE MASTER - ZIP/STATE NOT CHECKED'
                TO APP-LOG-LINE
              PERFORM SCHREIBE-APP-LOG-LINE
           END-IF

      *---------------------------------------------------------------*
      * OPEN FILES                                                    *
      *---------------------------------------------------------------*
      *    REMAINING OLD-MASTER KEYS - ONLY 'ADD' MAKES SENSE HERE    *
           IF (IATTRTRN-ADD) THEN
              PERFORM TRN-VALIDATE-FIELDS
              PERFORM TRN-VALIDATE-ZIP-STATE
              IF (NOT TMP-TRN-VALID) THEN
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE SPACES             TO OATTR-REC
              MOVE IATTRTRN-NAME      TO OATTR-NAME
              MOVE IATTRTRN-STATE     TO OATTR-STATE
                 PERFORM OATTR-WRITE
              WHEN (IATTRTRN-CHANGE)
                 PERFORM TRN-VALIDATE-FIELDS
                 PERFORM TRN-VALIDATE-ZIP-STATE
                 IF (TMP-TRN-VALID) THEN
                    MOVE SPACES             TO OATTR-REC
                    MOVE IATTR-NAME         TO OATTR-NAME
                    MOVE IATTR-STATE        TO OATTR-STATE
                    MOVE IATTRTRN-CITY      TO OATTR-CITY
                    MOVE IATTRTRN-ZIP       TO OATTR-ZIP
                    ADD 1 TO TMP-COUNT-CHANGED
                 ELSE
                    MOVE IATTR-REC          TO OATTR-REC
                 END-IF
                 PERFORM OATTR-WRITE
              WHEN (IATTRTRN-DELETE)
                 ADD 1 TO TMP-COUNT-DELETED
              WHEN OTHER



      *****************************************************************
       TRN-VALIDATE-ZIP-STATE SECTION.
      *===============================================================*
      *    THE ZIP'S FIRST THREE DIGITS MUST FALL IN ONE OF THE       *
      *    RANGES ziprange.txt GIVES THE COMPANY'S STATE - A ZIP OF   *
      *    ANOTHER STATE WOULD PUT THE COMPANY IN THE WRONG METRO.    *
      *    UNLIKE A BAD FIELD THIS ONLY REJECTS THE ONE TRANSACTION   *
           MOVE 'Y' TO TMP-VALID-SW
           IF (IZIPR-NO) THEN
              GO TO TRN-VALIDATE-ZIP-STATE-EXIT
           END-IF
           MOVE IATTRTRN-ZIP(1:3) TO ZIPR-ARG-ZIP3
           MOVE IATTRTRN-STATE    TO ZIPR-ARG-STATE
           PERFORM ZIP-STATE-LOOKUP
           IF (ZIPR-ARG-MATCH) THEN
              GO TO TRN-VALIDATE-ZIP-STATE-EXIT
           END-IF
           MOVE 'N' TO TMP-VALID-SW
           MOVE SPACES TO OATTRREJ-REC
           IF (ZIPR-ARG-OTHER-STATE) THEN
              STRING 'ZIP ' IATTRTRN-ZIP ' IS ' ZIPR-ARG-OWNER
                     ' NOT ' IATTRTRN-STATE ': ' IATTRTRN-ACTION ' '
                     IATTRTRN-NAME
                DELIMITED BY SIZE
                INTO OATTRREJ-REC
              END-STRING
           ELSE
              STRING 'ZIP ' IATTRTRN-ZIP ' IN NO RANGE: '
                     IATTRTRN-ACTION ' ' IATTRTRN-NAME ' '
                     IATTRTRN-STATE
                DELIMITED BY SIZE
                INTO OATTRREJ-REC
              END-STRING
           END-IF
           MOVE OATTRREJ-REC TO OATTRREJ-RECORD
           PERFORM FILE-WRITE-OATTRREJ
           .
       TRN-VALIDATE-ZIP-STATE-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IATTRTRN==
            ==:V2:== BY ==IATTRTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IZIPR==
            ==:V2:== BY ==IZIPR-PATH==.
       COPY 'LIB/FILE/ZIPRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
