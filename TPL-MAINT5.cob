      *****************************************************************
      * TPL-MAINT5: INDUSTRY MASTER-LIST MAINTENANCE                  *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * industries.txt - THE MASTER LIST EVERY ICOMP ROW IS VALIDATED *
      * AGAINST - WAS STILL BEING EDITED BY HAND. THIS PROGRAM GIVES  *
      * IIND    - OLD MASTER (IO/industries.txt), SORTED ASCENDING    *
      * IINDTRN - TRANSACTIONS (IO/industriestrn.txt), SORTED BY THE  *
      *           INDUSTRY NAME: ACTION X(1), INDUSTRY X(23),         *
      *           NEW-INDUSTRY X(23) (RENAME TARGET, 'C' ONLY),       *
      *           SIC-CODE X(6) (STANDARD CLASSIFICATION CODE, 2-6    *
      *           DIGITS LEFT-JUSTIFIED - REQUIRED ON 'A', OPTIONAL   *
      *           ON 'C')                                             *
      *           FIRST RECORD: BATCH CONTROL HEADER (BHDRWS.cob)     *
      * ICOMP   - COMPANIES MASTER, READ ONLY FOR THE IN-USE CHECK    *
      *                                                                *
      * OUTPUT:                                                       *
      * ROWS ARE BUFFERED AND SORTED BEFORE WRITING BECAUSE A RENAME  *
      * WOULD OTHERWISE LEAVE THE MASTER OUT OF ORDER FOR THE NEXT    *
      * RUN.                                                          *
      * EVERY MASTER ROW CARRIES ITS STANDARD CLASSIFICATION CODE     *
      * (NAICS-STYLE) IN BYTES 24-29. A 'C' WITH A BLANK NEW NAME     *
      * ONLY RECODES THE INDUSTRY, SO IT IS ALLOWED WHILE THE         *
      * INDUSTRY IS IN USE. AFTER THE UPDATE EVERY INDUSTRY STILL ON  *
      * companies.txt WITHOUT A CODE IS LOGGED AND THE RUN ENDS RC 4. *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        22.08.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * BATCH CONTROL HEADER VERIFIED BEFORE THE BATCH IS APPLIED     *
      * V01.02.00                  FR                      15.10.2026 *
      * STANDARD CLASSIFICATION (SIC) CODE IN BYTES 24-29, REQUIRED   *
      * ON ADD, RECODE VIA 'C' WITH A BLANK NEW NAME; ACTIVE          *
      * INDUSTRIES WITHOUT A CODE ARE LOGGED (RC 4)                   *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IINDTRN==
            ==:V2:== BY ==IINDTRN-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IINDTRN==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==100==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IIND==.
       01 IIND-REC.
           05 IIND-INDUSTRY            PIC X(23).
           05 IIND-SIC-CODE            PIC X(6).
           05 FILLER                   PIC X(51).

      *---------------------------------------------------------------*
      * INPUT IINDTRN = ADD/CHANGE(RENAME)/DELETE TRANSACTIONS        *
              88 IINDTRN-DELETE          VALUE 'D'.
           05 IINDTRN-INDUSTRY        PIC X(23).
           05 IINDTRN-NEW-INDUSTRY    PIC X(23).
           05 IINDTRN-SIC-CODE        PIC X(6).
           05 FILLER                  PIC X(27).

      *---------------------------------------------------------------*
      * INPUT ICOMP = COMPANIES MASTER, SCANNED ONCE FOR THE SET OF   *
           05 TAB-NEW                 OCCURS 1   TO          199
                                      DEPENDING  ON  TAB-NEW-MAX.
                10 TAB-NEW-INDUSTRY   PIC X(23).
                10 TAB-NEW-SIC-CODE   PIC X(6).
       01 NEW-WORK.
           05 TMP-NEW-SWAP            PIC X(23).
           05 TMP-NEW-SWAP-SIC        PIC X(6).

      *---------------------------------------------------------------*
      * SIC-CODE CHECK - 2 TO 6 DIGITS, LEFT-JUSTIFIED, NOTHING AFTER *
      * THE FIRST BLANK                                               *
      *---------------------------------------------------------------*
       01 SIC-WORK.
           05 TMP-SIC-CODE            PIC X(6).
           05 TMP-SIC-LEN             PIC S9(4) BINARY.
           05 TMP-SIC-VALID-SW        PIC X(1).
              88 TMP-SIC-VALID            VALUE 'Y'.

      *---------------------------------------------------------------*
      * OUTPUT OINDREJ = REJECTED TRANSACTIONS                        *
      *---------------------------------------------------------------*
       01 TMP-IIND-KEY                PIC X(23).
       01 TMP-TRN-KEY                 PIC X(23).
      *    THE MASTER RECORD STILL WAITING ITS TURN WHILE AN ADD IS
      *    BUILT IN IIND-REC
       01 TMP-IIND-SAVE               PIC X(80).

      *---------------------------------------------------------------*
      * IGENP = OPTIONAL GENERATION-DEPTH CONFIG (GENDEPTH=n) AND     *
           05 TMP-COUNT-CHANGED        PIC 9(7).
           05 TMP-COUNT-DELETED        PIC 9(7).
           05 TMP-COUNT-REJECTED       PIC 9(7).
           05 TMP-COUNT-NO-SIC         PIC 9(7).
           05 TMP-I-TABLE              PIC S9(9) BINARY.
           05 TMP-J-TABLE              PIC S9(9) BINARY.

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

           PERFORM NEW-MASTER-SORT
           PERFORM NEW-MASTER-WRITE
           PERFORM ACTIVE-SIC-CHECK

           PERFORM FILE-CLOSE-IIND
           PERFORM FILE-CLOSE-OIND
           MOVE 0                          TO TMP-COUNT-CHANGED
           MOVE 0                          TO TMP-COUNT-DELETED
           MOVE 0                          TO TMP-COUNT-REJECTED
           MOVE 0                          TO TMP-COUNT-NO-SIC
           MOVE 0                          TO TAB-USE-MAX
           MOVE 0                          TO TAB-NEW-MAX

      *---------------------------------------------------------------*
      * BATCH CONTROL HEADER (SEE BHDRWS.cob) - A BATCH THAT DOES NOT *
      * ADD UP TO ITS TRANSMITTAL SLIP IS REFUSED WHOLE. THESE        *
      * TRANSACTIONS CARRY NO GROWTH FIGURE - THE COUNT DECIDES       *
      *---------------------------------------------------------------*
           MOVE IINDTRN-PATH          TO BHDR-ARG-PATH
           MOVE 0                     TO BHDR-ARG-HASH-POS
           PERFORM BATCH-HEADER-VERIFY

      *---------------------------------------------------------------*
      * TAKE THE SHARED-MASTER LOCK (SEE LOCKWS.cob) - FAILS FAST    *
      * WITH RC 908 IF ANOTHER PROGRAM HAS THE MASTERS OPEN          *
              PERFORM PGM-ERR
           END-IF
           MOVE IIND-INDUSTRY TO TAB-NEW-INDUSTRY(TAB-NEW-MAX)
           MOVE IIND-SIC-CODE TO TAB-NEW-SIC-CODE(TAB-NEW-MAX)
           .
       KEEP-INDUSTRY-EXIT. EXIT.

              GO TO TRANSACTION-ONLY-EXIT
           END-IF
           IF (IINDTRN-ADD) THEN
              MOVE IINDTRN-SIC-CODE TO TMP-SIC-CODE
              PERFORM SIC-CODE-VALIDATE
              IF (NOT TMP-SIC-VALID) THEN
                 PERFORM TRN-REJECT-SIC-CODE
                 GO TO TRANSACTION-ONLY-EXIT
              END-IF
              MOVE IIND-REC         TO TMP-IIND-SAVE
              MOVE IINDTRN-INDUSTRY TO IIND-INDUSTRY
              MOVE IINDTRN-SIC-CODE TO IIND-SIC-CODE
              PERFORM KEEP-INDUSTRY
              MOVE TMP-IIND-SAVE    TO IIND-REC
              ADD 1 TO TMP-COUNT-ADDED
           ELSE
              PERFORM TRN-REJECT-NOT-FOUND
              PERFORM KEEP-INDUSTRY
              GO TO TRANSACTION-MATCHED-EXIT
           END-IF
           MOVE IINDTRN-SIC-CODE TO TMP-SIC-CODE
           PERFORM SIC-CODE-VALIDATE
           EVALUATE TRUE
              WHEN (IINDTRN-ADD)
                 PERFORM TRN-REJECT-DUPLICATE
                 PERFORM KEEP-INDUSTRY
              WHEN (IINDTRN-CHANGE)
                 AND (IINDTRN-SIC-CODE NOT = SPACES)
                 AND (NOT TMP-SIC-VALID)
                 PERFORM TRN-REJECT-SIC-CODE
                 PERFORM KEEP-INDUSTRY
              WHEN (IINDTRN-CHANGE)
                 AND (IINDTRN-NEW-INDUSTRY = SPACES
                      OR IINDTRN-NEW-INDUSTRY = IINDTRN-INDUSTRY)
      *          RECODE ONLY - THE NAME ON THE COMPANY ROWS STAYS, SO
      *          THE IN-USE CHECK DOES NOT APPLY
                 IF (IINDTRN-SIC-CODE = SPACES) THEN
                    PERFORM TRN-REJECT-SIC-CODE
                 ELSE
                    MOVE IINDTRN-SIC-CODE TO IIND-SIC-CODE
                    ADD 1 TO TMP-COUNT-CHANGED
                 END-IF
                 PERFORM KEEP-INDUSTRY
              WHEN (IINDTRN-CHANGE)
                 PERFORM CHECK-INDUSTRY-IN-USE
                 IF (TMP-USE-FOUND-SW = 'Y') THEN
                    PERFORM KEEP-INDUSTRY
                 ELSE
                    MOVE IINDTRN-NEW-INDUSTRY TO IIND-INDUSTRY
                    IF (IINDTRN-SIC-CODE NOT = SPACES) THEN
                       MOVE IINDTRN-SIC-CODE TO IIND-SIC-CODE
                    END-IF
                    PERFORM KEEP-INDUSTRY
                    ADD 1 TO TMP-COUNT-CHANGED
                 END-IF



      *****************************************************************
       TRN-REJECT-SIC-CODE SECTION.
      *===============================================================*
           ADD 1 TO TMP-COUNT-REJECTED
           MOVE SPACES TO OINDREJ-REC
           STRING 'INVALID OR MISSING SIC CODE "' IINDTRN-SIC-CODE
                  '": ' IINDTRN-ACTION ' ' IINDTRN-INDUSTRY
             DELIMITED BY SIZE
             INTO OINDREJ-REC
           END-STRING
           MOVE OINDREJ-REC TO OINDREJ-RECORD
           PERFORM FILE-WRITE-OINDREJ
           .
       TRN-REJECT-SIC-CODE-EXIT. EXIT.



      *****************************************************************
       SIC-CODE-VALIDATE SECTION.
      *===============================================================*
           MOVE 'N' TO TMP-SIC-VALID-SW
           MOVE 0   TO TMP-SIC-LEN
           INSPECT TMP-SIC-CODE TALLYING TMP-SIC-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF (TMP-SIC-LEN < 2) THEN
              GO TO SIC-CODE-VALIDATE-EXIT
           END-IF
           IF (TMP-SIC-CODE(1:TMP-SIC-LEN) NOT NUMERIC) THEN
              GO TO SIC-CODE-VALIDATE-EXIT
           END-IF
           IF (TMP-SIC-LEN < 6) THEN
              IF (TMP-SIC-CODE(TMP-SIC-LEN + 1:) NOT = SPACES) THEN
                 GO TO SIC-CODE-VALIDATE-EXIT
              END-IF
           END-IF
           MOVE 'Y' TO TMP-SIC-VALID-SW
           .
       SIC-CODE-VALIDATE-EXIT. EXIT.



      *****************************************************************
       ACTIVE-SIC-CHECK SECTION.
      *===============================================================*
      *    EVERY INDUSTRY STILL ON companies.txt NEEDS ITS CODE FOR   *
      *    THE EXTERNAL COMPARISONS - ONE LOG LINE PER GAP, RC 4      *
           PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                     UNTIL (TMP-J-TABLE > TAB-NEW-MAX)
              IF (TAB-NEW-SIC-CODE(TMP-J-TABLE) = SPACES) THEN
                 MOVE TAB-NEW-INDUSTRY(TMP-J-TABLE) TO IINDTRN-INDUSTRY
                 PERFORM CHECK-INDUSTRY-IN-USE
                 IF (TMP-USE-FOUND-SW = 'Y') THEN
                    ADD 1 TO TMP-COUNT-NO-SIC
                    MOVE SPACES TO APP-LOG-LINE
                    STRING 'ACTIVE INDUSTRY HAS NO SIC CODE: '
                           TAB-NEW-INDUSTRY(TMP-J-TABLE)
                      DELIMITED BY SIZE
                      INTO APP-LOG-LINE
                    END-STRING
                    PERFORM SCHREIBE-APP-LOG-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF (TMP-COUNT-NO-SIC > 0) THEN
              MOVE '004' TO PGM-END-RC
           END-IF
           .
       ACTIVE-SIC-CHECK-EXIT. EXIT.



      *****************************************************************
       TRN-REJECT-INVALID-ACTION SECTION.
      *===============================================================*
                     TAB-NEW-INDUSTRY(TMP-J-TABLE + 1)) THEN
                    MOVE TAB-NEW-INDUSTRY(TMP-J-TABLE)
                      TO TMP-NEW-SWAP
                    MOVE TAB-NEW-SIC-CODE(TMP-J-TABLE)
                      TO TMP-NEW-SWAP-SIC
                    MOVE TAB-NEW-INDUSTRY(TMP-J-TABLE + 1)
                      TO TAB-NEW-INDUSTRY(TMP-J-TABLE)
                    MOVE TAB-NEW-SIC-CODE(TMP-J-TABLE + 1)
                      TO TAB-NEW-SIC-CODE(TMP-J-TABLE)
                    MOVE TMP-NEW-SWAP
                      TO TAB-NEW-INDUSTRY(TMP-J-TABLE + 1)
                    MOVE TMP-NEW-SWAP-SIC
                      TO TAB-NEW-SIC-CODE(TMP-J-TABLE + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
              MOVE SPACES TO OIND-RECORD
              MOVE TAB-NEW-INDUSTRY(TMP-I-TABLE)
                TO OIND-RECORD(1:23)
              MOVE TAB-NEW-SIC-CODE(TMP-I-TABLE)
                TO OIND-RECORD(24:6)
              PERFORM FILE-WRITE-OIND
           END-PERFORM
           .
           DISPLAY 'TRANSACTIONS CHANGED.: ' TMP-COUNT-CHANGED
           DISPLAY 'TRANSACTIONS DELETED.: ' TMP-COUNT-DELETED
           DISPLAY 'TRANSACTIONS REJECTED: ' TMP-COUNT-REJECTED
           DISPLAY 'ACTIVE WITHOUT SIC...: ' TMP-COUNT-NO-SIC
           MOVE FUNCTION CURRENT-DATE TO PGM-DATE
           DISPLAY PGM-NAME ' ENDE.......: '
             PGM-DATE(1:4) '.' PGM-DATE(5:2) '.' PGM-DATE(7:2) ' '
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IINDTRN==
            ==:V2:== BY ==IINDTRN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IBHDR==
            ==:V2:== BY ==BHDR-ARG-PATH==.
       COPY 'LIB/FILE/BHDRSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICOMP==
            ==:V2:== BY ==ICOMP-PATH==.
