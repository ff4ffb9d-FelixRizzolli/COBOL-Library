      *****************************************************************
      * TPL-RELS1: PUBLICATION RELEASE GATE FOR THE MORNING REPORTS   *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * TWICE A KNOWN-BAD REPORT REACHED THE BRANCH MANAGERS BEFORE   *
      * WE CAUGHT IT. TPL-BAT1 NOW WRITES ITS DATE-STAMPED ARCHIVES   *
      *         TPL-BAL1) - ANY LINE CARRYING 'FAIL' HOLDS THE        *
      *         RELEASE, AS DOES A MISSING REPORT                     *
      * IPARM - OPTIONAL (IO/relsparm.txt): DATE=YYYYMMDD OF THE RUN  *
      *         BEING RELEASED (DEFAULT THE CHAIN RUN DATE)           *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *          WHOSE DRAFTS ARE RELEASED (SEE RUNDSE.cob)           *
      * ICATLG - ARCHIVE CATALOG (IO/archivecatalog.txt) - RESTATED   *
      *         RE-ISSUES (TPL-RISS1) STILL IN DRAFT ARE RELEASED     *
      *         WITH THE MORNING'S REPORTS                            *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      *---------------------------------------------------------------*
      * V01.01.00                  FR                      15.10.2026 *
      * RESTATED RE-ISSUE DRAFTS ON THE ARCHIVE CATALOG RELEASED      *
      * THROUGH THE SAME SIGN-OFF GATE                                *
      * V01.02.00                  FR                      15.10.2026 *
      * RELEASE DATE DEFAULTS TO THE CHAIN RUN DATE (RUNDSE.cob) SO A *
      * BACKLOG NIGHT RELEASES THAT NIGHT'S DRAFTS                    *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
      *****************************************************************
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==104==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IPARM==.
       COPY 'LIB/FILE/OFILEWS.cob' REPLACING ==:V1:== BY ==ORELS==.

      *---------------------------------------------------------------*
      * ICATLG = ARCHIVE CATALOG (SAME LAYOUT AS TPL-BAT1 WRITES)     *
      *---------------------------------------------------------------*
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICATLG==.
       01 CATLG-REC.
           05 CATLG-DATE              PIC X(8).
           05 CATLG-PGM               PIC X(8).
           05 CATLG-PATH              PIC X(40).
           05 CATLG-COUNT             PIC 9(9).
           05 CATLG-RUN-ID            PIC X(12).
           05 CATLG-HASH              PIC X(13).
           05 CATLG-FLAG              PIC X(8).
           05 FILLER                  PIC X(6).

       01 RELEASE-WORK.
           05 TMP-KEY                 PIC X(20).
           05 TMP-VAL                 PIC X(20).
           05 REL-DRAFT-PATH          PIC X(40).
           05 REL-PUB-PATH            PIC X(40).
           05 REL-RENAME-RC           PIC S9(9)   COMP.
           05 REL-PROBE-INFO          PIC X(16).
           05 REL-PROBE-RC            PIC S9(9)   COMP.

       01 RELS-REC.
           05 RELS-TS                 PIC X(14).
                                      VALUE 'IO/balancereport.txt'.
       01 IPARM-PATH                 PIC X(40)
                                      VALUE 'IO/relsparm.txt'.
       01 ICATLG-PATH                PIC X(40)
                                      VALUE 'IO/archivecatalog.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 ORELS-PATH                 PIC X(40)
                                      VALUE 'IO/alert.txt'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IENV==.
       COPY 'LIB/FILE/ENVWS.cob'.
       COPY 'LIB/FILE/RUNDWS.cob'.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IRUNID==.
       01 IRUNID-PATH                PIC X(40)
                                      VALUE 'IO/runid.txt'.

       COPY 'LIB/ERR/ERRBWS.cob'.

           END-STRING
           PERFORM RELEASE-ONE-DRAFT

           PERFORM RELEASE-RESTATED-DRAFTS

           PERFORM PGM-END
           .
       MAIN-EXIT. EXIT.
      * FILE IS OPENED                                                *
      *---------------------------------------------------------------*
           PERFORM ENV-READ-PREFIX
           MOVE IRUNID-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IRUNID-PATH
           MOVE ISIGN-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ISIGN-PATH
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           MOVE ICATLG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICATLG-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-RELEASE-DATE

      *---------------------------------------------------------------*
      * RELEASE DATE OVERRIDE (IPARM IS OPTIONAL)                     *
           MOVE REL-PUB-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO REL-PUB-PATH
           PERFORM RELEASE-DRAFT-RENAME
           .
       RELEASE-ONE-DRAFT-EXIT. EXIT.



      *****************************************************************
       RELEASE-RESTATED-DRAFTS SECTION.
      *===============================================================*
      *    A RESTATED RE-ISSUE (TPL-RISS1) IS CATALOGUED UNDER THE    *
      *    DATE OF THE REPORT IT SUPERSEDES, SO ITS NAME CANNOT BE    *
      *    BUILT FROM THE RELEASE DATE - THE CATALOG CARRIES IT       *
      *    (ALREADY PREFIXED). ONLY DRAFTS STILL ON DISK ARE RENAMED, *
      *    THOSE RELEASED BEFORE ARE SKIPPED QUIETLY                  *
           PERFORM FILE-OPEN-INPUT-ICATLG
           IF (ICATLG-NO) THEN
              GO TO RELEASE-RESTATED-DRAFTS-EXIT
           END-IF
           PERFORM FILE-READ-ICATLG
           PERFORM UNTIL (ICATLG-EOF)
              MOVE ICATLG-RECORD TO CATLG-REC
              IF (CATLG-FLAG = 'RESTATED')
                 AND (CATLG-PATH NOT = SPACES) THEN
                 MOVE CATLG-PATH TO REL-PUB-PATH
                 MOVE SPACES TO REL-DRAFT-PATH
                 STRING FUNCTION TRIM(REL-PUB-PATH) '.draft'
                   DELIMITED BY SIZE
                   INTO REL-DRAFT-PATH
                 END-STRING
                 CALL 'CBL_CHECK_FILE_EXIST' USING REL-DRAFT-PATH
                                                   REL-PROBE-INFO
                   RETURNING REL-PROBE-RC
                 IF (REL-PROBE-RC = ZERO) THEN
                    PERFORM RELEASE-DRAFT-RENAME
                 END-IF
              END-IF
              PERFORM FILE-READ-ICATLG
           END-PERFORM
           PERFORM FILE-CLOSE-ICATLG
           .
       RELEASE-RESTATED-DRAFTS-EXIT. EXIT.



      *****************************************************************
       RELEASE-DRAFT-RENAME SECTION.
      *===============================================================*
      *    REL-PUB-PATH IS THE PUBLISHED NAME, PREFIX APPLIED         *
           MOVE SPACES TO REL-DRAFT-PATH
           STRING FUNCTION TRIM(REL-PUB-PATH) '.draft'
             DELIMITED BY SIZE
                INTO APP-LOG-LINE
              END-STRING
              PERFORM SCHREIBE-APP-LOG-LINE
              GO TO RELEASE-DRAFT-RENAME-EXIT
           END-IF

           ADD 1 TO TMP-RELEASED-COUNT
           PERFORM FILE-WRITE-ORELS
           DISPLAY PGM-NAME ' RELEASED ' REL-PUB-PATH
           .
       RELEASE-DRAFT-RENAME-EXIT. EXIT.



            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ISIGN==
            ==:V2:== BY ==ISIGN-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==IPARM-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICATLG==
            ==:V2:== BY ==ICATLG-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
