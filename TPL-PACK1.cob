      *****************************************************************
      * TPL-PACK1: MORNING REPORT-PACK ASSEMBLER                      *
      *===============================================================*
      * VERSION: V01.02.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * CREPO1 CAN KEEP FOUR REPORTS OPEN AT ONCE, BUT THE MORNING    *
      * OUTPUT WAS STILL FIVE LOOSE FILES. THIS PROGRAM BINDS THE     *
      * IPACK - EACH SOURCE REPORT, OPENED IN TURN (DYNAMIC PATH):    *
      *         IO/OREPORT_YYYYMMDD.txt, IO/OSTATE.txt,               *
      *         IO/OXTAB.txt, IO/OHISTO.txt, IO/dailydigest.txt       *
      * IPARM - OPTIONAL (IO/packparm.txt): DATE=YYYYMMDD - OVERRIDES *
      *         THE CHAIN RUN DATE                                    *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *          WHOSE OREPORT ARCHIVE IS BOUND (SEE RUNDSE.cob)      *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * INDUSTRY FOOTER AND ANALYST COMMENTARY KEPT ON ONE PAGE       *
      * V01.02.00                  FR                      15.10.2026 *
      * RUN DATE DEFAULTS TO THE CHAIN RUN DATE (RUNDSE.cob) SO A     *
      * BACKLOG NIGHT BINDS THAT NIGHT'S OREPORT ARCHIVE              *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
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
            ==:V1:== BY ==IPARM==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
           05 TMP-PS-I                PIC S9(4)   BINARY.
           05 TMP-BOUND-COUNT         PIC 9(2)    VALUE ZERO.

      *---------------------------------------------------------------*
      * THE GROWTH REPORT'S INDUSTRY FOOTER AND THE ANALYST           *
      * COMMENTARY UNDER IT ARE HELD BACK HERE AND WRITTEN AS ONE     *
      * UNSPLITTABLE BLOCK (CREPO1CA-RESERVE-LINES) - THE BLOCK RUNS  *
      * FROM THE FOOTER'S RULE LINE TO THE NEXT BLANK LINE            *
      *---------------------------------------------------------------*
       01 KEEP-BLOCK.
           05 TAB-KEEP-MAX            PIC S9(4) BINARY  VALUE ZERO.
           05 TAB-KEEP-DIM            PIC S9(4) BINARY  VALUE 24.
           05 TAB-KEEP-LINE           PIC X(132) OCCURS 24.
           05 TMP-KEEP-I              PIC S9(4) BINARY.

       COPY 'LIB/REPORT/CREPO1WS.cob'.

      *---------------------------------------------------------------*
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
           MOVE IPARM-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IPARM-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO OALERT-PATH
           MOVE ZERO                                 TO PGM-END-RC
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                            TO TMP-RUN-DATE

      *---------------------------------------------------------------*
      * RUN DATE OVERRIDE (IPARM IS OPTIONAL)                         *

           PERFORM FILE-READ-IPACK
           PERFORM UNTIL (IPACK-EOF)
              PERFORM BIND-ONE-LINE
              PERFORM FILE-READ-IPACK
           END-PERFORM
           PERFORM KEEP-BLOCK-FLUSH
           PERFORM FILE-CLOSE-IPACK
           ADD 1 TO TMP-BOUND-COUNT




      *****************************************************************
       BIND-ONE-LINE SECTION.
      *===============================================================*
      * ONE SOURCE LINE INTO THE PACK. IN THE GROWTH REPORT (SOURCE 1)*
      * THE INDUSTRY FOOTER'S RULE LINE OPENS A HELD BLOCK, A BLANK   *
      * LINE CLOSES IT; A BLOCK THAT OUTGROWS THE HOLD IS WRITTEN AS  *
      * IT STANDS AND THE REST FOLLOWS LINE BY LINE                   *
      *---------------------------------------------------------------*
           IF (TAB-KEEP-MAX > 0) THEN
              IF (IPACK-RECORD = SPACES) THEN
                 PERFORM KEEP-BLOCK-FLUSH
              ELSE
                 ADD 1 TO TAB-KEEP-MAX
                 MOVE IPACK-RECORD TO TAB-KEEP-LINE(TAB-KEEP-MAX)
                 IF (TAB-KEEP-MAX = TAB-KEEP-DIM) THEN
                    PERFORM KEEP-BLOCK-FLUSH
                 END-IF
                 GO TO BIND-ONE-LINE-EXIT
              END-IF
           ELSE
              IF (TMP-PS-I = 1)
                 AND (IPACK-RECORD(1:52) = SPACES)
                 AND (IPACK-RECORD(53:10) = ALL '-')
                 AND (IPACK-RECORD(63:) = SPACES) THEN
                 MOVE 1 TO TAB-KEEP-MAX
                 MOVE IPACK-RECORD TO TAB-KEEP-LINE(1)
                 GO TO BIND-ONE-LINE-EXIT
              END-IF
           END-IF

           MOVE SPACES       TO CREPO1CA-LINE
           MOVE IPACK-RECORD TO CREPO1CA-LINE
           PERFORM CREPO1-WRITE
           .
       BIND-ONE-LINE-EXIT. EXIT.



      *****************************************************************
       KEEP-BLOCK-FLUSH SECTION.
      *===============================================================*
           IF (TAB-KEEP-MAX = 0) THEN
              GO TO KEEP-BLOCK-FLUSH-EXIT
           END-IF
           MOVE TAB-KEEP-MAX TO CREPO1CA-RESERVE-LINES
           PERFORM VARYING TMP-KEEP-I FROM 1 BY 1
                     UNTIL (TMP-KEEP-I > TAB-KEEP-MAX)
              MOVE SPACES                    TO CREPO1CA-LINE
              MOVE TAB-KEEP-LINE(TMP-KEEP-I) TO CREPO1CA-LINE
              PERFORM CREPO1-WRITE
           END-PERFORM
           MOVE 0 TO TAB-KEEP-MAX
           .
       KEEP-BLOCK-FLUSH-EXIT. EXIT.



      *****************************************************************
       PGM-FINISH SECTION.
      *===============================================================*
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/REPORT/CREPO1SE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IPACK==
