      *****************************************************************
      * TPL-TRCE1: END-TO-END LINEAGE TRACE FOR ONE COMPANY FIGURE    *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * "WHY DOES THIS COMPANY SHOW 12,5?" IS AN AFTERNOON OF         *
      * GREPPING ARCHIVES TODAY. GIVEN NAME + STATE AND A RUN DATE,   *
      *          PUBLISHED ONE IS NOT ON DISK YET                     *
      * IGL    - GL EXTRACT (IO/glextract.txt), OPTIONAL              *
      * IJRNL  - MAINTENANCE JOURNAL (IO/companiesjrn.txt), OPTIONAL  *
      * ICARC  - CLOSED-COMPANY ARCHIVE (IO/closedarch.txt), OPTIONAL *
      *          - A COMPANY TPL-CLOS1 SWEPT OFF THE MASTERS SHOWS AS *
      *          CLOSED AND ARCHIVED ON ITS SWEEP DATE                *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * CLOSED-COMPANY ARCHIVE TOUCHPOINT, ARCHIVAL JOURNAL ENTRIES   *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==223==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==180==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ISNAP==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IGL==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==IJRNL==.
       COPY 'LIB/FILE/IFILEWS.cob' REPLACING ==:V1:== BY ==ICARC==.
       COPY 'LIB/FILE/CARCWS.cob'.

      *---------------------------------------------------------------*
      * OUTPUT OTRACE = TRACE REPORT                                  *
                                      VALUE 'IO/glextract.txt'.
       01 IJRNL-PATH                 PIC X(40)
                                      VALUE 'IO/companiesjrn.txt'.
       01 ICARC-PATH                 PIC X(40)
                                      VALUE 'IO/closedarch.txt'.
       01 ACFG-PATH                  PIC X(40)
                                      VALUE 'IO/applog.cfg'.
       01 OTRACE-PATH                PIC X(40)

           PERFORM TRACE-REGIONAL-EXTRACTS
           PERFORM TRACE-MERGED-MASTER
           PERFORM TRACE-CLOSED-ARCHIVE
           PERFORM TRACE-VALIDATED-EXTRACT
           PERFORM TRACE-REPORT-ARCHIVE
           PERFORM TRACE-GL-EXTRACT
           MOVE IJRNL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO IJRNL-PATH
           MOVE ICARC-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICARC-PATH
           MOVE ACFG-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ACFG-PATH



      *****************************************************************
       TRACE-CLOSED-ARCHIVE SECTION.
      *===============================================================*
      *    A COMPANY CLOSED LONGER THAN THE RETENTION PERIOD IS NO    *
      *    LONGER ON THE MASTERS - TPL-CLOS1 MOVED IT TO THE ARCHIVE  *
           MOVE TRACE-NAME  TO CARC-ARG-NAME
           MOVE TRACE-STATE TO CARC-ARG-STATE
           PERFORM CLOSED-ARCHIVE-LOOKUP
           IF (NOT CARC-ARG-ARCHIVED) THEN
              GO TO TRACE-CLOSED-ARCHIVE-EXIT
           END-IF
           MOVE SPACES TO OTRACE-REC
           STRING 'CLOSED ARCHIVE closedarch.txt (TPL-CLOS1): '
                  'CLOSED AND ARCHIVED ON ' CARC-ARG-DATE-ED
                  ' CLOSED ' CARC-ARG-CLOSED
                  ' ID ' CARC-ARG-ID
                  ' RECORDS ' CARC-ARG-ROWS
             DELIMITED BY SIZE
             INTO OTRACE-REC
           END-STRING
           PERFORM OTRACE-WRITE
           ADD 1 TO TMP-COUNT-TOUCHPOINTS
           .
       TRACE-CLOSED-ARCHIVE-EXIT. EXIT.



      *****************************************************************
       TRACE-VALIDATED-EXTRACT SECTION.
      *===============================================================*
              IF (TMP-WORK-REC(24:40) = TRACE-KEY)
                 OR (TMP-WORK-REC(124:40) = TRACE-KEY) THEN
                 MOVE 'Y' TO TMP-FOUND-SW
                 PERFORM TRACE-JOURNAL-LINE
                 ADD 1 TO TMP-COUNT-TOUCHPOINTS
              END-IF
              PERFORM FILE-READ-IJRNL




      *****************************************************************
       TRACE-JOURNAL-LINE SECTION.
      *===============================================================*
      *    ONE JOURNAL TOUCH OF THE TRACED KEY IN TMP-WORK-REC - 'R'  *
      *    IS A ROW THE ARCHIVAL SWEEP (TPL-CLOS1) TOOK OFF A MASTER  *
      *    OTHER THAN companies.txt AND CARRIES NO GROWTH IMAGES      *
           IF (TMP-WORK-REC(23:1) = 'R') THEN
              MOVE SPACES TO OTRACE-REC
              STRING 'JOURNAL (TPL-CLOS1) ' TMP-WORK-REC(1:14)
                     ' OPERATOR ' TMP-WORK-REC(15:8)
                     ' ACTION R ' TMP-WORK-REC(124:48)
                DELIMITED BY SIZE
                INTO OTRACE-REC
              END-STRING
              PERFORM OTRACE-WRITE
              GO TO TRACE-JOURNAL-LINE-EXIT
           END-IF
           MOVE TMP-WORK-REC(87:5) TO TMP-GROWTH-X
           PERFORM GROWTH-EDIT
           MOVE TMP-GROWTH-PRT TO TMP-GROWTH-PRT2
           MOVE TMP-WORK-REC(187:5) TO TMP-GROWTH-X
           PERFORM GROWTH-EDIT
           MOVE SPACES TO OTRACE-REC
           STRING 'JOURNAL (TPL-MAINT1) ' TMP-WORK-REC(1:14)
                  ' OPERATOR ' TMP-WORK-REC(15:8)
                  ' ACTION ' TMP-WORK-REC(23:1)
                  ' GROWTH ' TMP-GROWTH-PRT2
                  ' -> ' TMP-GROWTH-PRT
             DELIMITED BY SIZE
             INTO OTRACE-REC
           END-STRING
           PERFORM OTRACE-WRITE
           .
       TRACE-JOURNAL-LINE-EXIT. EXIT.



      *****************************************************************
       GROWTH-EDIT SECTION.
      *===============================================================*
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IJRNL==
            ==:V2:== BY ==IJRNL-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICARC==
            ==:V2:== BY ==ICARC-PATH==.
       COPY 'LIB/FILE/CARCSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ACFG==
            ==:V2:== BY ==ACFG-PATH==.
