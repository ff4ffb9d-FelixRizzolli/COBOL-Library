      *****************************************************************
      * TPL-MEND1: MONTH-END CONSOLIDATION STEP                       *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * RUNS EVERY NIGHT AT THE END OF THE CHAIN AND CONSULTS THE     *
      * PROCESSING CALENDAR: ON AN ORDINARY BUSINESS DAY IT ENDS     *
      * IARCH  - EACH ARCHIVE BEING CONSOLIDATED (DYNAMIC PATH)       *
      * IPARM  - OPTIONAL (IO/mendparm.txt): FORCE=Y RUNS THE         *
      *          CONSOLIDATION REGARDLESS OF THE CALENDAR             *
      * IRUNID - OPTIONAL (IO/runid.txt): CHAIN RUN ID AND, WHEN      *
      *          TPL-RUN1 WORKS OFF A BACKLOG, THE MISSED RUN DATE    *
      *                                                                *
      * OUTPUT:                                                       *
      * =======                                                       *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * PERIODEND/HOLIDAY CHECK AGAINST THE CHAIN RUN DATE (RUNDSE)   *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==ODPRIO==
            ==:V2:== BY ==ODPRIO-PATH==.
       COPY 'LIB/FILE/IFILEFCW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILEFCW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==ODPRIO==
            ==:V2:== BY ==132==.
       COPY 'LIB/FILE/IFILEFDW.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==80==.
       COPY 'LIB/FILE/OFILEFDW.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==120==.
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
           MOVE ICAL-PATH TO ENV-ARG-PATH
           PERFORM ENV-APPLY-ONE
           MOVE ENV-ARG-PATH TO ICAL-PATH
           MOVE ZERO                                 TO PGM-END-RC
           MOVE 0                          TO TAB-PEND-MAX
           MOVE 0                          TO TMP-COUNT-STAGED
           PERFORM RUND-READ-DATE
           MOVE RUND-DATE                  TO TMP-TODAY
           MOVE TMP-TODAY(1:6)             TO TMP-MONTH

      *---------------------------------------------------------------*
            ==:V1:== BY ==IENV==
            ==:V2:== BY =='env.cfg'==.
       COPY 'LIB/FILE/ENVSE.cob'.
       COPY 'LIB/FILE/RUNDSE.cob'.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==ICAL==
            ==:V2:== BY ==ICAL-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==ODPRIO==
            ==:V2:== BY ==ODPRIO-PATH==.
       COPY 'LIB/FILE/IFILESE.cob' REPLACING
            ==:V1:== BY ==IRUNID==
            ==:V2:== BY ==IRUNID-PATH==.
       COPY 'LIB/FILE/OFILESE.cob' REPLACING
            ==:V1:== BY ==OLOG==
            ==:V2:== BY ==OLOG-PATH==.
