      *---------------------------------------------------------------*
      * INDEXED GROWTH HISTORY (SEE HISTKSE.cob). IO/growthhist.idx   *
      * HOLDS EVERY ROW OF IO/growthhist.txt THAT HAS A COMPANY-ID    *
      * (SEE TPL-CID1), KEYED ON COMPANY-ID + PERIOD, SO A READER     *
      * THAT WANTS ONE COMPANY STARTS ON ITS ID INSTEAD OF SCANNING   *
      * YEARS OF PERIODS. THE DATA PART IS THE LINE-SEQUENTIAL ROW    *
      * AS-IS (HISTK-HIST), SO A READER MOVES IT TO ITS OWN HIST-REC  *
      * AND KEEPS ITS LOGIC. TPL-HIST1 APPENDS AND TPL-RSTM1 REWRITES *
      * THE ROWS IN STEP WITH THE SEQUENTIAL MASTER. THE CONTROL      *
      * RECORD (ID ZERO) CARRIES THE SEQUENTIAL ROW COUNT AT THE LAST *
      * SYNC - WHEN ANOTHER PROGRAM REWRITES growthhist.txt           *
      * (TPL-HCMP1 COMPACTION, TPL-MASK1) THE COUNTS DIFFER AND       *
      * TPL-HIST1 REBUILDS THE INDEXED COPY FROM THE SEQUENTIAL ONE.  *
      * IT ALSO CARRIES THE NUMBER OF CROSS-REFERENCE ENTRIES THE     *
      * COPY WAS BUILT WITH AND THE ROWS LEFT OUT FOR WANT OF AN ID - *
      * ONCE TPL-CID1 HAS ISSUED IDS SINCE, THOSE ROWS MAY NOW BELONG *
      * TO A KEYED COMPANY, SO THE COPY IS STALE (HISTK-STALE-CHECK): *
      * TPL-HIST1 REBUILDS IT AND THE READERS SCAN growthhist.txt     *
      * UNTIL IT HAS.                                                 *
      * THE HOST PROGRAM SUPPLIES:                                    *
      *   KHIST  - KFILE FAMILY (KEY 15, DATA 85) AND KHIST-PATH      *
      *   IXREF  - IFILE FAMILY (80), THE COMPANY-ID CROSS-REFERENCE  *
      *            IO/companyid.txt, AND IXREF-PATH                   *
      *   HKSORT - SORT WORK FILE: SD HKSORT, 01 HKSORT-REC WITH      *
      *            HKSORT-KEY X(40) (NAME + STATE), HKSORT-ID X(9)    *
      *---------------------------------------------------------------*
       01 HISTK-REC.
           05 HISTK-KEY.
              10 HISTK-ID              PIC 9(9).
              10 HISTK-PERIOD          PIC X(6).
           05 HISTK-HIST               PIC X(80).
           05 FILLER                   PIC X(5).
       01 HISTK-CTL-REC REDEFINES HISTK-REC.
           05 HISTK-CTL-KEY            PIC X(15).
           05 HISTK-CTL-ROWS           PIC 9(9).
           05 HISTK-CTL-DATE           PIC X(8).
           05 HISTK-CTL-PGM            PIC X(8).
           05 HISTK-CTL-XREFS          PIC 9(9).
           05 HISTK-CTL-NO-ID          PIC 9(9).
           05 FILLER                   PIC X(42).
       01 HISTK-FIELDS.
           05 HISTK-ARG-ID             PIC 9(9).
           05 HISTK-ARG-KEY.
              10 HISTK-ARG-NAME        PIC X(38).
              10 HISTK-ARG-STATE       PIC X(2).
           05 HISTK-ARG-ROWS           PIC 9(9).
           05 HISTK-ARG-HIST           PIC X(80).
           05 HISTK-HIT-SW             PIC X(1).
              88 HISTK-HIT                 VALUE 'Y'.
           05 HISTK-CTL-SW             PIC X(1).
              88 HISTK-CTL-FOUND           VALUE 'Y'.
           05 HISTK-STALE-SW           PIC X(1).
              88 HISTK-STALE               VALUE 'Y'.
           05 HISTK-XRS-FULL-SW        PIC X(1)    VALUE 'N'.
           05 HISTK-COUNT-PUT          PIC 9(9).
           05 HISTK-COUNT-NO-ID        PIC 9(9).
       01 HISTK-CTL-KEY-VALUE          PIC X(15)   VALUE ALL '0'.
       01 HISTK-XREF-TABLE.
           05 TAB-HXS-MAX             PIC S9(9) BINARY.
           05 TAB-HXS-DIM             PIC S9(9) BINARY  VALUE 9999.
           05 TAB-HXS                 OCCURS 1   TO         9999
                                      DEPENDING  ON  TAB-HXS-MAX
                                      ASCENDING KEY IS TAB-HXS-KEY
                                      INDEXED BY TAB-HXS-IDX.
                10 TAB-HXS-KEY        PIC X(40).
                10 TAB-HXS-ID         PIC X(9).
