      *---------------------------------------------------------------*
      * PRICE-INDEX MASTER (SEE PIDXSE.cob, MAINTAINED BY TPL-PIDX1). *
      * EVERY GROWTH FIGURE WE PRINT IS NOMINAL; THE PRICE-INDEX      *
      * MASTER IO/priceindex.txt - PERIOD X(6) YYYYMM, INDUSTRY X(23) *
      * (SPACES = THE GENERAL INDEX, OTHERWISE A SECTOR-SPECIFIC      *
      * DEFLATOR FOR THAT INDUSTRY), INDEX 9(5)V9(3) - LETS A REPORT  *
      * DEFLATE A PERIOD'S GROWTH BY THE INDEX CHANGE SINCE THE       *
      * INDEX'S PREVIOUS PERIOD ON FILE:                              *
      *    REAL = (100 + NOMINAL) * INDEX(PRIOR) / INDEX(PERIOD) - 100*
      * AN INDUSTRY WITH ITS OWN INDEX FOR BOTH PERIODS USES IT, ANY  *
      * OTHER FALLS BACK TO THE GENERAL INDEX. THE INDEX IS KEPT AT   *
      * THE SAME FREQUENCY AS THE GROWTH FIGURES IT DEFLATES. THE     *
      * HOST PROGRAM SUPPLIES THE IPIDX FILE (IFILE COPYBOOK FAMILY)  *
      * AND IPIDX-PATH.                                               *
      *---------------------------------------------------------------*
       01 PIDX-REC.
           05 PIDX-REC-PERIOD          PIC X(6).
           05 PIDX-REC-INDUSTRY        PIC X(23).
           05 PIDX-REC-INDEX           PIC 9(5)V9(3).
           05 FILLER                   PIC X(43).
       01 PRICE-INDEX-TABLE.
           05 TAB-PIDX-MAX             PIC S9(9) BINARY.
           05 TAB-PIDX-DIM             PIC S9(9) BINARY  VALUE 999.
           05 TAB-PIDX                 OCCURS 1   TO          999
                                       DEPENDING  ON  TAB-PIDX-MAX.
                10 TAB-PIDX-PERIOD     PIC X(6).
                10 TAB-PIDX-INDUSTRY   PIC X(23).
                10 TAB-PIDX-INDEX      PIC 9(5)V9(3).
       01 PRICE-INDEX-FIELDS.
           05 PIDX-ARG-PERIOD          PIC X(6).
           05 PIDX-ARG-INDUSTRY        PIC X(23).
           05 PIDX-ARG-NOMINAL         PIC S9(3)V99.
           05 PIDX-ARG-REAL            PIC S9(3)V99.
           05 PIDX-ARG-INFLATION       PIC S9(3)V99.
           05 PIDX-ARG-SOURCE          PIC X(1).
              88 PIDX-ARG-SECTOR           VALUE 'I'.
              88 PIDX-ARG-GENERAL          VALUE 'G'.
              88 PIDX-ARG-NONE             VALUE 'N'.
           05 PIDX-KEY-INDUSTRY        PIC X(23).
           05 PIDX-CUR-INDEX           PIC 9(5)V9(3).
           05 PIDX-PRIOR-INDEX         PIC 9(5)V9(3).
           05 PIDX-PRIOR-PERIOD        PIC X(6).
           05 PIDX-SKIP-COUNT          PIC 9(7)    VALUE ZERO.
           05 PIDX-I                   PIC S9(9)   BINARY.
           05 PIDX-PAIR-SW             PIC X(1).
              88 PIDX-PAIR-FOUND           VALUE 'Y'.
