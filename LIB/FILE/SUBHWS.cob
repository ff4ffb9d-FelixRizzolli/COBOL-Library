      *---------------------------------------------------------------*
      * REGION SUBMISSION HISTORY (SEE SUBHSE.cob). EVERY PROGRAM     *
      * THAT SEES A REGION'S EXTRACT ARRIVE (OR NOT) APPENDS ONE      *
      * EVENT TO IO/regionsubhist.txt, SO THE PUNCTUALITY SCORECARD   *
      * (TPL-PUNC1) CAN BE BUILT FROM FACTS INSTEAD OF THE OPERATORS' *
      * MEMORY OF WHICH OFFICE WAS LATE AGAIN:                        *
      *   GATE     - TPL-MERG1 ARRIVAL GATE, ONE PER REGION PER RUN   *
      *              (STATUS OK/NO-CTL/BAD-CTL/MISSING/SHORT)         *
      *   MERGE    - TPL-MERG1 REGION MERGED (ROWS = RECORDS READ)    *
      *   STALE    - TPL-MERG1 STALE-EXTRACT HIT                      *
      *   CATCHUP  - TPL-CATC1 LATE-REGION CATCH-UP RUN               *
      *   REJECTS  - TPL-RRET1 REJECTED ROWS RETURNED TO THE REGION   *
      * THE DATE IS THE RUN DATE THE EVENT COUNTS FOR, THE TIME THE   *
      * WALL-CLOCK HHMM IT HAPPENED; LATE IS THE MINUTES PAST THE     *
      * CALENDAR MERGECUTOFF (ZERO WHEN ON TIME OR NO CUTOFF IS SET). *
      * THE HOST PROGRAM SUPPLIES THE OSUBH FILE (OFILE COPYBOOK      *
      * FAMILY, 80 BYTES), OSUBH-PATH, AND OPENS IT EXTEND.           *
      *---------------------------------------------------------------*
       01 SUBH-REC.
           05 SUBH-REC-DATE            PIC X(8).
           05 SUBH-REC-TIME            PIC X(4).
           05 SUBH-REC-REGION          PIC 9(2).
           05 SUBH-REC-EVENT           PIC X(8).
              88 SUBH-REC-GATE             VALUE 'GATE'.
              88 SUBH-REC-MERGE            VALUE 'MERGE'.
              88 SUBH-REC-STALE            VALUE 'STALE'.
              88 SUBH-REC-CATCHUP          VALUE 'CATCHUP'.
              88 SUBH-REC-REJECTS          VALUE 'REJECTS'.
           05 SUBH-REC-STATUS          PIC X(8).
           05 SUBH-REC-CUTOFF          PIC X(4).
           05 SUBH-REC-LATE            PIC 9(5).
           05 SUBH-REC-ROWS            PIC 9(7).
           05 SUBH-REC-PGM             PIC X(8).
           05 FILLER                   PIC X(26).
       01 SUBHIST-FIELDS.
           05 SUBH-ARG-DATE            PIC X(8).
           05 SUBH-ARG-REGION          PIC 9(2).
           05 SUBH-ARG-EVENT           PIC X(8).
           05 SUBH-ARG-STATUS          PIC X(8).
           05 SUBH-ARG-CUTOFF.
              10 SUBH-CUT-HH           PIC 9(2).
              10 SUBH-CUT-MM           PIC 9(2).
           05 SUBH-ARG-ROWS            PIC 9(7).
           05 SUBH-NOW-DATE            PIC 9(8).
           05 SUBH-NOW-TIME.
              10 SUBH-NOW-HH           PIC 9(2).
              10 SUBH-NOW-MM           PIC 9(2).
           05 SUBH-RUN-DATE            PIC 9(8).
           05 SUBH-MINUTES             PIC S9(9)   BINARY.
