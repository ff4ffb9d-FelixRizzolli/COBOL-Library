      *---------------------------------------------------------------*
      * ZIP-RANGE REFERENCE MAP (SEE ZIPRSE.cob). companyloc.txt USED *
      * TO ACCEPT ANY ZIP WITH ANY STATE, AND A WRONG ONE PUT THE     *
      * COMPANY IN ANOTHER STATE'S METRO IN TPL-METR1. THE ZIP-RANGE  *
      * MASTER IO/ziprange.txt - STATE X(2), LOW ZIP PREFIX 9(3),     *
      * HIGH ZIP PREFIX 9(3), EFFECTIVE X(8), LAST CHANGED X(8) -     *
      * SAYS WHICH THREE-DIGIT ZIP PREFIXES BELONG TO EACH STATE      *
      * (MAINTAINED BY TPL-ZIPM1, ASCENDING BY STATE AND LOW PREFIX,  *
      * NO TWO RANGES OVERLAP). THE HOST PROGRAM SUPPLIES THE IZIPR   *
      * FILE (IFILE COPYBOOK FAMILY) AND IZIPR-PATH.                  *
      *---------------------------------------------------------------*
       01 ZIPR-REC.
           05 ZIPR-REC-STATE           PIC X(2).
           05 ZIPR-REC-LOW             PIC X(3).
           05 ZIPR-REC-LOW-N REDEFINES ZIPR-REC-LOW
                                       PIC 9(3).
           05 ZIPR-REC-HIGH            PIC X(3).
           05 ZIPR-REC-HIGH-N REDEFINES ZIPR-REC-HIGH
                                       PIC 9(3).
           05 ZIPR-REC-EFF             PIC X(8).
           05 ZIPR-REC-CHANGED         PIC X(8).
           05 FILLER                   PIC X(56).
       01 ZIP-RANGE-MAP.
           05 TAB-ZR-MAX               PIC S9(9) BINARY.
           05 TAB-ZR-DIM               PIC S9(9) BINARY  VALUE 999.
           05 TAB-ZR                   OCCURS 1   TO          999
                                       DEPENDING  ON  TAB-ZR-MAX.
                10 TAB-ZR-STATE        PIC X(2).
                10 TAB-ZR-LOW          PIC 9(3).
                10 TAB-ZR-HIGH         PIC 9(3).
       01 ZIP-RANGE-FIELDS.
      *    IN: THE ZIP PREFIX AND THE STATE IT SHOULD BELONG TO
           05 ZIPR-ARG-ZIP3            PIC X(3).
           05 ZIPR-ARG-ZIP3-N REDEFINES ZIPR-ARG-ZIP3
                                       PIC 9(3).
           05 ZIPR-ARG-STATE           PIC X(2).
      *    OUT: THE STATE WHOSE RANGE HOLDS THE PREFIX (BLANK = NONE)
           05 ZIPR-ARG-OWNER           PIC X(2).
           05 ZIPR-ARG-SW              PIC X(1).
              88 ZIPR-ARG-MATCH            VALUE 'Y'.
              88 ZIPR-ARG-OTHER-STATE      VALUE 'N'.
              88 ZIPR-ARG-NO-RANGE         VALUE 'U'.
           05 ZIPR-I                   PIC S9(9)   BINARY.
