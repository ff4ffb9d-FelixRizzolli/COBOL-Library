      *---------------------------------------------------------------*
      * CLOSED-COMPANY ARCHIVE (SEE CARCSE.cob). TPL-CLOS1 MOVES      *
      * EVERY COMPANY CLOSED LONGER THAN THE RETENTION PERIOD OUT OF  *
      * THE MASTERS INTO IO/closedarch.txt, IN COMPANY-ID ORDER. PER  *
      * COMPANY A 'CLOSED' ROW CARRIES ITS LIFECYCLE RECORD, THEN ONE *
      * ROW PER MASTER RECORD REMOVED, THE RECORD ITSELF UNCHANGED IN *
      * CARC-DATA - ID 9(9), NAME X(38), STATE X(2), SOURCE X(8),     *
      * CLOSED X(8), ARCHIVED X(8), DATA X(100), ONE BLANK BETWEEN    *
      * THE FIELDS. THE LOOKUP TELLS A READER THAT MISSES A COMPANY   *
      * ON THE MASTERS WHETHER, AND WHEN, IT WAS ARCHIVED. THE HOST   *
      * PROGRAM SUPPLIES THE ICARC FILE (IFILE COPYBOOK FAMILY, 180)  *
      * AND ICARC-PATH.                                               *
      *---------------------------------------------------------------*
       01 CARC-REC.
           05 CARC-ID                  PIC 9(9).
           05 FILLER                   PIC X(1).
           05 CARC-KEY.
              10 CARC-NAME             PIC X(38).
              10 CARC-STATE            PIC X(2).
           05 FILLER                   PIC X(1).
           05 CARC-SOURCE              PIC X(8).
              88 CARC-SOURCE-CLOSED        VALUE 'CLOSED'.
           05 FILLER                   PIC X(1).
           05 CARC-CLOSED              PIC X(8).
           05 FILLER                   PIC X(1).
           05 CARC-ARCHIVED            PIC X(8).
           05 FILLER                   PIC X(1).
           05 CARC-DATA                PIC X(100).
           05 FILLER                   PIC X(2).
       01 CLOSED-ARCHIVE-FIELDS.
           05 CARC-ARG-NAME            PIC X(38).
           05 CARC-ARG-STATE           PIC X(2).
           05 CARC-ARG-SW              PIC X(1).
              88 CARC-ARG-ARCHIVED         VALUE 'Y'.
           05 CARC-ARG-ID              PIC 9(9).
           05 CARC-ARG-CLOSED          PIC X(8).
           05 CARC-ARG-ARCHIVED-ON     PIC X(8).
           05 CARC-ARG-ROWS            PIC 9(7).
      *    ARCHIVE DATE AS DD.MM.YYYY FOR THE ANSWER LINES
           05 CARC-ARG-DATE-ED         PIC X(10).
