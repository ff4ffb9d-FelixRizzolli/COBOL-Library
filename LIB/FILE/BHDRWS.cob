      *---------------------------------------------------------------*
      * MAINTENANCE BATCH CONTROL HEADER (SEE BHDRSE.cob). THE OFFICE *
      * KEYS A TRANSACTION COUNT AND A GROWTH TOTAL ON THE TRANSMITTAL*
      * SLIP OF EVERY BATCH; THE FIRST RECORD OF EACH MAINTENANCE     *
      * TRANSACTION FILE CARRIES THEM, WITH THE BATCH NUMBER AND THE  *
      * ORIGINATOR, AND THE MAINTENANCE PROGRAM REFUSES THE WHOLE     *
      * BATCH WHEN THE FILE DOES NOT ADD UP TO ITS HEADER - A         *
      * TRUNCATED UPLOAD NO LONGER GOES THROUGH AS A SMALLER BATCH.   *
      * THE FIRST 41 BYTES ARE BLANK SO THE HEADER SORTS AHEAD OF     *
      * EVERY TRANSACTION ON ANY OF THE FAMILY'S KEYS; THE READERS    *
      * SKIP IT LIKE A MASTER TRAILER (SEE IFILESE.cob). THE HOST     *
      * PROGRAM SUPPLIES THE IBHDR FILE (IFILE COPYBOOK FAMILY,       *
      * ASSIGNED TO BHDR-ARG-PATH).                                   *
      *---------------------------------------------------------------*
       01 BHDR-REC.
           05 BHDR-KEY-BLANK          PIC X(41).
           05 BHDR-TAG                PIC X(5).
              88 BHDR-TAG-OK              VALUE 'BATCH'.
           05 BHDR-BATCH-NO           PIC X(10).
           05 BHDR-ORIGINATOR         PIC X(8).
           05 BHDR-EXP-COUNT          PIC 9(6).
           05 BHDR-EXP-HASH           PIC S9(8)V99.
       01 BHDR-WORK.
      *    IN: TRANSACTION FILE, AND WHERE ITS GROWTH FIGURE STARTS
      *    (S9(3)V99) - 0 FOR A FILE WITHOUT ONE, WHOSE HEADER HASH
      *    IS THEN NOT CHECKED
           05 BHDR-ARG-PATH           PIC X(40).
           05 BHDR-ARG-HASH-POS       PIC S9(4)   BINARY.
      *    OUT: 'Y' WHEN A VERIFIED HEADER WAS READ (BHDR-REC HOLDS
      *    IT); A MISSING OR EMPTY FILE LEAVES 'N'
           05 BHDR-PRESENT-SW         PIC X(1).
              88 BHDR-PRESENT             VALUE 'Y'.
           05 BHDR-GOT-COUNT          PIC 9(6).
           05 BHDR-GOT-HASH           PIC S9(8)V99.
           05 BHDR-AMT-X              PIC X(5).
           05 BHDR-AMT REDEFINES BHDR-AMT-X
                                      PIC S9(3)V99.
           05 BHDR-COUNT-ED           PIC ZZZZZ9.
           05 BHDR-HASH-ED            PIC -(8)9,99.
           05 BHDR-HASH-ED2           PIC -(8)9,99.
