      *---------------------------------------------------------------*
      * ACCOUNT-MANAGER OWNERSHIP MAP (SEE OWNRSE.cob). THE OWNERSHIP *
      * MASTER IO/ownership.txt - COMPANY-ID 9(9) (THE PERMANENT ID   *
      * OF TPL-CID1, STAMPED AT BYTES 88-96 OF companies.txt),        *
      * PRIMARY MANAGER X(8), BACKUP MANAGER X(8), EFFECTIVE X(8),    *
      * LAST CHANGED X(8) - SAYS WHO OWNS THE RELATIONSHIP WITH EACH  *
      * COMPANY (MAINTAINED BY TPL-OWNM1, ASCENDING BY COMPANY-ID).   *
      * A COMPANY NOT ON THE MAP IS UNOWNED. THE HOST PROGRAM         *
      * SUPPLIES THE IOWNR FILE (IFILE COPYBOOK FAMILY) AND           *
      * IOWNR-PATH.                                                   *
      *---------------------------------------------------------------*
       01 OWNR-REC.
           05 OWNR-REC-ID              PIC 9(9).
           05 OWNR-REC-PRIMARY         PIC X(8).
           05 OWNR-REC-BACKUP          PIC X(8).
           05 OWNR-REC-EFF             PIC X(8).
           05 OWNR-REC-CHANGED         PIC X(8).
           05 FILLER                   PIC X(39).
       01 OWNERSHIP-MAP.
           05 TAB-OWN-MAX              PIC S9(9) BINARY.
           05 TAB-OWN-DIM              PIC S9(9) BINARY  VALUE 9999.
           05 TAB-OWN                  OCCURS 1   TO         9999
                                       DEPENDING  ON  TAB-OWN-MAX.
                10 TAB-OWN-ID          PIC 9(9).
                10 TAB-OWN-PRIMARY     PIC X(8).
                10 TAB-OWN-BACKUP      PIC X(8).
                10 TAB-OWN-EFF         PIC X(8).
                10 TAB-OWN-SEEN-SW     PIC X(1).
       01 OWNERSHIP-FIELDS.
           05 OWNR-ARG-ID              PIC 9(9).
           05 OWNR-ARG-PRIMARY         PIC X(8).
           05 OWNR-ARG-BACKUP          PIC X(8).
           05 OWNR-ARG-EFF             PIC X(8).
           05 OWNR-ARG-IDX             PIC S9(9)   BINARY.
           05 OWNR-ARG-FOUND-SW        PIC X(1).
              88 OWNR-ARG-OWNED            VALUE 'Y'.
              88 OWNR-ARG-UNOWNED          VALUE 'N'.
           05 OWNR-I                   PIC S9(9)   BINARY.
