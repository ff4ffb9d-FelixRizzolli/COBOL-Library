       01  EVNT-REC                     PIC  X(160).
       01  EVNT-COUNT-ED                PIC  9(9).

      *---------------------------------------------------------------*
      * ERROR-CODE CATALOG (SEE ERROR-RUNBOOK-LOOKUP AND              *
      * LIB/ERR/CERRC1): SEVERITY, CAUSE, OPERATOR ACTION AND WHETHER *
      * A RERUN IS SAFE FOR THE CODE BEING RAISED - LOOKED UP ONCE    *
      * PER CODE AND CARRIED INTO THE JOB LOG, THE EVENT FEED AND A   *
      * SECOND alert.txt RECORD                                       *
      *---------------------------------------------------------------*
       01  CERRC1                       PIC  X(8)    VALUE 'CERRC1'.
       01  ERRC-DONE-RC                 PIC  X(3)    VALUE SPACES.
       01  ERRC-CA.
           05  ERRC-PGM                 PIC  X(8).
           05  ERRC-RC                  PIC  X(3).
           05  ERRC-FOUND               PIC  X(1).
               88  ERRC-IN-CATALOG               VALUE 'Y'.
           05  ERRC-SEVERITY            PIC  X(8).
           05  ERRC-RERUN               PIC  X(1).
           05  ERRC-CAUSE               PIC  X(60).
           05  ERRC-ACTION              PIC  X(114).

       01  CRUNH1                       PIC  X(8)    VALUE 'CRUNH1'.
       01  RUNH-REC.
           05  RUNH-PGM                 PIC  X(8).
