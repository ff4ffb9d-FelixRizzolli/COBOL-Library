      *---------------------------------------------------------------*
      * PERIOD-STATUS REGISTER (SEE LIB/UTIL/CPRD1 AND CPRDSE.cob) -  *
      * A MONTH OF growthhist.txt CLOSED BY TPL-PCLS1 IS NOT WRITTEN  *
      * AGAIN; ONLY A RESTATEMENT QUOTING AN APPROVED REOPEN MAY      *
      * CHANGE IT. NO CPRD1 MODULE OR NO REGISTER MEANS ALL OPEN.     *
      *---------------------------------------------------------------*
       01  CPRD1                        PIC  X(8)    VALUE 'CPRD1'.
       01  CPRD-OFF-SW                  PIC  X(1)    VALUE 'N'.
           88 CPRD-OFF                      VALUE 'Y'.
       01  CPRD1CA.
           05 CPRD1CA-FUNC              PIC X(1).
           05 CPRD1CA-PERIOD            PIC X(6).
           05 CPRD1CA-PATH              PIC X(40).
           05 CPRD1CA-RC                PIC X(1).
              88 CPRD1CA-OK                 VALUE ' '.
              88 CPRD1CA-MISMATCH           VALUE 'F'.
              88 CPRD1CA-UNREADABLE         VALUE 'E'.
           05 CPRD1CA-REG-SW            PIC X(1).
              88 CPRD1CA-REG-ON-FILE        VALUE 'Y'.
           05 CPRD1CA-STATUS            PIC X(1).
              88 CPRD1CA-PER-OPEN           VALUE ' '.
              88 CPRD1CA-PER-CLOSED         VALUE 'C'.
              88 CPRD1CA-PER-REOPENED       VALUE 'R'.
           05 CPRD1CA-STAT-DATE         PIC X(8).
           05 CPRD1CA-OPERATOR          PIC X(8).
           05 CPRD1CA-REASON            PIC X(30).
           05 CPRD1CA-REOPEN-REF        PIC X(8).
           05 CPRD1CA-APPROVER          PIC X(8).
              88 CPRD1CA-NOT-APPROVED       VALUE SPACES.
           05 CPRD1CA-CTL-COUNT         PIC 9(7).
           05 CPRD1CA-CTL-SUM           PIC S9(9)V99.
           05 CPRD1CA-CTL-HASH          PIC 9(13).
           05 CPRD1CA-CHECK             PIC X(1).
              88 CPRD1CA-UNCHANGED          VALUE 'U'.
              88 CPRD1CA-CHANGED            VALUE 'X'.
              88 CPRD1CA-COMPACTED          VALUE 'K'.
           05 CPRD1CA-NOW-COUNT         PIC 9(7).
           05 CPRD1CA-NOW-SUM           PIC S9(9)V99.
           05 CPRD1CA-NOW-HASH          PIC 9(13).
           05 CPRD1CA-MISMATCHES        PIC 9(5).
           05 CPRD1CA-CLOSED            PIC 9(5).
