      *---------------------------------------------------------------*
      * PERIOD-STATUS REGISTER (SEE LIB/UTIL/CPRD1). ONE ROW PER      *
      * MONTH OF growthhist.txt THAT WAS EVER CLOSED, IN PERIOD       *
      * ORDER, MAINTAINED BY TPL-PCLS1 ONLY. A MONTH NOT ON THE       *
      * REGISTER IS OPEN. A CLOSED MONTH CARRIES THE CONTROL COUNTS   *
      * STAMPED AT CLOSE - ROWS, GROWTH SUM AND CONTENT HASH - SO IT  *
      * CAN BE PROVEN UNCHANGED LATER; A REOPENED MONTH CARRIES THE   *
      * REOPEN REFERENCE A RESTATEMENT MUST QUOTE AND, ONCE A SECOND  *
      * OPERATOR HAS APPROVED IT, THE APPROVER.                       *
      *---------------------------------------------------------------*
       01 PREG-REC.
           05 PREG-PERIOD              PIC X(6).
           05 PREG-STATUS              PIC X(1).
              88 PREG-CLOSED               VALUE 'C'.
              88 PREG-REOPENED             VALUE 'R'.
           05 PREG-STAT-DATE           PIC X(8).
           05 PREG-OPERATOR            PIC X(8).
           05 PREG-REASON              PIC X(30).
           05 PREG-REOPEN-REF          PIC X(8).
           05 PREG-APPROVER            PIC X(8).
           05 PREG-CTL-COUNT           PIC 9(7).
           05 PREG-CTL-SUM             PIC S9(9)V99.
           05 PREG-CTL-HASH            PIC 9(13).
