      *---------------------------------------------------------------*
      * REASON-CODE MASTER (IO/reasoncode.txt, SEE LIB/UTIL/CRSN1).   *
      * ONE ROW PER DOMAIN + CODE, SORTED ON THAT KEY, MAINTAINED BY  *
      * TPL-RSNC1 ONLY. DOMAINS:                                      *
      *   LIFE - LIFECYCLE STATUS CHANGE (TPL-LIFE1)                  *
      *   RSTM - PRIOR-PERIOD RESTATEMENT (TPL-RSTM1)                 *
      *   HOLD - LEGAL DO-NOT-REPORT HOLD (IO/legalhold.txt)          *
      *   APPR - HIGH-IMPACT BATCH APPROVAL (TPL-MAINT1 apprvals.txt) *
      *   FRZO - CHANGE-FREEZE OVERRIDE (CFRZ1 freezeovr.txt)         *
      *   REJT - REJECT CAUSE                                         *
      * AN INACTIVE CODE STAYS ON FILE SO HISTORY STILL DECODES, BUT  *
      * IS NO LONGER ACCEPTED ON NEW INPUT.                           *
      *---------------------------------------------------------------*
       01 RSNC-REC.
           05 RSNC-KEY.
              10 RSNC-DOMAIN           PIC X(4).
              10 RSNC-CODE             PIC X(8).
           05 RSNC-DESC                PIC X(40).
           05 RSNC-ACTIVE              PIC X(1).
              88 RSNC-IS-ACTIVE            VALUE 'Y'.
              88 RSNC-IS-INACTIVE          VALUE 'N'.
           05 FILLER                   PIC X(27).
