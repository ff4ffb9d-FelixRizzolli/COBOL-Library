      *---------------------------------------------------------------*
      * GROWTH CONSISTENCY SCORE (IO/consistency.txt), WRITTEN BY     *
      * TPL-VOLA1 FROM THE RESTATED GROWTH HISTORY, ONE ROW PER       *
      * COMPANY IN INDUSTRY / RANK ORDER. READ BY THE TPL-INQ1        *
      * DOSSIER AND THE TPL-BRF1 CREDIT BRIEFS. THE FIGURES COVER THE *
      * LAST VOLA-WINDOW PERIODS ON FILE UP TO VOLA-LAST-PERIOD; A    *
      * COMPANY WITH TOO FEW OF THEM CARRIES VOLA-SHORT AND NO SCORE  *
      * OR RANK.                                                      *
      *---------------------------------------------------------------*
       01 VOLA-REC.
           05 VOLA-NAME                PIC X(38).
           05 VOLA-STATE               PIC X(2).
           05 VOLA-LAST-PERIOD         PIC X(6).
           05 VOLA-PERIODS             PIC 9(2).
           05 VOLA-MEAN                PIC S9(3)V99.
           05 VOLA-STDDEV              PIC 9(3)V99.
           05 VOLA-POS-RUN             PIC 9(2).
           05 VOLA-NEG-RUN             PIC 9(2).
           05 VOLA-FLIPS               PIC 9(2).
           05 VOLA-SCORE               PIC 9(3).
           05 VOLA-SCORE-SW            PIC X(1).
              88 VOLA-SCORED               VALUE 'S'.
              88 VOLA-SHORT                VALUE 'I'.
           05 VOLA-RANK                PIC 9(4).
           05 VOLA-RANK-OF             PIC 9(4).
           05 VOLA-WINDOW              PIC 9(2).
           05 FILLER                   PIC X(2).
