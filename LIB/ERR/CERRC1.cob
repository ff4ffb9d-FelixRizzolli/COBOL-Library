       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRC1.
      *****************************************************************
      * CERRC1: ERROR-CODE CATALOG LOOKUP                             *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * CALLED FROM THE ERRB FAMILY (SEE ERROR-RUNBOOK-LOOKUP IN      *
      * LIB/ERR/ERRB) AT THE MOMENT A PROGRAM RAISES AN ALERT, WITH   *
      * THE PROGRAM NAME AND THE THREE-DIGIT CODE. IT RETURNS THE     *
      * CATALOG'S SEVERITY, SHORT CAUSE, OPERATOR ACTION AND WHETHER  *
      * A RERUN IS SAFE, SO THE NIGHT OPERATOR READS WHAT TO DO       *
      * INSTEAD OF PHONING SOMEBODY. A ROW FOR THE PROGRAM ITSELF     *
      * WINS OVER A GENERIC ROW (PROGRAM '*') FOR THE SAME CODE.      *
      * BEST EFFORT, LIKE CEVNT1: A MISSING CATALOG ONLY RETURNS      *
      * "NOT FOUND", IT NEVER DISTURBS THE FAILING PROGRAM.           *
      *                                                               *
      * INPUT:                                                        *
      * ======                                                        *
      * ICAT  - IO/errcatalog.txt (PREFIXED FROM THE OPTIONAL         *
      *         env.cfg), ONE ROW PER PROGRAM AND CODE:               *
      *         PROGRAM X(8) - AS IN alert.txt / events.txt, '*' FOR  *
      *                        EVERY PROGRAM                          *
      *         CODE X(3), SEVERITY X(8), RERUN-SAFE X(1) Y/N,        *
      *         CAUSE X(60), OPERATOR ACTION X(114) - ONE BLANK       *
      *         BETWEEN THE FIELDS                                    *
      *===============================================================*
      * AUTHOR: FELIX RIZZOLLI (FR)                        15.10.2026 *
      *===============================================================*
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IENV ASSIGN TO 'env.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IENV-STATUS.
           SELECT ICAT ASSIGN TO ICAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IENV.
       01  IENV-RECORD                  PIC X(80).
       FD  ICAT.
       01  ICAT-RECORD                  PIC X(200).
       WORKING-STORAGE SECTION.
       01  IENV-STATUS                  PIC X(2).
           88 IENV-OK                   VALUE '00'.
       01  ICAT-STATUS                  PIC X(2).
           88 ICAT-OK                   VALUE '00'.
       01  ICAT-PATH                    PIC X(40)
                                        VALUE 'IO/errcatalog.txt'.
       01  CAT-REC.
           05 CAT-PGM                   PIC X(8).
           05 FILLER                    PIC X(1).
           05 CAT-RC                    PIC X(3).
           05 FILLER                    PIC X(1).
           05 CAT-SEVERITY              PIC X(8).
           05 FILLER                    PIC X(1).
           05 CAT-RERUN                 PIC X(1).
           05 FILLER                    PIC X(1).
           05 CAT-CAUSE                 PIC X(60).
           05 FILLER                    PIC X(1).
           05 CAT-ACTION                PIC X(114).
           05 FILLER                    PIC X(1).
       01  ENV-DONE-SW                  PIC X(1)  VALUE 'N'.
       01  ENV-KEY                      PIC X(20).
       01  ENV-VAL                      PIC X(24).
       01  ENV-HOLD                     PIC X(40).
      *    'P' PROGRAM ROW FOUND, 'G' ONLY A GENERIC ROW SO FAR
       01  CAT-HIT-SW                   PIC X(1).
      *****************************************************************
       LINKAGE SECTION.
       01  CERRC1-CA.
           05 CERRC1-PGM                PIC X(8).
           05 CERRC1-RC                 PIC X(3).
           05 CERRC1-FOUND              PIC X(1).
           05 CERRC1-SEVERITY           PIC X(8).
           05 CERRC1-RERUN              PIC X(1).
           05 CERRC1-CAUSE              PIC X(60).
           05 CERRC1-ACTION             PIC X(114).
      *****************************************************************
       PROCEDURE DIVISION USING CERRC1-CA.
       MAIN SECTION.
      *===============================================================*
           IF (ENV-DONE-SW = 'N') THEN
              MOVE 'Y' TO ENV-DONE-SW
              OPEN INPUT IENV
              IF (IENV-OK) THEN
                 READ IENV
                 PERFORM UNTIL (NOT IENV-OK)
                    MOVE SPACES TO ENV-KEY ENV-VAL
                    UNSTRING IENV-RECORD DELIMITED BY '='
                      INTO ENV-KEY ENV-VAL
                    END-UNSTRING
                    IF (FUNCTION TRIM(ENV-KEY) = 'PREFIX') THEN
                       MOVE ICAT-PATH TO ENV-HOLD
                       MOVE SPACES    TO ICAT-PATH
                       STRING FUNCTION TRIM(ENV-VAL) ENV-HOLD
                         DELIMITED BY SIZE
                         INTO ICAT-PATH
                       END-STRING
                    END-IF
                    READ IENV
                 END-PERFORM
                 CLOSE IENV
              END-IF
           END-IF

           MOVE 'N'    TO CERRC1-FOUND
           MOVE SPACES TO CERRC1-SEVERITY
           MOVE SPACES TO CERRC1-RERUN
           MOVE SPACES TO CERRC1-CAUSE
           MOVE SPACES TO CERRC1-ACTION
           MOVE SPACE  TO CAT-HIT-SW

      *    THE CATALOG IS ONLY READ WHEN SOMETHING HAS GONE WRONG -
      *    ONE PASS PER CALL, STOPPING AT THE PROGRAM'S OWN ROW
           OPEN INPUT ICAT
           IF (ICAT-OK) THEN
              READ ICAT
              PERFORM UNTIL (NOT ICAT-OK)
                         OR (CAT-HIT-SW = 'P')
                 MOVE ICAT-RECORD TO CAT-REC
                 IF (CAT-RC = CERRC1-RC) THEN
                    EVALUATE TRUE
                       WHEN (CAT-PGM = CERRC1-PGM)
                          MOVE 'P' TO CAT-HIT-SW
                          PERFORM CATALOG-ROW-TAKE
                       WHEN (CAT-PGM = '*')
                        AND (CAT-HIT-SW = SPACE)
                          MOVE 'G' TO CAT-HIT-SW
                          PERFORM CATALOG-ROW-TAKE
                    END-EVALUATE
                 END-IF
                 READ ICAT
              END-PERFORM
              CLOSE ICAT
           END-IF
           GOBACK
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       CATALOG-ROW-TAKE SECTION.
      *===============================================================*
           MOVE 'Y'          TO CERRC1-FOUND
           MOVE CAT-SEVERITY TO CERRC1-SEVERITY
           MOVE CAT-RERUN    TO CERRC1-RERUN
           MOVE CAT-CAUSE    TO CERRC1-CAUSE
           MOVE CAT-ACTION   TO CERRC1-ACTION
           .
       CATALOG-ROW-TAKE-EXIT. EXIT.
      *****************************************************************
       END PROGRAM CERRC1.
      *****************************************************************
