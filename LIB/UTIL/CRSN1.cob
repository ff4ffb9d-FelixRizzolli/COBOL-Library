       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSN1.
      *****************************************************************
      * CRSN1: REASON-CODE VALIDATION                                 *
      *===============================================================*
      * VERSION: V01.00.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE LIFECYCLE, RESTATEMENT, HOLD, APPROVAL AND FREEZE-        *
      * OVERRIDE REASONS USED TO BE FREE X(8) TEXT, SO THE SAME CAUSE *
      * TURNED UP AS "MERGER", "MRGR" AND "M&A" AND NOTHING COULD BE  *
      * COUNTED. THE REASON-CODE MASTER IO/reasoncode.txt (SEE        *
      * LIB/FILE/RSNCWS.cob, MAINTAINED BY TPL-RSNC1) LISTS THE CODES *
      * OF EACH DOMAIN; EVERY PROGRAM THAT ACCEPTS A REASON ASKS THIS *
      * MODULE (SEE LIB/UTIL/CRSNSE.cob) AND REJECTS AN UNKNOWN OR    *
      * INACTIVE CODE. THE MASTER IS READ ON THE FIRST CALL AND KEPT; *
      * 'L' RE-READS IT. NO MASTER ON FILE MEANS THE CONTROL IS OFF.  *
      *                                                               *
      * COMMAREA:                                                     *
      * =========                                                     *
      * CRSN1CA-FUNC   - 'L' (RE)LOAD THE MASTER, 'V' VALIDATE        *
      * CRSN1CA-DOMAIN - LIFE/RSTM/HOLD/APPR/FRZO/REJT                *
      * CRSN1CA-CODE   - THE REASON AS KEYED                          *
      * CRSN1CA-RC     - ' ' VALID, 'U' NOT ON THE MASTER FOR THE     *
      *                  DOMAIN, 'I' ON FILE BUT INACTIVE, 'O' NO     *
      *                  MASTER - CONTROL OFF                         *
      * CRSN1CA-DESC   - THE CODE'S DESCRIPTION WHEN ON FILE          *
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
           SELECT IRSNC ASSIGN TO IRSNC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IRSNC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IENV.
       01  IENV-RECORD                  PIC X(80).
       FD  IRSNC.
       01  IRSNC-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  IENV-STATUS                  PIC X(2).
           88 IENV-OK                   VALUE '00'.
       01  IRSNC-STATUS                 PIC X(2).
           88 IRSNC-OK                  VALUE '00'.
       01  IRSNC-PATH                   PIC X(40)
                                        VALUE 'IO/reasoncode.txt'.
       01  ENV-DONE-SW                  PIC X(1)  VALUE 'N'.
       01  ENV-KEY                      PIC X(20).
       01  ENV-VAL                      PIC X(24).
       01  ENV-HOLD                     PIC X(40).
       COPY 'LIB/FILE/RSNCWS.cob'.
      *    ONE ENTRY PER MASTER ROW
       01  RSN-TABLE.
           05 RSN-LOADED-SW             PIC X(1)  VALUE 'N'.
           05 RSN-ON-FILE-SW            PIC X(1)  VALUE 'N'.
           05 RSN-MAX                   PIC S9(4) BINARY VALUE 0.
           05 RSN-DIM                   PIC S9(4) BINARY VALUE 999.
           05 RSN-ENTRY                 OCCURS 999.
                10 RSN-KEY              PIC X(12).
                10 RSN-DESC             PIC X(40).
                10 RSN-ACTIVE           PIC X(1).
       01  RSN-I                        PIC S9(4) BINARY.
       01  RSN-HIT                      PIC S9(4) BINARY.
       01  RSN-ARG-KEY                  PIC X(12).
      *****************************************************************
       LINKAGE SECTION.
       01  CRSN1CA.
           05 CRSN1CA-FUNC              PIC X(1).
           05 CRSN1CA-DOMAIN            PIC X(4).
           05 CRSN1CA-CODE              PIC X(8).
           05 CRSN1CA-RC                PIC X(1).
           05 CRSN1CA-DESC              PIC X(40).
      *****************************************************************
       PROCEDURE DIVISION USING CRSN1CA.
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
                       MOVE IRSNC-PATH TO ENV-HOLD
                       MOVE SPACES     TO IRSNC-PATH
                       STRING FUNCTION TRIM(ENV-VAL) ENV-HOLD
                         DELIMITED BY SIZE INTO IRSNC-PATH
                       END-STRING
                    END-IF
                    READ IENV
                 END-PERFORM
                 CLOSE IENV
              END-IF
           END-IF

           MOVE SPACE  TO CRSN1CA-RC
           MOVE SPACES TO CRSN1CA-DESC
           IF (CRSN1CA-FUNC = 'L') OR (RSN-LOADED-SW = 'N') THEN
              PERFORM MASTER-LOAD
           END-IF

           IF (CRSN1CA-FUNC = 'V') THEN
              PERFORM CODE-VALIDATE
           END-IF
           GOBACK
           .
       MAIN-EXIT. EXIT.



      *****************************************************************
       MASTER-LOAD SECTION.
      *===============================================================*
      * READ IO/reasoncode.txt INTO RSN-TABLE - TRAILER ROWS ARE      *
      * SKIPPED, A MISSING MASTER LEAVES THE CONTROL OFF              *
      *---------------------------------------------------------------*
           MOVE 'Y' TO RSN-LOADED-SW
           MOVE 'N' TO RSN-ON-FILE-SW
           MOVE 0   TO RSN-MAX
           OPEN INPUT IRSNC
           IF (NOT IRSNC-OK) THEN
              GO TO MASTER-LOAD-EXIT
           END-IF
           MOVE 'Y' TO RSN-ON-FILE-SW
           READ IRSNC
           PERFORM UNTIL (NOT IRSNC-OK)
              IF (IRSNC-RECORD(1:8) NOT = '9TRAILER')
                 AND (IRSNC-RECORD NOT = SPACES)
                 AND (RSN-MAX < RSN-DIM) THEN
                 MOVE IRSNC-RECORD TO RSNC-REC
                 ADD 1 TO RSN-MAX
                 MOVE RSNC-KEY     TO RSN-KEY(RSN-MAX)
                 MOVE RSNC-DESC    TO RSN-DESC(RSN-MAX)
                 MOVE RSNC-ACTIVE  TO RSN-ACTIVE(RSN-MAX)
              END-IF
              READ IRSNC
           END-PERFORM
           CLOSE IRSNC
           .
       MASTER-LOAD-EXIT. EXIT.



      *****************************************************************
       CODE-VALIDATE SECTION.
      *===============================================================*
      * LOOK UP DOMAIN + CODE - A BLANK CODE IS NEVER ON THE MASTER   *
      *---------------------------------------------------------------*
           IF (RSN-ON-FILE-SW = 'N') THEN
              MOVE 'O' TO CRSN1CA-RC
              GO TO CODE-VALIDATE-EXIT
           END-IF
           MOVE CRSN1CA-DOMAIN TO RSN-ARG-KEY(1:4)
           MOVE CRSN1CA-CODE   TO RSN-ARG-KEY(5:8)
           MOVE 0 TO RSN-HIT
           PERFORM VARYING RSN-I FROM 1 BY 1
                     UNTIL (RSN-I > RSN-MAX) OR (RSN-HIT > 0)
              IF (RSN-KEY(RSN-I) = RSN-ARG-KEY) THEN
                 MOVE RSN-I TO RSN-HIT
              END-IF
           END-PERFORM
           IF (RSN-HIT = 0) OR (CRSN1CA-CODE = SPACES) THEN
              MOVE 'U' TO CRSN1CA-RC
              GO TO CODE-VALIDATE-EXIT
           END-IF
           MOVE RSN-DESC(RSN-HIT) TO CRSN1CA-DESC
           IF (RSN-ACTIVE(RSN-HIT) NOT = 'Y') THEN
              MOVE 'I' TO CRSN1CA-RC
           END-IF
           .
       CODE-VALIDATE-EXIT. EXIT.
      *****************************************************************
       END PROGRAM CRSN1.
      *****************************************************************
