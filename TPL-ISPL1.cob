      *****************************************************************
      * TPL-ISPL1: INDUSTRY SPLIT/MERGE RESTRUCTURING UTILITY         *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * THE IALIAS MAPPING HANDLES A STRAIGHT RENAME, BUT WHEN RETAIL *
      * HAS TO SPLIT INTO RETAIL-FOOD AND RETAIL-OTHER THERE WAS NO   *
      * CARRIES NO INDUSTRY COLUMN, SO IT NEEDS NO REWRITE - ITS      *
      * ROWS FOLLOW THE COMPANY KEY AND PICK UP THE NEW INDUSTRY      *
      * THROUGH THE COMPANIES MASTER LOOKUPS.                         *
      * A NEW INDUSTRY STARTS WITH THE STANDARD CLASSIFICATION CODE   *
      * OF THE INDUSTRY IT WAS SPLIT FROM, SO UNTIL IT IS RECODED     *
      * THROUGH TPL-MAINT5 THE CODE SHOWS UP AS MAPPED TWICE ON       *
      * TPL-SICX1'S LISTING.                                          *
      *                                                                *
      * INPUT:                                                        *
      * ======                                                        *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * industries.txt SIC CODE KEPT; A NEW INDUSTRY TAKES THE CODE   *
      * OF THE INDUSTRY IT WAS SPLIT FROM UNTIL RECODED               *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
                                      DEPENDING  ON  TAB-IN-MAX.
                10 TAB-IN-INDUSTRY    PIC X(23).
                10 TAB-IN-KEEP-SW     PIC X(1).
                10 TAB-IN-SIC-CODE    PIC X(6).
           05 TMP-IN-SWAP             PIC X(30).
           05 TMP-IN-SIC-CODE         PIC X(6).

      *---------------------------------------------------------------*
      * OALIAS = IALIAS MAP, APPENDED WITH EVERY 'D' RULE (SEE        *
                       MOVE IIND-RECORD(1:23)
                         TO TAB-IN-INDUSTRY(TAB-IN-MAX)
                       MOVE 'Y' TO TAB-IN-KEEP-SW(TAB-IN-MAX)
                       MOVE IIND-RECORD(24:6)
                         TO TAB-IN-SIC-CODE(TAB-IN-MAX)
                    END-IF
                 END-IF
                 PERFORM FILE-READ-IIND
           PERFORM VARYING TMP-I-TABLE FROM 1 BY 1
                     UNTIL (TMP-I-TABLE > TAB-RU-MAX)
              MOVE 'N' TO TMP-FOUND-SW
              MOVE SPACES TO TMP-IN-SIC-CODE
              PERFORM VARYING TMP-J-TABLE FROM 1 BY 1
                        UNTIL (TMP-J-TABLE > TAB-IN-MAX)
                 IF (TAB-IN-INDUSTRY(TMP-J-TABLE)
                     = TAB-RU-NEW-IND(TMP-I-TABLE)) THEN
                    MOVE 'Y' TO TMP-FOUND-SW
                 END-IF
                 IF (TAB-IN-INDUSTRY(TMP-J-TABLE)
                     = TAB-RU-OLD-IND(TMP-I-TABLE)) THEN
                    MOVE TAB-IN-SIC-CODE(TMP-J-TABLE)
                      TO TMP-IN-SIC-CODE
                 END-IF
              END-PERFORM
              IF (TMP-NOT-FOUND) THEN
                 ADD 1 TO TAB-IN-MAX
                    MOVE TAB-RU-NEW-IND(TMP-I-TABLE)
                      TO TAB-IN-INDUSTRY(TAB-IN-MAX)
                    MOVE 'Y' TO TAB-IN-KEEP-SW(TAB-IN-MAX)
                    MOVE TMP-IN-SIC-CODE
                      TO TAB-IN-SIC-CODE(TAB-IN-MAX)
                    ADD 1 TO TMP-COUNT-IND-ADDED
                    IF (TMP-IN-SIC-CODE NOT = SPACES) THEN
                       MOVE SPACES TO APP-LOG-LINE
                       STRING 'NEW INDUSTRY TAKES SIC CODE '
                              TMP-IN-SIC-CODE ' - RECODE: '
                              TAB-RU-NEW-IND(TMP-I-TABLE)
                         DELIMITED BY SIZE
                         INTO APP-LOG-LINE
                       END-STRING
                       PERFORM SCHREIBE-APP-LOG-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
                 MOVE SPACES TO OIND-RECORD
                 MOVE TAB-IN-INDUSTRY(TMP-I-TABLE)
                   TO OIND-RECORD(1:23)
                 MOVE TAB-IN-SIC-CODE(TMP-I-TABLE)
                   TO OIND-RECORD(24:6)
                 PERFORM FILE-WRITE-OIND
              END-IF
           END-PERFORM
