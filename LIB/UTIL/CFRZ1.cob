      *****************************************************************
      * CFRZ1: CALENDAR-DRIVEN CHANGE-FREEZE CHECK                    *
      *===============================================================*
      * VERSION: V01.01.00 - 15.10.2026 - 00:00 / URIZF               *
      *===============================================================*
      * CALLED FROM THE MAINTENANCE FAMILY'S PGM-INIT (SEE            *
      * LIB/UTIL/CFRZSE.cob). FREEZE WINDOWS ARE DECLARED IN          *
      * REFUSED - UNLESS IO/freezeovr.txt AUTHORIZES TODAY            *
      * (OPERATOR=XXX AND DATE=TODAY), IN WHICH CASE THE OVERRIDE IS  *
      * JOURNALED TO IO/freezejrn.txt AND THE CALLER MAY PROCEED.     *
      * REASON=XXX NAMES WHY; WITH A REASON-CODE MASTER ON FILE IT    *
      * MUST BE AN ACTIVE FRZO CODE (SEE LIB/UTIL/CRSN1), OTHERWISE   *
      * THE OVERRIDE IS NOT HONOURED.                                 *
      * THE FREEZE IS ENFORCED BY THE SYSTEM, NOT BY A STICKY NOTE.   *
      *                                                               *
      * COMMAREA:                                                     *
      * CHANGES:                                                      *
      *---------------------------------------------------------------*
      * XX000-V00.00.00            NN                      DD.MM.YYYY *
      * V01.01.00                  FR                      15.10.2026 *
      * OVERRIDE REASON VALIDATED (CRSN1) AND JOURNALED               *
      *---------------------------------------------------------------*
      *===============================================================*
      * COPYRIGHT: FELIX RIZZOLLI                                     *
       01  FRZ-IN-WINDOW-SW             PIC X(1).
       01  OVR-OPERATOR                 PIC X(8).
       01  OVR-DATE                     PIC X(8).
       01  OVR-REASON                   PIC X(8).
       01  FRZJ-REC.
           05  FRZJ-TS                  PIC X(14).
           05  FRZJ-PGM                 PIC X(8).
           05  FRZJ-OPERATOR            PIC X(8).
           05  FRZJ-ACTION              PIC X(16).
           05  FRZJ-REASON              PIC X(8).
           05  FILLER                   PIC X(26).
       01  TMP-TS                       PIC X(21).
       COPY 'LIB/UTIL/CRSNWS.cob'.
      *****************************************************************
       LINKAGE SECTION.
       01  CFRZ1CA.
      * INSIDE A FREEZE - AN OVERRIDE MUST NAME AN OPERATOR AND       *
      * TODAY'S DATE, AND IT IS JOURNALED                             *
      *---------------------------------------------------------------*
           MOVE SPACES TO OVR-OPERATOR OVR-DATE OVR-REASON
           OPEN INPUT IOVR
           IF (IOVR-OK) THEN
              READ IOVR
                     MOVE FUNCTION TRIM(ENV-VAL) TO OVR-OPERATOR
                   WHEN 'DATE'
                     MOVE FUNCTION TRIM(ENV-VAL) TO OVR-DATE
                   WHEN 'REASON'
                     MOVE FUNCTION TRIM(ENV-VAL) TO OVR-REASON
                 END-EVALUATE
                 READ IOVR
              END-PERFORM

           IF (OVR-OPERATOR NOT = SPACES)
              AND (OVR-DATE = FRZ-TODAY) THEN
              MOVE 'V'        TO CRSN1CA-FUNC
              MOVE 'FRZO'     TO CRSN1CA-DOMAIN
              MOVE OVR-REASON TO CRSN1CA-CODE
              MOVE SPACE      TO CRSN1CA-RC
              CALL CRSN1 USING CRSN1CA
                ON EXCEPTION
                  MOVE 'O' TO CRSN1CA-RC
              END-CALL
              IF (CRSN1CA-UNKNOWN) OR (CRSN1CA-INACTIVE) THEN
                 MOVE 'R' TO CFRZ1CA-RC
                 GOBACK
              END-IF
              MOVE 'O'          TO CFRZ1CA-RC
              MOVE OVR-OPERATOR TO CFRZ1CA-OPERATOR
              OPEN EXTEND OFRZJ
                 MOVE CFRZ1CA-PGM   TO FRZJ-PGM
                 MOVE OVR-OPERATOR  TO FRZJ-OPERATOR
                 MOVE 'FREEZE-OVERRIDE' TO FRZJ-ACTION
                 MOVE OVR-REASON    TO FRZJ-REASON
                 MOVE FRZJ-REC      TO OFRZJ-RECORD
                 WRITE OFRZJ-RECORD
                 CLOSE OFRZJ
