      *****************************************************************
       REASON-CODE-CHECK SECTION.
      *===============================================================*
      * VALIDATE CRSN1CA-CODE IN CRSN1CA-DOMAIN (SEE CRSN1) - THE     *
      * CALLER REJECTS ON CRSN1CA-UNKNOWN OR CRSN1CA-INACTIVE; A      *
      * MISSING CRSN1 MODULE ANSWERS CRSN1CA-OFF, THE SAME AS A SHOP  *
      * WITHOUT A REASON-CODE MASTER                                  *
      *---------------------------------------------------------------*
           MOVE 'V'    TO CRSN1CA-FUNC
           MOVE SPACE  TO CRSN1CA-RC
           MOVE SPACES TO CRSN1CA-DESC
           CALL CRSN1 USING CRSN1CA
             ON EXCEPTION
               MOVE 'O' TO CRSN1CA-RC
           END-CALL
           .
       REASON-CODE-CHECK-EXIT. EXIT.
