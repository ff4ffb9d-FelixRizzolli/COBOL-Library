      *---------------------------------------------------------------*
      * REASON-CODE CHECK (SEE LIB/UTIL/CRSN1 AND CRSNSE.cob) - A     *
      * REASON KEYED ON A TRANSACTION MUST BE AN ACTIVE CODE OF ITS   *
      * DOMAIN ON IO/reasoncode.txt. NO CRSN1 MODULE OR NO MASTER     *
      * MEANS THE CONTROL IS OFF AND ANY NON-BLANK REASON IS TAKEN.   *
      *---------------------------------------------------------------*
       01  CRSN1                        PIC  X(8)    VALUE 'CRSN1'.
       01  CRSN1CA.
           05 CRSN1CA-FUNC              PIC X(1).
           05 CRSN1CA-DOMAIN            PIC X(4).
           05 CRSN1CA-CODE              PIC X(8).
           05 CRSN1CA-RC                PIC X(1).
              88 CRSN1CA-VALID              VALUE ' '.
              88 CRSN1CA-UNKNOWN            VALUE 'U'.
              88 CRSN1CA-INACTIVE           VALUE 'I'.
              88 CRSN1CA-OFF                VALUE 'O'.
           05 CRSN1CA-DESC              PIC X(40).
