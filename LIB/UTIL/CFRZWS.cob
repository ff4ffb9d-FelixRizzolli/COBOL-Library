           05 CFRZ1CA-RC                PIC X(1).
              88 CFRZ1CA-NOT-FROZEN         VALUE ' '.
              88 CFRZ1CA-OVERRIDDEN         VALUE 'O'.
              88 CFRZ1CA-FROZEN             VALUE 'F' 'R'.
              88 CFRZ1CA-BAD-REASON         VALUE 'R'.
           05 CFRZ1CA-OPERATOR          PIC X(8).
