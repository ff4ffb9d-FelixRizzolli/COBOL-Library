              MOVE 'AUTHORIZED OVERRIDE: IO/freezeovr.txt'
                TO PGM-ERR-MSG2
              MOVE SPACE TO PGM-ERR-MSG3
              IF (CFRZ1CA-BAD-REASON) THEN
                 MOVE 'OVERRIDE REASON= IS NOT AN ACTIVE FRZO CODE (IO/
      -              'reasoncode.txt)'
                   TO PGM-ERR-MSG3
              END-IF
              PERFORM PGM-ERR
           END-IF
           IF (CFRZ1CA-OVERRIDDEN) THEN
