      * IN-BAND MASTER TRAILERS ('9TRAILER' RECORDS, SEE LIB/UTIL/    *
      * CTRL1) ARE CONTROL INFORMATION, NOT DATA - EVERY READER IN    *
      * THE FAMILY SKIPS THEM, SO A CERTIFIED MASTER READS THE SAME   *
      * AS AN UNCERTIFIED ONE. THE SAME GOES FOR THE BATCH CONTROL    *
      * HEADER OF A MAINTENANCE TRANSACTION FILE (SEE BHDRWS.cob)     *
      *---------------------------------------------------------------*
           PERFORM WITH TEST AFTER
                   UNTIL (NOT :V1:-OK)
                      OR ((:V1:-RECORD(1:8) NOT = '9TRAILER')
                      AND ((:V1:-RECORD(1:41) NOT = SPACES)
                        OR (:V1:-RECORD(42:5) NOT = 'BATCH')))
             READ :V1:                                                 
             IF (:V1:-ERROR)                                           
               MOVE '902' TO PGM-ERR-RC                                
             END-IF                                                    
             IF (:V1:-OK)                                                
               AND (:V1:-RECORD(1:8) NOT = '9TRAILER')                 
               AND ((:V1:-RECORD(1:41) NOT = SPACES)
                 OR (:V1:-RECORD(42:5) NOT = 'BATCH'))
               ADD 1 TO :V1:-COUNT                                     
             END-IF                                                    
           END-PERFORM
