      *****************************************************************
       RUND-READ-DATE SECTION.
      *===============================================================*
      * SET RUND-DATE: THE BACKLOG DATE PUBLISHED BY TPL-RUN1 IN      *
      * IO/runid.txt WHEN THERE IS ONE, TODAY OTHERWISE (NO FILE, A   *
      * STANDALONE SUBMIT OR A NORMAL NIGHT ALL MEAN TODAY)           *
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUND-DATE
           MOVE SPACES                     TO RUND-RUN-ID
           MOVE 'N'                        TO RUND-BACKLOG-SW
           PERFORM FILE-OPEN-INPUT-IRUNID
           IF (IRUNID-YES) THEN
              PERFORM FILE-READ-IRUNID
              IF (NOT IRUNID-EOF) THEN
                 MOVE IRUNID-RECORD(1:12) TO RUND-RUN-ID
                 IF (IRUNID-RECORD(13:8) IS NUMERIC) THEN
                    MOVE IRUNID-RECORD(13:8) TO RUND-DATE
                    MOVE 'Y'                 TO RUND-BACKLOG-SW
                    DISPLAY PGM-NAME ' BACKLOG RUN DATE: ' RUND-DATE
                 END-IF
              END-IF
              PERFORM FILE-CLOSE-IRUNID
           END-IF
           .
       RUND-READ-DATE-EXIT. EXIT.
