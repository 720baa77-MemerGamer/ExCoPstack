           IF FILE-STATUS NOT = "00"
              DISPLAY "MASTER-RECOVERY: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(LOG-ACTION)
             *> The nightly escalation raise is written as an edit
             *> of the reward alone.
             WHEN "EDIT"
             WHEN "ESCALATE"
                MOVE LOG-ID TO R-ID(R-FOUND-IX)
                IF NEW-NAME-FLD NOT = SPACES
                   MOVE NEW-NAME-FLD TO R-NAME(R-FOUND-IX)
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE MASTER-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO MASTER-LOCK-FD
           END-IF.
