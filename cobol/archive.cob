           IF FILE-STATUS NOT = "00"
              DISPLAY "LOG-ARCHIVE: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
                  "; LIVE FILE LEFT UNTOUCHED" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE 8 TO RETURN-CODE.

       ROLL-WANTED-LOG.
           DISPLAY "ROLL-WANTED-LOG: Starting"
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE WANTED-LOG-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO WANTED-LOG-LOCK-FD
           END-IF.
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE REQUEST-LOG-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO REQUEST-LOG-LOCK-FD
           END-IF.
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE CLAIMS-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO CLAIMS-LOCK-FD
           END-IF.
