           IF FILE-STATUS NOT = "00"
              DISPLAY "TREND-REPORT: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
