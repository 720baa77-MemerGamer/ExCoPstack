           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-REPORT: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-DAILY-SUMMARY: Unable to open tmp, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SUMMARY-FILE
           END-CALL
           IF RET NOT = 0
              DISPLAY "WRITE-DAILY-SUMMARY: rename failed"
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "WRITE-DAILY-SUMMARY: Completed".

