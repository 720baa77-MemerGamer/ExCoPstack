              WRITE EXCEPTION-REC
              CLOSE EXCEPTION-FILE
              DISPLAY "RECONCILE: API unreachable, giving up"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-API-TABLE
           IF FILE-STATUS NOT = "00"
              DISPLAY "RECONCILE: Unable to open exception file, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
