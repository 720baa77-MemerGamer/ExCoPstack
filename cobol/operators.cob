IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "/app/operators.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPERATOR-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT UPDATE-FILE ASSIGN TO "/app/operator_updates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/operator_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
      *> One record per board operator, keyed on the sign-on id.
      *> Role is CLERK, SUPERVISOR or ADMIN; status is A (active)
      *> or L (locked out after repeated failed sign-ons, until an
      *> administrator unlocks it here).
       01  OPERATOR-REC.
           05  OPERATOR-ID          PIC X(16).
           05  OPERATOR-NAME        PIC X(64).
           05  OPERATOR-ROLE        PIC X(10).
           05  OPERATOR-CREDENTIAL  PIC X(64).
           05  OPERATOR-FAILURES    PIC 9(2).
           05  OPERATOR-STATUS      PIC X.
           05  OPERATOR-LAST-SIGNON PIC X(14).
       FD  UPDATE-FILE.
      *> Operator maintenance, one change per line:
      *>   action=ADD id=<id> role=<role> credential=<c> name=<name>
      *>   action=CHANGE id=<id> [role=] [credential=] [name=<name>]
      *>   action=UNLOCK id=<id>
      *>   action=REMOVE id=<id>
      *> The name can hold spaces, so it comes last on its marker.
       01  UPDATE-REC           PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.

       01  UP-HEAD                 PIC X(256) VALUE SPACES.
       01  UP-NAME                 PIC X(64) VALUE SPACES.
       01  UP-TOKEN                PIC X(128) VALUE SPACES.
       01  UP-ACTION               PIC X(16) VALUE SPACES.
       01  UP-ID                   PIC X(32) VALUE SPACES.
       01  UP-ROLE                 PIC X(16) VALUE SPACES.
       01  UP-CREDENTIAL           PIC X(80) VALUE SPACES.
       77  UP-CRED-LEN             PIC S9(9) COMP-5 VALUE 0.
       77  UP-VALID                PIC X VALUE "Y".
       01  UP-REASON               PIC X(64) VALUE SPACES.
       77  P                       PIC S9(9) COMP-5 VALUE 0.

      *> Credentials shorter than this are refused outright.
       77  CREDENTIAL-MIN-LEN      PIC 9(2) VALUE 8.

       77  UPDATE-LINES            PIC 9(6) VALUE 0.
       77  UPDATE-APPLIED          PIC 9(6) VALUE 0.
       77  UPDATE-REJECTED         PIC 9(6) VALUE 0.
       77  OPERATOR-COUNT          PIC 9(6) VALUE 0.
       77  LOCKED-COUNT            PIC 9(6) VALUE 0.
       77  ADMIN-COUNT             PIC 9(6) VALUE 0.
       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-FAILS              PIC Z9.
       01  STATUS-TEXT             PIC X(8) VALUE SPACES.

       77  OPERATOR-LOCK-FD        PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OPERATOR-MAINT: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           PERFORM OPEN-REPORT-FILE
           PERFORM LOCK-OPERATOR-FILE
           PERFORM APPLY-UPDATE-FILE
           PERFORM LIST-OPERATORS
           PERFORM UNLOCK-OPERATOR-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM RETIRE-UPDATE-FILE
           DISPLAY "OPERATOR-MAINT: Completed, report in "
              "/app/operator_report.txt"
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPERATOR-MAINT: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - OPERATOR MAINTENANCE REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       APPLY-UPDATE-FILE.
           DISPLAY "APPLY-UPDATE-FILE: Starting"
           OPEN INPUT UPDATE-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "APPLY-UPDATE-FILE: No operator updates, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           OPEN I-O OPERATOR-MASTER
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT OPERATOR-MASTER
              CLOSE OPERATOR-MASTER
              OPEN I-O OPERATOR-MASTER
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "APPLY-UPDATE-FILE: Unable to open operator "
                 "file, status = " FILE-STATUS
              MOVE "OPERATOR FILE UNAVAILABLE - UPDATES NOT APPLIED"
                 TO REPORT-REC
              WRITE REPORT-REC
              CLOSE UPDATE-FILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "OPERATOR UPDATES APPLIED" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ UPDATE-FILE INTO UPDATE-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF UPDATE-REC NOT = SPACES
                       ADD 1 TO UPDATE-LINES
                       PERFORM APPLY-ONE-UPDATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER
           CLOSE UPDATE-FILE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "APPLY-UPDATE-FILE: Completed, lines = "
              UPDATE-LINES.

       APPLY-ONE-UPDATE.
           MOVE SPACES TO UP-HEAD UP-NAME UP-ACTION UP-ID UP-ROLE
           MOVE SPACES TO UP-CREDENTIAL UP-REASON
           MOVE "Y" TO UP-VALID
           UNSTRING UPDATE-REC DELIMITED BY "name="
             INTO UP-HEAD UP-NAME
           END-UNSTRING
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(UP-HEAD)
              MOVE SPACES TO UP-TOKEN
              UNSTRING UP-HEAD DELIMITED BY ALL SPACES
                INTO UP-TOKEN
                WITH POINTER P
              END-UNSTRING
              IF UP-TOKEN(1:7) = "action="
                 MOVE FUNCTION UPPER-CASE(UP-TOKEN(8:16))
                    TO UP-ACTION
              END-IF
              IF UP-TOKEN(1:3) = "id="
                 MOVE UP-TOKEN(4:32) TO UP-ID
              END-IF
              IF UP-TOKEN(1:5) = "role="
                 MOVE FUNCTION UPPER-CASE(UP-TOKEN(6:16))
                    TO UP-ROLE
              END-IF
              IF UP-TOKEN(1:11) = "credential="
                 MOVE UP-TOKEN(12:80) TO UP-CREDENTIAL
              END-IF
           END-PERFORM
           PERFORM VALIDATE-UPDATE
           IF UP-VALID = "N"
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPERATOR-ID
           MOVE UP-ID(1:16) TO OPERATOR-ID
           EVALUATE FUNCTION TRIM(UP-ACTION)
             WHEN "ADD"
                READ OPERATOR-MASTER
                   INVALID KEY
                      PERFORM ADD-OPERATOR
                   NOT INVALID KEY
                      MOVE "operator id already on file" TO UP-REASON
                      PERFORM WRITE-REJECT-LINE
                END-READ
             WHEN "CHANGE"
                READ OPERATOR-MASTER
                   INVALID KEY
                      MOVE "no such operator" TO UP-REASON
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      PERFORM CHANGE-OPERATOR
                END-READ
             WHEN "UNLOCK"
                READ OPERATOR-MASTER
                   INVALID KEY
                      MOVE "no such operator" TO UP-REASON
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      MOVE 0 TO OPERATOR-FAILURES
                      MOVE "A" TO OPERATOR-STATUS
                      REWRITE OPERATOR-REC
                         INVALID KEY
                            MOVE "rewrite failed" TO UP-REASON
                            PERFORM WRITE-REJECT-LINE
                         NOT INVALID KEY
                            PERFORM WRITE-APPLIED-LINE
                      END-REWRITE
                END-READ
             WHEN "REMOVE"
                DELETE OPERATOR-MASTER
                   INVALID KEY
                      MOVE "no such operator" TO UP-REASON
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      PERFORM WRITE-APPLIED-LINE
                END-DELETE
           END-EVALUATE.

       VALIDATE-UPDATE.
           IF FUNCTION TRIM(UP-ID) = SPACES
              OR UP-ID(17:16) NOT = SPACES
              MOVE "N" TO UP-VALID
              MOVE "needs an id= of at most 16 characters"
                 TO UP-REASON
              EXIT PARAGRAPH
           END-IF
           IF UP-ACTION NOT = "ADD" AND UP-ACTION NOT = "CHANGE"
              AND UP-ACTION NOT = "UNLOCK" AND UP-ACTION NOT = "REMOVE"
              MOVE "N" TO UP-VALID
              MOVE "action= must be ADD, CHANGE, UNLOCK or REMOVE"
                 TO UP-REASON
              EXIT PARAGRAPH
           END-IF
           IF UP-ACTION = "ADD"
              AND (UP-ROLE = SPACES OR UP-CREDENTIAL = SPACES
                   OR FUNCTION TRIM(UP-NAME) = SPACES)
              MOVE "N" TO UP-VALID
              MOVE "ADD needs role=, credential= and name="
                 TO UP-REASON
              EXIT PARAGRAPH
           END-IF
           IF UP-ROLE NOT = SPACES
              AND UP-ROLE NOT = "CLERK"
              AND UP-ROLE NOT = "SUPERVISOR"
              AND UP-ROLE NOT = "ADMIN"
              MOVE "N" TO UP-VALID
              MOVE "role= must be CLERK, SUPERVISOR or ADMIN"
                 TO UP-REASON
              EXIT PARAGRAPH
           END-IF
           IF UP-CREDENTIAL NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(UP-CREDENTIAL))
                 TO UP-CRED-LEN
              IF UP-CRED-LEN < CREDENTIAL-MIN-LEN
                 OR UP-CRED-LEN > LENGTH OF OPERATOR-CREDENTIAL
                 MOVE "N" TO UP-VALID
                 MOVE "credential= must be 8 to 64 characters"
                    TO UP-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.

       ADD-OPERATOR.
           MOVE SPACES TO OPERATOR-REC
           MOVE UP-ID(1:16) TO OPERATOR-ID
           MOVE FUNCTION TRIM(UP-NAME) TO OPERATOR-NAME
           MOVE UP-ROLE(1:10) TO OPERATOR-ROLE
           MOVE UP-CREDENTIAL(1:64) TO OPERATOR-CREDENTIAL
           MOVE 0 TO OPERATOR-FAILURES
           MOVE "A" TO OPERATOR-STATUS
           WRITE OPERATOR-REC
              INVALID KEY
                 MOVE "write failed" TO UP-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM WRITE-APPLIED-LINE
           END-WRITE.

       CHANGE-OPERATOR.
           *> Only the fields named on the line change. A new
           *> credential also clears any lockout - it is how a
           *> locked-out operator is put back to work.
           IF UP-ROLE NOT = SPACES
              MOVE UP-ROLE(1:10) TO OPERATOR-ROLE
           END-IF
           IF FUNCTION TRIM(UP-NAME) NOT = SPACES
              MOVE FUNCTION TRIM(UP-NAME) TO OPERATOR-NAME
           END-IF
           IF UP-CREDENTIAL NOT = SPACES
              MOVE UP-CREDENTIAL(1:64) TO OPERATOR-CREDENTIAL
              MOVE 0 TO OPERATOR-FAILURES
              MOVE "A" TO OPERATOR-STATUS
           END-IF
           REWRITE OPERATOR-REC
              INVALID KEY
                 MOVE "rewrite failed" TO UP-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM WRITE-APPLIED-LINE
           END-REWRITE.

       WRITE-APPLIED-LINE.
           *> The credential itself never goes on the report.
           ADD 1 TO UPDATE-APPLIED
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO P
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(UP-ACTION) DELIMITED BY SIZE
                  ": id=" DELIMITED BY SIZE
                  FUNCTION TRIM(UP-ID) DELIMITED BY SIZE
             INTO REPORT-REC WITH POINTER P
           END-STRING
           IF UP-ROLE NOT = SPACES
              STRING " role=" DELIMITED BY SIZE
                     FUNCTION TRIM(UP-ROLE) DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER P
              END-STRING
           END-IF
           IF UP-CREDENTIAL NOT = SPACES
              STRING " credential set" DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER P
              END-STRING
           END-IF
           WRITE REPORT-REC.

       WRITE-REJECT-LINE.
           ADD 1 TO UPDATE-REJECTED
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED (" DELIMITED BY SIZE
                  FUNCTION TRIM(UP-REASON) DELIMITED BY SIZE
                  "): action=" DELIMITED BY SIZE
                  FUNCTION TRIM(UP-ACTION) DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(UP-ID) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       LIST-OPERATORS.
           MOVE "OPERATORS ON FILE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  ID               ROLE       STATUS   FAILS "
                  "LAST SIGN-ON    NAME" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           OPEN INPUT OPERATOR-MASTER
           IF FILE-STATUS NOT = "00"
              MOVE "  (no operator file)" TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OPERATOR-ID
           START OPERATOR-MASTER KEY NOT LESS THAN OPERATOR-ID
              INVALID KEY
                 MOVE "  (no operators)" TO REPORT-REC
                 WRITE REPORT-REC
           END-START
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ OPERATOR-MASTER NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       PERFORM LIST-ONE-OPERATOR
                 END-READ
              END-PERFORM
           END-IF
           CLOSE OPERATOR-MASTER
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LIST-ONE-OPERATOR.
           ADD 1 TO OPERATOR-COUNT
           IF OPERATOR-STATUS = "L"
              MOVE "LOCKED" TO STATUS-TEXT
              ADD 1 TO LOCKED-COUNT
           ELSE
              MOVE "ACTIVE" TO STATUS-TEXT
           END-IF
           IF OPERATOR-ROLE = "ADMIN"
              ADD 1 TO ADMIN-COUNT
           END-IF
           MOVE OPERATOR-FAILURES TO EDIT-FAILS
           MOVE SPACES TO REPORT-REC
           MOVE OPERATOR-ID TO REPORT-REC(3:16)
           MOVE OPERATOR-ROLE TO REPORT-REC(20:10)
           MOVE STATUS-TEXT TO REPORT-REC(31:8)
           MOVE EDIT-FAILS TO REPORT-REC(42:2)
           IF OPERATOR-LAST-SIGNON = SPACES
              MOVE "(never)" TO REPORT-REC(46:14)
           ELSE
              MOVE OPERATOR-LAST-SIGNON TO REPORT-REC(46:14)
           END-IF
           MOVE OPERATOR-NAME TO REPORT-REC(62:64)
           WRITE REPORT-REC.

       WRITE-SUMMARY.
           MOVE "SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE UPDATE-LINES TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UPDATE LINES READ . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE UPDATE-APPLIED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UPDATES APPLIED . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE UPDATE-REJECTED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UPDATES REJECTED  . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           IF UPDATE-REJECTED > 0
              MOVE " - UPDATE FILE LEFT IN PLACE" TO REPORT-REC(38:28)
           END-IF
           WRITE REPORT-REC
           MOVE OPERATOR-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  OPERATORS ON FILE . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE LOCKED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  LOCKED OUT  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF OPERATOR-COUNT > 0 AND ADMIN-COUNT = 0
              MOVE "  WARNING: NO ADMIN OPERATOR ON FILE"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           DISPLAY "WRITE-SUMMARY: operators=" OPERATOR-COUNT
              " locked=" LOCKED-COUNT " applied=" UPDATE-APPLIED
              " rejected=" UPDATE-REJECTED.

       RETIRE-UPDATE-FILE.
           *> The update file carries credentials in the clear, so
           *> once every line has applied it is removed rather than
           *> set aside; a file with a rejected line stays for
           *> correction and should be cut down to the lines that
           *> still need applying before the next run.
           IF UPDATE-LINES > 0 AND UPDATE-REJECTED = 0
              CALL "unlink" USING
                   BY CONTENT Z"/app/operator_updates.dat"
                   RETURNING RET
              END-CALL
              IF RET NOT = 0
                 DISPLAY "RETIRE-UPDATE-FILE: unlink failed"
              END-IF
           END-IF.

       LOCK-OPERATOR-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/operators.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING OPERATOR-LOCK-FD
           END-CALL
           IF OPERATOR-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OPERATOR-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-OPERATOR-FILE.
           IF OPERATOR-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OPERATOR-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE OPERATOR-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO OPERATOR-LOCK-FD
           END-IF.
