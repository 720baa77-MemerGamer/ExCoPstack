           SELECT REPORT-FILE ASSIGN TO "/app/intake_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT OFFICE-MASTER ASSIGN TO "/app/office_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OFFICE-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT OFFICE-ACTIVITY-FILE ASSIGN TO
                  "/app/office_activity.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RETRY-REC            PIC X(4096).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).
       FD  OFFICE-MASTER.
       01  OFFICE-REC.
           05  OFFICE-ID        PIC X(64).
           05  OFFICE-NAME      PIC X(64).
           05  OFFICE-YEAR      PIC X(4).
           05  OFFICE-BUDGET    PIC 9(11)V99.
           05  OFFICE-COMMITTED PIC 9(11)V99.
           05  OFFICE-PAID      PIC 9(11)V99.
           05  OFFICE-UPDATED   PIC X(14).
       FD  OFFICE-ACTIVITY-FILE.
       01  OFFICE-ACTIVITY-REC  PIC X(512).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.

       01  BOUNTY-NUM              PIC 9(9)V99 VALUE 0.
       77  DUP-FOUND               PIC X VALUE "N".

      *> Office budget control, as the server applies it to the form
      *> path: each posting is committed against its issuing
      *> office's annual budget, and one that would overrun it is
      *> rejected. An office with no master record is not
      *> controlled.
       01  BUDGET-OFFICE           PIC X(64) VALUE SPACES.
       01  BUDGET-ACTION           PIC X(8) VALUE SPACES.
       01  BUDGET-REF-ID           PIC X(64) VALUE SPACES.
       01  BUDGET-REF-NAME         PIC X(256) VALUE SPACES.
       01  BUDGET-AMT              PIC 9(11)V99 VALUE 0.
       01  BUDGET-REMAINING        PIC S9(12)V99 VALUE 0.
       01  BUDGET-AMT-ED           PIC Z(10)9.99.
       01  BUDGET-REMAINING-ED     PIC -Z(11)9.99.
       77  BUDGET-OVER             PIC X VALUE "N".
       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

       01  FIELD                   PIC X(4096) VALUE SPACES.
       01  OUT-FLD                 PIC X(4096) VALUE SPACES.
       01  CURR-CHAR               PIC X VALUE SPACE.
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              DISPLAY "INTAKE-LOADER: API unreachable, giving up"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-API-TABLE
           IF FILE-STATUS NOT = "00"
              DISPLAY "INTAKE-LOADER: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
                   PERFORM CHECK-DUPLICATE-NAME
                   IF DUP-FOUND = "Y"
                      MOVE "DUPLICATE NAME ON BOARD" TO REJECT-REASON
                   ELSE
                      PERFORM COMMIT-OFFICE-BUDGET
                   END-IF
                END-IF
           END-EVALUATE
              WRITE REPORT-REC
           END-IF.

       COMMIT-OFFICE-BUDGET.
           *> The last gate before posting: the check and the
           *> commitment happen under one office lock, and the
           *> commitment stands whether the API takes the post now
           *> or the retry sweep replays it later.
           MOVE "COMMIT" TO BUDGET-ACTION
           MOVE OFFICE TO BUDGET-OFFICE
           MOVE BOUNTY-NUM TO BUDGET-AMT
           MOVE SPACES TO BUDGET-REF-ID
           MOVE NAME TO BUDGET-REF-NAME
           PERFORM POST-OFFICE-MOVEMENT
           IF BUDGET-OVER = "Y"
              MOVE BUDGET-REMAINING TO BUDGET-REMAINING-ED
              STRING "OFFICE OVER BUDGET, REMAINING " DELIMITED BY SIZE
                     FUNCTION TRIM(BUDGET-REMAINING-ED)
                        DELIMITED BY SIZE
                INTO REJECT-REASON
              END-STRING
           END-IF.

       POST-OFFICE-MOVEMENT.
           *> COMMIT books BUDGET-AMT against the office, or sets
           *> BUDGET-OVER and books nothing if that would overrun the
           *> annual budget. BUDGET-REMAINING is left at what the
           *> office has left.
           MOVE "N" TO BUDGET-OVER
           MOVE 0 TO BUDGET-REMAINING
           IF FUNCTION TRIM(BUDGET-OFFICE) = SPACES OR BUDGET-AMT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-OFFICE-FILE
           OPEN I-O OFFICE-MASTER
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-OFFICE-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OFFICE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BUDGET-OFFICE))
              TO OFFICE-ID
           READ OFFICE-MASTER
              INVALID KEY
                 CLOSE OFFICE-MASTER
                 PERFORM UNLOCK-OFFICE-FILE
                 EXIT PARAGRAPH
           END-READ
           COMPUTE BUDGET-REMAINING =
              OFFICE-BUDGET - OFFICE-COMMITTED - OFFICE-PAID
           IF BUDGET-AMT > BUDGET-REMAINING
              MOVE "Y" TO BUDGET-OVER
           ELSE
              ADD BUDGET-AMT TO OFFICE-COMMITTED
              MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
              MOVE LOG-TIMESTAMP(1:14) TO OFFICE-UPDATED
              REWRITE OFFICE-REC
                 INVALID KEY
                    DISPLAY "POST-OFFICE-MOVEMENT: Rewrite failed, "
                       "status = " FILE-STATUS
              END-REWRITE
              COMPUTE BUDGET-REMAINING =
                 OFFICE-BUDGET - OFFICE-COMMITTED - OFFICE-PAID
           END-IF
           CLOSE OFFICE-MASTER
           IF BUDGET-OVER = "N"
              PERFORM LOG-OFFICE-ACTIVITY
           END-IF
           PERFORM UNLOCK-OFFICE-FILE.

       LOG-OFFICE-ACTIVITY.
           *> Same activity line the server writes, with "batch" in
           *> the client-address slot. The caller holds the office
           *> lock.
           MOVE BUDGET-AMT TO BUDGET-AMT-ED
           MOVE SPACES TO OFFICE-ACTIVITY-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " batch action=" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-ACTION) DELIMITED BY SIZE
                  " office=" DELIMITED BY SIZE
                  FUNCTION TRIM(OFFICE-ID) DELIMITED BY SIZE
                  " amount=" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-AMT-ED) DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-REF-ID) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-REF-NAME) DELIMITED BY SIZE
             INTO OFFICE-ACTIVITY-REC
           END-STRING
           OPEN EXTEND OFFICE-ACTIVITY-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT OFFICE-ACTIVITY-FILE
           END-IF
           IF FILE-STATUS = "00"
              WRITE OFFICE-ACTIVITY-REC
              CLOSE OFFICE-ACTIVITY-FILE
           ELSE
              DISPLAY "LOG-OFFICE-ACTIVITY: Unable to open activity "
                 "log, status = " FILE-STATUS
           END-IF.

       NOTE-ACCEPTED-NAME.
           *> A name just posted must count as on the board for the
           *> rest of this run, or a file listing the same fugitive
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE WANTED-LOG-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO WANTED-LOG-LOCK-FD
           END-IF.
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE RETRY-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO RETRY-LOCK-FD
           END-IF.

       LOCK-OFFICE-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/office_master.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING OFFICE-LOCK-FD
           END-CALL
           IF OFFICE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OFFICE-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-OFFICE-FILE.
           IF OFFICE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OFFICE-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE OFFICE-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO OFFICE-LOCK-FD
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
