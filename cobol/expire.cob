           SELECT HISTORY-FILE ASSIGN TO "/app/history.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "/app/disputes.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISPUTE-ID
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
       01  REPORT-REC           PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-REC          PIC X(4096).
       FD  CLAIMS-FILE.
       01  CLAIMS-REC           PIC X(512).
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DISPUTE-ID           PIC X(16).
           05  DISPUTE-BOUNTY-ID    PIC X(64).
           05  DISPUTE-BOUNTY-NAME  PIC X(256).
           05  DISPUTE-BOUNTY-AMT   PIC X(64).
           05  DISPUTE-CLAIM-TS     PIC X(14).
           05  DISPUTE-CLAIM-HUNTER PIC X(16).
           05  DISPUTE-HUNTER       PIC X(16).
           05  DISPUTE-REASON       PIC X(256).
           05  DISPUTE-STATUS       PIC X(8).
           05  DISPUTE-FILED        PIC X(14).
           05  DISPUTE-FILED-BY     PIC X(16).
           05  DISPUTE-RESOLVED     PIC X(14).
           05  DISPUTE-RESOLVED-BY  PIC X(16).
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
       77  RET                     PIC S9(9) COMP-5 VALUE 0.
               10  E-NAME          PIC X(256).
               10  E-AMT           PIC X(64).
               10  E-POSTED        PIC X(8).
               10  E-OFFICE        PIC X(64).
               10  E-BACKFILLED    PIC X.
               10  E-DISPOSITION   PIC X.
       77  ENTRY-COUNT             PIC 9(4) VALUE 0.
       77  FLAGGED-COUNT           PIC 9(4) VALUE 0.
       77  KEPT-COUNT              PIC 9(4) VALUE 0.

      *> A retired bounty's reward goes back to its office's budget
      *> - unless a claim on it is still live, in which case the
      *> commitment is settlement's to convert when the hunter is
      *> paid. A claim denied in the ledger, or voided by an upheld
      *> dispute, is closed and holds nothing.
       01  CLAIM-ID-TABLE.
           05  CLAIM-ENTRY OCCURS 20000 TIMES.
               10  C-ID            PIC X(64).
               10  C-TS            PIC X(14).
               10  C-CLOSED        PIC X.
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  C-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  CLOSED-C-IX             PIC S9(9) COMP-5 VALUE 0.
       77  ID-CLAIMED              PIC X VALUE "N".
       01  CLAIM-HEAD              PIC X(64) VALUE SPACES.
       01  CLAIM-TOKEN             PIC X(128) VALUE SPACES.
       01  LEDGER-HEAD             PIC X(64) VALUE SPACES.
       01  LEDGER-REST             PIC X(512) VALUE SPACES.
       01  LEDGER-ID               PIC X(64) VALUE SPACES.
       01  LEDGER-ACTION           PIC X(16) VALUE SPACES.
       77  CLOSED-COUNT            PIC 9(6) VALUE 0.
       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  DISPUTE-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.

       01  BUDGET-OFFICE           PIC X(64) VALUE SPACES.
       01  BUDGET-ACTION           PIC X(8) VALUE SPACES.
       01  BUDGET-REF-ID           PIC X(64) VALUE SPACES.
       01  BUDGET-REF-NAME         PIC X(256) VALUE SPACES.
       01  BUDGET-AMT              PIC 9(11)V99 VALUE 0.
       01  BUDGET-AMT-ED           PIC Z(10)9.99.
       77  BUDGET-POSTED           PIC X VALUE "N".
       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  RELEASED-COUNT          PIC 9(4) VALUE 0.
       01  RELEASED-TOTAL          PIC 9(12)V99 VALUE 0.
       01  EDIT-TOTAL              PIC Z(11)9.99.

       01  LOG-TIMESTAMP           PIC X(21) VALUE SPACES.
       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  HISTORY-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
           PERFORM LOCK-MASTER-FILE
           PERFORM LOAD-MASTER-TABLE
           PERFORM UNLOCK-MASTER-FILE
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS
           PERFORM CLOSE-ENDED-CLAIMS
           PERFORM UNLOCK-CLAIMS-FILE
           PERFORM BACKFILL-POSTED-DATES
           PERFORM JUDGE-ENTRIES
           PERFORM LOCK-MASTER-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "BOUNTY-EXPIRY: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
                       MOVE MASTER-NAME TO E-NAME(ENTRY-COUNT)
                       MOVE MASTER-BOUNTY TO E-AMT(ENTRY-COUNT)
                       MOVE MASTER-POSTED TO E-POSTED(ENTRY-COUNT)
                       MOVE MASTER-OFFICE TO E-OFFICE(ENTRY-COUNT)
                       MOVE "N" TO E-BACKFILLED(ENTRY-COUNT)
                       *> K = keep until judged otherwise.
                       MOVE "K" TO E-DISPOSITION(ENTRY-COUNT)
              MOVE "R" TO E-DISPOSITION(E-IX)
              ADD 1 TO RETIRED-COUNT
              PERFORM LOG-EXPIRE-HISTORY
              PERFORM RELEASE-RETIRED-BUDGET
              MOVE SPACES TO REPORT-REC
              STRING "RETIRED: id=" DELIMITED BY SIZE
                     FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
       LOG-EXPIRE-HISTORY.
           *> A retirement removes a bounty just as /delete does, so
           *> it gets the same history line the server writes, with
           *> "batch" in the client-address and operator slots.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO HISTORY-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " batch action=EXPIRE id=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
                  " operator=batch" DELIMITED BY SIZE
                  " old_name=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-NAME(E-IX)) DELIMITED BY SIZE
                  " old_bounty=" DELIMITED BY SIZE
           END-IF
           PERFORM UNLOCK-HISTORY-FILE.

       LOAD-CLAIMS.
           *> Only the claimed ids matter here; the caller holds the
           *> claims lock.
           MOVE 0 TO CLAIM-COUNT
           OPEN INPUT CLAIMS-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
                  OR CLAIM-COUNT >= 20000
              READ CLAIMS-FILE INTO CLAIMS-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO CLAIM-HEAD CLAIM-TOKEN
                    UNSTRING CLAIMS-REC
                      DELIMITED BY ALL SPACES
                      INTO CLAIM-HEAD CLAIM-TOKEN
                    END-UNSTRING
                    IF CLAIM-TOKEN(1:3) = "id="
                       ADD 1 TO CLAIM-COUNT
                       MOVE CLAIM-TOKEN(4:64) TO C-ID(CLAIM-COUNT)
                       MOVE CLAIM-HEAD(1:14) TO C-TS(CLAIM-COUNT)
                       MOVE "N" TO C-CLOSED(CLAIM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "LOAD-CLAIMS: Completed, claims = " CLAIM-COUNT.

       CLOSE-ENDED-CLAIMS.
           *> A DENIED ledger line closes the newest claim for its id
           *> stamped no later than it; an UPHELD dispute closes the
           *> claim it names. A PAID claim stays live - settlement has
           *> already taken its money. The caller holds the claims
           *> lock; the ledger and disputes locks follow it, in that
           *> order, as in settlement.
           MOVE 0 TO CLOSED-COUNT
           PERFORM LOCK-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ LEDGER-FILE
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO LEDGER-HEAD LEDGER-REST
                                      LEDGER-ID LEDGER-ACTION
                       UNSTRING LEDGER-REC DELIMITED BY " id="
                          INTO LEDGER-HEAD LEDGER-REST
                       END-UNSTRING
                       UNSTRING LEDGER-REST DELIMITED BY " action="
                          INTO LEDGER-ID LEDGER-REST
                       END-UNSTRING
                       UNSTRING LEDGER-REST DELIMITED BY ALL SPACES
                          INTO LEDGER-ACTION
                       END-UNSTRING
                       IF LEDGER-ACTION = "DENIED"
                          PERFORM CLOSE-DENIED-CLAIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           PERFORM UNLOCK-LEDGER-FILE
           PERFORM LOCK-DISPUTE-FILE
           OPEN INPUT DISPUTE-FILE
           IF FILE-STATUS = "00"
              MOVE LOW-VALUES TO DISPUTE-ID
              START DISPUTE-FILE KEY NOT LESS THAN DISPUTE-ID
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ DISPUTE-FILE NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       IF DISPUTE-STATUS = "UPHELD"
                          PERFORM CLOSE-VOIDED-CLAIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF
           PERFORM UNLOCK-DISPUTE-FILE
           DISPLAY "CLOSE-ENDED-CLAIMS: Completed, closed = "
              CLOSED-COUNT.

       CLOSE-DENIED-CLAIM.
           MOVE 0 TO CLOSED-C-IX
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(LEDGER-ID)
                 AND C-TS(C-IX) <= LEDGER-HEAD(1:14)
                 MOVE C-IX TO CLOSED-C-IX
              END-IF
              ADD 1 TO C-IX
           END-PERFORM
           IF CLOSED-C-IX > 0
              AND C-CLOSED(CLOSED-C-IX) = "N"
              MOVE "Y" TO C-CLOSED(CLOSED-C-IX)
              ADD 1 TO CLOSED-COUNT
           END-IF.

       CLOSE-VOIDED-CLAIM.
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(DISPUTE-BOUNTY-ID)
                 AND C-TS(C-IX) = DISPUTE-CLAIM-TS
                 AND C-CLOSED(C-IX) = "N"
                 MOVE "Y" TO C-CLOSED(C-IX)
                 ADD 1 TO CLOSED-COUNT
              END-IF
              ADD 1 TO C-IX
           END-PERFORM.

       RELEASE-RETIRED-BUDGET.
           MOVE "N" TO ID-CLAIMED
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT OR ID-CLAIMED = "Y"
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(E-ID(E-IX))
                 AND C-CLOSED(C-IX) = "N"
                 MOVE "Y" TO ID-CLAIMED
              END-IF
              ADD 1 TO C-IX
           END-PERFORM
           IF ID-CLAIMED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "RELEASE" TO BUDGET-ACTION
           MOVE E-OFFICE(E-IX) TO BUDGET-OFFICE
           COMPUTE BUDGET-AMT = FUNCTION NUMVAL(E-AMT(E-IX))
           MOVE E-ID(E-IX) TO BUDGET-REF-ID
           MOVE E-NAME(E-IX) TO BUDGET-REF-NAME
           PERFORM POST-OFFICE-MOVEMENT
           IF BUDGET-POSTED = "Y"
              ADD 1 TO RELEASED-COUNT
              ADD BUDGET-AMT TO RELEASED-TOTAL
           END-IF.

       POST-OFFICE-MOVEMENT.
           *> RELEASE hands an open bounty's money back to its
           *> office; an office with no master record has no budget
           *> set and is not controlled.
           MOVE "N" TO BUDGET-POSTED
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
           IF BUDGET-AMT > OFFICE-COMMITTED
              MOVE 0 TO OFFICE-COMMITTED
           ELSE
              SUBTRACT BUDGET-AMT FROM OFFICE-COMMITTED
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE LOG-TIMESTAMP(1:14) TO OFFICE-UPDATED
           REWRITE OFFICE-REC
              INVALID KEY
                 DISPLAY "POST-OFFICE-MOVEMENT: Rewrite failed, "
                    "status = " FILE-STATUS
              NOT INVALID KEY
                 MOVE "Y" TO BUDGET-POSTED
           END-REWRITE
           CLOSE OFFICE-MASTER
           IF BUDGET-POSTED = "Y"
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

       LOCK-HISTORY-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/history.log.lock"
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE HISTORY-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO HISTORY-LOCK-FD
           END-IF.
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE RELEASED-COUNT TO EDIT-CNT
           MOVE RELEASED-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "BUDGET RELEASED  . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: examined=" ENTRY-COUNT
              " kept=" KEPT-COUNT " retired=" RETIRED-COUNT
              " flagged=" FLAGGED-COUNT.
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE MASTER-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO MASTER-LOCK-FD
           END-IF.

       LOCK-CLAIMS-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/claims.dat.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING CLAIMS-LOCK-FD
           END-CALL
           IF CLAIMS-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE CLAIMS-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-CLAIMS-FILE.
           IF CLAIMS-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE CLAIMS-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE CLAIMS-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO CLAIMS-LOCK-FD
           END-IF.

       LOCK-LEDGER-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/payout_ledger.dat.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING LEDGER-LOCK-FD
           END-CALL
           IF LEDGER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE LEDGER-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-LEDGER-FILE.
           IF LEDGER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE LEDGER-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE LEDGER-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO LEDGER-LOCK-FD
           END-IF.

       LOCK-DISPUTE-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/disputes.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING DISPUTE-LOCK-FD
           END-CALL
           IF DISPUTE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE DISPUTE-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-DISPUTE-FILE.
           IF DISPUTE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE DISPUTE-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE DISPUTE-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO DISPUTE-LOCK-FD
           END-IF.

       LOCK-OFFICE-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/office_master.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING OFFICE-LOCK-FD
           END-CALL
           IF OFFICE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OFFICE-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-OFFICE-FILE.
           IF OFFICE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OFFICE-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE OFFICE-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO OFFICE-LOCK-FD
           END-IF.
