IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-OFFICE-BUDGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-MASTER ASSIGN TO "/app/office_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OFFICE-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT OFFICE-ACTIVITY-FILE ASSIGN TO
                  "/app/office_activity.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "/app/office_budgets.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT BOUNTY-MASTER ASSIGN TO "/app/bounty_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/office_statement.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-MASTER.
      *> One record per issuing office, keyed on the office name in
      *> upper case. Committed is the reward money on the office's
      *> open bounties, paid is what settlement has paid out this
      *> budget year; what is left is budget less both.
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
       FD  BUDGET-FILE.
      *> The marshals' budget returns, one office per line:
      *>   year=YYYY budget=<annual amount> office=<office name>
      *> A line for an office not yet on the master opens it; a line
      *> for a new year starts that office's paid figure afresh.
       01  BUDGET-REC           PIC X(256).
       FD  BOUNTY-MASTER.
       01  MASTER-REC.
           05  MASTER-ID        PIC X(64).
           05  MASTER-NAME      PIC X(256).
           05  MASTER-BOUNTY    PIC X(64).
           05  MASTER-POSTED    PIC X(8).
           05  MASTER-CATEGORY  PIC X(32).
           05  MASTER-DANGER    PIC X(8).
           05  MASTER-OFFICE    PIC X(64).
       FD  CLAIMS-FILE.
       01  CLAIMS-REC           PIC X(512).
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

       01  STATEMENT-PERIOD        PIC X(6) VALUE SPACES.
       01  PERIOD-ENV              PIC X(64) VALUE SPACES.
       77  PERIOD-ENV-PTR          USAGE POINTER VALUE NULL.
       77  PERIOD-ENV-LEN          PIC S9(9) COMP-5 VALUE 0.
       01  PERIOD-ENV-BASED        PIC X(64) BASED.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  LOG-TIMESTAMP           PIC X(21) VALUE SPACES.
       77  PERIOD-YEAR             PIC 9(4) VALUE 0.
       77  PERIOD-MONTH            PIC 99 VALUE 0.

      *> Reward money already on the board when an office is first
      *> given a budget opens as committed - unclaimed bounties,
      *> claims awaiting settlement and denied claims alike, as the
      *> server, expiry and settlement hold them. Only a bounty
      *> whose newest claim has been paid is left out: settlement
      *> has already moved its money to paid.
       01  OPEN-BOUNTY-TABLE.
           05  OPEN-BOUNTY-ENTRY OCCURS 2000 TIMES.
               10  OB-ID           PIC X(64).
               10  OB-OFFICE       PIC X(64).
               10  OB-AMT          PIC 9(11)V99.
       77  OPEN-BOUNTY-COUNT       PIC 9(4) VALUE 0.
       77  OB-IX                   PIC S9(9) COMP-5 VALUE 0.
       01  CLAIM-ID-TABLE.
           05  CLAIM-ENTRY OCCURS 20000 TIMES.
               10  C-ID            PIC X(64).
               10  C-TS            PIC X(14).
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  C-IX                    PIC S9(9) COMP-5 VALUE 0.
       01  CLAIM-HEAD              PIC X(64) VALUE SPACES.
       01  CLAIM-TOKEN             PIC X(128) VALUE SPACES.
       01  NEWEST-CLAIM-TS         PIC X(14) VALUE SPACES.
       01  PAID-ID-TABLE.
           05  PAID-ENTRY OCCURS 20000 TIMES.
               10  PD-ID           PIC X(64).
               10  PD-TS           PIC X(14).
       77  PAID-COUNT              PIC 9(6) VALUE 0.
       77  PD-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  ID-PAID                 PIC X VALUE "N".
       01  LEDGER-HEAD             PIC X(64) VALUE SPACES.
       01  LEDGER-REST             PIC X(512) VALUE SPACES.
       01  LEDGER-ID               PIC X(64) VALUE SPACES.
       01  LEDGER-ACTION           PIC X(16) VALUE SPACES.

       01  OFFICE-TABLE.
           05  OFFICE-ENTRY OCCURS 500 TIMES.
               10  OT-ID           PIC X(64).
               10  OT-NAME         PIC X(64).
               10  OT-YEAR         PIC X(4).
               10  OT-BUDGET       PIC 9(11)V99.
               10  OT-COMMITTED    PIC 9(11)V99.
               10  OT-PAID         PIC 9(11)V99.
               10  OT-MON-COMMIT   PIC 9(11)V99.
               10  OT-MON-RELEASE  PIC 9(11)V99.
               10  OT-MON-PAID     PIC 9(11)V99.
       77  OFFICE-COUNT            PIC 9(4) VALUE 0.
       77  OT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  OFFICE-TRUNCATED        PIC X VALUE "N".

       01  BU-HEAD                 PIC X(256) VALUE SPACES.
       01  BU-OFFICE               PIC X(64) VALUE SPACES.
       01  BU-YEAR                 PIC X(8) VALUE SPACES.
       01  BU-BUDGET               PIC X(32) VALUE SPACES.
       01  BU-TOKEN                PIC X(64) VALUE SPACES.
       01  BU-KEY                  PIC X(64) VALUE SPACES.
       01  BU-AMT                  PIC 9(11)V99 VALUE 0.
       01  BU-OPENING              PIC 9(11)V99 VALUE 0.
       77  P                       PIC S9(9) COMP-5 VALUE 0.

       01  AC-HEAD                 PIC X(64) VALUE SPACES.
       01  AC-REST                 PIC X(512) VALUE SPACES.
       01  AC-REST2                PIC X(512) VALUE SPACES.
       01  AC-ACTION               PIC X(16) VALUE SPACES.
       01  AC-OFFICE               PIC X(64) VALUE SPACES.
       01  AC-AMOUNT               PIC X(32) VALUE SPACES.
       01  AC-ID                   PIC X(64) VALUE SPACES.
       01  AC-NAME                 PIC X(256) VALUE SPACES.
       01  AC-AMT                  PIC 9(11)V99 VALUE 0.

       01  ACTIVITY-ACTION         PIC X(8) VALUE SPACES.
       01  ACTIVITY-AMT            PIC 9(11)V99 VALUE 0.
       01  ACTIVITY-NAME           PIC X(64) VALUE SPACES.

       77  BUDGET-LINES            PIC 9(6) VALUE 0.
       77  BUDGET-APPLIED          PIC 9(6) VALUE 0.
       77  BUDGET-REJECTED         PIC 9(6) VALUE 0.
       77  OFFICE-STORED           PIC X VALUE "N".
       77  OFFICES-OPENED          PIC 9(6) VALUE 0.
       01  REMAINING-NUM           PIC S9(12)V99 VALUE 0.
       01  TOTAL-BUDGET            PIC 9(13)V99 VALUE 0.
       01  TOTAL-COMMITTED         PIC 9(13)V99 VALUE 0.
       01  TOTAL-PAID              PIC 9(13)V99 VALUE 0.
       01  TOTAL-REMAINING         PIC S9(13)V99 VALUE 0.
       01  TOTAL-MON-PAID          PIC 9(13)V99 VALUE 0.
       77  OVER-COUNT              PIC 9(4) VALUE 0.

       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-AMT                PIC Z(10)9.99.
       01  EDIT-AMT2               PIC Z(10)9.99.
       01  EDIT-AMT3               PIC Z(10)9.99.
       01  EDIT-SIGNED             PIC -Z(11)9.99.
       01  EDIT-TOTAL              PIC Z(12)9.99.
       01  EDIT-TOTAL-SIGNED       PIC -Z(12)9.99.

       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OFFICE-BUDGET: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           PERFORM RESOLVE-STATEMENT-PERIOD
           DISPLAY "OFFICE-BUDGET: Period " STATEMENT-PERIOD
           PERFORM OPEN-REPORT-FILE
           IF STATEMENT-PERIOD NOT NUMERIC
              OR STATEMENT-PERIOD(5:2) < "01"
              OR STATEMENT-PERIOD(5:2) > "12"
              MOVE "INVALID BUDGET_PERIOD - EXPECTED YYYYMM"
                 TO REPORT-REC
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           *> The board's open bounties are gathered before the office
           *> lock is taken: the server and settlement take the
           *> claims and master locks first and the office lock last,
           *> and this job keeps to the same order.
           PERFORM LOCK-MASTER-FILE
           PERFORM LOAD-OPEN-BOUNTIES
           PERFORM UNLOCK-MASTER-FILE
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS
           PERFORM LOCK-LEDGER-FILE
           PERFORM LOAD-PAID-LINES
           PERFORM UNLOCK-LEDGER-FILE
           PERFORM UNLOCK-CLAIMS-FILE
           PERFORM LOCK-OFFICE-FILE
           PERFORM APPLY-BUDGET-FILE
           PERFORM LOAD-OFFICE-TABLE
           PERFORM ACCUMULATE-PERIOD-ACTIVITY
           PERFORM UNLOCK-OFFICE-FILE
           PERFORM WRITE-OFFICE-STATEMENTS
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM RETIRE-BUDGET-FILE
           DISPLAY "OFFICE-BUDGET: Completed, report in "
              "/app/office_statement.txt"
           STOP RUN.

       RESOLVE-STATEMENT-PERIOD.
           *> Run in the first days of a month, so the statement is
           *> for last month unless BUDGET_PERIOD=YYYYMM names another.
           MOVE SPACES TO PERIOD-ENV
           CALL "getenv" USING
                BY CONTENT Z"BUDGET_PERIOD"
                RETURNING PERIOD-ENV-PTR
           END-CALL
           IF PERIOD-ENV-PTR NOT = NULL
              SET ADDRESS OF PERIOD-ENV-BASED TO PERIOD-ENV-PTR
              CALL "strlen" USING
                   BY VALUE PERIOD-ENV-PTR
                   RETURNING PERIOD-ENV-LEN
              END-CALL
              IF PERIOD-ENV-LEN > LENGTH OF PERIOD-ENV
                 MOVE LENGTH OF PERIOD-ENV TO PERIOD-ENV-LEN
              END-IF
              IF PERIOD-ENV-LEN > 0
                 MOVE PERIOD-ENV-BASED(1:PERIOD-ENV-LEN)
                    TO PERIOD-ENV(1:PERIOD-ENV-LEN)
              END-IF
           END-IF
           IF PERIOD-ENV(1:6) NOT = SPACES
              DISPLAY "RESOLVE-STATEMENT-PERIOD: BUDGET_PERIOD "
                 "override = " PERIOD-ENV(1:6)
              MOVE PERIOD-ENV(1:6) TO STATEMENT-PERIOD
           ELSE
              MOVE NOW-DATE-TIME(1:4) TO PERIOD-YEAR
              MOVE NOW-DATE-TIME(5:2) TO PERIOD-MONTH
              IF PERIOD-MONTH = 1
                 MOVE 12 TO PERIOD-MONTH
                 SUBTRACT 1 FROM PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM PERIOD-MONTH
              END-IF
              MOVE PERIOD-YEAR TO STATEMENT-PERIOD(1:4)
              MOVE PERIOD-MONTH TO STATEMENT-PERIOD(5:2)
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "OFFICE-BUDGET: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - OFFICE BUDGET STATEMENT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
                  "  PERIOD " DELIMITED BY SIZE
                  STATEMENT-PERIOD DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-OPEN-BOUNTIES.
           DISPLAY "LOAD-OPEN-BOUNTIES: Starting"
           MOVE 0 TO OPEN-BOUNTY-COUNT
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-OPEN-BOUNTIES: No master, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MASTER-ID
           START BOUNTY-MASTER KEY NOT LESS THAN MASTER-ID
              INVALID KEY
                 DISPLAY "LOAD-OPEN-BOUNTIES: Master is empty"
           END-START
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ BOUNTY-MASTER NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       IF OPEN-BOUNTY-COUNT >= 2000
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO OPEN-BOUNTY-COUNT
                       MOVE MASTER-ID TO OB-ID(OPEN-BOUNTY-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(MASTER-OFFICE))
                          TO OB-OFFICE(OPEN-BOUNTY-COUNT)
                       COMPUTE OB-AMT(OPEN-BOUNTY-COUNT) =
                          FUNCTION NUMVAL(MASTER-BOUNTY)
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BOUNTY-MASTER
           DISPLAY "LOAD-OPEN-BOUNTIES: Completed, records = "
              OPEN-BOUNTY-COUNT.

       LOAD-CLAIMS.
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
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "LOAD-CLAIMS: Completed, claims = " CLAIM-COUNT.

       LOAD-PAID-LINES.
           *> The PAID lines of the settlement ledger, by id and
           *> stamp. The caller holds the claims and ledger locks.
           MOVE 0 TO PAID-COUNT
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
                  OR PAID-COUNT >= 20000
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
                    IF LEDGER-ACTION = "PAID"
                       ADD 1 TO PAID-COUNT
                       MOVE LEDGER-ID TO PD-ID(PAID-COUNT)
                       MOVE LEDGER-HEAD(1:14) TO PD-TS(PAID-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "LOAD-PAID-LINES: Completed, paid = " PAID-COUNT.

       CHECK-BOUNTY-PAID.
           *> OB-ID(OB-IX) is paid out when a PAID line for it is
           *> stamped no earlier than its newest claim - or it has a
           *> PAID line and its claim has since been archived.
           MOVE SPACES TO NEWEST-CLAIM-TS
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(OB-ID(OB-IX))
                 AND C-TS(C-IX) > NEWEST-CLAIM-TS
                 MOVE C-TS(C-IX) TO NEWEST-CLAIM-TS
              END-IF
              ADD 1 TO C-IX
           END-PERFORM
           MOVE "N" TO ID-PAID
           MOVE 1 TO PD-IX
           PERFORM UNTIL PD-IX > PAID-COUNT
                  OR ID-PAID = "Y"
              IF FUNCTION TRIM(PD-ID(PD-IX))
                 = FUNCTION TRIM(OB-ID(OB-IX))
                 AND PD-TS(PD-IX) >= NEWEST-CLAIM-TS
                 MOVE "Y" TO ID-PAID
              END-IF
              ADD 1 TO PD-IX
           END-PERFORM.

       APPLY-BUDGET-FILE.
           DISPLAY "APPLY-BUDGET-FILE: Starting"
           OPEN INPUT BUDGET-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "APPLY-BUDGET-FILE: No budget returns, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           OPEN I-O OFFICE-MASTER
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT OFFICE-MASTER
              CLOSE OFFICE-MASTER
              OPEN I-O OFFICE-MASTER
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "APPLY-BUDGET-FILE: Unable to open office "
                 "master, status = " FILE-STATUS
              MOVE "OFFICE MASTER UNAVAILABLE - BUDGET RETURNS NOT APPLIED"
                 TO REPORT-REC
              WRITE REPORT-REC
              CLOSE BUDGET-FILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "BUDGET RETURNS APPLIED" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ BUDGET-FILE INTO BUDGET-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF BUDGET-REC NOT = SPACES
                       ADD 1 TO BUDGET-LINES
                       PERFORM APPLY-ONE-BUDGET-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFICE-MASTER
           CLOSE BUDGET-FILE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "APPLY-BUDGET-FILE: Completed, lines = "
              BUDGET-LINES.

       APPLY-ONE-BUDGET-LINE.
           *> The office name can hold spaces, so it comes last and
           *> is split off on its marker; year= and budget= are
           *> blank-delimited tokens ahead of it.
           MOVE SPACES TO BU-HEAD BU-OFFICE BU-YEAR BU-BUDGET
           UNSTRING BUDGET-REC DELIMITED BY "office="
             INTO BU-HEAD BU-OFFICE
           END-UNSTRING
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(BU-HEAD)
              MOVE SPACES TO BU-TOKEN
              UNSTRING BU-HEAD DELIMITED BY ALL SPACES
                INTO BU-TOKEN
                WITH POINTER P
              END-UNSTRING
              IF BU-TOKEN(1:5) = "year="
                 MOVE BU-TOKEN(6:8) TO BU-YEAR
              END-IF
              IF BU-TOKEN(1:7) = "budget="
                 MOVE BU-TOKEN(8:32) TO BU-BUDGET
              END-IF
           END-PERFORM
           IF FUNCTION TRIM(BU-OFFICE) = SPACES
              OR BU-YEAR(1:4) NOT NUMERIC
              OR BU-YEAR(5:4) NOT = SPACES
              OR BU-BUDGET = SPACES
              OR FUNCTION TEST-NUMVAL(BU-BUDGET) NOT = 0
              ADD 1 TO BUDGET-REJECTED
              MOVE SPACES TO REPORT-REC
              STRING "  REJECTED (needs year=, budget= and office=): "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(BUDGET-REC) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           COMPUTE BU-AMT = FUNCTION NUMVAL(BU-BUDGET)
           MOVE SPACES TO BU-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BU-OFFICE))
              TO BU-KEY
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE BU-KEY TO OFFICE-ID
           MOVE "Y" TO OFFICE-STORED
           READ OFFICE-MASTER
              INVALID KEY
                 PERFORM OPEN-NEW-OFFICE
              NOT INVALID KEY
                 PERFORM SET-OFFICE-BUDGET
           END-READ
           IF OFFICE-STORED = "Y"
              ADD 1 TO BUDGET-APPLIED
           END-IF.

       REJECT-UNSTORED-LINE.
           *> The office master would not take the line: it counts
           *> as rejected, so the returns file stays for a rerun.
           MOVE "N" TO OFFICE-STORED
           ADD 1 TO BUDGET-REJECTED
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED (office master status " DELIMITED BY SIZE
                  FILE-STATUS DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-REC) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       OPEN-NEW-OFFICE.
           *> Whatever the office already has on the board opens as
           *> committed, so the first check against the new budget
           *> counts the bounties posted before it existed.
           MOVE 0 TO BU-OPENING
           MOVE 1 TO OB-IX
           PERFORM UNTIL OB-IX > OPEN-BOUNTY-COUNT
              IF OB-OFFICE(OB-IX) = BU-KEY
                 PERFORM CHECK-BOUNTY-PAID
                 IF ID-PAID = "N"
                    ADD OB-AMT(OB-IX) TO BU-OPENING
                 END-IF
              END-IF
              ADD 1 TO OB-IX
           END-PERFORM
           MOVE SPACES TO OFFICE-REC
           MOVE BU-KEY TO OFFICE-ID
           MOVE FUNCTION TRIM(BU-OFFICE) TO OFFICE-NAME
           MOVE BU-YEAR(1:4) TO OFFICE-YEAR
           MOVE BU-AMT TO OFFICE-BUDGET
           MOVE BU-OPENING TO OFFICE-COMMITTED
           MOVE 0 TO OFFICE-PAID
           MOVE LOG-TIMESTAMP(1:14) TO OFFICE-UPDATED
           WRITE OFFICE-REC
              INVALID KEY
                 DISPLAY "OPEN-NEW-OFFICE: Write failed, status = "
                    FILE-STATUS
                 PERFORM REJECT-UNSTORED-LINE
           END-WRITE
           IF OFFICE-STORED = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO OFFICES-OPENED
           MOVE BU-AMT TO EDIT-AMT
           MOVE BU-OPENING TO EDIT-AMT2
           MOVE SPACES TO REPORT-REC
           STRING "  OFFICE OPENED: " DELIMITED BY SIZE
                  FUNCTION TRIM(OFFICE-NAME) DELIMITED BY SIZE
                  " year=" DELIMITED BY SIZE
                  OFFICE-YEAR DELIMITED BY SIZE
                  " budget=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  " opening committed=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT2) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "BUDGET" TO ACTIVITY-ACTION
           MOVE BU-AMT TO ACTIVITY-AMT
           MOVE SPACES TO ACTIVITY-NAME
           STRING "ANNUAL BUDGET " DELIMITED BY SIZE
                  OFFICE-YEAR DELIMITED BY SIZE
             INTO ACTIVITY-NAME
           END-STRING
           PERFORM LOG-OFFICE-ACTIVITY
           IF BU-OPENING > 0
              MOVE "COMMIT" TO ACTIVITY-ACTION
              MOVE BU-OPENING TO ACTIVITY-AMT
              MOVE "OPENING COMMITMENT" TO ACTIVITY-NAME
              PERFORM LOG-OFFICE-ACTIVITY
           END-IF.

       SET-OFFICE-BUDGET.
           *> A return for a later year starts the year afresh: what
           *> was paid belongs to last year's budget, while money on
           *> still-open bounties stays committed.
           IF BU-YEAR(1:4) NOT = OFFICE-YEAR
              MOVE 0 TO OFFICE-PAID
              MOVE BU-YEAR(1:4) TO OFFICE-YEAR
           END-IF
           MOVE BU-AMT TO OFFICE-BUDGET
           MOVE FUNCTION TRIM(BU-OFFICE) TO OFFICE-NAME
           MOVE LOG-TIMESTAMP(1:14) TO OFFICE-UPDATED
           REWRITE OFFICE-REC
              INVALID KEY
                 DISPLAY "SET-OFFICE-BUDGET: Rewrite failed, status = "
                    FILE-STATUS
                 PERFORM REJECT-UNSTORED-LINE
           END-REWRITE
           IF OFFICE-STORED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE BU-AMT TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  BUDGET SET: " DELIMITED BY SIZE
                  FUNCTION TRIM(OFFICE-NAME) DELIMITED BY SIZE
                  " year=" DELIMITED BY SIZE
                  OFFICE-YEAR DELIMITED BY SIZE
                  " budget=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "BUDGET" TO ACTIVITY-ACTION
           MOVE BU-AMT TO ACTIVITY-AMT
           MOVE SPACES TO ACTIVITY-NAME
           STRING "ANNUAL BUDGET " DELIMITED BY SIZE
                  OFFICE-YEAR DELIMITED BY SIZE
             INTO ACTIVITY-NAME
           END-STRING
           PERFORM LOG-OFFICE-ACTIVITY.

       LOG-OFFICE-ACTIVITY.
           *> Same activity line the server writes, with "batch" in
           *> the client-address slot. The caller holds the office
           *> lock.
           MOVE ACTIVITY-AMT TO EDIT-AMT
           MOVE SPACES TO OFFICE-ACTIVITY-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " batch action=" DELIMITED BY SIZE
                  FUNCTION TRIM(ACTIVITY-ACTION) DELIMITED BY SIZE
                  " office=" DELIMITED BY SIZE
                  FUNCTION TRIM(OFFICE-ID) DELIMITED BY SIZE
                  " amount=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  " id= name=" DELIMITED BY SIZE
                  FUNCTION TRIM(ACTIVITY-NAME) DELIMITED BY SIZE
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

       LOAD-OFFICE-TABLE.
           DISPLAY "LOAD-OFFICE-TABLE: Starting"
           MOVE 0 TO OFFICE-COUNT
           OPEN INPUT OFFICE-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-OFFICE-TABLE: No office master, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OFFICE-ID
           START OFFICE-MASTER KEY NOT LESS THAN OFFICE-ID
              INVALID KEY
                 DISPLAY "LOAD-OFFICE-TABLE: Office master is empty"
           END-START
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ OFFICE-MASTER NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       IF OFFICE-COUNT >= 500
                          MOVE "Y" TO OFFICE-TRUNCATED
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO OFFICE-COUNT
                       MOVE OFFICE-ID TO OT-ID(OFFICE-COUNT)
                       MOVE OFFICE-NAME TO OT-NAME(OFFICE-COUNT)
                       MOVE OFFICE-YEAR TO OT-YEAR(OFFICE-COUNT)
                       MOVE OFFICE-BUDGET TO OT-BUDGET(OFFICE-COUNT)
                       MOVE OFFICE-COMMITTED
                          TO OT-COMMITTED(OFFICE-COUNT)
                       MOVE OFFICE-PAID TO OT-PAID(OFFICE-COUNT)
                       MOVE 0 TO OT-MON-COMMIT(OFFICE-COUNT)
                       MOVE 0 TO OT-MON-RELEASE(OFFICE-COUNT)
                       MOVE 0 TO OT-MON-PAID(OFFICE-COUNT)
                 END-READ
              END-PERFORM
           END-IF
           CLOSE OFFICE-MASTER
           DISPLAY "LOAD-OFFICE-TABLE: Completed, offices = "
              OFFICE-COUNT.

       ACCUMULATE-PERIOD-ACTIVITY.
           *> The month's movements per office, off the activity log
           *> every program that moves budget money appends to.
           OPEN INPUT OFFICE-ACTIVITY-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ OFFICE-ACTIVITY-FILE INTO OFFICE-ACTIVITY-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF OFFICE-ACTIVITY-REC(1:6) = STATEMENT-PERIOD
                       PERFORM SPLIT-ACTIVITY-LINE
                       PERFORM FIND-ACTIVITY-OFFICE
                       IF OT-IX > 0
                          EVALUATE FUNCTION TRIM(AC-ACTION)
                            WHEN "COMMIT"
                               ADD AC-AMT TO OT-MON-COMMIT(OT-IX)
                            WHEN "RELEASE"
                               ADD AC-AMT TO OT-MON-RELEASE(OT-IX)
                            WHEN "PAID"
                               ADD AC-AMT TO OT-MON-PAID(OT-IX)
                          END-EVALUATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFICE-ACTIVITY-FILE.

       SPLIT-ACTIVITY-LINE.
           *> Activity lines read:
           *>   YYYYMMDDHHMMSS <addr> action=<ACT> office=<office>
           *>   amount=<amt> id=<bounty id> name=<fugitive>
           MOVE SPACES TO AC-HEAD AC-REST AC-REST2 AC-ACTION
           MOVE SPACES TO AC-OFFICE AC-AMOUNT AC-ID AC-NAME
           MOVE 0 TO AC-AMT
           UNSTRING OFFICE-ACTIVITY-REC DELIMITED BY " action="
             INTO AC-HEAD AC-REST
           END-UNSTRING
           UNSTRING AC-REST DELIMITED BY " office="
             INTO AC-ACTION AC-REST2
           END-UNSTRING
           UNSTRING AC-REST2 DELIMITED BY " amount="
             INTO AC-OFFICE AC-REST
           END-UNSTRING
           UNSTRING AC-REST DELIMITED BY " id="
             INTO AC-AMOUNT AC-REST2
           END-UNSTRING
           UNSTRING AC-REST2 DELIMITED BY " name="
             INTO AC-ID AC-NAME
           END-UNSTRING
           IF AC-AMOUNT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(AC-AMOUNT) = 0
              COMPUTE AC-AMT = FUNCTION NUMVAL(AC-AMOUNT)
           END-IF.

       FIND-ACTIVITY-OFFICE.
           MOVE 0 TO OT-IX
           MOVE 1 TO P
           PERFORM UNTIL P > OFFICE-COUNT OR OT-IX > 0
              IF OT-ID(P) = AC-OFFICE
                 MOVE P TO OT-IX
              END-IF
              ADD 1 TO P
           END-PERFORM.

       WRITE-OFFICE-STATEMENTS.
           IF OFFICE-COUNT = 0
              MOVE "NO OFFICE HAS A BUDGET ON FILE" TO REPORT-REC
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO OT-IX
           PERFORM UNTIL OT-IX > OFFICE-COUNT
              PERFORM WRITE-ONE-OFFICE
              ADD 1 TO OT-IX
           END-PERFORM.

       WRITE-ONE-OFFICE.
           COMPUTE REMAINING-NUM = OT-BUDGET(OT-IX)
              - OT-COMMITTED(OT-IX) - OT-PAID(OT-IX)
           ADD OT-BUDGET(OT-IX) TO TOTAL-BUDGET
           ADD OT-COMMITTED(OT-IX) TO TOTAL-COMMITTED
           ADD OT-PAID(OT-IX) TO TOTAL-PAID
           ADD REMAINING-NUM TO TOTAL-REMAINING
           ADD OT-MON-PAID(OT-IX) TO TOTAL-MON-PAID
           MOVE SPACES TO REPORT-REC
           STRING "OFFICE: " DELIMITED BY SIZE
                  FUNCTION TRIM(OT-NAME(OT-IX)) DELIMITED BY SIZE
                  "   BUDGET YEAR " DELIMITED BY SIZE
                  OT-YEAR(OT-IX) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OT-BUDGET(OT-IX) TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  ANNUAL BUDGET  . . . . . . : " DELIMITED BY SIZE
                  EDIT-AMT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OT-COMMITTED(OT-IX) TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  COMMITTED, OPEN BOUNTIES . : " DELIMITED BY SIZE
                  EDIT-AMT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OT-PAID(OT-IX) TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  PAID OUT THIS YEAR . . . . : " DELIMITED BY SIZE
                  EDIT-AMT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE REMAINING-NUM TO EDIT-SIGNED
           MOVE SPACES TO REPORT-REC
           STRING "  REMAINING  . . . . . . . .: " DELIMITED BY SIZE
                  EDIT-SIGNED DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           IF REMAINING-NUM < 0
              ADD 1 TO OVER-COUNT
              MOVE "  *** OVER BUDGET ***" TO REPORT-REC(70:21)
           END-IF
           WRITE REPORT-REC
           MOVE OT-MON-COMMIT(OT-IX) TO EDIT-AMT
           MOVE OT-MON-RELEASE(OT-IX) TO EDIT-AMT2
           MOVE OT-MON-PAID(OT-IX) TO EDIT-AMT3
           MOVE SPACES TO REPORT-REC
           STRING "  THIS MONTH: COMMITTED " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  "  RELEASED " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT2) DELIMITED BY SIZE
                  "  PAID " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT3) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF OT-MON-PAID(OT-IX) > 0
              PERFORM WRITE-OFFICE-PAYMENTS
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-OFFICE-PAYMENTS.
           *> Where the month's money went: every bounty settlement
           *> paid out of this office's budget in the period.
           MOVE "  PAID THIS MONTH:" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM LOCK-OFFICE-FILE
           OPEN INPUT OFFICE-ACTIVITY-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              PERFORM UNLOCK-OFFICE-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ OFFICE-ACTIVITY-FILE INTO OFFICE-ACTIVITY-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF OFFICE-ACTIVITY-REC(1:6) = STATEMENT-PERIOD
                       PERFORM SPLIT-ACTIVITY-LINE
                       IF FUNCTION TRIM(AC-ACTION) = "PAID"
                          AND AC-OFFICE = OT-ID(OT-IX)
                          MOVE AC-AMT TO EDIT-AMT
                          MOVE SPACES TO REPORT-REC
                          STRING "    " DELIMITED BY SIZE
                                 OFFICE-ACTIVITY-REC(1:8)
                                    DELIMITED BY SIZE
                                 "  id=" DELIMITED BY SIZE
                                 FUNCTION TRIM(AC-ID) DELIMITED BY SIZE
                                 "  " DELIMITED BY SIZE
                                 EDIT-AMT DELIMITED BY SIZE
                                 "  " DELIMITED BY SIZE
                                 FUNCTION TRIM(AC-NAME)
                                    DELIMITED BY SIZE
                            INTO REPORT-REC
                          END-STRING
                          WRITE REPORT-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFICE-ACTIVITY-FILE
           PERFORM UNLOCK-OFFICE-FILE.

       WRITE-SUMMARY.
           MOVE "BUDGET SUMMARY, ALL OFFICES" TO REPORT-REC
           WRITE REPORT-REC
           IF OFFICE-TRUNCATED = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "*** WARNING: MORE THAN 500 OFFICES; ONLY THE "
                     "FIRST 500 ARE STATED. ***" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE OFFICE-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  OFFICES  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OVER-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  OVER BUDGET  . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TOTAL-BUDGET TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL BUDGET . . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TOTAL-COMMITTED TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL COMMITTED  . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TOTAL-PAID TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL PAID THIS YEAR : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TOTAL-REMAINING TO EDIT-TOTAL-SIGNED
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL REMAINING  . . :" DELIMITED BY SIZE
                  EDIT-TOTAL-SIGNED DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TOTAL-MON-PAID TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  PAID IN PERIOD . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF BUDGET-LINES > 0
              MOVE BUDGET-APPLIED TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  BUDGET LINES APPLIED : " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE BUDGET-REJECTED TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  BUDGET LINES REJECTED: " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              IF BUDGET-REJECTED > 0
                 MOVE " - RETURNS FILE LEFT IN PLACE"
                    TO REPORT-REC(35:29)
              END-IF
              WRITE REPORT-REC
           END-IF
           DISPLAY "WRITE-SUMMARY: offices=" OFFICE-COUNT
              " over=" OVER-COUNT " budget lines=" BUDGET-LINES
              " rejected=" BUDGET-REJECTED.

       RETIRE-BUDGET-FILE.
           *> Applied returns are set aside so next month does not
           *> replay them; a file with a rejected line stays for the
           *> office to correct (the good lines re-apply harmlessly).
           IF BUDGET-LINES > 0 AND BUDGET-REJECTED = 0
              CALL "rename" USING
                   BY CONTENT Z"/app/office_budgets.dat"
                   BY CONTENT Z"/app/office_budgets.done"
                   RETURNING RET
              END-CALL
              IF RET NOT = 0
                 DISPLAY "RETIRE-BUDGET-FILE: rename failed"
              END-IF
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

       LOCK-MASTER-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/bounty_master.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING MASTER-LOCK-FD
           END-CALL
           IF MASTER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE MASTER-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-MASTER-FILE.
           IF MASTER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE MASTER-LOCK-FD
                   BY VALUE LOCK-UN
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
