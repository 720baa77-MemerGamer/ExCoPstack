IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-GL-EXTRACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "/app/gl_periods.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
      *> One journal file per closed month, /app/gl_journal_YYYYMM.dat;
      *> the DD-style name is pointed at it with setenv before the
      *> open.
           SELECT JOURNAL-FILE ASSIGN TO GLJOURNAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/gl_extract_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  PERIOD-FILE.
      *> One line per closed month, append-only:
      *>   period=YYYYMM status=CLOSED closed=<ts> batch=<nnnnnn>
      *>   entries=<n> debits=<amt> credits=<amt> ledger_lines=<n>
       01  PERIOD-REC           PIC X(256).
       FD  JOURNAL-FILE.
      *> Fixed layout, 176 bytes, for the general-ledger import:
      *> one header, the balanced entries, one trailer.
       01  JOURNAL-HEADER-REC.
           05  JH-TYPE             PIC X.
           05  JH-BATCH            PIC 9(6).
           05  JH-PERIOD           PIC X(6).
           05  JH-CREATED          PIC X(14).
           05  JH-SOURCE           PIC X(20).
           05  JH-CURRENCY         PIC X(3).
           05  FILLER              PIC X(126).
       01  JOURNAL-DETAIL-REC.
           05  JD-TYPE             PIC X.
           05  JD-BATCH            PIC 9(6).
           05  JD-SEQ              PIC 9(6).
           05  JD-PERIOD           PIC X(6).
           05  JD-POST-DATE        PIC X(8).
           05  JD-ACCOUNT          PIC X(6).
           05  JD-DRCR             PIC X.
           05  JD-AMOUNT           PIC 9(11)V99.
           05  JD-BOUNTY-ID        PIC X(64).
           05  JD-HUNTER           PIC X(16).
           05  JD-LEDGER-REF       PIC 9(8).
           05  JD-DESC             PIC X(30).
           05  FILLER              PIC X(11).
       01  JOURNAL-TRAILER-REC.
           05  JT-TYPE             PIC X.
           05  JT-BATCH            PIC 9(6).
           05  JT-ENTRY-COUNT      PIC 9(8).
           05  JT-DEBIT-TOTAL      PIC 9(13)V99.
           05  JT-CREDIT-TOTAL     PIC 9(13)V99.
           05  JT-APPROVED-LINES   PIC 9(6).
           05  JT-PAID-LINES       PIC 9(6).
           05  JT-RECORD-COUNT     PIC 9(8).
           05  FILLER              PIC X(111).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> The chart of accounts finance maps the board onto.
       01  ACCT-BOUNTY-EXPENSE     PIC X(6) VALUE "510000".
       01  ACCT-FEE-INCOME         PIC X(6) VALUE "410000".
       01  ACCT-HUNTER-PAYABLE     PIC X(6) VALUE "210000".
       01  ACCT-CASH               PIC X(6) VALUE "100000".

       01  GL-PERIOD               PIC X(6) VALUE SPACES.
       01  PERIOD-ENV              PIC X(64) VALUE SPACES.
       77  PERIOD-ENV-PTR          USAGE POINTER VALUE NULL.
       77  PERIOD-ENV-LEN          PIC S9(9) COMP-5 VALUE 0.
       01  PERIOD-ENV-BASED        PIC X(64) BASED.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  CURRENT-PERIOD          PIC X(6) VALUE SPACES.
       77  PERIOD-YEAR             PIC 9(4) VALUE 0.
       77  PERIOD-MONTH            PIC 99 VALUE 0.

       77  PERIOD-COUNT            PIC 9(4) VALUE 0.
       77  PERIOD-CLOSED           PIC X VALUE "N".
       77  LAST-BATCH              PIC 9(6) VALUE 0.
       77  BATCH-NUM               PIC 9(6) VALUE 0.
       01  PR-HEAD                 PIC X(256) VALUE SPACES.
       01  PR-REST                 PIC X(256) VALUE SPACES.
       01  PR-TOKEN                PIC X(32) VALUE SPACES.

       01  JOURNAL-PATH            PIC X(128) VALUE SPACES.
       01  JOURNAL-PATH-Z          PIC X(129) VALUE SPACES.
       77  JOURNAL-OK              PIC X VALUE "Y".

       01  LOG-HEAD                PIC X(512) VALUE SPACES.
       01  LOG-REST                PIC X(512) VALUE SPACES.
       01  LOG-ID                  PIC X(64) VALUE SPACES.
       01  LOG-ACTION              PIC X(16) VALUE SPACES.
       01  LOG-HUNTER              PIC X(64) VALUE SPACES.
       01  LOG-FEE                 PIC X(64) VALUE SPACES.
       01  LOG-PAYOUT              PIC X(64) VALUE SPACES.
       01  LOG-TS                  PIC X(14) VALUE SPACES.
       77  LEDGER-LINE-NUM         PIC 9(8) VALUE 0.

       01  FEE-NUM                 PIC 9(9)V99 VALUE 0.
       01  PAYOUT-NUM              PIC 9(9)V99 VALUE 0.
       01  EXPENSE-NUM             PIC 9(9)V99 VALUE 0.

       77  ENTRY-SEQ               PIC 9(6) VALUE 0.
       77  APPROVED-LINES          PIC 9(6) VALUE 0.
       77  PAID-LINES              PIC 9(6) VALUE 0.
       77  OTHER-LINES             PIC 9(8) VALUE 0.
       01  DEBIT-TOTAL             PIC 9(13)V99 VALUE 0.
       01  CREDIT-TOTAL            PIC 9(13)V99 VALUE 0.
       01  EXPENSE-TOTAL           PIC 9(13)V99 VALUE 0.
       01  FEE-TOTAL               PIC 9(13)V99 VALUE 0.
       01  PAID-OUT-TOTAL          PIC 9(13)V99 VALUE 0.

       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-TOTAL              PIC Z(12)9.99.
       01  TOTAL-PIC               PIC 9(13).99.

       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  PERIOD-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "GL-EXTRACT: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:6) TO CURRENT-PERIOD
           PERFORM RESOLVE-GL-PERIOD
           DISPLAY "GL-EXTRACT: Period " GL-PERIOD
           PERFORM OPEN-REPORT-FILE
           IF GL-PERIOD NOT NUMERIC
              OR GL-PERIOD(5:2) < "01" OR GL-PERIOD(5:2) > "12"
              MOVE "INVALID GL_PERIOD - EXPECTED YYYYMM" TO REPORT-REC
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           *> A month still taking settlements cannot be closed: the
           *> ledger would keep growing under a locked period.
           IF GL-PERIOD NOT < CURRENT-PERIOD
              MOVE "PERIOD NOT YET ENDED - NOTHING EXTRACTED"
                 TO REPORT-REC
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              DISPLAY "GL-EXTRACT: Period " GL-PERIOD " still open"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           *> The period lock is held from the closed-period check to
           *> the close itself, and the ledger lock for the whole
           *> read, so no settlement line can slip in between.
           PERFORM LOCK-PERIOD-FILE
           PERFORM LOAD-PERIOD-TABLE
           IF PERIOD-CLOSED = "Y"
              PERFORM UNLOCK-PERIOD-FILE
              MOVE SPACES TO REPORT-REC
              STRING "PERIOD " DELIMITED BY SIZE
                     GL-PERIOD DELIMITED BY SIZE
                     " ALREADY CLOSED - NOTHING EXTRACTED"
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              DISPLAY "GL-EXTRACT: Period " GL-PERIOD " already closed"
              STOP RUN
           END-IF
           COMPUTE BATCH-NUM = LAST-BATCH + 1
           PERFORM OPEN-JOURNAL-FILE
           IF JOURNAL-OK = "N"
              PERFORM UNLOCK-PERIOD-FILE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOCK-LEDGER-FILE
           PERFORM EXTRACT-LEDGER-LINES
           PERFORM UNLOCK-LEDGER-FILE
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-FILE
           IF JOURNAL-OK = "Y" AND DEBIT-TOTAL = CREDIT-TOTAL
              PERFORM CLOSE-PERIOD
           END-IF
           PERFORM UNLOCK-PERIOD-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF JOURNAL-OK = "N" OR DEBIT-TOTAL NOT = CREDIT-TOTAL
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "GL-EXTRACT: Completed, report in "
              "/app/gl_extract_report.txt"
           STOP RUN.

       RESOLVE-GL-PERIOD.
           *> Run in the first days of a month, so the period closed is
           *> last month unless GL_PERIOD=YYYYMM names another one.
           MOVE SPACES TO PERIOD-ENV
           CALL "getenv" USING
                BY CONTENT Z"GL_PERIOD"
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
              DISPLAY "RESOLVE-GL-PERIOD: GL_PERIOD override = "
                 PERIOD-ENV(1:6)
              MOVE PERIOD-ENV(1:6) TO GL-PERIOD
           ELSE
              MOVE NOW-DATE-TIME(1:4) TO PERIOD-YEAR
              MOVE NOW-DATE-TIME(5:2) TO PERIOD-MONTH
              IF PERIOD-MONTH = 1
                 MOVE 12 TO PERIOD-MONTH
                 SUBTRACT 1 FROM PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM PERIOD-MONTH
              END-IF
              MOVE PERIOD-YEAR TO GL-PERIOD(1:4)
              MOVE PERIOD-MONTH TO GL-PERIOD(5:2)
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "GL-EXTRACT: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - GL JOURNAL EXTRACT REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
                  "  PERIOD " DELIMITED BY SIZE
                  GL-PERIOD DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-PERIOD-TABLE.
           *> Which months are already locked, and the last journal
           *> batch number handed out. The caller holds the period
           *> lock.
           MOVE 0 TO PERIOD-COUNT LAST-BATCH
           MOVE "N" TO PERIOD-CLOSED
           OPEN INPUT PERIOD-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-PERIOD-TABLE: No period-control file yet, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ PERIOD-FILE INTO PERIOD-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM LOAD-ONE-PERIOD-LINE
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           DISPLAY "LOAD-PERIOD-TABLE: Completed, closed periods = "
              PERIOD-COUNT.

       LOAD-ONE-PERIOD-LINE.
           IF PERIOD-REC(1:7) NOT = "period="
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PR-HEAD PR-REST PR-TOKEN
           UNSTRING PERIOD-REC DELIMITED BY " status="
             INTO PR-HEAD PR-REST
           END-UNSTRING
           UNSTRING PR-REST DELIMITED BY ALL SPACES
             INTO PR-TOKEN
           END-UNSTRING
           IF PR-TOKEN NOT = "CLOSED"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PERIOD-COUNT
           IF PERIOD-REC(8:6) = GL-PERIOD
              MOVE "Y" TO PERIOD-CLOSED
           END-IF
           MOVE SPACES TO PR-HEAD PR-REST PR-TOKEN
           UNSTRING PERIOD-REC DELIMITED BY " batch="
             INTO PR-HEAD PR-REST
           END-UNSTRING
           UNSTRING PR-REST DELIMITED BY ALL SPACES
             INTO PR-TOKEN
           END-UNSTRING
           IF PR-TOKEN(1:6) IS NUMERIC
              IF PR-TOKEN(1:6) > LAST-BATCH
                 MOVE PR-TOKEN(1:6) TO LAST-BATCH
              END-IF
           END-IF.

       OPEN-JOURNAL-FILE.
           MOVE "Y" TO JOURNAL-OK
           MOVE SPACES TO JOURNAL-PATH
           STRING "/app/gl_journal_" DELIMITED BY SIZE
                  GL-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO JOURNAL-PATH
           END-STRING
           MOVE SPACES TO JOURNAL-PATH-Z
           STRING FUNCTION TRIM(JOURNAL-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO JOURNAL-PATH-Z
           END-STRING
           CALL "setenv" USING
                BY CONTENT Z"DD_GLJOURNAL"
                BY REFERENCE JOURNAL-PATH-Z
                BY VALUE 1
                RETURNING RET
           END-CALL
           *> An earlier attempt that stopped out of balance leaves
           *> an unposted file behind; OUTPUT replaces it whole.
           OPEN OUTPUT JOURNAL-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN-JOURNAL-FILE: Unable to open "
                 FUNCTION TRIM(JOURNAL-PATH) ", status = " FILE-STATUS
              MOVE "N" TO JOURNAL-OK
              MOVE SPACES TO REPORT-REC
              STRING "UNABLE TO OPEN JOURNAL " DELIMITED BY SIZE
                     FUNCTION TRIM(JOURNAL-PATH) DELIMITED BY SIZE
                     " - PERIOD LEFT OPEN" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-HEADER-REC
           MOVE "H" TO JH-TYPE
           MOVE BATCH-NUM TO JH-BATCH
           MOVE GL-PERIOD TO JH-PERIOD
           MOVE NOW-DATE-TIME(1:14) TO JH-CREATED
           MOVE "EXCOP PAYOUT LEDGER" TO JH-SOURCE
           MOVE "USD" TO JH-CURRENCY
           WRITE JOURNAL-HEADER-REC.

       EXTRACT-LEDGER-LINES.
           *> Only lines stamped inside the period are taken. A closed
           *> month is never extracted again and settlement refuses to
           *> stamp new lines into one, so every ledger line lands in
           *> exactly one journal.
           DISPLAY "EXTRACT-LEDGER-LINES: Starting"
           MOVE 0 TO LEDGER-LINE-NUM
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "EXTRACT-LEDGER-LINES: No ledger, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ LEDGER-FILE INTO LEDGER-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    ADD 1 TO LEDGER-LINE-NUM
                    IF LEDGER-REC(1:6) = GL-PERIOD
                       PERFORM EXTRACT-ONE-LEDGER-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "EXTRACT-LEDGER-LINES: Completed, ledger lines = "
              LEDGER-LINE-NUM.

       EXTRACT-ONE-LEDGER-LINE.
           *> Ledger lines read:
           *>   YYYYMMDDHHMMSS id=<id> action=<ACT> name=<n> bounty=<b>
           *>   claimant=<c> hunter=<h> fee=<f> payout=<p> ...
           *> Name and claimant can hold blanks, so the fields after
           *> them are found by their markers.
           MOVE SPACES TO LOG-HEAD LOG-REST LOG-ID LOG-ACTION
           MOVE SPACES TO LOG-HUNTER LOG-FEE LOG-PAYOUT
           MOVE LEDGER-REC(1:14) TO LOG-TS
           UNSTRING LEDGER-REC DELIMITED BY " id="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " action="
             INTO LOG-ID LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-ACTION
           END-UNSTRING
           IF LOG-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           IF LOG-ACTION NOT = "APPROVED" AND LOG-ACTION NOT = "PAID"
              ADD 1 TO OTHER-LINES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-HEAD LOG-REST
           UNSTRING LEDGER-REC DELIMITED BY " hunter="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-HUNTER
           END-UNSTRING
           MOVE SPACES TO LOG-HEAD LOG-REST
           UNSTRING LEDGER-REC DELIMITED BY " fee="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-FEE
           END-UNSTRING
           MOVE SPACES TO LOG-HEAD LOG-REST
           UNSTRING LEDGER-REC DELIMITED BY " payout="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-PAYOUT
           END-UNSTRING
           MOVE 0 TO FEE-NUM PAYOUT-NUM
           IF LOG-FEE NOT = SPACES
              COMPUTE FEE-NUM = FUNCTION NUMVAL(LOG-FEE)
           END-IF
           IF LOG-PAYOUT NOT = SPACES
              COMPUTE PAYOUT-NUM = FUNCTION NUMVAL(LOG-PAYOUT)
           END-IF
           IF LOG-ACTION = "APPROVED"
              *> Accrual at approval: the whole bounty is expense,
              *> the fee is the board's income and the rest is owed
              *> to the hunter until it is paid.
              ADD 1 TO APPROVED-LINES
              COMPUTE EXPENSE-NUM = FEE-NUM + PAYOUT-NUM
              ADD EXPENSE-NUM TO EXPENSE-TOTAL
              ADD FEE-NUM TO FEE-TOTAL
              MOVE ACCT-BOUNTY-EXPENSE TO JD-ACCOUNT
              MOVE "D" TO JD-DRCR
              MOVE EXPENSE-NUM TO JD-AMOUNT
              MOVE "BOUNTY EXPENSE" TO JD-DESC
              PERFORM WRITE-JOURNAL-ENTRY
              IF FEE-NUM > 0
                 MOVE ACCT-FEE-INCOME TO JD-ACCOUNT
                 MOVE "C" TO JD-DRCR
                 MOVE FEE-NUM TO JD-AMOUNT
                 MOVE "SETTLEMENT FEE INCOME" TO JD-DESC
                 PERFORM WRITE-JOURNAL-ENTRY
              END-IF
              IF PAYOUT-NUM > 0
                 MOVE ACCT-HUNTER-PAYABLE TO JD-ACCOUNT
                 MOVE "C" TO JD-DRCR
                 MOVE PAYOUT-NUM TO JD-AMOUNT
                 MOVE "PAYABLE TO HUNTER" TO JD-DESC
                 PERFORM WRITE-JOURNAL-ENTRY
              END-IF
           ELSE
              *> Payment clears the payable against cash.
              ADD 1 TO PAID-LINES
              ADD PAYOUT-NUM TO PAID-OUT-TOTAL
              IF PAYOUT-NUM > 0
                 MOVE ACCT-HUNTER-PAYABLE TO JD-ACCOUNT
                 MOVE "D" TO JD-DRCR
                 MOVE PAYOUT-NUM TO JD-AMOUNT
                 MOVE "PAYABLE TO HUNTER CLEARED" TO JD-DESC
                 PERFORM WRITE-JOURNAL-ENTRY
                 MOVE ACCT-CASH TO JD-ACCOUNT
                 MOVE "C" TO JD-DRCR
                 MOVE PAYOUT-NUM TO JD-AMOUNT
                 MOVE "BOUNTY PAID TO HUNTER" TO JD-DESC
                 PERFORM WRITE-JOURNAL-ENTRY
              END-IF
           END-IF.

       WRITE-JOURNAL-ENTRY.
           *> The caller has set account, side, amount and text.
           ADD 1 TO ENTRY-SEQ
           MOVE "D" TO JD-TYPE
           MOVE BATCH-NUM TO JD-BATCH
           MOVE ENTRY-SEQ TO JD-SEQ
           MOVE GL-PERIOD TO JD-PERIOD
           MOVE LOG-TS(1:8) TO JD-POST-DATE
           MOVE LOG-ID TO JD-BOUNTY-ID
           MOVE LOG-HUNTER(1:16) TO JD-HUNTER
           MOVE LEDGER-LINE-NUM TO JD-LEDGER-REF
           IF JD-DRCR = "D"
              ADD JD-AMOUNT TO DEBIT-TOTAL
           ELSE
              ADD JD-AMOUNT TO CREDIT-TOTAL
           END-IF
           WRITE JOURNAL-DETAIL-REC
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-JOURNAL-ENTRY: Write failed, status = "
                 FILE-STATUS
              MOVE "N" TO JOURNAL-OK
           END-IF.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JOURNAL-TRAILER-REC
           MOVE "T" TO JT-TYPE
           MOVE BATCH-NUM TO JT-BATCH
           MOVE ENTRY-SEQ TO JT-ENTRY-COUNT
           MOVE DEBIT-TOTAL TO JT-DEBIT-TOTAL
           MOVE CREDIT-TOTAL TO JT-CREDIT-TOTAL
           MOVE APPROVED-LINES TO JT-APPROVED-LINES
           MOVE PAID-LINES TO JT-PAID-LINES
           *> Header and trailer included, so the importer can check
           *> it received the whole file.
           COMPUTE JT-RECORD-COUNT = ENTRY-SEQ + 2
           WRITE JOURNAL-TRAILER-REC
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-JOURNAL-TRAILER: Write failed, status = "
                 FILE-STATUS
              MOVE "N" TO JOURNAL-OK
           END-IF.

       CLOSE-PERIOD.
           *> The caller holds the period lock.
           MOVE SPACES TO PERIOD-REC
           MOVE ENTRY-SEQ TO EDIT-CNT
           MOVE DEBIT-TOTAL TO TOTAL-PIC
           STRING "period=" DELIMITED BY SIZE
                  GL-PERIOD DELIMITED BY SIZE
                  " status=CLOSED closed=" DELIMITED BY SIZE
                  NOW-DATE-TIME(1:14) DELIMITED BY SIZE
                  " batch=" DELIMITED BY SIZE
                  BATCH-NUM DELIMITED BY SIZE
                  " entries=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-CNT) DELIMITED BY SIZE
                  " debits=" DELIMITED BY SIZE
                  TOTAL-PIC DELIMITED BY SIZE
             INTO PERIOD-REC
           END-STRING
           MOVE CREDIT-TOTAL TO TOTAL-PIC
           MOVE LEDGER-LINE-NUM TO EDIT-CNT
           STRING FUNCTION TRIM(PERIOD-REC) DELIMITED BY SIZE
                  " credits=" DELIMITED BY SIZE
                  TOTAL-PIC DELIMITED BY SIZE
                  " ledger_lines=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-CNT) DELIMITED BY SIZE
             INTO PR-HEAD
           END-STRING
           MOVE PR-HEAD TO PERIOD-REC
           OPEN EXTEND PERIOD-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT PERIOD-FILE
           END-IF
           IF FILE-STATUS = "00"
              WRITE PERIOD-REC
              CLOSE PERIOD-FILE
              MOVE "Y" TO PERIOD-CLOSED
              DISPLAY "CLOSE-PERIOD: Period " GL-PERIOD " closed"
           ELSE
              DISPLAY "CLOSE-PERIOD: Unable to open period-control "
                 "file, status = " FILE-STATUS
              MOVE "N" TO JOURNAL-OK
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           STRING "  JOURNAL FILE . . . . : " DELIMITED BY SIZE
                  FUNCTION TRIM(JOURNAL-PATH) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE BATCH-NUM TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  BATCH NUMBER . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE APPROVED-LINES TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  APPROVED LINES . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE PAID-LINES TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  PAID LINES . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OTHER-LINES TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  OTHER LINES SKIPPED  : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE ENTRY-SEQ TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  JOURNAL ENTRIES  . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE EXPENSE-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  BOUNTY EXPENSE . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE FEE-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  FEE INCOME . . . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE PAID-OUT-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  PAID TO HUNTERS  . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE DEBIT-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL DEBITS . . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CREDIT-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL CREDITS  . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           EVALUATE TRUE
             WHEN JOURNAL-OK = "N"
                MOVE "JOURNAL INCOMPLETE - PERIOD LEFT OPEN, RE-RUN"
                   TO REPORT-REC
             WHEN DEBIT-TOTAL NOT = CREDIT-TOTAL
                MOVE "JOURNAL OUT OF BALANCE - PERIOD LEFT OPEN"
                   TO REPORT-REC
             WHEN OTHER
                MOVE SPACES TO REPORT-REC
                STRING "JOURNAL BALANCED - PERIOD " DELIMITED BY SIZE
                       GL-PERIOD DELIMITED BY SIZE
                       " CLOSED AND LOCKED" DELIMITED BY SIZE
                  INTO REPORT-REC
                END-STRING
           END-EVALUATE
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: entries=" ENTRY-SEQ
              " approved=" APPROVED-LINES " paid=" PAID-LINES.

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

       LOCK-PERIOD-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/gl_periods.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING PERIOD-LOCK-FD
           END-CALL
           IF PERIOD-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE PERIOD-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-PERIOD-FILE.
           IF PERIOD-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE PERIOD-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE PERIOD-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO PERIOD-LOCK-FD
           END-IF.
