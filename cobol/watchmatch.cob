IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-WATCH-MATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "/app/watchlists.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WATCH-KEY
                  FILE STATUS IS FILE-STATUS.
           SELECT HUNTER-ROSTER ASSIGN TO "/app/hunter_roster.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUNTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT BOUNTY-MASTER ASSIGN TO "/app/bounty_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT WANTED-LOG-FILE ASSIGN TO "/app/wanted.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT NOTIFIED-FILE ASSIGN TO "/app/watch_notified.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "/app/notify_outbox.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT BOUNCE-FILE ASSIGN TO "/app/notify_bounces.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/watch_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       01  WATCH-REC.
           05  WATCH-KEY.
               10  WATCH-HUNTER     PIC X(16).
               10  WATCH-SEQ        PIC 9(3).
           05  WATCH-CATEGORY       PIC X(32).
           05  WATCH-MIN-DANGER     PIC X(8).
           05  WATCH-OFFICE         PIC X(64).
           05  WATCH-MIN-BOUNTY     PIC 9(9)V99.
           05  WATCH-CREATED        PIC X(14).
       FD  HUNTER-ROSTER.
       01  HUNTER-REC.
           05  HUNTER-ID        PIC X(16).
           05  HUNTER-NAME      PIC X(256).
           05  HUNTER-CONTACT   PIC X(256).
           05  HUNTER-SINCE     PIC X(8).
       FD  BOUNTY-MASTER.
       01  MASTER-REC.
           05  MASTER-ID        PIC X(64).
           05  MASTER-NAME      PIC X(256).
           05  MASTER-BOUNTY    PIC X(64).
           05  MASTER-POSTED    PIC X(8).
           05  MASTER-CATEGORY  PIC X(32).
           05  MASTER-DANGER    PIC X(8).
           05  MASTER-OFFICE    PIC X(64).
       FD  WANTED-LOG-FILE.
       01  WANTED-LOG-REC       PIC X(4096).
       FD  NOTIFIED-FILE.
      *> Every bounty a hunter has been sent, one line each, kept
      *> for good so nobody hears about the same bounty twice:
      *>   notice=<notice id> hunter=<hunter id> id=<bounty id>
      *>      notified=<YYYYMMDDHHMMSS>
      *> It is also how a bounce is traced back to its hunter.
       01  NOTIFIED-REC         PIC X(256).
       FD  OUTBOX-FILE.
      *> One notice per hunter per run for the mail gateway, which
      *> takes the file away whole. NT-CONTACT is the roster contact
      *> the notice is addressed to; up to twenty bounties are
      *> listed and NT-MORE counts any beyond that.
       01  OUTBOX-REC.
           05  NT-TYPE              PIC X(1).
           05  NT-NOTICE-ID         PIC X(16).
           05  NT-HUNTER-ID         PIC X(16).
           05  NT-CONTACT           PIC X(256).
           05  NT-HUNTER-NAME       PIC X(80).
           05  NT-CREATED           PIC X(14).
           05  NT-MATCH-COUNT       PIC 9(4).
           05  NT-MORE              PIC 9(4).
           05  NT-MATCH OCCURS 20 TIMES.
               10  NT-ID            PIC X(64).
               10  NT-NAME          PIC X(80).
               10  NT-BOUNTY        PIC X(16).
               10  NT-CATEGORY      PIC X(32).
               10  NT-DANGER        PIC X(8).
               10  NT-OFFICE        PIC X(64).
       FD  BOUNCE-FILE.
      *> Handed back by the mail gateway, one line per notice:
      *>   notice=<notice id> status=DELIVERED|BOUNCED|DEFERRED
      *>      reason=<gateway text>
       01  BOUNCE-REC           PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

       01  REPORT-DATE             PIC X(8) VALUE SPACES.
       01  REPORT-DATE-ENV         PIC X(64) VALUE SPACES.
       77  REPORT-DATE-ENV-PTR     USAGE POINTER VALUE NULL.
       77  REPORT-DATE-ENV-LEN     PIC S9(9) COMP-5 VALUE 0.
       01  REPORT-DATE-ENV-BASED   PIC X(64) BASED.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       77  DATE-YYYYMMDD           PIC 9(8) VALUE 0.
       77  DATE-INT                PIC 9(9) VALUE 0.

      *> Every standing watch, in hunter order as the file keeps
      *> them.
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 5000 TIMES.
               10  W-HUNTER        PIC X(16).
               10  W-SEQ           PIC 9(3).
               10  W-CATEGORY      PIC X(32).
               10  W-MIN-DANGER    PIC X(8).
               10  W-OFFICE        PIC X(64).
               10  W-MIN-BOUNTY    PIC 9(9)V99.
       77  WATCH-COUNT             PIC 9(4) VALUE 0.
       77  W-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  W-FIRST                 PIC S9(9) COMP-5 VALUE 0.
       77  W-LAST                  PIC S9(9) COMP-5 VALUE 0.
       77  WATCH-TRUNCATED         PIC X VALUE "N".

       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 2000 TIMES.
               10  MT-ID           PIC X(64).
               10  MT-NAME         PIC X(256).
               10  MT-BOUNTY       PIC X(64).
               10  MT-CATEGORY     PIC X(32).
               10  MT-DANGER       PIC X(8).
               10  MT-OFFICE       PIC X(64).
       77  MASTER-COUNT            PIC 9(4) VALUE 0.
       77  MT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  MT-FOUND-IX             PIC S9(9) COMP-5 VALUE 0.
       77  MASTER-TRUNCATED        PIC X VALUE "N".

      *> The business day's new postings that are still on the
      *> board, with the board's current details.
       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 2000 TIMES.
               10  PO-ID           PIC X(64).
               10  PO-NAME         PIC X(256).
               10  PO-BOUNTY       PIC X(64).
               10  PO-BOUNTY-NUM   PIC 9(11)V99.
               10  PO-CATEGORY     PIC X(32).
               10  PO-DANGER       PIC X(8).
               10  PO-OFFICE       PIC X(64).
       77  POSTING-COUNT           PIC 9(4) VALUE 0.
       77  PO-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  PO-DUPLICATE            PIC X VALUE "N".
       77  POSTING-TRUNCATED       PIC X VALUE "N".
       77  LOG-LINES               PIC 9(6) VALUE 0.
       77  OFF-BOARD-COUNT         PIC 9(6) VALUE 0.

       01  NOTIFIED-TABLE.
           05  NOTIFIED-ENTRY OCCURS 20000 TIMES.
               10  NF-NOTICE       PIC X(16).
               10  NF-HUNTER       PIC X(16).
               10  NF-ID           PIC X(64).
       77  NOTIFIED-COUNT          PIC 9(6) VALUE 0.
       77  NF-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  ALREADY-TOLD            PIC X VALUE "N".
       77  NOTIFIED-TRUNCATED      PIC X VALUE "N".

      *> What one hunter is about to be sent.
       01  HUNTER-MATCH-TABLE.
           05  HUNTER-MATCH OCCURS 2000 TIMES.
               10  HM-PO-IX        PIC S9(9) COMP-5.
       77  HM-COUNT                PIC 9(4) VALUE 0.
       77  HM-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  WATCH-MATCHED           PIC X VALUE "N".
       01  CUR-HUNTER              PIC X(16) VALUE SPACES.
       01  NOTICE-ID               PIC X(16) VALUE SPACES.
       77  NOTICE-SEQ              PIC 9(3) VALUE 0.
       77  ROSTER-FOUND            PIC X VALUE "N".
       01  ROSTER-NAME             PIC X(256) VALUE SPACES.
       01  ROSTER-CONTACT          PIC X(256) VALUE SPACES.
       77  OUTBOX-OPEN             PIC X VALUE "N".
       77  OUTBOX-FAILED           PIC X VALUE "N".
       77  NOTIFIED-OPEN           PIC X VALUE "N".

       01  LOG-TS                  PIC X(14) VALUE SPACES.
       01  LOG-HEAD                PIC X(256) VALUE SPACES.
       01  LOG-REST                PIC X(4096) VALUE SPACES.
       01  LOG-NAME                PIC X(256) VALUE SPACES.
       01  LOG-BOUNTY              PIC X(4096) VALUE SPACES.
       01  LOG-TOKEN               PIC X(128) VALUE SPACES.
       01  PARSE-NOTICE            PIC X(16) VALUE SPACES.
       01  PARSE-HUNTER            PIC X(16) VALUE SPACES.
       01  PARSE-ID                PIC X(64) VALUE SPACES.
       01  PARSE-STATUS            PIC X(16) VALUE SPACES.
       01  PARSE-REASON            PIC X(256) VALUE SPACES.
       77  P                       PIC S9(9) COMP-5 VALUE 0.
       01  DANGER-NUM              PIC 9(8) VALUE 0.
       01  MIN-DANGER-NUM          PIC 9(8) VALUE 0.

       77  BOUNCE-LINES            PIC 9(6) VALUE 0.
       77  BOUNCE-REJECTED         PIC 9(6) VALUE 0.
       77  DELIVERED-COUNT         PIC 9(6) VALUE 0.
       77  BOUNCED-COUNT           PIC 9(6) VALUE 0.
       77  DEFERRED-COUNT          PIC 9(6) VALUE 0.

       77  HUNTERS-WATCHING        PIC 9(6) VALUE 0.
       77  NOTICES-WRITTEN         PIC 9(6) VALUE 0.
       77  MATCHES-SENT            PIC 9(6) VALUE 0.
       77  SUPPRESSED-COUNT        PIC 9(6) VALUE 0.
       77  UNSENT-COUNT            PIC 9(6) VALUE 0.
       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-SMALL              PIC ZZZ9.

       77  WATCH-LOCK-FD           PIC S9(9) COMP-5 VALUE -1.
       77  ROSTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  WANTED-LOG-LOCK-FD      PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WATCH-MATCH: Starting"
           PERFORM RESOLVE-REPORT-DATE
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           DISPLAY "WATCH-MATCH: Business date " REPORT-DATE
           PERFORM OPEN-REPORT-FILE
           PERFORM LOCK-WATCH-FILE
           PERFORM LOAD-WATCH-TABLE
           PERFORM UNLOCK-WATCH-FILE
           PERFORM LOCK-MASTER-FILE
           PERFORM LOAD-MASTER-TABLE
           PERFORM UNLOCK-MASTER-FILE
           PERFORM LOCK-WANTED-LOG-FILE
           PERFORM LOAD-POSTINGS
           PERFORM UNLOCK-WANTED-LOG-FILE
           PERFORM LOAD-NOTIFIED
           PERFORM MATCH-WATCHES
           PERFORM REPORT-BOUNCES
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM RETIRE-BOUNCE-FILE
           DISPLAY "WATCH-MATCH: Completed, report in "
              "/app/watch_report.txt"
           STOP RUN.

       RESOLVE-REPORT-DATE.
           *> Run by the nightly batch, which sets REPORT_DATE to the
           *> business date; run by hand it matches yesterday's
           *> postings unless REPORT_DATE=YYYYMMDD names another day.
           MOVE SPACES TO REPORT-DATE-ENV
           CALL "getenv" USING
                BY CONTENT Z"REPORT_DATE"
                RETURNING REPORT-DATE-ENV-PTR
           END-CALL
           IF REPORT-DATE-ENV-PTR NOT = NULL
              SET ADDRESS OF REPORT-DATE-ENV-BASED TO REPORT-DATE-ENV-PTR
              CALL "strlen" USING
                   BY VALUE REPORT-DATE-ENV-PTR
                   RETURNING REPORT-DATE-ENV-LEN
              END-CALL
              IF REPORT-DATE-ENV-LEN > LENGTH OF REPORT-DATE-ENV
                 MOVE LENGTH OF REPORT-DATE-ENV TO REPORT-DATE-ENV-LEN
              END-IF
              IF REPORT-DATE-ENV-LEN > 0
                 MOVE REPORT-DATE-ENV-BASED(1:REPORT-DATE-ENV-LEN)
                    TO REPORT-DATE-ENV(1:REPORT-DATE-ENV-LEN)
              END-IF
           END-IF
           IF REPORT-DATE-ENV(1:8) NOT = SPACES
              DISPLAY "RESOLVE-REPORT-DATE: REPORT_DATE override = "
                 REPORT-DATE-ENV(1:8)
              MOVE REPORT-DATE-ENV(1:8) TO REPORT-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
              MOVE NOW-DATE-TIME(1:8) TO DATE-YYYYMMDD
              COMPUTE DATE-INT =
                  FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD) - 1
              COMPUTE DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(DATE-INT)
              MOVE DATE-YYYYMMDD TO REPORT-DATE
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "WATCH-MATCH: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - WATCHLIST NOTIFICATION REPORT "
                  DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-WATCH-TABLE.
           DISPLAY "LOAD-WATCH-TABLE: Starting"
           MOVE 0 TO WATCH-COUNT
           OPEN INPUT WATCH-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-WATCH-TABLE: No watchlists yet, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WATCH-KEY
           START WATCH-FILE KEY NOT LESS THAN WATCH-KEY
              INVALID KEY
                 DISPLAY "LOAD-WATCH-TABLE: Watchlists are empty"
           END-START
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ WATCH-FILE NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       IF WATCH-COUNT >= 5000
                          MOVE "Y" TO WATCH-TRUNCATED
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO WATCH-COUNT
                       MOVE WATCH-HUNTER TO W-HUNTER(WATCH-COUNT)
                       MOVE WATCH-SEQ TO W-SEQ(WATCH-COUNT)
                       MOVE WATCH-CATEGORY TO W-CATEGORY(WATCH-COUNT)
                       MOVE WATCH-MIN-DANGER
                          TO W-MIN-DANGER(WATCH-COUNT)
                       MOVE WATCH-OFFICE TO W-OFFICE(WATCH-COUNT)
                       MOVE WATCH-MIN-BOUNTY
                          TO W-MIN-BOUNTY(WATCH-COUNT)
                 END-READ
              END-PERFORM
           END-IF
           CLOSE WATCH-FILE
           DISPLAY "LOAD-WATCH-TABLE: Completed, watches = "
              WATCH-COUNT.

       LOAD-MASTER-TABLE.
           DISPLAY "LOAD-MASTER-TABLE: Starting"
           MOVE 0 TO MASTER-COUNT
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-MASTER-TABLE: Unable to open master, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MASTER-ID
           START BOUNTY-MASTER KEY NOT LESS THAN MASTER-ID
              INVALID KEY
                 DISPLAY "LOAD-MASTER-TABLE: Master is empty"
           END-START
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ BOUNTY-MASTER NEXT
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       IF MASTER-COUNT >= 2000
                          MOVE "Y" TO MASTER-TRUNCATED
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO MASTER-COUNT
                       MOVE MASTER-ID TO MT-ID(MASTER-COUNT)
                       MOVE MASTER-NAME TO MT-NAME(MASTER-COUNT)
                       MOVE MASTER-BOUNTY TO MT-BOUNTY(MASTER-COUNT)
                       MOVE MASTER-CATEGORY
                          TO MT-CATEGORY(MASTER-COUNT)
                       MOVE MASTER-DANGER TO MT-DANGER(MASTER-COUNT)
                       MOVE MASTER-OFFICE TO MT-OFFICE(MASTER-COUNT)
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BOUNTY-MASTER
           DISPLAY "LOAD-MASTER-TABLE: Completed, records = "
              MASTER-COUNT.

       LOAD-POSTINGS.
           *> wanted.log lines read:
           *>   YYYYMMDDHHMMSS <addr> name=<n> bounty=<b>
           *>      category=<c> danger=<d> office=<o>
           *> from the form and the intake cards alike. Everything
           *> from the business date on is taken: the intake step
           *> loads the day's cards after midnight, and the notified
           *> register keeps a re-run from telling anyone twice.
           *> A posting no longer on the board is passed over, and
           *> the board's current details are the ones matched.
           MOVE 0 TO POSTING-COUNT LOG-LINES OFF-BOARD-COUNT
           OPEN INPUT WANTED-LOG-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-POSTINGS: No wanted log, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ WANTED-LOG-FILE INTO WANTED-LOG-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE WANTED-LOG-REC(1:14) TO LOG-TS
                    IF LOG-TS IS NUMERIC
                       AND LOG-TS(1:8) >= REPORT-DATE
                       PERFORM LOAD-ONE-POSTING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WANTED-LOG-FILE
           DISPLAY "LOAD-POSTINGS: Completed, postings = "
              POSTING-COUNT.

       LOAD-ONE-POSTING.
           MOVE SPACES TO LOG-HEAD LOG-REST LOG-NAME LOG-BOUNTY
           UNSTRING WANTED-LOG-REC DELIMITED BY " name="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " bounty="
             INTO LOG-NAME LOG-BOUNTY
           END-UNSTRING
           IF LOG-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOG-LINES
           *> The log has no id - the API hands that out - so take
           *> it off the master by name, as the interchange run does.
           PERFORM FIND-MASTER-BY-NAME
           IF MT-FOUND-IX = 0
              ADD 1 TO OFF-BOARD-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PO-DUPLICATE
           MOVE 1 TO PO-IX
           PERFORM UNTIL PO-IX > POSTING-COUNT
              IF PO-ID(PO-IX) = MT-ID(MT-FOUND-IX)
                 MOVE "Y" TO PO-DUPLICATE
                 EXIT PERFORM
              END-IF
              ADD 1 TO PO-IX
           END-PERFORM
           IF PO-DUPLICATE = "Y"
              EXIT PARAGRAPH
           END-IF
           IF POSTING-COUNT >= 2000
              MOVE "Y" TO POSTING-TRUNCATED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO POSTING-COUNT
           MOVE MT-ID(MT-FOUND-IX) TO PO-ID(POSTING-COUNT)
           MOVE MT-NAME(MT-FOUND-IX) TO PO-NAME(POSTING-COUNT)
           MOVE MT-BOUNTY(MT-FOUND-IX) TO PO-BOUNTY(POSTING-COUNT)
           MOVE 0 TO PO-BOUNTY-NUM(POSTING-COUNT)
           IF MT-BOUNTY(MT-FOUND-IX) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(MT-BOUNTY(MT-FOUND-IX)) = 0
              COMPUTE PO-BOUNTY-NUM(POSTING-COUNT) =
                 FUNCTION NUMVAL(MT-BOUNTY(MT-FOUND-IX))
           END-IF
           MOVE MT-CATEGORY(MT-FOUND-IX) TO PO-CATEGORY(POSTING-COUNT)
           MOVE MT-DANGER(MT-FOUND-IX) TO PO-DANGER(POSTING-COUNT)
           MOVE MT-OFFICE(MT-FOUND-IX) TO PO-OFFICE(POSTING-COUNT).

       FIND-MASTER-BY-NAME.
           MOVE 0 TO MT-FOUND-IX
           MOVE 1 TO MT-IX
           PERFORM UNTIL MT-IX > MASTER-COUNT OR MT-FOUND-IX > 0
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(MT-NAME(MT-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(LOG-NAME))
                 MOVE MT-IX TO MT-FOUND-IX
              END-IF
              ADD 1 TO MT-IX
           END-PERFORM.

       LOAD-NOTIFIED.
           *> Only this job writes the register, and the batch runs
           *> one copy of it a night, so it takes no lock.
           MOVE 0 TO NOTIFIED-COUNT
           OPEN INPUT NOTIFIED-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-NOTIFIED: No register yet, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ NOTIFIED-FILE INTO NOTIFIED-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF NOTIFIED-COUNT >= 20000
                       MOVE "Y" TO NOTIFIED-TRUNCATED
                       EXIT PERFORM
                    END-IF
                    PERFORM PARSE-NOTIFIED-LINE
                    IF PARSE-HUNTER NOT = SPACES
                       AND PARSE-ID NOT = SPACES
                       ADD 1 TO NOTIFIED-COUNT
                       MOVE PARSE-NOTICE TO NF-NOTICE(NOTIFIED-COUNT)
                       MOVE PARSE-HUNTER TO NF-HUNTER(NOTIFIED-COUNT)
                       MOVE PARSE-ID TO NF-ID(NOTIFIED-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFIED-FILE
           DISPLAY "LOAD-NOTIFIED: Completed, entries = "
              NOTIFIED-COUNT.

       PARSE-NOTIFIED-LINE.
           MOVE SPACES TO PARSE-NOTICE PARSE-HUNTER PARSE-ID
           MOVE 1 TO P
           PERFORM UNTIL P > LENGTH OF NOTIFIED-REC
              MOVE SPACES TO LOG-TOKEN
              UNSTRING NOTIFIED-REC DELIMITED BY ALL SPACES
                INTO LOG-TOKEN
                WITH POINTER P
              END-UNSTRING
              IF LOG-TOKEN = SPACES
                 EXIT PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN LOG-TOKEN(1:7) = "notice="
                    MOVE LOG-TOKEN(8:16) TO PARSE-NOTICE
                 WHEN LOG-TOKEN(1:7) = "hunter="
                    MOVE LOG-TOKEN(8:16) TO PARSE-HUNTER
                 WHEN LOG-TOKEN(1:3) = "id="
                    MOVE LOG-TOKEN(4:64) TO PARSE-ID
              END-EVALUATE
           END-PERFORM.

       MATCH-WATCHES.
           *> The watch table is in hunter order, so each hunter's
           *> watches sit together: W-FIRST..W-LAST. A posting goes
           *> into the hunter's notice once, however many of their
           *> watches it satisfies.
           MOVE SPACES TO REPORT-REC
           MOVE "NOTICES QUEUED FOR THE MAIL GATEWAY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 1 TO W-FIRST
           PERFORM UNTIL W-FIRST > WATCH-COUNT OR OUTBOX-FAILED = "Y"
              MOVE W-HUNTER(W-FIRST) TO CUR-HUNTER
              MOVE W-FIRST TO W-LAST
              PERFORM UNTIL W-LAST >= WATCH-COUNT
                 IF W-HUNTER(W-LAST + 1) NOT = CUR-HUNTER
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO W-LAST
              END-PERFORM
              ADD 1 TO HUNTERS-WATCHING
              PERFORM MATCH-ONE-HUNTER
              COMPUTE W-FIRST = W-LAST + 1
           END-PERFORM
           IF NOTICES-WRITTEN = 0 AND OUTBOX-FAILED = "N"
              MOVE "  NONE" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF OUTBOX-OPEN = "Y"
              CLOSE OUTBOX-FILE
           END-IF
           IF NOTIFIED-OPEN = "Y"
              CLOSE NOTIFIED-FILE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       MATCH-ONE-HUNTER.
           MOVE 0 TO HM-COUNT
           MOVE 1 TO PO-IX
           PERFORM UNTIL PO-IX > POSTING-COUNT
              MOVE "N" TO WATCH-MATCHED
              MOVE W-FIRST TO W-IX
              PERFORM UNTIL W-IX > W-LAST OR WATCH-MATCHED = "Y"
                 PERFORM TEST-ONE-WATCH
                 ADD 1 TO W-IX
              END-PERFORM
              IF WATCH-MATCHED = "Y"
                 PERFORM CHECK-ALREADY-TOLD
                 IF ALREADY-TOLD = "Y"
                    ADD 1 TO SUPPRESSED-COUNT
                 ELSE
                    ADD 1 TO HM-COUNT
                    MOVE PO-IX TO HM-PO-IX(HM-COUNT)
                 END-IF
              END-IF
              ADD 1 TO PO-IX
           END-PERFORM
           IF HM-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-ROSTER-ENTRY
           IF ROSTER-FOUND = "N" OR ROSTER-CONTACT = SPACES
              *> Left unregistered, so a hunter who comes back onto
              *> the roster hears about these the next night.
              ADD 1 TO UNSENT-COUNT
              MOVE SPACES TO REPORT-REC
              MOVE HM-COUNT TO EDIT-SMALL
              STRING "  NOT SENT  HUNTER " DELIMITED BY SIZE
                     CUR-HUNTER DELIMITED BY SIZE
                     " MATCHES " DELIMITED BY SIZE
                     EDIT-SMALL DELIMITED BY SIZE
                     "  NO CONTACT ON THE ROSTER" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NOTICE.

       TEST-ONE-WATCH.
           *> Blank criteria match anything; category and office
           *> ignore case, danger and bounty are minimums.
           IF W-CATEGORY(W-IX) NOT = SPACES
              AND FUNCTION UPPER-CASE(W-CATEGORY(W-IX))
                 NOT = FUNCTION UPPER-CASE(PO-CATEGORY(PO-IX))
              EXIT PARAGRAPH
           END-IF
           IF W-OFFICE(W-IX) NOT = SPACES
              AND FUNCTION UPPER-CASE(W-OFFICE(W-IX))
                 NOT = FUNCTION UPPER-CASE(PO-OFFICE(PO-IX))
              EXIT PARAGRAPH
           END-IF
           IF W-MIN-DANGER(W-IX) NOT = SPACES
              IF FUNCTION TRIM(W-MIN-DANGER(W-IX)) IS NOT NUMERIC
                 OR FUNCTION TRIM(PO-DANGER(PO-IX)) IS NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              COMPUTE MIN-DANGER-NUM =
                 FUNCTION NUMVAL(W-MIN-DANGER(W-IX))
              COMPUTE DANGER-NUM = FUNCTION NUMVAL(PO-DANGER(PO-IX))
              IF DANGER-NUM < MIN-DANGER-NUM
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF PO-BOUNTY-NUM(PO-IX) < W-MIN-BOUNTY(W-IX)
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WATCH-MATCHED.

       CHECK-ALREADY-TOLD.
           MOVE "N" TO ALREADY-TOLD
           MOVE 1 TO NF-IX
           PERFORM UNTIL NF-IX > NOTIFIED-COUNT
              IF NF-HUNTER(NF-IX) = CUR-HUNTER
                 AND NF-ID(NF-IX) = PO-ID(PO-IX)
                 MOVE "Y" TO ALREADY-TOLD
                 EXIT PERFORM
              END-IF
              ADD 1 TO NF-IX
           END-PERFORM.

       READ-ROSTER-ENTRY.
           MOVE "N" TO ROSTER-FOUND
           MOVE SPACES TO ROSTER-NAME ROSTER-CONTACT
           PERFORM LOCK-ROSTER-FILE
           OPEN INPUT HUNTER-ROSTER
           IF FILE-STATUS = "00"
              MOVE CUR-HUNTER TO HUNTER-ID
              READ HUNTER-ROSTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO ROSTER-FOUND
                    MOVE HUNTER-NAME TO ROSTER-NAME
                    MOVE HUNTER-CONTACT TO ROSTER-CONTACT
              END-READ
              CLOSE HUNTER-ROSTER
           END-IF
           PERFORM UNLOCK-ROSTER-FILE.

       WRITE-NOTICE.
           *> Notice ids are W + the run's YYMMDDHHMMSS + a three
           *> digit count, unique across runs without a control file.
           *> The register is opened first: it is all that stops the
           *> same bounties going out again, so no notice is sent
           *> that cannot be registered.
           IF NOTIFIED-OPEN = "N"
              OPEN EXTEND NOTIFIED-FILE
              IF FILE-STATUS NOT = "00"
                 OPEN OUTPUT NOTIFIED-FILE
              END-IF
              IF FILE-STATUS NOT = "00"
                 DISPLAY "WRITE-NOTICE: Unable to open register, "
                    "status = " FILE-STATUS
                 MOVE "  NOTIFIED REGISTER NOT WRITABLE - NO NOTICES SENT"
                    TO REPORT-REC
                 WRITE REPORT-REC
                 MOVE 8 TO RETURN-CODE
                 MOVE "Y" TO OUTBOX-FAILED
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO NOTIFIED-OPEN
           END-IF
           IF OUTBOX-OPEN = "N"
              OPEN EXTEND OUTBOX-FILE
              IF FILE-STATUS NOT = "00"
                 OPEN OUTPUT OUTBOX-FILE
              END-IF
              IF FILE-STATUS NOT = "00"
                 DISPLAY "WRITE-NOTICE: Unable to open outbox, "
                    "status = " FILE-STATUS
                 MOVE "  OUTBOX NOT WRITABLE - NO NOTICES SENT"
                    TO REPORT-REC
                 WRITE REPORT-REC
                 MOVE 8 TO RETURN-CODE
                 MOVE "Y" TO OUTBOX-FAILED
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO OUTBOX-OPEN
           END-IF
           ADD 1 TO NOTICE-SEQ
           MOVE SPACES TO NOTICE-ID
           STRING "W" DELIMITED BY SIZE
                  NOW-DATE-TIME(3:12) DELIMITED BY SIZE
                  NOTICE-SEQ DELIMITED BY SIZE
             INTO NOTICE-ID
           END-STRING
           MOVE SPACES TO OUTBOX-REC
           MOVE "N" TO NT-TYPE
           MOVE NOTICE-ID TO NT-NOTICE-ID
           MOVE CUR-HUNTER TO NT-HUNTER-ID
           MOVE ROSTER-CONTACT TO NT-CONTACT
           MOVE ROSTER-NAME TO NT-HUNTER-NAME
           MOVE NOW-DATE-TIME(1:14) TO NT-CREATED
           MOVE HM-COUNT TO NT-MATCH-COUNT
           MOVE 0 TO NT-MORE
           IF HM-COUNT > 20
              COMPUTE NT-MORE = HM-COUNT - 20
           END-IF
           MOVE 1 TO HM-IX
           PERFORM UNTIL HM-IX > HM-COUNT OR HM-IX > 20
              MOVE HM-PO-IX(HM-IX) TO PO-IX
              MOVE PO-ID(PO-IX) TO NT-ID(HM-IX)
              MOVE PO-NAME(PO-IX) TO NT-NAME(HM-IX)
              MOVE PO-BOUNTY(PO-IX) TO NT-BOUNTY(HM-IX)
              MOVE PO-CATEGORY(PO-IX) TO NT-CATEGORY(HM-IX)
              MOVE PO-DANGER(PO-IX) TO NT-DANGER(HM-IX)
              MOVE PO-OFFICE(PO-IX) TO NT-OFFICE(HM-IX)
              ADD 1 TO HM-IX
           END-PERFORM
           WRITE OUTBOX-REC
           ADD 1 TO NOTICES-WRITTEN
           ADD HM-COUNT TO MATCHES-SENT
           *> Everything the notice counted is registered, the ones
           *> past the twentieth included: the hunter has been told
           *> there are more and where to look.
           MOVE 1 TO HM-IX
           PERFORM UNTIL HM-IX > HM-COUNT
              MOVE HM-PO-IX(HM-IX) TO PO-IX
              IF NOTIFIED-OPEN = "Y"
                 MOVE SPACES TO NOTIFIED-REC
                 STRING "notice=" DELIMITED BY SIZE
                        NOTICE-ID DELIMITED BY SPACE
                        " hunter=" DELIMITED BY SIZE
                        CUR-HUNTER DELIMITED BY SPACE
                        " id=" DELIMITED BY SIZE
                        PO-ID(PO-IX) DELIMITED BY SPACE
                        " notified=" DELIMITED BY SIZE
                        NOW-DATE-TIME(1:14) DELIMITED BY SIZE
                   INTO NOTIFIED-REC
                 END-STRING
                 WRITE NOTIFIED-REC
              END-IF
              IF NOTIFIED-COUNT < 20000
                 ADD 1 TO NOTIFIED-COUNT
                 MOVE NOTICE-ID TO NF-NOTICE(NOTIFIED-COUNT)
                 MOVE CUR-HUNTER TO NF-HUNTER(NOTIFIED-COUNT)
                 MOVE PO-ID(PO-IX) TO NF-ID(NOTIFIED-COUNT)
              END-IF
              ADD 1 TO HM-IX
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           MOVE HM-COUNT TO EDIT-SMALL
           STRING "  " DELIMITED BY SIZE
                  NOTICE-ID DELIMITED BY SIZE
                  "  HUNTER " DELIMITED BY SIZE
                  CUR-HUNTER DELIMITED BY SIZE
                  " MATCHES " DELIMITED BY SIZE
                  EDIT-SMALL DELIMITED BY SIZE
                  "  TO " DELIMITED BY SIZE
                  ROSTER-CONTACT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       REPORT-BOUNCES.
           *> Each gateway line is traced back through the register
           *> to its hunter, and a bounce is listed against the
           *> contact the roster holds now, so the office can see
           *> whether it has been corrected since.
           MOVE "DELIVERY STATUS FROM THE MAIL GATEWAY" TO REPORT-REC
           WRITE REPORT-REC
           OPEN INPUT BOUNCE-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              MOVE "  NO DELIVERY FILE FROM THE GATEWAY" TO REPORT-REC
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ BOUNCE-FILE INTO BOUNCE-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF BOUNCE-REC NOT = SPACES
                       ADD 1 TO BOUNCE-LINES
                       PERFORM APPLY-ONE-BOUNCE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOUNCE-FILE
           IF BOUNCED-COUNT = 0 AND BOUNCE-REJECTED = 0
              MOVE "  NO BOUNCES" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       APPLY-ONE-BOUNCE.
           MOVE SPACES TO PARSE-NOTICE PARSE-STATUS PARSE-REASON
           MOVE SPACES TO LOG-HEAD LOG-REST
           UNSTRING BOUNCE-REC DELIMITED BY " reason="
             INTO LOG-HEAD PARSE-REASON
           END-UNSTRING
           MOVE 1 TO P
           PERFORM UNTIL P > LENGTH OF LOG-HEAD
              MOVE SPACES TO LOG-TOKEN
              UNSTRING LOG-HEAD DELIMITED BY ALL SPACES
                INTO LOG-TOKEN
                WITH POINTER P
              END-UNSTRING
              IF LOG-TOKEN = SPACES
                 EXIT PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN LOG-TOKEN(1:7) = "notice="
                    MOVE LOG-TOKEN(8:16) TO PARSE-NOTICE
                 WHEN LOG-TOKEN(1:7) = "status="
                    MOVE FUNCTION UPPER-CASE(LOG-TOKEN(8:16))
                       TO PARSE-STATUS
              END-EVALUATE
           END-PERFORM
           MOVE SPACES TO CUR-HUNTER
           MOVE 1 TO NF-IX
           PERFORM UNTIL NF-IX > NOTIFIED-COUNT
              IF NF-NOTICE(NF-IX) = PARSE-NOTICE
                 MOVE NF-HUNTER(NF-IX) TO CUR-HUNTER
                 EXIT PERFORM
              END-IF
              ADD 1 TO NF-IX
           END-PERFORM
           IF PARSE-NOTICE = SPACES OR CUR-HUNTER = SPACES
              MOVE "UNKNOWN NOTICE" TO PARSE-STATUS
              PERFORM WRITE-BOUNCE-REJECT
              EXIT PARAGRAPH
           END-IF
           EVALUATE PARSE-STATUS
              WHEN "DELIVERED"
                 ADD 1 TO DELIVERED-COUNT
              WHEN "DEFERRED"
                 ADD 1 TO DEFERRED-COUNT
              WHEN "BOUNCED"
                 ADD 1 TO BOUNCED-COUNT
                 PERFORM READ-ROSTER-ENTRY
                 IF ROSTER-FOUND = "N"
                    MOVE "(NO LONGER ON THE ROSTER)" TO ROSTER-CONTACT
                 END-IF
                 MOVE SPACES TO REPORT-REC
                 STRING "  BOUNCED " DELIMITED BY SIZE
                        PARSE-NOTICE DELIMITED BY SIZE
                        "  HUNTER " DELIMITED BY SIZE
                        CUR-HUNTER DELIMITED BY SIZE
                        " CONTACT " DELIMITED BY SIZE
                        ROSTER-CONTACT DELIMITED BY SIZE
                   INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
                 MOVE SPACES TO REPORT-REC
                 STRING "      REASON: " DELIMITED BY SIZE
                        PARSE-REASON DELIMITED BY SIZE
                   INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              WHEN OTHER
                 MOVE "UNKNOWN STATUS" TO PARSE-STATUS
                 PERFORM WRITE-BOUNCE-REJECT
           END-EVALUATE.

       WRITE-BOUNCE-REJECT.
           ADD 1 TO BOUNCE-REJECTED
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED (" DELIMITED BY SIZE
                  PARSE-STATUS DELIMITED BY "  "
                  ") " DELIMITED BY SIZE
                  BOUNCE-REC DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-SUMMARY.
           MOVE "SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WATCH-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  STANDING WATCHES . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE HUNTERS-WATCHING TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  HUNTERS WATCHING . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE LOG-LINES TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  POSTINGS LOGGED  . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OFF-BOARD-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  NO LONGER ON THE BOARD . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE POSTING-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  BOUNTIES MATCHED AGAINST : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE NOTICES-WRITTEN TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  NOTICES QUEUED . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE MATCHES-SENT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  BOUNTIES NOTIFIED  . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SUPPRESSED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  ALREADY NOTIFIED . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE UNSENT-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  NOT SENT, NO CONTACT . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE DELIVERED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  DELIVERED  . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE DEFERRED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  DEFERRED . . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE BOUNCED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  BOUNCED  . . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE BOUNCE-REJECTED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  DELIVERY LINES REJECTED  : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WATCH-TRUNCATED = "Y"
              MOVE "  WATCHLISTS TRUNCATED AT 5000 ENTRIES"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF MASTER-TRUNCATED = "Y"
              MOVE "  MASTER TRUNCATED AT 2000 ENTRIES" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF POSTING-TRUNCATED = "Y"
              MOVE "  POSTINGS TRUNCATED AT 2000 ENTRIES" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF NOTIFIED-TRUNCATED = "Y"
              MOVE "  NOTIFIED REGISTER TRUNCATED AT 20000 ENTRIES"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           DISPLAY "WRITE-SUMMARY: watches=" WATCH-COUNT
              " postings=" POSTING-COUNT
              " notices=" NOTICES-WRITTEN
              " bounced=" BOUNCED-COUNT
              " rejected=" BOUNCE-REJECTED.

       RETIRE-BOUNCE-FILE.
           *> A delivery file that reported cleanly is set aside so
           *> tomorrow does not list the same bounces again; one
           *> with a rejected line stays for someone to look at.
           IF BOUNCE-LINES > 0 AND BOUNCE-REJECTED = 0
              CALL "rename" USING
                   BY CONTENT Z"/app/notify_bounces.dat"
                   BY CONTENT Z"/app/notify_bounces.done"
                   RETURNING RET
              END-CALL
              IF RET NOT = 0
                 DISPLAY "RETIRE-BOUNCE-FILE: rename failed"
              END-IF
           END-IF.

       LOCK-WATCH-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/watchlists.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING WATCH-LOCK-FD
           END-CALL
           IF WATCH-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WATCH-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-WATCH-FILE.
           IF WATCH-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WATCH-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE WATCH-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO WATCH-LOCK-FD
           END-IF.

       LOCK-ROSTER-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/hunter_roster.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING ROSTER-LOCK-FD
           END-CALL
           IF ROSTER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE ROSTER-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-ROSTER-FILE.
           IF ROSTER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE ROSTER-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE ROSTER-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO ROSTER-LOCK-FD
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

       LOCK-WANTED-LOG-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/wanted.log.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING WANTED-LOG-LOCK-FD
           END-CALL
           IF WANTED-LOG-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WANTED-LOG-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-WANTED-LOG-FILE.
           IF WANTED-LOG-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WANTED-LOG-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE WANTED-LOG-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO WANTED-LOG-LOCK-FD
           END-IF.
