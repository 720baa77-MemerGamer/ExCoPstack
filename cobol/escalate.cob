IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-REWARD-ESCALATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNTY-MASTER ASSIGN TO "/app/bounty_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO
                  "/app/escalation_register.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "/app/history.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/escalation_report.txt"
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
       FD  REGISTER-FILE.
      *> What the escalation run has done to each live bounty, one
      *> line per bounty, rewritten every run:
      *>   id=<id> base=<reward before any raise> band=<age band in
      *>   days last applied> amount=<reward the raise left it at>
      *> If the board's amount no longer matches amount=, somebody
      *> has edited the reward since, and the bounty starts over
      *> with the edited amount as its base.
       01  REGISTER-REC         PIC X(256).
       FD  HISTORY-FILE.
       01  HISTORY-REC          PIC X(4096).
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
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> Board policy: a dangerous fugitive left unclaimed gets a
      *> bigger reward as it ages. Each row reads "a bounty of this
      *> danger rating at least this many days on the board stands
      *> at this percentage over its base reward"; the oldest band a
      *> bounty has reached is the one that applies. No single
      *> bounty is raised by more than ESCALATION-MAX-RAISE in all.
       01  SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 20 TIMES.
               10  SCH-DANGER      PIC X(8).
               10  SCH-DAYS        PIC 9(4).
               10  SCH-PCT         PIC 9(3).
       77  SCHEDULE-COUNT          PIC 99 VALUE 0.
       77  SCH-IX                  PIC S9(9) COMP-5 VALUE 0.
       77  ESCALATION-MAX-RAISE    PIC 9(9)V99 VALUE 25000.00.

       01  API-BASE                PIC X(256) VALUE SPACES.
       01  API-BASE-ENV            PIC X(256) VALUE SPACES.
       77  API-BASE-ENV-PTR        USAGE POINTER VALUE NULL.
       77  API-BASE-ENV-LEN        PIC S9(9) COMP-5 VALUE 0.
       01  API-BASE-ENV-BASED      PIC X(256) BASED.
       01  CMD                     PIC X(2048) VALUE SPACES.

       01  ESCALATION-TABLE.
           05  ESCALATION-ENTRY OCCURS 2000 TIMES.
               10  E-ID            PIC X(64).
               10  E-NAME          PIC X(256).
               10  E-AMT           PIC X(64).
               10  E-AMT-NUM       PIC 9(11)V99.
               10  E-POSTED        PIC X(8).
               10  E-CATEGORY      PIC X(32).
               10  E-DANGER        PIC X(8).
               10  E-OFFICE        PIC X(64).
               10  E-BASE          PIC 9(11)V99.
               10  E-BAND          PIC 9(4).
               10  E-NEW-AMT       PIC 9(11)V99.
               10  E-DISPOSITION   PIC X.
               10  E-MASTER-UPDATED PIC X.
       77  ENTRY-COUNT             PIC 9(4) VALUE 0.
       77  E-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  MASTER-TRUNCATED        PIC X VALUE "N".

       01  REGISTER-TABLE.
           05  REGISTER-ENTRY OCCURS 2000 TIMES.
               10  RG-ID           PIC X(64).
               10  RG-BASE         PIC 9(11)V99.
               10  RG-BAND         PIC 9(4).
               10  RG-AMT          PIC 9(11)V99.
       77  REGISTER-COUNT          PIC 9(4) VALUE 0.
       77  RG-IX                   PIC S9(9) COMP-5 VALUE 0.
       01  RG-TOKEN                PIC X(128) VALUE SPACES.
       01  RG-WORK-ID              PIC X(64) VALUE SPACES.
       01  RG-WORK-BASE            PIC X(32) VALUE SPACES.
       01  RG-WORK-BAND            PIC X(8) VALUE SPACES.
       01  RG-WORK-AMT             PIC X(32) VALUE SPACES.
       77  P                       PIC S9(9) COMP-5 VALUE 0.

       01  CLAIM-ID-TABLE.
           05  CLAIM-ENTRY OCCURS 20000 TIMES.
               10  C-ID            PIC X(64).
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  C-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  ID-CLAIMED              PIC X VALUE "N".
       01  CLAIM-HEAD              PIC X(64) VALUE SPACES.
       01  CLAIM-TOKEN             PIC X(128) VALUE SPACES.

       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  LOG-TIMESTAMP           PIC X(21) VALUE SPACES.
       77  DATE-YYYYMMDD           PIC 9(8) VALUE 0.
       77  TODAY-INT               PIC 9(9) VALUE 0.
       77  POSTED-INT              PIC 9(9) VALUE 0.
       77  AGE-DAYS                PIC S9(9) VALUE 0.
       01  DANGER-KEY              PIC X(8) VALUE SPACES.
       77  BAND-DAYS               PIC 9(4) VALUE 0.
       77  BAND-PCT                PIC 9(3) VALUE 0.
       01  TARGET-AMT              PIC 9(11)V99 VALUE 0.
       01  RAISE-AMT               PIC 9(11)V99 VALUE 0.
       77  RAISE-CAPPED            PIC X VALUE "N".
       01  NEW-BOUNTY-TXT          PIC X(64) VALUE SPACES.
       01  FAIL-REASON             PIC X(80) VALUE SPACES.

      *> URL-encoding work areas for the PUT body.
       01  FIELD                   PIC X(256) VALUE SPACES.
       01  OUT-FLD                 PIC X(1024) VALUE SPACES.
       01  ENC-NAME                PIC X(1024) VALUE SPACES.
       01  ENC-CATEGORY            PIC X(128) VALUE SPACES.
       01  ENC-DANGER              PIC X(32) VALUE SPACES.
       01  ENC-OFFICE              PIC X(256) VALUE SPACES.
       01  CURR-CHAR               PIC X VALUE SPACE.
       01  HEX-DIGITS              PIC X(16) VALUE "0123456789ABCDEF".
       77  K                       PIC S9(9) COMP-5 VALUE 0.
       77  J                       PIC S9(9) COMP-5 VALUE 0.
       77  N1                      PIC S9(9) COMP-5 VALUE 0.
       77  N2                      PIC S9(9) COMP-5 VALUE 0.
       77  OUT-PTR                 PIC S9(9) COMP-5 VALUE 1.

       01  BUDGET-OFFICE           PIC X(64) VALUE SPACES.
       01  BUDGET-ACTION           PIC X(8) VALUE SPACES.
       01  BUDGET-REF-ID           PIC X(64) VALUE SPACES.
       01  BUDGET-REF-NAME         PIC X(256) VALUE SPACES.
       01  BUDGET-AMT              PIC 9(11)V99 VALUE 0.
       01  BUDGET-REMAINING        PIC S9(12)V99 VALUE 0.
       01  BUDGET-AMT-ED           PIC Z(10)9.99.
       01  BUDGET-REMAINING-ED     PIC -Z(11)9.99.
       77  BUDGET-OVER             PIC X VALUE "N".

       77  CLAIMED-COUNT           PIC 9(4) VALUE 0.
       77  UNDATED-COUNT           PIC 9(4) VALUE 0.
       77  NOT-DUE-COUNT           PIC 9(4) VALUE 0.
       77  ESCALATED-COUNT         PIC 9(4) VALUE 0.
       77  CAPPED-COUNT            PIC 9(4) VALUE 0.
       77  FAILED-COUNT            PIC 9(4) VALUE 0.
       01  RAISED-TOTAL            PIC 9(12)V99 VALUE 0.
       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-AGE                PIC ZZZZ9.
       01  EDIT-PCT                PIC ZZ9.
       01  EDIT-OLD                PIC Z(10)9.99.
       01  EDIT-NEW                PIC Z(10)9.99.
       01  EDIT-TOTAL              PIC Z(11)9.99.

       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  HISTORY-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "REWARD-ESCALATION: Starting"
           MOVE "http://php-api-service:9000" TO API-BASE
           PERFORM READ-API-BASE-ENV
           DISPLAY "REWARD-ESCALATION: API_BASE set to " API-BASE
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:8) TO DATE-YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
           PERFORM LOAD-SCHEDULE-TABLE
           PERFORM OPEN-REPORT-FILE
           *> As in the expiry run, the master lock is held only for
           *> the load and for writing the raises back; the API calls
           *> in between happen with the board unlocked.
           PERFORM LOCK-MASTER-FILE
           PERFORM LOAD-MASTER-TABLE
           PERFORM UNLOCK-MASTER-FILE
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS
           PERFORM UNLOCK-CLAIMS-FILE
           PERFORM LOAD-REGISTER
           PERFORM JUDGE-ENTRIES
           PERFORM LOCK-MASTER-FILE
           PERFORM APPLY-ESCALATIONS
           PERFORM UNLOCK-MASTER-FILE
           PERFORM SAVE-REGISTER
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "REWARD-ESCALATION: Completed, report in "
              "/app/escalation_report.txt"
           STOP RUN.

       READ-API-BASE-ENV.
           MOVE SPACES TO API-BASE-ENV
           CALL "getenv" USING
                BY CONTENT Z"API_BASE"
                RETURNING API-BASE-ENV-PTR
           END-CALL
           IF API-BASE-ENV-PTR NOT = NULL
              SET ADDRESS OF API-BASE-ENV-BASED TO API-BASE-ENV-PTR
              CALL "strlen" USING
                   BY VALUE API-BASE-ENV-PTR
                   RETURNING API-BASE-ENV-LEN
              END-CALL
              IF API-BASE-ENV-LEN > LENGTH OF API-BASE-ENV
                 MOVE LENGTH OF API-BASE-ENV TO API-BASE-ENV-LEN
              END-IF
              IF API-BASE-ENV-LEN > 0
                 MOVE API-BASE-ENV-BASED(1:API-BASE-ENV-LEN)
                    TO API-BASE-ENV(1:API-BASE-ENV-LEN)
              END-IF
           END-IF
           IF API-BASE-ENV NOT = SPACES
              MOVE API-BASE-ENV TO API-BASE
           END-IF.

       LOAD-SCHEDULE-TABLE.
           *> Danger ratings run 1 (lowest) to 5 (highest), as on the
           *> marshals' intake cards; the top two ratings escalate at
           *> thirty and sixty days, a 3 only at sixty. Nothing here
           *> reaches ninety days, where the expiry run retires the
           *> bounty.
           MOVE SPACES TO SCHEDULE-TABLE
           MOVE "5" TO SCH-DANGER(1)
           MOVE 30 TO SCH-DAYS(1)
           MOVE 10 TO SCH-PCT(1)
           MOVE "5" TO SCH-DANGER(2)
           MOVE 60 TO SCH-DAYS(2)
           MOVE 25 TO SCH-PCT(2)
           MOVE "4" TO SCH-DANGER(3)
           MOVE 30 TO SCH-DAYS(3)
           MOVE 10 TO SCH-PCT(3)
           MOVE "4" TO SCH-DANGER(4)
           MOVE 60 TO SCH-DAYS(4)
           MOVE 25 TO SCH-PCT(4)
           MOVE "3" TO SCH-DANGER(5)
           MOVE 60 TO SCH-DAYS(5)
           MOVE 10 TO SCH-PCT(5)
           MOVE 5 TO SCHEDULE-COUNT.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "REWARD-ESCALATION: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - REWARD ESCALATION REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-MASTER-TABLE.
           DISPLAY "LOAD-MASTER-TABLE: Starting"
           MOVE 0 TO ENTRY-COUNT
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-MASTER-TABLE: Unable to open master, "
                 "status = " FILE-STATUS
              MOVE "NO READABLE MASTER - NOTHING TO ESCALATE"
                 TO REPORT-REC
              WRITE REPORT-REC
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
                       IF ENTRY-COUNT >= 2000
                          MOVE "Y" TO MASTER-TRUNCATED
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO ENTRY-COUNT
                       MOVE MASTER-ID TO E-ID(ENTRY-COUNT)
                       MOVE MASTER-NAME TO E-NAME(ENTRY-COUNT)
                       MOVE MASTER-BOUNTY TO E-AMT(ENTRY-COUNT)
                       MOVE 0 TO E-AMT-NUM(ENTRY-COUNT)
                       IF MASTER-BOUNTY NOT = SPACES
                          AND FUNCTION TEST-NUMVAL(MASTER-BOUNTY) = 0
                          COMPUTE E-AMT-NUM(ENTRY-COUNT) =
                             FUNCTION NUMVAL(MASTER-BOUNTY)
                       END-IF
                       MOVE MASTER-POSTED TO E-POSTED(ENTRY-COUNT)
                       MOVE MASTER-CATEGORY TO E-CATEGORY(ENTRY-COUNT)
                       MOVE MASTER-DANGER TO E-DANGER(ENTRY-COUNT)
                       MOVE MASTER-OFFICE TO E-OFFICE(ENTRY-COUNT)
                       MOVE E-AMT-NUM(ENTRY-COUNT)
                          TO E-BASE(ENTRY-COUNT)
                       MOVE 0 TO E-BAND(ENTRY-COUNT)
                       MOVE 0 TO E-NEW-AMT(ENTRY-COUNT)
                       *> K = keep as it stands until judged.
                       MOVE "K" TO E-DISPOSITION(ENTRY-COUNT)
                       MOVE "N" TO E-MASTER-UPDATED(ENTRY-COUNT)
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BOUNTY-MASTER
           DISPLAY "LOAD-MASTER-TABLE: Completed, records = "
              ENTRY-COUNT.

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
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "LOAD-CLAIMS: Completed, claims = " CLAIM-COUNT.

       LOAD-REGISTER.
           *> Only this job writes the register, and the batch runs
           *> one copy of it a night, so it takes no lock.
           MOVE 0 TO REGISTER-COUNT
           OPEN INPUT REGISTER-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-REGISTER: No register yet, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
                  OR REGISTER-COUNT >= 2000
              READ REGISTER-FILE INTO REGISTER-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM PARSE-REGISTER-LINE
              END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           *> A register line only stands while the board still
           *> shows the amount the raise left there.
           MOVE 1 TO E-IX
           PERFORM UNTIL E-IX > ENTRY-COUNT
              MOVE 1 TO RG-IX
              PERFORM UNTIL RG-IX > REGISTER-COUNT
                 IF RG-ID(RG-IX) = E-ID(E-IX)
                    IF RG-AMT(RG-IX) = E-AMT-NUM(E-IX)
                       MOVE RG-BASE(RG-IX) TO E-BASE(E-IX)
                       MOVE RG-BAND(RG-IX) TO E-BAND(E-IX)
                    END-IF
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO RG-IX
              END-PERFORM
              ADD 1 TO E-IX
           END-PERFORM
           DISPLAY "LOAD-REGISTER: Completed, entries = "
              REGISTER-COUNT.

       PARSE-REGISTER-LINE.
           MOVE SPACES TO RG-WORK-ID RG-WORK-BASE RG-WORK-BAND
           MOVE SPACES TO RG-WORK-AMT
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(REGISTER-REC)
              MOVE SPACES TO RG-TOKEN
              UNSTRING REGISTER-REC DELIMITED BY ALL SPACES
                INTO RG-TOKEN
                WITH POINTER P
              END-UNSTRING
              EVALUATE TRUE
                WHEN RG-TOKEN(1:3) = "id="
                   MOVE RG-TOKEN(4:64) TO RG-WORK-ID
                WHEN RG-TOKEN(1:5) = "base="
                   MOVE RG-TOKEN(6:32) TO RG-WORK-BASE
                WHEN RG-TOKEN(1:5) = "band="
                   MOVE RG-TOKEN(6:8) TO RG-WORK-BAND
                WHEN RG-TOKEN(1:7) = "amount="
                   MOVE RG-TOKEN(8:32) TO RG-WORK-AMT
              END-EVALUATE
           END-PERFORM
           IF RG-WORK-ID = SPACES
              OR RG-WORK-BASE = SPACES
              OR RG-WORK-AMT = SPACES
              OR FUNCTION TEST-NUMVAL(RG-WORK-BASE) NOT = 0
              OR FUNCTION TEST-NUMVAL(RG-WORK-AMT) NOT = 0
              OR FUNCTION TEST-NUMVAL(RG-WORK-BAND) NOT = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO REGISTER-COUNT
           MOVE RG-WORK-ID TO RG-ID(REGISTER-COUNT)
           COMPUTE RG-BASE(REGISTER-COUNT) =
              FUNCTION NUMVAL(RG-WORK-BASE)
           COMPUTE RG-BAND(REGISTER-COUNT) =
              FUNCTION NUMVAL(RG-WORK-BAND)
           COMPUTE RG-AMT(REGISTER-COUNT) =
              FUNCTION NUMVAL(RG-WORK-AMT).

       JUDGE-ENTRIES.
           DISPLAY "JUDGE-ENTRIES: Starting"
           MOVE 1 TO E-IX
           PERFORM UNTIL E-IX > ENTRY-COUNT
              PERFORM JUDGE-ONE-ENTRY
              ADD 1 TO E-IX
           END-PERFORM
           DISPLAY "JUDGE-ENTRIES: Completed, escalated = "
              ESCALATED-COUNT " failed = " FAILED-COUNT.

       JUDGE-ONE-ENTRY.
           *> A claimed bounty's reward is settlement's business now.
           MOVE "N" TO ID-CLAIMED
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT OR ID-CLAIMED = "Y"
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(E-ID(E-IX))
                 MOVE "Y" TO ID-CLAIMED
              END-IF
              ADD 1 TO C-IX
           END-PERFORM
           IF ID-CLAIMED = "Y"
              ADD 1 TO CLAIMED-COUNT
              EXIT PARAGRAPH
           END-IF
           *> The expiry run dates every record; one it has not yet
           *> reached has no age to judge and waits a night.
           IF E-POSTED(E-IX) NOT NUMERIC OR E-AMT-NUM(E-IX) = 0
              ADD 1 TO UNDATED-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE E-POSTED(E-IX) TO DATE-YYYYMMDD
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-YYYYMMDD) NOT = 0
              ADD 1 TO UNDATED-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE POSTED-INT = FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
           COMPUTE AGE-DAYS = TODAY-INT - POSTED-INT
           PERFORM FIND-SCHEDULE-BAND
           IF BAND-DAYS = 0 OR BAND-DAYS <= E-BAND(E-IX)
              ADD 1 TO NOT-DUE-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RAISE-CAPPED
           COMPUTE TARGET-AMT ROUNDED =
              E-BASE(E-IX) * (100 + BAND-PCT) / 100
           IF TARGET-AMT - E-BASE(E-IX) > ESCALATION-MAX-RAISE
              COMPUTE TARGET-AMT = E-BASE(E-IX) + ESCALATION-MAX-RAISE
              MOVE "Y" TO RAISE-CAPPED
           END-IF
           *> Already at or above the band (raised by hand, or held
           *> at the cap): note the band so it is not looked at
           *> again, and leave the reward alone.
           IF TARGET-AMT <= E-AMT-NUM(E-IX)
              MOVE BAND-DAYS TO E-BAND(E-IX)
              MOVE "B" TO E-DISPOSITION(E-IX)
              ADD 1 TO NOT-DUE-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE RAISE-AMT = TARGET-AMT - E-AMT-NUM(E-IX)
           PERFORM ESCALATE-ONE-ENTRY.

       FIND-SCHEDULE-BAND.
           MOVE 0 TO BAND-DAYS BAND-PCT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(E-DANGER(E-IX)))
              TO DANGER-KEY
           MOVE 1 TO SCH-IX
           PERFORM UNTIL SCH-IX > SCHEDULE-COUNT
              IF SCH-DANGER(SCH-IX) = DANGER-KEY
                 AND AGE-DAYS >= SCH-DAYS(SCH-IX)
                 AND SCH-DAYS(SCH-IX) > BAND-DAYS
                 MOVE SCH-DAYS(SCH-IX) TO BAND-DAYS
                 MOVE SCH-PCT(SCH-IX) TO BAND-PCT
              END-IF
              ADD 1 TO SCH-IX
           END-PERFORM.

       ESCALATE-ONE-ENTRY.
           *> The extra money is booked against the office first, as
           *> an /edit raise is; if the office cannot fund it, or the
           *> API will not take it, nothing changes and the bounty is
           *> reported as not applied.
           MOVE SPACES TO FAIL-REASON
           MOVE "COMMIT" TO BUDGET-ACTION
           MOVE E-OFFICE(E-IX) TO BUDGET-OFFICE
           MOVE RAISE-AMT TO BUDGET-AMT
           MOVE E-ID(E-IX) TO BUDGET-REF-ID
           MOVE E-NAME(E-IX) TO BUDGET-REF-NAME
           PERFORM POST-OFFICE-MOVEMENT
           IF BUDGET-OVER = "Y"
              MOVE BUDGET-REMAINING TO BUDGET-REMAINING-ED
              STRING "office over budget, remaining "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(BUDGET-REMAINING-ED)
                        DELIMITED BY SIZE
                INTO FAIL-REASON
              END-STRING
              PERFORM WRITE-FAILURE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE TARGET-AMT TO EDIT-NEW
           MOVE FUNCTION TRIM(EDIT-NEW) TO NEW-BOUNTY-TXT
           PERFORM API-ESCALATE
           IF RET NOT = 0
              MOVE "RELEASE" TO BUDGET-ACTION
              PERFORM POST-OFFICE-MOVEMENT
              MOVE "api unreachable" TO FAIL-REASON
              PERFORM WRITE-FAILURE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "E" TO E-DISPOSITION(E-IX)
           MOVE TARGET-AMT TO E-NEW-AMT(E-IX)
           MOVE BAND-DAYS TO E-BAND(E-IX)
           ADD 1 TO ESCALATED-COUNT
           ADD RAISE-AMT TO RAISED-TOTAL
           IF RAISE-CAPPED = "Y"
              ADD 1 TO CAPPED-COUNT
           END-IF
           PERFORM LOG-ESCALATE-HISTORY
           MOVE AGE-DAYS TO EDIT-AGE
           MOVE BAND-PCT TO EDIT-PCT
           MOVE E-AMT-NUM(E-IX) TO EDIT-OLD
           MOVE SPACES TO REPORT-REC
           STRING "ESCALATED: id=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-NAME(E-IX)) DELIMITED BY SIZE
                  " danger=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-DANGER(E-IX)) DELIMITED BY SIZE
                  " age=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
                  " old=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-OLD) DELIMITED BY SIZE
                  " new=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-NEW) DELIMITED BY SIZE
                  " (+" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-PCT) DELIMITED BY SIZE
                  "% of base)" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           IF RAISE-CAPPED = "Y"
              STRING FUNCTION TRIM(REPORT-REC) DELIMITED BY SIZE
                     " CAPPED" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC.

       WRITE-FAILURE-LINE.
           ADD 1 TO FAILED-COUNT
           MOVE E-AMT-NUM(E-IX) TO EDIT-OLD
           MOVE TARGET-AMT TO EDIT-NEW
           MOVE SPACES TO REPORT-REC
           STRING "NOT APPLIED (" DELIMITED BY SIZE
                  FUNCTION TRIM(FAIL-REASON) DELIMITED BY SIZE
                  "): id=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-NAME(E-IX)) DELIMITED BY SIZE
                  " old=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-OLD) DELIMITED BY SIZE
                  " due=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-NEW) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       API-ESCALATE.
           *> The same PUT the server's /edit sends, carrying the
           *> record's own fields with only the bounty changed. The
           *> values are URL-encoded, which also keeps every shell
           *> metacharacter out of the command line.
           MOVE E-NAME(E-IX) TO FIELD
           PERFORM URL-ENCODE-FIELD
           MOVE OUT-FLD TO ENC-NAME
           MOVE E-CATEGORY(E-IX) TO FIELD
           PERFORM URL-ENCODE-FIELD
           MOVE OUT-FLD TO ENC-CATEGORY
           MOVE E-DANGER(E-IX) TO FIELD
           PERFORM URL-ENCODE-FIELD
           MOVE OUT-FLD TO ENC-DANGER
           MOVE E-OFFICE(E-IX) TO FIELD
           PERFORM URL-ENCODE-FIELD
           MOVE OUT-FLD TO ENC-OFFICE
           MOVE E-ID(E-IX) TO FIELD
           PERFORM URL-ENCODE-FIELD
           MOVE SPACES TO CMD
           STRING "curl -fsS -X PUT --max-time 10 -H " DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  "Content-Type: application/x-www-form-urlencoded"
                  DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  " -d " DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  "name=" DELIMITED BY SIZE
                  FUNCTION TRIM(ENC-NAME) DELIMITED BY SIZE
                  "&bounty=" DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-BOUNTY-TXT) DELIMITED BY SIZE
                  "&category=" DELIMITED BY SIZE
                  FUNCTION TRIM(ENC-CATEGORY) DELIMITED BY SIZE
                  "&danger=" DELIMITED BY SIZE
                  FUNCTION TRIM(ENC-DANGER) DELIMITED BY SIZE
                  "&office=" DELIMITED BY SIZE
                  FUNCTION TRIM(ENC-OFFICE) DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  FUNCTION TRIM(API-BASE) DELIMITED BY SIZE
                  "/api/wanted/" DELIMITED BY SIZE
                  FUNCTION TRIM(OUT-FLD) DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO CMD
           END-STRING
           CALL "system" USING BY REFERENCE CMD RETURNING RET
           IF RET NOT = 0
              DISPLAY "API-ESCALATE: curl failed, RET = " RET
           END-IF.

       URL-ENCODE-FIELD.
           *> Letters and digits pass, everything else becomes %XX.
           MOVE SPACES TO OUT-FLD
           MOVE 1 TO K
           MOVE 1 TO OUT-PTR
           COMPUTE J = FUNCTION LENGTH(
              FUNCTION TRIM(FIELD TRAILING))
           IF FIELD = SPACES
              MOVE 0 TO J
           END-IF
           PERFORM UNTIL K > J
              MOVE FIELD(K:1) TO CURR-CHAR
              EVALUATE TRUE
                WHEN (CURR-CHAR >= "A" AND CURR-CHAR <= "Z")
                   OR (CURR-CHAR >= "a" AND CURR-CHAR <= "z")
                   OR (CURR-CHAR >= "0" AND CURR-CHAR <= "9")
                   OR CURR-CHAR = "-" OR CURR-CHAR = "."
                   OR CURR-CHAR = "_"
                   STRING CURR-CHAR DELIMITED BY SIZE
                      INTO OUT-FLD WITH POINTER OUT-PTR
                   END-STRING
                WHEN OTHER
                   COMPUTE N1 = FUNCTION ORD(CURR-CHAR) - 1
                   COMPUTE N2 = N1 / 16
                   COMPUTE N1 = FUNCTION MOD(N1, 16)
                   STRING "%" DELIMITED BY SIZE
                          HEX-DIGITS(N2 + 1:1) DELIMITED BY SIZE
                          HEX-DIGITS(N1 + 1:1) DELIMITED BY SIZE
                      INTO OUT-FLD WITH POINTER OUT-PTR
                   END-STRING
              END-EVALUATE
              ADD 1 TO K
           END-PERFORM.

       LOG-ESCALATE-HISTORY.
           *> Shaped exactly like the server's EDIT line, so the
           *> change history and the master recovery replay read a
           *> raise the same way they read an edit.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO HISTORY-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " batch action=ESCALATE id=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
                  " operator=batch" DELIMITED BY SIZE
                  " old_name=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-NAME(E-IX)) DELIMITED BY SIZE
                  " old_bounty=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-AMT(E-IX)) DELIMITED BY SIZE
                  " new_name=" DELIMITED BY SIZE
                  FUNCTION TRIM(E-NAME(E-IX)) DELIMITED BY SIZE
                  " new_bounty=" DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-BOUNTY-TXT) DELIMITED BY SIZE
             INTO HISTORY-REC
           END-STRING
           PERFORM LOCK-HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF FILE-STATUS = "00"
              WRITE HISTORY-REC
              CLOSE HISTORY-FILE
           ELSE
              DISPLAY "LOG-ESCALATE-HISTORY: Unable to open history, "
                 "status = " FILE-STATUS
           END-IF
           PERFORM UNLOCK-HISTORY-FILE.

       POST-OFFICE-MOVEMENT.
           *> COMMIT books BUDGET-AMT against the office, or sets
           *> BUDGET-OVER and books nothing if that would overrun the
           *> annual budget; RELEASE hands it back. An office with no
           *> master record has no budget set and is not controlled.
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
           EVALUATE BUDGET-ACTION
             WHEN "COMMIT"
                IF BUDGET-AMT > BUDGET-REMAINING
                   MOVE "Y" TO BUDGET-OVER
                ELSE
                   ADD BUDGET-AMT TO OFFICE-COMMITTED
                END-IF
             WHEN "RELEASE"
                IF BUDGET-AMT > OFFICE-COMMITTED
                   MOVE 0 TO OFFICE-COMMITTED
                ELSE
                   SUBTRACT BUDGET-AMT FROM OFFICE-COMMITTED
                END-IF
           END-EVALUATE
           IF BUDGET-OVER = "N"
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

       APPLY-ESCALATIONS.
           *> One pass over the master with the raises the API took.
           DISPLAY "APPLY-ESCALATIONS: Starting"
           IF ESCALATED-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O BOUNTY-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "APPLY-ESCALATIONS: Unable to open master, "
                 "status = " FILE-STATUS
              MOVE "*** MASTER NOT UPDATED - RUN THE MASTER RECOVERY ***"
                 TO REPORT-REC
              WRITE REPORT-REC
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO E-IX
           PERFORM UNTIL E-IX > ENTRY-COUNT
              IF E-DISPOSITION(E-IX) = "E"
                 MOVE E-ID(E-IX) TO MASTER-ID
                 READ BOUNTY-MASTER
                    INVALID KEY
                       DISPLAY "APPLY-ESCALATIONS: Id not in master: "
                          FUNCTION TRIM(E-ID(E-IX))
                    NOT INVALID KEY
                       MOVE E-NEW-AMT(E-IX) TO EDIT-NEW
                       MOVE SPACES TO MASTER-BOUNTY
                       MOVE FUNCTION TRIM(EDIT-NEW) TO MASTER-BOUNTY
                       REWRITE MASTER-REC
                          INVALID KEY
                             DISPLAY "APPLY-ESCALATIONS: Unable to "
                                "rewrite " FUNCTION TRIM(E-ID(E-IX))
                                ", status = " FILE-STATUS
                             MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                             MOVE "Y" TO E-MASTER-UPDATED(E-IX)
                       END-REWRITE
                 END-READ
              END-IF
              ADD 1 TO E-IX
           END-PERFORM
           CLOSE BOUNTY-MASTER
           DISPLAY "APPLY-ESCALATIONS: Completed".

       SAVE-REGISTER.
           *> Rewritten whole: bounties gone from the master drop out,
           *> and a bounty the run never raised has no line. A raise
           *> the master did not take is kept at the master's amount,
           *> so the next run neither resets the base nor raises the
           *> bounty (and commits the office budget) a second time.
           OPEN OUTPUT REGISTER-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "SAVE-REGISTER: Unable to write register, "
                 "status = " FILE-STATUS
              MOVE "*** ESCALATION REGISTER NOT SAVED ***" TO REPORT-REC
              WRITE REPORT-REC
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO E-IX
           PERFORM UNTIL E-IX > ENTRY-COUNT
              IF E-BAND(E-IX) > 0
                 MOVE E-BASE(E-IX) TO EDIT-OLD
                 IF E-DISPOSITION(E-IX) = "E"
                    AND E-MASTER-UPDATED(E-IX) = "Y"
                    MOVE E-NEW-AMT(E-IX) TO EDIT-NEW
                 ELSE
                    MOVE E-AMT-NUM(E-IX) TO EDIT-NEW
                 END-IF
                 MOVE E-BAND(E-IX) TO EDIT-AGE
                 MOVE SPACES TO REGISTER-REC
                 STRING "id=" DELIMITED BY SIZE
                        FUNCTION TRIM(E-ID(E-IX)) DELIMITED BY SIZE
                        " base=" DELIMITED BY SIZE
                        FUNCTION TRIM(EDIT-OLD) DELIMITED BY SIZE
                        " band=" DELIMITED BY SIZE
                        FUNCTION TRIM(EDIT-AGE) DELIMITED BY SIZE
                        " amount=" DELIMITED BY SIZE
                        FUNCTION TRIM(EDIT-NEW) DELIMITED BY SIZE
                   INTO REGISTER-REC
                 END-STRING
                 WRITE REGISTER-REC
              END-IF
              ADD 1 TO E-IX
           END-PERFORM
           CLOSE REGISTER-FILE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF MASTER-TRUNCATED = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "*** WARNING: MASTER HAS MORE THAN 2000 "
                     "RECORDS; ONLY THE FIRST 2000 WERE EXAMINED. ***"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE ENTRY-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "RECORDS EXAMINED . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CLAIMED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "CLAIMED, SKIPPED . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE UNDATED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "NO DATE OR AMOUNT  . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE NOT-DUE-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "NOT DUE A RAISE  . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE ESCALATED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "ESCALATED  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CAPPED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  HELD AT THE CAP  . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE FAILED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "NOT APPLIED  . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE RAISED-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL RAISED . . . . . : " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: examined=" ENTRY-COUNT
              " escalated=" ESCALATED-COUNT " failed=" FAILED-COUNT.

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

       LOCK-HISTORY-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/history.log.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING HISTORY-LOCK-FD
           END-CALL
           IF HISTORY-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE HISTORY-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-HISTORY-FILE.
           IF HISTORY-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE HISTORY-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE HISTORY-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO HISTORY-LOCK-FD
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
