           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT TEAM-FILE ASSIGN TO "/app/claim_teams.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT DECISIONS-FILE ASSIGN TO
                  "/app/settlement_decisions.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
           SELECT REPORT-FILE ASSIGN TO "/app/settlement_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "/app/gl_periods.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT BOUNTY-MASTER ASSIGN TO "/app/bounty_master.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT WANTED-LOG-FILE ASSIGN TO "/app/wanted.log"
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
           SELECT OPERATOR-MASTER ASSIGN TO "/app/operators.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPERATOR-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "/app/disputes.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISPUTE-ID
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIMS-REC           PIC X(512).
       FD  TEAM-FILE.
      *> Members of team claims, one line each, written by the
      *> server alongside the claim and carrying its stamp:
      *>   YYYYMMDDHHMMSS id=<id> hunter=<roster id> role=LEAD|CO
      *>      share=<percent> name=<roster name>
       01  TEAM-REC             PIC X(512).
       FD  DECISIONS-FILE.
      *> One operator decision per line:
      *>   id=<bounty id> action=approve|deny|pay operator=<op id>
      *> The operator must be an active supervisor or administrator
      *> on the operator file. A decision carried over from an
      *> earlier run also carries claim=<claim stamp>.
       01  DECISIONS-REC        PIC X(256).
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).
       FD  PERIOD-FILE.
       01  PERIOD-REC           PIC X(256).
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
       FD  OPERATOR-MASTER.
       01  OPERATOR-REC.
           05  OPERATOR-ID          PIC X(16).
           05  OPERATOR-NAME        PIC X(64).
           05  OPERATOR-ROLE        PIC X(10).
           05  OPERATOR-CREDENTIAL  PIC X(64).
           05  OPERATOR-FAILURES    PIC 9(2).
           05  OPERATOR-STATUS      PIC X.
           05  OPERATOR-LAST-SIGNON PIC X(14).
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
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.
               10  CL-HUNTER       PIC X(16).
               10  CL-TS           PIC X(14).
               10  CL-STATE        PIC X.
               10  CL-HELD         PIC X.
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  CL-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  CLAIM-TARGET-IX         PIC S9(9) COMP-5 VALUE 0.
       77  CLAIM-TABLE-FULL        PIC X VALUE "N".

      *> Team claim members. A claim with none here is paid to its
      *> hunter whole; otherwise the payout is split by share.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 20000 TIMES.
               10  TT-TS           PIC X(14).
               10  TT-ID           PIC X(64).
               10  TT-HUNTER       PIC X(16).
               10  TT-ROLE         PIC X(4).
               10  TT-SHARE        PIC 9(3)V99.
               10  TT-NAME         PIC X(64).
       77  TEAM-COUNT              PIC 9(6) VALUE 0.
       77  TT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  TEAM-TABLE-FULL         PIC X VALUE "N".
       77  TEAM-MEMBERS            PIC 9(2) VALUE 0.
       77  TEAM-SPLIT-COUNT        PIC 9(6) VALUE 0.
       01  TT-TOKEN                PIC X(64) VALUE SPACES.
       01  TT-SHARE-TXT            PIC X(16) VALUE SPACES.
       01  CO-PAYOUT-TOTAL         PIC 9(9)V99 VALUE 0.
       01  MEMBER-PAYOUT           PIC 9(9)V99 VALUE 0.
       01  CLAIM-PAYOUT            PIC 9(9)V99 VALUE 0.
       01  CLAIM-FEE               PIC 9(9)V99 VALUE 0.
       01  EDIT-SHARE              PIC ZZ9.99.
      *> Who a ledger line is written for: the claim's hunter, or
      *> for a team payment each member in turn.
       01  LEDGER-HUNTER           PIC X(16) VALUE SPACES.
       01  LEDGER-CLAIMANT         PIC X(64) VALUE SPACES.

       01  LOG-HEAD                PIC X(64) VALUE SPACES.
       01  LOG-REST                PIC X(512) VALUE SPACES.
       01  LOG-ID                  PIC X(64) VALUE SPACES.

       01  DECISION-ID             PIC X(64) VALUE SPACES.
       01  DECISION-ACTION         PIC X(16) VALUE SPACES.
       01  DECISION-OPERATOR       PIC X(32) VALUE SPACES.
       01  DECISION-CLAIM-TS       PIC X(14) VALUE SPACES.
       77  OPERATOR-OK             PIC X VALUE "N".
       77  OPERATOR-REFUSED-COUNT  PIC 9(6) VALUE 0.
       77  HELD-COUNT              PIC 9(6) VALUE 0.
       01  LINE-BUF                PIC X(256) VALUE SPACES.
       77  P                       PIC S9(9) COMP-5 VALUE 0.
       77  I                       PIC S9(9) COMP-5 VALUE 0.
       77  APPLIED-COUNT           PIC 9(6) VALUE 0.
       77  SKIPPED-COUNT           PIC 9(6) VALUE 0.

      *> Decisions still owed an answer - refused or held - go back
      *> into a fresh decisions file for the next run; everything
      *> else is set aside with the old file.
       01  KEPT-DECISION-TABLE.
           05  KEPT-DECISION       PIC X(256) OCCURS 5000 TIMES.
       77  KEPT-COUNT              PIC 9(6) VALUE 0.
       77  KEPT-IX                 PIC S9(9) COMP-5 VALUE 0.
       77  KEPT-TABLE-FULL         PIC X VALUE "N".

       77  PENDING-COUNT           PIC 9(6) VALUE 0.
       77  APPROVED-COUNT          PIC 9(6) VALUE 0.
       77  DENIED-COUNT            PIC 9(6) VALUE 0.
       77  PAID-COUNT              PIC 9(6) VALUE 0.
       77  VOIDED-COUNT            PIC 9(6) VALUE 0.
       77  DISPUTED-COUNT          PIC 9(6) VALUE 0.
       01  PENDING-TOTAL           PIC 9(12)V99 VALUE 0.
       01  APPROVED-TOTAL          PIC 9(12)V99 VALUE 0.
       01  PAID-TOTAL              PIC 9(12)V99 VALUE 0.
       01  LOG-TIMESTAMP           PIC X(21) VALUE SPACES.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.

      *> Months the general-ledger extract has closed; a ledger line
      *> stamped into one of them would never reach the journal.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD       PIC X(6) OCCURS 600 TIMES.
       77  CLOSED-PERIOD-COUNT     PIC 9(4) VALUE 0.
       77  CP-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  PERIOD-IS-CLOSED        PIC X VALUE "N".
       01  PR-HEAD                 PIC X(256) VALUE SPACES.
       01  PR-REST                 PIC X(256) VALUE SPACES.
       01  PR-TOKEN                PIC X(32) VALUE SPACES.
       77  PERIOD-REFUSED-COUNT    PIC 9(6) VALUE 0.

      *> A paid claim turns its bounty's commitment against the
      *> issuing office's budget into money paid out. The office
      *> comes off the master, or - for a bounty deleted since it
      *> was claimed - off the wanted.log line that posted it.
       01  BUDGET-OFFICE           PIC X(64) VALUE SPACES.
       01  BUDGET-ACTION           PIC X(8) VALUE SPACES.
       01  BUDGET-AMT              PIC 9(11)V99 VALUE 0.
       01  BUDGET-AMT-ED           PIC Z(10)9.99.
       77  BUDGET-POSTED           PIC X VALUE "N".
       77  MASTER-FOUND            PIC X VALUE "N".
       01  WL-HEAD                 PIC X(64) VALUE SPACES.
       01  WL-REST                 PIC X(4096) VALUE SPACES.
       01  WL-NAME                 PIC X(1024) VALUE SPACES.
       01  WL-OFFICE               PIC X(64) VALUE SPACES.
       77  CONVERTED-COUNT         PIC 9(6) VALUE 0.
       01  CONVERTED-TOTAL         PIC 9(12)V99 VALUE 0.
       77  RELEASED-COUNT          PIC 9(6) VALUE 0.
       01  RELEASED-TOTAL          PIC 9(12)V99 VALUE 0.
       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  WANTED-LOG-LOCK-FD      PIC S9(9) COMP-5 VALUE -1.
       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  PERIOD-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  OPERATOR-LOCK-FD        PIC S9(9) COMP-5 VALUE -1.
       77  DISPUTE-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       MAIN.
           DISPLAY "CLAIM-SETTLE: Starting"
           PERFORM OPEN-REPORT-FILE
           PERFORM LOAD-CLOSED-PERIODS
           *> Hold the claims lock for the whole run so a claim that
           *> lands mid-settlement cannot be half-seen, the same
           *> serialization the server applies around its ledger.
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS-TABLE
           PERFORM LOAD-TEAM-TABLE
           PERFORM APPLY-LEDGER-STATES
           PERFORM APPLY-DISPUTE-STATES
           PERFORM PROCESS-DECISIONS
           PERFORM UNLOCK-CLAIMS-FILE
           PERFORM TALLY-CLAIM-STATES
           IF FILE-STATUS NOT = "00"
              DISPLAY "CLAIM-SETTLE: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE LOG-HUNTER TO CL-HUNTER(CLAIM-COUNT)
           MOVE LOG-HEAD(1:14) TO CL-TS(CLAIM-COUNT)
           *> P = pending until the ledger says otherwise.
           MOVE "P" TO CL-STATE(CLAIM-COUNT)
           MOVE "N" TO CL-HELD(CLAIM-COUNT).

       LOAD-TEAM-TABLE.
           *> The server writes the team lines under the claims lock,
           *> which this run already holds.
           DISPLAY "LOAD-TEAM-TABLE: Starting"
           MOVE 0 TO TEAM-COUNT
           OPEN INPUT TEAM-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-TEAM-TABLE: No team claims, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ TEAM-FILE INTO TEAM-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF TEAM-REC NOT = SPACES
                       PERFORM LOAD-ONE-TEAM-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEAM-FILE
           IF TEAM-TABLE-FULL = "Y"
              DISPLAY "LOAD-TEAM-TABLE: WARNING - team table full "
                 "at " TEAM-COUNT "; later team members were not "
                 "loaded."
           END-IF
           DISPLAY "LOAD-TEAM-TABLE: Completed, members = "
              TEAM-COUNT.

       LOAD-ONE-TEAM-LINE.
           IF TEAM-COUNT >= 20000
              MOVE "Y" TO TEAM-TABLE-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TEAM-COUNT
           MOVE SPACES TO TEAM-ENTRY(TEAM-COUNT)
           MOVE 0 TO TT-SHARE(TEAM-COUNT)
           MOVE TEAM-REC(1:14) TO TT-TS(TEAM-COUNT)
           *> The name may hold blanks, so it is split off first.
           MOVE SPACES TO LOG-REST LOG-NAME
           UNSTRING TEAM-REC DELIMITED BY " name="
             INTO LOG-REST LOG-NAME
           END-UNSTRING
           MOVE LOG-NAME(1:64) TO TT-NAME(TEAM-COUNT)
           MOVE 16 TO P
           PERFORM UNTIL P > LENGTH OF LOG-REST
              MOVE SPACES TO TT-TOKEN
              UNSTRING LOG-REST DELIMITED BY ALL SPACES
                INTO TT-TOKEN
                WITH POINTER P
              END-UNSTRING
              IF TT-TOKEN = SPACES
                 EXIT PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN TT-TOKEN(1:3) = "id="
                    MOVE TT-TOKEN(4:) TO TT-ID(TEAM-COUNT)
                 WHEN TT-TOKEN(1:7) = "hunter="
                    MOVE TT-TOKEN(8:) TO TT-HUNTER(TEAM-COUNT)
                 WHEN TT-TOKEN(1:5) = "role="
                    MOVE TT-TOKEN(6:) TO TT-ROLE(TEAM-COUNT)
                 WHEN TT-TOKEN(1:6) = "share="
                    MOVE TT-TOKEN(7:) TO TT-SHARE-TXT
                    IF FUNCTION TEST-NUMVAL(TT-SHARE-TXT) = 0
                       COMPUTE TT-SHARE(TEAM-COUNT) =
                          FUNCTION NUMVAL(TT-SHARE-TXT)
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF TT-ID(TEAM-COUNT) = SPACES
              OR TT-HUNTER(TEAM-COUNT) = SPACES
              SUBTRACT 1 FROM TEAM-COUNT
           END-IF.

       APPLY-LEDGER-STATES.
           *> Replay the payout ledger over the claim table so each
              END-EVALUATE
           END-IF.

       APPLY-DISPUTE-STATES.
           *> A dispute names its claim by bounty id, claim stamp and
           *> hunter. While it is OPEN the claim is held - no approval
           *> and no payment; once UPHELD the claim is void (V) and
           *> the bounty has passed to the disputing hunter on a
           *> claim of its own. REJECTED disputes change nothing.
           DISPLAY "APPLY-DISPUTE-STATES: Starting"
           PERFORM LOCK-DISPUTE-FILE
           OPEN INPUT DISPUTE-FILE
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-DISPUTE-FILE
              DISPLAY "APPLY-DISPUTE-STATES: No disputes file, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
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
                    PERFORM APPLY-ONE-DISPUTE
              END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           PERFORM UNLOCK-DISPUTE-FILE
           DISPLAY "APPLY-DISPUTE-STATES: Completed".

       APPLY-ONE-DISPUTE.
           IF DISPUTE-STATUS NOT = "OPEN"
              AND DISPUTE-STATUS NOT = "UPHELD"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CL-IX
           PERFORM UNTIL CL-IX > CLAIM-COUNT
              IF FUNCTION TRIM(CL-ID(CL-IX))
                 = FUNCTION TRIM(DISPUTE-BOUNTY-ID)
                 AND CL-TS(CL-IX) = DISPUTE-CLAIM-TS
                 AND CL-HUNTER(CL-IX) = DISPUTE-CLAIM-HUNTER
                 IF DISPUTE-STATUS = "OPEN"
                    MOVE "Y" TO CL-HELD(CL-IX)
                 ELSE
                    MOVE "V" TO CL-STATE(CL-IX)
                 END-IF
              END-IF
              ADD 1 TO CL-IX
           END-PERFORM.

       PROCESS-DECISIONS.
           DISPLAY "PROCESS-DECISIONS: Starting"
           OPEN INPUT DECISIONS-FILE
              DECISION-COUNT.

       PROCESS-ONE-DECISION.
           MOVE SPACES TO DECISION-ID DECISION-ACTION DECISION-OPERATOR
                          DECISION-CLAIM-TS
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(DECISIONS-REC)
              MOVE SPACES TO LINE-BUF
              IF LINE-BUF(1:7) = "action="
                 MOVE LINE-BUF(8:) TO DECISION-ACTION
              END-IF
              IF LINE-BUF(1:9) = "operator="
                 MOVE LINE-BUF(10:) TO DECISION-OPERATOR
              END-IF
              IF LINE-BUF(1:6) = "claim="
                 MOVE LINE-BUF(7:) TO DECISION-CLAIM-TS
              END-IF
           END-PERFORM
           *> Money moves only on a named supervisor's say-so.
           PERFORM CHECK-DECISION-OPERATOR
           IF OPERATOR-OK = "N"
              ADD 1 TO SKIPPED-COUNT
              ADD 1 TO OPERATOR-REFUSED-COUNT
              PERFORM WRITE-OPERATOR-REFUSED-LINE
              PERFORM KEEP-DECISION
              EXIT PARAGRAPH
           END-IF
           *> Take the NEWEST claim for the id: after a re-claim the
           *> operator's decision is about the live claim, not the
           *> settled one that may still be in the file.
              PERFORM WRITE-SKIP-LINE
              EXIT PARAGRAPH
           END-IF
           *> A decision carried over from an earlier run was taken on
           *> the claim it names. If that claim has since been
           *> replaced - a dispute upheld in another hunter's name -
           *> the decision does not follow it to the new claim.
           IF DECISION-CLAIM-TS NOT = SPACES
              AND DECISION-CLAIM-TS NOT = CL-TS(CLAIM-TARGET-IX)
              ADD 1 TO SKIPPED-COUNT
              PERFORM WRITE-SKIP-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CL-HUNTER(CLAIM-TARGET-IX) TO LEDGER-HUNTER
           MOVE CL-CLAIMANT(CLAIM-TARGET-IX) TO LEDGER-CLAIMANT
           *> Every ledger line is stamped now, so a month finance has
           *> already closed takes no more decisions.
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-IS-CLOSED = "Y"
              ADD 1 TO SKIPPED-COUNT
              ADD 1 TO PERIOD-REFUSED-COUNT
              PERFORM WRITE-PERIOD-CLOSED-LINE
              PERFORM KEEP-CLAIM-DECISION
              EXIT PARAGRAPH
           END-IF
           *> A hunter's open dispute freezes the money side of the
           *> claim until a supervisor resolves it; a denial is
           *> still allowed.
           IF CL-HELD(CLAIM-TARGET-IX) = "Y"
              AND (DECISION-ACTION = "approve"
                   OR DECISION-ACTION = "pay")
              ADD 1 TO SKIPPED-COUNT
              ADD 1 TO HELD-COUNT
              PERFORM WRITE-HELD-LINE
              PERFORM KEEP-CLAIM-DECISION
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(DECISION-ACTION)
             WHEN "approve"
                IF CL-STATE(CLAIM-TARGET-IX) = "P"
                   MOVE "DENIED" TO LOG-ACTION
                   PERFORM WRITE-LEDGER-LINE
                   PERFORM WRITE-DECISION-LINE
                   PERFORM RELEASE-DENIED-COMMITMENT
                   ADD 1 TO APPLIED-COUNT
                ELSE
                   ADD 1 TO SKIPPED-COUNT
                   PERFORM COMPUTE-PAYOUT
                   MOVE "X" TO CL-STATE(CLAIM-TARGET-IX)
                   MOVE "PAID" TO LOG-ACTION
                   PERFORM COUNT-TEAM-MEMBERS
                   IF TEAM-MEMBERS > 0
                      PERFORM WRITE-DECISION-LINE
                      PERFORM WRITE-TEAM-PAID-LINES
                   ELSE
                      PERFORM WRITE-LEDGER-LINE
                      PERFORM WRITE-DECISION-LINE
                   END-IF
                   PERFORM CONVERT-OFFICE-COMMITMENT
                   ADD 1 TO APPLIED-COUNT
                ELSE
                   ADD 1 TO SKIPPED-COUNT
                PERFORM WRITE-SKIP-LINE
           END-EVALUATE.

       KEEP-CLAIM-DECISION.
           *> Tie the decision to the claim it was taken on before
           *> carrying it over.
           IF DECISION-CLAIM-TS = SPACES
              MOVE SPACES TO LINE-BUF
              STRING FUNCTION TRIM(DECISIONS-REC) DELIMITED BY SIZE
                     " claim=" DELIMITED BY SIZE
                     CL-TS(CLAIM-TARGET-IX) DELIMITED BY SIZE
                INTO LINE-BUF
              END-STRING
              MOVE LINE-BUF TO DECISIONS-REC
           END-IF
           PERFORM KEEP-DECISION.

       KEEP-DECISION.
           IF KEPT-COUNT >= 5000
              MOVE "Y" TO KEPT-TABLE-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO KEPT-COUNT
           MOVE DECISIONS-REC TO KEPT-DECISION(KEPT-COUNT).

       COMPUTE-PAYOUT.
           COMPUTE BOUNTY-NUM =
              FUNCTION NUMVAL(CL-AMT(CLAIM-TARGET-IX))
           END-IF
           COMPUTE PAYOUT-NUM = BOUNTY-NUM - FEE-NUM.

       COUNT-TEAM-MEMBERS.
           *> Team lines belong to the claim whose stamp they carry.
           MOVE 0 TO TEAM-MEMBERS
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = CL-TS(CLAIM-TARGET-IX)
                 AND FUNCTION TRIM(TT-ID(TT-IX))
                    = FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                 ADD 1 TO TEAM-MEMBERS
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM.

       WRITE-TEAM-PAID-LINES.
           *> One PAID line per member under the bounty id. Each
           *> co-hunter gets their share of the net payout, cut down
           *> to the cent; the lead gets the rest, so the lines add
           *> up to the payout exactly. The fee is the board's, not
           *> a hunter's, and goes once, on the lead's line.
           MOVE PAYOUT-NUM TO CLAIM-PAYOUT
           MOVE FEE-NUM TO CLAIM-FEE
           MOVE 0 TO CO-PAYOUT-TOTAL
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = CL-TS(CLAIM-TARGET-IX)
                 AND FUNCTION TRIM(TT-ID(TT-IX))
                    = FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                 AND TT-ROLE(TT-IX) = "CO"
                 COMPUTE MEMBER-PAYOUT =
                    CLAIM-PAYOUT * TT-SHARE(TT-IX) / 100
                 ADD MEMBER-PAYOUT TO CO-PAYOUT-TOTAL
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM
           MOVE CL-HUNTER(CLAIM-TARGET-IX) TO LEDGER-HUNTER
           MOVE CL-CLAIMANT(CLAIM-TARGET-IX) TO LEDGER-CLAIMANT
           MOVE CLAIM-FEE TO FEE-NUM
           COMPUTE PAYOUT-NUM = CLAIM-PAYOUT - CO-PAYOUT-TOTAL
           PERFORM WRITE-LEDGER-LINE
           MOVE 100 TO EDIT-SHARE
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = CL-TS(CLAIM-TARGET-IX)
                 AND FUNCTION TRIM(TT-ID(TT-IX))
                    = FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                 AND TT-ROLE(TT-IX) = "LEAD"
                 MOVE TT-SHARE(TT-IX) TO EDIT-SHARE
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM
           PERFORM WRITE-SHARE-LINE
           MOVE 0 TO FEE-NUM
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = CL-TS(CLAIM-TARGET-IX)
                 AND FUNCTION TRIM(TT-ID(TT-IX))
                    = FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                 AND TT-ROLE(TT-IX) = "CO"
                 COMPUTE PAYOUT-NUM =
                    CLAIM-PAYOUT * TT-SHARE(TT-IX) / 100
                 MOVE TT-HUNTER(TT-IX) TO LEDGER-HUNTER
                 MOVE TT-NAME(TT-IX) TO LEDGER-CLAIMANT
                 PERFORM WRITE-LEDGER-LINE
                 MOVE TT-SHARE(TT-IX) TO EDIT-SHARE
                 PERFORM WRITE-SHARE-LINE
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM
           MOVE CLAIM-FEE TO FEE-NUM
           MOVE CLAIM-PAYOUT TO PAYOUT-NUM
           ADD 1 TO TEAM-SPLIT-COUNT.

       WRITE-SHARE-LINE.
           MOVE PAYOUT-NUM TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  SHARE: hunter=" DELIMITED BY SIZE
                  FUNCTION TRIM(LEDGER-HUNTER) DELIMITED BY SIZE
                  " claimant=" DELIMITED BY SIZE
                  FUNCTION TRIM(LEDGER-CLAIMANT) DELIMITED BY SIZE
                  " share=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-SHARE) DELIMITED BY SIZE
                  "% payout=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-LEDGER-LINE.
           *> Append-only, one line per decision - the paper trail
           *> finance reconciles against. The caller has set
                  FUNCTION TRIM(CL-AMT(CLAIM-TARGET-IX))
                     DELIMITED BY SIZE
                  " claimant=" DELIMITED BY SIZE
                  FUNCTION TRIM(LEDGER-CLAIMANT) DELIMITED BY SIZE
                  " hunter=" DELIMITED BY SIZE
                  FUNCTION TRIM(LEDGER-HUNTER) DELIMITED BY SIZE
                  " fee=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-FEE) DELIMITED BY SIZE
                  " payout=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM(DECISION-OPERATOR) DELIMITED BY SIZE
             INTO LEDGER-REC
           END-STRING
           PERFORM LOCK-LEDGER-FILE
                  FUNCTION TRIM(EDIT-FEE) DELIMITED BY SIZE
                  " payout=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM(DECISION-OPERATOR) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       CONVERT-OFFICE-COMMITMENT.
           *> The whole bounty leaves the office's budget on payment
           *> - the hunter's payout and the board's fee alike.
           PERFORM FIND-BOUNTY-OFFICE
           IF FUNCTION TRIM(BUDGET-OFFICE) = SPACES
              MOVE SPACES TO REPORT-REC
              STRING "  NO ISSUING OFFICE ON RECORD, BUDGET NOT "
                     DELIMITED BY SIZE
                     "CHARGED: id=" DELIMITED BY SIZE
                     FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE "PAID" TO BUDGET-ACTION
           MOVE BOUNTY-NUM TO BUDGET-AMT
           PERFORM POST-OFFICE-MOVEMENT
           IF BUDGET-POSTED = "Y"
              ADD 1 TO CONVERTED-COUNT
              ADD BUDGET-AMT TO CONVERTED-TOTAL
              MOVE BUDGET-AMT TO BUDGET-AMT-ED
              MOVE SPACES TO REPORT-REC
              STRING "  CHARGED TO OFFICE " DELIMITED BY SIZE
                     FUNCTION TRIM(OFFICE-ID) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(BUDGET-AMT-ED) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       RELEASE-DENIED-COMMITMENT.
           *> A denied claim frees its bounty's money. While the
           *> bounty is still on the master the commitment stays with
           *> it, to be released when it is deleted or expires; one
           *> deleted or expired while the claim was live was left
           *> committed for settlement, so it is released here.
           PERFORM FIND-BOUNTY-OFFICE
           IF MASTER-FOUND = "Y"
              OR FUNCTION TRIM(BUDGET-OFFICE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "RELEASE" TO BUDGET-ACTION
           COMPUTE BUDGET-AMT =
              FUNCTION NUMVAL(CL-AMT(CLAIM-TARGET-IX))
           PERFORM POST-OFFICE-MOVEMENT
           IF BUDGET-POSTED = "Y"
              ADD 1 TO RELEASED-COUNT
              ADD BUDGET-AMT TO RELEASED-TOTAL
              MOVE BUDGET-AMT TO BUDGET-AMT-ED
              MOVE SPACES TO REPORT-REC
              STRING "  RELEASED TO OFFICE " DELIMITED BY SIZE
                     FUNCTION TRIM(OFFICE-ID) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(BUDGET-AMT-ED) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       FIND-BOUNTY-OFFICE.
           MOVE SPACES TO BUDGET-OFFICE
           MOVE "N" TO MASTER-FOUND
           PERFORM LOCK-MASTER-FILE
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS = "00"
              MOVE SPACES TO MASTER-ID
              MOVE FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX)) TO MASTER-ID
              READ BOUNTY-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO MASTER-FOUND
                    MOVE MASTER-OFFICE TO BUDGET-OFFICE
              END-READ
              CLOSE BOUNTY-MASTER
           END-IF
           PERFORM UNLOCK-MASTER-FILE
           IF FUNCTION TRIM(BUDGET-OFFICE) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           *> Gone from the master: the latest wanted.log line that
           *> posted the name says which office put the money up.
           PERFORM LOCK-WANTED-LOG-FILE
           OPEN INPUT WANTED-LOG-FILE
           IF FILE-STATUS = "00" OR FILE-STATUS = "05"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ WANTED-LOG-FILE INTO WANTED-LOG-REC
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO WL-HEAD WL-REST WL-NAME
                       MOVE SPACES TO WL-OFFICE
                       UNSTRING WANTED-LOG-REC DELIMITED BY " name="
                         INTO WL-HEAD WL-REST
                       END-UNSTRING
                       UNSTRING WL-REST DELIMITED BY " bounty="
                         INTO WL-NAME
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WL-NAME))
                          = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CL-NAME(CLAIM-TARGET-IX)))
                          UNSTRING WL-REST DELIMITED BY " office="
                            INTO WL-HEAD WL-OFFICE
                          END-UNSTRING
                          MOVE WL-OFFICE TO BUDGET-OFFICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WANTED-LOG-FILE
           END-IF
           PERFORM UNLOCK-WANTED-LOG-FILE.

       POST-OFFICE-MOVEMENT.
           *> PAID moves BUDGET-AMT from the office's committed money
           *> to its paid money; RELEASE hands it back uncommitted. An
           *> office with no master record has no budget set and is
           *> not controlled.
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
           IF BUDGET-ACTION = "PAID"
              ADD BUDGET-AMT TO OFFICE-PAID
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
                  FUNCTION TRIM(CL-ID(CLAIM-TARGET-IX))
                     DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(CL-NAME(CLAIM-TARGET-IX))
                     DELIMITED BY SIZE
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

       LOAD-CLOSED-PERIODS.
           DISPLAY "LOAD-CLOSED-PERIODS: Starting"
           MOVE 0 TO CLOSED-PERIOD-COUNT
           PERFORM LOCK-PERIOD-FILE
           OPEN INPUT PERIOD-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              PERFORM UNLOCK-PERIOD-FILE
              DISPLAY "LOAD-CLOSED-PERIODS: No period-control file, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ PERIOD-FILE INTO PERIOD-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF PERIOD-REC(1:7) = "period="
                       MOVE SPACES TO PR-HEAD PR-REST PR-TOKEN
                       UNSTRING PERIOD-REC DELIMITED BY " status="
                         INTO PR-HEAD PR-REST
                       END-UNSTRING
                       UNSTRING PR-REST DELIMITED BY ALL SPACES
                         INTO PR-TOKEN
                       END-UNSTRING
                       IF PR-TOKEN = "CLOSED"
                          AND CLOSED-PERIOD-COUNT < 600
                          ADD 1 TO CLOSED-PERIOD-COUNT
                          MOVE PERIOD-REC(8:6)
                             TO CLOSED-PERIOD(CLOSED-PERIOD-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           PERFORM UNLOCK-PERIOD-FILE
           DISPLAY "LOAD-CLOSED-PERIODS: Completed, closed = "
              CLOSED-PERIOD-COUNT.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO PERIOD-IS-CLOSED
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE 1 TO CP-IX
           PERFORM UNTIL CP-IX > CLOSED-PERIOD-COUNT
                  OR PERIOD-IS-CLOSED = "Y"
              IF CLOSED-PERIOD(CP-IX) = NOW-DATE-TIME(1:6)
                 MOVE "Y" TO PERIOD-IS-CLOSED
              END-IF
              ADD 1 TO CP-IX
           END-PERFORM.

       WRITE-PERIOD-CLOSED-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "DECISION REFUSED, PERIOD " DELIMITED BY SIZE
                  NOW-DATE-TIME(1:6) DELIMITED BY SIZE
                  " CLOSED: " DELIMITED BY SIZE
                  FUNCTION TRIM(DECISIONS-REC) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       CHECK-DECISION-OPERATOR.
           MOVE "N" TO OPERATOR-OK
           IF DECISION-OPERATOR = SPACES
              OR DECISION-OPERATOR(17:16) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-OPERATOR-FILE
           OPEN INPUT OPERATOR-MASTER
           IF FILE-STATUS = "00"
              MOVE DECISION-OPERATOR(1:16) TO OPERATOR-ID
              READ OPERATOR-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPERATOR-STATUS NOT = "L"
                       AND (OPERATOR-ROLE = "SUPERVISOR"
                            OR OPERATOR-ROLE = "ADMIN")
                       MOVE "Y" TO OPERATOR-OK
                    END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           ELSE
              DISPLAY "CHECK-DECISION-OPERATOR: No operator file, "
                 "status = " FILE-STATUS
           END-IF
           PERFORM UNLOCK-OPERATOR-FILE.

       WRITE-OPERATOR-REFUSED-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "DECISION REFUSED, NO AUTHORIZED OPERATOR: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(DECISIONS-REC) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-HELD-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "DECISION HELD, DISPUTE OPEN: " DELIMITED BY SIZE
                  FUNCTION TRIM(DECISIONS-REC) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.
       TALLY-CLAIM-STATES.
           MOVE 0 TO PENDING-COUNT APPROVED-COUNT
           MOVE 0 TO DENIED-COUNT PAID-COUNT
           MOVE 0 TO VOIDED-COUNT DISPUTED-COUNT
           MOVE 0 TO PENDING-TOTAL APPROVED-TOTAL PAID-TOTAL
           MOVE 1 TO CL-IX
           PERFORM UNTIL CL-IX > CLAIM-COUNT
                   ADD 1 TO PAID-COUNT
                   PERFORM COMPUTE-PAYOUT
                   ADD PAYOUT-NUM TO PAID-TOTAL
                WHEN "V"
                   ADD 1 TO VOIDED-COUNT
              END-EVALUATE
              IF CL-HELD(CL-IX) = "Y"
                 ADD 1 TO DISPUTED-COUNT
              END-IF
              ADD 1 TO CL-IX
           END-PERFORM.

             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE VOIDED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  VOIDED BY DISPUTE  . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE DISPUTED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UNDER OPEN DISPUTE . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE TEAM-SPLIT-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  PAID AS TEAM SPLITS  : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE DECISION-COUNT TO EDIT-CNT
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CONVERTED-COUNT TO EDIT-CNT
           MOVE CONVERTED-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "  CHARGED TO BUDGETS . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
                  "  AMOUNT  . . . . " DELIMITED BY SIZE
                  EDIT-TOTAL DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF RELEASED-COUNT > 0
              MOVE RELEASED-COUNT TO EDIT-CNT
              MOVE RELEASED-TOTAL TO EDIT-TOTAL
              MOVE SPACES TO REPORT-REC
              STRING "  RELEASED ON DENIAL . : " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                     "  AMOUNT  . . . . " DELIMITED BY SIZE
                     EDIT-TOTAL DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF PERIOD-REFUSED-COUNT > 0
              MOVE PERIOD-REFUSED-COUNT TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  REFUSED, PERIOD CLOSED " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                     " - CARRIED TO NEXT RUN"
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF HELD-COUNT > 0
              MOVE HELD-COUNT TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  HELD, DISPUTE OPEN " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                     " - CARRIED TO NEXT RUN"
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF OPERATOR-REFUSED-COUNT > 0
              MOVE OPERATOR-REFUSED-COUNT TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  REFUSED, NO OPERATOR " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                     " - CARRIED TO NEXT RUN"
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           DISPLAY "WRITE-SUMMARY: pending=" PENDING-COUNT
              " approved=" APPROVED-COUNT " denied=" DENIED-COUNT
              " paid=" PAID-COUNT.

       RETIRE-DECISIONS-FILE.
           *> A decisions file left in place would be replayed next
           *> run, and a decision replayed after its claim has moved
           *> on - a dispute upheld, say - would land on whichever
           *> claim is newest by then. So the file is set aside once
           *> read, and only the decisions still owed an answer -
           *> refused for a closed period or for want of an
           *> authorized operator, or held behind an open dispute -
           *> are written back for the next run.
           IF DECISION-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           IF KEPT-TABLE-FULL = "Y"
              DISPLAY "RETIRE-DECISIONS-FILE: too many decisions "
                 "carried over, file left in place"
              EXIT PARAGRAPH
           END-IF
           CALL "rename" USING
                BY CONTENT Z"/app/settlement_decisions.dat"
                BY CONTENT Z"/app/settlement_decisions.done"
                RETURNING RET
           END-CALL
           IF RET NOT = 0
              DISPLAY "RETIRE-DECISIONS-FILE: rename failed"
              EXIT PARAGRAPH
           END-IF
           IF KEPT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DECISIONS-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "RETIRE-DECISIONS-FILE: unable to write carried "
                 "decisions, status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO KEPT-IX
           PERFORM UNTIL KEPT-IX > KEPT-COUNT
              MOVE KEPT-DECISION(KEPT-IX) TO DECISIONS-REC
              WRITE DECISIONS-REC
              ADD 1 TO KEPT-IX
           END-PERFORM
           CLOSE DECISIONS-FILE
           DISPLAY "RETIRE-DECISIONS-FILE: carried over " KEPT-COUNT.

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

       LOCK-CLAIMS-FILE.
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE CLAIMS-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO CLAIMS-LOCK-FD
           END-IF.
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
