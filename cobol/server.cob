           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT TEAM-FILE ASSIGN TO "/app/claim_teams.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "/app/server_stats.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUNTER-ID
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
           SELECT SESSION-FILE ASSIGN TO "/app/sessions.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SESSION-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "/app/disputes.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISPUTE-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT WATCH-FILE ASSIGN TO "/app/watchlists.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WATCH-KEY
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MAINT-FLAG-REC       PIC X(16).
       FD  CLAIMS-FILE.
       01  CLAIMS-REC           PIC X(512).
       FD  TEAM-FILE.
      *> The members of a team claim, one line each, lead first,
      *> stamped with the claim line's own timestamp:
      *>   YYYYMMDDHHMMSS id=<id> hunter=<roster id> role=LEAD|CO
      *>      share=<percent> name=<roster name>
      *> A claim with no lines here is the lead's alone. Written
      *> under the claims lock, like the claim itself.
       01  TEAM-REC             PIC X(512).
       FD  STATS-FILE.
       01  STATS-REC            PIC X(64).
       FD  STATS-TMP-FILE.
           05  HUNTER-NAME      PIC X(256).
           05  HUNTER-CONTACT   PIC X(256).
           05  HUNTER-SINCE     PIC X(8).
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
       FD  SESSION-FILE.
       01  SESSION-REC.
           05  SESSION-ID           PIC X(32).
           05  SESSION-OPERATOR     PIC X(16).
           05  SESSION-ISSUED       PIC X(14).
       FD  DISPUTE-FILE.
      *> One record per dispute, keyed D000001 upward. The claim
      *> under dispute is the bounty id plus the claim's own stamp
      *> and hunter, so a later re-claim is never mistaken for it.
      *> Status is OPEN until a supervisor resolves it UPHELD (the
      *> claim is void and the bounty passes to the disputing
      *> hunter) or REJECTED (the original claim proceeds).
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
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  WATCH-FILE.
      *> A hunter's standing watch criteria, up to ten per hunter.
      *> A blank criterion (or zero minimum) matches anything.
       01  WATCH-REC.
           05  WATCH-KEY.
               10  WATCH-HUNTER     PIC X(16).
               10  WATCH-SEQ        PIC 9(3).
           05  WATCH-CATEGORY       PIC X(32).
           05  WATCH-MIN-DANGER     PIC X(8).
           05  WATCH-OFFICE         PIC X(64).
           05  WATCH-MIN-BOUNTY     PIC 9(9)V99.
           05  WATCH-CREATED        PIC X(14).
       WORKING-STORAGE SECTION.
       77  PORT                    PIC S9(9) COMP-5 VALUE 8080.
       77  SRVFD                   PIC S9(9) COMP-5 VALUE -1.
       01  NEW-HUNTER-ID           PIC X(16) VALUE SPACES.
       77  ROSTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

      *> Team claims: share= is the lead hunter's percentage and
      *> team= lists the co-hunters as id:percent pairs separated
      *> by commas. Every member must be on the roster and the
      *> shares must come to exactly 100.
       01  SHARE-IN                PIC X(16) VALUE SPACES.
       01  TEAM-IN                 PIC X(256) VALUE SPACES.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 5 TIMES.
               10  TM-HUNTER       PIC X(16).
               10  TM-SHARE        PIC 9(3)V99.
               10  TM-NAME         PIC X(256).
       77  TEAM-MAX                PIC 9 VALUE 5.
       77  TEAM-COUNT              PIC 9 VALUE 0.
       77  TM-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  TEAM-PTR                PIC S9(9) COMP-5 VALUE 0.
       77  TEAM-VALID              PIC X VALUE "Y".
       77  TEAM-FILE-OPEN          PIC X VALUE "N".
       77  CLAIM-WRITTEN           PIC X VALUE "N".
       01  TEAM-TOKEN              PIC X(64) VALUE SPACES.
       01  TEAM-MEMBER             PIC X(32) VALUE SPACES.
       01  TEAM-PCT                PIC X(16) VALUE SPACES.
       01  LEAD-REF                PIC X(16) VALUE SPACES.
       01  LEAD-NAME               PIC X(256) VALUE SPACES.
       01  LEAD-SHARE              PIC 9(3)V99 VALUE 100.
       01  SHARE-TOTAL             PIC 9(5)V99 VALUE 0.
       01  EDIT-SHARE              PIC ZZ9.99.

       01  API-BASE                PIC X(256) VALUE SPACES.
       01  API-BASE-ENV            PIC X(256) VALUE SPACES.
       77  API-BASE-ENV-PTR        USAGE POINTER VALUE NULL.
       01  CLAIM-ID-TABLE.
           05  CLAIM-ENTRY OCCURS 20000 TIMES.
               10  C-ID            PIC X(64).
               10  C-TS            PIC X(14).
               10  C-CLOSED        PIC X.
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  C-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  CLAIM-TARGET-IX         PIC S9(9) COMP-5 VALUE 0.
       77  ID-CLAIMED              PIC X VALUE "N".
      *> A claim denied in the ledger, or voided by an upheld
      *> dispute, no longer holds its bounty's money; the bounty is
      *> committed only while one of its claims is still live.
       77  CLAIM-LIVE              PIC X VALUE "N".
       77  CLOSED-C-IX             PIC S9(9) COMP-5 VALUE 0.
       01  CHECK-ID                PIC X(64) VALUE SPACES.
       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

       01  HIST-ACTION             PIC X(8) VALUE SPACES.
       01  OLD-NAME                PIC X(256) VALUE SPACES.
       01  OLD-BOUNTY              PIC X(64) VALUE SPACES.
       01  OLD-OFFICE              PIC X(64) VALUE SPACES.
       77  HIST-BEFORE-KNOWN       PIC X VALUE "N".
       77  HISTORY-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.

       77  DIGIT-COUNT              PIC 9(3) VALUE 0.
       01  BOUNTY-NUM                PIC 9(9)V99 VALUE 0.
       01  RESP-STATUS               PIC X(3) VALUE SPACES.
       01  BAD-REQUEST-MSG           PIC X(160) VALUE
           "Invalid bounty amount".

      *> Office budget control: every open bounty's reward is held
      *> as a commitment against the issuing office's annual budget
      *> on the office master. POST-OFFICE-MOVEMENT books one
      *> movement (COMMIT / RELEASE / PAID) and appends it to the
      *> office activity log the monthly statement is built from.
      *> A claimed bounty's commitment belongs to settlement, so an
      *> edit or delete only moves money for an unclaimed one.
       01  BUDGET-OFFICE           PIC X(64) VALUE SPACES.
       01  BUDGET-ACTION           PIC X(8) VALUE SPACES.
       01  BUDGET-REF-ID           PIC X(64) VALUE SPACES.
       01  BUDGET-REF-NAME         PIC X(256) VALUE SPACES.
       01  BUDGET-AMT              PIC 9(11)V99 VALUE 0.
       01  BUDGET-REMAINING        PIC S9(12)V99 VALUE 0.
       01  BUDGET-AMT-ED           PIC Z(10)9.99.
       01  BUDGET-REMAINING-ED     PIC -Z(11)9.99.
       77  BUDGET-OVER             PIC X VALUE "N".
       01  EDIT-OLD-AMT            PIC 9(11)V99 VALUE 0.
       01  EDIT-NEW-OFFICE         PIC X(64) VALUE SPACES.
       01  EDIT-COMMIT-OFFICE      PIC X(64) VALUE SPACES.
       01  EDIT-COMMIT-AMT         PIC 9(11)V99 VALUE 0.
       01  EDIT-RELEASE-OFFICE     PIC X(64) VALUE SPACES.
       01  EDIT-RELEASE-AMT        PIC 9(11)V99 VALUE 0.
       77  OFFICE-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

      *> Operator sign-on: POST /signon checks the operator file and
      *> hands back a session cookie; every board change and admin
      *> action then resolves the cookie to an operator and checks
      *> the operator's role (clerk < supervisor < admin) against
      *> what the route needs. The role is read fresh from the
      *> operator file on each request, so a demotion or lockout
      *> takes effect at once. Repeated failed sign-ons lock the
      *> operator out until an administrator clears it.
       01  OPERATOR-REF            PIC X(16) VALUE SPACES.
       01  CREDENTIAL              PIC X(80) VALUE SPACES.
       01  SESSION-TOKEN           PIC X(32) VALUE SPACES.
       01  SIGNED-ON-OPERATOR      PIC X(16) VALUE SPACES.
       01  SIGNED-ON-ROLE          PIC X(10) VALUE SPACES.
       77  SIGNED-ON-RANK          PIC 9 VALUE 0.
       77  ROLE-NEEDED             PIC 9 VALUE 0.
       77  ROLE-ALLOWED            PIC X VALUE "N".
       77  RANK-CLERK              PIC 9 VALUE 1.
       77  RANK-SUPERVISOR         PIC 9 VALUE 2.
       77  RANK-ADMIN              PIC 9 VALUE 3.
       77  SIGNON-OK               PIC X VALUE "N".
       77  SIGNON-FAIL-LIMIT       PIC 9(2) VALUE 5.
       01  SIGNON-MSG              PIC X(160) VALUE SPACES.
       77  SESSION-MAX-SECS        PIC 9(9) VALUE 28800.
       77  SESSION-ISSUED-SECS     PIC 9(11) VALUE 0.
       77  SESSION-NOW-SECS        PIC 9(11) VALUE 0.
       77  SESSION-EXPIRED         PIC X VALUE "N".
       01  RANDOM-BYTES            PIC X(16) VALUE SPACES.
       77  RANDOM-FD               PIC S9(9) COMP-5 VALUE -1.
       77  RANDOM-LEN              PIC S9(9) COMP-5 VALUE 16.
       77  OPERATOR-LOCK-FD        PIC S9(9) COMP-5 VALUE -1.
       77  SESSION-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.

      *> Claim disputes: /dispute files one against the live claim
      *> on a bounty, /dispute/resolve settles it. FIND-LIVE-CLAIM
      *> leaves the newest claims.dat line for the id in LIVE-*.
       01  DISPUTE-REASON-IN       PIC X(256) VALUE SPACES.
       01  DISPUTE-REF             PIC X(16) VALUE SPACES.
       01  DISPUTE-OUTCOME         PIC X(16) VALUE SPACES.
       01  NEW-DISPUTE-ID          PIC X(16) VALUE SPACES.
       77  NEXT-DISPUTE-NUM        PIC 9(6) VALUE 0.
       77  DISPUTE-SEQ-NUM         PIC 9(6) VALUE 0.
       01  DISPUTE-STATUS-LOG      PIC X(8) VALUE SPACES.
       77  DISPUTE-DUPLICATE       PIC X VALUE "N".
       77  DISPUTE-WRITTEN         PIC X VALUE "N".
       77  LIVE-CLAIM-FOUND        PIC X VALUE "N".
       01  LIVE-CLAIM-TS           PIC X(14) VALUE SPACES.
       01  LIVE-CLAIM-NAME         PIC X(256) VALUE SPACES.
       01  LIVE-CLAIM-BOUNTY       PIC X(64) VALUE SPACES.
       01  LIVE-CLAIM-HUNTER       PIC X(16) VALUE SPACES.
       77  CLAIM-SETTLED           PIC X VALUE "N".
       01  CL-HEAD                 PIC X(64) VALUE SPACES.
       01  CL-REST                 PIC X(512) VALUE SPACES.
       01  CL-ID                   PIC X(64) VALUE SPACES.
       01  CL-NAME                 PIC X(256) VALUE SPACES.
       01  CL-BOUNTY               PIC X(64) VALUE SPACES.
       01  CL-CLAIMANT             PIC X(256) VALUE SPACES.
       01  CL-HUNTER               PIC X(16) VALUE SPACES.
       01  CL-ACTION               PIC X(16) VALUE SPACES.
       77  DISPUTE-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.

      *> Watchlists: /watch registers criteria for a hunter on the
      *> roster, /watch/cancel drops one by its number.
       01  WATCH-REF               PIC X(8) VALUE SPACES.
       77  WATCH-MAX               PIC 9(3) VALUE 10.
       77  WATCH-HELD-COUNT        PIC 9(3) VALUE 0.
       77  NEW-WATCH-SEQ           PIC 9(3) VALUE 0.
       77  WATCH-EOF               PIC X VALUE "N".
       77  WATCH-DONE              PIC X VALUE "N".
       77  WATCH-WRITTEN           PIC X VALUE "N".
       01  WATCH-MIN-NUM           PIC 9(9)V99 VALUE 0.
       77  WATCH-LOCK-FD           PIC S9(9) COMP-5 VALUE -1.

       01  HX                      PIC X(2) VALUE SPACES.
       01  H1                      PIC X VALUE SPACE.
       01  H2                      PIC X VALUE SPACE.
                     PERFORM ROUTE-EXPORT
                  WHEN PATH = "/admin"
                     DISPLAY "HANDLE-CLIENT: Path is /admin, calling ROUTE-ADMIN"
                     MOVE RANK-ADMIN TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM ROUTE-ADMIN
                     END-IF
                  WHEN PATH = "/signon"
                     DISPLAY "HANDLE-CLIENT: Path is /signon, calling ROUTE-SIGNON"
                     PERFORM ROUTE-SIGNON
                  WHEN PATH = "/health"
                     DISPLAY "HANDLE-CLIENT: Path is /health, calling ROUTE-HEALTH"
                     PERFORM ROUTE-HEALTH
                                DISPLAY "HANDLE-CLIENT: Duplicate name, calling RESP-CONFLICT"
                                PERFORM RESP-CONFLICT
                             ELSE
                                PERFORM COMMIT-ADD-BUDGET
                                IF BUDGET-OVER = "Y"
                                   DISPLAY "HANDLE-CLIENT: Office over budget, calling RESP-400"
                                   PERFORM BUILD-OVER-BUDGET-MSG
                                   PERFORM RESP-400
                                ELSE
                                   PERFORM LOG-WANTED-SUBMISSION
                                   PERFORM API-ADD
                                   PERFORM RESP-REDIRECT
                                END-IF
                             END-IF
                          ELSE
                             DISPLAY "HANDLE-CLIENT: Bounty invalid, calling RESP-400"
                     END-EVALUATE
                  WHEN PATH = "/edit"
                     DISPLAY "HANDLE-CLIENT: Path is /edit"
                     MOVE RANK-SUPERVISOR TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        PERFORM VALIDATE-BOUNTY
                        PERFORM VALIDATE-BOUNTY-ID
                        IF BOUNTY-VALID = "Y" AND BOUNTY-ID-VALID = "Y"
                           PERFORM FETCH-MASTER-BEFORE
                           PERFORM RESERVE-EDIT-BUDGET
                           IF BUDGET-OVER = "Y"
                              DISPLAY "HANDLE-CLIENT: Office over budget, calling RESP-400"
                              PERFORM BUILD-OVER-BUDGET-MSG
                              PERFORM RESP-400
                           ELSE
                              PERFORM API-EDIT
                              IF RET = 0
                                 PERFORM RELEASE-EDIT-BUDGET
                                 MOVE "EDIT" TO HIST-ACTION
                                 PERFORM LOG-HISTORY-EVENT
                                 PERFORM RESP-REDIRECT
                              ELSE
                                 PERFORM UNDO-EDIT-BUDGET
                                 DISPLAY "HANDLE-CLIENT: API-EDIT failed, calling RESP-502"
                                 PERFORM RESP-502
                              END-IF
                           END-IF
                        ELSE
                           DISPLAY "HANDLE-CLIENT: Bounty or id invalid, calling RESP-400"
                           MOVE "Invalid bounty amount or id"
                              TO BAD-REQUEST-MSG
                           PERFORM RESP-400
                        END-IF
                     END-IF
                  WHEN PATH = "/claim"
                     DISPLAY "HANDLE-CLIENT: Path is /claim"
                     MOVE RANK-CLERK TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        PERFORM VALIDATE-BOUNTY-ID
                        IF BOUNTY-ID-VALID = "Y"
                           AND FUNCTION TRIM(HUNTER-REF) NOT = SPACES
                           PERFORM HANDLE-CLAIM
                        ELSE
                           DISPLAY "HANDLE-CLIENT: Bad claim, calling RESP-400"
                           MOVE "A claim needs a valid bounty id and a registered hunter id"
                              TO BAD-REQUEST-MSG
                           PERFORM RESP-400
                        END-IF
                     END-IF
                  WHEN PATH = "/dispute"
                     DISPLAY "HANDLE-CLIENT: Path is /dispute"
                     MOVE RANK-CLERK TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        PERFORM VALIDATE-BOUNTY-ID
                        IF BOUNTY-ID-VALID = "Y"
                           AND FUNCTION TRIM(HUNTER-REF) NOT = SPACES
                           AND DISPUTE-REASON-IN NOT = SPACES
                           PERFORM HANDLE-DISPUTE
                        ELSE
                           DISPLAY "HANDLE-CLIENT: Bad dispute, calling RESP-400"
                           MOVE "A dispute needs a valid bounty id, a registered hunter id and a reason"
                              TO BAD-REQUEST-MSG
                           PERFORM RESP-400
                        END-IF
                     END-IF
                  WHEN PATH = "/dispute/resolve"
                     DISPLAY "HANDLE-CLIENT: Path is /dispute/resolve"
                     MOVE RANK-SUPERVISOR TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        IF DISPUTE-REF NOT = SPACES
                           AND (DISPUTE-OUTCOME = "uphold"
                                OR DISPUTE-OUTCOME = "reject")
                           PERFORM HANDLE-DISPUTE-RESOLVE
                        ELSE
                           DISPLAY "HANDLE-CLIENT: Bad resolution, calling RESP-400"
                           MOVE "A resolution needs a dispute id and outcome=uphold or outcome=reject"
                              TO BAD-REQUEST-MSG
                           PERFORM RESP-400
                        END-IF
                     END-IF
                  WHEN PATH = "/register"
                     DISPLAY "HANDLE-CLIENT: Path is /register"
                           TO BAD-REQUEST-MSG
                        PERFORM RESP-400
                     END-IF
                  WHEN PATH = "/watch"
                     *> Self-service, like /register: the hunter id
                     *> is what ties the watch to a roster entry.
                     DISPLAY "HANDLE-CLIENT: Path is /watch"
                     PERFORM PARSE-FORM
                     IF FUNCTION TRIM(HUNTER-REF) NOT = SPACES
                        PERFORM HANDLE-WATCH
                     ELSE
                        DISPLAY "HANDLE-CLIENT: Bad watch, calling RESP-400"
                        MOVE "A watch needs a registered hunter id"
                           TO BAD-REQUEST-MSG
                        PERFORM RESP-400
                     END-IF
                  WHEN PATH = "/watch/cancel"
                     DISPLAY "HANDLE-CLIENT: Path is /watch/cancel"
                     PERFORM PARSE-FORM
                     IF FUNCTION TRIM(HUNTER-REF) NOT = SPACES
                        AND FUNCTION TRIM(WATCH-REF) IS NUMERIC
                        PERFORM HANDLE-WATCH-CANCEL
                     ELSE
                        DISPLAY "HANDLE-CLIENT: Bad cancel, calling RESP-400"
                        MOVE "Cancelling a watch needs the hunter id and the watch number"
                           TO BAD-REQUEST-MSG
                        PERFORM RESP-400
                     END-IF
                  WHEN PATH = "/signon"
                     DISPLAY "HANDLE-CLIENT: Path is /signon"
                     PERFORM PARSE-FORM
                     PERFORM HANDLE-SIGNON
                  WHEN PATH = "/signoff"
                     DISPLAY "HANDLE-CLIENT: Path is /signoff"
                     PERFORM HANDLE-SIGNOFF
                  WHEN PATH = "/admin/maint"
                     DISPLAY "HANDLE-CLIENT: Path is /admin/maint"
                     MOVE RANK-ADMIN TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        PERFORM SET-MAINT-MODE
                        PERFORM RESP-REDIRECT-ADMIN
                     END-IF
                  WHEN PATH = "/delete"
                     DISPLAY "HANDLE-CLIENT: Path is /delete"
                     MOVE RANK-SUPERVISOR TO ROLE-NEEDED
                     PERFORM AUTHORIZE-OPERATOR
                     IF ROLE-ALLOWED = "Y"
                        PERFORM PARSE-FORM
                        PERFORM VALIDATE-BOUNTY-ID
                        IF BOUNTY-ID-VALID = "Y"
                           PERFORM FETCH-MASTER-BEFORE
                           PERFORM LOCK-CLAIMS-FILE
                           PERFORM API-DELETE
                           IF RET = 0
                              PERFORM RELEASE-DELETE-BUDGET
                              PERFORM UNLOCK-CLAIMS-FILE
                              MOVE "DELETE" TO HIST-ACTION
                              PERFORM LOG-HISTORY-EVENT
                              PERFORM RESP-REDIRECT
                           ELSE
                              PERFORM UNLOCK-CLAIMS-FILE
                              DISPLAY "HANDLE-CLIENT: API-DELETE failed, calling RESP-502"
                              PERFORM RESP-502
                           END-IF
                        ELSE
                           DISPLAY "HANDLE-CLIENT: Id invalid, calling RESP-400"
                           MOVE "Invalid bounty id" TO BAD-REQUEST-MSG
                           PERFORM RESP-400
                        END-IF
                     END-IF
                  WHEN OTHER
                     DISPLAY "HANDLE-CLIENT: Path not recognized, calling RESP-404"
           END-STRING
           MOVE HEALTH-STATUS-LINE TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING "</td></tr><tr><td>Signed on as</td><td>"
              DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE SPACES TO FIELD
           STRING FUNCTION TRIM(SIGNED-ON-OPERATOR) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(SIGNED-ON-ROLE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO FIELD
           END-STRING
           PERFORM RENDER-TABLE-CELL
           STRING "</td></tr><tr><td>Maintenance mode</td><td>"
              DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
               DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
              END-STRING
           END-IF
           STRING
            "<form method=", X"22", "POST", X"22",
            " action=", X"22", "/signoff", X"22", ">",
            "<button>Sign off</button></form>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           STRING "</body></html>" DELIMITED BY SIZE
              INTO HTML WITH POINTER HTML-PTR
           END-STRING.
                   FUNCTION TRIM(MAINT-ACTION) "'"
           END-EVALUATE.

       ROUTE-SIGNON.
           MOVE "200" TO RESP-STATUS
           MOVE SPACES TO SIGNON-MSG
           PERFORM RESP-SIGNON-PAGE.

       FIND-SESSION-COOKIE.
           *> The session rides in a cookie the browser sends back
           *> on every request:  Cookie: ...; EXCOPSESSION=<hex>; ...
           *> Only the header block is searched, never the body.
           MOVE SPACES TO SESSION-TOKEN
           IF HEAD-END <= 13 OR HEAD-END > REQ-LEN
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO I
           PERFORM UNTIL I > HEAD-END - 13
              IF REQ(I:13) = "EXCOPSESSION="
                 COMPUTE J = I + 13
                 MOVE 0 TO K
                 PERFORM UNTIL K >= LENGTH OF SESSION-TOKEN
                        OR J >= HEAD-END
                        OR REQ(J:1) = ";" OR REQ(J:1) = " "
                        OR REQ(J:1) = X"0D"
                    ADD 1 TO K
                    MOVE REQ(J:1) TO SESSION-TOKEN(K:1)
                    ADD 1 TO J
                 END-PERFORM
                 EXIT PERFORM
              END-IF
              ADD 1 TO I
           END-PERFORM.

       CHECK-OPERATOR-SESSION.
           *> Resolve the request's session cookie to a signed-on
           *> operator and that operator's current role. Anything
           *> missing, expired, removed or locked out leaves
           *> SIGNED-ON-OPERATOR blank.
           MOVE SPACES TO SIGNED-ON-OPERATOR SIGNED-ON-ROLE
           MOVE 0 TO SIGNED-ON-RANK
           PERFORM FIND-SESSION-COOKIE
           IF SESSION-TOKEN = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPERATOR-REF
           MOVE "Y" TO SESSION-EXPIRED
           PERFORM LOCK-SESSION-FILE
           OPEN INPUT SESSION-FILE
           IF FILE-STATUS = "00"
              MOVE SESSION-TOKEN TO SESSION-ID
              READ SESSION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SESSION-OPERATOR TO OPERATOR-REF
                    PERFORM COMPUTE-SESSION-AGE
              END-READ
              CLOSE SESSION-FILE
           END-IF
           PERFORM UNLOCK-SESSION-FILE
           IF OPERATOR-REF = SPACES OR SESSION-EXPIRED = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-OPERATOR-FILE
           OPEN INPUT OPERATOR-MASTER
           IF FILE-STATUS = "00"
              MOVE OPERATOR-REF TO OPERATOR-ID
              READ OPERATOR-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPERATOR-STATUS NOT = "L"
                       MOVE OPERATOR-ID TO SIGNED-ON-OPERATOR
                       MOVE OPERATOR-ROLE TO SIGNED-ON-ROLE
                    END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           PERFORM UNLOCK-OPERATOR-FILE
           EVALUATE FUNCTION TRIM(SIGNED-ON-ROLE)
             WHEN "CLERK"
                MOVE RANK-CLERK TO SIGNED-ON-RANK
             WHEN "SUPERVISOR"
                MOVE RANK-SUPERVISOR TO SIGNED-ON-RANK
             WHEN "ADMIN"
                MOVE RANK-ADMIN TO SIGNED-ON-RANK
             WHEN OTHER
                MOVE 0 TO SIGNED-ON-RANK
           END-EVALUATE.

       COMPUTE-SESSION-AGE.
           *> Sessions last SESSION-MAX-SECS from sign-on, however
           *> busy the operator has been since.
           MOVE "Y" TO SESSION-EXPIRED
           IF SESSION-ISSUED NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE SESSION-ISSUED(1:8) TO DATE-YYYYMMDD
           COMPUTE SESSION-ISSUED-SECS =
              FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD) * 86400
              + FUNCTION NUMVAL(SESSION-ISSUED(9:2)) * 3600
              + FUNCTION NUMVAL(SESSION-ISSUED(11:2)) * 60
              + FUNCTION NUMVAL(SESSION-ISSUED(13:2))
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:8) TO DATE-YYYYMMDD
           COMPUTE SESSION-NOW-SECS =
              FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD) * 86400
              + FUNCTION NUMVAL(NOW-DATE-TIME(9:2)) * 3600
              + FUNCTION NUMVAL(NOW-DATE-TIME(11:2)) * 60
              + FUNCTION NUMVAL(NOW-DATE-TIME(13:2))
           IF SESSION-NOW-SECS >= SESSION-ISSUED-SECS
              AND SESSION-NOW-SECS - SESSION-ISSUED-SECS
                  <= SESSION-MAX-SECS
              MOVE "N" TO SESSION-EXPIRED
           END-IF.

       AUTHORIZE-OPERATOR.
           *> The caller sets ROLE-NEEDED. No session sends the
           *> browser to the sign-on page; a session whose role is
           *> too junior gets a 403 naming the operator.
           MOVE "N" TO ROLE-ALLOWED
           PERFORM CHECK-OPERATOR-SESSION
           IF SIGNED-ON-OPERATOR = SPACES
              DISPLAY "AUTHORIZE-OPERATOR: No valid session, "
                 "redirecting to sign-on"
              PERFORM RESP-REDIRECT-SIGNON
              EXIT PARAGRAPH
           END-IF
           IF SIGNED-ON-RANK < ROLE-NEEDED
              DISPLAY "AUTHORIZE-OPERATOR: Operator "
                 FUNCTION TRIM(SIGNED-ON-OPERATOR) " role "
                 FUNCTION TRIM(SIGNED-ON-ROLE) " refused"
              PERFORM RESP-FORBIDDEN-ROLE
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ROLE-ALLOWED.

       HANDLE-SIGNON.
           *> Check the credential against the operator file and
           *> keep count of failures: SIGNON-FAIL-LIMIT wrong tries
           *> in a row lock the operator out. Unknown ids and wrong
           *> credentials get the same answer, so the page does not
           *> reveal which operator ids exist.
           MOVE "N" TO SIGNON-OK
           MOVE "Unknown operator or wrong credential" TO SIGNON-MSG
           IF FUNCTION TRIM(OPERATOR-REF) = SPACES
              OR CREDENTIAL = SPACES
              MOVE "Enter your operator id and credential"
                 TO SIGNON-MSG
              MOVE "401" TO RESP-STATUS
              PERFORM RESP-SIGNON-PAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-OPERATOR-FILE
           OPEN I-O OPERATOR-MASTER
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-OPERATOR-FILE
              DISPLAY "HANDLE-SIGNON: Unable to open operator file, "
                 "status = " FILE-STATUS
              MOVE "Operator file unavailable, try again shortly"
                 TO SIGNON-MSG
              MOVE "401" TO RESP-STATUS
              PERFORM RESP-SIGNON-PAGE
              EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-REF TO OPERATOR-ID
           READ OPERATOR-MASTER
              INVALID KEY
                 DISPLAY "HANDLE-SIGNON: Unknown operator '"
                    FUNCTION TRIM(OPERATOR-REF) "'"
              NOT INVALID KEY
                 PERFORM CHECK-SIGNON-CREDENTIAL
           END-READ
           CLOSE OPERATOR-MASTER
           PERFORM UNLOCK-OPERATOR-FILE
           IF SIGNON-OK = "N"
              MOVE "401" TO RESP-STATUS
              PERFORM RESP-SIGNON-PAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-SESSION
           IF SESSION-TOKEN = SPACES
              MOVE "Unable to start a session, try again shortly"
                 TO SIGNON-MSG
              MOVE "401" TO RESP-STATUS
              PERFORM RESP-SIGNON-PAGE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "HANDLE-SIGNON: Operator "
              FUNCTION TRIM(OPERATOR-REF) " signed on"
           PERFORM RESP-SIGNED-ON.

       CHECK-SIGNON-CREDENTIAL.
           *> The caller holds the operator lock with the record
           *> read for update.
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           IF OPERATOR-STATUS = "L"
              DISPLAY "HANDLE-SIGNON: Operator '"
                 FUNCTION TRIM(OPERATOR-ID) "' is locked out"
              MOVE "This operator is locked out - ask an administrator to unlock it"
                 TO SIGNON-MSG
              EXIT PARAGRAPH
           END-IF
           IF CREDENTIAL = OPERATOR-CREDENTIAL
              AND OPERATOR-CREDENTIAL NOT = SPACES
              MOVE "Y" TO SIGNON-OK
              MOVE 0 TO OPERATOR-FAILURES
              MOVE NOW-DATE-TIME(1:14) TO OPERATOR-LAST-SIGNON
           ELSE
              IF OPERATOR-FAILURES < 99
                 ADD 1 TO OPERATOR-FAILURES
              END-IF
              DISPLAY "HANDLE-SIGNON: Failed sign-on "
                 OPERATOR-FAILURES " for '"
                 FUNCTION TRIM(OPERATOR-ID) "'"
              IF OPERATOR-FAILURES >= SIGNON-FAIL-LIMIT
                 MOVE "L" TO OPERATOR-STATUS
                 MOVE "Too many failed sign-ons - this operator is now locked out"
                    TO SIGNON-MSG
              END-IF
           END-IF
           REWRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY "HANDLE-SIGNON: Rewrite failed, status = "
                    FILE-STATUS
           END-REWRITE.

       ISSUE-SESSION.
           *> A session id is 16 bytes from the kernel's random
           *> source written out as 32 hex digits; no guessable
           *> counter or clock goes into it.
           MOVE SPACES TO SESSION-TOKEN
           MOVE SPACES TO RANDOM-BYTES
           CALL "open" USING
                BY CONTENT Z"/dev/urandom"
                BY VALUE 0
                BY VALUE 0
                RETURNING RANDOM-FD
           END-CALL
           IF RANDOM-FD < 0
              DISPLAY "ISSUE-SESSION: Unable to open random source"
              EXIT PARAGRAPH
           END-IF
           CALL "read" USING
                BY VALUE RANDOM-FD
                BY REFERENCE RANDOM-BYTES
                BY VALUE RANDOM-LEN
                RETURNING RET
           END-CALL
           CALL "close" USING BY VALUE RANDOM-FD
           END-CALL
           MOVE -1 TO RANDOM-FD
           IF RET NOT = RANDOM-LEN
              DISPLAY "ISSUE-SESSION: Short read from random source"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO K
           PERFORM UNTIL K > RANDOM-LEN
              COMPUTE TMP32 = FUNCTION ORD(RANDOM-BYTES(K:1)) - 1
              DIVIDE TMP32 BY 16 GIVING N1 REMAINDER N2
              MOVE HEX-DIGITS(N1 + 1:1) TO SESSION-TOKEN(K * 2 - 1:1)
              MOVE HEX-DIGITS(N2 + 1:1) TO SESSION-TOKEN(K * 2:1)
              ADD 1 TO K
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           PERFORM LOCK-SESSION-FILE
           OPEN I-O SESSION-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT SESSION-FILE
              CLOSE SESSION-FILE
              OPEN I-O SESSION-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-SESSION-FILE
              DISPLAY "ISSUE-SESSION: Unable to open sessions, "
                 "status = " FILE-STATUS
              MOVE SPACES TO SESSION-TOKEN
              EXIT PARAGRAPH
           END-IF
           PERFORM PURGE-EXPIRED-SESSIONS
           MOVE SPACES TO SESSION-REC
           MOVE SESSION-TOKEN TO SESSION-ID
           MOVE OPERATOR-REF TO SESSION-OPERATOR
           MOVE NOW-DATE-TIME(1:14) TO SESSION-ISSUED
           WRITE SESSION-REC
              INVALID KEY
                 DISPLAY "ISSUE-SESSION: Write failed, status = "
                    FILE-STATUS
                 MOVE SPACES TO SESSION-TOKEN
           END-WRITE
           CLOSE SESSION-FILE
           PERFORM UNLOCK-SESSION-FILE.

       PURGE-EXPIRED-SESSIONS.
           *> Every sign-on sweeps out sessions past their lifetime,
           *> so the file stays the size of the current shift. The
           *> caller has the sessions open I-O under the lock.
           MOVE LOW-VALUES TO SESSION-ID
           START SESSION-FILE KEY NOT LESS THAN SESSION-ID
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ SESSION-FILE NEXT
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM COMPUTE-SESSION-AGE
                    IF SESSION-EXPIRED = "Y"
                       DELETE SESSION-FILE
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME.

       HANDLE-SIGNOFF.
           PERFORM FIND-SESSION-COOKIE
           IF SESSION-TOKEN NOT = SPACES
              PERFORM LOCK-SESSION-FILE
              OPEN I-O SESSION-FILE
              IF FILE-STATUS = "00"
                 MOVE SESSION-TOKEN TO SESSION-ID
                 DELETE SESSION-FILE
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 CLOSE SESSION-FILE
              END-IF
              PERFORM UNLOCK-SESSION-FILE
           END-IF
           PERFORM RESP-SIGNED-OFF.

       READ-STATS-CHECKPOINT.
           *> Pick up the lifetime figures the previous run left
           *> behind so /health never drops to zero over a restart.
       PARSE-FORM.
           MOVE SPACES TO NAME BOUNTY BOUNTY-ID MAINT-ACTION
           MOVE SPACES TO OVERRIDE-FLAG CATEGORY DANGER OFFICE
           MOVE SPACES TO CONTACT HUNTER-REF OPERATOR-REF CREDENTIAL
           MOVE SPACES TO DISPUTE-REASON-IN DISPUTE-REF DISPUTE-OUTCOME
           MOVE SPACES TO WATCH-REF SHARE-IN TEAM-IN
           MOVE BODY TO FIELD
           *> The UNSTRING pointer already steps over each "&" as it
           *> goes, so one pass per field walks the whole body.
              IF LINE-BUF(1:7) = "hunter="
                 MOVE LINE-BUF(8:) TO HUNTER-REF
              END-IF
              IF LINE-BUF(1:9) = "operator="
                 MOVE LINE-BUF(10:) TO OPERATOR-REF
              END-IF
              IF LINE-BUF(1:11) = "credential="
                 MOVE LINE-BUF(12:) TO CREDENTIAL
              END-IF
              IF LINE-BUF(1:7) = "reason="
                 MOVE LINE-BUF(8:) TO DISPUTE-REASON-IN
              END-IF
              IF LINE-BUF(1:8) = "dispute="
                 MOVE LINE-BUF(9:) TO DISPUTE-REF
              END-IF
              IF LINE-BUF(1:8) = "outcome="
                 MOVE LINE-BUF(9:) TO DISPUTE-OUTCOME
              END-IF
              IF LINE-BUF(1:6) = "watch="
                 MOVE LINE-BUF(7:) TO WATCH-REF
              END-IF
              IF LINE-BUF(1:6) = "share="
                 MOVE LINE-BUF(7:) TO SHARE-IN
              END-IF
              IF LINE-BUF(1:5) = "team="
                 MOVE LINE-BUF(6:) TO TEAM-IN
              END-IF
           END-PERFORM
           MOVE NAME TO FIELD
           PERFORM URL-DECODE
           MOVE HUNTER-REF TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FIELD(1:16) TO HUNTER-REF
           MOVE OPERATOR-REF TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FIELD(1:16) TO OPERATOR-REF
           MOVE DISPUTE-REASON-IN TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           PERFORM STRIP-CONTROL-CHARS
           MOVE FIELD(1:256) TO DISPUTE-REASON-IN
           MOVE DISPUTE-REF TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FUNCTION UPPER-CASE(FIELD(1:16)) TO DISPUTE-REF
           MOVE DISPUTE-OUTCOME TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FUNCTION LOWER-CASE(FIELD(1:16)) TO DISPUTE-OUTCOME
           MOVE WATCH-REF TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FIELD(1:8) TO WATCH-REF
           MOVE SHARE-IN TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FIELD(1:16) TO SHARE-IN
           MOVE TEAM-IN TO FIELD
           PERFORM URL-DECODE
           PERFORM SANITIZE-FOR-SHELL
           MOVE FUNCTION UPPER-CASE(FIELD(1:256)) TO TEAM-IN
           *> The credential is only ever compared, never passed to
           *> the shell, so it is decoded but not sanitized - a
           *> stripped character would make it unmatchable.
           MOVE CREDENTIAL TO FIELD
           PERFORM URL-DECODE
           MOVE FIELD(1:80) TO CREDENTIAL.

       PARSE-QUERY-PARAMS.
           *> Same field-splitting walk as PARSE-FORM, but over the
           *> FROM; the master can lag the API briefly, but it is the
           *> only before-image this side of the wire has.
           MOVE "N" TO HIST-BEFORE-KNOWN
           MOVE SPACES TO OLD-NAME OLD-BOUNTY OLD-OFFICE
           PERFORM LOCK-MASTER-FILE
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS = "00"
                 NOT INVALID KEY
                    MOVE MASTER-NAME TO OLD-NAME
                    MOVE MASTER-BOUNTY TO OLD-BOUNTY
                    MOVE MASTER-OFFICE TO OLD-OFFICE
                    MOVE "Y" TO HIST-BEFORE-KNOWN
              END-READ
              CLOSE BOUNTY-MASTER
           PERFORM UNLOCK-MASTER-FILE.

       LOG-HISTORY-EVENT.
           *> One appended line per change (edits, deletes, claims,
           *> disputes and their resolutions), shaped like the other
           *> logs: timestamp, client address, action=, id=, the
           *> signed-on operator, then the before (and for edits the
           *> after) values on marker fields so names with spaces
           *> survive parsing.
           PERFORM FORMAT-CLIENT-ADDR
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           IF HIST-BEFORE-KNOWN = "N"
                          DELIMITED BY SIZE
                       " action=EDIT id=" DELIMITED BY SIZE
                       FUNCTION TRIM(BOUNTY-ID) DELIMITED BY SIZE
                       " operator=" DELIMITED BY SIZE
                       FUNCTION TRIM(SIGNED-ON-OPERATOR)
                          DELIMITED BY SIZE
                       " old_name=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-NAME) DELIMITED BY SIZE
                       " old_bounty=" DELIMITED BY SIZE
                          DELIMITED BY SIZE
                       " action=DELETE id=" DELIMITED BY SIZE
                       FUNCTION TRIM(BOUNTY-ID) DELIMITED BY SIZE
                       " operator=" DELIMITED BY SIZE
                       FUNCTION TRIM(SIGNED-ON-OPERATOR)
                          DELIMITED BY SIZE
                       " old_name=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-NAME) DELIMITED BY SIZE
                       " old_bounty=" DELIMITED BY SIZE
                          DELIMITED BY SIZE
                       " action=CLAIM id=" DELIMITED BY SIZE
                       FUNCTION TRIM(BOUNTY-ID) DELIMITED BY SIZE
                       " operator=" DELIMITED BY SIZE
                       FUNCTION TRIM(SIGNED-ON-OPERATOR)
                          DELIMITED BY SIZE
                       " old_name=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-NAME) DELIMITED BY SIZE
                       " old_bounty=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-BOUNTY) DELIMITED BY SIZE
                       " claimant=" DELIMITED BY SIZE
                       FUNCTION TRIM(NAME) DELIMITED BY SIZE
                  INTO HISTORY-REC
                END-STRING
             *> A dispute line names the dispute and the hunter
             *> contesting the claim; a resolution line names the
             *> outcome and the hunter who holds the claim after it.
             WHEN "DISPUTE"
             WHEN "RESOLVE"
                STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(CLIENT-ADDR-STR)
                          DELIMITED BY SIZE
                       " action=" DELIMITED BY SIZE
                       FUNCTION TRIM(HIST-ACTION) DELIMITED BY SIZE
                       " id=" DELIMITED BY SIZE
                       FUNCTION TRIM(BOUNTY-ID) DELIMITED BY SIZE
                       " operator=" DELIMITED BY SIZE
                       FUNCTION TRIM(SIGNED-ON-OPERATOR)
                          DELIMITED BY SIZE
                       " old_name=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-NAME) DELIMITED BY SIZE
                       " old_bounty=" DELIMITED BY SIZE
                       FUNCTION TRIM(OLD-BOUNTY) DELIMITED BY SIZE
                       " dispute=" DELIMITED BY SIZE
                       FUNCTION TRIM(NEW-DISPUTE-ID) DELIMITED BY SIZE
                       " outcome=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPUTE-STATUS-LOG)
                          DELIMITED BY SIZE
                       " claimant=" DELIMITED BY SIZE
                       FUNCTION TRIM(NAME) DELIMITED BY SIZE
                       " hunter=" DELIMITED BY SIZE
                       FUNCTION TRIM(HUNTER-REF) DELIMITED BY SIZE
                  INTO HISTORY-REC
                END-STRING
           END-EVALUATE
           *> The roster's name is the claimant of record - what the
           *> hunter typed on the form no longer matters.
           MOVE CLAIMANT-NAME TO NAME
           PERFORM VALIDATE-CLAIM-TEAM
           IF TEAM-VALID = "N"
              DISPLAY "HANDLE-CLAIM: Team refused - "
                 FUNCTION TRIM(BAD-REQUEST-MSG)
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-LIST-TABLE
           MOVE 0 TO CLAIM-TARGET-IX
           MOVE 1 TO B-IX
              DISPLAY "HANDLE-CLAIM: Already claimed"
              PERFORM RESP-ALREADY-CLAIMED
           ELSE
              *> A team claim's member lines must go in with the claim
              *> line or not at all, so the team file is opened before
              *> anything is written.
              IF TEAM-COUNT > 0
                 PERFORM OPEN-CLAIM-TEAM-FILE
                 IF TEAM-FILE-OPEN = "N"
                    PERFORM UNLOCK-CLAIMS-FILE
                    MOVE "Claims file unavailable, try again shortly"
                       TO BAD-REQUEST-MSG
                    PERFORM RESP-400
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              PERFORM RECORD-CLAIM
              IF TEAM-COUNT > 0
                 PERFORM RECORD-CLAIM-TEAM
              END-IF
              PERFORM UNLOCK-CLAIMS-FILE
              MOVE "CLAIM" TO HIST-ACTION
              MOVE B-NAME(CLAIM-TARGET-IX) TO OLD-NAME
           *> Append-only payout ledger: timestamp, the bounty as it
           *> stood on the board, and who brought the fugitive in.
           *> The caller holds the claims lock.
           MOVE "N" TO CLAIM-WRITTEN
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO CLAIMS-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
              IF FILE-STATUS NOT = "00"
                 DISPLAY "RECORD-CLAIM: Write failed, status = "
                    FILE-STATUS
              ELSE
                 MOVE "Y" TO CLAIM-WRITTEN
              END-IF
              CLOSE CLAIMS-FILE
           ELSE
           END-IF
           DISPLAY "RECORD-CLAIM: Completed".

       VALIDATE-CLAIM-TEAM.
           *> No team= and no share= is the usual one-hunter claim.
           *> Otherwise every co-hunter must be on the roster, named
           *> once and not the lead, each share must be a positive
           *> percentage, and lead plus co-hunters must total 100.
           *> CHECK-HUNTER-REGISTERED works on HUNTER-REF and
           *> CLAIMANT-NAME, so the lead's are put back afterwards.
           MOVE "Y" TO TEAM-VALID
           MOVE 0 TO TEAM-COUNT
           MOVE 100 TO LEAD-SHARE
           MOVE SPACES TO TEAM-TABLE
           IF TEAM-IN = SPACES AND SHARE-IN = SPACES
              EXIT PARAGRAPH
           END-IF
           IF SHARE-IN = SPACES
              OR FUNCTION TEST-NUMVAL(SHARE-IN) NOT = 0
              MOVE "N" TO TEAM-VALID
              MOVE "A team claim needs the lead hunter's share as a percentage"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(SHARE-IN) <= 0
              OR FUNCTION NUMVAL(SHARE-IN) > 100
              MOVE "N" TO TEAM-VALID
              MOVE "Each share must be more than 0 and no more than 100 percent"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           COMPUTE LEAD-SHARE = FUNCTION NUMVAL(SHARE-IN)
           MOVE LEAD-SHARE TO SHARE-TOTAL
           MOVE HUNTER-REF TO LEAD-REF
           MOVE CLAIMANT-NAME TO LEAD-NAME
           MOVE 1 TO TEAM-PTR
           PERFORM UNTIL TEAM-PTR > LENGTH OF TEAM-IN
                  OR TEAM-VALID = "N"
              MOVE SPACES TO TEAM-TOKEN
              UNSTRING TEAM-IN DELIMITED BY ","
                INTO TEAM-TOKEN
                WITH POINTER TEAM-PTR
              END-UNSTRING
              IF TEAM-TOKEN NOT = SPACES
                 PERFORM ADD-TEAM-MEMBER
              END-IF
           END-PERFORM
           MOVE LEAD-REF TO HUNTER-REF
           MOVE LEAD-NAME TO CLAIMANT-NAME
           IF TEAM-VALID = "N"
              EXIT PARAGRAPH
           END-IF
           IF SHARE-TOTAL NOT = 100
              MOVE "N" TO TEAM-VALID
              MOVE SHARE-TOTAL TO EDIT-SHARE
              MOVE SPACES TO BAD-REQUEST-MSG
              STRING "Team shares must total 100 percent, these total "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SHARE) DELIMITED BY SIZE
                INTO BAD-REQUEST-MSG
              END-STRING
           END-IF.

       ADD-TEAM-MEMBER.
           MOVE SPACES TO TEAM-MEMBER TEAM-PCT
           UNSTRING TEAM-TOKEN DELIMITED BY ":"
             INTO TEAM-MEMBER TEAM-PCT
           END-UNSTRING
           MOVE FUNCTION TRIM(TEAM-MEMBER) TO TEAM-MEMBER
           IF TEAM-MEMBER = SPACES OR TEAM-PCT = SPACES
              OR FUNCTION TEST-NUMVAL(TEAM-PCT) NOT = 0
              MOVE "N" TO TEAM-VALID
              MOVE "Each co-hunter is written id:percent, separated by commas"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(TEAM-PCT) <= 0
              OR FUNCTION NUMVAL(TEAM-PCT) > 100
              MOVE "N" TO TEAM-VALID
              MOVE "Each share must be more than 0 and no more than 100 percent"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           IF TEAM-COUNT >= TEAM-MAX
              MOVE "N" TO TEAM-VALID
              MOVE "A team claim takes at most five co-hunters"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           IF TEAM-MEMBER(1:16) = LEAD-REF
              MOVE "N" TO TEAM-VALID
              MOVE "The lead hunter cannot also be a co-hunter"
                 TO BAD-REQUEST-MSG
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO TM-IX
           PERFORM UNTIL TM-IX > TEAM-COUNT
              IF TM-HUNTER(TM-IX) = TEAM-MEMBER(1:16)
                 MOVE "N" TO TEAM-VALID
                 MOVE "A co-hunter is named twice" TO BAD-REQUEST-MSG
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TM-IX
           END-PERFORM
           MOVE TEAM-MEMBER(1:16) TO HUNTER-REF
           PERFORM CHECK-HUNTER-REGISTERED
           IF HUNTER-KNOWN = "N"
              MOVE "N" TO TEAM-VALID
              MOVE SPACES TO BAD-REQUEST-MSG
              STRING "Co-hunter " DELIMITED BY SIZE
                     FUNCTION TRIM(TEAM-MEMBER) DELIMITED BY SIZE
                     " is not a registered hunter" DELIMITED BY SIZE
                INTO BAD-REQUEST-MSG
              END-STRING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TEAM-COUNT
           MOVE TEAM-MEMBER(1:16) TO TM-HUNTER(TEAM-COUNT)
           COMPUTE TM-SHARE(TEAM-COUNT) = FUNCTION NUMVAL(TEAM-PCT)
           MOVE CLAIMANT-NAME TO TM-NAME(TEAM-COUNT)
           ADD TM-SHARE(TEAM-COUNT) TO SHARE-TOTAL.

       OPEN-CLAIM-TEAM-FILE.
           *> The caller holds the claims lock, which covers the team
           *> file too.
           MOVE "N" TO TEAM-FILE-OPEN
           OPEN EXTEND TEAM-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT TEAM-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN-CLAIM-TEAM-FILE: Unable to open team file, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TEAM-FILE-OPEN.

       RECORD-CLAIM-TEAM.
           *> The team lines carry the claim line's stamp, which is
           *> what ties them to it. The caller holds the claims lock
           *> and has opened the team file; without a claim line the
           *> members have nothing to belong to.
           IF CLAIM-WRITTEN = "N"
              CLOSE TEAM-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE LEAD-SHARE TO EDIT-SHARE
           MOVE SPACES TO TEAM-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(B-ID(CLAIM-TARGET-IX))
                     DELIMITED BY SIZE
                  " hunter=" DELIMITED BY SIZE
                  FUNCTION TRIM(HUNTER-REF) DELIMITED BY SIZE
                  " role=LEAD share=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-SHARE) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(NAME) DELIMITED BY SIZE
             INTO TEAM-REC
           END-STRING
           WRITE TEAM-REC
           MOVE 1 TO TM-IX
           PERFORM UNTIL TM-IX > TEAM-COUNT
              MOVE TM-SHARE(TM-IX) TO EDIT-SHARE
              MOVE SPACES TO TEAM-REC
              STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                     " id=" DELIMITED BY SIZE
                     FUNCTION TRIM(B-ID(CLAIM-TARGET-IX))
                        DELIMITED BY SIZE
                     " hunter=" DELIMITED BY SIZE
                     FUNCTION TRIM(TM-HUNTER(TM-IX)) DELIMITED BY SIZE
                     " role=CO share=" DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SHARE) DELIMITED BY SIZE
                     " name=" DELIMITED BY SIZE
                     FUNCTION TRIM(TM-NAME(TM-IX)) DELIMITED BY SIZE
                INTO TEAM-REC
              END-STRING
              WRITE TEAM-REC
              ADD 1 TO TM-IX
           END-PERFORM
           CLOSE TEAM-FILE
           DISPLAY "RECORD-CLAIM-TEAM: " TEAM-COUNT " co-hunters".

       LOAD-CLAIMS.
           *> Collect the claimed bounty ids so rendering can mark
           *> each row ACTIVE or CLAIMED. The caller holds the claims
           *> lock (flock on a second fd in the same process would
           *> block, so the lock cannot be taken here too).
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
                    MOVE SPACES TO LINE-BUF FIELD
                    UNSTRING CLAIMS-REC
                      DELIMITED BY ALL SPACES
                      INTO LINE-BUF FIELD
                    END-UNSTRING
                    IF FIELD(1:3) = "id="
                       ADD 1 TO CLAIM-COUNT
                       MOVE FIELD(4:64) TO C-ID(CLAIM-COUNT)
                       MOVE LINE-BUF(1:14) TO C-TS(CLAIM-COUNT)
                       MOVE "N" TO C-CLOSED(CLAIM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF CLAIM-COUNT >= 20000
              DISPLAY "LOAD-CLAIMS: WARNING - claim table full at "
                 CLAIM-COUNT "; newer claims will read as ACTIVE "
                 "and repeat claims will not be refused. Archive "
                 "/app/claims.dat and raise the table size."
           END-IF
           CLOSE CLAIMS-FILE.

       CHECK-ID-CLAIMED.
           MOVE "N" TO ID-CLAIMED
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
                  OR ID-CLAIMED = "Y"
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(CHECK-ID)
                 MOVE "Y" TO ID-CLAIMED
              ADD 1 TO C-IX
           END-PERFORM.

       CHECK-ID-LIVE-CLAIM.
           *> CHECK-ID-CLAIMED, less the claims that have closed
           *> without pay: a DENIED ledger line closes the newest claim
           *> for the id stamped no later than it, and an UPHELD
           *> dispute closes the claim it names. A PAID claim stays
           *> live - settlement has already taken its money. The
           *> caller holds the claims lock and has run LOAD-CLAIMS;
           *> the ledger and disputes locks are taken here, in that
           *> order.
           MOVE "N" TO CLAIM-LIVE
           PERFORM CHECK-ID-CLAIMED
           IF ID-CLAIMED = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS = "00"
              PERFORM UNTIL FILE-STATUS NOT = "00"
                 READ LEDGER-FILE
                    AT END
                       EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO CL-HEAD CL-REST CL-ID CL-ACTION
                       UNSTRING LEDGER-REC DELIMITED BY " id="
                          INTO CL-HEAD CL-REST
                       END-UNSTRING
                       UNSTRING CL-REST DELIMITED BY " action="
                          INTO CL-ID CL-REST
                       END-UNSTRING
                       UNSTRING CL-REST DELIMITED BY ALL SPACES
                          INTO CL-ACTION
                       END-UNSTRING
                       IF CL-ACTION = "DENIED"
                          AND FUNCTION TRIM(CL-ID)
                              = FUNCTION TRIM(CHECK-ID)
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
                          AND FUNCTION TRIM(DISPUTE-BOUNTY-ID)
                              = FUNCTION TRIM(CHECK-ID)
                          PERFORM CLOSE-VOIDED-CLAIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF
           PERFORM UNLOCK-DISPUTE-FILE
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
                  OR CLAIM-LIVE = "Y"
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(CHECK-ID)
                 AND C-CLOSED(C-IX) = "N"
                 MOVE "Y" TO CLAIM-LIVE
              END-IF
              ADD 1 TO C-IX
           END-PERFORM.

       CLOSE-DENIED-CLAIM.
           MOVE 0 TO CLOSED-C-IX
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(CHECK-ID)
                 AND C-TS(C-IX) <= CL-HEAD(1:14)
                 MOVE C-IX TO CLOSED-C-IX
              END-IF
              ADD 1 TO C-IX
           END-PERFORM
           IF CLOSED-C-IX > 0
              MOVE "Y" TO C-CLOSED(CLOSED-C-IX)
           END-IF.

       CLOSE-VOIDED-CLAIM.
           MOVE 1 TO C-IX
           PERFORM UNTIL C-IX > CLAIM-COUNT
              IF FUNCTION TRIM(C-ID(C-IX))
                 = FUNCTION TRIM(CHECK-ID)
                 AND C-TS(C-IX) = DISPUTE-CLAIM-TS
                 MOVE "Y" TO C-CLOSED(C-IX)
              END-IF
              ADD 1 TO C-IX
           END-PERFORM.

       CHECK-HUNTER-REGISTERED.
           MOVE "N" TO HUNTER-KNOWN
           MOVE SPACES TO CLAIMANT-NAME
           END-IF
           PERFORM UNLOCK-ROSTER-FILE.

       HANDLE-DISPUTE.
           *> A registered hunter contests the live claim on a bounty.
           *> The claim must not be settled yet (no PAID or DENIED
           *> verdict since it was filed) and only one dispute may be
           *> open against it; settlement holds the claim until a
           *> supervisor resolves the dispute. Locks are taken claims,
           *> ledger, disputes - the same order the settlement run
           *> uses.
           DISPLAY "HANDLE-DISPUTE: id='" FUNCTION TRIM(BOUNTY-ID)
              "' hunter='" FUNCTION TRIM(HUNTER-REF) "'"
           PERFORM CHECK-HUNTER-REGISTERED
           IF HUNTER-KNOWN = "N"
              DISPLAY "HANDLE-DISPUTE: Hunter not on the roster"
              MOVE "Disputing hunter is not registered - register at /register first"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           MOVE CLAIMANT-NAME TO NAME
           PERFORM LOCK-CLAIMS-FILE
           PERFORM FIND-LIVE-CLAIM
           IF LIVE-CLAIM-FOUND = "N"
              PERFORM UNLOCK-CLAIMS-FILE
              DISPLAY "HANDLE-DISPUTE: No claim on file"
              MOVE "There is no claim on file for this bounty to dispute"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LIVE-CLAIM-HUNTER)
              = FUNCTION TRIM(HUNTER-REF)
              PERFORM UNLOCK-CLAIMS-FILE
              DISPLAY "HANDLE-DISPUTE: Hunter disputing own claim"
              MOVE "A hunter cannot dispute their own claim"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CLAIM-SETTLED
           IF CLAIM-SETTLED = "Y"
              PERFORM UNLOCK-CLAIMS-FILE
              DISPLAY "HANDLE-DISPUTE: Claim already settled"
              MOVE "This claim has already been approved, paid or denied and can no longer be disputed"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-DISPUTE-FILE
           PERFORM RECORD-DISPUTE
           PERFORM UNLOCK-DISPUTE-FILE
           PERFORM UNLOCK-CLAIMS-FILE
           EVALUATE TRUE
             WHEN DISPUTE-DUPLICATE = "Y"
                DISPLAY "HANDLE-DISPUTE: Dispute already open"
                MOVE "A dispute is already open against this claim"
                   TO BAD-REQUEST-MSG
                PERFORM RESP-400
             WHEN DISPUTE-WRITTEN = "N"
                MOVE "Disputes file unavailable, try again shortly"
                   TO BAD-REQUEST-MSG
                PERFORM RESP-400
             WHEN OTHER
                MOVE "DISPUTE" TO HIST-ACTION
                MOVE "OPEN" TO DISPUTE-STATUS-LOG
                MOVE LIVE-CLAIM-NAME TO OLD-NAME
                MOVE LIVE-CLAIM-BOUNTY TO OLD-BOUNTY
                MOVE "Y" TO HIST-BEFORE-KNOWN
                PERFORM LOG-HISTORY-EVENT
                PERFORM RESP-DISPUTE-FILED
           END-EVALUATE.

       FIND-LIVE-CLAIM.
           *> The live claim on a bounty is the newest claims.dat
           *> line for its id (the file is append-only, so the last
           *> one read). The caller holds the claims lock.
           MOVE "N" TO LIVE-CLAIM-FOUND
           MOVE SPACES TO LIVE-CLAIM-TS LIVE-CLAIM-NAME
              LIVE-CLAIM-BOUNTY LIVE-CLAIM-HUNTER
           OPEN INPUT CLAIMS-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ CLAIMS-FILE INTO CLAIMS-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM PARSE-CLAIM-LINE
                    IF FUNCTION TRIM(CL-ID) = FUNCTION TRIM(BOUNTY-ID)
                       MOVE "Y" TO LIVE-CLAIM-FOUND
                       MOVE CL-HEAD(1:14) TO LIVE-CLAIM-TS
                       MOVE CL-NAME TO LIVE-CLAIM-NAME
                       MOVE CL-BOUNTY TO LIVE-CLAIM-BOUNTY
                       MOVE CL-HUNTER TO LIVE-CLAIM-HUNTER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE.

       PARSE-CLAIM-LINE.
           *>   YYYYMMDDHHMMSS id=<id> name=<n> bounty=<b>
           *>   claimant=<c> hunter=<roster id>
           MOVE SPACES TO CL-HEAD CL-REST CL-ID CL-NAME CL-BOUNTY
              CL-CLAIMANT CL-HUNTER
           UNSTRING CLAIMS-REC DELIMITED BY " id="
              INTO CL-HEAD CL-REST
           END-UNSTRING
           UNSTRING CL-REST DELIMITED BY " name="
              INTO CL-ID CL-REST
           END-UNSTRING
           UNSTRING CL-REST DELIMITED BY " bounty="
              INTO CL-NAME CL-REST
           END-UNSTRING
           UNSTRING CL-REST DELIMITED BY " claimant="
              INTO CL-BOUNTY CL-REST
           END-UNSTRING
           UNSTRING CL-REST DELIMITED BY " hunter="
              INTO CL-CLAIMANT CL-HUNTER
           END-UNSTRING.

       CHECK-CLAIM-SETTLED.
           *> An APPROVED, PAID or DENIED ledger line for the id
           *> stamped at or after the live claim means it is settled.
           *> Approval already accrues the bounty in the general
           *> ledger, so a dispute has to come while the claim is
           *> still pending.
           MOVE "N" TO CLAIM-SETTLED
           PERFORM LOCK-LEDGER-FILE
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-LEDGER-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ LEDGER-FILE
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO CL-HEAD CL-REST CL-ID CL-ACTION
                    UNSTRING LEDGER-REC DELIMITED BY " id="
                       INTO CL-HEAD CL-REST
                    END-UNSTRING
                    UNSTRING CL-REST DELIMITED BY " action="
                       INTO CL-ID CL-REST
                    END-UNSTRING
                    UNSTRING CL-REST DELIMITED BY ALL SPACES
                       INTO CL-ACTION
                    END-UNSTRING
                    IF FUNCTION TRIM(CL-ID) = FUNCTION TRIM(BOUNTY-ID)
                       AND CL-HEAD(1:14) >= LIVE-CLAIM-TS
                       AND (CL-ACTION = "APPROVED" OR CL-ACTION = "PAID"
                            OR CL-ACTION = "DENIED")
                       MOVE "Y" TO CLAIM-SETTLED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM UNLOCK-LEDGER-FILE.

       RECORD-DISPUTE.
           *> Refuse a second open dispute on the same claim, then
           *> hand out the next D-number and write the record. The
           *> caller holds the disputes lock across the scan and the
           *> write.
           MOVE "N" TO DISPUTE-DUPLICATE
           MOVE "N" TO DISPUTE-WRITTEN
           MOVE 0 TO NEXT-DISPUTE-NUM
           OPEN INPUT DISPUTE-FILE
           IF FILE-STATUS = "00"
              MOVE LOW-VALUES TO DISPUTE-ID
              START DISPUTE-FILE KEY NOT LESS THAN DISPUTE-ID
                 INVALID KEY
                    CONTINUE
              END-START
              IF FILE-STATUS = "00"
                 PERFORM UNTIL FILE-STATUS NOT = "00"
                    READ DISPUTE-FILE NEXT
                       AT END
                          EXIT PERFORM
                       NOT AT END
                          IF DISPUTE-ID(1:1) = "D"
                             AND DISPUTE-ID(2:6) IS NUMERIC
                             MOVE DISPUTE-ID(2:6) TO DISPUTE-SEQ-NUM
                             IF DISPUTE-SEQ-NUM > NEXT-DISPUTE-NUM
                                MOVE DISPUTE-SEQ-NUM
                                   TO NEXT-DISPUTE-NUM
                             END-IF
                          END-IF
                          IF DISPUTE-STATUS = "OPEN"
                             AND FUNCTION TRIM(DISPUTE-BOUNTY-ID)
                                 = FUNCTION TRIM(BOUNTY-ID)
                             AND DISPUTE-CLAIM-TS = LIVE-CLAIM-TS
                             MOVE "Y" TO DISPUTE-DUPLICATE
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE DISPUTE-FILE
           END-IF
           IF DISPUTE-DUPLICATE = "Y"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEXT-DISPUTE-NUM
           MOVE SPACES TO NEW-DISPUTE-ID
           STRING "D" DELIMITED BY SIZE
                  NEXT-DISPUTE-NUM DELIMITED BY SIZE
             INTO NEW-DISPUTE-ID
           END-STRING
           OPEN I-O DISPUTE-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT DISPUTE-FILE
              IF FILE-STATUS = "00"
                 CLOSE DISPUTE-FILE
                 OPEN I-O DISPUTE-FILE
              END-IF
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "RECORD-DISPUTE: Unable to open disputes file, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE SPACES TO DISPUTE-REC
           MOVE NEW-DISPUTE-ID TO DISPUTE-ID
           MOVE BOUNTY-ID TO DISPUTE-BOUNTY-ID
           MOVE LIVE-CLAIM-NAME TO DISPUTE-BOUNTY-NAME
           MOVE LIVE-CLAIM-BOUNTY TO DISPUTE-BOUNTY-AMT
           MOVE LIVE-CLAIM-TS TO DISPUTE-CLAIM-TS
           MOVE LIVE-CLAIM-HUNTER TO DISPUTE-CLAIM-HUNTER
           MOVE HUNTER-REF TO DISPUTE-HUNTER
           MOVE DISPUTE-REASON-IN TO DISPUTE-REASON
           MOVE "OPEN" TO DISPUTE-STATUS
           MOVE NOW-DATE-TIME(1:14) TO DISPUTE-FILED
           MOVE SIGNED-ON-OPERATOR TO DISPUTE-FILED-BY
           WRITE DISPUTE-REC
              INVALID KEY
                 DISPLAY "RECORD-DISPUTE: Duplicate id "
                    FUNCTION TRIM(NEW-DISPUTE-ID)
              NOT INVALID KEY
                 MOVE "Y" TO DISPUTE-WRITTEN
           END-WRITE
           CLOSE DISPUTE-FILE
           DISPLAY "RECORD-DISPUTE: Filed " FUNCTION TRIM(NEW-DISPUTE-ID).

       HANDLE-DISPUTE-RESOLVE.
           *> A supervisor settles an open dispute. REJECTED lets the
           *> original claim proceed to settlement; UPHELD voids it
           *> and appends a fresh claim in the disputing hunter's
           *> name, so the bounty passes to them at the amount it
           *> stood at when first claimed. Either way the outcome
           *> goes to history.log.
           DISPLAY "HANDLE-DISPUTE-RESOLVE: dispute='"
              FUNCTION TRIM(DISPUTE-REF) "' outcome='"
              FUNCTION TRIM(DISPUTE-OUTCOME) "'"
           MOVE SPACES TO BAD-REQUEST-MSG
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOCK-DISPUTE-FILE
           OPEN I-O DISPUTE-FILE
           IF FILE-STATUS NOT = "00"
              MOVE "No disputes on file" TO BAD-REQUEST-MSG
           ELSE
              MOVE DISPUTE-REF TO DISPUTE-ID
              READ DISPUTE-FILE
                 INVALID KEY
                    MOVE "No such dispute" TO BAD-REQUEST-MSG
              END-READ
              IF BAD-REQUEST-MSG = SPACES
                 AND DISPUTE-STATUS NOT = "OPEN"
                 MOVE "This dispute has already been resolved"
                    TO BAD-REQUEST-MSG
              END-IF
              IF BAD-REQUEST-MSG = SPACES
                 PERFORM APPLY-DISPUTE-OUTCOME
              END-IF
              CLOSE DISPUTE-FILE
           END-IF
           PERFORM UNLOCK-DISPUTE-FILE
           PERFORM UNLOCK-CLAIMS-FILE
           IF BAD-REQUEST-MSG NOT = SPACES
              DISPLAY "HANDLE-DISPUTE-RESOLVE: "
                 FUNCTION TRIM(BAD-REQUEST-MSG)
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           MOVE "RESOLVE" TO HIST-ACTION
           MOVE "Y" TO HIST-BEFORE-KNOWN
           PERFORM LOG-HISTORY-EVENT
           PERFORM RESP-DISPUTE-RESOLVED.

       APPLY-DISPUTE-OUTCOME.
           *> The dispute record is current and OPEN; the caller
           *> holds the claims and disputes locks. Fills the fields
           *> the history line and the response page need.
           MOVE DISPUTE-ID TO NEW-DISPUTE-ID
           MOVE DISPUTE-BOUNTY-ID TO BOUNTY-ID
           MOVE DISPUTE-BOUNTY-NAME TO OLD-NAME
           MOVE DISPUTE-BOUNTY-AMT TO OLD-BOUNTY
           IF DISPUTE-OUTCOME = "uphold"
              MOVE DISPUTE-HUNTER TO HUNTER-REF
              PERFORM CHECK-HUNTER-REGISTERED
              IF HUNTER-KNOWN = "N"
                 MOVE "The disputing hunter is no longer on the roster - reject the dispute instead"
                    TO BAD-REQUEST-MSG
                 EXIT PARAGRAPH
              END-IF
              MOVE CLAIMANT-NAME TO NAME
              PERFORM RECORD-REASSIGNED-CLAIM
              *> No replacement claim, no voiding the old one: the
              *> dispute stays OPEN for the supervisor to try again.
              IF BAD-REQUEST-MSG NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE "UPHELD" TO DISPUTE-STATUS
           ELSE
              MOVE DISPUTE-CLAIM-HUNTER TO HUNTER-REF
              PERFORM CHECK-HUNTER-REGISTERED
              MOVE CLAIMANT-NAME TO NAME
              MOVE "REJECTED" TO DISPUTE-STATUS
           END-IF
           MOVE DISPUTE-STATUS TO DISPUTE-STATUS-LOG
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO DISPUTE-RESOLVED
           MOVE SIGNED-ON-OPERATOR TO DISPUTE-RESOLVED-BY
           REWRITE DISPUTE-REC
              INVALID KEY
                 MOVE "Disputes file unavailable, try again shortly"
                    TO BAD-REQUEST-MSG
           END-REWRITE.

       RECORD-REASSIGNED-CLAIM.
           *> Same shape as RECORD-CLAIM, but the bounty details come
           *> from the claim under dispute rather than the board.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO CLAIMS-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " id=" DELIMITED BY SIZE
                  FUNCTION TRIM(DISPUTE-BOUNTY-ID) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM(DISPUTE-BOUNTY-NAME) DELIMITED BY SIZE
                  " bounty=" DELIMITED BY SIZE
                  FUNCTION TRIM(DISPUTE-BOUNTY-AMT) DELIMITED BY SIZE
                  " claimant=" DELIMITED BY SIZE
                  FUNCTION TRIM(NAME) DELIMITED BY SIZE
                  " hunter=" DELIMITED BY SIZE
                  FUNCTION TRIM(HUNTER-REF) DELIMITED BY SIZE
             INTO CLAIMS-REC
           END-STRING
           OPEN EXTEND CLAIMS-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT CLAIMS-FILE
           END-IF
           IF FILE-STATUS = "00"
              WRITE CLAIMS-REC
              CLOSE CLAIMS-FILE
           ELSE
              DISPLAY "RECORD-REASSIGNED-CLAIM: Unable to open claims "
                 "file, status = " FILE-STATUS
              MOVE "Claims file unavailable, try again shortly"
                 TO BAD-REQUEST-MSG
           END-IF.

       HANDLE-WATCH.
           *> Standing criteria for the nightly watch match: any of
           *> category, minimum danger, issuing office and minimum
           *> bounty, blank meaning "any". The watch lock is held
           *> across the count and the write so two same-instant
           *> requests cannot be dealt the same number.
           DISPLAY "HANDLE-WATCH: hunter='" FUNCTION TRIM(HUNTER-REF)
              "'"
           PERFORM CHECK-HUNTER-REGISTERED
           IF HUNTER-KNOWN = "N"
              MOVE "Watching hunter is not registered - register at /register first"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           IF DANGER NOT = SPACES
              AND FUNCTION TRIM(DANGER) IS NOT NUMERIC
              MOVE "Minimum danger must be a number" TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WATCH-MIN-NUM
           IF BOUNTY NOT = SPACES
              IF FUNCTION TEST-NUMVAL(BOUNTY) NOT = 0
                 MOVE "Minimum bounty must be an amount"
                    TO BAD-REQUEST-MSG
                 PERFORM RESP-400
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WATCH-MIN-NUM = FUNCTION NUMVAL(BOUNTY)
           END-IF
           PERFORM LOCK-WATCH-FILE
           OPEN I-O WATCH-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT WATCH-FILE
              IF FILE-STATUS = "00"
                 CLOSE WATCH-FILE
                 OPEN I-O WATCH-FILE
              END-IF
           END-IF
           IF FILE-STATUS NOT = "00"
              PERFORM UNLOCK-WATCH-FILE
              DISPLAY "HANDLE-WATCH: Unable to open watchlists, "
                 "status = " FILE-STATUS
              MOVE "Watchlists unavailable, try again shortly"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-HUNTER-WATCHES
           IF WATCH-HELD-COUNT >= WATCH-MAX
              CLOSE WATCH-FILE
              PERFORM UNLOCK-WATCH-FILE
              MOVE "This hunter already has the most watches allowed - cancel one first"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEW-WATCH-SEQ
           MOVE SPACES TO WATCH-REC
           MOVE HUNTER-REF TO WATCH-HUNTER
           MOVE NEW-WATCH-SEQ TO WATCH-SEQ
           MOVE CATEGORY TO WATCH-CATEGORY
           MOVE FUNCTION TRIM(DANGER) TO WATCH-MIN-DANGER
           MOVE OFFICE TO WATCH-OFFICE
           MOVE WATCH-MIN-NUM TO WATCH-MIN-BOUNTY
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO WATCH-CREATED
           MOVE "N" TO WATCH-WRITTEN
           WRITE WATCH-REC
              INVALID KEY
                 DISPLAY "HANDLE-WATCH: Duplicate watch "
                    NEW-WATCH-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WATCH-WRITTEN
           END-WRITE
           CLOSE WATCH-FILE
           PERFORM UNLOCK-WATCH-FILE
           IF WATCH-WRITTEN = "N"
              MOVE "Watch could not be recorded, try again shortly"
                 TO BAD-REQUEST-MSG
              PERFORM RESP-400
              EXIT PARAGRAPH
           END-IF
           DISPLAY "HANDLE-WATCH: Watch " NEW-WATCH-SEQ " for "
              FUNCTION TRIM(HUNTER-REF)
           PERFORM RESP-WATCH-REGISTERED.

       COUNT-HUNTER-WATCHES.
           *> Walks this hunter's watches; leaves the count and the
           *> highest number in use. The caller has the file open.
           MOVE 0 TO WATCH-HELD-COUNT NEW-WATCH-SEQ
           MOVE "N" TO WATCH-EOF
           MOVE HUNTER-REF TO WATCH-HUNTER
           MOVE 0 TO WATCH-SEQ
           START WATCH-FILE KEY NOT LESS THAN WATCH-KEY
              INVALID KEY
                 MOVE "Y" TO WATCH-EOF
           END-START
           PERFORM UNTIL WATCH-EOF = "Y"
              READ WATCH-FILE NEXT
                 AT END
                    MOVE "Y" TO WATCH-EOF
                 NOT AT END
                    IF WATCH-HUNTER NOT = HUNTER-REF
                       MOVE "Y" TO WATCH-EOF
                    ELSE
                       ADD 1 TO WATCH-HELD-COUNT
                       IF WATCH-SEQ > NEW-WATCH-SEQ
                          MOVE WATCH-SEQ TO NEW-WATCH-SEQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       HANDLE-WATCH-CANCEL.
           DISPLAY "HANDLE-WATCH-CANCEL: hunter='"
              FUNCTION TRIM(HUNTER-REF) "' watch='"
              FUNCTION TRIM(WATCH-REF) "'"
           MOVE "N" TO WATCH-DONE
           PERFORM LOCK-WATCH-FILE
           OPEN I-O WATCH-FILE
           IF FILE-STATUS = "00"
              MOVE HUNTER-REF TO WATCH-HUNTER
              COMPUTE WATCH-SEQ = FUNCTION NUMVAL(WATCH-REF)
              DELETE WATCH-FILE RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WATCH-DONE
              END-DELETE
              CLOSE WATCH-FILE
           END-IF
           PERFORM UNLOCK-WATCH-FILE
           IF WATCH-DONE = "Y"
              PERFORM RESP-REDIRECT-LIST
           ELSE
              MOVE "No such watch for this hunter" TO BAD-REQUEST-MSG
              PERFORM RESP-400
           END-IF.

       HANDLE-REGISTER.
           *> Hand out the next H-number and record the hunter. The
           *> roster lock is held across the scan and the write so
              PERFORM RESP-400
           END-IF.

       COMMIT-ADD-BUDGET.
           *> A new posting is booked against its office before it
           *> reaches the log or the API, so the budget check and
           *> the commitment happen under one lock.
           MOVE "COMMIT" TO BUDGET-ACTION
           MOVE OFFICE TO BUDGET-OFFICE
           MOVE BOUNTY-NUM TO BUDGET-AMT
           MOVE SPACES TO BUDGET-REF-ID
           MOVE NAME TO BUDGET-REF-NAME
           PERFORM POST-OFFICE-MOVEMENT.

       BUILD-OVER-BUDGET-MSG.
           MOVE BUDGET-AMT TO BUDGET-AMT-ED
           MOVE BUDGET-REMAINING TO BUDGET-REMAINING-ED
           MOVE SPACES TO BAD-REQUEST-MSG
           STRING "Office " DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-OFFICE) DELIMITED BY SIZE
                  " is over budget: reward of " DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-AMT-ED) DELIMITED BY SIZE
                  " refused, " DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-REMAINING-ED) DELIMITED BY SIZE
                  " left of this year's budget" DELIMITED BY SIZE
             INTO BAD-REQUEST-MSG
           END-STRING.

       RESERVE-EDIT-BUDGET.
           *> Work out what an edit does to the office budgets from
           *> the master's before-image: a raise commits the
           *> difference now (and can be refused), a cut releases it
           *> once the API has taken the edit, and a move to another
           *> office commits the new reward there and releases the
           *> old one here. A blank office on the form leaves the
           *> office alone, as MASTER-APPLY-EDIT does.
           MOVE "N" TO BUDGET-OVER
           MOVE SPACES TO EDIT-COMMIT-OFFICE EDIT-RELEASE-OFFICE
           MOVE 0 TO EDIT-COMMIT-AMT EDIT-RELEASE-AMT
           IF HIST-BEFORE-KNOWN = "N"
              EXIT PARAGRAPH
           END-IF
           *> A live claim's money is settlement's; once every claim
           *> on the bounty is denied or voided it is the board's
           *> again and follows the edit.
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS
           MOVE BOUNTY-ID TO CHECK-ID
           PERFORM CHECK-ID-LIVE-CLAIM
           PERFORM UNLOCK-CLAIMS-FILE
           IF CLAIM-LIVE = "Y"
              EXIT PARAGRAPH
           END-IF
           COMPUTE EDIT-OLD-AMT = FUNCTION NUMVAL(OLD-BOUNTY)
           IF FUNCTION TRIM(OFFICE) = SPACES
              MOVE OLD-OFFICE TO EDIT-NEW-OFFICE
           ELSE
              MOVE OFFICE TO EDIT-NEW-OFFICE
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(EDIT-NEW-OFFICE))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(OLD-OFFICE))
              IF BOUNTY-NUM > EDIT-OLD-AMT
                 MOVE EDIT-NEW-OFFICE TO EDIT-COMMIT-OFFICE
                 COMPUTE EDIT-COMMIT-AMT = BOUNTY-NUM - EDIT-OLD-AMT
              ELSE
                 MOVE OLD-OFFICE TO EDIT-RELEASE-OFFICE
                 COMPUTE EDIT-RELEASE-AMT = EDIT-OLD-AMT - BOUNTY-NUM
              END-IF
           ELSE
              MOVE EDIT-NEW-OFFICE TO EDIT-COMMIT-OFFICE
              MOVE BOUNTY-NUM TO EDIT-COMMIT-AMT
              MOVE OLD-OFFICE TO EDIT-RELEASE-OFFICE
              MOVE EDIT-OLD-AMT TO EDIT-RELEASE-AMT
           END-IF
           IF EDIT-COMMIT-AMT > 0
              MOVE "COMMIT" TO BUDGET-ACTION
              MOVE EDIT-COMMIT-OFFICE TO BUDGET-OFFICE
              MOVE EDIT-COMMIT-AMT TO BUDGET-AMT
              MOVE BOUNTY-ID TO BUDGET-REF-ID
              MOVE NAME TO BUDGET-REF-NAME
              PERFORM POST-OFFICE-MOVEMENT
           END-IF.

       RELEASE-EDIT-BUDGET.
           IF EDIT-RELEASE-AMT > 0
              MOVE "RELEASE" TO BUDGET-ACTION
              MOVE EDIT-RELEASE-OFFICE TO BUDGET-OFFICE
              MOVE EDIT-RELEASE-AMT TO BUDGET-AMT
              MOVE BOUNTY-ID TO BUDGET-REF-ID
              MOVE OLD-NAME TO BUDGET-REF-NAME
              PERFORM POST-OFFICE-MOVEMENT
           END-IF.

       UNDO-EDIT-BUDGET.
           *> The API refused the edit, so hand back what
           *> RESERVE-EDIT-BUDGET committed for it.
           IF EDIT-COMMIT-AMT > 0
              MOVE "RELEASE" TO BUDGET-ACTION
              MOVE EDIT-COMMIT-OFFICE TO BUDGET-OFFICE
              MOVE EDIT-COMMIT-AMT TO BUDGET-AMT
              MOVE BOUNTY-ID TO BUDGET-REF-ID
              MOVE NAME TO BUDGET-REF-NAME
              PERFORM POST-OFFICE-MOVEMENT
           END-IF.

       RELEASE-DELETE-BUDGET.
           *> A deleted bounty no longer ties up its office's money -
           *> unless a claim on it is still live, in which case
           *> settlement converts the commitment when the hunter is
           *> paid, or releases it if the claim is denied. The caller
           *> holds the claims lock from before the delete, so a
           *> settlement run cannot deny the claim in between and
           *> release the same money twice.
           IF HIST-BEFORE-KNOWN = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLAIMS
           MOVE BOUNTY-ID TO CHECK-ID
           PERFORM CHECK-ID-LIVE-CLAIM
           IF CLAIM-LIVE = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "RELEASE" TO BUDGET-ACTION
           MOVE OLD-OFFICE TO BUDGET-OFFICE
           COMPUTE BUDGET-AMT = FUNCTION NUMVAL(OLD-BOUNTY)
           MOVE BOUNTY-ID TO BUDGET-REF-ID
           MOVE OLD-NAME TO BUDGET-REF-NAME
           PERFORM POST-OFFICE-MOVEMENT.

       POST-OFFICE-MOVEMENT.
           *> COMMIT books BUDGET-AMT against the office, or sets
           *> BUDGET-OVER and books nothing if that would overrun the
           *> annual budget; RELEASE hands an open bounty's money
           *> back; PAID moves it from committed to paid. An office
           *> with no master record has no budget set and is not
           *> controlled. BUDGET-REMAINING is left at what the office
           *> has left after the movement.
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
             WHEN "PAID"
                IF BUDGET-AMT > OFFICE-COMMITTED
                   MOVE 0 TO OFFICE-COMMITTED
                ELSE
                   SUBTRACT BUDGET-AMT FROM OFFICE-COMMITTED
                END-IF
                ADD BUDGET-AMT TO OFFICE-PAID
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
           *> Activity lines read:
           *>   YYYYMMDDHHMMSS <addr> action=<ACT> office=<office>
           *>   amount=<amt> id=<bounty id> name=<fugitive>
           *> The caller holds the office lock.
           PERFORM FORMAT-CLIENT-ADDR
           MOVE BUDGET-AMT TO BUDGET-AMT-ED
           MOVE SPACES TO OFFICE-ACTIVITY-REC
           STRING LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CLIENT-ADDR-STR) DELIMITED BY SIZE
                  " action=" DELIMITED BY SIZE
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

       LOCK-ROSTER-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/hunter_roster.lock"
              MOVE -1 TO ROSTER-LOCK-FD
           END-IF.

       LOCK-OPERATOR-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/operators.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING OPERATOR-LOCK-FD
           END-CALL
           IF OPERATOR-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OPERATOR-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-OPERATOR-FILE.
           IF OPERATOR-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE OPERATOR-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE OPERATOR-LOCK-FD
              END-CALL
              MOVE -1 TO OPERATOR-LOCK-FD
           END-IF.

       LOCK-SESSION-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/sessions.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING SESSION-LOCK-FD
           END-CALL
           IF SESSION-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE SESSION-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-SESSION-FILE.
           IF SESSION-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE SESSION-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE SESSION-LOCK-FD
              END-CALL
              MOVE -1 TO SESSION-LOCK-FD
           END-IF.

       LOCK-DISPUTE-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/disputes.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING DISPUTE-LOCK-FD
           END-CALL
           IF DISPUTE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE DISPUTE-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-DISPUTE-FILE.
           IF DISPUTE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE DISPUTE-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE DISPUTE-LOCK-FD
              END-CALL
              MOVE -1 TO DISPUTE-LOCK-FD
           END-IF.

       LOCK-LEDGER-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/payout_ledger.dat.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING LEDGER-LOCK-FD
           END-CALL
           IF LEDGER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE LEDGER-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-LEDGER-FILE.
           IF LEDGER-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE LEDGER-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE LEDGER-LOCK-FD
              END-CALL
              MOVE -1 TO LEDGER-LOCK-FD
           END-IF.

       LOCK-WATCH-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/watchlists.lock"
                BY VALUE RETRY-LOCK-FLAGS
                BY VALUE RETRY-LOCK-MODE
                RETURNING WATCH-LOCK-FD
           END-CALL
           IF WATCH-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WATCH-LOCK-FD
                   BY VALUE RETRY-LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-WATCH-FILE.
           IF WATCH-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE WATCH-LOCK-FD
                   BY VALUE RETRY-LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE WATCH-LOCK-FD
              END-CALL
              MOVE -1 TO WATCH-LOCK-FD
           END-IF.

       API-ADD.
           MOVE SPACES TO CMD
           STRING "curl -fsS -X POST -H " DELIMITED BY SIZE
              MOVE -1 TO MASTER-LOCK-FD
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
              END-CALL
              MOVE -1 TO OFFICE-LOCK-FD
           END-IF.

       QUEUE-RETRY.
           DISPLAY "QUEUE-RETRY: Starting"
           PERFORM LOCK-RETRY-FILE
           END-STRING
           PERFORM SEND-HTML.

       RESP-DISPUTE-FILED.
           *> The dispute id is what the supervisor resolves against,
           *> so it goes back on a page like a new hunter id does.
           MOVE "200" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING
            "HTTP/1.1 200 OK", CRLF,
            "Content-Type: text/html; charset=utf-8", CRLF,
            "Cache-Control: no-store", CRLF, CRLF,
            "<!doctype html><html><head><title>Dispute filed",
            "</title></head><body><h1>Dispute filed</h1>",
            "<p>Dispute <strong>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE NEW-DISPUTE-ID TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            "</strong> is open against the claim on bounty "
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE BOUNTY-ID TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            ". The claim will not be approved or paid until a ",
            "supervisor resolves the dispute.</p>",
            "</body></html>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           PERFORM SEND-HTML.

       RESP-DISPUTE-RESOLVED.
           MOVE "200" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING
            "HTTP/1.1 200 OK", CRLF,
            "Content-Type: text/html; charset=utf-8", CRLF,
            "Cache-Control: no-store", CRLF, CRLF,
            "<!doctype html><html><head><title>Dispute resolved",
            "</title></head><body><h1>Dispute resolved</h1>",
            "<p>Dispute <strong>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE NEW-DISPUTE-ID TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            "</strong> on bounty "
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE BOUNTY-ID TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            " is " DELIMITED BY SIZE
            FUNCTION TRIM(DISPUTE-STATUS-LOG) DELIMITED BY SIZE
            ". The claim now stands with hunter "
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE HUNTER-REF TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            ".</p><p><a href=", X"22", "/list", X"22",
            ">Back to the list</a></p>",
            "</body></html>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           PERFORM SEND-HTML.

       RESP-WATCH-REGISTERED.
           *> The number is what the hunter quotes to cancel it.
           MOVE "200" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING
            "HTTP/1.1 200 OK", CRLF,
            "Content-Type: text/html; charset=utf-8", CRLF,
            "Cache-Control: no-store", CRLF, CRLF,
            "<!doctype html><html><head><title>Watch registered",
            "</title></head><body><h1>Watch registered</h1>",
            "<p>Watch number <strong>",
            NEW-WATCH-SEQ,
            "</strong> is set up for hunter "
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           MOVE HUNTER-REF TO FIELD
           PERFORM RENDER-TABLE-CELL
           STRING
            ". New postings that match it will be sent to ",
            "the contact details on the roster.</p>",
            "</body></html>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           PERFORM SEND-HTML.

       RESP-403.
           MOVE "403" TO RESP-STATUS
           MOVE SPACES TO HTML
                RETURNING RET
           END-CALL.

       RESP-REDIRECT-SIGNON.
           MOVE "303" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING "HTTP/1.1 303 See Other", CRLF,
                  "Location: /signon", CRLF,
                  "Cache-Control: no-store", CRLF, CRLF
             DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           COMPUTE I = HTML-PTR - 1
           CALL "send" USING
                BY VALUE CLIFD
                BY REFERENCE HTML
                BY VALUE I
                BY VALUE 0
                RETURNING RET
           END-CALL.

       RESP-FORBIDDEN-ROLE.
           MOVE "403" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING "HTTP/1.1 403 Forbidden", CRLF,
                  "Content-Type: text/plain; charset=utf-8", CRLF, CRLF,
                  "Operator ",
                  FUNCTION TRIM(SIGNED-ON-OPERATOR),
                  " (", FUNCTION TRIM(SIGNED-ON-ROLE), ")",
                  " is not authorized for this action"
             DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           COMPUTE I = HTML-PTR - 1
           CALL "send" USING
                BY VALUE CLIFD
                BY REFERENCE HTML
                BY VALUE I
                BY VALUE 0
                RETURNING RET
           END-CALL.

       RESP-SIGNON-PAGE.
           *> RESP-STATUS is 200 for the blank form and 401 when a
           *> sign-on has just been refused with SIGNON-MSG.
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           IF RESP-STATUS = "401"
              STRING "HTTP/1.1 401 Unauthorized", CRLF
                 DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
              END-STRING
           ELSE
              MOVE "200" TO RESP-STATUS
              STRING "HTTP/1.1 200 OK", CRLF
                 DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
              END-STRING
           END-IF
           STRING
            "Content-Type: text/html; charset=utf-8", CRLF,
            "Cache-Control: no-store", CRLF, CRLF,
            "<!doctype html><html><head><title>Operator sign-on",
            "</title></head><body><h1>Operator sign-on</h1>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           IF SIGNON-MSG NOT = SPACES
              STRING "<p><strong>" DELIMITED BY SIZE
                 INTO HTML WITH POINTER HTML-PTR
              END-STRING
              MOVE SIGNON-MSG TO FIELD
              PERFORM RENDER-TABLE-CELL
              STRING "</strong></p>" DELIMITED BY SIZE
                 INTO HTML WITH POINTER HTML-PTR
              END-STRING
           END-IF
           STRING
            "<form method=", X"22", "POST", X"22",
            " action=", X"22", "/signon", X"22", ">",
            "<p>Operator id <input name=", X"22", "operator", X"22",
            " maxlength=", X"22", "16", X"22", "></p>",
            "<p>Credential <input type=", X"22", "password", X"22",
            " name=", X"22", "credential", X"22", "></p>",
            "<button>Sign on</button></form>",
            "</body></html>"
            DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           PERFORM SEND-HTML.

       RESP-SIGNED-ON.
           MOVE "303" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING "HTTP/1.1 303 See Other", CRLF,
                  "Location: /list", CRLF,
                  "Set-Cookie: EXCOPSESSION=", SESSION-TOKEN,
                  "; Path=/; Max-Age=28800; HttpOnly; SameSite=Strict",
                  CRLF,
                  "Cache-Control: no-store", CRLF, CRLF
             DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           COMPUTE I = HTML-PTR - 1
           CALL "send" USING
                BY VALUE CLIFD
                BY REFERENCE HTML
                BY VALUE I
                BY VALUE 0
                RETURNING RET
           END-CALL.

       RESP-SIGNED-OFF.
           MOVE "303" TO RESP-STATUS
           MOVE SPACES TO HTML
           MOVE 1 TO HTML-PTR
           STRING "HTTP/1.1 303 See Other", CRLF,
                  "Location: /signon", CRLF,
                  "Set-Cookie: EXCOPSESSION=; Path=/; Max-Age=0; ",
                  "HttpOnly; SameSite=Strict", CRLF,
                  "Cache-Control: no-store", CRLF, CRLF
             DELIMITED BY SIZE INTO HTML WITH POINTER HTML-PTR
           END-STRING
           COMPUTE I = HTML-PTR - 1
           CALL "send" USING
                BY VALUE CLIFD
                BY REFERENCE HTML
                BY VALUE I
                BY VALUE 0
                RETURNING RET
           END-CALL.

       RESP-429.
           MOVE "429" TO RESP-STATUS
           MOVE SPACES TO HTML
