IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-CLAIM-SCREEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "/app/claims.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT TEAM-FILE ASSIGN TO "/app/claim_teams.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "/app/history.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT WANTED-LOG-FILE ASSIGN TO "/app/wanted.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT HUNTER-ROSTER ASSIGN TO "/app/hunter_roster.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUNTER-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/screening_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIMS-REC           PIC X(512).
       FD  TEAM-FILE.
      *>   YYYYMMDDHHMMSS id=<id> hunter=<roster id> role=LEAD|CO
      *>      share=<percent> name=<roster name>
       01  TEAM-REC             PIC X(512).
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  HISTORY-FILE.
       01  HISTORY-REC          PIC X(1024).
       FD  WANTED-LOG-FILE.
       01  WANTED-LOG-REC       PIC X(512).
       FD  HUNTER-ROSTER.
       01  HUNTER-REC.
           05  HUNTER-ID        PIC X(16).
           05  HUNTER-NAME      PIC X(256).
           05  HUNTER-CONTACT   PIC X(256).
           05  HUNTER-SINCE     PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> Screening thresholds. A claim is picked out when it is
      *> filed within FAST-CLAIM-HOURS of the posting, when a hunter
      *> registered within NEW-HUNTER-DAYS files a claim of at least
      *> LARGE-CLAIM-AMOUNT, or when one hunter files VOLUME-LIMIT or
      *> more claims inside VOLUME-WINDOW-DAYS.
       77  FAST-CLAIM-HOURS        PIC 9(4) VALUE 12.
       77  NEW-HUNTER-DAYS         PIC 9(4) VALUE 7.
       77  LARGE-CLAIM-AMOUNT      PIC 9(9)V99 VALUE 10000.00.
       77  VOLUME-LIMIT            PIC 9(4) VALUE 4.
       77  VOLUME-WINDOW-DAYS      PIC 9(4) VALUE 7.

      *> Every claim still in claims.dat, with what the other files
      *> say about it: when and from where its bounty was posted,
      *> where the claim came from, and when the hunter registered.
       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 5000 TIMES.
               10  CL-TS           PIC X(14).
               10  CL-ID           PIC X(64).
               10  CL-NAME         PIC X(256).
               10  CL-NAME-KEY     PIC X(256).
               10  CL-AMT          PIC X(64).
               10  CL-AMT-NUM      PIC 9(11)V99.
               10  CL-CLAIMANT     PIC X(256).
               10  CL-HUNTER       PIC X(16).
               10  CL-DAY          PIC 9(9).
               10  CL-DECIDED      PIC X.
               10  CL-CLAIM-ADDR   PIC X(64).
               10  CL-POST-TS      PIC X(14).
               10  CL-POST-ADDR    PIC X(64).
               10  CL-SINCE        PIC X(8).
       77  CLAIM-COUNT             PIC 9(6) VALUE 0.
       77  CLAIM-TRUNCATED         PIC X VALUE "N".
       77  CL-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  VL-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  BEST-IX                 PIC S9(9) COMP-5 VALUE 0.

      *> Co-hunters on team claims, off the team file the server
      *> writes alongside claims.dat. The lead is the claim's own
      *> hunter; each co-hunter is screened for NEWH and VOLM as
      *> the lead is, and a co-membership counts towards their
      *> weekly volume like a claim of their own.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 20000 TIMES.
               10  TT-TS           PIC X(14).
               10  TT-ID           PIC X(64).
               10  TT-HUNTER       PIC X(16).
               10  TT-ROLE         PIC X(4).
               10  TT-DAY          PIC 9(9).
               10  TT-SINCE        PIC X(8).
       77  TEAM-COUNT              PIC 9(6) VALUE 0.
       77  TEAM-TRUNCATED          PIC X VALUE "N".
       77  TT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  TT-PTR                  PIC S9(9) COMP-5 VALUE 0.
       01  TT-TOKEN                PIC X(64) VALUE SPACES.

      *> What screening found against each co-hunter of the claim
      *> in hand.
       01  MEMBER-FLAG-TABLE.
           05  MEMBER-FLAG-ENTRY OCCURS 5 TIMES.
               10  MF-HUNTER       PIC X(16).
               10  MF-SINCE        PIC X(8).
               10  MF-NEWH         PIC X.
               10  MF-VOLM         PIC X.
               10  MF-GAP-DAYS     PIC S9(9).
               10  MF-WINDOW       PIC 9(6).
       77  MEMBER-FLAG-COUNT       PIC 9 VALUE 0.
       77  MF-IX                   PIC S9(9) COMP-5 VALUE 0.

       01  LOG-HEAD                PIC X(512) VALUE SPACES.
       01  LOG-REST                PIC X(512) VALUE SPACES.
       01  LOG-ID                  PIC X(64) VALUE SPACES.
       01  LOG-NAME                PIC X(256) VALUE SPACES.
       01  LOG-BOUNTY              PIC X(64) VALUE SPACES.
       01  LOG-CLAIMANT            PIC X(256) VALUE SPACES.
       01  LOG-HUNTER              PIC X(64) VALUE SPACES.
       01  LOG-ACTION              PIC X(16) VALUE SPACES.
       01  LOG-TS                  PIC X(14) VALUE SPACES.
       01  LOG-ADDR                PIC X(64) VALUE SPACES.
       01  LOG-TOKEN               PIC X(128) VALUE SPACES.
       01  LOG-NAME-KEY            PIC X(256) VALUE SPACES.

       01  TS-IN                   PIC X(14) VALUE SPACES.
       01  TS-DATE                 PIC 9(8) VALUE 0.
       01  TS-HH                   PIC 99 VALUE 0.
       01  TS-MI                   PIC 99 VALUE 0.
       01  TS-SS                   PIC 99 VALUE 0.
       01  TS-DAY                  PIC 9(9) VALUE 0.
       01  TS-SECONDS              PIC 9(12) VALUE 0.
       01  CLAIM-SECONDS           PIC 9(12) VALUE 0.
       01  GAP-SECONDS             PIC S9(12) VALUE 0.
       01  GAP-HOURS               PIC 9(6) VALUE 0.
       01  SINCE-DAY               PIC 9(9) VALUE 0.
       01  GAP-DAYS                PIC S9(9) VALUE 0.
       77  WINDOW-COUNT            PIC 9(6) VALUE 0.
       01  WINDOW-HUNTER           PIC X(16) VALUE SPACES.
       77  WINDOW-DAY              PIC 9(9) VALUE 0.
       77  HUNTER-WINDOW-COUNT     PIC 9(6) VALUE 0.

       01  CLAIM-REASONS           PIC X(24) VALUE SPACES.
       77  REASON-PTR              PIC S9(9) COMP-5 VALUE 1.
       77  FLAG-FAST               PIC X VALUE "N".
       77  FLAG-ADDR               PIC X VALUE "N".
       77  FLAG-NEWH               PIC X VALUE "N".
       77  FLAG-VOLM               PIC X VALUE "N".
       77  LEAD-NEWH               PIC X VALUE "N".
       77  LEAD-VOLM               PIC X VALUE "N".

       77  CLAIMS-DECIDED          PIC 9(6) VALUE 0.
       77  CLAIMS-SCREENED         PIC 9(6) VALUE 0.
       77  CLAIMS-FLAGGED          PIC 9(6) VALUE 0.
       77  FAST-COUNT              PIC 9(6) VALUE 0.
       77  ADDR-COUNT              PIC 9(6) VALUE 0.
       77  NEWH-COUNT              PIC 9(6) VALUE 0.
       77  VOLM-COUNT              PIC 9(6) VALUE 0.
       77  NO-POSTING-COUNT        PIC 9(6) VALUE 0.

       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-SMALL              PIC Z(5)9.
       01  EDIT-AMT                PIC Z(10)9.99.

       77  CLAIMS-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LEDGER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  HISTORY-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  WANTED-LOG-LOCK-FD      PIC S9(9) COMP-5 VALUE -1.
       77  ROSTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "CLAIM-SCREEN: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "CLAIM-SCREEN: Unable to open report, status = "
                 FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOCK-CLAIMS-FILE
           PERFORM LOAD-CLAIMS
           PERFORM LOAD-TEAM-TABLE
           PERFORM UNLOCK-CLAIMS-FILE
           IF CLAIM-COUNT = 0
              MOVE "NO CLAIMS ON FILE - NOTHING TO SCREEN" TO REPORT-REC
              WRITE REPORT-REC
              CLOSE REPORT-FILE
              DISPLAY "CLAIM-SCREEN: No claims on file"
              STOP RUN
           END-IF
           PERFORM LOCK-LEDGER-FILE
           PERFORM MARK-DECIDED-CLAIMS
           PERFORM UNLOCK-LEDGER-FILE
           PERFORM LOCK-WANTED-LOG-FILE
           PERFORM MATCH-POSTINGS
           PERFORM UNLOCK-WANTED-LOG-FILE
           PERFORM LOCK-HISTORY-FILE
           PERFORM MATCH-CLAIM-ADDRESSES
           PERFORM UNLOCK-HISTORY-FILE
           PERFORM LOCK-ROSTER-FILE
           PERFORM MATCH-REGISTRATIONS
           PERFORM UNLOCK-ROSTER-FILE
           MOVE 1 TO CL-IX
           PERFORM UNTIL CL-IX > CLAIM-COUNT
              IF CL-DECIDED(CL-IX) = "N"
                 PERFORM SCREEN-ONE-CLAIM
              END-IF
              ADD 1 TO CL-IX
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "CLAIM-SCREEN: Completed, report in "
              "/app/screening_report.txt"
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - SUSPICIOUS CLAIMS REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Review before approving these ids in the decisions file."
              TO REPORT-REC
           WRITE REPORT-REC
           MOVE "REASON CODES:" TO REPORT-REC
           WRITE REPORT-REC
           MOVE FAST-CLAIM-HOURS TO EDIT-SMALL
           MOVE SPACES TO REPORT-REC
           STRING "  FAST  claim filed within " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                  " hours of the bounty being posted" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "  ADDR  claim came from the client address that posted the bounty"
              TO REPORT-REC
           WRITE REPORT-REC
           MOVE NEW-HUNTER-DAYS TO EDIT-SMALL
           MOVE LARGE-CLAIM-AMOUNT TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  NEWH  hunter registered within " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                  " days of a claim of " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  " or more" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE VOLUME-LIMIT TO EDIT-SMALL
           MOVE VOLUME-WINDOW-DAYS TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  VOLM  hunter filed " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                  " or more claims in " DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-CNT) DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-CLAIMS.
           *> Same field split settlement uses on a claims line:
           *>   ts id=<id> name=<fugitive> bounty=<amt>
           *>   claimant=<name> hunter=<roster id>
           MOVE 0 TO CLAIM-COUNT
           OPEN INPUT CLAIMS-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-CLAIMS: No claims file, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ CLAIMS-FILE INTO CLAIMS-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM PARSE-CLAIM-LINE
              END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "LOAD-CLAIMS: Completed, claims = " CLAIM-COUNT.

       PARSE-CLAIM-LINE.
           MOVE SPACES TO LOG-HEAD LOG-REST LOG-ID LOG-NAME
           MOVE SPACES TO LOG-BOUNTY LOG-CLAIMANT LOG-HUNTER
           UNSTRING CLAIMS-REC DELIMITED BY " id="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " name="
             INTO LOG-ID LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " bounty="
             INTO LOG-NAME LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " claimant="
             INTO LOG-BOUNTY LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " hunter="
             INTO LOG-CLAIMANT LOG-HUNTER
           END-UNSTRING
           IF LOG-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           IF CLAIM-COUNT >= 5000
              MOVE "Y" TO CLAIM-TRUNCATED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLAIM-COUNT
           MOVE LOG-HEAD(1:14) TO CL-TS(CLAIM-COUNT)
           MOVE LOG-ID TO CL-ID(CLAIM-COUNT)
           MOVE LOG-NAME TO CL-NAME(CLAIM-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LOG-NAME))
              TO CL-NAME-KEY(CLAIM-COUNT)
           MOVE LOG-BOUNTY TO CL-AMT(CLAIM-COUNT)
           MOVE 0 TO CL-AMT-NUM(CLAIM-COUNT)
           IF LOG-BOUNTY NOT = SPACES
              AND FUNCTION TEST-NUMVAL(LOG-BOUNTY) = 0
              COMPUTE CL-AMT-NUM(CLAIM-COUNT) =
                 FUNCTION NUMVAL(LOG-BOUNTY)
           END-IF
           MOVE LOG-CLAIMANT TO CL-CLAIMANT(CLAIM-COUNT)
           MOVE LOG-HUNTER(1:16) TO CL-HUNTER(CLAIM-COUNT)
           MOVE CL-TS(CLAIM-COUNT) TO TS-IN
           PERFORM CONVERT-TIMESTAMP
           MOVE TS-DAY TO CL-DAY(CLAIM-COUNT)
           MOVE "N" TO CL-DECIDED(CLAIM-COUNT)
           MOVE SPACES TO CL-CLAIM-ADDR(CLAIM-COUNT)
           MOVE SPACES TO CL-POST-TS(CLAIM-COUNT)
           MOVE SPACES TO CL-POST-ADDR(CLAIM-COUNT)
           MOVE SPACES TO CL-SINCE(CLAIM-COUNT).

       LOAD-TEAM-TABLE.
           *> The claims lock covers the team file too.
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
           DISPLAY "LOAD-TEAM-TABLE: Completed, members = "
              TEAM-COUNT.

       LOAD-ONE-TEAM-LINE.
           IF TEAM-COUNT >= 20000
              MOVE "Y" TO TEAM-TRUNCATED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TEAM-COUNT
           MOVE SPACES TO TEAM-ENTRY(TEAM-COUNT)
           MOVE TEAM-REC(1:14) TO TT-TS(TEAM-COUNT)
           MOVE SPACES TO LOG-HEAD LOG-REST
           UNSTRING TEAM-REC DELIMITED BY " name="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           MOVE 16 TO TT-PTR
           PERFORM UNTIL TT-PTR > LENGTH OF LOG-HEAD
              MOVE SPACES TO TT-TOKEN
              UNSTRING LOG-HEAD DELIMITED BY ALL SPACES
                INTO TT-TOKEN
                WITH POINTER TT-PTR
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
              END-EVALUATE
           END-PERFORM
           IF TT-ID(TEAM-COUNT) = SPACES
              OR TT-HUNTER(TEAM-COUNT) = SPACES
              SUBTRACT 1 FROM TEAM-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE TT-TS(TEAM-COUNT) TO TS-IN
           PERFORM CONVERT-TIMESTAMP
           MOVE TS-DAY TO TT-DAY(TEAM-COUNT).

       MARK-DECIDED-CLAIMS.
           *> A claim already paid or denied has been past the clerk;
           *> it still counts towards its hunter's weekly volume but
           *> is not listed again.
           OPEN INPUT LEDGER-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ LEDGER-FILE INTO LEDGER-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO LOG-HEAD LOG-REST LOG-ID LOG-ACTION
                    UNSTRING LEDGER-REC DELIMITED BY " id="
                      INTO LOG-HEAD LOG-REST
                    END-UNSTRING
                    UNSTRING LOG-REST DELIMITED BY " action="
                      INTO LOG-ID LOG-REST
                    END-UNSTRING
                    UNSTRING LOG-REST DELIMITED BY ALL SPACES
                      INTO LOG-ACTION
                    END-UNSTRING
                    IF LOG-ACTION = "PAID" OR LOG-ACTION = "DENIED"
                       PERFORM MARK-ONE-DECIDED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       MARK-ONE-DECIDED.
           *> The verdict belongs to the newest claim for the id
           *> stamped no later than it, as in settlement: a bounty
           *> claimed again after a denied claim was archived must
           *> still be screened.
           MOVE LOG-HEAD(1:14) TO LOG-TS
           PERFORM FIND-CLAIM-AT-STAMP
           IF BEST-IX > 0
              AND CL-DECIDED(BEST-IX) = "N"
              MOVE "Y" TO CL-DECIDED(BEST-IX)
              ADD 1 TO CLAIMS-DECIDED
           END-IF.

       FIND-CLAIM-AT-STAMP.
           *> BEST-IX is the newest claim for LOG-ID stamped at or
           *> before LOG-TS, or 0 if there is none.
           MOVE 0 TO BEST-IX
           MOVE 1 TO VL-IX
           PERFORM UNTIL VL-IX > CLAIM-COUNT
              IF CL-ID(VL-IX) = LOG-ID
                 AND CL-TS(VL-IX) <= LOG-TS
                 IF BEST-IX = 0
                    OR CL-TS(VL-IX) > CL-TS(BEST-IX)
                    MOVE VL-IX TO BEST-IX
                 END-IF
              END-IF
              ADD 1 TO VL-IX
           END-PERFORM.

       MATCH-POSTINGS.
           *> wanted.log has no bounty id, so a claim is matched to
           *> the latest posting of the same fugitive name at or
           *> before the claim:
           *>   ts <client addr|batch> name=<fugitive> bounty=...
           OPEN INPUT WANTED-LOG-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "MATCH-POSTINGS: No wanted log, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ WANTED-LOG-FILE INTO WANTED-LOG-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO LOG-HEAD LOG-REST LOG-NAME
                    MOVE SPACES TO LOG-TS LOG-ADDR
                    UNSTRING WANTED-LOG-REC DELIMITED BY " name="
                      INTO LOG-HEAD LOG-REST
                    END-UNSTRING
                    UNSTRING LOG-REST DELIMITED BY " bounty="
                      INTO LOG-NAME
                    END-UNSTRING
                    UNSTRING LOG-HEAD DELIMITED BY ALL SPACES
                      INTO LOG-TS LOG-ADDR
                    END-UNSTRING
                    IF LOG-NAME NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LOG-NAME))
                          TO LOG-NAME-KEY
                       PERFORM MATCH-ONE-POSTING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WANTED-LOG-FILE.

       MATCH-ONE-POSTING.
           MOVE 1 TO VL-IX
           PERFORM UNTIL VL-IX > CLAIM-COUNT
              IF CL-NAME-KEY(VL-IX) = LOG-NAME-KEY
                 AND LOG-TS <= CL-TS(VL-IX)
                 MOVE LOG-TS TO CL-POST-TS(VL-IX)
                 MOVE LOG-ADDR TO CL-POST-ADDR(VL-IX)
              END-IF
              ADD 1 TO VL-IX
           END-PERFORM.

       MATCH-CLAIM-ADDRESSES.
           *> claims.dat does not carry the client address; the CLAIM
           *> line the server writes to history.log does:
           *>   ts <client addr> action=CLAIM id=<id> ...
           OPEN INPUT HISTORY-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "MATCH-CLAIM-ADDRESSES: No history log, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ HISTORY-FILE INTO HISTORY-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO LOG-TS LOG-ADDR LOG-ACTION LOG-TOKEN
                    UNSTRING HISTORY-REC DELIMITED BY ALL SPACES
                      INTO LOG-TS LOG-ADDR LOG-ACTION LOG-TOKEN
                    END-UNSTRING
                    IF LOG-ACTION = "action=CLAIM"
                       AND LOG-TOKEN(1:3) = "id="
                       MOVE LOG-TOKEN(4:64) TO LOG-ID
                       PERFORM MATCH-ONE-CLAIM-ADDRESS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       MATCH-ONE-CLAIM-ADDRESS.
           *> The CLAIM line is written just after the claim it
           *> records, so it belongs to the newest claim for the id
           *> stamped no later than it. A claim reassigned by an
           *> upheld dispute has no CLAIM line and keeps a blank
           *> address, which the ADDR test passes over.
           PERFORM FIND-CLAIM-AT-STAMP
           IF BEST-IX > 0
              MOVE LOG-ADDR TO CL-CLAIM-ADDR(BEST-IX)
           END-IF.

       MATCH-REGISTRATIONS.
           OPEN INPUT HUNTER-ROSTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "MATCH-REGISTRATIONS: No roster, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO VL-IX
           PERFORM UNTIL VL-IX > CLAIM-COUNT
              IF CL-DECIDED(VL-IX) = "N"
                 AND CL-HUNTER(VL-IX) NOT = SPACES
                 MOVE CL-HUNTER(VL-IX) TO HUNTER-ID
                 READ HUNTER-ROSTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE HUNTER-SINCE TO CL-SINCE(VL-IX)
                 END-READ
              END-IF
              ADD 1 TO VL-IX
           END-PERFORM
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-ROLE(TT-IX) = "CO"
                 MOVE TT-HUNTER(TT-IX) TO HUNTER-ID
                 READ HUNTER-ROSTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE HUNTER-SINCE TO TT-SINCE(TT-IX)
                 END-READ
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM
           CLOSE HUNTER-ROSTER.

       SCREEN-ONE-CLAIM.
           ADD 1 TO CLAIMS-SCREENED
           MOVE "N" TO FLAG-FAST FLAG-ADDR FLAG-NEWH FLAG-VOLM
           MOVE "N" TO LEAD-NEWH LEAD-VOLM
           MOVE 0 TO GAP-HOURS GAP-DAYS WINDOW-COUNT
           IF CL-POST-TS(CL-IX) = SPACES
              ADD 1 TO NO-POSTING-COUNT
           ELSE
              MOVE CL-TS(CL-IX) TO TS-IN
              PERFORM CONVERT-TIMESTAMP
              MOVE TS-SECONDS TO CLAIM-SECONDS
              MOVE CL-POST-TS(CL-IX) TO TS-IN
              PERFORM CONVERT-TIMESTAMP
              COMPUTE GAP-SECONDS = CLAIM-SECONDS - TS-SECONDS
              IF GAP-SECONDS >= 0
                 AND GAP-SECONDS < FAST-CLAIM-HOURS * 3600
                 MOVE "Y" TO FLAG-FAST
                 COMPUTE GAP-HOURS = GAP-SECONDS / 3600
              END-IF
              *> Postings loaded by the intake batch carry "batch",
              *> not an address anybody could claim from.
              IF CL-CLAIM-ADDR(CL-IX) NOT = SPACES
                 AND CL-POST-ADDR(CL-IX) NOT = "batch"
                 AND CL-CLAIM-ADDR(CL-IX) = CL-POST-ADDR(CL-IX)
                 MOVE "Y" TO FLAG-ADDR
              END-IF
           END-IF
           IF CL-SINCE(CL-IX) IS NUMERIC
              AND CL-AMT-NUM(CL-IX) >= LARGE-CLAIM-AMOUNT
              MOVE CL-SINCE(CL-IX) TO TS-IN
              MOVE "000000" TO TS-IN(9:6)
              PERFORM CONVERT-TIMESTAMP
              MOVE TS-DAY TO SINCE-DAY
              COMPUTE GAP-DAYS = CL-DAY(CL-IX) - SINCE-DAY
              IF GAP-DAYS >= 0 AND GAP-DAYS <= NEW-HUNTER-DAYS
                 MOVE "Y" TO FLAG-NEWH LEAD-NEWH
              END-IF
           END-IF
           IF CL-HUNTER(CL-IX) NOT = SPACES
              MOVE CL-HUNTER(CL-IX) TO WINDOW-HUNTER
              MOVE CL-DAY(CL-IX) TO WINDOW-DAY
              PERFORM COUNT-HUNTER-WINDOW
              MOVE HUNTER-WINDOW-COUNT TO WINDOW-COUNT
              IF WINDOW-COUNT >= VOLUME-LIMIT
                 MOVE "Y" TO FLAG-VOLM LEAD-VOLM
              END-IF
           END-IF
           PERFORM SCREEN-CO-HUNTERS
           IF FLAG-FAST = "N" AND FLAG-ADDR = "N"
              AND FLAG-NEWH = "N" AND FLAG-VOLM = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLAIMS-FLAGGED
           PERFORM WRITE-FLAGGED-CLAIM.

       SCREEN-CO-HUNTERS.
           *> The same NEWH and VOLM tests for every co-hunter on the
           *> claim - the team lines carry the claim's own stamp.
           MOVE 0 TO MEMBER-FLAG-COUNT
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = CL-TS(CL-IX)
                 AND TT-ID(TT-IX) = CL-ID(CL-IX)
                 AND TT-ROLE(TT-IX) = "CO"
                 AND MEMBER-FLAG-COUNT < 5
                 PERFORM SCREEN-ONE-CO-HUNTER
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM.

       SCREEN-ONE-CO-HUNTER.
           ADD 1 TO MEMBER-FLAG-COUNT
           MOVE MEMBER-FLAG-COUNT TO MF-IX
           MOVE TT-HUNTER(TT-IX) TO MF-HUNTER(MF-IX)
           MOVE TT-SINCE(TT-IX) TO MF-SINCE(MF-IX)
           MOVE "N" TO MF-NEWH(MF-IX) MF-VOLM(MF-IX)
           MOVE 0 TO MF-GAP-DAYS(MF-IX) MF-WINDOW(MF-IX)
           IF TT-SINCE(TT-IX) IS NUMERIC
              AND CL-AMT-NUM(CL-IX) >= LARGE-CLAIM-AMOUNT
              MOVE TT-SINCE(TT-IX) TO TS-IN
              MOVE "000000" TO TS-IN(9:6)
              PERFORM CONVERT-TIMESTAMP
              MOVE TS-DAY TO SINCE-DAY
              COMPUTE MF-GAP-DAYS(MF-IX) = CL-DAY(CL-IX) - SINCE-DAY
              IF MF-GAP-DAYS(MF-IX) >= 0
                 AND MF-GAP-DAYS(MF-IX) <= NEW-HUNTER-DAYS
                 MOVE "Y" TO FLAG-NEWH MF-NEWH(MF-IX)
              END-IF
           END-IF
           MOVE TT-HUNTER(TT-IX) TO WINDOW-HUNTER
           MOVE CL-DAY(CL-IX) TO WINDOW-DAY
           PERFORM COUNT-HUNTER-WINDOW
           MOVE HUNTER-WINDOW-COUNT TO MF-WINDOW(MF-IX)
           IF HUNTER-WINDOW-COUNT >= VOLUME-LIMIT
              MOVE "Y" TO FLAG-VOLM MF-VOLM(MF-IX)
           END-IF.

       COUNT-HUNTER-WINDOW.
           *> Claims by WINDOW-HUNTER, as lead or as co-hunter, in
           *> the window that ends on WINDOW-DAY, the claim in hand
           *> included. A lead is the claim's own hunter, so only the
           *> CO team lines add to what claims.dat says.
           MOVE 0 TO HUNTER-WINDOW-COUNT
           MOVE 1 TO VL-IX
           PERFORM UNTIL VL-IX > CLAIM-COUNT
              IF CL-HUNTER(VL-IX) = WINDOW-HUNTER
                 AND CL-DAY(VL-IX) <= WINDOW-DAY
                 AND CL-DAY(VL-IX) + VOLUME-WINDOW-DAYS > WINDOW-DAY
                 ADD 1 TO HUNTER-WINDOW-COUNT
              END-IF
              ADD 1 TO VL-IX
           END-PERFORM
           MOVE 1 TO VL-IX
           PERFORM UNTIL VL-IX > TEAM-COUNT
              IF TT-HUNTER(VL-IX) = WINDOW-HUNTER
                 AND TT-ROLE(VL-IX) = "CO"
                 AND TT-DAY(VL-IX) <= WINDOW-DAY
                 AND TT-DAY(VL-IX) + VOLUME-WINDOW-DAYS > WINDOW-DAY
                 ADD 1 TO HUNTER-WINDOW-COUNT
              END-IF
              ADD 1 TO VL-IX
           END-PERFORM.

       WRITE-FLAGGED-CLAIM.
           MOVE SPACES TO CLAIM-REASONS
           MOVE 1 TO REASON-PTR
           IF FLAG-FAST = "Y"
              STRING "FAST " DELIMITED BY SIZE
                INTO CLAIM-REASONS WITH POINTER REASON-PTR
              END-STRING
              ADD 1 TO FAST-COUNT
           END-IF
           IF FLAG-ADDR = "Y"
              STRING "ADDR " DELIMITED BY SIZE
                INTO CLAIM-REASONS WITH POINTER REASON-PTR
              END-STRING
              ADD 1 TO ADDR-COUNT
           END-IF
           IF FLAG-NEWH = "Y"
              STRING "NEWH " DELIMITED BY SIZE
                INTO CLAIM-REASONS WITH POINTER REASON-PTR
              END-STRING
              ADD 1 TO NEWH-COUNT
           END-IF
           IF FLAG-VOLM = "Y"
              STRING "VOLM " DELIMITED BY SIZE
                INTO CLAIM-REASONS WITH POINTER REASON-PTR
              END-STRING
              ADD 1 TO VOLM-COUNT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "CLAIM id=" DELIMITED BY SIZE
                  FUNCTION TRIM(CL-ID(CL-IX)) DELIMITED BY SIZE
                  "  reasons=" DELIMITED BY SIZE
                  FUNCTION TRIM(CLAIM-REASONS) DELIMITED BY SIZE
                  "  filed " DELIMITED BY SIZE
                  CL-TS(CL-IX)(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CL-TS(CL-IX)(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CL-AMT-NUM(CL-IX) TO EDIT-AMT
           MOVE SPACES TO REPORT-REC
           STRING "  fugitive=" DELIMITED BY SIZE
                  FUNCTION TRIM(CL-NAME(CL-IX)) DELIMITED BY SIZE
                  "  bounty=" DELIMITED BY SIZE
                  FUNCTION TRIM(EDIT-AMT) DELIMITED BY SIZE
                  "  hunter=" DELIMITED BY SIZE
                  FUNCTION TRIM(CL-HUNTER(CL-IX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CL-CLAIMANT(CL-IX)) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF FLAG-FAST = "Y"
              MOVE GAP-HOURS TO EDIT-SMALL
              MOVE SPACES TO REPORT-REC
              STRING "  FAST  filed " DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                     " hour(s) after the posting at " DELIMITED BY SIZE
                     CL-POST-TS(CL-IX) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF FLAG-ADDR = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "  ADDR  claimed from " DELIMITED BY SIZE
                     FUNCTION TRIM(CL-CLAIM-ADDR(CL-IX))
                        DELIMITED BY SIZE
                     ", the address that posted the bounty"
                        DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF LEAD-NEWH = "Y"
              MOVE GAP-DAYS TO EDIT-SMALL
              MOVE SPACES TO REPORT-REC
              STRING "  NEWH  hunter registered " DELIMITED BY SIZE
                     CL-SINCE(CL-IX) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                     " day(s) before this claim" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF LEAD-VOLM = "Y"
              MOVE WINDOW-COUNT TO EDIT-SMALL
              MOVE SPACES TO REPORT-REC
              STRING "  VOLM  " DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                     " claims by this hunter in the window ending "
                        DELIMITED BY SIZE
                     CL-TS(CL-IX)(1:8) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE 1 TO MF-IX
           PERFORM UNTIL MF-IX > MEMBER-FLAG-COUNT
              PERFORM WRITE-FLAGGED-CO-HUNTER
              ADD 1 TO MF-IX
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-FLAGGED-CO-HUNTER.
           IF MF-NEWH(MF-IX) = "Y"
              MOVE MF-GAP-DAYS(MF-IX) TO EDIT-SMALL
              MOVE SPACES TO REPORT-REC
              STRING "  NEWH  co-hunter " DELIMITED BY SIZE
                     FUNCTION TRIM(MF-HUNTER(MF-IX)) DELIMITED BY SIZE
                     " registered " DELIMITED BY SIZE
                     MF-SINCE(MF-IX) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                     " day(s) before this claim" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF MF-VOLM(MF-IX) = "Y"
              MOVE MF-WINDOW(MF-IX) TO EDIT-SMALL
              MOVE SPACES TO REPORT-REC
              STRING "  VOLM  " DELIMITED BY SIZE
                     FUNCTION TRIM(EDIT-SMALL) DELIMITED BY SIZE
                     " claims by co-hunter " DELIMITED BY SIZE
                     FUNCTION TRIM(MF-HUNTER(MF-IX)) DELIMITED BY SIZE
                     " in the window ending " DELIMITED BY SIZE
                     CL-TS(CL-IX)(1:8) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       CONVERT-TIMESTAMP.
           *> TS-IN (YYYYMMDDHHMMSS) to a day number and a count of
           *> seconds on the same scale; a malformed stamp gives 0.
           MOVE 0 TO TS-DAY TS-SECONDS
           IF TS-IN(1:14) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE TS-IN(1:8) TO TS-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(TS-DATE) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE TS-IN(9:2) TO TS-HH
           MOVE TS-IN(11:2) TO TS-MI
           MOVE TS-IN(13:2) TO TS-SS
           COMPUTE TS-DAY = FUNCTION INTEGER-OF-DATE(TS-DATE)
           COMPUTE TS-SECONDS = TS-DAY * 86400
              + TS-HH * 3600 + TS-MI * 60 + TS-SS.

       WRITE-SUMMARY.
           MOVE "SCREENING SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           IF CLAIM-TRUNCATED = "Y"
              MOVE "*** WARNING: MORE THAN 5000 CLAIMS; ONLY THE FIRST 5000 WERE SCREENED. ***"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           IF TEAM-TRUNCATED = "Y"
              MOVE "*** WARNING: MORE THAN 20000 TEAM LINES; LATER CO-HUNTERS WERE NOT SCREENED. ***"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           MOVE CLAIM-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  CLAIMS ON FILE . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CLAIMS-DECIDED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  ALREADY DECIDED  . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CLAIMS-SCREENED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  SCREENED . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CLAIMS-FLAGGED TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  FLAGGED  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE FAST-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "    FAST . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE ADDR-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "    ADDR . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE NEWH-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "    NEWH . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE VOLM-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "    VOLM . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE NO-POSTING-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  NO POSTING FOUND . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: screened=" CLAIMS-SCREENED
              " flagged=" CLAIMS-FLAGGED.

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
