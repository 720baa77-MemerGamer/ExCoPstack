           SELECT LEDGER-FILE ASSIGN TO "/app/payout_ledger.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT TEAM-FILE ASSIGN TO "/app/claim_teams.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/hunter_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
       01  CLAIMS-REC           PIC X(512).
       FD  LEDGER-FILE.
       01  LEDGER-REC           PIC X(512).
       FD  TEAM-FILE.
      *>   YYYYMMDDHHMMSS id=<id> hunter=<roster id> role=LEAD|CO
      *>      share=<percent> name=<roster name>
       01  TEAM-REC             PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).
       WORKING-STORAGE SECTION.
               10  H-DENIED        PIC 9(6).
               10  H-PAID          PIC 9(6).
               10  H-PAID-TOTAL    PIC 9(12)V99.
               10  H-CO-CLAIMS     PIC 9(6).
       77  HUNTER-COUNT            PIC 9(4) VALUE 0.
       77  H-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  H-FOUND-IX              PIC S9(9) COMP-5 VALUE 0.
       01  LOG-ACTION              PIC X(16) VALUE SPACES.
       01  LOG-PAYOUT              PIC X(16) VALUE SPACES.
       01  PAYOUT-NUM              PIC 9(9)V99 VALUE 0.
       01  LOG-ID                  PIC X(64) VALUE SPACES.
       01  LOG-TS                  PIC X(14) VALUE SPACES.
       01  LEAD-HUNTER             PIC X(16) VALUE SPACES.

      *> Team claims: the lead is the hunter on the claim line and
      *> on the approval or denial; the co-hunters are credited
      *> from here. A paid team claim has a PAID line - and a share
      *> of the payout - for every member already.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 20000 TIMES.
               10  TT-TS           PIC X(14).
               10  TT-ID           PIC X(64).
               10  TT-HUNTER       PIC X(16).
               10  TT-ROLE         PIC X(4).
       77  TEAM-COUNT              PIC 9(6) VALUE 0.
       77  TT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  TT-PTR                  PIC S9(9) COMP-5 VALUE 0.
       77  TEAM-TRUNCATED          PIC X VALUE "N".
       01  TT-TOKEN                PIC X(64) VALUE SPACES.
       01  TEAM-TS                 PIC X(14) VALUE SPACES.
       77  TEAM-LEAD-OK            PIC X VALUE "N".

      *> Claims and ledger lines written before the registry went in
      *> have no hunter id; they are tallied here so the report can
           DISPLAY "HUNTER-REPORT: Starting"
           PERFORM OPEN-REPORT-FILE
           PERFORM LOAD-ROSTER-TABLE
           PERFORM LOAD-TEAM-TABLE
           PERFORM SCAN-CLAIMS-FILE
           PERFORM SCAN-LEDGER-FILE
           PERFORM WRITE-HUNTER-LINES
                       MOVE 0 TO H-DENIED(HUNTER-COUNT)
                       MOVE 0 TO H-PAID(HUNTER-COUNT)
                       MOVE 0 TO H-PAID-TOTAL(HUNTER-COUNT)
                       MOVE 0 TO H-CO-CLAIMS(HUNTER-COUNT)
                 END-READ
              END-PERFORM
           END-IF
           DISPLAY "LOAD-ROSTER-TABLE: Completed, hunters = "
              HUNTER-COUNT.

       LOAD-TEAM-TABLE.
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
           END-IF.

       CREDIT-CO-HUNTERS.
           *> Every co-hunter on the team claim stamped TEAM-TS for
           *> LOG-ID; the caller says what they are credited with.
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-TS(TT-IX) = TEAM-TS
                 AND TT-ID(TT-IX) = LOG-ID
                 AND TT-ROLE(TT-IX) = "CO"
                 MOVE TT-HUNTER(TT-IX) TO LOG-HUNTER
                 PERFORM FIND-HUNTER-SLOT
                 IF H-FOUND-IX > 0
                    EVALUATE FUNCTION TRIM(LOG-ACTION)
                      WHEN "CLAIM"
                         ADD 1 TO H-CLAIMS(H-FOUND-IX)
                         ADD 1 TO H-CO-CLAIMS(H-FOUND-IX)
                      WHEN "APPROVED"
                         ADD 1 TO H-APPROVED(H-FOUND-IX)
                      WHEN "DENIED"
                         ADD 1 TO H-DENIED(H-FOUND-IX)
                    END-EVALUATE
                 END-IF
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM.

       FIND-TEAM-FOR-VERDICT.
           *> An approval or denial names only the lead. It belongs
           *> to the newest team claim for the id stamped no later
           *> than the verdict, and only if that team's lead is the
           *> hunter on the verdict - a claim since handed to another
           *> hunter by an upheld dispute is that hunter's alone.
           MOVE SPACES TO TEAM-TS
           MOVE "N" TO TEAM-LEAD-OK
           MOVE 1 TO TT-IX
           PERFORM UNTIL TT-IX > TEAM-COUNT
              IF TT-ID(TT-IX) = LOG-ID
                 AND TT-TS(TT-IX) <= LOG-TS
                 AND TT-ROLE(TT-IX) = "LEAD"
                 AND (TEAM-TS = SPACES OR TT-TS(TT-IX) > TEAM-TS)
                 MOVE TT-TS(TT-IX) TO TEAM-TS
                 IF TT-HUNTER(TT-IX) = LEAD-HUNTER
                    MOVE "Y" TO TEAM-LEAD-OK
                 ELSE
                    MOVE "N" TO TEAM-LEAD-OK
                 END-IF
              END-IF
              ADD 1 TO TT-IX
           END-PERFORM
           IF TEAM-LEAD-OK = "N"
              MOVE SPACES TO TEAM-TS
           END-IF.

       FIND-HUNTER-SLOT.
           MOVE 0 TO H-FOUND-IX
           IF LOG-HUNTER = SPACES
                       ELSE
                          ADD 1 TO UNREG-CLAIMS
                       END-IF
                       IF TEAM-COUNT > 0
                          MOVE SPACES TO LOG-HEAD LOG-REST LOG-ID
                          UNSTRING CLAIMS-REC DELIMITED BY " id="
                            INTO LOG-HEAD LOG-REST
                          END-UNSTRING
                          UNSTRING LOG-REST DELIMITED BY " name="
                            INTO LOG-ID
                          END-UNSTRING
                          MOVE CLAIMS-REC(1:14) TO TEAM-TS
                          MOVE "CLAIM" TO LOG-ACTION
                          PERFORM CREDIT-CO-HUNTERS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
                      FUNCTION NUMVAL(LOG-PAYOUT)
                   ADD PAYOUT-NUM TO H-PAID-TOTAL(H-FOUND-IX)
                END-IF
           END-EVALUATE
           IF TEAM-COUNT > 0
              AND (LOG-ACTION = "APPROVED" OR LOG-ACTION = "DENIED")
              MOVE LOG-HUNTER TO LEAD-HUNTER
              MOVE LEDGER-REC(1:14) TO LOG-TS
              MOVE SPACES TO LOG-HEAD LOG-REST LOG-ID
              UNSTRING LEDGER-REC DELIMITED BY " id="
                INTO LOG-HEAD LOG-REST
              END-UNSTRING
              UNSTRING LOG-REST DELIMITED BY " action="
                INTO LOG-ID
              END-UNSTRING
              PERFORM FIND-TEAM-FOR-VERDICT
              IF TEAM-TS NOT = SPACES
                 PERFORM CREDIT-CO-HUNTERS
              END-IF
           END-IF.

       WRITE-HUNTER-LINES.
           MOVE 1 TO H-IX
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              IF H-CO-CLAIMS(H-IX) > 0
                 MOVE H-CO-CLAIMS(H-IX) TO EDIT-CNT
                 MOVE SPACES TO REPORT-REC
                 STRING "    AS CO-HUNTER . . . : " DELIMITED BY SIZE
                        EDIT-CNT DELIMITED BY SIZE
                   INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              END-IF
              MOVE H-APPROVED(H-IX) TO EDIT-CNT
              MOVE SPACES TO REPORT-REC
              STRING "  APPROVED . . . . . . : " DELIMITED BY SIZE
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF TEAM-TRUNCATED = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "*** WARNING: TEAM TABLE FULL AT 20000 LINES; "
                     "LATER CO-HUNTERS WERE NOT CREDITED. ***"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE HUNTER-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "REGISTERED HUNTERS . . : " DELIMITED BY SIZE
