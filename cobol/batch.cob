IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-NIGHTLY-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "/app/batch_control.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "/app/batch_summary.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
      *> Run-control checkpoints, append-only, two lines per step run:
      *>   date=<business date> step=<nn> program=<id> event=START
      *>        time=<YYYYMMDDHHMMSS>
      *>   date=<business date> step=<nn> program=<id> event=END
      *>        time=<YYYYMMDDHHMMSS> status=OK|FAILED rc=<n>
      *> plus event=HELD lines for steps a failure kept from running.
       01  CONTROL-REC          PIC X(256).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC          PIC X(132).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> The night in running order. ST-DEPS has one byte per step:
      *> "Y" in position n means this step needs step n to have
      *> finished OK for the business date before it may run.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 12 TIMES.
               10  ST-PROGRAM      PIC X(24).
               10  ST-EXE          PIC X(32).
               10  ST-DEPS         PIC X(12).
               10  ST-PRIOR        PIC X(8).
               10  ST-RESULT       PIC X(8).
               10  ST-START        PIC X(14).
               10  ST-END          PIC X(14).
               10  ST-RC           PIC S9(4).
       77  STEP-COUNT              PIC 99 VALUE 12.
       77  S-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  D-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  DEPS-OK                 PIC X VALUE "Y".
       77  HELD-BY-IX              PIC S9(9) COMP-5 VALUE 0.

       01  BATCH-DATE              PIC X(8) VALUE SPACES.
       01  BATCH-DATE-Z            PIC X(9) VALUE SPACES.
       01  DATE-ENV                PIC X(64) VALUE SPACES.
       77  DATE-ENV-PTR            USAGE POINTER VALUE NULL.
       77  DATE-ENV-LEN            PIC S9(9) COMP-5 VALUE 0.
       01  DATE-ENV-BASED          PIC X(64) BASED.
       77  DATE-YYYYMMDD           PIC 9(8) VALUE 0.
       77  DATE-INT                PIC 9(9) VALUE 0.

      *> Where the compiled step programs live; BATCH_BIN overrides.
       01  BIN-DIR                 PIC X(256) VALUE "/app".
       01  BIN-ENV                 PIC X(256) VALUE SPACES.
       77  BIN-ENV-PTR             USAGE POINTER VALUE NULL.
       77  BIN-ENV-LEN             PIC S9(9) COMP-5 VALUE 0.
       01  BIN-ENV-BASED           PIC X(256) BASED.

       01  CMD                     PIC X(1024) VALUE SPACES.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  RUN-START               PIC X(14) VALUE SPACES.
       01  RUN-TYPE                PIC X(8) VALUE "FRESH".

       01  CTL-DATE                PIC X(8) VALUE SPACES.
       01  CTL-STEP                PIC X(2) VALUE SPACES.
       01  CTL-EVENT               PIC X(8) VALUE SPACES.
       01  CTL-STATUS              PIC X(8) VALUE SPACES.
       01  CTL-HEAD                PIC X(256) VALUE SPACES.
       01  CTL-REST                PIC X(256) VALUE SPACES.
       77  CTL-STEP-NUM            PIC 99 VALUE 0.
       77  CTL-LINES               PIC 9(6) VALUE 0.

       01  STEP-NUM-ED             PIC 99 VALUE 0.
       01  RC-ED                   PIC -(3)9.
       01  EDIT-CNT                PIC Z(8)9.
       77  RAN-COUNT               PIC 99 VALUE 0.
       77  OK-COUNT                PIC 99 VALUE 0.
       77  DONE-COUNT              PIC 99 VALUE 0.
       77  FAILED-COUNT            PIC 99 VALUE 0.
       77  HELD-COUNT              PIC 99 VALUE 0.
       77  FIRST-FAILED-IX         PIC S9(9) COMP-5 VALUE 0.

       77  CONTROL-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "NIGHTLY-BATCH: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO RUN-START
           PERFORM RESOLVE-BATCH-DATE
           PERFORM RESOLVE-BIN-DIR
           DISPLAY "NIGHTLY-BATCH: Business date " BATCH-DATE
           PERFORM LOAD-STEP-TABLE
           *> One controller per night: a second copy started by
           *> mistake waits here and then finds every step done.
           PERFORM LOCK-CONTROL-FILE
           PERFORM LOAD-CONTROL-STATES
           PERFORM SET-STEP-ENVIRONMENT
           MOVE 1 TO S-IX
           PERFORM UNTIL S-IX > STEP-COUNT
              PERFORM RUN-ONE-STEP
              ADD 1 TO S-IX
           END-PERFORM
           PERFORM UNLOCK-CONTROL-FILE
           PERFORM WRITE-RUN-SUMMARY
           IF FAILED-COUNT > 0 OR HELD-COUNT > 0
              MOVE 8 TO RETURN-CODE
              DISPLAY "NIGHTLY-BATCH: Incomplete, summary in "
                 "/app/batch_summary.txt"
           ELSE
              DISPLAY "NIGHTLY-BATCH: Completed, summary in "
                 "/app/batch_summary.txt"
           END-IF
           STOP RUN.

       RESOLVE-BATCH-DATE.
           *> Started by cron just after midnight, so the business
           *> date is yesterday; BATCH_DATE=YYYYMMDD restarts an
           *> earlier night that did not finish.
           MOVE SPACES TO DATE-ENV
           CALL "getenv" USING
                BY CONTENT Z"BATCH_DATE"
                RETURNING DATE-ENV-PTR
           END-CALL
           IF DATE-ENV-PTR NOT = NULL
              SET ADDRESS OF DATE-ENV-BASED TO DATE-ENV-PTR
              CALL "strlen" USING
                   BY VALUE DATE-ENV-PTR
                   RETURNING DATE-ENV-LEN
              END-CALL
              IF DATE-ENV-LEN > LENGTH OF DATE-ENV
                 MOVE LENGTH OF DATE-ENV TO DATE-ENV-LEN
              END-IF
              IF DATE-ENV-LEN > 0
                 MOVE DATE-ENV-BASED(1:DATE-ENV-LEN)
                    TO DATE-ENV(1:DATE-ENV-LEN)
              END-IF
           END-IF
           IF DATE-ENV(1:8) IS NUMERIC
              DISPLAY "RESOLVE-BATCH-DATE: BATCH_DATE override = "
                 DATE-ENV(1:8)
              MOVE DATE-ENV(1:8) TO BATCH-DATE
           ELSE
              MOVE NOW-DATE-TIME(1:8) TO DATE-YYYYMMDD
              COMPUTE DATE-INT =
                  FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD) - 1
              COMPUTE DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(DATE-INT)
              MOVE DATE-YYYYMMDD TO BATCH-DATE
           END-IF.

       RESOLVE-BIN-DIR.
           MOVE SPACES TO BIN-ENV
           CALL "getenv" USING
                BY CONTENT Z"BATCH_BIN"
                RETURNING BIN-ENV-PTR
           END-CALL
           IF BIN-ENV-PTR NOT = NULL
              SET ADDRESS OF BIN-ENV-BASED TO BIN-ENV-PTR
              CALL "strlen" USING
                   BY VALUE BIN-ENV-PTR
                   RETURNING BIN-ENV-LEN
              END-CALL
              IF BIN-ENV-LEN > LENGTH OF BIN-ENV
                 MOVE LENGTH OF BIN-ENV TO BIN-ENV-LEN
              END-IF
              IF BIN-ENV-LEN > 0
                 MOVE BIN-ENV-BASED(1:BIN-ENV-LEN)
                    TO BIN-ENV(1:BIN-ENV-LEN)
              END-IF
           END-IF
           IF BIN-ENV NOT = SPACES
              DISPLAY "RESOLVE-BIN-DIR: BATCH_BIN override = "
                 FUNCTION TRIM(BIN-ENV)
              MOVE BIN-ENV TO BIN-DIR
           END-IF.

       LOAD-STEP-TABLE.
           *> Intake feeds the audit log the reconciliation and the
           *> daily report read; the trend needs the daily summary
           *> the report writes; the archive roll moves log lines and
           *> compacts settled claims, so it waits for everything
           *> that still has to read them. The claim screen runs
           *> ahead of settlement so the clerk's report shows tonight's
           *> claims as they stood; the reward escalation follows the
           *> expiry run so nothing about to be retired is raised.
           *> The delta interchange follows both so tonight's
           *> retirements and raises go out tonight, and it must read
           *> the logs before the archive rolls them. The watchlist
           *> match needs tonight's intake cards on the wanted log,
           *> and it too must read that log before the archive.
           *> Settlement, expiry, escalation, the interchange and the
           *> master check stand alone.
           MOVE SPACES TO STEP-TABLE
           MOVE "EXCOP-INTAKE-LOADER" TO ST-PROGRAM(1)
           MOVE "intake" TO ST-EXE(1)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(1)
           MOVE "EXCOP-CLAIM-SCREEN" TO ST-PROGRAM(2)
           MOVE "screen" TO ST-EXE(2)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(2)
           MOVE "EXCOP-CLAIM-SETTLE" TO ST-PROGRAM(3)
           MOVE "settle" TO ST-EXE(3)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(3)
           MOVE "EXCOP-BOUNTY-EXPIRY" TO ST-PROGRAM(4)
           MOVE "expire" TO ST-EXE(4)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(4)
           MOVE "EXCOP-REWARD-ESCALATION" TO ST-PROGRAM(5)
           MOVE "escalate" TO ST-EXE(5)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(5)
           MOVE "EXCOP-DELTA-INTERCHANGE" TO ST-PROGRAM(6)
           MOVE "interchange" TO ST-EXE(6)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(6)
           MOVE "EXCOP-WATCH-MATCH" TO ST-PROGRAM(7)
           MOVE "watchmatch" TO ST-EXE(7)
           MOVE "YNNNNNNNNNNN" TO ST-DEPS(7)
           MOVE "EXCOP-RECONCILE" TO ST-PROGRAM(8)
           MOVE "reconcile" TO ST-EXE(8)
           MOVE "YNNNNNNNNNNN" TO ST-DEPS(8)
           MOVE "EXCOP-DAILY-REPORT" TO ST-PROGRAM(9)
           MOVE "report" TO ST-EXE(9)
           MOVE "YNNNNNNNNNNN" TO ST-DEPS(9)
           MOVE "EXCOP-TREND-REPORT" TO ST-PROGRAM(10)
           MOVE "trend" TO ST-EXE(10)
           MOVE "NNNNNNNNYNNN" TO ST-DEPS(10)
           MOVE "EXCOP-LOG-ARCHIVE" TO ST-PROGRAM(11)
           MOVE "archive" TO ST-EXE(11)
           MOVE "YYYYYYYYYNNN" TO ST-DEPS(11)
           MOVE "EXCOP-MASTER-RECOVERY" TO ST-PROGRAM(12)
           MOVE "mastercheck" TO ST-EXE(12)
           MOVE "NNNNNNNNNNNN" TO ST-DEPS(12)
           MOVE 1 TO S-IX
           PERFORM UNTIL S-IX > STEP-COUNT
              MOVE 0 TO ST-RC(S-IX)
              ADD 1 TO S-IX
           END-PERFORM.

       LOAD-CONTROL-STATES.
           *> The control file is append-only, so the last line for a
           *> step on this business date is where that step stands.
           *> A step whose last word is START died under the
           *> controller and counts as not done.
           DISPLAY "LOAD-CONTROL-STATES: Starting"
           MOVE 0 TO CTL-LINES
           OPEN INPUT CONTROL-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-CONTROL-STATES: No run-control file yet, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ CONTROL-FILE INTO CONTROL-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM APPLY-CONTROL-LINE
              END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF CTL-LINES > 0
              MOVE "RESTART" TO RUN-TYPE
           END-IF
           DISPLAY "LOAD-CONTROL-STATES: Completed, checkpoints for "
              BATCH-DATE " = " CTL-LINES.

       APPLY-CONTROL-LINE.
           IF CONTROL-REC(1:5) NOT = "date="
              EXIT PARAGRAPH
           END-IF
           MOVE CONTROL-REC(6:8) TO CTL-DATE
           IF CTL-DATE NOT = BATCH-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CTL-HEAD CTL-REST CTL-STEP CTL-EVENT
           MOVE SPACES TO CTL-STATUS
           UNSTRING CONTROL-REC DELIMITED BY " step="
             INTO CTL-HEAD CTL-REST
           END-UNSTRING
           MOVE CTL-REST(1:2) TO CTL-STEP
           IF CTL-STEP NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE CTL-STEP TO CTL-STEP-NUM
           IF CTL-STEP-NUM < 1 OR CTL-STEP-NUM > STEP-COUNT
              EXIT PARAGRAPH
           END-IF
           UNSTRING CONTROL-REC DELIMITED BY " event="
             INTO CTL-HEAD CTL-REST
           END-UNSTRING
           UNSTRING CTL-REST DELIMITED BY ALL SPACES
             INTO CTL-EVENT
           END-UNSTRING
           ADD 1 TO CTL-LINES
           EVALUATE CTL-EVENT
             WHEN "START"
                MOVE "STARTED" TO ST-PRIOR(CTL-STEP-NUM)
             WHEN "HELD"
                MOVE "HELD" TO ST-PRIOR(CTL-STEP-NUM)
             WHEN "END"
                UNSTRING CONTROL-REC DELIMITED BY " status="
                  INTO CTL-HEAD CTL-REST
                END-UNSTRING
                UNSTRING CTL-REST DELIMITED BY ALL SPACES
                  INTO CTL-STATUS
                END-UNSTRING
                MOVE CTL-STATUS TO ST-PRIOR(CTL-STEP-NUM)
           END-EVALUATE.

       SET-STEP-ENVIRONMENT.
           *> Every step reports on the business date, not on the
           *> calendar day a restart happens to run; the master check
           *> always runs in its read-only mode here, whatever the
           *> operator's shell had left in RECOVERY_MODE.
           MOVE SPACES TO BATCH-DATE-Z
           STRING BATCH-DATE DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO BATCH-DATE-Z
           END-STRING
           CALL "setenv" USING
                BY CONTENT Z"REPORT_DATE"
                BY REFERENCE BATCH-DATE-Z
                BY VALUE 1
                RETURNING RET
           END-CALL
           CALL "setenv" USING
                BY CONTENT Z"RECOVERY_MODE"
                BY CONTENT Z"VERIFY"
                BY VALUE 1
                RETURNING RET
           END-CALL.

       RUN-ONE-STEP.
           IF ST-PRIOR(S-IX) = "OK"
              DISPLAY "RUN-ONE-STEP: " FUNCTION TRIM(ST-PROGRAM(S-IX))
                 " already complete for " BATCH-DATE ", skipping"
              MOVE "DONE" TO ST-RESULT(S-IX)
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STEP-DEPENDENCIES
           IF DEPS-OK = "N"
              DISPLAY "RUN-ONE-STEP: " FUNCTION TRIM(ST-PROGRAM(S-IX))
                 " held - " FUNCTION TRIM(ST-PROGRAM(HELD-BY-IX))
                 " did not finish"
              MOVE "HELD" TO ST-RESULT(S-IX)
              MOVE "HELD" TO CTL-EVENT
              PERFORM WRITE-CONTROL-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO ST-START(S-IX)
           MOVE "START" TO CTL-EVENT
           PERFORM WRITE-CONTROL-LINE
           DISPLAY "RUN-ONE-STEP: Running "
              FUNCTION TRIM(ST-PROGRAM(S-IX))
           *> Each step's own progress messages go to one log per
           *> night alongside the control file.
           MOVE SPACES TO CMD
           STRING FUNCTION TRIM(BIN-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(ST-EXE(S-IX)) DELIMITED BY SIZE
                  " >> /app/batch_steps_" DELIMITED BY SIZE
                  BATCH-DATE DELIMITED BY SIZE
                  ".log 2>&1" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO CMD
           END-STRING
           CALL "system" USING BY REFERENCE CMD RETURNING RET
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO ST-END(S-IX)
           *> system() hands back the wait status: the exit code sits
           *> in the high byte, and -1 means the shell never ran.
           IF RET < 0
              MOVE -1 TO ST-RC(S-IX)
           ELSE
              COMPUTE ST-RC(S-IX) = RET / 256
           END-IF
           IF RET = 0
              MOVE "OK" TO ST-RESULT(S-IX)
              ADD 1 TO OK-COUNT
           ELSE
              MOVE "FAILED" TO ST-RESULT(S-IX)
              DISPLAY "RUN-ONE-STEP: " FUNCTION TRIM(ST-PROGRAM(S-IX))
                 " failed, rc = " ST-RC(S-IX)
           END-IF
           ADD 1 TO RAN-COUNT
           MOVE "END" TO CTL-EVENT
           PERFORM WRITE-CONTROL-LINE.

       CHECK-STEP-DEPENDENCIES.
           MOVE "Y" TO DEPS-OK
           MOVE 0 TO HELD-BY-IX
           MOVE 1 TO D-IX
           PERFORM UNTIL D-IX >= S-IX OR DEPS-OK = "N"
              IF ST-DEPS(S-IX)(D-IX:1) = "Y"
                 AND ST-RESULT(D-IX) NOT = "OK"
                 AND ST-RESULT(D-IX) NOT = "DONE"
                 MOVE "N" TO DEPS-OK
                 MOVE D-IX TO HELD-BY-IX
              END-IF
              ADD 1 TO D-IX
           END-PERFORM.

       WRITE-CONTROL-LINE.
           *> CTL-EVENT says which checkpoint; the caller holds the
           *> control lock for the whole night.
           MOVE S-IX TO STEP-NUM-ED
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE SPACES TO CONTROL-REC
           EVALUATE CTL-EVENT
             WHEN "END"
                MOVE ST-RC(S-IX) TO RC-ED
                STRING "date=" DELIMITED BY SIZE
                       BATCH-DATE DELIMITED BY SIZE
                       " step=" DELIMITED BY SIZE
                       STEP-NUM-ED DELIMITED BY SIZE
                       " program=" DELIMITED BY SIZE
                       FUNCTION TRIM(ST-PROGRAM(S-IX))
                          DELIMITED BY SIZE
                       " event=END time=" DELIMITED BY SIZE
                       ST-END(S-IX) DELIMITED BY SIZE
                       " status=" DELIMITED BY SIZE
                       FUNCTION TRIM(ST-RESULT(S-IX))
                          DELIMITED BY SIZE
                       " rc=" DELIMITED BY SIZE
                       FUNCTION TRIM(RC-ED) DELIMITED BY SIZE
                  INTO CONTROL-REC
                END-STRING
             WHEN "START"
                STRING "date=" DELIMITED BY SIZE
                       BATCH-DATE DELIMITED BY SIZE
                       " step=" DELIMITED BY SIZE
                       STEP-NUM-ED DELIMITED BY SIZE
                       " program=" DELIMITED BY SIZE
                       FUNCTION TRIM(ST-PROGRAM(S-IX))
                          DELIMITED BY SIZE
                       " event=START time=" DELIMITED BY SIZE
                       ST-START(S-IX) DELIMITED BY SIZE
                  INTO CONTROL-REC
                END-STRING
             WHEN OTHER
                STRING "date=" DELIMITED BY SIZE
                       BATCH-DATE DELIMITED BY SIZE
                       " step=" DELIMITED BY SIZE
                       STEP-NUM-ED DELIMITED BY SIZE
                       " program=" DELIMITED BY SIZE
                       FUNCTION TRIM(ST-PROGRAM(S-IX))
                          DELIMITED BY SIZE
                       " event=HELD time=" DELIMITED BY SIZE
                       NOW-DATE-TIME(1:14) DELIMITED BY SIZE
                       " after=" DELIMITED BY SIZE
                       FUNCTION TRIM(ST-PROGRAM(HELD-BY-IX))
                          DELIMITED BY SIZE
                  INTO CONTROL-REC
                END-STRING
           END-EVALUATE
           OPEN EXTEND CONTROL-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT CONTROL-FILE
           END-IF
           IF FILE-STATUS = "00"
              WRITE CONTROL-REC
              IF FILE-STATUS NOT = "00"
                 DISPLAY "WRITE-CONTROL-LINE: Write failed, status = "
                    FILE-STATUS
              END-IF
              CLOSE CONTROL-FILE
           ELSE
              DISPLAY "WRITE-CONTROL-LINE: Unable to open run-control "
                 "file, status = " FILE-STATUS
           END-IF.

       WRITE-RUN-SUMMARY.
           *> One page for the morning shift: what ran, what was
           *> already done, what failed and what it held back.
           MOVE 0 TO DONE-COUNT FAILED-COUNT HELD-COUNT
           MOVE 0 TO FIRST-FAILED-IX
           MOVE 1 TO S-IX
           PERFORM UNTIL S-IX > STEP-COUNT
              EVALUATE ST-RESULT(S-IX)
                WHEN "DONE"
                   ADD 1 TO DONE-COUNT
                WHEN "FAILED"
                   ADD 1 TO FAILED-COUNT
                   IF FIRST-FAILED-IX = 0
                      MOVE S-IX TO FIRST-FAILED-IX
                   END-IF
                WHEN "HELD"
                   ADD 1 TO HELD-COUNT
              END-EVALUATE
              ADD 1 TO S-IX
           END-PERFORM
           OPEN OUTPUT SUMMARY-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-RUN-SUMMARY: Unable to open summary, "
                 "status = " FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE SPACES TO SUMMARY-REC
           STRING "EXCOP WANTED BOARD - NIGHTLY BATCH SUMMARY "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           STRING "  BUSINESS DATE  . . . : " DELIMITED BY SIZE
                  BATCH-DATE DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           STRING "  RUN TYPE . . . . . . : " DELIMITED BY SIZE
                  FUNCTION TRIM(RUN-TYPE) DELIMITED BY SIZE
                  "  STARTED " DELIMITED BY SIZE
                  RUN-START DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE "  STEP PROGRAM                  RESULT   STARTED        "
              TO SUMMARY-REC
           MOVE "ENDED           RC" TO SUMMARY-REC(58:)
           WRITE SUMMARY-REC
           MOVE 1 TO S-IX
           PERFORM UNTIL S-IX > STEP-COUNT
              PERFORM WRITE-SUMMARY-STEP-LINE
              ADD 1 TO S-IX
           END-PERFORM
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE RAN-COUNT TO EDIT-CNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  STEPS RUN THIS TIME  : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE OK-COUNT TO EDIT-CNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  COMPLETED OK . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE DONE-COUNT TO EDIT-CNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  DONE ON EARLIER RUN  : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE FAILED-COUNT TO EDIT-CNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  FAILED . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE HELD-COUNT TO EDIT-CNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  HELD BY A FAILURE  . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           IF FAILED-COUNT = 0 AND HELD-COUNT = 0
              MOVE "NIGHT COMPLETE - ALL STEPS FINISHED OK"
                 TO SUMMARY-REC
              WRITE SUMMARY-REC
           ELSE
              MOVE "NIGHT INCOMPLETE" TO SUMMARY-REC
              WRITE SUMMARY-REC
              IF FIRST-FAILED-IX > 0
                 MOVE SPACES TO SUMMARY-REC
                 STRING "  FIX " DELIMITED BY SIZE
                        FUNCTION TRIM(ST-PROGRAM(FIRST-FAILED-IX))
                           DELIMITED BY SIZE
                        " (see /app/batch_steps_" DELIMITED BY SIZE
                        BATCH-DATE DELIMITED BY SIZE
                        ".log)" DELIMITED BY SIZE
                   INTO SUMMARY-REC
                 END-STRING
                 WRITE SUMMARY-REC
              END-IF
              MOVE SPACES TO SUMMARY-REC
              STRING "  THEN RESTART WITH BATCH_DATE=" DELIMITED BY SIZE
                     BATCH-DATE DELIMITED BY SIZE
                     " - FINISHED STEPS ARE NOT RE-RUN"
                        DELIMITED BY SIZE
                INTO SUMMARY-REC
              END-STRING
              WRITE SUMMARY-REC
           END-IF
           CLOSE SUMMARY-FILE.

       WRITE-SUMMARY-STEP-LINE.
           MOVE S-IX TO STEP-NUM-ED
           MOVE SPACES TO SUMMARY-REC
           MOVE STEP-NUM-ED TO SUMMARY-REC(3:2)
           MOVE ST-PROGRAM(S-IX) TO SUMMARY-REC(8:24)
           MOVE ST-RESULT(S-IX) TO SUMMARY-REC(33:8)
           IF ST-RESULT(S-IX) = "OK" OR ST-RESULT(S-IX) = "FAILED"
              MOVE ST-START(S-IX) TO SUMMARY-REC(42:14)
              MOVE ST-END(S-IX) TO SUMMARY-REC(58:14)
              MOVE ST-RC(S-IX) TO RC-ED
              MOVE RC-ED TO SUMMARY-REC(72:4)
           END-IF
           WRITE SUMMARY-REC.

       LOCK-CONTROL-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/batch_control.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING CONTROL-LOCK-FD
           END-CALL
           IF CONTROL-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE CONTROL-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-CONTROL-FILE.
           IF CONTROL-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE CONTROL-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE CONTROL-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO CONTROL-LOCK-FD
           END-IF.
