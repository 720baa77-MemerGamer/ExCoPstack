IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-DISPUTE-AGEING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "/app/disputes.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISPUTE-ID
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "/app/dispute_ageing.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> The weekly ageing buckets, in days since the dispute was
      *> filed; anything past the last bound is overdue.
       77  AGE-BAND-1              PIC 9(4) VALUE 7.
       77  AGE-BAND-2              PIC 9(4) VALUE 14.
       77  AGE-BAND-3              PIC 9(4) VALUE 30.

       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  DATE-YYYYMMDD           PIC 9(8) VALUE 0.
       77  TODAY-INT               PIC S9(9) COMP-5 VALUE 0.
       77  FILED-INT               PIC S9(9) COMP-5 VALUE 0.
       77  AGE-DAYS                PIC S9(9) COMP-5 VALUE 0.
       01  AGE-BAND-TEXT           PIC X(8) VALUE SPACES.

       77  OPEN-COUNT              PIC 9(6) VALUE 0.
       77  BAND-1-COUNT            PIC 9(6) VALUE 0.
       77  BAND-2-COUNT            PIC 9(6) VALUE 0.
       77  BAND-3-COUNT            PIC 9(6) VALUE 0.
       77  OVERDUE-COUNT           PIC 9(6) VALUE 0.
       77  UPHELD-WEEK-COUNT       PIC 9(6) VALUE 0.
       77  REJECTED-WEEK-COUNT     PIC 9(6) VALUE 0.
       77  OLDEST-AGE              PIC S9(9) COMP-5 VALUE 0.
       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-AGE                PIC ZZZZ9.

       77  DISPUTE-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "DISPUTE-AGEING: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:8) TO DATE-YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
           PERFORM OPEN-REPORT-FILE
           PERFORM LOCK-DISPUTE-FILE
           PERFORM LIST-OPEN-DISPUTES
           PERFORM UNLOCK-DISPUTE-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "DISPUTE-AGEING: Completed, report in "
              "/app/dispute_ageing.txt"
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "DISPUTE-AGEING: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - OPEN DISPUTES AGEING REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "DISPUTE   AGE  BAND     BOUNTY ID         CLAIMED BY       DISPUTED BY      REASON"
              TO REPORT-REC
           WRITE REPORT-REC.

       LIST-OPEN-DISPUTES.
           *> The file is keyed by dispute number, which is filing
           *> order, so the oldest open disputes come out first.
           OPEN INPUT DISPUTE-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "LIST-OPEN-DISPUTES: No disputes file, status = "
                 FILE-STATUS
              MOVE "  NO DISPUTES ON FILE" TO REPORT-REC
              WRITE REPORT-REC
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
                    PERFORM JUDGE-ONE-DISPUTE
              END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           IF OPEN-COUNT = 0
              MOVE "  NO OPEN DISPUTES" TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       JUDGE-ONE-DISPUTE.
           *> Resolutions in the last week are counted so the weekly
           *> report shows throughput as well as the backlog.
           IF DISPUTE-STATUS NOT = "OPEN"
              IF DISPUTE-RESOLVED(1:8) IS NUMERIC
                 MOVE DISPUTE-RESOLVED(1:8) TO DATE-YYYYMMDD
                 IF TODAY-INT - FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
                    < AGE-BAND-1
                    IF DISPUTE-STATUS = "UPHELD"
                       ADD 1 TO UPHELD-WEEK-COUNT
                    ELSE
                       ADD 1 TO REJECTED-WEEK-COUNT
                    END-IF
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE 0 TO AGE-DAYS
           IF DISPUTE-FILED(1:8) IS NUMERIC
              MOVE DISPUTE-FILED(1:8) TO DATE-YYYYMMDD
              COMPUTE FILED-INT =
                 FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
              COMPUTE AGE-DAYS = TODAY-INT - FILED-INT
           END-IF
           IF AGE-DAYS > OLDEST-AGE
              MOVE AGE-DAYS TO OLDEST-AGE
           END-IF
           EVALUATE TRUE
             WHEN AGE-DAYS <= AGE-BAND-1
                ADD 1 TO BAND-1-COUNT
                MOVE "0-7" TO AGE-BAND-TEXT
             WHEN AGE-DAYS <= AGE-BAND-2
                ADD 1 TO BAND-2-COUNT
                MOVE "8-14" TO AGE-BAND-TEXT
             WHEN AGE-DAYS <= AGE-BAND-3
                ADD 1 TO BAND-3-COUNT
                MOVE "15-30" TO AGE-BAND-TEXT
             WHEN OTHER
                ADD 1 TO OVERDUE-COUNT
                MOVE "OVER 30" TO AGE-BAND-TEXT
           END-EVALUATE
           MOVE AGE-DAYS TO EDIT-AGE
           MOVE SPACES TO REPORT-REC
           MOVE DISPUTE-ID(1:8) TO REPORT-REC(1:8)
           MOVE EDIT-AGE TO REPORT-REC(10:5)
           MOVE AGE-BAND-TEXT TO REPORT-REC(16:8)
           MOVE DISPUTE-BOUNTY-ID(1:16) TO REPORT-REC(25:16)
           MOVE DISPUTE-CLAIM-HUNTER TO REPORT-REC(43:16)
           MOVE DISPUTE-HUNTER TO REPORT-REC(60:16)
           MOVE DISPUTE-REASON(1:124) TO REPORT-REC(77:124)
           WRITE REPORT-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "OPEN DISPUTES BY AGE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE BAND-1-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  0 - 7 DAYS . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE BAND-2-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  8 - 14 DAYS  . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE BAND-3-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  15 - 30 DAYS . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OVERDUE-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  OVER 30 DAYS . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OPEN-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL OPEN . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE OLDEST-AGE TO EDIT-AGE
           MOVE SPACES TO REPORT-REC
           STRING "  OLDEST, DAYS . . . . : " DELIMITED BY SIZE
                  EDIT-AGE DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RESOLVED IN THE LAST 7 DAYS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE UPHELD-WEEK-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UPHELD . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE REJECTED-WEEK-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: open=" OPEN-COUNT
              " over30=" OVERDUE-COUNT.

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
