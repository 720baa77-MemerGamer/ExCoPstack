IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCOP-DELTA-INTERCHANGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO
                  "/app/interchange_control.dat"
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
           SELECT HISTORY-FILE ASSIGN TO "/app/history.log"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO "/app/interchange_delta.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO
                  "/app/interchange_journal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT PARTNER-FILE ASSIGN TO
                  "/app/interchange_partners.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "/app/interchange_acks.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT ACK-REGISTER ASSIGN TO
                  "/app/interchange_ackreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT RESEND-FILE ASSIGN TO
                  "/app/interchange_resend.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
                  "/app/interchange_report.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
      *> One line, rewritten each run:
      *>   last_seq=<nnnnnn> last_to=<YYYYMMDDHHMMSS>
      *> The next delta carries sequence last_seq + 1 and every log
      *> line stamped from last_to up to the start of that run.
       01  CONTROL-REC          PIC X(256).
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
       FD  HISTORY-FILE.
       01  HISTORY-REC          PIC X(1024).
       FD  DELTA-FILE.
       01  DELTA-REC            PIC X(300).
       FD  JOURNAL-FILE.
      *> Every record of every delta sent, in sending order, so an
      *> unconfirmed batch can be rebuilt exactly as it first went.
       01  JOURNAL-REC          PIC X(300).
       FD  PARTNER-FILE.
      *> One line per partner office taking the delta:
      *>   partner=<id> from=<first batch owed> name=<office name>
      *> from= may be left off for a partner that has had them all.
       01  PARTNER-REC          PIC X(256).
       FD  ACK-FILE.
      *> Acknowledgements handed back by the partners, fixed columns:
      *>   1     "A"
      *>   2-17  partner id
      *>   18-23 batch sequence acknowledged
      *>   24-31 record count received, header and trailer included
      *>   32-45 YYYYMMDDHHMMSS the partner loaded it
       01  ACK-REC              PIC X(300).
       FD  ACK-REGISTER.
      *> Accepted acknowledgements, append-only:
      *>   partner=<id> batch=<nnnnnn> acked=<ts> received=<ts>
       01  ACK-REGISTER-REC     PIC X(256).
       FD  RESEND-FILE.
       01  RESEND-REC           PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX VALUE SPACES.
       77  RET                     PIC S9(9) COMP-5 VALUE 0.

      *> The delta record, 300 bytes fixed. Every record opens with
      *> its type, the batch sequence and its place in the batch;
      *> the rest is laid out by type.
       01  DX-RECORD.
           05  DX-TYPE             PIC X.
           05  DX-BATCH            PIC 9(6).
           05  DX-REC-SEQ          PIC 9(6).
           05  DX-BODY             PIC X(287).
       01  DX-HEADER REDEFINES DX-RECORD.
           05  FILLER              PIC X(13).
           05  DXH-SOURCE          PIC X(8).
           05  DXH-DEST            PIC X(16).
           05  DXH-CREATED         PIC X(14).
           05  DXH-FROM-TS         PIC X(14).
           05  DXH-TO-TS           PIC X(14).
           05  DXH-RESEND          PIC X.
           05  FILLER              PIC X(220).
       01  DX-DETAIL REDEFINES DX-RECORD.
           05  FILLER              PIC X(13).
           05  DXD-ACTION          PIC X(8).
           05  DXD-EVENT-TS        PIC X(14).
           05  DXD-ID              PIC X(64).
           05  DXD-NAME            PIC X(80).
           05  DXD-BOUNTY          PIC X(16).
           05  DXD-CATEGORY        PIC X(16).
           05  DXD-DANGER          PIC X(8).
           05  DXD-OFFICE          PIC X(16).
           05  DXD-CLAIMANT        PIC X(60).
           05  FILLER              PIC X(5).
       01  DX-TRAILER REDEFINES DX-RECORD.
           05  FILLER              PIC X(13).
           05  DXT-RECORD-COUNT    PIC 9(8).
           05  DXT-DETAIL-COUNT    PIC 9(8).
           05  DXT-ADD-COUNT       PIC 9(8).
           05  DXT-CHANGE-COUNT    PIC 9(8).
           05  DXT-CLAIMED-COUNT   PIC 9(8).
           05  DXT-REMOVED-COUNT   PIC 9(8).
           05  FILLER              PIC X(239).

       01  ACK-LINE.
           05  ACK-TYPE            PIC X.
           05  ACK-PARTNER         PIC X(16).
           05  ACK-BATCH           PIC X(6).
           05  ACK-RECORD-COUNT    PIC X(8).
           05  ACK-TS              PIC X(14).
           05  FILLER              PIC X(255).

       01  LAST-SEQ                PIC 9(6) VALUE 0.
       01  BATCH-SEQ               PIC 9(6) VALUE 0.
       01  FROM-TS                 PIC X(14) VALUE ALL "0".
       01  TO-TS                   PIC X(14) VALUE SPACES.
       01  NOW-DATE-TIME           PIC X(21) VALUE SPACES.
       01  CT-HEAD                 PIC X(256) VALUE SPACES.
       01  CT-REST                 PIC X(256) VALUE SPACES.
      *> The newest batch the journal holds whole, header through
      *> trailer, with the stamp its window ran to.
       01  JNL-OPEN-SEQ            PIC 9(6) VALUE 0.
       01  JNL-OPEN-TO             PIC X(14) VALUE SPACES.
       01  JNL-LAST-SEQ            PIC 9(6) VALUE 0.
       01  JNL-LAST-TO             PIC X(14) VALUE SPACES.

      *> The board as it stands, for the category, danger and
      *> office a log line does not carry, and for the id a new
      *> posting has been given since.
       01  MASTER-TABLE.
           05  MT-ENTRY OCCURS 5000 TIMES.
               10  MT-ID           PIC X(64).
               10  MT-NAME         PIC X(256).
               10  MT-CATEGORY     PIC X(32).
               10  MT-DANGER       PIC X(8).
               10  MT-OFFICE       PIC X(64).
       77  MASTER-COUNT            PIC 9(6) VALUE 0.
       77  MT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  MT-FOUND-IX             PIC S9(9) COMP-5 VALUE 0.
       77  MASTER-TRUNCATED        PIC X VALUE "N".

      *> The night's events. Postings are loaded first and history
      *> after; each log is in time order already, so the two runs
      *> are merged on the stamp as the delta is written.
       01  EVENT-TABLE.
           05  EV-ENTRY OCCURS 10000 TIMES.
               10  EV-TS           PIC X(14).
               10  EV-ACTION       PIC X(8).
               10  EV-ID           PIC X(64).
               10  EV-NAME         PIC X(80).
               10  EV-BOUNTY       PIC X(16).
               10  EV-CATEGORY     PIC X(16).
               10  EV-DANGER       PIC X(8).
               10  EV-OFFICE       PIC X(16).
               10  EV-CLAIMANT     PIC X(60).
       77  EVENT-COUNT             PIC 9(6) VALUE 0.
       77  POSTING-COUNT           PIC 9(6) VALUE 0.
       77  EV-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  W-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  H-IX                    PIC S9(9) COMP-5 VALUE 0.
       77  EVENT-TRUNCATED         PIC X VALUE "N".
      *> The earliest stamp that would not fit: a full table ends
      *> the batch there, and the next run starts from it.
       01  EVENT-CUTOFF-TS         PIC X(14) VALUE HIGH-VALUES.
       77  KEPT-POSTINGS           PIC 9(6) VALUE 0.

       01  LOG-HEAD                PIC X(64) VALUE SPACES.
       01  LOG-REST                PIC X(4096) VALUE SPACES.
       01  LOG-REST2               PIC X(1024) VALUE SPACES.
       01  LOG-TS                  PIC X(14) VALUE SPACES.
       01  LOG-ACTION              PIC X(16) VALUE SPACES.
       01  LOG-ID                  PIC X(64) VALUE SPACES.
       01  LOG-NAME                PIC X(1024) VALUE SPACES.
       01  LOG-BOUNTY              PIC X(64) VALUE SPACES.
       01  LOG-AMT                 PIC X(64) VALUE SPACES.
       01  LOG-CATREST             PIC X(1024) VALUE SPACES.
       01  LOG-CATEGORY            PIC X(64) VALUE SPACES.
       01  LOG-DANGER              PIC X(64) VALUE SPACES.
       01  LOG-OFFICE              PIC X(64) VALUE SPACES.
       01  LOG-CLAIMANT            PIC X(256) VALUE SPACES.
       01  LOG-OUTCOME             PIC X(16) VALUE SPACES.
       01  LOG-JUNK                PIC X(1024) VALUE SPACES.

       77  REC-SEQ                 PIC 9(6) VALUE 0.
       77  ADD-COUNT               PIC 9(8) VALUE 0.
       77  CHANGE-COUNT            PIC 9(8) VALUE 0.
       77  CLAIMED-COUNT           PIC 9(8) VALUE 0.
       77  REMOVED-COUNT           PIC 9(8) VALUE 0.
       77  DELTA-WRITTEN           PIC X VALUE "N".

      *> Partners and what they have confirmed.
       01  PARTNER-TABLE.
           05  PT-ENTRY OCCURS 100 TIMES.
               10  PT-ID           PIC X(16).
               10  PT-FROM         PIC 9(6).
               10  PT-NAME         PIC X(64).
               10  PT-OWED         PIC 9(6).
       77  PARTNER-COUNT           PIC 9(4) VALUE 0.
       77  PT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  PT-FOUND-IX             PIC S9(9) COMP-5 VALUE 0.
       77  PARTNERS-KNOWN          PIC X VALUE "N".

      *> The batches on the journal: sequence, when built and how
      *> many records the trailer counted.
       01  BATCH-TABLE.
           05  BT-ENTRY OCCURS 5000 TIMES.
               10  BT-SEQ          PIC 9(6).
               10  BT-CREATED      PIC X(14).
               10  BT-RECORDS      PIC 9(8).
               10  BT-COPIES       PIC 9(4).
       77  BATCH-COUNT             PIC 9(6) VALUE 0.
       77  CUR-BT-IX               PIC S9(9) COMP-5 VALUE 0.
       77  COPY-SEEN               PIC 9(4) VALUE 0.
       77  BT-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  BT-FOUND-IX             PIC S9(9) COMP-5 VALUE 0.

       01  ACKED-TABLE.
           05  AK-ENTRY OCCURS 20000 TIMES.
               10  AK-PARTNER      PIC X(16).
               10  AK-BATCH        PIC 9(6).
       77  ACKED-COUNT             PIC 9(6) VALUE 0.
       77  AK-IX                   PIC S9(9) COMP-5 VALUE 0.
       77  BATCH-ACKED             PIC X VALUE "N".

       01  LINE-BUF                PIC X(256) VALUE SPACES.
       01  TOKEN-PART              PIC X(256) VALUE SPACES.
       01  PT-LINE-ID              PIC X(64) VALUE SPACES.
       01  PT-LINE-FROM            PIC X(16) VALUE SPACES.
       01  PT-LINE-NAME            PIC X(256) VALUE SPACES.
       01  AK-LINE-PARTNER         PIC X(16) VALUE SPACES.
       01  AK-LINE-BATCH           PIC X(16) VALUE SPACES.
       77  P                       PIC S9(9) COMP-5 VALUE 0.
       01  REJECT-REASON           PIC X(60) VALUE SPACES.
       77  ACK-READ-COUNT          PIC 9(6) VALUE 0.
       77  ACK-ACCEPTED-COUNT      PIC 9(6) VALUE 0.
       77  ACK-REJECTED-COUNT      PIC 9(6) VALUE 0.
       77  ACK-FILE-SEEN           PIC X VALUE "N".
       77  ACK-EOF                 PIC X VALUE "N".
       77  RESEND-BATCH-COUNT      PIC 9(6) VALUE 0.
       77  RESEND-RECORD-COUNT     PIC 9(8) VALUE 0.
       77  OWED-TOTAL              PIC 9(6) VALUE 0.

       01  EDIT-CNT                PIC Z(8)9.
       01  EDIT-SEQ                PIC 9(6).

       77  INTERCHANGE-LOCK-FD     PIC S9(9) COMP-5 VALUE -1.
       77  MASTER-LOCK-FD          PIC S9(9) COMP-5 VALUE -1.
       77  WANTED-LOG-LOCK-FD      PIC S9(9) COMP-5 VALUE -1.
       77  HISTORY-LOCK-FD         PIC S9(9) COMP-5 VALUE -1.
       77  LOCK-OPEN-FLAGS         PIC S9(9) COMP-5 VALUE 66.
       77  LOCK-OPEN-MODE          PIC S9(9) COMP-5 VALUE 384.
       77  LOCK-EX                 PIC S9(9) COMP-5 VALUE 2.
       77  LOCK-UN                 PIC S9(9) COMP-5 VALUE 8.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "DELTA-INTERCHANGE: Starting"
           MOVE FUNCTION CURRENT-DATE TO NOW-DATE-TIME
           MOVE NOW-DATE-TIME(1:14) TO TO-TS
           PERFORM OPEN-REPORT-FILE
           *> One extract at a time: the sequence number and the
           *> journal must never be handed out twice.
           PERFORM LOCK-INTERCHANGE-FILE
           PERFORM LOAD-CONTROL
           PERFORM CHECK-JOURNAL-AHEAD
           PERFORM LOCK-MASTER-FILE
           PERFORM LOAD-MASTER-TABLE
           PERFORM UNLOCK-MASTER-FILE
           PERFORM LOCK-WANTED-LOG-FILE
           PERFORM LOAD-POSTINGS
           PERFORM UNLOCK-WANTED-LOG-FILE
           PERFORM LOCK-HISTORY-FILE
           PERFORM LOAD-HISTORY-EVENTS
           PERFORM UNLOCK-HISTORY-FILE
           IF EVENT-TRUNCATED = "Y"
              PERFORM CUT-BATCH-AT-FULL-TABLE
           END-IF
           IF EVENT-TRUNCATED = "Y" AND EVENT-CUTOFF-TS <= FROM-TS
              DISPLAY "DELTA-INTERCHANGE: Event table full at the "
                 "window start, no delta written"
              MOVE "  EVENT TABLE FULL AT WINDOW START - NOT ADVANCED"
                 TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM WRITE-DELTA
           END-IF
           IF DELTA-WRITTEN = "Y"
              PERFORM SAVE-CONTROL
           END-IF
           PERFORM LOAD-PARTNERS
           PERFORM LOAD-BATCH-TABLE
           PERFORM PROCESS-ACKS
           PERFORM LOAD-ACK-REGISTER
           PERFORM REPORT-UNCONFIRMED
           PERFORM UNLOCK-INTERCHANGE-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM RETIRE-ACK-FILE
           DISPLAY "DELTA-INTERCHANGE: Completed, report in "
              "/app/interchange_report.txt"
           IF DELTA-WRITTEN = "N"
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "DELTA-INTERCHANGE: Unable to open report, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "EXCOP WANTED BOARD - DELTA INTERCHANGE REPORT "
                  DELIMITED BY SIZE
                  NOW-DATE-TIME(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-DATE-TIME(9:6) DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-CONTROL.
           *> No control file means no delta has gone yet: the first
           *> one carries everything still on the logs.
           OPEN INPUT CONTROL-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-CONTROL: No control file, first extract"
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE INTO CONTROL-REC
              AT END
                 MOVE SPACES TO CONTROL-REC
           END-READ
           CLOSE CONTROL-FILE
           MOVE SPACES TO CT-HEAD CT-REST
           UNSTRING CONTROL-REC DELIMITED BY "last_seq="
              INTO CT-HEAD CT-REST
           END-UNSTRING
           IF CT-REST(1:6) IS NUMERIC
              MOVE CT-REST(1:6) TO LAST-SEQ
           END-IF
           MOVE SPACES TO CT-HEAD CT-REST
           UNSTRING CONTROL-REC DELIMITED BY "last_to="
              INTO CT-HEAD CT-REST
           END-UNSTRING
           IF CT-REST(1:14) IS NUMERIC
              MOVE CT-REST(1:14) TO FROM-TS
           END-IF
           DISPLAY "LOAD-CONTROL: last sequence " LAST-SEQ
              " last extract to " FROM-TS.

       CHECK-JOURNAL-AHEAD.
           *> The journal is written before the control file. A run
           *> that journalled a whole batch but died, or could not
           *> rewrite the control, leaves the control behind: carry
           *> on from the journal so that batch is not sent again
           *> under its own number.
           OPEN INPUT JOURNAL-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ JOURNAL-FILE INTO DX-RECORD
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    EVALUATE DX-TYPE
                      WHEN "H"
                         MOVE DX-BATCH TO JNL-OPEN-SEQ
                         MOVE DXH-TO-TS TO JNL-OPEN-TO
                      WHEN "T"
                         IF DX-BATCH = JNL-OPEN-SEQ
                            AND DX-BATCH > JNL-LAST-SEQ
                            MOVE JNL-OPEN-SEQ TO JNL-LAST-SEQ
                            MOVE JNL-OPEN-TO TO JNL-LAST-TO
                         END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF JNL-LAST-SEQ > LAST-SEQ
              AND JNL-LAST-TO IS NUMERIC
              MOVE JNL-LAST-SEQ TO LAST-SEQ
              MOVE JNL-LAST-TO TO FROM-TS
              DISPLAY "CHECK-JOURNAL-AHEAD: Control behind journal, "
                 "carrying on from batch " LAST-SEQ
              MOVE LAST-SEQ TO EDIT-SEQ
              MOVE SPACES TO REPORT-REC
              STRING "  CONTROL FILE BEHIND JOURNAL - CARRIED ON FROM "
                     "BATCH " DELIMITED BY SIZE
                     EDIT-SEQ DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     FROM-TS DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       LOAD-MASTER-TABLE.
           MOVE 0 TO MASTER-COUNT
           OPEN INPUT BOUNTY-MASTER
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-MASTER-TABLE: No master, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MASTER-ID
           START BOUNTY-MASTER KEY NOT LESS THAN MASTER-ID
              INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ BOUNTY-MASTER NEXT
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF MASTER-COUNT >= 5000
                       MOVE "Y" TO MASTER-TRUNCATED
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO MASTER-COUNT
                    MOVE MASTER-ID TO MT-ID(MASTER-COUNT)
                    MOVE MASTER-NAME TO MT-NAME(MASTER-COUNT)
                    MOVE MASTER-CATEGORY TO MT-CATEGORY(MASTER-COUNT)
                    MOVE MASTER-DANGER TO MT-DANGER(MASTER-COUNT)
                    MOVE MASTER-OFFICE TO MT-OFFICE(MASTER-COUNT)
              END-READ
           END-PERFORM
           CLOSE BOUNTY-MASTER
           DISPLAY "LOAD-MASTER-TABLE: Completed, records = "
              MASTER-COUNT.

       LOAD-POSTINGS.
           *> wanted.log lines read:
           *>   YYYYMMDDHHMMSS <addr> name=<n> bounty=<b>
           *>      category=<c> danger=<d> office=<o>
           *> from the form and the intake cards alike; each one in
           *> the window is an ADD.
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
                       AND LOG-TS >= FROM-TS
                       AND LOG-TS < TO-TS
                       PERFORM LOAD-ONE-POSTING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WANTED-LOG-FILE
           MOVE EVENT-COUNT TO POSTING-COUNT
           DISPLAY "LOAD-POSTINGS: Completed, postings = "
              POSTING-COUNT.

       LOAD-ONE-POSTING.
           MOVE SPACES TO LOG-HEAD LOG-REST LOG-NAME LOG-BOUNTY
           MOVE SPACES TO LOG-AMT LOG-CATREST LOG-CATEGORY
           MOVE SPACES TO LOG-DANGER LOG-OFFICE
           UNSTRING WANTED-LOG-REC DELIMITED BY " name="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " bounty="
             INTO LOG-NAME LOG-BOUNTY
           END-UNSTRING
           IF LOG-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           UNSTRING LOG-BOUNTY DELIMITED BY " category="
             INTO LOG-AMT LOG-CATREST
           END-UNSTRING
           UNSTRING LOG-CATREST DELIMITED BY " danger="
             INTO LOG-CATEGORY LOG-CATREST
           END-UNSTRING
           UNSTRING LOG-CATREST DELIMITED BY " office="
             INTO LOG-DANGER LOG-OFFICE
           END-UNSTRING
           IF EVENT-COUNT >= 10000
              MOVE "Y" TO EVENT-TRUNCATED
              IF LOG-TS < EVENT-CUTOFF-TS
                 MOVE LOG-TS TO EVENT-CUTOFF-TS
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-COUNT
           MOVE SPACES TO EV-ENTRY(EVENT-COUNT)
           MOVE LOG-TS TO EV-TS(EVENT-COUNT)
           MOVE "ADD" TO EV-ACTION(EVENT-COUNT)
           MOVE LOG-NAME TO EV-NAME(EVENT-COUNT)
           MOVE LOG-AMT TO EV-BOUNTY(EVENT-COUNT)
           MOVE LOG-CATEGORY TO EV-CATEGORY(EVENT-COUNT)
           MOVE LOG-DANGER TO EV-DANGER(EVENT-COUNT)
           MOVE LOG-OFFICE TO EV-OFFICE(EVENT-COUNT)
           *> The log has no id - the API hands that out - so take
           *> it off the master by name, as the recovery run does.
           PERFORM FIND-MASTER-BY-NAME
           IF MT-FOUND-IX > 0
              MOVE MT-ID(MT-FOUND-IX) TO EV-ID(EVENT-COUNT)
           END-IF.

       LOAD-HISTORY-EVENTS.
           *> history.log lines read:
           *>   YYYYMMDDHHMMSS <addr|batch> action=<ACT> id=<id>
           *>      operator=<op> old_name=<n> old_bounty=<b> ...
           *> EDIT and ESCALATE are CHANGEs, DELETE and EXPIRE are
           *> REMOVEDs, CLAIM and an upheld dispute (which hands the
           *> bounty to another hunter) are CLAIMEDs.
           OPEN INPUT HISTORY-FILE
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "05"
              DISPLAY "LOAD-HISTORY-EVENTS: No history log, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ HISTORY-FILE INTO HISTORY-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    MOVE HISTORY-REC(1:14) TO LOG-TS
                    IF LOG-TS IS NUMERIC
                       AND LOG-TS >= FROM-TS
                       AND LOG-TS < TO-TS
                       PERFORM LOAD-ONE-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           COMPUTE EV-IX = EVENT-COUNT - POSTING-COUNT
           DISPLAY "LOAD-HISTORY-EVENTS: Completed, events = " EV-IX.

       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO LOG-HEAD LOG-REST LOG-ACTION LOG-ID
           UNSTRING HISTORY-REC DELIMITED BY " action="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-ACTION
           END-UNSTRING
           UNSTRING HISTORY-REC DELIMITED BY " id="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY ALL SPACES
             INTO LOG-ID
           END-UNSTRING
           IF LOG-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-NAME LOG-BOUNTY LOG-CLAIMANT
           MOVE SPACES TO LOG-OUTCOME LOG-REST2 LOG-JUNK
           UNSTRING HISTORY-REC DELIMITED BY " old_name="
             INTO LOG-HEAD LOG-REST
           END-UNSTRING
           UNSTRING LOG-REST DELIMITED BY " old_bounty="
             INTO LOG-NAME LOG-REST2
           END-UNSTRING
           EVALUATE FUNCTION TRIM(LOG-ACTION)
             WHEN "EDIT"
             WHEN "ESCALATE"
                *> The new values are what the partners need; a
                *> blank new value means that field was not changed.
                MOVE LOG-NAME TO LOG-JUNK
                MOVE SPACES TO LOG-REST
                UNSTRING LOG-REST2 DELIMITED BY " new_name="
                  INTO LOG-BOUNTY LOG-REST
                END-UNSTRING
                MOVE SPACES TO LOG-NAME LOG-AMT
                UNSTRING LOG-REST DELIMITED BY " new_bounty="
                  INTO LOG-NAME LOG-AMT
                END-UNSTRING
                IF LOG-NAME = SPACES
                   MOVE LOG-JUNK TO LOG-NAME
                END-IF
                IF LOG-AMT NOT = SPACES
                   MOVE LOG-AMT TO LOG-BOUNTY
                END-IF
                MOVE "CHANGE" TO LOG-ACTION
             WHEN "DELETE"
             WHEN "EXPIRE"
                UNSTRING LOG-REST2 DELIMITED BY ALL SPACES
                  INTO LOG-BOUNTY
                END-UNSTRING
                MOVE "REMOVED" TO LOG-ACTION
             WHEN "CLAIM"
                UNSTRING LOG-REST2 DELIMITED BY " claimant="
                  INTO LOG-BOUNTY LOG-CLAIMANT
                END-UNSTRING
                MOVE "CLAIMED" TO LOG-ACTION
             WHEN "RESOLVE"
                UNSTRING LOG-REST2 DELIMITED BY " dispute="
                  INTO LOG-BOUNTY LOG-REST
                END-UNSTRING
                UNSTRING LOG-REST DELIMITED BY " outcome="
                  INTO LOG-JUNK LOG-REST2
                END-UNSTRING
                UNSTRING LOG-REST2 DELIMITED BY ALL SPACES
                  INTO LOG-OUTCOME
                END-UNSTRING
                IF LOG-OUTCOME NOT = "UPHELD"
                   EXIT PARAGRAPH
                END-IF
                UNSTRING LOG-REST2 DELIMITED BY " claimant="
                  INTO LOG-JUNK LOG-REST
                END-UNSTRING
                UNSTRING LOG-REST DELIMITED BY " hunter="
                  INTO LOG-CLAIMANT LOG-JUNK
                END-UNSTRING
                MOVE "CLAIMED" TO LOG-ACTION
             WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE
           IF EVENT-COUNT >= 10000
              MOVE "Y" TO EVENT-TRUNCATED
              IF LOG-TS < EVENT-CUTOFF-TS
                 MOVE LOG-TS TO EVENT-CUTOFF-TS
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-COUNT
           MOVE SPACES TO EV-ENTRY(EVENT-COUNT)
           MOVE LOG-TS TO EV-TS(EVENT-COUNT)
           MOVE LOG-ACTION TO EV-ACTION(EVENT-COUNT)
           MOVE LOG-ID TO EV-ID(EVENT-COUNT)
           MOVE LOG-NAME TO EV-NAME(EVENT-COUNT)
           MOVE LOG-BOUNTY TO EV-BOUNTY(EVENT-COUNT)
           MOVE LOG-CLAIMANT TO EV-CLAIMANT(EVENT-COUNT)
           PERFORM FIND-MASTER-BY-ID
           IF MT-FOUND-IX > 0
              MOVE MT-CATEGORY(MT-FOUND-IX) TO EV-CATEGORY(EVENT-COUNT)
              MOVE MT-DANGER(MT-FOUND-IX) TO EV-DANGER(EVENT-COUNT)
              MOVE MT-OFFICE(MT-FOUND-IX) TO EV-OFFICE(EVENT-COUNT)
           END-IF.

       CUT-BATCH-AT-FULL-TABLE.
           *> Events were left out for want of room. The batch ends
           *> at the first stamp left out: what was loaded from that
           *> stamp on is dropped too, so the control's last_to can
           *> be moved to the cutoff and the next run picks up every
           *> event from there. Both runs keep their time order.
           MOVE 0 TO W-IX
           MOVE 0 TO KEPT-POSTINGS
           MOVE 1 TO EV-IX
           PERFORM UNTIL EV-IX > EVENT-COUNT
              IF EV-TS(EV-IX) < EVENT-CUTOFF-TS
                 ADD 1 TO W-IX
                 IF W-IX < EV-IX
                    MOVE EV-ENTRY(EV-IX) TO EV-ENTRY(W-IX)
                 END-IF
                 IF EV-IX <= POSTING-COUNT
                    ADD 1 TO KEPT-POSTINGS
                 END-IF
              END-IF
              ADD 1 TO EV-IX
           END-PERFORM
           MOVE W-IX TO EVENT-COUNT
           MOVE KEPT-POSTINGS TO POSTING-COUNT
           IF EVENT-CUTOFF-TS > FROM-TS
              MOVE EVENT-CUTOFF-TS TO TO-TS
           END-IF
           DISPLAY "CUT-BATCH-AT-FULL-TABLE: Batch ends at "
              EVENT-CUTOFF-TS ", events = " EVENT-COUNT.

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

       FIND-MASTER-BY-ID.
           MOVE 0 TO MT-FOUND-IX
           MOVE 1 TO MT-IX
           PERFORM UNTIL MT-IX > MASTER-COUNT OR MT-FOUND-IX > 0
              IF MT-ID(MT-IX) = LOG-ID
                 MOVE MT-IX TO MT-FOUND-IX
              END-IF
              ADD 1 TO MT-IX
           END-PERFORM.

       WRITE-DELTA.
           *> Header, the details in time order, trailer - to the
           *> outbound file the gateway collects and, record for
           *> record, to the journal.
           COMPUTE BATCH-SEQ = LAST-SEQ + 1
           OPEN OUTPUT DELTA-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-DELTA: Unable to open delta file, "
                 "status = " FILE-STATUS
              MOVE "  DELTA FILE NOT WRITTEN - SEQUENCE NOT ADVANCED"
                 TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
              DISPLAY "WRITE-DELTA: Unable to open journal, "
                 "status = " FILE-STATUS
              CLOSE DELTA-FILE
              MOVE "  JOURNAL NOT WRITABLE - SEQUENCE NOT ADVANCED"
                 TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REC-SEQ
           MOVE SPACES TO DX-RECORD
           MOVE "H" TO DX-TYPE
           MOVE BATCH-SEQ TO DX-BATCH
           MOVE REC-SEQ TO DX-REC-SEQ
           MOVE "EXCOP" TO DXH-SOURCE
           MOVE "ALL" TO DXH-DEST
           MOVE TO-TS TO DXH-CREATED
           MOVE FROM-TS TO DXH-FROM-TS
           MOVE TO-TS TO DXH-TO-TS
           MOVE "N" TO DXH-RESEND
           PERFORM PUT-DELTA-RECORD
           MOVE 1 TO W-IX
           COMPUTE H-IX = POSTING-COUNT + 1
           PERFORM UNTIL W-IX > POSTING-COUNT
                  AND H-IX > EVENT-COUNT
              IF W-IX > POSTING-COUNT
                 MOVE H-IX TO EV-IX
                 ADD 1 TO H-IX
              ELSE
                 IF H-IX > EVENT-COUNT
                    OR EV-TS(W-IX) <= EV-TS(H-IX)
                    MOVE W-IX TO EV-IX
                    ADD 1 TO W-IX
                 ELSE
                    MOVE H-IX TO EV-IX
                    ADD 1 TO H-IX
                 END-IF
              END-IF
              PERFORM PUT-EVENT-RECORD
           END-PERFORM
           ADD 1 TO REC-SEQ
           MOVE SPACES TO DX-RECORD
           MOVE "T" TO DX-TYPE
           MOVE BATCH-SEQ TO DX-BATCH
           MOVE REC-SEQ TO DX-REC-SEQ
           COMPUTE DXT-RECORD-COUNT = REC-SEQ + 1
           COMPUTE DXT-DETAIL-COUNT = REC-SEQ - 1
           MOVE ADD-COUNT TO DXT-ADD-COUNT
           MOVE CHANGE-COUNT TO DXT-CHANGE-COUNT
           MOVE CLAIMED-COUNT TO DXT-CLAIMED-COUNT
           MOVE REMOVED-COUNT TO DXT-REMOVED-COUNT
           PERFORM PUT-DELTA-RECORD
           CLOSE DELTA-FILE
           CLOSE JOURNAL-FILE
           MOVE "Y" TO DELTA-WRITTEN
           MOVE BATCH-SEQ TO EDIT-SEQ
           MOVE SPACES TO REPORT-REC
           STRING "DELTA BATCH " DELIMITED BY SIZE
                  EDIT-SEQ DELIMITED BY SIZE
                  " COVERING " DELIMITED BY SIZE
                  FROM-TS DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TO-TS DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       PUT-EVENT-RECORD.
           ADD 1 TO REC-SEQ
           MOVE SPACES TO DX-RECORD
           MOVE "D" TO DX-TYPE
           MOVE BATCH-SEQ TO DX-BATCH
           MOVE REC-SEQ TO DX-REC-SEQ
           MOVE EV-ACTION(EV-IX) TO DXD-ACTION
           MOVE EV-TS(EV-IX) TO DXD-EVENT-TS
           MOVE EV-ID(EV-IX) TO DXD-ID
           MOVE EV-NAME(EV-IX) TO DXD-NAME
           MOVE EV-BOUNTY(EV-IX) TO DXD-BOUNTY
           MOVE EV-CATEGORY(EV-IX) TO DXD-CATEGORY
           MOVE EV-DANGER(EV-IX) TO DXD-DANGER
           MOVE EV-OFFICE(EV-IX) TO DXD-OFFICE
           MOVE EV-CLAIMANT(EV-IX) TO DXD-CLAIMANT
           EVALUATE DXD-ACTION
             WHEN "ADD"
                ADD 1 TO ADD-COUNT
             WHEN "CHANGE"
                ADD 1 TO CHANGE-COUNT
             WHEN "CLAIMED"
                ADD 1 TO CLAIMED-COUNT
             WHEN "REMOVED"
                ADD 1 TO REMOVED-COUNT
           END-EVALUATE
           PERFORM PUT-DELTA-RECORD.

       PUT-DELTA-RECORD.
           MOVE DX-RECORD TO DELTA-REC
           WRITE DELTA-REC
           MOVE DX-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC.

       SAVE-CONTROL.
           *> Written only after the delta and the journal are both
           *> closed. A run that dies before here is picked up from
           *> the journal by the next one (CHECK-JOURNAL-AHEAD); one
           *> that dies inside the journal is repeated under the same
           *> sequence number, and the later copy is the one used.
           MOVE SPACES TO CONTROL-REC
           STRING "last_seq=" DELIMITED BY SIZE
                  BATCH-SEQ DELIMITED BY SIZE
                  " last_to=" DELIMITED BY SIZE
                  TO-TS DELIMITED BY SIZE
             INTO CONTROL-REC
           END-STRING
           OPEN OUTPUT CONTROL-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "SAVE-CONTROL: Unable to write control file, "
                 "status = " FILE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE CONTROL-REC
           CLOSE CONTROL-FILE.

       LOAD-PARTNERS.
           MOVE 0 TO PARTNER-COUNT
           OPEN INPUT PARTNER-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "LOAD-PARTNERS: No partner file, status = "
                 FILE-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PARTNERS-KNOWN
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ PARTNER-FILE INTO PARTNER-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF PARTNER-REC NOT = SPACES
                       AND PARTNER-REC(1:1) NOT = "*"
                       PERFORM LOAD-ONE-PARTNER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARTNER-FILE
           DISPLAY "LOAD-PARTNERS: Completed, partners = "
              PARTNER-COUNT.

       LOAD-ONE-PARTNER.
           *> The office name may hold spaces, so it is split off on
           *> its marker before the other tokens are read.
           MOVE SPACES TO PT-LINE-ID PT-LINE-FROM PT-LINE-NAME
              TOKEN-PART
           UNSTRING PARTNER-REC DELIMITED BY " name="
              INTO TOKEN-PART PT-LINE-NAME
           END-UNSTRING
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(TOKEN-PART)
              MOVE SPACES TO LINE-BUF
              UNSTRING TOKEN-PART DELIMITED BY ALL SPACES
                INTO LINE-BUF
                WITH POINTER P
              END-UNSTRING
              IF LINE-BUF(1:8) = "partner="
                 MOVE LINE-BUF(9:) TO PT-LINE-ID
              END-IF
              IF LINE-BUF(1:5) = "from="
                 MOVE LINE-BUF(6:) TO PT-LINE-FROM
              END-IF
           END-PERFORM
           IF PT-LINE-ID = SPACES OR PT-LINE-ID(17:) NOT = SPACES
              OR PARTNER-COUNT >= 100
              MOVE SPACES TO REPORT-REC
              STRING "  PARTNER LINE IGNORED: " DELIMITED BY SIZE
                     FUNCTION TRIM(PARTNER-REC) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PARTNER-COUNT
           MOVE FUNCTION UPPER-CASE(PT-LINE-ID(1:16))
              TO PT-ID(PARTNER-COUNT)
           MOVE 1 TO PT-FROM(PARTNER-COUNT)
           IF PT-LINE-FROM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(PT-LINE-FROM) = 0
              MOVE FUNCTION NUMVAL(PT-LINE-FROM)
                 TO PT-FROM(PARTNER-COUNT)
           END-IF
           MOVE PT-LINE-NAME(1:64) TO PT-NAME(PARTNER-COUNT)
           MOVE 0 TO PT-OWED(PARTNER-COUNT).

       LOAD-BATCH-TABLE.
           *> Read back from the journal so a batch sent on any
           *> earlier night - tonight's included - can be checked
           *> and resent. A sequence journalled twice - a run that
           *> died part way through and was repeated - is taken from
           *> its last copy.
           MOVE 0 TO BATCH-COUNT
           MOVE 0 TO CUR-BT-IX
           OPEN INPUT JOURNAL-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ JOURNAL-FILE INTO DX-RECORD
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    EVALUATE DX-TYPE
                      WHEN "H"
                         MOVE 0 TO CUR-BT-IX
                         MOVE 1 TO BT-IX
                         PERFORM UNTIL BT-IX > BATCH-COUNT
                                OR CUR-BT-IX > 0
                            IF BT-SEQ(BT-IX) = DX-BATCH
                               MOVE BT-IX TO CUR-BT-IX
                            END-IF
                            ADD 1 TO BT-IX
                         END-PERFORM
                         IF CUR-BT-IX = 0 AND BATCH-COUNT < 5000
                            ADD 1 TO BATCH-COUNT
                            MOVE BATCH-COUNT TO CUR-BT-IX
                            MOVE DX-BATCH TO BT-SEQ(CUR-BT-IX)
                            MOVE 0 TO BT-COPIES(CUR-BT-IX)
                         END-IF
                         IF CUR-BT-IX > 0
                            MOVE DXH-CREATED TO BT-CREATED(CUR-BT-IX)
                            MOVE 0 TO BT-RECORDS(CUR-BT-IX)
                            ADD 1 TO BT-COPIES(CUR-BT-IX)
                         END-IF
                      WHEN "T"
                         IF CUR-BT-IX > 0
                            AND BT-SEQ(CUR-BT-IX) = DX-BATCH
                            MOVE DXT-RECORD-COUNT
                               TO BT-RECORDS(CUR-BT-IX)
                         END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       PROCESS-ACKS.
           *> An acknowledgement counts only if it names a known
           *> partner and a batch we sent, and the partner received
           *> as many records as the trailer says went out.
           OPEN INPUT ACK-FILE
           IF FILE-STATUS NOT = "00"
              MOVE "NO ACKNOWLEDGEMENT FILE TONIGHT" TO REPORT-REC
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ACK-FILE-SEEN
           MOVE "ACKNOWLEDGEMENTS" TO REPORT-REC
           WRITE REPORT-REC
           OPEN EXTEND ACK-REGISTER
           IF FILE-STATUS NOT = "00"
              OPEN OUTPUT ACK-REGISTER
           END-IF
           PERFORM UNTIL ACK-EOF = "Y"
              READ ACK-FILE INTO ACK-REC
                 AT END
                    MOVE "Y" TO ACK-EOF
                 NOT AT END
                    IF ACK-REC NOT = SPACES
                       ADD 1 TO ACK-READ-COUNT
                       PERFORM PROCESS-ONE-ACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACK-FILE
           CLOSE ACK-REGISTER
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       PROCESS-ONE-ACK.
           MOVE ACK-REC TO ACK-LINE
           MOVE SPACES TO REJECT-REASON
           MOVE FUNCTION UPPER-CASE(ACK-PARTNER) TO ACK-PARTNER
           EVALUATE TRUE
             WHEN ACK-TYPE NOT = "A"
                MOVE "NOT AN ACKNOWLEDGEMENT RECORD" TO REJECT-REASON
             WHEN ACK-BATCH IS NOT NUMERIC
                MOVE "BATCH NUMBER NOT NUMERIC" TO REJECT-REASON
             WHEN ACK-RECORD-COUNT IS NOT NUMERIC
                MOVE "RECORD COUNT NOT NUMERIC" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON = SPACES
              PERFORM FIND-PARTNER
              IF PT-FOUND-IX = 0
                 MOVE "UNKNOWN PARTNER" TO REJECT-REASON
              END-IF
           END-IF
           IF REJECT-REASON = SPACES
              PERFORM FIND-BATCH
              EVALUATE TRUE
                WHEN BT-FOUND-IX = 0
                   MOVE "NO SUCH BATCH SENT" TO REJECT-REASON
                WHEN BT-RECORDS(BT-FOUND-IX)
                     NOT = FUNCTION NUMVAL(ACK-RECORD-COUNT)
                   MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                      TO REJECT-REASON
              END-EVALUATE
           END-IF
           MOVE SPACES TO REPORT-REC
           IF REJECT-REASON NOT = SPACES
              ADD 1 TO ACK-REJECTED-COUNT
              STRING "  REJECTED (" DELIMITED BY SIZE
                     FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
                     "): " DELIMITED BY SIZE
                     FUNCTION TRIM(ACK-REC) DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACK-ACCEPTED-COUNT
           STRING "  ACCEPTED: partner=" DELIMITED BY SIZE
                  FUNCTION TRIM(ACK-PARTNER) DELIMITED BY SIZE
                  " batch=" DELIMITED BY SIZE
                  ACK-BATCH DELIMITED BY SIZE
                  " records=" DELIMITED BY SIZE
                  ACK-RECORD-COUNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO ACK-REGISTER-REC
           STRING "partner=" DELIMITED BY SIZE
                  FUNCTION TRIM(ACK-PARTNER) DELIMITED BY SIZE
                  " batch=" DELIMITED BY SIZE
                  ACK-BATCH DELIMITED BY SIZE
                  " acked=" DELIMITED BY SIZE
                  ACK-TS DELIMITED BY SIZE
                  " received=" DELIMITED BY SIZE
                  TO-TS DELIMITED BY SIZE
             INTO ACK-REGISTER-REC
           END-STRING
           WRITE ACK-REGISTER-REC.

       FIND-PARTNER.
           MOVE 0 TO PT-FOUND-IX
           MOVE 1 TO PT-IX
           PERFORM UNTIL PT-IX > PARTNER-COUNT OR PT-FOUND-IX > 0
              IF PT-ID(PT-IX) = ACK-PARTNER
                 MOVE PT-IX TO PT-FOUND-IX
              END-IF
              ADD 1 TO PT-IX
           END-PERFORM.

       FIND-BATCH.
           MOVE 0 TO BT-FOUND-IX
           MOVE 1 TO BT-IX
           PERFORM UNTIL BT-IX > BATCH-COUNT OR BT-FOUND-IX > 0
              IF BT-SEQ(BT-IX) = FUNCTION NUMVAL(ACK-BATCH)
                 MOVE BT-IX TO BT-FOUND-IX
              END-IF
              ADD 1 TO BT-IX
           END-PERFORM.

       LOAD-ACK-REGISTER.
           MOVE 0 TO ACKED-COUNT
           OPEN INPUT ACK-REGISTER
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ ACK-REGISTER INTO ACK-REGISTER-REC
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    PERFORM LOAD-ONE-ACKED
              END-READ
           END-PERFORM
           CLOSE ACK-REGISTER
           IF ACKED-COUNT >= 20000
              DISPLAY "LOAD-ACK-REGISTER: WARNING - table full; "
                 "later acknowledgements read as outstanding"
           END-IF.

       LOAD-ONE-ACKED.
           MOVE SPACES TO AK-LINE-PARTNER AK-LINE-BATCH
           MOVE 1 TO P
           PERFORM UNTIL P > FUNCTION LENGTH(ACK-REGISTER-REC)
              MOVE SPACES TO LINE-BUF
              UNSTRING ACK-REGISTER-REC DELIMITED BY ALL SPACES
                INTO LINE-BUF
                WITH POINTER P
              END-UNSTRING
              IF LINE-BUF(1:8) = "partner="
                 MOVE LINE-BUF(9:) TO AK-LINE-PARTNER
              END-IF
              IF LINE-BUF(1:6) = "batch="
                 MOVE LINE-BUF(7:) TO AK-LINE-BATCH
              END-IF
           END-PERFORM
           IF AK-LINE-PARTNER = SPACES
              OR AK-LINE-BATCH(1:6) IS NOT NUMERIC
              OR ACKED-COUNT >= 20000
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACKED-COUNT
           MOVE AK-LINE-PARTNER TO AK-PARTNER(ACKED-COUNT)
           MOVE AK-LINE-BATCH(1:6) TO AK-BATCH(ACKED-COUNT).

       REPORT-UNCONFIRMED.
           *> Every batch a partner is owed - from its first batch on
           *> - that it has not acknowledged is listed and copied to
           *> the resend file, addressed to that partner.
           MOVE "UNCONFIRMED DELTAS" TO REPORT-REC
           WRITE REPORT-REC
           IF PARTNERS-KNOWN = "N"
              MOVE "  NO PARTNER FILE - ACKNOWLEDGEMENTS NOT TRACKED"
                 TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESEND-FILE
           IF FILE-STATUS NOT = "00"
              DISPLAY "REPORT-UNCONFIRMED: Unable to open resend file, "
                 "status = " FILE-STATUS
              MOVE "  RESEND FILE NOT WRITABLE" TO REPORT-REC
              WRITE REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PT-IX
           PERFORM UNTIL PT-IX > PARTNER-COUNT
              PERFORM REPORT-ONE-PARTNER
              ADD 1 TO PT-IX
           END-PERFORM
           CLOSE RESEND-FILE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       REPORT-ONE-PARTNER.
           MOVE 1 TO BT-IX
           PERFORM UNTIL BT-IX > BATCH-COUNT
              IF BT-SEQ(BT-IX) >= PT-FROM(PT-IX)
                 PERFORM CHECK-BATCH-ACKED
                 IF BATCH-ACKED = "N"
                    ADD 1 TO PT-OWED(PT-IX)
                    ADD 1 TO OWED-TOTAL
                    MOVE BT-SEQ(BT-IX) TO EDIT-SEQ
                    MOVE BT-RECORDS(BT-IX) TO EDIT-CNT
                    MOVE SPACES TO REPORT-REC
                    STRING "  " DELIMITED BY SIZE
                           PT-ID(PT-IX) DELIMITED BY SIZE
                           " BATCH " DELIMITED BY SIZE
                           EDIT-SEQ DELIMITED BY SIZE
                           " SENT " DELIMITED BY SIZE
                           BT-CREATED(BT-IX) DELIMITED BY SIZE
                           " RECORDS " DELIMITED BY SIZE
                           EDIT-CNT DELIMITED BY SIZE
                      INTO REPORT-REC
                    END-STRING
                    WRITE REPORT-REC
                    PERFORM COPY-BATCH-TO-RESEND
                 END-IF
              END-IF
              ADD 1 TO BT-IX
           END-PERFORM
           MOVE PT-OWED(PT-IX) TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  PT-ID(PT-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PT-NAME(PT-IX)) DELIMITED BY SIZE
                  " - UNCONFIRMED BATCHES: " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       CHECK-BATCH-ACKED.
           MOVE "N" TO BATCH-ACKED
           MOVE 1 TO AK-IX
           PERFORM UNTIL AK-IX > ACKED-COUNT OR BATCH-ACKED = "Y"
              IF AK-PARTNER(AK-IX) = PT-ID(PT-IX)
                 AND AK-BATCH(AK-IX) = BT-SEQ(BT-IX)
                 MOVE "Y" TO BATCH-ACKED
              END-IF
              ADD 1 TO AK-IX
           END-PERFORM.

       COPY-BATCH-TO-RESEND.
           *> The batch goes again exactly as journalled, except that
           *> the header names the partner and is flagged a resend.
           *> Only the last copy of a sequence journalled twice goes.
           ADD 1 TO RESEND-BATCH-COUNT
           MOVE 0 TO COPY-SEEN
           OPEN INPUT JOURNAL-FILE
           IF FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-STATUS NOT = "00"
              READ JOURNAL-FILE INTO DX-RECORD
                 AT END
                    EXIT PERFORM
                 NOT AT END
                    IF DX-BATCH = BT-SEQ(BT-IX)
                       AND DX-TYPE = "H"
                       ADD 1 TO COPY-SEEN
                    END-IF
                    IF DX-BATCH = BT-SEQ(BT-IX)
                       AND COPY-SEEN = BT-COPIES(BT-IX)
                       IF DX-TYPE = "H"
                          MOVE PT-ID(PT-IX) TO DXH-DEST
                          MOVE "Y" TO DXH-RESEND
                       END-IF
                       MOVE DX-RECORD TO RESEND-REC
                       WRITE RESEND-REC
                       ADD 1 TO RESEND-RECORD-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       WRITE-SUMMARY.
           MOVE "INTERCHANGE SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           IF MASTER-TRUNCATED = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "*** WARNING: MASTER TABLE FULL; THE "
                     "DELTA IS INCOMPLETE. ***" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           IF EVENT-TRUNCATED = "Y"
              MOVE SPACES TO REPORT-REC
              STRING "*** WARNING: EVENT TABLE FULL; THE DELTA STOPS "
                     "AT " DELIMITED BY SIZE
                     EVENT-CUTOFF-TS DELIMITED BY SIZE
                     " AND THE NEXT RUN CARRIES ON FROM THERE. ***"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF
           MOVE ADD-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  ADD  . . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CHANGE-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  CHANGE . . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE CLAIMED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  CLAIMED  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE REMOVED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  REMOVED  . . . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE ACK-ACCEPTED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  ACKS ACCEPTED  . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE ACK-REJECTED-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           IF ACK-REJECTED-COUNT > 0
              STRING "  ACKS REJECTED  . . . : " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                     " - ACK FILE LEFT IN PLACE" DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
           ELSE
              STRING "  ACKS REJECTED  . . . : " DELIMITED BY SIZE
                     EDIT-CNT DELIMITED BY SIZE
                INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE OWED-TOTAL TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  UNCONFIRMED  . . . . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE RESEND-RECORD-COUNT TO EDIT-CNT
           MOVE SPACES TO REPORT-REC
           STRING "  RECORDS TO RESEND  . : " DELIMITED BY SIZE
                  EDIT-CNT DELIMITED BY SIZE
             INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "WRITE-SUMMARY: batch=" BATCH-SEQ
              " details=" EVENT-COUNT " unconfirmed=" OWED-TOTAL.

       RETIRE-ACK-FILE.
           *> Accepted acknowledgements are in the register now; a
           *> file with rejects stays for the partner to be asked.
           IF ACK-FILE-SEEN = "Y" AND ACK-REJECTED-COUNT = 0
              CALL "rename" USING
                   BY CONTENT Z"/app/interchange_acks.dat"
                   BY CONTENT Z"/app/interchange_acks.done"
                   RETURNING RET
              END-CALL
              IF RET NOT = 0
                 DISPLAY "RETIRE-ACK-FILE: rename failed"
              END-IF
           END-IF.

       LOCK-INTERCHANGE-FILE.
           CALL "open" USING
                BY CONTENT Z"/app/interchange.lock"
                BY VALUE LOCK-OPEN-FLAGS
                BY VALUE LOCK-OPEN-MODE
                RETURNING INTERCHANGE-LOCK-FD
           END-CALL
           IF INTERCHANGE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE INTERCHANGE-LOCK-FD
                   BY VALUE LOCK-EX
                   RETURNING RET
              END-CALL
           END-IF.

       UNLOCK-INTERCHANGE-FILE.
           IF INTERCHANGE-LOCK-FD >= 0
              CALL "flock" USING
                   BY VALUE INTERCHANGE-LOCK-FD
                   BY VALUE LOCK-UN
                   RETURNING RET
              END-CALL
              CALL "close" USING BY VALUE INTERCHANGE-LOCK-FD
                   RETURNING RET
              END-CALL
              MOVE -1 TO INTERCHANGE-LOCK-FD
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
