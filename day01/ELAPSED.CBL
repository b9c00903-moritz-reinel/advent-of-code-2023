      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Batch-window report over the run-audit log (runaudit.txt).
      * For each program/document pair it shows the latest elapsed
      * time, the average and worst over the last PERFRUNS runs
      * (default 10) and the elapsed time per thousand lines read,
      * and flags any pair over its program's SLA. The thresholds are
      * a small card file (SLATHRESH card, default slathr.txt), one
      * PROGRAM,SECONDS card per program; the AOC23D01CHN card is the
      * batch window for a whole chain run. Each chain run's step
      * times are added up - the steps are the records the chain's
      * programs wrote just before the chain's own record - and the
      * trend of the last PERFRUNS chain totals is projected one run
      * ahead; a projection past WINDOWPCT percent (default 80) of
      * the window is warned about before a big supplier tips the
      * night over. Times are in centiseconds, as the programs stamp
      * them. The report goes to perfrpt.txt (PERFRPT card) and the
      * console. Override, refusal and back-out markers (FORCED,
      * DUPLICATE, REVERSED) carry no elapsed time and are skipped,
      * as is any record that was never timed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01ELP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT OPTIONAL THRESHOLD-FILE
           ASSIGN DYNAMIC THRESHOLD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THRESHOLD-STATUS.

           SELECT PERF-REPORT-FILE ASSIGN DYNAMIC PERF-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       FD  THRESHOLD-FILE LABEL RECORDS ARE OMITTED.
       01  THRESHOLD-LINE  PIC X(100).

      *> STP - one line per program/document pair.
      *> CHN - one line per chain run in the trend window.
      *> TRD - the chain trend against the batch window.
       FD  PERF-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  PERF-STEP-RECORD.
           05  PFS-RUN-DATE    PIC X(8).
           05  PFS-SEP1        PIC X(1).
           05  PFS-TYPE        PIC X(3).
           05  PFS-SEP2        PIC X(1).
           05  PFS-PROGRAM     PIC X(14).
           05  PFS-SEP3        PIC X(1).
           05  PFS-DOC-ID      PIC X(20).
           05  PFS-SEP4        PIC X(1).
           05  PFS-RUNS        PIC 9(4).
           05  PFS-SEP5        PIC X(1).
           05  PFS-LATEST      PIC 9(9).
           05  PFS-SEP6        PIC X(1).
           05  PFS-AVERAGE     PIC 9(9).
           05  PFS-SEP7        PIC X(1).
           05  PFS-WORST       PIC 9(9).
           05  PFS-SEP8        PIC X(1).
           05  PFS-PER-K       PIC 9(9).
           05  PFS-SEP9        PIC X(1).
           05  PFS-SLA         PIC 9(9).
           05  PFS-SEP10       PIC X(1).
           05  PFS-FLAG        PIC X(10).
       01  PERF-CHAIN-RECORD.
           05  PFC-RUN-DATE    PIC X(8).
           05  PFC-SEP1        PIC X(1).
           05  PFC-TYPE        PIC X(3).
           05  PFC-SEP2        PIC X(1).
           05  PFC-CHAIN-DATE  PIC X(8).
           05  PFC-SEP3        PIC X(1).
           05  PFC-CHAIN-TIME  PIC X(6).
           05  PFC-SEP4        PIC X(1).
           05  PFC-DOC-ID      PIC X(20).
           05  PFC-SEP5        PIC X(1).
           05  PFC-STEPS       PIC 9(2).
           05  PFC-SEP6        PIC X(1).
           05  PFC-TOTAL       PIC 9(9).
           05  PFC-SEP7        PIC X(1).
           05  PFC-WINDOW      PIC 9(9).
           05  PFC-SEP8        PIC X(1).
           05  PFC-PCT         PIC 9(3).
           05  PFC-SEP9        PIC X(1).
           05  PFC-FLAG        PIC X(10).
       01  PERF-TREND-RECORD.
           05  PFT-RUN-DATE    PIC X(8).
           05  PFT-SEP1        PIC X(1).
           05  PFT-TYPE        PIC X(3).
           05  PFT-SEP2        PIC X(1).
           05  PFT-CHAINS      PIC 9(4).
           05  PFT-SEP3        PIC X(1).
           05  PFT-FIRST       PIC 9(9).
           05  PFT-SEP4        PIC X(1).
           05  PFT-LATEST      PIC 9(9).
           05  PFT-SEP5        PIC X(1).
           05  PFT-AVERAGE     PIC 9(9).
           05  PFT-SEP6        PIC X(1).
           05  PFT-WORST       PIC 9(9).
           05  PFT-SEP7        PIC X(1).
           05  PFT-PROJECTED   PIC 9(9).
           05  PFT-SEP8        PIC X(1).
           05  PFT-WINDOW      PIC 9(9).
           05  PFT-SEP9        PIC X(1).
           05  PFT-RUNS-LEFT   PIC 9(4).
           05  PFT-SEP10       PIC X(1).
           05  PFT-FLAG        PIC X(10).

       WORKING-STORAGE SECTION.
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
       01  CURR-DATE       PIC X(21).

       01  PARM-STATUS     PIC XX VALUE "00".
       01  PARM-EOF        PIC 9 VALUE 0.
       01  PARM-KEY        PIC X(20).
       01  PARM-VALUE      PIC X(80).
       01  PARM-NUM        PIC 9(6) VALUE 0.
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  THRESHOLD-FILE-NAME  PIC X(80) VALUE "slathr.txt".
       01  PERF-REPORT-NAME     PIC X(80) VALUE "perfrpt.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  RUN-WINDOW      PIC 9(2) VALUE 10.
       01  WINDOW-PCT      PIC 9(3) VALUE 80.

       01  AUDIT-STATUS    PIC XX VALUE "00".
       01  THRESHOLD-STATUS     PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

      *> SLA per program, in centiseconds.
       01  THRESHOLD-TABLE.
           05  THRESHOLD-ENTRY OCCURS 100 TIMES.
               10  TH-PROGRAM      PIC X(14).
               10  TH-LIMIT-CS     PIC 9(9).
       01  THRESHOLD-COUNT PIC 9(3) VALUE 0.
       01  THI             PIC 9(3) VALUE 0.
       01  THRESHOLD-FOUND PIC 9 VALUE 0.
       01  THRESHOLD-IX    PIC 9(3) VALUE 0.
       01  THRESHOLD-ERRORS     PIC 9(4) VALUE 0.
       01  TH-PROGRAM-TEXT PIC X(20) VALUE SPACE.
       01  TH-SECONDS-TEXT PIC X(20) VALUE SPACE.
       01  TH-SECONDS      PIC 9(7) VALUE 0.
       01  LOOKUP-PROGRAM  PIC X(14) VALUE SPACE.
       01  SLA-CS          PIC 9(9) VALUE 0.
       01  WINDOW-CS       PIC 9(9) VALUE 0.

      *> The last RUN-WINDOW timed runs of each program/document
      *> pair, kept round-robin; PR-RUNS counts every run seen.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 500 TIMES.
               10  PR-PROGRAM      PIC X(14).
               10  PR-DOC-ID       PIC X(20).
               10  PR-RUNS         PIC 9(6).
               10  PR-LATEST       PIC 9(9).
               10  PR-SLOT OCCURS 50 TIMES.
                   15  PR-ELAPSED      PIC 9(9).
                   15  PR-LINES        PIC 9(6).
       01  PAIR-COUNT      PIC 9(4) VALUE 0.
       01  PRI             PIC 9(4) VALUE 0.
       01  PAIR-IX         PIC 9(4) VALUE 0.
       01  PAIR-FOUND      PIC 9 VALUE 0.
       01  SLI             PIC 9(2) VALUE 0.
       01  SLOT-IX         PIC 9(2) VALUE 0.
       01  WINDOW-RUNS     PIC 9(4) VALUE 0.
       01  SUM-ELAPSED     PIC 9(12) VALUE 0.
       01  SUM-LINES       PIC 9(9) VALUE 0.
       01  AVG-ELAPSED     PIC 9(9) VALUE 0.
       01  WORST-ELAPSED   PIC 9(9) VALUE 0.
       01  PER-K-ELAPSED   PIC 9(9) VALUE 0.
       01  PAIR-FLAG       PIC X(10) VALUE SPACE.

      *> The chain's steps, as AOC23D01CHN runs them. The detail load
      *> reports against LINEDETL, so steps are matched on program
      *> alone; the chain runs its steps back to back, so the last
      *> records of these programs before a chain record are its own.
       01  CHAIN-STEP-NAMES.
           05  FILLER      PIC X(14) VALUE "AOC23D01EDT".
           05  FILLER      PIC X(14) VALUE "AOC23D01PT1".
           05  FILLER      PIC X(14) VALUE "AOC23D01PT2".
           05  FILLER      PIC X(14) VALUE "AOC23D01RECON".
           05  FILLER      PIC X(14) VALUE "AOC23D01DTL".
       01  CHAIN-STEP-TABLE REDEFINES CHAIN-STEP-NAMES.
           05  CS-PROGRAM  PIC X(14) OCCURS 5 TIMES.
       01  CSI             PIC 9(2) VALUE 0.
       01  IS-CHAIN-STEP   PIC 9 VALUE 0.

       01  RECENT-STEPS.
           05  RECENT-STEP OCCURS 5 TIMES.
               10  RS-ELAPSED      PIC 9(9).
       01  RECENT-COUNT    PIC 9(2) VALUE 0.
       01  RSI             PIC 9(2) VALUE 0.
       01  CHAIN-STEPS     PIC 9(2) VALUE 0.
       01  CHAIN-TOTAL     PIC 9(9) VALUE 0.

      *> The last RUN-WINDOW chain runs, oldest first.
       01  CHAIN-TABLE.
           05  CHAIN-ENTRY OCCURS 50 TIMES.
               10  CR-DATE         PIC X(8).
               10  CR-TIME         PIC X(6).
               10  CR-DOC-ID       PIC X(20).
               10  CR-STEPS        PIC 9(2).
               10  CR-TOTAL        PIC 9(9).
       01  CHAIN-COUNT     PIC 9(2) VALUE 0.
       01  CRI             PIC 9(2) VALUE 0.
       01  CHAIN-RUNS-SEEN PIC 9(6) VALUE 0.
       01  CHAIN-SUM       PIC 9(12) VALUE 0.
       01  CHAIN-AVERAGE   PIC 9(9) VALUE 0.
       01  CHAIN-WORST     PIC 9(9) VALUE 0.
       01  CHAIN-SLOPE     PIC S9(9) VALUE 0.
       01  CHAIN-PROJECTED PIC S9(10) VALUE 0.
       01  RUNS-LEFT       PIC 9(4) VALUE 0.
       01  TREND-FLAG      PIC X(10) VALUE SPACE.

       01  AUDIT-READ-COUNT     PIC 9(6) VALUE 0.
       01  SKIPPED-COUNT   PIC 9(6) VALUE 0.
       01  OVER-SLA-COUNT  PIC 9(4) VALUE 0.
       01  OVER-WINDOW-COUNT    PIC 9(4) VALUE 0.
       01  TREND-WARNED    PIC 9 VALUE 0.

       01  START-TIME      PIC 9(8).
       01  END-TIME        PIC 9(8).
       01  TIME-TEXT       PIC X(8).
       01  START-CS        PIC 9(9) VALUE 0.
       01  END-CS          PIC 9(9) VALUE 0.
       01  ELAPSED-CS      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT START-TIME FROM TIME.
           PERFORM LOAD-RUN-PARMS.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE.
           PERFORM LOAD-THRESHOLDS.
           MOVE "AOC23D01CHN" TO LOOKUP-PROGRAM.
           PERFORM FIND-THRESHOLD.
           IF THRESHOLD-FOUND = 1
               MOVE TH-LIMIT-CS(THRESHOLD-IX) TO WINDOW-CS
           END-IF.
           PERFORM SCAN-RUN-AUDIT.
           OPEN OUTPUT PERF-REPORT-FILE.
           PERFORM REPORT-PAIRS.
           PERFORM REPORT-CHAINS.
           CLOSE PERF-REPORT-FILE.
           DISPLAY " ".
           DISPLAY "AUDIT RECORDS READ: " AUDIT-READ-COUNT
               " SKIPPED (MARKERS/UNTIMED): " SKIPPED-COUNT.
           DISPLAY "PROGRAM/DOCUMENT PAIRS: " PAIR-COUNT
               " OVER SLA: " OVER-SLA-COUNT.
           DISPLAY "CHAIN RUNS SEEN: " CHAIN-RUNS-SEEN
               " OVER THE BATCH WINDOW: " OVER-WINDOW-COUNT.
           IF THRESHOLD-ERRORS > 0
               MOVE "EXCEPTIONS" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF TREND-WARNED = 1
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF OVER-SLA-COUNT > 0 OR OVER-WINDOW-COUNT > 0
               MOVE "FLAGGED" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       BAD-CONFIG-HALT.
           MOVE "BADCONFIG" TO RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
               PERFORM UNTIL PARM-EOF = 1
                   READ PARM-FILE
                       AT END SET PARM-EOF TO 1
                       NOT AT END PERFORM APPLY-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO RUNPARM.TXT FOUND - USING DEFAULT NAMES"
           END-IF.

       APPLY-RUN-PARM.
           IF PARM-LINE = SPACE OR PARM-LINE(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACE TO PARM-KEY
               MOVE SPACE TO PARM-VALUE
               UNSTRING PARM-LINE DELIMITED BY "="
                   INTO PARM-KEY PARM-VALUE
               EVALUATE PARM-KEY
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "SLATHRESH"
                       MOVE PARM-VALUE TO THRESHOLD-FILE-NAME
                   WHEN "PERFRPT"
                       MOVE PARM-VALUE TO PERF-REPORT-NAME
                   WHEN "PERFRUNS"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM < 1 OR PARM-NUM > 50
                           DISPLAY "*** INVALID PERFRUNS ON PARM "
                               "CARD - KEEPING " RUN-WINDOW
                       ELSE
                           MOVE PARM-NUM TO RUN-WINDOW
                       END-IF
                   WHEN "WINDOWPCT"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM < 1 OR PARM-NUM > 100
                           DISPLAY "*** INVALID WINDOWPCT ON PARM "
                               "CARD - KEEPING " WINDOW-PCT
                       ELSE
                           MOVE PARM-NUM TO WINDOW-PCT
                       END-IF
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
                       CONTINUE
                   WHEN "RESULT"
                       CONTINUE
                   WHEN "CHECKPOINT"
                       CONTINUE
                   WHEN "INTERVAL"
                       CONTINUE
                   WHEN "HISTORY"
                       CONTINUE
                   WHEN "EXCEPTIONS"
                       CONTINUE
                   WHEN "DETAIL"
                       CONTINUE
                   WHEN "WORDS"
                       CONTINUE
                   WHEN "FILELIST"
                       CONTINUE
                   WHEN "CONTROLRPT"
                       CONTINUE
                   WHEN "LISTING"
                       CONTINUE
                   WHEN "DOCSTAT"
                       CONTINUE
                   WHEN "VALIDATE"
                       CONTINUE
                   WHEN "UNATTENDED"
                       CONTINUE
                   WHEN "RUNCTL"
                       CONTINUE
                   WHEN "FORCE"
                       CONTINUE
                   WHEN "LANGUAGE"
                       CONTINUE
                   WHEN "SETTLE"
                       CONTINUE
                   WHEN "ADJUST"
                       CONTINUE
                   WHEN "KEEPRUNS"
                       CONTINUE
                   WHEN "ARCHRPT"
                       CONTINUE
                   WHEN "TOLERANCE"
                       CONTINUE
                   WHEN "CHAINRPT"
                       CONTINUE
                   WHEN "PERIOD"
                       CONTINUE
                   WHEN "RAWIN"
                       CONTINUE
                   WHEN "STAMPED"
                       CONTINUE
                   WHEN "DICTTRAN"
                       CONTINUE
                   WHEN "DICTAUDIT"
                       CONTINUE
                   WHEN "AGELIMIT"
                       CONTINUE
                   WHEN "CORRECTIONS"
                       CONTINUE
                   WHEN "METHODS"
                       CONTINUE
                   WHEN "DOCTRAN"
                       CONTINUE
                   WHEN "DOCAUDIT"
                       CONTINUE
                   WHEN "REVRPT"
                       CONTINUE
                   WHEN "GLJOURNAL"
                       CONTINUE
                   WHEN "GLREGISTER"
                       CONTINUE
                   WHEN "GLCTLRPT"
                       CONTINUE
                   WHEN "GLDEBIT"
                       CONTINUE
                   WHEN "GLCREDIT"
                       CONTINUE
                   WHEN "GLADJUST"
                       CONTINUE
                   WHEN "NOTICEOUT"
                       CONTINUE
                   WHEN "REPLYIN"
                       CONTINUE
                   WHEN "REPLYRPT"
                       CONTINUE
                   WHEN "SCHEDULE"
                       CONTINUE
                   WHEN "BALRPT"
                       CONTINUE
                   WHEN "OPERTRAN"
                       CONTINUE
                   WHEN "OPERAUDIT"
                       CONTINUE
                   WHEN "CORRLIMIT"
                       CONTINUE
                   WHEN "DUPTRAN"
                       CONTINUE
                   WHEN "DUPRPT"
                       CONTINUE
                   WHEN "DUPPCT"
                       CONTINUE
                   WHEN "VARRPT"
                       CONTINUE
                   WHEN "DSTRPT"
                       CONTINUE
                   WHEN "SUMRPT"
                       CONTINUE
                   WHEN "AGERPT"
                       CONTINUE
                   WHEN "INQRPT"
                       CONTINUE
                   WHEN "SETRPT"
                       CONTINUE
                   WHEN "PAGELINES"
                       CONTINUE
                   WHEN "RPTDIST"
                       CONTINUE
                   WHEN "RPTLOG"
                       CONTINUE
                   WHEN "DISTRUN"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN PARM CARD KEYWORD: "
                           PARM-KEY
               END-EVALUATE
           END-IF.

       LOAD-THRESHOLDS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ THRESHOLD-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF THRESHOLD-LINE = SPACE
                              OR THRESHOLD-LINE(1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM STORE-THRESHOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLD-FILE
           ELSE
               DISPLAY "NO SLA THRESHOLD FILE FOUND - ELAPSED TIMES "
                   "REPORTED WITHOUT SLA FLAGS"
           END-IF.
           MOVE 0 TO FILE-STATUS.

       STORE-THRESHOLD.
           MOVE SPACE TO TH-PROGRAM-TEXT.
           MOVE SPACE TO TH-SECONDS-TEXT.
           UNSTRING THRESHOLD-LINE DELIMITED BY ","
               INTO TH-PROGRAM-TEXT TH-SECONDS-TEXT.
           MOVE FUNCTION UPPER-CASE(TH-PROGRAM-TEXT) TO LOOKUP-PROGRAM.
           IF TH-SECONDS-TEXT = SPACE
              OR FUNCTION TEST-NUMVAL(TH-SECONDS-TEXT) NOT = 0
               ADD 1 TO THRESHOLD-ERRORS
               DISPLAY "*** THRESHOLD CARD IGNORED: "
                   THRESHOLD-LINE(1:60) " - SECONDS MUST BE NUMERIC"
           ELSE
               MOVE FUNCTION NUMVAL(TH-SECONDS-TEXT) TO TH-SECONDS
               PERFORM FIND-THRESHOLD
               IF THRESHOLD-FOUND = 0
                   IF THRESHOLD-COUNT > 99
                       DISPLAY "*** FATAL: THRESHOLD FILE CARRIES MORE "
                           "THAN 100 PROGRAMS - THRESHOLD-TABLE IS "
                           "FULL"
                       PERFORM BAD-CONFIG-HALT
                   END-IF
                   ADD 1 TO THRESHOLD-COUNT
                   MOVE THRESHOLD-COUNT TO THRESHOLD-IX
                   MOVE LOOKUP-PROGRAM TO TH-PROGRAM(THRESHOLD-IX)
               END-IF
               COMPUTE TH-LIMIT-CS(THRESHOLD-IX) = TH-SECONDS * 100
           END-IF.

       FIND-THRESHOLD.
           MOVE 0 TO THRESHOLD-FOUND.
           PERFORM VARYING THI FROM 1 BY 1 UNTIL THI > THRESHOLD-COUNT
                                             OR THRESHOLD-FOUND = 1
               IF TH-PROGRAM(THI) = LOOKUP-PROGRAM
                   MOVE 1 TO THRESHOLD-FOUND
                   MOVE THI TO THRESHOLD-IX
               END-IF
           END-PERFORM.

       SCAN-RUN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "*** FATAL: RUN-AUDIT LOG IS MISSING OR "
                   "UNREADABLE - NOTHING TO REPORT"
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE 0 TO FILE-STATUS.
           PERFORM UNTIL FILE-STATUS = 1
               READ AUDIT-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       PERFORM POST-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE 0 TO FILE-STATUS.

      *> A chain step that was never timed still counts as one of
      *> the chain's steps - it simply adds nothing to the total.
       POST-AUDIT-RECORD.
           IF AUD-STATUS = "DUPLICATE" OR AUD-STATUS = "FORCED"
              OR AUD-STATUS = "REVERSED"
               ADD 1 TO SKIPPED-COUNT
           ELSE
               IF AUD-PROGRAM = "AOC23D01CHN"
                   PERFORM POST-CHAIN-RUN
               ELSE
                   PERFORM NOTE-CHAIN-STEP
                   IF AUD-ELAPSED-CS = 0
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       PERFORM POST-TIMED-RUN
                   END-IF
               END-IF
           END-IF.

       NOTE-CHAIN-STEP.
           MOVE 0 TO IS-CHAIN-STEP.
           PERFORM VARYING CSI FROM 1 BY 1 UNTIL CSI > 5
               IF CS-PROGRAM(CSI) = AUD-PROGRAM
                   MOVE 1 TO IS-CHAIN-STEP
               END-IF
           END-PERFORM.
           IF IS-CHAIN-STEP = 1
               IF RECENT-COUNT = 5
                   PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > 4
                       MOVE RS-ELAPSED(RSI + 1) TO RS-ELAPSED(RSI)
                   END-PERFORM
               ELSE
                   ADD 1 TO RECENT-COUNT
               END-IF
               MOVE AUD-ELAPSED-CS TO RS-ELAPSED(RECENT-COUNT)
           END-IF.

       POST-TIMED-RUN.
           MOVE 0 TO PAIR-FOUND.
           PERFORM VARYING PRI FROM 1 BY 1 UNTIL PRI > PAIR-COUNT
                                             OR PAIR-FOUND = 1
               IF PR-PROGRAM(PRI) = AUD-PROGRAM
                  AND PR-DOC-ID(PRI) = AUD-DOC-ID
                   MOVE 1 TO PAIR-FOUND
                   MOVE PRI TO PAIR-IX
               END-IF
           END-PERFORM.
           IF PAIR-FOUND = 0
               IF PAIR-COUNT > 499
                   DISPLAY "*** FATAL: THE AUDIT LOG COVERS MORE THAN "
                       "500 PROGRAM/DOCUMENT PAIRS - PAIR-TABLE IS "
                       "FULL. ARCHIVE THE LOG AND RERUN"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-IX
               MOVE AUD-PROGRAM TO PR-PROGRAM(PAIR-IX)
               MOVE AUD-DOC-ID TO PR-DOC-ID(PAIR-IX)
               MOVE 0 TO PR-RUNS(PAIR-IX)
           END-IF.
           ADD 1 TO PR-RUNS(PAIR-IX).
           COMPUTE SLOT-IX =
               FUNCTION MOD(PR-RUNS(PAIR-IX) - 1, RUN-WINDOW) + 1.
           MOVE AUD-ELAPSED-CS TO PR-ELAPSED(PAIR-IX, SLOT-IX).
           MOVE AUD-LINES TO PR-LINES(PAIR-IX, SLOT-IX).
           MOVE AUD-ELAPSED-CS TO PR-LATEST(PAIR-IX).

      *> The chain record carries the number of steps it ran in
      *> AUD-LINES; those are the last step records noted.
       POST-CHAIN-RUN.
           ADD 1 TO CHAIN-RUNS-SEEN.
           MOVE AUD-LINES TO CHAIN-STEPS.
           IF CHAIN-STEPS > RECENT-COUNT
               MOVE RECENT-COUNT TO CHAIN-STEPS
           END-IF.
           MOVE 0 TO CHAIN-TOTAL.
           PERFORM VARYING RSI FROM 1 BY 1 UNTIL RSI > CHAIN-STEPS
               ADD RS-ELAPSED(RECENT-COUNT - CHAIN-STEPS + RSI)
                   TO CHAIN-TOTAL
           END-PERFORM.
           MOVE 0 TO RECENT-COUNT.
           IF CHAIN-COUNT = RUN-WINDOW
               PERFORM VARYING CRI FROM 1 BY 1 UNTIL CRI = RUN-WINDOW
                   MOVE CHAIN-ENTRY(CRI + 1) TO CHAIN-ENTRY(CRI)
               END-PERFORM
           ELSE
               ADD 1 TO CHAIN-COUNT
           END-IF.
           MOVE AUD-RUN-DATE TO CR-DATE(CHAIN-COUNT).
           MOVE AUD-RUN-TIME TO CR-TIME(CHAIN-COUNT).
           MOVE AUD-DOC-ID TO CR-DOC-ID(CHAIN-COUNT).
           MOVE CHAIN-STEPS TO CR-STEPS(CHAIN-COUNT).
           MOVE CHAIN-TOTAL TO CR-TOTAL(CHAIN-COUNT).

       REPORT-PAIRS.
           DISPLAY "ELAPSED TIME BY PROGRAM AND DOCUMENT "
               "(CENTISECONDS, LAST " RUN-WINDOW " RUNS)".
           DISPLAY "PROGRAM        DOC-ID               RUNS "
               "   LATEST   AVERAGE     WORST  PER-1000       SLA".
           IF PAIR-COUNT = 0
               DISPLAY "NO TIMED RUNS ON THE AUDIT LOG"
           END-IF.
           PERFORM VARYING PRI FROM 1 BY 1 UNTIL PRI > PAIR-COUNT
               PERFORM REPORT-ONE-PAIR
           END-PERFORM.

       REPORT-ONE-PAIR.
           IF PR-RUNS(PRI) < RUN-WINDOW
               MOVE PR-RUNS(PRI) TO WINDOW-RUNS
           ELSE
               MOVE RUN-WINDOW TO WINDOW-RUNS
           END-IF.
           MOVE 0 TO SUM-ELAPSED.
           MOVE 0 TO SUM-LINES.
           MOVE 0 TO WORST-ELAPSED.
           PERFORM VARYING SLI FROM 1 BY 1 UNTIL SLI > WINDOW-RUNS
               ADD PR-ELAPSED(PRI, SLI) TO SUM-ELAPSED
               ADD PR-LINES(PRI, SLI) TO SUM-LINES
               IF PR-ELAPSED(PRI, SLI) > WORST-ELAPSED
                   MOVE PR-ELAPSED(PRI, SLI) TO WORST-ELAPSED
               END-IF
           END-PERFORM.
           COMPUTE AVG-ELAPSED = SUM-ELAPSED / WINDOW-RUNS.
           IF SUM-LINES > 0
               COMPUTE PER-K-ELAPSED = SUM-ELAPSED * 1000 / SUM-LINES
           ELSE
               MOVE 0 TO PER-K-ELAPSED
           END-IF.
           MOVE PR-PROGRAM(PRI) TO LOOKUP-PROGRAM.
           PERFORM FIND-THRESHOLD.
           MOVE SPACE TO PAIR-FLAG.
           MOVE 0 TO SLA-CS.
           IF THRESHOLD-FOUND = 1
               MOVE TH-LIMIT-CS(THRESHOLD-IX) TO SLA-CS
               EVALUATE TRUE
                   WHEN PR-LATEST(PRI) > SLA-CS
                       MOVE "OVER SLA" TO PAIR-FLAG
                       ADD 1 TO OVER-SLA-COUNT
                   WHEN WORST-ELAPSED > SLA-CS
                       MOVE "BREACHED" TO PAIR-FLAG
                   WHEN OTHER
                       MOVE "WITHIN" TO PAIR-FLAG
               END-EVALUATE
           END-IF.
           DISPLAY PR-PROGRAM(PRI) " " PR-DOC-ID(PRI) " "
               WINDOW-RUNS " " PR-LATEST(PRI) " " AVG-ELAPSED " "
               WORST-ELAPSED " " PER-K-ELAPSED " " SLA-CS " "
               PAIR-FLAG.
           IF PAIR-FLAG = "OVER SLA"
               DISPLAY "*** OVER SLA: " PR-PROGRAM(PRI) " "
                   PR-DOC-ID(PRI) " LAST RAN " PR-LATEST(PRI)
                   " AGAINST AN SLA OF " SLA-CS
           END-IF.
           MOVE CURR-DATE(1:8) TO PFS-RUN-DATE.
           MOVE SPACE TO PFS-SEP1.
           MOVE "STP" TO PFS-TYPE.
           MOVE SPACE TO PFS-SEP2.
           MOVE PR-PROGRAM(PRI) TO PFS-PROGRAM.
           MOVE SPACE TO PFS-SEP3.
           MOVE PR-DOC-ID(PRI) TO PFS-DOC-ID.
           MOVE SPACE TO PFS-SEP4.
           MOVE WINDOW-RUNS TO PFS-RUNS.
           MOVE SPACE TO PFS-SEP5.
           MOVE PR-LATEST(PRI) TO PFS-LATEST.
           MOVE SPACE TO PFS-SEP6.
           MOVE AVG-ELAPSED TO PFS-AVERAGE.
           MOVE SPACE TO PFS-SEP7.
           MOVE WORST-ELAPSED TO PFS-WORST.
           MOVE SPACE TO PFS-SEP8.
           MOVE PER-K-ELAPSED TO PFS-PER-K.
           MOVE SPACE TO PFS-SEP9.
           MOVE SLA-CS TO PFS-SLA.
           MOVE SPACE TO PFS-SEP10.
           MOVE PAIR-FLAG TO PFS-FLAG.
           WRITE PERF-STEP-RECORD.

      *> The trend is the average rise per chain run between the
      *> oldest and the newest run in the window, projected one run
      *> ahead; RUNS-LEFT is how many more runs at that rise before
      *> the window is used up.
       REPORT-CHAINS.
           DISPLAY " ".
           DISPLAY "CHAIN RUN TOTALS (CENTISECONDS, LAST "
               RUN-WINDOW " CHAIN RUNS)".
           IF CHAIN-COUNT = 0
               DISPLAY "NO CHAIN RUNS ON THE AUDIT LOG"
           ELSE
               IF WINDOW-CS = 0
                   DISPLAY "NO AOC23D01CHN CARD ON THE THRESHOLD FILE "
                       "- CHAIN TOTALS NOT MEASURED AGAINST A WINDOW"
               END-IF
               MOVE 0 TO CHAIN-SUM
               MOVE 0 TO CHAIN-WORST
               PERFORM VARYING CRI FROM 1 BY 1 UNTIL CRI > CHAIN-COUNT
                   PERFORM REPORT-ONE-CHAIN
               END-PERFORM
               PERFORM REPORT-CHAIN-TREND
           END-IF.

       REPORT-ONE-CHAIN.
           ADD CR-TOTAL(CRI) TO CHAIN-SUM.
           IF CR-TOTAL(CRI) > CHAIN-WORST
               MOVE CR-TOTAL(CRI) TO CHAIN-WORST
           END-IF.
           MOVE SPACE TO PAIR-FLAG.
           MOVE 0 TO PFC-PCT.
           IF WINDOW-CS > 0
               COMPUTE PFC-PCT = CR-TOTAL(CRI) * 100 / WINDOW-CS
                   ON SIZE ERROR MOVE 999 TO PFC-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN CR-TOTAL(CRI) > WINDOW-CS
                       MOVE "OVER" TO PAIR-FLAG
                       IF CRI = CHAIN-COUNT
                           ADD 1 TO OVER-WINDOW-COUNT
                       END-IF
                   WHEN CR-TOTAL(CRI) * 100 > WINDOW-PCT * WINDOW-CS
                       MOVE "NEAR" TO PAIR-FLAG
                   WHEN OTHER
                       MOVE "WITHIN" TO PAIR-FLAG
               END-EVALUATE
           END-IF.
           DISPLAY CR-DATE(CRI) " " CR-TIME(CRI) " " CR-DOC-ID(CRI)
               " STEPS " CR-STEPS(CRI) " TOTAL " CR-TOTAL(CRI) " "
               PFC-PCT "% " PAIR-FLAG.
           MOVE CURR-DATE(1:8) TO PFC-RUN-DATE.
           MOVE SPACE TO PFC-SEP1.
           MOVE "CHN" TO PFC-TYPE.
           MOVE SPACE TO PFC-SEP2.
           MOVE CR-DATE(CRI) TO PFC-CHAIN-DATE.
           MOVE SPACE TO PFC-SEP3.
           MOVE CR-TIME(CRI) TO PFC-CHAIN-TIME.
           MOVE SPACE TO PFC-SEP4.
           MOVE CR-DOC-ID(CRI) TO PFC-DOC-ID.
           MOVE SPACE TO PFC-SEP5.
           MOVE CR-STEPS(CRI) TO PFC-STEPS.
           MOVE SPACE TO PFC-SEP6.
           MOVE CR-TOTAL(CRI) TO PFC-TOTAL.
           MOVE SPACE TO PFC-SEP7.
           MOVE WINDOW-CS TO PFC-WINDOW.
           MOVE SPACE TO PFC-SEP8.
           MOVE SPACE TO PFC-SEP9.
           MOVE PAIR-FLAG TO PFC-FLAG.
           WRITE PERF-CHAIN-RECORD.

       REPORT-CHAIN-TREND.
           COMPUTE CHAIN-AVERAGE = CHAIN-SUM / CHAIN-COUNT.
           MOVE 0 TO CHAIN-SLOPE.
           IF CHAIN-COUNT > 1
               COMPUTE CHAIN-SLOPE =
                   (CR-TOTAL(CHAIN-COUNT) - CR-TOTAL(1))
                   / (CHAIN-COUNT - 1)
           END-IF.
           COMPUTE CHAIN-PROJECTED =
               CR-TOTAL(CHAIN-COUNT) + CHAIN-SLOPE.
           IF CHAIN-PROJECTED < 0
               MOVE 0 TO CHAIN-PROJECTED
           END-IF.
           MOVE CHAIN-PROJECTED TO PFT-PROJECTED.
           MOVE 0 TO RUNS-LEFT.
           MOVE SPACE TO TREND-FLAG.
           IF WINDOW-CS > 0
               IF CHAIN-SLOPE > 0 AND CR-TOTAL(CHAIN-COUNT) < WINDOW-CS
                   COMPUTE RUNS-LEFT =
                       (WINDOW-CS - CR-TOTAL(CHAIN-COUNT))
                       / CHAIN-SLOPE
                       ON SIZE ERROR MOVE 9999 TO RUNS-LEFT
                   END-COMPUTE
               END-IF
               IF CHAIN-PROJECTED * 100 > WINDOW-PCT * WINDOW-CS
                   MOVE "TRENDING" TO TREND-FLAG
                   MOVE 1 TO TREND-WARNED
                   DISPLAY "*** WARNING: CHAIN TOTAL IS TRENDING "
                       "TOWARD THE BATCH WINDOW - NEXT RUN PROJECTED "
                       "AT " PFT-PROJECTED " OF " WINDOW-CS
                   IF RUNS-LEFT > 0
                       DISPLAY "    AT THE CURRENT RISE THE WINDOW IS "
                           "USED UP IN " RUNS-LEFT " RUN(S)"
                   END-IF
               ELSE
                   MOVE "STEADY" TO TREND-FLAG
               END-IF
           END-IF.
           DISPLAY "CHAIN TREND: FIRST " CR-TOTAL(1) " LATEST "
               CR-TOTAL(CHAIN-COUNT) " AVERAGE " CHAIN-AVERAGE
               " WORST " CHAIN-WORST " PROJECTED " PFT-PROJECTED.
           MOVE CURR-DATE(1:8) TO PFT-RUN-DATE.
           MOVE SPACE TO PFT-SEP1.
           MOVE "TRD" TO PFT-TYPE.
           MOVE SPACE TO PFT-SEP2.
           MOVE CHAIN-COUNT TO PFT-CHAINS.
           MOVE SPACE TO PFT-SEP3.
           MOVE CR-TOTAL(1) TO PFT-FIRST.
           MOVE SPACE TO PFT-SEP4.
           MOVE CR-TOTAL(CHAIN-COUNT) TO PFT-LATEST.
           MOVE SPACE TO PFT-SEP5.
           MOVE CHAIN-AVERAGE TO PFT-AVERAGE.
           MOVE SPACE TO PFT-SEP6.
           MOVE CHAIN-WORST TO PFT-WORST.
           MOVE SPACE TO PFT-SEP7.
           MOVE SPACE TO PFT-SEP8.
           MOVE WINDOW-CS TO PFT-WINDOW.
           MOVE SPACE TO PFT-SEP9.
           MOVE RUNS-LEFT TO PFT-RUNS-LEFT.
           MOVE SPACE TO PFT-SEP10.
           MOVE TREND-FLAG TO PFT-FLAG.
           WRITE PERF-TREND-RECORD.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01ELP" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "RUNAUDIT" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE AUDIT-READ-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE OVER-SLA-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE CHAIN-TOTAL TO AUD-RESULT.
           MOVE SPACE TO AUD-SEP7.
           MOVE ELAPSED-CS TO AUD-ELAPSED-CS.
           MOVE SPACE TO AUD-SEP8.
           MOVE RUN-STATUS TO AUD-STATUS.
           MOVE SPACE TO AUD-SEP9.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *> Timed from the start of MAIN to the audit write, so a step
      *> that halts early still shows how long it ran.
       COMPUTE-ELAPSED-TIME.
           ACCEPT END-TIME FROM TIME.
           PERFORM CONVERT-START-TIME.
           PERFORM CONVERT-END-TIME.
           IF END-CS >= START-CS
               COMPUTE ELAPSED-CS = END-CS - START-CS
           ELSE
               COMPUTE ELAPSED-CS = END-CS - START-CS + 8640000
           END-IF.

       CONVERT-START-TIME.
           MOVE START-TIME TO TIME-TEXT.
           COMPUTE START-CS =
               FUNCTION NUMVAL(TIME-TEXT(1:2)) * 360000
               + FUNCTION NUMVAL(TIME-TEXT(3:2)) * 6000
               + FUNCTION NUMVAL(TIME-TEXT(5:2)) * 100
               + FUNCTION NUMVAL(TIME-TEXT(7:2)).

       CONVERT-END-TIME.
           MOVE END-TIME TO TIME-TEXT.
           COMPUTE END-CS =
               FUNCTION NUMVAL(TIME-TEXT(1:2)) * 360000
               + FUNCTION NUMVAL(TIME-TEXT(3:2)) * 6000
               + FUNCTION NUMVAL(TIME-TEXT(5:2)) * 100
               + FUNCTION NUMVAL(TIME-TEXT(7:2)).
