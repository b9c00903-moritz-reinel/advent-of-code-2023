      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Daily expected-delivery report. The delivery schedule
      * (delivsch.txt, SCHEDULE parm card) says which documents are
      * due and when - one DOCUMENT,DUE,CUTOFF card per document:
      *   DUE     DAILY      every day
      *           WEEKDAYS   Monday to Friday
      *           MON/WED/.. the listed days of the week
      *           DAYnn      the nn-th of every month
      *   CUTOFF  HHMM       latest arrival time that counts on time
      * Every document due today is checked against the day's datasets
      * - docstat.txt (did it arrive and go through the edit, and at
      * what time), runctl.txt (did a calibration run post it) and
      * settle.txt (was it settled) - and listed as
      *   MISSING      no edit record today - the supplier never sent it
      *   NOT SETTLED  arrived, but not yet posted and settled
      *   LATE         settled, but first arrived after the cutoff
      *   ON TIME      settled, and arrived by the cutoff
      * A missing document ends the run FLAGGED with return code 4, so
      * the chain scheduler raises it the same morning instead of at
      * month-end.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DLV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL SCHEDULE-FILE
           ASSIGN DYNAMIC SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-STATUS.

           SELECT OPTIONAL DOC-STATUS-FILE
           ASSIGN DYNAMIC DOCSTAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN DYNAMIC RUNCTL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE
           ASSIGN DYNAMIC SETTLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  SCHEDULE-FILE LABEL RECORDS ARE OMITTED.
       01  SCHEDULE-LINE   PIC X(100).

       FD  DOC-STATUS-FILE LABEL RECORDS ARE OMITTED.
       COPY DOCSTAT.

       FD  RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNCTL.

       FD  SETTLEMENT-FILE LABEL RECORDS ARE OMITTED.
       COPY SETTLREC.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       WORKING-STORAGE SECTION.
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
       01  CURR-DATE       PIC X(21).

       01  PARM-STATUS     PIC XX VALUE "00".
       01  PARM-EOF        PIC 9 VALUE 0.
       01  PARM-KEY        PIC X(20).
       01  PARM-VALUE      PIC X(80).
       01  SCHEDULE-FILE-NAME   PIC X(80) VALUE "delivsch.txt".
       01  DOCSTAT-FILE-NAME    PIC X(80) VALUE "docstat.txt".
       01  RUNCTL-FILE-NAME     PIC X(80) VALUE "runctl.txt".
       01  SETTLE-FILE-NAME     PIC X(80) VALUE "settle.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  SCHEDULE-STATUS PIC XX VALUE "00".
       01  DATASET-STATUS  PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

      *> Today as the schedule sees it. INTEGER-OF-DATE day 1 was a
      *> Monday, so the remainder by 7 of one less gives 0 = Monday
      *> through 6 = Sunday.
       01  TODAY-DATE      PIC X(8) VALUE SPACE.
       01  TODAY-DAY-OF-MONTH   PIC X(2) VALUE SPACE.
       01  TODAY-INT       PIC 9(8) VALUE 0.
       01  WEEK-QUOTIENT   PIC 9(8) VALUE 0.
       01  WEEKDAY-NO      PIC 9 VALUE 0.
       01  WEEKDAY-NAMES   PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  TODAY-NAME      PIC X(3) VALUE SPACE.
       01  DAY-HITS        PIC 9(2) VALUE 0.

      *> One entry per scheduled document.
       01  SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 500 TIMES.
               10  SCT-DOC-ID      PIC X(20).
               10  SCT-DUE         PIC X(30).
               10  SCT-CUTOFF      PIC 9(4).
               10  SCT-IS-DUE      PIC 9.
               10  SCT-ARRIVED     PIC X(6).
               10  SCT-EDIT-STATUS PIC X(8).
               10  SCT-POSTED      PIC 9.
               10  SCT-SETTLED     PIC 9.
       01  SCHEDULE-COUNT  PIC 9(4) VALUE 0.
       01  SCI             PIC 9(4) VALUE 0.
       01  SCHEDULE-FOUND  PIC 9 VALUE 0.
       01  SCHEDULE-IX     PIC 9(4) VALUE 0.
       01  SCHEDULE-ERRORS PIC 9(4) VALUE 0.
       01  SCHED-DOC-TEXT  PIC X(80) VALUE SPACE.
       01  SCHED-DUE-TEXT  PIC X(30) VALUE SPACE.
       01  SCHED-CUT-TEXT  PIC X(10) VALUE SPACE.
       01  SCHED-CUTOFF    PIC 9(4) VALUE 0.
       01  DUE-VALID       PIC 9 VALUE 0.
       01  LOOKUP-DOC      PIC X(80) VALUE SPACE.

       01  DELIVERY-STATUS PIC X(11) VALUE SPACE.
       01  ARRIVED-OUT     PIC X(5) VALUE SPACE.
       01  POSTED-OUT      PIC X(3) VALUE SPACE.
       01  SETTLED-OUT     PIC X(3) VALUE SPACE.

       01  DUE-COUNT       PIC 9(4) VALUE 0.
       01  ON-TIME-COUNT   PIC 9(4) VALUE 0.
       01  LATE-COUNT      PIC 9(4) VALUE 0.
       01  MISSING-COUNT   PIC 9(4) VALUE 0.
       01  UNSETTLED-COUNT PIC 9(4) VALUE 0.

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
           MOVE CURR-DATE(1:8) TO TODAY-DATE.
           MOVE CURR-DATE(7:2) TO TODAY-DAY-OF-MONTH.
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
               TO TODAY-INT.
           SUBTRACT 1 FROM TODAY-INT.
           DIVIDE TODAY-INT BY 7 GIVING WEEK-QUOTIENT
               REMAINDER WEEKDAY-NO.
           MOVE WEEKDAY-NAMES(WEEKDAY-NO * 3 + 1:3) TO TODAY-NAME.
           PERFORM LOAD-SCHEDULE.
           PERFORM SCAN-DOC-STATUS.
           PERFORM SCAN-RUN-CONTROL.
           PERFORM SCAN-SETTLEMENT.
           PERFORM REPORT-DELIVERIES.
           IF SCHEDULE-ERRORS > 0
               DISPLAY "*** WARNING: " SCHEDULE-ERRORS " SCHEDULE "
                   "CARD(S) IGNORED - CORRECT THE DELIVERY SCHEDULE"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF MISSING-COUNT > 0
               DISPLAY "*** " MISSING-COUNT " DOCUMENT(S) DUE TODAY "
                   "HAVE NOT ARRIVED"
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
                   WHEN "SCHEDULE"
                       MOVE PARM-VALUE TO SCHEDULE-FILE-NAME
                   WHEN "DOCSTAT"
                       MOVE PARM-VALUE TO DOCSTAT-FILE-NAME
                   WHEN "RUNCTL"
                       MOVE PARM-VALUE TO RUNCTL-FILE-NAME
                   WHEN "SETTLE"
                       MOVE PARM-VALUE TO SETTLE-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
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
                   WHEN "VALIDATE"
                       CONTINUE
                   WHEN "UNATTENDED"
                       CONTINUE
                   WHEN "FORCE"
                       CONTINUE
                   WHEN "LANGUAGE"
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
                   WHEN "SLATHRESH"
                       CONTINUE
                   WHEN "PERFRPT"
                       CONTINUE
                   WHEN "PERFRUNS"
                       CONTINUE
                   WHEN "WINDOWPCT"
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

       LOAD-SCHEDULE.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** FATAL: NO DELIVERY SCHEDULE FOUND - "
                   "NOTHING TO CHECK DELIVERIES AGAINST"
               CLOSE SCHEDULE-FILE
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM UNTIL FILE-STATUS = 1
               READ SCHEDULE-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF SCHEDULE-LINE = SPACE
                          OR SCHEDULE-LINE(1:1) = "*"
                           CONTINUE
                       ELSE
                           PERFORM STORE-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           MOVE 0 TO FILE-STATUS.
           DISPLAY SCHEDULE-COUNT " DOCUMENT(S) ON THE DELIVERY "
               "SCHEDULE".

       STORE-SCHEDULE.
           MOVE SPACE TO SCHED-DOC-TEXT.
           MOVE SPACE TO SCHED-DUE-TEXT.
           MOVE SPACE TO SCHED-CUT-TEXT.
           UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO SCHED-DOC-TEXT SCHED-DUE-TEXT SCHED-CUT-TEXT.
           MOVE FUNCTION UPPER-CASE(SCHED-DOC-TEXT) TO LOOKUP-DOC.
           MOVE FUNCTION UPPER-CASE(SCHED-DUE-TEXT) TO SCHED-DUE-TEXT.
           PERFORM EDIT-DUE-TEXT.
           EVALUATE TRUE
               WHEN LOOKUP-DOC = SPACE
                   ADD 1 TO SCHEDULE-ERRORS
                   DISPLAY "*** SCHEDULE CARD IGNORED: "
                       SCHEDULE-LINE(1:60) " - NO DOCUMENT"
               WHEN DUE-VALID = 0
                   ADD 1 TO SCHEDULE-ERRORS
                   DISPLAY "*** SCHEDULE CARD IGNORED: "
                       SCHEDULE-LINE(1:60) " - DUE DAYS NOT RECOGNIZED"
               WHEN SCHED-CUT-TEXT(1:4) IS NOT NUMERIC
                 OR SCHED-CUT-TEXT(5:) NOT = SPACE
                   ADD 1 TO SCHEDULE-ERRORS
                   DISPLAY "*** SCHEDULE CARD IGNORED: "
                       SCHEDULE-LINE(1:60) " - CUTOFF MUST BE HHMM"
               WHEN OTHER
                   MOVE SCHED-CUT-TEXT(1:4) TO SCHED-CUTOFF
                   PERFORM ADD-SCHEDULE-ENTRY
           END-EVALUATE.

      *> DUE-VALID comes back 1 for a recognized pattern.
       EDIT-DUE-TEXT.
           MOVE 0 TO DUE-VALID.
           EVALUATE TRUE
               WHEN SCHED-DUE-TEXT = "DAILY"
               WHEN SCHED-DUE-TEXT = "WEEKDAYS"
                   MOVE 1 TO DUE-VALID
               WHEN SCHED-DUE-TEXT(1:3) = "DAY"
                   IF SCHED-DUE-TEXT(4:2) IS NUMERIC
                      AND SCHED-DUE-TEXT(4:2) > "00"
                      AND SCHED-DUE-TEXT(4:2) < "32"
                      AND SCHED-DUE-TEXT(6:) = SPACE
                       MOVE 1 TO DUE-VALID
                   END-IF
               WHEN OTHER
                   MOVE 0 TO DAY-HITS
                   INSPECT SCHED-DUE-TEXT TALLYING
                       DAY-HITS FOR ALL "MON" ALL "TUE" ALL "WED"
                                    ALL "THU" ALL "FRI" ALL "SAT"
                                    ALL "SUN"
                   IF DAY-HITS > 0
                       MOVE 1 TO DUE-VALID
                   END-IF
           END-EVALUATE.

       ADD-SCHEDULE-ENTRY.
           PERFORM FIND-SCHEDULE.
           IF SCHEDULE-FOUND = 1
               ADD 1 TO SCHEDULE-ERRORS
               DISPLAY "*** SCHEDULE CARD IGNORED: "
                   SCHEDULE-LINE(1:60) " - DOCUMENT ALREADY SCHEDULED"
           ELSE
               IF SCHEDULE-COUNT > 499
                   DISPLAY "*** FATAL: DELIVERY SCHEDULE CARRIES MORE "
                       "THAN 500 DOCUMENTS - SCHEDULE-TABLE IS FULL"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO SCHEDULE-COUNT
               MOVE LOOKUP-DOC TO SCT-DOC-ID(SCHEDULE-COUNT)
               MOVE SCHED-DUE-TEXT TO SCT-DUE(SCHEDULE-COUNT)
               MOVE SCHED-CUTOFF TO SCT-CUTOFF(SCHEDULE-COUNT)
               MOVE SPACE TO SCT-ARRIVED(SCHEDULE-COUNT)
               MOVE SPACE TO SCT-EDIT-STATUS(SCHEDULE-COUNT)
               MOVE 0 TO SCT-POSTED(SCHEDULE-COUNT)
               MOVE 0 TO SCT-SETTLED(SCHEDULE-COUNT)
               MOVE SCHEDULE-COUNT TO SCI
               PERFORM JUDGE-DUE-TODAY
           END-IF.

       JUDGE-DUE-TODAY.
           MOVE 0 TO SCT-IS-DUE(SCI).
           EVALUATE TRUE
               WHEN SCT-DUE(SCI) = "DAILY"
                   MOVE 1 TO SCT-IS-DUE(SCI)
               WHEN SCT-DUE(SCI) = "WEEKDAYS"
                   IF WEEKDAY-NO < 5
                       MOVE 1 TO SCT-IS-DUE(SCI)
                   END-IF
               WHEN SCT-DUE(SCI)(1:3) = "DAY"
                   IF SCT-DUE(SCI)(4:2) = TODAY-DAY-OF-MONTH
                       MOVE 1 TO SCT-IS-DUE(SCI)
                   END-IF
               WHEN OTHER
                   MOVE 0 TO DAY-HITS
                   INSPECT SCT-DUE(SCI) TALLYING
                       DAY-HITS FOR ALL TODAY-NAME
                   IF DAY-HITS > 0
                       MOVE 1 TO SCT-IS-DUE(SCI)
                   END-IF
           END-EVALUATE.
           IF SCT-IS-DUE(SCI) = 1
               ADD 1 TO DUE-COUNT
           END-IF.

       FIND-SCHEDULE.
           MOVE 0 TO SCHEDULE-FOUND.
           PERFORM VARYING SCI FROM 1 BY 1 UNTIL SCI > SCHEDULE-COUNT
                                             OR SCHEDULE-FOUND = 1
               IF SCT-DOC-ID(SCI) = LOOKUP-DOC
                   MOVE 1 TO SCHEDULE-FOUND
                   MOVE SCI TO SCHEDULE-IX
               END-IF
           END-PERFORM.

      *> The first edit record of the day is the arrival time; the
      *> last one is the verdict that stands.
       SCAN-DOC-STATUS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DOC-STATUS-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DOC-STATUS-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF DCS-RUN-DATE = TODAY-DATE
                               MOVE FUNCTION UPPER-CASE(DCS-DOC-ID)
                                   TO LOOKUP-DOC
                               PERFORM FIND-SCHEDULE
                               IF SCHEDULE-FOUND = 1
                                   PERFORM NOTE-ARRIVAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-STATUS-FILE.
           MOVE 0 TO FILE-STATUS.

       NOTE-ARRIVAL.
           IF SCT-ARRIVED(SCHEDULE-IX) = SPACE
               MOVE DCS-RUN-TIME TO SCT-ARRIVED(SCHEDULE-IX)
           END-IF.
           MOVE DCS-STATUS TO SCT-EDIT-STATUS(SCHEDULE-IX).

       SCAN-RUN-CONTROL.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ RUN-CONTROL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF RCT-RUN-DATE = TODAY-DATE
                              AND RCT-DISPOSITION NOT = "REVERSED"
                               MOVE FUNCTION UPPER-CASE(RCT-DOC-ID)
                                   TO LOOKUP-DOC
                               PERFORM FIND-SCHEDULE
                               IF SCHEDULE-FOUND = 1
                                   MOVE 1 TO SCT-POSTED(SCHEDULE-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           MOVE 0 TO FILE-STATUS.

       SCAN-SETTLEMENT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT SETTLEMENT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ SETTLEMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF SET-RUN-DATE = TODAY-DATE
                              AND SET-STATUS NOT = "REVERSED"
                               MOVE FUNCTION UPPER-CASE(SET-DOC-ID)
                                   TO LOOKUP-DOC
                               PERFORM FIND-SCHEDULE
                               IF SCHEDULE-FOUND = 1
                                   MOVE 1 TO SCT-SETTLED(SCHEDULE-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SETTLEMENT-FILE.
           MOVE 0 TO FILE-STATUS.

       REPORT-DELIVERIES.
           DISPLAY "EXPECTED DELIVERIES FOR " TODAY-DATE " ("
               TODAY-NAME ") - " DUE-COUNT " DOCUMENT(S) DUE".
           DISPLAY "DOCUMENT             CUTOFF ARRIVED EDIT     "
               "POSTED SETTLED STATUS".
           PERFORM VARYING SCI FROM 1 BY 1 UNTIL SCI > SCHEDULE-COUNT
               IF SCT-IS-DUE(SCI) = 1
                   PERFORM REPORT-ONE-DELIVERY
               END-IF
           END-PERFORM.
           DISPLAY "ON TIME: " ON-TIME-COUNT " LATE: " LATE-COUNT
               " NOT SETTLED: " UNSETTLED-COUNT
               " MISSING: " MISSING-COUNT.

       REPORT-ONE-DELIVERY.
           EVALUATE TRUE
               WHEN SCT-ARRIVED(SCI) = SPACE
                   MOVE "MISSING" TO DELIVERY-STATUS
                   ADD 1 TO MISSING-COUNT
               WHEN SCT-POSTED(SCI) = 0 OR SCT-SETTLED(SCI) = 0
                   MOVE "NOT SETTLED" TO DELIVERY-STATUS
                   ADD 1 TO UNSETTLED-COUNT
               WHEN SCT-ARRIVED(SCI)(1:4) > SCT-CUTOFF(SCI)
                   MOVE "LATE" TO DELIVERY-STATUS
                   ADD 1 TO LATE-COUNT
               WHEN OTHER
                   MOVE "ON TIME" TO DELIVERY-STATUS
                   ADD 1 TO ON-TIME-COUNT
           END-EVALUATE.
           IF SCT-ARRIVED(SCI) = SPACE
               MOVE SPACE TO ARRIVED-OUT
           ELSE
               MOVE SPACE TO ARRIVED-OUT
               STRING SCT-ARRIVED(SCI)(1:2) ":" SCT-ARRIVED(SCI)(3:2)
                   DELIMITED BY SIZE INTO ARRIVED-OUT
           END-IF.
           IF SCT-POSTED(SCI) = 1
               MOVE "YES" TO POSTED-OUT
           ELSE
               MOVE "NO" TO POSTED-OUT
           END-IF.
           IF SCT-SETTLED(SCI) = 1
               MOVE "YES" TO SETTLED-OUT
           ELSE
               MOVE "NO" TO SETTLED-OUT
           END-IF.
           DISPLAY SCT-DOC-ID(SCI) " " SCT-CUTOFF(SCI) "   "
               ARRIVED-OUT "   " SCT-EDIT-STATUS(SCI) " "
               POSTED-OUT "    " SETTLED-OUT "     " DELIVERY-STATUS.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01DLV" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "SCHEDULE" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE DUE-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE MISSING-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE ON-TIME-COUNT TO AUD-RESULT.
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
