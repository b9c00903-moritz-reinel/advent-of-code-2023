      * against the run before it and flags any movement beyond a
      * tolerance percentage keyed in by the operator, so a bad input
      * feed shows up the day it arrives instead of days later.
      *
      * The report is also written, paged for distribution, to the
      * report dataset (varrpt.txt, VARRPT card): report id, run date
      * and time, page number and column headings on every page,
      * PAGELINES lines a page, a control group with subtotals per
      * document, and an end-of-report trailer with the counts so a
      * truncated copy is obvious. The distribution control file
      * (rptdist.txt) names the recipient lists for each run, and the
      * routing is logged to rptlog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01VAR.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIST-FILE ASSIGN DYNAMIC DIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-STATUS.

           SELECT OPTIONAL DIST-LOG-FILE ASSIGN DYNAMIC DIST-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  RUN-HISTORY-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNHIST.

       FD  REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE     PIC X(132).

       FD  DIST-FILE LABEL RECORDS ARE OMITTED.
       01  DIST-LINE       PIC X(100).

       FD  DIST-LOG-FILE LABEL RECORDS ARE OMITTED.
       COPY RPTLOG.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       01  PARM-VALUE      PIC X(80).
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  REPORT-FILE-NAME     PIC X(80) VALUE "varrpt.txt".
       01  DIST-FILE-NAME       PIC X(80) VALUE "rptdist.txt".
       01  DIST-LOG-NAME        PIC X(80) VALUE "rptlog.txt".
       01  DIST-RUN-NAME        PIC X(10) VALUE "DAILY".
       01  PAGE-LINES           PIC 9(3) VALUE 60.
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  UNATTENDED-OPT       PIC X VALUE "N".
       01  PARM-NUM        PIC 9(6) VALUE 0.
       01  HIST-STATUS     PIC XX VALUE "00".
               10  DT-PRIOR-TOTAL  PIC 9(9).
               10  DT-LATEST-DATE  PIC X(8).
               10  DT-LATEST-TOTAL PIC 9(9).
               10  DT-PRINTED      PIC 9.
       01  DOC-COUNT       PIC 9(2) VALUE 0.
       01  DTI             PIC 9(2) VALUE 0.
       01  DOC-FOUND       PIC 9 VALUE 0.
       01  EDIT-PCT        PIC -(5)9.99.
       01  FLAGGED-COUNT   PIC 9(4) VALUE 0.

      *> Page control for the report dataset.
       01  DIST-STATUS     PIC XX VALUE "00".
       01  DIST-EOF        PIC 9 VALUE 0.
       01  REPORT-ID       PIC X(14) VALUE "AOC23D01VAR".
       01  REPORT-TITLE    PIC X(50)
           VALUE "RUN-HISTORY DAY-OVER-DAY VARIANCE".
       01  REPORT-DATE     PIC X(21).
       01  PAGE-NO         PIC 9(4) VALUE 0.
       01  LINE-ON-PAGE    PIC 9(3) VALUE 0.
       01  BODY-LINES      PIC 9(6) VALUE 0.
       01  DETAIL-PRINTED  PIC 9(6) VALUE 0.
       01  DOCS-PRINTED    PIC 9(4) VALUE 0.
       01  RECORDS-REPORTED     PIC 9(6) VALUE 0.
       01  BREAK-DOC       PIC X(80) VALUE SPACE.
       01  NEXT-DOC        PIC X(80) VALUE SPACE.
       01  PRINT-LINE      PIC X(132) VALUE SPACE.
       01  HEADING-LINE-1.
           05  HL1-REPORT-ID   PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  HL1-TITLE       PIC X(50).
           05  FILLER          PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE    PIC X(10).
           05  FILLER          PIC X(6) VALUE " TIME ".
           05  HL1-RUN-TIME    PIC X(8).
           05  FILLER          PIC X(8) VALUE "   PAGE ".
           05  HL1-PAGE        PIC ZZZ9.
       01  HEADING-LINE-2.
           05  FILLER          PIC X(14) VALUE "DISTRIBUTION: ".
           05  HL2-RECIPIENTS  PIC X(118).
       01  TRAILER-LINE.
           05  FILLER          PIC X(18) VALUE "*** END OF REPORT ".
           05  RTR-REPORT-ID   PIC X(14).
           05  FILLER          PIC X(7) VALUE " PAGES ".
           05  RTR-PAGES       PIC ZZZ9.
           05  FILLER          PIC X(7) VALUE " LINES ".
           05  RTR-LINES       PIC ZZZZZ9.
           05  FILLER          PIC X(8) VALUE " DETAIL ".
           05  RTR-DETAIL      PIC ZZZZZ9.
           05  FILLER          PIC X(11) VALUE " DOCUMENTS ".
           05  RTR-DOCS        PIC ZZZ9.
           05  FILLER          PIC X(14) VALUE " RECORDS READ ".
           05  RTR-READ        PIC ZZZZZ9.
           05  FILLER          PIC X(4) VALUE " ***".
       01  DIST-TABLE.
           05  DIST-LIST       PIC X(20) OCCURS 10 TIMES.
       01  DIST-COUNT      PIC 9(2) VALUE 0.
       01  DLI             PIC 9(2) VALUE 0.
       01  DIST-POINTER    PIC 9(3) VALUE 1.
       01  DIST-REPORT-TEXT     PIC X(20) VALUE SPACE.
       01  DIST-LIST-TEXT       PIC X(40) VALUE SPACE.
       01  DIST-RUN-TEXT        PIC X(20) VALUE SPACE.

       01  COLUMN-HEADING.
           05  FILLER          PIC X(16) VALUE "  PROGRAM".
           05  FILLER          PIC X(10) VALUE "PRIOR RUN".
           05  FILLER          PIC X(16) VALUE "   PRIOR TOTAL".
           05  FILLER          PIC X(10) VALUE "LATEST RUN".
           05  FILLER          PIC X(16) VALUE "  LATEST TOTAL".
           05  FILLER          PIC X(11) VALUE "  PCT CHG".
           05  FILLER          PIC X(30) VALUE "NOTE".
       01  VAR-DETAIL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-PROGRAM     PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-PRIOR-DATE  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-PRIOR-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-LATEST-DATE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-LATEST-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-PCT         PIC -(5)9.99.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VDL-NOTE        PIC X(30).
       01  VAR-TOTAL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VTL-LABEL       PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  VTL-PAIRS       PIC ZZZ9.
           05  FILLER          PIC X(6) VALUE " PGMS".
           05  VTL-PRIOR-SUM   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE SPACE.
           05  VTL-LATEST-SUM  PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(13) VALUE SPACE.
           05  VTL-FLAGGED     PIC ZZZ9.
           05  FILLER          PIC X(8) VALUE " FLAGGED".
       01  GRI             PIC 9(2) VALUE 0.
       01  GROUP-PAIRS     PIC 9(4) VALUE 0.
       01  GROUP-PRIOR-SUM      PIC 9(11) VALUE 0.
       01  GROUP-LATEST-SUM     PIC 9(11) VALUE 0.
       01  GROUP-FLAGGED   PIC 9(4) VALUE 0.
       01  REPORT-PAIRS    PIC 9(4) VALUE 0.
       01  REPORT-PRIOR-SUM     PIC 9(11) VALUE 0.
       01  REPORT-LATEST-SUM    PIC 9(11) VALUE 0.

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
      *> UNATTENDED=Y on the parm card skips the console prompt and
      *> runs with the TOLERANCE card (or the default) so the
               MOVE "FLAGGED" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM PRINT-VARIANCE-REPORT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

           STOP RUN.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP6.
           MOVE 0 TO AUD-RESULT.
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

       LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
                       END-IF
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "VARRPT"
                       MOVE PARM-VALUE TO REPORT-FILE-NAME
                   WHEN "RPTDIST"
                       MOVE PARM-VALUE TO DIST-FILE-NAME
                   WHEN "RPTLOG"
                       MOVE PARM-VALUE TO DIST-LOG-NAME
                   WHEN "DISTRUN"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:10))
                           TO DIST-RUN-NAME
                   WHEN "PAGELINES"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM < 10 OR PARM-NUM > 999
                           DISPLAY "*** INVALID PAGELINES ON PARM "
                               "CARD - KEEPING " PAGE-LINES
                       ELSE
                           MOVE PARM-NUM TO PAGE-LINES
                       END-IF
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
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
                   WHEN "SLATHRESH"
                       CONTINUE
                   WHEN "PERFRPT"
                       CONTINUE
                   WHEN "PERFRUNS"
                       CONTINUE
                   WHEN "WINDOWPCT"
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
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN PARM CARD KEYWORD: "
                           PARM-KEY
               MOVE 0 TO DT-PRIOR-TOTAL(DOC-COUNT)
               MOVE HIST-RUN-DATE TO DT-LATEST-DATE(DOC-COUNT)
               MOVE HIST-TOTAL TO DT-LATEST-TOTAL(DOC-COUNT)
               MOVE 0 TO DT-PRINTED(DOC-COUNT)
           END-IF.

       REPORT-DOC-VARIANCE.
           END-IF.

       COMPUTE-DOC-VARIANCE.
           PERFORM CALC-VARIANCE-PCT.
           IF ABS-PCT > TOLERANCE-PCT
               ADD 1 TO FLAGGED-COUNT
               DISPLAY DT-PROGRAM(DTI) " " DT-DOC-ID(DTI) " "
                   DT-PRIOR-TOTAL(DTI) " " DT-LATEST-TOTAL(DTI) " "
                   EDIT-PCT " *** EXCEEDS TOLERANCE"
           ELSE
               DISPLAY DT-PROGRAM(DTI) " " DT-DOC-ID(DTI) " "
                   DT-PRIOR-TOTAL(DTI) " " DT-LATEST-TOTAL(DTI) " "
                   EDIT-PCT
           END-IF.

       CALC-VARIANCE-PCT.
           COMPUTE DELTA-TOTAL =
               DT-LATEST-TOTAL(DTI) - DT-PRIOR-TOTAL(DTI).
      *> A tiny prior total against a large latest total can push the
               MOVE VARIANCE-PCT TO ABS-PCT
           END-IF.
           MOVE VARIANCE-PCT TO EDIT-PCT.

      *> The report dataset groups the program/document pairs by
      *> document, one detail line per program, with a subtotal for
      *> each document and a report total ahead of the trailer.
       PRINT-VARIANCE-REPORT.
           PERFORM OPEN-REPORT.
           MOVE RECORD-COUNT TO RECORDS-REPORTED.
           STRING "TOLERANCE: " TOLERANCE-PCT " PERCENT"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING GRI FROM 1 BY 1 UNTIL GRI > DOC-COUNT
               IF DT-PRINTED(GRI) = 0
                   PERFORM PRINT-VARIANCE-GROUP
               END-IF
           END-PERFORM.
           MOVE "REPORT TOTAL" TO VTL-LABEL.
           MOVE REPORT-PAIRS TO VTL-PAIRS.
           MOVE REPORT-PRIOR-SUM TO VTL-PRIOR-SUM.
           MOVE REPORT-LATEST-SUM TO VTL-LATEST-SUM.
           MOVE FLAGGED-COUNT TO VTL-FLAGGED.
           MOVE VAR-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.

       PRINT-VARIANCE-GROUP.
           MOVE DT-DOC-ID(GRI) TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           MOVE 0 TO GROUP-PAIRS.
           MOVE 0 TO GROUP-PRIOR-SUM.
           MOVE 0 TO GROUP-LATEST-SUM.
           MOVE 0 TO GROUP-FLAGGED.
           PERFORM VARYING DTI FROM GRI BY 1 UNTIL DTI > DOC-COUNT
               IF DT-DOC-ID(DTI) = DT-DOC-ID(GRI)
                   PERFORM PRINT-VARIANCE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "DOC TOTAL" TO VTL-LABEL.
           MOVE GROUP-PAIRS TO VTL-PAIRS.
           MOVE GROUP-PRIOR-SUM TO VTL-PRIOR-SUM.
           MOVE GROUP-LATEST-SUM TO VTL-LATEST-SUM.
           MOVE GROUP-FLAGGED TO VTL-FLAGGED.
           MOVE VAR-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-GROUP-TOTAL.
           ADD GROUP-PAIRS TO REPORT-PAIRS.
           ADD GROUP-PRIOR-SUM TO REPORT-PRIOR-SUM.
           ADD GROUP-LATEST-SUM TO REPORT-LATEST-SUM.

       PRINT-VARIANCE-DETAIL.
           MOVE 1 TO DT-PRINTED(DTI).
           ADD 1 TO GROUP-PAIRS.
           MOVE DT-PROGRAM(DTI) TO VDL-PROGRAM.
           MOVE DT-LATEST-DATE(DTI) TO VDL-LATEST-DATE.
           MOVE DT-LATEST-TOTAL(DTI) TO VDL-LATEST-TOTAL.
           ADD DT-LATEST-TOTAL(DTI) TO GROUP-LATEST-SUM.
           MOVE 0 TO VDL-PCT.
           MOVE SPACE TO VDL-NOTE.
           IF DT-RUN-COUNT(DTI) < 2
               MOVE SPACE TO VDL-PRIOR-DATE
               MOVE 0 TO VDL-PRIOR-TOTAL
               MOVE "FIRST RUN - NO PRIOR TOTAL" TO VDL-NOTE
           ELSE
               MOVE DT-PRIOR-DATE(DTI) TO VDL-PRIOR-DATE
               MOVE DT-PRIOR-TOTAL(DTI) TO VDL-PRIOR-TOTAL
               ADD DT-PRIOR-TOTAL(DTI) TO GROUP-PRIOR-SUM
               IF DT-PRIOR-TOTAL(DTI) = 0
                   MOVE "PRIOR ZERO *** CHECK" TO VDL-NOTE
                   ADD 1 TO GROUP-FLAGGED
               ELSE
                   PERFORM CALC-VARIANCE-PCT
                   MOVE VARIANCE-PCT TO VDL-PCT
                   IF ABS-PCT > TOLERANCE-PCT
                       MOVE "*** EXCEEDS TOLERANCE" TO VDL-NOTE
                       ADD 1 TO GROUP-FLAGGED
                   END-IF
               END-IF
           END-IF.
           MOVE VAR-DETAIL-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.

      *> The report dataset carries the same figures as the console,
      *> paged for distribution: report id, run date and time, page
      *> number and the column headings on every page, PAGELINES
      *> lines a page (default 60), and an end-of-report trailer with
      *> the counts so a truncated copy is obvious.
       OPEN-REPORT.
           MOVE FUNCTION CURRENT-DATE TO REPORT-DATE.
           MOVE REPORT-ID TO HL1-REPORT-ID.
           MOVE REPORT-TITLE TO HL1-TITLE.
           STRING REPORT-DATE(1:4) "-" REPORT-DATE(5:2) "-"
               REPORT-DATE(7:2) DELIMITED BY SIZE INTO HL1-RUN-DATE.
           STRING REPORT-DATE(9:2) ":" REPORT-DATE(11:2) ":"
               REPORT-DATE(13:2) DELIMITED BY SIZE INTO HL1-RUN-TIME.
           PERFORM LOAD-DISTRIBUTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO PAGE-NO.
           MOVE 0 TO BODY-LINES.
           MOVE 0 TO DETAIL-PRINTED.
           MOVE 0 TO DOCS-PRINTED.
           MOVE SPACE TO BREAK-DOC.
           MOVE SPACE TO PRINT-LINE.
           MOVE PAGE-LINES TO LINE-ON-PAGE.

       LOAD-DISTRIBUTION.
           MOVE 0 TO DIST-COUNT.
           MOVE 0 TO DIST-EOF.
           OPEN INPUT DIST-FILE.
           IF DIST-STATUS = "00"
               PERFORM UNTIL DIST-EOF = 1
                   READ DIST-FILE
                       AT END SET DIST-EOF TO 1
                       NOT AT END
                           IF DIST-LINE = SPACE OR DIST-LINE(1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM STORE-DISTRIBUTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.
           MOVE SPACE TO HL2-RECIPIENTS.
           IF DIST-COUNT = 0
               MOVE "NONE - NO ENTRY ON THE DISTRIBUTION CONTROL FILE"
                   TO HL2-RECIPIENTS
           ELSE
               MOVE 1 TO DIST-POINTER
               PERFORM VARYING DLI FROM 1 BY 1 UNTIL DLI > DIST-COUNT
                   STRING FUNCTION TRIM(DIST-LIST(DLI)) " "
                       DELIMITED BY SIZE INTO HL2-RECIPIENTS
                       WITH POINTER DIST-POINTER
               END-PERFORM
           END-IF.

      *> REPORT-ID,RECIPIENT-LIST[,RUN] - a card with no run name
      *> sends the report on every run, one with a run name only on
      *> runs whose DISTRUN card names it (DAILY when there is none).
       STORE-DISTRIBUTION.
           MOVE SPACE TO DIST-REPORT-TEXT.
           MOVE SPACE TO DIST-LIST-TEXT.
           MOVE SPACE TO DIST-RUN-TEXT.
           UNSTRING DIST-LINE DELIMITED BY ","
               INTO DIST-REPORT-TEXT DIST-LIST-TEXT DIST-RUN-TEXT.
           MOVE FUNCTION UPPER-CASE(DIST-REPORT-TEXT)
               TO DIST-REPORT-TEXT.
           MOVE FUNCTION UPPER-CASE(DIST-RUN-TEXT) TO DIST-RUN-TEXT.
           IF DIST-REPORT-TEXT = REPORT-ID
              AND (DIST-RUN-TEXT = SPACE
                   OR DIST-RUN-TEXT = DIST-RUN-NAME)
               IF DIST-LIST-TEXT = SPACE
                   DISPLAY "*** DISTRIBUTION CARD IGNORED: "
                       FUNCTION TRIM(DIST-LINE) " - NO RECIPIENT LIST"
               ELSE
                   IF DIST-COUNT > 9
                       DISPLAY "*** MORE THAN 10 RECIPIENT LISTS FOR "
                           REPORT-ID " - " DIST-LIST-TEXT(1:20)
                           " IGNORED"
                   ELSE
                       ADD 1 TO DIST-COUNT
                       MOVE FUNCTION UPPER-CASE(DIST-LIST-TEXT)
                           TO DIST-LIST(DIST-COUNT)
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT-LINE.
           IF LINE-ON-PAGE >= PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-ON-PAGE.
           ADD 1 TO BODY-LINES.
           MOVE SPACE TO PRINT-LINE.

       PRINT-DETAIL-LINE.
           ADD 1 TO DETAIL-PRINTED.
           PERFORM PRINT-REPORT-LINE.

      *> A document group split across a page carries its document
      *> id over, so the later page still reads on its own.
       PRINT-PAGE-HEADING.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO HL1-PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-ON-PAGE.
           IF BREAK-DOC NOT = SPACE
               MOVE SPACE TO REPORT-LINE
               STRING "DOCUMENT " FUNCTION TRIM(BREAK-DOC)
                   " (CONTINUED)" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-ON-PAGE
           END-IF.

      *> Opens the control group for NEXT-DOC. A heading that would
      *> land on the last lines of a page starts the next page.
       PRINT-GROUP-HEADING.
           MOVE SPACE TO BREAK-DOC.
           IF LINE-ON-PAGE + 3 > PAGE-LINES
               MOVE PAGE-LINES TO LINE-ON-PAGE
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           STRING "DOCUMENT " FUNCTION TRIM(NEXT-DOC)
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE NEXT-DOC TO BREAK-DOC.

      *> Closes the group with the subtotal line already built in
      *> PRINT-LINE.
       PRINT-GROUP-TOTAL.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO DOCS-PRINTED.
           MOVE SPACE TO BREAK-DOC.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       CLOSE-REPORT.
           IF LINE-ON-PAGE + 2 > PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE REPORT-ID TO RTR-REPORT-ID.
           MOVE PAGE-NO TO RTR-PAGES.
      *> The count on the trailer takes in the trailer itself and
      *> the blank line before it, the same figure the log carries.
           COMPUTE RTR-LINES = BODY-LINES + 2.
           MOVE DETAIL-PRINTED TO RTR-DETAIL.
           MOVE DOCS-PRINTED TO RTR-DOCS.
           MOVE RECORDS-REPORTED TO RTR-READ.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE TRAILER-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-DISTRIBUTION-LOG.

      *> One routing record per recipient list, so whoever sends the
      *> morning pack knows which dataset goes where.
       WRITE-DISTRIBUTION-LOG.
           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-COUNT = 0
               MOVE "UNASSIGNED" TO RPL-RECIPIENTS
               PERFORM WRITE-ONE-DIST-LOG
           ELSE
               PERFORM VARYING DLI FROM 1 BY 1 UNTIL DLI > DIST-COUNT
                   MOVE DIST-LIST(DLI) TO RPL-RECIPIENTS
                   PERFORM WRITE-ONE-DIST-LOG
               END-PERFORM
           END-IF.
           CLOSE DIST-LOG-FILE.

       WRITE-ONE-DIST-LOG.
           MOVE REPORT-DATE(1:8) TO RPL-RUN-DATE.
           MOVE SPACE TO RPL-SEP1.
           MOVE REPORT-DATE(9:6) TO RPL-RUN-TIME.
           MOVE SPACE TO RPL-SEP2.
           MOVE REPORT-ID TO RPL-REPORT-ID.
           MOVE SPACE TO RPL-SEP3.
           MOVE DIST-RUN-NAME TO RPL-RUN-NAME.
           MOVE SPACE TO RPL-SEP4.
           MOVE SPACE TO RPL-SEP5.
           MOVE PAGE-NO TO RPL-PAGES.
           MOVE SPACE TO RPL-SEP6.
           MOVE BODY-LINES TO RPL-LINES.
           MOVE SPACE TO RPL-SEP7.
           MOVE REPORT-FILE-NAME TO RPL-DATASET.
           WRITE REPORT-LOG-RECORD.
