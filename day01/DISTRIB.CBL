      * digit character - the shape of a healthy calibration document.
      * A supplier file where half the lines carry the identical value
      * shows up here before the totals post, not in reconciliation.
      *
      * The report is also written, paged for distribution, to the
      * report dataset (dstrpt.txt, DSTRPT card): report id, run date
      * and time, page number and column headings on every page,
      * PAGELINES lines a page, a control group with subtotals per
      * document, and an end-of-report trailer with the counts so a
      * truncated copy is obvious. The distribution control file
      * (rptdist.txt) names the recipient lists for each run, and the
      * routing is logged to rptlog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DETAIL-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIST-FILE ASSIGN DYNAMIC DIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-STATUS.

           SELECT OPTIONAL DIST-LOG-FILE ASSIGN DYNAMIC DIST-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  DETAIL-FILE LABEL RECORDS ARE OMITTED.
       COPY CALDETL.

       FD  REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE     PIC X(132).

       FD  DIST-FILE LABEL RECORDS ARE OMITTED.
       01  DIST-LINE       PIC X(100).

       FD  DIST-LOG-FILE LABEL RECORDS ARE OMITTED.
       COPY RPTLOG.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       01  PARM-VALUE      PIC X(80).
       01  DETAIL-FILE-NAME     PIC X(80) VALUE "linedetl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  REPORT-FILE-NAME     PIC X(80) VALUE "dstrpt.txt".
       01  DIST-FILE-NAME       PIC X(80) VALUE "rptdist.txt".
       01  DIST-LOG-NAME        PIC X(80) VALUE "rptlog.txt".
       01  DIST-RUN-NAME        PIC X(10) VALUE "DAILY".
       01  PAGE-LINES           PIC 9(3) VALUE 60.
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  PARM-NUM        PIC 9(6) VALUE 0.

       01  DETAIL-STATUS   PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.
               10  PRF-RUN-LEN     PIC 9(6).
               10  PRF-BEST-RUN    PIC 9(6).
               10  PRF-BEST-VALUE  PIC 9(2).
               10  PRF-PRINTED     PIC 9.
               10  PRF-VALUE-COUNT PIC 9(6) OCCURS 100 TIMES.
       01  PROFILE-COUNT   PIC 9(3) VALUE 0.
       01  PFI             PIC 9(3) VALUE 0.
       01  MODE-COUNT      PIC 9(6) VALUE 0.
       01  MODE-VALUE      PIC 9(2) VALUE 0.

      *> Page control for the report dataset.
       01  DIST-STATUS     PIC XX VALUE "00".
       01  DIST-EOF        PIC 9 VALUE 0.
       01  REPORT-ID       PIC X(14) VALUE "AOC23D01DST".
       01  REPORT-TITLE    PIC X(50)
           VALUE "LINE-VALUE DISTRIBUTION PROFILE".
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
           05  FILLER          PIC X(2) VALUE SPACE.
           05  FILLER          PIC X(8) VALUE "METHOD".
           05  FILLER          PIC X(9) VALUE "  LINES".
           05  FILLER          PIC X(5) VALUE "MIN".
           05  FILLER          PIC X(5) VALUE "MAX".
           05  FILLER          PIC X(8) VALUE "  MEAN".
           05  FILLER          PIC X(10) VALUE "SAME DGT".
           05  FILLER          PIC X(10) VALUE "LONG RUN".
           05  FILLER          PIC X(5) VALUE "VAL".
           05  FILLER          PIC X(6) VALUE "MODE".
           05  FILLER          PIC X(10) VALUE "MODE CNT".
           05  FILLER          PIC X(14) VALUE "   VALUE TOTAL".
       01  PROFILE-DETAIL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-METHOD      PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-LINES       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-MIN         PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-MAX         PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-MEAN        PIC ZZ9.99.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-SAME-DIGIT  PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-BEST-RUN    PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-BEST-VALUE  PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-MODE-VALUE  PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-MODE-COUNT  PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PDL-SUM         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  PROFILE-TOTAL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  PTL-LABEL       PIC X(13).
           05  PTL-METHODS     PIC ZZ9.
           05  FILLER          PIC X(9) VALUE " METHODS ".
           05  PTL-LINES       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(7) VALUE " LINES ".
           05  FILLER          PIC X(35) VALUE SPACE.
           05  PTL-SUM         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  GRI             PIC 9(3) VALUE 0.
       01  GROUP-METHODS   PIC 9(3) VALUE 0.
       01  GROUP-LINES     PIC 9(7) VALUE 0.
       01  GROUP-SUM       PIC 9(11) VALUE 0.
       01  REPORT-METHODS  PIC 9(3) VALUE 0.
       01  REPORT-LINES    PIC 9(7) VALUE 0.
       01  REPORT-SUM      PIC 9(11) VALUE 0.
       01  FREQ-POINTER    PIC 9(3) VALUE 0.
       01  FREQ-ENTRIES    PIC 9(2) VALUE 0.
       01  FREQ-VALUE      PIC 9(2) VALUE 0.
       01  FREQ-COUNT      PIC Z(5)9.

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
           OPEN INPUT DETAIL-FILE.
           IF DETAIL-STATUS NOT = "00"
           PERFORM VARYING PFI FROM 1 BY 1 UNTIL PFI > PROFILE-COUNT
               PERFORM REPORT-ONE-PROFILE
           END-PERFORM.
           PERFORM PRINT-PROFILE-REPORT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

                       MOVE PARM-VALUE TO DETAIL-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "DSTRPT"
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
                   WHEN "VARRPT"
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
           DISPLAY " ".
           DISPLAY "DOCUMENT " PRF-DOC-ID(PFI) " METHOD "
               PRF-METHOD(PFI).
           PERFORM CALC-PROFILE-STATS.
           MOVE MEAN-VALUE TO MEAN-EDIT.
           DISPLAY "  LINES " PRF-LINES(PFI) "  MIN " PRF-MIN(PFI)
               "  MAX " PRF-MAX(PFI) "  MEAN " MEAN-EDIT.
               PRF-SAME-DIGIT(PFI).
           DISPLAY "  LONGEST RUN OF REPEATED VALUES: "
               PRF-BEST-RUN(PFI) " OF VALUE " PRF-BEST-VALUE(PFI).
           DISPLAY "  MOST FREQUENT VALUE: " MODE-VALUE " ("
               MODE-COUNT " LINES)".
           DISPLAY "  VALUE DISTRIBUTION (VALUE COUNT):".
               END-IF
           END-PERFORM.

       CALC-PROFILE-STATS.
           COMPUTE MEAN-VALUE ROUNDED =
               PRF-SUM(PFI) / PRF-LINES(PFI).
           MOVE 0 TO MODE-COUNT.
           MOVE 0 TO MODE-VALUE.
           PERFORM VARYING VALUE-IX FROM 1 BY 1 UNTIL VALUE-IX > 100
               IF PRF-VALUE-COUNT(PFI, VALUE-IX) > MODE-COUNT
                   MOVE PRF-VALUE-COUNT(PFI, VALUE-IX) TO MODE-COUNT
                   COMPUTE MODE-VALUE = VALUE-IX - 1
               END-IF
           END-PERFORM.

       BAD-CONFIG-HALT.
           MOVE "BADCONFIG" TO RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
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

      *> The report dataset groups the method profiles by document,
      *> one detail line per method followed by its value counts ten
      *> to a line, with a subtotal for each document and a report
      *> total ahead of the trailer.
       PRINT-PROFILE-REPORT.
           PERFORM OPEN-REPORT.
           MOVE RECORD-COUNT TO RECORDS-REPORTED.
           PERFORM VARYING GRI FROM 1 BY 1 UNTIL GRI > PROFILE-COUNT
               IF PRF-PRINTED(GRI) = 0
                   PERFORM PRINT-PROFILE-GROUP
               END-IF
           END-PERFORM.
           MOVE "REPORT TOTAL" TO PTL-LABEL.
           MOVE REPORT-METHODS TO PTL-METHODS.
           MOVE REPORT-LINES TO PTL-LINES.
           MOVE REPORT-SUM TO PTL-SUM.
           MOVE PROFILE-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.

       PRINT-PROFILE-GROUP.
           MOVE PRF-DOC-ID(GRI) TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           MOVE 0 TO GROUP-METHODS.
           MOVE 0 TO GROUP-LINES.
           MOVE 0 TO GROUP-SUM.
           PERFORM VARYING PFI FROM GRI BY 1 UNTIL PFI > PROFILE-COUNT
               IF PRF-DOC-ID(PFI) = PRF-DOC-ID(GRI)
                   PERFORM PRINT-PROFILE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "DOC TOTAL" TO PTL-LABEL.
           MOVE GROUP-METHODS TO PTL-METHODS.
           MOVE GROUP-LINES TO PTL-LINES.
           MOVE GROUP-SUM TO PTL-SUM.
           MOVE PROFILE-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-GROUP-TOTAL.
           ADD GROUP-METHODS TO REPORT-METHODS.
           ADD GROUP-LINES TO REPORT-LINES.
           ADD GROUP-SUM TO REPORT-SUM.

       PRINT-PROFILE-DETAIL.
           MOVE 1 TO PRF-PRINTED(PFI).
           PERFORM CALC-PROFILE-STATS.
           MOVE PRF-METHOD(PFI) TO PDL-METHOD.
           MOVE PRF-LINES(PFI) TO PDL-LINES.
           MOVE PRF-MIN(PFI) TO PDL-MIN.
           MOVE PRF-MAX(PFI) TO PDL-MAX.
           MOVE MEAN-VALUE TO PDL-MEAN.
           MOVE PRF-SAME-DIGIT(PFI) TO PDL-SAME-DIGIT.
           MOVE PRF-BEST-RUN(PFI) TO PDL-BEST-RUN.
           MOVE PRF-BEST-VALUE(PFI) TO PDL-BEST-VALUE.
           MOVE MODE-VALUE TO PDL-MODE-VALUE.
           MOVE MODE-COUNT TO PDL-MODE-COUNT.
           MOVE PRF-SUM(PFI) TO PDL-SUM.
           MOVE PROFILE-DETAIL-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.
           ADD 1 TO GROUP-METHODS.
           ADD PRF-LINES(PFI) TO GROUP-LINES.
           ADD PRF-SUM(PFI) TO GROUP-SUM.
           MOVE 0 TO FREQ-ENTRIES.
           MOVE 21 TO FREQ-POINTER.
           MOVE "    VALUE:COUNT" TO PRINT-LINE.
           PERFORM VARYING VALUE-IX FROM 1 BY 1 UNTIL VALUE-IX > 100
               IF PRF-VALUE-COUNT(PFI, VALUE-IX) > 0
                   PERFORM PRINT-VALUE-COUNT
               END-IF
           END-PERFORM.
           IF FREQ-ENTRIES > 0
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-VALUE-COUNT.
           COMPUTE FREQ-VALUE = VALUE-IX - 1.
           MOVE PRF-VALUE-COUNT(PFI, VALUE-IX) TO FREQ-COUNT.
           STRING FREQ-VALUE ":" FREQ-COUNT "  " DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER FREQ-POINTER.
           ADD 1 TO FREQ-ENTRIES.
           IF FREQ-ENTRIES = 10
               PERFORM PRINT-REPORT-LINE
               MOVE 0 TO FREQ-ENTRIES
               MOVE 21 TO FREQ-POINTER
           END-IF.

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
