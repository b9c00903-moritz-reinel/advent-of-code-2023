      * calibration logic over every file listed in filelist.txt, one per
      * line, and reports a RESULT total per file plus a grand total across
      * the batch.
      * An entry whose document is not ACTIVE on the document master
      * (docmast.dat), or is listed under a language other than its
      * registered one, is not posted - it is reported REJECTED on the
      * batch control report and the run ends REJECTED, return code 4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01PT2BAT.
           SELECT OPTIONAL DETAIL-FILE ASSIGN DYNAMIC DETAIL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOC-MASTER-FILE ASSIGN TO "docmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMS-DOC-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           05  BCR-SEP4        PIC X(1).
           05  BCR-STATUS      PIC X(9).

       FD  DOC-MASTER-FILE.
       COPY DOCMAST.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       01  CTL-STATUS      PIC 9 VALUE 0.
       01  FILE-STATUS     PIC 9 VALUE 0.
       01  INPUT-STATUS    PIC XX VALUE "00".
       01  MASTER-STATUS   PIC XX VALUE "00".
       01  DOC-ID          PIC X(20) VALUE SPACE.
       01  DOC-OK          PIC 9 VALUE 0.

       01  PARM-STATUS     PIC XX VALUE "00".
       01  PARM-EOF        PIC 9 VALUE 0.
       01  CTL-FILE-NAME        PIC X(80) VALUE "filelist.txt".
       01  CONTROL-RPT-NAME     PIC X(80) VALUE "pt2batchctl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LISTING-OPT          PIC X VALUE "Y".

       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  PROCESSED-COUNT PIC 9(4) VALUE 0.
       01  FAILED-COUNT    PIC 9(4) VALUE 0.
       01  SKIPPED-COUNT   PIC 9(4) VALUE 0.
       01  REJECTED-COUNT  PIC 9(4) VALUE 0.
       01  GRAND-OVERFLOW  PIC 9 VALUE 0.

       01  IDX             PIC 9(3) VALUE 1.
           ACCEPT START-TIME FROM TIME.
           PERFORM LOAD-RUN-PARMS.
           PERFORM LOAD-WORD-TABLE.
           OPEN INPUT DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** FATAL: CANNOT OPEN DOCUMENT MASTER - "
                   "STATUS " MASTER-STATUS " - RUN AOC23D01DMS FIRST"
               PERFORM BAD-CONFIG-HALT
           END-IF.
           OPEN EXTEND DETAIL-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           OPEN INPUT CTL-FILE
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE.
           CLOSE DOC-MASTER-FILE.
           CLOSE DETAIL-FILE.
           CLOSE CONTROL-REPORT-FILE.
           ACCEPT END-TIME FROM TIME.
           PERFORM REPORT-RUN-STATISTICS.
           DISPLAY "GRAND TOTAL: " GRAND-TOTAL.
           DISPLAY "BATCH CONTROL: " PROCESSED-COUNT " PROCESSED, "
               FAILED-COUNT " FAILED, " SKIPPED-COUNT " SKIPPED, "
               REJECTED-COUNT " REJECTED".
           IF EXCEPTION-COUNT > 0
               DISPLAY EXCEPTION-COUNT " LINE(S) HAD NO DIGITS - SEE "
                   "EXCEPTION REPORT ABOVE"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF REJECTED-COUNT > 0
               DISPLAY "*** REJECTED: " REJECTED-COUNT " FILE(S) IN "
                   "THE LIST ARE NOT ACTIVE ON THE DOCUMENT MASTER "
                   "UNDER THEIR LANGUAGE - NOT POSTED"
               MOVE "REJECTED" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF GRAND-OVERFLOW = 1
               MOVE "OVERFLOW" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           MOVE ELAPSED-CS TO AUD-ELAPSED-CS.
           MOVE SPACE TO AUD-SEP8.
           MOVE RUN-STATUS TO AUD-STATUS.
           MOVE SPACE TO AUD-SEP9.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
                   WHEN "LANGUAGE"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:2))
                           TO DEFAULT-LANG
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the single-file programs share the same
      *> parm deck - recognized but not used here.
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
           ELSE
               MOVE FUNCTION UPPER-CASE(CTL-LANG-PART) TO DOC-LANG
           END-IF.
           PERFORM CHECK-DOC-MASTER.
           IF DOC-OK = 0
               MOVE 0 TO FILE-RESULT
               MOVE 0 TO LINE-NO
               MOVE 0 TO FILE-EXCEPTIONS
               MOVE "REJECTED" TO FILE-DISPOSITION
               PERFORM WRITE-CONTROL-ENTRY
           ELSE
               PERFORM CHECK-LISTED-LANGUAGE
           END-IF.

      *> The same intake rule as AOC23D01PT2: only a document
      *> registered ACTIVE on the document master, listed under its
      *> registered language, is posted. A rejected entry is skipped
      *> and reported, and the rest of the list still runs.
       CHECK-DOC-MASTER.
           MOVE 1 TO DOC-OK.
           MOVE FUNCTION UPPER-CASE(CURRENT-FILE) TO DOC-ID.
           MOVE DOC-ID TO DMS-DOC-ID.
           READ DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** REJECTED: " DOC-ID " IS NOT ON THE "
                   "DOCUMENT MASTER - REGISTER IT WITH AOC23D01DMS"
               MOVE 0 TO DOC-OK
           END-IF.
           IF DOC-OK = 1 AND DMS-STATE NOT = "ACTIVE"
               DISPLAY "*** REJECTED: " DOC-ID " IS " DMS-STATE
                   " ON THE DOCUMENT MASTER"
               MOVE 0 TO DOC-OK
           END-IF.
           IF DOC-OK = 1 AND DMS-LANG NOT = DOC-LANG
               DISPLAY "*** REJECTED: LANGUAGE " DOC-LANG
                   " DOES NOT MATCH REGISTERED LANGUAGE " DMS-LANG
                   " FOR " DOC-ID
               MOVE 0 TO DOC-OK
           END-IF.

      *> A language code with no dictionary entries would silently
      *> degrade this file to digit-only matching and post a
      *> plausible-but-wrong total - skip the file and end the job
      *> bad-config instead.
       CHECK-LISTED-LANGUAGE.
           PERFORM CHECK-DOC-LANGUAGE.
           IF LANG-OK = 0
               MOVE 1 TO LANG-ERROR
           IF FILE-DISPOSITION = "SKIPPED"
               ADD 1 TO SKIPPED-COUNT
           END-IF.
           IF FILE-DISPOSITION = "REJECTED"
               ADD 1 TO REJECTED-COUNT
           END-IF.

       PROCESS-LINE.
           MOVE CURRENT-FILE TO CAL-DOC-ID.
