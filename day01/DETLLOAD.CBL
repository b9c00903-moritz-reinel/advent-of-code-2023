      * calibration programs into the keyed detail dataset linedetl.dat,
      * indexed on document-id plus sequence number, that downstream
      * jobs (the settlement extract in particular) read line values
      * from directly. Each keyed record carries the PT1 and the PT2
      * value side by side: an extract record fills only the slot of
      * the method that wrote it, so loading the PT2 extract after the
      * PT1 extract (or the other way round) keeps both values, and a
      * line reprocessed by a later run of the same method simply
      * replaces that method's value - reloading an extract is
      * harmless.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DTL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KDT-KEY
           ALTERNATE RECORD KEY IS KDT-TEXT WITH DUPLICATES
           FILE STATUS IS KEYED-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
       COPY CALDETL.

       FD  KEYED-DETAIL-FILE.
       COPY KEYDETL.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.
       01  PARM-VALUE      PIC X(80).
       01  DETAIL-FILE-NAME     PIC X(80) VALUE "linedetl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  DETAIL-STATUS   PIC XX VALUE "00".
       01  KEYED-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.
       01  READ-COUNT      PIC 9(6) VALUE 0.
       01  ADDED-COUNT     PIC 9(6) VALUE 0.
       01  REPLACED-COUNT  PIC 9(6) VALUE 0.
       01  REJECTED-COUNT  PIC 9(6) VALUE 0.

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
           DISPLAY "EXTRACT RECORDS READ: " READ-COUNT.
           DISPLAY "KEYED RECORDS ADDED: " ADDED-COUNT.
           DISPLAY "KEYED RECORDS REPLACED: " REPLACED-COUNT.
           DISPLAY "EXTRACT RECORDS REJECTED: " REJECTED-COUNT.
           IF REJECTED-COUNT > 0
               MOVE "EXCEPTIONS" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

           STOP RUN.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP4.
           MOVE READ-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE REJECTED-COUNT TO AUD-EXCEPTIONS.
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
                       MOVE PARM-VALUE TO DETAIL-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
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

      *> The line is read first so the other method's value on an
      *> existing record survives; only the slot of the method that
      *> wrote this extract record is filled in. Status 02 on the
      *> WRITE or REWRITE is a success - the line text is already on
      *> another record under the duplicates-allowed text key.
       LOAD-ONE-RECORD.
           IF DTL-METHOD NOT = "PT1" AND DTL-METHOD NOT = "PT2"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "*** REJECTED: UNKNOWN METHOD " DTL-METHOD
                   " ON " DTL-DOC-ID " LINE " DTL-SEQ-NO
           ELSE
               MOVE DTL-DOC-ID TO KDT-DOC-ID
               MOVE DTL-SEQ-NO TO KDT-SEQ-NO
               READ KEYED-DETAIL-FILE
               IF KEYED-STATUS = "00"
                   PERFORM POST-METHOD-VALUE
                   REWRITE KEYED-DETAIL-RECORD
                   IF KEYED-STATUS = "00" OR KEYED-STATUS = "02"
                       ADD 1 TO REPLACED-COUNT
                   ELSE
                       DISPLAY "*** FATAL: REWRITE FAILED WITH STATUS "
                           KEYED-STATUS " ON " KDT-DOC-ID " LINE "
                           KDT-SEQ-NO
                       PERFORM BAD-CONFIG-HALT
                   END-IF
               ELSE
                   PERFORM ADD-KEYED-RECORD
               END-IF
           END-IF.

       ADD-KEYED-RECORD.
           MOVE DTL-DOC-ID TO KDT-DOC-ID.
           MOVE DTL-SEQ-NO TO KDT-SEQ-NO.
           MOVE SPACE TO KDT-PT1-FLAG.
           MOVE 0 TO KDT-PT1-VALUE.
           MOVE SPACE TO KDT-PT2-FLAG.
           MOVE 0 TO KDT-PT2-VALUE.
           PERFORM POST-METHOD-VALUE.
           WRITE KEYED-DETAIL-RECORD.
           IF KEYED-STATUS = "00" OR KEYED-STATUS = "02"
               ADD 1 TO ADDED-COUNT
           ELSE
               DISPLAY "*** FATAL: WRITE FAILED WITH STATUS "
                   KEYED-STATUS " ON " KDT-DOC-ID " LINE "
                   KDT-SEQ-NO
               PERFORM BAD-CONFIG-HALT
           END-IF.

       POST-METHOD-VALUE.
           MOVE DTL-TEXT TO KDT-TEXT.
           IF DTL-METHOD = "PT1"
               MOVE "Y" TO KDT-PT1-FLAG
               MOVE DTL-VALUE TO KDT-PT1-VALUE
           ELSE
               MOVE "Y" TO KDT-PT2-FLAG
               MOVE DTL-VALUE TO KDT-PT2-VALUE
           END-IF.
