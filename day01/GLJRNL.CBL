      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * General-ledger journal interface. Reads the dated settlement
      * extract (settle.txt) written by AOC23D01SET and builds one
      * balanced journal batch for the ledger (gljrnl.txt), instead of
      * the settled figures being keyed in by hand. Per document:
      *   debit   receivable account   SET-SETTLED
      *   credit  settlement account   SET-SETTLED less SET-ADJ-TOTAL
      *   credit  adjustment account   SET-ADJ-TOTAL
      * so the reworked portion posts to its own account and every
      * document balances on its own. A zero amount gets no line, and
      * a settlement re-stamped REVERSED by AOC23D01REV is not billed.
      * The batch has a header and a trailer that both carry the detail
      * record count, the debit total and the credit total.
      *
      * A settlement date that is already on the journal register
      * (glreg.txt) is refused - it has been journaled once and a
      * second batch would double the ledger. Before anything is
      * written the batch is proved against the GRAND SETTLED TOTAL
      * that AOC23D01SET put on its audit record for the same run: the
      * journal debits plus any reversed settlements must equal it,
      * and debits must equal credits. The proof goes to a control
      * report; a batch that does not prove is not written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01GLJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE
           ASSIGN DYNAMIC SETTLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-STATUS.

           SELECT OPTIONAL GL-REGISTER-FILE
           ASSIGN DYNAMIC REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE
           ASSIGN DYNAMIC CONTROL-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  SETTLEMENT-FILE LABEL RECORDS ARE OMITTED.
       COPY SETTLREC.

       FD  GL-REGISTER-FILE LABEL RECORDS ARE OMITTED.
       COPY GLREG.

      *> Three record types share the journal file, told apart by the
      *> leading HDR / DTL / TRL.
       FD  JOURNAL-FILE LABEL RECORDS ARE OMITTED.
       01  JOURNAL-HEADER.
           05  JNH-TYPE        PIC X(3).
           05  JNH-SEP1        PIC X(1).
           05  JNH-BATCH-ID    PIC X(10).
           05  JNH-SEP2        PIC X(1).
           05  JNH-SETTLE-DATE PIC X(8).
           05  JNH-SEP3        PIC X(1).
           05  JNH-RUN-DATE    PIC X(8).
           05  JNH-SEP4        PIC X(1).
           05  JNH-RUN-TIME    PIC X(6).
           05  JNH-SEP5        PIC X(1).
           05  JNH-RECORDS     PIC 9(6).
           05  JNH-SEP6        PIC X(1).
           05  JNH-DEBITS      PIC 9(9).
           05  JNH-SEP7        PIC X(1).
           05  JNH-CREDITS     PIC 9(9).
       01  JOURNAL-DETAIL.
           05  JND-TYPE        PIC X(3).
           05  JND-SEP1        PIC X(1).
           05  JND-BATCH-ID    PIC X(10).
           05  JND-SEP2        PIC X(1).
           05  JND-SEQ-NO      PIC 9(6).
           05  JND-SEP3        PIC X(1).
           05  JND-ACCOUNT     PIC X(10).
           05  JND-SEP4        PIC X(1).
           05  JND-DR-CR       PIC X(2).
           05  JND-SEP5        PIC X(1).
           05  JND-AMOUNT      PIC 9(9).
           05  JND-SEP6        PIC X(1).
           05  JND-DOC-ID      PIC X(20).
           05  JND-SEP7        PIC X(1).
           05  JND-METHOD      PIC X(3).
       01  JOURNAL-TRAILER.
           05  JNT-TYPE        PIC X(3).
           05  JNT-SEP1        PIC X(1).
           05  JNT-BATCH-ID    PIC X(10).
           05  JNT-SEP2        PIC X(1).
           05  JNT-RECORDS     PIC 9(6).
           05  JNT-SEP3        PIC X(1).
           05  JNT-DEBITS      PIC 9(9).
           05  JNT-SEP4        PIC X(1).
           05  JNT-CREDITS     PIC 9(9).

       FD  CONTROL-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  JOURNAL-CONTROL-RECORD.
           05  GCR-SETTLE-DATE PIC X(8).
           05  GCR-SEP1        PIC X(1).
           05  GCR-ITEM        PIC X(24).
           05  GCR-SEP2        PIC X(1).
           05  GCR-COUNT       PIC 9(6).
           05  GCR-SEP3        PIC X(1).
           05  GCR-AMOUNT      PIC 9(9).

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
       01  SETTLE-FILE-NAME     PIC X(80) VALUE "settle.txt".
       01  REGISTER-FILE-NAME   PIC X(80) VALUE "glreg.txt".
       01  JOURNAL-FILE-NAME    PIC X(80) VALUE "gljrnl.txt".
       01  CONTROL-RPT-NAME     PIC X(80) VALUE "glctl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

      *> Ledger accounts the batch posts to - GLDEBIT, GLCREDIT and
      *> GLADJUST parm cards.
       01  DEBIT-ACCOUNT   PIC X(10) VALUE "1100".
       01  CREDIT-ACCOUNT  PIC X(10) VALUE "4000".
       01  ADJUST-ACCOUNT  PIC X(10) VALUE "4050".

       01  SETTLE-STATUS   PIC XX VALUE "00".
       01  REGISTER-STATUS PIC XX VALUE "00".
       01  AUDIT-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  SETTLE-DATE     PIC X(8) VALUE SPACE.
       01  BATCH-ID        PIC X(10) VALUE SPACE.
       01  SETTLE-READ     PIC 9(6) VALUE 0.
       01  SETTLE-TOTAL    PIC 9(9) VALUE 0.
       01  OTHER-DATES     PIC 9(6) VALUE 0.
       01  REVERSED-COUNT  PIC 9(6) VALUE 0.
       01  REVERSED-TOTAL  PIC 9(9) VALUE 0.
       01  ZERO-COUNT      PIC 9(6) VALUE 0.
       01  DEBIT-COUNT     PIC 9(6) VALUE 0.
       01  DEBIT-TOTAL     PIC 9(9) VALUE 0.
       01  CREDIT-COUNT    PIC 9(6) VALUE 0.
       01  CREDIT-TOTAL    PIC 9(9) VALUE 0.
       01  ADJUST-COUNT    PIC 9(6) VALUE 0.
       01  ADJUST-TOTAL    PIC 9(9) VALUE 0.
       01  JOURNAL-COUNT   PIC 9(6) VALUE 0.
       01  JOURNAL-SEQ     PIC 9(6) VALUE 0.
       01  LINE-CREDIT     PIC 9(9) VALUE 0.
       01  TOTAL-OVERFLOW  PIC 9 VALUE 0.

       01  GRAND-FOUND     PIC 9 VALUE 0.
       01  GRAND-SETTLED   PIC 9(9) VALUE 0.
       01  PROOF-TOTAL     PIC 9(10) VALUE 0.
       01  PROOF-DIFF      PIC S9(10) VALUE 0.
       01  PROOF-DIFF-OUT  PIC -(10)9.

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
           PERFORM TOTAL-SETTLEMENT.
           IF SETTLE-READ = 0
               DISPLAY "*** WARNING: SETTLEMENT EXTRACT IS EMPTY - "
                   "NOTHING TO JOURNAL"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           IF OTHER-DATES > 0
               DISPLAY "*** FATAL: " OTHER-DATES " SETTLEMENT "
                   "RECORD(S) ARE NOT DATED " SETTLE-DATE " - THE "
                   "EXTRACT IS NOT ONE SETTLEMENT RUN"
               PERFORM BAD-CONFIG-HALT
           END-IF.
           IF TOTAL-OVERFLOW = 1
               DISPLAY "*** FATAL: JOURNAL TOTALS EXCEED 999999999"
               MOVE "OVERFLOW" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           MOVE SPACE TO BATCH-ID.
           STRING "GL" SETTLE-DATE DELIMITED BY SIZE INTO BATCH-ID.
           PERFORM CHECK-REGISTER.
           PERFORM FIND-GRAND-SETTLED.
           PERFORM PROVE-BATCH.
           IF RUN-STATUS = "RECONFAIL"
               DISPLAY "*** RECONCILIATION FAILURE: JOURNAL BATCH "
                   BATCH-ID " DOES NOT PROVE - NOTHING WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           PERFORM WRITE-JOURNAL.
           PERFORM REGISTER-BATCH.
           DISPLAY "JOURNAL BATCH: " BATCH-ID.
           DISPLAY "SETTLEMENT RECORDS READ: " SETTLE-READ.
           DISPLAY "REVERSED SETTLEMENTS LEFT OUT: " REVERSED-COUNT.
           DISPLAY "JOURNAL DETAIL RECORDS: " JOURNAL-COUNT.
           DISPLAY "DEBIT TOTAL: " DEBIT-TOTAL.
           DISPLAY "CREDIT TOTAL: " CREDIT-TOTAL.
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
                   WHEN "SETTLE"
                       MOVE PARM-VALUE TO SETTLE-FILE-NAME
                   WHEN "GLREGISTER"
                       MOVE PARM-VALUE TO REGISTER-FILE-NAME
                   WHEN "GLJOURNAL"
                       MOVE PARM-VALUE TO JOURNAL-FILE-NAME
                   WHEN "GLCTLRPT"
                       MOVE PARM-VALUE TO CONTROL-RPT-NAME
                   WHEN "GLDEBIT"
                       MOVE PARM-VALUE TO DEBIT-ACCOUNT
                   WHEN "GLCREDIT"
                       MOVE PARM-VALUE TO CREDIT-ACCOUNT
                   WHEN "GLADJUST"
                       MOVE PARM-VALUE TO ADJUST-ACCOUNT
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

      *> First pass: the settlement date, the record count, and the
      *> debit and credit totals the batch will carry - the header has
      *> to carry them before the first detail record is written.
       TOTAL-SETTLEMENT.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLE-STATUS NOT = "00" AND SETTLE-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN SETTLEMENT EXTRACT - "
                   "STATUS " SETTLE-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE 0 TO FILE-STATUS.
           PERFORM UNTIL FILE-STATUS = 1
               READ SETTLEMENT-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END PERFORM TOTAL-SETTLEMENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.

       TOTAL-SETTLEMENT-RECORD.
           ADD 1 TO SETTLE-READ.
           IF SETTLE-READ = 1
               MOVE SET-RUN-DATE TO SETTLE-DATE
           END-IF.
           IF SET-RUN-DATE NOT = SETTLE-DATE
               ADD 1 TO OTHER-DATES
           END-IF.
           IF SETTLE-TOTAL > 999999999 - SET-SETTLED
               MOVE 1 TO TOTAL-OVERFLOW
           ELSE
               ADD SET-SETTLED TO SETTLE-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN SET-STATUS = "REVERSED"
                   ADD 1 TO REVERSED-COUNT
                   ADD SET-SETTLED TO REVERSED-TOTAL
               WHEN SET-SETTLED = 0
                   ADD 1 TO ZERO-COUNT
               WHEN OTHER
                   PERFORM TOTAL-DOCUMENT-LINES
           END-EVALUATE.

       TOTAL-DOCUMENT-LINES.
           ADD 1 TO DEBIT-COUNT.
           ADD SET-SETTLED TO DEBIT-TOTAL.
           COMPUTE LINE-CREDIT = SET-SETTLED - SET-ADJ-TOTAL.
           IF LINE-CREDIT > 0
               ADD 1 TO CREDIT-COUNT
               ADD LINE-CREDIT TO CREDIT-TOTAL
           END-IF.
           IF SET-ADJ-TOTAL > 0
               ADD 1 TO CREDIT-COUNT
               ADD SET-ADJ-TOTAL TO CREDIT-TOTAL
               ADD 1 TO ADJUST-COUNT
               ADD SET-ADJ-TOTAL TO ADJUST-TOTAL
           END-IF.

       CHECK-REGISTER.
           OPEN INPUT GL-REGISTER-FILE.
           IF REGISTER-STATUS NOT = "00" AND REGISTER-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN JOURNAL REGISTER - "
                   "STATUS " REGISTER-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE 0 TO FILE-STATUS.
           PERFORM UNTIL FILE-STATUS = 1
               READ GL-REGISTER-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF GLR-SETTLE-DATE = SETTLE-DATE
                           DISPLAY "*** REFUSED: SETTLEMENT "
                               SETTLE-DATE " WAS JOURNALED ON "
                               GLR-RUN-DATE " AS BATCH " GLR-BATCH-ID
                               " - A SECOND BATCH WOULD DOUBLE THE "
                               "LEDGER"
                           CLOSE GL-REGISTER-FILE
                           MOVE "DUPLICATE" TO RUN-STATUS
                           MOVE 8 TO RETURN-CODE
                           PERFORM WRITE-AUDIT-RECORD
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-REGISTER-FILE.

      *> The control figure is the GRAND SETTLED TOTAL on the audit
      *> record of the AOC23D01SET run that cut the extract - the last
      *> one on the settlement date, as a rerun replaces the extract.
       FIND-GRAND-SETTLED.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
               MOVE 0 TO FILE-STATUS
               PERFORM UNTIL FILE-STATUS = 1
                   READ AUDIT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF AUD-PROGRAM = "AOC23D01SET"
                              AND AUD-RUN-DATE = SETTLE-DATE
                              AND AUD-STATUS NOT = "BADCONFIG"
                               MOVE 1 TO GRAND-FOUND
                               MOVE AUD-RESULT TO GRAND-SETTLED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUDIT-FILE.

       PROVE-BATCH.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE "SETTLEMENT RECORDS" TO GCR-ITEM.
           MOVE SETTLE-READ TO GCR-COUNT.
           MOVE SETTLE-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "REVERSED - NOT BILLED" TO GCR-ITEM.
           MOVE REVERSED-COUNT TO GCR-COUNT.
           MOVE REVERSED-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "ZERO - NO JOURNAL LINE" TO GCR-ITEM.
           MOVE ZERO-COUNT TO GCR-COUNT.
           MOVE 0 TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "JOURNAL DEBITS" TO GCR-ITEM.
           MOVE DEBIT-COUNT TO GCR-COUNT.
           MOVE DEBIT-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "JOURNAL CREDITS" TO GCR-ITEM.
           MOVE CREDIT-COUNT TO GCR-COUNT.
           MOVE CREDIT-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "  OF WHICH ADJUSTMENTS" TO GCR-ITEM.
           MOVE ADJUST-COUNT TO GCR-COUNT.
           MOVE ADJUST-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "GRAND SETTLED TOTAL" TO GCR-ITEM.
           MOVE GRAND-FOUND TO GCR-COUNT.
           MOVE GRAND-SETTLED TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           IF GRAND-FOUND = 0
               DISPLAY "*** NO AOC23D01SET AUDIT RECORD FOR SETTLEMENT "
                   SETTLE-DATE " - THE BATCH CANNOT BE PROVED"
               MOVE "RECONFAIL" TO RUN-STATUS
           END-IF.
           COMPUTE PROOF-TOTAL = DEBIT-TOTAL + REVERSED-TOTAL.
           COMPUTE PROOF-DIFF = PROOF-TOTAL - GRAND-SETTLED.
           IF PROOF-DIFF NOT = 0
               MOVE PROOF-DIFF TO PROOF-DIFF-OUT
               DISPLAY "*** JOURNAL DEBITS PLUS REVERSED SETTLEMENTS "
                   "DIFFER FROM THE GRAND SETTLED TOTAL BY "
                   PROOF-DIFF-OUT
               MOVE "RECONFAIL" TO RUN-STATUS
           END-IF.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               DISPLAY "*** JOURNAL DEBITS " DEBIT-TOTAL
                   " DO NOT EQUAL CREDITS " CREDIT-TOTAL
               MOVE "RECONFAIL" TO RUN-STATUS
           END-IF.
           PERFORM WRITE-PROOF-ENTRIES.
           CLOSE CONTROL-REPORT-FILE.

      *> The proof itself goes on the control report with the figures
      *> it was taken from, so a batch that was refused shows why.
       WRITE-PROOF-ENTRIES.
           MOVE "JOURNAL + REVERSED" TO GCR-ITEM.
           COMPUTE GCR-COUNT = DEBIT-COUNT + REVERSED-COUNT.
           MOVE PROOF-TOTAL TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           EVALUATE TRUE
               WHEN PROOF-DIFF > 0
                   MOVE "PROOF DIFFERENCE - OVER" TO GCR-ITEM
               WHEN PROOF-DIFF < 0
                   MOVE "PROOF DIFFERENCE - SHORT" TO GCR-ITEM
               WHEN OTHER
                   MOVE "PROOF DIFFERENCE" TO GCR-ITEM
           END-EVALUATE.
           MOVE 0 TO GCR-COUNT.
           MOVE FUNCTION ABS(PROOF-DIFF) TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               MOVE "DEBITS NOT EQUAL CREDITS" TO GCR-ITEM
               MOVE 0 TO GCR-COUNT
               MOVE FUNCTION ABS(DEBIT-TOTAL - CREDIT-TOTAL)
                   TO GCR-AMOUNT
               PERFORM WRITE-CONTROL-ENTRY
           END-IF.
           IF RUN-STATUS = "RECONFAIL"
               MOVE "PROOF RESULT RECONFAIL" TO GCR-ITEM
           ELSE
               MOVE "PROOF RESULT PROVED" TO GCR-ITEM
           END-IF.
           MOVE 0 TO GCR-COUNT.
           MOVE 0 TO GCR-AMOUNT.
           PERFORM WRITE-CONTROL-ENTRY.

       WRITE-CONTROL-ENTRY.
           MOVE SETTLE-DATE TO GCR-SETTLE-DATE.
           MOVE SPACE TO GCR-SEP1.
           MOVE SPACE TO GCR-SEP2.
           MOVE SPACE TO GCR-SEP3.
           WRITE JOURNAL-CONTROL-RECORD.
           DISPLAY GCR-ITEM " " GCR-COUNT " " GCR-AMOUNT.

      *> Second pass: header, the document pairs, trailer.
       WRITE-JOURNAL.
           COMPUTE JOURNAL-COUNT = DEBIT-COUNT + CREDIT-COUNT.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE "HDR" TO JNH-TYPE.
           MOVE SPACE TO JNH-SEP1.
           MOVE BATCH-ID TO JNH-BATCH-ID.
           MOVE SPACE TO JNH-SEP2.
           MOVE SETTLE-DATE TO JNH-SETTLE-DATE.
           MOVE SPACE TO JNH-SEP3.
           MOVE CURR-DATE(1:8) TO JNH-RUN-DATE.
           MOVE SPACE TO JNH-SEP4.
           MOVE CURR-DATE(9:6) TO JNH-RUN-TIME.
           MOVE SPACE TO JNH-SEP5.
           MOVE JOURNAL-COUNT TO JNH-RECORDS.
           MOVE SPACE TO JNH-SEP6.
           MOVE DEBIT-TOTAL TO JNH-DEBITS.
           MOVE SPACE TO JNH-SEP7.
           MOVE CREDIT-TOTAL TO JNH-CREDITS.
           WRITE JOURNAL-HEADER.
           OPEN INPUT SETTLEMENT-FILE.
           MOVE 0 TO FILE-STATUS.
           PERFORM UNTIL FILE-STATUS = 1
               READ SETTLEMENT-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF SET-STATUS NOT = "REVERSED"
                          AND SET-SETTLED > 0
                           PERFORM JOURNAL-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
           MOVE "TRL" TO JNT-TYPE.
           MOVE SPACE TO JNT-SEP1.
           MOVE BATCH-ID TO JNT-BATCH-ID.
           MOVE SPACE TO JNT-SEP2.
           MOVE JOURNAL-SEQ TO JNT-RECORDS.
           MOVE SPACE TO JNT-SEP3.
           MOVE DEBIT-TOTAL TO JNT-DEBITS.
           MOVE SPACE TO JNT-SEP4.
           MOVE CREDIT-TOTAL TO JNT-CREDITS.
           WRITE JOURNAL-TRAILER.
           CLOSE JOURNAL-FILE.

       JOURNAL-DOCUMENT.
           MOVE DEBIT-ACCOUNT TO JND-ACCOUNT.
           MOVE "DR" TO JND-DR-CR.
           MOVE SET-SETTLED TO JND-AMOUNT.
           PERFORM WRITE-JOURNAL-DETAIL.
           COMPUTE LINE-CREDIT = SET-SETTLED - SET-ADJ-TOTAL.
           IF LINE-CREDIT > 0
               MOVE CREDIT-ACCOUNT TO JND-ACCOUNT
               MOVE "CR" TO JND-DR-CR
               MOVE LINE-CREDIT TO JND-AMOUNT
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.
           IF SET-ADJ-TOTAL > 0
               MOVE ADJUST-ACCOUNT TO JND-ACCOUNT
               MOVE "CR" TO JND-DR-CR
               MOVE SET-ADJ-TOTAL TO JND-AMOUNT
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO JOURNAL-SEQ.
           MOVE "DTL" TO JND-TYPE.
           MOVE SPACE TO JND-SEP1.
           MOVE BATCH-ID TO JND-BATCH-ID.
           MOVE SPACE TO JND-SEP2.
           MOVE JOURNAL-SEQ TO JND-SEQ-NO.
           MOVE SPACE TO JND-SEP3.
           MOVE SPACE TO JND-SEP4.
           MOVE SPACE TO JND-SEP5.
           MOVE SPACE TO JND-SEP6.
           MOVE SET-DOC-ID TO JND-DOC-ID.
           MOVE SPACE TO JND-SEP7.
           MOVE SET-METHOD TO JND-METHOD.
           WRITE JOURNAL-DETAIL.

       REGISTER-BATCH.
           MOVE SETTLE-DATE TO GLR-SETTLE-DATE.
           MOVE SPACE TO GLR-SEP1.
           MOVE BATCH-ID TO GLR-BATCH-ID.
           MOVE SPACE TO GLR-SEP2.
           MOVE CURR-DATE(1:8) TO GLR-RUN-DATE.
           MOVE SPACE TO GLR-SEP3.
           MOVE CURR-DATE(9:6) TO GLR-RUN-TIME.
           MOVE SPACE TO GLR-SEP4.
           MOVE JOURNAL-SEQ TO GLR-RECORDS.
           MOVE SPACE TO GLR-SEP5.
           MOVE DEBIT-TOTAL TO GLR-DEBITS.
           MOVE SPACE TO GLR-SEP6.
           MOVE CREDIT-TOTAL TO GLR-CREDITS.
           OPEN EXTEND GL-REGISTER-FILE.
           WRITE GL-REGISTER-RECORD.
           CLOSE GL-REGISTER-FILE.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01GLJ" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE BATCH-ID TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE SETTLE-READ TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE REVERSED-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE DEBIT-TOTAL TO AUD-RESULT.
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
