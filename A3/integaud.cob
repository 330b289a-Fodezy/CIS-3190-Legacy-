IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGAUD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT PENDING-FILE ASSIGN TO "statpend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT PENDING-CSV-FILE ASSIGN TO "pending.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-CSV-STATUS.
    SELECT LEDGER-FILE ASSIGN TO "batchldgr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "archive.cat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT RESUBMIT-LOG-FILE ASSIGN TO "resubmit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "integaud.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INTEGRITY-STATUS-FILE ASSIGN TO "integstat.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTEG-STATUS-STATUS.

DATA DIVISION.
FILE SECTION.
FD HISTORY-FILE.
01 HISTORY-IN-LINE.
 02 HIS-KEY-IN.
  03 HIS-RUN-DATE-IN PIC X(8).
  03 HIS-BATCH-NUMBER-IN PIC 9(4).
 02 FILLER PIC X(86).
 *> totals 98 characters; keyed on run date and batch number

FD PENDING-FILE.
01 PENDING-IN-LINE.
 02 PND-RUN-DATE-IN PIC X(8).
 02 PND-BATCH-NUMBER-IN PIC 9(4).
 02 FILLER PIC X(86).
 *> same 98-character layout as the stathist.dat history record

FD PENDING-CSV-FILE.
01 PENDING-CSV-LINE PIC X(100).

01 PENDING-CSV-MARKER-VIEW REDEFINES PENDING-CSV-LINE.
 02 PCM-TAG PIC X(8).
 02 PCM-RUN-DATE PIC X(8).
 02 FILLER PIC X(1).
 02 PCM-BATCH PIC X(4).
 02 FILLER PIC X(79).

FD LEDGER-FILE.
01 LEDGER-RECORD.
 02 LED-RUN-DATE-IN PIC X(8).
 02 LED-RECORD-COUNT-IN PIC 9(6).
 02 LED-HASH-TOTAL-IN PIC 9(10)V9(2).
 02 LED-TIMESTAMP-IN PIC X(14).
 *> totals 40 characters

FD CATALOG-FILE.
01 CATALOG-RECORD.
 02 CAT-TIMESTAMP-IN PIC X(14).
 02 FILLER PIC X(2).
 02 CAT-RUN-DATE-IN PIC X(8).
 *> totals 24 characters

FD AUDIT-FILE.
01 AUDIT-IN-LINE PIC X(100).

FD RESUBMIT-LOG-FILE.
01 RESUBMIT-LOG-IN-LINE PIC X(100).

FD INTEGRITY-REPORT-FILE.
01 INTEGRITY-LINE PIC X(110).

FD INTEGRITY-STATUS-FILE.
01 INTEGRITY-STATUS-RECORD.
 02 IST-RETURN-CODE PIC 9(2).
 02 IST-AUDIT-TIMESTAMP PIC X(14).
 02 IST-ERROR-COUNT PIC 9(4).
 02 IST-WARNING-COUNT PIC 9(4).
 02 IST-INFO-COUNT PIC 9(4).
 02 IST-HISTPEND-FLAG PIC X(1).
 02 IST-PENDCSV-FLAG PIC X(1).
 02 IST-LEDGER-FLAG PIC X(1).
 02 IST-ARCHIVE-FLAG PIC X(1).
 02 IST-AUDITRUN-FLAG PIC X(1).
 02 IST-RESUBLOG-FLAG PIC X(1).
 02 IST-HISTORY-UNREADABLE-FLAG PIC X(1).
 *> totals 35 characters

WORKING-STORAGE SECTION.
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-CSV-STATUS PIC XX VALUE SPACES.
77 WS-LEDGER-STATUS PIC XX VALUE SPACES.
77 WS-CATALOG-STATUS PIC XX VALUE SPACES.
77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
77 WS-LOG-STATUS PIC XX VALUE SPACES.
77 WS-INTEG-STATUS-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-HISTORY-OPEN-SWITCH PIC X VALUE "N".
 88 HISTORY-OPEN VALUE "Y".
 88 HISTORY-UNREADABLE VALUE "U".
 02 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PENDING VALUE "Y".
 02 WS-CSV-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PENDING-CSV VALUE "Y".
 02 WS-LEDGER-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-LEDGER VALUE "Y".
 02 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-CATALOG VALUE "Y".
 02 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-AUDIT VALUE "Y".
 02 WS-LOG-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-RESUBMIT-LOG VALUE "Y".
 02 WS-ON-FILE-SWITCH PIC X VALUE "N".
 88 RUN-DATE-ON-FILE VALUE "Y".
 02 WS-PENDING-FULL-SWITCH PIC X VALUE "N".
 88 PENDING-TABLE-FULL VALUE "Y".
 02 WS-MARKER-FULL-SWITCH PIC X VALUE "N".
 88 MARKER-TABLE-FULL VALUE "Y".
 02 WS-RUN-DATE-FULL-SWITCH PIC X VALUE "N".
 88 RUN-DATE-TABLE-FULL VALUE "Y".

77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.
77 WS-RUN-TIMESTAMP PIC X(21).

77 WS-CHECK-RUN-DATE PIC X(8).
77 WS-CSV-BATCH-NUMBER PIC 9(4).
77 WS-GEN-FILE-NAME PIC X(40).
77 WS-FINDING-TEXT PIC X(60).
77 WS-FINDING-SEVERITY PIC 9(2).
77 WS-CHECK-FLAG PIC X(1).

77 WS-ERROR-COUNT PIC 9(4) VALUE 0.
77 WS-WARNING-COUNT PIC 9(4) VALUE 0.
77 WS-INFO-COUNT PIC 9(4) VALUE 0.
77 WS-SEVERE-COUNT PIC 9(4) VALUE 0.

77 WS-PENDING-MAX PIC 9(4) VALUE 1000.
77 WS-PENDING-COUNT PIC 9(4) VALUE 0.
77 WS-PENDING-I PIC 9(4).
77 WS-MARKER-MAX PIC 9(4) VALUE 1000.
77 WS-MARKER-COUNT PIC 9(4) VALUE 0.
77 WS-MARKER-I PIC 9(4).
77 WS-RUN-DATE-MAX PIC 9(4) VALUE 1000.
77 WS-RUN-DATE-COUNT PIC 9(4) VALUE 0.
77 WS-RUN-DATE-I PIC 9(4).
77 WS-CHECK-I PIC 9(1).

01 PENDING-TABLE.
 02 PTB-ENTRY OCCURS 1000 TIMES.
 03 PTB-RUN-DATE PIC X(8).
 03 PTB-BATCH PIC 9(4).

01 MARKER-TABLE.
 02 MTB-ENTRY OCCURS 1000 TIMES.
 03 MTB-RUN-DATE PIC X(8).
 03 MTB-BATCH PIC 9(4).

01 RUN-DATE-TABLE.
 02 RTB-ENTRY OCCURS 1000 TIMES.
 03 RTB-EXEC-DATE PIC X(8).
 03 RTB-RUN-LINES PIC 9(4).
 03 RTB-TRACED PIC X(1).

01 FILE-DETAILS.
 02 FDT-SIZE PIC X(8) COMP-X.
 02 FDT-DAY PIC X COMP-X.
 02 FDT-MONTH PIC X COMP-X.
 02 FDT-YEAR PIC X(2) COMP-X.
 02 FDT-HOURS PIC X COMP-X.
 02 FDT-MINUTES PIC X COMP-X.
 02 FDT-SECONDS PIC X COMP-X.
 02 FDT-HUNDREDTHS PIC X COMP-X.

01 CHECK-NAME-VALUES.
 02 FILLER PIC X(48) VALUE
 "HISTPENDPENDCSV LEDGER  ARCHIVE AUDITRUNRESUBLOG".

01 CHECK-NAME-TABLE REDEFINES CHECK-NAME-VALUES.
 02 CHECK-NAME PIC X(8) OCCURS 6 TIMES.

01 CHECK-COUNT-TABLE.
 02 CHK-ENTRY OCCURS 6 TIMES.
 03 CHK-ITEMS PIC 9(6).
 03 CHK-FINDINGS PIC 9(4).
 03 CHK-WORST PIC 9(2).
 03 CHK-RUN PIC X(1).

01 AUDIT-RUN-VIEW.
 02 AUD-RUN-TAG PIC X(4).
 02 AUD-RUN-TIMESTAMP PIC X(21).
 02 FILLER PIC X(75).

01 AUDIT-DUP-VIEW REDEFINES AUDIT-RUN-VIEW.
 02 AUD-DUP-TAG PIC X(4).
 02 AUD-DUP-TIMESTAMP PIC X(14).
 02 FILLER PIC X(11).
 02 AUD-DUP-RUN-DATE PIC X(8).
 02 FILLER PIC X(63).

01 RESUBMIT-LOG-VIEW.
 02 LOG-TAG PIC X(6).
 02 LOG-TIMESTAMP PIC X(14).
 02 FILLER PIC X(10).
 02 LOG-ORIG-RUN-DATE PIC X(8).
 02 FILLER PIC X(7).
 02 LOG-ORIG-LINE-NO PIC X(7).
 02 FILLER PIC X(48).

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(110).

01 INTEGRITY-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(17) VALUE "INTEGRITY AUDIT".
 02 FILLER PIC X(11) VALUE "AUDIT DATE=".
 02 HDG-AUDIT-DATE PIC X(8).
 02 FILLER PIC X(7) VALUE "  TIME=".
 02 HDG-AUDIT-TIME PIC X(6).
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 INTEGRITY-TITLE-LINE.
 02 FILLER PIC X(34) VALUE
 " CROSS-FILE INTEGRITY AUDIT REPORT".

01 INTEGRITY-UNDERLINE.
 02 FILLER PIC X(34) VALUE
 "----------------------------------".

01 INTEGRITY-FILES-LINE.
 02 FILLER PIC X(46) VALUE
 " FILES: stathist.dat statpend.dat pending.csv ".
 02 FILLER PIC X(50) VALUE
 "batchldgr.dat archive.cat audit.log resubmit.log".

01 INTEGRITY-COL-HEADS-1.
 02 FILLER PIC X(45) VALUE
 " SEVERITY  CHECK     RUN DATE  BATCH  FINDING".

01 FINDING-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FND-SEVERITY PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 FND-CHECK PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 FND-RUN-DATE PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 FND-BATCH PIC X(4).
 02 FILLER PIC X(3) VALUE SPACES.
 02 FND-TEXT PIC X(60).

01 CHECK-COL-HEADS.
 02 FILLER PIC X(40) VALUE
 " CHECK      ITEMS  FINDINGS  RESULT".

01 CHECK-SUMMARY-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CKS-NAME PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 CKS-ITEMS PIC Z(5)9.
 02 FILLER PIC X(2) VALUE SPACES.
 02 CKS-FINDINGS PIC Z(7)9.
 02 FILLER PIC X(2) VALUE SPACES.
 02 CKS-RESULT PIC X(8).

01 INTEGRITY-TOTAL-LINE.
 02 FILLER PIC X(8) VALUE " SEVERE=".
 02 ITL-SEVERE PIC Z(3)9.
 02 FILLER PIC X(9) VALUE "  ERRORS=".
 02 ITL-ERRORS PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  WARNINGS=".
 02 ITL-WARNINGS PIC Z(3)9.
 02 FILLER PIC X(7) VALUE "  INFO=".
 02 ITL-INFO PIC Z(3)9.
 02 FILLER PIC X(14) VALUE "  RETURN CODE=".
 02 ITL-RETURN-CODE PIC Z9.

01 INTEGRITY-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 ITG-INFO-TEXT PIC X(68).

PROCEDURE DIVISION.
MAIN-LOGIC.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 INITIALIZE CHECK-COUNT-TABLE.
 OPEN OUTPUT INTEGRITY-REPORT-FILE.
 WRITE INTEGRITY-LINE FROM INTEGRITY-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE INTEGRITY-LINE FROM INTEGRITY-UNDERLINE
 AFTER ADVANCING 1 LINE.
 WRITE INTEGRITY-LINE FROM INTEGRITY-FILES-LINE
 AFTER ADVANCING 1 LINE.
 PERFORM START-NEW-PAGE.
 MOVE INTEGRITY-COL-HEADS-1 TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 MOVE INTEGRITY-UNDERLINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 PERFORM OPEN-HISTORY-FILE.
 PERFORM CHECK-PENDING-BATCHES.
 PERFORM LOAD-PENDING-CSV-MARKERS.
 PERFORM CHECK-PENDING-CSV-AGREEMENT.
 PERFORM LOAD-AUDIT-RUN-DATES.
 IF NOT HISTORY-UNREADABLE
 PERFORM CHECK-LEDGER-ENTRIES
 END-IF.
 PERFORM CHECK-ARCHIVE-GENERATIONS.
 IF NOT HISTORY-UNREADABLE
 PERFORM CHECK-AUDIT-RUN-DATES
 PERFORM CHECK-RESUBMIT-LOG
 END-IF.
 IF HISTORY-OPEN
 CLOSE HISTORY-FILE
 END-IF.
 PERFORM PRINT-CHECK-SUMMARY.
 CLOSE INTEGRITY-REPORT-FILE.
 PERFORM WRITE-INTEGRITY-STATUS-RECORD.
 DISPLAY "INTEGAUD: " WS-SEVERE-COUNT " SEVERE, "
 WS-ERROR-COUNT " ERROR(S), " WS-WARNING-COUNT " WARNING(S),"
 " SEE integaud.txt".
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

OPEN-HISTORY-FILE.
 OPEN INPUT HISTORY-FILE.
 EVALUATE WS-HISTORY-STATUS
 WHEN "00"
 SET HISTORY-OPEN TO TRUE
 WHEN "35"
 MOVE "stathist.dat NOT FOUND - HISTORY TREATED AS EMPTY"
 TO ITG-INFO-TEXT
 MOVE INTEGRITY-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-INTEGRITY-LINE
 WHEN OTHER
 SET HISTORY-UNREADABLE TO TRUE
 MOVE 1 TO WS-CHECK-I
 MOVE SPACES TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE SPACES TO WS-FINDING-TEXT
 STRING "stathist.dat OPEN FAILED, STATUS " DELIMITED BY SIZE
 WS-HISTORY-STATUS DELIMITED BY SIZE
 " - CHECKS SKIPPED" DELIMITED BY SIZE
 INTO WS-FINDING-TEXT
 END-STRING
 MOVE 12 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-EVALUATE.

CHECK-PENDING-BATCHES.
 MOVE 1 TO WS-CHECK-I.
 IF NOT HISTORY-UNREADABLE
 MOVE "Y" TO CHK-RUN(1)
 END-IF.
 MOVE "Y" TO CHK-RUN(2).
 OPEN INPUT PENDING-FILE.
 IF WS-PENDING-STATUS IS EQUAL TO "00"
 PERFORM CHECK-ONE-PENDING-BATCH UNTIL END-OF-PENDING
 CLOSE PENDING-FILE
 END-IF.
 IF PENDING-TABLE-FULL
 MOVE 2 TO WS-CHECK-I
 MOVE SPACES TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE "MORE THAN 1000 PENDING BATCHES - REST NOT CHECKED"
 TO WS-FINDING-TEXT
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

CHECK-ONE-PENDING-BATCH.
 READ PENDING-FILE
 AT END SET END-OF-PENDING TO TRUE
 END-READ.
 IF NOT END-OF-PENDING
 ADD 1 TO CHK-ITEMS(1)
 IF WS-PENDING-COUNT IS LESS THAN WS-PENDING-MAX
 ADD 1 TO WS-PENDING-COUNT
 MOVE PND-RUN-DATE-IN TO PTB-RUN-DATE(WS-PENDING-COUNT)
 MOVE PND-BATCH-NUMBER-IN TO PTB-BATCH(WS-PENDING-COUNT)
 ELSE
 SET PENDING-TABLE-FULL TO TRUE
 END-IF
 IF HISTORY-OPEN
 MOVE PND-RUN-DATE-IN TO HIS-RUN-DATE-IN
 MOVE PND-BATCH-NUMBER-IN TO HIS-BATCH-NUMBER-IN
 READ HISTORY-FILE KEY IS HIS-KEY-IN
 INVALID KEY CONTINUE
 NOT INVALID KEY PERFORM REPORT-BATCH-IN-BOTH
 END-READ
 END-IF
 END-IF.

REPORT-BATCH-IN-BOTH.
 MOVE 1 TO WS-CHECK-I.
 MOVE PND-RUN-DATE-IN TO FND-RUN-DATE.
 MOVE PND-BATCH-NUMBER-IN TO FND-BATCH.
 MOVE "BATCH IS IN BOTH stathist.dat AND statpend.dat"
 TO WS-FINDING-TEXT.
 MOVE 8 TO WS-FINDING-SEVERITY.
 PERFORM RECORD-FINDING.

LOAD-PENDING-CSV-MARKERS.
 OPEN INPUT PENDING-CSV-FILE.
 IF WS-PENDING-CSV-STATUS IS EQUAL TO "00"
 PERFORM LOAD-ONE-CSV-MARKER UNTIL END-OF-PENDING-CSV
 CLOSE PENDING-CSV-FILE
 END-IF.

LOAD-ONE-CSV-MARKER.
 READ PENDING-CSV-FILE
 AT END SET END-OF-PENDING-CSV TO TRUE
 END-READ.
 IF NOT END-OF-PENDING-CSV
 AND PCM-TAG IS EQUAL TO "PENDING,"
 IF WS-MARKER-COUNT IS LESS THAN WS-MARKER-MAX
 ADD 1 TO WS-MARKER-COUNT
 MOVE PCM-RUN-DATE TO MTB-RUN-DATE(WS-MARKER-COUNT)
 COMPUTE WS-CSV-BATCH-NUMBER = FUNCTION NUMVAL(PCM-BATCH)
 MOVE WS-CSV-BATCH-NUMBER TO MTB-BATCH(WS-MARKER-COUNT)
 ELSE
 SET MARKER-TABLE-FULL TO TRUE
 END-IF
 END-IF.

CHECK-PENDING-CSV-AGREEMENT.
 MOVE 2 TO WS-CHECK-I.
 PERFORM CHECK-ONE-PENDING-MARKER
 VARYING WS-PENDING-I FROM 1 BY 1
 UNTIL WS-PENDING-I IS GREATER THAN WS-PENDING-COUNT.
 PERFORM CHECK-ONE-CSV-MARKER
 VARYING WS-MARKER-I FROM 1 BY 1
 UNTIL WS-MARKER-I IS GREATER THAN WS-MARKER-COUNT.
 IF MARKER-TABLE-FULL
 MOVE SPACES TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE "MORE THAN 1000 pending.csv BLOCKS - REST NOT CHECKED"
 TO WS-FINDING-TEXT
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

CHECK-ONE-PENDING-MARKER.
 ADD 1 TO CHK-ITEMS(2).
 PERFORM VARYING WS-MARKER-I FROM 1 BY 1
 UNTIL WS-MARKER-I IS GREATER THAN WS-MARKER-COUNT
 OR (MTB-RUN-DATE(WS-MARKER-I) IS EQUAL TO
 PTB-RUN-DATE(WS-PENDING-I)
 AND MTB-BATCH(WS-MARKER-I) IS EQUAL TO
 PTB-BATCH(WS-PENDING-I))
 CONTINUE
 END-PERFORM.
 IF WS-MARKER-I IS GREATER THAN WS-MARKER-COUNT
 AND NOT MARKER-TABLE-FULL
 MOVE PTB-RUN-DATE(WS-PENDING-I) TO FND-RUN-DATE
 MOVE PTB-BATCH(WS-PENDING-I) TO FND-BATCH
 MOVE "statpend.dat BATCH HAS NO BLOCK IN pending.csv"
 TO WS-FINDING-TEXT
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

CHECK-ONE-CSV-MARKER.
 ADD 1 TO CHK-ITEMS(2).
 PERFORM VARYING WS-PENDING-I FROM 1 BY 1
 UNTIL WS-PENDING-I IS GREATER THAN WS-PENDING-COUNT
 OR (PTB-RUN-DATE(WS-PENDING-I) IS EQUAL TO
 MTB-RUN-DATE(WS-MARKER-I)
 AND PTB-BATCH(WS-PENDING-I) IS EQUAL TO
 MTB-BATCH(WS-MARKER-I))
 CONTINUE
 END-PERFORM.
 IF WS-PENDING-I IS GREATER THAN WS-PENDING-COUNT
 AND NOT PENDING-TABLE-FULL
 MOVE MTB-RUN-DATE(WS-MARKER-I) TO FND-RUN-DATE
 MOVE MTB-BATCH(WS-MARKER-I) TO FND-BATCH
 MOVE "pending.csv BLOCK HAS NO BATCH IN statpend.dat"
 TO WS-FINDING-TEXT
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

LOAD-AUDIT-RUN-DATES.
 OPEN INPUT AUDIT-FILE.
 IF WS-AUDIT-STATUS IS EQUAL TO "00"
 PERFORM LOAD-ONE-AUDIT-RUN-LINE UNTIL END-OF-AUDIT
 CLOSE AUDIT-FILE
 END-IF.

LOAD-ONE-AUDIT-RUN-LINE.
 READ AUDIT-FILE
 AT END SET END-OF-AUDIT TO TRUE
 END-READ.
 IF NOT END-OF-AUDIT
 MOVE AUDIT-IN-LINE TO AUDIT-RUN-VIEW
 IF AUD-RUN-TAG IS EQUAL TO "RUN "
 MOVE AUD-RUN-TIMESTAMP(1:8) TO WS-CHECK-RUN-DATE
 PERFORM FIND-RUN-DATE-ENTRY
 IF WS-RUN-DATE-I IS GREATER THAN WS-RUN-DATE-COUNT
 IF WS-RUN-DATE-COUNT IS LESS THAN WS-RUN-DATE-MAX
 ADD 1 TO WS-RUN-DATE-COUNT
 MOVE WS-RUN-DATE-COUNT TO WS-RUN-DATE-I
 MOVE WS-CHECK-RUN-DATE TO RTB-EXEC-DATE(WS-RUN-DATE-I)
 MOVE 0 TO RTB-RUN-LINES(WS-RUN-DATE-I)
 MOVE "N" TO RTB-TRACED(WS-RUN-DATE-I)
 ELSE
 SET RUN-DATE-TABLE-FULL TO TRUE
 MOVE 0 TO WS-RUN-DATE-I
 END-IF
 END-IF
 IF WS-RUN-DATE-I IS GREATER THAN 0
 ADD 1 TO RTB-RUN-LINES(WS-RUN-DATE-I)
 END-IF
 END-IF
 IF AUD-DUP-TAG IS EQUAL TO "DUP "
 MOVE AUD-DUP-TIMESTAMP(1:8) TO WS-CHECK-RUN-DATE
 PERFORM FIND-RUN-DATE-ENTRY
 MOVE AUD-DUP-RUN-DATE TO WS-CHECK-RUN-DATE
 PERFORM TRACE-RUN-DATE-ENTRY
 END-IF
 END-IF.

FIND-RUN-DATE-ENTRY.
 PERFORM VARYING WS-RUN-DATE-I FROM 1 BY 1
 UNTIL WS-RUN-DATE-I IS GREATER THAN WS-RUN-DATE-COUNT
 OR RTB-EXEC-DATE(WS-RUN-DATE-I) IS EQUAL TO WS-CHECK-RUN-DATE
 CONTINUE
 END-PERFORM.

TRACE-RUN-DATE-ENTRY.
 IF WS-RUN-DATE-I IS NOT GREATER THAN WS-RUN-DATE-COUNT
 AND RTB-TRACED(WS-RUN-DATE-I) IS EQUAL TO "N"
 PERFORM LOOK-UP-RUN-DATE
 IF RUN-DATE-ON-FILE
 MOVE "Y" TO RTB-TRACED(WS-RUN-DATE-I)
 END-IF
 END-IF.

CHECK-LEDGER-ENTRIES.
 MOVE 3 TO WS-CHECK-I.
 MOVE "Y" TO CHK-RUN(3).
 OPEN INPUT LEDGER-FILE.
 IF WS-LEDGER-STATUS IS EQUAL TO "00"
 PERFORM CHECK-ONE-LEDGER-ENTRY UNTIL END-OF-LEDGER
 CLOSE LEDGER-FILE
 END-IF.

CHECK-ONE-LEDGER-ENTRY.
 READ LEDGER-FILE
 AT END SET END-OF-LEDGER TO TRUE
 END-READ.
 IF NOT END-OF-LEDGER
 ADD 1 TO CHK-ITEMS(3)
 MOVE LED-RUN-DATE-IN TO WS-CHECK-RUN-DATE
 PERFORM LOOK-UP-RUN-DATE
 IF RUN-DATE-ON-FILE
 MOVE LED-TIMESTAMP-IN(1:8) TO WS-CHECK-RUN-DATE
 PERFORM FIND-RUN-DATE-ENTRY
 IF WS-RUN-DATE-I IS NOT GREATER THAN WS-RUN-DATE-COUNT
 MOVE "Y" TO RTB-TRACED(WS-RUN-DATE-I)
 END-IF
 ELSE
 MOVE 3 TO WS-CHECK-I
 MOVE LED-RUN-DATE-IN TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE "LEDGER ENTRY HAS NO HISTORY OR PENDING BATCH"
 TO WS-FINDING-TEXT
 MOVE 8 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF
 END-IF.

CHECK-ARCHIVE-GENERATIONS.
 MOVE 4 TO WS-CHECK-I.
 MOVE "Y" TO CHK-RUN(4).
 OPEN INPUT CATALOG-FILE.
 IF WS-CATALOG-STATUS IS EQUAL TO "00"
 PERFORM CHECK-ONE-GENERATION UNTIL END-OF-CATALOG
 CLOSE CATALOG-FILE
 END-IF.

CHECK-ONE-GENERATION.
 READ CATALOG-FILE
 AT END SET END-OF-CATALOG TO TRUE
 END-READ.
 IF NOT END-OF-CATALOG
 MOVE SPACES TO WS-GEN-FILE-NAME
 STRING "report-" DELIMITED BY SIZE
 CAT-TIMESTAMP-IN DELIMITED BY SIZE
 ".txt" DELIMITED BY SIZE
 INTO WS-GEN-FILE-NAME
 END-STRING
 PERFORM CHECK-GENERATION-FILE
 MOVE SPACES TO WS-GEN-FILE-NAME
 STRING "values-" DELIMITED BY SIZE
 CAT-TIMESTAMP-IN DELIMITED BY SIZE
 ".csv" DELIMITED BY SIZE
 INTO WS-GEN-FILE-NAME
 END-STRING
 PERFORM CHECK-GENERATION-FILE
 MOVE SPACES TO WS-GEN-FILE-NAME
 STRING "except-" DELIMITED BY SIZE
 CAT-TIMESTAMP-IN DELIMITED BY SIZE
 ".txt" DELIMITED BY SIZE
 INTO WS-GEN-FILE-NAME
 END-STRING
 PERFORM CHECK-GENERATION-FILE
 MOVE CAT-TIMESTAMP-IN(1:8) TO WS-CHECK-RUN-DATE
 PERFORM FIND-RUN-DATE-ENTRY
 MOVE CAT-RUN-DATE-IN TO WS-CHECK-RUN-DATE
 PERFORM TRACE-RUN-DATE-ENTRY
 END-IF.

CHECK-GENERATION-FILE.
 ADD 1 TO CHK-ITEMS(4).
 CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-FILE-NAME
 FILE-DETAILS
 END-CALL.
 IF RETURN-CODE IS NOT EQUAL TO 0
 MOVE 0 TO RETURN-CODE
 MOVE 4 TO WS-CHECK-I
 MOVE CAT-RUN-DATE-IN TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE SPACES TO WS-FINDING-TEXT
 STRING "ARCHIVE FILE MISSING: " DELIMITED BY SIZE
 WS-GEN-FILE-NAME DELIMITED BY SPACE
 INTO WS-FINDING-TEXT
 END-STRING
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

CHECK-AUDIT-RUN-DATES.
 MOVE 5 TO WS-CHECK-I.
 MOVE "Y" TO CHK-RUN(5).
 PERFORM CHECK-ONE-AUDIT-RUN-DATE
 VARYING WS-RUN-DATE-I FROM 1 BY 1
 UNTIL WS-RUN-DATE-I IS GREATER THAN WS-RUN-DATE-COUNT.
 IF RUN-DATE-TABLE-FULL
 MOVE SPACES TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE "MORE THAN 1000 RUN DATES IN audit.log - REST NOT CHECKED"
 TO WS-FINDING-TEXT
 MOVE 0 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF.

CHECK-ONE-AUDIT-RUN-DATE.
 ADD RTB-RUN-LINES(WS-RUN-DATE-I) TO CHK-ITEMS(5).
 IF RTB-TRACED(WS-RUN-DATE-I) IS EQUAL TO "N"
 MOVE RTB-EXEC-DATE(WS-RUN-DATE-I) TO WS-CHECK-RUN-DATE
 PERFORM LOOK-UP-RUN-DATE
 IF NOT RUN-DATE-ON-FILE
 MOVE RTB-EXEC-DATE(WS-RUN-DATE-I) TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE "RUN LINE(S) ON THIS DATE MATCH NO HISTORY RUN DATE"
 TO WS-FINDING-TEXT
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF
 END-IF.

CHECK-RESUBMIT-LOG.
 MOVE 6 TO WS-CHECK-I.
 MOVE "Y" TO CHK-RUN(6).
 OPEN INPUT RESUBMIT-LOG-FILE.
 IF WS-LOG-STATUS IS EQUAL TO "00"
 PERFORM CHECK-ONE-RESUBMIT-LINE UNTIL END-OF-RESUBMIT-LOG
 CLOSE RESUBMIT-LOG-FILE
 END-IF.

CHECK-ONE-RESUBMIT-LINE.
 READ RESUBMIT-LOG-FILE
 AT END SET END-OF-RESUBMIT-LOG TO TRUE
 END-READ.
 IF NOT END-OF-RESUBMIT-LOG
 MOVE RESUBMIT-LOG-IN-LINE TO RESUBMIT-LOG-VIEW
 IF LOG-TAG IS EQUAL TO "RESUB "
 ADD 1 TO CHK-ITEMS(6)
 MOVE LOG-ORIG-RUN-DATE TO WS-CHECK-RUN-DATE
 PERFORM LOOK-UP-RUN-DATE
 IF NOT RUN-DATE-ON-FILE
 MOVE 6 TO WS-CHECK-I
 MOVE LOG-ORIG-RUN-DATE TO FND-RUN-DATE
 MOVE SPACES TO FND-BATCH
 MOVE SPACES TO WS-FINDING-TEXT
 STRING "CORRECTION TO LINE " DELIMITED BY SIZE
 LOG-ORIG-LINE-NO DELIMITED BY SIZE
 " HAS NO HISTORY OR PENDING RUN" DELIMITED BY SIZE
 INTO WS-FINDING-TEXT
 END-STRING
 MOVE 4 TO WS-FINDING-SEVERITY
 PERFORM RECORD-FINDING
 END-IF
 END-IF
 END-IF.

LOOK-UP-RUN-DATE.
 MOVE "N" TO WS-ON-FILE-SWITCH.
 IF HISTORY-OPEN
 MOVE WS-CHECK-RUN-DATE TO HIS-RUN-DATE-IN
 MOVE 0 TO HIS-BATCH-NUMBER-IN
 START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY-IN
 INVALID KEY CONTINUE
 NOT INVALID KEY PERFORM READ-HISTORY-AT-RUN-DATE
 END-START
 END-IF.
 IF NOT RUN-DATE-ON-FILE
 PERFORM VARYING WS-PENDING-I FROM 1 BY 1
 UNTIL WS-PENDING-I IS GREATER THAN WS-PENDING-COUNT
 OR RUN-DATE-ON-FILE
 IF PTB-RUN-DATE(WS-PENDING-I) IS EQUAL TO WS-CHECK-RUN-DATE
 SET RUN-DATE-ON-FILE TO TRUE
 END-IF
 END-PERFORM
 END-IF.

READ-HISTORY-AT-RUN-DATE.
 READ HISTORY-FILE NEXT RECORD
 AT END CONTINUE
 NOT AT END
 IF HIS-RUN-DATE-IN IS EQUAL TO WS-CHECK-RUN-DATE
 SET RUN-DATE-ON-FILE TO TRUE
 END-IF
 END-READ.

RECORD-FINDING.
 EVALUATE WS-FINDING-SEVERITY
 WHEN 12
 MOVE "SEVERE" TO FND-SEVERITY
 ADD 1 TO WS-SEVERE-COUNT
 WHEN 8
 MOVE "ERROR" TO FND-SEVERITY
 ADD 1 TO WS-ERROR-COUNT
 WHEN 4
 MOVE "WARNING" TO FND-SEVERITY
 ADD 1 TO WS-WARNING-COUNT
 WHEN OTHER
 MOVE "INFO" TO FND-SEVERITY
 ADD 1 TO WS-INFO-COUNT
 END-EVALUATE.
 MOVE CHECK-NAME(WS-CHECK-I) TO FND-CHECK.
 MOVE WS-FINDING-TEXT TO FND-TEXT.
 MOVE FINDING-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 ADD 1 TO CHK-FINDINGS(WS-CHECK-I).
 IF WS-FINDING-SEVERITY IS GREATER THAN CHK-WORST(WS-CHECK-I)
 MOVE WS-FINDING-SEVERITY TO CHK-WORST(WS-CHECK-I)
 END-IF.
 MOVE WS-FINDING-SEVERITY TO WS-NEW-SEVERITY.
 PERFORM RAISE-SEVERITY.

PRINT-CHECK-SUMMARY.
 IF WS-SEVERE-COUNT IS EQUAL TO 0
 AND WS-ERROR-COUNT IS EQUAL TO 0
 AND WS-WARNING-COUNT IS EQUAL TO 0
 AND WS-INFO-COUNT IS EQUAL TO 0
 MOVE "NO DISCREPANCIES FOUND - CONTROL FILES AGREE"
 TO ITG-INFO-TEXT
 MOVE INTEGRITY-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-INTEGRITY-LINE
 END-IF.
 MOVE INTEGRITY-UNDERLINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 MOVE CHECK-COL-HEADS TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 PERFORM PRINT-ONE-CHECK-SUMMARY
 VARYING WS-CHECK-I FROM 1 BY 1
 UNTIL WS-CHECK-I IS GREATER THAN 6.
 MOVE INTEGRITY-UNDERLINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.
 MOVE WS-SEVERE-COUNT TO ITL-SEVERE.
 MOVE WS-ERROR-COUNT TO ITL-ERRORS.
 MOVE WS-WARNING-COUNT TO ITL-WARNINGS.
 MOVE WS-INFO-COUNT TO ITL-INFO.
 MOVE WS-RETURN-SEVERITY TO ITL-RETURN-CODE.
 MOVE INTEGRITY-TOTAL-LINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.

PRINT-ONE-CHECK-SUMMARY.
 MOVE CHECK-NAME(WS-CHECK-I) TO CKS-NAME.
 MOVE CHK-ITEMS(WS-CHECK-I) TO CKS-ITEMS.
 MOVE CHK-FINDINGS(WS-CHECK-I) TO CKS-FINDINGS.
 EVALUATE TRUE
 WHEN CHK-RUN(WS-CHECK-I) IS NOT EQUAL TO "Y"
 MOVE "NOT RUN" TO CKS-RESULT
 WHEN CHK-WORST(WS-CHECK-I) IS NOT LESS THAN 12
 MOVE "SEVERE" TO CKS-RESULT
 WHEN CHK-WORST(WS-CHECK-I) IS NOT LESS THAN 8
 MOVE "ERRORS" TO CKS-RESULT
 WHEN CHK-WORST(WS-CHECK-I) IS NOT LESS THAN 4
 MOVE "WARNINGS" TO CKS-RESULT
 WHEN OTHER
 MOVE "CLEAN" TO CKS-RESULT
 END-EVALUATE.
 MOVE CHECK-SUMMARY-LINE TO PRT-DETAIL.
 PERFORM PRINT-INTEGRITY-LINE.

WRITE-INTEGRITY-STATUS-RECORD.
 MOVE WS-RETURN-SEVERITY TO IST-RETURN-CODE.
 MOVE WS-RUN-TIMESTAMP(1:14) TO IST-AUDIT-TIMESTAMP.
 MOVE WS-ERROR-COUNT TO IST-ERROR-COUNT.
 MOVE WS-WARNING-COUNT TO IST-WARNING-COUNT.
 MOVE WS-INFO-COUNT TO IST-INFO-COUNT.
 MOVE 1 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-HISTPEND-FLAG.
 MOVE 2 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-PENDCSV-FLAG.
 MOVE 3 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-LEDGER-FLAG.
 MOVE 4 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-ARCHIVE-FLAG.
 MOVE 5 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-AUDITRUN-FLAG.
 MOVE 6 TO WS-CHECK-I.
 PERFORM SET-CHECK-FLAG.
 MOVE WS-CHECK-FLAG TO IST-RESUBLOG-FLAG.
 IF HISTORY-UNREADABLE
 MOVE "Y" TO IST-HISTORY-UNREADABLE-FLAG
 ELSE
 MOVE "N" TO IST-HISTORY-UNREADABLE-FLAG
 END-IF.
 OPEN OUTPUT INTEGRITY-STATUS-FILE.
 WRITE INTEGRITY-STATUS-RECORD.
 CLOSE INTEGRITY-STATUS-FILE.

SET-CHECK-FLAG.
 IF CHK-WORST(WS-CHECK-I) IS NOT LESS THAN 4
 MOVE "Y" TO WS-CHECK-FLAG
 ELSE
 MOVE "N" TO WS-CHECK-FLAG
 END-IF.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.

PRINT-INTEGRITY-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 MOVE INTEGRITY-COL-HEADS-1 TO INTEGRITY-LINE
 WRITE INTEGRITY-LINE AFTER ADVANCING 1 LINE
 ADD 1 TO WS-LINE-COUNT
 END-IF.
 WRITE INTEGRITY-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-RUN-TIMESTAMP(1:8) TO HDG-AUDIT-DATE.
 MOVE WS-RUN-TIMESTAMP(9:6) TO HDG-AUDIT-TIME.
 WRITE INTEGRITY-LINE FROM INTEGRITY-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE INTEGRITY-LINE FROM INTEGRITY-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE 2 TO WS-LINE-COUNT.
