    SELECT CATALOG-FILE ASSIGN TO "archive.cat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT INTEGRITY-STATUS-FILE ASSIGN TO "integstat.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTEG-STATUS-STATUS.
    SELECT DIST-MASTER-FILE ASSIGN TO "distrib.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTMST-STATUS.
    SELECT DIST-LOG-FILE ASSIGN TO "distlog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIST-LOG-STATUS.
    SELECT SUMMARY-FILE ASSIGN TO "opsummary.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

 02 RST-MISSING-TRAILER-FLAG PIC X(1).
 02 RST-NO-DATA-FLAG PIC X(1).
 02 RST-DUPLICATE-FLAG PIC X(1).
 02 RST-OUT-OF-SPEC-FLAG PIC X(1).
 *> matches the 20-character record STATMOLD writes

FD RESUBMIT-LOG-FILE.
01 RESUBMIT-LOG-IN-LINE PIC X(100).
 02 CAT-RUN-DATE-IN PIC X(8).
 *> totals 24 characters

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
 *> matches the 35-character record INTEGAUD writes

FD DIST-MASTER-FILE.
01 DIST-MASTER-RECORD.
 02 DST-DIVISION-IN PIC X(4).
 02 DST-RECIPIENT-IN PIC X(8).
 02 DST-DESTINATION-IN PIC X(20).
 *> matches the 32-character record DSTMAINT writes

FD DIST-LOG-FILE.
01 DIST-LOG-IN-LINE PIC X(110).

FD SUMMARY-FILE.
01 SUMMARY-LINE PIC X(110).

77 WS-RUN-STATUS-STATUS PIC XX VALUE SPACES.
77 WS-LOG-STATUS PIC XX VALUE SPACES.
77 WS-CATALOG-STATUS PIC XX VALUE SPACES.
77 WS-INTEG-STATUS-STATUS PIC XX VALUE SPACES.
77 WS-DSTMST-STATUS PIC XX VALUE SPACES.
77 WS-DIST-LOG-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-CATALOG VALUE "Y".
 02 WS-STATUS-READ-SWITCH PIC X VALUE "N".
 88 RUN-STATUS-READ VALUE "Y".
 02 WS-INTEG-READ-SWITCH PIC X VALUE "N".
 88 INTEGRITY-STATUS-READ VALUE "Y".
 02 WS-DSTMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-DIST-MASTER VALUE "Y".
 02 WS-DIST-LOG-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-DIST-LOG VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-REPORT-DATE PIC X(8) VALUE SPACES.
77 WS-ARC-SAVED-COUNT PIC 9(4) VALUE 0.
77 WS-ARC-PURGED-COUNT PIC 9(4) VALUE 0.
77 WS-ARC-OTHER-COUNT PIC 9(4) VALUE 0.
77 WS-DIST-MISSING-COUNT PIC 9(4) VALUE 0.

77 WS-DIST-MAX PIC 9(4) VALUE 100.
77 WS-DIST-COUNT PIC 9(4) VALUE 0.
77 WS-DIST-I PIC 9(4).

01 DISTRIBUTION-TABLE.
 02 DSB-ENTRY OCCURS 100 TIMES.
 03 DSB-RECIPIENT PIC X(8).
 03 DSB-DESTINATION PIC X(20).
 03 DSB-TIMESTAMP PIC X(14).
 03 DSB-PAGES PIC X(4).
 03 DSB-STATUS PIC X(12).

01 AUDIT-RUN-VIEW.
 02 AUD-RUN-TAG PIC X(4).
 02 LOG-GROUP-CODE PIC X(4).
 02 FILLER PIC X(18).

01 DIST-LOG-VIEW.
 02 DLG-TAG PIC X(5).
 02 DLG-TIMESTAMP PIC X(14).
 02 FILLER PIC X(12).
 02 DLG-RECIPIENT PIC X(8).
 02 FILLER PIC X(7).
 02 DLG-DESTINATION PIC X(20).
 02 FILLER PIC X(8).
 02 DLG-PAGES PIC X(4).
 02 FILLER PIC X(10).
 02 DLG-BATCHES PIC X(4).
 02 FILLER PIC X(9).
 02 DLG-STATUS PIC X(8).
 02 FILLER PIC X(1).

01 SUMMARY-TITLE-LINE.
 02 FILLER PIC X(27) VALUE " DAILY OPERATIONS SUMMARY".

 02 FILLER PIC X(13) VALUE "  EXCEPTIONS=".
 02 SUM-EXCEPTION-COUNT PIC Z(5)9.

01 SUMMARY-INTEGRITY-LINE.
 02 FILLER PIC X(14) VALUE " RETURN CODE=".
 02 SUM-INT-RETURN-CODE PIC 9(2).
 02 FILLER PIC X(10) VALUE "  AUDITED=".
 02 SUM-INT-TIMESTAMP PIC X(14).
 02 FILLER PIC X(9) VALUE "  ERRORS=".
 02 SUM-INT-ERRORS PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  WARNINGS=".
 02 SUM-INT-WARNINGS PIC Z(3)9.

01 SUMMARY-REASON-LINE.
 02 FILLER PIC X(4) VALUE "   *".
 02 SUM-REASON-TEXT PIC X(60).
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 SUM-CAT-RUN-DATE PIC X(8).

01 SUMMARY-DIST-LINE.
 02 FILLER PIC X(11) VALUE " RECIPIENT=".
 02 SUM-DIST-RECIPIENT PIC X(8).
 02 FILLER PIC X(7) VALUE "  FILE=".
 02 SUM-DIST-DESTINATION PIC X(20).
 02 FILLER PIC X(8) VALUE "  PAGES=".
 02 SUM-DIST-PAGES PIC X(4).
 02 FILLER PIC X(5) VALUE "  AT=".
 02 SUM-DIST-TIMESTAMP PIC X(14).
 02 FILLER PIC X(2) VALUE SPACES.
 02 SUM-DIST-STATUS PIC X(12).

01 SUMMARY-COUNTS-LINE.
 02 FILLER PIC X(7) VALUE " RUNS=".
 02 SUM-CNT-RUNS PIC Z(3)9.
 PERFORM REPORT-CORRECTIONS.
 PERFORM REPORT-ARCHIVE-ACTIVITY.
 PERFORM REPORT-ARCHIVE-CATALOG.
 PERFORM REPORT-INTEGRITY-AUDIT.
 PERFORM REPORT-DISTRIBUTION.
 PERFORM REPORT-TOTALS.
 CLOSE SUMMARY-FILE.
 STOP RUN.
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF RST-OUT-OF-SPEC-FLAG IS EQUAL TO "Y"
 MOVE "GROUP(S) NOT CAPABLE TO SPECIFICATION - SEE caprpt.txt"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

REPORT-CORRECTIONS.
 MOVE "CORRECTIONS RESUBMITTED" TO SUM-SECTION-NAME.
 AFTER ADVANCING 1 LINE
 END-IF.

REPORT-INTEGRITY-AUDIT.
 MOVE "LAST INTEGRITY AUDIT" TO SUM-SECTION-NAME.
 PERFORM WRITE-SECTION-HEADING.
 OPEN INPUT INTEGRITY-STATUS-FILE.
 IF WS-INTEG-STATUS-STATUS IS NOT EQUAL TO "00"
 MOVE "INTEGRITY AUDIT HAS NOT BEEN RUN" TO SUM-INFO-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-INFO-LINE
 AFTER ADVANCING 1 LINE
 ELSE
 READ INTEGRITY-STATUS-FILE
 AT END CONTINUE
 NOT AT END SET INTEGRITY-STATUS-READ TO TRUE
 END-READ
 CLOSE INTEGRITY-STATUS-FILE
 IF INTEGRITY-STATUS-READ
 PERFORM PRINT-INTEGRITY-STATUS
 ELSE
 MOVE "INTEGRITY STATUS FILE IS EMPTY" TO SUM-INFO-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-INFO-LINE
 AFTER ADVANCING 1 LINE
 END-IF
 END-IF.

PRINT-INTEGRITY-STATUS.
 MOVE IST-RETURN-CODE TO SUM-INT-RETURN-CODE.
 MOVE IST-AUDIT-TIMESTAMP TO SUM-INT-TIMESTAMP.
 MOVE IST-ERROR-COUNT TO SUM-INT-ERRORS.
 MOVE IST-WARNING-COUNT TO SUM-INT-WARNINGS.
 WRITE SUMMARY-LINE FROM SUMMARY-INTEGRITY-LINE
 AFTER ADVANCING 1 LINE.
 IF IST-AUDIT-TIMESTAMP(1:8) IS NOT EQUAL TO WS-REPORT-DATE
 MOVE "LAST INTEGRITY AUDIT WAS NOT RUN ON THE REPORT DATE"
 TO SUM-INFO-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-INFO-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-HISTORY-UNREADABLE-FLAG IS EQUAL TO "Y"
 MOVE "stathist.dat COULD NOT BE OPENED - CHECKS SKIPPED"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-HISTPEND-FLAG IS EQUAL TO "Y"
 MOVE "BATCH IN BOTH stathist.dat AND statpend.dat"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-LEDGER-FLAG IS EQUAL TO "Y"
 MOVE "LEDGER ENTRY WITH NO HISTORY OR PENDING BATCH"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-PENDCSV-FLAG IS EQUAL TO "Y"
 MOVE "statpend.dat AND pending.csv DISAGREE"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-ARCHIVE-FLAG IS EQUAL TO "Y"
 MOVE "ARCHIVE GENERATION FILE MISSING"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-AUDITRUN-FLAG IS EQUAL TO "Y"
 MOVE "audit.log RUN LINE WITH NO HISTORY RUN DATE"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF IST-RESUBLOG-FLAG IS EQUAL TO "Y"
 MOVE "resubmit.log CORRECTION WITH NO HISTORY RUN DATE"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

REPORT-DISTRIBUTION.
 MOVE "REPORT DISTRIBUTION" TO SUM-SECTION-NAME.
 PERFORM WRITE-SECTION-HEADING.
 OPEN INPUT DIST-MASTER-FILE.
 IF WS-DSTMST-STATUS IS EQUAL TO "00"
 PERFORM LOAD-DIST-MASTER-RECORD UNTIL END-OF-DIST-MASTER
 CLOSE DIST-MASTER-FILE
 END-IF.
 OPEN INPUT DIST-LOG-FILE.
 IF WS-DIST-LOG-STATUS IS EQUAL TO "00"
 PERFORM READ-DIST-LOG-LINE UNTIL END-OF-DIST-LOG
 CLOSE DIST-LOG-FILE
 END-IF.
 IF WS-DIST-COUNT IS EQUAL TO 0
 MOVE "NO DISTRIBUTION ROUTES ON distrib.dat" TO SUM-INFO-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-INFO-LINE
 AFTER ADVANCING 1 LINE
 ELSE
 PERFORM PRINT-DISTRIBUTION-LINE
 VARYING WS-DIST-I FROM 1 BY 1
 UNTIL WS-DIST-I IS GREATER THAN WS-DIST-COUNT
 IF WS-DIST-MISSING-COUNT IS GREATER THAN 0
 MOVE "DISTRIBUTION(S) NOT PRODUCED ON THE REPORT DATE"
 TO SUM-REASON-TEXT
 WRITE SUMMARY-LINE FROM SUMMARY-REASON-LINE
 AFTER ADVANCING 1 LINE
 END-IF
 END-IF.

LOAD-DIST-MASTER-RECORD.
 READ DIST-MASTER-FILE
 AT END SET END-OF-DIST-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-DIST-MASTER
 AND DST-RECIPIENT-IN IS NOT EQUAL TO SPACES
 PERFORM FIND-DISTRIBUTION-ENTRY
 IF WS-DIST-I IS GREATER THAN WS-DIST-COUNT
 AND WS-DIST-COUNT IS LESS THAN WS-DIST-MAX
 ADD 1 TO WS-DIST-COUNT
 MOVE DST-RECIPIENT-IN TO DSB-RECIPIENT(WS-DIST-COUNT)
 MOVE DST-DESTINATION-IN TO DSB-DESTINATION(WS-DIST-COUNT)
 MOVE SPACES TO DSB-TIMESTAMP(WS-DIST-COUNT)
 MOVE SPACES TO DSB-PAGES(WS-DIST-COUNT)
 MOVE "NOT PRODUCED" TO DSB-STATUS(WS-DIST-COUNT)
 END-IF
 END-IF.

FIND-DISTRIBUTION-ENTRY.
 MOVE 1 TO WS-DIST-I.
 PERFORM UNTIL WS-DIST-I IS GREATER THAN WS-DIST-COUNT
 OR DSB-RECIPIENT(WS-DIST-I) IS EQUAL TO DST-RECIPIENT-IN
 ADD 1 TO WS-DIST-I
 END-PERFORM.

READ-DIST-LOG-LINE.
 READ DIST-LOG-FILE
 AT END SET END-OF-DIST-LOG TO TRUE
 END-READ.
 IF NOT END-OF-DIST-LOG
 MOVE DIST-LOG-IN-LINE TO DIST-LOG-VIEW
 IF DLG-TAG IS EQUAL TO "DIST "
 AND DLG-TIMESTAMP(1:8) IS EQUAL TO WS-REPORT-DATE
 MOVE DLG-RECIPIENT TO DST-RECIPIENT-IN
 PERFORM FIND-DISTRIBUTION-ENTRY
 IF WS-DIST-I IS GREATER THAN WS-DIST-COUNT
 AND WS-DIST-COUNT IS LESS THAN WS-DIST-MAX
 ADD 1 TO WS-DIST-COUNT
 MOVE DLG-RECIPIENT TO DSB-RECIPIENT(WS-DIST-COUNT)
 END-IF
 IF WS-DIST-I IS NOT GREATER THAN WS-DIST-COUNT
 MOVE DLG-DESTINATION TO DSB-DESTINATION(WS-DIST-I)
 MOVE DLG-TIMESTAMP TO DSB-TIMESTAMP(WS-DIST-I)
 MOVE DLG-PAGES TO DSB-PAGES(WS-DIST-I)
 MOVE DLG-STATUS TO DSB-STATUS(WS-DIST-I)
 END-IF
 END-IF
 END-IF.

PRINT-DISTRIBUTION-LINE.
 MOVE DSB-RECIPIENT(WS-DIST-I) TO SUM-DIST-RECIPIENT.
 MOVE DSB-DESTINATION(WS-DIST-I) TO SUM-DIST-DESTINATION.
 MOVE DSB-PAGES(WS-DIST-I) TO SUM-DIST-PAGES.
 MOVE DSB-TIMESTAMP(WS-DIST-I) TO SUM-DIST-TIMESTAMP.
 MOVE DSB-STATUS(WS-DIST-I) TO SUM-DIST-STATUS.
 WRITE SUMMARY-LINE FROM SUMMARY-DIST-LINE
 AFTER ADVANCING 1 LINE.
 IF DSB-STATUS(WS-DIST-I) IS NOT EQUAL TO "PRODUCED"
 AND DSB-STATUS(WS-DIST-I) IS NOT EQUAL TO "EMPTY"
 ADD 1 TO WS-DIST-MISSING-COUNT
 END-IF.

REPORT-TOTALS.
 MOVE "DAY AT A GLANCE" TO SUM-SECTION-NAME.
 PERFORM WRITE-SECTION-HEADING.
