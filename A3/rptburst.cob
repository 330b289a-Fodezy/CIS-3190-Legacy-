IDENTIFICATION DIVISION.
PROGRAM-ID. RPTBURST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT REPORT-IN-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPMST-STATUS.
    SELECT DIST-MASTER-FILE ASSIGN TO "distrib.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTMST-STATUS.
    SELECT BURST-WORK-FILE ASSIGN TO "burstwrk.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
    SELECT BURST-OUT-FILE ASSIGN TO DYNAMIC WS-DESTINATION-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BURST-OUT-STATUS.
    SELECT DIST-LOG-FILE ASSIGN TO "distlog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIST-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD REPORT-IN-FILE.
01 REPORT-IN-LINE PIC X(80).

FD GROUP-MASTER-FILE.
01 GROUP-MASTER-RECORD.
 02 GM-CODE-IN PIC X(4).
 02 GM-DESC-IN PIC X(30).
 02 GM-ACTIVE-IN PIC X(1).
 02 GM-PARENT-IN PIC X(4).

FD DIST-MASTER-FILE.
01 DIST-MASTER-RECORD.
 02 DST-DIVISION-IN PIC X(4).
 02 DST-RECIPIENT-IN PIC X(8).
 02 DST-DESTINATION-IN PIC X(20).
 *> matches the 32-character record DSTMAINT writes

FD BURST-WORK-FILE.
01 BURST-WORK-LINE PIC X(80).

FD BURST-OUT-FILE.
01 BURST-OUT-LINE PIC X(80).

FD DIST-LOG-FILE.
01 DIST-LOG-LINE PIC X(110).

WORKING-STORAGE SECTION.
77 WS-REPORT-FILE-NAME PIC X(20) VALUE "output.txt".
77 WS-DESTINATION-NAME PIC X(20) VALUE SPACES.
77 WS-REPORT-STATUS PIC XX VALUE SPACES.
77 WS-GRPMST-STATUS PIC XX VALUE SPACES.
77 WS-DSTMST-STATUS PIC XX VALUE SPACES.
77 WS-WORK-STATUS PIC XX VALUE SPACES.
77 WS-BURST-OUT-STATUS PIC XX VALUE SPACES.
77 WS-DIST-LOG-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-REPORT-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REPORT VALUE "Y".
 02 WS-GRPMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-MASTER VALUE "Y".
 02 WS-DSTMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-DIST-MASTER VALUE "Y".
 02 WS-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-WORK-FILE VALUE "Y".
 02 WS-GRPMST-FULL-SWITCH PIC X VALUE "N".
 88 GROUP-MASTER-TRUNCATED VALUE "Y".
 02 WS-DSTMST-FULL-SWITCH PIC X VALUE "N".
 88 DIST-MASTER-TRUNCATED VALUE "Y".
 02 WS-BATCH-LIST-FULL-SWITCH PIC X VALUE "N".
 88 BATCH-LIST-FULL VALUE "Y".
 02 WS-SKIP-UNDERLINE-SWITCH PIC X VALUE "N".
 88 SKIP-NEXT-UNDERLINE VALUE "Y".
 02 WS-IN-INDEX-SWITCH PIC X VALUE "N".
 88 READING-BATCH-INDEX VALUE "Y".
 02 WS-BATCH-OPEN-SWITCH PIC X VALUE "N".
 88 BATCH-STARTED VALUE "Y".
 02 WS-REPORT-SECTION PIC X VALUE SPACE.
 88 IN-GROUP-SECTION VALUE "G".
 88 IN-DIVISION-SECTION VALUE "D".
 88 OUTSIDE-SECTIONS VALUE SPACE.

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.

77 WS-GRPMST-MAX PIC 9(4) VALUE 100.
77 WS-GRPMST-COUNT PIC 9(4) VALUE 0.
77 WS-GRPMST-I PIC 9(4).

01 GROUP-MASTER-TABLE.
 02 GM-ENTRY OCCURS 100 TIMES.
 03 GM-CODE PIC X(4).
 03 GM-PARENT PIC X(4).

77 WS-DSTMST-MAX PIC 9(4) VALUE 100.
77 WS-DSTMST-COUNT PIC 9(4) VALUE 0.
77 WS-DSTMST-I PIC 9(4).

01 DIST-MASTER-TABLE.
 02 DM-ENTRY OCCURS 100 TIMES.
 03 DM-DIVISION PIC X(4).
 03 DM-RECIPIENT PIC X(8).
 03 DM-DESTINATION PIC X(20).

77 WS-RCP-COUNT PIC 9(4) VALUE 0.
77 WS-RCP-I PIC 9(4).

01 RECIPIENT-TABLE.
 02 RCP-ENTRY OCCURS 100 TIMES.
 03 RCP-RECIPIENT PIC X(8).
 03 RCP-DESTINATION PIC X(20).

77 WS-INDEX-MAX PIC 9(4) VALUE 500.
77 WS-INDEX-COUNT PIC 9(4) VALUE 0.
77 WS-INDEX-I PIC 9(4).

01 REPORT-INDEX-TABLE.
 02 RIX-ENTRY OCCURS 500 TIMES.
 03 RIX-BATCH PIC 9(4).
 03 RIX-PAGE PIC 9(4).

77 WS-COVER-MAX PIC 9(4) VALUE 500.
77 WS-COVER-COUNT PIC 9(4) VALUE 0.
77 WS-COVER-I PIC 9(4).

01 COVER-BATCH-TABLE.
 02 CVB-ENTRY OCCURS 500 TIMES.
 03 CVB-BATCH PIC 9(4).
 03 CVB-RUN-DATE PIC X(8).
 03 CVB-PAGE PIC 9(4).
 03 CVB-LINES PIC 9(6).

77 WS-SOURCE-PAGE PIC 9(4) VALUE 0.
77 WS-SOURCE-BATCH PIC 9(4) VALUE 0.
77 WS-SOURCE-RUN-DATE PIC X(8) VALUE SPACES.
77 WS-LAST-SECTION-WRITTEN PIC X VALUE SPACE.
77 WS-LOOKUP-CODE PIC X(4) VALUE SPACES.
77 WS-LOOKUP-DIVISION PIC X(4) VALUE SPACES.
77 WS-OWNER-RECIPIENT PIC X(8) VALUE SPACES.
77 WS-UNROUTED-COUNT PIC 9(6) VALUE 0.
77 WS-PRODUCED-COUNT PIC 9(4) VALUE 0.
77 WS-EMPTY-COUNT PIC 9(4) VALUE 0.
77 WS-FAILED-COUNT PIC 9(4) VALUE 0.
77 WS-DIST-STATUS PIC X(8) VALUE SPACES.
77 WS-DELETE-NAME PIC X(40) VALUE SPACES.

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-COVER-PAGES PIC 9(4) VALUE 0.
77 WS-TOTAL-PAGES PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(80).

01 SOURCE-HEADING-VIEW.
 02 FILLER PIC X(1).
 02 SRC-HDG-TITLE PIC X(21).
 02 FILLER PIC X(11).
 02 SRC-HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(34).
 02 SRC-HDG-PAGE PIC X(4).
 02 FILLER PIC X(1).

01 SOURCE-INDEX-VIEW REDEFINES SOURCE-HEADING-VIEW.
 02 FILLER PIC X(1).
 02 SRC-IDX-BATCH PIC X(4).
 02 FILLER PIC X(3).
 02 SRC-IDX-PAGE PIC X(4).
 02 FILLER PIC X(68).

01 SOURCE-DETAIL-VIEW REDEFINES SOURCE-HEADING-VIEW.
 02 SRC-GROUP-TAG PIC X(7).
 02 SRC-GROUP-CODE PIC X(4).
 02 FILLER PIC X(69).

01 SOURCE-ROLLUP-VIEW REDEFINES SOURCE-HEADING-VIEW.
 02 SRC-ROLLUP-TAG PIC X(10).
 02 SRC-ROLLUP-CODE PIC X(4).
 02 FILLER PIC X(66).

01 BURST-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(21) VALUE "DISTRIBUTION REPORT".
 02 FILLER PIC X(10) VALUE "RECIPIENT=".
 02 BPH-RECIPIENT PIC X(8).
 02 FILLER PIC X(7) VALUE "  FROM=".
 02 BPH-REPORT-NAME PIC X(20).
 02 FILLER PIC X(7) VALUE "  PAGE=".
 02 BPH-PAGE-NUMBER PIC Z(3)9.

01 BURST-UNDERLINE.
 02 FILLER PIC X(28) VALUE
 "----------------------------".

01 BURST-BATCH-LINE.
 02 FILLER PIC X(7) VALUE " BATCH ".
 02 BBL-BATCH PIC 9(4).
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 BBL-RUN-DATE PIC X(8).

01 BURST-GROUP-SECTION-LINE.
 02 FILLER PIC X(10) VALUE SPACES.
 02 FILLER PIC X(15) VALUE "GROUP SUBTOTALS".

01 BURST-DIVISION-SECTION-LINE.
 02 FILLER PIC X(10) VALUE SPACES.
 02 FILLER PIC X(16) VALUE "DIVISION ROLLUPS".

01 COVER-TITLE-LINE.
 02 FILLER PIC X(25) VALUE " DISTRIBUTION COVER SHEET".

01 COVER-RECIPIENT-LINE.
 02 FILLER PIC X(11) VALUE " RECIPIENT=".
 02 CVR-RECIPIENT PIC X(8).
 02 FILLER PIC X(14) VALUE "  DESTINATION=".
 02 CVR-DESTINATION PIC X(20).

01 COVER-SOURCE-LINE.
 02 FILLER PIC X(8) VALUE " SOURCE=".
 02 CVR-REPORT-NAME PIC X(20).
 02 FILLER PIC X(10) VALUE "  BURST AT".
 02 FILLER PIC X(1) VALUE SPACE.
 02 CVR-TIMESTAMP PIC X(14).

01 COVER-COL-HEADS.
 02 FILLER PIC X(30) VALUE " BATCH  RUN DATE   PAGE  LINES".

01 COVER-BATCH-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CVL-BATCH PIC 9(4).
 02 FILLER PIC X(3) VALUE SPACES.
 02 CVL-RUN-DATE PIC X(8).
 02 FILLER PIC X(3) VALUE SPACES.
 02 CVL-PAGE PIC Z(3)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CVL-LINES PIC Z(5)9.

01 COVER-EMPTY-LINE.
 02 FILLER PIC X(32) VALUE " (NO ENTRIES FOR THIS RECIPIENT)".

01 COVER-TOTAL-LINE.
 02 FILLER PIC X(9) VALUE " BATCHES=".
 02 CVT-BATCHES PIC Z(3)9.
 02 FILLER PIC X(13) VALUE "  BODY PAGES=".
 02 CVT-PAGES PIC Z(3)9.

01 COVER-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 CVR-WARN-TEXT PIC X(68).

01 DIST-LOG-DETAIL.
 02 FILLER PIC X(5) VALUE "DIST ".
 02 DLG-TIMESTAMP PIC X(14).
 02 FILLER PIC X(12) VALUE "  RECIPIENT=".
 02 DLG-RECIPIENT PIC X(8).
 02 FILLER PIC X(7) VALUE "  FILE=".
 02 DLG-DESTINATION PIC X(20).
 02 FILLER PIC X(8) VALUE "  PAGES=".
 02 DLG-PAGES PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  BATCHES=".
 02 DLG-BATCHES PIC Z(3)9.
 02 FILLER PIC X(9) VALUE "  STATUS=".
 02 DLG-STATUS PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 PERFORM LOAD-GROUP-MASTER.
 PERFORM LOAD-DIST-MASTER.
 OPEN INPUT REPORT-IN-FILE.
 IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
 DISPLAY "RPTBURST: CANNOT OPEN " WS-REPORT-FILE-NAME
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 CLOSE REPORT-IN-FILE
 IF WS-RCP-COUNT IS EQUAL TO 0
 DISPLAY "RPTBURST: NO ROUTES ON distrib.dat - NOTHING BURST"
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 PERFORM BURST-ONE-RECIPIENT
 VARYING WS-RCP-I FROM 1 BY 1
 UNTIL WS-RCP-I IS GREATER THAN WS-RCP-COUNT
 MOVE "burstwrk.tmp" TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 PERFORM REPORT-BURST-TOTALS
 END-IF
 END-IF.
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-REPORT-FILE-NAME
 END-UNSTRING
 END-IF.

LOAD-GROUP-MASTER.
 OPEN INPUT GROUP-MASTER-FILE.
 IF WS-GRPMST-STATUS IS EQUAL TO "00"
 PERFORM LOAD-GROUP-MASTER-RECORD
 UNTIL END-OF-GROUP-MASTER
 CLOSE GROUP-MASTER-FILE
 END-IF.

LOAD-GROUP-MASTER-RECORD.
 READ GROUP-MASTER-FILE
 AT END SET END-OF-GROUP-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-MASTER
 IF WS-GRPMST-COUNT IS LESS THAN WS-GRPMST-MAX
 ADD 1 TO WS-GRPMST-COUNT
 MOVE GM-CODE-IN TO GM-CODE(WS-GRPMST-COUNT)
 MOVE GM-PARENT-IN TO GM-PARENT(WS-GRPMST-COUNT)
 ELSE
 SET GROUP-MASTER-TRUNCATED TO TRUE
 END-IF
 END-IF.

LOAD-DIST-MASTER.
 OPEN INPUT DIST-MASTER-FILE.
 IF WS-DSTMST-STATUS IS EQUAL TO "00"
 PERFORM LOAD-DIST-MASTER-RECORD
 UNTIL END-OF-DIST-MASTER
 CLOSE DIST-MASTER-FILE
 END-IF.

LOAD-DIST-MASTER-RECORD.
 READ DIST-MASTER-FILE
 AT END SET END-OF-DIST-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-DIST-MASTER
 AND DST-RECIPIENT-IN IS NOT EQUAL TO SPACES
 AND DST-DESTINATION-IN IS NOT EQUAL TO SPACES
 IF WS-DSTMST-COUNT IS LESS THAN WS-DSTMST-MAX
 ADD 1 TO WS-DSTMST-COUNT
 MOVE DST-DIVISION-IN TO DM-DIVISION(WS-DSTMST-COUNT)
 MOVE DST-RECIPIENT-IN TO DM-RECIPIENT(WS-DSTMST-COUNT)
 MOVE DST-DESTINATION-IN TO DM-DESTINATION(WS-DSTMST-COUNT)
 PERFORM ADD-RECIPIENT-ENTRY
 ELSE
 SET DIST-MASTER-TRUNCATED TO TRUE
 END-IF
 END-IF.

ADD-RECIPIENT-ENTRY.
 MOVE 1 TO WS-RCP-I.
 PERFORM UNTIL WS-RCP-I IS GREATER THAN WS-RCP-COUNT
 OR RCP-RECIPIENT(WS-RCP-I) IS EQUAL TO DST-RECIPIENT-IN
 ADD 1 TO WS-RCP-I
 END-PERFORM.
 IF WS-RCP-I IS GREATER THAN WS-RCP-COUNT
 ADD 1 TO WS-RCP-COUNT
 MOVE DST-RECIPIENT-IN TO RCP-RECIPIENT(WS-RCP-COUNT)
 MOVE DST-DESTINATION-IN TO RCP-DESTINATION(WS-RCP-COUNT)
 END-IF.

BURST-ONE-RECIPIENT.
 MOVE RCP-DESTINATION(WS-RCP-I) TO WS-DESTINATION-NAME.
 MOVE 0 TO WS-COVER-COUNT.
 MOVE 0 TO WS-INDEX-COUNT.
 MOVE 0 TO WS-PAGE-NUMBER.
 MOVE 0 TO WS-LINE-COUNT.
 MOVE 0 TO WS-SOURCE-PAGE.
 MOVE 0 TO WS-SOURCE-BATCH.
 MOVE SPACES TO WS-SOURCE-RUN-DATE.
 MOVE SPACE TO WS-REPORT-SECTION.
 MOVE "N" TO WS-BATCH-OPEN-SWITCH.
 MOVE "N" TO WS-SKIP-UNDERLINE-SWITCH.
 MOVE "N" TO WS-IN-INDEX-SWITCH.
 MOVE "N" TO WS-BATCH-LIST-FULL-SWITCH.
 MOVE "N" TO WS-REPORT-EOF-SWITCH.
 OPEN INPUT REPORT-IN-FILE.
 OPEN OUTPUT BURST-WORK-FILE.
 IF WS-REPORT-STATUS IS NOT EQUAL TO "00"
 OR WS-WORK-STATUS IS NOT EQUAL TO "00"
 DISPLAY "RPTBURST: CANNOT PREPARE " WS-DESTINATION-NAME
 " FOR RECIPIENT " RCP-RECIPIENT(WS-RCP-I)
 ", REPORT STATUS " WS-REPORT-STATUS
 ", WORK STATUS " WS-WORK-STATUS
 IF WS-REPORT-STATUS IS EQUAL TO "00"
 CLOSE REPORT-IN-FILE
 END-IF
 IF WS-WORK-STATUS IS EQUAL TO "00"
 CLOSE BURST-WORK-FILE
 END-IF
 PERFORM FAIL-RECIPIENT
 ELSE
 PERFORM ROUTE-REPORT-LINE UNTIL END-OF-REPORT
 CLOSE REPORT-IN-FILE
 CLOSE BURST-WORK-FILE
 PERFORM WRITE-RECIPIENT-REPORT
 END-IF.
 PERFORM WRITE-DIST-LOG.

WRITE-RECIPIENT-REPORT.
 OPEN OUTPUT BURST-OUT-FILE.
 IF WS-BURST-OUT-STATUS IS NOT EQUAL TO "00"
 DISPLAY "RPTBURST: CANNOT WRITE " WS-DESTINATION-NAME
 " FOR RECIPIENT " RCP-RECIPIENT(WS-RCP-I)
 PERFORM FAIL-RECIPIENT
 ELSE
 PERFORM WRITE-COVER-PAGE
 PERFORM COPY-BURST-BODY
 CLOSE BURST-OUT-FILE
 COMPUTE WS-TOTAL-PAGES = WS-COVER-PAGES + WS-PAGE-NUMBER
 EVALUATE TRUE
 WHEN WS-WORK-STATUS IS NOT EQUAL TO "00"
 DISPLAY "RPTBURST: CANNOT READ BACK BODY FOR RECIPIENT "
 RCP-RECIPIENT(WS-RCP-I) ", STATUS " WS-WORK-STATUS
 PERFORM FAIL-RECIPIENT
 WHEN WS-COVER-COUNT IS EQUAL TO 0
 MOVE "EMPTY" TO WS-DIST-STATUS
 ADD 1 TO WS-EMPTY-COUNT
 WHEN OTHER
 MOVE "PRODUCED" TO WS-DIST-STATUS
 ADD 1 TO WS-PRODUCED-COUNT
 END-EVALUATE
 END-IF.

FAIL-RECIPIENT.
 MOVE "FAILED" TO WS-DIST-STATUS.
 MOVE 0 TO WS-TOTAL-PAGES.
 ADD 1 TO WS-FAILED-COUNT.
 MOVE 8 TO WS-NEW-SEVERITY.
 PERFORM RAISE-SEVERITY.

ROUTE-REPORT-LINE.
 READ REPORT-IN-FILE
 AT END SET END-OF-REPORT TO TRUE
 END-READ.
 IF NOT END-OF-REPORT
 MOVE REPORT-IN-LINE TO SOURCE-HEADING-VIEW
 EVALUATE TRUE
 WHEN SRC-HDG-TITLE IS EQUAL TO "STATMOLD BATCH REPORT"
 MOVE "N" TO WS-IN-INDEX-SWITCH
 SET SKIP-NEXT-UNDERLINE TO TRUE
 MOVE SRC-HDG-RUN-DATE TO WS-SOURCE-RUN-DATE
 MOVE 0 TO WS-SOURCE-PAGE
 IF SRC-HDG-PAGE IS NOT EQUAL TO SPACES
 COMPUTE WS-SOURCE-PAGE = FUNCTION NUMVAL(SRC-HDG-PAGE)
 END-IF
 WHEN SKIP-NEXT-UNDERLINE
 AND REPORT-IN-LINE(1:4) IS EQUAL TO "----"
 MOVE "N" TO WS-SKIP-UNDERLINE-SWITCH
 WHEN REPORT-IN-LINE(1:22) IS EQUAL TO " BATCH   PAGE   FLAGS"
 SET READING-BATCH-INDEX TO TRUE
 WHEN READING-BATCH-INDEX
 PERFORM LOAD-INDEX-ENTRY
 WHEN REPORT-IN-LINE(1:28) IS EQUAL TO
 " MEAN AND STANDARD DEVIATION"
 PERFORM START-SOURCE-BATCH
 WHEN REPORT-IN-LINE(1:25) IS EQUAL TO
 "          GROUP SUBTOTALS"
 SET IN-GROUP-SECTION TO TRUE
 MOVE SPACES TO WS-OWNER-RECIPIENT
 WHEN REPORT-IN-LINE(1:26) IS EQUAL TO
 "          DIVISION ROLLUPS"
 SET IN-DIVISION-SECTION TO TRUE
 MOVE SPACES TO WS-OWNER-RECIPIENT
 WHEN REPORT-IN-LINE(1:24) IS EQUAL TO
 "          ONE-WAY ANOVA"
 SET OUTSIDE-SECTIONS TO TRUE
 WHEN REPORT-IN-LINE(1:8) IS EQUAL TO " CHECK: "
 SET OUTSIDE-SECTIONS TO TRUE
 WHEN IN-GROUP-SECTION
 AND SRC-GROUP-TAG IS EQUAL TO " GROUP="
 MOVE SRC-GROUP-CODE TO WS-LOOKUP-CODE
 PERFORM FIND-GROUP-OWNER
 PERFORM WRITE-OWNED-LINE
 WHEN IN-DIVISION-SECTION
 AND SRC-ROLLUP-TAG IS EQUAL TO " DIVISION="
 MOVE SRC-ROLLUP-CODE TO WS-LOOKUP-DIVISION
 PERFORM FIND-DIVISION-OWNER
 PERFORM WRITE-OWNED-LINE
 WHEN IN-GROUP-SECTION
 OR IN-DIVISION-SECTION
 PERFORM WRITE-OWNED-LINE
 WHEN OTHER
 CONTINUE
 END-EVALUATE
 END-IF.

LOAD-INDEX-ENTRY.
 IF SRC-IDX-BATCH IS NUMERIC
 AND WS-INDEX-COUNT IS LESS THAN WS-INDEX-MAX
 ADD 1 TO WS-INDEX-COUNT
 MOVE SRC-IDX-BATCH TO RIX-BATCH(WS-INDEX-COUNT)
 COMPUTE RIX-PAGE(WS-INDEX-COUNT) = FUNCTION NUMVAL(SRC-IDX-PAGE)
 END-IF.

START-SOURCE-BATCH.
 SET OUTSIDE-SECTIONS TO TRUE.
 MOVE "N" TO WS-BATCH-OPEN-SWITCH.
 MOVE SPACE TO WS-LAST-SECTION-WRITTEN.
 MOVE 1 TO WS-INDEX-I.
 PERFORM UNTIL WS-INDEX-I IS GREATER THAN WS-INDEX-COUNT
 OR RIX-PAGE(WS-INDEX-I) IS EQUAL TO WS-SOURCE-PAGE
 ADD 1 TO WS-INDEX-I
 END-PERFORM.
 IF WS-INDEX-I IS NOT GREATER THAN WS-INDEX-COUNT
 MOVE RIX-BATCH(WS-INDEX-I) TO WS-SOURCE-BATCH
 ELSE
 ADD 1 TO WS-SOURCE-BATCH
 END-IF.

FIND-GROUP-OWNER.
 MOVE SPACES TO WS-LOOKUP-DIVISION.
 IF WS-LOOKUP-CODE IS NOT EQUAL TO SPACES
 MOVE 1 TO WS-GRPMST-I
 PERFORM UNTIL WS-GRPMST-I IS GREATER THAN WS-GRPMST-COUNT
 OR GM-CODE(WS-GRPMST-I) IS EQUAL TO WS-LOOKUP-CODE
 ADD 1 TO WS-GRPMST-I
 END-PERFORM
 IF WS-GRPMST-I IS NOT GREATER THAN WS-GRPMST-COUNT
 MOVE GM-PARENT(WS-GRPMST-I) TO WS-LOOKUP-DIVISION
 END-IF
 END-IF.
 PERFORM FIND-DIVISION-OWNER.

FIND-DIVISION-OWNER.
 MOVE SPACES TO WS-OWNER-RECIPIENT.
 IF WS-LOOKUP-DIVISION IS NOT EQUAL TO SPACES
 AND WS-LOOKUP-DIVISION IS NOT EQUAL TO "----"
 MOVE 1 TO WS-DSTMST-I
 PERFORM UNTIL WS-DSTMST-I IS GREATER THAN WS-DSTMST-COUNT
 OR DM-DIVISION(WS-DSTMST-I) IS EQUAL TO WS-LOOKUP-DIVISION
 ADD 1 TO WS-DSTMST-I
 END-PERFORM
 IF WS-DSTMST-I IS NOT GREATER THAN WS-DSTMST-COUNT
 MOVE DM-RECIPIENT(WS-DSTMST-I) TO WS-OWNER-RECIPIENT
 END-IF
 END-IF.
 IF WS-OWNER-RECIPIENT IS EQUAL TO SPACES
 AND WS-RCP-I IS EQUAL TO 1
 ADD 1 TO WS-UNROUTED-COUNT
 END-IF.

WRITE-OWNED-LINE.
 IF WS-OWNER-RECIPIENT IS NOT EQUAL TO SPACES
 AND WS-OWNER-RECIPIENT IS EQUAL TO RCP-RECIPIENT(WS-RCP-I)
 IF NOT BATCH-STARTED
 PERFORM OPEN-BURST-BATCH
 END-IF
 IF BATCH-STARTED
 IF WS-REPORT-SECTION IS NOT EQUAL TO WS-LAST-SECTION-WRITTEN
 IF IN-GROUP-SECTION
 MOVE BURST-GROUP-SECTION-LINE TO PRT-DETAIL
 ELSE
 MOVE BURST-DIVISION-SECTION-LINE TO PRT-DETAIL
 END-IF
 PERFORM PRINT-BURST-LINE
 MOVE WS-REPORT-SECTION TO WS-LAST-SECTION-WRITTEN
 END-IF
 MOVE REPORT-IN-LINE TO PRT-DETAIL
 PERFORM PRINT-BURST-LINE
 ADD 1 TO CVB-LINES(WS-COVER-COUNT)
 END-IF
 END-IF.

OPEN-BURST-BATCH.
 IF WS-COVER-COUNT IS LESS THAN WS-COVER-MAX
 IF WS-PAGE-NUMBER IS EQUAL TO 0
 OR WS-LINE-COUNT + 3 IS GREATER THAN WS-LINES-PER-PAGE
 PERFORM START-BURST-PAGE
 END-IF
 ADD 1 TO WS-COVER-COUNT
 MOVE WS-SOURCE-BATCH TO CVB-BATCH(WS-COVER-COUNT)
 MOVE WS-SOURCE-RUN-DATE TO CVB-RUN-DATE(WS-COVER-COUNT)
 MOVE WS-PAGE-NUMBER TO CVB-PAGE(WS-COVER-COUNT)
 MOVE 0 TO CVB-LINES(WS-COVER-COUNT)
 MOVE WS-SOURCE-BATCH TO BBL-BATCH
 MOVE WS-SOURCE-RUN-DATE TO BBL-RUN-DATE
 MOVE BURST-BATCH-LINE TO PRT-DETAIL
 PERFORM PRINT-BURST-LINE
 SET BATCH-STARTED TO TRUE
 ELSE
 SET BATCH-LIST-FULL TO TRUE
 END-IF.

PRINT-BURST-LINE.
 IF WS-PAGE-NUMBER IS EQUAL TO 0
 OR WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-BURST-PAGE
 END-IF.
 WRITE BURST-WORK-LINE FROM PRT-DETAIL.
 ADD 1 TO WS-LINE-COUNT.

START-BURST-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO BPH-PAGE-NUMBER.
 MOVE RCP-RECIPIENT(WS-RCP-I) TO BPH-RECIPIENT.
 MOVE WS-REPORT-FILE-NAME TO BPH-REPORT-NAME.
 WRITE BURST-WORK-LINE FROM BURST-PAGE-HEADING.
 WRITE BURST-WORK-LINE FROM BURST-UNDERLINE.
 MOVE 2 TO WS-LINE-COUNT.

WRITE-COVER-PAGE.
 MOVE 1 TO WS-COVER-PAGES.
 WRITE BURST-OUT-LINE FROM COVER-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE BURST-OUT-LINE FROM BURST-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE RCP-RECIPIENT(WS-RCP-I) TO CVR-RECIPIENT.
 MOVE RCP-DESTINATION(WS-RCP-I) TO CVR-DESTINATION.
 WRITE BURST-OUT-LINE FROM COVER-RECIPIENT-LINE
 AFTER ADVANCING 1 LINE.
 MOVE WS-REPORT-FILE-NAME TO CVR-REPORT-NAME.
 MOVE WS-RUN-TIMESTAMP(1:14) TO CVR-TIMESTAMP.
 WRITE BURST-OUT-LINE FROM COVER-SOURCE-LINE
 AFTER ADVANCING 1 LINE.
 WRITE BURST-OUT-LINE FROM COVER-COL-HEADS
 AFTER ADVANCING 2 LINES.
 MOVE 6 TO WS-LINE-COUNT.
 IF WS-COVER-COUNT IS EQUAL TO 0
 WRITE BURST-OUT-LINE FROM COVER-EMPTY-LINE
 AFTER ADVANCING 1 LINE
 ELSE
 PERFORM WRITE-COVER-BATCH-LINE
 VARYING WS-COVER-I FROM 1 BY 1
 UNTIL WS-COVER-I IS GREATER THAN WS-COVER-COUNT
 END-IF.
 MOVE WS-COVER-COUNT TO CVT-BATCHES.
 MOVE WS-PAGE-NUMBER TO CVT-PAGES.
 WRITE BURST-OUT-LINE FROM COVER-TOTAL-LINE
 AFTER ADVANCING 2 LINES.
 IF BATCH-LIST-FULL
 MOVE "MORE THAN 500 BATCHES - LATER BATCHES NOT DISTRIBUTED"
 TO CVR-WARN-TEXT
 WRITE BURST-OUT-LINE FROM COVER-WARNING-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

WRITE-COVER-BATCH-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 ADD 1 TO WS-COVER-PAGES
 WRITE BURST-OUT-LINE FROM COVER-TITLE-LINE
 AFTER ADVANCING 1 LINE
 WRITE BURST-OUT-LINE FROM COVER-COL-HEADS
 AFTER ADVANCING 1 LINE
 MOVE 2 TO WS-LINE-COUNT
 END-IF.
 MOVE CVB-BATCH(WS-COVER-I) TO CVL-BATCH.
 MOVE CVB-RUN-DATE(WS-COVER-I) TO CVL-RUN-DATE.
 MOVE CVB-PAGE(WS-COVER-I) TO CVL-PAGE.
 MOVE CVB-LINES(WS-COVER-I) TO CVL-LINES.
 WRITE BURST-OUT-LINE FROM COVER-BATCH-LINE
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

COPY-BURST-BODY.
 MOVE "N" TO WS-WORK-EOF-SWITCH.
 OPEN INPUT BURST-WORK-FILE.
 IF WS-WORK-STATUS IS EQUAL TO "00"
 PERFORM COPY-ONE-BODY-LINE UNTIL END-OF-WORK-FILE
 CLOSE BURST-WORK-FILE
 END-IF.

COPY-ONE-BODY-LINE.
 READ BURST-WORK-FILE
 AT END SET END-OF-WORK-FILE TO TRUE
 END-READ.
 IF NOT END-OF-WORK-FILE
 WRITE BURST-OUT-LINE FROM BURST-WORK-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

WRITE-DIST-LOG.
 OPEN EXTEND DIST-LOG-FILE.
 IF WS-DIST-LOG-STATUS IS EQUAL TO "35"
 OPEN OUTPUT DIST-LOG-FILE
 END-IF.
 MOVE WS-RUN-TIMESTAMP(1:14) TO DLG-TIMESTAMP.
 MOVE RCP-RECIPIENT(WS-RCP-I) TO DLG-RECIPIENT.
 MOVE RCP-DESTINATION(WS-RCP-I) TO DLG-DESTINATION.
 MOVE WS-TOTAL-PAGES TO DLG-PAGES.
 MOVE WS-COVER-COUNT TO DLG-BATCHES.
 MOVE WS-DIST-STATUS TO DLG-STATUS.
 WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL.
 CLOSE DIST-LOG-FILE.

REPORT-BURST-TOTALS.
 DISPLAY "RPTBURST: " WS-PRODUCED-COUNT " PRODUCED  "
 WS-EMPTY-COUNT " EMPTY  " WS-FAILED-COUNT " FAILED".
 IF WS-UNROUTED-COUNT IS GREATER THAN 0
 DISPLAY "RPTBURST: " WS-UNROUTED-COUNT
 " GROUP/DIVISION ENTRIES HAVE NO ROUTE ON distrib.dat"
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 IF GROUP-MASTER-TRUNCATED
 DISPLAY "RPTBURST: GROUP MASTER EXCEEDS TABLE LIMIT"
 " - SOME GROUPS NOT ROUTED"
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 IF DIST-MASTER-TRUNCATED
 DISPLAY "RPTBURST: DISTRIBUTION MASTER EXCEEDS TABLE LIMIT"
 " - SOME ROUTES IGNORED"
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.
