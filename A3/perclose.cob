IDENTIFICATION DIVISION.
PROGRAM-ID. PERCLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "grphist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-STATUS.
    SELECT PENDING-FILE ASSIGN TO "statpend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT PERIOD-CONTROL-FILE ASSIGN TO "periodctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT PERIOD-SUMMARY-FILE ASSIGN TO "persum.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERSUM-STATUS.
    SELECT SUMMARY-WORK-FILE ASSIGN TO "persum.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-WORK-STATUS.
    SELECT CLOSE-REPORT-FILE ASSIGN TO "perclose.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AUDIT-FILE ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD HISTORY-FILE.
01 HISTORY-IN-LINE.
 02 HIS-KEY-IN.
  03 HIS-RUN-DATE-IN PIC X(8).
  03 HIS-BATCH-NUMBER-IN PIC 9(4).
 02 HIS-N-IN PIC 9(6).
 02 HIS-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-VARIANCE-IN PIC S9(12)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MIN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MAX-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MEDIAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; keyed on run date and batch number

FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-IN-LINE.
 02 GHS-RUN-DATE-IN PIC X(8).
 02 GHS-BATCH-NUMBER-IN PIC 9(4).
 02 GHS-GROUP-CODE-IN PIC X(4).
 02 GHS-N-IN PIC 9(6).
 02 GHS-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-DESC-IN PIC X(30).
 02 GHS-PARENT-IN PIC X(4).
 *> totals 74 characters

FD PENDING-FILE.
01 PENDING-IN-LINE.
 02 PND-RUN-DATE-IN PIC X(8).
 02 PND-BATCH-NUMBER-IN PIC 9(4).
 02 FILLER PIC X(86).
 *> same 98-character layout as the stathist.dat history record

FD PERIOD-CONTROL-FILE.
01 PERIOD-CONTROL-RECORD.
 02 PCT-PERIOD-IO PIC X(6).
 02 PCT-STATUS-IO PIC X(8).
 02 PCT-CLOSED-TS-IO PIC X(14).
 02 PCT-CLOSED-BY-IO PIC X(8).
 02 PCT-BATCH-COUNT-IO PIC 9(6).
 02 PCT-REOPEN-TS-IO PIC X(14).
 02 PCT-REOPEN-BY-IO PIC X(8).
 *> totals 64 characters; status is CLOSED or REOPENED

FD PERIOD-SUMMARY-FILE.
01 PERIOD-SUMMARY-RECORD.
 02 PSM-PERIOD-IO PIC X(6).
 02 PSM-LEVEL-IO PIC X(1).
 02 PSM-CODE-IO PIC X(4).
 02 PSM-PARENT-IO PIC X(4).
 02 PSM-COUNT-IO PIC 9(6).
 02 PSM-N-IO PIC 9(8).
 02 PSM-MEAN-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 PSM-STD-DEV-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 PSM-MIN-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 PSM-MAX-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 PSM-CLOSED-TS-IO PIC X(14).
 *> totals 79 characters. level O = overall, G = group,
 *> D = division. count is batches for O and G, groups for D.
 *> min and max are carried at overall level only

FD SUMMARY-WORK-FILE.
01 SUMMARY-WORK-LINE PIC X(79).

FD CLOSE-REPORT-FILE.
01 CLOSE-LINE PIC X(100).

FD AUDIT-FILE.
01 AUDIT-OUT-LINE PIC X(100).

WORKING-STORAGE SECTION.
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-STATUS PIC XX VALUE SPACES.
77 WS-PERIOD-STATUS PIC XX VALUE SPACES.
77 WS-PERSUM-STATUS PIC XX VALUE SPACES.
77 WS-SUMMARY-WORK-STATUS PIC XX VALUE SPACES.
77 WS-AUDIT-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-HISTORY VALUE "Y".
 02 WS-GRPHIST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY VALUE "Y".
 02 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PENDING VALUE "Y".
 02 WS-PERIOD-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PERIOD-CONTROL VALUE "Y".
 02 WS-PERIOD-OVERFLOW-SWITCH PIC X VALUE "N".
 88 PERIOD-TABLE-OVERFLOW VALUE "Y".
 02 WS-PERSUM-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PERIOD-SUMMARY VALUE "Y".
 02 WS-SUMMARY-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-SUMMARY-WORK VALUE "Y".
 02 WS-GROUP-FULL-SWITCH PIC X VALUE "N".
 88 GROUP-TABLE-FULL VALUE "Y".
 02 WS-DIVISION-FULL-SWITCH PIC X VALUE "N".
 88 DIVISION-TABLE-FULL VALUE "Y".
 02 WS-REOPENED-SWITCH PIC X VALUE "N".
 88 PERIOD-WAS-REOPENED VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-PERIOD PIC X(6) VALUE SPACES.
77 WS-CLOSED-BY PIC X(8) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-DELETE-NAME PIC X(40) VALUE SPACES.
77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.

77 WS-PERIOD-MAX PIC 9(4) VALUE 600.
77 WS-PERIOD-COUNT PIC 9(4) VALUE 0.
77 WS-PERIOD-I PIC 9(4).

01 PERIOD-CONTROL-TABLE.
 02 PCT-ENTRY OCCURS 600 TIMES.
 03 PCT-PERIOD PIC X(6).
 03 PCT-STATUS PIC X(8).
 03 PCT-CLOSED-TS PIC X(14).
 03 PCT-CLOSED-BY PIC X(8).
 03 PCT-BATCH-COUNT PIC 9(6).
 03 PCT-REOPEN-TS PIC X(14).
 03 PCT-REOPEN-BY PIC X(8).

01 WS-START-KEY.
 02 WS-START-RUN-DATE PIC X(8).
 02 WS-START-BATCH PIC 9(4).

77 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
77 WS-OVR-RUN-DATES PIC 9(4) VALUE 0.
77 WS-OVR-BATCHES PIC 9(6) VALUE 0.
77 WS-OVR-N PIC 9(8) VALUE 0.
77 WS-OVR-SUM USAGE COMP-2.
77 WS-OVR-SUM-SQR USAGE COMP-2.
77 WS-OVR-MIN PIC S9(6)V9(2) VALUE 0.
77 WS-OVR-MAX PIC S9(6)V9(2) VALUE 0.
77 WS-PENDING-COUNT PIC 9(6) VALUE 0.
77 WS-GROUP-LINES PIC 9(8) VALUE 0.
77 WS-GROUP-NOT-RELEASED PIC 9(8) VALUE 0.

77 WS-WORK-N PIC 9(8).
77 WS-WORK-SUM USAGE COMP-2.
77 WS-WORK-SUM-SQR USAGE COMP-2.
77 WS-WORK-MEAN USAGE COMP-2.
77 WS-WORK-VAR USAGE COMP-2.
77 WS-WORK-VALUE USAGE COMP-2.
77 WS-OUT-MEAN PIC S9(6)V9(2).
77 WS-OUT-STD-DEV PIC S9(6)V9(2).

77 WS-GROUP-MAX PIC 9(4) VALUE 100.
77 WS-GROUP-COUNT PIC 9(4) VALUE 0.
77 WS-GROUP-I PIC 9(4).
77 WS-GROUP-J PIC 9(4).
77 WS-GROUP-INDEX PIC 9(4) VALUE 0.

01 PERIOD-GROUP-TABLE.
 02 PGR-ENTRY OCCURS 100 TIMES.
 03 PGR-CODE PIC X(4).
 03 PGR-DESC PIC X(30).
 03 PGR-PARENT PIC X(4).
 03 PGR-BATCHES PIC 9(6).
 03 PGR-N PIC 9(8).
 03 PGR-SUM USAGE COMP-2.
 03 PGR-SUM-SQR USAGE COMP-2.

77 WS-DIVISION-MAX PIC 9(4) VALUE 100.
77 WS-DIVISION-COUNT PIC 9(4) VALUE 0.
77 WS-DIVISION-I PIC 9(4).

01 PERIOD-DIVISION-TABLE.
 02 PDV-ENTRY OCCURS 100 TIMES.
 03 PDV-CODE PIC X(4).
 03 PDV-GROUPS PIC 9(6).
 03 PDV-N PIC 9(8).
 03 PDV-SUM USAGE COMP-2.
 03 PDV-SUM-SQR USAGE COMP-2.

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(100).

01 CLOSE-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(19) VALUE "MONTH-END CLOSE".
 02 FILLER PIC X(7) VALUE "PERIOD=".
 02 HDG-PERIOD PIC X(6).
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(9) VALUE "  SOURCE=".
 02 FILLER PIC X(14) VALUE "stathist.dat".
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 CLOSE-TITLE-LINE.
 02 FILLER PIC X(44) VALUE
 " MONTH-END PERIOD CLOSE - STATISTICS SUMMARY".

01 CLOSE-UNDERLINE.
 02 FILLER PIC X(44) VALUE
 "--------------------------------------------".

01 CLOSE-SECTION-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLS-SECTION-NAME PIC X(30).

01 CLOSE-OVERALL-LINE-1.
 02 FILLER PIC X(11) VALUE " RUN DATES=".
 02 CLO-RUN-DATES PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  BATCHES=".
 02 CLO-BATCHES PIC Z(5)9.
 02 FILLER PIC X(5) VALUE "  N=".
 02 CLO-N PIC Z(7)9.

01 CLOSE-OVERALL-LINE-2.
 02 FILLER PIC X(6) VALUE " MEAN=".
 02 CLO-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(11) VALUE "  STD DEV=".
 02 CLO-STD-DEV PIC -(6)9.9(2).
 02 FILLER PIC X(7) VALUE "  MIN=".
 02 CLO-MIN PIC -(6)9.9(2).
 02 FILLER PIC X(7) VALUE "  MAX=".
 02 CLO-MAX PIC -(6)9.9(2).

01 CLOSE-GROUP-COL-HEADS.
 02 FILLER PIC X(45) VALUE
 " GROUP DESCRIPTION                    DIV   ".
 02 FILLER PIC X(41) VALUE
 "BATCHES         N       MEAN    STD DEV".

01 CLOSE-GROUP-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLG-CODE PIC X(4).
 02 FILLER PIC X(2) VALUE SPACES.
 02 CLG-DESC PIC X(30).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLG-PARENT PIC X(4).
 02 FILLER PIC X(3) VALUE SPACES.
 02 CLG-COUNT PIC Z(6)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLG-N PIC Z(8)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLG-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLG-STD-DEV PIC -(6)9.9(2).

01 CLOSE-DIVISION-COL-HEADS.
 02 FILLER PIC X(49) VALUE
 " DIVISION  GROUPS         N       MEAN    STD DEV".

01 CLOSE-DIVISION-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLD-CODE PIC X(4).
 02 FILLER PIC X(5) VALUE SPACES.
 02 CLD-GROUPS PIC Z(6)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLD-N PIC Z(8)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLD-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CLD-STD-DEV PIC -(6)9.9(2).

01 CLOSE-STATUS-LINE.
 02 FILLER PIC X(15) VALUE " PERIOD STATUS=".
 02 FILLER PIC X(8) VALUE "CLOSED".
 02 FILLER PIC X(12) VALUE "  CLOSED BY=".
 02 CLS-CLOSED-BY PIC X(8).
 02 FILLER PIC X(12) VALUE "  CLOSED AT=".
 02 CLS-CLOSED-TS PIC X(14).

01 CLOSE-SIGNOFF-LINE.
 02 FILLER PIC X(40) VALUE
 " REVIEWED BY: _________________________".
 02 FILLER PIC X(21) VALUE
 "  DATE: ____________".

01 CLOSE-END-LINE.
 02 FILLER PIC X(35) VALUE
 " *** END OF PERIOD CLOSE REPORT ***".

01 CLOSE-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 CLS-INFO-TEXT PIC X(68).

01 CLOSE-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 CLS-WARN-TEXT PIC X(68).

01 CLOSE-PENDING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 CLS-PENDING-COUNT PIC Z(5)9.
 02 FILLER PIC X(51) VALUE
 " QUARANTINED BATCH(ES) IN statpend.dat NOT INCLUDED".

01 CLOSE-NOT-RELEASED-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 CLS-NOT-RELEASED PIC Z(7)9.
 02 FILLER PIC X(48) VALUE
 " GROUP LINE(S) WITHOUT A HISTORY RECORD IGNORED".

01 AUDIT-CLOSE-LINE.
 02 FILLER PIC X(4) VALUE "CLS ".
 02 AUD-CLS-TIMESTAMP PIC X(14).
 02 FILLER PIC X(9) VALUE "  PERIOD=".
 02 AUD-CLS-PERIOD PIC X(6).
 02 FILLER PIC X(5) VALUE "  BY=".
 02 AUD-CLS-BY PIC X(8).
 02 FILLER PIC X(10) VALUE "  BATCHES=".
 02 AUD-CLS-BATCHES PIC Z(5)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 IF WS-PERIOD IS NOT NUMERIC
 OR WS-PERIOD(5:2) IS LESS THAN "01"
 OR WS-PERIOD(5:2) IS GREATER THAN "12"
 OR WS-CLOSED-BY IS EQUAL TO SPACES
 DISPLAY "PERCLOSE USAGE: YYYYMM CLOSEDBY"
 DISPLAY "  SUMMARIZES THE RELEASED stathist.dat AND grphist.dat"
 DISPLAY "  RECORDS FOR THE MONTH INTO persum.dat, PRINTS"
 DISPLAY "  perclose.txt AND MARKS THE MONTH CLOSED IN periodctl.dat"
 MOVE 4 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM LOAD-PERIOD-CONTROL.
 PERFORM FIND-PERIOD-ENTRY.
 IF WS-PERIOD-I IS NOT GREATER THAN WS-PERIOD-COUNT
 IF PCT-STATUS(WS-PERIOD-I) IS EQUAL TO "CLOSED"
 DISPLAY "PERCLOSE: PERIOD " WS-PERIOD " IS ALREADY CLOSED"
 MOVE 8 TO RETURN-CODE
 STOP RUN
 END-IF
 SET PERIOD-WAS-REOPENED TO TRUE
 ELSE
 IF PERIOD-TABLE-OVERFLOW
 OR WS-PERIOD-COUNT IS NOT LESS THAN WS-PERIOD-MAX
 DISPLAY "PERCLOSE: periodctl.dat EXCEEDS TABLE LIMIT"
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF
 END-IF.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 OPEN INPUT HISTORY-FILE.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 DISPLAY "PERCLOSE: CANNOT OPEN stathist.dat, STATUS "
 WS-HISTORY-STATUS
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM SUMMARIZE-BATCH-HISTORY.
 IF WS-OVR-BATCHES IS EQUAL TO 0
 CLOSE HISTORY-FILE
 DISPLAY "PERCLOSE: NO RELEASED HISTORY FOR PERIOD " WS-PERIOD
 " - PERIOD NOT CLOSED"
 MOVE 8 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM SUMMARIZE-GROUP-HISTORY.
 CLOSE HISTORY-FILE.
 PERFORM COUNT-PENDING-BATCHES.
 PERFORM BUILD-DIVISION-TABLE
 VARYING WS-GROUP-I FROM 1 BY 1
 UNTIL WS-GROUP-I IS GREATER THAN WS-GROUP-COUNT.
 PERFORM REPLACE-PERIOD-SUMMARY.
 PERFORM MARK-PERIOD-CLOSED.
 PERFORM REWRITE-PERIOD-CONTROL.
 PERFORM WRITE-CLOSE-AUDIT.
 PERFORM PRINT-CLOSE-REPORT.
 DISPLAY "PERCLOSE: PERIOD " WS-PERIOD " CLOSED - "
 WS-OVR-BATCHES " BATCH(ES) SUMMARIZED".
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-PERIOD WS-CLOSED-BY
 END-UNSTRING
 END-IF.

LOAD-PERIOD-CONTROL.
 OPEN INPUT PERIOD-CONTROL-FILE.
 IF WS-PERIOD-STATUS IS EQUAL TO "00"
 PERFORM LOAD-PERIOD-CONTROL-RECORD
 UNTIL END-OF-PERIOD-CONTROL
 CLOSE PERIOD-CONTROL-FILE
 END-IF.

LOAD-PERIOD-CONTROL-RECORD.
 READ PERIOD-CONTROL-FILE
 AT END SET END-OF-PERIOD-CONTROL TO TRUE
 END-READ.
 IF NOT END-OF-PERIOD-CONTROL
 IF WS-PERIOD-COUNT IS LESS THAN WS-PERIOD-MAX
 ADD 1 TO WS-PERIOD-COUNT
 MOVE PERIOD-CONTROL-RECORD TO PCT-ENTRY(WS-PERIOD-COUNT)
 ELSE
 SET PERIOD-TABLE-OVERFLOW TO TRUE
 END-IF
 END-IF.

FIND-PERIOD-ENTRY.
 MOVE 1 TO WS-PERIOD-I.
 PERFORM UNTIL WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT
 OR PCT-PERIOD(WS-PERIOD-I) IS EQUAL TO WS-PERIOD
 ADD 1 TO WS-PERIOD-I
 END-PERFORM.

SUMMARIZE-BATCH-HISTORY.
 MOVE 0 TO WS-OVR-SUM.
 MOVE 0 TO WS-OVR-SUM-SQR.
 MOVE SPACES TO WS-START-KEY.
 STRING WS-PERIOD "01" DELIMITED BY SIZE
 INTO WS-START-RUN-DATE
 END-STRING.
 MOVE 0 TO WS-START-BATCH.
 MOVE WS-START-KEY TO HIS-KEY-IN.
 START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY-IN
 INVALID KEY SET END-OF-HISTORY TO TRUE
 END-START.
 PERFORM READ-PERIOD-HISTORY-RECORD UNTIL END-OF-HISTORY.

READ-PERIOD-HISTORY-RECORD.
 READ HISTORY-FILE NEXT RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 IF HIS-RUN-DATE-IN(1:6) IS NOT EQUAL TO WS-PERIOD
 SET END-OF-HISTORY TO TRUE
 ELSE
 PERFORM ACCUMULATE-BATCH-RECORD
 END-IF
 END-IF.

ACCUMULATE-BATCH-RECORD.
 ADD 1 TO WS-OVR-BATCHES.
 IF HIS-RUN-DATE-IN IS NOT EQUAL TO WS-LAST-RUN-DATE
 ADD 1 TO WS-OVR-RUN-DATES
 MOVE HIS-RUN-DATE-IN TO WS-LAST-RUN-DATE
 END-IF.
 IF WS-OVR-BATCHES IS EQUAL TO 1
 MOVE HIS-MIN-IN TO WS-OVR-MIN
 MOVE HIS-MAX-IN TO WS-OVR-MAX
 END-IF.
 IF HIS-MIN-IN IS LESS THAN WS-OVR-MIN
 MOVE HIS-MIN-IN TO WS-OVR-MIN
 END-IF.
 IF HIS-MAX-IN IS GREATER THAN WS-OVR-MAX
 MOVE HIS-MAX-IN TO WS-OVR-MAX
 END-IF.
 ADD HIS-N-IN TO WS-OVR-N.
 COMPUTE WS-WORK-VALUE = HIS-N-IN * HIS-MEAN-IN.
 COMPUTE WS-OVR-SUM = WS-OVR-SUM + WS-WORK-VALUE.
 COMPUTE WS-WORK-VALUE = HIS-N-IN *
 (HIS-STD-DEV-IN * HIS-STD-DEV-IN + HIS-MEAN-IN * HIS-MEAN-IN).
 COMPUTE WS-OVR-SUM-SQR = WS-OVR-SUM-SQR + WS-WORK-VALUE.

SUMMARIZE-GROUP-HISTORY.
 OPEN INPUT GROUP-HISTORY-FILE.
 IF WS-GRPHIST-STATUS IS EQUAL TO "00"
 PERFORM READ-GROUP-HISTORY-RECORD
 UNTIL END-OF-GROUP-HISTORY
 CLOSE GROUP-HISTORY-FILE
 END-IF.

READ-GROUP-HISTORY-RECORD.
 READ GROUP-HISTORY-FILE
 AT END SET END-OF-GROUP-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY
 AND GHS-RUN-DATE-IN(1:6) IS EQUAL TO WS-PERIOD
 AND GHS-MEAN-IN IS NUMERIC
 ADD 1 TO WS-GROUP-LINES
 MOVE GHS-RUN-DATE-IN TO HIS-RUN-DATE-IN
 MOVE GHS-BATCH-NUMBER-IN TO HIS-BATCH-NUMBER-IN
 READ HISTORY-FILE KEY IS HIS-KEY-IN
 INVALID KEY
 ADD 1 TO WS-GROUP-NOT-RELEASED
 NOT INVALID KEY
 PERFORM FIND-OR-INSERT-GROUP
 IF WS-GROUP-INDEX IS GREATER THAN 0
 PERFORM ACCUMULATE-GROUP-RECORD
 END-IF
 END-READ
 END-IF.

FIND-OR-INSERT-GROUP.
 MOVE 1 TO WS-GROUP-I.
 PERFORM UNTIL WS-GROUP-I IS GREATER THAN WS-GROUP-COUNT
 OR PGR-CODE(WS-GROUP-I) IS NOT LESS THAN GHS-GROUP-CODE-IN
 ADD 1 TO WS-GROUP-I
 END-PERFORM.
 IF WS-GROUP-I IS NOT GREATER THAN WS-GROUP-COUNT
 AND PGR-CODE(WS-GROUP-I) IS EQUAL TO GHS-GROUP-CODE-IN
 MOVE WS-GROUP-I TO WS-GROUP-INDEX
 ELSE
 IF WS-GROUP-COUNT IS NOT LESS THAN WS-GROUP-MAX
 SET GROUP-TABLE-FULL TO TRUE
 MOVE 0 TO WS-GROUP-INDEX
 ELSE
 PERFORM VARYING WS-GROUP-J FROM WS-GROUP-COUNT BY -1
 UNTIL WS-GROUP-J IS LESS THAN WS-GROUP-I
 MOVE PGR-ENTRY(WS-GROUP-J) TO PGR-ENTRY(WS-GROUP-J + 1)
 END-PERFORM
 ADD 1 TO WS-GROUP-COUNT
 MOVE WS-GROUP-I TO WS-GROUP-INDEX
 MOVE GHS-GROUP-CODE-IN TO PGR-CODE(WS-GROUP-INDEX)
 MOVE 0 TO PGR-BATCHES(WS-GROUP-INDEX)
 MOVE 0 TO PGR-N(WS-GROUP-INDEX)
 MOVE 0 TO PGR-SUM(WS-GROUP-INDEX)
 MOVE 0 TO PGR-SUM-SQR(WS-GROUP-INDEX)
 END-IF
 END-IF.

ACCUMULATE-GROUP-RECORD.
 MOVE GHS-DESC-IN TO PGR-DESC(WS-GROUP-INDEX).
 MOVE GHS-PARENT-IN TO PGR-PARENT(WS-GROUP-INDEX).
 ADD 1 TO PGR-BATCHES(WS-GROUP-INDEX).
 ADD GHS-N-IN TO PGR-N(WS-GROUP-INDEX).
 COMPUTE WS-WORK-VALUE = GHS-N-IN * GHS-MEAN-IN.
 COMPUTE PGR-SUM(WS-GROUP-INDEX) =
 PGR-SUM(WS-GROUP-INDEX) + WS-WORK-VALUE.
 COMPUTE WS-WORK-VALUE = GHS-N-IN *
 (GHS-STD-DEV-IN * GHS-STD-DEV-IN + GHS-MEAN-IN * GHS-MEAN-IN).
 COMPUTE PGR-SUM-SQR(WS-GROUP-INDEX) =
 PGR-SUM-SQR(WS-GROUP-INDEX) + WS-WORK-VALUE.

COUNT-PENDING-BATCHES.
 OPEN INPUT PENDING-FILE.
 IF WS-PENDING-STATUS IS EQUAL TO "00"
 PERFORM READ-PENDING-RECORD UNTIL END-OF-PENDING
 CLOSE PENDING-FILE
 END-IF.
 IF WS-PENDING-COUNT IS GREATER THAN 0
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

READ-PENDING-RECORD.
 READ PENDING-FILE
 AT END SET END-OF-PENDING TO TRUE
 END-READ.
 IF NOT END-OF-PENDING
 AND PND-RUN-DATE-IN(1:6) IS EQUAL TO WS-PERIOD
 ADD 1 TO WS-PENDING-COUNT
 END-IF.

BUILD-DIVISION-TABLE.
 MOVE 1 TO WS-DIVISION-I.
 PERFORM UNTIL WS-DIVISION-I IS GREATER THAN WS-DIVISION-COUNT
 OR PDV-CODE(WS-DIVISION-I) IS EQUAL TO PGR-PARENT(WS-GROUP-I)
 ADD 1 TO WS-DIVISION-I
 END-PERFORM.
 IF WS-DIVISION-I IS GREATER THAN WS-DIVISION-COUNT
 IF WS-DIVISION-COUNT IS LESS THAN WS-DIVISION-MAX
 ADD 1 TO WS-DIVISION-COUNT
 MOVE PGR-PARENT(WS-GROUP-I) TO PDV-CODE(WS-DIVISION-I)
 MOVE 0 TO PDV-GROUPS(WS-DIVISION-I)
 MOVE 0 TO PDV-N(WS-DIVISION-I)
 MOVE 0 TO PDV-SUM(WS-DIVISION-I)
 MOVE 0 TO PDV-SUM-SQR(WS-DIVISION-I)
 ELSE
 SET DIVISION-TABLE-FULL TO TRUE
 END-IF
 END-IF.
 IF WS-DIVISION-I IS NOT GREATER THAN WS-DIVISION-COUNT
 ADD 1 TO PDV-GROUPS(WS-DIVISION-I)
 ADD PGR-N(WS-GROUP-I) TO PDV-N(WS-DIVISION-I)
 COMPUTE PDV-SUM(WS-DIVISION-I) =
 PDV-SUM(WS-DIVISION-I) + PGR-SUM(WS-GROUP-I)
 COMPUTE PDV-SUM-SQR(WS-DIVISION-I) =
 PDV-SUM-SQR(WS-DIVISION-I) + PGR-SUM-SQR(WS-GROUP-I)
 END-IF.

COMPUTE-POOLED-FIGURES.
 IF WS-WORK-N IS GREATER THAN 0
 COMPUTE WS-WORK-MEAN = WS-WORK-SUM / WS-WORK-N
 COMPUTE WS-WORK-VAR =
 WS-WORK-SUM-SQR / WS-WORK-N - WS-WORK-MEAN * WS-WORK-MEAN
 IF WS-WORK-VAR IS LESS THAN 0
 MOVE 0 TO WS-WORK-VAR
 END-IF
 COMPUTE WS-OUT-MEAN ROUNDED = WS-WORK-MEAN
 COMPUTE WS-OUT-STD-DEV ROUNDED = WS-WORK-VAR ** 0.5
 ELSE
 MOVE 0 TO WS-OUT-MEAN
 MOVE 0 TO WS-OUT-STD-DEV
 END-IF.

REPLACE-PERIOD-SUMMARY.
 OPEN OUTPUT SUMMARY-WORK-FILE.
 OPEN INPUT PERIOD-SUMMARY-FILE.
 IF WS-PERSUM-STATUS IS EQUAL TO "00"
 PERFORM KEEP-OTHER-PERIOD-SUMMARY UNTIL END-OF-PERIOD-SUMMARY
 CLOSE PERIOD-SUMMARY-FILE
 END-IF.
 MOVE WS-OVR-N TO WS-WORK-N.
 MOVE WS-OVR-SUM TO WS-WORK-SUM.
 MOVE WS-OVR-SUM-SQR TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 MOVE SPACES TO PERIOD-SUMMARY-RECORD.
 MOVE WS-PERIOD TO PSM-PERIOD-IO.
 MOVE "O" TO PSM-LEVEL-IO.
 MOVE WS-OVR-BATCHES TO PSM-COUNT-IO.
 MOVE WS-OVR-N TO PSM-N-IO.
 MOVE WS-OUT-MEAN TO PSM-MEAN-IO.
 MOVE WS-OUT-STD-DEV TO PSM-STD-DEV-IO.
 MOVE WS-OVR-MIN TO PSM-MIN-IO.
 MOVE WS-OVR-MAX TO PSM-MAX-IO.
 MOVE WS-RUN-TIMESTAMP(1:14) TO PSM-CLOSED-TS-IO.
 WRITE SUMMARY-WORK-LINE FROM PERIOD-SUMMARY-RECORD.
 PERFORM WRITE-GROUP-SUMMARY
 VARYING WS-GROUP-I FROM 1 BY 1
 UNTIL WS-GROUP-I IS GREATER THAN WS-GROUP-COUNT.
 PERFORM WRITE-DIVISION-SUMMARY
 VARYING WS-DIVISION-I FROM 1 BY 1
 UNTIL WS-DIVISION-I IS GREATER THAN WS-DIVISION-COUNT.
 CLOSE SUMMARY-WORK-FILE.
 MOVE "N" TO WS-SUMMARY-WORK-EOF-SWITCH.
 OPEN INPUT SUMMARY-WORK-FILE.
 OPEN OUTPUT PERIOD-SUMMARY-FILE.
 PERFORM COPY-ONE-SUMMARY-WORK-RECORD UNTIL END-OF-SUMMARY-WORK.
 CLOSE SUMMARY-WORK-FILE.
 CLOSE PERIOD-SUMMARY-FILE.
 MOVE "persum.wrk" TO WS-DELETE-NAME.
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL.

KEEP-OTHER-PERIOD-SUMMARY.
 READ PERIOD-SUMMARY-FILE
 AT END SET END-OF-PERIOD-SUMMARY TO TRUE
 END-READ.
 IF NOT END-OF-PERIOD-SUMMARY
 AND PSM-PERIOD-IO IS NOT EQUAL TO WS-PERIOD
 WRITE SUMMARY-WORK-LINE FROM PERIOD-SUMMARY-RECORD
 END-IF.

WRITE-GROUP-SUMMARY.
 MOVE PGR-N(WS-GROUP-I) TO WS-WORK-N.
 MOVE PGR-SUM(WS-GROUP-I) TO WS-WORK-SUM.
 MOVE PGR-SUM-SQR(WS-GROUP-I) TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 MOVE SPACES TO PERIOD-SUMMARY-RECORD.
 MOVE WS-PERIOD TO PSM-PERIOD-IO.
 MOVE "G" TO PSM-LEVEL-IO.
 MOVE PGR-CODE(WS-GROUP-I) TO PSM-CODE-IO.
 MOVE PGR-PARENT(WS-GROUP-I) TO PSM-PARENT-IO.
 MOVE PGR-BATCHES(WS-GROUP-I) TO PSM-COUNT-IO.
 MOVE PGR-N(WS-GROUP-I) TO PSM-N-IO.
 MOVE WS-OUT-MEAN TO PSM-MEAN-IO.
 MOVE WS-OUT-STD-DEV TO PSM-STD-DEV-IO.
 MOVE 0 TO PSM-MIN-IO.
 MOVE 0 TO PSM-MAX-IO.
 MOVE WS-RUN-TIMESTAMP(1:14) TO PSM-CLOSED-TS-IO.
 WRITE SUMMARY-WORK-LINE FROM PERIOD-SUMMARY-RECORD.

WRITE-DIVISION-SUMMARY.
 MOVE PDV-N(WS-DIVISION-I) TO WS-WORK-N.
 MOVE PDV-SUM(WS-DIVISION-I) TO WS-WORK-SUM.
 MOVE PDV-SUM-SQR(WS-DIVISION-I) TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 MOVE SPACES TO PERIOD-SUMMARY-RECORD.
 MOVE WS-PERIOD TO PSM-PERIOD-IO.
 MOVE "D" TO PSM-LEVEL-IO.
 MOVE PDV-CODE(WS-DIVISION-I) TO PSM-CODE-IO.
 MOVE PDV-GROUPS(WS-DIVISION-I) TO PSM-COUNT-IO.
 MOVE PDV-N(WS-DIVISION-I) TO PSM-N-IO.
 MOVE WS-OUT-MEAN TO PSM-MEAN-IO.
 MOVE WS-OUT-STD-DEV TO PSM-STD-DEV-IO.
 MOVE 0 TO PSM-MIN-IO.
 MOVE 0 TO PSM-MAX-IO.
 MOVE WS-RUN-TIMESTAMP(1:14) TO PSM-CLOSED-TS-IO.
 WRITE SUMMARY-WORK-LINE FROM PERIOD-SUMMARY-RECORD.

COPY-ONE-SUMMARY-WORK-RECORD.
 READ SUMMARY-WORK-FILE
 AT END SET END-OF-SUMMARY-WORK TO TRUE
 END-READ.
 IF NOT END-OF-SUMMARY-WORK
 WRITE PERIOD-SUMMARY-RECORD FROM SUMMARY-WORK-LINE
 END-IF.

MARK-PERIOD-CLOSED.
 IF WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT
 ADD 1 TO WS-PERIOD-COUNT
 MOVE WS-PERIOD-COUNT TO WS-PERIOD-I
 MOVE SPACES TO PCT-ENTRY(WS-PERIOD-I)
 MOVE WS-PERIOD TO PCT-PERIOD(WS-PERIOD-I)
 END-IF.
 MOVE "CLOSED" TO PCT-STATUS(WS-PERIOD-I).
 MOVE WS-RUN-TIMESTAMP(1:14) TO PCT-CLOSED-TS(WS-PERIOD-I).
 MOVE WS-CLOSED-BY TO PCT-CLOSED-BY(WS-PERIOD-I).
 MOVE WS-OVR-BATCHES TO PCT-BATCH-COUNT(WS-PERIOD-I).

REWRITE-PERIOD-CONTROL.
 OPEN OUTPUT PERIOD-CONTROL-FILE.
 PERFORM WRITE-ONE-PERIOD-CONTROL
 VARYING WS-PERIOD-I FROM 1 BY 1
 UNTIL WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT.
 CLOSE PERIOD-CONTROL-FILE.

WRITE-ONE-PERIOD-CONTROL.
 MOVE PCT-ENTRY(WS-PERIOD-I) TO PERIOD-CONTROL-RECORD.
 WRITE PERIOD-CONTROL-RECORD.

WRITE-CLOSE-AUDIT.
 MOVE WS-RUN-TIMESTAMP(1:14) TO AUD-CLS-TIMESTAMP.
 MOVE WS-PERIOD TO AUD-CLS-PERIOD.
 MOVE WS-CLOSED-BY TO AUD-CLS-BY.
 MOVE WS-OVR-BATCHES TO AUD-CLS-BATCHES.
 OPEN EXTEND AUDIT-FILE.
 IF WS-AUDIT-STATUS IS EQUAL TO "35"
 OPEN OUTPUT AUDIT-FILE
 END-IF.
 MOVE SPACES TO AUDIT-OUT-LINE.
 WRITE AUDIT-OUT-LINE FROM AUDIT-CLOSE-LINE.
 CLOSE AUDIT-FILE.

PRINT-CLOSE-REPORT.
 OPEN OUTPUT CLOSE-REPORT-FILE.
 WRITE CLOSE-LINE FROM CLOSE-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE CLOSE-LINE FROM CLOSE-UNDERLINE
 AFTER ADVANCING 1 LINE.
 PERFORM START-NEW-PAGE.
 MOVE "OVERALL" TO CLS-SECTION-NAME.
 MOVE CLOSE-SECTION-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE WS-OVR-RUN-DATES TO CLO-RUN-DATES.
 MOVE WS-OVR-BATCHES TO CLO-BATCHES.
 MOVE WS-OVR-N TO CLO-N.
 MOVE CLOSE-OVERALL-LINE-1 TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE WS-OVR-N TO WS-WORK-N.
 MOVE WS-OVR-SUM TO WS-WORK-SUM.
 MOVE WS-OVR-SUM-SQR TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 MOVE WS-OUT-MEAN TO CLO-MEAN.
 MOVE WS-OUT-STD-DEV TO CLO-STD-DEV.
 MOVE WS-OVR-MIN TO CLO-MIN.
 MOVE WS-OVR-MAX TO CLO-MAX.
 MOVE CLOSE-OVERALL-LINE-2 TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 IF WS-PENDING-COUNT IS GREATER THAN 0
 MOVE WS-PENDING-COUNT TO CLS-PENDING-COUNT
 MOVE CLOSE-PENDING-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 END-IF.
 IF PERIOD-WAS-REOPENED
 MOVE "PERIOD WAS REOPENED - THIS CLOSE REPLACES THE EARLIER SUMMARY"
 TO CLS-INFO-TEXT
 MOVE CLOSE-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 END-IF.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE "GROUPS" TO CLS-SECTION-NAME.
 MOVE CLOSE-SECTION-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 IF WS-GROUP-COUNT IS EQUAL TO 0
 MOVE "NO GROUP HISTORY FOR THIS PERIOD" TO CLS-INFO-TEXT
 MOVE CLOSE-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 ELSE
 MOVE CLOSE-GROUP-COL-HEADS TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 PERFORM PRINT-GROUP-CLOSE-LINE
 VARYING WS-GROUP-I FROM 1 BY 1
 UNTIL WS-GROUP-I IS GREATER THAN WS-GROUP-COUNT
 END-IF.
 IF WS-GROUP-NOT-RELEASED IS GREATER THAN 0
 MOVE WS-GROUP-NOT-RELEASED TO CLS-NOT-RELEASED
 MOVE CLOSE-NOT-RELEASED-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 END-IF.
 IF GROUP-TABLE-FULL
 MOVE "MORE THAN 100 GROUPS IN PERIOD - SOME GROUPS OMITTED"
 TO CLS-WARN-TEXT
 MOVE CLOSE-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE "DIVISIONS" TO CLS-SECTION-NAME.
 MOVE CLOSE-SECTION-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 IF WS-DIVISION-COUNT IS GREATER THAN 0
 MOVE CLOSE-DIVISION-COL-HEADS TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 PERFORM PRINT-DIVISION-CLOSE-LINE
 VARYING WS-DIVISION-I FROM 1 BY 1
 UNTIL WS-DIVISION-I IS GREATER THAN WS-DIVISION-COUNT
 END-IF.
 IF DIVISION-TABLE-FULL
 MOVE "MORE THAN 100 DIVISIONS IN PERIOD - SOME OMITTED"
 TO CLS-WARN-TEXT
 MOVE CLOSE-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-CLOSE-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE WS-CLOSED-BY TO CLS-CLOSED-BY.
 MOVE WS-RUN-TIMESTAMP(1:14) TO CLS-CLOSED-TS.
 MOVE CLOSE-STATUS-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE CLOSE-SIGNOFF-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 MOVE CLOSE-END-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.
 CLOSE CLOSE-REPORT-FILE.

PRINT-GROUP-CLOSE-LINE.
 MOVE PGR-N(WS-GROUP-I) TO WS-WORK-N.
 MOVE PGR-SUM(WS-GROUP-I) TO WS-WORK-SUM.
 MOVE PGR-SUM-SQR(WS-GROUP-I) TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 MOVE PGR-CODE(WS-GROUP-I) TO CLG-CODE.
 MOVE PGR-DESC(WS-GROUP-I) TO CLG-DESC.
 IF PGR-PARENT(WS-GROUP-I) IS EQUAL TO SPACES
 MOVE "----" TO CLG-PARENT
 ELSE
 MOVE PGR-PARENT(WS-GROUP-I) TO CLG-PARENT
 END-IF.
 MOVE PGR-BATCHES(WS-GROUP-I) TO CLG-COUNT.
 MOVE PGR-N(WS-GROUP-I) TO CLG-N.
 MOVE WS-OUT-MEAN TO CLG-MEAN.
 MOVE WS-OUT-STD-DEV TO CLG-STD-DEV.
 MOVE CLOSE-GROUP-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.

PRINT-DIVISION-CLOSE-LINE.
 MOVE PDV-N(WS-DIVISION-I) TO WS-WORK-N.
 MOVE PDV-SUM(WS-DIVISION-I) TO WS-WORK-SUM.
 MOVE PDV-SUM-SQR(WS-DIVISION-I) TO WS-WORK-SUM-SQR.
 PERFORM COMPUTE-POOLED-FIGURES.
 IF PDV-CODE(WS-DIVISION-I) IS EQUAL TO SPACES
 MOVE "----" TO CLD-CODE
 ELSE
 MOVE PDV-CODE(WS-DIVISION-I) TO CLD-CODE
 END-IF.
 MOVE PDV-GROUPS(WS-DIVISION-I) TO CLD-GROUPS.
 MOVE PDV-N(WS-DIVISION-I) TO CLD-N.
 MOVE WS-OUT-MEAN TO CLD-MEAN.
 MOVE WS-OUT-STD-DEV TO CLD-STD-DEV.
 MOVE CLOSE-DIVISION-LINE TO PRT-DETAIL.
 PERFORM PRINT-CLOSE-LINE.

PRINT-CLOSE-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 END-IF.
 WRITE CLOSE-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-PERIOD TO HDG-PERIOD.
 MOVE WS-RUN-TIMESTAMP(1:8) TO HDG-RUN-DATE.
 WRITE CLOSE-LINE FROM CLOSE-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE CLOSE-LINE FROM CLOSE-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE 2 TO WS-LINE-COUNT.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.
