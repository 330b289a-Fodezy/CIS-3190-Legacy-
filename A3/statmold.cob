        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-OUT
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT LEDGER-FILE ASSIGN TO "batchldgr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "grphist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-STATUS.
    SELECT GROUP-PENDING-FILE ASSIGN TO "grppend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPPEND-STATUS.
    SELECT GROUP-HISTORY-WORK-FILE ASSIGN TO "grphist.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-WORK-STATUS.
    SELECT PERIOD-CONTROL-FILE ASSIGN TO "periodctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

DATA DIVISION.
FILE SECTION.
 02 INPUT-X PIC S9(6)V9(2).
 02 INPUT-GROUP-CODE PIC X(4).
 02 FILLER PIC X(68).
 *> totals to 80 characters; columns 73-80 carry the feed ID
 *> INTAKE tags each record with

01 INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
 02 HDR-REC-TYPE PIC X(1).

FD HISTORY-FILE.
01 HISTORY-OUT-LINE.
 02 HIS-KEY-OUT.
  03 HIS-RUN-DATE-OUT PIC X(8).
  03 HIS-BATCH-NUMBER-OUT PIC 9(4).
 02 HIS-N-OUT PIC 9(6).
 02 HIS-MEAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-STD-DEV-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MEDIAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-MEAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-STD-DEV-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; keyed on run date and batch number

FD GROUP-MASTER-FILE.
01 GROUP-MASTER-RECORD.
 02 RST-MISSING-TRAILER-FLAG PIC X(1).
 02 RST-NO-DATA-FLAG PIC X(1).
 02 RST-DUPLICATE-FLAG PIC X(1).
 02 RST-OUT-OF-SPEC-FLAG PIC X(1).
 *> totals 20 characters

FD ARCHIVE-IN-FILE.
01 ARCHIVE-IN-LINE PIC X(132).
 02 LED-TIMESTAMP-IO PIC X(14).
 *> totals 40 characters

FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-OUT-LINE.
 02 GHS-RUN-DATE-OUT PIC X(8).
 02 GHS-BATCH-NUMBER-OUT PIC 9(4).
 02 GHS-GROUP-CODE-OUT PIC X(4).
 02 GHS-N-OUT PIC 9(6).
 02 GHS-MEAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-STD-DEV-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-DESC-OUT PIC X(30).
 02 GHS-PARENT-OUT PIC X(4).
 *> totals 74 characters

FD GROUP-PENDING-FILE.
01 GROUP-PENDING-OUT-LINE PIC X(74).
 *> same layout as the grphist.dat group history record

FD GROUP-HISTORY-WORK-FILE.
01 GROUP-HISTORY-WORK-LINE PIC X(74).

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


WORKING-STORAGE SECTION.
77 SUM-OF-X-SQR PIC 9(18)V9(2).
 88 END-OF-LEDGER VALUE "Y".
 02 WS-QUAR-SWITCH PIC X VALUE "N".
 88 BATCH-QUARANTINED VALUE "Y".
 02 WS-HIS-COLLISION-SWITCH PIC X VALUE "N".
 88 HISTORY-KEY-ON-FILE VALUE "Y".
 02 WS-HIS-HELD-SWITCH PIC X VALUE "N".
 88 HISTORY-KEY-HELD VALUE "Y".
 02 WS-HIS-REPLACED-SWITCH PIC X VALUE "N".
 88 HISTORY-REPLACED VALUE "Y".
 02 WS-GRPHIST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY VALUE "Y".
 02 WS-GRPHIST-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY-WORK VALUE "Y".
 02 WS-GRPHIST-PURGED-SWITCH PIC X VALUE "N".
 88 GROUP-HISTORY-PURGED VALUE "Y".
 02 WS-PERIOD-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PERIOD-CONTROL VALUE "Y".
 02 WS-PERIOD-OVERFLOW-SWITCH PIC X VALUE "N".
 88 PERIOD-TABLE-OVERFLOW VALUE "Y".
 02 WS-PERIOD-OPEN-SWITCH PIC X VALUE "Y".
 88 PERIOD-OPEN VALUE "Y".

77 WS-LINE-NUMBER PIC 9(8) VALUE 0.

77 WS-ROLLUP-TOTAL-SUM PIC S9(10)V9(2) VALUE 0.
77 WS-ROLLUP-SUM-DIFF PIC S9(10)V9(2) VALUE 0.

77 WS-ANOVA-ALPHA PIC 9V9(4) VALUE 0.05.
77 WS-ANOVA-ALPHA-WORK PIC S9(3)V9(4) VALUE 0.
77 WS-ANOVA-SOURCE PIC X(8) VALUE SPACES.
77 WS-ANOVA-LEVELS PIC S9(4) VALUE 0.
77 WS-ANOVA-N PIC S9(8) VALUE 0.
77 WS-ANOVA-DF-BETWEEN PIC S9(8) VALUE 0.
77 WS-ANOVA-DF-WITHIN PIC S9(8) VALUE 0.
77 WS-ANOVA-SUM USAGE COMP-2.
77 WS-ANOVA-GRAND-MEAN USAGE COMP-2.
77 WS-ANOVA-LEVEL-MEAN USAGE COMP-2.
77 WS-ANOVA-WORK USAGE COMP-2.
77 WS-ANOVA-SSB USAGE COMP-2.
77 WS-ANOVA-SSW USAGE COMP-2.
77 WS-ANOVA-MSB USAGE COMP-2.
77 WS-ANOVA-MSW USAGE COMP-2.
77 WS-ANOVA-F USAGE COMP-2.
77 WS-ANOVA-P USAGE COMP-2.
77 WS-ANOVA-F-SHOW PIC 9(5)V9(4) VALUE 0.
77 WS-ANOVA-F-SWITCH PIC X VALUE "N".
 88 ANOVA-F-INFINITE VALUE "Y".
77 WS-ANOVA-RESULT PIC X(15) VALUE SPACES.
77 WS-ANOVA-ROW-NAME PIC X(8) VALUE SPACES.
77 WS-ANOVA-ROW-SS USAGE COMP-2.
77 WS-ANOVA-ROW-DF PIC S9(8) VALUE 0.
77 WS-ANOVA-ROW-MS USAGE COMP-2.
77 WS-BETA-A USAGE COMP-2.
77 WS-BETA-B USAGE COMP-2.
77 WS-BETA-X USAGE COMP-2.
77 WS-BETA-FRONT USAGE COMP-2.
77 WS-BETA-RESULT USAGE COMP-2.
77 WS-BETACF-A USAGE COMP-2.
77 WS-BETACF-B USAGE COMP-2.
77 WS-BETACF-X USAGE COMP-2.
77 WS-BETACF-QAB USAGE COMP-2.
77 WS-BETACF-QAP USAGE COMP-2.
77 WS-BETACF-QAM USAGE COMP-2.
77 WS-BETACF-AA USAGE COMP-2.
77 WS-BETACF-C USAGE COMP-2.
77 WS-BETACF-D USAGE COMP-2.
77 WS-BETACF-H USAGE COMP-2.
77 WS-BETACF-DEL USAGE COMP-2.
77 WS-BETACF-M USAGE COMP-2.
77 WS-BETACF-M2 USAGE COMP-2.
77 WS-BETACF-ITER PIC 9(3) VALUE 0.
77 WS-BETACF-MAX-ITER PIC 9(3) VALUE 200.
77 WS-BETACF-DONE-SWITCH PIC X VALUE "N".
 88 BETA-FRACTION-CONVERGED VALUE "Y".
77 WS-LNGAMMA-X USAGE COMP-2.
77 WS-LNGAMMA-Y USAGE COMP-2.
77 WS-LNGAMMA-TMP USAGE COMP-2.
77 WS-LNGAMMA-SER USAGE COMP-2.
77 WS-LNGAMMA-RESULT USAGE COMP-2.

01 ROLLUP-TABLE.
 02 RLP-ENTRY OCCURS 20 TIMES.
 03 RLP-CODE PIC X(4).
 02 FILLER PIC X(9) VALUE " STD DEV=".
 02 OUT-ROLLUP-STDDEV PIC -(6)9.9(2).

01 OUTPUT-ANOVA-HEADER-LINE.
 02 FILLER PIC X(10) VALUE SPACES.
 02 FILLER PIC X(16) VALUE "ONE-WAY ANOVA - ".
 02 OUT-ANOVA-TITLE PIC X(9).

01 OUTPUT-ANOVA-COLUMN-LINE.
 02 FILLER PIC X(67) VALUE
 " SOURCE                   SS      DF                 MS           F".

01 OUTPUT-ANOVA-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 OUT-ANOVA-SOURCE PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 OUT-ANOVA-SS PIC -(13)9.9(2).
 02 FILLER PIC X(2) VALUE SPACES.
 02 OUT-ANOVA-DF PIC Z(5)9.
 02 FILLER PIC X(2) VALUE SPACES.
 02 OUT-ANOVA-MS PIC -(13)9.9(2).
 02 OUT-ANOVA-MS-X REDEFINES OUT-ANOVA-MS PIC X(17).
 02 FILLER PIC X(2) VALUE SPACES.
 02 OUT-ANOVA-F PIC Z(4)9.9(4).
 02 OUT-ANOVA-F-X REDEFINES OUT-ANOVA-F PIC X(10).

01 OUTPUT-ANOVA-RESULT-LINE.
 02 FILLER PIC X(9) VALUE " P-VALUE=".
 02 OUT-ANOVA-P PIC 9.9(4).
 02 FILLER PIC X(8) VALUE "  ALPHA=".
 02 OUT-ANOVA-ALPHA PIC 9.9(4).
 02 FILLER PIC X(2) VALUE SPACES.
 02 OUT-ANOVA-VERDICT PIC X(30).

01 OUTPUT-ROLLUP-CHECK-LINE.
 02 FILLER PIC X(8) VALUE " CHECK: ".
 02 FILLER PIC X(9) VALUE "ROLLUP N=".
77 WS-CSV-EDIT-LARGE PIC -(9)9.9(2).
77 WS-CSV-EDIT-PCT PIC ZZ9.9.
77 WS-CSV-EDIT-COUNT PIC Z(5)9.
77 WS-CSV-EDIT-SS PIC -(15)9.9(2).
77 WS-CSV-EDIT-F PIC Z(4)9.9(4).
77 WS-CSV-EDIT-PROB PIC 9.9(4).
77 WS-CSV-LINE-POINTER PIC 9(3).
77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-SENTINEL-TEXT PIC X(10) VALUE SPACES.
77 WS-CATALOG-STATUS PIC XX VALUE SPACES.
77 WS-KEEP-TEXT PIC X(10) VALUE SPACES.
77 WS-REPROCESS-TEXT PIC X(10) VALUE SPACES.
77 WS-ALPHA-TEXT PIC X(10) VALUE SPACES.
77 WS-LEDGER-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-STATUS PIC XX VALUE SPACES.
77 WS-GRPPEND-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-WORK-STATUS PIC XX VALUE SPACES.
77 WS-PERIOD-STATUS PIC XX VALUE SPACES.
77 WS-REOPEN-AUTH PIC X(8) VALUE SPACES.
77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
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

01 AUDIT-REOPEN-LINE.
 02 FILLER PIC X(4) VALUE "ROP ".
 02 AUD-ROP-TIMESTAMP PIC X(14).
 02 FILLER PIC X(9) VALUE "  PERIOD=".
 02 AUD-ROP-PERIOD PIC X(6).
 02 FILLER PIC X(5) VALUE "  BY=".
 02 AUD-ROP-BY PIC X(8).
 02 FILLER PIC X(10) VALUE "  PROGRAM=".
 02 FILLER PIC X(8) VALUE "STATMOLD".
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 AUD-ROP-RUN-DATE PIC X(8).
77 WS-LEDGER-MAX PIC 9(3) VALUE 500.
77 WS-LEDGER-COUNT PIC 9(3) VALUE 0.
77 WS-LEDGER-I PIC 9(3).

01 CSV-RESULTS-LINE PIC X(100).

01 CSV-ANOVA-HEADER-LINE.
 02 FILLER PIC X(50) VALUE
 "ANOVA_LEVEL,SOURCE,SS,DF,MS,F,P_VALUE,ALPHA,RESULT".

01 CSV-ANOVA-LINE PIC X(100).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 END-IF.
 PERFORM LOAD-GROUP-MASTER.
 PERFORM LOAD-BATCH-LEDGER.
 PERFORM LOAD-PERIOD-CONTROL.
 PERFORM SKIP-TO-CHECKPOINT.
 PERFORM READ-NEXT-RECORD.
 PERFORM PROC-BODY UNTIL END-OF-INPUT.
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-INPUT-FILE-NAME WS-OUTPUT-FILE-NAME WS-SENTINEL-TEXT
 WS-OUTLIER-TEXT WS-TRIM-TEXT WS-CLASS-TEXT WS-KEEP-TEXT
 WS-REPROCESS-TEXT WS-ALPHA-TEXT WS-REOPEN-AUTH
 END-UNSTRING
 IF WS-REPROCESS-TEXT IS EQUAL TO "REPROCESS"
 SET REPROCESS-OVERRIDE TO TRUE
 IF WS-KEEP-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-KEEP-GENERATIONS = FUNCTION NUMVAL(WS-KEEP-TEXT)
 END-IF
 IF WS-ALPHA-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-ANOVA-ALPHA-WORK = FUNCTION NUMVAL(WS-ALPHA-TEXT)
 IF WS-ANOVA-ALPHA-WORK IS GREATER THAN 0
 AND WS-ANOVA-ALPHA-WORK IS LESS THAN 1
 MOVE WS-ANOVA-ALPHA-WORK TO WS-ANOVA-ALPHA
 END-IF
 END-IF
 END-IF.
 IF WS-KEEP-GENERATIONS IS LESS THAN 1
 MOVE 1 TO WS-KEEP-GENERATIONS
 END-IF.
 SUBTRACT 1 FROM N.
 MOVE "N" TO WS-QUAR-SWITCH.
 MOVE "N" TO WS-HIS-HELD-SWITCH.
 MOVE "N" TO WS-HIS-REPLACED-SWITCH.
 IF TRAILER-SEEN
 AND (NOT COUNT-MATCHES OR NOT HASH-MATCHES)
 SET BATCH-QUARANTINED TO TRUE
 ELSE
 PERFORM WRITE-HISTORY-RECORD
 IF BATCH-QUARANTINED
 AND NOT HISTORY-KEY-HELD
 MOVE "BATCH QUARANTINED - RECONCILIATION FAILED - HELD PENDING"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM GROUP-PRINT-LOOP
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-TABLE-COUNT
 PERFORM PRINT-GROUP-ANOVA
 IF NOT DUPLICATE-BATCH
 PERFORM WRITE-GROUP-HISTORY
 END-IF
 PERFORM PRINT-GROUP-ROLLUPS
 END-IF
 ELSE
 VARYING WS-ROLLUP-J FROM 1 BY 1
 UNTIL WS-ROLLUP-J IS GREATER THAN WS-ROLLUP-COUNT
 PERFORM PRINT-ROLLUP-CHECK-LINE
 PERFORM PRINT-DIVISION-ANOVA
 IF ROLLUP-TABLE-FULL
 MOVE "MORE THAN 20 DIVISIONS - SOME ROLLUPS OMITTED"
 TO WARN-TEXT
 MOVE OUTPUT-ROLLUP-CHECK-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE.

PRINT-GROUP-ANOVA.
 MOVE 0 TO WS-ANOVA-LEVELS.
 MOVE 0 TO WS-ANOVA-N.
 MOVE 0 TO WS-ANOVA-SUM.
 MOVE 0 TO WS-ANOVA-SSB.
 MOVE 0 TO WS-ANOVA-SSW.
 PERFORM GROUP-ANOVA-ACCUM-LOOP
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-TABLE-COUNT.
 IF WS-ANOVA-N IS GREATER THAN 0
 COMPUTE WS-ANOVA-GRAND-MEAN = WS-ANOVA-SUM / WS-ANOVA-N
 PERFORM GROUP-ANOVA-SSB-LOOP
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-TABLE-COUNT
 END-IF.
 WRITE CSV-OUT-LINE FROM CSV-ANOVA-HEADER-LINE.
 MOVE "GROUP" TO WS-ANOVA-SOURCE.
 MOVE "GROUPS" TO OUT-ANOVA-TITLE.
 PERFORM PRINT-ANOVA-TABLE.

GROUP-ANOVA-ACCUM-LOOP.
 IF GRP-COUNT(WS-GROUP-J) IS GREATER THAN 0
 ADD 1 TO WS-ANOVA-LEVELS
 ADD GRP-COUNT(WS-GROUP-J) TO WS-ANOVA-N
 COMPUTE WS-ANOVA-SUM = WS-ANOVA-SUM + GRP-SUM(WS-GROUP-J)
 COMPUTE WS-ANOVA-SSW = WS-ANOVA-SSW + GRP-SUM-SQR(WS-GROUP-J)
 END-IF.

GROUP-ANOVA-SSB-LOOP.
 IF GRP-COUNT(WS-GROUP-J) IS GREATER THAN 0
 COMPUTE WS-ANOVA-LEVEL-MEAN =
 GRP-SUM(WS-GROUP-J) / GRP-COUNT(WS-GROUP-J)
 COMPUTE WS-ANOVA-WORK =
 WS-ANOVA-LEVEL-MEAN - WS-ANOVA-GRAND-MEAN
 COMPUTE WS-ANOVA-SSB = WS-ANOVA-SSB
 + GRP-COUNT(WS-GROUP-J) * WS-ANOVA-WORK * WS-ANOVA-WORK
 END-IF.

PRINT-DIVISION-ANOVA.
 MOVE 0 TO WS-ANOVA-LEVELS.
 MOVE 0 TO WS-ANOVA-N.
 MOVE 0 TO WS-ANOVA-SUM.
 MOVE 0 TO WS-ANOVA-SSB.
 MOVE 0 TO WS-ANOVA-SSW.
 PERFORM DIVISION-ANOVA-ACCUM-LOOP
 VARYING WS-ROLLUP-J FROM 1 BY 1
 UNTIL WS-ROLLUP-J IS GREATER THAN WS-ROLLUP-COUNT.
 IF WS-ANOVA-N IS GREATER THAN 0
 COMPUTE WS-ANOVA-GRAND-MEAN = WS-ANOVA-SUM / WS-ANOVA-N
 PERFORM DIVISION-ANOVA-SSB-LOOP
 VARYING WS-ROLLUP-J FROM 1 BY 1
 UNTIL WS-ROLLUP-J IS GREATER THAN WS-ROLLUP-COUNT
 END-IF.
 MOVE "DIVISION" TO WS-ANOVA-SOURCE.
 MOVE "DIVISIONS" TO OUT-ANOVA-TITLE.
 PERFORM PRINT-ANOVA-TABLE.

DIVISION-ANOVA-ACCUM-LOOP.
 IF RLP-COUNT(WS-ROLLUP-J) IS GREATER THAN 0
 ADD 1 TO WS-ANOVA-LEVELS
 ADD RLP-COUNT(WS-ROLLUP-J) TO WS-ANOVA-N
 COMPUTE WS-ANOVA-SUM = WS-ANOVA-SUM + RLP-SUM(WS-ROLLUP-J)
 COMPUTE WS-ANOVA-WORK = RLP-SUM-SQR(WS-ROLLUP-J)
 - RLP-SUM(WS-ROLLUP-J) * RLP-SUM(WS-ROLLUP-J)
 / RLP-COUNT(WS-ROLLUP-J)
 IF WS-ANOVA-WORK IS GREATER THAN 0
 COMPUTE WS-ANOVA-SSW = WS-ANOVA-SSW + WS-ANOVA-WORK
 END-IF
 END-IF.

DIVISION-ANOVA-SSB-LOOP.
 IF RLP-COUNT(WS-ROLLUP-J) IS GREATER THAN 0
 COMPUTE WS-ANOVA-LEVEL-MEAN =
 RLP-SUM(WS-ROLLUP-J) / RLP-COUNT(WS-ROLLUP-J)
 COMPUTE WS-ANOVA-WORK =
 WS-ANOVA-LEVEL-MEAN - WS-ANOVA-GRAND-MEAN
 COMPUTE WS-ANOVA-SSB = WS-ANOVA-SSB
 + RLP-COUNT(WS-ROLLUP-J) * WS-ANOVA-WORK * WS-ANOVA-WORK
 END-IF.

PRINT-ANOVA-TABLE.
 MOVE OUTPUT-ANOVA-HEADER-LINE TO PRT-DETAIL.
 PERFORM PRINT-REPORT-LINE.
 COMPUTE WS-ANOVA-DF-BETWEEN = WS-ANOVA-LEVELS - 1.
 COMPUTE WS-ANOVA-DF-WITHIN = WS-ANOVA-N - WS-ANOVA-LEVELS.
 EVALUATE TRUE
 WHEN WS-ANOVA-LEVELS IS LESS THAN 2
 MOVE "ANOVA NOT COMPUTED - FEWER THAN TWO LEVELS WITH DATA"
 TO INFO-TEXT
 PERFORM PRINT-ANOVA-NOT-COMPUTED
 WHEN WS-ANOVA-DF-WITHIN IS LESS THAN 1
 MOVE "ANOVA NOT COMPUTED - NO WITHIN-LEVEL DEGREES OF FREEDOM"
 TO INFO-TEXT
 PERFORM PRINT-ANOVA-NOT-COMPUTED
 WHEN OTHER
 PERFORM COMPUTE-ANOVA-STATISTICS
 MOVE OUTPUT-ANOVA-COLUMN-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE "BETWEEN" TO WS-ANOVA-ROW-NAME
 MOVE WS-ANOVA-SSB TO WS-ANOVA-ROW-SS
 MOVE WS-ANOVA-DF-BETWEEN TO WS-ANOVA-ROW-DF
 MOVE WS-ANOVA-MSB TO WS-ANOVA-ROW-MS
 PERFORM PRINT-ANOVA-ROW
 MOVE "WITHIN" TO WS-ANOVA-ROW-NAME
 MOVE WS-ANOVA-SSW TO WS-ANOVA-ROW-SS
 MOVE WS-ANOVA-DF-WITHIN TO WS-ANOVA-ROW-DF
 MOVE WS-ANOVA-MSW TO WS-ANOVA-ROW-MS
 PERFORM PRINT-ANOVA-ROW
 MOVE "TOTAL" TO WS-ANOVA-ROW-NAME
 COMPUTE WS-ANOVA-ROW-SS = WS-ANOVA-SSB + WS-ANOVA-SSW
 COMPUTE WS-ANOVA-ROW-DF = WS-ANOVA-N - 1
 MOVE 0 TO WS-ANOVA-ROW-MS
 PERFORM PRINT-ANOVA-ROW
 COMPUTE OUT-ANOVA-P ROUNDED = WS-ANOVA-P
 MOVE WS-ANOVA-ALPHA TO OUT-ANOVA-ALPHA
 IF WS-ANOVA-RESULT IS EQUAL TO "SIGNIFICANT"
 MOVE "MEANS DIFFER SIGNIFICANTLY" TO OUT-ANOVA-VERDICT
 ELSE
 MOVE "NO SIGNIFICANT DIFFERENCE" TO OUT-ANOVA-VERDICT
 END-IF
 MOVE OUTPUT-ANOVA-RESULT-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 END-EVALUATE.

PRINT-ANOVA-NOT-COMPUTED.
 MOVE OUTPUT-INFO-LINE TO PRT-DETAIL.
 PERFORM PRINT-REPORT-LINE.
 MOVE SPACES TO CSV-ANOVA-LINE.
 MOVE 1 TO WS-CSV-LINE-POINTER.
 MOVE WS-ANOVA-ALPHA TO WS-CSV-EDIT-PROB.
 STRING WS-ANOVA-SOURCE DELIMITED BY SPACE
 ",,,,,,," DELIMITED BY SIZE
 WS-CSV-EDIT-PROB DELIMITED BY SIZE
 ",NOT COMPUTED" DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING.
 WRITE CSV-OUT-LINE FROM CSV-ANOVA-LINE.

COMPUTE-ANOVA-STATISTICS.
 COMPUTE WS-ANOVA-MSB = WS-ANOVA-SSB / WS-ANOVA-DF-BETWEEN.
 COMPUTE WS-ANOVA-MSW = WS-ANOVA-SSW / WS-ANOVA-DF-WITHIN.
 MOVE "N" TO WS-ANOVA-F-SWITCH.
 IF WS-ANOVA-MSW IS GREATER THAN 0
 COMPUTE WS-ANOVA-F = WS-ANOVA-MSB / WS-ANOVA-MSW
 PERFORM COMPUTE-F-PROBABILITY
 ELSE
 MOVE 0 TO WS-ANOVA-F
 IF WS-ANOVA-SSB IS GREATER THAN 0
 SET ANOVA-F-INFINITE TO TRUE
 MOVE 0 TO WS-ANOVA-P
 ELSE
 MOVE 1 TO WS-ANOVA-P
 END-IF
 END-IF.
 IF WS-ANOVA-P IS LESS THAN WS-ANOVA-ALPHA
 MOVE "SIGNIFICANT" TO WS-ANOVA-RESULT
 ELSE
 MOVE "NOT SIGNIFICANT" TO WS-ANOVA-RESULT
 END-IF.

PRINT-ANOVA-ROW.
 MOVE WS-ANOVA-ROW-NAME TO OUT-ANOVA-SOURCE.
 COMPUTE OUT-ANOVA-SS ROUNDED = WS-ANOVA-ROW-SS.
 MOVE WS-ANOVA-ROW-DF TO OUT-ANOVA-DF.
 MOVE SPACES TO OUT-ANOVA-MS-X.
 MOVE SPACES TO OUT-ANOVA-F-X.
 MOVE SPACES TO CSV-ANOVA-LINE.
 MOVE 1 TO WS-CSV-LINE-POINTER.
 COMPUTE WS-CSV-EDIT-SS ROUNDED = WS-ANOVA-ROW-SS.
 MOVE WS-ANOVA-ROW-DF TO WS-CSV-EDIT-COUNT.
 STRING WS-ANOVA-SOURCE DELIMITED BY SPACE
 "," DELIMITED BY SIZE
 WS-ANOVA-ROW-NAME DELIMITED BY SPACE
 "," DELIMITED BY SIZE
 FUNCTION TRIM(WS-CSV-EDIT-SS) DELIMITED BY SIZE
 "," DELIMITED BY SIZE
 FUNCTION TRIM(WS-CSV-EDIT-COUNT) DELIMITED BY SIZE
 "," DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING.
 IF WS-ANOVA-ROW-NAME IS NOT EQUAL TO "TOTAL"
 COMPUTE OUT-ANOVA-MS ROUNDED = WS-ANOVA-ROW-MS
 COMPUTE WS-CSV-EDIT-SS ROUNDED = WS-ANOVA-ROW-MS
 STRING FUNCTION TRIM(WS-CSV-EDIT-SS) DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING
 END-IF.
 IF WS-ANOVA-ROW-NAME IS EQUAL TO "BETWEEN"
 PERFORM FORMAT-ANOVA-F
 ELSE
 STRING ",,,," DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING
 END-IF.
 MOVE OUTPUT-ANOVA-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-REPORT-LINE.
 WRITE CSV-OUT-LINE FROM CSV-ANOVA-LINE.

FORMAT-ANOVA-F.
 IF ANOVA-F-INFINITE
 MOVE "  INFINITE" TO OUT-ANOVA-F-X
 STRING ",INFINITE," DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING
 ELSE
 IF WS-ANOVA-F IS GREATER THAN 99999.9999
 MOVE 99999.9999 TO WS-ANOVA-F-SHOW
 ELSE
 COMPUTE WS-ANOVA-F-SHOW ROUNDED = WS-ANOVA-F
 END-IF
 MOVE WS-ANOVA-F-SHOW TO OUT-ANOVA-F
 MOVE WS-ANOVA-F-SHOW TO WS-CSV-EDIT-F
 STRING "," DELIMITED BY SIZE
 FUNCTION TRIM(WS-CSV-EDIT-F) DELIMITED BY SIZE
 "," DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING
 END-IF.
 COMPUTE WS-CSV-EDIT-PROB ROUNDED = WS-ANOVA-P.
 STRING WS-CSV-EDIT-PROB DELIMITED BY SIZE
 "," DELIMITED BY SIZE
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING.
 MOVE WS-ANOVA-ALPHA TO WS-CSV-EDIT-PROB.
 STRING WS-CSV-EDIT-PROB DELIMITED BY SIZE
 "," DELIMITED BY SIZE
 WS-ANOVA-RESULT DELIMITED BY "  "
 INTO CSV-ANOVA-LINE WITH POINTER WS-CSV-LINE-POINTER
 END-STRING.

COMPUTE-F-PROBABILITY.
 COMPUTE WS-BETA-A = WS-ANOVA-DF-WITHIN / 2.
 COMPUTE WS-BETA-B = WS-ANOVA-DF-BETWEEN / 2.
 COMPUTE WS-BETA-X = WS-ANOVA-DF-WITHIN
 / (WS-ANOVA-DF-WITHIN + WS-ANOVA-DF-BETWEEN * WS-ANOVA-F).
 PERFORM COMPUTE-INCOMPLETE-BETA.
 MOVE WS-BETA-RESULT TO WS-ANOVA-P.
 IF WS-ANOVA-P IS LESS THAN 0
 MOVE 0 TO WS-ANOVA-P
 END-IF.
 IF WS-ANOVA-P IS GREATER THAN 1
 MOVE 1 TO WS-ANOVA-P
 END-IF.

COMPUTE-INCOMPLETE-BETA.
 IF WS-BETA-X IS NOT GREATER THAN 0
 MOVE 0 TO WS-BETA-RESULT
 ELSE
 IF WS-BETA-X IS NOT LESS THAN 1
 MOVE 1 TO WS-BETA-RESULT
 ELSE
 PERFORM COMPUTE-BETA-FRONT
 IF WS-BETA-X IS LESS THAN
 (WS-BETA-A + 1) / (WS-BETA-A + WS-BETA-B + 2)
 MOVE WS-BETA-A TO WS-BETACF-A
 MOVE WS-BETA-B TO WS-BETACF-B
 MOVE WS-BETA-X TO WS-BETACF-X
 PERFORM COMPUTE-BETA-FRACTION
 COMPUTE WS-BETA-RESULT =
 WS-BETA-FRONT * WS-BETACF-H / WS-BETA-A
 ELSE
 MOVE WS-BETA-B TO WS-BETACF-A
 MOVE WS-BETA-A TO WS-BETACF-B
 COMPUTE WS-BETACF-X = 1 - WS-BETA-X
 PERFORM COMPUTE-BETA-FRACTION
 COMPUTE WS-BETA-RESULT =
 1 - WS-BETA-FRONT * WS-BETACF-H / WS-BETA-B
 END-IF
 END-IF
 END-IF.

COMPUTE-BETA-FRONT.
 COMPUTE WS-LNGAMMA-X = WS-BETA-A + WS-BETA-B.
 PERFORM COMPUTE-LN-GAMMA.
 MOVE WS-LNGAMMA-RESULT TO WS-BETA-FRONT.
 MOVE WS-BETA-A TO WS-LNGAMMA-X.
 PERFORM COMPUTE-LN-GAMMA.
 COMPUTE WS-BETA-FRONT = WS-BETA-FRONT - WS-LNGAMMA-RESULT.
 MOVE WS-BETA-B TO WS-LNGAMMA-X.
 PERFORM COMPUTE-LN-GAMMA.
 COMPUTE WS-BETA-FRONT = WS-BETA-FRONT - WS-LNGAMMA-RESULT
 + WS-BETA-A * FUNCTION LOG(WS-BETA-X)
 + WS-BETA-B * FUNCTION LOG(1 - WS-BETA-X).
 IF WS-BETA-FRONT IS LESS THAN -700
 MOVE 0 TO WS-BETA-FRONT
 ELSE
 COMPUTE WS-BETA-FRONT = FUNCTION EXP(WS-BETA-FRONT)
 END-IF.

COMPUTE-BETA-FRACTION.
 COMPUTE WS-BETACF-QAB = WS-BETACF-A + WS-BETACF-B.
 COMPUTE WS-BETACF-QAP = WS-BETACF-A + 1.
 COMPUTE WS-BETACF-QAM = WS-BETACF-A - 1.
 MOVE 1 TO WS-BETACF-C.
 COMPUTE WS-BETACF-D =
 1 - WS-BETACF-QAB * WS-BETACF-X / WS-BETACF-QAP.
 PERFORM GUARD-BETA-FRACTION-D.
 COMPUTE WS-BETACF-D = 1 / WS-BETACF-D.
 MOVE WS-BETACF-D TO WS-BETACF-H.
 MOVE "N" TO WS-BETACF-DONE-SWITCH.
 PERFORM BETA-FRACTION-STEP
 VARYING WS-BETACF-ITER FROM 1 BY 1
 UNTIL WS-BETACF-ITER IS GREATER THAN WS-BETACF-MAX-ITER
 OR BETA-FRACTION-CONVERGED.

BETA-FRACTION-STEP.
 MOVE WS-BETACF-ITER TO WS-BETACF-M.
 COMPUTE WS-BETACF-M2 = 2 * WS-BETACF-M.
 COMPUTE WS-BETACF-AA =
 WS-BETACF-M * (WS-BETACF-B - WS-BETACF-M) * WS-BETACF-X
 / ((WS-BETACF-QAM + WS-BETACF-M2)
 * (WS-BETACF-A + WS-BETACF-M2)).
 PERFORM APPLY-BETA-FRACTION-TERM.
 COMPUTE WS-BETACF-H = WS-BETACF-H * WS-BETACF-D * WS-BETACF-C.
 COMPUTE WS-BETACF-AA = 0
 - (WS-BETACF-A + WS-BETACF-M) * (WS-BETACF-QAB + WS-BETACF-M)
 * WS-BETACF-X
 / ((WS-BETACF-A + WS-BETACF-M2)
 * (WS-BETACF-QAP + WS-BETACF-M2)).
 PERFORM APPLY-BETA-FRACTION-TERM.
 COMPUTE WS-BETACF-DEL = WS-BETACF-D * WS-BETACF-C.
 COMPUTE WS-BETACF-H = WS-BETACF-H * WS-BETACF-DEL.
 IF WS-BETACF-DEL - 1 IS LESS THAN 0.000000000003
 AND WS-BETACF-DEL - 1 IS GREATER THAN -0.000000000003
 SET BETA-FRACTION-CONVERGED TO TRUE
 END-IF.

APPLY-BETA-FRACTION-TERM.
 COMPUTE WS-BETACF-D = 1 + WS-BETACF-AA * WS-BETACF-D.
 PERFORM GUARD-BETA-FRACTION-D.
 COMPUTE WS-BETACF-C = 1 + WS-BETACF-AA / WS-BETACF-C.
 IF WS-BETACF-C IS LESS THAN 0.000000000000000001
 AND WS-BETACF-C IS GREATER THAN -0.000000000000000001
 MOVE 0.000000000000000001 TO WS-BETACF-C
 END-IF.
 COMPUTE WS-BETACF-D = 1 / WS-BETACF-D.

GUARD-BETA-FRACTION-D.
 IF WS-BETACF-D IS LESS THAN 0.000000000000000001
 AND WS-BETACF-D IS GREATER THAN -0.000000000000000001
 MOVE 0.000000000000000001 TO WS-BETACF-D
 END-IF.

COMPUTE-LN-GAMMA.
 MOVE WS-LNGAMMA-X TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-TMP = WS-LNGAMMA-X + 5.5.
 COMPUTE WS-LNGAMMA-TMP = WS-LNGAMMA-TMP
 - (WS-LNGAMMA-X + 0.5) * FUNCTION LOG(WS-LNGAMMA-TMP).
 MOVE 1.000000000190015 TO WS-LNGAMMA-SER.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 + 76.18009172947146 / WS-LNGAMMA-Y.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 - 86.50532032941677 / WS-LNGAMMA-Y.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 + 24.01409824083091 / WS-LNGAMMA-Y.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 - 1.231739572450155 / WS-LNGAMMA-Y.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 + 0.001208650973866179 / WS-LNGAMMA-Y.
 ADD 1 TO WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-SER = WS-LNGAMMA-SER
 - 0.000005395239384953 / WS-LNGAMMA-Y.
 COMPUTE WS-LNGAMMA-RESULT = 0 - WS-LNGAMMA-TMP
 + FUNCTION LOG(2.5066282746310005 * WS-LNGAMMA-SER
 / WS-LNGAMMA-X).

FIND-OR-CREATE-GROUP.
 MOVE 1 TO WS-GROUP-I.
 PERFORM UNTIL WS-GROUP-I IS GREATER THAN WS-GROUP-TABLE-COUNT
 MOVE WS-MEDIAN TO HIS-MEDIAN-OUT.
 MOVE WS-WGT-MEAN TO HIS-WGT-MEAN-OUT.
 MOVE WS-WGT-STD-DEV TO HIS-WGT-STD-DEV-OUT.
 MOVE "N" TO WS-HIS-COLLISION-SWITCH.
 IF NOT BATCH-QUARANTINED
 OPEN I-O HISTORY-FILE
 IF WS-HISTORY-STATUS IS EQUAL TO "35"
 OPEN OUTPUT HISTORY-FILE
 END-IF
 WRITE HISTORY-OUT-LINE
 INVALID KEY
 SET HISTORY-KEY-ON-FILE TO TRUE
 END-WRITE
 IF HISTORY-KEY-ON-FILE
 PERFORM RESOLVE-HISTORY-COLLISION
 ELSE
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 MOVE "HISTORY FILE WRITE FAILED - TREND DATA MAY BE LOST"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF
 END-IF
 CLOSE HISTORY-FILE
 END-IF.
 IF BATCH-QUARANTINED
 OPEN EXTEND PENDING-FILE
 IF WS-PENDING-STATUS IS EQUAL TO "35"
 PERFORM RAISE-SEVERITY
 END-IF
 CLOSE PENDING-FILE
 END-IF.

RESOLVE-HISTORY-COLLISION.
 IF REPROCESS-OVERRIDE
 AND WS-LEDGER-FOUND IS GREATER THAN 0
 PERFORM CHECK-PERIOD-OPEN
 IF PERIOD-OPEN
 REWRITE HISTORY-OUT-LINE
 END-REWRITE
 IF WS-HISTORY-STATUS IS EQUAL TO "00"
 SET HISTORY-REPLACED TO TRUE
 MOVE "HISTORY RECORD REPLACED UNDER REPROCESS OVERRIDE"
 TO INFO-TEXT
 MOVE OUTPUT-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 ELSE
 MOVE "HISTORY FILE WRITE FAILED - TREND DATA MAY BE LOST"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF
 ELSE
 SET HISTORY-KEY-HELD TO TRUE
 SET BATCH-QUARANTINED TO TRUE
 END-IF
 ELSE
 MOVE "HISTORY KEY ALREADY ON FILE - BATCH HELD IN statpend.dat"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 SET HISTORY-KEY-HELD TO TRUE
 SET BATCH-QUARANTINED TO TRUE
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

CHECK-PERIOD-OPEN.
 MOVE "Y" TO WS-PERIOD-OPEN-SWITCH.
 MOVE WS-HDR-RUN-DATE-SAVE(1:6) TO WS-CHECK-PERIOD.
 MOVE 1 TO WS-PERIOD-I.
 PERFORM UNTIL WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT
 OR PCT-PERIOD(WS-PERIOD-I) IS EQUAL TO WS-CHECK-PERIOD
 ADD 1 TO WS-PERIOD-I
 END-PERFORM.
 IF WS-PERIOD-I IS NOT GREATER THAN WS-PERIOD-COUNT
 AND PCT-STATUS(WS-PERIOD-I) IS EQUAL TO "CLOSED"
 IF WS-REOPEN-AUTH IS EQUAL TO SPACES
 MOVE "N" TO WS-PERIOD-OPEN-SWITCH
 MOVE "RUN DATE IS IN A CLOSED PERIOD - BATCH HELD IN statpend.dat"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 PERFORM REOPEN-CLOSED-PERIOD
 END-IF
 END-IF.

REOPEN-CLOSED-PERIOD.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 MOVE "REOPENED" TO PCT-STATUS(WS-PERIOD-I).
 MOVE WS-RUN-TIMESTAMP(1:14) TO PCT-REOPEN-TS(WS-PERIOD-I).
 MOVE WS-REOPEN-AUTH TO PCT-REOPEN-BY(WS-PERIOD-I).
 IF PERIOD-TABLE-OVERFLOW
 MOVE "PERIOD CONTROL EXCEEDS TABLE LIMIT - NOT REWRITTEN"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 OPEN OUTPUT PERIOD-CONTROL-FILE
 PERFORM WRITE-ONE-PERIOD-CONTROL
 VARYING WS-PERIOD-I FROM 1 BY 1
 UNTIL WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT
 CLOSE PERIOD-CONTROL-FILE
 END-IF.
 MOVE WS-RUN-TIMESTAMP(1:14) TO AUD-ROP-TIMESTAMP.
 MOVE WS-CHECK-PERIOD TO AUD-ROP-PERIOD.
 MOVE WS-REOPEN-AUTH TO AUD-ROP-BY.
 MOVE WS-HDR-RUN-DATE-SAVE TO AUD-ROP-RUN-DATE.
 OPEN EXTEND AUDIT-FILE.
 IF WS-AUDIT-STATUS IS EQUAL TO "35"
 OPEN OUTPUT AUDIT-FILE
 END-IF.
 MOVE SPACES TO AUDIT-OUT-LINE.
 WRITE AUDIT-OUT-LINE FROM AUDIT-REOPEN-LINE.
 CLOSE AUDIT-FILE.
 MOVE "CLOSED PERIOD REOPENED UNDER AUTHORIZATION - SEE audit.log"
 TO INFO-TEXT.
 MOVE OUTPUT-INFO-LINE TO PRT-DETAIL.
 PERFORM PRINT-REPORT-LINE.

WRITE-ONE-PERIOD-CONTROL.
 MOVE PCT-ENTRY(WS-PERIOD-I) TO PERIOD-CONTROL-RECORD.
 WRITE PERIOD-CONTROL-RECORD.

REMOVE-REPLACED-GROUP-HISTORY.
 MOVE "N" TO WS-GRPHIST-EOF-SWITCH.
 MOVE "N" TO WS-GRPHIST-PURGED-SWITCH.
 OPEN INPUT GROUP-HISTORY-FILE.
 IF WS-GRPHIST-STATUS IS EQUAL TO "00"
 OPEN OUTPUT GROUP-HISTORY-WORK-FILE
 PERFORM REMOVE-ONE-GROUP-HISTORY UNTIL END-OF-GROUP-HISTORY
 CLOSE GROUP-HISTORY-FILE
 CLOSE GROUP-HISTORY-WORK-FILE
 IF GROUP-HISTORY-PURGED
 MOVE "N" TO WS-GRPHIST-WORK-EOF-SWITCH
 OPEN INPUT GROUP-HISTORY-WORK-FILE
 OPEN OUTPUT GROUP-HISTORY-FILE
 PERFORM COPY-ONE-GROUP-HISTORY-WORK
 UNTIL END-OF-GROUP-HISTORY-WORK
 CLOSE GROUP-HISTORY-WORK-FILE
 CLOSE GROUP-HISTORY-FILE
 MOVE "SUPERSEDED GROUP ROWS REMOVED FROM grphist.dat"
 TO INFO-TEXT
 MOVE OUTPUT-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 END-IF
 MOVE "grphist.wrk" TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 END-IF.

REMOVE-ONE-GROUP-HISTORY.
 READ GROUP-HISTORY-FILE
 AT END SET END-OF-GROUP-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY
 IF GHS-RUN-DATE-OUT IS EQUAL TO WS-HDR-RUN-DATE-SAVE
 AND GHS-BATCH-NUMBER-OUT IS EQUAL TO WS-BATCH-NUMBER
 SET GROUP-HISTORY-PURGED TO TRUE
 ELSE
 MOVE GROUP-HISTORY-OUT-LINE TO GROUP-HISTORY-WORK-LINE
 WRITE GROUP-HISTORY-WORK-LINE
 END-IF
 END-IF.

COPY-ONE-GROUP-HISTORY-WORK.
 READ GROUP-HISTORY-WORK-FILE
 AT END SET END-OF-GROUP-HISTORY-WORK TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY-WORK
 MOVE GROUP-HISTORY-WORK-LINE TO GROUP-HISTORY-OUT-LINE
 WRITE GROUP-HISTORY-OUT-LINE
 END-IF.

WRITE-GROUP-HISTORY.
 IF HISTORY-REPLACED
 PERFORM REMOVE-REPLACED-GROUP-HISTORY
 END-IF.
 IF BATCH-QUARANTINED
 OPEN EXTEND GROUP-PENDING-FILE
 IF WS-GRPPEND-STATUS IS EQUAL TO "35"
 OPEN OUTPUT GROUP-PENDING-FILE
 END-IF
 ELSE
 OPEN EXTEND GROUP-HISTORY-FILE
 IF WS-GRPHIST-STATUS IS EQUAL TO "35"
 OPEN OUTPUT GROUP-HISTORY-FILE
 END-IF
 END-IF.
 PERFORM WRITE-ONE-GROUP-HISTORY
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-TABLE-COUNT.
 IF BATCH-QUARANTINED
 CLOSE GROUP-PENDING-FILE
 ELSE
 CLOSE GROUP-HISTORY-FILE
 END-IF.

WRITE-ONE-GROUP-HISTORY.
 IF GRP-CODE(WS-GROUP-J) IS NOT EQUAL TO SPACES
 AND GRP-COUNT(WS-GROUP-J) IS GREATER THAN 0
 COMPUTE WS-GROUP-VARIANCE ROUNDED =
 GRP-SUM-SQR(WS-GROUP-J) / GRP-COUNT(WS-GROUP-J)
 COMPUTE WS-GROUP-STDDEV ROUNDED = WS-GROUP-VARIANCE ** 0.5
 MOVE SPACES TO GROUP-HISTORY-OUT-LINE
 MOVE WS-HDR-RUN-DATE-SAVE TO GHS-RUN-DATE-OUT
 MOVE WS-BATCH-NUMBER TO GHS-BATCH-NUMBER-OUT
 MOVE GRP-CODE(WS-GROUP-J) TO GHS-GROUP-CODE-OUT
 MOVE GRP-COUNT(WS-GROUP-J) TO GHS-N-OUT
 MOVE GRP-MEAN(WS-GROUP-J) TO GHS-MEAN-OUT
 MOVE WS-GROUP-STDDEV TO GHS-STD-DEV-OUT
 IF GROUP-MASTER-LOADED
 MOVE 1 TO WS-GRPMST-I
 PERFORM UNTIL WS-GRPMST-I IS GREATER THAN WS-GRPMST-COUNT
 OR GM-CODE(WS-GRPMST-I) IS EQUAL TO GRP-CODE(WS-GROUP-J)
 ADD 1 TO WS-GRPMST-I
 END-PERFORM
 IF WS-GRPMST-I IS NOT GREATER THAN WS-GRPMST-COUNT
 MOVE GM-DESC(WS-GRPMST-I) TO GHS-DESC-OUT
 MOVE GM-PARENT(WS-GRPMST-I) TO GHS-PARENT-OUT
 END-IF
 END-IF
 IF BATCH-QUARANTINED
 WRITE GROUP-PENDING-OUT-LINE FROM GROUP-HISTORY-OUT-LINE
 IF WS-GRPPEND-STATUS IS NOT EQUAL TO "00"
 MOVE "GROUP PENDING WRITE FAILED - GROUP HISTORY MAY BE LOST"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF
 ELSE
 WRITE GROUP-HISTORY-OUT-LINE
 IF WS-GRPHIST-STATUS IS NOT EQUAL TO "00"
 MOVE "GROUP HISTORY WRITE FAILED - SCORECARD DATA MAY BE LOST"
 TO WARN-TEXT
 MOVE OUTPUT-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REPORT-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF
 END-IF
 END-IF.

CHECK-DUPLICATE-BATCH.
 MOVE WS-RUN-MISSING-TRAILER-FLAG TO RST-MISSING-TRAILER-FLAG.
 MOVE WS-RUN-NO-DATA-FLAG TO RST-NO-DATA-FLAG.
 MOVE WS-RUN-DUPLICATE-FLAG TO RST-DUPLICATE-FLAG.
 MOVE "N" TO RST-OUT-OF-SPEC-FLAG.
 OPEN OUTPUT RUN-STATUS-FILE.
 WRITE RUN-STATUS-RECORD.
 CLOSE RUN-STATUS-FILE.
