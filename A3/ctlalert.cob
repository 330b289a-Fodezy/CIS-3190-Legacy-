
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT ALERT-FILE ASSIGN TO "alert.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
FILE SECTION.
FD HISTORY-FILE.
01 HISTORY-IN-LINE.
 02 HIS-KEY-IN.
  03 HIS-RUN-DATE-IN PIC X(8).
  03 HIS-BATCH-NUMBER-IN PIC 9(4).
 02 HIS-N-IN PIC 9(6).
 02 HIS-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MEDIAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; keyed on run date and batch number.
 *> records converted from before the weighted statistics were
 *> added may carry blank weighted fields

FD ALERT-FILE.
01 ALERT-LINE PIC X(100).
77 WS-HIST-COUNT PIC 9(4) VALUE 0.
77 WS-HIST-J PIC 9(4).
77 WS-LATEST-RUN-DATE PIC X(8) VALUE SPACES.
77 WS-LATEST-MAX PIC 9(4) VALUE 1000.
77 WS-LATEST-COUNT PIC 9(4) VALUE 0.
77 WS-BASE-COUNT PIC S9(4) VALUE 0.
77 WS-STAT-IX PIC 9(2).
77 WS-STAT-NAME PIC X(8) VALUE SPACES.
77 WS-SIGMA-TEXT PIC X(10) VALUE SPACES.
77 WS-MINHIST-TEXT PIC X(10) VALUE SPACES.

77 WS-BASE-MEAN USAGE COMP-2.
77 WS-BASE-VAR USAGE COMP-2.
77 WS-BASE-SIGMA USAGE COMP-2.
  03 LIM-LOW PIC S9(12)V9(2).
  03 LIM-HIGH PIC S9(12)V9(2).

01 LATEST-RUN-TABLE.
 02 LATEST-ENTRY OCCURS 1000 TIMES.
 03 LST-BATCH-NUMBER PIC 9(4).
 03 LST-STAT-VALUE PIC S9(12)V9(2) OCCURS 3 TIMES.
 *> stat 1 = mean, stat 2 = std dev, stat 3 = n. entries are
 *> loaded from the end of the history file, latest batch first

01 BASE-SUM-TABLE.
 02 BASE-SUM-ENTRY OCCURS 3 TIMES.
  03 BAS-SUM PIC S9(14)V9(2).
  03 BAS-SUM-SQR USAGE COMP-2.

01 RECORD-STAT-TABLE.
 02 REC-STAT-VALUE PIC S9(12)V9(2) OCCURS 3 TIMES.

01 ALERT-TITLE-LINE.
 02 FILLER PIC X(29) VALUE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 PERFORM PRINT-RUN-LINE
 IF WS-BASE-COUNT IS LESS THAN WS-MIN-HISTORY
 MOVE "INSUFFICIENT HISTORY FOR CONTROL LIMITS - NO CHECK DONE"
 VARYING WS-STAT-IX FROM 1 BY 1
 UNTIL WS-STAT-IX IS GREATER THAN 3
 PERFORM CHECK-LATEST-BATCH
 VARYING WS-HIST-J FROM WS-LATEST-COUNT BY -1
 UNTIL WS-HIST-J IS LESS THAN 1
 IF WS-ALERT-COUNT IS EQUAL TO 0
 MOVE "ALL LATEST-RUN BATCHES WITHIN CONTROL LIMITS"
 TO ALT-INFO-TEXT
 END-IF.

LOAD-HISTORY-TABLE.
 INITIALIZE BASE-SUM-TABLE.
 OPEN INPUT HISTORY-FILE.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 SET END-OF-HISTORY TO TRUE
 ELSE
 MOVE HIGH-VALUES TO HIS-KEY-IN
 START HISTORY-FILE KEY IS LESS THAN HIS-KEY-IN
 INVALID KEY SET END-OF-HISTORY TO TRUE
 END-START
 PERFORM READ-HISTORY-RECORD
 UNTIL END-OF-HISTORY
 OR WS-HIST-COUNT IS NOT LESS THAN WS-HIST-MAX
 CLOSE HISTORY-FILE
 END-IF.

READ-HISTORY-RECORD.
 READ HISTORY-FILE PREVIOUS RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 ADD 1 TO WS-HIST-COUNT
 IF WS-HIST-COUNT IS EQUAL TO 1
 MOVE HIS-RUN-DATE-IN TO WS-LATEST-RUN-DATE
 END-IF
 MOVE HIS-MEAN-IN TO REC-STAT-VALUE(1)
 MOVE HIS-STD-DEV-IN TO REC-STAT-VALUE(2)
 MOVE HIS-N-IN TO REC-STAT-VALUE(3)
 IF HIS-RUN-DATE-IN IS EQUAL TO WS-LATEST-RUN-DATE
 PERFORM STORE-LATEST-BATCH
 ELSE
 ADD 1 TO WS-BASE-COUNT
 PERFORM ACCUM-BASE-VALUE
 VARYING WS-STAT-IX FROM 1 BY 1
 UNTIL WS-STAT-IX IS GREATER THAN 3
 END-IF
 END-IF.

STORE-LATEST-BATCH.
 IF WS-LATEST-COUNT IS LESS THAN WS-LATEST-MAX
 ADD 1 TO WS-LATEST-COUNT
 MOVE HIS-BATCH-NUMBER-IN TO LST-BATCH-NUMBER(WS-LATEST-COUNT)
 MOVE REC-STAT-VALUE(1) TO LST-STAT-VALUE(WS-LATEST-COUNT, 1)
 MOVE REC-STAT-VALUE(2) TO LST-STAT-VALUE(WS-LATEST-COUNT, 2)
 MOVE REC-STAT-VALUE(3) TO LST-STAT-VALUE(WS-LATEST-COUNT, 3)
 END-IF.

PRINT-RUN-LINE.
 MOVE WS-LATEST-RUN-DATE TO ALT-RUN-DATE.
 AFTER ADVANCING 1 LINE.

COMPUTE-CONTROL-LIMITS.
 COMPUTE WS-BASE-MEAN = BAS-SUM(WS-STAT-IX) / WS-BASE-COUNT.
 COMPUTE WS-BASE-VAR =
 BAS-SUM-SQR(WS-STAT-IX) / WS-BASE-COUNT
 - WS-BASE-MEAN * WS-BASE-MEAN.
 IF WS-BASE-VAR IS LESS THAN 0
 MOVE 0 TO WS-BASE-VAR
 WS-BASE-MEAN + WS-SIGMA-LIMIT * WS-BASE-SIGMA.

ACCUM-BASE-VALUE.
 MOVE REC-STAT-VALUE(WS-STAT-IX) TO WS-CHECK-VALUE.
 ADD WS-CHECK-VALUE TO BAS-SUM(WS-STAT-IX).
 COMPUTE WS-WORK-VALUE = WS-CHECK-VALUE * WS-CHECK-VALUE.
 COMPUTE BAS-SUM-SQR(WS-STAT-IX) =
 BAS-SUM-SQR(WS-STAT-IX) + WS-WORK-VALUE.

PRINT-LIMIT-LINE.
 PERFORM MOVE-STAT-NAME.
 UNTIL WS-STAT-IX IS GREATER THAN 3.

CHECK-ONE-STATISTIC.
 MOVE LST-STAT-VALUE(WS-HIST-J, WS-STAT-IX) TO WS-CHECK-VALUE.
 IF WS-CHECK-VALUE IS LESS THAN LIM-LOW(WS-STAT-IX)
 OR WS-CHECK-VALUE IS GREATER THAN LIM-HIGH(WS-STAT-IX)
 ADD 1 TO WS-ALERT-COUNT
 PERFORM RAISE-SEVERITY
 PERFORM MOVE-STAT-NAME
 MOVE WS-STAT-NAME TO ALT-STAT-NAME
 MOVE LST-BATCH-NUMBER(WS-HIST-J) TO ALT-BATCH
 MOVE WS-CHECK-VALUE TO ALT-VALUE
 MOVE LIM-LOW(WS-STAT-IX) TO ALT-LOW
 MOVE LIM-HIGH(WS-STAT-IX) TO ALT-HIGH
