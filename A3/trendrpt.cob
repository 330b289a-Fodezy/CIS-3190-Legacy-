
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT TREND-FILE ASSIGN TO "trend.txt"
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

FD TREND-FILE.
01 TREND-LINE PIC X(90).

77 WS-HIST-MAX PIC 9(4) VALUE 1000.
77 WS-HIST-COUNT PIC 9(4) VALUE 0.
77 WS-LOAD-TARGET PIC 9(4) VALUE 0.
77 WS-BACK-COUNT PIC 9(4) VALUE 0.
77 WS-EARLIEST-KEY PIC X(12) VALUE SPACES.
77 WS-RUNS-TO-SHOW PIC 9(4) VALUE 10.
77 WS-MOVAVG-WINDOW PIC 9(4) VALUE 3.
77 WS-FIRST-SHOWN PIC S9(4) VALUE 1.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 SET END-OF-HISTORY TO TRUE
 ELSE
 COMPUTE WS-LOAD-TARGET = WS-RUNS-TO-SHOW + WS-MOVAVG-WINDOW
 IF WS-LOAD-TARGET IS GREATER THAN WS-HIST-MAX
 MOVE WS-HIST-MAX TO WS-LOAD-TARGET
 END-IF
 MOVE HIGH-VALUES TO HIS-KEY-IN
 START HISTORY-FILE KEY IS LESS THAN HIS-KEY-IN
 INVALID KEY SET END-OF-HISTORY TO TRUE
 END-START
 PERFORM FIND-EARLIEST-RUN
 UNTIL END-OF-HISTORY
 OR WS-BACK-COUNT IS NOT LESS THAN WS-LOAD-TARGET
 IF WS-BACK-COUNT IS GREATER THAN 0
 MOVE "N" TO WS-EOF-SWITCH
 MOVE WS-EARLIEST-KEY TO HIS-KEY-IN
 START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY-IN
 INVALID KEY SET END-OF-HISTORY TO TRUE
 END-START
 PERFORM READ-HISTORY-RECORD
 UNTIL END-OF-HISTORY
 OR WS-HIST-COUNT IS NOT LESS THAN WS-BACK-COUNT
 END-IF
 CLOSE HISTORY-FILE
 END-IF.

FIND-EARLIEST-RUN.
 READ HISTORY-FILE PREVIOUS RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 ADD 1 TO WS-BACK-COUNT
 MOVE HIS-KEY-IN TO WS-EARLIEST-KEY
 END-IF.

READ-HISTORY-RECORD.
 READ HISTORY-FILE NEXT RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 ADD 1 TO WS-HIST-COUNT
 MOVE HIS-RUN-DATE-IN TO HST-RUN-DATE(WS-HIST-COUNT)
 MOVE HIS-BATCH-NUMBER-IN TO HST-BATCH-NUMBER(WS-HIST-COUNT)
 MOVE HIS-N-IN TO HST-N(WS-HIST-COUNT)
