IDENTIFICATION DIVISION.
PROGRAM-ID. HISTINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.

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
 *> totals 98 characters; keyed on run date and batch number.
 *> records converted from before the weighted statistics were
 *> added may carry blank weighted fields

WORKING-STORAGE SECTION.
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-HISTORY VALUE "Y".
 02 WS-BATCH-GIVEN-SWITCH PIC X VALUE "N".
 88 BATCH-GIVEN VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-FROM-DATE PIC X(8) VALUE SPACES.
77 WS-TO-DATE PIC X(8) VALUE SPACES.
77 WS-BATCH-TEXT PIC X(4) VALUE SPACES.
77 WS-BATCH-NUMBER PIC 9(4) VALUE 0.
77 WS-FOUND-COUNT PIC 9(6) VALUE 0.

01 WS-START-KEY.
 02 WS-START-RUN-DATE PIC X(8).
 02 WS-START-BATCH PIC 9(4).

01 INQ-RANGE-LINE.
 02 FILLER PIC X(14) VALUE " HISTORY FROM=".
 02 INQ-FROM-DATE PIC X(8).
 02 FILLER PIC X(5) VALUE "  TO=".
 02 INQ-TO-DATE PIC X(8).
 02 FILLER PIC X(8) VALUE "  BATCH=".
 02 INQ-BATCH-TEXT PIC X(4).

01 INQ-UNDERLINE.
 02 FILLER PIC X(50) VALUE
 "--------------------------------------------------".

01 INQ-KEY-LINE.
 02 FILLER PIC X(10) VALUE " RUN DATE=".
 02 INQ-RUN-DATE PIC X(8).
 02 FILLER PIC X(8) VALUE "  BATCH=".
 02 INQ-BATCH PIC 9(4).
 02 FILLER PIC X(4) VALUE "  N=".
 02 INQ-N PIC Z(5)9.

01 INQ-STAT-LINE-1.
 02 FILLER PIC X(12) VALUE "   MEAN=    ".
 02 INQ-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(12) VALUE "  STD DEV=  ".
 02 INQ-STD-DEV PIC -(6)9.9(2).
 02 FILLER PIC X(12) VALUE "  VARIANCE= ".
 02 INQ-VARIANCE PIC -(12)9.9(2).

01 INQ-STAT-LINE-2.
 02 FILLER PIC X(12) VALUE "   MIN=     ".
 02 INQ-MIN PIC -(6)9.9(2).
 02 FILLER PIC X(12) VALUE "  MAX=      ".
 02 INQ-MAX PIC -(6)9.9(2).
 02 FILLER PIC X(12) VALUE "  MEDIAN=   ".
 02 INQ-MEDIAN PIC -(6)9.9(2).

01 INQ-STAT-LINE-3.
 02 FILLER PIC X(12) VALUE "   WTD MEAN=".
 02 INQ-WGT-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(12) VALUE "  WTD SD=   ".
 02 INQ-WGT-STD-DEV PIC -(6)9.9(2).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 IF WS-FROM-DATE IS EQUAL TO SPACES
 DISPLAY "HISTINQ USAGE: FROMDATE [TODATE] [BATCH]"
 DISPLAY "  SHOWS THE stathist.dat FIGURES FOR ONE RUN DATE OR A"
 DISPLAY "  RANGE OF RUN DATES, OPTIONALLY FOR ONE BATCH ONLY"
 MOVE 4 TO RETURN-CODE
 STOP RUN
 END-IF.
 OPEN INPUT HISTORY-FILE.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 DISPLAY "HISTINQ: CANNOT OPEN stathist.dat, STATUS "
 WS-HISTORY-STATUS
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 MOVE WS-FROM-DATE TO INQ-FROM-DATE.
 MOVE WS-TO-DATE TO INQ-TO-DATE.
 IF BATCH-GIVEN
 MOVE WS-BATCH-TEXT TO INQ-BATCH-TEXT
 ELSE
 MOVE "ALL" TO INQ-BATCH-TEXT
 END-IF.
 DISPLAY INQ-RANGE-LINE.
 DISPLAY INQ-UNDERLINE.
 MOVE WS-FROM-DATE TO WS-START-RUN-DATE.
 MOVE 0 TO WS-START-BATCH.
 MOVE WS-START-KEY TO HIS-KEY-IN.
 START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY-IN
 INVALID KEY SET END-OF-HISTORY TO TRUE
 END-START.
 PERFORM SHOW-NEXT-RECORD UNTIL END-OF-HISTORY.
 CLOSE HISTORY-FILE.
 IF WS-FOUND-COUNT IS EQUAL TO 0
 DISPLAY "HISTINQ: NO HISTORY RECORDS FOUND FOR THIS SELECTION"
 MOVE 4 TO RETURN-CODE
 ELSE
 DISPLAY INQ-UNDERLINE
 DISPLAY "HISTINQ: " WS-FOUND-COUNT " HISTORY RECORD(S) SHOWN"
 END-IF.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-FROM-DATE WS-TO-DATE WS-BATCH-TEXT
 END-UNSTRING
 END-IF.
 IF WS-TO-DATE IS EQUAL TO SPACES
 MOVE WS-FROM-DATE TO WS-TO-DATE
 END-IF.
 IF WS-BATCH-TEXT IS NOT EQUAL TO SPACES
 SET BATCH-GIVEN TO TRUE
 COMPUTE WS-BATCH-NUMBER = FUNCTION NUMVAL(WS-BATCH-TEXT)
 END-IF.

SHOW-NEXT-RECORD.
 READ HISTORY-FILE NEXT RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 IF HIS-RUN-DATE-IN IS GREATER THAN WS-TO-DATE
 SET END-OF-HISTORY TO TRUE
 ELSE
 IF NOT BATCH-GIVEN
 OR HIS-BATCH-NUMBER-IN IS EQUAL TO WS-BATCH-NUMBER
 PERFORM SHOW-HISTORY-RECORD
 END-IF
 END-IF
 END-IF.

SHOW-HISTORY-RECORD.
 ADD 1 TO WS-FOUND-COUNT.
 MOVE HIS-RUN-DATE-IN TO INQ-RUN-DATE.
 MOVE HIS-BATCH-NUMBER-IN TO INQ-BATCH.
 MOVE HIS-N-IN TO INQ-N.
 MOVE HIS-MEAN-IN TO INQ-MEAN.
 MOVE HIS-STD-DEV-IN TO INQ-STD-DEV.
 MOVE HIS-VARIANCE-IN TO INQ-VARIANCE.
 MOVE HIS-MIN-IN TO INQ-MIN.
 MOVE HIS-MAX-IN TO INQ-MAX.
 MOVE HIS-MEDIAN-IN TO INQ-MEDIAN.
 IF HIS-WGT-MEAN-IN IS NUMERIC
 MOVE HIS-WGT-MEAN-IN TO INQ-WGT-MEAN
 ELSE
 MOVE 0 TO INQ-WGT-MEAN
 END-IF.
 IF HIS-WGT-STD-DEV-IN IS NUMERIC
 MOVE HIS-WGT-STD-DEV-IN TO INQ-WGT-STD-DEV
 ELSE
 MOVE 0 TO INQ-WGT-STD-DEV
 END-IF.
 DISPLAY INQ-KEY-LINE.
 DISPLAY INQ-STAT-LINE-1.
 DISPLAY INQ-STAT-LINE-2.
 DISPLAY INQ-STAT-LINE-3.
