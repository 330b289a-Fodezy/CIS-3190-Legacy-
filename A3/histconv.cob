IDENTIFICATION DIVISION.
PROGRAM-ID. HISTCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT OLD-HISTORY-FILE ASSIGN TO DYNAMIC WS-OLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLD-HISTORY-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-OUT
        FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
FD OLD-HISTORY-FILE.
01 OLD-HISTORY-LINE.
 02 OLD-RUN-DATE-IN PIC X(8).
 02 OLD-BATCH-NUMBER-IN PIC 9(4).
 02 OLD-N-IN PIC 9(6).
 02 OLD-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-VARIANCE-IN PIC S9(12)V9(2) SIGN LEADING SEPARATE.
 02 OLD-MIN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-MAX-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-MEDIAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-WGT-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 OLD-WGT-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; records written before the weighted
 *> statistics were added are 78 characters and read back with
 *> blank weighted fields

FD HISTORY-FILE.
01 HISTORY-OUT-LINE.
 02 HIS-KEY-OUT.
  03 HIS-RUN-DATE-OUT PIC X(8).
  03 HIS-BATCH-NUMBER-OUT PIC 9(4).
 02 HIS-N-OUT PIC 9(6).
 02 HIS-MEAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-STD-DEV-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-VARIANCE-OUT PIC S9(12)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MIN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MAX-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MEDIAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-MEAN-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-STD-DEV-OUT PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; keyed on run date and batch number

WORKING-STORAGE SECTION.
77 WS-OLD-HISTORY-STATUS PIC XX VALUE SPACES.
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-OLD-HISTORY VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-OLD-FILE-NAME PIC X(40) VALUE "stathist.seq".
77 WS-READ-COUNT PIC 9(6) VALUE 0.
77 WS-ADDED-COUNT PIC 9(6) VALUE 0.
77 WS-REPLACED-COUNT PIC 9(6) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 OPEN INPUT OLD-HISTORY-FILE.
 IF WS-OLD-HISTORY-STATUS IS NOT EQUAL TO "00"
 DISPLAY "HISTCONV USAGE: [OLDFILE]"
 DISPLAY "  LOADS A SEQUENTIAL HISTORY FILE (DEFAULT stathist.seq)"
 DISPLAY "  INTO THE KEYED stathist.dat. RENAME THE OLD"
 DISPLAY "  stathist.dat TO stathist.seq BEFORE RUNNING"
 DISPLAY "HISTCONV: CANNOT OPEN " WS-OLD-FILE-NAME
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 OPEN I-O HISTORY-FILE.
 IF WS-HISTORY-STATUS IS EQUAL TO "35"
 OPEN OUTPUT HISTORY-FILE
 CLOSE HISTORY-FILE
 OPEN I-O HISTORY-FILE
 END-IF.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 DISPLAY "HISTCONV: CANNOT OPEN stathist.dat, STATUS "
 WS-HISTORY-STATUS
 CLOSE OLD-HISTORY-FILE
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM CONVERT-ONE-RECORD UNTIL END-OF-OLD-HISTORY.
 CLOSE OLD-HISTORY-FILE.
 CLOSE HISTORY-FILE.
 DISPLAY "HISTCONV: RECORDS READ     " WS-READ-COUNT.
 DISPLAY "HISTCONV: RECORDS ADDED    " WS-ADDED-COUNT.
 DISPLAY "HISTCONV: RECORDS REPLACED " WS-REPLACED-COUNT.
 DISPLAY "HISTCONV: RECORDS REJECTED " WS-REJECTED-COUNT.
 IF WS-REJECTED-COUNT IS GREATER THAN 0
 OR WS-REPLACED-COUNT IS GREATER THAN 0
 MOVE 4 TO RETURN-CODE
 END-IF.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-OLD-FILE-NAME
 END-UNSTRING
 END-IF.

CONVERT-ONE-RECORD.
 MOVE SPACES TO OLD-HISTORY-LINE.
 READ OLD-HISTORY-FILE
 AT END SET END-OF-OLD-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-OLD-HISTORY
 ADD 1 TO WS-READ-COUNT
 IF OLD-RUN-DATE-IN IS NOT NUMERIC
 OR OLD-BATCH-NUMBER-IN IS NOT NUMERIC
 ADD 1 TO WS-REJECTED-COUNT
 DISPLAY "HISTCONV: REJECTED RECORD " WS-READ-COUNT
 " - RUN DATE OR BATCH NOT NUMERIC"
 ELSE
 PERFORM STORE-CONVERTED-RECORD
 END-IF
 END-IF.

STORE-CONVERTED-RECORD.
 MOVE OLD-HISTORY-LINE TO HISTORY-OUT-LINE.
 IF OLD-WGT-MEAN-IN IS NOT NUMERIC
 MOVE 0 TO HIS-WGT-MEAN-OUT
 END-IF.
 IF OLD-WGT-STD-DEV-IN IS NOT NUMERIC
 MOVE 0 TO HIS-WGT-STD-DEV-OUT
 END-IF.
 WRITE HISTORY-OUT-LINE
 INVALID KEY
 REWRITE HISTORY-OUT-LINE
 END-REWRITE
 IF WS-HISTORY-STATUS IS EQUAL TO "00"
 ADD 1 TO WS-REPLACED-COUNT
 DISPLAY "HISTCONV: DUPLICATE RUN " HIS-RUN-DATE-OUT
 " BATCH " HIS-BATCH-NUMBER-OUT " - LATER RECORD KEPT"
 END-IF
 NOT INVALID KEY
 ADD 1 TO WS-ADDED-COUNT
 END-WRITE.
 IF WS-HISTORY-STATUS IS NOT EQUAL TO "00"
 ADD 1 TO WS-REJECTED-COUNT
 DISPLAY "HISTCONV: WRITE FAILED FOR RUN " HIS-RUN-DATE-OUT
 " BATCH " HIS-BATCH-NUMBER-OUT " STATUS " WS-HISTORY-STATUS
 END-IF.
