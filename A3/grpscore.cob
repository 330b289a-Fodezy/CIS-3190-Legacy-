IDENTIFICATION DIVISION.
PROGRAM-ID. GRPSCORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "grphist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-STATUS.
    SELECT SCORE-FILE ASSIGN TO "grpscore.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-IN-LINE.
 02 GHS-KEY-IN.
  03 GHS-RUN-DATE-IN PIC X(8).
  03 GHS-BATCH-NUMBER-IN PIC 9(4).
 02 GHS-GROUP-CODE-IN PIC X(4).
 02 GHS-N-IN PIC 9(6).
 02 GHS-MEAN-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-STD-DEV-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 GHS-DESC-IN PIC X(30).
 02 GHS-PARENT-IN PIC X(4).
 *> totals 74 characters

FD SCORE-FILE.
01 SCORE-LINE PIC X(110).

WORKING-STORAGE SECTION.
77 WS-GRPHIST-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY VALUE "Y".
 02 WS-SCORE-FULL-SWITCH PIC X VALUE "N".
 88 SCORE-TABLE-FULL VALUE "Y".

77 WS-SCORE-MAX PIC 9(4) VALUE 100.
77 WS-SCORE-COUNT PIC 9(4) VALUE 0.
77 WS-SCORE-I PIC 9(4).
77 WS-SCORE-J PIC 9(4).
77 WS-SCORE-INDEX PIC 9(4) VALUE 0.
77 WS-WINDOW-MAX PIC 9(2) VALUE 24.
77 WS-RUNS-TO-AVERAGE PIC 9(2) VALUE 5.
77 WS-WINDOW-I PIC 9(2).
77 WS-WINDOW-SUM PIC S9(10)V9(2).
77 WS-AVERAGE-VALUE PIC S9(6)V9(2).
77 WS-DRIFT-PCT PIC 9(3)V9(2) VALUE 5.00.
77 WS-DRIFT-LIMIT PIC S9(8)V9(4).
77 WS-DRIFT-DELTA PIC S9(8)V9(4).
77 WS-RECORDS-READ PIC 9(8) VALUE 0.
77 WS-UP-COUNT PIC 9(4) VALUE 0.
77 WS-DOWN-COUNT PIC 9(4) VALUE 0.
77 WS-DUPLICATE-COUNT PIC 9(8) VALUE 0.

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-RUNS-TEXT PIC X(10) VALUE SPACES.
77 WS-DRIFT-TEXT PIC X(10) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(110).

01 GROUP-SCORE-TABLE.
 02 SCR-ENTRY OCCURS 100 TIMES.
 03 SCR-CODE PIC X(4).
 03 SCR-DESC PIC X(30).
 03 SCR-PARENT PIC X(4).
 03 SCR-RUN-COUNT PIC 9(6).
 03 SCR-LATEST-KEY.
  04 SCR-LATEST-DATE PIC X(8).
  04 SCR-LATEST-BATCH PIC 9(4).
 03 SCR-LATEST-MEAN PIC S9(6)V9(2).
 03 SCR-PRIOR-KEY PIC X(12).
 03 SCR-PRIOR-MEAN PIC S9(6)V9(2).
 03 SCR-WINDOW-COUNT PIC 9(2).
 03 SCR-WINDOW-ENTRY OCCURS 24 TIMES.
  04 SCR-WINDOW-KEY PIC X(12).
  04 SCR-WINDOW-MEAN PIC S9(6)V9(2).
 *> window holds the most recent runs in run date and batch order

01 SCORE-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(17) VALUE "GROUP SCORECARD".
 02 FILLER PIC X(9) VALUE "RUN DATE=".
 02 HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(9) VALUE "  SOURCE=".
 02 FILLER PIC X(14) VALUE "grphist.dat".
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 SCORE-TITLE-LINE.
 02 FILLER PIC X(33) VALUE
 " GROUP SCORECARD - MEAN BY GROUP".

01 SCORE-UNDERLINE.
 02 FILLER PIC X(33) VALUE
 "---------------------------------".

01 SCORE-PARM-LINE.
 02 FILLER PIC X(16) VALUE " RUNS AVERAGED=".
 02 SCP-RUNS PIC Z9.
 02 FILLER PIC X(19) VALUE "  DRIFT TOLERANCE=".
 02 SCP-DRIFT PIC ZZ9.9(2).
 02 FILLER PIC X(32) VALUE
 "%  (LATEST VS N-RUN AVERAGE)".

01 SCORE-COL-HEADS-1.
 02 FILLER PIC X(45) VALUE
 " GROUP DESCRIPTION                    DIV   ".
 02 FILLER PIC X(48) VALUE
 "LAST RUN   RUNS     LATEST      PRIOR  N-RUN AVG".
 02 FILLER PIC X(5) VALUE "  DIR".

01 SCORE-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-CODE PIC X(4).
 02 FILLER PIC X(2) VALUE SPACES.
 02 SCD-DESC PIC X(30).
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-PARENT PIC X(4).
 02 FILLER PIC X(3) VALUE SPACES.
 02 SCD-LATEST-DATE PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-RUNS PIC Z(5)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-LATEST PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-PRIOR PIC -(6)9.9(2).
 02 SCD-PRIOR-X REDEFINES SCD-PRIOR PIC X(10).
 02 FILLER PIC X(1) VALUE SPACE.
 02 SCD-AVERAGE PIC -(6)9.9(2).
 02 FILLER PIC X(2) VALUE SPACES.
 02 SCD-DIRECTION PIC X(7).

01 SCORE-TOTAL-LINE.
 02 FILLER PIC X(8) VALUE " GROUPS=".
 02 SCT-GROUPS PIC Z(3)9.
 02 FILLER PIC X(15) VALUE "  DRIFTING UP=".
 02 SCT-UP PIC Z(3)9.
 02 FILLER PIC X(17) VALUE "  DRIFTING DOWN=".
 02 SCT-DOWN PIC Z(3)9.
 02 FILLER PIC X(17) VALUE "  HISTORY LINES=".
 02 SCT-RECORDS PIC Z(7)9.

01 SCORE-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 SCR-INFO-TEXT PIC X(68).

01 SCORE-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 SCR-WARN-TEXT PIC X(68).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 PERFORM LOAD-GROUP-HISTORY.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 OPEN OUTPUT SCORE-FILE.
 WRITE SCORE-LINE FROM SCORE-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE SCORE-LINE FROM SCORE-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE WS-RUNS-TO-AVERAGE TO SCP-RUNS.
 MOVE WS-DRIFT-PCT TO SCP-DRIFT.
 WRITE SCORE-LINE FROM SCORE-PARM-LINE
 AFTER ADVANCING 1 LINE.
 IF WS-SCORE-COUNT IS EQUAL TO 0
 MOVE "NO GROUP HISTORY RECORDS FOUND - NOTHING TO REPORT"
 TO SCR-INFO-TEXT
 WRITE SCORE-LINE FROM SCORE-INFO-LINE
 AFTER ADVANCING 1 LINE
 ELSE
 PERFORM START-NEW-PAGE
 MOVE SCORE-COL-HEADS-1 TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 MOVE SCORE-UNDERLINE TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 PERFORM PRINT-ONE-GROUP-SCORE
 VARYING WS-SCORE-I FROM 1 BY 1
 UNTIL WS-SCORE-I IS GREATER THAN WS-SCORE-COUNT
 MOVE SCORE-UNDERLINE TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 MOVE WS-SCORE-COUNT TO SCT-GROUPS
 MOVE WS-UP-COUNT TO SCT-UP
 MOVE WS-DOWN-COUNT TO SCT-DOWN
 MOVE WS-RECORDS-READ TO SCT-RECORDS
 MOVE SCORE-TOTAL-LINE TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 IF WS-DUPLICATE-COUNT IS GREATER THAN 0
 MOVE "REPEATED RUN DATE AND BATCH LINES ON HISTORY - IGNORED"
 TO SCR-WARN-TEXT
 MOVE SCORE-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 END-IF
 IF SCORE-TABLE-FULL
 MOVE "MORE THAN 100 GROUPS ON HISTORY - SOME GROUPS OMITTED"
 TO SCR-WARN-TEXT
 MOVE SCORE-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-SCORE-LINE
 END-IF
 END-IF.
 CLOSE SCORE-FILE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-RUNS-TEXT WS-DRIFT-TEXT
 END-UNSTRING
 IF WS-RUNS-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-RUNS-TO-AVERAGE = FUNCTION NUMVAL(WS-RUNS-TEXT)
 END-IF
 IF WS-DRIFT-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-DRIFT-PCT = FUNCTION NUMVAL(WS-DRIFT-TEXT)
 END-IF
 END-IF.
 IF WS-RUNS-TO-AVERAGE IS LESS THAN 1
 MOVE 1 TO WS-RUNS-TO-AVERAGE
 END-IF.
 IF WS-RUNS-TO-AVERAGE IS GREATER THAN WS-WINDOW-MAX
 MOVE WS-WINDOW-MAX TO WS-RUNS-TO-AVERAGE
 END-IF.

LOAD-GROUP-HISTORY.
 OPEN INPUT GROUP-HISTORY-FILE.
 IF WS-GRPHIST-STATUS IS NOT EQUAL TO "00"
 SET END-OF-GROUP-HISTORY TO TRUE
 ELSE
 PERFORM READ-GROUP-HISTORY-RECORD UNTIL END-OF-GROUP-HISTORY
 CLOSE GROUP-HISTORY-FILE
 END-IF.

READ-GROUP-HISTORY-RECORD.
 READ GROUP-HISTORY-FILE
 AT END SET END-OF-GROUP-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY
 AND GHS-MEAN-IN IS NUMERIC
 ADD 1 TO WS-RECORDS-READ
 PERFORM FIND-OR-INSERT-GROUP
 IF WS-SCORE-INDEX IS GREATER THAN 0
 PERFORM ACCUMULATE-GROUP-RUN
 END-IF
 END-IF.

FIND-OR-INSERT-GROUP.
 MOVE 1 TO WS-SCORE-I.
 PERFORM UNTIL WS-SCORE-I IS GREATER THAN WS-SCORE-COUNT
 OR SCR-CODE(WS-SCORE-I) IS NOT LESS THAN GHS-GROUP-CODE-IN
 ADD 1 TO WS-SCORE-I
 END-PERFORM.
 IF WS-SCORE-I IS NOT GREATER THAN WS-SCORE-COUNT
 AND SCR-CODE(WS-SCORE-I) IS EQUAL TO GHS-GROUP-CODE-IN
 MOVE WS-SCORE-I TO WS-SCORE-INDEX
 ELSE
 IF WS-SCORE-COUNT IS NOT LESS THAN WS-SCORE-MAX
 SET SCORE-TABLE-FULL TO TRUE
 MOVE 0 TO WS-SCORE-INDEX
 ELSE
 PERFORM VARYING WS-SCORE-J FROM WS-SCORE-COUNT BY -1
 UNTIL WS-SCORE-J IS LESS THAN WS-SCORE-I
 MOVE SCR-ENTRY(WS-SCORE-J) TO SCR-ENTRY(WS-SCORE-J + 1)
 END-PERFORM
 ADD 1 TO WS-SCORE-COUNT
 MOVE WS-SCORE-I TO WS-SCORE-INDEX
 MOVE GHS-GROUP-CODE-IN TO SCR-CODE(WS-SCORE-INDEX)
 MOVE 0 TO SCR-RUN-COUNT(WS-SCORE-INDEX)
 MOVE SPACES TO SCR-LATEST-KEY(WS-SCORE-INDEX)
 MOVE SPACES TO SCR-PRIOR-KEY(WS-SCORE-INDEX)
 MOVE 0 TO SCR-LATEST-MEAN(WS-SCORE-INDEX)
 MOVE 0 TO SCR-PRIOR-MEAN(WS-SCORE-INDEX)
 MOVE 0 TO SCR-WINDOW-COUNT(WS-SCORE-INDEX)
 END-IF
 END-IF.

ACCUMULATE-GROUP-RUN.
 IF SCR-RUN-COUNT(WS-SCORE-INDEX) IS GREATER THAN 0
 AND (GHS-KEY-IN IS EQUAL TO SCR-LATEST-KEY(WS-SCORE-INDEX)
 OR GHS-KEY-IN IS EQUAL TO SCR-PRIOR-KEY(WS-SCORE-INDEX))
 ADD 1 TO WS-DUPLICATE-COUNT
 ELSE
 ADD 1 TO SCR-RUN-COUNT(WS-SCORE-INDEX)
 EVALUATE TRUE
 WHEN SCR-RUN-COUNT(WS-SCORE-INDEX) IS EQUAL TO 1
 OR GHS-KEY-IN IS GREATER THAN SCR-LATEST-KEY(WS-SCORE-INDEX)
 MOVE SCR-LATEST-KEY(WS-SCORE-INDEX)
 TO SCR-PRIOR-KEY(WS-SCORE-INDEX)
 MOVE SCR-LATEST-MEAN(WS-SCORE-INDEX)
 TO SCR-PRIOR-MEAN(WS-SCORE-INDEX)
 MOVE GHS-KEY-IN TO SCR-LATEST-KEY(WS-SCORE-INDEX)
 MOVE GHS-MEAN-IN TO SCR-LATEST-MEAN(WS-SCORE-INDEX)
 MOVE GHS-DESC-IN TO SCR-DESC(WS-SCORE-INDEX)
 MOVE GHS-PARENT-IN TO SCR-PARENT(WS-SCORE-INDEX)
 WHEN SCR-RUN-COUNT(WS-SCORE-INDEX) IS EQUAL TO 2
 OR GHS-KEY-IN IS GREATER THAN SCR-PRIOR-KEY(WS-SCORE-INDEX)
 MOVE GHS-KEY-IN TO SCR-PRIOR-KEY(WS-SCORE-INDEX)
 MOVE GHS-MEAN-IN TO SCR-PRIOR-MEAN(WS-SCORE-INDEX)
 WHEN OTHER
 CONTINUE
 END-EVALUATE
 PERFORM INSERT-WINDOW-MEAN
 END-IF.

INSERT-WINDOW-MEAN.
 IF SCR-WINDOW-COUNT(WS-SCORE-INDEX) IS LESS THAN
 WS-RUNS-TO-AVERAGE
 ADD 1 TO SCR-WINDOW-COUNT(WS-SCORE-INDEX)
 MOVE SCR-WINDOW-COUNT(WS-SCORE-INDEX) TO WS-WINDOW-I
 PERFORM UNTIL WS-WINDOW-I IS EQUAL TO 1
 OR SCR-WINDOW-KEY(WS-SCORE-INDEX, WS-WINDOW-I - 1)
 IS NOT GREATER THAN GHS-KEY-IN
 MOVE SCR-WINDOW-ENTRY(WS-SCORE-INDEX, WS-WINDOW-I - 1)
 TO SCR-WINDOW-ENTRY(WS-SCORE-INDEX, WS-WINDOW-I)
 SUBTRACT 1 FROM WS-WINDOW-I
 END-PERFORM
 MOVE GHS-KEY-IN TO SCR-WINDOW-KEY(WS-SCORE-INDEX, WS-WINDOW-I)
 MOVE GHS-MEAN-IN TO SCR-WINDOW-MEAN(WS-SCORE-INDEX, WS-WINDOW-I)
 ELSE
 IF GHS-KEY-IN IS GREATER THAN SCR-WINDOW-KEY(WS-SCORE-INDEX, 1)
 MOVE 1 TO WS-WINDOW-I
 PERFORM UNTIL WS-WINDOW-I IS EQUAL TO
 SCR-WINDOW-COUNT(WS-SCORE-INDEX)
 OR SCR-WINDOW-KEY(WS-SCORE-INDEX, WS-WINDOW-I + 1)
 IS NOT LESS THAN GHS-KEY-IN
 MOVE SCR-WINDOW-ENTRY(WS-SCORE-INDEX, WS-WINDOW-I + 1)
 TO SCR-WINDOW-ENTRY(WS-SCORE-INDEX, WS-WINDOW-I)
 ADD 1 TO WS-WINDOW-I
 END-PERFORM
 MOVE GHS-KEY-IN TO SCR-WINDOW-KEY(WS-SCORE-INDEX, WS-WINDOW-I)
 MOVE GHS-MEAN-IN
 TO SCR-WINDOW-MEAN(WS-SCORE-INDEX, WS-WINDOW-I)
 END-IF
 END-IF.

PRINT-ONE-GROUP-SCORE.
 MOVE 0 TO WS-WINDOW-SUM.
 PERFORM ADD-ONE-WINDOW-VALUE
 VARYING WS-WINDOW-I FROM 1 BY 1
 UNTIL WS-WINDOW-I IS GREATER THAN SCR-WINDOW-COUNT(WS-SCORE-I).
 DIVIDE SCR-WINDOW-COUNT(WS-SCORE-I) INTO WS-WINDOW-SUM
 GIVING WS-AVERAGE-VALUE ROUNDED.
 MOVE SCR-CODE(WS-SCORE-I) TO SCD-CODE.
 MOVE SCR-DESC(WS-SCORE-I) TO SCD-DESC.
 IF SCR-PARENT(WS-SCORE-I) IS EQUAL TO SPACES
 MOVE "----" TO SCD-PARENT
 ELSE
 MOVE SCR-PARENT(WS-SCORE-I) TO SCD-PARENT
 END-IF.
 MOVE SCR-LATEST-DATE(WS-SCORE-I) TO SCD-LATEST-DATE.
 MOVE SCR-RUN-COUNT(WS-SCORE-I) TO SCD-RUNS.
 MOVE SCR-LATEST-MEAN(WS-SCORE-I) TO SCD-LATEST.
 MOVE WS-AVERAGE-VALUE TO SCD-AVERAGE.
 IF SCR-RUN-COUNT(WS-SCORE-I) IS GREATER THAN 1
 MOVE SCR-PRIOR-MEAN(WS-SCORE-I) TO SCD-PRIOR
 PERFORM SET-DIRECTION-INDICATOR
 ELSE
 MOVE SPACES TO SCD-PRIOR-X
 MOVE "NEW" TO SCD-DIRECTION
 END-IF.
 MOVE SCORE-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-SCORE-LINE.

ADD-ONE-WINDOW-VALUE.
 ADD SCR-WINDOW-MEAN(WS-SCORE-I, WS-WINDOW-I) TO WS-WINDOW-SUM.

SET-DIRECTION-INDICATOR.
 COMPUTE WS-DRIFT-DELTA =
 SCR-LATEST-MEAN(WS-SCORE-I) - WS-AVERAGE-VALUE.
 COMPUTE WS-DRIFT-LIMIT =
 FUNCTION ABS(WS-AVERAGE-VALUE) * WS-DRIFT-PCT / 100.
 EVALUATE TRUE
 WHEN WS-DRIFT-DELTA IS GREATER THAN WS-DRIFT-LIMIT
 MOVE "UP" TO SCD-DIRECTION
 ADD 1 TO WS-UP-COUNT
 WHEN WS-DRIFT-DELTA IS LESS THAN 0 - WS-DRIFT-LIMIT
 MOVE "DOWN" TO SCD-DIRECTION
 ADD 1 TO WS-DOWN-COUNT
 WHEN OTHER
 MOVE "STEADY" TO SCD-DIRECTION
 END-EVALUATE.

PRINT-SCORE-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 MOVE SCORE-COL-HEADS-1 TO SCORE-LINE
 WRITE SCORE-LINE AFTER ADVANCING 1 LINE
 ADD 1 TO WS-LINE-COUNT
 END-IF.
 WRITE SCORE-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-RUN-TIMESTAMP(1:8) TO HDG-RUN-DATE.
 WRITE SCORE-LINE FROM SCORE-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE SCORE-LINE FROM SCORE-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE 2 TO WS-LINE-COUNT.
