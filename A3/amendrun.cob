    SELECT AMENDED-FILE ASSIGN TO "amended.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IO
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT PERIOD-CONTROL-FILE ASSIGN TO "periodctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT PENDING-FILE ASSIGN TO "statpend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPMST-STATUS.
    SELECT CORR-REGISTER-FILE ASSIGN TO "corrreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT CORR-REGISTER-WORK-FILE ASSIGN TO "corrreg.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-WORK-STATUS.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "grphist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-STATUS.
    SELECT GROUP-HISTORY-WORK-FILE ASSIGN TO "grphist.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-WORK-STATUS.
    SELECT GROUP-PENDING-FILE ASSIGN TO "grppend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPPEND-STATUS.
    SELECT GROUP-PENDING-WORK-FILE ASSIGN TO "grppend.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPPEND-WORK-STATUS.

DATA DIVISION.
FILE SECTION.
 02 RSB-X PIC S9(6)V9(2).
 02 RSB-GROUP-CODE PIC X(4).
 02 RSB-ORIG-LINE-NO PIC X(7).
 02 RSB-CORR-ID PIC 9(8).
 02 RSB-PREPARER-ID PIC X(8).
 02 RSB-REASON-CODE PIC X(4).
 02 FILLER PIC X(41).
 *> matches the detail record EXCCORR writes

01 RESUBMIT-HEADER-VIEW REDEFINES RESUBMIT-RECORD.

FD HISTORY-FILE.
01 HISTORY-IO-LINE.
 02 HIS-KEY-IO.
  03 HIS-RUN-DATE-IO PIC X(8).
  03 HIS-BATCH-NUMBER-IO PIC 9(4).
 02 HIS-N-IO PIC 9(6).
 02 HIS-MEAN-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-STD-DEV-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-MEDIAN-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-MEAN-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 HIS-WGT-STD-DEV-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 98 characters; keyed on run date and batch number

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

FD AUDIT-FILE.
01 AUDIT-OUT-LINE PIC X(100).

FD PENDING-FILE.
01 PENDING-IO-LINE.
 02 GM-PARENT-IN PIC X(4).
 *> totals 39 characters

FD CORR-REGISTER-FILE.
01 CORR-REGISTER-RECORD.
 02 CRG-CORR-ID-IO PIC 9(8).
 02 FILLER PIC X(8).
 02 CRG-ORIG-LINE-NO-IO PIC X(7).
 02 FILLER PIC X(8).
 02 CRG-NEW-VALUE-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 CRG-GROUP-CODE-IO PIC X(4).
 02 FILLER PIC X(26).
 02 CRG-STATUS-IO PIC X(8).
 02 FILLER PIC X(22).
 02 CRG-APPLIED-TS-IO PIC X(14).
 *> same 114-character layout as the corrreg.dat record EXCCORR
 *> writes; only the status and applied timestamp are updated here

FD CORR-REGISTER-WORK-FILE.
01 CORR-REGISTER-WORK-LINE PIC X(114).

FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-IO-LINE.
 02 GHS-RUN-DATE-IO PIC X(8).
 02 GHS-BATCH-NUMBER-IO PIC 9(4).
 02 FILLER PIC X(62).
 *> same 74-character layout as the grphist.dat group history record

FD GROUP-HISTORY-WORK-FILE.
01 GROUP-HISTORY-WORK-LINE PIC X(74).

FD GROUP-PENDING-FILE.
01 GROUP-PENDING-IO-LINE.
 02 GPN-RUN-DATE-IO PIC X(8).
 02 GPN-BATCH-NUMBER-IO PIC 9(4).
 02 FILLER PIC X(62).
 *> same 74-character layout as the grphist.dat group history record

FD GROUP-PENDING-WORK-FILE.
01 GROUP-PENDING-WORK-LINE PIC X(74).

WORKING-STORAGE SECTION.
77 SUM-OF-X-SQR PIC 9(18)V9(2).
77 SUM-OF-X PIC S9(10)V9(2).
 88 END-OF-INPUT VALUE "Y".
 02 WS-RESUBMIT-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-RESUBMIT VALUE "Y".
 02 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PENDING VALUE "Y".
 02 WS-PENDING-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-MASTER VALUE "Y".
 02 WS-GROUP-CODE-OK-SWITCH PIC X VALUE "Y".
 88 GROUP-CODE-OK VALUE "Y".
 02 WS-PERIOD-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PERIOD-CONTROL VALUE "Y".
 02 WS-PERIOD-OVERFLOW-SWITCH PIC X VALUE "N".
 88 PERIOD-TABLE-OVERFLOW VALUE "Y".
 02 WS-PERIOD-OPEN-SWITCH PIC X VALUE "Y".
 88 PERIOD-OPEN VALUE "Y".
 02 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER VALUE "Y".
 02 WS-REGISTER-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER-WORK VALUE "Y".
 02 WS-GRPHIST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY VALUE "Y".
 02 WS-GRPHIST-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-HISTORY-WORK VALUE "Y".
 02 WS-GRPPEND-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-PENDING VALUE "Y".
 02 WS-GRPPEND-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-PENDING-WORK VALUE "Y".
 02 WS-GRPPEND-PURGED-SWITCH PIC X VALUE "N".
 88 GROUP-PENDING-PURGED VALUE "Y".
 02 WS-AGR-OVERFLOW-SWITCH PIC X VALUE "N".
 88 AMENDED-GROUP-TABLE-FULL VALUE "Y".

77 WS-INPUT-STATUS PIC XX VALUE SPACES.
77 WS-RESUBMIT-STATUS PIC XX VALUE SPACES.
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.
77 WS-PERIOD-STATUS PIC XX VALUE SPACES.
77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
77 WS-REGISTER-STATUS PIC XX VALUE SPACES.
77 WS-REGISTER-WORK-STATUS PIC XX VALUE SPACES.
77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.
77 WS-REOPEN-AUTH PIC X(8) VALUE SPACES.
77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).
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
 02 FILLER PIC X(8) VALUE "AMENDRUN".
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 AUD-ROP-RUN-DATE PIC X(8).
77 WS-PENDING-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-WORK-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-CSV-STATUS PIC XX VALUE SPACES.
77 WS-PENDING-CSV-WORK-STATUS PIC XX VALUE SPACES.
77 WS-CSV-BATCH-NUMBER PIC 9(4) VALUE 0.
77 WS-GRPMST-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-WORK-STATUS PIC XX VALUE SPACES.
77 WS-GRPPEND-STATUS PIC XX VALUE SPACES.
77 WS-GRPPEND-WORK-STATUS PIC XX VALUE SPACES.

77 WS-INPUT-FILE-NAME PIC X(20) VALUE "input.txt".
77 WS-RESUBMIT-FILE-NAME PIC X(20) VALUE "resubmit.txt".
 02 WEIGHT-OF-X PIC 9(6)V9(2) OCCURS 1 TO 10000 TIMES
 DEPENDING ON WS-TABLE-SIZE.

01 GROUP-CODE-AREA.
 02 GROUP-OF-X PIC X(4) OCCURS 1 TO 10000 TIMES
 DEPENDING ON WS-TABLE-SIZE.

77 WS-CURRENT-WEIGHT PIC 9(6)V9(2) VALUE 1.
77 WS-CURRENT-GROUP-CODE PIC X(4) VALUE SPACES.
77 WS-WGT-SUM USAGE COMP-2.
77 WS-WGT-XSUM USAGE COMP-2.
77 WS-WGT-SQSUM USAGE COMP-2.
77 WS-CORR-INDEX PIC 9(4) VALUE 0.
77 WS-CORR-APPLIED PIC 9(4) VALUE 0.
77 WS-BATCH-CORR-COUNT PIC 9(4) VALUE 0.
77 WS-CORR-APPROVED PIC 9(4) VALUE 0.
77 WS-CORR-AWAITING PIC 9(4) VALUE 0.
77 WS-CORR-REFUSED PIC 9(4) VALUE 0.
77 WS-CORR-MISMATCHED PIC 9(4) VALUE 0.
77 WS-CORR-RESTATED PIC 9(4) VALUE 0.

01 CORRECTION-TABLE.
 02 CORR-ENTRY OCCURS 1000 TIMES.
 03 CORR-LINE-NUMBER PIC 9(8).
 03 CORR-ORIG-LINE-NO PIC X(7).
 03 CORR-X PIC S9(6)V9(2).
 03 CORR-GROUP-CODE PIC X(4).
 03 CORR-ID PIC 9(8).
 03 CORR-PREPARER-ID PIC X(8).
 03 CORR-STATUS PIC X(8).
 88 CORR-APPROVED VALUE "APPROVED" "APPLIED".
 88 CORR-AWAITING VALUE "PENDING".
 88 CORR-MISMATCHED VALUE "MISMATCH".
 03 CORR-BATCH-NUMBER PIC 9(4).
 03 CORR-RESTATED PIC X(1).

77 WS-GRPMST-COUNT PIC 9(4) VALUE 0.
77 WS-GRPMST-MAX PIC 9(4) VALUE 100.
 03 GM-ACTIVE PIC X(1).
 03 GM-PARENT PIC X(4).

77 WS-GROUP-MAX PIC 9(2) VALUE 50.
77 WS-GROUP-COUNT PIC 9(2) VALUE 0.
77 WS-GROUP-J PIC 9(2).
77 WS-GROUP-INDEX PIC 9(2) VALUE 0.
77 WS-GROUP-SEARCH-CODE PIC X(4) VALUE SPACES.
77 WS-GROUP-VARIANCE PIC S9(12)V9(2).
77 WS-GROUP-STDDEV PIC S9(6)V9(2).

01 GROUP-SUMMARY-TABLE.
 02 GROUP-ENTRY OCCURS 50 TIMES.
 03 GRP-CODE PIC X(4).
 03 GRP-COUNT PIC S9(6).
 03 GRP-SUM PIC S9(10)V9(2).
 03 GRP-SUM-SQR PIC S9(18)V9(2).
 03 GRP-MEAN PIC S9(6)V9(2).

77 WS-AGR-MAX PIC 9(4) VALUE 5000.
77 WS-AGR-COUNT PIC 9(4) VALUE 0.
77 WS-AGR-I PIC 9(4).

01 AMENDED-GROUP-WORK-RECORD.
 02 AGW-RUN-DATE PIC X(8).
 02 AGW-BATCH-NUMBER PIC 9(4).
 02 AGW-GROUP-CODE PIC X(4).
 02 AGW-N PIC 9(6).
 02 AGW-MEAN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 AGW-STD-DEV PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 AGW-DESC PIC X(30).
 02 AGW-PARENT PIC X(4).
 *> same 74-character layout as the grphist.dat group history record

01 AMENDED-GROUP-TABLE.
 02 AGR-ENTRY OCCURS 5000 TIMES.
 03 AGR-AMD-INDEX PIC 9(4).
 03 AGR-RECORD PIC X(74).

77 WS-AMD-MAX PIC 9(4) VALUE 500.
77 WS-AMD-COUNT PIC 9(4) VALUE 0.
77 WS-AMD-I PIC 9(4).
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 AMD-WARN-TEXT PIC X(68).

01 AMENDED-SKIPPED-LINE.
 02 FILLER PIC X(12) VALUE " *** SKIP: ".
 02 FILLER PIC X(5) VALUE "LINE=".
 02 AMD-SKIP-LINE-NO PIC Z(7)9.
 02 FILLER PIC X(5) VALUE "  ID=".
 02 AMD-SKIP-CORR-ID PIC Z(7)9.
 02 FILLER PIC X(9) VALUE "  STATUS=".
 02 AMD-SKIP-STATUS PIC X(8).
 02 FILLER PIC X(11) VALUE "  PREPARER=".
 02 AMD-SKIP-PREPARER PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 PERFORM LOAD-CORRECTION-TABLE.
 PERFORM LOAD-CORRECTION-APPROVALS.
 PERFORM LOAD-GROUP-MASTER.
 PERFORM LOAD-PERIOD-CONTROL.
 OPEN INPUT INPUT-FILE.
 IF WS-INPUT-STATUS IS NOT EQUAL TO "00"
 DISPLAY "AMENDRUN: CANNOT OPEN " WS-INPUT-FILE-NAME
 MOVE WS-RESUBMIT-FILE-NAME TO AMD-RESUBMIT-NAME.
 WRITE AMENDED-LINE FROM AMENDED-FILES-LINE
 AFTER ADVANCING 1 LINE.
 PERFORM LIST-UNAPPROVED-CORRECTIONS.
 PERFORM READ-NEXT-RECORD.
 PERFORM PROC-BODY UNTIL END-OF-INPUT.
 IF WS-CORR-APPLIED IS LESS THAN WS-CORR-APPROVED
 MOVE "SOME CORRECTIONS DID NOT MATCH ANY ORIGINAL LINE"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 2 LINES
 END-IF.
 CLOSE INPUT-FILE.
 PERFORM RESTATE-HISTORY-FILE.
 PERFORM RESTATE-GROUP-HISTORY.
 PERFORM MARK-APPLIED-CORRECTIONS.
 CLOSE AMENDED-FILE.
 PERFORM PURGE-PENDING-RECORDS.
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-INPUT-FILE-NAME WS-RESUBMIT-FILE-NAME
 WS-REOPEN-AUTH
 END-UNSTRING
 IF WS-RESUBMIT-FILE-NAME IS EQUAL TO SPACES
 MOVE "resubmit.txt" TO WS-RESUBMIT-FILE-NAME
 ADD 1 TO WS-CORR-COUNT
 COMPUTE CORR-LINE-NUMBER(WS-CORR-COUNT) =
 FUNCTION NUMVAL(RSB-ORIG-LINE-NO)
 MOVE RSB-ORIG-LINE-NO TO CORR-ORIG-LINE-NO(WS-CORR-COUNT)
 MOVE RSB-X TO CORR-X(WS-CORR-COUNT)
 MOVE RSB-GROUP-CODE TO CORR-GROUP-CODE(WS-CORR-COUNT)
 IF RSB-CORR-ID IS NUMERIC
 MOVE RSB-CORR-ID TO CORR-ID(WS-CORR-COUNT)
 ELSE
 MOVE 0 TO CORR-ID(WS-CORR-COUNT)
 END-IF
 MOVE RSB-PREPARER-ID TO CORR-PREPARER-ID(WS-CORR-COUNT)
 MOVE "UNKNOWN" TO CORR-STATUS(WS-CORR-COUNT)
 MOVE 0 TO CORR-BATCH-NUMBER(WS-CORR-COUNT)
 MOVE "N" TO CORR-RESTATED(WS-CORR-COUNT)
 WHEN OTHER
 DISPLAY "AMENDRUN: CORRECTION LIMIT REACHED - EXTRAS IGNORED"
 SET END-OF-RESUBMIT TO TRUE
 COMPUTE WS-VARIANCE ROUNDED = SUM-OF-X-SQR / N
 COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
 PERFORM COMPUTE-WEIGHTED-STATISTICS
 PERFORM COMPUTE-GROUP-STATISTICS
 PERFORM SORT-ARRAY
 PERFORM CALC-MEDIAN
 PERFORM PRINT-AMENDED-RESULTS
 PERFORM CHECK-PERIOD-OPEN
 IF PERIOD-OPEN
 PERFORM STORE-AMENDED-RECORD
 END-IF
 ELSE
 MOVE "BATCH CONTAINED NO DATA VALUES - STATISTICS SKIPPED"
 TO AMD-WARN-TEXT
INPUT-LOOP.
 MOVE INPUT-X TO X(N).
 MOVE WS-CURRENT-WEIGHT TO WEIGHT-OF-X(N).
 MOVE WS-CURRENT-GROUP-CODE TO GROUP-OF-X(N).
 ADD X(N) TO SUM-OF-X.
 IF INPUT-X IS LESS THAN WS-MIN-X
 MOVE INPUT-X TO WS-MIN-X
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT
 OR WS-CORR-INDEX IS GREATER THAN 0
 IF CORR-LINE-NUMBER(WS-CORR-I) IS EQUAL TO WS-LINE-NUMBER
 AND CORR-APPROVED(WS-CORR-I)
 MOVE WS-CORR-I TO WS-CORR-INDEX
 END-IF
 END-PERFORM.
 MOVE SPACES TO INPUT-RECORD
 MOVE CORR-X(WS-CORR-INDEX) TO INPUT-X
 MOVE CORR-GROUP-CODE(WS-CORR-INDEX) TO INPUT-GROUP-CODE
 MOVE WS-BATCH-NUMBER TO CORR-BATCH-NUMBER(WS-CORR-INDEX)
 ADD 1 TO WS-CORR-APPLIED
 ADD 1 TO WS-BATCH-CORR-COUNT
 END-IF.

VALIDATE-RECORD.
 MOVE 1 TO WS-CURRENT-WEIGHT.
 MOVE SPACES TO WS-CURRENT-GROUP-CODE.
 IF WGT-REC-TYPE IS EQUAL TO "W"
 IF WGT-X IS NUMERIC
 AND WGT-WEIGHT IS NUMERIC
 PERFORM CHECK-GROUP-CODE
 IF GROUP-CODE-OK
 MOVE WGT-WEIGHT TO WS-CURRENT-WEIGHT
 MOVE WGT-GROUP-CODE TO WS-CURRENT-GROUP-CODE
 MOVE WGT-X TO WS-WORK-X
 MOVE WS-WORK-X TO INPUT-X
 SET RECORD-VALID TO TRUE
 MOVE BIV-GROUP-CODE TO WS-CHECK-GROUP-CODE
 PERFORM CHECK-GROUP-CODE
 IF GROUP-CODE-OK
 MOVE BIV-GROUP-CODE TO WS-CURRENT-GROUP-CODE
 MOVE BIV-X TO WS-WORK-X
 MOVE WS-WORK-X TO INPUT-X
 SET RECORD-VALID TO TRUE
 MOVE INPUT-GROUP-CODE TO WS-CHECK-GROUP-CODE
 PERFORM CHECK-GROUP-CODE
 IF GROUP-CODE-OK
 MOVE INPUT-GROUP-CODE TO WS-CURRENT-GROUP-CODE
 SET RECORD-VALID TO TRUE
 END-IF
 END-IF
 COMPUTE WS-WGT-WORK = WS-WGT-WGHT * WS-WGT-WORK.
 COMPUTE WS-WGT-SQSUM = WS-WGT-SQSUM + WS-WGT-WORK.

COMPUTE-GROUP-STATISTICS.
 MOVE 0 TO WS-GROUP-COUNT.
 PERFORM GROUP-ACCUM-LOOP
 VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN N.
 PERFORM GROUP-MEAN-LOOP
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-COUNT.
 PERFORM GROUP-VARIANCE-LOOP
 VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN N.

GROUP-ACCUM-LOOP.
 MOVE GROUP-OF-X(I) TO WS-GROUP-SEARCH-CODE.
 PERFORM FIND-OR-CREATE-GROUP.
 IF WS-GROUP-INDEX IS GREATER THAN 0
 ADD 1 TO GRP-COUNT(WS-GROUP-INDEX)
 ADD X(I) TO GRP-SUM(WS-GROUP-INDEX)
 END-IF.

GROUP-MEAN-LOOP.
 DIVIDE GRP-COUNT(WS-GROUP-J) INTO GRP-SUM(WS-GROUP-J)
 GIVING GRP-MEAN(WS-GROUP-J) ROUNDED.

GROUP-VARIANCE-LOOP.
 MOVE GROUP-OF-X(I) TO WS-GROUP-SEARCH-CODE.
 PERFORM FIND-OR-CREATE-GROUP.
 IF WS-GROUP-INDEX IS GREATER THAN 0
 COMPUTE WS-DEVIATION = X(I) - GRP-MEAN(WS-GROUP-INDEX)
 COMPUTE GRP-SUM-SQR(WS-GROUP-INDEX) =
 GRP-SUM-SQR(WS-GROUP-INDEX)
 + WS-DEVIATION * WS-DEVIATION
 END-IF.

FIND-OR-CREATE-GROUP.
 MOVE 0 TO WS-GROUP-INDEX.
 PERFORM VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-COUNT
 OR WS-GROUP-INDEX IS GREATER THAN 0
 IF GRP-CODE(WS-GROUP-J) IS EQUAL TO WS-GROUP-SEARCH-CODE
 MOVE WS-GROUP-J TO WS-GROUP-INDEX
 END-IF
 END-PERFORM.
 IF WS-GROUP-INDEX IS EQUAL TO 0
 AND WS-GROUP-COUNT IS LESS THAN WS-GROUP-MAX
 ADD 1 TO WS-GROUP-COUNT
 MOVE WS-GROUP-COUNT TO WS-GROUP-INDEX
 MOVE WS-GROUP-SEARCH-CODE TO GRP-CODE(WS-GROUP-INDEX)
 MOVE 0 TO GRP-COUNT(WS-GROUP-INDEX)
 MOVE 0 TO GRP-SUM(WS-GROUP-INDEX)
 MOVE 0 TO GRP-SUM-SQR(WS-GROUP-INDEX)
 MOVE 0 TO GRP-MEAN(WS-GROUP-INDEX)
 END-IF.

CHECK-GROUP-CODE.
 MOVE "Y" TO WS-GROUP-CODE-OK-SWITCH.
 IF GROUP-MASTER-LOADED
 MOVE WS-BATCH-NUMBER TO AMT-BATCH-NUMBER(WS-AMD-COUNT)
 MOVE AMENDED-WORK-RECORD TO AMT-RECORD(WS-AMD-COUNT)
 MOVE "N" TO AMT-MATCHED(WS-AMD-COUNT)
 PERFORM STORE-AMENDED-GROUP
 VARYING WS-GROUP-J FROM 1 BY 1
 UNTIL WS-GROUP-J IS GREATER THAN WS-GROUP-COUNT
 MOVE "HISTORY RECORD SUPERSEDED FOR THIS RUN DATE AND BATCH"
 TO AMD-HISTORY-TEXT
 WRITE AMENDED-LINE FROM AMENDED-HISTORY-LINE
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

STORE-AMENDED-GROUP.
 IF GRP-CODE(WS-GROUP-J) IS NOT EQUAL TO SPACES
 AND GRP-COUNT(WS-GROUP-J) IS GREATER THAN 0
 IF WS-AGR-COUNT IS LESS THAN WS-AGR-MAX
 COMPUTE WS-GROUP-VARIANCE ROUNDED =
 GRP-SUM-SQR(WS-GROUP-J) / GRP-COUNT(WS-GROUP-J)
 COMPUTE WS-GROUP-STDDEV ROUNDED = WS-GROUP-VARIANCE ** 0.5
 MOVE SPACES TO AMENDED-GROUP-WORK-RECORD
 MOVE WS-HDR-RUN-DATE-SAVE TO AGW-RUN-DATE
 MOVE WS-BATCH-NUMBER TO AGW-BATCH-NUMBER
 MOVE GRP-CODE(WS-GROUP-J) TO AGW-GROUP-CODE
 MOVE GRP-COUNT(WS-GROUP-J) TO AGW-N
 MOVE GRP-MEAN(WS-GROUP-J) TO AGW-MEAN
 MOVE WS-GROUP-STDDEV TO AGW-STD-DEV
 IF GROUP-MASTER-LOADED
 MOVE 1 TO WS-GRPMST-I
 PERFORM UNTIL WS-GRPMST-I IS GREATER THAN WS-GRPMST-COUNT
 OR GM-CODE(WS-GRPMST-I) IS EQUAL TO GRP-CODE(WS-GROUP-J)
 ADD 1 TO WS-GRPMST-I
 END-PERFORM
 IF WS-GRPMST-I IS NOT GREATER THAN WS-GRPMST-COUNT
 MOVE GM-DESC(WS-GRPMST-I) TO AGW-DESC
 MOVE GM-PARENT(WS-GRPMST-I) TO AGW-PARENT
 END-IF
 END-IF
 ADD 1 TO WS-AGR-COUNT
 MOVE WS-AMD-COUNT TO AGR-AMD-INDEX(WS-AGR-COUNT)
 MOVE AMENDED-GROUP-WORK-RECORD TO AGR-RECORD(WS-AGR-COUNT)
 ELSE
 SET AMENDED-GROUP-TABLE-FULL TO TRUE
 END-IF
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
 MOVE "RUN DATE IS IN A CLOSED PERIOD - HISTORY NOT RESTATED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
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
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
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
 TO AMD-HISTORY-TEXT.
 WRITE AMENDED-LINE FROM AMENDED-HISTORY-LINE
 AFTER ADVANCING 1 LINE.

WRITE-ONE-PERIOD-CONTROL.
 MOVE PCT-ENTRY(WS-PERIOD-I) TO PERIOD-CONTROL-RECORD.
 WRITE PERIOD-CONTROL-RECORD.

LOAD-CORRECTION-APPROVALS.
 OPEN INPUT CORR-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS EQUAL TO "00"
 PERFORM LOAD-ONE-APPROVAL UNTIL END-OF-REGISTER
 CLOSE CORR-REGISTER-FILE
 ELSE
 DISPLAY "AMENDRUN: CANNOT OPEN corrreg.dat - NO CORRECTION"
 " IS APPROVED"
 END-IF.
 PERFORM COUNT-ONE-APPROVAL
 VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT.

LOAD-ONE-APPROVAL.
 READ CORR-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 PERFORM VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT
 IF CORR-ID(WS-CORR-I) IS GREATER THAN 0
 AND CORR-ID(WS-CORR-I) IS EQUAL TO CRG-CORR-ID-IO
 PERFORM MATCH-ONE-APPROVAL
 END-IF
 END-PERFORM
 END-IF.

MATCH-ONE-APPROVAL.
 IF CRG-NEW-VALUE-IO IS NUMERIC
 AND CRG-NEW-VALUE-IO IS EQUAL TO CORR-X(WS-CORR-I)
 AND CRG-GROUP-CODE-IO IS EQUAL TO CORR-GROUP-CODE(WS-CORR-I)
 AND CRG-ORIG-LINE-NO-IO IS EQUAL TO CORR-ORIG-LINE-NO(WS-CORR-I)
 MOVE CRG-STATUS-IO TO CORR-STATUS(WS-CORR-I)
 ELSE
 MOVE "MISMATCH" TO CORR-STATUS(WS-CORR-I)
 END-IF.

COUNT-ONE-APPROVAL.
 EVALUATE TRUE
 WHEN CORR-APPROVED(WS-CORR-I)
 ADD 1 TO WS-CORR-APPROVED
 WHEN CORR-AWAITING(WS-CORR-I)
 ADD 1 TO WS-CORR-AWAITING
 WHEN CORR-MISMATCHED(WS-CORR-I)
 ADD 1 TO WS-CORR-MISMATCHED
 WHEN OTHER
 ADD 1 TO WS-CORR-REFUSED
 END-EVALUATE.

LIST-UNAPPROVED-CORRECTIONS.
 IF WS-CORR-AWAITING IS GREATER THAN 0
 OR WS-CORR-REFUSED IS GREATER THAN 0
 OR WS-CORR-MISMATCHED IS GREATER THAN 0
 PERFORM LIST-ONE-UNAPPROVED
 VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT
 END-IF.
 IF WS-CORR-AWAITING IS GREATER THAN 0
 MOVE "CORRECTIONS AWAITING APPROVAL WERE SKIPPED - SEE corrreg.txt"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 IF WS-CORR-REFUSED IS GREATER THAN 0
 MOVE "REJECTED OR UNREGISTERED CORRECTIONS WERE NOT APPLIED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 END-IF.
 IF WS-CORR-MISMATCHED IS GREATER THAN 0
 MOVE "MISMATCH: DIFFERS FROM APPROVED REGISTER ENTRY - NOT APPLIED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

LIST-ONE-UNAPPROVED.
 IF NOT CORR-APPROVED(WS-CORR-I)
 MOVE CORR-LINE-NUMBER(WS-CORR-I) TO AMD-SKIP-LINE-NO
 MOVE CORR-ID(WS-CORR-I) TO AMD-SKIP-CORR-ID
 MOVE CORR-STATUS(WS-CORR-I) TO AMD-SKIP-STATUS
 MOVE CORR-PREPARER-ID(WS-CORR-I) TO AMD-SKIP-PREPARER
 WRITE AMENDED-LINE FROM AMENDED-SKIPPED-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

MARK-APPLIED-CORRECTIONS.
 PERFORM FLAG-ONE-RESTATED-CORRECTION
 VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT.
 IF WS-CORR-RESTATED IS GREATER THAN 0
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
 MOVE "N" TO WS-REGISTER-EOF-SWITCH
 OPEN INPUT CORR-REGISTER-FILE
 IF WS-REGISTER-STATUS IS EQUAL TO "00"
 OPEN OUTPUT CORR-REGISTER-WORK-FILE
 PERFORM MARK-ONE-REGISTER-RECORD UNTIL END-OF-REGISTER
 CLOSE CORR-REGISTER-FILE
 CLOSE CORR-REGISTER-WORK-FILE
 OPEN INPUT CORR-REGISTER-WORK-FILE
 OPEN OUTPUT CORR-REGISTER-FILE
 PERFORM COPY-ONE-REGISTER-WORK UNTIL END-OF-REGISTER-WORK
 CLOSE CORR-REGISTER-WORK-FILE
 CLOSE CORR-REGISTER-FILE
 MOVE "corrreg.wrk" TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 MOVE "APPLIED CORRECTIONS MARKED IN THE CORRECTIONS REGISTER"
 TO AMD-HISTORY-TEXT
 WRITE AMENDED-LINE FROM AMENDED-HISTORY-LINE
 AFTER ADVANCING 1 LINE
 END-IF
 END-IF.

FLAG-ONE-RESTATED-CORRECTION.
 IF CORR-BATCH-NUMBER(WS-CORR-I) IS GREATER THAN 0
 MOVE 0 TO WS-AMD-FOUND
 PERFORM VARYING WS-AMD-I FROM 1 BY 1
 UNTIL WS-AMD-I IS GREATER THAN WS-AMD-COUNT
 OR WS-AMD-FOUND IS GREATER THAN 0
 IF AMT-BATCH-NUMBER(WS-AMD-I) IS EQUAL TO
 CORR-BATCH-NUMBER(WS-CORR-I)
 AND AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM
 IF WS-AMD-FOUND IS GREATER THAN 0
 MOVE "Y" TO CORR-RESTATED(WS-CORR-I)
 ADD 1 TO WS-CORR-RESTATED
 END-IF
 END-IF.

MARK-ONE-REGISTER-RECORD.
 READ CORR-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 IF CRG-STATUS-IO IS EQUAL TO "APPROVED"
 MOVE 0 TO WS-CORR-INDEX
 PERFORM VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT
 OR WS-CORR-INDEX IS GREATER THAN 0
 IF CORR-ID(WS-CORR-I) IS EQUAL TO CRG-CORR-ID-IO
 AND CORR-RESTATED(WS-CORR-I) IS EQUAL TO "Y"
 MOVE WS-CORR-I TO WS-CORR-INDEX
 END-IF
 END-PERFORM
 IF WS-CORR-INDEX IS GREATER THAN 0
 MOVE "APPLIED" TO CRG-STATUS-IO
 MOVE WS-RUN-TIMESTAMP(1:14) TO CRG-APPLIED-TS-IO
 END-IF
 END-IF
 MOVE CORR-REGISTER-RECORD TO CORR-REGISTER-WORK-LINE
 WRITE CORR-REGISTER-WORK-LINE
 END-IF.

COPY-ONE-REGISTER-WORK.
 READ CORR-REGISTER-WORK-FILE
 AT END SET END-OF-REGISTER-WORK TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER-WORK
 MOVE CORR-REGISTER-WORK-LINE TO CORR-REGISTER-RECORD
 WRITE CORR-REGISTER-RECORD
 END-IF.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.

RESTATE-HISTORY-FILE.
 IF WS-AMD-COUNT IS GREATER THAN 0
 OPEN I-O HISTORY-FILE
 IF WS-HISTORY-STATUS IS EQUAL TO "35"
 OPEN OUTPUT HISTORY-FILE
 CLOSE HISTORY-FILE
 OPEN I-O HISTORY-FILE
 END-IF
 PERFORM RESTATE-ONE-HISTORY-RECORD
 VARYING WS-AMD-I FROM 1 BY 1
 UNTIL WS-AMD-I IS GREATER THAN WS-AMD-COUNT
 CLOSE HISTORY-FILE
 END-IF.

RESTATE-ONE-HISTORY-RECORD.
 MOVE AMT-RECORD(WS-AMD-I) TO HISTORY-IO-LINE.
 REWRITE HISTORY-IO-LINE
 INVALID KEY
 WRITE HISTORY-IO-LINE
 END-WRITE
 END-REWRITE.
 IF WS-HISTORY-STATUS IS EQUAL TO "00"
 MOVE "Y" TO AMT-MATCHED(WS-AMD-I)
 ELSE
 MOVE "HISTORY FILE UPDATE FAILED - HISTORY NOT RESTATED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

RESTATE-GROUP-HISTORY.
 MOVE 0 TO WS-AMD-FOUND.
 PERFORM VARYING WS-AMD-I FROM 1 BY 1
 UNTIL WS-AMD-I IS GREATER THAN WS-AMD-COUNT
 OR WS-AMD-FOUND IS GREATER THAN 0
 IF AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM.
 IF WS-AMD-FOUND IS GREATER THAN 0
 IF AMENDED-GROUP-TABLE-FULL
 MOVE "AMENDED GROUP TABLE FULL - grphist.dat NOT RESTATED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 1 LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 PERFORM REWRITE-GROUP-HISTORY
 END-IF
 END-IF.

REWRITE-GROUP-HISTORY.
 OPEN OUTPUT GROUP-HISTORY-WORK-FILE.
 OPEN INPUT GROUP-HISTORY-FILE.
 IF WS-GRPHIST-STATUS IS EQUAL TO "00"
 PERFORM COPY-ONE-UNAMENDED-GROUP UNTIL END-OF-GROUP-HISTORY
 CLOSE GROUP-HISTORY-FILE
 END-IF.
 PERFORM WRITE-ONE-AMENDED-GROUP
 VARYING WS-AGR-I FROM 1 BY 1
 UNTIL WS-AGR-I IS GREATER THAN WS-AGR-COUNT.
 CLOSE GROUP-HISTORY-WORK-FILE.
 OPEN INPUT GROUP-HISTORY-WORK-FILE.
 OPEN OUTPUT GROUP-HISTORY-FILE.
 PERFORM COPY-ONE-GROUP-HISTORY-WORK
 UNTIL END-OF-GROUP-HISTORY-WORK.
 CLOSE GROUP-HISTORY-WORK-FILE.
 CLOSE GROUP-HISTORY-FILE.
 MOVE "grphist.wrk" TO WS-DELETE-NAME.
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL.
 IF WS-GRPHIST-STATUS IS EQUAL TO "00"
 MOVE "GROUP HISTORY RESTATED FOR THE AMENDED BATCHES"
 TO AMD-HISTORY-TEXT
 WRITE AMENDED-LINE FROM AMENDED-HISTORY-LINE
 AFTER ADVANCING 2 LINES
 ELSE
 MOVE "GROUP HISTORY UPDATE FAILED - grphist.dat NOT RESTATED"
 TO AMD-WARN-TEXT
 WRITE AMENDED-LINE FROM AMENDED-WARNING-LINE
 AFTER ADVANCING 2 LINES
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

COPY-ONE-UNAMENDED-GROUP.
 READ GROUP-HISTORY-FILE
 AT END SET END-OF-GROUP-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY
 MOVE 0 TO WS-AMD-FOUND
 PERFORM VARYING WS-AMD-I FROM 1 BY 1
 UNTIL WS-AMD-I IS GREATER THAN WS-AMD-COUNT
 OR WS-AMD-FOUND IS GREATER THAN 0
 IF AMT-RUN-DATE(WS-AMD-I) IS EQUAL TO GHS-RUN-DATE-IO
 AND AMT-BATCH-NUMBER(WS-AMD-I) IS EQUAL TO
 GHS-BATCH-NUMBER-IO
 AND AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM
 IF WS-AMD-FOUND IS EQUAL TO 0
 MOVE GROUP-HISTORY-IO-LINE TO GROUP-HISTORY-WORK-LINE
 WRITE GROUP-HISTORY-WORK-LINE
 END-IF
 END-IF.

WRITE-ONE-AMENDED-GROUP.
 IF AMT-MATCHED(AGR-AMD-INDEX(WS-AGR-I)) IS EQUAL TO "Y"
 MOVE AGR-RECORD(WS-AGR-I) TO GROUP-HISTORY-WORK-LINE
 WRITE GROUP-HISTORY-WORK-LINE
 END-IF.

COPY-ONE-GROUP-HISTORY-WORK.
 READ GROUP-HISTORY-WORK-FILE
 AT END SET END-OF-GROUP-HISTORY-WORK TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-HISTORY-WORK
 MOVE GROUP-HISTORY-WORK-LINE TO GROUP-HISTORY-IO-LINE
 WRITE GROUP-HISTORY-IO-LINE
 END-IF.

PURGE-PENDING-RECORDS.
 IF WS-AMD-COUNT IS GREATER THAN 0
 PERFORM PURGE-PENDING-HISTORY
 PERFORM PURGE-PENDING-CSV
 PERFORM PURGE-PENDING-GROUPS
 END-IF.

PURGE-PENDING-GROUPS.
 OPEN INPUT GROUP-PENDING-FILE.
 IF WS-GRPPEND-STATUS IS EQUAL TO "00"
 OPEN OUTPUT GROUP-PENDING-WORK-FILE
 PERFORM PURGE-ONE-PENDING-GROUP UNTIL END-OF-GROUP-PENDING
 CLOSE GROUP-PENDING-FILE
 CLOSE GROUP-PENDING-WORK-FILE
 IF GROUP-PENDING-PURGED
 OPEN INPUT GROUP-PENDING-WORK-FILE
 OPEN OUTPUT GROUP-PENDING-FILE
 PERFORM COPY-ONE-PENDING-GROUP-WORK
 UNTIL END-OF-GROUP-PENDING-WORK
 CLOSE GROUP-PENDING-WORK-FILE
 CLOSE GROUP-PENDING-FILE
 DISPLAY "AMENDRUN: SUPERSEDED QUARANTINE GROUP ROW(S)"
 " REMOVED FROM grppend.dat"
 END-IF
 MOVE "grppend.wrk" TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 END-IF.

PURGE-ONE-PENDING-GROUP.
 READ GROUP-PENDING-FILE
 AT END SET END-OF-GROUP-PENDING TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-PENDING
 MOVE 0 TO WS-AMD-FOUND
 PERFORM VARYING WS-AMD-I FROM 1 BY 1
 UNTIL WS-AMD-I IS GREATER THAN WS-AMD-COUNT
 OR WS-AMD-FOUND IS GREATER THAN 0
 IF AMT-RUN-DATE(WS-AMD-I) IS EQUAL TO GPN-RUN-DATE-IO
 AND AMT-BATCH-NUMBER(WS-AMD-I) IS EQUAL TO
 GPN-BATCH-NUMBER-IO
 AND AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM
 IF WS-AMD-FOUND IS GREATER THAN 0
 SET GROUP-PENDING-PURGED TO TRUE
 ELSE
 MOVE GROUP-PENDING-IO-LINE TO GROUP-PENDING-WORK-LINE
 WRITE GROUP-PENDING-WORK-LINE
 END-IF
 END-IF.

COPY-ONE-PENDING-GROUP-WORK.
 READ GROUP-PENDING-WORK-FILE
 AT END SET END-OF-GROUP-PENDING-WORK TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-PENDING-WORK
 MOVE GROUP-PENDING-WORK-LINE TO GROUP-PENDING-IO-LINE
 WRITE GROUP-PENDING-IO-LINE
 END-IF.

PURGE-PENDING-HISTORY.
 IF AMT-RUN-DATE(WS-AMD-I) IS EQUAL TO PND-RUN-DATE-IO
 AND AMT-BATCH-NUMBER(WS-AMD-I) IS EQUAL TO
 PND-BATCH-NUMBER-IO
 AND AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM
 IF AMT-RUN-DATE(WS-AMD-I) IS EQUAL TO PCM-RUN-DATE
 AND AMT-BATCH-NUMBER(WS-AMD-I) IS EQUAL TO
 WS-CSV-BATCH-NUMBER
 AND AMT-MATCHED(WS-AMD-I) IS EQUAL TO "Y"
 MOVE WS-AMD-I TO WS-AMD-FOUND
 END-IF
 END-PERFORM
