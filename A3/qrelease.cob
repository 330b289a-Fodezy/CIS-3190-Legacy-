        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-OUT
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT PENDING-CSV-FILE ASSIGN TO "pending.csv"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT PEND-KEEP-FILE ASSIGN TO "statpend.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-KEEP-STATUS.
    SELECT GROUP-PENDING-FILE ASSIGN TO "grppend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPPEND-STATUS.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "grphist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPHIST-STATUS.
    SELECT GROUP-KEEP-FILE ASSIGN TO "grppend.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GROUP-KEEP-STATUS.
    SELECT PERIOD-CONTROL-FILE ASSIGN TO "periodctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
 *> same 98-character layout as the stathist.dat history record

FD HISTORY-FILE.
01 HISTORY-OUT-LINE.
 02 HIS-KEY-OUT.
  03 HIS-RUN-DATE-OUT PIC X(8).
  03 HIS-BATCH-NUMBER-OUT PIC 9(4).
 02 FILLER PIC X(86).
 *> totals 98 characters; keyed on run date and batch number

FD PENDING-CSV-FILE.
01 PENDING-CSV-LINE PIC X(100).
FD PEND-KEEP-FILE.
01 PEND-KEEP-LINE PIC X(98).

FD GROUP-PENDING-FILE.
01 GROUP-PENDING-IO-LINE.
 02 GPN-RUN-DATE-IO PIC X(8).
 02 GPN-BATCH-NUMBER-IO PIC 9(4).
 02 FILLER PIC X(62).
 *> same 74-character layout as the grphist.dat group history record

FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-OUT-LINE PIC X(74).

FD GROUP-KEEP-FILE.
01 GROUP-KEEP-LINE PIC X(74).

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

77 WS-CSV-KEEP-STATUS PIC XX VALUE SPACES.
77 WS-PEND-KEEP-STATUS PIC XX VALUE SPACES.
77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
77 WS-GRPPEND-STATUS PIC XX VALUE SPACES.
77 WS-GRPHIST-STATUS PIC XX VALUE SPACES.
77 WS-GROUP-KEEP-STATUS PIC XX VALUE SPACES.
77 WS-PERIOD-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
 88 HISTORY-RELEASED VALUE "Y".
 02 WS-CSV-FOUND-SWITCH PIC X VALUE "N".
 88 CSV-RELEASED VALUE "Y".
 02 WS-GRPPEND-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-PENDING VALUE "Y".
 02 WS-GROUP-KEEP-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-KEEP VALUE "Y".
 02 WS-GROUP-FOUND-SWITCH PIC X VALUE "N".
 88 GROUP-HISTORY-RELEASED VALUE "Y".
 02 WS-PERIOD-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-PERIOD-CONTROL VALUE "Y".
 02 WS-PERIOD-OVERFLOW-SWITCH PIC X VALUE "N".
 88 PERIOD-TABLE-OVERFLOW VALUE "Y".
 02 WS-PERIOD-CLOSED-SWITCH PIC X VALUE "N".
 88 PERIOD-CLOSED VALUE "Y".
 02 WS-PEND-FOUND-SWITCH PIC X VALUE "N".
 88 PENDING-BATCH-FOUND VALUE "Y".
 02 WS-HIS-COLLISION-SWITCH PIC X VALUE "N".
 88 HISTORY-KEY-ON-FILE VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-RUN-DATE PIC X(8) VALUE SPACES.
77 WS-BATCH-NUMBER PIC 9(4) VALUE 0.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-DELETE-NAME PIC X(40) VALUE SPACES.
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
 02 FILLER PIC X(8) VALUE "QRELEASE".
 02 FILLER PIC X(11) VALUE "  RUN DATE=".
 02 AUD-ROP-RUN-DATE PIC X(8).

01 AUDIT-RELEASE-LINE.
 02 FILLER PIC X(4) VALUE "REL ".
 PERFORM READ-PARAMETERS.
 IF WS-RUN-DATE IS EQUAL TO SPACES
 OR WS-BATCH-TEXT IS EQUAL TO SPACES
 DISPLAY "QRELEASE USAGE: RUNDATE BATCH [REOPENID]"
 DISPLAY "  MOVES A QUARANTINED BATCH FROM statpend.dat AND"
 DISPLAY "  pending.csv INTO stathist.dat AND output.csv"
 DISPLAY "  AND ITS GROUP FIGURES FROM grppend.dat INTO grphist.dat"
 DISPLAY "  REOPENID AUTHORIZES RELEASE INTO A CLOSED PERIOD"
 MOVE 4 TO RETURN-CODE
 STOP RUN
 END-IF.
 COMPUTE WS-BATCH-NUMBER = FUNCTION NUMVAL(WS-BATCH-TEXT).
 PERFORM FIND-PENDING-BATCH.
 IF NOT PENDING-BATCH-FOUND
 DISPLAY "QRELEASE: BATCH " WS-BATCH-NUMBER " OF " WS-RUN-DATE
 " IS NOT IN statpend.dat, NOTHING RELEASED"
 MOVE 8 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM CHECK-HISTORY-KEY-FREE.
 IF HISTORY-KEY-ON-FILE
 DISPLAY "QRELEASE: BATCH " WS-BATCH-NUMBER " OF " WS-RUN-DATE
 " IS ALREADY IN stathist.dat"
 DISPLAY "QRELEASE: NOTHING RELEASED, BATCH KEPT IN statpend.dat"
 MOVE 8 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM CHECK-PERIOD-OPEN.
 IF PERIOD-CLOSED
 AND WS-REOPEN-AUTH IS EQUAL TO SPACES
 DISPLAY "QRELEASE: RUN DATE " WS-RUN-DATE
 " IS IN CLOSED PERIOD " WS-CHECK-PERIOD
 DISPLAY "QRELEASE: A REOPEN AUTHORIZATION ID IS REQUIRED,"
 " NOTHING RELEASED"
 MOVE 8 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM RELEASE-HISTORY-RECORD.
 IF HISTORY-RELEASED
 IF PERIOD-CLOSED
 PERFORM REOPEN-CLOSED-PERIOD
 END-IF
 PERFORM RELEASE-CSV-BLOCK
 PERFORM RELEASE-GROUP-HISTORY
 PERFORM WRITE-RELEASE-AUDIT
 DISPLAY "QRELEASE: BATCH " WS-BATCH-NUMBER " OF "
 WS-RUN-DATE " RELEASED TO LIVE FILES"
 ELSE
 DISPLAY "QRELEASE: BATCH " WS-BATCH-NUMBER " OF " WS-RUN-DATE
 " NOT RELEASED, KEPT IN statpend.dat"
 MOVE 8 TO RETURN-CODE
 END-IF.
 STOP RUN.

 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-RUN-DATE WS-BATCH-TEXT WS-REOPEN-AUTH
 END-UNSTRING
 END-IF.

FIND-PENDING-BATCH.
 OPEN INPUT PENDING-FILE.
 IF WS-PENDING-STATUS IS EQUAL TO "00"
 PERFORM FIND-ONE-PENDING-RECORD
 UNTIL END-OF-PENDING OR PENDING-BATCH-FOUND
 CLOSE PENDING-FILE
 END-IF.
 MOVE "N" TO WS-PENDING-EOF-SWITCH.

FIND-ONE-PENDING-RECORD.
 READ PENDING-FILE
 AT END SET END-OF-PENDING TO TRUE
 END-READ.
 IF NOT END-OF-PENDING
 IF PND-RUN-DATE-IO IS EQUAL TO WS-RUN-DATE
 AND PND-BATCH-NUMBER-IO IS EQUAL TO WS-BATCH-NUMBER
 SET PENDING-BATCH-FOUND TO TRUE
 END-IF
 END-IF.

CHECK-HISTORY-KEY-FREE.
 OPEN INPUT HISTORY-FILE.
 IF WS-HISTORY-STATUS IS EQUAL TO "00"
 MOVE WS-RUN-DATE TO HIS-RUN-DATE-OUT
 MOVE WS-BATCH-NUMBER TO HIS-BATCH-NUMBER-OUT
 READ HISTORY-FILE
 KEY IS HIS-KEY-OUT
 INVALID KEY
 CONTINUE
 NOT INVALID KEY
 SET HISTORY-KEY-ON-FILE TO TRUE
 END-READ
 CLOSE HISTORY-FILE
 END-IF.

CHECK-PERIOD-OPEN.
 MOVE WS-RUN-DATE(1:6) TO WS-CHECK-PERIOD.
 OPEN INPUT PERIOD-CONTROL-FILE.
 IF WS-PERIOD-STATUS IS EQUAL TO "00"
 PERFORM LOAD-PERIOD-CONTROL-RECORD
 UNTIL END-OF-PERIOD-CONTROL
 CLOSE PERIOD-CONTROL-FILE
 END-IF.
 MOVE 1 TO WS-PERIOD-I.
 PERFORM UNTIL WS-PERIOD-I IS GREATER THAN WS-PERIOD-COUNT
 OR PCT-PERIOD(WS-PERIOD-I) IS EQUAL TO WS-CHECK-PERIOD
 ADD 1 TO WS-PERIOD-I
 END-PERFORM.
 IF WS-PERIOD-I IS NOT GREATER THAN WS-PERIOD-COUNT
 AND PCT-STATUS(WS-PERIOD-I) IS EQUAL TO "CLOSED"
 SET PERIOD-CLOSED TO TRUE
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

REOPEN-CLOSED-PERIOD.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 MOVE "REOPENED" TO PCT-STATUS(WS-PERIOD-I).
 MOVE WS-RUN-TIMESTAMP(1:14) TO PCT-REOPEN-TS(WS-PERIOD-I).
 MOVE WS-REOPEN-AUTH TO PCT-REOPEN-BY(WS-PERIOD-I).
 IF PERIOD-TABLE-OVERFLOW
 DISPLAY "QRELEASE: PERIOD CONTROL EXCEEDS TABLE LIMIT,"
 " periodctl.dat NOT REWRITTEN"
 MOVE 8 TO RETURN-CODE
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
 MOVE WS-RUN-DATE TO AUD-ROP-RUN-DATE.
 OPEN EXTEND AUDIT-FILE.
 IF WS-AUDIT-STATUS IS EQUAL TO "35"
 OPEN OUTPUT AUDIT-FILE
 END-IF.
 MOVE SPACES TO AUDIT-OUT-LINE.
 WRITE AUDIT-OUT-LINE FROM AUDIT-REOPEN-LINE.
 CLOSE AUDIT-FILE.
 DISPLAY "QRELEASE: PERIOD " WS-CHECK-PERIOD " REOPENED BY "
 WS-REOPEN-AUTH.

WRITE-ONE-PERIOD-CONTROL.
 MOVE PCT-ENTRY(WS-PERIOD-I) TO PERIOD-CONTROL-RECORD.
 WRITE PERIOD-CONTROL-RECORD.

RELEASE-HISTORY-RECORD.
 OPEN INPUT PENDING-FILE.
 IF WS-PENDING-STATUS IS NOT EQUAL TO "00"
 DISPLAY "QRELEASE: NO PENDING HISTORY FILE FOUND"
 ELSE
 OPEN OUTPUT PEND-KEEP-FILE
 OPEN I-O HISTORY-FILE
 IF WS-HISTORY-STATUS IS EQUAL TO "35"
 OPEN OUTPUT HISTORY-FILE
 END-IF
 IF PND-RUN-DATE-IO IS EQUAL TO WS-RUN-DATE
 AND PND-BATCH-NUMBER-IO IS EQUAL TO WS-BATCH-NUMBER
 WRITE HISTORY-OUT-LINE FROM PENDING-IO-LINE
 INVALID KEY
 SET HISTORY-KEY-ON-FILE TO TRUE
 END-WRITE
 EVALUATE TRUE
 WHEN HISTORY-KEY-ON-FILE
 DISPLAY "QRELEASE: RUN DATE AND BATCH ALREADY IN stathist.dat,"
 " RECORD KEPT IN statpend.dat"
 MOVE PENDING-IO-LINE TO PEND-KEEP-LINE
 WRITE PEND-KEEP-LINE
 WHEN WS-HISTORY-STATUS IS EQUAL TO "00"
 SET HISTORY-RELEASED TO TRUE
 WHEN OTHER
 DISPLAY "QRELEASE: HISTORY WRITE FAILED, STATUS "
 WS-HISTORY-STATUS
 MOVE PENDING-IO-LINE TO PEND-KEEP-LINE
 WRITE PEND-KEEP-LINE
 END-EVALUATE
 ELSE
 MOVE PENDING-IO-LINE TO PEND-KEEP-LINE
 WRITE PEND-KEEP-LINE
 WRITE PENDING-CSV-LINE
 END-IF.

RELEASE-GROUP-HISTORY.
 OPEN INPUT GROUP-PENDING-FILE.
 IF WS-GRPPEND-STATUS IS EQUAL TO "00"
 OPEN OUTPUT GROUP-KEEP-FILE
 OPEN EXTEND GROUP-HISTORY-FILE
 IF WS-GRPHIST-STATUS IS EQUAL TO "35"
 OPEN OUTPUT GROUP-HISTORY-FILE
 END-IF
 PERFORM SPLIT-ONE-GROUP-PENDING UNTIL END-OF-GROUP-PENDING
 CLOSE GROUP-PENDING-FILE
 CLOSE GROUP-KEEP-FILE
 CLOSE GROUP-HISTORY-FILE
 IF GROUP-HISTORY-RELEASED
 PERFORM REWRITE-GROUP-PENDING-FILE
 END-IF
 MOVE "grppend.wrk" TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 END-IF.

SPLIT-ONE-GROUP-PENDING.
 READ GROUP-PENDING-FILE
 AT END SET END-OF-GROUP-PENDING TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-PENDING
 IF GPN-RUN-DATE-IO IS EQUAL TO WS-RUN-DATE
 AND GPN-BATCH-NUMBER-IO IS EQUAL TO WS-BATCH-NUMBER
 WRITE GROUP-HISTORY-OUT-LINE FROM GROUP-PENDING-IO-LINE
 SET GROUP-HISTORY-RELEASED TO TRUE
 ELSE
 MOVE GROUP-PENDING-IO-LINE TO GROUP-KEEP-LINE
 WRITE GROUP-KEEP-LINE
 END-IF
 END-IF.

REWRITE-GROUP-PENDING-FILE.
 MOVE "N" TO WS-GROUP-KEEP-EOF-SWITCH.
 OPEN INPUT GROUP-KEEP-FILE.
 OPEN OUTPUT GROUP-PENDING-FILE.
 PERFORM COPY-ONE-GROUP-KEEP-RECORD UNTIL END-OF-GROUP-KEEP.
 CLOSE GROUP-KEEP-FILE.
 CLOSE GROUP-PENDING-FILE.

COPY-ONE-GROUP-KEEP-RECORD.
 READ GROUP-KEEP-FILE
 AT END SET END-OF-GROUP-KEEP TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-KEEP
 MOVE GROUP-KEEP-LINE TO GROUP-PENDING-IO-LINE
 WRITE GROUP-PENDING-IO-LINE
 END-IF.

WRITE-RELEASE-AUDIT.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 MOVE WS-RUN-TIMESTAMP(1:14) TO AUD-REL-TIMESTAMP.
