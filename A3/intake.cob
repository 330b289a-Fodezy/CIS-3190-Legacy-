IDENTIFICATION DIVISION.
PROGRAM-ID. INTAKE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT FEED-REGISTER-FILE ASSIGN TO "feeds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT INTAKE-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTAKE-STATUS.
    SELECT FEED-LOG-FILE ASSIGN TO "feedlog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-LOG-STATUS.
    SELECT ARRIVAL-REPORT-FILE ASSIGN TO "intake.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FEED-REGISTER-FILE.
01 FEED-REGISTER-RECORD.
 02 FRG-FEED-ID-IN PIC X(8).
 02 FRG-FILE-NAME-IN PIC X(40).
 02 FRG-DAYS-IN PIC X(7).
 02 FRG-REQUIRED-IN PIC X(1).
 02 FRG-CUTOFF-IN PIC 9(4).
 02 FRG-DESC-IN PIC X(30).
 *> totals 90 characters; days are Y/N flags Monday to Sunday,
 *> required is R or O, cutoff is HHMM on the run date

FD FEED-FILE.
01 FEED-RECORD.
 02 FED-X PIC S9(6)V9(2).
 02 FILLER PIC X(72).
 *> totals 80 characters; STATMOLD input records between an FH
 *> feed header and an FT feed trailer

01 FEED-HEADER-RECORD REDEFINES FEED-RECORD.
 02 FHD-REC-TYPE PIC X(2).
 02 FHD-FEED-ID PIC X(8).
 02 FHD-BUSINESS-DATE PIC X(8).
 02 FILLER PIC X(62).

01 FEED-TRAILER-RECORD REDEFINES FEED-RECORD.
 02 FTR-REC-TYPE PIC X(2).
 02 FTR-RECORD-COUNT PIC 9(8).
 02 FTR-HASH-TOTAL PIC S9(12)V9(2) SIGN LEADING SEPARATE.
 02 FILLER PIC X(55).

01 FEED-TYPED-RECORD REDEFINES FEED-RECORD.
 02 FTY-REC-TYPE PIC X(1).
 02 FTY-X PIC S9(6)V9(2).
 02 FILLER PIC X(71).

01 FEED-TAG-VIEW REDEFINES FEED-RECORD.
 02 FILLER PIC X(72).
 02 FTG-FEED-ID PIC X(8).

FD INTAKE-FILE.
01 INTAKE-OUT-LINE PIC X(80).
 *> STATMOLD input; columns 73-80 carry the feed ID

FD FEED-LOG-FILE.
01 FEED-LOG-RECORD.
 02 FLG-FEED-ID PIC X(8).
 02 FLG-BUSINESS-DATE PIC X(8).
 02 FLG-RUN-DATE PIC X(8).
 02 FLG-TIMESTAMP PIC X(14).
 02 FLG-RECORD-COUNT PIC 9(8).
 02 FLG-STATUS PIC X(8).
 *> totals 54 characters

FD ARRIVAL-REPORT-FILE.
01 ARRIVAL-LINE PIC X(100).

WORKING-STORAGE SECTION.
77 WS-REGISTER-STATUS PIC XX VALUE SPACES.
77 WS-FEED-STATUS PIC XX VALUE SPACES.
77 WS-INTAKE-STATUS PIC XX VALUE SPACES.
77 WS-FEED-LOG-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER VALUE "Y".
 02 WS-FEED-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-FEED VALUE "Y".
 02 WS-FEED-LOG-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-FEED-LOG VALUE "Y".
 02 WS-FEED-OVERFLOW-SWITCH PIC X VALUE "N".
 88 FEED-TABLE-OVERFLOW VALUE "Y".
 02 WS-HELD-SWITCH PIC X VALUE "N".
 88 STREAM-HELD VALUE "Y".
 02 WS-DUE-SWITCH PIC X VALUE "N".
 88 FEED-DUE VALUE "Y".
 02 WS-TRAILER-SWITCH PIC X VALUE "N".
 88 FEED-TRAILER-SEEN VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-OUTPUT-FILE-NAME PIC X(40) VALUE "input.txt".
77 WS-RUN-DATE PIC X(8) VALUE SPACES.
77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-FEED-FILE-NAME PIC X(40) VALUE SPACES.
77 WS-DAY-OF-WEEK PIC 9 VALUE 0.
77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.

77 WS-FEED-VERDICT PIC X(9) VALUE SPACES.
77 WS-FEED-REASON PIC X(30) VALUE SPACES.
77 WS-SCAN-COUNT PIC 9(8) VALUE 0.
77 WS-SCAN-HASH PIC S9(12)V9(2) VALUE 0.
77 WS-ARRIVAL-STAMP PIC 9(12) VALUE 0.
77 WS-CUTOFF-STAMP PIC 9(12) VALUE 0.
77 WS-LOADED-RECORDS PIC 9(8) VALUE 0.
77 WS-LOADED-FEEDS PIC 9(4) VALUE 0.

77 WS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
77 WS-LATE-COUNT PIC 9(4) VALUE 0.
77 WS-MISSING-COUNT PIC 9(4) VALUE 0.
77 WS-DUPLICATE-COUNT PIC 9(4) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
77 WS-NOT-DUE-COUNT PIC 9(4) VALUE 0.

01 FEED-FILE-DETAILS.
 02 FFD-SIZE PIC X(8) COMP-X.
 02 FFD-DAY PIC X COMP-X.
 02 FFD-MONTH PIC X COMP-X.
 02 FFD-YEAR PIC X(2) COMP-X.
 02 FFD-HOURS PIC X COMP-X.
 02 FFD-MINUTES PIC X COMP-X.
 02 FFD-SECONDS PIC X COMP-X.
 02 FFD-HUNDREDTHS PIC X COMP-X.

01 DAY-NAME-VALUES.
 02 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".

01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
 02 DAY-NAME PIC X(3) OCCURS 7 TIMES.

77 WS-FEED-MAX PIC 9(4) VALUE 50.
77 WS-FEED-COUNT PIC 9(4) VALUE 0.
77 WS-FEED-I PIC 9(4).

01 FEED-TABLE.
 02 FTB-ENTRY OCCURS 50 TIMES.
 03 FTB-FEED-ID PIC X(8).
 03 FTB-FILE-NAME PIC X(40).
 03 FTB-DAYS PIC X(7).
 03 FTB-REQUIRED PIC X(1).
 03 FTB-CUTOFF PIC 9(4).
 03 FTB-DESC PIC X(30).
 03 FTB-DUE PIC X(1).
 03 FTB-STATUS PIC X(9).
 03 FTB-REASON PIC X(30).
 03 FTB-BUSINESS-DATE PIC X(8).
 03 FTB-RECORDS PIC 9(8).
 03 FTB-ARRIVED PIC X(12).

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(100).

01 ARRIVAL-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(13) VALUE "FEED INTAKE".
 02 FILLER PIC X(9) VALUE "RUN DATE=".
 02 HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(6) VALUE "  DAY=".
 02 HDG-DAY-NAME PIC X(3).
 02 FILLER PIC X(9) VALUE "  OUTPUT=".
 02 HDG-OUTPUT-FILE PIC X(20).
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 ARRIVAL-TITLE-LINE.
 02 FILLER PIC X(31) VALUE
 " FEED INTAKE AND ARRIVAL REPORT".

01 ARRIVAL-UNDERLINE.
 02 FILLER PIC X(31) VALUE
 "-------------------------------".

01 ARRIVAL-COL-HEADS.
 02 FILLER PIC X(46) VALUE
 " FEED ID   REQ DUE STATUS    BUS DATE  RECORDS".
 02 FILLER PIC X(30) VALUE
 "  ARRIVED       REASON".

01 ARRIVAL-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 ARV-FEED-ID PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 ARV-REQUIRED PIC X(3).
 02 FILLER PIC X(1) VALUE SPACE.
 02 ARV-DUE PIC X(3).
 02 FILLER PIC X(1) VALUE SPACE.
 02 ARV-STATUS PIC X(9).
 02 FILLER PIC X(1) VALUE SPACE.
 02 ARV-BUSINESS-DATE PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 ARV-RECORDS PIC Z(7)9.
 02 FILLER PIC X(2) VALUE SPACES.
 02 ARV-ARRIVED PIC X(12).
 02 FILLER PIC X(2) VALUE SPACES.
 02 ARV-REASON PIC X(30).

01 ARRIVAL-COUNTS-LINE.
 02 FILLER PIC X(10) VALUE " ACCEPTED=".
 02 ARC-ACCEPTED PIC Z(3)9.
 02 FILLER PIC X(7) VALUE "  LATE=".
 02 ARC-LATE PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  MISSING=".
 02 ARC-MISSING PIC Z(3)9.
 02 FILLER PIC X(12) VALUE "  DUPLICATE=".
 02 ARC-DUPLICATE PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  REJECTED=".
 02 ARC-REJECTED PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  NOT DUE=".
 02 ARC-NOT-DUE PIC Z(3)9.

01 ARRIVAL-LOADED-LINE.
 02 FILLER PIC X(14) VALUE " FEEDS LOADED=".
 02 ARL-FEEDS PIC Z(3)9.
 02 FILLER PIC X(18) VALUE "  RECORDS WRITTEN=".
 02 ARL-RECORDS PIC Z(7)9.
 02 FILLER PIC X(6) VALUE "  TO=".
 02 ARL-OUTPUT-FILE PIC X(40).

01 ARRIVAL-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 ARV-WARN-TEXT PIC X(68).

01 ARRIVAL-END-LINE.
 02 FILLER PIC X(35) VALUE
 " *** END OF FEED ARRIVAL REPORT ***".

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 IF WS-RUN-DATE IS NOT NUMERIC
 DISPLAY "INTAKE USAGE: [OUTFILE] [RUNDATE]"
 DISPLAY "  CHECKS EACH FEED IN feeds.dat FOR ARRIVAL, HEADER,"
 DISPLAY "  TRAILER COUNT AND HASH, AND WRITES THE ACCEPTED FEEDS"
 DISPLAY "  TO OUTFILE (DEFAULT input.txt) FOR STATMOLD"
 MOVE 4 TO RETURN-CODE
 STOP RUN
 END-IF.
 MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
 COMPUTE WS-DAY-OF-WEEK =
 FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1, 7)
 + 1.
 PERFORM LOAD-FEED-REGISTER.
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 DISPLAY "INTAKE: CANNOT OPEN feeds.dat, STATUS "
 WS-REGISTER-STATUS
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 IF FEED-TABLE-OVERFLOW
 DISPLAY "INTAKE: feeds.dat EXCEEDS TABLE LIMIT OF " WS-FEED-MAX
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 IF WS-FEED-COUNT IS EQUAL TO 0
 DISPLAY "INTAKE: NO FEEDS REGISTERED IN feeds.dat"
 MOVE 12 TO RETURN-CODE
 STOP RUN
 END-IF.
 PERFORM CHECK-ONE-FEED
 VARYING WS-FEED-I FROM 1 BY 1
 UNTIL WS-FEED-I IS GREATER THAN WS-FEED-COUNT.
 IF NOT STREAM-HELD
 PERFORM WRITE-INTAKE-FILE
 END-IF.
 PERFORM PRINT-ARRIVAL-REPORT.
 IF STREAM-HELD
 DISPLAY "INTAKE: REQUIRED FEED NOT AVAILABLE - NOTHING LOADED,"
 " SEE intake.txt"
 ELSE
 DISPLAY "INTAKE: " WS-LOADED-FEEDS " FEED(S), "
 WS-LOADED-RECORDS " RECORD(S) WRITTEN TO "
 FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
 END-IF.
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-OUTPUT-FILE-NAME WS-RUN-DATE
 END-UNSTRING
 END-IF.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 IF WS-RUN-DATE IS EQUAL TO SPACES
 MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
 END-IF.

LOAD-FEED-REGISTER.
 OPEN INPUT FEED-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS EQUAL TO "00"
 PERFORM LOAD-FEED-REGISTER-RECORD UNTIL END-OF-REGISTER
 CLOSE FEED-REGISTER-FILE
 MOVE "00" TO WS-REGISTER-STATUS
 END-IF.

LOAD-FEED-REGISTER-RECORD.
 READ FEED-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 AND FRG-FEED-ID-IN IS NOT EQUAL TO SPACES
 IF WS-FEED-COUNT IS LESS THAN WS-FEED-MAX
 ADD 1 TO WS-FEED-COUNT
 MOVE FRG-FEED-ID-IN TO FTB-FEED-ID(WS-FEED-COUNT)
 MOVE FRG-FILE-NAME-IN TO FTB-FILE-NAME(WS-FEED-COUNT)
 MOVE FRG-DAYS-IN TO FTB-DAYS(WS-FEED-COUNT)
 MOVE FRG-REQUIRED-IN TO FTB-REQUIRED(WS-FEED-COUNT)
 IF FRG-CUTOFF-IN IS NUMERIC
 MOVE FRG-CUTOFF-IN TO FTB-CUTOFF(WS-FEED-COUNT)
 ELSE
 MOVE 0 TO FTB-CUTOFF(WS-FEED-COUNT)
 END-IF
 MOVE FRG-DESC-IN TO FTB-DESC(WS-FEED-COUNT)
 ELSE
 SET FEED-TABLE-OVERFLOW TO TRUE
 END-IF
 END-IF.

CHECK-ONE-FEED.
 MOVE SPACES TO WS-FEED-VERDICT.
 MOVE SPACES TO WS-FEED-REASON.
 MOVE SPACES TO FTB-BUSINESS-DATE(WS-FEED-I).
 MOVE SPACES TO FTB-ARRIVED(WS-FEED-I).
 MOVE 0 TO FTB-RECORDS(WS-FEED-I).
 MOVE "N" TO WS-DUE-SWITCH.
 IF FTB-DAYS(WS-FEED-I)(WS-DAY-OF-WEEK:1) IS EQUAL TO "Y"
 SET FEED-DUE TO TRUE
 END-IF.
 MOVE WS-DUE-SWITCH TO FTB-DUE(WS-FEED-I).
 MOVE FTB-FILE-NAME(WS-FEED-I) TO WS-FEED-FILE-NAME.
 CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-FILE-NAME
 FEED-FILE-DETAILS
 END-CALL.
 IF RETURN-CODE IS NOT EQUAL TO 0
 MOVE 0 TO RETURN-CODE
 IF FEED-DUE
 MOVE "MISSING" TO WS-FEED-VERDICT
 MOVE "FILE NOT FOUND" TO WS-FEED-REASON
 ELSE
 MOVE "NOT DUE" TO WS-FEED-VERDICT
 END-IF
 ELSE
 COMPUTE WS-ARRIVAL-STAMP = FFD-YEAR * 100000000
 + FFD-MONTH * 1000000 + FFD-DAY * 10000
 + FFD-HOURS * 100 + FFD-MINUTES
 MOVE WS-ARRIVAL-STAMP TO FTB-ARRIVED(WS-FEED-I)
 PERFORM SCAN-FEED-FILE
 IF WS-FEED-VERDICT IS EQUAL TO SPACES
 PERFORM CHECK-FEED-LOG
 END-IF
 IF WS-FEED-VERDICT IS EQUAL TO SPACES
 PERFORM DECIDE-FEED-TIMELINESS
 END-IF
 END-IF.
 MOVE WS-FEED-VERDICT TO FTB-STATUS(WS-FEED-I).
 MOVE WS-FEED-REASON TO FTB-REASON(WS-FEED-I).
 PERFORM COUNT-FEED-VERDICT.

SCAN-FEED-FILE.
 MOVE 0 TO WS-SCAN-COUNT.
 MOVE 0 TO WS-SCAN-HASH.
 MOVE "N" TO WS-FEED-EOF-SWITCH.
 MOVE "N" TO WS-TRAILER-SWITCH.
 OPEN INPUT FEED-FILE.
 IF WS-FEED-STATUS IS NOT EQUAL TO "00"
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "FILE CANNOT BE OPENED" TO WS-FEED-REASON
 ELSE
 READ FEED-FILE
 AT END SET END-OF-FEED TO TRUE
 END-READ
 EVALUATE TRUE
 WHEN END-OF-FEED
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "FILE IS EMPTY" TO WS-FEED-REASON
 WHEN FHD-REC-TYPE IS NOT EQUAL TO "FH"
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "NO FEED HEADER RECORD" TO WS-FEED-REASON
 WHEN FHD-FEED-ID IS NOT EQUAL TO FTB-FEED-ID(WS-FEED-I)
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "HEADER FEED ID DOES NOT MATCH" TO WS-FEED-REASON
 WHEN FHD-BUSINESS-DATE IS NOT NUMERIC
 OR FHD-BUSINESS-DATE IS GREATER THAN WS-RUN-DATE
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "BAD BUSINESS DATE IN HEADER" TO WS-FEED-REASON
 WHEN OTHER
 MOVE FHD-BUSINESS-DATE TO FTB-BUSINESS-DATE(WS-FEED-I)
 PERFORM SCAN-ONE-FEED-RECORD UNTIL END-OF-FEED
 END-EVALUATE
 CLOSE FEED-FILE
 END-IF.
 IF WS-FEED-VERDICT IS EQUAL TO SPACES
 MOVE WS-SCAN-COUNT TO FTB-RECORDS(WS-FEED-I)
 EVALUATE TRUE
 WHEN NOT FEED-TRAILER-SEEN
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "NO FEED TRAILER RECORD" TO WS-FEED-REASON
 WHEN FTR-RECORD-COUNT IS NOT EQUAL TO WS-SCAN-COUNT
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "TRAILER RECORD COUNT MISMATCH" TO WS-FEED-REASON
 WHEN FTR-HASH-TOTAL IS NOT EQUAL TO WS-SCAN-HASH
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "TRAILER HASH TOTAL MISMATCH" TO WS-FEED-REASON
 WHEN OTHER
 CONTINUE
 END-EVALUATE
 END-IF.

SCAN-ONE-FEED-RECORD.
 READ FEED-FILE
 AT END SET END-OF-FEED TO TRUE
 END-READ.
 IF NOT END-OF-FEED
 EVALUATE TRUE
 WHEN FEED-TRAILER-SEEN
 MOVE "REJECTED" TO WS-FEED-VERDICT
 MOVE "RECORDS FOLLOW THE FEED TRAILER" TO WS-FEED-REASON
 SET END-OF-FEED TO TRUE
 WHEN FTR-REC-TYPE IS EQUAL TO "FT"
 SET FEED-TRAILER-SEEN TO TRUE
 WHEN FHD-REC-TYPE IS EQUAL TO "FH"
 MOVE "DUPLICATE" TO WS-FEED-VERDICT
 MOVE "FEED HEADER REPEATED IN FILE" TO WS-FEED-REASON
 SET END-OF-FEED TO TRUE
 WHEN FTY-REC-TYPE IS EQUAL TO "B"
 OR FTY-REC-TYPE IS EQUAL TO "W"
 ADD 1 TO WS-SCAN-COUNT
 IF FTY-X IS NUMERIC
 ADD FTY-X TO WS-SCAN-HASH
 END-IF
 WHEN FTY-REC-TYPE IS EQUAL TO "H"
 OR FTY-REC-TYPE IS EQUAL TO "T"
 ADD 1 TO WS-SCAN-COUNT
 WHEN OTHER
 ADD 1 TO WS-SCAN-COUNT
 IF FED-X IS NUMERIC
 ADD FED-X TO WS-SCAN-HASH
 END-IF
 END-EVALUATE
 END-IF.

CHECK-FEED-LOG.
 MOVE "N" TO WS-FEED-LOG-EOF-SWITCH.
 OPEN INPUT FEED-LOG-FILE.
 IF WS-FEED-LOG-STATUS IS EQUAL TO "00"
 PERFORM CHECK-ONE-FEED-LOG-RECORD UNTIL END-OF-FEED-LOG
 CLOSE FEED-LOG-FILE
 END-IF.

CHECK-ONE-FEED-LOG-RECORD.
 READ FEED-LOG-FILE
 AT END SET END-OF-FEED-LOG TO TRUE
 END-READ.
 IF NOT END-OF-FEED-LOG
 IF FLG-FEED-ID IS EQUAL TO FTB-FEED-ID(WS-FEED-I)
 AND FLG-BUSINESS-DATE IS EQUAL TO FTB-BUSINESS-DATE(WS-FEED-I)
 AND FLG-STATUS IS EQUAL TO "ACCEPTED"
 MOVE "DUPLICATE" TO WS-FEED-VERDICT
 STRING "ALREADY LOADED ON RUN " DELIMITED BY SIZE
 FLG-RUN-DATE DELIMITED BY SIZE
 INTO WS-FEED-REASON
 END-STRING
 SET END-OF-FEED-LOG TO TRUE
 END-IF
 END-IF.

DECIDE-FEED-TIMELINESS.
 COMPUTE WS-CUTOFF-STAMP = WS-RUN-DATE-NUM * 10000
 + FTB-CUTOFF(WS-FEED-I).
 EVALUATE TRUE
 WHEN FTB-BUSINESS-DATE(WS-FEED-I) IS LESS THAN WS-RUN-DATE
 MOVE "LATE" TO WS-FEED-VERDICT
 MOVE "FOR AN EARLIER BUSINESS DATE" TO WS-FEED-REASON
 WHEN FTB-CUTOFF(WS-FEED-I) IS GREATER THAN 0
 AND WS-ARRIVAL-STAMP IS GREATER THAN WS-CUTOFF-STAMP
 MOVE "LATE" TO WS-FEED-VERDICT
 MOVE "ARRIVED AFTER CUTOFF" TO WS-FEED-REASON
 WHEN OTHER
 MOVE "ACCEPTED" TO WS-FEED-VERDICT
 END-EVALUATE.

COUNT-FEED-VERDICT.
 EVALUATE WS-FEED-VERDICT
 WHEN "ACCEPTED"
 ADD 1 TO WS-ACCEPTED-COUNT
 WHEN "LATE"
 ADD 1 TO WS-LATE-COUNT
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 WHEN "NOT DUE"
 ADD 1 TO WS-NOT-DUE-COUNT
 WHEN "MISSING"
 ADD 1 TO WS-MISSING-COUNT
 PERFORM FLAG-FEED-FAILURE
 WHEN "DUPLICATE"
 ADD 1 TO WS-DUPLICATE-COUNT
 PERFORM FLAG-FEED-FAILURE
 WHEN OTHER
 ADD 1 TO WS-REJECTED-COUNT
 PERFORM FLAG-FEED-FAILURE
 END-EVALUATE.

FLAG-FEED-FAILURE.
 IF FEED-DUE
 AND FTB-REQUIRED(WS-FEED-I) IS EQUAL TO "R"
 SET STREAM-HELD TO TRUE
 MOVE 8 TO WS-NEW-SEVERITY
 ELSE
 MOVE 4 TO WS-NEW-SEVERITY
 END-IF.
 PERFORM RAISE-SEVERITY.

WRITE-INTAKE-FILE.
 OPEN OUTPUT INTAKE-FILE.
 IF WS-INTAKE-STATUS IS NOT EQUAL TO "00"
 DISPLAY "INTAKE: CANNOT OPEN " FUNCTION TRIM(WS-OUTPUT-FILE-NAME)
 ", STATUS " WS-INTAKE-STATUS
 MOVE 12 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 SET STREAM-HELD TO TRUE
 ELSE
 PERFORM LOAD-ONE-FEED
 VARYING WS-FEED-I FROM 1 BY 1
 UNTIL WS-FEED-I IS GREATER THAN WS-FEED-COUNT
 CLOSE INTAKE-FILE
 IF STREAM-HELD
 OPEN OUTPUT INTAKE-FILE
 CLOSE INTAKE-FILE
 ELSE
 PERFORM LOG-LOADED-FEEDS
 END-IF
 END-IF.

LOAD-ONE-FEED.
 IF FTB-STATUS(WS-FEED-I) IS EQUAL TO "ACCEPTED"
 OR FTB-STATUS(WS-FEED-I) IS EQUAL TO "LATE"
 MOVE FTB-FILE-NAME(WS-FEED-I) TO WS-FEED-FILE-NAME
 MOVE "N" TO WS-FEED-EOF-SWITCH
 OPEN INPUT FEED-FILE
 IF WS-FEED-STATUS IS EQUAL TO "00"
 READ FEED-FILE
 AT END SET END-OF-FEED TO TRUE
 END-READ
 PERFORM COPY-ONE-FEED-RECORD UNTIL END-OF-FEED
 CLOSE FEED-FILE
 ADD 1 TO WS-LOADED-FEEDS
 ELSE
 PERFORM FAIL-FEED-LOAD
 END-IF
 END-IF.

FAIL-FEED-LOAD.
 DISPLAY "INTAKE: CANNOT OPEN FEED " FTB-FEED-ID(WS-FEED-I)
 " FOR LOAD, STATUS " WS-FEED-STATUS.
 IF FTB-STATUS(WS-FEED-I) IS EQUAL TO "LATE"
 SUBTRACT 1 FROM WS-LATE-COUNT
 ELSE
 SUBTRACT 1 FROM WS-ACCEPTED-COUNT
 END-IF.
 ADD 1 TO WS-REJECTED-COUNT.
 MOVE "FAILED" TO FTB-STATUS(WS-FEED-I).
 MOVE "FILE CANNOT BE OPENED FOR LOAD" TO FTB-REASON(WS-FEED-I).
 MOVE FTB-DUE(WS-FEED-I) TO WS-DUE-SWITCH.
 PERFORM FLAG-FEED-FAILURE.

COPY-ONE-FEED-RECORD.
 READ FEED-FILE
 AT END SET END-OF-FEED TO TRUE
 END-READ.
 IF NOT END-OF-FEED
 IF FTR-REC-TYPE IS EQUAL TO "FT"
 SET END-OF-FEED TO TRUE
 ELSE
 MOVE FTB-FEED-ID(WS-FEED-I) TO FTG-FEED-ID
 WRITE INTAKE-OUT-LINE FROM FEED-RECORD
 ADD 1 TO WS-LOADED-RECORDS
 END-IF
 END-IF.

LOG-LOADED-FEEDS.
 OPEN EXTEND FEED-LOG-FILE.
 IF WS-FEED-LOG-STATUS IS EQUAL TO "35"
 OPEN OUTPUT FEED-LOG-FILE
 END-IF.
 PERFORM LOG-ONE-FEED
 VARYING WS-FEED-I FROM 1 BY 1
 UNTIL WS-FEED-I IS GREATER THAN WS-FEED-COUNT.
 CLOSE FEED-LOG-FILE.

LOG-ONE-FEED.
 IF FTB-STATUS(WS-FEED-I) IS EQUAL TO "ACCEPTED"
 OR FTB-STATUS(WS-FEED-I) IS EQUAL TO "LATE"
 MOVE SPACES TO FEED-LOG-RECORD
 MOVE FTB-FEED-ID(WS-FEED-I) TO FLG-FEED-ID
 MOVE FTB-BUSINESS-DATE(WS-FEED-I) TO FLG-BUSINESS-DATE
 MOVE WS-RUN-DATE TO FLG-RUN-DATE
 MOVE WS-RUN-TIMESTAMP(1:14) TO FLG-TIMESTAMP
 MOVE FTB-RECORDS(WS-FEED-I) TO FLG-RECORD-COUNT
 MOVE "ACCEPTED" TO FLG-STATUS
 WRITE FEED-LOG-RECORD
 END-IF.

PRINT-ARRIVAL-REPORT.
 OPEN OUTPUT ARRIVAL-REPORT-FILE.
 WRITE ARRIVAL-LINE FROM ARRIVAL-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE ARRIVAL-LINE FROM ARRIVAL-UNDERLINE
 AFTER ADVANCING 1 LINE.
 PERFORM START-NEW-PAGE.
 PERFORM PRINT-FEED-LINE
 VARYING WS-FEED-I FROM 1 BY 1
 UNTIL WS-FEED-I IS GREATER THAN WS-FEED-COUNT.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-ARRIVAL-LINE.
 MOVE WS-ACCEPTED-COUNT TO ARC-ACCEPTED.
 MOVE WS-LATE-COUNT TO ARC-LATE.
 MOVE WS-MISSING-COUNT TO ARC-MISSING.
 MOVE WS-DUPLICATE-COUNT TO ARC-DUPLICATE.
 MOVE WS-REJECTED-COUNT TO ARC-REJECTED.
 MOVE WS-NOT-DUE-COUNT TO ARC-NOT-DUE.
 MOVE ARRIVAL-COUNTS-LINE TO PRT-DETAIL.
 PERFORM PRINT-ARRIVAL-LINE.
 IF STREAM-HELD
 MOVE "REQUIRED FEED NOT AVAILABLE - NOTHING LOADED, STREAM HELD"
 TO ARV-WARN-TEXT
 MOVE ARRIVAL-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-ARRIVAL-LINE
 ELSE
 MOVE WS-LOADED-FEEDS TO ARL-FEEDS
 MOVE WS-LOADED-RECORDS TO ARL-RECORDS
 MOVE WS-OUTPUT-FILE-NAME TO ARL-OUTPUT-FILE
 MOVE ARRIVAL-LOADED-LINE TO PRT-DETAIL
 PERFORM PRINT-ARRIVAL-LINE
 IF WS-LOADED-FEEDS IS EQUAL TO 0
 MOVE "NO FEEDS LOADED FOR THIS RUN DATE" TO ARV-WARN-TEXT
 MOVE ARRIVAL-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-ARRIVAL-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF
 END-IF.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-ARRIVAL-LINE.
 MOVE ARRIVAL-END-LINE TO PRT-DETAIL.
 PERFORM PRINT-ARRIVAL-LINE.
 CLOSE ARRIVAL-REPORT-FILE.

PRINT-FEED-LINE.
 MOVE FTB-FEED-ID(WS-FEED-I) TO ARV-FEED-ID.
 IF FTB-REQUIRED(WS-FEED-I) IS EQUAL TO "R"
 MOVE "REQ" TO ARV-REQUIRED
 ELSE
 MOVE "OPT" TO ARV-REQUIRED
 END-IF.
 IF FTB-DUE(WS-FEED-I) IS EQUAL TO "Y"
 MOVE "YES" TO ARV-DUE
 ELSE
 MOVE "NO" TO ARV-DUE
 END-IF.
 MOVE FTB-STATUS(WS-FEED-I) TO ARV-STATUS.
 MOVE FTB-BUSINESS-DATE(WS-FEED-I) TO ARV-BUSINESS-DATE.
 MOVE FTB-RECORDS(WS-FEED-I) TO ARV-RECORDS.
 MOVE FTB-ARRIVED(WS-FEED-I) TO ARV-ARRIVED.
 MOVE FTB-REASON(WS-FEED-I) TO ARV-REASON.
 MOVE ARRIVAL-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-ARRIVAL-LINE.

PRINT-ARRIVAL-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 END-IF.
 WRITE ARRIVAL-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-RUN-DATE TO HDG-RUN-DATE.
 MOVE DAY-NAME(WS-DAY-OF-WEEK) TO HDG-DAY-NAME.
 MOVE WS-OUTPUT-FILE-NAME TO HDG-OUTPUT-FILE.
 WRITE ARRIVAL-LINE FROM ARRIVAL-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE ARRIVAL-LINE FROM ARRIVAL-UNDERLINE
 AFTER ADVANCING 1 LINE.
 WRITE ARRIVAL-LINE FROM ARRIVAL-COL-HEADS
 AFTER ADVANCING 1 LINE.
 MOVE 3 TO WS-LINE-COUNT.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.
