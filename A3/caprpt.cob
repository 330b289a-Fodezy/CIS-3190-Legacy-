IDENTIFICATION DIVISION.
PROGRAM-ID. CAPRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-STATUS.
    SELECT SPEC-MASTER-FILE ASSIGN TO "specs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPCMST-STATUS.
    SELECT RUN-STATUS-FILE ASSIGN TO "runstatus.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-STATUS-STATUS.
    SELECT CAPABILITY-FILE ASSIGN TO "caprpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INPUT-FILE.
01 INPUT-RECORD.
 02 INP-X PIC S9(6)V9(2).
 02 INP-GROUP-CODE PIC X(4).
 02 FILLER PIC X(68).

01 INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
 02 INP-HDR-REC-TYPE PIC X(1).
 02 INP-HDR-RUN-DATE PIC X(8).
 02 INP-HDR-EXPECTED-COUNT PIC 9(6).
 02 FILLER PIC X(65).

01 INPUT-TRAILER-RECORD REDEFINES INPUT-RECORD.
 02 INP-TRL-REC-TYPE PIC X(1).
 02 INP-TRL-RECORD-COUNT PIC 9(6).
 02 INP-TRL-HASH-TOTAL PIC 9(10)V9(2).
 02 FILLER PIC X(61).

01 INPUT-BIVARIATE-RECORD REDEFINES INPUT-RECORD.
 02 INP-BIV-REC-TYPE PIC X(1).
 02 INP-BIV-X PIC S9(6)V9(2).
 02 INP-BIV-Y PIC S9(6)V9(2).
 02 INP-BIV-GROUP-CODE PIC X(4).
 02 FILLER PIC X(59).

01 INPUT-WEIGHTED-RECORD REDEFINES INPUT-RECORD.
 02 INP-WGT-REC-TYPE PIC X(1).
 02 INP-WGT-X PIC S9(6)V9(2).
 02 INP-WGT-WEIGHT PIC 9(6)V9(2).
 02 INP-WGT-GROUP-CODE PIC X(4).
 02 FILLER PIC X(59).

FD SPEC-MASTER-FILE.
01 SPEC-MASTER-RECORD.
 02 SPC-CODE-IN PIC X(4).
 02 SPC-EFFECTIVE-DATE-IN PIC X(8).
 02 SPC-TARGET-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 SPC-LSL-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 SPC-USL-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 39 characters; kept in group code and effective date order

FD RUN-STATUS-FILE.
01 RUN-STATUS-RECORD.
 02 RST-RETURN-CODE PIC 9(2).
 02 RST-BATCH-COUNT PIC 9(4).
 02 RST-EXCEPTION-COUNT PIC 9(6).
 02 RST-OVERFLOW-FLAG PIC X(1).
 02 RST-GROUP-OVERFLOW-FLAG PIC X(1).
 02 RST-COUNT-MISMATCH-FLAG PIC X(1).
 02 RST-HASH-MISMATCH-FLAG PIC X(1).
 02 RST-MISSING-TRAILER-FLAG PIC X(1).
 02 RST-NO-DATA-FLAG PIC X(1).
 02 RST-DUPLICATE-FLAG PIC X(1).
 02 RST-OUT-OF-SPEC-FLAG PIC X(1).
 *> matches the 20-character record STATMOLD writes

FD CAPABILITY-FILE.
01 CAPABILITY-LINE PIC X(110).

WORKING-STORAGE SECTION.
77 WS-INPUT-FILE-NAME PIC X(20) VALUE "input.txt".
77 WS-INPUT-STATUS PIC XX VALUE SPACES.
77 WS-SPCMST-STATUS PIC XX VALUE SPACES.
77 WS-RUN-STATUS-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-INPUT-FILE VALUE "Y".
 02 WS-SPCMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-SPEC-MASTER VALUE "Y".
 02 WS-SPCMST-FULL-SWITCH PIC X VALUE "N".
 88 SPEC-MASTER-TRUNCATED VALUE "Y".
 02 WS-GROUP-OVERFLOW-SWITCH PIC X VALUE "N".
 88 GROUP-TABLE-OVERFLOW VALUE "Y".
 02 WS-INPUT-OPEN-SWITCH PIC X VALUE "N".
 88 INPUT-FILE-OPENED VALUE "Y".
 02 WS-STATUS-READ-SWITCH PIC X VALUE "N".
 88 RUN-STATUS-READ VALUE "Y".
 02 WS-OUT-OF-SPEC-SWITCH PIC X VALUE "N".
 88 OUT-OF-SPEC-FOUND VALUE "Y".

77 WS-SENTINEL-VALUE PIC S9(6)V9(2) VALUE 999999.98.
77 WS-MAX-VALID-VALUE PIC S9(6)V9(2) VALUE 999999.98.
77 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
77 WS-VALUE-COUNT PIC 9(8) VALUE 0.
77 WS-WORK-X PIC S9(6)V9(2) VALUE 0.
77 WS-WORK-GROUP-CODE PIC X(4) VALUE SPACES.
77 WS-AS-OF-DATE PIC X(8) VALUE SPACES.

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-CAPABLE-TEXT PIC X(10) VALUE SPACES.
77 WS-MARGINAL-TEXT PIC X(10) VALUE SPACES.
77 WS-CAPABLE-CPK PIC 9(2)V9(2) VALUE 1.33.
77 WS-MARGINAL-CPK PIC 9(2)V9(2) VALUE 1.00.
77 WS-RUN-TIMESTAMP PIC X(21).

77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.

77 WS-SPCMST-MAX PIC 9(4) VALUE 200.
77 WS-SPCMST-COUNT PIC 9(4) VALUE 0.
77 WS-SPCMST-I PIC 9(4).
77 WS-SPCMST-FOUND PIC 9(4) VALUE 0.

01 SPEC-MASTER-TABLE.
 02 SM-ENTRY OCCURS 200 TIMES.
 03 SM-CODE PIC X(4).
 03 SM-EFFECTIVE-DATE PIC X(8).
 03 SM-TARGET PIC S9(6)V9(2).
 03 SM-LSL PIC S9(6)V9(2).
 03 SM-USL PIC S9(6)V9(2).

77 WS-CAP-GROUP-MAX PIC 9(4) VALUE 100.
77 WS-CAP-GROUP-COUNT PIC 9(4) VALUE 0.
77 WS-CAP-GROUP-I PIC 9(4).
77 WS-CAP-GROUP-J PIC 9(4).

01 CAPABILITY-GROUP-TABLE.
 02 CAP-GROUP-ENTRY OCCURS 100 TIMES.
 03 CAP-CODE PIC X(4).
 03 CAP-COUNT PIC S9(8).
 03 CAP-SUM PIC S9(12)V9(2).
 03 CAP-SUM-SQR USAGE COMP-2.
 03 CAP-BELOW-COUNT PIC S9(8).
 03 CAP-ABOVE-COUNT PIC S9(8).
 03 CAP-SPEC-SWITCH PIC X(1).
 88 CAP-HAS-SPEC VALUE "Y".
 03 CAP-EFFECTIVE-DATE PIC X(8).
 03 CAP-TARGET PIC S9(6)V9(2).
 03 CAP-LSL PIC S9(6)V9(2).
 03 CAP-USL PIC S9(6)V9(2).

77 WS-MEAN-WORK USAGE COMP-2.
77 WS-VAR-WORK USAGE COMP-2.
77 WS-SIGMA-WORK USAGE COMP-2.
77 WS-CP-WORK USAGE COMP-2.
77 WS-CPK-WORK USAGE COMP-2.
77 WS-CPK-UPPER-WORK USAGE COMP-2.
77 WS-MEAN PIC S9(6)V9(2).
77 WS-STDDEV PIC S9(6)V9(2).
77 WS-CP PIC S9(3)V9(2).
77 WS-CPK PIC S9(3)V9(2).
77 WS-PCT-OUT PIC 9(3)V9(1).
77 WS-TARGET-DELTA PIC S9(7)V9(2).
77 WS-RATING PIC X(12) VALUE SPACES.

77 WS-CAPABLE-COUNT PIC 9(4) VALUE 0.
77 WS-MARGINAL-COUNT PIC 9(4) VALUE 0.
77 WS-NOT-CAPABLE-COUNT PIC 9(4) VALUE 0.
77 WS-NO-SPEC-COUNT PIC 9(4) VALUE 0.

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(110).

01 CAP-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(27) VALUE "PROCESS CAPABILITY REPORT".
 02 FILLER PIC X(9) VALUE "RUN DATE=".
 02 HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(8) VALUE "  INPUT=".
 02 HDG-INPUT-NAME PIC X(20).
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 CAP-TITLE-LINE.
 02 FILLER PIC X(43) VALUE
 " PROCESS CAPABILITY REPORT - GROUP VS SPEC".

01 CAP-UNDERLINE.
 02 FILLER PIC X(43) VALUE
 "-------------------------------------------".

01 CAP-PARM-LINE.
 02 FILLER PIC X(7) VALUE " INPUT=".
 02 CPP-INPUT-NAME PIC X(20).
 02 FILLER PIC X(16) VALUE "  CAPABLE CPK>= ".
 02 CPP-CAPABLE PIC Z9.9(2).
 02 FILLER PIC X(17) VALUE "  MARGINAL CPK>= ".
 02 CPP-MARGINAL PIC Z9.9(2).

01 CAP-COL-HEADS.
 02 FILLER PIC X(45) VALUE
 " GROUP     N       MEAN    STD DEV     TARGET".
 02 FILLER PIC X(52) VALUE
 "        LSL        USL      CP     CPK  %OUT  RATING".

01 CAP-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-CODE PIC X(4).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-N PIC Z(5)9.
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-MEAN PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-STDDEV PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-TARGET PIC -(6)9.9(2).
 02 CPD-TARGET-X REDEFINES CPD-TARGET PIC X(10).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-LSL PIC -(6)9.9(2).
 02 CPD-LSL-X REDEFINES CPD-LSL PIC X(10).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-USL PIC -(6)9.9(2).
 02 CPD-USL-X REDEFINES CPD-USL PIC X(10).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-CP PIC -(3)9.9(2).
 02 CPD-CP-X REDEFINES CPD-CP PIC X(7).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-CPK PIC -(3)9.9(2).
 02 CPD-CPK-X REDEFINES CPD-CPK PIC X(7).
 02 FILLER PIC X(1) VALUE SPACE.
 02 CPD-PCT-OUT PIC ZZ9.9.
 02 CPD-PCT-OUT-X REDEFINES CPD-PCT-OUT PIC X(5).
 02 FILLER PIC X(2) VALUE SPACES.
 02 CPD-RATING PIC X(12).

01 CAP-SPEC-LINE.
 02 FILLER PIC X(18) VALUE "        EFFECTIVE=".
 02 CPS-EFFECTIVE-DATE PIC X(8).
 02 FILLER PIC X(12) VALUE "  BELOW LSL=".
 02 CPS-BELOW PIC Z(7)9.
 02 FILLER PIC X(12) VALUE "  ABOVE USL=".
 02 CPS-ABOVE PIC Z(7)9.
 02 FILLER PIC X(15) VALUE "  MEAN-TARGET=".
 02 CPS-TARGET-DELTA PIC -(7)9.9(2).

01 CAP-TOTAL-LINE.
 02 FILLER PIC X(8) VALUE " GROUPS=".
 02 CPT-GROUPS PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  CAPABLE=".
 02 CPT-CAPABLE PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  MARGINAL=".
 02 CPT-MARGINAL PIC Z(3)9.
 02 FILLER PIC X(14) VALUE "  NOT CAPABLE=".
 02 CPT-NOT-CAPABLE PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  NO SPEC=".
 02 CPT-NO-SPEC PIC Z(3)9.
 02 FILLER PIC X(9) VALUE "  VALUES=".
 02 CPT-VALUES PIC Z(7)9.

01 CAP-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 CAP-INFO-TEXT PIC X(68).

01 CAP-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 CAP-WARN-TEXT PIC X(68).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 MOVE WS-RUN-TIMESTAMP(1:8) TO WS-AS-OF-DATE.
 PERFORM LOAD-SPEC-MASTER.
 PERFORM PROCESS-INPUT-FILE.
 OPEN OUTPUT CAPABILITY-FILE.
 WRITE CAPABILITY-LINE FROM CAP-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE CAPABILITY-LINE FROM CAP-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE WS-INPUT-FILE-NAME TO CPP-INPUT-NAME.
 MOVE WS-CAPABLE-CPK TO CPP-CAPABLE.
 MOVE WS-MARGINAL-CPK TO CPP-MARGINAL.
 WRITE CAPABILITY-LINE FROM CAP-PARM-LINE
 AFTER ADVANCING 1 LINE.
 EVALUATE TRUE
 WHEN NOT INPUT-FILE-OPENED
 MOVE "INPUT FILE COULD NOT BE OPENED - NOTHING RATED"
 TO CAP-INFO-TEXT
 WRITE CAPABILITY-LINE FROM CAP-INFO-LINE
 AFTER ADVANCING 1 LINE
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 WHEN WS-CAP-GROUP-COUNT IS EQUAL TO 0
 MOVE "NO DATA VALUES FOUND IN INPUT - NOTHING RATED"
 TO CAP-INFO-TEXT
 WRITE CAPABILITY-LINE FROM CAP-INFO-LINE
 AFTER ADVANCING 1 LINE
 WHEN OTHER
 PERFORM PRINT-CAPABILITY-BODY
 END-EVALUATE.
 IF INPUT-FILE-OPENED
 PERFORM UPDATE-RUN-STATUS
 END-IF.
 CLOSE CAPABILITY-FILE.
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-INPUT-FILE-NAME WS-CAPABLE-TEXT WS-MARGINAL-TEXT
 END-UNSTRING
 IF WS-CAPABLE-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-CAPABLE-CPK = FUNCTION NUMVAL(WS-CAPABLE-TEXT)
 END-IF
 IF WS-MARGINAL-TEXT IS NOT EQUAL TO SPACES
 COMPUTE WS-MARGINAL-CPK = FUNCTION NUMVAL(WS-MARGINAL-TEXT)
 END-IF
 END-IF.
 IF WS-CAPABLE-CPK IS EQUAL TO 0
 MOVE 1.33 TO WS-CAPABLE-CPK
 END-IF.
 IF WS-MARGINAL-CPK IS EQUAL TO 0
 MOVE 1.00 TO WS-MARGINAL-CPK
 END-IF.
 IF WS-MARGINAL-CPK IS GREATER THAN WS-CAPABLE-CPK
 MOVE WS-CAPABLE-CPK TO WS-MARGINAL-CPK
 END-IF.

LOAD-SPEC-MASTER.
 OPEN INPUT SPEC-MASTER-FILE.
 IF WS-SPCMST-STATUS IS EQUAL TO "00"
 PERFORM LOAD-SPEC-MASTER-RECORD
 UNTIL END-OF-SPEC-MASTER
 CLOSE SPEC-MASTER-FILE
 END-IF.

LOAD-SPEC-MASTER-RECORD.
 READ SPEC-MASTER-FILE
 AT END SET END-OF-SPEC-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-SPEC-MASTER
 AND SPC-LSL-IN IS NUMERIC
 AND SPC-USL-IN IS NUMERIC
 AND SPC-TARGET-IN IS NUMERIC
 IF WS-SPCMST-COUNT IS LESS THAN WS-SPCMST-MAX
 ADD 1 TO WS-SPCMST-COUNT
 MOVE SPC-CODE-IN TO SM-CODE(WS-SPCMST-COUNT)
 MOVE SPC-EFFECTIVE-DATE-IN TO SM-EFFECTIVE-DATE(WS-SPCMST-COUNT)
 MOVE SPC-TARGET-IN TO SM-TARGET(WS-SPCMST-COUNT)
 MOVE SPC-LSL-IN TO SM-LSL(WS-SPCMST-COUNT)
 MOVE SPC-USL-IN TO SM-USL(WS-SPCMST-COUNT)
 ELSE
 SET SPEC-MASTER-TRUNCATED TO TRUE
 END-IF
 END-IF.

PROCESS-INPUT-FILE.
 OPEN INPUT INPUT-FILE.
 IF WS-INPUT-STATUS IS NOT EQUAL TO "00"
 DISPLAY "CAPRPT: CANNOT OPEN " WS-INPUT-FILE-NAME
 ELSE
 SET INPUT-FILE-OPENED TO TRUE
 PERFORM PROCESS-INPUT-RECORD UNTIL END-OF-INPUT-FILE
 CLOSE INPUT-FILE
 END-IF.

PROCESS-INPUT-RECORD.
 READ INPUT-FILE
 AT END SET END-OF-INPUT-FILE TO TRUE
 END-READ.
 IF NOT END-OF-INPUT-FILE
 EVALUATE TRUE
 WHEN INP-HDR-REC-TYPE IS EQUAL TO "H"
 IF INP-HDR-RUN-DATE IS NUMERIC
 MOVE INP-HDR-RUN-DATE TO WS-AS-OF-DATE
 END-IF
 WHEN INP-TRL-REC-TYPE IS EQUAL TO "T"
 CONTINUE
 WHEN INP-BIV-REC-TYPE IS EQUAL TO "B"
 EVALUATE TRUE
 WHEN INP-BIV-X IS NOT NUMERIC
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN INP-BIV-X IS EQUAL TO WS-SENTINEL-VALUE
 CONTINUE
 WHEN INP-BIV-X IS GREATER THAN WS-MAX-VALID-VALUE
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN OTHER
 MOVE INP-BIV-X TO WS-WORK-X
 MOVE INP-BIV-GROUP-CODE TO WS-WORK-GROUP-CODE
 PERFORM ACCUMULATE-GROUP-VALUE
 END-EVALUATE
 WHEN INP-WGT-REC-TYPE IS EQUAL TO "W"
 EVALUATE TRUE
 WHEN INP-WGT-X IS NOT NUMERIC
 OR INP-WGT-WEIGHT IS NOT NUMERIC
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN INP-WGT-X IS EQUAL TO WS-SENTINEL-VALUE
 CONTINUE
 WHEN INP-WGT-X IS GREATER THAN WS-MAX-VALID-VALUE
 OR INP-WGT-WEIGHT IS EQUAL TO 0
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN OTHER
 MOVE INP-WGT-X TO WS-WORK-X
 MOVE INP-WGT-GROUP-CODE TO WS-WORK-GROUP-CODE
 PERFORM ACCUMULATE-GROUP-VALUE
 END-EVALUATE
 WHEN INP-X IS NOT NUMERIC
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN INP-X IS EQUAL TO WS-SENTINEL-VALUE
 CONTINUE
 WHEN INP-X IS GREATER THAN WS-MAX-VALID-VALUE
 ADD 1 TO WS-SKIPPED-COUNT
 WHEN OTHER
 MOVE INP-X TO WS-WORK-X
 MOVE INP-GROUP-CODE TO WS-WORK-GROUP-CODE
 PERFORM ACCUMULATE-GROUP-VALUE
 END-EVALUATE
 END-IF.

ACCUMULATE-GROUP-VALUE.
 ADD 1 TO WS-VALUE-COUNT.
 PERFORM FIND-OR-CREATE-CAP-GROUP.
 IF WS-CAP-GROUP-I IS GREATER THAN 0
 ADD 1 TO CAP-COUNT(WS-CAP-GROUP-I)
 ADD WS-WORK-X TO CAP-SUM(WS-CAP-GROUP-I)
 COMPUTE CAP-SUM-SQR(WS-CAP-GROUP-I) =
 CAP-SUM-SQR(WS-CAP-GROUP-I) + WS-WORK-X * WS-WORK-X
 IF CAP-HAS-SPEC(WS-CAP-GROUP-I)
 IF WS-WORK-X IS LESS THAN CAP-LSL(WS-CAP-GROUP-I)
 ADD 1 TO CAP-BELOW-COUNT(WS-CAP-GROUP-I)
 END-IF
 IF WS-WORK-X IS GREATER THAN CAP-USL(WS-CAP-GROUP-I)
 ADD 1 TO CAP-ABOVE-COUNT(WS-CAP-GROUP-I)
 END-IF
 END-IF
 END-IF.

FIND-OR-CREATE-CAP-GROUP.
 MOVE 1 TO WS-CAP-GROUP-I.
 PERFORM UNTIL WS-CAP-GROUP-I IS GREATER THAN WS-CAP-GROUP-COUNT
 OR CAP-CODE(WS-CAP-GROUP-I) IS EQUAL TO WS-WORK-GROUP-CODE
 ADD 1 TO WS-CAP-GROUP-I
 END-PERFORM.
 IF WS-CAP-GROUP-I IS GREATER THAN WS-CAP-GROUP-COUNT
 IF WS-CAP-GROUP-COUNT IS LESS THAN WS-CAP-GROUP-MAX
 ADD 1 TO WS-CAP-GROUP-COUNT
 MOVE WS-CAP-GROUP-COUNT TO WS-CAP-GROUP-I
 MOVE WS-WORK-GROUP-CODE TO CAP-CODE(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-COUNT(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-SUM(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-SUM-SQR(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-BELOW-COUNT(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-ABOVE-COUNT(WS-CAP-GROUP-I)
 PERFORM FIND-EFFECTIVE-SPEC
 ELSE
 SET GROUP-TABLE-OVERFLOW TO TRUE
 MOVE 0 TO WS-CAP-GROUP-I
 END-IF
 END-IF.

FIND-EFFECTIVE-SPEC.
 MOVE 0 TO WS-SPCMST-FOUND.
 PERFORM CHECK-ONE-SPEC-ENTRY
 VARYING WS-SPCMST-I FROM 1 BY 1
 UNTIL WS-SPCMST-I IS GREATER THAN WS-SPCMST-COUNT.
 IF WS-SPCMST-FOUND IS GREATER THAN 0
 MOVE "Y" TO CAP-SPEC-SWITCH(WS-CAP-GROUP-I)
 MOVE SM-EFFECTIVE-DATE(WS-SPCMST-FOUND)
 TO CAP-EFFECTIVE-DATE(WS-CAP-GROUP-I)
 MOVE SM-TARGET(WS-SPCMST-FOUND) TO CAP-TARGET(WS-CAP-GROUP-I)
 MOVE SM-LSL(WS-SPCMST-FOUND) TO CAP-LSL(WS-CAP-GROUP-I)
 MOVE SM-USL(WS-SPCMST-FOUND) TO CAP-USL(WS-CAP-GROUP-I)
 ELSE
 MOVE "N" TO CAP-SPEC-SWITCH(WS-CAP-GROUP-I)
 MOVE SPACES TO CAP-EFFECTIVE-DATE(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-TARGET(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-LSL(WS-CAP-GROUP-I)
 MOVE 0 TO CAP-USL(WS-CAP-GROUP-I)
 END-IF.

CHECK-ONE-SPEC-ENTRY.
 IF SM-CODE(WS-SPCMST-I) IS EQUAL TO WS-WORK-GROUP-CODE
 AND SM-EFFECTIVE-DATE(WS-SPCMST-I) IS NOT GREATER THAN
 WS-AS-OF-DATE
 MOVE WS-SPCMST-I TO WS-SPCMST-FOUND
 END-IF.

PRINT-CAPABILITY-BODY.
 PERFORM START-NEW-PAGE.
 MOVE CAP-COL-HEADS TO PRT-DETAIL.
 PERFORM PRINT-CAP-LINE.
 MOVE CAP-UNDERLINE TO PRT-DETAIL.
 PERFORM PRINT-CAP-LINE.
 PERFORM PRINT-ONE-GROUP-CAPABILITY
 VARYING WS-CAP-GROUP-J FROM 1 BY 1
 UNTIL WS-CAP-GROUP-J IS GREATER THAN WS-CAP-GROUP-COUNT.
 MOVE CAP-UNDERLINE TO PRT-DETAIL.
 PERFORM PRINT-CAP-LINE.
 MOVE WS-CAP-GROUP-COUNT TO CPT-GROUPS.
 MOVE WS-CAPABLE-COUNT TO CPT-CAPABLE.
 MOVE WS-MARGINAL-COUNT TO CPT-MARGINAL.
 MOVE WS-NOT-CAPABLE-COUNT TO CPT-NOT-CAPABLE.
 MOVE WS-NO-SPEC-COUNT TO CPT-NO-SPEC.
 MOVE WS-VALUE-COUNT TO CPT-VALUES.
 MOVE CAP-TOTAL-LINE TO PRT-DETAIL.
 PERFORM PRINT-CAP-LINE.
 IF WS-NOT-CAPABLE-COUNT IS GREATER THAN 0
 MOVE "GROUP(S) NOT CAPABLE TO SPECIFICATION - RUN STATUS RAISED"
 TO CAP-WARN-TEXT
 MOVE CAP-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-CAP-LINE
 END-IF.
 IF WS-SKIPPED-COUNT IS GREATER THAN 0
 MOVE "INVALID RECORDS SKIPPED" TO CAP-INFO-TEXT
 MOVE CAP-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-CAP-LINE
 END-IF.
 IF GROUP-TABLE-OVERFLOW
 MOVE "MORE THAN 100 DISTINCT GROUP CODES - SOME OMITTED"
 TO CAP-WARN-TEXT
 MOVE CAP-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-CAP-LINE
 END-IF.
 IF SPEC-MASTER-TRUNCATED
 MOVE "MORE THAN 200 SPEC ENTRIES - SOME LIMITS NOT LOADED"
 TO CAP-WARN-TEXT
 MOVE CAP-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-CAP-LINE
 END-IF.

PRINT-ONE-GROUP-CAPABILITY.
 COMPUTE WS-MEAN-WORK =
 CAP-SUM(WS-CAP-GROUP-J) / CAP-COUNT(WS-CAP-GROUP-J).
 COMPUTE WS-VAR-WORK =
 CAP-SUM-SQR(WS-CAP-GROUP-J) / CAP-COUNT(WS-CAP-GROUP-J)
 - WS-MEAN-WORK * WS-MEAN-WORK.
 IF WS-VAR-WORK IS LESS THAN 0
 MOVE 0 TO WS-VAR-WORK
 END-IF.
 COMPUTE WS-SIGMA-WORK = WS-VAR-WORK ** 0.5.
 COMPUTE WS-MEAN ROUNDED = WS-MEAN-WORK.
 COMPUTE WS-STDDEV ROUNDED = WS-SIGMA-WORK.
 IF CAP-CODE(WS-CAP-GROUP-J) IS EQUAL TO SPACES
 MOVE "----" TO CPD-CODE
 ELSE
 MOVE CAP-CODE(WS-CAP-GROUP-J) TO CPD-CODE
 END-IF.
 MOVE CAP-COUNT(WS-CAP-GROUP-J) TO CPD-N.
 MOVE WS-MEAN TO CPD-MEAN.
 MOVE WS-STDDEV TO CPD-STDDEV.
 IF CAP-HAS-SPEC(WS-CAP-GROUP-J)
 PERFORM RATE-GROUP-CAPABILITY
 ELSE
 MOVE SPACES TO CPD-TARGET-X
 MOVE SPACES TO CPD-LSL-X
 MOVE SPACES TO CPD-USL-X
 MOVE SPACES TO CPD-CP-X
 MOVE SPACES TO CPD-CPK-X
 MOVE SPACES TO CPD-PCT-OUT-X
 MOVE "NO SPEC" TO CPD-RATING
 ADD 1 TO WS-NO-SPEC-COUNT
 END-IF.
 MOVE CAP-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-CAP-LINE.
 IF CAP-HAS-SPEC(WS-CAP-GROUP-J)
 MOVE CAP-EFFECTIVE-DATE(WS-CAP-GROUP-J) TO CPS-EFFECTIVE-DATE
 MOVE CAP-BELOW-COUNT(WS-CAP-GROUP-J) TO CPS-BELOW
 MOVE CAP-ABOVE-COUNT(WS-CAP-GROUP-J) TO CPS-ABOVE
 COMPUTE WS-TARGET-DELTA = WS-MEAN - CAP-TARGET(WS-CAP-GROUP-J)
 MOVE WS-TARGET-DELTA TO CPS-TARGET-DELTA
 MOVE CAP-SPEC-LINE TO PRT-DETAIL
 PERFORM PRINT-CAP-LINE
 END-IF.

RATE-GROUP-CAPABILITY.
 MOVE CAP-TARGET(WS-CAP-GROUP-J) TO CPD-TARGET.
 MOVE CAP-LSL(WS-CAP-GROUP-J) TO CPD-LSL.
 MOVE CAP-USL(WS-CAP-GROUP-J) TO CPD-USL.
 COMPUTE WS-PCT-OUT ROUNDED =
 (CAP-BELOW-COUNT(WS-CAP-GROUP-J) + CAP-ABOVE-COUNT(WS-CAP-GROUP-J))
 * 100 / CAP-COUNT(WS-CAP-GROUP-J).
 MOVE WS-PCT-OUT TO CPD-PCT-OUT.
 IF WS-SIGMA-WORK IS GREATER THAN 0
 COMPUTE WS-CP-WORK =
 (CAP-USL(WS-CAP-GROUP-J) - CAP-LSL(WS-CAP-GROUP-J))
 / (6 * WS-SIGMA-WORK)
 COMPUTE WS-CPK-WORK =
 (WS-MEAN-WORK - CAP-LSL(WS-CAP-GROUP-J)) / (3 * WS-SIGMA-WORK)
 COMPUTE WS-CPK-UPPER-WORK =
 (CAP-USL(WS-CAP-GROUP-J) - WS-MEAN-WORK) / (3 * WS-SIGMA-WORK)
 IF WS-CPK-UPPER-WORK IS LESS THAN WS-CPK-WORK
 MOVE WS-CPK-UPPER-WORK TO WS-CPK-WORK
 END-IF
 PERFORM SHOW-CAPABILITY-INDEXES
 EVALUATE TRUE
 WHEN WS-CPK-WORK IS NOT LESS THAN WS-CAPABLE-CPK
 MOVE "CAPABLE" TO WS-RATING
 WHEN WS-CPK-WORK IS NOT LESS THAN WS-MARGINAL-CPK
 MOVE "MARGINAL" TO WS-RATING
 WHEN OTHER
 MOVE "NOT CAPABLE" TO WS-RATING
 END-EVALUATE
 ELSE
 MOVE "    N/A" TO CPD-CP-X
 MOVE "    N/A" TO CPD-CPK-X
 IF WS-MEAN-WORK IS LESS THAN CAP-LSL(WS-CAP-GROUP-J)
 OR WS-MEAN-WORK IS GREATER THAN CAP-USL(WS-CAP-GROUP-J)
 MOVE "NOT CAPABLE" TO WS-RATING
 ELSE
 MOVE "CAPABLE" TO WS-RATING
 END-IF
 END-IF.
 MOVE WS-RATING TO CPD-RATING.
 EVALUATE WS-RATING
 WHEN "CAPABLE"
 ADD 1 TO WS-CAPABLE-COUNT
 WHEN "MARGINAL"
 ADD 1 TO WS-MARGINAL-COUNT
 WHEN OTHER
 ADD 1 TO WS-NOT-CAPABLE-COUNT
 SET OUT-OF-SPEC-FOUND TO TRUE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-EVALUATE.

SHOW-CAPABILITY-INDEXES.
 IF WS-CP-WORK IS GREATER THAN 999.99
 MOVE 999.99 TO WS-CP
 ELSE
 COMPUTE WS-CP ROUNDED = WS-CP-WORK
 END-IF.
 EVALUATE TRUE
 WHEN WS-CPK-WORK IS GREATER THAN 999.99
 MOVE 999.99 TO WS-CPK
 WHEN WS-CPK-WORK IS LESS THAN -999.99
 MOVE -999.99 TO WS-CPK
 WHEN OTHER
 COMPUTE WS-CPK ROUNDED = WS-CPK-WORK
 END-EVALUATE.
 MOVE WS-CP TO CPD-CP.
 MOVE WS-CPK TO CPD-CPK.

UPDATE-RUN-STATUS.
 OPEN INPUT RUN-STATUS-FILE.
 IF WS-RUN-STATUS-STATUS IS EQUAL TO "00"
 READ RUN-STATUS-FILE
 AT END CONTINUE
 NOT AT END SET RUN-STATUS-READ TO TRUE
 END-READ
 CLOSE RUN-STATUS-FILE
 END-IF.
 IF RUN-STATUS-READ
 IF RST-RETURN-CODE IS NOT NUMERIC
 OR RST-RETURN-CODE IS LESS THAN WS-RETURN-SEVERITY
 MOVE WS-RETURN-SEVERITY TO RST-RETURN-CODE
 END-IF
 MOVE WS-OUT-OF-SPEC-SWITCH TO RST-OUT-OF-SPEC-FLAG
 OPEN OUTPUT RUN-STATUS-FILE
 WRITE RUN-STATUS-RECORD
 CLOSE RUN-STATUS-FILE
 ELSE
 MOVE "RUN STATUS FILE NOT FOUND - CAPABILITY SEVERITY NOT RECORDED"
 TO CAP-INFO-TEXT
 WRITE CAPABILITY-LINE FROM CAP-INFO-LINE
 AFTER ADVANCING 1 LINE
 END-IF.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.

PRINT-CAP-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 MOVE CAP-COL-HEADS TO CAPABILITY-LINE
 WRITE CAPABILITY-LINE AFTER ADVANCING 1 LINE
 ADD 1 TO WS-LINE-COUNT
 END-IF.
 WRITE CAPABILITY-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-AS-OF-DATE TO HDG-RUN-DATE.
 MOVE WS-INPUT-FILE-NAME TO HDG-INPUT-NAME.
 WRITE CAPABILITY-LINE FROM CAP-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE CAPABILITY-LINE FROM CAP-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE 2 TO WS-LINE-COUNT.
