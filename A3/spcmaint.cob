IDENTIFICATION DIVISION.
PROGRAM-ID. SPCMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT SPEC-MASTER-FILE ASSIGN TO "specs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPCMST-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD SPEC-MASTER-FILE.
01 SPEC-MASTER-RECORD.
 02 SPC-CODE-IO PIC X(4).
 02 SPC-EFFECTIVE-DATE-IO PIC X(8).
 02 SPC-TARGET-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 SPC-LSL-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 SPC-USL-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 *> totals 39 characters; kept in group code and effective date order

FD GROUP-MASTER-FILE.
01 GROUP-MASTER-RECORD.
 02 GM-CODE-IN PIC X(4).
 02 GM-DESC-IN PIC X(30).
 02 GM-ACTIVE-IN PIC X(1).
 02 GM-PARENT-IN PIC X(4).

WORKING-STORAGE SECTION.
77 WS-SPCMST-STATUS PIC XX VALUE SPACES.
77 WS-GRPMST-STATUS PIC XX VALUE SPACES.
77 WS-SPCMST-COUNT PIC 9(4) VALUE 0.
77 WS-SPCMST-MAX PIC 9(4) VALUE 200.
77 WS-SPCMST-I PIC 9(4).
77 WS-SPCMST-J PIC 9(4).
77 WS-LIST-COUNT PIC 9(4) VALUE 0.

01 WS-SWITCHES.
 02 WS-SPCMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-SPEC-MASTER VALUE "Y".
 02 WS-GRPMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-MASTER VALUE "Y".
 02 WS-REWRITE-SWITCH PIC X VALUE "N".
 88 MASTER-CHANGED VALUE "Y".
 02 WS-SPCMST-OVERFLOW-SWITCH PIC X VALUE "N".
 88 MASTER-TABLE-OVERFLOW VALUE "Y".
 02 WS-GROUP-FOUND-SWITCH PIC X VALUE "N".
 88 GROUP-ON-MASTER VALUE "Y".
 02 WS-SPEC-VALID-SWITCH PIC X VALUE "Y".
 88 SPEC-VALID VALUE "Y".

01 SPEC-MASTER-TABLE.
 02 SM-ENTRY OCCURS 200 TIMES.
 03 SM-CODE PIC X(4).
 03 SM-EFFECTIVE-DATE PIC X(8).
 03 SM-TARGET PIC S9(6)V9(2).
 03 SM-LSL PIC S9(6)V9(2).
 03 SM-USL PIC S9(6)V9(2).

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-ACTION PIC X(10) VALUE SPACES.
77 WS-CODE PIC X(4) VALUE SPACES.
77 WS-TARGET-TEXT PIC X(12) VALUE SPACES.
77 WS-LSL-TEXT PIC X(12) VALUE SPACES.
77 WS-USL-TEXT PIC X(12) VALUE SPACES.
77 WS-EFFECTIVE-TEXT PIC X(12) VALUE SPACES.
77 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-MAX-VALID-VALUE PIC S9(6)V9(2) VALUE 999999.98.
77 WS-VALUE-WORK PIC S9(7)V9(2) VALUE 0.
77 WS-TARGET PIC S9(6)V9(2) VALUE 0.
77 WS-LSL PIC S9(6)V9(2) VALUE 0.
77 WS-USL PIC S9(6)V9(2) VALUE 0.

01 SPEC-LIST-LINE.
 02 SPL-CODE PIC X(4).
 02 FILLER PIC X(12) VALUE "  EFFECTIVE=".
 02 SPL-EFFECTIVE-DATE PIC X(8).
 02 FILLER PIC X(9) VALUE "  TARGET=".
 02 SPL-TARGET PIC -(6)9.9(2).
 02 FILLER PIC X(6) VALUE "  LSL=".
 02 SPL-LSL PIC -(6)9.9(2).
 02 FILLER PIC X(6) VALUE "  USL=".
 02 SPL-USL PIC -(6)9.9(2).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 PERFORM LOAD-SPEC-MASTER.
 EVALUATE WS-ACTION
 WHEN "SET"
 PERFORM SET-SPEC-LIMITS
 WHEN "REMOVE"
 PERFORM REMOVE-SPEC-LIMITS
 WHEN "LIST"
 PERFORM LIST-SPEC-LIMITS
 WHEN OTHER
 DISPLAY "SPCMAINT USAGE: SET CODE TARGET LSL USL [EFFDATE]"
 DISPLAY "                REMOVE CODE EFFDATE"
 DISPLAY "                LIST [CODE]"
 END-EVALUATE.
 IF MASTER-CHANGED
 IF MASTER-TABLE-OVERFLOW
 DISPLAY "SPCMAINT: MASTER EXCEEDS TABLE LIMIT - NOT REWRITTEN"
 ELSE
 PERFORM REWRITE-SPEC-MASTER
 END-IF
 END-IF.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-ACTION WS-CODE WS-TARGET-TEXT WS-LSL-TEXT WS-USL-TEXT
 WS-EFFECTIVE-TEXT
 END-UNSTRING.

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
 IF WS-SPCMST-COUNT IS LESS THAN WS-SPCMST-MAX
 ADD 1 TO WS-SPCMST-COUNT
 MOVE SPC-CODE-IO TO SM-CODE(WS-SPCMST-COUNT)
 MOVE SPC-EFFECTIVE-DATE-IO TO SM-EFFECTIVE-DATE(WS-SPCMST-COUNT)
 MOVE SPC-TARGET-IO TO SM-TARGET(WS-SPCMST-COUNT)
 MOVE SPC-LSL-IO TO SM-LSL(WS-SPCMST-COUNT)
 MOVE SPC-USL-IO TO SM-USL(WS-SPCMST-COUNT)
 ELSE
 SET MASTER-TABLE-OVERFLOW TO TRUE
 END-IF
 END-IF.

CHECK-GROUP-MASTER.
 MOVE "N" TO WS-GROUP-FOUND-SWITCH.
 OPEN INPUT GROUP-MASTER-FILE.
 IF WS-GRPMST-STATUS IS EQUAL TO "00"
 PERFORM CHECK-GROUP-MASTER-RECORD
 UNTIL END-OF-GROUP-MASTER
 OR GROUP-ON-MASTER
 CLOSE GROUP-MASTER-FILE
 END-IF.

CHECK-GROUP-MASTER-RECORD.
 READ GROUP-MASTER-FILE
 AT END SET END-OF-GROUP-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-MASTER
 AND GM-CODE-IN IS EQUAL TO WS-CODE
 SET GROUP-ON-MASTER TO TRUE
 END-IF.

FIND-SPEC-ENTRY.
 MOVE 1 TO WS-SPCMST-I.
 PERFORM UNTIL WS-SPCMST-I IS GREATER THAN WS-SPCMST-COUNT
 OR SM-CODE(WS-SPCMST-I) IS GREATER THAN WS-CODE
 OR (SM-CODE(WS-SPCMST-I) IS EQUAL TO WS-CODE
 AND SM-EFFECTIVE-DATE(WS-SPCMST-I) IS NOT LESS THAN
 WS-EFFECTIVE-DATE)
 ADD 1 TO WS-SPCMST-I
 END-PERFORM.

VALIDATE-EFFECTIVE-DATE.
 IF WS-EFFECTIVE-TEXT IS EQUAL TO SPACES
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
 MOVE WS-RUN-TIMESTAMP(1:8) TO WS-EFFECTIVE-DATE
 ELSE
 MOVE WS-EFFECTIVE-TEXT TO WS-EFFECTIVE-DATE
 IF WS-EFFECTIVE-TEXT(9:4) IS NOT EQUAL TO SPACES
 OR WS-EFFECTIVE-DATE IS NOT NUMERIC
 OR WS-EFFECTIVE-DATE(5:2) IS LESS THAN "01"
 OR WS-EFFECTIVE-DATE(5:2) IS GREATER THAN "12"
 OR WS-EFFECTIVE-DATE(7:2) IS LESS THAN "01"
 OR WS-EFFECTIVE-DATE(7:2) IS GREATER THAN "31"
 DISPLAY "SPCMAINT: EFFECTIVE DATE MUST BE YYYYMMDD"
 MOVE "N" TO WS-SPEC-VALID-SWITCH
 END-IF
 END-IF.

VALIDATE-SPEC-LIMITS.
 IF FUNCTION TEST-NUMVAL(WS-TARGET-TEXT) IS NOT EQUAL TO 0
 OR FUNCTION TEST-NUMVAL(WS-LSL-TEXT) IS NOT EQUAL TO 0
 OR FUNCTION TEST-NUMVAL(WS-USL-TEXT) IS NOT EQUAL TO 0
 DISPLAY "SPCMAINT: TARGET, LSL AND USL MUST ALL BE NUMERIC"
 MOVE "N" TO WS-SPEC-VALID-SWITCH
 ELSE
 COMPUTE WS-VALUE-WORK = FUNCTION NUMVAL(WS-TARGET-TEXT)
 PERFORM CHECK-VALUE-RANGE
 MOVE WS-VALUE-WORK TO WS-TARGET
 COMPUTE WS-VALUE-WORK = FUNCTION NUMVAL(WS-LSL-TEXT)
 PERFORM CHECK-VALUE-RANGE
 MOVE WS-VALUE-WORK TO WS-LSL
 COMPUTE WS-VALUE-WORK = FUNCTION NUMVAL(WS-USL-TEXT)
 PERFORM CHECK-VALUE-RANGE
 MOVE WS-VALUE-WORK TO WS-USL
 IF SPEC-VALID
 IF WS-LSL IS NOT LESS THAN WS-USL
 DISPLAY "SPCMAINT: LSL MUST BE BELOW USL"
 MOVE "N" TO WS-SPEC-VALID-SWITCH
 ELSE
 IF WS-TARGET IS LESS THAN WS-LSL
 OR WS-TARGET IS GREATER THAN WS-USL
 DISPLAY "SPCMAINT: TARGET MUST LIE BETWEEN LSL AND USL"
 MOVE "N" TO WS-SPEC-VALID-SWITCH
 END-IF
 END-IF
 END-IF
 END-IF.

CHECK-VALUE-RANGE.
 IF WS-VALUE-WORK IS GREATER THAN WS-MAX-VALID-VALUE
 OR WS-VALUE-WORK IS LESS THAN 0 - WS-MAX-VALID-VALUE
 DISPLAY "SPCMAINT: LIMIT VALUE OUT OF RANGE"
 MOVE "N" TO WS-SPEC-VALID-SWITCH
 END-IF.

SET-SPEC-LIMITS.
 IF WS-CODE IS EQUAL TO SPACES
 DISPLAY "SPCMAINT: SET REQUIRES A GROUP CODE"
 ELSE
 PERFORM CHECK-GROUP-MASTER
 IF NOT GROUP-ON-MASTER
 DISPLAY "SPCMAINT: CODE " WS-CODE
 " NOT ON GROUP MASTER - ADD IT WITH GRPMAINT FIRST"
 ELSE
 PERFORM VALIDATE-SPEC-LIMITS
 PERFORM VALIDATE-EFFECTIVE-DATE
 IF SPEC-VALID
 PERFORM STORE-SPEC-LIMITS
 END-IF
 END-IF
 END-IF.

STORE-SPEC-LIMITS.
 PERFORM FIND-SPEC-ENTRY.
 IF WS-SPCMST-I IS NOT GREATER THAN WS-SPCMST-COUNT
 AND SM-CODE(WS-SPCMST-I) IS EQUAL TO WS-CODE
 AND SM-EFFECTIVE-DATE(WS-SPCMST-I) IS EQUAL TO WS-EFFECTIVE-DATE
 MOVE WS-TARGET TO SM-TARGET(WS-SPCMST-I)
 MOVE WS-LSL TO SM-LSL(WS-SPCMST-I)
 MOVE WS-USL TO SM-USL(WS-SPCMST-I)
 SET MASTER-CHANGED TO TRUE
 DISPLAY "SPCMAINT: CODE " WS-CODE " EFFECTIVE "
 WS-EFFECTIVE-DATE " UPDATED"
 ELSE
 IF WS-SPCMST-COUNT IS LESS THAN WS-SPCMST-MAX
 PERFORM VARYING WS-SPCMST-J FROM WS-SPCMST-COUNT BY -1
 UNTIL WS-SPCMST-J IS LESS THAN WS-SPCMST-I
 MOVE SM-ENTRY(WS-SPCMST-J) TO SM-ENTRY(WS-SPCMST-J + 1)
 END-PERFORM
 ADD 1 TO WS-SPCMST-COUNT
 MOVE WS-CODE TO SM-CODE(WS-SPCMST-I)
 MOVE WS-EFFECTIVE-DATE TO SM-EFFECTIVE-DATE(WS-SPCMST-I)
 MOVE WS-TARGET TO SM-TARGET(WS-SPCMST-I)
 MOVE WS-LSL TO SM-LSL(WS-SPCMST-I)
 MOVE WS-USL TO SM-USL(WS-SPCMST-I)
 SET MASTER-CHANGED TO TRUE
 DISPLAY "SPCMAINT: CODE " WS-CODE " EFFECTIVE "
 WS-EFFECTIVE-DATE " ADDED"
 ELSE
 DISPLAY "SPCMAINT: SPEC MASTER FULL - LIMITS NOT ADDED"
 END-IF
 END-IF.

REMOVE-SPEC-LIMITS.
 MOVE WS-TARGET-TEXT TO WS-EFFECTIVE-TEXT.
 IF WS-CODE IS EQUAL TO SPACES
 OR WS-EFFECTIVE-TEXT IS EQUAL TO SPACES
 DISPLAY "SPCMAINT: REMOVE REQUIRES A GROUP CODE AND EFFECTIVE DATE"
 ELSE
 MOVE WS-EFFECTIVE-TEXT TO WS-EFFECTIVE-DATE
 PERFORM FIND-SPEC-ENTRY
 IF WS-SPCMST-I IS NOT GREATER THAN WS-SPCMST-COUNT
 AND SM-CODE(WS-SPCMST-I) IS EQUAL TO WS-CODE
 AND SM-EFFECTIVE-DATE(WS-SPCMST-I) IS EQUAL TO WS-EFFECTIVE-DATE
 PERFORM VARYING WS-SPCMST-J FROM WS-SPCMST-I BY 1
 UNTIL WS-SPCMST-J IS NOT LESS THAN WS-SPCMST-COUNT
 MOVE SM-ENTRY(WS-SPCMST-J + 1) TO SM-ENTRY(WS-SPCMST-J)
 END-PERFORM
 SUBTRACT 1 FROM WS-SPCMST-COUNT
 SET MASTER-CHANGED TO TRUE
 DISPLAY "SPCMAINT: CODE " WS-CODE " EFFECTIVE "
 WS-EFFECTIVE-DATE " REMOVED"
 ELSE
 DISPLAY "SPCMAINT: CODE " WS-CODE " EFFECTIVE "
 WS-EFFECTIVE-DATE " NOT ON MASTER"
 END-IF
 END-IF.

LIST-SPEC-LIMITS.
 MOVE 0 TO WS-LIST-COUNT.
 PERFORM LIST-ONE-SPEC-ENTRY
 VARYING WS-SPCMST-I FROM 1 BY 1
 UNTIL WS-SPCMST-I IS GREATER THAN WS-SPCMST-COUNT.
 IF WS-LIST-COUNT IS EQUAL TO 0
 IF WS-CODE IS EQUAL TO SPACES
 DISPLAY "SPCMAINT: SPEC MASTER IS EMPTY"
 ELSE
 DISPLAY "SPCMAINT: NO LIMITS ON MASTER FOR CODE " WS-CODE
 END-IF
 END-IF.

LIST-ONE-SPEC-ENTRY.
 IF WS-CODE IS EQUAL TO SPACES
 OR SM-CODE(WS-SPCMST-I) IS EQUAL TO WS-CODE
 ADD 1 TO WS-LIST-COUNT
 MOVE SM-CODE(WS-SPCMST-I) TO SPL-CODE
 MOVE SM-EFFECTIVE-DATE(WS-SPCMST-I) TO SPL-EFFECTIVE-DATE
 MOVE SM-TARGET(WS-SPCMST-I) TO SPL-TARGET
 MOVE SM-LSL(WS-SPCMST-I) TO SPL-LSL
 MOVE SM-USL(WS-SPCMST-I) TO SPL-USL
 DISPLAY SPEC-LIST-LINE
 END-IF.

REWRITE-SPEC-MASTER.
 OPEN OUTPUT SPEC-MASTER-FILE.
 PERFORM WRITE-ONE-SPEC-ENTRY
 VARYING WS-SPCMST-I FROM 1 BY 1
 UNTIL WS-SPCMST-I IS GREATER THAN WS-SPCMST-COUNT.
 CLOSE SPEC-MASTER-FILE.

WRITE-ONE-SPEC-ENTRY.
 MOVE SM-CODE(WS-SPCMST-I) TO SPC-CODE-IO.
 MOVE SM-EFFECTIVE-DATE(WS-SPCMST-I) TO SPC-EFFECTIVE-DATE-IO.
 MOVE SM-TARGET(WS-SPCMST-I) TO SPC-TARGET-IO.
 MOVE SM-LSL(WS-SPCMST-I) TO SPC-LSL-IO.
 MOVE SM-USL(WS-SPCMST-I) TO SPC-USL-IO.
 WRITE SPEC-MASTER-RECORD.
