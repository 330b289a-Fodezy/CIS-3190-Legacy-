IDENTIFICATION DIVISION.
PROGRAM-ID. DSTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT DIST-MASTER-FILE ASSIGN TO "distrib.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSTMST-STATUS.
    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD DIST-MASTER-FILE.
01 DIST-MASTER-RECORD.
 02 DST-DIVISION-IO PIC X(4).
 02 DST-RECIPIENT-IO PIC X(8).
 02 DST-DESTINATION-IO PIC X(20).
 *> totals 32 characters; kept in division code order

FD GROUP-MASTER-FILE.
01 GROUP-MASTER-RECORD.
 02 GM-CODE-IN PIC X(4).
 02 GM-DESC-IN PIC X(30).
 02 GM-ACTIVE-IN PIC X(1).
 02 GM-PARENT-IN PIC X(4).

WORKING-STORAGE SECTION.
77 WS-DSTMST-STATUS PIC XX VALUE SPACES.
77 WS-GRPMST-STATUS PIC XX VALUE SPACES.
77 WS-DSTMST-COUNT PIC 9(4) VALUE 0.
77 WS-DSTMST-MAX PIC 9(4) VALUE 100.
77 WS-DSTMST-I PIC 9(4).
77 WS-DSTMST-J PIC 9(4).
77 WS-LIST-COUNT PIC 9(4) VALUE 0.

01 WS-SWITCHES.
 02 WS-DSTMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-DIST-MASTER VALUE "Y".
 02 WS-GRPMST-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-MASTER VALUE "Y".
 02 WS-REWRITE-SWITCH PIC X VALUE "N".
 88 MASTER-CHANGED VALUE "Y".
 02 WS-DSTMST-OVERFLOW-SWITCH PIC X VALUE "N".
 88 MASTER-TABLE-OVERFLOW VALUE "Y".
 02 WS-DIVISION-FOUND-SWITCH PIC X VALUE "N".
 88 DIVISION-ON-MASTER VALUE "Y".
 02 WS-ROUTE-VALID-SWITCH PIC X VALUE "Y".
 88 ROUTE-VALID VALUE "Y".

01 DIST-MASTER-TABLE.
 02 DM-ENTRY OCCURS 100 TIMES.
 03 DM-DIVISION PIC X(4).
 03 DM-RECIPIENT PIC X(8).
 03 DM-DESTINATION PIC X(20).

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-ACTION PIC X(10) VALUE SPACES.
77 WS-DIVISION PIC X(4) VALUE SPACES.
77 WS-RECIPIENT-TEXT PIC X(10) VALUE SPACES.
77 WS-DESTINATION-TEXT PIC X(22) VALUE SPACES.
77 WS-RECIPIENT PIC X(8) VALUE SPACES.
77 WS-DESTINATION PIC X(20) VALUE SPACES.

01 DIST-LIST-LINE.
 02 FILLER PIC X(9) VALUE "DIVISION=".
 02 DSL-DIVISION PIC X(4).
 02 FILLER PIC X(12) VALUE "  RECIPIENT=".
 02 DSL-RECIPIENT PIC X(8).
 02 FILLER PIC X(14) VALUE "  DESTINATION=".
 02 DSL-DESTINATION PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 PERFORM LOAD-DIST-MASTER.
 EVALUATE WS-ACTION
 WHEN "SET"
 PERFORM SET-DIST-ROUTE
 WHEN "REMOVE"
 PERFORM REMOVE-DIST-ROUTE
 WHEN "LIST"
 PERFORM LIST-DIST-ROUTES
 WHEN OTHER
 DISPLAY "DSTMAINT USAGE: SET DIVISION RECIPIENT DESTINATION"
 DISPLAY "                REMOVE DIVISION"
 DISPLAY "                LIST [DIVISION]"
 END-EVALUATE.
 IF MASTER-CHANGED
 IF MASTER-TABLE-OVERFLOW
 DISPLAY "DSTMAINT: MASTER EXCEEDS TABLE LIMIT - NOT REWRITTEN"
 ELSE
 PERFORM REWRITE-DIST-MASTER
 END-IF
 END-IF.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-ACTION WS-DIVISION WS-RECIPIENT-TEXT WS-DESTINATION-TEXT
 END-UNSTRING.

LOAD-DIST-MASTER.
 OPEN INPUT DIST-MASTER-FILE.
 IF WS-DSTMST-STATUS IS EQUAL TO "00"
 PERFORM LOAD-DIST-MASTER-RECORD
 UNTIL END-OF-DIST-MASTER
 CLOSE DIST-MASTER-FILE
 END-IF.

LOAD-DIST-MASTER-RECORD.
 READ DIST-MASTER-FILE
 AT END SET END-OF-DIST-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-DIST-MASTER
 IF WS-DSTMST-COUNT IS LESS THAN WS-DSTMST-MAX
 ADD 1 TO WS-DSTMST-COUNT
 MOVE DST-DIVISION-IO TO DM-DIVISION(WS-DSTMST-COUNT)
 MOVE DST-RECIPIENT-IO TO DM-RECIPIENT(WS-DSTMST-COUNT)
 MOVE DST-DESTINATION-IO TO DM-DESTINATION(WS-DSTMST-COUNT)
 ELSE
 SET MASTER-TABLE-OVERFLOW TO TRUE
 END-IF
 END-IF.

CHECK-GROUP-MASTER.
 MOVE "N" TO WS-DIVISION-FOUND-SWITCH.
 OPEN INPUT GROUP-MASTER-FILE.
 IF WS-GRPMST-STATUS IS EQUAL TO "00"
 PERFORM CHECK-GROUP-MASTER-RECORD
 UNTIL END-OF-GROUP-MASTER
 OR DIVISION-ON-MASTER
 CLOSE GROUP-MASTER-FILE
 END-IF.

CHECK-GROUP-MASTER-RECORD.
 READ GROUP-MASTER-FILE
 AT END SET END-OF-GROUP-MASTER TO TRUE
 END-READ.
 IF NOT END-OF-GROUP-MASTER
 AND GM-PARENT-IN IS EQUAL TO WS-DIVISION
 SET DIVISION-ON-MASTER TO TRUE
 END-IF.

FIND-DIST-ENTRY.
 MOVE 1 TO WS-DSTMST-I.
 PERFORM UNTIL WS-DSTMST-I IS GREATER THAN WS-DSTMST-COUNT
 OR DM-DIVISION(WS-DSTMST-I) IS NOT LESS THAN WS-DIVISION
 ADD 1 TO WS-DSTMST-I
 END-PERFORM.

VALIDATE-DIST-ROUTE.
 IF WS-RECIPIENT-TEXT IS EQUAL TO SPACES
 OR WS-DESTINATION-TEXT IS EQUAL TO SPACES
 DISPLAY "DSTMAINT: SET REQUIRES A RECIPIENT AND A DESTINATION"
 MOVE "N" TO WS-ROUTE-VALID-SWITCH
 END-IF.
 IF WS-RECIPIENT-TEXT(9:2) IS NOT EQUAL TO SPACES
 DISPLAY "DSTMAINT: RECIPIENT ID IS AT MOST 8 CHARACTERS"
 MOVE "N" TO WS-ROUTE-VALID-SWITCH
 END-IF.
 IF WS-DESTINATION-TEXT(21:2) IS NOT EQUAL TO SPACES
 DISPLAY "DSTMAINT: DESTINATION NAME IS AT MOST 20 CHARACTERS"
 MOVE "N" TO WS-ROUTE-VALID-SWITCH
 END-IF.
 MOVE WS-RECIPIENT-TEXT TO WS-RECIPIENT.
 MOVE WS-DESTINATION-TEXT TO WS-DESTINATION.
 IF ROUTE-VALID
 PERFORM CHECK-ONE-OTHER-ROUTE
 VARYING WS-DSTMST-J FROM 1 BY 1
 UNTIL WS-DSTMST-J IS GREATER THAN WS-DSTMST-COUNT
 END-IF.

CHECK-ONE-OTHER-ROUTE.
 IF DM-DIVISION(WS-DSTMST-J) IS NOT EQUAL TO WS-DIVISION
 IF DM-RECIPIENT(WS-DSTMST-J) IS EQUAL TO WS-RECIPIENT
 AND DM-DESTINATION(WS-DSTMST-J) IS NOT EQUAL TO WS-DESTINATION
 DISPLAY "DSTMAINT: RECIPIENT " WS-RECIPIENT
 " ALREADY ROUTED TO " DM-DESTINATION(WS-DSTMST-J)
 MOVE "N" TO WS-ROUTE-VALID-SWITCH
 END-IF
 IF DM-DESTINATION(WS-DSTMST-J) IS EQUAL TO WS-DESTINATION
 AND DM-RECIPIENT(WS-DSTMST-J) IS NOT EQUAL TO WS-RECIPIENT
 DISPLAY "DSTMAINT: DESTINATION " WS-DESTINATION
 " ALREADY USED BY " DM-RECIPIENT(WS-DSTMST-J)
 MOVE "N" TO WS-ROUTE-VALID-SWITCH
 END-IF
 END-IF.

SET-DIST-ROUTE.
 IF WS-DIVISION IS EQUAL TO SPACES
 DISPLAY "DSTMAINT: SET REQUIRES A DIVISION CODE"
 ELSE
 PERFORM CHECK-GROUP-MASTER
 IF NOT DIVISION-ON-MASTER
 DISPLAY "DSTMAINT: DIVISION " WS-DIVISION
 " IS NOT A PARENT CODE ON THE GROUP MASTER"
 ELSE
 PERFORM VALIDATE-DIST-ROUTE
 IF ROUTE-VALID
 PERFORM STORE-DIST-ROUTE
 END-IF
 END-IF
 END-IF.

STORE-DIST-ROUTE.
 PERFORM FIND-DIST-ENTRY.
 IF WS-DSTMST-I IS NOT GREATER THAN WS-DSTMST-COUNT
 AND DM-DIVISION(WS-DSTMST-I) IS EQUAL TO WS-DIVISION
 MOVE WS-RECIPIENT TO DM-RECIPIENT(WS-DSTMST-I)
 MOVE WS-DESTINATION TO DM-DESTINATION(WS-DSTMST-I)
 SET MASTER-CHANGED TO TRUE
 DISPLAY "DSTMAINT: DIVISION " WS-DIVISION " UPDATED"
 ELSE
 IF WS-DSTMST-COUNT IS LESS THAN WS-DSTMST-MAX
 PERFORM VARYING WS-DSTMST-J FROM WS-DSTMST-COUNT BY -1
 UNTIL WS-DSTMST-J IS LESS THAN WS-DSTMST-I
 MOVE DM-ENTRY(WS-DSTMST-J) TO DM-ENTRY(WS-DSTMST-J + 1)
 END-PERFORM
 ADD 1 TO WS-DSTMST-COUNT
 MOVE WS-DIVISION TO DM-DIVISION(WS-DSTMST-I)
 MOVE WS-RECIPIENT TO DM-RECIPIENT(WS-DSTMST-I)
 MOVE WS-DESTINATION TO DM-DESTINATION(WS-DSTMST-I)
 SET MASTER-CHANGED TO TRUE
 DISPLAY "DSTMAINT: DIVISION " WS-DIVISION " ADDED"
 ELSE
 DISPLAY "DSTMAINT: DISTRIBUTION MASTER FULL - ROUTE NOT ADDED"
 END-IF
 END-IF.

REMOVE-DIST-ROUTE.
 IF WS-DIVISION IS EQUAL TO SPACES
 DISPLAY "DSTMAINT: REMOVE REQUIRES A DIVISION CODE"
 ELSE
 PERFORM FIND-DIST-ENTRY
 IF WS-DSTMST-I IS NOT GREATER THAN WS-DSTMST-COUNT
 AND DM-DIVISION(WS-DSTMST-I) IS EQUAL TO WS-DIVISION
 PERFORM VARYING WS-DSTMST-J FROM WS-DSTMST-I BY 1
 UNTIL WS-DSTMST-J IS NOT LESS THAN WS-DSTMST-COUNT
 MOVE DM-ENTRY(WS-DSTMST-J + 1) TO DM-ENTRY(WS-DSTMST-J)
 END-PERFORM
 SUBTRACT 1 FROM WS-DSTMST-COUNT
 SET MASTER-CHANGED TO TRUE
 DISPLAY "DSTMAINT: DIVISION " WS-DIVISION " REMOVED"
 ELSE
 DISPLAY "DSTMAINT: DIVISION " WS-DIVISION " NOT ON MASTER"
 END-IF
 END-IF.

LIST-DIST-ROUTES.
 MOVE 0 TO WS-LIST-COUNT.
 PERFORM LIST-ONE-DIST-ROUTE
 VARYING WS-DSTMST-I FROM 1 BY 1
 UNTIL WS-DSTMST-I IS GREATER THAN WS-DSTMST-COUNT.
 IF WS-LIST-COUNT IS EQUAL TO 0
 IF WS-DIVISION IS EQUAL TO SPACES
 DISPLAY "DSTMAINT: DISTRIBUTION MASTER IS EMPTY"
 ELSE
 DISPLAY "DSTMAINT: NO ROUTE ON MASTER FOR DIVISION " WS-DIVISION
 END-IF
 END-IF.

LIST-ONE-DIST-ROUTE.
 IF WS-DIVISION IS EQUAL TO SPACES
 OR DM-DIVISION(WS-DSTMST-I) IS EQUAL TO WS-DIVISION
 ADD 1 TO WS-LIST-COUNT
 MOVE DM-DIVISION(WS-DSTMST-I) TO DSL-DIVISION
 MOVE DM-RECIPIENT(WS-DSTMST-I) TO DSL-RECIPIENT
 MOVE DM-DESTINATION(WS-DSTMST-I) TO DSL-DESTINATION
 DISPLAY DIST-LIST-LINE
 END-IF.

REWRITE-DIST-MASTER.
 OPEN OUTPUT DIST-MASTER-FILE.
 PERFORM WRITE-ONE-DIST-ENTRY
 VARYING WS-DSTMST-I FROM 1 BY 1
 UNTIL WS-DSTMST-I IS GREATER THAN WS-DSTMST-COUNT.
 CLOSE DIST-MASTER-FILE.

WRITE-ONE-DIST-ENTRY.
 MOVE DM-DIVISION(WS-DSTMST-I) TO DST-DIVISION-IO.
 MOVE DM-RECIPIENT(WS-DSTMST-I) TO DST-RECIPIENT-IO.
 MOVE DM-DESTINATION(WS-DSTMST-I) TO DST-DESTINATION-IO.
 WRITE DIST-MASTER-RECORD.
