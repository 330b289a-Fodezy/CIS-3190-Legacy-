    SELECT GROUP-MASTER-FILE ASSIGN TO "groups.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRPMST-STATUS.
    SELECT CORR-REGISTER-FILE ASSIGN TO "corrreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
 02 CIN-VALUE-TEXT PIC X(12).
 02 FILLER PIC X(1).
 02 CIN-GROUP-CODE PIC X(4).
 02 FILLER PIC X(1).
 02 CIN-PREPARER-ID PIC X(8).
 02 FILLER PIC X(1).
 02 CIN-REASON-CODE PIC X(4).
 *> keyed corrections: line number in 1-7, value in 9-20, group in 22-25
 *> preparer in 27-34, reason code in 36-39

FD CORRECTION-REPORT-FILE.
01 CORRECTION-REPORT-LINE PIC X(80).
 02 GM-PARENT-IN PIC X(4).
 *> totals 39 characters

FD CORR-REGISTER-FILE.
01 CORR-REGISTER-RECORD.
 02 CRG-CORR-ID-IO PIC 9(8).
 02 CRG-ORIG-RUN-DATE-IO PIC X(8).
 02 CRG-ORIG-LINE-NO-IO PIC X(7).
 02 CRG-ORIG-VALUE-IO PIC X(8).
 02 CRG-NEW-VALUE-IO PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 CRG-GROUP-CODE-IO PIC X(4).
 02 CRG-PREPARER-ID-IO PIC X(8).
 02 CRG-REASON-CODE-IO PIC X(4).
 02 CRG-PREPARED-TS-IO PIC X(14).
 02 CRG-STATUS-IO PIC X(8).
 02 CRG-APPROVER-ID-IO PIC X(8).
 02 CRG-APPROVED-TS-IO PIC X(14).
 02 CRG-APPLIED-TS-IO PIC X(14).
 *> totals 114 characters; status is PENDING, APPROVED, REJECTED
 *> or APPLIED. original value is the raw text of the rejected field

WORKING-STORAGE SECTION.
77 WS-EXCEPTION-FILE-NAME PIC X(20) VALUE "exceptions.txt".
77 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
77 WS-CORRECTIONS-FILE-NAME PIC X(20) VALUE "corrections.dat".
77 WS-CORRECTIONS-STATUS PIC XX VALUE SPACES.
77 WS-GRPMST-STATUS PIC XX VALUE SPACES.
77 WS-REGISTER-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 RECORD-SKIPPED VALUE "Y".
 02 WS-MODE-SWITCH PIC X VALUE "N".
 88 BATCH-MODE VALUE "Y".
 88 APPROVE-MODE VALUE "A".
 02 WS-CORRECTIONS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-CORRECTIONS VALUE "Y".
 02 WS-GRPMST-LOADED-SWITCH PIC X VALUE "N".
 88 END-OF-GROUP-MASTER VALUE "Y".
 02 WS-GROUP-CODE-OK-SWITCH PIC X VALUE "Y".
 88 GROUP-CODE-OK VALUE "Y".
 02 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER VALUE "Y".
 02 WS-REGISTER-OVERFLOW-SWITCH PIC X VALUE "N".
 88 REGISTER-TABLE-OVERFLOW VALUE "Y".

77 WS-CORR-MAX PIC 9(4) VALUE 1000.
77 WS-CORR-COUNT PIC 9(4) VALUE 0.
77 WS-CORR-LINE-NUMBER PIC 9(8) VALUE 0.
77 WS-REASON-TEXT PIC X(25) VALUE SPACES.

77 WS-PREPARER-ID PIC X(8) VALUE SPACES.
77 WS-REASON-CODE PIC X(4) VALUE SPACES.
77 WS-APPROVER-ID PIC X(8) VALUE SPACES.
77 WS-DECISION-TEXT PIC X(4) VALUE SPACES.
77 WS-LAST-CORR-ID PIC 9(8) VALUE 0.
77 WS-EDIT-VALUE PIC -(6)9.9(2).
77 WS-REGISTER-MAX PIC 9(4) VALUE 2000.
77 WS-REGISTER-COUNT PIC 9(4) VALUE 0.
77 WS-REGISTER-I PIC 9(4).
77 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
77 WS-DECLINED-COUNT PIC 9(4) VALUE 0.
77 WS-LEFT-COUNT PIC 9(4) VALUE 0.

01 CORR-REGISTER-TABLE.
 02 CRT-ENTRY OCCURS 2000 TIMES.
 03 CRT-CORR-ID PIC 9(8).
 03 CRT-ORIG-RUN-DATE PIC X(8).
 03 CRT-ORIG-LINE-NO PIC X(7).
 03 CRT-ORIG-VALUE PIC X(8).
 03 CRT-NEW-VALUE PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 03 CRT-GROUP-CODE PIC X(4).
 03 CRT-PREPARER-ID PIC X(8).
 03 CRT-REASON-CODE PIC X(4).
 03 CRT-PREPARED-TS PIC X(14).
 03 CRT-STATUS PIC X(8).
 03 CRT-APPROVER-ID PIC X(8).
 03 CRT-APPROVED-TS PIC X(14).
 03 CRT-APPLIED-TS PIC X(14).

77 WS-GRPMST-COUNT PIC 9(4) VALUE 0.
77 WS-GRPMST-MAX PIC 9(4) VALUE 100.
77 WS-GRPMST-I PIC 9(4).
 03 CORR-X PIC S9(6)V9(2).
 03 CORR-GROUP-CODE PIC X(4).
 03 CORR-ORIG-LINE-NO PIC X(7).
 03 CORR-ORIG-VALUE PIC X(8).
 03 CORR-PREPARER-ID PIC X(8).
 03 CORR-REASON-CODE PIC X(4).

01 ORIGINAL-DETAIL-VIEW.
 02 ORIG-X PIC S9(6)V9(2).
 02 FILLER PIC X(59).

77 WS-ORIG-GROUP-CODE PIC X(4) VALUE SPACES.
77 WS-ORIG-VALUE-TEXT PIC X(8) VALUE SPACES.

01 RESUBMIT-DETAIL-RECORD.
 02 RSB-X PIC S9(6)V9(2).
 02 RSB-GROUP-CODE PIC X(4).
 02 RSB-ORIG-LINE-NO PIC X(7).
 02 RSB-CORR-ID PIC 9(8).
 02 RSB-PREPARER-ID PIC X(8).
 02 RSB-REASON-CODE PIC X(4).
 02 FILLER PIC X(41) VALUE SPACES.
 *> original line number and register id are carried for AMENDRUN
 *> consolidation; STATMOLD treats those positions as filler

01 RESUBMIT-HEADER-RECORD.
 02 FILLER PIC X(1) VALUE "H".
 PERFORM READ-PARAMETERS.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.
 IF APPROVE-MODE
 PERFORM APPROVE-CORRECTIONS
 STOP RUN
 END-IF.
 IF WS-ORIG-RUN-DATE IS EQUAL TO SPACES
 MOVE WS-TODAY-DATE TO WS-ORIG-RUN-DATE
 END-IF.
 IF WS-EXCEPTION-STATUS IS NOT EQUAL TO "00"
 DISPLAY "EXCCORR: CANNOT OPEN " WS-EXCEPTION-FILE-NAME
 ELSE
 PERFORM GET-PREPARER-ID
 IF WS-PREPARER-ID IS EQUAL TO SPACES
 DISPLAY "EXCCORR: PREPARER ID IS REQUIRED - NOTHING CORRECTED"
 MOVE 4 TO RETURN-CODE
 ELSE
 PERFORM CORRECT-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
 DISPLAY "EXCCORR: " WS-EXC-READ-COUNT " EXCEPTION(S) READ, "
 WS-CORR-COUNT " CORRECTED, " WS-SKIPPED-COUNT " SKIPPED"
 IF WS-CORR-COUNT IS GREATER THAN 0
 PERFORM RECORD-NEW-CORRECTIONS
 END-IF
 END-IF
 CLOSE EXCEPTION-FILE
 END-IF.
 STOP RUN.

 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-MODE-TEXT
 END-UNSTRING
 IF WS-MODE-TEXT IS EQUAL TO "APPROVE"
 SET APPROVE-MODE TO TRUE
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-MODE-TEXT WS-APPROVER-ID
 END-UNSTRING
 END-IF
 IF WS-MODE-TEXT IS EQUAL TO "BATCH"
 SET BATCH-MODE TO TRUE
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 IF WS-CORR-COUNT IS LESS THAN WS-CORR-MAX
 PERFORM PRESENT-EXCEPTION
 PERFORM GET-CORRECTED-VALUE
 IF NOT RECORD-SKIPPED
 PERFORM GET-CORRECTED-GROUP
 PERFORM GET-REASON-CODE
 END-IF
 IF RECORD-SKIPPED
 ADD 1 TO WS-SKIPPED-COUNT
 ELSE
 ADD 1 TO WS-CORR-COUNT
 MOVE WS-CORR-VALUE TO CORR-X(WS-CORR-COUNT)
 MOVE WS-GROUP-TEXT TO CORR-GROUP-CODE(WS-CORR-COUNT)
 MOVE EXC-LINE-NO-IN TO CORR-ORIG-LINE-NO(WS-CORR-COUNT)
 MOVE WS-ORIG-VALUE-TEXT TO CORR-ORIG-VALUE(WS-CORR-COUNT)
 MOVE WS-PREPARER-ID TO CORR-PREPARER-ID(WS-CORR-COUNT)
 MOVE WS-REASON-CODE TO CORR-REASON-CODE(WS-CORR-COUNT)
 END-IF
 ELSE
 DISPLAY "EXCCORR: CORRECTION LIMIT REACHED - REMAINING"
 WHEN OTHER
 MOVE ORIG-GROUP-CODE TO WS-ORIG-GROUP-CODE
 END-EVALUATE.
 PERFORM TAKE-ORIGINAL-VALUE.

TAKE-ORIGINAL-VALUE.
 IF ORIG-BIV-REC-TYPE IS EQUAL TO "B"
 OR ORIG-WGT-REC-TYPE IS EQUAL TO "W"
 MOVE ORIGINAL-DETAIL-VIEW(2:8) TO WS-ORIG-VALUE-TEXT
 ELSE
 MOVE ORIGINAL-DETAIL-VIEW(1:8) TO WS-ORIG-VALUE-TEXT
 END-IF.

GET-CORRECTED-VALUE.
 MOVE "N" TO WS-SKIP-SWITCH.
 MOVE WS-ORIG-GROUP-CODE TO WS-GROUP-TEXT
 END-IF.

GET-REASON-CODE.
 DISPLAY "ENTER REASON CODE (BLANK TO SKIP): " WITH NO ADVANCING.
 MOVE SPACES TO WS-REASON-CODE.
 ACCEPT WS-REASON-CODE.
 IF WS-REASON-CODE IS EQUAL TO SPACES
 SET RECORD-SKIPPED TO TRUE
 END-IF.

GET-PREPARER-ID.
 DISPLAY "ENTER PREPARER ID: " WITH NO ADVANCING.
 MOVE SPACES TO WS-PREPARER-ID.
 ACCEPT WS-PREPARER-ID.

BATCH-CORRECTIONS.
 PERFORM LOAD-GROUP-MASTER.
 PERFORM LOAD-EXCEPTION-TABLE.
 DISPLAY "EXCCORR: " WS-CORR-COUNT " CORRECTION(S) APPLIED, "
 WS-REJECT-COUNT " REJECTED - SEE corrections.rpt"
 IF WS-CORR-COUNT IS GREATER THAN 0
 PERFORM RECORD-NEW-CORRECTIONS
 END-IF
 END-IF.

RECORD-NEW-CORRECTIONS.
 PERFORM FIND-LAST-CORRECTION-ID.
 PERFORM WRITE-RESUBMIT-FILE.
 PERFORM WRITE-RESUBMIT-LOG.
 PERFORM WRITE-CORRECTION-REGISTER.
 DISPLAY "EXCCORR: RESUBMISSION BATCH WRITTEN TO resubmit.txt".
 DISPLAY "EXCCORR: CORRECTIONS ARE PENDING IN corrreg.dat -"
 " RUN EXCCORR APPROVE APPROVERID".

LOAD-EXCEPTION-TABLE.
 OPEN INPUT EXCEPTION-FILE.
 IF WS-EXCEPTION-STATUS IS NOT EQUAL TO "00"
 MOVE WS-GROUP-TEXT TO CORR-GROUP-CODE(WS-CORR-COUNT)
 MOVE EXCP-LINE-TEXT(WS-EXCP-FOUND)
 TO CORR-ORIG-LINE-NO(WS-CORR-COUNT)
 MOVE EXCP-RAW-TEXT(WS-EXCP-FOUND) TO ORIGINAL-DETAIL-VIEW
 PERFORM TAKE-ORIGINAL-VALUE
 MOVE WS-ORIG-VALUE-TEXT TO CORR-ORIG-VALUE(WS-CORR-COUNT)
 MOVE CIN-PREPARER-ID TO CORR-PREPARER-ID(WS-CORR-COUNT)
 MOVE CIN-REASON-CODE TO CORR-REASON-CODE(WS-CORR-COUNT)
 MOVE "APPLIED" TO CRP-STATUS
 MOVE SPACES TO CRP-REASON
 ELSE
 MOVE WS-GROUP-TEXT TO WS-CHECK-GROUP-CODE
 PERFORM CHECK-GROUP-CODE
 END-IF.
 IF WS-REASON-TEXT IS EQUAL TO SPACES
 AND CIN-PREPARER-ID IS EQUAL TO SPACES
 MOVE "NO PREPARER ID" TO WS-REASON-TEXT
 END-IF.
 IF WS-REASON-TEXT IS EQUAL TO SPACES
 AND CIN-REASON-CODE IS EQUAL TO SPACES
 MOVE "NO REASON CODE" TO WS-REASON-TEXT
 END-IF.

FIND-EXCEPTION-LINE.
 MOVE 0 TO WS-EXCP-FOUND.
 MOVE CORR-X(WS-CORR-I) TO RSB-X.
 MOVE CORR-GROUP-CODE(WS-CORR-I) TO RSB-GROUP-CODE.
 MOVE CORR-ORIG-LINE-NO(WS-CORR-I) TO RSB-ORIG-LINE-NO.
 COMPUTE RSB-CORR-ID = WS-LAST-CORR-ID + WS-CORR-I.
 MOVE CORR-PREPARER-ID(WS-CORR-I) TO RSB-PREPARER-ID.
 MOVE CORR-REASON-CODE(WS-CORR-I) TO RSB-REASON-CODE.
 WRITE RESUBMIT-LINE FROM RESUBMIT-DETAIL-RECORD.
 ADD CORR-X(WS-CORR-I) TO WS-HASH-TOTAL.

 MOVE CORR-X(WS-CORR-I) TO LOG-NEW-VALUE.
 MOVE CORR-GROUP-CODE(WS-CORR-I) TO LOG-GROUP-CODE.
 WRITE RESUBMIT-LOG-LINE FROM RESUBMIT-LOG-DETAIL.

FIND-LAST-CORRECTION-ID.
 MOVE 0 TO WS-LAST-CORR-ID.
 MOVE "N" TO WS-REGISTER-EOF-SWITCH.
 OPEN INPUT CORR-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS EQUAL TO "00"
 PERFORM READ-ONE-REGISTER-ID UNTIL END-OF-REGISTER
 CLOSE CORR-REGISTER-FILE
 END-IF.

READ-ONE-REGISTER-ID.
 READ CORR-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 AND CRG-CORR-ID-IO IS NUMERIC
 AND CRG-CORR-ID-IO IS GREATER THAN WS-LAST-CORR-ID
 MOVE CRG-CORR-ID-IO TO WS-LAST-CORR-ID
 END-IF.

WRITE-CORRECTION-REGISTER.
 OPEN EXTEND CORR-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS EQUAL TO "35"
 OPEN OUTPUT CORR-REGISTER-FILE
 END-IF.
 PERFORM WRITE-ONE-REGISTER-RECORD
 VARYING WS-CORR-I FROM 1 BY 1
 UNTIL WS-CORR-I IS GREATER THAN WS-CORR-COUNT.
 CLOSE CORR-REGISTER-FILE.

WRITE-ONE-REGISTER-RECORD.
 MOVE SPACES TO CORR-REGISTER-RECORD.
 COMPUTE CRG-CORR-ID-IO = WS-LAST-CORR-ID + WS-CORR-I.
 MOVE WS-ORIG-RUN-DATE TO CRG-ORIG-RUN-DATE-IO.
 MOVE CORR-ORIG-LINE-NO(WS-CORR-I) TO CRG-ORIG-LINE-NO-IO.
 MOVE CORR-ORIG-VALUE(WS-CORR-I) TO CRG-ORIG-VALUE-IO.
 MOVE CORR-X(WS-CORR-I) TO CRG-NEW-VALUE-IO.
 MOVE CORR-GROUP-CODE(WS-CORR-I) TO CRG-GROUP-CODE-IO.
 MOVE CORR-PREPARER-ID(WS-CORR-I) TO CRG-PREPARER-ID-IO.
 MOVE CORR-REASON-CODE(WS-CORR-I) TO CRG-REASON-CODE-IO.
 MOVE WS-RUN-TIMESTAMP(1:14) TO CRG-PREPARED-TS-IO.
 MOVE "PENDING" TO CRG-STATUS-IO.
 WRITE CORR-REGISTER-RECORD.

APPROVE-CORRECTIONS.
 IF WS-APPROVER-ID IS EQUAL TO SPACES
 DISPLAY "EXCCORR USAGE: APPROVE APPROVERID"
 DISPLAY "  REVIEWS THE PENDING CORRECTIONS IN corrreg.dat; A"
 DISPLAY "  CORRECTION CANNOT BE APPROVED BY ITS PREPARER"
 MOVE 4 TO RETURN-CODE
 ELSE
 OPEN INPUT CORR-REGISTER-FILE
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 DISPLAY "EXCCORR: CANNOT OPEN corrreg.dat"
 MOVE 12 TO RETURN-CODE
 ELSE
 PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL END-OF-REGISTER
 CLOSE CORR-REGISTER-FILE
 PERFORM REVIEW-REGISTER-ENTRIES
 END-IF
 END-IF.

LOAD-ONE-REGISTER-ENTRY.
 READ CORR-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 IF WS-REGISTER-COUNT IS LESS THAN WS-REGISTER-MAX
 ADD 1 TO WS-REGISTER-COUNT
 MOVE CORR-REGISTER-RECORD TO CRT-ENTRY(WS-REGISTER-COUNT)
 ELSE
 SET REGISTER-TABLE-OVERFLOW TO TRUE
 END-IF
 END-IF.

REVIEW-REGISTER-ENTRIES.
 IF REGISTER-TABLE-OVERFLOW
 DISPLAY "EXCCORR: corrreg.dat EXCEEDS TABLE LIMIT - NOTHING"
 " APPROVED"
 MOVE 12 TO RETURN-CODE
 ELSE
 PERFORM REVIEW-ONE-CORRECTION
 VARYING WS-REGISTER-I FROM 1 BY 1
 UNTIL WS-REGISTER-I IS GREATER THAN WS-REGISTER-COUNT
 IF WS-APPROVED-COUNT IS GREATER THAN 0
 OR WS-DECLINED-COUNT IS GREATER THAN 0
 PERFORM REWRITE-CORRECTION-REGISTER
 END-IF
 DISPLAY "EXCCORR: " WS-APPROVED-COUNT " APPROVED, "
 WS-DECLINED-COUNT " REJECTED, " WS-LEFT-COUNT
 " LEFT PENDING"
 END-IF.

REVIEW-ONE-CORRECTION.
 IF CRT-STATUS(WS-REGISTER-I) IS EQUAL TO "PENDING"
 PERFORM PRESENT-PENDING-CORRECTION
 IF CRT-PREPARER-ID(WS-REGISTER-I) IS EQUAL TO WS-APPROVER-ID
 DISPLAY "EXCCORR: PREPARED BY " WS-APPROVER-ID
 " - ANOTHER APPROVER IS REQUIRED"
 ADD 1 TO WS-LEFT-COUNT
 ELSE
 MOVE "N" TO WS-ANSWER-SWITCH
 PERFORM ASK-FOR-DECISION UNTIL ANSWER-ACCEPTED
 END-IF
 END-IF.

PRESENT-PENDING-CORRECTION.
 DISPLAY " ".
 DISPLAY "CORRECTION " CRT-CORR-ID(WS-REGISTER-I)
 "  ORIGRUN=" CRT-ORIG-RUN-DATE(WS-REGISTER-I)
 "  LINE=" CRT-ORIG-LINE-NO(WS-REGISTER-I).
 MOVE CRT-NEW-VALUE(WS-REGISTER-I) TO WS-EDIT-VALUE.
 DISPLAY "ORIGINAL VALUE=" CRT-ORIG-VALUE(WS-REGISTER-I)
 "  NEW VALUE=" WS-EDIT-VALUE
 "  GROUP=" CRT-GROUP-CODE(WS-REGISTER-I).
 DISPLAY "PREPARED BY " CRT-PREPARER-ID(WS-REGISTER-I)
 " AT " CRT-PREPARED-TS(WS-REGISTER-I)
 "  REASON=" CRT-REASON-CODE(WS-REGISTER-I).

ASK-FOR-DECISION.
 DISPLAY "APPROVE (A), REJECT (R) OR LEAVE PENDING (BLANK): "
 WITH NO ADVANCING.
 MOVE SPACES TO WS-DECISION-TEXT.
 ACCEPT WS-DECISION-TEXT.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 EVALUATE TRUE
 WHEN WS-DECISION-TEXT IS EQUAL TO "A"
 OR WS-DECISION-TEXT IS EQUAL TO "a"
 MOVE "APPROVED" TO CRT-STATUS(WS-REGISTER-I)
 MOVE WS-APPROVER-ID TO CRT-APPROVER-ID(WS-REGISTER-I)
 MOVE WS-RUN-TIMESTAMP(1:14) TO CRT-APPROVED-TS(WS-REGISTER-I)
 ADD 1 TO WS-APPROVED-COUNT
 SET ANSWER-ACCEPTED TO TRUE
 WHEN WS-DECISION-TEXT IS EQUAL TO "R"
 OR WS-DECISION-TEXT IS EQUAL TO "r"
 MOVE "REJECTED" TO CRT-STATUS(WS-REGISTER-I)
 MOVE WS-APPROVER-ID TO CRT-APPROVER-ID(WS-REGISTER-I)
 MOVE WS-RUN-TIMESTAMP(1:14) TO CRT-APPROVED-TS(WS-REGISTER-I)
 ADD 1 TO WS-DECLINED-COUNT
 SET ANSWER-ACCEPTED TO TRUE
 WHEN WS-DECISION-TEXT IS EQUAL TO SPACES
 ADD 1 TO WS-LEFT-COUNT
 SET ANSWER-ACCEPTED TO TRUE
 WHEN OTHER
 DISPLAY "EXCCORR: ANSWER A, R OR BLANK - TRY AGAIN"
 END-EVALUATE.

REWRITE-CORRECTION-REGISTER.
 OPEN OUTPUT CORR-REGISTER-FILE.
 PERFORM WRITE-ONE-REGISTER-ENTRY
 VARYING WS-REGISTER-I FROM 1 BY 1
 UNTIL WS-REGISTER-I IS GREATER THAN WS-REGISTER-COUNT.
 CLOSE CORR-REGISTER-FILE.

WRITE-ONE-REGISTER-ENTRY.
 MOVE CRT-ENTRY(WS-REGISTER-I) TO CORR-REGISTER-RECORD.
 WRITE CORR-REGISTER-RECORD.
