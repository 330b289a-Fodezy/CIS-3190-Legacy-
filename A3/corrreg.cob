IDENTIFICATION DIVISION.
PROGRAM-ID. CORRREG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT CORR-REGISTER-FILE ASSIGN TO "corrreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT REGISTER-REPORT-FILE ASSIGN TO "corrreg.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CORR-REGISTER-FILE.
01 CORR-REGISTER-RECORD.
 02 CRG-CORR-ID-IN PIC 9(8).
 02 CRG-ORIG-RUN-DATE-IN PIC X(8).
 02 CRG-ORIG-LINE-NO-IN PIC X(7).
 02 CRG-ORIG-VALUE-IN PIC X(8).
 02 CRG-ORIG-NUMBER-IN REDEFINES CRG-ORIG-VALUE-IN
 PIC S9(6)V9(2).
 02 CRG-NEW-VALUE-IN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 CRG-GROUP-CODE-IN PIC X(4).
 02 CRG-PREPARER-ID-IN PIC X(8).
 02 CRG-REASON-CODE-IN PIC X(4).
 02 CRG-PREPARED-TS-IN PIC X(14).
 02 CRG-STATUS-IN PIC X(8).
 02 CRG-APPROVER-ID-IN PIC X(8).
 02 CRG-APPROVED-TS-IN PIC X(14).
 02 CRG-APPLIED-TS-IN PIC X(14).
 *> totals 114 characters; status is PENDING, APPROVED, REJECTED
 *> or APPLIED. original value is the raw text of the rejected field

FD REGISTER-REPORT-FILE.
01 REGISTER-REPORT-LINE PIC X(120).

WORKING-STORAGE SECTION.
77 WS-REGISTER-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-FROM-DATE PIC X(8) VALUE SPACES.
77 WS-TO-DATE PIC X(8) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).

77 WS-LISTED-COUNT PIC 9(6) VALUE 0.
77 WS-PENDING-COUNT PIC 9(6) VALUE 0.
77 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
77 WS-APPLIED-COUNT PIC 9(6) VALUE 0.

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.

01 PRT-DETAIL PIC X(120).

01 REGISTER-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(22) VALUE "CORRECTIONS REGISTER".
 02 FILLER PIC X(9) VALUE "RUN DATE=".
 02 HDG-RUN-DATE PIC X(8).
 02 FILLER PIC X(9) VALUE "  SOURCE=".
 02 FILLER PIC X(14) VALUE "corrreg.dat".
 02 FILLER PIC X(6) VALUE " PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 REGISTER-TITLE-LINE.
 02 FILLER PIC X(45) VALUE
 " CORRECTIONS REGISTER - PREPARER AND APPROVER".

01 REGISTER-UNDERLINE.
 02 FILLER PIC X(45) VALUE
 "---------------------------------------------".

01 REGISTER-PARM-LINE.
 02 FILLER PIC X(25) VALUE " ORIGINAL RUN DATES FROM=".
 02 RGP-FROM-DATE PIC X(8).
 02 FILLER PIC X(5) VALUE "  TO=".
 02 RGP-TO-DATE PIC X(8).

01 REGISTER-COL-HEADS.
 02 FILLER PIC X(48) VALUE
 " CORR ID  ORIG RUN LINE      ORIGINAL  NEW VALUE".
 02 FILLER PIC X(48) VALUE
 " GRP  RSN  PREPARER APPROVER STATUS   DECIDED   ".
 02 FILLER PIC X(12) VALUE
 "     APPLIED".

01 REGISTER-DETAIL-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-CORR-ID PIC 9(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-ORIG-RUN-DATE PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-ORIG-LINE-NO PIC X(7).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-ORIG-VALUE PIC -(6)9.9(2).
 02 RGD-ORIG-VALUE-X REDEFINES RGD-ORIG-VALUE PIC X(10).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-NEW-VALUE PIC -(6)9.9(2).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-GROUP-CODE PIC X(4).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-REASON-CODE PIC X(4).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-PREPARER-ID PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-APPROVER-ID PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-STATUS PIC X(8).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-APPROVED-TS PIC X(14).
 02 FILLER PIC X(1) VALUE SPACE.
 02 RGD-APPLIED-TS PIC X(14).

01 REGISTER-TOTAL-LINE.
 02 FILLER PIC X(13) VALUE " CORRECTIONS=".
 02 RGT-LISTED PIC Z(5)9.
 02 FILLER PIC X(10) VALUE "  PENDING=".
 02 RGT-PENDING PIC Z(5)9.
 02 FILLER PIC X(11) VALUE "  APPROVED=".
 02 RGT-APPROVED PIC Z(5)9.
 02 FILLER PIC X(11) VALUE "  REJECTED=".
 02 RGT-REJECTED PIC Z(5)9.
 02 FILLER PIC X(10) VALUE "  APPLIED=".
 02 RGT-APPLIED PIC Z(5)9.

01 REGISTER-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 RGR-INFO-TEXT PIC X(68).

01 REGISTER-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 RGR-WARN-TEXT PIC X(68).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 OPEN OUTPUT REGISTER-REPORT-FILE.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE WS-FROM-DATE TO RGP-FROM-DATE.
 MOVE WS-TO-DATE TO RGP-TO-DATE.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-PARM-LINE
 AFTER ADVANCING 1 LINE.
 OPEN INPUT CORR-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 MOVE "NO CORRECTIONS REGISTER FOUND - NOTHING TO REPORT"
 TO RGR-INFO-TEXT
 WRITE REGISTER-REPORT-LINE FROM REGISTER-INFO-LINE
 AFTER ADVANCING 1 LINE
 ELSE
 PERFORM START-NEW-PAGE
 PERFORM LIST-ONE-CORRECTION UNTIL END-OF-REGISTER
 CLOSE CORR-REGISTER-FILE
 MOVE REGISTER-UNDERLINE TO PRT-DETAIL
 PERFORM PRINT-REGISTER-LINE
 MOVE WS-LISTED-COUNT TO RGT-LISTED
 MOVE WS-PENDING-COUNT TO RGT-PENDING
 MOVE WS-APPROVED-COUNT TO RGT-APPROVED
 MOVE WS-REJECTED-COUNT TO RGT-REJECTED
 MOVE WS-APPLIED-COUNT TO RGT-APPLIED
 MOVE REGISTER-TOTAL-LINE TO PRT-DETAIL
 PERFORM PRINT-REGISTER-LINE
 IF WS-PENDING-COUNT IS GREATER THAN 0
 MOVE "PENDING CORRECTIONS NEED A SECOND PERSON TO APPROVE THEM"
 TO RGR-WARN-TEXT
 MOVE REGISTER-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-REGISTER-LINE
 END-IF
 END-IF.
 CLOSE REGISTER-REPORT-FILE.
 DISPLAY "CORRREG: " WS-LISTED-COUNT
 " CORRECTION(S) LISTED IN corrreg.txt".
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-FROM-DATE WS-TO-DATE
 END-UNSTRING
 END-IF.
 IF WS-FROM-DATE IS EQUAL TO SPACES
 MOVE "00000000" TO WS-FROM-DATE
 END-IF.
 IF WS-TO-DATE IS EQUAL TO SPACES
 MOVE "99999999" TO WS-TO-DATE
 END-IF.

LIST-ONE-CORRECTION.
 READ CORR-REGISTER-FILE
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 IF CRG-ORIG-RUN-DATE-IN IS NOT LESS THAN WS-FROM-DATE
 AND CRG-ORIG-RUN-DATE-IN IS NOT GREATER THAN WS-TO-DATE
 PERFORM PRINT-CORRECTION-DETAIL
 END-IF
 END-IF.

PRINT-CORRECTION-DETAIL.
 ADD 1 TO WS-LISTED-COUNT.
 EVALUATE CRG-STATUS-IN
 WHEN "PENDING"
 ADD 1 TO WS-PENDING-COUNT
 WHEN "APPROVED"
 ADD 1 TO WS-APPROVED-COUNT
 WHEN "REJECTED"
 ADD 1 TO WS-REJECTED-COUNT
 WHEN "APPLIED"
 ADD 1 TO WS-APPLIED-COUNT
 END-EVALUATE.
 MOVE CRG-CORR-ID-IN TO RGD-CORR-ID.
 MOVE CRG-ORIG-RUN-DATE-IN TO RGD-ORIG-RUN-DATE.
 MOVE CRG-ORIG-LINE-NO-IN TO RGD-ORIG-LINE-NO.
 IF CRG-ORIG-NUMBER-IN IS NUMERIC
 MOVE CRG-ORIG-NUMBER-IN TO RGD-ORIG-VALUE
 ELSE
 MOVE SPACES TO RGD-ORIG-VALUE-X
 MOVE CRG-ORIG-VALUE-IN TO RGD-ORIG-VALUE-X(3:8)
 END-IF.
 MOVE CRG-NEW-VALUE-IN TO RGD-NEW-VALUE.
 MOVE CRG-GROUP-CODE-IN TO RGD-GROUP-CODE.
 MOVE CRG-REASON-CODE-IN TO RGD-REASON-CODE.
 MOVE CRG-PREPARER-ID-IN TO RGD-PREPARER-ID.
 MOVE CRG-APPROVER-ID-IN TO RGD-APPROVER-ID.
 MOVE CRG-STATUS-IN TO RGD-STATUS.
 MOVE CRG-APPROVED-TS-IN TO RGD-APPROVED-TS.
 MOVE CRG-APPLIED-TS-IN TO RGD-APPLIED-TS.
 MOVE REGISTER-DETAIL-LINE TO PRT-DETAIL.
 PERFORM PRINT-REGISTER-LINE.

PRINT-REGISTER-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 END-IF.
 WRITE REGISTER-REPORT-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-RUN-TIMESTAMP(1:8) TO HDG-RUN-DATE.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-UNDERLINE
 AFTER ADVANCING 1 LINE.
 WRITE REGISTER-REPORT-LINE FROM REGISTER-COL-HEADS
 AFTER ADVANCING 1 LINE.
 MOVE 3 TO WS-LINE-COUNT.
