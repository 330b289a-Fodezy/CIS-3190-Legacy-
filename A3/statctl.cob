 02 RST-MISSING-TRAILER-FLAG PIC X(1).
 02 RST-NO-DATA-FLAG PIC X(1).
 02 RST-DUPLICATE-FLAG PIC X(1).
 02 RST-OUT-OF-SPEC-FLAG PIC X(1).
 *> matches the 20-character record STATMOLD writes

FD JOBSTREAM-FILE.
01 JOBSTREAM-RECORD.
77 WS-JSC-STATUS PIC X(8) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).

*> steps: 01 INTAKE    02 STATMOLD  03 EXCCORR  04 AMENDRUN
*>        05 STATCOMP  06 TRENDRPT  07 CTLALERT  08 INTEGAUD
*>        09 CAPRPT    10 RPTBURST  11 IFEXTRCT

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 PERFORM READ-JOBSTREAM-STATUS.
 EVALUATE TRUE
 WHEN WS-START-STEP IS NOT GREATER THAN 2
 IF WS-START-STEP IS NOT GREATER THAN 1
 PERFORM RUN-INTAKE-STEP
 END-IF
 IF NOT STREAM-ABORTED
 PERFORM RUN-STATMOLD-STEP
 END-IF
 IF NOT STREAM-ABORTED
 PERFORM DECIDE-NEXT-PATH
 END-IF
 WHEN WS-START-STEP IS NOT GREATER THAN 4
 DISPLAY "STATCTL: RESTARTING EXCEPTION PATH AT STEP "
 WS-START-STEP
 PERFORM EXCEPTION-BRANCH
 WHEN WS-START-STEP IS NOT GREATER THAN 7
 DISPLAY "STATCTL: RESTARTING CLEAN PATH AT STEP "
 WS-START-STEP
 PERFORM CLEAN-BRANCH
 WHEN WS-START-STEP IS NOT GREATER THAN 8
 DISPLAY "STATCTL: RESTARTING INTEGRITY AUDIT AT STEP "
 WS-START-STEP
 WHEN WS-START-STEP IS NOT GREATER THAN 9
 DISPLAY "STATCTL: RESTARTING CAPABILITY REPORT AT STEP "
 WS-START-STEP
 WHEN WS-START-STEP IS NOT GREATER THAN 10
 DISPLAY "STATCTL: RESTARTING REPORT DISTRIBUTION AT STEP "
 WS-START-STEP
 WHEN WS-START-STEP IS NOT GREATER THAN 11
 DISPLAY "STATCTL: RESTARTING INTERFACE EXTRACT AT STEP "
 WS-START-STEP
 WHEN OTHER
 DISPLAY "STATCTL: NOTHING TO RESTART - RUN COMPLETE"
 END-EVALUATE.
 IF WS-START-STEP IS NOT GREATER THAN 8
 AND NOT STREAM-ABORTED
 PERFORM RUN-INTEGRITY-STEP
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 9
 AND NOT STREAM-ABORTED
 PERFORM RUN-CAPABILITY-STEP
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 10
 AND NOT STREAM-ABORTED
 PERFORM RUN-DISTRIBUTION-STEP
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 11
 AND NOT STREAM-ABORTED
 PERFORM RUN-INTERFACE-STEP
 END-IF.
 IF NOT STREAM-ABORTED
 MOVE 0 TO WS-CURRENT-STEP
 PERFORM WRITE-JOBSTREAM-COMPLETE
 DIVIDE 256 INTO WS-STEP-RC
 END-IF.

RUN-INTAKE-STEP.
 MOVE 1 TO WS-CURRENT-STEP.
 MOVE SPACES TO WS-COMMAND.
 STRING "./intake " DELIMITED BY SIZE
 WS-INPUT-FILE-NAME DELIMITED BY SPACE
 INTO WS-COMMAND
 END-STRING.
 PERFORM RUN-ONE-STEP.
 EVALUATE WS-STEP-RC
 WHEN 0
 CONTINUE
 WHEN 4
 DISPLAY "STATCTL: FEED INTAKE WARNINGS - SEE intake.txt"
 " (STREAM CONTINUES)"
 WHEN 8
 DISPLAY "STATCTL: REQUIRED FEED MISSING - STREAM HELD,"
 " SEE intake.txt"
 PERFORM WRITE-JOBSTREAM-HELD
 MOVE 8 TO WS-STREAM-RC
 SET STREAM-ABORTED TO TRUE
 WHEN OTHER
 PERFORM CHECK-STEP-RESULT
 END-EVALUATE.

RUN-STATMOLD-STEP.
 MOVE 2 TO WS-CURRENT-STEP.
 MOVE SPACES TO WS-COMMAND.
 STRING "./statmold " DELIMITED BY SIZE
 WS-INPUT-FILE-NAME DELIMITED BY SPACE
 " output.txt" DELIMITED BY SIZE
 WHEN RST-EXCEPTION-COUNT IS GREATER THAN 0
 DISPLAY "STATCTL: " RST-EXCEPTION-COUNT " EXCEPTION(S)"
 " - ROUTING TO CORRECTION PATH"
 MOVE 3 TO WS-START-STEP
 PERFORM EXCEPTION-BRANCH
 WHEN OTHER
 MOVE 5 TO WS-START-STEP
 PERFORM CLEAN-BRANCH
 END-EVALUATE.

EXCEPTION-BRANCH.
 IF WS-START-STEP IS NOT GREATER THAN 3
 AND NOT STREAM-ABORTED
 MOVE 3 TO WS-CURRENT-STEP
 MOVE SPACES TO WS-COMMAND
 STRING "./exccorr BATCH " DELIMITED BY SIZE
 WS-CORRECTIONS-NAME DELIMITED BY SPACE
 PERFORM RUN-ONE-STEP
 PERFORM CHECK-STEP-RESULT
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 4
 AND NOT STREAM-ABORTED
 MOVE 4 TO WS-CURRENT-STEP
 MOVE SPACES TO WS-COMMAND
 STRING "./amendrun " DELIMITED BY SIZE
 WS-INPUT-FILE-NAME DELIMITED BY SPACE
 INTO WS-COMMAND
 END-STRING
 PERFORM RUN-ONE-STEP
 IF WS-STEP-RC IS EQUAL TO 4
 DISPLAY "STATCTL: CORRECTIONS AWAITING APPROVAL - STREAM HELD,"
 " RUN EXCCORR APPROVE THEN RESTART"
 PERFORM WRITE-JOBSTREAM-HELD
 MOVE 4 TO WS-STREAM-RC
 SET STREAM-ABORTED TO TRUE
 ELSE
 PERFORM CHECK-STEP-RESULT
 END-IF
 END-IF.

CLEAN-BRANCH.
 IF WS-START-STEP IS NOT GREATER THAN 5
 AND NOT STREAM-ABORTED
 MOVE 5 TO WS-CURRENT-STEP
 MOVE SPACES TO WS-COMMAND
 STRING "./statcomp " DELIMITED BY SIZE
 WS-INPUT-FILE-NAME DELIMITED BY SPACE
 PERFORM RUN-ONE-STEP
 PERFORM CHECK-STEP-RESULT
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 6
 AND NOT STREAM-ABORTED
 MOVE 6 TO WS-CURRENT-STEP
 MOVE "./trendrpt" TO WS-COMMAND
 PERFORM RUN-ONE-STEP
 PERFORM CHECK-STEP-RESULT
 END-IF.
 IF WS-START-STEP IS NOT GREATER THAN 7
 AND NOT STREAM-ABORTED
 MOVE 7 TO WS-CURRENT-STEP
 MOVE "./ctlalert" TO WS-COMMAND
 PERFORM RUN-ONE-STEP
 IF WS-STEP-RC IS NOT EQUAL TO 0
 END-IF
 END-IF.

RUN-INTEGRITY-STEP.
 MOVE 8 TO WS-CURRENT-STEP.
 MOVE "./integaud" TO WS-COMMAND.
 PERFORM RUN-ONE-STEP.
 EVALUATE WS-STEP-RC
 WHEN 0
 CONTINUE
 WHEN 4
 DISPLAY "STATCTL: INTEGRITY AUDIT WARNINGS - SEE integaud.txt"
 " (STREAM CONTINUES)"
 WHEN OTHER
 DISPLAY "STATCTL: INTEGRITY AUDIT FOUND ERRORS - SEE integaud.txt"
 PERFORM CHECK-STEP-RESULT
 END-EVALUATE.

RUN-CAPABILITY-STEP.
 MOVE 9 TO WS-CURRENT-STEP.
 MOVE SPACES TO WS-COMMAND.
 STRING "./caprpt " DELIMITED BY SIZE
 WS-INPUT-FILE-NAME DELIMITED BY SPACE
 INTO WS-COMMAND
 END-STRING.
 PERFORM RUN-ONE-STEP.
 EVALUATE WS-STEP-RC
 WHEN 0
 CONTINUE
 WHEN 4
 DISPLAY "STATCTL: OUT-OF-SPEC GROUP(S) - SEE caprpt.txt"
 " (STREAM CONTINUES)"
 WHEN OTHER
 PERFORM CHECK-STEP-RESULT
 END-EVALUATE.

RUN-DISTRIBUTION-STEP.
 MOVE 10 TO WS-CURRENT-STEP.
 MOVE "./rptburst" TO WS-COMMAND.
 PERFORM RUN-ONE-STEP.
 EVALUATE WS-STEP-RC
 WHEN 0
 CONTINUE
 WHEN 4
 DISPLAY "STATCTL: REPORT SECTIONS WITHOUT A ROUTE - SEE distrib.dat"
 " (STREAM CONTINUES)"
 WHEN OTHER
 PERFORM CHECK-STEP-RESULT
 END-EVALUATE.

RUN-INTERFACE-STEP.
 MOVE 11 TO WS-CURRENT-STEP.
 MOVE "./ifextrct" TO WS-COMMAND.
 PERFORM RUN-ONE-STEP.
 EVALUATE WS-STEP-RC
 WHEN 0
 CONTINUE
 WHEN 4
 DISPLAY "STATCTL: INTERFACE EXCEPTIONS - SEE ifextrct.txt"
 " (STREAM CONTINUES)"
 WHEN OTHER
 PERFORM CHECK-STEP-RESULT
 END-EVALUATE.

CHECK-STEP-RESULT.
 IF WS-STEP-RC IS NOT EQUAL TO 0
 DISPLAY "STATCTL: STEP " WS-CURRENT-STEP
