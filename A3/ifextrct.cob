IDENTIFICATION DIVISION.
PROGRAM-ID. IFEXTRCT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "stathist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY-IN
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT SENT-REGISTER-FILE ASSIGN TO "ifreg.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-KEY
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT INTERFACE-CONTROL-FILE ASSIGN TO "ifctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.
    SELECT OUTBOUND-FILE ASSIGN TO "ifout.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTBOUND-STATUS.
    SELECT OUTBOUND-WORK-FILE ASSIGN TO "ifout.wrk"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.
    SELECT EXTRACT-REPORT-FILE ASSIGN TO "ifextrct.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HISTORY-FILE.
01 HISTORY-IN-LINE.
 02 HIS-KEY-IN.
  03 HIS-RUN-DATE-IN PIC X(8).
  03 HIS-BATCH-NUMBER-IN PIC 9(4).
 02 FILLER PIC X(86).
 *> totals 98 characters; keyed on run date and batch number

FD SENT-REGISTER-FILE.
01 SENT-REGISTER-RECORD.
 02 REG-IMAGE.
  03 REG-KEY.
   04 REG-RUN-DATE PIC X(8).
   04 REG-BATCH-NUMBER PIC 9(4).
  03 FILLER PIC X(86).
 02 REG-SEQUENCE PIC 9(6).
 02 REG-MARKER PIC X(1).
 02 FILLER PIC X(15).
 *> totals 120 characters; keyed on run date and batch number
 *> history image as last sent, with the sequence and marker it went as

FD INTERFACE-CONTROL-FILE.
01 INTERFACE-CONTROL-LINE PIC X(120).

01 ICF-CONTROL-VIEW REDEFINES INTERFACE-CONTROL-LINE.
 02 ICF-REC-TYPE PIC X(1).
 02 ICF-LAST-SEQUENCE PIC 9(6).
 02 ICF-LAST-RUN PIC X(14).
 02 FILLER PIC X(99).

01 ICF-SEQUENCE-VIEW REDEFINES INTERFACE-CONTROL-LINE.
 02 FILLER PIC X(1).
 02 ICF-SEQUENCE PIC 9(6).
 02 ICF-SENT-STAMP PIC X(14).
 02 ICF-RECORD-COUNT PIC 9(8).
 02 ICF-HASH-N PIC 9(12).
 02 ICF-HASH-MEAN PIC S9(14)V9(2) SIGN LEADING SEPARATE.
 02 ICF-STATUS PIC X(1).
 02 ICF-RESENT-AS PIC 9(6).
 02 ICF-ACK-STAMP PIC X(14).
 02 ICF-NOTE PIC X(40).
 02 FILLER PIC X(1).

 *> C = last sequence, Q = one per transmission

FD ACKNOWLEDGEMENT-FILE.
01 ACKNOWLEDGEMENT-LINE.
 02 IAK-SEQUENCE PIC 9(6).
 02 IAK-STATUS PIC X(1).
 02 IAK-RECORD-COUNT PIC 9(8).
 02 IAK-REASON PIC X(40).
 02 FILLER PIC X(25).
 *> A = accepted, R = rejected; one line per sequence from the warehouse

FD OUTBOUND-FILE.
01 OUTBOUND-HEADER-RECORD.
 02 IFO-REC-TYPE PIC X(1).
 02 IFO-HDR-SEQUENCE PIC 9(6).
 02 IFO-HDR-CREATED PIC X(14).
 02 IFO-HDR-SOURCE PIC X(8).
 02 FILLER PIC X(77).

01 OUTBOUND-DETAIL-RECORD REDEFINES OUTBOUND-HEADER-RECORD.
 02 FILLER PIC X(1).
 02 IFO-DTL-MARKER PIC X(1).
 02 IFO-DTL-RESENT-FROM PIC 9(6).
 02 IFO-DTL-HISTORY PIC X(98).

01 OUTBOUND-TRAILER-RECORD REDEFINES OUTBOUND-HEADER-RECORD.
 02 FILLER PIC X(1).
 02 IFO-TRL-SEQUENCE PIC 9(6).
 02 IFO-TRL-RECORD-COUNT PIC 9(8).
 02 IFO-TRL-NEW-COUNT PIC 9(8).
 02 IFO-TRL-RESTATED-COUNT PIC 9(8).
 02 IFO-TRL-RESENT-COUNT PIC 9(8).
 02 IFO-TRL-HASH-N PIC 9(12).
 02 IFO-TRL-HASH-MEAN PIC S9(14)V9(2) SIGN LEADING SEPARATE.
 02 FILLER PIC X(38).
 *> every record is 106 characters: H header, D detail, T trailer

FD OUTBOUND-WORK-FILE.
01 OUTBOUND-WORK-RECORD.
 02 IFW-REC-TYPE PIC X(1).
 02 IFW-MARKER PIC X(1).
 02 IFW-RESENT-FROM PIC 9(6).
 02 IFW-HISTORY PIC X(98).
 *> detail records held until the whole extract has been built

FD EXTRACT-REPORT-FILE.
01 EXTRACT-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
77 WS-ACK-FILE-NAME PIC X(20) VALUE "ifack.dat".
77 WS-HISTORY-STATUS PIC XX VALUE SPACES.
77 WS-CONTROL-STATUS PIC XX VALUE SPACES.
77 WS-ACK-STATUS PIC XX VALUE SPACES.
77 WS-OUTBOUND-STATUS PIC XX VALUE SPACES.
77 WS-REGISTER-STATUS PIC XX VALUE SPACES.
77 WS-WORK-STATUS PIC XX VALUE SPACES.

01 WS-SWITCHES.
 02 WS-CONTROL-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-CONTROL VALUE "Y".
 02 WS-ACK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-ACKNOWLEDGEMENTS VALUE "Y".
 02 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-HISTORY VALUE "Y".
 02 WS-CONTROL-USABLE-SWITCH PIC X VALUE "Y".
 88 CONTROL-UNUSABLE VALUE "N".
 02 WS-HISTORY-READ-SWITCH PIC X VALUE "Y".
 88 HISTORY-UNREADABLE VALUE "N".
 02 WS-HISTORY-OPEN-SWITCH PIC X VALUE "N".
 88 HISTORY-OPEN VALUE "Y".
 02 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-REGISTER VALUE "Y".
 02 WS-REGISTER-OPEN-SWITCH PIC X VALUE "N".
 88 REGISTER-OPEN VALUE "Y".
 02 WS-REGISTER-READ-SWITCH PIC X VALUE "Y".
 88 REGISTER-UNREADABLE VALUE "N".
 02 WS-REGISTER-SAVED-SWITCH PIC X VALUE "Y".
 88 REGISTER-NOT-SAVED VALUE "N".
 02 WS-WORK-EOF-SWITCH PIC X VALUE "N".
 88 END-OF-WORK-FILE VALUE "Y".
 02 WS-WORK-WRITE-SWITCH PIC X VALUE "Y".
 88 WORK-FILE-UNWRITABLE VALUE "N".
 02 WS-ACK-READ-SWITCH PIC X VALUE "N".
 88 ACK-FILE-READ VALUE "Y".
 02 WS-OUTBOUND-SWITCH PIC X VALUE "N".
 88 OUTBOUND-WRITTEN VALUE "Y".
 02 WS-CONTROL-SAVED-SWITCH PIC X VALUE "N".
 88 CONTROL-SAVED VALUE "Y".

77 WS-PARM-STRING PIC X(100) VALUE SPACES.
77 WS-RUN-TIMESTAMP PIC X(21).
77 WS-RETURN-SEVERITY PIC 9(2) VALUE 0.
77 WS-NEW-SEVERITY PIC 9(2) VALUE 0.
77 WS-DELETE-NAME PIC X(40) VALUE SPACES.

77 WS-LAST-SEQUENCE PIC 9(6) VALUE 0.
77 WS-NEXT-SEQUENCE PIC 9(6) VALUE 0.
77 WS-FIND-SEQUENCE PIC 9(6) VALUE 0.
77 WS-HIGHEST-ACCEPTED PIC 9(6) VALUE 0.
77 WS-KEEP-SEQUENCES PIC 9(6) VALUE 400.

77 WS-SEQ-MAX PIC 9(4) VALUE 500.
77 WS-SEQ-COUNT PIC 9(4) VALUE 0.
77 WS-SEQ-I PIC 9(4).

01 SEQUENCE-TABLE.
 02 SQ-ENTRY OCCURS 500 TIMES.
 03 SQ-SEQUENCE PIC 9(6).
 03 SQ-SENT-STAMP PIC X(14).
 03 SQ-RECORD-COUNT PIC 9(8).
 03 SQ-HASH-N PIC 9(12).
 03 SQ-HASH-MEAN PIC S9(14)V9(2).
 03 SQ-STATUS PIC X(1).
 88 SQ-SENT VALUE "S".
 88 SQ-OVERDUE VALUE "O".
 88 SQ-ACCEPTED VALUE "A".
 88 SQ-REJECTED VALUE "R".
 88 SQ-RESENT VALUE "X".
 03 SQ-RESENT-AS PIC 9(6).
 03 SQ-ACK-STAMP PIC X(14).
 03 SQ-NOTE PIC X(40).

77 WS-DETAIL-ACTION PIC X(1) VALUE SPACE.
77 WS-DETAIL-MARKER PIC X(1) VALUE SPACE.
77 WS-DETAIL-ORIGIN PIC 9(6) VALUE 0.

01 HISTORY-WORK-RECORD.
 02 HWK-KEY.
  03 HWK-RUN-DATE PIC X(8).
  03 HWK-BATCH-NUMBER PIC 9(4).
 02 HWK-N PIC 9(6).
 02 HWK-MEAN PIC S9(6)V9(2) SIGN LEADING SEPARATE.
 02 FILLER PIC X(71).
 *> leading fields of the 98-character history record

77 WS-NEW-COUNT PIC 9(8) VALUE 0.
77 WS-RESTATED-COUNT PIC 9(8) VALUE 0.
77 WS-RESENT-COUNT PIC 9(8) VALUE 0.
77 WS-SENT-RECORD-COUNT PIC 9(8) VALUE 0.
77 WS-HASH-N PIC 9(12) VALUE 0.
77 WS-HASH-MEAN PIC S9(14)V9(2) VALUE 0.

77 WS-ACK-LINES-READ PIC 9(6) VALUE 0.
77 WS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
77 WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.
77 WS-INVALID-ACK-COUNT PIC 9(4) VALUE 0.
77 WS-GAP-COUNT PIC 9(4) VALUE 0.
77 WS-NOT-ACKED-COUNT PIC 9(4) VALUE 0.
77 WS-RESENT-SEQ-COUNT PIC 9(4) VALUE 0.
77 WS-AWAITING-COUNT PIC 9(4) VALUE 0.
77 WS-PURGED-COUNT PIC 9(4) VALUE 0.
77 WS-OUTSTANDING-EVENTS PIC 9(4) VALUE 0.

77 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
77 WS-LINE-COUNT PIC 9(3) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 1.

01 PRT-DETAIL PIC X(100).

01 IFX-PAGE-HEADING.
 02 FILLER PIC X(1) VALUE SPACE.
 02 FILLER PIC X(29) VALUE "WAREHOUSE INTERFACE EXTRACT".
 02 FILLER PIC X(7) VALUE "RUN AT=".
 02 HDG-TIMESTAMP PIC X(14).
 02 FILLER PIC X(7) VALUE "  PAGE=".
 02 HDG-PAGE-NUMBER PIC Z(3)9.

01 IFX-TITLE-LINE.
 02 FILLER PIC X(44) VALUE
 " WAREHOUSE INTERFACE EXTRACT - stathist.dat".

01 IFX-UNDERLINE.
 02 FILLER PIC X(44) VALUE
 "--------------------------------------------".

01 IFX-PARM-LINE.
 02 FILLER PIC X(10) VALUE " ACK FILE=".
 02 IFP-ACK-NAME PIC X(20).
 02 FILLER PIC X(20) VALUE "  OUTBOUND=ifout.dat".
 02 FILLER PIC X(19) VALUE "  CONTROL=ifctl.dat".
 02 FILLER PIC X(9) VALUE "  RUN AT ".
 02 IFP-TIMESTAMP PIC X(14).

01 IFX-SECTION-LINE.
 02 FILLER PIC X(1) VALUE SPACE.
 02 IFX-SECTION-TEXT PIC X(40).

01 IFX-COL-HEADS.
 02 FILLER PIC X(48) VALUE
 "  SEQ NO  SENT       RECORDS  EVENT         NOTE".

01 IFX-EVENT-LINE.
 02 FILLER PIC X(2) VALUE SPACES.
 02 IEV-SEQUENCE PIC 9(6).
 02 FILLER PIC X(2) VALUE SPACES.
 02 IEV-SENT-DATE PIC X(8).
 02 FILLER PIC X(2) VALUE SPACES.
 02 IEV-RECORDS PIC Z(7)9.
 02 FILLER PIC X(2) VALUE SPACES.
 02 IEV-EVENT PIC X(12).
 02 FILLER PIC X(2) VALUE SPACES.
 02 IEV-NOTE PIC X(40).

01 IFX-TRANSMIT-LINE.
 02 FILLER PIC X(22) VALUE " TRANSMITTED SEQUENCE=".
 02 ITL-SEQUENCE PIC 9(6).
 02 FILLER PIC X(17) VALUE "  FILE=ifout.dat".

01 IFX-COUNT-LINE.
 02 FILLER PIC X(5) VALUE " NEW=".
 02 ICL-NEW PIC Z(7)9.
 02 FILLER PIC X(11) VALUE "  RESTATED=".
 02 ICL-RESTATED PIC Z(7)9.
 02 FILLER PIC X(9) VALUE "  RESENT=".
 02 ICL-RESENT PIC Z(7)9.
 02 FILLER PIC X(10) VALUE "  RECORDS=".
 02 ICL-RECORDS PIC Z(7)9.

01 IFX-HASH-LINE.
 02 FILLER PIC X(14) VALUE " HASH TOTAL N=".
 02 IHL-HASH-N PIC Z(11)9.
 02 FILLER PIC X(18) VALUE "  HASH TOTAL MEAN=".
 02 IHL-HASH-MEAN PIC -(14)9.9(2).

01 IFX-ACK-TOTAL-LINE.
 02 FILLER PIC X(15) VALUE " ACKS ACCEPTED=".
 02 IAT-ACCEPTED PIC Z(3)9.
 02 FILLER PIC X(11) VALUE "  REJECTED=".
 02 IAT-REJECTED PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  UNKNOWN=".
 02 IAT-UNKNOWN PIC Z(3)9.
 02 FILLER PIC X(10) VALUE "  INVALID=".
 02 IAT-INVALID PIC Z(3)9.

01 IFX-EXCEPTION-TOTAL-LINE.
 02 FILLER PIC X(6) VALUE " GAPS=".
 02 IXT-GAPS PIC Z(3)9.
 02 FILLER PIC X(19) VALUE "  NOT ACKNOWLEDGED=".
 02 IXT-NOT-ACKED PIC Z(3)9.
 02 FILLER PIC X(19) VALUE "  SEQUENCES RESENT=".
 02 IXT-RESENT PIC Z(3)9.
 02 FILLER PIC X(15) VALUE "  AWAITING ACK=".
 02 IXT-AWAITING PIC Z(3)9.

01 IFX-INFO-LINE.
 02 FILLER PIC X(12) VALUE " *** INFO: ".
 02 IFX-INFO-TEXT PIC X(68).

01 IFX-WARNING-LINE.
 02 FILLER PIC X(12) VALUE " *** WARN: ".
 02 IFX-WARN-TEXT PIC X(68).

PROCEDURE DIVISION.
MAIN-LOGIC.
 PERFORM READ-PARAMETERS.
 MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
 OPEN OUTPUT EXTRACT-REPORT-FILE.
 WRITE EXTRACT-REPORT-LINE FROM IFX-TITLE-LINE
 AFTER ADVANCING 0 LINES.
 WRITE EXTRACT-REPORT-LINE FROM IFX-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE WS-ACK-FILE-NAME TO IFP-ACK-NAME.
 MOVE WS-RUN-TIMESTAMP(1:14) TO IFP-TIMESTAMP.
 WRITE EXTRACT-REPORT-LINE FROM IFX-PARM-LINE
 AFTER ADVANCING 1 LINE.
 MOVE 3 TO WS-LINE-COUNT.
 PERFORM LOAD-INTERFACE-CONTROL.
 IF CONTROL-UNUSABLE
 MOVE "ifctl.dat UNREADABLE OR OVER TABLE LIMITS - NOTHING SENT"
 TO IFX-WARN-TEXT
 MOVE IFX-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 DISPLAY "IFEXTRCT: CANNOT USE ifctl.dat - NOTHING SENT"
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 PERFORM RECONCILE-AND-EXTRACT
 END-IF.
 CLOSE EXTRACT-REPORT-FILE.
 MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
 STOP RUN.

READ-PARAMETERS.
 ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
 IF WS-PARM-STRING IS NOT EQUAL TO SPACES
 UNSTRING WS-PARM-STRING DELIMITED BY SPACE
 INTO WS-ACK-FILE-NAME
 END-UNSTRING
 END-IF.

LOAD-INTERFACE-CONTROL.
 OPEN INPUT INTERFACE-CONTROL-FILE.
 EVALUATE WS-CONTROL-STATUS
 WHEN "00"
 PERFORM LOAD-CONTROL-RECORD
 UNTIL END-OF-CONTROL OR CONTROL-UNUSABLE
 CLOSE INTERFACE-CONTROL-FILE
 WHEN "35"
 MOVE "ifctl.dat NOT FOUND - FIRST TRANSMISSION IS SEQUENCE 000001"
 TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 WHEN OTHER
 SET CONTROL-UNUSABLE TO TRUE
 END-EVALUATE.

LOAD-CONTROL-RECORD.
 READ INTERFACE-CONTROL-FILE
 AT END SET END-OF-CONTROL TO TRUE
 END-READ.
 IF NOT END-OF-CONTROL
 EVALUATE ICF-REC-TYPE
 WHEN "C"
 MOVE ICF-LAST-SEQUENCE TO WS-LAST-SEQUENCE
 WHEN "Q"
 PERFORM LOAD-SEQUENCE-ENTRY
 WHEN OTHER
 CONTINUE
 END-EVALUATE
 END-IF.

LOAD-SEQUENCE-ENTRY.
 IF (ICF-STATUS IS EQUAL TO "A" OR ICF-STATUS IS EQUAL TO "X")
 AND ICF-SEQUENCE + WS-KEEP-SEQUENCES
 IS NOT GREATER THAN WS-LAST-SEQUENCE
 ADD 1 TO WS-PURGED-COUNT
 ELSE
 IF WS-SEQ-COUNT IS LESS THAN WS-SEQ-MAX
 ADD 1 TO WS-SEQ-COUNT
 MOVE ICF-SEQUENCE TO SQ-SEQUENCE(WS-SEQ-COUNT)
 MOVE ICF-SENT-STAMP TO SQ-SENT-STAMP(WS-SEQ-COUNT)
 MOVE ICF-RECORD-COUNT TO SQ-RECORD-COUNT(WS-SEQ-COUNT)
 MOVE ICF-HASH-N TO SQ-HASH-N(WS-SEQ-COUNT)
 MOVE ICF-HASH-MEAN TO SQ-HASH-MEAN(WS-SEQ-COUNT)
 MOVE ICF-STATUS TO SQ-STATUS(WS-SEQ-COUNT)
 MOVE ICF-RESENT-AS TO SQ-RESENT-AS(WS-SEQ-COUNT)
 MOVE ICF-ACK-STAMP TO SQ-ACK-STAMP(WS-SEQ-COUNT)
 MOVE ICF-NOTE TO SQ-NOTE(WS-SEQ-COUNT)
 ELSE
 SET CONTROL-UNUSABLE TO TRUE
 END-IF
 END-IF.

RECONCILE-AND-EXTRACT.
 COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1.
 PERFORM PROCESS-ACKNOWLEDGEMENTS.
 PERFORM REVIEW-OUTSTANDING-SEQUENCES.
 PERFORM SCAN-HISTORY-FILE.
 EVALUATE TRUE
 WHEN HISTORY-UNREADABLE
 MOVE "stathist.dat COULD NOT BE READ - NOTHING SENT"
 TO IFX-WARN-TEXT
 PERFORM REPORT-EXTRACT-FAILURE
 WHEN REGISTER-UNREADABLE
 MOVE "ifreg.dat COULD NOT BE READ - NOTHING SENT"
 TO IFX-WARN-TEXT
 PERFORM REPORT-EXTRACT-FAILURE
 WHEN WORK-FILE-UNWRITABLE
 MOVE "ifout.wrk CANNOT BE WRITTEN - NOTHING SENT"
 TO IFX-WARN-TEXT
 PERFORM REPORT-EXTRACT-FAILURE
 WHEN WS-SEQ-COUNT IS NOT LESS THAN WS-SEQ-MAX
 MOVE "500 SEQUENCES AWAITING ACKNOWLEDGEMENT - NOTHING SENT"
 TO IFX-WARN-TEXT
 PERFORM REPORT-EXTRACT-FAILURE
 WHEN OTHER
 PERFORM WRITE-OUTBOUND-FILE
 IF OUTBOUND-WRITTEN
 PERFORM ADD-SEQUENCE-ENTRY
 PERFORM REWRITE-INTERFACE-CONTROL
 IF CONTROL-SAVED
 PERFORM UPDATE-SENT-REGISTER
 END-IF
 PERFORM PRINT-TRANSMISSION-SUMMARY
 END-IF
 END-EVALUATE.
 MOVE "ifout.wrk" TO WS-DELETE-NAME.
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL.
 PERFORM PRINT-EXTRACT-TOTALS.

REPORT-EXTRACT-FAILURE.
 MOVE IFX-WARNING-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 MOVE "ifctl.dat NOT UPDATED - ACKNOWLEDGEMENTS WILL BE REPROCESSED"
 TO IFX-WARN-TEXT.
 MOVE IFX-WARNING-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 DISPLAY "IFEXTRCT: EXTRACT FAILED - SEE ifextrct.txt".
 MOVE 8 TO WS-NEW-SEVERITY.
 PERFORM RAISE-SEVERITY.

PROCESS-ACKNOWLEDGEMENTS.
 MOVE "ACKNOWLEDGEMENTS RECEIVED" TO IFX-SECTION-TEXT.
 PERFORM PRINT-SECTION-HEADING.
 OPEN INPUT ACKNOWLEDGEMENT-FILE.
 IF WS-ACK-STATUS IS EQUAL TO "00"
 SET ACK-FILE-READ TO TRUE
 PERFORM PROCESS-ONE-ACKNOWLEDGEMENT
 UNTIL END-OF-ACKNOWLEDGEMENTS
 CLOSE ACKNOWLEDGEMENT-FILE
 IF WS-ACK-LINES-READ IS EQUAL TO 0
 MOVE "ACKNOWLEDGEMENT FILE IS EMPTY - NOTHING RECONCILED"
 TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF
 ELSE
 MOVE SPACES TO IFX-INFO-TEXT
 STRING "NO ACKNOWLEDGEMENT FILE " DELIMITED BY SIZE
 WS-ACK-FILE-NAME DELIMITED BY SPACE
 " - NOTHING RECONCILED" DELIMITED BY SIZE
 INTO IFX-INFO-TEXT
 END-STRING
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.

PROCESS-ONE-ACKNOWLEDGEMENT.
 READ ACKNOWLEDGEMENT-FILE
 AT END SET END-OF-ACKNOWLEDGEMENTS TO TRUE
 END-READ.
 IF NOT END-OF-ACKNOWLEDGEMENTS
 AND ACKNOWLEDGEMENT-LINE IS NOT EQUAL TO SPACES
 ADD 1 TO WS-ACK-LINES-READ
 IF IAK-SEQUENCE IS NOT NUMERIC
 OR (IAK-STATUS IS NOT EQUAL TO "A"
 AND IAK-STATUS IS NOT EQUAL TO "R")
 ADD 1 TO WS-INVALID-ACK-COUNT
 MOVE SPACES TO IFX-WARN-TEXT
 STRING "INVALID ACKNOWLEDGEMENT IGNORED: " DELIMITED BY SIZE
 ACKNOWLEDGEMENT-LINE(1:30) DELIMITED BY SIZE
 INTO IFX-WARN-TEXT
 END-STRING
 MOVE IFX-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 MOVE IAK-SEQUENCE TO WS-FIND-SEQUENCE
 PERFORM FIND-SEQUENCE-ENTRY
 EVALUATE TRUE
 WHEN WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT
 PERFORM REPORT-UNKNOWN-SEQUENCE
 WHEN IAK-STATUS IS EQUAL TO "A"
 PERFORM APPLY-ACCEPTANCE
 WHEN OTHER
 PERFORM APPLY-REJECTION
 END-EVALUATE
 END-IF
 END-IF.

FIND-SEQUENCE-ENTRY.
 MOVE 1 TO WS-SEQ-I.
 PERFORM UNTIL WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT
 OR SQ-SEQUENCE(WS-SEQ-I) IS EQUAL TO WS-FIND-SEQUENCE
 ADD 1 TO WS-SEQ-I
 END-PERFORM.

REPORT-UNKNOWN-SEQUENCE.
 MOVE IAK-SEQUENCE TO IEV-SEQUENCE.
 MOVE SPACES TO IEV-SENT-DATE.
 MOVE 0 TO IEV-RECORDS.
 IF IAK-SEQUENCE IS GREATER THAN WS-LAST-SEQUENCE
 OR IAK-SEQUENCE IS EQUAL TO 0
 ADD 1 TO WS-UNKNOWN-COUNT
 MOVE "UNKNOWN SEQ" TO IEV-EVENT
 MOVE "SEQUENCE WAS NEVER SENT - IGNORED" TO IEV-NOTE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 MOVE "AGED OFF" TO IEV-EVENT
 MOVE "NO LONGER ON ifctl.dat - IGNORED" TO IEV-NOTE
 END-IF.
 PERFORM PRINT-EVENT-LINE.

APPLY-ACCEPTANCE.
 PERFORM SET-EVENT-FROM-SEQUENCE.
 EVALUATE TRUE
 WHEN SQ-ACCEPTED(WS-SEQ-I)
 MOVE "ACCEPTED" TO IEV-EVENT
 MOVE "ALREADY ACKNOWLEDGED" TO IEV-NOTE
 PERFORM PRINT-EVENT-LINE
 WHEN SQ-RESENT(WS-SEQ-I)
 MOVE "LATE ACK" TO IEV-EVENT
 STRING "ALREADY RESENT AS SEQUENCE " DELIMITED BY SIZE
 SQ-RESENT-AS(WS-SEQ-I) DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 PERFORM PRINT-EVENT-LINE
 WHEN IAK-RECORD-COUNT IS NOT NUMERIC
 OR IAK-RECORD-COUNT IS NOT EQUAL TO SQ-RECORD-COUNT(WS-SEQ-I)
 ADD 1 TO WS-REJECTED-COUNT
 SET SQ-REJECTED(WS-SEQ-I) TO TRUE
 MOVE WS-RUN-TIMESTAMP(1:14) TO SQ-ACK-STAMP(WS-SEQ-I)
 MOVE "COUNT ERROR" TO IEV-EVENT
 STRING "WAREHOUSE COUNT " DELIMITED BY SIZE
 IAK-RECORD-COUNT DELIMITED BY SIZE
 " - REJECTED" DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 MOVE IEV-NOTE TO SQ-NOTE(WS-SEQ-I)
 PERFORM PRINT-EVENT-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 WHEN OTHER
 ADD 1 TO WS-ACCEPTED-COUNT
 SET SQ-ACCEPTED(WS-SEQ-I) TO TRUE
 MOVE WS-RUN-TIMESTAMP(1:14) TO SQ-ACK-STAMP(WS-SEQ-I)
 MOVE SPACES TO SQ-NOTE(WS-SEQ-I)
 MOVE "ACCEPTED" TO IEV-EVENT
 PERFORM PRINT-EVENT-LINE
 END-EVALUATE.

APPLY-REJECTION.
 PERFORM SET-EVENT-FROM-SEQUENCE.
 IF SQ-RESENT(WS-SEQ-I)
 MOVE "LATE REJECT" TO IEV-EVENT
 STRING "ALREADY RESENT AS SEQUENCE " DELIMITED BY SIZE
 SQ-RESENT-AS(WS-SEQ-I) DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 ELSE
 ADD 1 TO WS-REJECTED-COUNT
 SET SQ-REJECTED(WS-SEQ-I) TO TRUE
 MOVE WS-RUN-TIMESTAMP(1:14) TO SQ-ACK-STAMP(WS-SEQ-I)
 MOVE IAK-REASON TO SQ-NOTE(WS-SEQ-I)
 MOVE "REJECTED" TO IEV-EVENT
 MOVE IAK-REASON TO IEV-NOTE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.
 PERFORM PRINT-EVENT-LINE.

SET-EVENT-FROM-SEQUENCE.
 MOVE SQ-SEQUENCE(WS-SEQ-I) TO IEV-SEQUENCE.
 MOVE SQ-SENT-STAMP(WS-SEQ-I)(1:8) TO IEV-SENT-DATE.
 MOVE SQ-RECORD-COUNT(WS-SEQ-I) TO IEV-RECORDS.
 MOVE SPACES TO IEV-EVENT.
 MOVE SPACES TO IEV-NOTE.

REVIEW-OUTSTANDING-SEQUENCES.
 MOVE "OUTSTANDING SEQUENCES" TO IFX-SECTION-TEXT.
 PERFORM PRINT-SECTION-HEADING.
 MOVE 0 TO WS-HIGHEST-ACCEPTED.
 PERFORM FIND-HIGHEST-ACCEPTED
 VARYING WS-SEQ-I FROM 1 BY 1
 UNTIL WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT.
 PERFORM REVIEW-ONE-SEQUENCE
 VARYING WS-SEQ-I FROM 1 BY 1
 UNTIL WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT.
 IF WS-OUTSTANDING-EVENTS IS EQUAL TO 0
 MOVE "NO EARLIER SEQUENCE AWAITING ACKNOWLEDGEMENT" TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.

FIND-HIGHEST-ACCEPTED.
 IF SQ-ACCEPTED(WS-SEQ-I)
 AND SQ-SEQUENCE(WS-SEQ-I) IS GREATER THAN WS-HIGHEST-ACCEPTED
 MOVE SQ-SEQUENCE(WS-SEQ-I) TO WS-HIGHEST-ACCEPTED
 END-IF.

REVIEW-ONE-SEQUENCE.
 PERFORM SET-EVENT-FROM-SEQUENCE.
 EVALUATE TRUE
 WHEN SQ-REJECTED(WS-SEQ-I)
 PERFORM RESEND-SEQUENCE
 MOVE "RESENT" TO IEV-EVENT
 STRING "REJECTED - RESENT AS SEQUENCE " DELIMITED BY SIZE
 WS-NEXT-SEQUENCE DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 WHEN SQ-OVERDUE(WS-SEQ-I)
 AND SQ-SEQUENCE(WS-SEQ-I) IS LESS THAN WS-HIGHEST-ACCEPTED
 ADD 1 TO WS-GAP-COUNT
 PERFORM RESEND-SEQUENCE
 MOVE "GAP" TO IEV-EVENT
 STRING "SKIPPED BY WAREHOUSE - RESENT AS " DELIMITED BY SIZE
 WS-NEXT-SEQUENCE DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 WHEN SQ-OVERDUE(WS-SEQ-I)
 PERFORM RESEND-SEQUENCE
 MOVE "RESENT" TO IEV-EVENT
 STRING "NEVER ACKNOWLEDGED - RESENT AS " DELIMITED BY SIZE
 WS-NEXT-SEQUENCE DELIMITED BY SIZE
 INTO IEV-NOTE
 END-STRING
 WHEN SQ-SENT(WS-SEQ-I)
 AND SQ-SEQUENCE(WS-SEQ-I) IS LESS THAN WS-HIGHEST-ACCEPTED
 ADD 1 TO WS-GAP-COUNT
 SET SQ-OVERDUE(WS-SEQ-I) TO TRUE
 MOVE "GAP" TO IEV-EVENT
 MOVE "SKIPPED BY WAREHOUSE - RESEND NEXT RUN" TO IEV-NOTE
 WHEN SQ-SENT(WS-SEQ-I)
 ADD 1 TO WS-NOT-ACKED-COUNT
 SET SQ-OVERDUE(WS-SEQ-I) TO TRUE
 MOVE "NOT ACKED" TO IEV-EVENT
 MOVE "NO ACKNOWLEDGEMENT - RESEND NEXT RUN" TO IEV-NOTE
 WHEN OTHER
 CONTINUE
 END-EVALUATE.
 IF IEV-EVENT IS NOT EQUAL TO SPACES
 ADD 1 TO WS-OUTSTANDING-EVENTS
 PERFORM PRINT-EVENT-LINE
 MOVE 4 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

RESEND-SEQUENCE.
 SET SQ-RESENT(WS-SEQ-I) TO TRUE.
 MOVE WS-NEXT-SEQUENCE TO SQ-RESENT-AS(WS-SEQ-I).
 ADD 1 TO WS-RESENT-SEQ-COUNT.

SCAN-HISTORY-FILE.
 OPEN OUTPUT OUTBOUND-WORK-FILE.
 IF WS-WORK-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-WORK-WRITE-SWITCH
 ELSE
 PERFORM OPEN-SENT-REGISTER
 IF NOT REGISTER-UNREADABLE
 PERFORM BUILD-EXTRACT-WORK-FILE
 END-IF
 IF REGISTER-OPEN
 CLOSE SENT-REGISTER-FILE
 END-IF
 CLOSE OUTBOUND-WORK-FILE
 END-IF.

OPEN-SENT-REGISTER.
 OPEN INPUT SENT-REGISTER-FILE.
 EVALUATE WS-REGISTER-STATUS
 WHEN "00"
 SET REGISTER-OPEN TO TRUE
 WHEN "35"
 MOVE "ifreg.dat NOT FOUND - ALL HISTORY SENT AS NEW"
 TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 WHEN OTHER
 MOVE "N" TO WS-REGISTER-READ-SWITCH
 END-EVALUATE.

BUILD-EXTRACT-WORK-FILE.
 OPEN INPUT HISTORY-FILE.
 EVALUATE WS-HISTORY-STATUS
 WHEN "00"
 SET HISTORY-OPEN TO TRUE
 PERFORM SCAN-HISTORY-RECORD
 UNTIL END-OF-HISTORY OR REGISTER-UNREADABLE
 WHEN "35"
 MOVE "stathist.dat NOT FOUND - NO HISTORY TO SEND"
 TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 WHEN OTHER
 MOVE "N" TO WS-HISTORY-READ-SWITCH
 END-EVALUATE.
 IF REGISTER-OPEN
 AND WS-RESENT-SEQ-COUNT IS GREATER THAN 0
 AND NOT HISTORY-UNREADABLE
 AND NOT REGISTER-UNREADABLE
 PERFORM SCAN-REGISTER-FOR-RESENDS
 END-IF.
 IF HISTORY-OPEN
 CLOSE HISTORY-FILE
 END-IF.

SCAN-HISTORY-RECORD.
 READ HISTORY-FILE NEXT RECORD
 AT END SET END-OF-HISTORY TO TRUE
 END-READ.
 IF NOT END-OF-HISTORY
 MOVE "N" TO WS-DETAIL-ACTION
 IF REGISTER-OPEN
 MOVE HIS-KEY-IN TO REG-KEY
 READ SENT-REGISTER-FILE
 INVALID KEY CONTINUE
 NOT INVALID KEY
 IF REG-IMAGE IS EQUAL TO HISTORY-IN-LINE
 MOVE SPACE TO WS-DETAIL-ACTION
 ELSE
 MOVE "R" TO WS-DETAIL-ACTION
 END-IF
 END-READ
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 AND WS-REGISTER-STATUS IS NOT EQUAL TO "23"
 MOVE "N" TO WS-REGISTER-READ-SWITCH
 END-IF
 END-IF
 IF WS-DETAIL-ACTION IS NOT EQUAL TO SPACE
 AND NOT REGISTER-UNREADABLE
 MOVE WS-DETAIL-ACTION TO WS-DETAIL-MARKER
 MOVE 0 TO WS-DETAIL-ORIGIN
 MOVE HISTORY-IN-LINE TO HISTORY-WORK-RECORD
 PERFORM WRITE-WORK-DETAIL
 END-IF
 END-IF.

SCAN-REGISTER-FOR-RESENDS.
 MOVE LOW-VALUES TO REG-KEY.
 START SENT-REGISTER-FILE KEY IS NOT LESS THAN REG-KEY
 INVALID KEY SET END-OF-REGISTER TO TRUE
 END-START.
 PERFORM RESEND-REGISTER-RECORD
 UNTIL END-OF-REGISTER OR REGISTER-UNREADABLE.

RESEND-REGISTER-RECORD.
 READ SENT-REGISTER-FILE NEXT RECORD
 AT END SET END-OF-REGISTER TO TRUE
 END-READ.
 IF NOT END-OF-REGISTER
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-REGISTER-READ-SWITCH
 ELSE
 MOVE REG-SEQUENCE TO WS-FIND-SEQUENCE
 PERFORM FIND-SEQUENCE-ENTRY
 IF WS-SEQ-I IS NOT GREATER THAN WS-SEQ-COUNT
 AND SQ-RESENT(WS-SEQ-I)
 AND SQ-RESENT-AS(WS-SEQ-I) IS EQUAL TO WS-NEXT-SEQUENCE
 PERFORM RESEND-REGISTER-IMAGE
 END-IF
 END-IF
 END-IF.

RESEND-REGISTER-IMAGE.
 MOVE "S" TO WS-DETAIL-ACTION.
 IF HISTORY-OPEN
 MOVE REG-KEY TO HIS-KEY-IN
 READ HISTORY-FILE
 INVALID KEY CONTINUE
 NOT INVALID KEY
 IF HISTORY-IN-LINE IS NOT EQUAL TO REG-IMAGE
 MOVE SPACE TO WS-DETAIL-ACTION
 END-IF
 END-READ
 END-IF.
 IF WS-DETAIL-ACTION IS EQUAL TO "S"
 MOVE REG-MARKER TO WS-DETAIL-MARKER
 MOVE REG-SEQUENCE TO WS-DETAIL-ORIGIN
 MOVE REG-IMAGE TO HISTORY-WORK-RECORD
 PERFORM WRITE-WORK-DETAIL
 END-IF.

WRITE-WORK-DETAIL.
 MOVE SPACES TO OUTBOUND-WORK-RECORD.
 MOVE "D" TO IFW-REC-TYPE.
 MOVE WS-DETAIL-MARKER TO IFW-MARKER.
 MOVE WS-DETAIL-ORIGIN TO IFW-RESENT-FROM.
 MOVE HISTORY-WORK-RECORD TO IFW-HISTORY.
 WRITE OUTBOUND-WORK-RECORD.
 IF WS-WORK-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-WORK-WRITE-SWITCH
 END-IF.
 EVALUATE WS-DETAIL-ACTION
 WHEN "N"
 ADD 1 TO WS-NEW-COUNT
 WHEN "R"
 ADD 1 TO WS-RESTATED-COUNT
 WHEN OTHER
 ADD 1 TO WS-RESENT-COUNT
 END-EVALUATE.
 ADD 1 TO WS-SENT-RECORD-COUNT.
 IF HWK-N IS NUMERIC
 ADD HWK-N TO WS-HASH-N
 END-IF.
 IF HWK-MEAN IS NUMERIC
 ADD HWK-MEAN TO WS-HASH-MEAN
 END-IF.

WRITE-OUTBOUND-FILE.
 OPEN OUTPUT OUTBOUND-FILE.
 OPEN INPUT OUTBOUND-WORK-FILE.
 IF WS-OUTBOUND-STATUS IS NOT EQUAL TO "00"
 OR WS-WORK-STATUS IS NOT EQUAL TO "00"
 MOVE "ifout.dat CANNOT BE WRITTEN - NOTHING SENT"
 TO IFX-WARN-TEXT
 PERFORM REPORT-EXTRACT-FAILURE
 IF WS-OUTBOUND-STATUS IS EQUAL TO "00"
 CLOSE OUTBOUND-FILE
 END-IF
 IF WS-WORK-STATUS IS EQUAL TO "00"
 CLOSE OUTBOUND-WORK-FILE
 END-IF
 ELSE
 MOVE SPACES TO OUTBOUND-HEADER-RECORD
 MOVE "H" TO IFO-REC-TYPE
 MOVE WS-NEXT-SEQUENCE TO IFO-HDR-SEQUENCE
 MOVE WS-RUN-TIMESTAMP(1:14) TO IFO-HDR-CREATED
 MOVE "STATHIST" TO IFO-HDR-SOURCE
 WRITE OUTBOUND-HEADER-RECORD
 MOVE "N" TO WS-WORK-EOF-SWITCH
 PERFORM COPY-ONE-WORK-DETAIL UNTIL END-OF-WORK-FILE
 CLOSE OUTBOUND-WORK-FILE
 MOVE SPACES TO OUTBOUND-TRAILER-RECORD
 MOVE "T" TO IFO-REC-TYPE
 MOVE WS-NEXT-SEQUENCE TO IFO-TRL-SEQUENCE
 MOVE WS-SENT-RECORD-COUNT TO IFO-TRL-RECORD-COUNT
 MOVE WS-NEW-COUNT TO IFO-TRL-NEW-COUNT
 MOVE WS-RESTATED-COUNT TO IFO-TRL-RESTATED-COUNT
 MOVE WS-RESENT-COUNT TO IFO-TRL-RESENT-COUNT
 MOVE WS-HASH-N TO IFO-TRL-HASH-N
 MOVE WS-HASH-MEAN TO IFO-TRL-HASH-MEAN
 WRITE OUTBOUND-TRAILER-RECORD
 CLOSE OUTBOUND-FILE
 SET OUTBOUND-WRITTEN TO TRUE
 END-IF.

COPY-ONE-WORK-DETAIL.
 READ OUTBOUND-WORK-FILE
 AT END SET END-OF-WORK-FILE TO TRUE
 END-READ.
 IF NOT END-OF-WORK-FILE
 WRITE OUTBOUND-DETAIL-RECORD FROM OUTBOUND-WORK-RECORD
 END-IF.

ADD-SEQUENCE-ENTRY.
 ADD 1 TO WS-SEQ-COUNT.
 MOVE WS-NEXT-SEQUENCE TO SQ-SEQUENCE(WS-SEQ-COUNT).
 MOVE WS-RUN-TIMESTAMP(1:14) TO SQ-SENT-STAMP(WS-SEQ-COUNT).
 MOVE WS-SENT-RECORD-COUNT TO SQ-RECORD-COUNT(WS-SEQ-COUNT).
 MOVE WS-HASH-N TO SQ-HASH-N(WS-SEQ-COUNT).
 MOVE WS-HASH-MEAN TO SQ-HASH-MEAN(WS-SEQ-COUNT).
 SET SQ-SENT(WS-SEQ-COUNT) TO TRUE.
 MOVE 0 TO SQ-RESENT-AS(WS-SEQ-COUNT).
 MOVE SPACES TO SQ-ACK-STAMP(WS-SEQ-COUNT).
 MOVE SPACES TO SQ-NOTE(WS-SEQ-COUNT).
 MOVE WS-NEXT-SEQUENCE TO WS-LAST-SEQUENCE.

REWRITE-INTERFACE-CONTROL.
 OPEN OUTPUT INTERFACE-CONTROL-FILE.
 IF WS-CONTROL-STATUS IS NOT EQUAL TO "00"
 MOVE "ifout.dat WRITTEN BUT ifctl.dat NOT UPDATED - DO NOT SEND"
 TO IFX-WARN-TEXT
 MOVE IFX-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 DISPLAY "IFEXTRCT: CANNOT REWRITE ifctl.dat - HOLD ifout.dat"
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 ELSE
 MOVE SPACES TO INTERFACE-CONTROL-LINE
 MOVE "C" TO ICF-REC-TYPE
 MOVE WS-LAST-SEQUENCE TO ICF-LAST-SEQUENCE
 MOVE WS-RUN-TIMESTAMP(1:14) TO ICF-LAST-RUN
 WRITE INTERFACE-CONTROL-LINE
 PERFORM WRITE-SEQUENCE-RECORD
 VARYING WS-SEQ-I FROM 1 BY 1
 UNTIL WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT
 CLOSE INTERFACE-CONTROL-FILE
 SET CONTROL-SAVED TO TRUE
 IF ACK-FILE-READ
 MOVE WS-ACK-FILE-NAME TO WS-DELETE-NAME
 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
 ON EXCEPTION CONTINUE
 END-CALL
 END-IF
 END-IF.

WRITE-SEQUENCE-RECORD.
 MOVE SPACES TO INTERFACE-CONTROL-LINE.
 MOVE "Q" TO ICF-REC-TYPE.
 MOVE SQ-SEQUENCE(WS-SEQ-I) TO ICF-SEQUENCE.
 MOVE SQ-SENT-STAMP(WS-SEQ-I) TO ICF-SENT-STAMP.
 MOVE SQ-RECORD-COUNT(WS-SEQ-I) TO ICF-RECORD-COUNT.
 MOVE SQ-HASH-N(WS-SEQ-I) TO ICF-HASH-N.
 MOVE SQ-HASH-MEAN(WS-SEQ-I) TO ICF-HASH-MEAN.
 MOVE SQ-STATUS(WS-SEQ-I) TO ICF-STATUS.
 MOVE SQ-RESENT-AS(WS-SEQ-I) TO ICF-RESENT-AS.
 MOVE SQ-ACK-STAMP(WS-SEQ-I) TO ICF-ACK-STAMP.
 MOVE SQ-NOTE(WS-SEQ-I) TO ICF-NOTE.
 WRITE INTERFACE-CONTROL-LINE.

UPDATE-SENT-REGISTER.
 OPEN I-O SENT-REGISTER-FILE.
 IF WS-REGISTER-STATUS IS EQUAL TO "35"
 OPEN OUTPUT SENT-REGISTER-FILE
 CLOSE SENT-REGISTER-FILE
 OPEN I-O SENT-REGISTER-FILE
 END-IF.
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-REGISTER-SAVED-SWITCH
 ELSE
 OPEN INPUT OUTBOUND-WORK-FILE
 IF WS-WORK-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-REGISTER-SAVED-SWITCH
 ELSE
 MOVE "N" TO WS-WORK-EOF-SWITCH
 PERFORM REGISTER-ONE-WORK-DETAIL
 UNTIL END-OF-WORK-FILE OR REGISTER-NOT-SAVED
 CLOSE OUTBOUND-WORK-FILE
 END-IF
 CLOSE SENT-REGISTER-FILE
 END-IF.
 IF REGISTER-NOT-SAVED
 MOVE "ifreg.dat NOT UPDATED - THESE BATCHES WILL BE SENT AGAIN"
 TO IFX-WARN-TEXT
 MOVE IFX-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 DISPLAY "IFEXTRCT: ifreg.dat NOT UPDATED - SEE ifextrct.txt"
 MOVE 8 TO WS-NEW-SEVERITY
 PERFORM RAISE-SEVERITY
 END-IF.

REGISTER-ONE-WORK-DETAIL.
 READ OUTBOUND-WORK-FILE
 AT END SET END-OF-WORK-FILE TO TRUE
 END-READ.
 IF NOT END-OF-WORK-FILE
 MOVE SPACES TO SENT-REGISTER-RECORD
 MOVE IFW-HISTORY TO REG-IMAGE
 MOVE WS-NEXT-SEQUENCE TO REG-SEQUENCE
 MOVE IFW-MARKER TO REG-MARKER
 WRITE SENT-REGISTER-RECORD
 INVALID KEY
 REWRITE SENT-REGISTER-RECORD
 END-REWRITE
 END-WRITE
 IF WS-REGISTER-STATUS IS NOT EQUAL TO "00"
 MOVE "N" TO WS-REGISTER-SAVED-SWITCH
 END-IF
 END-IF.

PRINT-TRANSMISSION-SUMMARY.
 MOVE "TRANSMISSION" TO IFX-SECTION-TEXT.
 PERFORM PRINT-SECTION-HEADING.
 MOVE WS-NEXT-SEQUENCE TO ITL-SEQUENCE.
 MOVE IFX-TRANSMIT-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 MOVE WS-NEW-COUNT TO ICL-NEW.
 MOVE WS-RESTATED-COUNT TO ICL-RESTATED.
 MOVE WS-RESENT-COUNT TO ICL-RESENT.
 MOVE WS-SENT-RECORD-COUNT TO ICL-RECORDS.
 MOVE IFX-COUNT-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 MOVE WS-HASH-N TO IHL-HASH-N.
 MOVE WS-HASH-MEAN TO IHL-HASH-MEAN.
 MOVE IFX-HASH-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 IF WS-SENT-RECORD-COUNT IS EQUAL TO 0
 MOVE "NO NEW, RESTATED OR RESENT BATCHES - EMPTY FILE SENT"
 TO IFX-INFO-TEXT
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.
 DISPLAY "IFEXTRCT: SEQUENCE " WS-NEXT-SEQUENCE " WRITTEN  "
 WS-SENT-RECORD-COUNT " RECORDS".

PRINT-EXTRACT-TOTALS.
 MOVE 0 TO WS-AWAITING-COUNT.
 PERFORM COUNT-AWAITING-SEQUENCE
 VARYING WS-SEQ-I FROM 1 BY 1
 UNTIL WS-SEQ-I IS GREATER THAN WS-SEQ-COUNT.
 MOVE "TOTALS" TO IFX-SECTION-TEXT.
 PERFORM PRINT-SECTION-HEADING.
 MOVE WS-ACCEPTED-COUNT TO IAT-ACCEPTED.
 MOVE WS-REJECTED-COUNT TO IAT-REJECTED.
 MOVE WS-UNKNOWN-COUNT TO IAT-UNKNOWN.
 MOVE WS-INVALID-ACK-COUNT TO IAT-INVALID.
 MOVE IFX-ACK-TOTAL-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 MOVE WS-GAP-COUNT TO IXT-GAPS.
 MOVE WS-NOT-ACKED-COUNT TO IXT-NOT-ACKED.
 MOVE WS-RESENT-SEQ-COUNT TO IXT-RESENT.
 MOVE WS-AWAITING-COUNT TO IXT-AWAITING.
 MOVE IFX-EXCEPTION-TOTAL-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 IF WS-REJECTED-COUNT + WS-UNKNOWN-COUNT + WS-INVALID-ACK-COUNT
 + WS-GAP-COUNT + WS-NOT-ACKED-COUNT + WS-RESENT-SEQ-COUNT
 IS GREATER THAN 0
 MOVE "INTERFACE EXCEPTIONS FOUND - SEE EVENTS ABOVE"
 TO IFX-WARN-TEXT
 MOVE IFX-WARNING-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.
 IF WS-PURGED-COUNT IS GREATER THAN 0 AND CONTROL-SAVED
 MOVE SPACES TO IFX-INFO-TEXT
 STRING WS-PURGED-COUNT DELIMITED BY SIZE
 " ACKNOWLEDGED SEQUENCES AGED OFF ifctl.dat"
 DELIMITED BY SIZE
 INTO IFX-INFO-TEXT
 END-STRING
 MOVE IFX-INFO-LINE TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.

COUNT-AWAITING-SEQUENCE.
 IF SQ-SENT(WS-SEQ-I) OR SQ-OVERDUE(WS-SEQ-I)
 ADD 1 TO WS-AWAITING-COUNT
 END-IF.

PRINT-SECTION-HEADING.
 MOVE SPACES TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 MOVE IFX-SECTION-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.
 IF IFX-SECTION-TEXT IS NOT EQUAL TO "TRANSMISSION"
 AND IFX-SECTION-TEXT IS NOT EQUAL TO "TOTALS"
 MOVE IFX-COL-HEADS TO PRT-DETAIL
 PERFORM PRINT-IFX-LINE
 END-IF.

PRINT-EVENT-LINE.
 MOVE IFX-EVENT-LINE TO PRT-DETAIL.
 PERFORM PRINT-IFX-LINE.

RAISE-SEVERITY.
 IF WS-NEW-SEVERITY IS GREATER THAN WS-RETURN-SEVERITY
 MOVE WS-NEW-SEVERITY TO WS-RETURN-SEVERITY
 END-IF.

PRINT-IFX-LINE.
 IF WS-LINE-COUNT IS NOT LESS THAN WS-LINES-PER-PAGE
 PERFORM START-NEW-PAGE
 END-IF.
 WRITE EXTRACT-REPORT-LINE FROM PRT-DETAIL
 AFTER ADVANCING 1 LINE.
 ADD 1 TO WS-LINE-COUNT.

START-NEW-PAGE.
 ADD 1 TO WS-PAGE-NUMBER.
 MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
 MOVE WS-RUN-TIMESTAMP(1:14) TO HDG-TIMESTAMP.
 WRITE EXTRACT-REPORT-LINE FROM IFX-PAGE-HEADING
 AFTER ADVANCING 1 LINE.
 WRITE EXTRACT-REPORT-LINE FROM IFX-UNDERLINE
 AFTER ADVANCING 1 LINE.
 MOVE 2 TO WS-LINE-COUNT.
