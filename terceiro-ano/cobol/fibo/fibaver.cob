       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciAuditVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditArchiveFile ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Archive-Status.
           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT RunMasterFile ASSIGN TO "RUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-Run-Master-Status.
           SELECT ReportFile ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditRecord PIC X(72).

       FD  RunMasterFile.
           COPY "FIBRMST.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Archive-Status PIC XX VALUE "00".
           88 WS-Audit-Archive-EOF VALUE "10".
       01 WS-Audit-Status PIC XX VALUE "00".
           88 WS-Audit-EOF VALUE "10".
       01 WS-Run-Master-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".

       COPY "FIBAUD.cpy".

       01 WS-Source-Name PIC X(8).
       01 WS-File-Record-Number PIC 9(9).

       01 WS-Archive-Totals.
           05 WS-Archive-Read PIC 9(9) VALUE ZERO.
           05 WS-Archive-First-Seq PIC 9(9) VALUE ZERO.
           05 WS-Archive-Last-Seq PIC 9(9) VALUE ZERO.
       01 WS-Log-Totals.
           05 WS-Log-Read PIC 9(9) VALUE ZERO.
           05 WS-Log-First-Seq PIC 9(9) VALUE ZERO.
           05 WS-Log-Last-Seq PIC 9(9) VALUE ZERO.

       01 WS-Chain-Switch PIC X VALUE "N".
           88 WS-Chain-Started VALUE "Y".
       01 WS-Last-Sequence PIC 9(9) VALUE ZERO.
       01 WS-Last-Check-Value PIC 9(9) VALUE ZERO.
       01 WS-Expected-Sequence PIC 9(9).
       01 WS-Missing-From PIC 9(9).
       01 WS-Missing-To PIC 9(9).

       01 WS-Chain-Value PIC 9(9).
       01 WS-Chain-Work PIC 9(12).
       01 WS-Chain-Quotient PIC 9(12).
       01 WS-Chain-Idx PIC 9(3).

       01 WS-Unchained-Count PIC 9(9) VALUE ZERO.
       01 WS-Verified-Count PIC 9(9) VALUE ZERO.
       01 WS-Altered-Count PIC 9(6) VALUE ZERO.
       01 WS-Gap-Count PIC 9(6) VALUE ZERO.
       01 WS-Missing-Count PIC 9(9) VALUE ZERO.
       01 WS-Out-Of-Order-Count PIC 9(6) VALUE ZERO.
       01 WS-Inserted-Count PIC 9(6) VALUE ZERO.
       01 WS-End-Error-Count PIC 9(6) VALUE ZERO.
       01 WS-Exception-Text PIC X(60).

       01 WS-End-Check-Text PIC X(60) VALUE SPACES.

       01 Report-Header-1.
           05 FILLER PIC X(40) VALUE
               "AUDIT TRAIL INTEGRITY VERIFICATION".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 RH-Today PIC X(8).

       01 Report-Header-2.
           05 FILLER PIC X(60) VALUE
               "AUDITARC THEN AUDITLOG VERIFIED AS ONE CHAIN".

       01 Column-Header-Line.
           05 FILLER PIC X(10) VALUE "FILE".
           05 FILLER PIC X(11) VALUE "RECORD NO".
           05 FILLER PIC X(11) VALUE "SEQUENCE".
           05 FILLER PIC X(10) VALUE "REQUESTOR".
           05 FILLER PIC X(8) VALUE "RUN NO".
           05 FILLER PIC X(16) VALUE "TIMESTAMP".
           05 FILLER PIC X(60) VALUE "EXCEPTION".

       01 Detail-Line.
           05 DL-Source PIC X(10).
           05 DL-Record-Number PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Sequence PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-Requestor PIC X(10).
           05 DL-Run-Number PIC X(8).
           05 DL-Timestamp PIC X(16).
           05 DL-Exception PIC X(60).

       01 Trailer-Line-1.
           05 FILLER PIC X(36) VALUE "AUDITARC RECORDS READ: ".
           05 TL-Archive-Read PIC Z(8)9.
           05 FILLER PIC X(14) VALUE "  SEQUENCES ".
           05 TL-Archive-First PIC Z(8)9.
           05 FILLER PIC X(6) VALUE " THRU ".
           05 TL-Archive-Last PIC Z(8)9.

       01 Trailer-Line-2.
           05 FILLER PIC X(36) VALUE "AUDITLOG RECORDS READ: ".
           05 TL-Log-Read PIC Z(8)9.
           05 FILLER PIC X(14) VALUE "  SEQUENCES ".
           05 TL-Log-First PIC Z(8)9.
           05 FILLER PIC X(6) VALUE " THRU ".
           05 TL-Log-Last PIC Z(8)9.

       01 Trailer-Line-3.
           05 FILLER PIC X(36) VALUE
               "RECORDS WRITTEN BEFORE CHAINING: ".
           05 TL-Unchained PIC Z(8)9.

       01 Trailer-Line-4.
           05 FILLER PIC X(36) VALUE "CHAINED RECORDS VERIFIED: ".
           05 TL-Verified PIC Z(8)9.

       01 Trailer-Line-5.
           05 FILLER PIC X(36) VALUE "ALTERED RECORDS: ".
           05 TL-Altered PIC Z(8)9.

       01 Trailer-Line-6.
           05 FILLER PIC X(36) VALUE "SEQUENCE GAPS: ".
           05 TL-Gaps PIC Z(8)9.
           05 FILLER PIC X(20) VALUE "  RECORDS MISSING: ".
           05 TL-Missing PIC Z(8)9.

       01 Trailer-Line-7.
           05 FILLER PIC X(36) VALUE
               "REPEATED OR OUT-OF-ORDER RECORDS: ".
           05 TL-Out-Of-Order PIC Z(8)9.

       01 Trailer-Line-8.
           05 FILLER PIC X(36) VALUE
               "UNCHAINED RECORDS INSIDE CHAIN: ".
           05 TL-Inserted PIC Z(8)9.

       01 Trailer-Line-9.
           05 FILLER PIC X(36) VALUE "END OF CHAIN AGAINST RUNMAST: ".
           05 TL-End-Check PIC X(60).

       01 Result-Line.
           05 FILLER PIC X(36) VALUE "AUDIT INTEGRITY RESULT: ".
           05 RL-Result PIC X(4).

       PROCEDURE DIVISION.
       MainLine.
           OPEN OUTPUT ReportFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-Today.
           WRITE ReportLine FROM Report-Header-1.
           WRITE ReportLine FROM Report-Header-2.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Column-Header-Line.
           PERFORM VerifyAuditArchive.
           PERFORM VerifyAuditLog.
           PERFORM CheckChainEnd.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           IF WS-Altered-Count > 0
                   OR WS-Gap-Count > 0
                   OR WS-Out-Of-Order-Count > 0
                   OR WS-Inserted-Count > 0
                   OR WS-End-Error-Count > 0 THEN
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       VerifyAuditArchive.
           MOVE "AUDITARC" TO WS-Source-Name.
           MOVE ZERO TO WS-File-Record-Number.
           OPEN INPUT AuditArchiveFile.
           IF WS-Audit-Archive-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-Archive-EOF
                       READ AuditArchiveFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-Archive-EOF TO TRUE
                           NOT AT END
                               PERFORM VerifyOneAuditRecord
                               PERFORM TallyArchiveRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditArchiveFile
           ELSE
                   DISPLAY "NO AUDIT ARCHIVE FOUND - VERIFYING "
                       "AUDITLOG ONLY"
           END-IF.

       VerifyAuditLog.
           MOVE "AUDITLOG" TO WS-Source-Name.
           MOVE ZERO TO WS-File-Record-Number.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-EOF
                       READ AuditFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-EOF TO TRUE
                           NOT AT END
                               PERFORM VerifyOneAuditRecord
                               PERFORM TallyLogRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
           ELSE
                   DISPLAY "NO AUDITLOG FOUND - VERIFYING AUDIT "
                       "ARCHIVE ONLY"
           END-IF.

       TallyArchiveRecord.
           ADD 1 TO WS-Archive-Read.
           IF AU-SEQUENCE-NUMBER IS NUMERIC
                   AND AU-SEQUENCE-NUMBER > ZERO THEN
                   IF WS-Archive-First-Seq = ZERO THEN
                           MOVE AU-SEQUENCE-NUMBER
                               TO WS-Archive-First-Seq
                   END-IF
                   MOVE AU-SEQUENCE-NUMBER TO WS-Archive-Last-Seq
           END-IF.

       TallyLogRecord.
           ADD 1 TO WS-Log-Read.
           IF AU-SEQUENCE-NUMBER IS NUMERIC
                   AND AU-SEQUENCE-NUMBER > ZERO THEN
                   IF WS-Log-First-Seq = ZERO THEN
                           MOVE AU-SEQUENCE-NUMBER TO WS-Log-First-Seq
                   END-IF
                   MOVE AU-SEQUENCE-NUMBER TO WS-Log-Last-Seq
           END-IF.

       VerifyOneAuditRecord.
           ADD 1 TO WS-File-Record-Number.
           COMPUTE WS-Expected-Sequence = WS-Last-Sequence + 1.
           EVALUATE TRUE
               WHEN AU-SEQUENCE-NUMBER IS NOT NUMERIC
                       OR AU-SEQUENCE-NUMBER = ZERO
                       OR AU-CHECK-VALUE IS NOT NUMERIC
                   IF WS-Chain-Started THEN
                           ADD 1 TO WS-Inserted-Count
                           MOVE SPACES TO WS-Exception-Text
                           STRING "UNCHAINED RECORD INSIDE THE CHAIN - "
                               "INSERTED OR OVERWRITTEN"
                               DELIMITED BY SIZE INTO WS-Exception-Text
                           PERFORM WriteExceptionLine
                   ELSE
                           ADD 1 TO WS-Unchained-Count
                   END-IF
               WHEN AU-SEQUENCE-NUMBER = WS-Expected-Sequence
                   PERFORM CheckRecordCheckValue
               WHEN AU-SEQUENCE-NUMBER > WS-Expected-Sequence
                   ADD 1 TO WS-Gap-Count
                   MOVE WS-Expected-Sequence TO WS-Missing-From
                   COMPUTE WS-Missing-To = AU-SEQUENCE-NUMBER - 1
                   COMPUTE WS-Missing-Count = WS-Missing-Count
                       + WS-Missing-To - WS-Missing-From + 1
                   MOVE SPACES TO WS-Exception-Text
                   STRING "GAP - SEQUENCES " WS-Missing-From
                       " THRU " WS-Missing-To " MISSING"
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM WriteExceptionLine
                   PERFORM AcceptRecordIntoChain
               WHEN OTHER
                   ADD 1 TO WS-Out-Of-Order-Count
                   MOVE SPACES TO WS-Exception-Text
                   STRING "SEQUENCE REPEATED OR OUT OF ORDER - "
                       "EXPECTED " WS-Expected-Sequence
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM WriteExceptionLine
           END-EVALUATE.

       CheckRecordCheckValue.
           MOVE WS-Last-Check-Value TO WS-Chain-Value.
           PERFORM AddChainByte
               VARYING WS-Chain-Idx FROM 1 BY 1
               UNTIL WS-Chain-Idx > 62.
           IF AU-SEQUENCE-TYPE NOT = SPACE THEN
                   MOVE 72 TO WS-Chain-Idx
                   PERFORM AddChainByte
           END-IF.
           IF WS-Chain-Value = AU-CHECK-VALUE THEN
                   ADD 1 TO WS-Verified-Count
           ELSE
                   ADD 1 TO WS-Altered-Count
                   MOVE SPACES TO WS-Exception-Text
                   STRING "ALTERED RECORD - CHECK VALUE DOES NOT "
                       "MATCH CONTENTS"
                       DELIMITED BY SIZE INTO WS-Exception-Text
                   PERFORM WriteExceptionLine
           END-IF.
           PERFORM AcceptRecordIntoChain.

       AcceptRecordIntoChain.
           SET WS-Chain-Started TO TRUE.
           MOVE AU-SEQUENCE-NUMBER TO WS-Last-Sequence.
           MOVE AU-CHECK-VALUE TO WS-Last-Check-Value.

       AddChainByte.
           COMPUTE WS-Chain-Work = WS-Chain-Value * 256
               + FUNCTION ORD(FIB-AUDIT-RECORD(WS-Chain-Idx:1)).
           DIVIDE WS-Chain-Work BY 999999937
               GIVING WS-Chain-Quotient REMAINDER WS-Chain-Value.

       CheckChainEnd.
           OPEN INPUT RunMasterFile.
           IF WS-Run-Master-Status NOT = "00" THEN
                   MOVE "NOT CHECKED - RUNMAST COULD NOT BE OPENED"
                       TO WS-End-Check-Text
           ELSE
                   MOVE ZERO TO RM-RUN-NUMBER
                   READ RunMasterFile
                       INVALID KEY
                           MOVE "NOT CHECKED - RUNMAST IS EMPTY"
                               TO WS-End-Check-Text
                       NOT INVALID KEY
                           PERFORM CompareChainEnd
                   END-READ
                   CLOSE RunMasterFile
           END-IF.

       CompareChainEnd.
           EVALUATE TRUE
               WHEN RM-LAST-AUDIT-SEQUENCE IS NOT NUMERIC
                       OR RM-LAST-AUDIT-CHECK IS NOT NUMERIC
                   MOVE "NOT CHECKED - NO CHAIN END RECORDED YET"
                       TO WS-End-Check-Text
               WHEN RM-LAST-AUDIT-SEQUENCE > WS-Last-Sequence
                   ADD 1 TO WS-End-Error-Count
                   MOVE SPACES TO WS-End-Check-Text
                   STRING "FAIL - RECORDS AFTER " WS-Last-Sequence
                       " THRU " RM-LAST-AUDIT-SEQUENCE " MISSING"
                       DELIMITED BY SIZE INTO WS-End-Check-Text
               WHEN RM-LAST-AUDIT-SEQUENCE = WS-Last-Sequence
                       AND RM-LAST-AUDIT-CHECK NOT = WS-Last-Check-Value
                   ADD 1 TO WS-End-Error-Count
                   MOVE "FAIL - LAST RECORD DOES NOT MATCH RUNMAST"
                       TO WS-End-Check-Text
               WHEN RM-LAST-AUDIT-SEQUENCE = WS-Last-Sequence
                   MOVE "MATCHED" TO WS-End-Check-Text
               WHEN OTHER
                   MOVE SPACES TO WS-End-Check-Text
                   STRING "MATCHED THRU " RM-LAST-AUDIT-SEQUENCE
                       " - LATER RECORDS FROM A RUN NOT YET ENDED"
                       DELIMITED BY SIZE INTO WS-End-Check-Text
           END-EVALUATE.

       WriteExceptionLine.
           MOVE WS-Source-Name TO DL-Source.
           MOVE WS-File-Record-Number TO DL-Record-Number.
           MOVE AU-SEQUENCE-NUMBER TO DL-Sequence.
           MOVE AU-REQUESTOR-ID TO DL-Requestor.
           MOVE AU-RUN-NUMBER TO DL-Run-Number.
           MOVE AU-TIMESTAMP TO DL-Timestamp.
           MOVE WS-Exception-Text TO DL-Exception.
           WRITE ReportLine FROM Detail-Line.

       WriteTrailer.
           MOVE WS-Archive-Read TO TL-Archive-Read.
           MOVE WS-Archive-First-Seq TO TL-Archive-First.
           MOVE WS-Archive-Last-Seq TO TL-Archive-Last.
           MOVE WS-Log-Read TO TL-Log-Read.
           MOVE WS-Log-First-Seq TO TL-Log-First.
           MOVE WS-Log-Last-Seq TO TL-Log-Last.
           MOVE WS-Unchained-Count TO TL-Unchained.
           MOVE WS-Verified-Count TO TL-Verified.
           MOVE WS-Altered-Count TO TL-Altered.
           MOVE WS-Gap-Count TO TL-Gaps.
           MOVE WS-Missing-Count TO TL-Missing.
           MOVE WS-Out-Of-Order-Count TO TL-Out-Of-Order.
           MOVE WS-Inserted-Count TO TL-Inserted.
           MOVE WS-End-Check-Text TO TL-End-Check.
           IF WS-Altered-Count > 0
                   OR WS-Gap-Count > 0
                   OR WS-Out-Of-Order-Count > 0
                   OR WS-Inserted-Count > 0
                   OR WS-End-Error-Count > 0 THEN
                   MOVE "FAIL" TO RL-Result
           ELSE
                   MOVE "PASS" TO RL-Result
           END-IF.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Trailer-Line-1.
           WRITE ReportLine FROM Trailer-Line-2.
           WRITE ReportLine FROM Trailer-Line-3.
           WRITE ReportLine FROM Trailer-Line-4.
           WRITE ReportLine FROM Trailer-Line-5.
           WRITE ReportLine FROM Trailer-Line-6.
           WRITE ReportLine FROM Trailer-Line-7.
           WRITE ReportLine FROM Trailer-Line-8.
           WRITE ReportLine FROM Trailer-Line-9.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Result-Line.
