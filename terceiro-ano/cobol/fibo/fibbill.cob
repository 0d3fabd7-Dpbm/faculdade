       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibonacciBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BillingControlFile ASSIGN TO "BILLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Billing-Control-Status.
           SELECT RateFile ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rate-Status.
           SELECT RunStatsFile ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Stats-Status.
           SELECT AuditFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT AuditArchiveFile ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Archive-Status.
           SELECT StatementFile ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.
           SELECT GLJournalFile ASSIGN TO "GLJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BillingControlFile
           RECORD CONTAINS 14 CHARACTERS.
           COPY "FIBBCTL.cpy".

       FD  RateFile
           RECORD CONTAINS 60 CHARACTERS.
           COPY "FIBRATE.cpy".

       FD  RunStatsFile
           RECORD CONTAINS 68 CHARACTERS.
           COPY "FIBSTAT.cpy".

       FD  AuditFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditRecord PIC X(72).

       FD  AuditArchiveFile
           RECORD CONTAINS 72 CHARACTERS.
       01 AuditArchiveRecord PIC X(72).

       FD  StatementFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       FD  GLJournalFile
           RECORD CONTAINS 76 CHARACTERS.
           COPY "FIBGLJ.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Billing-Control-Status PIC XX VALUE "00".
       01 WS-Rate-Status PIC XX VALUE "00".
           88 WS-Rate-EOF VALUE "10".
       01 WS-Run-Stats-Status PIC XX VALUE "00".
           88 WS-Run-Stats-EOF VALUE "10".
       01 WS-Audit-Status PIC XX VALUE "00".
           88 WS-Audit-EOF VALUE "10".
       01 WS-Audit-Archive-Status PIC XX VALUE "00".
           88 WS-Audit-Archive-EOF VALUE "10".
       01 WS-Statement-Status PIC XX VALUE "00".
       01 WS-GL-Journal-Status PIC XX VALUE "00".

       COPY "FIBAUD.cpy".

       01 WS-Billing-Month PIC X(6).
       01 WS-Billing-Year PIC 9(4).
       01 WS-Billing-Month-No PIC 9(2).
       01 WS-Posting-Date PIC X(8).

       01 WS-Write-Error-Switch PIC X VALUE "N".
           88 WS-Write-Error-Detected VALUE "Y".

       01 WS-Rate-Count PIC 9(4) VALUE ZERO.
       01 WS-Default-Rate-Idx PIC 9(4) VALUE ZERO.
       01 WS-Search-Requestor PIC X(8).
       01 WS-Rate-Found-Switch PIC X VALUE "N".
           88 WS-Rate-Found VALUE "Y".
       01 WS-Rate-Full-Switch PIC X VALUE "N".
           88 WS-Rate-Table-Full VALUE "Y".
       01 WS-Rate-Error-Count PIC 9(4) VALUE ZERO.

       01 WS-Rate-Table.
           05 WS-Rate-Entry OCCURS 100 TIMES
                   INDEXED BY WS-Rate-Idx.
               10 RT-Requestor-Id PIC X(8).
               10 RT-Compute-Rate PIC 9(3)V9(4).
               10 RT-Cache-Hit-Rate PIC 9(3)V9(4).
               10 RT-Range-Rate PIC 9(3)V9(4).
               10 RT-Reject-Rate PIC 9(3)V9(4).
               10 RT-Charge-Account PIC X(12).
               10 RT-Income-Account PIC X(12).

       01 WS-Run-Count PIC 9(4) VALUE ZERO.
       01 WS-Search-Run-Number PIC 9(6).
       01 WS-Run-Found-Switch PIC X VALUE "N".
           88 WS-Run-Found VALUE "Y".
       01 WS-Run-Full-Switch PIC X VALUE "N".
           88 WS-Run-Table-Full VALUE "Y".

       01 WS-Run-Table.
           05 WS-Run-Entry OCCURS 2000 TIMES
                   INDEXED BY WS-Run-Idx.
               10 RN-Run-Number PIC 9(6).
               10 RN-Success-Count PIC 9(6).
               10 RN-Hit-Count PIC 9(6).
               10 RN-Billed-Success PIC 9(6).
               10 RN-Billed-Hits PIC 9(6).

       01 WS-Requestor-Count PIC 9(4) VALUE ZERO.
       01 WS-Table-Idx PIC 9(4).
       01 WS-Found-Switch PIC X VALUE "N".
           88 WS-Requestor-Found VALUE "Y".
       01 WS-Table-Full-Switch PIC X VALUE "N".
           88 WS-Requestor-Table-Full VALUE "Y".

       01 WS-Requestor-Table.
           05 WS-Requestor-Entry OCCURS 100 TIMES
                   INDEXED BY WS-Requestor-Idx.
               10 RS-Requestor-Id PIC X(8).
               10 RS-Success-Count PIC 9(6).
               10 RS-Hit-Count PIC 9(6).
               10 RS-Computed-Count PIC 9(6).
               10 RS-Range-Count PIC 9(6).
               10 RS-Reject-Count PIC 9(6).
               10 RS-Rate-Entry PIC 9(4).
               10 RS-Rate-Source PIC X.
                   88 RS-Own-Rates VALUE "O".
                   88 RS-Default-Rates VALUE "D".
                   88 RS-No-Rates VALUE "N".
               10 RS-Compute-Amount PIC 9(9)V99.
               10 RS-Hit-Amount PIC 9(9)V99.
               10 RS-Range-Amount PIC 9(9)V99.
               10 RS-Reject-Amount PIC 9(9)V99.
               10 RS-Total-Amount PIC 9(9)V99.

       01 WS-Usage-Count PIC 9(4) VALUE ZERO.
       01 WS-Usage-Found-Switch PIC X VALUE "N".
           88 WS-Usage-Found VALUE "Y".
       01 WS-Usage-Full-Switch PIC X VALUE "N".
           88 WS-Usage-Table-Full VALUE "Y".

       01 WS-Usage-Table.
           05 WS-Usage-Entry OCCURS 5000 TIMES
                   INDEXED BY WS-Usage-Idx.
               10 US-Requestor-Entry PIC 9(4).
               10 US-Run-Number PIC 9(6).
               10 US-Success-Count PIC 9(6).

       01 WS-Hit-Share PIC 9(6).
       01 WS-Hit-Target PIC 9(6).
       01 WS-Unstated-Runs PIC 9(4) VALUE ZERO.

       01 WS-Account-Count PIC 9(4) VALUE ZERO.
       01 WS-Search-Account PIC X(12).
       01 WS-Search-Debit-Credit PIC X.
       01 WS-Posting-Amount PIC 9(9)V99.
       01 WS-Account-Found-Switch PIC X VALUE "N".
           88 WS-Account-Found VALUE "Y".
       01 WS-Account-Full-Switch PIC X VALUE "N".
           88 WS-Account-Table-Full VALUE "Y".

       01 WS-Account-Table.
           05 WS-Account-Entry OCCURS 200 TIMES
                   INDEXED BY WS-Account-Idx.
               10 AC-Account PIC X(12).
               10 AC-Debit-Credit PIC X.
               10 AC-Amount PIC 9(9)V99.

       01 WS-Audit-Selected PIC 9(7) VALUE ZERO.
       01 WS-Requestors-Billed PIC 9(4) VALUE ZERO.
       01 WS-Requestors-Unpriced PIC 9(4) VALUE ZERO.
       01 WS-Total-Billed PIC 9(9)V99 VALUE ZERO.
       01 WS-Total-Debits PIC 9(9)V99 VALUE ZERO.
       01 WS-Total-Credits PIC 9(9)V99 VALUE ZERO.
       01 WS-Journal-Count PIC 9(4) VALUE ZERO.

       01 Statement-Header-1.
           05 FILLER PIC X(40) VALUE
               "FIBONACCI SERVICE CHARGEBACK STATEMENT".

       01 Statement-Header-2.
           05 FILLER PIC X(11) VALUE "REQUESTOR: ".
           05 SH-Requestor-Id PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "BILLING MONTH: ".
           05 SH-Billing-Month PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "RATES: ".
           05 SH-Rate-Source PIC X(10).

       01 Statement-Header-3.
           05 FILLER PIC X(16) VALUE "CHARGE ACCOUNT: ".
           05 SH-Charge-Account PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "INCOME ACCOUNT: ".
           05 SH-Income-Account PIC X(12).

       01 Column-Header-Line.
           05 FILLER PIC X(24) VALUE "ACTIVITY".
           05 FILLER PIC X(12) VALUE "QUANTITY".
           05 FILLER PIC X(12) VALUE "RATE".
           05 FILLER PIC X(14) VALUE "AMOUNT".

       01 Charge-Line.
           05 CL-Activity PIC X(22).
           05 CL-Quantity PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CL-Rate PIC ZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-Amount PIC ZZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER PIC X(46) VALUE "TOTAL CHARGE".
           05 TL-Amount PIC ZZZ,ZZZ,ZZ9.99.

       01 No-Rate-Line.
           05 FILLER PIC X(60) VALUE
               "NO RATE RECORD AND NO *DEFAULT RATES - NOT BILLED".

       01 Summary-Header.
           05 FILLER PIC X(40) VALUE
               "CHARGEBACK RUN SUMMARY - BILLING MONTH ".
           05 SS-Billing-Month PIC X(6).

       01 Summary-Line-1.
           05 FILLER PIC X(32) VALUE "AUDIT RECORDS PRICED: ".
           05 SL-Audit-Selected PIC Z,ZZZ,ZZ9.

       01 Summary-Line-2.
           05 FILLER PIC X(32) VALUE "REQUESTORS BILLED: ".
           05 SL-Billed PIC ZZZ9.

       01 Summary-Line-3.
           05 FILLER PIC X(32) VALUE "REQUESTORS NOT PRICED: ".
           05 SL-Unpriced PIC ZZZ9.

       01 Summary-Line-4.
           05 FILLER PIC X(32) VALUE "TOTAL BILLED: ".
           05 SL-Total-Billed PIC ZZZ,ZZZ,ZZ9.99.

       01 Summary-Line-5.
           05 FILLER PIC X(32) VALUE "GL JOURNAL ENTRIES WRITTEN: ".
           05 SL-Journal-Count PIC ZZZ9.

       01 Summary-Line-6.
           05 FILLER PIC X(32) VALUE "GL DEBITS / CREDITS: ".
           05 SL-Total-Debits PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE " / ".
           05 SL-Total-Credits PIC ZZZ,ZZZ,ZZ9.99.

       01 Summary-Line-7.
           05 FILLER PIC X(32) VALUE "RUNS WITH NO RUNSTATS RECORD: ".
           05 SL-Unstated-Runs PIC ZZZ9.

       01 Summary-Line-8.
           05 FILLER PIC X(32) VALUE "INVALID RATE RECORDS IGNORED: ".
           05 SL-Rate-Errors PIC ZZZ9.

       01 Warning-Line.
           05 WL-Text PIC X(60).

       PROCEDURE DIVISION.
       MainLine.
           PERFORM ReadBillingControl.
           PERFORM LoadRateTable.
           PERFORM LoadRunStats.
           OPEN OUTPUT StatementFile.
           OPEN OUTPUT GLJournalFile.
           IF WS-GL-Journal-Status NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN GLJOURNL - STATUS "
                       WS-GL-Journal-Status " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM PriceAuditArchive.
           PERFORM PriceAuditLog.
           PERFORM ApportionCacheHits.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Requestor-Count
               SET WS-Requestor-Idx TO WS-Table-Idx
               PERFORM PriceOneRequestor
               PERFORM WriteStatement
           END-PERFORM.
           PERFORM WriteGLJournal.
           PERFORM WriteRunSummary.
           CLOSE StatementFile.
           CLOSE GLJournalFile.
           PERFORM SetReturnCode.
           STOP RUN.

       ReadBillingControl.
           OPEN INPUT BillingControlFile.
           IF WS-Billing-Control-Status NOT = "00" THEN
                   DISPLAY "BILLING CONTROL FILE BILLCTL NOT FOUND - "
                       "STATUS " WS-Billing-Control-Status
                       " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           READ BillingControlFile
               AT END
                   DISPLAY "BILLING CONTROL FILE BILLCTL IS EMPTY - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE BillingControlFile.
           MOVE BC-BILLING-MONTH TO WS-Billing-Month.
           IF WS-Billing-Month IS NOT NUMERIC THEN
                   DISPLAY "INVALID BILLCTL CARD - BILLING MONTH "
                       "MUST BE 6 DIGITS (YYYYMM): "
                       BC-BILLING-MONTH " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE WS-Billing-Month(1:4) TO WS-Billing-Year.
           MOVE WS-Billing-Month(5:2) TO WS-Billing-Month-No.
           IF WS-Billing-Year < 1900
                   OR WS-Billing-Month-No < 1
                   OR WS-Billing-Month-No > 12 THEN
                   DISPLAY "INVALID BILLCTL CARD - BILLING MONTH "
                       "OUT OF RANGE: " BC-BILLING-MONTH
                       " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF BC-POSTING-DATE = SPACES THEN
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Posting-Date
           ELSE
                   IF BC-POSTING-DATE IS NOT NUMERIC THEN
                           DISPLAY "INVALID BILLCTL CARD - POSTING "
                               "DATE MUST BE 8 DIGITS (YYYYMMDD): "
                               BC-POSTING-DATE " - RUN ABORTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE BC-POSTING-DATE TO WS-Posting-Date
           END-IF.

       LoadRateTable.
           OPEN INPUT RateFile.
           IF WS-Rate-Status NOT = "00" THEN
                   DISPLAY "RATE FILE RATEFILE NOT FOUND - STATUS "
                       WS-Rate-Status " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM UNTIL WS-Rate-EOF
               READ RateFile
                   AT END
                       SET WS-Rate-EOF TO TRUE
                   NOT AT END
                       PERFORM StoreOneRate
               END-READ
           END-PERFORM.
           CLOSE RateFile.
           IF WS-Rate-Count = 0 THEN
                   DISPLAY "RATE FILE RATEFILE HAS NO VALID RATES - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       StoreOneRate.
           IF RA-REQUESTOR-ID = SPACES
                   OR RA-COMPUTE-RATE IS NOT NUMERIC
                   OR RA-CACHE-HIT-RATE IS NOT NUMERIC
                   OR RA-RANGE-RATE IS NOT NUMERIC
                   OR RA-REJECT-RATE IS NOT NUMERIC
                   OR RA-CHARGE-ACCOUNT = SPACES
                   OR RA-INCOME-ACCOUNT = SPACES THEN
                   DISPLAY "INVALID RATE RECORD IGNORED: "
                       FIB-RATE-RECORD
                   ADD 1 TO WS-Rate-Error-Count
           ELSE
                   MOVE RA-REQUESTOR-ID TO WS-Search-Requestor
                   PERFORM FindRate
                   IF WS-Rate-Found THEN
                           DISPLAY "DUPLICATE RATE RECORD IGNORED: "
                               RA-REQUESTOR-ID
                           ADD 1 TO WS-Rate-Error-Count
                   ELSE
                           PERFORM AddRate
                   END-IF
           END-IF.

       FindRate.
           MOVE "N" TO WS-Rate-Found-Switch.
           SET WS-Rate-Idx TO 1.
           PERFORM UNTIL WS-Rate-Idx > WS-Rate-Count
                   OR WS-Rate-Found
               IF RT-Requestor-Id(WS-Rate-Idx)
                       = WS-Search-Requestor THEN
                       SET WS-Rate-Found TO TRUE
               ELSE
                       SET WS-Rate-Idx UP BY 1
               END-IF
           END-PERFORM.

       AddRate.
           IF WS-Rate-Count < 100 THEN
                   ADD 1 TO WS-Rate-Count
                   SET WS-Rate-Idx TO WS-Rate-Count
                   MOVE RA-REQUESTOR-ID TO RT-Requestor-Id(WS-Rate-Idx)
                   MOVE RA-COMPUTE-RATE TO RT-Compute-Rate(WS-Rate-Idx)
                   MOVE RA-CACHE-HIT-RATE
                       TO RT-Cache-Hit-Rate(WS-Rate-Idx)
                   MOVE RA-RANGE-RATE TO RT-Range-Rate(WS-Rate-Idx)
                   MOVE RA-REJECT-RATE TO RT-Reject-Rate(WS-Rate-Idx)
                   MOVE RA-CHARGE-ACCOUNT
                       TO RT-Charge-Account(WS-Rate-Idx)
                   MOVE RA-INCOME-ACCOUNT
                       TO RT-Income-Account(WS-Rate-Idx)
                   IF RA-DEFAULT-RATES THEN
                           MOVE WS-Rate-Count TO WS-Default-Rate-Idx
                   END-IF
           ELSE
                   SET WS-Rate-Table-Full TO TRUE
                   DISPLAY "RATE TABLE FULL - RATE RECORD IGNORED: "
                       RA-REQUESTOR-ID
                   ADD 1 TO WS-Rate-Error-Count
           END-IF.

       LoadRunStats.
           OPEN INPUT RunStatsFile.
           IF WS-Run-Stats-Status = "00" THEN
                   PERFORM UNTIL WS-Run-Stats-EOF
                       READ RunStatsFile
                           AT END
                               SET WS-Run-Stats-EOF TO TRUE
                           NOT AT END
                               PERFORM StoreOneRunStats
                       END-READ
                   END-PERFORM
                   CLOSE RunStatsFile
           ELSE
                   DISPLAY "NO RUN STATISTICS FILE FOUND - ALL "
                       "SUCCESSFUL REQUESTS PRICED AS COMPUTED"
           END-IF.

       StoreOneRunStats.
           IF ST-RUN-NUMBER IS NUMERIC AND ST-RUN-NUMBER > ZERO THEN
                   MOVE ST-RUN-NUMBER TO WS-Search-Run-Number
                   PERFORM FindRun
                   IF NOT WS-Run-Found THEN
                           PERFORM AddRun
                   END-IF
                   IF WS-Run-Found THEN
                           ADD ST-SUCCESS-COUNT
                               TO RN-Success-Count(WS-Run-Idx)
                           ADD ST-CACHE-HIT-COUNT
                               TO RN-Hit-Count(WS-Run-Idx)
                   END-IF
           END-IF.

       FindRun.
           MOVE "N" TO WS-Run-Found-Switch.
           IF WS-Run-Count > 0 THEN
                   SET WS-Run-Idx TO WS-Run-Count
                   IF RN-Run-Number(WS-Run-Idx)
                           = WS-Search-Run-Number THEN
                           SET WS-Run-Found TO TRUE
                   END-IF
           END-IF.
           IF NOT WS-Run-Found THEN
                   SET WS-Run-Idx TO 1
                   PERFORM UNTIL WS-Run-Idx > WS-Run-Count
                           OR WS-Run-Found
                       IF RN-Run-Number(WS-Run-Idx)
                               = WS-Search-Run-Number THEN
                               SET WS-Run-Found TO TRUE
                       ELSE
                               SET WS-Run-Idx UP BY 1
                       END-IF
                   END-PERFORM
           END-IF.

       AddRun.
           IF WS-Run-Count < 2000 THEN
                   ADD 1 TO WS-Run-Count
                   SET WS-Run-Idx TO WS-Run-Count
                   MOVE WS-Search-Run-Number
                       TO RN-Run-Number(WS-Run-Idx)
                   MOVE ZERO TO RN-Success-Count(WS-Run-Idx)
                   MOVE ZERO TO RN-Hit-Count(WS-Run-Idx)
                   MOVE ZERO TO RN-Billed-Success(WS-Run-Idx)
                   MOVE ZERO TO RN-Billed-Hits(WS-Run-Idx)
                   SET WS-Run-Found TO TRUE
           ELSE
                   SET WS-Run-Table-Full TO TRUE
           END-IF.

       PriceAuditArchive.
           OPEN INPUT AuditArchiveFile.
           IF WS-Audit-Archive-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-Archive-EOF
                       READ AuditArchiveFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-Archive-EOF TO TRUE
                           NOT AT END
                               PERFORM SelectOneAuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditArchiveFile
           ELSE
                   DISPLAY "NO AUDIT ARCHIVE FOUND - PRICING "
                       "AUDITLOG ONLY"
           END-IF.

       PriceAuditLog.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00" THEN
                   PERFORM UNTIL WS-Audit-EOF
                       READ AuditFile INTO FIB-AUDIT-RECORD
                           AT END
                               SET WS-Audit-EOF TO TRUE
                           NOT AT END
                               PERFORM SelectOneAuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
           ELSE
                   DISPLAY "NO AUDITLOG FOUND - PRICING AUDIT "
                       "ARCHIVE ONLY"
           END-IF.

       SelectOneAuditRecord.
           IF AU-TIMESTAMP(1:6) = WS-Billing-Month THEN
                   PERFORM FindOrAddRequestor
                   IF WS-Requestor-Found THEN
                           ADD 1 TO WS-Audit-Selected
                           PERFORM AccumulateRequestorUsage
                   END-IF
           END-IF.

       AccumulateRequestorUsage.
           EVALUATE AU-STATUS
               WHEN "S"
                   ADD 1 TO RS-Success-Count(WS-Requestor-Idx)
                   PERFORM AccumulateRunUsage
               WHEN "R"
               WHEN "O"
               WHEN "D"
                   ADD 1 TO RS-Reject-Count(WS-Requestor-Idx)
           END-EVALUATE.
           IF (AU-REQUEST-TYPE = "R" OR AU-REQUEST-TYPE = "M")
                   AND AU-STATUS NOT = "D" THEN
                   ADD 1 TO RS-Range-Count(WS-Requestor-Idx)
           END-IF.

       AccumulateRunUsage.
           MOVE "N" TO WS-Usage-Found-Switch.
           SET WS-Usage-Idx TO 1.
           PERFORM UNTIL WS-Usage-Idx > WS-Usage-Count
                   OR WS-Usage-Found
               IF US-Requestor-Entry(WS-Usage-Idx) = WS-Table-Idx
                       AND US-Run-Number(WS-Usage-Idx)
                           = AU-RUN-NUMBER THEN
                       SET WS-Usage-Found TO TRUE
               ELSE
                       SET WS-Usage-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-Usage-Found THEN
                   IF WS-Usage-Count < 5000 THEN
                           ADD 1 TO WS-Usage-Count
                           SET WS-Usage-Idx TO WS-Usage-Count
                           MOVE WS-Table-Idx
                               TO US-Requestor-Entry(WS-Usage-Idx)
                           MOVE AU-RUN-NUMBER
                               TO US-Run-Number(WS-Usage-Idx)
                           MOVE ZERO TO US-Success-Count(WS-Usage-Idx)
                           SET WS-Usage-Found TO TRUE
                   ELSE
                           SET WS-Usage-Table-Full TO TRUE
                   END-IF
           END-IF.
           IF WS-Usage-Found THEN
                   ADD 1 TO US-Success-Count(WS-Usage-Idx)
           END-IF.

       FindOrAddRequestor.
           MOVE "N" TO WS-Found-Switch.
           SET WS-Requestor-Idx TO 1.
           PERFORM UNTIL WS-Requestor-Idx > WS-Requestor-Count
                   OR WS-Requestor-Found
               IF RS-Requestor-Id(WS-Requestor-Idx)
                       = AU-REQUESTOR-ID THEN
                       SET WS-Requestor-Found TO TRUE
               ELSE
                       SET WS-Requestor-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-Requestor-Found THEN
                   IF WS-Requestor-Count < 100 THEN
                           ADD 1 TO WS-Requestor-Count
                           SET WS-Requestor-Idx TO WS-Requestor-Count
                           INITIALIZE WS-Requestor-Entry
                               (WS-Requestor-Idx)
                           MOVE AU-REQUESTOR-ID
                               TO RS-Requestor-Id(WS-Requestor-Idx)
                           SET WS-Requestor-Found TO TRUE
                   ELSE
                           SET WS-Requestor-Table-Full TO TRUE
                   END-IF
           END-IF.
           SET WS-Table-Idx TO WS-Requestor-Idx.

       ApportionCacheHits.
           PERFORM VARYING WS-Usage-Idx FROM 1 BY 1
                   UNTIL WS-Usage-Idx > WS-Usage-Count
               MOVE US-Run-Number(WS-Usage-Idx)
                   TO WS-Search-Run-Number
               PERFORM FindRun
               MOVE ZERO TO WS-Hit-Share
               IF WS-Run-Found THEN
                       PERFORM AllocateRunHits
               ELSE
                       ADD 1 TO WS-Unstated-Runs
               END-IF
               SET WS-Requestor-Idx
                   TO US-Requestor-Entry(WS-Usage-Idx)
               ADD WS-Hit-Share TO RS-Hit-Count(WS-Requestor-Idx)
           END-PERFORM.

       AllocateRunHits.
           ADD US-Success-Count(WS-Usage-Idx)
               TO RN-Billed-Success(WS-Run-Idx).
           MOVE ZERO TO WS-Hit-Target.
           IF RN-Success-Count(WS-Run-Idx) > 0 THEN
                   COMPUTE WS-Hit-Target ROUNDED =
                       RN-Billed-Success(WS-Run-Idx)
                       * RN-Hit-Count(WS-Run-Idx)
                       / RN-Success-Count(WS-Run-Idx)
           END-IF.
           IF WS-Hit-Target > RN-Hit-Count(WS-Run-Idx) THEN
                   MOVE RN-Hit-Count(WS-Run-Idx) TO WS-Hit-Target
           END-IF.
           IF WS-Hit-Target > RN-Billed-Hits(WS-Run-Idx) THEN
                   COMPUTE WS-Hit-Share = WS-Hit-Target
                       - RN-Billed-Hits(WS-Run-Idx)
           END-IF.
           IF WS-Hit-Share > US-Success-Count(WS-Usage-Idx) THEN
                   MOVE US-Success-Count(WS-Usage-Idx) TO WS-Hit-Share
           END-IF.
           ADD WS-Hit-Share TO RN-Billed-Hits(WS-Run-Idx).

       PriceOneRequestor.
           COMPUTE RS-Computed-Count(WS-Requestor-Idx) =
               RS-Success-Count(WS-Requestor-Idx)
               - RS-Hit-Count(WS-Requestor-Idx).
           MOVE RS-Requestor-Id(WS-Requestor-Idx)
               TO WS-Search-Requestor.
           PERFORM FindRate.
           IF WS-Rate-Found THEN
                   SET RS-Own-Rates(WS-Requestor-Idx) TO TRUE
           ELSE
                   IF WS-Default-Rate-Idx > 0 THEN
                           SET WS-Rate-Idx TO WS-Default-Rate-Idx
                           SET RS-Default-Rates(WS-Requestor-Idx)
                               TO TRUE
                   ELSE
                           SET RS-No-Rates(WS-Requestor-Idx) TO TRUE
                   END-IF
           END-IF.
           IF RS-No-Rates(WS-Requestor-Idx) THEN
                   MOVE ZERO TO RS-Rate-Entry(WS-Requestor-Idx)
                   ADD 1 TO WS-Requestors-Unpriced
           ELSE
                   SET RS-Rate-Entry(WS-Requestor-Idx) TO WS-Rate-Idx
                   PERFORM ComputeCharges
           END-IF.

       ComputeCharges.
           COMPUTE RS-Compute-Amount(WS-Requestor-Idx) ROUNDED =
               RS-Computed-Count(WS-Requestor-Idx)
               * RT-Compute-Rate(WS-Rate-Idx).
           COMPUTE RS-Hit-Amount(WS-Requestor-Idx) ROUNDED =
               RS-Hit-Count(WS-Requestor-Idx)
               * RT-Cache-Hit-Rate(WS-Rate-Idx).
           COMPUTE RS-Range-Amount(WS-Requestor-Idx) ROUNDED =
               RS-Range-Count(WS-Requestor-Idx)
               * RT-Range-Rate(WS-Rate-Idx).
           COMPUTE RS-Reject-Amount(WS-Requestor-Idx) ROUNDED =
               RS-Reject-Count(WS-Requestor-Idx)
               * RT-Reject-Rate(WS-Rate-Idx).
           COMPUTE RS-Total-Amount(WS-Requestor-Idx) =
               RS-Compute-Amount(WS-Requestor-Idx)
               + RS-Hit-Amount(WS-Requestor-Idx)
               + RS-Range-Amount(WS-Requestor-Idx)
               + RS-Reject-Amount(WS-Requestor-Idx).
           ADD 1 TO WS-Requestors-Billed.
           ADD RS-Total-Amount(WS-Requestor-Idx) TO WS-Total-Billed.
           IF RS-Total-Amount(WS-Requestor-Idx) > 0 THEN
                   MOVE RS-Total-Amount(WS-Requestor-Idx)
                       TO WS-Posting-Amount
                   MOVE RT-Charge-Account(WS-Rate-Idx)
                       TO WS-Search-Account
                   MOVE "D" TO WS-Search-Debit-Credit
                   PERFORM PostToAccount
                   MOVE RT-Income-Account(WS-Rate-Idx)
                       TO WS-Search-Account
                   MOVE "C" TO WS-Search-Debit-Credit
                   PERFORM PostToAccount
           END-IF.

       PostToAccount.
           MOVE "N" TO WS-Account-Found-Switch.
           SET WS-Account-Idx TO 1.
           PERFORM UNTIL WS-Account-Idx > WS-Account-Count
                   OR WS-Account-Found
               IF AC-Account(WS-Account-Idx) = WS-Search-Account
                       AND AC-Debit-Credit(WS-Account-Idx)
                           = WS-Search-Debit-Credit THEN
                       SET WS-Account-Found TO TRUE
               ELSE
                       SET WS-Account-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-Account-Found THEN
                   IF WS-Account-Count < 200 THEN
                           ADD 1 TO WS-Account-Count
                           SET WS-Account-Idx TO WS-Account-Count
                           MOVE WS-Search-Account
                               TO AC-Account(WS-Account-Idx)
                           MOVE WS-Search-Debit-Credit
                               TO AC-Debit-Credit(WS-Account-Idx)
                           MOVE ZERO TO AC-Amount(WS-Account-Idx)
                           SET WS-Account-Found TO TRUE
                   ELSE
                           SET WS-Account-Table-Full TO TRUE
                   END-IF
           END-IF.
           IF WS-Account-Found THEN
                   ADD WS-Posting-Amount TO AC-Amount(WS-Account-Idx)
           END-IF.

       WriteStatement.
           WRITE ReportLine FROM Statement-Header-1.
           MOVE RS-Requestor-Id(WS-Requestor-Idx) TO SH-Requestor-Id.
           MOVE WS-Billing-Month TO SH-Billing-Month.
           EVALUATE TRUE
               WHEN RS-Own-Rates(WS-Requestor-Idx)
                   MOVE "REQUESTOR" TO SH-Rate-Source
               WHEN RS-Default-Rates(WS-Requestor-Idx)
                   MOVE "*DEFAULT" TO SH-Rate-Source
               WHEN OTHER
                   MOVE "NONE" TO SH-Rate-Source
           END-EVALUATE.
           WRITE ReportLine FROM Statement-Header-2.
           IF RS-No-Rates(WS-Requestor-Idx) THEN
                   WRITE ReportLine FROM No-Rate-Line
           ELSE
                   SET WS-Rate-Idx TO RS-Rate-Entry(WS-Requestor-Idx)
                   MOVE RT-Charge-Account(WS-Rate-Idx)
                       TO SH-Charge-Account
                   MOVE RT-Income-Account(WS-Rate-Idx)
                       TO SH-Income-Account
                   WRITE ReportLine FROM Statement-Header-3
                   WRITE ReportLine FROM SPACES
                   WRITE ReportLine FROM Column-Header-Line
                   PERFORM WriteChargeLines
           END-IF.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM SPACES.

       WriteChargeLines.
           MOVE "COMPUTED VALUES" TO CL-Activity.
           MOVE RS-Computed-Count(WS-Requestor-Idx) TO CL-Quantity.
           MOVE RT-Compute-Rate(WS-Rate-Idx) TO CL-Rate.
           MOVE RS-Compute-Amount(WS-Requestor-Idx) TO CL-Amount.
           WRITE ReportLine FROM Charge-Line.
           MOVE "CACHE HITS" TO CL-Activity.
           MOVE RS-Hit-Count(WS-Requestor-Idx) TO CL-Quantity.
           MOVE RT-Cache-Hit-Rate(WS-Rate-Idx) TO CL-Rate.
           MOVE RS-Hit-Amount(WS-Requestor-Idx) TO CL-Amount.
           WRITE ReportLine FROM Charge-Line.
           MOVE "RANGE EXPANSIONS" TO CL-Activity.
           MOVE RS-Range-Count(WS-Requestor-Idx) TO CL-Quantity.
           MOVE RT-Range-Rate(WS-Rate-Idx) TO CL-Rate.
           MOVE RS-Range-Amount(WS-Requestor-Idx) TO CL-Amount.
           WRITE ReportLine FROM Charge-Line.
           MOVE "REJECTED REQUESTS" TO CL-Activity.
           MOVE RS-Reject-Count(WS-Requestor-Idx) TO CL-Quantity.
           MOVE RT-Reject-Rate(WS-Rate-Idx) TO CL-Rate.
           MOVE RS-Reject-Amount(WS-Requestor-Idx) TO CL-Amount.
           WRITE ReportLine FROM Charge-Line.
           MOVE RS-Total-Amount(WS-Requestor-Idx) TO TL-Amount.
           WRITE ReportLine FROM Total-Line.

       WriteGLJournal.
           PERFORM VARYING WS-Account-Idx FROM 1 BY 1
                   UNTIL WS-Account-Idx > WS-Account-Count
               MOVE WS-Posting-Date TO GJ-POSTING-DATE
               MOVE WS-Billing-Month TO GJ-BILLING-MONTH
               MOVE AC-Account(WS-Account-Idx) TO GJ-ACCOUNT
               MOVE AC-Debit-Credit(WS-Account-Idx) TO GJ-DEBIT-CREDIT
               MOVE AC-Amount(WS-Account-Idx) TO GJ-AMOUNT
               MOVE "FIBBILL" TO GJ-SOURCE
               MOVE SPACES TO GJ-DESCRIPTION
               STRING "FIBONACCI CHARGEBACK " DELIMITED BY SIZE
                   WS-Billing-Month DELIMITED BY SIZE
                   INTO GJ-DESCRIPTION
               END-STRING
               WRITE FIB-GL-JOURNAL-RECORD
               IF WS-GL-Journal-Status NOT = "00" THEN
                       DISPLAY "ERROR WRITING GL JOURNAL - STATUS "
                           WS-GL-Journal-Status
                       SET WS-Write-Error-Detected TO TRUE
               ELSE
                       ADD 1 TO WS-Journal-Count
                       IF GJ-DEBIT THEN
                               ADD GJ-AMOUNT TO WS-Total-Debits
                       ELSE
                               ADD GJ-AMOUNT TO WS-Total-Credits
                       END-IF
               END-IF
           END-PERFORM.

       WriteRunSummary.
           MOVE WS-Billing-Month TO SS-Billing-Month.
           WRITE ReportLine FROM Summary-Header.
           WRITE ReportLine FROM SPACES.
           MOVE WS-Audit-Selected TO SL-Audit-Selected.
           WRITE ReportLine FROM Summary-Line-1.
           MOVE WS-Requestors-Billed TO SL-Billed.
           WRITE ReportLine FROM Summary-Line-2.
           MOVE WS-Requestors-Unpriced TO SL-Unpriced.
           WRITE ReportLine FROM Summary-Line-3.
           MOVE WS-Total-Billed TO SL-Total-Billed.
           WRITE ReportLine FROM Summary-Line-4.
           MOVE WS-Journal-Count TO SL-Journal-Count.
           WRITE ReportLine FROM Summary-Line-5.
           MOVE WS-Total-Debits TO SL-Total-Debits.
           MOVE WS-Total-Credits TO SL-Total-Credits.
           WRITE ReportLine FROM Summary-Line-6.
           MOVE WS-Unstated-Runs TO SL-Unstated-Runs.
           WRITE ReportLine FROM Summary-Line-7.
           MOVE WS-Rate-Error-Count TO SL-Rate-Errors.
           WRITE ReportLine FROM Summary-Line-8.
           IF WS-Requestor-Table-Full THEN
                   MOVE "REQUESTOR TABLE FULL - ACTIVITY NOT BILLED"
                       TO WL-Text
                   WRITE ReportLine FROM Warning-Line
           END-IF.
           IF WS-Usage-Table-Full OR WS-Run-Table-Full THEN
                   MOVE "RUN TABLE FULL - SOME HITS PRICED AS COMPUTED"
                       TO WL-Text
                   WRITE ReportLine FROM Warning-Line
           END-IF.
           IF WS-Account-Table-Full THEN
                   MOVE "ACCOUNT TABLE FULL - GL JOURNAL INCOMPLETE"
                       TO WL-Text
                   WRITE ReportLine FROM Warning-Line
           END-IF.
           IF WS-Total-Debits NOT = WS-Total-Credits THEN
                   MOVE "GL JOURNAL OUT OF BALANCE - DO NOT POST"
                       TO WL-Text
                   WRITE ReportLine FROM Warning-Line
           END-IF.

       SetReturnCode.
           EVALUATE TRUE
               WHEN WS-Write-Error-Detected
                       OR WS-Account-Table-Full
                       OR WS-Requestor-Table-Full
                       OR WS-Total-Debits NOT = WS-Total-Credits
                   MOVE 12 TO RETURN-CODE
               WHEN WS-Requestors-Unpriced > 0
                       OR WS-Unstated-Runs > 0
                       OR WS-Rate-Error-Count > 0
                       OR WS-Usage-Table-Full
                       OR WS-Run-Table-Full
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
