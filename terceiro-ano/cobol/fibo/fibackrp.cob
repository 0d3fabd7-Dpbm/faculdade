           SELECT AckFile ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-Status.
           SELECT FeedControlFile ASSIGN TO "FEEDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FEED-DD
               FILE STATUS IS WS-Feed-Control-Status.
           SELECT FeedReleaseFile ASSIGN TO "FEEDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feed-Release-Status.
           SELECT ControlTotalFile ASSIGN TO "NITECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Total-Status.
           SELECT ReportFile ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT StepTimingFile ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Step-Timing-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InterfaceOutFile
           RECORD CONTAINS 48 CHARACTERS.
           COPY "FIBIFC.cpy".

       FD  AckFile
           RECORD CONTAINS 26 CHARACTERS.
           COPY "FIBACK.cpy".

       FD  FeedControlFile.
           COPY "FIBFCTL.cpy".

       FD  FeedReleaseFile
           RECORD CONTAINS 46 CHARACTERS.
           COPY "FIBFREL.cpy".

       FD  ControlTotalFile
           RECORD CONTAINS 42 CHARACTERS.
           COPY "FIBCTOT.cpy".

       FD  ReportFile
           RECORD CONTAINS 132 CHARACTERS.
       01 ReportLine PIC X(132).

       FD  StepTimingFile
           RECORD CONTAINS 31 CHARACTERS.
           COPY "FIBSTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Step-Timing-Status PIC XX VALUE "00".
       01 WS-Interface-Out-Status PIC XX VALUE "00".
           88 WS-Interface-Out-EOF VALUE "10".
       01 WS-Ack-Status PIC XX VALUE "00".
           88 WS-Ack-EOF VALUE "10".
       01 WS-Feed-Control-Status PIC XX VALUE "00".
           88 WS-Feed-Control-EOF VALUE "10".
       01 WS-Feed-Release-Status PIC XX VALUE "00".
       01 WS-Report-Status PIC XX VALUE "00".
       01 WS-Control-Total-Status PIC XX VALUE "00".

       01 WS-Sent-Count PIC 9(4) VALUE ZERO.
       01 WS-Table-Full-Switch PIC X VALUE "N".
       01 WS-Sent-Table.
           05 WS-Sent-Entry OCCURS 2000 TIMES
                   INDEXED BY WS-Sent-Idx.
               10 SN-Requestor-Id PIC X(8).
               10 SN-Sequence-Type PIC X(1).
               10 SN-N PIC X(2).
               10 SN-Run-Date PIC X(8).
               10 SN-Run-Number PIC 9(6).
               10 SN-Generation PIC 9(4).
               10 SN-Ack-Flag PIC X(1).
                   88 SN-Not-Acked VALUE "N".
                   88 SN-Ack-Accepted VALUE "A".
                   88 SN-Ack-Rejected VALUE "R".

       01 WS-Generation-Count PIC 9(4) VALUE ZERO.
       01 WS-Current-Generation PIC 9(4) VALUE ZERO.
       01 WS-Generation-Full-Switch PIC X VALUE "N".
           88 WS-Generation-Table-Full VALUE "Y".

       01 WS-Generation-Table.
           05 WS-Generation-Entry OCCURS 500 TIMES
                   INDEXED BY WS-Gen-Idx.
               10 GT-Feed-DD PIC X(8).
               10 GT-Transmission-Seq PIC 9(8).
               10 GT-Run-Number PIC 9(6).
               10 GT-Run-Date PIC X(8).
               10 GT-Detail-Count PIC 9(8).
               10 GT-Hash-Total PIC 9(24).
               10 GT-Trailer-Count PIC 9(8).
               10 GT-Trailer-Hash PIC 9(24).
               10 GT-Sent-Count PIC 9(6).
               10 GT-Acked-Count PIC 9(6).
               10 GT-Trailer-Switch PIC X(1).
                   88 GT-Trailer-Found VALUE "Y".
               10 GT-Controls-Switch PIC X(1).
                   88 GT-Controls-OK VALUE "Y".
               10 GT-Feed-Known-Switch PIC X(1).
                   88 GT-Feed-Known VALUE "Y".
               10 GT-Release-Switch PIC X(1).
                   88 GT-Released VALUE "Y".

       01 WS-Match-Switch PIC X VALUE "N".
           88 WS-Ack-Matched VALUE "Y".
       01 WS-Ack-Sequence-Type PIC X(1).

       01 WS-Today PIC 9(8).
       01 WS-Today-Integer PIC 9(8).
       01 WS-Sent-Integer PIC 9(8).
       01 WS-Age-Days PIC S9(5).

       01 WS-Check-Seq PIC 9(8).
       01 WS-Seq-Occurrences PIC 9(4).
       01 WS-Seq-Generation PIC 9(4).
       01 WS-Release-Switch PIC X VALUE "N".
           88 WS-Release-Stopped VALUE "Y".
       01 WS-Feed-Changed-Switch PIC X VALUE "N".
           88 WS-Feed-Changed VALUE "Y".
       01 WS-Feed-Control-Switch PIC X VALUE "N".
           88 WS-Feed-Control-Available VALUE "Y".
       01 WS-Release-Check-Switch PIC X VALUE "N".
           88 WS-Release-Check-Available VALUE "Y".
       01 WS-Skip-Switch PIC X VALUE "N".
           88 WS-Skipping-Generation VALUE "Y".

       01 WS-Skipped-Count PIC 9(4) VALUE ZERO.
       01 WS-Skipped-Full-Switch PIC X VALUE "N".
           88 WS-Skipped-Table-Full VALUE "Y".
       01 WS-Skipped-Table.
           05 WS-Skipped-Run-Number PIC 9(6) OCCURS 500 TIMES
                   INDEXED BY WS-Skip-Idx.

       01 WS-Accepted-Count PIC 9(4) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(4) VALUE ZERO.
       01 WS-Unacked-Count PIC 9(4) VALUE ZERO.
       01 WS-Unmatched-Count PIC 9(4) VALUE ZERO.
       01 WS-Control-Error-Count PIC 9(4) VALUE ZERO.
       01 WS-Sequence-Error-Count PIC 9(4) VALUE ZERO.
       01 WS-Released-Count PIC 9(4) VALUE ZERO.
       01 WS-Released-Ack-Count PIC 9(4) VALUE ZERO.
       01 WS-Retained-Count PIC 9(6) VALUE ZERO.

       01 Report-Header-1.
           05 FILLER PIC X(44) VALUE
               "INTERFACE ACKNOWLEDGMENT AGING REPORT".

       01 Column-Header-Line.
           05 FILLER PIC X(12) VALUE "REQUESTOR".
           05 FILLER PIC X(4) VALUE "SEQ".
           05 FILLER PIC X(6) VALUE "N".
           05 FILLER PIC X(10) VALUE "RUN NO".
           05 FILLER PIC X(12) VALUE "RUN DATE".
           05 FILLER PIC X(10) VALUE "AGE DAYS".
           05 FILLER PIC X(30) VALUE "CONDITION".

       01 Detail-Line.
           05 DL-Requestor-Id PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-Sequence-Type PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-N PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-Run-Number PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-Run-Date PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-Age PIC ZZZZ9.
           05 DL-Condition PIC X(30).

       01 Unmatched-Line.
           05 FILLER PIC X(27) VALUE "UNMATCHED ACK - REQUESTOR: ".
           05 UL-Requestor-Id PIC X(8).
           05 FILLER PIC X(5) VALUE " N: ".
           05 UL-N PIC X(2).
           05 FILLER PIC X(7) VALUE " SEQ: ".
           05 UL-Sequence-Type PIC X(1).
           05 FILLER PIC X(14) VALUE " RUN NUMBER: ".
           05 UL-Run-Number PIC 9(6).
           05 FILLER PIC X(12) VALUE " RUN DATE: ".
           05 UL-Run-Date PIC X(8).

       01 Transmission-Header-Line.
           05 FILLER PIC X(44) VALUE
               "TRANSMISSION CONTROL".

       01 Transmission-Column-Line.
           05 FILLER PIC X(12) VALUE "FEED".
           05 FILLER PIC X(12) VALUE "SEQUENCE".
           05 FILLER PIC X(10) VALUE "RUN NO".
           05 FILLER PIC X(10) VALUE "RECORDS".
           05 FILLER PIC X(10) VALUE "ACKED".
           05 FILLER PIC X(30) VALUE "CONDITION".

       01 Transmission-Line.
           05 XL-Feed-DD PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 XL-Sequence PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 XL-Run-Number PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 XL-Records PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 XL-Acked PIC Z(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 XL-Condition PIC X(30).

       01 Sequence-Exception-Line.
           05 FILLER PIC X(27) VALUE "SEQUENCE EXCEPTION - FEED: ".
           05 QL-Feed-DD PIC X(8).
           05 FILLER PIC X(12) VALUE " SEQUENCE: ".
           05 QL-Sequence PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QL-Condition PIC X(36).

       01 Trailer-Line-1.
           05 FILLER PIC X(28) VALUE "INTERFACE RECORDS SENT: ".
           05 TL-Sent PIC ZZZ9.
           05 FILLER PIC X(28) VALUE "UNMATCHED ACKS: ".
           05 TL-Unmatched PIC ZZZ9.

       01 Trailer-Line-6.
           05 FILLER PIC X(28) VALUE "FEED GENERATIONS READ: ".
           05 TL-Generations PIC ZZZ9.

       01 Trailer-Line-7.
           05 FILLER PIC X(28) VALUE "CONTROL TOTAL ERRORS: ".
           05 TL-Control-Errors PIC ZZZ9.

       01 Trailer-Line-8.
           05 FILLER PIC X(28) VALUE "SEQUENCE GAPS/REPEATS: ".
           05 TL-Sequence-Errors PIC ZZZ9.

       01 Trailer-Line-9.
           05 FILLER PIC X(28) VALUE "GENERATIONS RELEASED: ".
           05 TL-Released PIC ZZZ9.

       01 Trailer-Line-10.
           05 FILLER PIC X(28) VALUE "GENERATIONS STILL RETAINED: ".
           05 TL-Retained PIC ZZZZZ9.

       01 Trailer-Line-11.
           05 FILLER PIC X(28) VALUE "RELEASED GENS SKIPPED: ".
           05 TL-Skipped PIC ZZZ9.

       01 Trailer-Line-12.
           05 FILLER PIC X(28) VALUE "ACKS FOR RELEASED GENS: ".
           05 TL-Released-Acks PIC ZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           PERFORM WriteStepStart.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Today).
           PERFORM LoadInterfaceTable.
           PERFORM MatchAcks.
           PERFORM AgeUnackedRecords.
           PERFORM TallyGenerationAcks.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Transmission-Header-Line.
           WRITE ReportLine FROM SPACES.
           WRITE ReportLine FROM Transmission-Column-Line.
           PERFORM CheckGenerationTotals.
           PERFORM CheckFeedSequences.
           PERFORM WriteTrailer.
           CLOSE ReportFile.
           PERFORM SetReturnCode.
           PERFORM WriteControlTotals.
           PERFORM WriteStepEnd.
           STOP RUN.

       LoadInterfaceTable.
           OPEN INPUT FeedControlFile.
           IF WS-Feed-Control-Status = "00" THEN
                   SET WS-Release-Check-Available TO TRUE
           END-IF.
           OPEN INPUT InterfaceOutFile.
           IF WS-Interface-Out-Status = "00" THEN
                   PERFORM UNTIL WS-Interface-Out-EOF
                           AT END
                               SET WS-Interface-Out-EOF TO TRUE
                           NOT AT END
                               PERFORM StoreOneInterfaceRecord
                       END-READ
                   END-PERFORM
                   CLOSE InterfaceOutFile
                   DISPLAY "NO INTERFACE OUT FILE FOUND - "
                       "NOTHING TO RECONCILE"
           END-IF.
           IF WS-Release-Check-Available THEN
                   CLOSE FeedControlFile
           END-IF.

       StoreOneInterfaceRecord.
           EVALUATE TRUE
               WHEN IO-HEADER-RECORD
                   PERFORM StartGeneration
               WHEN WS-Skipping-Generation
                   IF IO-TRAILER-RECORD THEN
                           MOVE "N" TO WS-Skip-Switch
                   END-IF
               WHEN IO-TRAILER-RECORD
                   PERFORM EndGeneration
               WHEN OTHER
                   PERFORM StoreOneDetailRecord
           END-EVALUATE.

       StartGeneration.
           PERFORM CheckGenerationReleased.
           IF WS-Skipping-Generation THEN
                   PERFORM SkipReleasedGeneration
           ELSE
                   PERFORM AddGeneration
           END-IF.

       CheckGenerationReleased.
           MOVE "N" TO WS-Skip-Switch.
           IF WS-Release-Check-Available THEN
                   MOVE IH-FEED-DD TO FC-FEED-DD
                   READ FeedControlFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF IH-TRANSMISSION-SEQ > ZERO
                                   AND IH-TRANSMISSION-SEQ
                                       <= FC-LAST-SEQ-RELEASED THEN
                                   SET WS-Skipping-Generation TO TRUE
                           END-IF
                   END-READ
           END-IF.

       SkipReleasedGeneration.
           MOVE ZERO TO WS-Current-Generation.
           IF WS-Skipped-Count < 500 THEN
                   ADD 1 TO WS-Skipped-Count
                   SET WS-Skip-Idx TO WS-Skipped-Count
                   MOVE IH-RUN-NUMBER
                       TO WS-Skipped-Run-Number(WS-Skip-Idx)
           ELSE
                   SET WS-Skipped-Table-Full TO TRUE
           END-IF.

       AddGeneration.
           IF WS-Generation-Count < 500 THEN
                   ADD 1 TO WS-Generation-Count
                   MOVE WS-Generation-Count TO WS-Current-Generation
                   SET WS-Gen-Idx TO WS-Current-Generation
                   PERFORM ClearGenerationEntry
                   MOVE IH-FEED-DD TO GT-Feed-DD(WS-Gen-Idx)
                   MOVE IH-TRANSMISSION-SEQ
                       TO GT-Transmission-Seq(WS-Gen-Idx)
                   MOVE IH-RUN-NUMBER TO GT-Run-Number(WS-Gen-Idx)
                   MOVE IH-RUN-DATE TO GT-Run-Date(WS-Gen-Idx)
           ELSE
                   SET WS-Generation-Table-Full TO TRUE
                   MOVE ZERO TO WS-Current-Generation
           END-IF.

       StartHeaderlessGeneration.
           IF WS-Generation-Count < 500 THEN
                   ADD 1 TO WS-Generation-Count
                   MOVE WS-Generation-Count TO WS-Current-Generation
                   SET WS-Gen-Idx TO WS-Current-Generation
                   PERFORM ClearGenerationEntry
                   MOVE "*NOHDR*" TO GT-Feed-DD(WS-Gen-Idx)
                   MOVE IO-RUN-NUMBER TO GT-Run-Number(WS-Gen-Idx)
                   MOVE IO-RUN-DATE TO GT-Run-Date(WS-Gen-Idx)
           ELSE
                   SET WS-Generation-Table-Full TO TRUE
           END-IF.

       ClearGenerationEntry.
           MOVE SPACES TO GT-Feed-DD(WS-Gen-Idx).
           MOVE ZERO TO GT-Transmission-Seq(WS-Gen-Idx).
           MOVE ZERO TO GT-Run-Number(WS-Gen-Idx).
           MOVE SPACES TO GT-Run-Date(WS-Gen-Idx).
           MOVE ZERO TO GT-Detail-Count(WS-Gen-Idx).
           MOVE ZERO TO GT-Hash-Total(WS-Gen-Idx).
           MOVE ZERO TO GT-Trailer-Count(WS-Gen-Idx).
           MOVE ZERO TO GT-Trailer-Hash(WS-Gen-Idx).
           MOVE ZERO TO GT-Sent-Count(WS-Gen-Idx).
           MOVE ZERO TO GT-Acked-Count(WS-Gen-Idx).
           MOVE "N" TO GT-Trailer-Switch(WS-Gen-Idx).
           MOVE "N" TO GT-Controls-Switch(WS-Gen-Idx).
           MOVE "N" TO GT-Feed-Known-Switch(WS-Gen-Idx).
           MOVE "N" TO GT-Release-Switch(WS-Gen-Idx).

       EndGeneration.
           IF WS-Current-Generation > 0 THEN
                   SET WS-Gen-Idx TO WS-Current-Generation
                   SET GT-Trailer-Found(WS-Gen-Idx) TO TRUE
                   MOVE IT-RECORD-COUNT TO GT-Trailer-Count(WS-Gen-Idx)
                   MOVE IT-HASH-TOTAL TO GT-Trailer-Hash(WS-Gen-Idx)
                   MOVE ZERO TO WS-Current-Generation
           ELSE
                   IF NOT WS-Generation-Table-Full THEN
                           MOVE "*NOHDR*" TO QL-Feed-DD
                           MOVE IT-TRANSMISSION-SEQ TO QL-Sequence
                           MOVE "TRAILER WITH NO HEADER RECORD"
                               TO QL-Condition
                           WRITE ReportLine
                               FROM Sequence-Exception-Line
                           ADD 1 TO WS-Control-Error-Count
                   END-IF
           END-IF.

       StoreOneDetailRecord.
           IF WS-Current-Generation = 0
                   AND NOT WS-Generation-Table-Full THEN
                   PERFORM StartHeaderlessGeneration
           END-IF.
           IF WS-Current-Generation > 0 THEN
                   SET WS-Gen-Idx TO WS-Current-Generation
                   ADD 1 TO GT-Detail-Count(WS-Gen-Idx)
                   ADD IO-RESULT TO GT-Hash-Total(WS-Gen-Idx)
           END-IF.
           IF IO-STATUS = "S" THEN
                   PERFORM StoreOneSentRecord
           END-IF.

       StoreOneSentRecord.
           IF WS-Current-Generation > 0 THEN
                   SET WS-Gen-Idx TO WS-Current-Generation
                   ADD 1 TO GT-Sent-Count(WS-Gen-Idx)
           END-IF.
           IF WS-Sent-Count < 2000 THEN
                   ADD 1 TO WS-Sent-Count
                   SET WS-Sent-Idx TO WS-Sent-Count
                   MOVE IO-REQUESTOR-ID
                       TO SN-Requestor-Id(WS-Sent-Idx)
                   MOVE IO-N TO SN-N(WS-Sent-Idx)
                   IF IO-LUCAS-RESULT THEN
                           MOVE "L" TO SN-Sequence-Type(WS-Sent-Idx)
                   ELSE
                           MOVE "F" TO SN-Sequence-Type(WS-Sent-Idx)
                   END-IF
                   MOVE IO-RUN-DATE
                       TO SN-Run-Date(WS-Sent-Idx)
                   MOVE IO-RUN-NUMBER
                       TO SN-Run-Number(WS-Sent-Idx)
                   MOVE WS-Current-Generation
                       TO SN-Generation(WS-Sent-Idx)
                   MOVE "N" TO SN-Ack-Flag(WS-Sent-Idx)
           ELSE
                   SET WS-Sent-Table-Full TO TRUE
           END-IF.

       MatchAcks.

       MatchOneAck.
           MOVE "N" TO WS-Match-Switch.
           IF AK-SEQUENCE-TYPE = SPACE THEN
                   MOVE "F" TO WS-Ack-Sequence-Type
           ELSE
                   MOVE AK-SEQUENCE-TYPE TO WS-Ack-Sequence-Type
           END-IF.
           SET WS-Sent-Idx TO 1.
           PERFORM UNTIL WS-Sent-Idx > WS-Sent-Count
                   OR WS-Ack-Matched
               IF SN-Not-Acked(WS-Sent-Idx)
                       AND SN-Requestor-Id(WS-Sent-Idx)
                           = AK-REQUESTOR-ID
                       AND SN-N(WS-Sent-Idx) = AK-N
                       AND SN-Sequence-Type(WS-Sent-Idx)
                           = WS-Ack-Sequence-Type
                       AND SN-Run-Number(WS-Sent-Idx)
                           = AK-RUN-NUMBER THEN
                       SET WS-Ack-Matched TO TRUE
               ELSE
                       SET WS-Sent-Idx UP BY 1
                           MOVE "A" TO SN-Ack-Flag(WS-Sent-Idx)
                           ADD 1 TO WS-Accepted-Count
                   END-IF
           ELSE
                   PERFORM CheckAckForReleasedRun
           END-IF.

       CheckAckForReleasedRun.
           SET WS-Skip-Idx TO 1.
           PERFORM UNTIL WS-Skip-Idx > WS-Skipped-Count
                   OR WS-Ack-Matched
               IF WS-Skipped-Run-Number(WS-Skip-Idx)
                       = AK-RUN-NUMBER THEN
                       SET WS-Ack-Matched TO TRUE
               ELSE
                       SET WS-Skip-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF WS-Ack-Matched THEN
                   ADD 1 TO WS-Released-Ack-Count
           ELSE
                   ADD 1 TO WS-Unmatched-Count
                   MOVE AK-REQUESTOR-ID TO UL-Requestor-Id
                   MOVE AK-N TO UL-N
                   MOVE WS-Ack-Sequence-Type TO UL-Sequence-Type
                   MOVE AK-RUN-NUMBER TO UL-Run-Number
                   MOVE AK-RUN-DATE TO UL-Run-Date
                   WRITE ReportLine FROM Unmatched-Line
           END-IF.
           END-PERFORM.

       WriteAgingLine.
           MOVE SN-Requestor-Id(WS-Sent-Idx) TO DL-Requestor-Id.
           MOVE SN-Sequence-Type(WS-Sent-Idx) TO DL-Sequence-Type.
           MOVE SN-N(WS-Sent-Idx) TO DL-N.
           MOVE SN-Run-Number(WS-Sent-Idx) TO DL-Run-Number.
           MOVE SN-Run-Date(WS-Sent-Idx) TO DL-Run-Date.
           IF SN-Run-Date(WS-Sent-Idx) IS NUMERIC THEN
                   MOVE SN-Run-Date(WS-Sent-Idx)
           END-IF.
           WRITE ReportLine FROM Detail-Line.

       TallyGenerationAcks.
           SET WS-Sent-Idx TO 1.
           PERFORM UNTIL WS-Sent-Idx > WS-Sent-Count
               IF SN-Generation(WS-Sent-Idx) > 0
                       AND NOT SN-Not-Acked(WS-Sent-Idx) THEN
                       SET WS-Gen-Idx TO SN-Generation(WS-Sent-Idx)
                       ADD 1 TO GT-Acked-Count(WS-Gen-Idx)
               END-IF
               SET WS-Sent-Idx UP BY 1
           END-PERFORM.

       CheckGenerationTotals.
           SET WS-Gen-Idx TO 1.
           PERFORM UNTIL WS-Gen-Idx > WS-Generation-Count
               PERFORM CheckOneGeneration
               SET WS-Gen-Idx UP BY 1
           END-PERFORM.

       CheckOneGeneration.
           MOVE "N" TO GT-Controls-Switch(WS-Gen-Idx).
           EVALUATE TRUE
               WHEN GT-Feed-DD(WS-Gen-Idx) = "*NOHDR*"
                   MOVE "NO HEADER RECORD" TO XL-Condition
               WHEN NOT GT-Trailer-Found(WS-Gen-Idx)
                   MOVE "NO TRAILER - FEED TRUNCATED" TO XL-Condition
               WHEN GT-Trailer-Count(WS-Gen-Idx)
                       NOT = GT-Detail-Count(WS-Gen-Idx)
                   MOVE "TRAILER COUNT MISMATCH" TO XL-Condition
               WHEN GT-Trailer-Hash(WS-Gen-Idx)
                       NOT = GT-Hash-Total(WS-Gen-Idx)
                   MOVE "TRAILER HASH TOTAL MISMATCH" TO XL-Condition
               WHEN OTHER
                   SET GT-Controls-OK(WS-Gen-Idx) TO TRUE
                   IF GT-Acked-Count(WS-Gen-Idx)
                           < GT-Sent-Count(WS-Gen-Idx) THEN
                           MOVE "AWAITING ACKNOWLEDGMENT"
                               TO XL-Condition
                   ELSE
                           MOVE "FULLY ACKNOWLEDGED" TO XL-Condition
                   END-IF
           END-EVALUATE.
           IF NOT GT-Controls-OK(WS-Gen-Idx) THEN
                   ADD 1 TO WS-Control-Error-Count
           END-IF.
           MOVE GT-Feed-DD(WS-Gen-Idx) TO XL-Feed-DD.
           MOVE GT-Transmission-Seq(WS-Gen-Idx) TO XL-Sequence.
           MOVE GT-Run-Number(WS-Gen-Idx) TO XL-Run-Number.
           MOVE GT-Detail-Count(WS-Gen-Idx) TO XL-Records.
           MOVE GT-Acked-Count(WS-Gen-Idx) TO XL-Acked.
           WRITE ReportLine FROM Transmission-Line.

       CheckFeedSequences.
           WRITE ReportLine FROM SPACES.
           OPEN I-O FeedControlFile.
           IF WS-Feed-Control-Status = "00" THEN
                   SET WS-Feed-Control-Available TO TRUE
                   OPEN OUTPUT FeedReleaseFile
                   PERFORM UNTIL WS-Feed-Control-EOF
                       READ FeedControlFile NEXT RECORD
                           AT END
                               SET WS-Feed-Control-EOF TO TRUE
                           NOT AT END
                               PERFORM CheckOneFeed
                       END-READ
                   END-PERFORM
                   CLOSE FeedReleaseFile
                   CLOSE FeedControlFile
           ELSE
                   DISPLAY "NO FEED CONTROL FILE FEEDCTL FOUND - "
                       "SEQUENCES NOT CHECKED, NOTHING RELEASED"
           END-IF.
           PERFORM CheckUnknownFeeds.

       CheckOneFeed.
           MOVE "N" TO WS-Feed-Changed-Switch.
           SET WS-Gen-Idx TO 1.
           PERFORM UNTIL WS-Gen-Idx > WS-Generation-Count
               IF GT-Feed-DD(WS-Gen-Idx) = FC-FEED-DD THEN
                       PERFORM CheckGenerationSequence
               END-IF
               SET WS-Gen-Idx UP BY 1
           END-PERFORM.
           COMPUTE WS-Check-Seq = FC-LAST-SEQ-RELEASED + 1.
           PERFORM UNTIL WS-Check-Seq > FC-LAST-SEQ-SENT
               PERFORM CountSequence
               EVALUATE TRUE
                   WHEN WS-Seq-Occurrences = 0
                           AND NOT WS-Generation-Table-Full
                       MOVE "SEQUENCE MISSING - GAP"
                           TO QL-Condition
                       PERFORM WriteSequenceException
                   WHEN WS-Seq-Occurrences > 1
                       MOVE "SEQUENCE REPEATED"
                           TO QL-Condition
                       PERFORM WriteSequenceException
               END-EVALUATE
               ADD 1 TO WS-Check-Seq
           END-PERFORM.
           PERFORM ReleaseGenerations.
           IF WS-Feed-Changed THEN
                   REWRITE FIB-FEED-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING FEED CONTROL "
                               "FILE FEEDCTL - STATUS "
                               WS-Feed-Control-Status
                               " - FEED " FC-FEED-DD
                   END-REWRITE
           END-IF.
           COMPUTE WS-Retained-Count = WS-Retained-Count
               + FC-LAST-SEQ-SENT - FC-LAST-SEQ-RELEASED.

       CheckGenerationSequence.
           SET GT-Feed-Known(WS-Gen-Idx) TO TRUE.
           MOVE GT-Transmission-Seq(WS-Gen-Idx) TO WS-Check-Seq.
           IF WS-Check-Seq <= FC-LAST-SEQ-RELEASED THEN
                   MOVE "REPEAT OF RELEASED SEQUENCE"
                       TO QL-Condition
                   PERFORM WriteSequenceException
           END-IF.
           IF WS-Check-Seq > FC-LAST-SEQ-SENT THEN
                   MOVE "SEQUENCE BEYOND LAST SENT"
                       TO QL-Condition
                   PERFORM WriteSequenceException
           END-IF.

       CountSequence.
           MOVE ZERO TO WS-Seq-Occurrences.
           MOVE ZERO TO WS-Seq-Generation.
           SET WS-Gen-Idx TO 1.
           PERFORM UNTIL WS-Gen-Idx > WS-Generation-Count
               IF GT-Feed-DD(WS-Gen-Idx) = FC-FEED-DD
                       AND GT-Transmission-Seq(WS-Gen-Idx)
                           = WS-Check-Seq THEN
                       ADD 1 TO WS-Seq-Occurrences
                       SET WS-Seq-Generation TO WS-Gen-Idx
               END-IF
               SET WS-Gen-Idx UP BY 1
           END-PERFORM.

       WriteSequenceException.
           MOVE FC-FEED-DD TO QL-Feed-DD.
           MOVE WS-Check-Seq TO QL-Sequence.
           WRITE ReportLine FROM Sequence-Exception-Line.
           ADD 1 TO WS-Sequence-Error-Count.

       ReleaseGenerations.
           MOVE "N" TO WS-Release-Switch.
           PERFORM UNTIL WS-Release-Stopped
                   OR FC-LAST-SEQ-RELEASED >= FC-LAST-SEQ-SENT
               COMPUTE WS-Check-Seq = FC-LAST-SEQ-RELEASED + 1
               PERFORM CountSequence
               IF WS-Seq-Occurrences = 1 THEN
                       SET WS-Gen-Idx TO WS-Seq-Generation
                       IF GT-Controls-OK(WS-Gen-Idx)
                               AND GT-Acked-Count(WS-Gen-Idx)
                                   >= GT-Sent-Count(WS-Gen-Idx) THEN
                               PERFORM ReleaseOneGeneration
                       ELSE
                               SET WS-Release-Stopped TO TRUE
                       END-IF
               ELSE
                       SET WS-Release-Stopped TO TRUE
               END-IF
           END-PERFORM.

       ReleaseOneGeneration.
           MOVE GT-Feed-DD(WS-Gen-Idx) TO FL-FEED-DD.
           MOVE GT-Transmission-Seq(WS-Gen-Idx) TO FL-TRANSMISSION-SEQ.
           MOVE GT-Run-Number(WS-Gen-Idx) TO FL-RUN-NUMBER.
           MOVE GT-Run-Date(WS-Gen-Idx) TO FL-RUN-DATE.
           MOVE GT-Detail-Count(WS-Gen-Idx) TO FL-RECORD-COUNT.
           MOVE WS-Today TO FL-RELEASE-DATE.
           WRITE FIB-FEED-RELEASE-RECORD.
           IF WS-Feed-Release-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING FEED RELEASE FILE - "
                       "STATUS " WS-Feed-Release-Status
                   SET WS-Release-Stopped TO TRUE
           ELSE
                   SET GT-Released(WS-Gen-Idx) TO TRUE
                   MOVE GT-Transmission-Seq(WS-Gen-Idx)
                       TO FC-LAST-SEQ-RELEASED
                   MOVE WS-Today TO FC-LAST-RELEASE-DATE
                   SET WS-Feed-Changed TO TRUE
                   ADD 1 TO WS-Released-Count
           END-IF.

       CheckUnknownFeeds.
           IF WS-Feed-Control-Available THEN
                   SET WS-Gen-Idx TO 1
                   PERFORM UNTIL WS-Gen-Idx > WS-Generation-Count
                       IF NOT GT-Feed-Known(WS-Gen-Idx)
                               AND GT-Feed-DD(WS-Gen-Idx)
                                   NOT = "*NOHDR*" THEN
                               MOVE GT-Feed-DD(WS-Gen-Idx)
                                   TO QL-Feed-DD
                               MOVE GT-Transmission-Seq(WS-Gen-Idx)
                                   TO QL-Sequence
                               MOVE "FEED NOT ON FEEDCTL"
                                   TO QL-Condition
                               WRITE ReportLine
                                   FROM Sequence-Exception-Line
                               ADD 1 TO WS-Sequence-Error-Count
                       END-IF
                       SET WS-Gen-Idx UP BY 1
                   END-PERFORM
           END-IF.

       WriteTrailer.
           MOVE WS-Sent-Count TO TL-Sent.
           MOVE WS-Accepted-Count TO TL-Accepted.
           MOVE WS-Rejected-Count TO TL-Rejected.
           MOVE WS-Unacked-Count TO TL-Unacked.
           MOVE WS-Unmatched-Count TO TL-Unmatched.
           MOVE WS-Generation-Count TO TL-Generations.
           MOVE WS-Control-Error-Count TO TL-Control-Errors.
           MOVE WS-Sequence-Error-Count TO TL-Sequence-Errors.
           MOVE WS-Released-Count TO TL-Released.
           MOVE WS-Retained-Count TO TL-Retained.
           MOVE WS-Skipped-Count TO TL-Skipped.
           MOVE WS-Released-Ack-Count TO TL-Released-Acks.
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
           WRITE ReportLine FROM Trailer-Line-10.
           WRITE ReportLine FROM Trailer-Line-11.
           WRITE ReportLine FROM Trailer-Line-12.
           IF WS-Sent-Table-Full THEN
                   DISPLAY "INTERFACE TABLE FULL - SOME SENT "
                       "RECORDS NOT RECONCILED"
           END-IF.
           IF WS-Generation-Table-Full THEN
                   DISPLAY "GENERATION TABLE FULL - SOME FEED "
                       "GENERATIONS NOT CHECKED"
           END-IF.
           IF WS-Skipped-Table-Full THEN
                   DISPLAY "MORE RELEASED GENERATIONS STILL CATALOGED "
                       "THAN CAN BE LISTED - UNCATALOG THEM"
           END-IF.

       WriteControlTotals.
           MOVE "FIBACKRP" TO CT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CT-RUN-TIME.
           MOVE RETURN-CODE TO CT-RETURN-CODE.
           MOVE WS-Sent-Count TO CT-ITEMS-CHECKED.
           MOVE WS-Unacked-Count TO CT-EXCEPTION-COUNT.
           COMPUTE CT-ERROR-COUNT = WS-Control-Error-Count
               + WS-Sequence-Error-Count.
           OPEN EXTEND ControlTotalFile.
           IF WS-Control-Total-Status = "35" THEN
                   OPEN OUTPUT ControlTotalFile
           END-IF.
           WRITE FIB-CONTROL-TOTAL-RECORD.
           IF WS-Control-Total-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING CONTROL TOTALS NITECTL - "
                       "STATUS " WS-Control-Total-Status
           END-IF.
           CLOSE ControlTotalFile.

       SetReturnCode.
           IF WS-Unmatched-Count > 0
                   OR WS-Rejected-Count > 0
                   OR WS-Unacked-Count > 0
                   OR WS-Control-Error-Count > 0
                   OR WS-Sequence-Error-Count > 0 THEN
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.

       WriteStepStart.
           SET TM-STEP-START TO TRUE.
           MOVE ZERO TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepEnd.
           SET TM-STEP-END TO TRUE.
           MOVE RETURN-CODE TO TM-RETURN-CODE.
           PERFORM WriteStepTimingRecord.

       WriteStepTimingRecord.
           MOVE "FIBACKRP" TO TM-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TM-TIME.
           MOVE ZERO TO TM-RUN-NUMBER.
           OPEN EXTEND StepTimingFile.
           IF WS-Step-Timing-Status = "35" THEN
                   OPEN OUTPUT StepTimingFile
           END-IF.
           WRITE FIB-STEP-TIMING-RECORD.
           IF WS-Step-Timing-Status NOT = "00" THEN
                   DISPLAY "ERROR WRITING STEP TIMING LOG STEPTIME - "
                       "STATUS " WS-Step-Timing-Status
           END-IF.
           CLOSE StepTimingFile.
