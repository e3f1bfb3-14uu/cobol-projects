           SELECT SummaryReportFile ASSIGN TO SummaryReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryReportStatus.
           SELECT RunTimingFile ASSIGN TO "RUN-TIMING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunTimingStatus.
           SELECT HeldItemsFile ASSIGN TO "HELD-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldItemsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
               05 SRF-CREDIT-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-REJECT-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-REVERSAL-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-REVERSAL-TOTAL PIC S9(7).
               05 FILLER PIC X.
               05 SRF-HELD-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-HELD-TOTAL PIC S9(7).
       FD  RejectsFile.
           01 RejectRecord PIC X(60).
       FD  SummaryReportFile.
           01 SummaryReportRecord PIC X(80).
       FD  RunTimingFile.
           01 RunTimingRecord.
               05 RTM-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 RTM-KIND PIC X(4).
               05 FILLER PIC X.
               05 RTM-NAME PIC X(40).
               05 FILLER PIC X.
               05 RTM-START PIC X(14).
               05 FILLER PIC X.
               05 RTM-END PIC X(14).
               05 FILLER PIC X.
               05 RTM-RC PIC 99.
       FD  HeldItemsFile.
           01 HeldItemRecord.
               05 HLD-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 HLD-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 HLD-INDEX PIC 9(5).
               05 FILLER PIC X.
               05 HLD-REASON PIC X(12).
               05 FILLER PIC X.
               05 HLD-VALUE PIC ----9.
               05 FILLER PIC X.
               05 HLD-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 HLD-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 HLD-STATUS PIC X.
               05 FILLER PIC X.
               05 HLD-DECIDED-BY PIC X(8).
               05 FILLER PIC X.
               05 HLD-DECIDED-DATE PIC X(8).
               05 FILLER PIC X.
               05 HLD-NOTE PIC X(30).
               05 FILLER PIC X.
               05 HLD-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
           01 RunControlStatus PIC XX.
           01 BatchResultsStatus PIC XX.
           01 SumResultFileStatus PIC XX.
           01 RejectsFileStatus PIC XX.
           01 SummaryReportStatus PIC XX.
           01 HeldItemsStatus PIC XX.
           01 RunTimingStatus PIC XX.
           01 RunId PIC X(13).
           01 SumResultFileName PIC X(40).
           01 RejectsFileName PIC X(30).
               88 END-OF-SUM-FILE VALUE 'Y'.
           01 RejectsEof PIC X VALUE 'N'.
               88 END-OF-REJECTS-FILE VALUE 'Y'.
           01 HeldItemsEof PIC X VALUE 'N'.
               88 END-OF-HELD-ITEMS VALUE 'Y'.
           01 AwaitingReleaseCount PICTURE 9(5) VALUE 0.
           01 HeldBatchCount PICTURE 99 VALUE 0.
           01 EditedHeldTotal PIC -(6)9.
           01 TokenOne PIC X(16).
           01 TokenTwo PIC X(16).
           01 TokenThree PIC X(16).
           01 ParsedRc PICTURE 99.
           01 StepTableCount PICTURE 99 VALUE 0.
           01 StepPosition PICTURE 99.
           01 StepMatch PICTURE 99.
           01 RestartSeen PIC X VALUE 'N'.
               88 RUN-WAS-RESTARTED VALUE 'Y'.
           01 RestartStep PIC X(16) VALUE SPACES.
           01 StepTable.
               05 StepEntry OCCURS 20.
                   10 STP-NAME PIC X(16).
                   10 STP-RC PIC 99.
                   10 STP-TIMED PIC X.
                   10 STP-ELAPSED PIC 9(6).
           01 TimingEof PIC X VALUE 'N'.
               88 END-OF-TIMING-FILE VALUE 'Y'.
           01 WindowStart PIC X(14) VALUE SPACES.
           01 WindowEnd PIC X(14) VALUE SPACES.
           01 TimingStamp PIC X(14).
           01 TimingParts REDEFINES TimingStamp.
               05 TMP-DATE PIC 9(8).
               05 TMP-HOUR PIC 99.
               05 TMP-MINUTE PIC 99.
               05 TMP-SECOND PIC 99.
           01 StampSeconds PICTURE 9(12).
           01 StartSeconds PICTURE 9(12).
           01 ElapsedSeconds PICTURE 9(6).
           01 EditedElapsed PIC Z(5)9.
           01 SlaStatusText PIC X(60) VALUE "NOT CHECKED".
           01 BatchTableCount PICTURE 99 VALUE 0.
           01 BatchPosition PICTURE 99.
           01 BatchTable.
               05 BatchEntry OCCURS 20.
                   10 BAT-ID PIC X(17).
                   10 BAT-COUNT PIC 9(5).
                   10 BAT-HELD-COUNT PIC 9(5).
                   10 BAT-HELD-TOTAL PIC S9(7).
           01 RejectTally PICTURE 9(5).
           01 SumRejectCount PICTURE 9(5) VALUE 0.
           01 AvgRejectCount PICTURE 9(5) VALUE 0.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-ID.
            PERFORM SCAN-BATCH-RESULTS.
            PERFORM LOAD-STEP-TIMINGS.
            PERFORM LOAD-BATCH-COUNTS.
            PERFORM COUNT-AWAITING-RELEASE.
            MOVE "ARGS-SUM-REJECTS.DAT" TO RejectsFileName.
            PERFORM COUNT-ONE-REJECTS-FILE.
            MOVE RejectTally TO SumRejectCount.
            EVALUATE TRUE
                WHEN BatchResultsRecord(1:5) = "STEP "
                    PERFORM PARSE-STEP-RC-LINE
                WHEN BatchResultsRecord(1:22)
                        = "RUN RESTARTED AT STEP:"
                    SET RUN-WAS-RESTARTED TO TRUE
                    MOVE BatchResultsRecord(24:16) TO RestartStep
                WHEN BatchResultsRecord(1:18) = "*** VARIANCE ALERT"
                    SET VARIANCE-ALERT-SEEN TO TRUE
                    IF VarianceLineOne = SPACES
                        MOVE BatchResultsRecord(1:78)
                            TO VarianceLineOne
                    END-IF
                WHEN BatchResultsRecord(1:11) = "SLA STATUS:"
                    MOVE BatchResultsRecord(13:60) TO SlaStatusText
                WHEN BatchResultsRecord(1:17) = "RECONCILIATION OK"
                    MOVE "OK" TO ReconcileVerdict
                WHEN BatchResultsRecord(1:23)
                    TokenFive.
            IF TokenThree = "RETURN" AND TokenFour = "CODE:"
                AND FUNCTION TEST-NUMVAL(TokenFive) = 0
                MOVE 0 TO StepMatch
                MOVE 1 TO StepPosition
                PERFORM UNTIL StepPosition > StepTableCount
                    IF STP-NAME(StepPosition) = TokenTwo
                        MOVE StepPosition TO StepMatch
                    END-IF
                    ADD 1 TO StepPosition
                END-PERFORM
                IF StepMatch = 0 AND StepTableCount < 20
                    ADD 1 TO StepTableCount
                    MOVE StepTableCount TO StepMatch
                    MOVE TokenTwo TO STP-NAME(StepMatch)
                    MOVE 'N' TO STP-TIMED(StepMatch)
                END-IF
                IF StepMatch > 0
                    COMPUTE ParsedRc = FUNCTION NUMVAL(TokenFive)
                    MOVE ParsedRc TO STP-RC(StepMatch)
                END-IF
            END-IF.
       LOAD-STEP-TIMINGS.
            OPEN INPUT RunTimingFile.
            IF RunTimingStatus = "00"
                PERFORM UNTIL END-OF-TIMING-FILE
                    READ RunTimingFile
                        AT END
                            SET END-OF-TIMING-FILE TO TRUE
                        NOT AT END
                            IF RTM-RUN-ID = RunId
                                AND RTM-KIND = "STEP"
                                AND RTM-START IS NUMERIC
                                AND RTM-END IS NUMERIC
                                PERFORM NOTE-STEP-TIMING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RunTimingFile
            END-IF.
       NOTE-STEP-TIMING.
            MOVE RTM-START TO TimingStamp.
            PERFORM COMPUTE-STAMP-SECONDS.
            MOVE StampSeconds TO StartSeconds.
            MOVE RTM-END TO TimingStamp.
            PERFORM COMPUTE-STAMP-SECONDS.
            IF StampSeconds > StartSeconds
                COMPUTE ElapsedSeconds = StampSeconds - StartSeconds
            ELSE
                MOVE 0 TO ElapsedSeconds
            END-IF.
            IF WindowStart = SPACES OR RTM-START < WindowStart
                MOVE RTM-START TO WindowStart
            END-IF.
            IF WindowEnd = SPACES OR RTM-END > WindowEnd
                MOVE RTM-END TO WindowEnd
            END-IF.
            MOVE 1 TO StepPosition.
            PERFORM UNTIL StepPosition > StepTableCount
                IF STP-NAME(StepPosition) = RTM-NAME
                    MOVE 'Y' TO STP-TIMED(StepPosition)
                    MOVE ElapsedSeconds TO STP-ELAPSED(StepPosition)
                END-IF
                ADD 1 TO StepPosition
            END-PERFORM.
       COMPUTE-STAMP-SECONDS.
            COMPUTE StampSeconds =
                FUNCTION INTEGER-OF-DATE(TMP-DATE) * 86400
                + TMP-HOUR * 3600 + TMP-MINUTE * 60 + TMP-SECOND.
       LOAD-BATCH-COUNTS.
            MOVE SPACES TO SumResultFileName.
            STRING "ARGS-SUM-RESULT." DELIMITED BY SIZE
                                    TO BAT-ID(BatchTableCount)
                                MOVE SRF-COUNT
                                    TO BAT-COUNT(BatchTableCount)
                                PERFORM NOTE-BATCH-HELD-ITEMS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SumResultFile
            END-IF.
       NOTE-BATCH-HELD-ITEMS.
            IF SRF-HELD-COUNT IS NUMERIC
                AND SRF-HELD-TOTAL IS NUMERIC
                MOVE SRF-HELD-COUNT TO BAT-HELD-COUNT(BatchTableCount)
                MOVE SRF-HELD-TOTAL TO BAT-HELD-TOTAL(BatchTableCount)
            ELSE
                MOVE 0 TO BAT-HELD-COUNT(BatchTableCount)
                MOVE 0 TO BAT-HELD-TOTAL(BatchTableCount)
            END-IF.
            IF BAT-HELD-COUNT(BatchTableCount) > 0
                ADD 1 TO HeldBatchCount
            END-IF.
       COUNT-AWAITING-RELEASE.
            MOVE 0 TO AwaitingReleaseCount.
            OPEN INPUT HeldItemsFile.
            IF HeldItemsStatus = "00"
                PERFORM UNTIL END-OF-HELD-ITEMS
                    READ HeldItemsFile
                        AT END
                            SET END-OF-HELD-ITEMS TO TRUE
                        NOT AT END
                            IF HLD-STATUS = "H"
                                ADD 1 TO AwaitingReleaseCount
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HeldItemsFile
            END-IF.
       COUNT-ONE-REJECTS-FILE.
            MOVE 0 TO RejectTally.
            MOVE 'N' TO RejectsEof.
                RunId DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            IF RUN-WAS-RESTARTED
                MOVE SPACES TO ReportLine
                STRING "RUN RESTARTED AT STEP " DELIMITED BY SIZE
                    RestartStep DELIMITED BY SPACE
                    " - COMPLETED STEPS SKIPPED"
                    DELIMITED BY SIZE
                    INTO ReportLine
                PERFORM WRITE-SUMMARY-LINE
            END-IF.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE "STEP RETURN CODES:" TO ReportLine.
                    "  " DELIMITED BY SIZE
                    STP-RC(StepPosition) DELIMITED BY SIZE
                    INTO ReportLine
                IF STP-TIMED(StepPosition) = 'Y'
                    MOVE STP-ELAPSED(StepPosition) TO EditedElapsed
                    STRING "  ELAPSED " DELIMITED BY SIZE
                        EditedElapsed DELIMITED BY SIZE
                        " SECS" DELIMITED BY SIZE
                        INTO ReportLine(23:30)
                END-IF
                PERFORM WRITE-SUMMARY-LINE
                ADD 1 TO StepPosition
            END-PERFORM.
            IF WindowStart NOT = SPACES
                MOVE WindowStart TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                MOVE StampSeconds TO StartSeconds
                MOVE WindowEnd TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                COMPUTE ElapsedSeconds = StampSeconds - StartSeconds
                MOVE ElapsedSeconds TO EditedElapsed
                MOVE SPACES TO ReportLine
                STRING "  BATCH WINDOW SO FAR   ELAPSED "
                    DELIMITED BY SIZE
                    EditedElapsed DELIMITED BY SIZE
                    " SECS" DELIMITED BY SIZE
                    INTO ReportLine
                PERFORM WRITE-SUMMARY-LINE
            END-IF.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE "BATCH RECORD COUNTS (ARGS-SUM):" TO ReportLine.
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE "HELD ITEMS (EXCLUDED FROM TOTALS):" TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            IF HeldBatchCount = 0
                MOVE "  NO ITEMS HELD IN THIS RUN" TO ReportLine
                PERFORM WRITE-SUMMARY-LINE
            END-IF.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF BAT-HELD-COUNT(BatchPosition) > 0
                    MOVE BAT-HELD-TOTAL(BatchPosition)
                        TO EditedHeldTotal
                    MOVE SPACES TO ReportLine
                    STRING "  " DELIMITED BY SIZE
                        BAT-ID(BatchPosition) DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        BAT-HELD-COUNT(BatchPosition)
                        DELIMITED BY SIZE
                        " HELD  TOTAL " DELIMITED BY SIZE
                        EditedHeldTotal DELIMITED BY SIZE
                        INTO ReportLine
                    PERFORM WRITE-SUMMARY-LINE
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            STRING "  AWAITING RELEASE (ALL RUNS): " DELIMITED BY SIZE
                AwaitingReleaseCount DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE "REJECTED RECORDS:" TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE SPACES TO ReportLine.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE SPACES TO ReportLine.
            STRING "SLA STATUS: " DELIMITED BY SIZE
                SlaStatusText DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-SUMMARY-LINE.
            MOVE SPACES TO ReportLine.
            STRING "OVERALL STATUS: " DELIMITED BY SIZE
                OverallStatus DELIMITED BY SIZE
                INTO ReportLine.
