           SELECT ClosedMonthsFile ASSIGN TO "CLOSED-MONTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedMonthsStatus.
           SELECT LedgerFile ASSIGN TO "POSITION-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT GenerationFile ASSIGN TO GenerationFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenerationFileStatus.
           SELECT RunRegisterFile ASSIGN TO "RUN-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunRegisterStatus.
           SELECT SumResultFile ASSIGN TO SumResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SumResultFileStatus.
           SELECT ProofReportFile ASSIGN TO ProofReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProofReportStatus.
           SELECT ApprovalQueueFile ASSIGN TO "APPROVAL-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovalQueueStatus.
           SELECT ClosedYearsFile ASSIGN TO "CLOSED-YEARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedYearsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BatchHistoryFile.
               05 CLM-RECORDS PIC 9(7).
               05 FILLER PIC X.
               05 CLM-TOTAL PIC -9(9).99.
               05 FILLER PIC X.
               05 CLM-OPERATOR PIC X(8).
       FD  LedgerFile.
           01 LedgerRecord.
               05 PLG-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 PLG-DATE PIC X(8).
               05 FILLER PIC X.
               05 PLG-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 PLG-OPENING PIC S9(9).
               05 FILLER PIC X.
               05 PLG-DEBITS PIC S9(7).
               05 FILLER PIC X.
               05 PLG-CREDITS PIC S9(7).
               05 FILLER PIC X.
               05 PLG-NET PIC S9(7).
               05 FILLER PIC X.
               05 PLG-CLOSING PIC S9(9).
       FD  GenerationFile.
           01 GenerationRecord.
               05 FILLER PIC X(18).
               05 GLG-RUN-ID PIC X(13).
               05 FILLER PIC X(27).
               05 GLG-NET PIC S9(7).
               05 FILLER PIC X(10).
       FD  RunRegisterFile.
           01 RunRegisterRecord PIC X(13).
       FD  SumResultFile.
           01 SumResultRecord.
               05 SRF-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 SRF-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 SRF-RESULT PIC S99999.
               05 FILLER PIC X.
               05 SRF-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-DEBITS PIC S9(7).
               05 FILLER PIC X.
               05 SRF-DEBIT-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-CREDITS PIC S9(7).
               05 FILLER PIC X.
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
       FD  ProofReportFile.
           01 ProofReportRecord PIC X(80).
       FD  ApprovalQueueFile.
           01 ApprovalQueueRecord.
               05 APQ-ID PIC 9(5).
               05 FILLER PIC X.
               05 APQ-TYPE PIC X(10).
               05 FILLER PIC X.
               05 APQ-SUBJECT PIC X(60).
               05 FILLER PIC X.
               05 APQ-MAKER PIC X(8).
               05 FILLER PIC X.
               05 APQ-REQUESTED PIC X(14).
               05 FILLER PIC X.
               05 APQ-STATUS PIC X.
               05 FILLER PIC X.
               05 APQ-CHECKER PIC X(8).
               05 FILLER PIC X.
               05 APQ-DECIDED PIC X(14).
               05 FILLER PIC X.
               05 APQ-DETAIL PIC X(30).
               05 FILLER PIC X.
               05 APQ-NOTE PIC X(30).
       FD  ClosedYearsFile.
           01 ClosedYearsRecord.
               05 CLY-YEAR PIC X(4).
               05 FILLER PIC X(44).
       WORKING-STORAGE SECTION.
           01 ClosedYearsStatus PIC XX.
           01 ClosedYearsEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-YEARS VALUE 'Y'.
           01 YearClosed PIC X VALUE 'N'.
               88 YEAR-IS-CLOSED VALUE 'Y'.
           01 BatchHistoryStatus PIC XX.
           01 ClosedPeriodStatus PIC XX.
           01 ClosedMonthsStatus PIC XX.
           01 CloseMonth PIC X(6).
           01 ReopenMode PIC X VALUE 'N'.
               88 REOPEN-MODE-RUN VALUE 'Y'.
           01 ProofMode PIC X VALUE 'N'.
               88 PROOF-MODE-RUN VALUE 'Y'.
           01 LedgerFileStatus PIC XX.
           01 RunRegisterStatus PIC XX.
           01 SumResultFileStatus PIC XX.
           01 ProofReportStatus PIC XX.
           01 SumResultFileName PIC X(40).
           01 ProofReportFileName PIC X(40).
           01 LedgerEof PIC X VALUE 'N'.
               88 END-OF-LEDGER-FILE VALUE 'Y'.
           01 GenerationFileStatus PIC XX.
           01 GenerationFileName PIC X(30).
           01 PriorYear PIC 9(4).
           01 GenerationEof PIC X VALUE 'N'.
               88 END-OF-GENERATION-FILE VALUE 'Y'.
           01 RunRegisterEof PIC X VALUE 'N'.
               88 END-OF-RUN-REGISTER VALUE 'Y'.
           01 SumEof PIC X VALUE 'N'.
               88 END-OF-SUM-FILE VALUE 'Y'.
           01 ProofBalance PIC X VALUE 'Y'.
               88 PROOF-IN-BALANCE VALUE 'Y'.
           01 LedgerNet PICTURE S9(11) VALUE 0.
           01 LedgerEntryCount PICTURE 9(5) VALUE 0.
           01 HistoryTotal PICTURE S9(9)V99 VALUE 0.
           01 HistoryRunCount PICTURE 9(5) VALUE 0.
           01 ResultFilesTotal PICTURE S9(11) VALUE 0.
           01 ResultRunCount PICTURE 9(5) VALUE 0.
           01 MissingResultCount PICTURE 9(5) VALUE 0.
           01 RunIdCandidate PIC X(13).
           01 ProofSourceCount PICTURE 99 VALUE 0.
           01 ProofSourcePosition PICTURE 99.
           01 ProofSourceMatch PICTURE 99.
           01 ProofSourceTable.
               05 ProofSourceEntry OCCURS 50.
                   10 PRS-SOURCE PIC X(8).
                   10 PRS-PRIOR-DATE PIC X(8).
                   10 PRS-PRIOR-CLOSING PIC S9(9).
                   10 PRS-FIRST-DATE PIC X(8).
                   10 PRS-FIRST-OPENING PIC S9(9).
                   10 PRS-MONTH-NET PIC S9(9).
           01 EditedLedgerNet PIC -(10)9.
           01 EditedHistoryTotal PIC -(9)9.99.
           01 EditedResultsTotal PIC -(10)9.
           01 EditedPriorClosing PIC -(9)9.
           01 EditedFirstOpening PIC -(9)9.
           01 EditedSourceNet PIC -(9)9.
           01 SourceVerdict PIC X(10).
           01 ReportLine PIC X(80).
           01 MonthAlreadyClosed PIC X VALUE 'N'.
               88 MONTH-ALREADY-CLOSED VALUE 'Y'.
           01 FrozenRuns PICTURE 9(5) VALUE 0.
                   10 CLO-RUNS PIC 9(5).
                   10 CLO-RECORDS PIC 9(7).
                   10 CLO-TOTAL PIC S9(9)V99.
                   10 CLO-OPERATOR PIC X(8).
           01 OperatorId PIC X(10) VALUE SPACES.
           01 ApprovalQueueStatus PIC XX.
           01 ApprovalQueueEof PIC X VALUE 'N'.
               88 END-OF-APPROVAL-QUEUE VALUE 'Y'.
           01 ApprovalCount PICTURE 9(4) VALUE 0.
           01 ApprovalPosition PICTURE 9(4).
           01 ApprovedPosition PICTURE 9(4) VALUE 0.
           01 PendingPosition PICTURE 9(4) VALUE 0.
           01 LastApprovalId PICTURE 9(5) VALUE 0.
           01 ApprovalTable.
               05 ApprovalEntry OCCURS 2000.
                   10 APT-RECORD PIC X(189).
                   10 APT-ID PIC 9(5).
                   10 APT-TYPE PIC X(10).
                   10 APT-SUBJECT PIC X(60).
                   10 APT-MAKER PIC X(8).
                   10 APT-STATUS PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            EVALUATE ArgsNumber
                WHEN 2
                    DISPLAY 1 UPON ARGUMENT-NUMBER
                    ACCEPT FlagArg FROM ARGUMENT-VALUE
                    EVALUATE FlagArg
                        WHEN "-PROOF"
                            SET PROOF-MODE-RUN TO TRUE
                            DISPLAY 2 UPON ARGUMENT-NUMBER
                            ACCEPT CloseMonth FROM ARGUMENT-VALUE
                        WHEN "-REOPEN"
                            PERFORM DISPLAY-USAGE
                        WHEN OTHER
                            MOVE FlagArg TO CloseMonth
                            DISPLAY 2 UPON ARGUMENT-NUMBER
                            ACCEPT OperatorId FROM ARGUMENT-VALUE
                    END-EVALUATE
                WHEN 3
                    DISPLAY 1 UPON ARGUMENT-NUMBER
                    ACCEPT FlagArg FROM ARGUMENT-VALUE
                    IF FlagArg NOT = "-REOPEN"
                    SET REOPEN-MODE-RUN TO TRUE
                    DISPLAY 2 UPON ARGUMENT-NUMBER
                    ACCEPT CloseMonth FROM ARGUMENT-VALUE
                    DISPLAY 3 UPON ARGUMENT-NUMBER
                    ACCEPT OperatorId FROM ARGUMENT-VALUE
                WHEN OTHER
                    PERFORM DISPLAY-USAGE
            END-EVALUATE.
            IF FUNCTION TEST-NUMVAL(CloseMonth) NOT = 0
                PERFORM DISPLAY-USAGE
            END-IF.
            IF NOT PROOF-MODE-RUN
                IF OperatorId = SPACES OR OperatorId(9:2) NOT = SPACES
                    DISPLAY "OPERATOR ID MUST BE 1 TO 8 CHARACTERS"
                    PERFORM DISPLAY-USAGE
                END-IF
            END-IF.
            PERFORM CHECK-YEAR-CLOSED.
            IF YEAR-IS-CLOSED
                DISPLAY "YEAR " CloseMonth(1:4) " IS CLOSED - LEDGER "
                    "MOVED TO POSITION-LEDGER." CloseMonth(1:4) ".DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOSED-MONTHS.
            PERFORM CHECK-MONTH-CLOSED.
            EVALUATE TRUE
                WHEN REOPEN-MODE-RUN
                    PERFORM REOPEN-MONTH
                WHEN PROOF-MODE-RUN
                    PERFORM PROVE-MONTH
                    IF NOT PROOF-IN-BALANCE
                        MOVE 24 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    PERFORM CLOSE-MONTH
            END-EVALUATE.
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: MONTH-CLOSE YYYYMM OPERATOR".
            DISPLAY "       MONTH-CLOSE -REOPEN YYYYMM OPERATOR".
            DISPLAY "       MONTH-CLOSE -PROOF YYYYMM".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       LOAD-CLOSED-MONTHS.
                                COMPUTE
                                    CLO-TOTAL(ClosedTableCount) =
                                    FUNCTION NUMVAL(CLM-TOTAL)
                                MOVE CLM-OPERATOR TO
                                    CLO-OPERATOR(ClosedTableCount)
                            ELSE
                                DISPLAY "WARNING: CLOSED MONTH "
                                    "TABLE FULL, ENTRY SKIPPED"
                END-PERFORM
                CLOSE ClosedMonthsFile
            END-IF.
       CHECK-YEAR-CLOSED.
            OPEN INPUT ClosedYearsFile.
            IF ClosedYearsStatus = "00"
                PERFORM UNTIL END-OF-CLOSED-YEARS
                    READ ClosedYearsFile
                        AT END
                            SET END-OF-CLOSED-YEARS TO TRUE
                        NOT AT END
                            IF CLY-YEAR = CloseMonth(1:4)
                                SET YEAR-IS-CLOSED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ClosedYearsFile
            END-IF.
       CHECK-MONTH-CLOSED.
            MOVE 'N' TO MonthAlreadyClosed.
            MOVE 1 TO ClosedPosition.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PROVE-MONTH.
            IF NOT PROOF-IN-BALANCE
                DISPLAY "MONTH " CloseMonth " NOT CLOSED - LEDGER "
                    "TO HISTORY PROOF IS OUT OF BALANCE"
                DISPLAY "SEE " ProofReportFileName
                MOVE 24 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FREEZE-MONTH-HISTORY.
            PERFORM APPEND-CLOSED-MONTH.
            DISPLAY "MONTH " CloseMonth " CLOSED: " FrozenRuns
                " RUNS, " FrozenRecords " RECORDS FROZEN TO "
                ClosedPeriodFileName.
            DISPLAY "CLOSED BY OPERATOR " OperatorId.
            IF FrozenRuns = 0
                DISPLAY "WARNING: NO HISTORY RECORDS FOUND FOR "
                    CloseMonth
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-MONTH-HISTORY.
            IF BatchHistoryStatus NOT = "00"
                DISPLAY "BATCH HISTORY FILE NOT FOUND"
                MOVE 12 TO RETURN-CODE
            END-PERFORM.
            CLOSE BatchHistoryFile.
            CLOSE ClosedPeriodFile.
       OPEN-MONTH-HISTORY.
            MOVE 'N' TO HistoryEof.
            MOVE 'N' TO GenerationTried.
            MOVE FUNCTION CURRENT-DATE(1:4) TO CurrentYear.
            IF CloseMonth(1:4) < CurrentYear
                SET GENERATION-FILE-TRIED TO TRUE
                MOVE SPACES TO HistoryFileName
                STRING "BATCH-HISTORY." DELIMITED BY SIZE
                    CloseMonth(1:4) DELIMITED BY SIZE
                    ".DAT" DELIMITED BY SIZE
                    INTO HistoryFileName
            ELSE
                MOVE "BATCH-HISTORY.DAT" TO HistoryFileName
            END-IF.
            OPEN INPUT BatchHistoryFile.
            IF BatchHistoryStatus NOT = "00"
                AND GENERATION-FILE-TRIED
                DISPLAY "NO GENERATION FILE " HistoryFileName
                    " - FALLING BACK TO BATCH-HISTORY.DAT"
                MOVE "BATCH-HISTORY.DAT" TO HistoryFileName
                OPEN INPUT BatchHistoryFile
            END-IF.
       PROVE-MONTH.
            PERFORM PROVE-HISTORY-TOTAL.
            PERFORM PROVE-RESULT-FILES.
            PERFORM PROVE-LEDGER-MOVEMENTS.
            IF LedgerNet NOT = HistoryTotal
                OR ResultFilesTotal NOT = HistoryTotal
                MOVE 'N' TO ProofBalance
            END-IF.
            PERFORM WRITE-PROOF-REPORT.
       PROVE-HISTORY-TOTAL.
            PERFORM OPEN-MONTH-HISTORY.
            IF BatchHistoryStatus = "00"
                PERFORM UNTIL END-OF-HISTORY-FILE
                    READ BatchHistoryFile
                        AT END
                            SET END-OF-HISTORY-FILE TO TRUE
                        NOT AT END
                            IF BHR-DATE(1:6) = CloseMonth
                                AND BHR-PROGRAM = "ARGS-SUM"
                                ADD 1 TO HistoryRunCount
                                COMPUTE ParsedResult =
                                    FUNCTION NUMVAL(BHR-RESULT)
                                ADD ParsedResult TO HistoryTotal
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BatchHistoryFile
            END-IF.
       PROVE-RESULT-FILES.
            OPEN INPUT RunRegisterFile.
            IF RunRegisterStatus = "00"
                PERFORM UNTIL END-OF-RUN-REGISTER
                    READ RunRegisterFile
                        AT END
                            SET END-OF-RUN-REGISTER TO TRUE
                        NOT AT END
                            IF RunRegisterRecord(1:6) = CloseMonth
                                MOVE RunRegisterRecord
                                    TO RunIdCandidate
                                PERFORM ADD-ONE-RESULT-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RunRegisterFile
            END-IF.
       ADD-ONE-RESULT-FILE.
            MOVE SPACES TO SumResultFileName.
            STRING "ARGS-SUM-RESULT." DELIMITED BY SIZE
                RunIdCandidate DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO SumResultFileName.
            OPEN INPUT SumResultFile.
            IF SumResultFileStatus = "00"
                ADD 1 TO ResultRunCount
                MOVE 'N' TO SumEof
                PERFORM UNTIL END-OF-SUM-FILE
                    READ SumResultFile
                        AT END
                            SET END-OF-SUM-FILE TO TRUE
                        NOT AT END
                            ADD SRF-RESULT TO ResultFilesTotal
                    END-READ
                END-PERFORM
                CLOSE SumResultFile
            ELSE
                ADD 1 TO MissingResultCount
            END-IF.
       PROVE-LEDGER-MOVEMENTS.
            OPEN INPUT LedgerFile.
            IF LedgerFileStatus = "00"
                PERFORM UNTIL END-OF-LEDGER-FILE
                    READ LedgerFile
                        AT END
                            SET END-OF-LEDGER-FILE TO TRUE
                        NOT AT END
                            PERFORM NOTE-PROOF-LEDGER-RECORD
                    END-READ
                END-PERFORM
                CLOSE LedgerFile
            END-IF.
            COMPUTE PriorYear =
                FUNCTION NUMVAL(CloseMonth(1:4)) - 1.
            PERFORM PROVE-GENERATION-MOVEMENTS.
            MOVE 1 TO ProofSourcePosition.
            PERFORM UNTIL ProofSourcePosition > ProofSourceCount
                IF PRS-PRIOR-DATE(ProofSourcePosition) NOT = SPACES
                    AND PRS-FIRST-DATE(ProofSourcePosition)
                        NOT = SPACES
                    AND PRS-PRIOR-CLOSING(ProofSourcePosition)
                        NOT = PRS-FIRST-OPENING(ProofSourcePosition)
                    MOVE 'N' TO ProofBalance
                END-IF
                ADD 1 TO ProofSourcePosition
            END-PERFORM.
       PROVE-GENERATION-MOVEMENTS.
            MOVE SPACES TO GenerationFileName.
            STRING "POSITION-LEDGER." DELIMITED BY SIZE
                PriorYear DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO GenerationFileName.
            OPEN INPUT GenerationFile.
            IF GenerationFileStatus = "00"
                PERFORM UNTIL END-OF-GENERATION-FILE
                    READ GenerationFile
                        AT END
                            SET END-OF-GENERATION-FILE TO TRUE
                        NOT AT END
                            IF GLG-RUN-ID(1:6) = CloseMonth
                                ADD 1 TO LedgerEntryCount
                                ADD GLG-NET TO LedgerNet
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GenerationFile
            END-IF.
       NOTE-PROOF-LEDGER-RECORD.
            IF PLG-RUN-ID(1:6) = CloseMonth
                ADD 1 TO LedgerEntryCount
                ADD PLG-NET TO LedgerNet
            END-IF.
            IF PLG-DATE(1:6) > CloseMonth
                CONTINUE
            ELSE
                MOVE 0 TO ProofSourceMatch
                MOVE 1 TO ProofSourcePosition
                PERFORM UNTIL ProofSourcePosition > ProofSourceCount
                    IF PRS-SOURCE(ProofSourcePosition) = PLG-SOURCE
                        MOVE ProofSourcePosition TO ProofSourceMatch
                    END-IF
                    ADD 1 TO ProofSourcePosition
                END-PERFORM
                IF ProofSourceMatch = 0
                    IF ProofSourceCount >= 50
                        DISPLAY "TOO MANY SOURCES IN POSITION LEDGER"
                        MOVE 16 TO RETURN-CODE
                        CLOSE LedgerFile
                        STOP RUN
                    END-IF
                    ADD 1 TO ProofSourceCount
                    MOVE ProofSourceCount TO ProofSourceMatch
                    MOVE PLG-SOURCE TO PRS-SOURCE(ProofSourceMatch)
                    MOVE SPACES TO PRS-PRIOR-DATE(ProofSourceMatch)
                    MOVE 0 TO PRS-PRIOR-CLOSING(ProofSourceMatch)
                    MOVE SPACES TO PRS-FIRST-DATE(ProofSourceMatch)
                    MOVE 0 TO PRS-FIRST-OPENING(ProofSourceMatch)
                    MOVE 0 TO PRS-MONTH-NET(ProofSourceMatch)
                END-IF
                IF PLG-DATE(1:6) = CloseMonth
                    ADD PLG-NET TO PRS-MONTH-NET(ProofSourceMatch)
                    IF PRS-FIRST-DATE(ProofSourceMatch) = SPACES
                        OR PLG-DATE < PRS-FIRST-DATE(ProofSourceMatch)
                        MOVE PLG-DATE
                            TO PRS-FIRST-DATE(ProofSourceMatch)
                        MOVE PLG-OPENING
                            TO PRS-FIRST-OPENING(ProofSourceMatch)
                    END-IF
                ELSE
                    IF PLG-DATE NOT < PRS-PRIOR-DATE(ProofSourceMatch)
                        MOVE PLG-DATE
                            TO PRS-PRIOR-DATE(ProofSourceMatch)
                        MOVE PLG-CLOSING
                            TO PRS-PRIOR-CLOSING(ProofSourceMatch)
                    END-IF
                END-IF
            END-IF.
       WRITE-PROOF-REPORT.
            MOVE SPACES TO ProofReportFileName.
            STRING "MONTH-PROOF." DELIMITED BY SIZE
                CloseMonth DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO ProofReportFileName.
            OPEN OUTPUT ProofReportFile.
            IF ProofReportStatus NOT = "00"
                DISPLAY "PROOF REPORT OPEN FAILED, STATUS "
                    ProofReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "LEDGER TO HISTORY PROOF - MONTH " DELIMITED BY SIZE
                CloseMonth DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE LedgerNet TO EditedLedgerNet.
            MOVE HistoryTotal TO EditedHistoryTotal.
            MOVE ResultFilesTotal TO EditedResultsTotal.
            MOVE SPACES TO ReportLine.
            STRING "POSITION LEDGER NET MOVEMENT  " DELIMITED BY SIZE
                EditedLedgerNet DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                LedgerEntryCount DELIMITED BY SIZE
                " ENTRIES)" DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE SPACES TO ReportLine.
            STRING "BATCH HISTORY ARGS-SUM TOTAL  " DELIMITED BY SIZE
                EditedHistoryTotal DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                HistoryRunCount DELIMITED BY SIZE
                " RUNS)" DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE SPACES TO ReportLine.
            STRING "ARGS-SUM RESULT FILES TOTAL   " DELIMITED BY SIZE
                EditedResultsTotal DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                ResultRunCount DELIMITED BY SIZE
                " RUNS, " DELIMITED BY SIZE
                MissingResultCount DELIMITED BY SIZE
                " NOT FOUND)" DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE "BALANCE CARRIED FORWARD BY SOURCE" TO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            MOVE 1 TO ProofSourcePosition.
            PERFORM UNTIL ProofSourcePosition > ProofSourceCount
                IF PRS-FIRST-DATE(ProofSourcePosition) NOT = SPACES
                    PERFORM WRITE-ONE-SOURCE-PROOF
                END-IF
                ADD 1 TO ProofSourcePosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-PROOF-LINE.
            IF PROOF-IN-BALANCE
                MOVE "PROOF STATUS: IN BALANCE" TO ReportLine
            ELSE
                MOVE "PROOF STATUS: OUT OF BALANCE" TO ReportLine
            END-IF.
            PERFORM WRITE-PROOF-LINE.
            CLOSE ProofReportFile.
       WRITE-ONE-SOURCE-PROOF.
            MOVE PRS-PRIOR-CLOSING(ProofSourcePosition)
                TO EditedPriorClosing.
            MOVE PRS-FIRST-OPENING(ProofSourcePosition)
                TO EditedFirstOpening.
            MOVE PRS-MONTH-NET(ProofSourcePosition) TO EditedSourceNet.
            IF PRS-PRIOR-DATE(ProofSourcePosition) = SPACES
                MOVE "FIRST USE" TO SourceVerdict
            ELSE
                IF PRS-PRIOR-CLOSING(ProofSourcePosition)
                    = PRS-FIRST-OPENING(ProofSourcePosition)
                    MOVE "AGREES" TO SourceVerdict
                ELSE
                    MOVE "BREAK" TO SourceVerdict
                END-IF
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "  " DELIMITED BY SIZE
                PRS-SOURCE(ProofSourcePosition) DELIMITED BY SIZE
                " PRIOR CLOSING " DELIMITED BY SIZE
                EditedPriorClosing DELIMITED BY SIZE
                " OPENING " DELIMITED BY SIZE
                EditedFirstOpening DELIMITED BY SIZE
                " NET " DELIMITED BY SIZE
                EditedSourceNet DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SourceVerdict DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-PROOF-LINE.
       WRITE-PROOF-LINE.
            MOVE ReportLine TO ProofReportRecord.
            WRITE ProofReportRecord.
            DISPLAY ReportLine.
       APPEND-CLOSED-MONTH.
            OPEN EXTEND ClosedMonthsFile.
            IF ClosedMonthsStatus = "35"
            MOVE FrozenRuns TO CLM-RUNS.
            MOVE FrozenRecords TO CLM-RECORDS.
            MOVE FrozenTotal TO CLM-TOTAL.
            MOVE OperatorId TO CLM-OPERATOR.
            WRITE ClosedMonthsRecord.
            CLOSE ClosedMonthsFile.
       REOPEN-MONTH.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-APPROVAL-QUEUE.
            IF ApprovedPosition = 0
                PERFORM REQUEST-REOPEN-APPROVAL
                STOP RUN
            END-IF.
            OPEN OUTPUT ClosedMonthsFile.
            IF ClosedMonthsStatus NOT = "00"
                DISPLAY "CLOSED MONTHS FILE WRITE FAILED, STATUS "
                    MOVE CLO-RUNS(ClosedPosition) TO CLM-RUNS
                    MOVE CLO-RECORDS(ClosedPosition) TO CLM-RECORDS
                    MOVE CLO-TOTAL(ClosedPosition) TO CLM-TOTAL
                    MOVE CLO-OPERATOR(ClosedPosition)
                        TO CLM-OPERATOR
                    WRITE ClosedMonthsRecord
                END-IF
                ADD 1 TO ClosedPosition
                "RESTATEMENT PERMITTED AGAIN".
            DISPLAY "FROZEN COPY CLOSED-PERIOD." CloseMonth
                ".DAT IS RETAINED FOR REFERENCE".
            PERFORM COMPLETE-REOPEN-APPROVAL.
       LOAD-APPROVAL-QUEUE.
            OPEN INPUT ApprovalQueueFile.
            IF ApprovalQueueStatus = "00"
                PERFORM UNTIL END-OF-APPROVAL-QUEUE
                    READ ApprovalQueueFile
                        AT END
                            SET END-OF-APPROVAL-QUEUE TO TRUE
                        NOT AT END
                            PERFORM NOTE-APPROVAL-ENTRY
                    END-READ
                END-PERFORM
                CLOSE ApprovalQueueFile
            END-IF.
       NOTE-APPROVAL-ENTRY.
            IF ApprovalCount >= 2000
                DISPLAY "APPROVAL QUEUE EXCEEDS 2000 ENTRIES"
                MOVE 16 TO RETURN-CODE
                CLOSE ApprovalQueueFile
                STOP RUN
            END-IF.
            ADD 1 TO ApprovalCount.
            MOVE ApprovalQueueRecord TO APT-RECORD(ApprovalCount).
            MOVE APQ-ID TO APT-ID(ApprovalCount).
            MOVE APQ-TYPE TO APT-TYPE(ApprovalCount).
            MOVE APQ-SUBJECT TO APT-SUBJECT(ApprovalCount).
            MOVE APQ-MAKER TO APT-MAKER(ApprovalCount).
            MOVE APQ-STATUS TO APT-STATUS(ApprovalCount).
            IF APQ-ID > LastApprovalId
                MOVE APQ-ID TO LastApprovalId
            END-IF.
            IF APQ-TYPE = "REOPEN" AND APQ-SUBJECT = CloseMonth
                EVALUATE APQ-STATUS
                    WHEN "A"
                        MOVE ApprovalCount TO ApprovedPosition
                    WHEN "P"
                        MOVE ApprovalCount TO PendingPosition
                END-EVALUATE
            END-IF.
       REQUEST-REOPEN-APPROVAL.
            IF PendingPosition > 0
                DISPLAY "REOPEN OF " CloseMonth " IS ALREADY AWAITING "
                    "APPROVAL AS QUEUE ENTRY "
                    APT-ID(PendingPosition)
                    " RAISED BY " APT-MAKER(PendingPosition)
                MOVE 4 TO RETURN-CODE
            ELSE
                OPEN EXTEND ApprovalQueueFile
                IF ApprovalQueueStatus = "35"
                    OPEN OUTPUT ApprovalQueueFile
                END-IF
                IF ApprovalQueueStatus NOT = "00"
                    DISPLAY "APPROVAL QUEUE WRITE FAILED, STATUS "
                        ApprovalQueueStatus
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO ApprovalQueueRecord
                COMPUTE APQ-ID = LastApprovalId + 1
                MOVE "REOPEN" TO APQ-TYPE
                MOVE CloseMonth TO APQ-SUBJECT
                MOVE OperatorId TO APQ-MAKER
                MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-REQUESTED
                MOVE "P" TO APQ-STATUS
                PERFORM FIND-CLOSED-ENTRY
                STRING "CLOSED " DELIMITED BY SIZE
                    CLO-CLOSED-DATE(ClosedPosition) DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    CLO-OPERATOR(ClosedPosition) DELIMITED BY SPACE
                    INTO APQ-DETAIL
                WRITE ApprovalQueueRecord
                CLOSE ApprovalQueueFile
                DISPLAY "REOPEN OF " CloseMonth " QUEUED FOR APPROVAL "
                    "AS ENTRY " APQ-ID
                DISPLAY "A SECOND OPERATOR MUST APPROVE IT IN "
                    "APPROVAL-REVIEW, THEN RE-RUN THE REOPEN"
                MOVE 4 TO RETURN-CODE
            END-IF.
       FIND-CLOSED-ENTRY.
            MOVE 1 TO ClosedPosition.
            PERFORM UNTIL ClosedPosition >= ClosedTableCount
                    OR CLO-MONTH(ClosedPosition) = CloseMonth
                ADD 1 TO ClosedPosition
            END-PERFORM.
       COMPLETE-REOPEN-APPROVAL.
            MOVE APT-RECORD(ApprovedPosition) TO ApprovalQueueRecord.
            MOVE "C" TO APQ-STATUS.
            MOVE SPACES TO APQ-NOTE.
            STRING "REOPENED BY " DELIMITED BY SIZE
                OperatorId DELIMITED BY SPACE
                " ON " DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                INTO APQ-NOTE.
            MOVE ApprovalQueueRecord TO APT-RECORD(ApprovedPosition).
            OPEN OUTPUT ApprovalQueueFile.
            IF ApprovalQueueStatus NOT = "00"
                DISPLAY "APPROVAL QUEUE WRITE FAILED, STATUS "
                    ApprovalQueueStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 1 TO ApprovalPosition.
            PERFORM UNTIL ApprovalPosition > ApprovalCount
                MOVE APT-RECORD(ApprovalPosition)
                    TO ApprovalQueueRecord
                WRITE ApprovalQueueRecord
                ADD 1 TO ApprovalPosition
            END-PERFORM.
            CLOSE ApprovalQueueFile.
            DISPLAY "REOPEN APPROVED BY " APQ-CHECKER
                " (QUEUE ENTRY " APQ-ID ") - EXECUTED BY "
                OperatorId.
       END PROGRAM MONTH-CLOSE.
