               ASSIGN TO "LAST-RUN-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LastRunSummaryStatus.
           SELECT AccountMasterFile ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterStatus.
           SELECT TranrefRegisterFile
               ASSIGN TO "TRANREF-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranrefRegisterStatus.
           SELECT TranrefHitsFile ASSIGN TO TranrefHitsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranrefHitsStatus.
           SELECT HeldItemsFile ASSIGN TO "HELD-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldItemsStatus.
           SELECT LargeItemLimitsFile
               ASSIGN TO "LARGE-ITEM-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LargeItemLimitsStatus.
           SELECT AuditTrailFile ASSIGN TO AuditTrailName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditTrailStatus.
           SELECT ArchiveIndexFile
               ASSIGN TO "AUDIT-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveIndexStatus.
           SELECT ExchangeRateFile ASSIGN TO "EXCHANGE-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExchangeRateStatus.
           SELECT CurrencyResultFile ASSIGN TO CurrencyResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CurrencyResultStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ValuesFile.
               05 AUD-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 AUD-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 AUD-LINK-TYPE PIC X(3).
               05 FILLER PIC X.
               05 AUD-LINK-TRANREF PIC X(12).
           01 AuditSealRecord.
               05 SEL-TAG PIC X(4).
               05 FILLER PIC X.
               05 SEL-TYPE PIC X.
               05 FILLER PIC X.
               05 SEL-PROGRAM PIC X(12).
               05 FILLER PIC X.
               05 SEL-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 SEL-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 SEL-AMOUNT-HASH PIC S9(11)V99.
               05 FILLER PIC X.
               05 SEL-PREV-CHAIN PIC 9(9).
               05 FILLER PIC X.
               05 SEL-CHAIN PIC 9(9).
               05 FILLER PIC X.
               05 SEL-TIMESTAMP PIC X(21).
       FD  CheckpointFile.
           01 CheckpointRecord.
               05 CKPT-INDEX PIC 99.
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
       FD  LimitsFile.
           01 LimitsRecord PIC X(20).
       FD  BatchHistoryFile.
               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
       FD  AccountResultFile.
           01 AccountResultRecord.
               05 ASR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 ASR-COUNT PIC 9(5).
       FD  AccountReportFile.
           01 AccountReportRecord PIC X(100).
       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       FD  LastRunSummaryFile.
           01 LastRunSummaryRecord.
               05 LRS-PROGRAM PIC X(12).
               05 LRS-RESULT PIC -9(7).99.
               05 FILLER PIC X.
               05 LRS-RC PIC 99.
       FD  AccountMasterFile.
           01 AccountMasterRecord.
               05 ACM-CODE PIC X(8).
               05 FILLER PIC X.
               05 ACM-DESCRIPTION PIC X(30).
               05 FILLER PIC X.
               05 ACM-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 ACM-STATUS PIC X.
               05 FILLER PIC X.
               05 ACM-NORMAL-SIDE PIC X.
       FD  TranrefRegisterFile.
           01 TranrefRegisterRecord.
               05 TRR-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 TRR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 TRR-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 TRR-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 TRR-AMOUNT PIC ----9.
       FD  TranrefHitsFile.
           01 TranrefHitsRecord PIC X(100).
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
       FD  LargeItemLimitsFile.
           01 LargeItemLimitsRecord.
               05 LIL-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 LIL-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 LIL-THRESHOLD PIC X(9).
       FD  AuditTrailFile.
           01 AuditTrailRecord PIC X(120).
       FD  ArchiveIndexFile.
           01 ArchiveIndexRecord.
               05 AIX-DATE PIC X(8).
               05 FILLER PIC X.
               05 AIX-FILENAME PIC X(26).
               05 FILLER PIC X.
               05 AIX-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 AIX-TIMESTAMP PIC X(21).
       FD  ExchangeRateFile.
           01 ExchangeRateRecord.
               05 XRT-CURRENCY PIC X(3).
               05 FILLER PIC X.
               05 XRT-DATE PIC X(8).
               05 FILLER PIC X.
               05 XRT-RATE PIC X(12).
       FD  CurrencyResultFile.
           01 CurrencyResultRecord.
               05 CUR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 CUR-TYPE PIC X(3).
               05 FILLER PIC X.
               05 CUR-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 CUR-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 CUR-CURRENCY PIC X(3).
               05 FILLER PIC X.
               05 CUR-RATE PIC 9(4)V9(6).
               05 FILLER PIC X.
               05 CUR-ORIG-TOTAL PIC S9(7).
               05 FILLER PIC X.
               05 CUR-RPT-TOTAL PIC S9(7).
               05 FILLER PIC X.
               05 CUR-ORIG-REVERSALS PIC S9(7).
               05 FILLER PIC X.
               05 CUR-ORIG-HELD PIC S9(7).
               05 FILLER PIC X.
               05 CUR-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 CUR-RPT-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
           01 Result PICTURE S99999.
           01 ArgInput PICTURE S999.
           01 HistoryEof PIC X VALUE 'N'.
               88 END-OF-HISTORY-FILE VALUE 'Y'.
           01 AuditFileStatus PIC XX.
           01 AuditSealEof PIC X VALUE 'N'.
               88 END-OF-AUDIT-SEAL-SCAN VALUE 'Y'.
           01 SealType PIC X.
           01 SealRunId PIC X(13).
           01 SealCount PICTURE 9(7) VALUE 0.
           01 SealAmount PICTURE S9(11)V99 VALUE 0.
           01 SealPrevChain PICTURE 9(9) VALUE 0.
           01 SealChain PICTURE 9(9) VALUE 0.
           01 RunDigest PICTURE 9(9) VALUE 0.
           01 SealLineCount PICTURE 9(9) VALUE 0.
           01 LastSealLine PICTURE 9(9) VALUE 0.
           01 HashLine PIC X(120).
           01 HashPosition PICTURE 9(3).
           01 CheckpointStatus PIC XX.
           01 SumResultFileStatus PIC XX.
           01 LimitsFileStatus PIC XX.
           01 RecordTag PIC X(12).
           01 FieldOne PIC X(14).
           01 FieldTwo PIC X(14).
           01 FieldThree PIC X(14).
           01 TrailerCount PICTURE 9(5).
           01 TrailerHash PICTURE S9(9)V99.
           01 RunningHash PICTURE S9(9)V99.
                   10 ACT-ACCOUNT PIC X(8).
                   10 ACT-TOTAL PIC S9(7).
                   10 ACT-COUNT PIC 9(5).
                   10 ACT-ORIG-TOTAL PIC S9(7).
           01 EditedSubtotal PIC -(7)9.
           01 AccountMasterStatus PIC XX.
           01 AccountMasterEof PIC X VALUE 'N'.
               88 END-OF-ACCOUNT-MASTER VALUE 'Y'.
           01 MasterAccountCount PICTURE 9(3) VALUE 0.
           01 MasterAccountPosition PICTURE 9(3).
           01 MasterAccountMatch PICTURE 9(3).
           01 MasterAccountTable.
               05 MasterAccountEntry OCCURS 200.
                   10 MAC-CODE PIC X(8).
                   10 MAC-DESCRIPTION PIC X(30).
                   10 MAC-SOURCE PIC X(8).
                   10 MAC-STATUS PIC X.
                   10 MAC-NORMAL-SIDE PIC X.
           01 AccountDescription PIC X(30).
           01 SideWarningCount PICTURE 9(5) VALUE 0.
           01 TranrefRegisterStatus PIC XX.
           01 TranrefRegisterEof PIC X VALUE 'N'.
               88 END-OF-TRANREF-REGISTER VALUE 'Y'.
           01 DuplicateAction PIC X VALUE 'R'.
               88 DUP-TRANREF-HOLD VALUE 'H'.
           01 HeldCount PICTURE 9(5) VALUE 0.
           01 PostedTranrefCount PICTURE 9(4) VALUE 0.
           01 RegisteredTranrefCount PICTURE 9(4) VALUE 0.
           01 PostedTranrefPosition PICTURE 9(4).
           01 PostedTranrefMatch PICTURE 9(4).
           01 PostedTranrefTable.
               05 PostedTranrefEntry OCCURS 5000.
                   10 PTR-TRANREF PIC X(12).
                   10 PTR-RUN-ID PIC X(13).
                   10 PTR-BATCH-ID PIC X(17).
                   10 PTR-ACCOUNT PIC X(8).
                   10 PTR-AMOUNT PIC S9(5).
           01 RunTranrefCount PICTURE 9(4) VALUE 0.
           01 RunTranrefPosition PICTURE 9(4).
           01 RunTranrefMatch PICTURE 9(4).
           01 RunTranrefTable.
               05 RunTranrefEntry OCCURS 5000.
                   10 RTR-TRANREF PIC X(12).
           01 TranrefHitsStatus PIC XX.
           01 TranrefHitsFileName PIC X(40).
           01 TranrefHitsOpen PIC X VALUE 'N'.
               88 TRANREF-HITS-OPEN VALUE 'Y'.
           01 TranrefHitCount PICTURE 9(5) VALUE 0.
           01 HeldItemsStatus PIC XX.
           01 HeldItemPosition PICTURE 9(4).
           01 HeldItemTable.
               05 HeldItemEntry OCCURS 1000.
                   10 HDT-BATCH-ID PIC X(17).
                   10 HDT-INDEX PIC 9(5).
                   10 HDT-REASON PIC X(12).
                   10 HDT-VALUE PIC S9(5).
                   10 HDT-ACCOUNT PIC X(8).
                   10 HDT-TRANREF PIC X(12).
                   10 HDT-CURRENCY PIC X(3).
           01 HoldReason PIC X(12).
           01 LargeItemLimitsStatus PIC XX.
           01 LargeLimitsEof PIC X VALUE 'N'.
               88 END-OF-LARGE-LIMITS VALUE 'Y'.
           01 LargeLimitCount PICTURE 99 VALUE 0.
           01 LargeLimitPosition PICTURE 99.
           01 LargeLimitMatch PICTURE 99.
           01 LargeLimitTable.
               05 LargeLimitEntry OCCURS 99.
                   10 LLT-SOURCE PIC X(8).
                   10 LLT-ACCOUNT PIC X(8).
                   10 LLT-THRESHOLD PIC 9(7).
           01 LargeItemHeld PIC X.
               88 LARGE-ITEM-IS-HELD VALUE 'Y'.
           01 HeldItemsEof PIC X VALUE 'N'.
               88 END-OF-HELD-ITEMS VALUE 'Y'.
           01 ReleasedCount PICTURE 9(4) VALUE 0.
           01 ReleasedPosition PICTURE 9(4).
           01 ReleasedMatch PICTURE 9(4).
           01 ReleasedPostedCount PICTURE 9(5) VALUE 0.
           01 ReleasedTable.
               05 ReleasedEntry OCCURS 2000.
                   10 RLS-BATCH-ID PIC X(17).
                   10 RLS-VALUE PIC S9(5).
                   10 RLS-ACCOUNT PIC X(8).
                   10 RLS-TRANREF PIC X(12).
                   10 RLS-USED PIC X.
           01 BatchHeldCount PICTURE 9(5) VALUE 0.
           01 BatchHeldTotal PICTURE S9(7) VALUE 0.
           01 HitAction PIC X(8).
           01 EditedHitAmount PIC -(4)9.
           01 EditedOriginalAmount PIC -(4)9.
           01 HitLine PIC X(100).
           01 AuditTrailName PIC X(30).
           01 AuditTrailStatus PIC XX.
           01 AuditTrailEof PIC X VALUE 'N'.
               88 END-OF-AUDIT-TRAIL VALUE 'Y'.
           01 AuditTrailLine.
               05 ATL-INDEX PIC X(5).
               05 FILLER PIC X.
               05 ATL-VALUE PIC X(5).
               05 FILLER PIC X.
               05 ATL-PROGRAM PIC X(12).
               05 FILLER PIC X.
               05 ATL-TIMESTAMP PIC X(21).
               05 FILLER PIC X.
               05 ATL-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 ATL-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 ATL-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 ATL-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 ATL-LINK-TYPE PIC X(3).
               05 FILLER PIC X.
               05 ATL-LINK-TRANREF PIC X(12).
               05 FILLER PIC X(3).
           01 ArchiveIndexStatus PIC XX.
           01 ArchiveIndexEof PIC X VALUE 'N'.
               88 END-OF-ARCHIVE-INDEX VALUE 'Y'.
           01 ArchiveNameCount PICTURE 9(4) VALUE 0.
           01 ArchiveNamePosition PICTURE 9(4).
           01 ArchiveNameMatch PICTURE 9(4).
           01 ArchiveNameTable.
               05 ArchiveNameEntry OCCURS 1000.
                   10 ARN-FILENAME PIC X(26).
           01 AuditLinkType PIC X(3) VALUE SPACES.
           01 AuditLinkTranref PIC X(12) VALUE SPACES.
           01 ReversalKey PIC X(12).
           01 ReversalAmount PICTURE S9(7)V99.
           01 ReversalHashAmount PICTURE S9(7)V99.
           01 UnreversedAmount PICTURE S9(7).
           01 SavedDuplicateAction PIC X.
           01 ReversalCount PICTURE 9(5) VALUE 0.
           01 BatchReversalCount PICTURE 9(5) VALUE 0.
           01 BatchReversalTotal PICTURE S9(7) VALUE 0.
           01 ReversalTargetCount PICTURE 9(3) VALUE 0.
           01 ReversalTargetPosition PICTURE 9(3).
           01 ReversalTargetMatch PICTURE 9(3).
           01 ReversalTargetTable.
               05 ReversalTargetEntry OCCURS 500.
                   10 RVT-TRANREF PIC X(12).
                   10 RVT-FOUND PIC X.
                   10 RVT-AMOUNT PIC S9(5).
                   10 RVT-ACCOUNT PIC X(8).
                   10 RVT-REVERSED PIC 9(7).
           01 RejectCount PICTURE 9(5) VALUE 0.
           01 BatchRejectCount PICTURE 9(5) VALUE 0.
           01 BatchAcceptedCount PICTURE 9(5) VALUE 0.
                   10 BAT-CREDITS PIC S9(7).
                   10 BAT-CREDIT-COUNT PIC 9(5).
                   10 BAT-REJECTS PIC 9(5).
                   10 BAT-REVERSAL-COUNT PIC 9(5).
                   10 BAT-REVERSAL-TOTAL PIC S9(7).
                   10 BAT-HELD-COUNT PIC 9(5).
                   10 BAT-HELD-TOTAL PIC S9(7).
                   10 BAT-CURRENCY PIC X(3).
                   10 BAT-RATE PIC 9(4)V9(6).
                   10 BAT-ORIG-TOTAL PIC S9(7).
                   10 BAT-ORIG-REVERSALS PIC S9(7).
                   10 BAT-ORIG-HELD PIC S9(7).
           01 ExchangeRateStatus PIC XX.
           01 ExchangeRateEof PIC X VALUE 'N'.
               88 END-OF-EXCHANGE-RATES VALUE 'Y'.
           01 CurrencyResultStatus PIC XX.
           01 CurrencyResultFileName PIC X(40).
           01 ReportingCurrency PIC X(3) VALUE SPACES.
           01 BatchCurrency PIC X(3) VALUE SPACES.
           01 BatchRate PICTURE 9(4)V9(6) VALUE 1.
           01 RateFound PIC X.
               88 RATE-IS-FOUND VALUE 'Y'.
           01 ParsedRate PICTURE 9(4)V9(6).
           01 PostedAmount PICTURE S9(7).
           01 BatchOrigTotal PICTURE S9(7) VALUE 0.
           01 BatchOrigReversals PICTURE S9(7) VALUE 0.
           01 BatchOrigHeld PICTURE S9(7) VALUE 0.
           01 EditedRate PIC Z(3)9.9(6).
           01 EditedOrigTotal PIC -(7)9.
           01 EditedRptTotal PIC -(7)9.
           01 RateTableCount PICTURE 9(3) VALUE 0.
           01 RatePosition PICTURE 9(3).
           01 RateTable.
               05 RateEntry OCCURS 500.
                   10 RTT-CURRENCY PIC X(3).
                   10 RTT-DATE PIC X(8).
                   10 RTT-RATE PIC 9(4)V9(6).
           01 SourceMasterStatus PIC XX.
           01 MasterEof PIC X VALUE 'N'.
               88 END-OF-SOURCE-MASTER VALUE 'Y'.
               05 SourceEntry OCCURS 50.
                   10 SRC-NAME PIC X(8).
                   10 SRC-DAYS PIC X(7).
                   10 SRC-CHECK-SCHEME PIC X(5).
           01 BatchCheckScheme PIC X(5) VALUE SPACES.
           01 CheckRef PIC X(12).
           01 CheckRefLength PICTURE 99.
           01 CheckPosition PICTURE 99.
           01 CheckStep PICTURE 99.
           01 CheckDigit PICTURE 9.
           01 CheckProduct PICTURE 99.
           01 CheckDigitSum PICTURE 9(4).
           01 CheckRemainder PICTURE 99.
           01 ExpectedCheckChar PIC X.
           01 CheckDigitValid PIC X.
               88 CHECK-DIGIT-IS-VALID VALUE 'Y'.
           01 PreviousFound PIC X VALUE 'N'.
               88 PREVIOUS-RUN-FOUND VALUE 'Y'.
           01 PreviousResult PICTURE S9(7)V99.
                STOP RUN
            END-IF.
            PERFORM ACQUIRE-RUN-LOCK.
            PERFORM LOAD-AUDIT-SEAL.
            OPEN EXTEND AuditFile.
            IF AuditFileStatus = "35"
                OPEN OUTPUT AuditFile
            END-IF.
            MOVE "L" TO SealType.
            PERFORM WRITE-AUDIT-SEAL.
            IF ArgsNumber = 2
                DISPLAY 1 UPON ARGUMENT-NUMBER
                ACCEPT FlagArg FROM ARGUMENT-VALUE
            ELSE
                PERFORM SUM-ARGS-FROM-CHECKPOINT
            END-IF.
            PERFORM CLOSE-AUDIT-LOG.
            DISPLAY Result.
            DISPLAY "GROSS DEBITS:  " GrossDebits " ("
                DebitCount " ITEMS)".
            PERFORM WRITE-RESULT-FILE.
            IF FILE-MODE-RUN
                PERFORM WRITE-ACCOUNT-RESULTS
                PERFORM WRITE-CURRENCY-RESULTS
                PERFORM WRITE-TRANREF-REGISTER
                PERFORM WRITE-HELD-ITEMS
            END-IF.
            PERFORM REPORT-REJECTS.
            PERFORM REPORT-HELD-ITEMS.
            PERFORM REPORT-RELEASED-ITEMS.
            PERFORM REPORT-REVERSALS.
            PERFORM REPORT-TRANREF-HITS.
            PERFORM REPORT-SIDE-WARNINGS.
            PERFORM CHECK-VARIANCE.
            PERFORM WRITE-HISTORY-RECORD.
            PERFORM RELEASE-RUN-LOCK.
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       REPORT-REVERSALS.
            IF ReversalCount > 0
                DISPLAY "REVERSALS POSTED: " ReversalCount
            END-IF.
       REPORT-SIDE-WARNINGS.
            IF SideWarningCount > 0
                DISPLAY "WARNING: " SideWarningCount " VALUES POSTED "
                    "AGAINST THE NORMAL SIDE OF THEIR ACCOUNT"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       SUM-ARGS-FROM-CHECKPOINT.
            PERFORM LOAD-CHECKPOINT.
            COMPUTE RemainingCount = ArgsNumber - ArgIndex + 1.
                DISPLAY "INVALID ARGUMENT AT POSITION " CurrentIndex
                MOVE 20 TO RETURN-CODE
                PERFORM DELETE-CHECKPOINT
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                    CurrentIndex
                MOVE 20 TO RETURN-CODE
                PERFORM DELETE-CHECKPOINT
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                    CurrentIndex
                MOVE 20 TO RETURN-CODE
                PERFORM DELETE-CHECKPOINT
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            MOVE NumericCandidate TO ArgInput.
            PERFORM CONVERT-TO-REPORTING.
       SUM-FROM-FILE.
            PERFORM LOAD-SOURCE-MASTER.
            PERFORM LOAD-CLOSED-MONTHS.
            PERFORM LOAD-ACCOUNT-MASTER.
            PERFORM LOAD-TRANREF-REGISTER.
            PERFORM LOAD-REVERSAL-TARGETS.
            PERFORM LOAD-LARGE-ITEM-LIMITS.
            PERFORM LOAD-RELEASED-ITEMS.
            PERFORM LOAD-EXCHANGE-RATES.
            PERFORM CHECK-BATCH-HEADERS.
            DELETE FILE RejectsFile.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus NOT = "00"
                DISPLAY "VALUES FILE NOT FOUND: " InputFileName
                MOVE 12 TO RETURN-CODE
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            END-PERFORM.
            CLOSE ValuesFile.
            PERFORM VERIFY-TRAILER.
            COMPUTE RecordCount = CurrentIndex - RejectCount
                - HeldCount.
       PROCESS-VALUES-RECORD.
            EVALUATE ValuesFileRecord(1:4)
                WHEN "HDR "
                    PERFORM PROCESS-HEADER-RECORD
                WHEN "TRL "
                    PERFORM PROCESS-TRAILER-RECORD
                WHEN "REV "
                    PERFORM PROCESS-REVERSAL-RECORD
                WHEN OTHER
                    PERFORM PROCESS-VALUE-RECORD
            END-EVALUATE.
                    BatchId
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            SET BATCH-IS-OPEN TO TRUE.
            PERFORM VALIDATE-BATCH-HEADER.
            MOVE 0 TO BatchOrigTotal.
            MOVE 0 TO BatchOrigReversals.
            MOVE 0 TO BatchOrigHeld.
            MOVE 0 TO BatchTotal.
            MOVE 0 TO BatchValueCount.
            MOVE 0 TO BatchRejectCount.
            MOVE 0 TO BatchAcceptedCount.
            MOVE 0 TO BatchDebits.
            MOVE 0 TO BatchCredits.
            MOVE 0 TO BatchDebitCount.
            MOVE 0 TO BatchCreditCount.
            MOVE 0 TO BatchReversalCount.
            MOVE 0 TO BatchReversalTotal.
            MOVE 0 TO BatchHeldCount.
            MOVE 0 TO BatchHeldTotal.
            MOVE 0 TO RunningHash.
       CHECK-BATCH-HEADERS.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus = "00"
                PERFORM UNTIL END-OF-VALUES-FILE
                    READ ValuesFile
                        AT END
                            SET END-OF-VALUES-FILE TO TRUE
                        NOT AT END
                            IF ValuesFileRecord(1:4) = "HDR "
                                PERFORM VALIDATE-BATCH-HEADER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ValuesFile
                MOVE 'N' TO WS-EOF
            END-IF.
       VALIDATE-BATCH-HEADER.
            MOVE SPACES TO FieldThree.
            UNSTRING ValuesFileRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne FieldTwo FieldThree.
            MOVE FieldOne TO HeaderDate.
            MOVE FieldTwo TO HeaderSource.
            PERFORM VALIDATE-HEADER-SOURCE.
                    HeaderSource " - NOT IN SOURCE-MASTER.DAT"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                    "MONTH " HeaderDate(1:6) " - POSTING REFUSED"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                "-" DELIMITED BY SIZE
                HeaderSource DELIMITED BY SPACE
                INTO BatchId.
            IF FieldThree(4:) NOT = SPACES
                OR FieldThree(1:3) NOT ALPHABETIC-UPPER
                OR (FieldThree NOT = SPACES
                    AND (FieldThree(2:1) = SPACE
                        OR FieldThree(3:1) = SPACE))
                DISPLAY "INVALID CURRENCY CODE " FieldThree
                    " ON HEADER - BATCH " BatchId " REFUSED"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            PERFORM SET-BATCH-CURRENCY.
            IF NOT RATE-IS-FOUND
                DISPLAY "NO EXCHANGE RATE FOR " BatchCurrency " ON "
                    HeaderDate " IN EXCHANGE-RATES.DAT - BATCH "
                    BatchId " REFUSED"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
       LOAD-SOURCE-MASTER.
            OPEN INPUT SourceMasterFile.
            IF SourceMasterStatus = "00"
                                    TO SRC-NAME(SourceTableCount)
                                MOVE SMR-DAYS
                                    TO SRC-DAYS(SourceTableCount)
                                MOVE SMR-CHECK-SCHEME TO
                                    SRC-CHECK-SCHEME(SourceTableCount)
                            ELSE
                                DISPLAY "WARNING: SOURCE MASTER "
                                    "TABLE FULL, ENTRY SKIPPED"
                END-PERFORM
                CLOSE SourceMasterFile
            END-IF.
       LOAD-EXCHANGE-RATES.
            OPEN INPUT ExchangeRateFile.
            IF ExchangeRateStatus = "00"
                PERFORM UNTIL END-OF-EXCHANGE-RATES
                    READ ExchangeRateFile
                        AT END
                            SET END-OF-EXCHANGE-RATES TO TRUE
                        NOT AT END
                            PERFORM STORE-EXCHANGE-RATE
                    END-READ
                END-PERFORM
                CLOSE ExchangeRateFile
            END-IF.
       STORE-EXCHANGE-RATE.
            IF FUNCTION TEST-NUMVAL(XRT-RATE) NOT = 0
                DISPLAY "WARNING: EXCHANGE RATE FOR " XRT-CURRENCY
                    " ON " XRT-DATE " NOT NUMERIC, ENTRY SKIPPED"
            ELSE
                COMPUTE ParsedRate = FUNCTION NUMVAL(XRT-RATE)
                IF ParsedRate NOT > 0
                    DISPLAY "WARNING: EXCHANGE RATE FOR " XRT-CURRENCY
                        " ON " XRT-DATE " NOT POSITIVE, ENTRY SKIPPED"
                ELSE
                    IF RateTableCount < 500
                        ADD 1 TO RateTableCount
                        MOVE XRT-CURRENCY
                            TO RTT-CURRENCY(RateTableCount)
                        MOVE XRT-DATE TO RTT-DATE(RateTableCount)
                        MOVE ParsedRate TO RTT-RATE(RateTableCount)
                    ELSE
                        DISPLAY "WARNING: EXCHANGE RATE "
                            "TABLE FULL, ENTRY SKIPPED"
                    END-IF
                END-IF
            END-IF.
       SET-BATCH-CURRENCY.
            MOVE 'Y' TO RateFound.
            MOVE 1 TO BatchRate.
            MOVE FieldThree(1:3) TO BatchCurrency.
            IF BatchCurrency = SPACES
                MOVE ReportingCurrency TO BatchCurrency
            END-IF.
            IF BatchCurrency NOT = ReportingCurrency
                MOVE 'N' TO RateFound
                MOVE 1 TO RatePosition
                PERFORM UNTIL RatePosition > RateTableCount
                    OR RATE-IS-FOUND
                    IF RTT-CURRENCY(RatePosition) = BatchCurrency
                        AND RTT-DATE(RatePosition) = HeaderDate
                        MOVE 'Y' TO RateFound
                        MOVE RTT-RATE(RatePosition) TO BatchRate
                    END-IF
                    ADD 1 TO RatePosition
                END-PERFORM
            END-IF.
       CONVERT-TO-REPORTING.
            COMPUTE PostedAmount ROUNDED = NumericCandidate * BatchRate.
       VALIDATE-HEADER-SOURCE.
            MOVE 'Y' TO SourceValid.
            MOVE SPACES TO BatchCheckScheme.
            IF SourceTableCount > 0
                MOVE 'N' TO SourceValid
                MOVE 1 TO SourcePosition
                PERFORM UNTIL SourcePosition > SourceTableCount
                    IF SRC-NAME(SourcePosition) = HeaderSource
                        MOVE 'Y' TO SourceValid
                        MOVE SRC-CHECK-SCHEME(SourcePosition)
                            TO BatchCheckScheme
                    END-IF
                    ADD 1 TO SourcePosition
                END-PERFORM
            END-IF.
       VALIDATE-TRANREF-CHECKDIG.
            MOVE 'Y' TO CheckDigitValid.
            IF CheckRef NOT = SPACES
                AND (BatchCheckScheme = "MOD10"
                    OR BatchCheckScheme = "MOD11")
                MOVE 'N' TO CheckDigitValid
                COMPUTE CheckRefLength =
                    FUNCTION LENGTH(FUNCTION TRIM(CheckRef TRAILING))
                IF CheckRefLength > 1
                    IF CheckRef(1:CheckRefLength - 1) IS NUMERIC
                        PERFORM COMPUTE-EXPECTED-CHECKDIG
                        IF CheckRef(CheckRefLength:1)
                            = ExpectedCheckChar
                            MOVE 'Y' TO CheckDigitValid
                        END-IF
                    END-IF
                END-IF
            END-IF.
       COMPUTE-EXPECTED-CHECKDIG.
            MOVE 0 TO CheckDigitSum.
            MOVE 0 TO CheckStep.
            COMPUTE CheckPosition = CheckRefLength - 1.
            PERFORM UNTIL CheckPosition = 0
                MOVE CheckRef(CheckPosition:1) TO CheckDigit
                ADD 1 TO CheckStep
                IF BatchCheckScheme = "MOD10"
                    IF FUNCTION MOD(CheckStep, 2) = 1
                        COMPUTE CheckProduct = CheckDigit * 2
                        IF CheckProduct > 9
                            SUBTRACT 9 FROM CheckProduct
                        END-IF
                    ELSE
                        MOVE CheckDigit TO CheckProduct
                    END-IF
                ELSE
                    COMPUTE CheckProduct = CheckDigit *
                        (FUNCTION MOD(CheckStep - 1, 6) + 2)
                END-IF
                ADD CheckProduct TO CheckDigitSum
                SUBTRACT 1 FROM CheckPosition
            END-PERFORM.
            IF BatchCheckScheme = "MOD10"
                COMPUTE CheckRemainder = FUNCTION MOD(
                    10 - FUNCTION MOD(CheckDigitSum, 10), 10)
                MOVE CheckRemainder(2:1) TO ExpectedCheckChar
            ELSE
                COMPUTE CheckRemainder =
                    11 - FUNCTION MOD(CheckDigitSum, 11)
                EVALUATE CheckRemainder
                    WHEN 11
                        MOVE "0" TO ExpectedCheckChar
                    WHEN 10
                        MOVE "X" TO ExpectedCheckChar
                    WHEN OTHER
                        MOVE CheckRemainder(2:1) TO ExpectedCheckChar
                END-EVALUATE
            END-IF.
       LOAD-CLOSED-MONTHS.
            OPEN INPUT ClosedMonthsFile.
            IF ClosedMonthsStatus = "00"
                DISPLAY "TRAILER RECORD WITHOUT HEADER"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                DISPLAY "VALUES FILE TRAILER IS NOT NUMERIC"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                    BatchValueCount " VALUE RECORDS"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                        " BUT COMPUTED " RunningHash
                    MOVE 20 TO RETURN-CODE
                    CLOSE ValuesFile
                    PERFORM CLOSE-AUDIT-LOG
                    PERFORM RELEASE-RUN-LOCK
                    STOP RUN
                END-IF
                DISPLAY "TOO MANY BATCHES IN VALUES FILE"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            MOVE BatchCreditCount
                TO BAT-CREDIT-COUNT(BatchTableCount).
            MOVE BatchRejectCount TO BAT-REJECTS(BatchTableCount).
            MOVE BatchReversalCount
                TO BAT-REVERSAL-COUNT(BatchTableCount).
            MOVE BatchReversalTotal
                TO BAT-REVERSAL-TOTAL(BatchTableCount).
            MOVE BatchHeldCount TO BAT-HELD-COUNT(BatchTableCount).
            MOVE BatchHeldTotal TO BAT-HELD-TOTAL(BatchTableCount).
            MOVE BatchCurrency TO BAT-CURRENCY(BatchTableCount).
            MOVE BatchRate TO BAT-RATE(BatchTableCount).
            MOVE BatchOrigTotal TO BAT-ORIG-TOTAL(BatchTableCount).
            MOVE BatchOrigReversals
                TO BAT-ORIG-REVERSALS(BatchTableCount).
            MOVE BatchOrigHeld TO BAT-ORIG-HELD(BatchTableCount).
            MOVE 'N' TO HeaderSeen.
       PROCESS-VALUE-RECORD.
            IF NOT BATCH-IS-OPEN
                    "MISSING HEADER RECORD"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
                AND TranrefToken(13:2) NOT = SPACES
                MOVE "BAD-TRANREF" TO ValidationReason
            END-IF.
            IF ValidationReason = SPACES
                MOVE TranrefToken(1:12) TO CheckRef
                PERFORM VALIDATE-TRANREF-CHECKDIG
                IF NOT CHECK-DIGIT-IS-VALID
                    MOVE "BAD-CHECKDIG" TO ValidationReason
                END-IF
            END-IF.
            IF ValidationReason = SPACES
                AND AccountToken(9:6) NOT = SPACES
                MOVE "BAD-ACCOUNT" TO ValidationReason
            END-IF.
            IF ValidationReason = SPACES
                PERFORM VALIDATE-ACCOUNT-CODE
            END-IF.
            MOVE 0 TO PostedTranrefMatch.
            MOVE 'N' TO LargeItemHeld.
            MOVE 0 TO ReleasedMatch.
            IF ValidationReason = SPACES
                PERFORM CHECK-RELEASED-ITEM
            END-IF.
            IF ValidationReason = SPACES AND ReleasedMatch = 0
                PERFORM CHECK-DUPLICATE-TRANREF
            END-IF.
            IF ValidationReason = SPACES AND ReleasedMatch = 0
                AND PostedTranrefMatch = 0
                PERFORM CHECK-LARGE-ITEM
            END-IF.
            EVALUATE TRUE
                WHEN ValidationReason NOT = SPACES
                    PERFORM WRITE-REJECT-RECORD
                WHEN PostedTranrefMatch > 0
                    ADD NumericCandidate TO RunningHash
                    MOVE "DUP-TRANREF" TO HoldReason
                    PERFORM WRITE-HELD-ITEM
                WHEN LARGE-ITEM-IS-HELD
                    ADD NumericCandidate TO RunningHash
                    MOVE "LARGE-VALUE" TO HoldReason
                    PERFORM WRITE-HELD-ITEM
                WHEN OTHER
                    IF ReleasedMatch > 0
                        ADD 1 TO ReleasedPostedCount
                    END-IF
                    PERFORM CHECK-NORMAL-SIDE
                    MOVE TranrefToken(1:12) TO TranrefCode
                    MOVE NumericCandidate TO ArgInput
                    ADD NumericCandidate TO RunningHash
                    PERFORM CONVERT-TO-REPORTING
                    ADD NumericCandidate TO BatchOrigTotal
                    ADD PostedAmount TO BatchTotal
                    ADD 1 TO BatchAcceptedCount
                    PERFORM TALLY-ACCOUNT-SUBTOTAL
                    PERFORM RECORD-AND-ADD
                    PERFORM NOTE-POSTED-TRANREF
                    PERFORM NOTE-REVERSIBLE-POSTING
            END-EVALUATE.
       PROCESS-REVERSAL-RECORD.
            IF NOT BATCH-IS-OPEN
                DISPLAY "REVERSAL RECORD OUTSIDE OF A BATCH - "
                    "MISSING HEADER RECORD"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            ADD 1 TO CurrentIndex.
            ADD 1 TO BatchValueCount.
            MOVE SPACES TO RecordTag FieldOne ValueToken.
            MOVE SPACES TO AccountToken TranrefToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            UNSTRING TrimmedRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne ValueToken TranrefToken.
            MOVE ValueToken TO RawArg.
            PERFORM VALIDATE-FILE-VALUE.
            IF ValidationReason = SPACES
                AND (FieldOne = SPACES
                    OR FieldOne(13:2) NOT = SPACES
                    OR TranrefToken(13:2) NOT = SPACES)
                MOVE "BAD-TRANREF" TO ValidationReason
            END-IF.
            IF ValidationReason = SPACES
                MOVE TranrefToken(1:12) TO CheckRef
                PERFORM VALIDATE-TRANREF-CHECKDIG
                IF NOT CHECK-DIGIT-IS-VALID
                    MOVE "BAD-CHECKDIG" TO ValidationReason
                END-IF
            END-IF.
            IF ValidationReason = SPACES
                AND NumericCandidate = 0
                MOVE "OUT-OF-RANGE" TO ValidationReason
            END-IF.
            IF ValidationReason = SPACES
                MOVE NumericCandidate TO ReversalHashAmount
                COMPUTE ReversalAmount =
                    FUNCTION ABS(NumericCandidate)
                PERFORM CHECK-REVERSAL-TARGET
            END-IF.
            IF ValidationReason = SPACES
                MOVE RVT-ACCOUNT(ReversalTargetMatch) TO AccountToken
                PERFORM VALIDATE-ACCOUNT-CODE
            END-IF.
            IF ValidationReason = SPACES
                IF RVT-AMOUNT(ReversalTargetMatch) > 0
                    COMPUTE NumericCandidate = 0 - ReversalAmount
                ELSE
                    MOVE ReversalAmount TO NumericCandidate
                END-IF
                MOVE DuplicateAction TO SavedDuplicateAction
                MOVE 'R' TO DuplicateAction
                PERFORM CHECK-DUPLICATE-TRANREF
                MOVE SavedDuplicateAction TO DuplicateAction
            END-IF.
            IF ValidationReason NOT = SPACES
                PERFORM WRITE-REJECT-RECORD
            ELSE
                ADD ReversalHashAmount TO RunningHash
                MOVE TranrefToken(1:12) TO TranrefCode
                MOVE NumericCandidate TO ArgInput
                PERFORM CONVERT-TO-REPORTING
                ADD NumericCandidate TO BatchOrigTotal
                ADD PostedAmount TO BatchTotal
                ADD 1 TO BatchReversalCount
                ADD NumericCandidate TO BatchOrigReversals
                ADD PostedAmount TO BatchReversalTotal
                ADD 1 TO ReversalCount
                PERFORM TALLY-ACCOUNT-SUBTOTAL
                MOVE "REV" TO AuditLinkType
                MOVE ReversalKey TO AuditLinkTranref
                PERFORM RECORD-AND-ADD
                MOVE SPACES TO AuditLinkType AuditLinkTranref
                PERFORM NOTE-POSTED-TRANREF
                ADD ReversalAmount
                    TO RVT-REVERSED(ReversalTargetMatch)
                DISPLAY "REVERSAL AT POSITION " CurrentIndex
                    " REVERSES TRANREF " ReversalKey
                    " ON ACCOUNT " AccountCode
            END-IF.
       CHECK-REVERSAL-TARGET.
            MOVE FieldOne(1:12) TO ReversalKey.
            PERFORM FIND-REVERSAL-TARGET.
            IF ReversalTargetMatch = 0
                MOVE "NO-ORIGINAL" TO ValidationReason
            ELSE
                IF RVT-FOUND(ReversalTargetMatch) NOT = 'Y'
                    MOVE "NO-ORIGINAL" TO ValidationReason
                ELSE
                    COMPUTE UnreversedAmount =
                        FUNCTION ABS(RVT-AMOUNT(ReversalTargetMatch))
                        - RVT-REVERSED(ReversalTargetMatch)
                    IF UnreversedAmount <= 0
                        MOVE "ALREADY-REVD" TO ValidationReason
                    ELSE
                        IF ReversalAmount > UnreversedAmount
                            MOVE "REV-EXCEEDS" TO ValidationReason
                        END-IF
                    END-IF
                END-IF
            END-IF.
       FIND-REVERSAL-TARGET.
            MOVE 0 TO ReversalTargetMatch.
            MOVE 1 TO ReversalTargetPosition.
            PERFORM UNTIL ReversalTargetPosition > ReversalTargetCount
                IF RVT-TRANREF(ReversalTargetPosition) = ReversalKey
                    MOVE ReversalTargetPosition TO ReversalTargetMatch
                END-IF
                ADD 1 TO ReversalTargetPosition
            END-PERFORM.
       NOTE-REVERSIBLE-POSTING.
            IF TranrefCode NOT = SPACES
                AND ReversalTargetCount > 0
                MOVE TranrefCode TO ReversalKey
                PERFORM FIND-REVERSAL-TARGET
                IF ReversalTargetMatch > 0
                    IF RVT-FOUND(ReversalTargetMatch) NOT = 'Y'
                        MOVE 'Y' TO RVT-FOUND(ReversalTargetMatch)
                        MOVE NumericCandidate
                            TO RVT-AMOUNT(ReversalTargetMatch)
                        MOVE AccountCode
                            TO RVT-ACCOUNT(ReversalTargetMatch)
                    END-IF
                END-IF
            END-IF.
       LOAD-REVERSAL-TARGETS.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus = "00"
                PERFORM UNTIL END-OF-VALUES-FILE
                    READ ValuesFile
                        AT END
                            SET END-OF-VALUES-FILE TO TRUE
                        NOT AT END
                            IF ValuesFileRecord(1:4) = "REV "
                                PERFORM NOTE-REVERSAL-TARGET
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ValuesFile
                MOVE 'N' TO WS-EOF
            END-IF.
            IF ReversalTargetCount > 0
                CLOSE AuditFile
                PERFORM SCAN-ARCHIVED-TRAILS
                MOVE "ARGS-SUM-AUDIT.LOG" TO AuditTrailName
                PERFORM SCAN-AUDIT-TRAIL
                OPEN EXTEND AuditFile
                IF AuditFileStatus = "35"
                    OPEN OUTPUT AuditFile
                END-IF
            END-IF.
       NOTE-REVERSAL-TARGET.
            MOVE SPACES TO RecordTag FieldOne.
            UNSTRING ValuesFileRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne.
            IF FieldOne NOT = SPACES
                MOVE FieldOne(1:12) TO ReversalKey
                PERFORM FIND-REVERSAL-TARGET
                IF ReversalTargetMatch = 0
                    IF ReversalTargetCount < 500
                        ADD 1 TO ReversalTargetCount
                        MOVE ReversalKey
                            TO RVT-TRANREF(ReversalTargetCount)
                        MOVE 'N' TO RVT-FOUND(ReversalTargetCount)
                        MOVE 0 TO RVT-AMOUNT(ReversalTargetCount)
                        MOVE SPACES
                            TO RVT-ACCOUNT(ReversalTargetCount)
                        MOVE 0 TO RVT-REVERSED(ReversalTargetCount)
                    ELSE
                        DISPLAY "WARNING: REVERSAL TARGET TABLE "
                            "FULL, ENTRY SKIPPED"
                    END-IF
                END-IF
            END-IF.
       SCAN-ARCHIVED-TRAILS.
            OPEN INPUT ArchiveIndexFile.
            IF ArchiveIndexStatus = "00"
                PERFORM UNTIL END-OF-ARCHIVE-INDEX
                    READ ArchiveIndexFile
                        AT END
                            SET END-OF-ARCHIVE-INDEX TO TRUE
                        NOT AT END
                            PERFORM NOTE-ARCHIVE-NAME
                    END-READ
                END-PERFORM
                CLOSE ArchiveIndexFile
            END-IF.
            MOVE 1 TO ArchiveNamePosition.
            PERFORM UNTIL ArchiveNamePosition > ArchiveNameCount
                MOVE ARN-FILENAME(ArchiveNamePosition)
                    TO AuditTrailName
                PERFORM SCAN-AUDIT-TRAIL
                IF AuditTrailStatus NOT = "00"
                    DISPLAY "WARNING: ARCHIVED AUDIT LOG "
                        AuditTrailName " NOT AVAILABLE FOR "
                        "REVERSAL CHECKS"
                END-IF
                ADD 1 TO ArchiveNamePosition
            END-PERFORM.
       NOTE-ARCHIVE-NAME.
            MOVE 0 TO ArchiveNameMatch.
            MOVE 1 TO ArchiveNamePosition.
            PERFORM UNTIL ArchiveNamePosition > ArchiveNameCount
                IF ARN-FILENAME(ArchiveNamePosition) = AIX-FILENAME
                    MOVE ArchiveNamePosition TO ArchiveNameMatch
                END-IF
                ADD 1 TO ArchiveNamePosition
            END-PERFORM.
            IF ArchiveNameMatch = 0
                IF ArchiveNameCount < 1000
                    ADD 1 TO ArchiveNameCount
                    MOVE AIX-FILENAME TO ARN-FILENAME(ArchiveNameCount)
                ELSE
                    DISPLAY "WARNING: ARCHIVE INDEX TABLE FULL, "
                        "ENTRY SKIPPED"
                END-IF
            END-IF.
       SCAN-AUDIT-TRAIL.
            MOVE 'N' TO AuditTrailEof.
            OPEN INPUT AuditTrailFile.
            IF AuditTrailStatus = "00"
                PERFORM UNTIL END-OF-AUDIT-TRAIL
                    READ AuditTrailFile
                        AT END
                            SET END-OF-AUDIT-TRAIL TO TRUE
                        NOT AT END
                            PERFORM NOTE-AUDIT-TRAIL-RECORD
                    END-READ
                END-PERFORM
                CLOSE AuditTrailFile
            END-IF.
       NOTE-AUDIT-TRAIL-RECORD.
            MOVE AuditTrailRecord TO AuditTrailLine.
            IF ATL-PROGRAM = "ARGS-SUM"
                IF ATL-LINK-TYPE = "REV"
                    MOVE ATL-LINK-TRANREF TO ReversalKey
                    PERFORM FIND-REVERSAL-TARGET
                    IF ReversalTargetMatch > 0
                        COMPUTE RVT-REVERSED(ReversalTargetMatch) =
                            RVT-REVERSED(ReversalTargetMatch)
                            + FUNCTION ABS(FUNCTION NUMVAL(ATL-VALUE))
                    END-IF
                ELSE
                    IF ATL-TRANREF NOT = SPACES
                        MOVE ATL-TRANREF TO ReversalKey
                        PERFORM FIND-REVERSAL-TARGET
                        IF ReversalTargetMatch > 0
                            IF RVT-FOUND(ReversalTargetMatch) NOT = 'Y'
                                MOVE 'Y'
                                    TO RVT-FOUND(ReversalTargetMatch)
                                COMPUTE RVT-AMOUNT(ReversalTargetMatch)
                                    = FUNCTION NUMVAL(ATL-VALUE)
                                MOVE ATL-ACCOUNT
                                    TO RVT-ACCOUNT(ReversalTargetMatch)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
       VALIDATE-FILE-VALUE.
            MOVE SPACES TO ValidationReason.
                    END-IF
                END-IF
            END-IF.
       LOAD-ACCOUNT-MASTER.
            OPEN INPUT AccountMasterFile.
            IF AccountMasterStatus = "00"
                PERFORM UNTIL END-OF-ACCOUNT-MASTER
                    READ AccountMasterFile
                        AT END
                            SET END-OF-ACCOUNT-MASTER TO TRUE
                        NOT AT END
                            IF MasterAccountCount < 200
                                ADD 1 TO MasterAccountCount
                                MOVE ACM-CODE
                                    TO MAC-CODE(MasterAccountCount)
                                MOVE ACM-DESCRIPTION TO
                                    MAC-DESCRIPTION(MasterAccountCount)
                                MOVE ACM-SOURCE
                                    TO MAC-SOURCE(MasterAccountCount)
                                MOVE ACM-STATUS
                                    TO MAC-STATUS(MasterAccountCount)
                                MOVE ACM-NORMAL-SIDE TO
                                    MAC-NORMAL-SIDE(MasterAccountCount)
                            ELSE
                                DISPLAY "WARNING: ACCOUNT MASTER "
                                    "TABLE FULL, ENTRY SKIPPED"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AccountMasterFile
            END-IF.
       FIND-MASTER-ACCOUNT.
            MOVE 0 TO MasterAccountMatch.
            MOVE 1 TO MasterAccountPosition.
            PERFORM UNTIL MasterAccountPosition > MasterAccountCount
                IF MAC-CODE(MasterAccountPosition) = AccountCode
                    MOVE MasterAccountPosition TO MasterAccountMatch
                END-IF
                ADD 1 TO MasterAccountPosition
            END-PERFORM.
       VALIDATE-ACCOUNT-CODE.
            IF AccountToken = SPACES OR AccountToken = "*"
                MOVE "GENERAL" TO AccountCode
            ELSE
                MOVE AccountToken TO AccountCode
            END-IF.
            PERFORM FIND-MASTER-ACCOUNT.
            IF MasterAccountCount > 0
                IF MasterAccountMatch = 0
                    IF AccountCode NOT = "GENERAL"
                        MOVE "UNKNOWN-ACCT" TO ValidationReason
                    END-IF
                ELSE
                    IF MAC-STATUS(MasterAccountMatch) = "C"
                        MOVE "CLOSED-ACCT" TO ValidationReason
                    ELSE
                        IF MAC-SOURCE(MasterAccountMatch) NOT = SPACES
                            AND MAC-SOURCE(MasterAccountMatch)
                                NOT = HeaderSource
                            MOVE "WRONG-SOURCE" TO ValidationReason
                        END-IF
                    END-IF
                END-IF
            END-IF.
       CHECK-NORMAL-SIDE.
            IF MasterAccountMatch > 0
                IF (MAC-NORMAL-SIDE(MasterAccountMatch) = "D"
                        AND NumericCandidate > 0)
                    OR (MAC-NORMAL-SIDE(MasterAccountMatch) = "C"
                        AND NumericCandidate < 0)
                    ADD 1 TO SideWarningCount
                    DISPLAY "WARNING: VALUE AT POSITION " CurrentIndex
                        " POSTS AGAINST NORMAL SIDE "
                        MAC-NORMAL-SIDE(MasterAccountMatch)
                        " OF ACCOUNT " AccountCode
                END-IF
            END-IF.
       LOAD-TRANREF-REGISTER.
            PERFORM COLLECT-RUN-TRANREFS.
            IF RunTranrefCount > 0
                OPEN INPUT TranrefRegisterFile
                IF TranrefRegisterStatus = "00"
                    PERFORM UNTIL END-OF-TRANREF-REGISTER
                        READ TranrefRegisterFile
                            AT END
                                SET END-OF-TRANREF-REGISTER TO TRUE
                            NOT AT END
                                PERFORM NOTE-REGISTERED-TRANREF
                        END-READ
                    END-PERFORM
                    CLOSE TranrefRegisterFile
                END-IF
            END-IF.
            MOVE PostedTranrefCount TO RegisteredTranrefCount.
       COLLECT-RUN-TRANREFS.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus = "00"
                PERFORM UNTIL END-OF-VALUES-FILE
                    READ ValuesFile
                        AT END
                            SET END-OF-VALUES-FILE TO TRUE
                        NOT AT END
                            PERFORM NOTE-RUN-TRANREF
                    END-READ
                END-PERFORM
                CLOSE ValuesFile
                MOVE 'N' TO WS-EOF
            END-IF.
       NOTE-RUN-TRANREF.
            MOVE SPACES TO RecordTag FieldOne ValueToken.
            MOVE SPACES TO AccountToken TranrefToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            EVALUATE ValuesFileRecord(1:4)
                WHEN "HDR "
                WHEN "TRL "
                    CONTINUE
                WHEN "REV "
                    UNSTRING TrimmedRecord DELIMITED BY ALL " "
                        INTO RecordTag FieldOne ValueToken TranrefToken
                WHEN OTHER
                    UNSTRING TrimmedRecord DELIMITED BY ALL " "
                        INTO ValueToken AccountToken TranrefToken
            END-EVALUATE.
            IF TranrefToken NOT = SPACES
                IF RunTranrefCount >= 5000
                    DISPLAY "TOO MANY TRANREFS IN VALUES FILE"
                    MOVE 16 TO RETURN-CODE
                    CLOSE ValuesFile
                    PERFORM CLOSE-AUDIT-LOG
                    PERFORM RELEASE-RUN-LOCK
                    STOP RUN
                END-IF
                ADD 1 TO RunTranrefCount
                MOVE TranrefToken(1:12) TO RTR-TRANREF(RunTranrefCount)
            END-IF.
       NOTE-REGISTERED-TRANREF.
            MOVE 0 TO RunTranrefMatch.
            MOVE 1 TO RunTranrefPosition.
            PERFORM UNTIL RunTranrefPosition > RunTranrefCount
                OR RunTranrefMatch > 0
                IF RTR-TRANREF(RunTranrefPosition) = TRR-TRANREF
                    MOVE RunTranrefPosition TO RunTranrefMatch
                END-IF
                ADD 1 TO RunTranrefPosition
            END-PERFORM.
            IF RunTranrefMatch > 0
                PERFORM STORE-REGISTERED-TRANREF
            END-IF.
       STORE-REGISTERED-TRANREF.
            IF PostedTranrefCount < 5000
                ADD 1 TO PostedTranrefCount
                MOVE TRR-TRANREF TO PTR-TRANREF(PostedTranrefCount)
                MOVE TRR-RUN-ID TO PTR-RUN-ID(PostedTranrefCount)
                MOVE TRR-BATCH-ID TO PTR-BATCH-ID(PostedTranrefCount)
                MOVE TRR-ACCOUNT TO PTR-ACCOUNT(PostedTranrefCount)
                COMPUTE PTR-AMOUNT(PostedTranrefCount) =
                    FUNCTION NUMVAL(TRR-AMOUNT)
            ELSE
                DISPLAY "TOO MANY TRANREFS IN VALUES FILE"
                MOVE 16 TO RETURN-CODE
                CLOSE TranrefRegisterFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
       LOAD-LARGE-ITEM-LIMITS.
            OPEN INPUT LargeItemLimitsFile.
            IF LargeItemLimitsStatus = "00"
                PERFORM UNTIL END-OF-LARGE-LIMITS
                    READ LargeItemLimitsFile
                        AT END
                            SET END-OF-LARGE-LIMITS TO TRUE
                        NOT AT END
                            PERFORM NOTE-LARGE-ITEM-LIMIT
                    END-READ
                END-PERFORM
                CLOSE LargeItemLimitsFile
            END-IF.
       NOTE-LARGE-ITEM-LIMIT.
            IF LIL-SOURCE NOT = SPACES
                IF FUNCTION TEST-NUMVAL(LIL-THRESHOLD) NOT = 0
                    DISPLAY "WARNING: LARGE-ITEM THRESHOLD FOR "
                        LIL-SOURCE " " LIL-ACCOUNT
                        " IS NOT NUMERIC, ENTRY SKIPPED"
                ELSE
                    IF LargeLimitCount < 99
                        ADD 1 TO LargeLimitCount
                        MOVE LIL-SOURCE TO LLT-SOURCE(LargeLimitCount)
                        IF LIL-ACCOUNT = "*"
                            MOVE SPACES TO LLT-ACCOUNT(LargeLimitCount)
                        ELSE
                            MOVE LIL-ACCOUNT
                                TO LLT-ACCOUNT(LargeLimitCount)
                        END-IF
                        COMPUTE LLT-THRESHOLD(LargeLimitCount) =
                            FUNCTION NUMVAL(LIL-THRESHOLD)
                    ELSE
                        DISPLAY "WARNING: LARGE-ITEM LIMIT TABLE "
                            "FULL, ENTRY SKIPPED"
                    END-IF
                END-IF
            END-IF.
       LOAD-RELEASED-ITEMS.
            OPEN INPUT HeldItemsFile.
            IF HeldItemsStatus = "00"
                PERFORM UNTIL END-OF-HELD-ITEMS
                    READ HeldItemsFile
                        AT END
                            SET END-OF-HELD-ITEMS TO TRUE
                        NOT AT END
                            IF HLD-STATUS = "R"
                                PERFORM NOTE-RELEASED-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HeldItemsFile
            END-IF.
       NOTE-RELEASED-ITEM.
            IF ReleasedCount < 2000
                ADD 1 TO ReleasedCount
                MOVE HLD-BATCH-ID TO RLS-BATCH-ID(ReleasedCount)
                COMPUTE RLS-VALUE(ReleasedCount) =
                    FUNCTION NUMVAL(HLD-VALUE)
                MOVE HLD-ACCOUNT TO RLS-ACCOUNT(ReleasedCount)
                MOVE HLD-TRANREF TO RLS-TRANREF(ReleasedCount)
                MOVE 'N' TO RLS-USED(ReleasedCount)
            ELSE
                DISPLAY "WARNING: RELEASED ITEM TABLE FULL, "
                    "ENTRY SKIPPED"
            END-IF.
       CHECK-RELEASED-ITEM.
            MOVE 0 TO ReleasedMatch.
            MOVE 1 TO ReleasedPosition.
            PERFORM UNTIL ReleasedPosition > ReleasedCount
                OR ReleasedMatch > 0
                IF RLS-USED(ReleasedPosition) = 'N'
                    AND RLS-BATCH-ID(ReleasedPosition) = BatchId
                    AND RLS-VALUE(ReleasedPosition) = NumericCandidate
                    AND RLS-ACCOUNT(ReleasedPosition) = AccountCode
                    AND RLS-TRANREF(ReleasedPosition)
                        = TranrefToken(1:12)
                    MOVE ReleasedPosition TO ReleasedMatch
                    MOVE 'Y' TO RLS-USED(ReleasedPosition)
                END-IF
                ADD 1 TO ReleasedPosition
            END-PERFORM.
       CHECK-LARGE-ITEM.
            MOVE 'N' TO LargeItemHeld.
            MOVE 0 TO LargeLimitMatch.
            MOVE 1 TO LargeLimitPosition.
            PERFORM UNTIL LargeLimitPosition > LargeLimitCount
                IF LLT-SOURCE(LargeLimitPosition) = HeaderSource
                    IF LLT-ACCOUNT(LargeLimitPosition) = AccountCode
                        MOVE LargeLimitPosition TO LargeLimitMatch
                    ELSE
                        IF LLT-ACCOUNT(LargeLimitPosition) = SPACES
                            AND LargeLimitMatch = 0
                            MOVE LargeLimitPosition TO LargeLimitMatch
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO LargeLimitPosition
            END-PERFORM.
            IF LargeLimitMatch > 0
                IF FUNCTION ABS(NumericCandidate)
                    > LLT-THRESHOLD(LargeLimitMatch)
                    SET LARGE-ITEM-IS-HELD TO TRUE
                END-IF
            END-IF.
       CHECK-DUPLICATE-TRANREF.
            MOVE 0 TO PostedTranrefMatch.
            IF TranrefToken NOT = SPACES
                MOVE 1 TO PostedTranrefPosition
                PERFORM UNTIL PostedTranrefPosition > PostedTranrefCount
                    IF PTR-TRANREF(PostedTranrefPosition)
                        = TranrefToken(1:12)
                        AND PostedTranrefMatch = 0
                        MOVE PostedTranrefPosition TO PostedTranrefMatch
                    END-IF
                    ADD 1 TO PostedTranrefPosition
                END-PERFORM
            END-IF.
            IF PostedTranrefMatch > 0
                IF NOT DUP-TRANREF-HOLD
                    MOVE "DUP-TRANREF" TO ValidationReason
                END-IF
                PERFORM WRITE-TRANREF-HIT
            END-IF.
       NOTE-POSTED-TRANREF.
            IF TranrefCode NOT = SPACES
                IF PostedTranrefCount < 5000
                    ADD 1 TO PostedTranrefCount
                    MOVE TranrefCode TO PTR-TRANREF(PostedTranrefCount)
                    MOVE RunId TO PTR-RUN-ID(PostedTranrefCount)
                    MOVE BatchId TO PTR-BATCH-ID(PostedTranrefCount)
                    MOVE AccountCode TO PTR-ACCOUNT(PostedTranrefCount)
                    MOVE NumericCandidate
                        TO PTR-AMOUNT(PostedTranrefCount)
                ELSE
                    DISPLAY "TOO MANY TRANREFS IN VALUES FILE"
                    MOVE 16 TO RETURN-CODE
                    CLOSE ValuesFile
                    PERFORM CLOSE-AUDIT-LOG
                    PERFORM RELEASE-RUN-LOCK
                    STOP RUN
                END-IF
            END-IF.
       WRITE-TRANREF-HIT.
            IF NOT TRANREF-HITS-OPEN
                MOVE SPACES TO TranrefHitsFileName
                STRING "TRANREF-HITS." DELIMITED BY SIZE
                    RunId DELIMITED BY SIZE
                    ".TXT" DELIMITED BY SIZE
                    INTO TranrefHitsFileName
                OPEN OUTPUT TranrefHitsFile
                SET TRANREF-HITS-OPEN TO TRUE
                MOVE SPACES TO HitLine
                STRING "RE-PRESENTED TRANSACTION REFERENCES - RUN "
                    DELIMITED BY SIZE
                    RunId DELIMITED BY SIZE
                    INTO HitLine
                PERFORM WRITE-HIT-LINE
            END-IF.
            ADD 1 TO TranrefHitCount.
            IF DUP-TRANREF-HOLD
                MOVE "HELD" TO HitAction
            ELSE
                MOVE "REJECTED" TO HitAction
            END-IF.
            MOVE PTR-AMOUNT(PostedTranrefMatch) TO EditedOriginalAmount.
            MOVE NumericCandidate TO EditedHitAmount.
            MOVE SPACES TO HitLine.
            PERFORM WRITE-HIT-LINE.
            MOVE SPACES TO HitLine.
            STRING "TRANREF " DELIMITED BY SIZE
                TranrefToken(1:12) DELIMITED BY SIZE
                INTO HitLine.
            PERFORM WRITE-HIT-LINE.
            MOVE SPACES TO HitLine.
            STRING "  POSTED   RUN " DELIMITED BY SIZE
                PTR-RUN-ID(PostedTranrefMatch) DELIMITED BY SIZE
                " BATCH " DELIMITED BY SIZE
                PTR-BATCH-ID(PostedTranrefMatch) DELIMITED BY SIZE
                " ACCOUNT " DELIMITED BY SIZE
                PTR-ACCOUNT(PostedTranrefMatch) DELIMITED BY SIZE
                " AMOUNT " DELIMITED BY SIZE
                EditedOriginalAmount DELIMITED BY SIZE
                INTO HitLine.
            PERFORM WRITE-HIT-LINE.
            MOVE SPACES TO HitLine.
            STRING "  NEW      RUN " DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                " BATCH " DELIMITED BY SIZE
                BatchId DELIMITED BY SIZE
                " ACCOUNT " DELIMITED BY SIZE
                AccountCode DELIMITED BY SIZE
                " AMOUNT " DELIMITED BY SIZE
                EditedHitAmount DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HitAction DELIMITED BY SIZE
                INTO HitLine.
            PERFORM WRITE-HIT-LINE.
       WRITE-HIT-LINE.
            MOVE HitLine TO TranrefHitsRecord.
            WRITE TranrefHitsRecord.
            IF TranrefHitsStatus NOT = "00"
                DISPLAY "WARNING: TRANREF HITS REPORT WRITE FAILED, "
                    "STATUS " TranrefHitsStatus
            END-IF.
       REPORT-TRANREF-HITS.
            IF TRANREF-HITS-OPEN
                CLOSE TranrefHitsFile
                DISPLAY "RE-PRESENTED TRANREFS: " TranrefHitCount
                    " - SEE " TranrefHitsFileName
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       WRITE-HELD-ITEM.
            IF HeldCount >= 1000
                DISPLAY "TOO MANY HELD ITEMS IN VALUES FILE"
                MOVE 16 TO RETURN-CODE
                CLOSE ValuesFile
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            ADD 1 TO HeldCount.
            MOVE BatchId TO HDT-BATCH-ID(HeldCount).
            MOVE CurrentIndex TO HDT-INDEX(HeldCount).
            MOVE HoldReason TO HDT-REASON(HeldCount).
            MOVE NumericCandidate TO HDT-VALUE(HeldCount).
            MOVE AccountCode TO HDT-ACCOUNT(HeldCount).
            MOVE TranrefToken(1:12) TO HDT-TRANREF(HeldCount).
            MOVE BatchCurrency TO HDT-CURRENCY(HeldCount).
            ADD 1 TO BatchHeldCount.
            PERFORM CONVERT-TO-REPORTING.
            ADD NumericCandidate TO BatchOrigHeld.
            ADD PostedAmount TO BatchHeldTotal.
            DISPLAY "HELD RECORD AT POSITION " CurrentIndex
                " - " HoldReason.
       REPORT-RELEASED-ITEMS.
            IF ReleasedPostedCount > 0
                DISPLAY "RELEASED ITEMS POSTED: " ReleasedPostedCount
            END-IF.
       REPORT-HELD-ITEMS.
            IF HeldCount > 0
                DISPLAY "HELD " HeldCount " RECORDS FOR REVIEW - SEE "
                    "HELD-ITEMS.DAT"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       WRITE-TRANREF-REGISTER.
            IF PostedTranrefCount > RegisteredTranrefCount
                OPEN EXTEND TranrefRegisterFile
                IF TranrefRegisterStatus = "35"
                    OPEN OUTPUT TranrefRegisterFile
                END-IF
                IF TranrefRegisterStatus NOT = "00"
                    DISPLAY "WARNING: TRANREF REGISTER WRITE FAILED, "
                        "STATUS " TranrefRegisterStatus
                ELSE
                    COMPUTE PostedTranrefPosition =
                        RegisteredTranrefCount + 1
                    PERFORM UNTIL PostedTranrefPosition
                        > PostedTranrefCount
                        PERFORM WRITE-ONE-REGISTER-ENTRY
                        ADD 1 TO PostedTranrefPosition
                    END-PERFORM
                    CLOSE TranrefRegisterFile
                END-IF
            END-IF.
       WRITE-HELD-ITEMS.
            IF HeldCount > 0
                OPEN EXTEND HeldItemsFile
                IF HeldItemsStatus = "35"
                    OPEN OUTPUT HeldItemsFile
                END-IF
                IF HeldItemsStatus NOT = "00"
                    DISPLAY "WARNING: HELD ITEMS WRITE FAILED, STATUS "
                        HeldItemsStatus
                ELSE
                    MOVE 1 TO HeldItemPosition
                    PERFORM UNTIL HeldItemPosition > HeldCount
                        PERFORM WRITE-ONE-HELD-ITEM
                        ADD 1 TO HeldItemPosition
                    END-PERFORM
                    CLOSE HeldItemsFile
                END-IF
            END-IF.
       WRITE-ONE-HELD-ITEM.
            MOVE SPACES TO HeldItemRecord.
            MOVE RunId TO HLD-RUN-ID.
            MOVE HDT-BATCH-ID(HeldItemPosition) TO HLD-BATCH-ID.
            MOVE HDT-INDEX(HeldItemPosition) TO HLD-INDEX.
            MOVE HDT-REASON(HeldItemPosition) TO HLD-REASON.
            MOVE HDT-VALUE(HeldItemPosition) TO HLD-VALUE.
            MOVE HDT-ACCOUNT(HeldItemPosition) TO HLD-ACCOUNT.
            MOVE HDT-TRANREF(HeldItemPosition) TO HLD-TRANREF.
            MOVE "H" TO HLD-STATUS.
            MOVE HDT-CURRENCY(HeldItemPosition) TO HLD-CURRENCY.
            WRITE HeldItemRecord.
       WRITE-ONE-REGISTER-ENTRY.
            MOVE SPACES TO TranrefRegisterRecord.
            MOVE PTR-TRANREF(PostedTranrefPosition) TO TRR-TRANREF.
            MOVE PTR-RUN-ID(PostedTranrefPosition) TO TRR-RUN-ID.
            MOVE PTR-BATCH-ID(PostedTranrefPosition) TO TRR-BATCH-ID.
            MOVE PTR-ACCOUNT(PostedTranrefPosition) TO TRR-ACCOUNT.
            MOVE PTR-AMOUNT(PostedTranrefPosition) TO TRR-AMOUNT.
            WRITE TranrefRegisterRecord.
       WRITE-REJECT-RECORD.
            IF NOT REJECTS-FILE-OPEN
                OPEN OUTPUT RejectsFile
                    "BATCH " BatchId " - POSSIBLE TRUNCATED "
                    "TRANSMISSION"
                MOVE 20 TO RETURN-CODE
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            IF BatchTableCount = 0
                DISPLAY "VALUES FILE MISSING HEADER RECORD"
                MOVE 20 TO RETURN-CODE
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
            MOVE AccountCode TO AUD-ACCOUNT.
            MOVE TranrefCode TO AUD-TRANREF.
            MOVE BatchId TO AUD-BATCH-ID.
            MOVE AuditLinkType TO AUD-LINK-TYPE.
            MOVE AuditLinkTranref TO AUD-LINK-TRANREF.
            WRITE AuditRecord.
            PERFORM ADD-LINE-TO-SEAL.
       LOAD-AUDIT-SEAL.
            MOVE 0 TO SealPrevChain.
            MOVE 0 TO SealLineCount.
            MOVE 0 TO LastSealLine.
            MOVE 'N' TO AuditSealEof.
            OPEN INPUT AuditFile.
            IF AuditFileStatus = "00"
                PERFORM UNTIL END-OF-AUDIT-SEAL-SCAN
                    READ AuditFile
                        AT END
                            SET END-OF-AUDIT-SEAL-SCAN TO TRUE
                        NOT AT END
                            ADD 1 TO SealLineCount
                            IF SEL-TAG = "SEAL"
                                MOVE SEL-CHAIN TO SealPrevChain
                                MOVE SealLineCount TO LastSealLine
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AuditFile
                IF LastSealLine < SealLineCount
                    PERFORM HASH-UNSEALED-LINES
                END-IF
            END-IF.
       HASH-UNSEALED-LINES.
            MOVE 0 TO SealLineCount.
            MOVE 'N' TO AuditSealEof.
            OPEN INPUT AuditFile.
            PERFORM UNTIL END-OF-AUDIT-SEAL-SCAN
                READ AuditFile
                    AT END
                        SET END-OF-AUDIT-SEAL-SCAN TO TRUE
                    NOT AT END
                        ADD 1 TO SealLineCount
                        IF SealLineCount > LastSealLine
                            MOVE AUD-RUN-ID TO SealRunId
                            PERFORM ADD-LINE-TO-SEAL
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AuditFile.
       ADD-LINE-TO-SEAL.
            MOVE AuditRecord TO HashLine.
            PERFORM HASH-AUDIT-LINE.
            ADD 1 TO SealCount.
            IF FUNCTION TEST-NUMVAL(AUD-VALUE) = 0
                COMPUTE SealAmount = SealAmount
                    + FUNCTION NUMVAL(AUD-VALUE)
            END-IF.
       HASH-AUDIT-LINE.
            MOVE 1 TO HashPosition.
            PERFORM UNTIL HashPosition > 120
                COMPUTE RunDigest = FUNCTION MOD(RunDigest * 31
                    + FUNCTION ORD(HashLine(HashPosition:1)),
                    999999937)
                ADD 1 TO HashPosition
            END-PERFORM.
       WRITE-AUDIT-SEAL.
            IF SealCount > 0
                COMPUTE SealChain = FUNCTION MOD(SealPrevChain * 31
                    + RunDigest, 999999937)
                MOVE SPACES TO AuditSealRecord
                MOVE "SEAL" TO SEL-TAG
                MOVE SealType TO SEL-TYPE
                MOVE "ARGS-SUM" TO SEL-PROGRAM
                MOVE SealRunId TO SEL-RUN-ID
                MOVE SealCount TO SEL-COUNT
                MOVE SealAmount TO SEL-AMOUNT-HASH
                MOVE SealPrevChain TO SEL-PREV-CHAIN
                MOVE SealChain TO SEL-CHAIN
                MOVE FUNCTION CURRENT-DATE TO SEL-TIMESTAMP
                WRITE AuditSealRecord
                MOVE SealChain TO SealPrevChain
                MOVE 0 TO SealCount
                MOVE 0 TO SealAmount
                MOVE 0 TO RunDigest
            END-IF.
       CLOSE-AUDIT-LOG.
            MOVE "R" TO SealType.
            MOVE RunId TO SealRunId.
            PERFORM WRITE-AUDIT-SEAL.
            CLOSE AuditFile.
       READ-RUN-ID.
            OPEN INPUT RunControlFile.
            IF RunControlStatus = "00"
                            MOVE ParsedLimit TO VarianceLimit
                        END-IF
                END-READ
                READ LimitsFile
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LimitsRecord(1:4) = "HOLD"
                            SET DUP-TRANREF-HOLD TO TRUE
                        END-IF
                END-READ
                READ LimitsFile
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE LimitsRecord(1:3) TO ReportingCurrency
                END-READ
                CLOSE LimitsFile
            END-IF.
       WRITE-RESULT-FILE.
                        TO SRF-CREDIT-COUNT
                    MOVE BAT-REJECTS(BatchPosition)
                        TO SRF-REJECT-COUNT
                    MOVE BAT-REVERSAL-COUNT(BatchPosition)
                        TO SRF-REVERSAL-COUNT
                    MOVE BAT-REVERSAL-TOTAL(BatchPosition)
                        TO SRF-REVERSAL-TOTAL
                    MOVE BAT-HELD-COUNT(BatchPosition)
                        TO SRF-HELD-COUNT
                    MOVE BAT-HELD-TOTAL(BatchPosition)
                        TO SRF-HELD-TOTAL
                    WRITE SumResultRecord
                    ADD 1 TO BatchPosition
                END-PERFORM
                MOVE GrossCredits TO SRF-CREDITS
                MOVE CreditCount TO SRF-CREDIT-COUNT
                MOVE RejectCount TO SRF-REJECT-COUNT
                MOVE 0 TO SRF-REVERSAL-COUNT
                MOVE 0 TO SRF-REVERSAL-TOTAL
                MOVE 0 TO SRF-HELD-COUNT
                MOVE 0 TO SRF-HELD-TOTAL
                WRITE SumResultRecord
            END-IF.
            IF SumResultFileStatus NOT = "00"
                        "FILE"
                    MOVE 20 TO RETURN-CODE
                    CLOSE ValuesFile
                    PERFORM CLOSE-AUDIT-LOG
                    PERFORM RELEASE-RUN-LOCK
                    STOP RUN
                END-IF
                MOVE AccountCode TO ACT-ACCOUNT(AccountMatch)
                MOVE 0 TO ACT-TOTAL(AccountMatch)
                MOVE 0 TO ACT-COUNT(AccountMatch)
                MOVE 0 TO ACT-ORIG-TOTAL(AccountMatch)
            END-IF.
            ADD PostedAmount TO ACT-TOTAL(AccountMatch).
            ADD NumericCandidate TO ACT-ORIG-TOTAL(AccountMatch).
            ADD 1 TO ACT-COUNT(AccountMatch).
       WRITE-ACCOUNT-RESULTS.
            MOVE SPACES TO AccountResultFileName.
                    = BAT-ID(BatchPosition)
                    MOVE ACT-TOTAL(AccountPosition)
                        TO EditedSubtotal
                    MOVE ACT-ACCOUNT(AccountPosition) TO AccountCode
                    PERFORM FIND-MASTER-ACCOUNT
                    IF MasterAccountMatch > 0
                        MOVE MAC-DESCRIPTION(MasterAccountMatch)
                            TO AccountDescription
                    ELSE
                        MOVE "(NOT IN ACCOUNT MASTER)"
                            TO AccountDescription
                    END-IF
                    MOVE SPACES TO AccountReportRecord
                    STRING "  ACCOUNT " DELIMITED BY SIZE
                        ACT-ACCOUNT(AccountPosition)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AccountDescription DELIMITED BY SIZE
                        "  SUBTOTAL " DELIMITED BY SIZE
                        EditedSubtotal DELIMITED BY SIZE
                        "  COUNT " DELIMITED BY SIZE
                BAT-COUNT(BatchPosition) DELIMITED BY SIZE
                INTO AccountReportRecord.
            WRITE AccountReportRecord.
       WRITE-CURRENCY-RESULTS.
            MOVE SPACES TO CurrencyResultFileName.
            STRING "ARGS-SUM-CURRENCY." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO CurrencyResultFileName.
            OPEN OUTPUT CurrencyResultFile.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                MOVE SPACES TO CurrencyResultRecord
                MOVE RunId TO CUR-RUN-ID
                MOVE "BAT" TO CUR-TYPE
                MOVE BAT-ID(BatchPosition) TO CUR-BATCH-ID
                MOVE BAT-CURRENCY(BatchPosition) TO CUR-CURRENCY
                MOVE BAT-RATE(BatchPosition) TO CUR-RATE
                MOVE BAT-ORIG-TOTAL(BatchPosition) TO CUR-ORIG-TOTAL
                MOVE BAT-RESULT(BatchPosition) TO CUR-RPT-TOTAL
                MOVE BAT-ORIG-REVERSALS(BatchPosition)
                    TO CUR-ORIG-REVERSALS
                MOVE BAT-ORIG-HELD(BatchPosition) TO CUR-ORIG-HELD
                MOVE BAT-COUNT(BatchPosition) TO CUR-COUNT
                MOVE ReportingCurrency TO CUR-RPT-CURRENCY
                WRITE CurrencyResultRecord
                IF BAT-CURRENCY(BatchPosition) NOT = ReportingCurrency
                    MOVE BAT-RATE(BatchPosition) TO EditedRate
                    MOVE BAT-ORIG-TOTAL(BatchPosition)
                        TO EditedOrigTotal
                    MOVE BAT-RESULT(BatchPosition) TO EditedRptTotal
                    DISPLAY "BATCH " BAT-ID(BatchPosition) " "
                        BAT-CURRENCY(BatchPosition) " "
                        FUNCTION TRIM(EditedOrigTotal) " AT "
                        FUNCTION TRIM(EditedRate) " = "
                        ReportingCurrency " "
                        FUNCTION TRIM(EditedRptTotal)
                END-IF
                PERFORM WRITE-ACCOUNT-CURRENCY-LINES
                ADD 1 TO BatchPosition
            END-PERFORM.
            IF CurrencyResultStatus NOT = "00"
                DISPLAY "WARNING: CURRENCY RESULT FILE WRITE FAILED, "
                    "STATUS " CurrencyResultStatus
            END-IF.
            CLOSE CurrencyResultFile.
       WRITE-ACCOUNT-CURRENCY-LINES.
            MOVE 1 TO AccountPosition.
            PERFORM UNTIL AccountPosition > AccountTableCount
                IF ACT-BATCH-ID(AccountPosition)
                    = BAT-ID(BatchPosition)
                    MOVE SPACES TO CurrencyResultRecord
                    MOVE RunId TO CUR-RUN-ID
                    MOVE "ACC" TO CUR-TYPE
                    MOVE BAT-ID(BatchPosition) TO CUR-BATCH-ID
                    MOVE ACT-ACCOUNT(AccountPosition) TO CUR-ACCOUNT
                    MOVE BAT-CURRENCY(BatchPosition) TO CUR-CURRENCY
                    MOVE BAT-RATE(BatchPosition) TO CUR-RATE
                    MOVE ACT-ORIG-TOTAL(AccountPosition)
                        TO CUR-ORIG-TOTAL
                    MOVE ACT-TOTAL(AccountPosition) TO CUR-RPT-TOTAL
                    MOVE 0 TO CUR-ORIG-REVERSALS
                    MOVE 0 TO CUR-ORIG-HELD
                    MOVE ACT-COUNT(AccountPosition) TO CUR-COUNT
                    MOVE ReportingCurrency TO CUR-RPT-CURRENCY
                    WRITE CurrencyResultRecord
                END-IF
                ADD 1 TO AccountPosition
            END-PERFORM.
       CHECK-VARIANCE.
            PERFORM READ-PREVIOUS-RUN.
            IF PREVIOUS-RUN-FOUND
                CLOSE LastRunSummaryFile
            END-IF.
       ADD-TO-TOTAL.
            COMPUTE Result = PostedAmount + Result
                ON SIZE ERROR
                    DISPLAY "TOTAL EXCEEDS CAPACITY"
                    MOVE 16 TO RETURN-CODE
                    PERFORM DELETE-CHECKPOINT
                    PERFORM CLOSE-AUDIT-LOG
                    PERFORM RELEASE-RUN-LOCK
                    STOP RUN
            END-COMPUTE.
            IF PostedAmount < 0
                ADD PostedAmount TO GrossDebits
                ADD PostedAmount TO BatchDebits
                ADD 1 TO DebitCount
                ADD 1 TO BatchDebitCount
            ELSE
                IF PostedAmount > 0
                    ADD PostedAmount TO GrossCredits
                    ADD PostedAmount TO BatchCredits
                    ADD 1 TO CreditCount
                    ADD 1 TO BatchCreditCount
                END-IF
