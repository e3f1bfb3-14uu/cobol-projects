           SELECT RunControlFile ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.
           SELECT CurrencyResultFile ASSIGN TO CurrencyResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CurrencyResultStatus.
           SELECT ReconcileResultFile
               ASSIGN TO ReconcileResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  AverageResultFile.
           01 AverageResultRecord.
               05 ARF-RUN-ID PIC X(13).
               05 EOR-ODD PIC 9(5).
               05 FILLER PIC X.
               05 EOR-TOTAL PIC 9(5).
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
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
       FD  ReconcileResultFile.
           01 ReconcileResultOpen PIC X VALUE 'N'.
               88 RECONCILE-RESULT-OPEN VALUE 'Y'.
           01 SumFileStatus PIC XX.
           01 CurrencyResultStatus PIC XX.
           01 CurrencyResultFileName PIC X(40).
           01 CurrencyEof PIC X VALUE 'N'.
               88 END-OF-CURRENCY-FILE VALUE 'Y'.
           01 AverageFileStatus PIC XX.
           01 EvenOddFileStatus PIC XX.
           01 RunControlStatus PIC XX.
                   10 SUM-BATCH-ID PIC X(17).
                   10 SUM-RESULT PIC S99999.
                   10 SUM-COUNT PIC 9(5).
                   10 SUM-REVERSAL-COUNT PIC 9(5).
                   10 SUM-REVERSAL-TOTAL PIC S9(7).
                   10 SUM-HELD-COUNT PIC 9(5).
                   10 SUM-HELD-TOTAL PIC S9(7).
           01 AvgTable.
               05 AvgEntry OCCURS 20.
                   10 AVG-BATCH-ID PIC X(17).
                   10 EO-ODD PIC 9(5).
                   10 EO-TOTAL PIC 9(5).
           01 RecomputedTotal PIC S9(7)V99.
           01 OriginalSumTotal PIC S9(7).
           01 PostedPlusHeldTotal PIC S9(7).
           01 Difference PIC S9(7)V999.
           01 Tolerance PIC S9(5)V999.
           01 MismatchCount PICTURE 99 VALUE 0.
                INTO EvenOddResultFileName.
            DISPLAY "RECONCILING RESULTS FOR RUN " RunId.
            PERFORM LOAD-SUM-RESULTS.
            PERFORM LOAD-CURRENCY-RESULTS.
            PERFORM LOAD-AVERAGE-RESULTS.
            PERFORM LOAD-EVENODD-RESULTS.
            IF SumRunId NOT = AvgRunId
                            TO SUM-BATCH-ID(SumBatchCount)
                        MOVE SRF-RESULT TO SUM-RESULT(SumBatchCount)
                        MOVE SRF-COUNT TO SUM-COUNT(SumBatchCount)
                        IF SRF-REVERSAL-COUNT IS NUMERIC
                            AND SRF-REVERSAL-TOTAL IS NUMERIC
                            MOVE SRF-REVERSAL-COUNT
                                TO SUM-REVERSAL-COUNT(SumBatchCount)
                            MOVE SRF-REVERSAL-TOTAL
                                TO SUM-REVERSAL-TOTAL(SumBatchCount)
                        ELSE
                            MOVE 0 TO SUM-REVERSAL-COUNT(SumBatchCount)
                            MOVE 0 TO SUM-REVERSAL-TOTAL(SumBatchCount)
                        END-IF
                        IF SRF-HELD-COUNT IS NUMERIC
                            AND SRF-HELD-TOTAL IS NUMERIC
                            MOVE SRF-HELD-COUNT
                                TO SUM-HELD-COUNT(SumBatchCount)
                            MOVE SRF-HELD-TOTAL
                                TO SUM-HELD-TOTAL(SumBatchCount)
                        ELSE
                            MOVE 0 TO SUM-HELD-COUNT(SumBatchCount)
                            MOVE 0 TO SUM-HELD-TOTAL(SumBatchCount)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SumResultFile.
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
       LOAD-CURRENCY-RESULTS.
            MOVE SPACES TO CurrencyResultFileName.
            STRING "ARGS-SUM-CURRENCY." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO CurrencyResultFileName.
            OPEN INPUT CurrencyResultFile.
            IF CurrencyResultStatus = "00"
                PERFORM UNTIL END-OF-CURRENCY-FILE
                    READ CurrencyResultFile
                        AT END
                            SET END-OF-CURRENCY-FILE TO TRUE
                        NOT AT END
                            IF CUR-TYPE = "BAT"
                                PERFORM USE-ORIGINAL-CURRENCY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CurrencyResultFile
            END-IF.
       USE-ORIGINAL-CURRENCY.
            MOVE 1 TO SumPosition.
            PERFORM UNTIL SumPosition > SumBatchCount
                IF SUM-BATCH-ID(SumPosition) = CUR-BATCH-ID
                    AND CUR-CURRENCY NOT = CUR-RPT-CURRENCY
                    MOVE CUR-ORIG-TOTAL TO SUM-RESULT(SumPosition)
                    MOVE CUR-ORIG-REVERSALS
                        TO SUM-REVERSAL-TOTAL(SumPosition)
                    MOVE CUR-ORIG-HELD TO SUM-HELD-TOTAL(SumPosition)
                    DISPLAY "RECONCILIATION BATCH " CUR-BATCH-ID
                        ": ARGS-SUM TOTALS TAKEN IN ORIGINAL "
                        "CURRENCY " CUR-CURRENCY
                END-IF
                ADD 1 TO SumPosition
            END-PERFORM.
       LOAD-AVERAGE-RESULTS.
            OPEN INPUT AverageResultFile.
            IF AverageFileStatus NOT = "00"
            DISPLAY "RECONCILIATION BATCH "
                SUM-BATCH-ID(SumPosition) ": ARGS-SUM RESULT="
                SUM-RESULT(SumPosition).
            COMPUTE OriginalSumTotal = SUM-RESULT(SumPosition)
                - SUM-REVERSAL-TOTAL(SumPosition).
            IF SUM-REVERSAL-COUNT(SumPosition) > 0
                DISPLAY "RECONCILIATION BATCH "
                    SUM-BATCH-ID(SumPosition) ": REVERSALS "
                    SUM-REVERSAL-COUNT(SumPosition) " TOTAL "
                    SUM-REVERSAL-TOTAL(SumPosition)
                    " EXCLUDED, ARGS-SUM RESULT BEFORE REVERSALS="
                    OriginalSumTotal
            END-IF.
            IF SUM-HELD-COUNT(SumPosition) > 0
                COMPUTE PostedPlusHeldTotal = SUM-RESULT(SumPosition)
                    + SUM-HELD-TOTAL(SumPosition)
                DISPLAY "RECONCILIATION BATCH "
                    SUM-BATCH-ID(SumPosition) ": HELD "
                    SUM-HELD-COUNT(SumPosition) " ITEMS TOTAL "
                    SUM-HELD-TOTAL(SumPosition)
                    " EXCLUDED, POSTED PLUS HELD="
                    PostedPlusHeldTotal
            END-IF.
            DISPLAY "RECONCILIATION BATCH "
                SUM-BATCH-ID(SumPosition)
                ": ARGS-AVERAGE RESULT * COUNT=" RecomputedTotal.
            COMPUTE Difference = FUNCTION ABS(RecomputedTotal
                - OriginalSumTotal).
            COMPUTE Tolerance = 0.005 * AVG-COUNT(MatchPosition).
            MOVE SPACES TO ReconcileResultRecord.
            MOVE RunId TO RRF-RUN-ID.
