       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRENCY-EXPOSURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.
           SELECT CurrencyResultFile ASSIGN TO CurrencyResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CurrencyResultStatus.
           SELECT ExposureReportFile ASSIGN TO ExposureReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExposureReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
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
       FD  ExposureReportFile.
           01 ExposureReportRecord PIC X(100).
       WORKING-STORAGE SECTION.
           01 RunControlStatus PIC XX.
           01 CurrencyResultStatus PIC XX.
           01 ExposureReportStatus PIC XX.
           01 CurrencyResultFileName PIC X(40).
           01 ExposureReportFileName PIC X(40).
           01 RunId PIC X(13).
           01 CurrencyEof PIC X VALUE 'N'.
               88 END-OF-CURRENCY-FILE VALUE 'Y'.
           01 ReportingCurrency PIC X(3) VALUE SPACES.
           01 BatchSource PIC X(8).
           01 BatchLineCount PICTURE 9(5) VALUE 0.
           01 ExposureTableCount PICTURE 99 VALUE 0.
           01 ExposurePosition PICTURE 99.
           01 ExposureMatch PICTURE 99.
           01 ExposureTable.
               05 ExposureEntry OCCURS 50.
                   10 EXP-CURRENCY PIC X(3).
                   10 EXP-SOURCE PIC X(8).
                   10 EXP-BATCHES PIC 9(5).
                   10 EXP-VALUES PIC 9(7).
                   10 EXP-ORIG-TOTAL PIC S9(9).
                   10 EXP-ORIG-HELD PIC S9(9).
                   10 EXP-RPT-TOTAL PIC S9(9).
           01 CurrencyTableCount PICTURE 99 VALUE 0.
           01 CurrencyPosition PICTURE 99.
           01 CurrencyMatch PICTURE 99.
           01 CurrencyTable.
               05 CurrencyEntry OCCURS 50.
                   10 CCY-CODE PIC X(3).
           01 CurrencyOrigTotal PICTURE S9(9).
           01 CurrencyHeldTotal PICTURE S9(9).
           01 CurrencyRptTotal PICTURE S9(9).
           01 GrandRptTotal PICTURE S9(9) VALUE 0.
           01 EditedOrigTotal PIC -(9)9.
           01 EditedHeldTotal PIC -(9)9.
           01 EditedRptTotal PIC -(9)9.
           01 ReportLine PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-ID.
            PERFORM LOAD-CURRENCY-RESULTS.
            IF BatchLineCount = 0
                DISPLAY "NO ARGS-SUM CURRENCY RESULTS FOR RUN " RunId
                    " - EXPOSURE REPORT NOT WRITTEN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-EXPOSURE-REPORT.
            STOP RUN.
       READ-RUN-ID.
            OPEN INPUT RunControlFile.
            IF RunControlStatus = "00"
                READ RunControlFile
                    AT END
                        PERFORM DEFAULT-RUN-ID
                    NOT AT END
                        MOVE RunControlRecord TO RunId
                END-READ
                CLOSE RunControlFile
            ELSE
                PERFORM DEFAULT-RUN-ID
            END-IF.
       DEFAULT-RUN-ID.
            MOVE SPACES TO RunId.
            STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                "-0000" DELIMITED BY SIZE
                INTO RunId.
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
                                PERFORM TALLY-BATCH-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CurrencyResultFile
            END-IF.
       TALLY-BATCH-LINE.
            ADD 1 TO BatchLineCount.
            MOVE CUR-RPT-CURRENCY TO ReportingCurrency.
            MOVE CUR-BATCH-ID(10:8) TO BatchSource.
            PERFORM NOTE-CURRENCY.
            MOVE 0 TO ExposureMatch.
            MOVE 1 TO ExposurePosition.
            PERFORM UNTIL ExposurePosition > ExposureTableCount
                IF EXP-CURRENCY(ExposurePosition) = CUR-CURRENCY
                    AND EXP-SOURCE(ExposurePosition) = BatchSource
                    MOVE ExposurePosition TO ExposureMatch
                END-IF
                ADD 1 TO ExposurePosition
            END-PERFORM.
            IF ExposureMatch = 0
                IF ExposureTableCount >= 50
                    DISPLAY "WARNING: CURRENCY EXPOSURE TABLE FULL, "
                        "ENTRY SKIPPED"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    ADD 1 TO ExposureTableCount
                    MOVE ExposureTableCount TO ExposureMatch
                    MOVE CUR-CURRENCY TO EXP-CURRENCY(ExposureMatch)
                    MOVE BatchSource TO EXP-SOURCE(ExposureMatch)
                    MOVE 0 TO EXP-BATCHES(ExposureMatch)
                    MOVE 0 TO EXP-VALUES(ExposureMatch)
                    MOVE 0 TO EXP-ORIG-TOTAL(ExposureMatch)
                    MOVE 0 TO EXP-ORIG-HELD(ExposureMatch)
                    MOVE 0 TO EXP-RPT-TOTAL(ExposureMatch)
                END-IF
            END-IF.
            IF ExposureMatch > 0
                ADD 1 TO EXP-BATCHES(ExposureMatch)
                ADD CUR-COUNT TO EXP-VALUES(ExposureMatch)
                ADD CUR-ORIG-TOTAL TO EXP-ORIG-TOTAL(ExposureMatch)
                ADD CUR-ORIG-HELD TO EXP-ORIG-HELD(ExposureMatch)
                ADD CUR-RPT-TOTAL TO EXP-RPT-TOTAL(ExposureMatch)
            END-IF.
       NOTE-CURRENCY.
            MOVE 0 TO CurrencyMatch.
            MOVE 1 TO CurrencyPosition.
            PERFORM UNTIL CurrencyPosition > CurrencyTableCount
                IF CCY-CODE(CurrencyPosition) = CUR-CURRENCY
                    MOVE CurrencyPosition TO CurrencyMatch
                END-IF
                ADD 1 TO CurrencyPosition
            END-PERFORM.
            IF CurrencyMatch = 0 AND CurrencyTableCount < 50
                ADD 1 TO CurrencyTableCount
                MOVE CUR-CURRENCY TO CCY-CODE(CurrencyTableCount)
            END-IF.
       WRITE-EXPOSURE-REPORT.
            MOVE SPACES TO ExposureReportFileName.
            STRING "CURRENCY-EXPOSURE." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO ExposureReportFileName.
            OPEN OUTPUT ExposureReportFile.
            IF ExposureReportStatus NOT = "00"
                DISPLAY "REPORT FILE OPEN FAILED, STATUS "
                    ExposureReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "CURRENCY EXPOSURE REPORT - RUN " DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                "  REPORTING CURRENCY " DELIMITED BY SIZE
                ReportingCurrency DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            MOVE 1 TO CurrencyPosition.
            PERFORM UNTIL CurrencyPosition > CurrencyTableCount
                PERFORM WRITE-ONE-CURRENCY
                ADD 1 TO CurrencyPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            MOVE GrandRptTotal TO EditedRptTotal.
            MOVE SPACES TO ReportLine.
            STRING "GRAND TOTAL CONVERTED " DELIMITED BY SIZE
                ReportingCurrency DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EditedRptTotal DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            CLOSE ExposureReportFile.
       WRITE-ONE-CURRENCY.
            MOVE 0 TO CurrencyOrigTotal.
            MOVE 0 TO CurrencyHeldTotal.
            MOVE 0 TO CurrencyRptTotal.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            MOVE SPACES TO ReportLine.
            IF CCY-CODE(CurrencyPosition) = ReportingCurrency
                STRING "CURRENCY " DELIMITED BY SIZE
                    CCY-CODE(CurrencyPosition) DELIMITED BY SIZE
                    " (REPORTING CURRENCY)" DELIMITED BY SIZE
                    INTO ReportLine
            ELSE
                STRING "CURRENCY " DELIMITED BY SIZE
                    CCY-CODE(CurrencyPosition) DELIMITED BY SIZE
                    INTO ReportLine
            END-IF.
            PERFORM WRITE-EXPOSURE-LINE.
            MOVE 1 TO ExposurePosition.
            PERFORM UNTIL ExposurePosition > ExposureTableCount
                IF EXP-CURRENCY(ExposurePosition)
                    = CCY-CODE(CurrencyPosition)
                    PERFORM WRITE-ONE-SOURCE-EXPOSURE
                END-IF
                ADD 1 TO ExposurePosition
            END-PERFORM.
            MOVE CurrencyOrigTotal TO EditedOrigTotal.
            MOVE CurrencyHeldTotal TO EditedHeldTotal.
            MOVE CurrencyRptTotal TO EditedRptTotal.
            MOVE SPACES TO ReportLine.
            STRING "  TOTAL    " DELIMITED BY SIZE
                "  ORIGINAL " DELIMITED BY SIZE
                EditedOrigTotal DELIMITED BY SIZE
                "  HELD " DELIMITED BY SIZE
                EditedHeldTotal DELIMITED BY SIZE
                "  CONVERTED " DELIMITED BY SIZE
                EditedRptTotal DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            ADD CurrencyRptTotal TO GrandRptTotal.
       WRITE-ONE-SOURCE-EXPOSURE.
            MOVE EXP-ORIG-TOTAL(ExposurePosition) TO EditedOrigTotal.
            MOVE EXP-ORIG-HELD(ExposurePosition) TO EditedHeldTotal.
            MOVE EXP-RPT-TOTAL(ExposurePosition) TO EditedRptTotal.
            MOVE SPACES TO ReportLine.
            STRING "  SOURCE " DELIMITED BY SIZE
                EXP-SOURCE(ExposurePosition) DELIMITED BY SIZE
                "  ORIGINAL " DELIMITED BY SIZE
                EditedOrigTotal DELIMITED BY SIZE
                "  HELD " DELIMITED BY SIZE
                EditedHeldTotal DELIMITED BY SIZE
                "  CONVERTED " DELIMITED BY SIZE
                EditedRptTotal DELIMITED BY SIZE
                "  BATCHES " DELIMITED BY SIZE
                EXP-BATCHES(ExposurePosition) DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-EXPOSURE-LINE.
            ADD EXP-ORIG-TOTAL(ExposurePosition) TO CurrencyOrigTotal.
            ADD EXP-ORIG-HELD(ExposurePosition) TO CurrencyHeldTotal.
            ADD EXP-RPT-TOTAL(ExposurePosition) TO CurrencyRptTotal.
       WRITE-EXPOSURE-LINE.
            MOVE ReportLine TO ExposureReportRecord.
            WRITE ExposureReportRecord.
            DISPLAY ReportLine.
       END PROGRAM CURRENCY-EXPOSURE.
