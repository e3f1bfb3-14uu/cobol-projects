           SELECT StatementFile ASSIGN TO StatementFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatementFileStatus.
           SELECT ClosedMonthsFile ASSIGN TO "CLOSED-MONTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedMonthsStatus.
           SELECT BackValueReportFile ASSIGN TO BackValueReportName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackValueReportStatus.
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
       FD  LedgerFile.
           01 LedgerRecord.
               05 PLG-SOURCE PIC X(8).
               05 PLG-CLOSING PIC S9(9).
       FD  StatementFile.
           01 StatementRecord PIC X(80).
       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       FD  BackValueReportFile.
           01 BackValueReportRecord PIC X(80).
       WORKING-STORAGE SECTION.
           01 RunControlStatus PIC XX.
           01 SumResultFileStatus PIC XX.
               88 END-OF-LEDGER-FILE VALUE 'Y'.
           01 AlreadyPosted PIC X VALUE 'N'.
               88 RUN-ALREADY-POSTED VALUE 'Y'.
           01 ClosedMonthsStatus PIC XX.
           01 BackValueReportStatus PIC XX.
           01 BackValueReportName PIC X(40).
           01 ClosedEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-FILE VALUE 'Y'.
           01 PostingRefused PIC X VALUE 'N'.
               88 POSTING-IS-REFUSED VALUE 'Y'.
           01 RestateRefused PIC X VALUE 'N'.
               88 RESTATE-IS-REFUSED VALUE 'Y'.
           01 MonthClosed PIC X.
               88 MONTH-IS-CLOSED VALUE 'Y'.
           01 LaterEntryFound PIC X.
               88 LATER-ENTRY-EXISTS VALUE 'Y'.
           01 BatchSource PIC X(8).
           01 BatchValueDate PIC X(8).
           01 CheckMonth PIC X(6).
           01 MovementCount PICTURE 99 VALUE 0.
           01 MovementPosition PICTURE 99.
           01 MovementMatch PICTURE 99.
           01 MovementTable.
               05 MovementEntry OCCURS 99.
                   10 MOV-SOURCE PIC X(8).
                   10 MOV-DATE PIC X(8).
                   10 MOV-DEBITS PIC S9(7).
                   10 MOV-DEBIT-COUNT PIC 9(5).
                   10 MOV-CREDITS PIC S9(7).
                   10 MOV-CREDIT-COUNT PIC 9(5).
                   10 MOV-NET PIC S9(7).
                   10 MOV-BACK-VALUED PIC X.
           01 ClosedMonthCount PICTURE 99 VALUE 0.
           01 ClosedPosition PICTURE 99.
           01 ClosedMonthTable.
               05 ClosedMonthEntry OCCURS 60.
                   10 CMT-MONTH PIC X(6).
           01 LedgerCount PICTURE 9(5) VALUE 0.
           01 OriginalLedgerCount PICTURE 9(5) VALUE 0.
           01 LedgerPosition PICTURE 9(5).
           01 PriorEntry PICTURE 9(5).
           01 FirstLaterEntry PICTURE 9(5).
           01 InsertPosition PICTURE 9(5).
           01 ShiftPosition PICTURE 9(5).
           01 StatementEntry PICTURE 9(5).
           01 LedgerTable.
               05 LedgerEntry OCCURS 20000.
                   10 LGT-SOURCE PIC X(8).
                   10 LGT-DATE PIC X(8).
                   10 LGT-RUN-ID PIC X(13).
                   10 LGT-OPENING PIC S9(9).
                   10 LGT-DEBITS PIC S9(7).
                   10 LGT-CREDITS PIC S9(7).
                   10 LGT-NET PIC S9(7).
                   10 LGT-CLOSING PIC S9(9).
                   10 LGT-MOVEMENT PIC 99.
           01 BackValueCount PICTURE 99 VALUE 0.
           01 LaterEntryCount PICTURE 9(5) VALUE 0.
           01 RestatedCount PICTURE 9(4) VALUE 0.
           01 RestatedPosition PICTURE 9(4).
           01 RestatedTable.
               05 RestatedEntry OCCURS 2000.
                   10 RST-KIND PIC X.
                   10 RST-SOURCE PIC X(8).
                   10 RST-DATE PIC X(8).
                   10 RST-RUN-ID PIC X(13).
                   10 RST-OLD-OPENING PIC S9(9).
                   10 RST-OLD-CLOSING PIC S9(9).
                   10 RST-NEW-OPENING PIC S9(9).
                   10 RST-NEW-CLOSING PIC S9(9).
           01 OpeningBalance PICTURE S9(9).
           01 ClosingBalance PICTURE S9(9).
           01 OldOpening PICTURE S9(9).
           01 OldClosing PICTURE S9(9).
           01 RestatedKind PIC X.
           01 EditedOpening PIC -(9)9.
           01 EditedClosing PIC -(9)9.
           01 EditedDebits PIC -(7)9.
           01 EditedCredits PIC -(7)9.
           01 EditedNet PIC -(7)9.
           01 EditedOldOpening PIC -(9)9.
           01 EditedOldClosing PIC -(9)9.
           01 ReportLine PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOSED-MONTHS.
            MOVE 1 TO MovementPosition.
            PERFORM UNTIL MovementPosition > MovementCount
                PERFORM POST-ONE-MOVEMENT
                ADD 1 TO MovementPosition
            END-PERFORM.
            IF POSTING-IS-REFUSED
                DISPLAY "POSITION LEDGER NOT UPDATED FOR RUN " RunId
                MOVE 20 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM POST-LEDGER-RECORDS.
            PERFORM WRITE-POSITION-STATEMENT.
            IF BackValueCount > 0
                PERFORM WRITE-BACK-VALUE-REPORT
                MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "POSITION LEDGER UPDATED FOR " MovementCount
                " BATCH DATES - RUN " RunId.
            STOP RUN.
       READ-RUN-ID.
            OPEN INPUT RunControlFile.
       TALLY-ONE-MOVEMENT.
            IF SRF-BATCH-ID = "COMMAND-LINE"
                MOVE "COMMAND" TO BatchSource
                MOVE RunId(1:8) TO BatchValueDate
            ELSE
                MOVE SRF-BATCH-ID(10:8) TO BatchSource
                MOVE SRF-BATCH-ID(1:8) TO BatchValueDate
            END-IF.
            MOVE 0 TO MovementMatch.
            MOVE 1 TO MovementPosition.
            PERFORM UNTIL MovementPosition > MovementCount
                IF MOV-SOURCE(MovementPosition) = BatchSource
                    AND MOV-DATE(MovementPosition) = BatchValueDate
                    MOVE MovementPosition TO MovementMatch
                END-IF
                ADD 1 TO MovementPosition
            END-PERFORM.
            IF MovementMatch = 0
                IF MovementCount >= 99
                    DISPLAY "TOO MANY BATCH DATES IN RESULT FILE"
                    MOVE 16 TO RETURN-CODE
                    CLOSE SumResultFile
                    STOP RUN
                ADD 1 TO MovementCount
                MOVE MovementCount TO MovementMatch
                MOVE BatchSource TO MOV-SOURCE(MovementMatch)
                MOVE BatchValueDate TO MOV-DATE(MovementMatch)
                MOVE 'N' TO MOV-BACK-VALUED(MovementMatch)
                MOVE 0 TO MOV-DEBITS(MovementMatch)
                MOVE 0 TO MOV-DEBIT-COUNT(MovementMatch)
                MOVE 0 TO MOV-CREDITS(MovementMatch)
                END-PERFORM
                CLOSE LedgerFile
            END-IF.
            MOVE LedgerCount TO OriginalLedgerCount.
       NOTE-LEDGER-RECORD.
            IF PLG-RUN-ID = RunId
                SET RUN-ALREADY-POSTED TO TRUE
            END-IF.
            IF LedgerCount >= 20000
                DISPLAY "TOO MANY ENTRIES IN POSITION LEDGER"
                MOVE 16 TO RETURN-CODE
                CLOSE LedgerFile
                STOP RUN
            END-IF.
            ADD 1 TO LedgerCount.
            MOVE PLG-SOURCE TO LGT-SOURCE(LedgerCount).
            MOVE PLG-DATE TO LGT-DATE(LedgerCount).
            MOVE PLG-RUN-ID TO LGT-RUN-ID(LedgerCount).
            MOVE PLG-OPENING TO LGT-OPENING(LedgerCount).
            MOVE PLG-DEBITS TO LGT-DEBITS(LedgerCount).
            MOVE PLG-CREDITS TO LGT-CREDITS(LedgerCount).
            MOVE PLG-NET TO LGT-NET(LedgerCount).
            MOVE PLG-CLOSING TO LGT-CLOSING(LedgerCount).
            MOVE 0 TO LGT-MOVEMENT(LedgerCount).
       LOAD-CLOSED-MONTHS.
            OPEN INPUT ClosedMonthsFile.
            IF ClosedMonthsStatus = "00"
                PERFORM UNTIL END-OF-CLOSED-FILE
                    READ ClosedMonthsFile
                        AT END
                            SET END-OF-CLOSED-FILE TO TRUE
                        NOT AT END
                            IF ClosedMonthCount < 60
                                ADD 1 TO ClosedMonthCount
                                MOVE CLM-MONTH
                                    TO CMT-MONTH(ClosedMonthCount)
                            ELSE
                                DISPLAY "WARNING: CLOSED MONTH "
                                    "TABLE FULL, ENTRY SKIPPED"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ClosedMonthsFile
            END-IF.
       CHECK-CLOSED-MONTH.
            MOVE 'N' TO MonthClosed.
            MOVE 1 TO ClosedPosition.
            PERFORM UNTIL ClosedPosition > ClosedMonthCount
                IF CMT-MONTH(ClosedPosition) = CheckMonth
                    SET MONTH-IS-CLOSED TO TRUE
                END-IF
                ADD 1 TO ClosedPosition
            END-PERFORM.
       POST-ONE-MOVEMENT.
            MOVE MOV-DATE(MovementPosition)(1:6) TO CheckMonth.
            PERFORM CHECK-CLOSED-MONTH.
            IF MONTH-IS-CLOSED
                DISPLAY "BATCH DATE " MOV-DATE(MovementPosition)
                    " FOR SOURCE " MOV-SOURCE(MovementPosition)
                    " FALLS IN CLOSED MONTH " CheckMonth
                    " - POSTING REFUSED"
                SET POSTING-IS-REFUSED TO TRUE
            ELSE
                PERFORM FIND-LEDGER-POSITION
                PERFORM INSERT-LEDGER-ENTRY
                IF LATER-ENTRY-EXISTS
                    PERFORM ROLL-FORWARD-LATER-ENTRIES
                END-IF
            END-IF.
       FIND-LEDGER-POSITION.
            MOVE 0 TO PriorEntry.
            MOVE 0 TO FirstLaterEntry.
            MOVE 'N' TO LaterEntryFound.
            MOVE 1 TO LedgerPosition.
            PERFORM UNTIL LedgerPosition > LedgerCount
                IF LGT-SOURCE(LedgerPosition)
                    = MOV-SOURCE(MovementPosition)
                    IF LGT-DATE(LedgerPosition)
                        > MOV-DATE(MovementPosition)
                        IF NOT LATER-ENTRY-EXISTS
                            SET LATER-ENTRY-EXISTS TO TRUE
                            MOVE LedgerPosition TO FirstLaterEntry
                        END-IF
                    ELSE
                        MOVE LedgerPosition TO PriorEntry
                    END-IF
                END-IF
                ADD 1 TO LedgerPosition
            END-PERFORM.
            IF NOT LATER-ENTRY-EXISTS
                COMPUTE InsertPosition = LedgerCount + 1
            ELSE
                IF PriorEntry = 0
                    MOVE FirstLaterEntry TO InsertPosition
                ELSE
                    COMPUTE InsertPosition = PriorEntry + 1
                END-IF
            END-IF.
            IF PriorEntry = 0
                MOVE 0 TO OpeningBalance
            ELSE
                MOVE LGT-CLOSING(PriorEntry) TO OpeningBalance
            END-IF.
       INSERT-LEDGER-ENTRY.
            IF LedgerCount >= 20000
                DISPLAY "TOO MANY ENTRIES IN POSITION LEDGER"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LedgerCount TO ShiftPosition.
            PERFORM UNTIL ShiftPosition < InsertPosition
                MOVE LedgerEntry(ShiftPosition)
                    TO LedgerEntry(ShiftPosition + 1)
                SUBTRACT 1 FROM ShiftPosition
            END-PERFORM.
            ADD 1 TO LedgerCount.
            COMPUTE ClosingBalance = OpeningBalance
                + MOV-NET(MovementPosition).
            MOVE MOV-SOURCE(MovementPosition)
                TO LGT-SOURCE(InsertPosition).
            MOVE MOV-DATE(MovementPosition) TO LGT-DATE(InsertPosition).
            MOVE RunId TO LGT-RUN-ID(InsertPosition).
            MOVE OpeningBalance TO LGT-OPENING(InsertPosition).
            MOVE MOV-DEBITS(MovementPosition)
                TO LGT-DEBITS(InsertPosition).
            MOVE MOV-CREDITS(MovementPosition)
                TO LGT-CREDITS(InsertPosition).
            MOVE MOV-NET(MovementPosition) TO LGT-NET(InsertPosition).
            MOVE ClosingBalance TO LGT-CLOSING(InsertPosition).
            MOVE MovementPosition TO LGT-MOVEMENT(InsertPosition).
       ROLL-FORWARD-LATER-ENTRIES.
            MOVE 'Y' TO MOV-BACK-VALUED(MovementPosition).
            MOVE 'N' TO RestateRefused.
            ADD 1 TO BackValueCount.
            MOVE InsertPosition TO LedgerPosition.
            MOVE 'P' TO RestatedKind.
            MOVE 0 TO OldOpening.
            MOVE 0 TO OldClosing.
            PERFORM NOTE-RESTATED-ENTRY.
            COMPUTE LedgerPosition = InsertPosition + 1.
            PERFORM UNTIL LedgerPosition > LedgerCount
                IF LGT-SOURCE(LedgerPosition)
                    = MOV-SOURCE(MovementPosition)
                    PERFORM RESTATE-ONE-ENTRY
                END-IF
                ADD 1 TO LedgerPosition
            END-PERFORM.
       RESTATE-ONE-ENTRY.
            MOVE LGT-DATE(LedgerPosition)(1:6) TO CheckMonth.
            PERFORM CHECK-CLOSED-MONTH.
            IF MONTH-IS-CLOSED
                AND NOT RESTATE-IS-REFUSED
                SET RESTATE-IS-REFUSED TO TRUE
                DISPLAY "BACK-VALUE " MOV-DATE(MovementPosition)
                    " FOR SOURCE " MOV-SOURCE(MovementPosition)
                    " WOULD RESTATE CLOSED MONTH " CheckMonth
                    " - POSTING REFUSED"
                SET POSTING-IS-REFUSED TO TRUE
            END-IF.
            MOVE LGT-OPENING(LedgerPosition) TO OldOpening.
            MOVE LGT-CLOSING(LedgerPosition) TO OldClosing.
            MOVE ClosingBalance TO LGT-OPENING(LedgerPosition).
            COMPUTE ClosingBalance = ClosingBalance
                + LGT-NET(LedgerPosition).
            MOVE ClosingBalance TO LGT-CLOSING(LedgerPosition).
            ADD 1 TO LaterEntryCount.
            MOVE 'R' TO RestatedKind.
            PERFORM NOTE-RESTATED-ENTRY.
       NOTE-RESTATED-ENTRY.
            IF RestatedCount < 2000
                ADD 1 TO RestatedCount
                MOVE RestatedKind TO RST-KIND(RestatedCount)
                MOVE LGT-SOURCE(LedgerPosition)
                    TO RST-SOURCE(RestatedCount)
                MOVE LGT-DATE(LedgerPosition) TO RST-DATE(RestatedCount)
                MOVE LGT-RUN-ID(LedgerPosition)
                    TO RST-RUN-ID(RestatedCount)
                MOVE OldOpening TO RST-OLD-OPENING(RestatedCount)
                MOVE OldClosing TO RST-OLD-CLOSING(RestatedCount)
                MOVE LGT-OPENING(LedgerPosition)
                    TO RST-NEW-OPENING(RestatedCount)
                MOVE LGT-CLOSING(LedgerPosition)
                    TO RST-NEW-CLOSING(RestatedCount)
            ELSE
                DISPLAY "WARNING: BACK-VALUE REPORT TABLE FULL, "
                    "ENTRY SKIPPED"
            END-IF.
       POST-LEDGER-RECORDS.
            IF BackValueCount > 0
                OPEN OUTPUT LedgerFile
                MOVE 1 TO LedgerPosition
            ELSE
                OPEN EXTEND LedgerFile
                IF LedgerFileStatus = "35"
                    OPEN OUTPUT LedgerFile
                END-IF
                COMPUTE LedgerPosition = OriginalLedgerCount + 1
            END-IF.
            IF LedgerFileStatus NOT = "00"
                DISPLAY "POSITION LEDGER WRITE FAILED, STATUS "
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL LedgerPosition > LedgerCount
                MOVE SPACES TO LedgerRecord
                MOVE LGT-SOURCE(LedgerPosition) TO PLG-SOURCE
                MOVE LGT-DATE(LedgerPosition) TO PLG-DATE
                MOVE LGT-RUN-ID(LedgerPosition) TO PLG-RUN-ID
                MOVE LGT-OPENING(LedgerPosition) TO PLG-OPENING
                MOVE LGT-DEBITS(LedgerPosition) TO PLG-DEBITS
                MOVE LGT-CREDITS(LedgerPosition) TO PLG-CREDITS
                MOVE LGT-NET(LedgerPosition) TO PLG-NET
                MOVE LGT-CLOSING(LedgerPosition) TO PLG-CLOSING
                WRITE LedgerRecord
                ADD 1 TO LedgerPosition
            END-PERFORM.
            CLOSE LedgerFile.
       WRITE-POSITION-STATEMENT.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE 1 TO MovementPosition.
            PERFORM UNTIL MovementPosition > MovementCount
                PERFORM FIND-MOVEMENT-ENTRY
                PERFORM WRITE-ONE-SOURCE-STATEMENT
                ADD 1 TO MovementPosition
            END-PERFORM.
            CLOSE StatementFile.
       FIND-MOVEMENT-ENTRY.
            MOVE 1 TO LedgerPosition.
            PERFORM UNTIL LedgerPosition > LedgerCount
                IF LGT-RUN-ID(LedgerPosition) = RunId
                    AND LGT-MOVEMENT(LedgerPosition) = MovementPosition
                    MOVE LedgerPosition TO StatementEntry
                END-IF
                ADD 1 TO LedgerPosition
            END-PERFORM.
       WRITE-ONE-SOURCE-STATEMENT.
            MOVE LGT-OPENING(StatementEntry) TO EditedOpening.
            MOVE LGT-CLOSING(StatementEntry) TO EditedClosing.
            MOVE MOV-DEBITS(MovementPosition) TO EditedDebits.
            MOVE MOV-CREDITS(MovementPosition) TO EditedCredits.
            MOVE MOV-NET(MovementPosition) TO EditedNet.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE SPACES TO ReportLine.
            IF MOV-BACK-VALUED(MovementPosition) = 'Y'
                STRING "SOURCE " DELIMITED BY SIZE
                    MOV-SOURCE(MovementPosition) DELIMITED BY SIZE
                    " VALUE DATE " DELIMITED BY SIZE
                    MOV-DATE(MovementPosition) DELIMITED BY SIZE
                    " - BACK-VALUED" DELIMITED BY SIZE
                    INTO ReportLine
            ELSE
                STRING "SOURCE " DELIMITED BY SIZE
                    MOV-SOURCE(MovementPosition) DELIMITED BY SIZE
                    " VALUE DATE " DELIMITED BY SIZE
                    MOV-DATE(MovementPosition) DELIMITED BY SIZE
                    INTO ReportLine
            END-IF.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE SPACES TO ReportLine.
            STRING "  OPENING BALANCE  " DELIMITED BY SIZE
            MOVE ReportLine TO StatementRecord.
            WRITE StatementRecord.
            DISPLAY ReportLine.
       WRITE-BACK-VALUE-REPORT.
            MOVE SPACES TO BackValueReportName.
            STRING "BACK-VALUE-REPORT." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO BackValueReportName.
            OPEN OUTPUT BackValueReportFile.
            IF BackValueReportStatus NOT = "00"
                DISPLAY "BACK-VALUE REPORT OPEN FAILED, STATUS "
                    BackValueReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "BACK-VALUE REPORT - RUN " DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-BACK-VALUE-LINE.
            MOVE 1 TO RestatedPosition.
            PERFORM UNTIL RestatedPosition > RestatedCount
                PERFORM WRITE-ONE-RESTATED-ENTRY
                ADD 1 TO RestatedPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-BACK-VALUE-LINE.
            MOVE SPACES TO ReportLine.
            STRING "BACK-VALUED BATCH DATES: " DELIMITED BY SIZE
                BackValueCount DELIMITED BY SIZE
                "  LATER ENTRIES RESTATED: " DELIMITED BY SIZE
                LaterEntryCount DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-BACK-VALUE-LINE.
            CLOSE BackValueReportFile.
       WRITE-ONE-RESTATED-ENTRY.
            MOVE RST-OLD-OPENING(RestatedPosition) TO EditedOldOpening.
            MOVE RST-OLD-CLOSING(RestatedPosition) TO EditedOldClosing.
            MOVE RST-NEW-OPENING(RestatedPosition) TO EditedOpening.
            MOVE RST-NEW-CLOSING(RestatedPosition) TO EditedClosing.
            MOVE SPACES TO ReportLine.
            IF RST-KIND(RestatedPosition) = 'P'
                PERFORM WRITE-BACK-VALUE-LINE
                MOVE SPACES TO ReportLine
                STRING "SOURCE " DELIMITED BY SIZE
                    RST-SOURCE(RestatedPosition) DELIMITED BY SIZE
                    " BACK-VALUED TO " DELIMITED BY SIZE
                    RST-DATE(RestatedPosition) DELIMITED BY SIZE
                    " OPENING " DELIMITED BY SIZE
                    EditedOpening DELIMITED BY SIZE
                    " CLOSING " DELIMITED BY SIZE
                    EditedClosing DELIMITED BY SIZE
                    INTO ReportLine
                PERFORM WRITE-BACK-VALUE-LINE
                MOVE SPACES TO ReportLine
                STRING "  DATE     RUN ID       " DELIMITED BY SIZE
                    " BEFORE OPEN BEFORE CLOSE" DELIMITED BY SIZE
                    "  AFTER OPEN  AFTER CLOSE" DELIMITED BY SIZE
                    INTO ReportLine
            ELSE
                STRING "  " DELIMITED BY SIZE
                    RST-DATE(RestatedPosition) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RST-RUN-ID(RestatedPosition) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EditedOldOpening DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    EditedOldClosing DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EditedOpening DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    EditedClosing DELIMITED BY SIZE
                    INTO ReportLine
            END-IF.
            PERFORM WRITE-BACK-VALUE-LINE.
       WRITE-BACK-VALUE-LINE.
            MOVE ReportLine TO BackValueReportRecord.
            WRITE BackValueReportRecord.
            DISPLAY ReportLine.
       END PROGRAM POSITION-LEDGER.
