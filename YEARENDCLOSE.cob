       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClosedMonthsFile ASSIGN TO "CLOSED-MONTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedMonthsStatus.
           SELECT ClosedYearsFile ASSIGN TO "CLOSED-YEARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedYearsStatus.
           SELECT LedgerFile ASSIGN TO "POSITION-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT GenerationFile ASSIGN TO GenerationFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenerationFileStatus.
           SELECT WorkFile ASSIGN TO "POSITION-LEDGER.YEAREND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkFileStatus.
           SELECT StatementFile ASSIGN TO StatementFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatementFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X.
               05 CLM-CLOSED-DATE PIC X(8).
               05 FILLER PIC X.
               05 CLM-RUNS PIC 9(5).
               05 FILLER PIC X.
               05 CLM-RECORDS PIC 9(7).
               05 FILLER PIC X.
               05 CLM-TOTAL PIC -9(9).99.
               05 FILLER PIC X.
               05 CLM-OPERATOR PIC X(8).
       FD  ClosedYearsFile.
           01 ClosedYearsRecord.
               05 CLY-YEAR PIC X(4).
               05 FILLER PIC X.
               05 CLY-CLOSED-DATE PIC X(8).
               05 FILLER PIC X.
               05 CLY-SOURCES PIC 9(3).
               05 FILLER PIC X.
               05 CLY-MOVED PIC 9(7).
               05 FILLER PIC X.
               05 CLY-TOTAL PIC -9(9).99.
               05 FILLER PIC X.
               05 CLY-OPERATOR PIC X(8).
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
           01 GenerationRecord PIC X(75).
           01 PriorGenerationRecord.
               05 FILLER PIC X(18).
               05 GLG-RUN-ID PIC X(13).
               05 FILLER PIC X(27).
               05 GLG-NET PIC S9(7).
               05 FILLER PIC X(10).
       FD  WorkFile.
           01 WorkRecord PIC X(75).
       FD  StatementFile.
           01 StatementRecord PIC X(80).
       WORKING-STORAGE SECTION.
           01 ClosedMonthsStatus PIC XX.
           01 ClosedYearsStatus PIC XX.
           01 LedgerFileStatus PIC XX.
           01 GenerationFileStatus PIC XX.
           01 WorkFileStatus PIC XX.
           01 StatementFileStatus PIC XX.
           01 GenerationFileName PIC X(30).
           01 StatementFileName PIC X(30).
           01 ClosedEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-FILE VALUE 'Y'.
           01 ClosedYearsEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-YEARS VALUE 'Y'.
           01 LedgerEof PIC X VALUE 'N'.
               88 END-OF-LEDGER-FILE VALUE 'Y'.
           01 GenerationEof PIC X VALUE 'N'.
               88 END-OF-GENERATION-FILE VALUE 'Y'.
           01 PriorYear PIC 9(4).
           01 ArgsNumber PICTURE 99.
           01 FlagArg PIC X(10).
           01 CloseYear PIC X(4).
           01 OperatorId PIC X(10) VALUE SPACES.
           01 ProofMode PIC X VALUE 'N'.
               88 PROOF-MODE-RUN VALUE 'Y'.
           01 YearClosed PIC X VALUE 'N'.
               88 YEAR-ALREADY-CLOSED VALUE 'Y'.
           01 ProofBalance PIC X VALUE 'Y'.
               88 PROOF-IN-BALANCE VALUE 'Y'.
           01 MonthNumber PICTURE 99.
           01 OpenMonthCount PICTURE 99 VALUE 0.
           01 MonthTable.
               05 MonthEntry OCCURS 12.
                   10 MTH-CLOSED PIC X.
                       88 MTH-IS-CLOSED VALUE 'Y'.
                   10 MTH-FROZEN-TOTAL PIC S9(9)V99.
                   10 MTH-LEDGER-NET PIC S9(11).
           01 FrozenYearTotal PICTURE S9(11)V99 VALUE 0.
           01 LedgerYearNet PICTURE S9(11) VALUE 0.
           01 ParsedTotal PICTURE S9(9)V99.
           01 SourceCount PICTURE 99 VALUE 0.
           01 SourcePosition PICTURE 99.
           01 SourceMatch PICTURE 99.
           01 SourceTable.
               05 SourceEntry OCCURS 50.
                   10 YST-SOURCE PIC X(8).
                   10 YST-PRIOR-DATE PIC X(8).
                   10 YST-PRIOR-CLOSING PIC S9(9).
                   10 YST-FIRST-DATE PIC X(8).
                   10 YST-FIRST-OPENING PIC S9(9).
                   10 YST-LAST-DATE PIC X(8).
                   10 YST-LAST-CLOSING PIC S9(9).
                   10 YST-OPENING PIC S9(9).
                   10 YST-CLOSING PIC S9(9).
                   10 YST-NET PIC S9(11).
                   10 YST-MONTH OCCURS 12.
                       15 YSM-DEBITS PIC S9(9).
                       15 YSM-CREDITS PIC S9(9).
                       15 YSM-NET PIC S9(9).
           01 ExpectedClosing PICTURE S9(11).
           01 MovedCount PICTURE 9(7) VALUE 0.
           01 KeptCount PICTURE 9(7) VALUE 0.
           01 SeededCount PICTURE 9(3) VALUE 0.
           01 YearEndRunId PIC X(13).
           01 EditedOpening PIC -(9)9.
           01 EditedClosing PIC -(9)9.
           01 EditedDebits PIC -(9)9.
           01 EditedCredits PIC -(9)9.
           01 EditedNet PIC -(9)9.
           01 EditedFrozen PIC -(9)9.99.
           01 EditedLedgerNet PIC -(10)9.
           01 EditedYearFrozen PIC -(10)9.99.
           01 SourceVerdict PIC X(10).
           01 MonthVerdict PIC X(10).
           01 ReportLine PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            IF ArgsNumber NOT = 2
                PERFORM DISPLAY-USAGE
            END-IF.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            ACCEPT FlagArg FROM ARGUMENT-VALUE.
            IF FlagArg = "-PROOF"
                SET PROOF-MODE-RUN TO TRUE
                DISPLAY 2 UPON ARGUMENT-NUMBER
                ACCEPT CloseYear FROM ARGUMENT-VALUE
            ELSE
                MOVE FlagArg TO CloseYear
                DISPLAY 2 UPON ARGUMENT-NUMBER
                ACCEPT OperatorId FROM ARGUMENT-VALUE
                IF OperatorId = SPACES OR OperatorId(9:2) NOT = SPACES
                    DISPLAY "OPERATOR ID MUST BE 1 TO 8 CHARACTERS"
                    PERFORM DISPLAY-USAGE
                END-IF
            END-IF.
            IF CloseYear IS NOT NUMERIC
                PERFORM DISPLAY-USAGE
            END-IF.
            PERFORM CHECK-YEAR-CLOSED.
            IF YEAR-ALREADY-CLOSED
                DISPLAY "YEAR " CloseYear " IS ALREADY CLOSED - "
                    "LEDGER MOVED TO POSITION-LEDGER." CloseYear
                    ".DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOSED-MONTHS.
            IF OpenMonthCount > 0
                DISPLAY "YEAR " CloseYear " NOT CLOSED - "
                    OpenMonthCount " MONTHS ARE NOT YET IN "
                    "CLOSED-MONTHS.DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SCAN-LEDGER.
            PERFORM PROVE-YEAR.
            PERFORM WRITE-ANNUAL-STATEMENT.
            IF NOT PROOF-IN-BALANCE
                DISPLAY "YEAR " CloseYear " NOT CLOSED - LEDGER DOES "
                    "NOT AGREE WITH THE FROZEN MONTHLY CLOSES"
                DISPLAY "SEE " StatementFileName
                MOVE 24 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF PROOF-MODE-RUN
                STOP RUN
            END-IF.
            PERFORM MOVE-YEAR-LEDGER.
            PERFORM APPEND-CLOSED-YEAR.
            DISPLAY "YEAR " CloseYear " CLOSED: " MovedCount
                " LEDGER RECORDS MOVED TO " GenerationFileName.
            DISPLAY SeededCount " OPENING BALANCES CARRIED FORWARD, "
                KeptCount " LATER RECORDS KEPT".
            DISPLAY "CLOSED BY OPERATOR " OperatorId.
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: YEAR-END-CLOSE YYYY OPERATOR".
            DISPLAY "       YEAR-END-CLOSE -PROOF YYYY".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       CHECK-YEAR-CLOSED.
            OPEN INPUT ClosedYearsFile.
            IF ClosedYearsStatus = "00"
                PERFORM UNTIL END-OF-CLOSED-YEARS
                    READ ClosedYearsFile
                        AT END
                            SET END-OF-CLOSED-YEARS TO TRUE
                        NOT AT END
                            IF CLY-YEAR = CloseYear
                                SET YEAR-ALREADY-CLOSED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ClosedYearsFile
            END-IF.
       LOAD-CLOSED-MONTHS.
            MOVE 1 TO MonthNumber.
            PERFORM UNTIL MonthNumber > 12
                MOVE 'N' TO MTH-CLOSED(MonthNumber)
                MOVE 0 TO MTH-FROZEN-TOTAL(MonthNumber)
                MOVE 0 TO MTH-LEDGER-NET(MonthNumber)
                ADD 1 TO MonthNumber
            END-PERFORM.
            OPEN INPUT ClosedMonthsFile.
            IF ClosedMonthsStatus = "00"
                PERFORM UNTIL END-OF-CLOSED-FILE
                    READ ClosedMonthsFile
                        AT END
                            SET END-OF-CLOSED-FILE TO TRUE
                        NOT AT END
                            IF CLM-MONTH(1:4) = CloseYear
                                AND CLM-MONTH(5:2) IS NUMERIC
                                PERFORM NOTE-CLOSED-MONTH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ClosedMonthsFile
            END-IF.
            MOVE 1 TO MonthNumber.
            PERFORM UNTIL MonthNumber > 12
                IF NOT MTH-IS-CLOSED(MonthNumber)
                    ADD 1 TO OpenMonthCount
                    DISPLAY "MONTH " CloseYear MonthNumber
                        " IS NOT CLOSED"
                END-IF
                ADD 1 TO MonthNumber
            END-PERFORM.
       NOTE-CLOSED-MONTH.
            MOVE CLM-MONTH(5:2) TO MonthNumber.
            IF MonthNumber >= 1 AND MonthNumber <= 12
                SET MTH-IS-CLOSED(MonthNumber) TO TRUE
                COMPUTE ParsedTotal = FUNCTION NUMVAL(CLM-TOTAL)
                MOVE ParsedTotal TO MTH-FROZEN-TOTAL(MonthNumber)
            END-IF.
       SCAN-LEDGER.
            OPEN INPUT LedgerFile.
            IF LedgerFileStatus NOT = "00"
                DISPLAY "POSITION LEDGER NOT FOUND"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-LEDGER-FILE
                READ LedgerFile
                    AT END
                        SET END-OF-LEDGER-FILE TO TRUE
                    NOT AT END
                        PERFORM NOTE-LEDGER-RECORD
                END-READ
            END-PERFORM.
            CLOSE LedgerFile.
            PERFORM SCAN-PRIOR-GENERATION.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceCount
                PERFORM SETTLE-SOURCE-BALANCES
                ADD 1 TO SourcePosition
            END-PERFORM.
       SCAN-PRIOR-GENERATION.
            COMPUTE PriorYear = FUNCTION NUMVAL(CloseYear) - 1.
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
                            PERFORM NOTE-PRIOR-GENERATION-RECORD
                    END-READ
                END-PERFORM
                CLOSE GenerationFile
            END-IF.
       NOTE-PRIOR-GENERATION-RECORD.
            IF GLG-RUN-ID(1:4) = CloseYear
                AND GLG-RUN-ID(5:2) IS NUMERIC
                MOVE GLG-RUN-ID(5:2) TO MonthNumber
                IF MonthNumber >= 1 AND MonthNumber <= 12
                    ADD GLG-NET TO MTH-LEDGER-NET(MonthNumber)
                END-IF
            END-IF.
       NOTE-LEDGER-RECORD.
            IF PLG-RUN-ID(1:4) = CloseYear
                AND PLG-RUN-ID(5:2) IS NUMERIC
                MOVE PLG-RUN-ID(5:2) TO MonthNumber
                IF MonthNumber >= 1 AND MonthNumber <= 12
                    ADD PLG-NET TO MTH-LEDGER-NET(MonthNumber)
                END-IF
            END-IF.
            IF PLG-DATE(1:4) > CloseYear
                ADD 1 TO KeptCount
            ELSE
                ADD 1 TO MovedCount
                PERFORM FIND-LEDGER-SOURCE
                IF PLG-DATE(1:4) < CloseYear
                    IF PLG-DATE NOT < YST-PRIOR-DATE(SourceMatch)
                        MOVE PLG-DATE TO YST-PRIOR-DATE(SourceMatch)
                        MOVE PLG-CLOSING
                            TO YST-PRIOR-CLOSING(SourceMatch)
                    END-IF
                ELSE
                    PERFORM NOTE-YEAR-MOVEMENT
                END-IF
            END-IF.
       FIND-LEDGER-SOURCE.
            MOVE 0 TO SourceMatch.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceCount
                IF YST-SOURCE(SourcePosition) = PLG-SOURCE
                    MOVE SourcePosition TO SourceMatch
                END-IF
                ADD 1 TO SourcePosition
            END-PERFORM.
            IF SourceMatch = 0
                IF SourceCount >= 50
                    DISPLAY "TOO MANY SOURCES IN POSITION LEDGER"
                    MOVE 16 TO RETURN-CODE
                    CLOSE LedgerFile
                    STOP RUN
                END-IF
                ADD 1 TO SourceCount
                MOVE SourceCount TO SourceMatch
                INITIALIZE SourceEntry(SourceMatch)
                MOVE PLG-SOURCE TO YST-SOURCE(SourceMatch)
            END-IF.
       NOTE-YEAR-MOVEMENT.
            MOVE PLG-DATE(5:2) TO MonthNumber.
            IF MonthNumber >= 1 AND MonthNumber <= 12
                ADD PLG-DEBITS TO YSM-DEBITS(SourceMatch, MonthNumber)
                ADD PLG-CREDITS
                    TO YSM-CREDITS(SourceMatch, MonthNumber)
                ADD PLG-NET TO YSM-NET(SourceMatch, MonthNumber)
            END-IF.
            ADD PLG-NET TO YST-NET(SourceMatch).
            IF YST-FIRST-DATE(SourceMatch) = SPACES
                OR PLG-DATE < YST-FIRST-DATE(SourceMatch)
                MOVE PLG-DATE TO YST-FIRST-DATE(SourceMatch)
                MOVE PLG-OPENING TO YST-FIRST-OPENING(SourceMatch)
            END-IF.
            IF PLG-DATE NOT < YST-LAST-DATE(SourceMatch)
                MOVE PLG-DATE TO YST-LAST-DATE(SourceMatch)
                MOVE PLG-CLOSING TO YST-LAST-CLOSING(SourceMatch)
            END-IF.
       SETTLE-SOURCE-BALANCES.
            EVALUATE TRUE
                WHEN YST-PRIOR-DATE(SourcePosition) NOT = SPACES
                    MOVE YST-PRIOR-CLOSING(SourcePosition)
                        TO YST-OPENING(SourcePosition)
                WHEN YST-FIRST-DATE(SourcePosition) NOT = SPACES
                    MOVE YST-FIRST-OPENING(SourcePosition)
                        TO YST-OPENING(SourcePosition)
                WHEN OTHER
                    MOVE 0 TO YST-OPENING(SourcePosition)
            END-EVALUATE.
            IF YST-LAST-DATE(SourcePosition) = SPACES
                MOVE YST-OPENING(SourcePosition)
                    TO YST-CLOSING(SourcePosition)
            ELSE
                MOVE YST-LAST-CLOSING(SourcePosition)
                    TO YST-CLOSING(SourcePosition)
            END-IF.
       PROVE-YEAR.
            MOVE 1 TO MonthNumber.
            PERFORM UNTIL MonthNumber > 12
                ADD MTH-FROZEN-TOTAL(MonthNumber) TO FrozenYearTotal
                ADD MTH-LEDGER-NET(MonthNumber) TO LedgerYearNet
                IF MTH-LEDGER-NET(MonthNumber)
                    NOT = MTH-FROZEN-TOTAL(MonthNumber)
                    MOVE 'N' TO ProofBalance
                END-IF
                ADD 1 TO MonthNumber
            END-PERFORM.
            IF LedgerYearNet NOT = FrozenYearTotal
                MOVE 'N' TO ProofBalance
            END-IF.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceCount
                COMPUTE ExpectedClosing = YST-OPENING(SourcePosition)
                    + YST-NET(SourcePosition)
                IF ExpectedClosing NOT = YST-CLOSING(SourcePosition)
                    MOVE 'N' TO ProofBalance
                END-IF
                ADD 1 TO SourcePosition
            END-PERFORM.
       WRITE-ANNUAL-STATEMENT.
            MOVE SPACES TO StatementFileName.
            STRING "ANNUAL-STATEMENT." DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO StatementFileName.
            OPEN OUTPUT StatementFile.
            IF StatementFileStatus NOT = "00"
                DISPLAY "ANNUAL STATEMENT OPEN FAILED, STATUS "
                    StatementFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "ANNUAL POSITION STATEMENT - YEAR " DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceCount
                PERFORM WRITE-ONE-SOURCE-STATEMENT
                ADD 1 TO SourcePosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE "PROOF AGAINST FROZEN MONTHLY CLOSES" TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE "  MONTH      FROZEN TOTAL    LEDGER NET"
                TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE 1 TO MonthNumber.
            PERFORM UNTIL MonthNumber > 12
                PERFORM WRITE-ONE-MONTH-PROOF
                ADD 1 TO MonthNumber
            END-PERFORM.
            MOVE FrozenYearTotal TO EditedYearFrozen.
            MOVE LedgerYearNet TO EditedLedgerNet.
            MOVE SPACES TO ReportLine.
            STRING "  YEAR   " DELIMITED BY SIZE
                EditedYearFrozen DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EditedLedgerNet DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            IF PROOF-IN-BALANCE
                MOVE "PROOF STATUS: IN BALANCE" TO ReportLine
            ELSE
                MOVE "PROOF STATUS: OUT OF BALANCE" TO ReportLine
            END-IF.
            PERFORM WRITE-STATEMENT-LINE.
            CLOSE StatementFile.
       WRITE-ONE-SOURCE-STATEMENT.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE SPACES TO ReportLine.
            STRING "SOURCE " DELIMITED BY SIZE
                YST-SOURCE(SourcePosition) DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE YST-OPENING(SourcePosition) TO EditedOpening.
            MOVE SPACES TO ReportLine.
            STRING "  OPENING BALANCE                          "
                DELIMITED BY SIZE
                EditedOpening DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE "  MONTH        DEBITS     CREDITS         NET"
                TO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE 1 TO MonthNumber.
            PERFORM UNTIL MonthNumber > 12
                MOVE YSM-DEBITS(SourcePosition, MonthNumber)
                    TO EditedDebits
                MOVE YSM-CREDITS(SourcePosition, MonthNumber)
                    TO EditedCredits
                MOVE YSM-NET(SourcePosition, MonthNumber)
                    TO EditedNet
                MOVE SPACES TO ReportLine
                STRING "  " DELIMITED BY SIZE
                    CloseYear DELIMITED BY SIZE
                    MonthNumber DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EditedDebits DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EditedCredits DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EditedNet DELIMITED BY SIZE
                    INTO ReportLine
                PERFORM WRITE-STATEMENT-LINE
                ADD 1 TO MonthNumber
            END-PERFORM.
            COMPUTE ExpectedClosing = YST-OPENING(SourcePosition)
                + YST-NET(SourcePosition).
            IF ExpectedClosing = YST-CLOSING(SourcePosition)
                MOVE "AGREES" TO SourceVerdict
            ELSE
                MOVE "BREAK" TO SourceVerdict
            END-IF.
            MOVE YST-CLOSING(SourcePosition) TO EditedClosing.
            MOVE SPACES TO ReportLine.
            STRING "  CLOSING BALANCE                          "
                DELIMITED BY SIZE
                EditedClosing DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                SourceVerdict DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
       WRITE-ONE-MONTH-PROOF.
            MOVE MTH-FROZEN-TOTAL(MonthNumber) TO EditedFrozen.
            MOVE MTH-LEDGER-NET(MonthNumber) TO EditedLedgerNet.
            IF MTH-LEDGER-NET(MonthNumber)
                = MTH-FROZEN-TOTAL(MonthNumber)
                MOVE "AGREES" TO MonthVerdict
            ELSE
                MOVE "MISMATCH" TO MonthVerdict
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "  " DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                MonthNumber DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EditedFrozen DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EditedLedgerNet DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                MonthVerdict DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-STATEMENT-LINE.
       WRITE-STATEMENT-LINE.
            MOVE ReportLine TO StatementRecord.
            WRITE StatementRecord.
            DISPLAY ReportLine.
       MOVE-YEAR-LEDGER.
            MOVE SPACES TO GenerationFileName.
            STRING "POSITION-LEDGER." DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO GenerationFileName.
            OPEN OUTPUT GenerationFile.
            IF GenerationFileStatus NOT = "00"
                DISPLAY "GENERATION FILE WRITE FAILED, STATUS "
                    GenerationFileStatus ": " GenerationFileName
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT WorkFile.
            IF WorkFileStatus NOT = "00"
                DISPLAY "WORK FILE WRITE FAILED, STATUS "
                    WorkFileStatus
                MOVE 12 TO RETURN-CODE
                CLOSE GenerationFile
                STOP RUN
            END-IF.
            MOVE SPACES TO YearEndRunId.
            STRING "YEAREND-" DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                INTO YearEndRunId.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceCount
                PERFORM WRITE-OPENING-RECORD
                ADD 1 TO SourcePosition
            END-PERFORM.
            MOVE 'N' TO LedgerEof.
            OPEN INPUT LedgerFile.
            PERFORM UNTIL END-OF-LEDGER-FILE
                READ LedgerFile
                    AT END
                        SET END-OF-LEDGER-FILE TO TRUE
                    NOT AT END
                        IF PLG-DATE(1:4) > CloseYear
                            MOVE LedgerRecord TO WorkRecord
                            WRITE WorkRecord
                        ELSE
                            MOVE LedgerRecord TO GenerationRecord
                            WRITE GenerationRecord
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LedgerFile.
            CLOSE GenerationFile.
            CLOSE WorkFile.
            MOVE 'N' TO LedgerEof.
            OPEN OUTPUT LedgerFile.
            IF LedgerFileStatus NOT = "00"
                DISPLAY "POSITION LEDGER WRITE FAILED, STATUS "
                    LedgerFileStatus " - LIVE LEDGER LEFT IN "
                    "POSITION-LEDGER.YEAREND.TMP"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT WorkFile.
            PERFORM UNTIL END-OF-LEDGER-FILE
                READ WorkFile
                    AT END
                        SET END-OF-LEDGER-FILE TO TRUE
                    NOT AT END
                        MOVE WorkRecord TO LedgerRecord
                        WRITE LedgerRecord
                END-READ
            END-PERFORM.
            CLOSE WorkFile.
            CLOSE LedgerFile.
            DELETE FILE WorkFile.
       WRITE-OPENING-RECORD.
            MOVE SPACES TO LedgerRecord.
            MOVE YST-SOURCE(SourcePosition) TO PLG-SOURCE.
            MOVE SPACES TO PLG-DATE.
            STRING CloseYear DELIMITED BY SIZE
                "1231" DELIMITED BY SIZE
                INTO PLG-DATE.
            MOVE YearEndRunId TO PLG-RUN-ID.
            MOVE YST-CLOSING(SourcePosition) TO PLG-OPENING.
            MOVE 0 TO PLG-DEBITS.
            MOVE 0 TO PLG-CREDITS.
            MOVE 0 TO PLG-NET.
            MOVE YST-CLOSING(SourcePosition) TO PLG-CLOSING.
            MOVE LedgerRecord TO WorkRecord.
            WRITE WorkRecord.
            ADD 1 TO SeededCount.
       APPEND-CLOSED-YEAR.
            OPEN EXTEND ClosedYearsFile.
            IF ClosedYearsStatus = "35"
                OPEN OUTPUT ClosedYearsFile
            END-IF.
            IF ClosedYearsStatus NOT = "00"
                DISPLAY "CLOSED YEARS FILE WRITE FAILED, STATUS "
                    ClosedYearsStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ClosedYearsRecord.
            MOVE CloseYear TO CLY-YEAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO CLY-CLOSED-DATE.
            MOVE SourceCount TO CLY-SOURCES.
            MOVE MovedCount TO CLY-MOVED.
            MOVE FrozenYearTotal TO CLY-TOTAL.
            MOVE OperatorId TO CLY-OPERATOR.
            WRITE ClosedYearsRecord.
            CLOSE ClosedYearsFile.
       END PROGRAM YEAR-END-CLOSE.
