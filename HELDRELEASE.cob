       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HeldItemsFile ASSIGN TO "HELD-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldItemsStatus.
           SELECT ReleaseFile ASSIGN TO ReleaseFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReleaseFileStatus.
           SELECT ClosedMonthsFile ASSIGN TO "CLOSED-MONTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedMonthsStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ReleaseFile.
           01 ReleaseRecord PIC X(40).
       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       WORKING-STORAGE SECTION.
           01 HeldItemsStatus PIC XX.
           01 ReleaseFileStatus PIC XX.
           01 ClosedMonthsStatus PIC XX.
           01 HeldItemsEof PIC X VALUE 'N'.
               88 END-OF-HELD-ITEMS VALUE 'Y'.
           01 ClosedEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-FILE VALUE 'Y'.
           01 ArgsNumber PICTURE 99.
           01 FlagArg PIC X(10).
           01 ReleaseMode PIC X(10) VALUE SPACES.
               88 POSTED-MODE-RUN VALUE "-POSTED".
           01 IncomingDirectory PIC X(60) VALUE "INCOMING".
           01 RequestedFileName PIC X(100).
           01 RequestedBaseName PIC X(60).
           01 BaseNameSource PIC X(100).
           01 BaseNameResult PIC X(60).
           01 BaseNameLength PICTURE 9(3).
           01 BaseNameTail PICTURE 9(3).
           01 ReleaseFileName PIC X(100).
           01 ReleaseBaseName PIC X(30).
           01 HeldTableCount PICTURE 9(4) VALUE 0.
           01 HeldPosition PICTURE 9(4).
           01 ScanPosition PICTURE 9(4).
           01 HeldTable.
               05 HeldEntry OCCURS 5000.
                   10 HLT-RECORD PIC X(133).
                   10 HLT-PRIOR-STATUS PIC X.
                   10 HLT-DECIDED PIC X.
                       88 HLT-IS-DECIDED VALUE 'Y'.
           01 CurrentTableCount PICTURE 9(4) VALUE 0.
           01 CurrentPosition PICTURE 9(4).
           01 CurrentMatch PICTURE 9(4).
           01 CurrentHeldTable.
               05 CurrentHeldEntry OCCURS 5000.
                   10 CHT-RECORD PIC X(133).
           01 ClosedMonthCount PICTURE 99 VALUE 0.
           01 ClosedPosition PICTURE 99.
           01 ClosedMonthTable.
               05 ClosedMonthEntry OCCURS 60.
                   10 CMT-MONTH PIC X(6).
           01 CheckMonth PIC X(6).
           01 MonthClosed PIC X.
               88 MONTH-IS-CLOSED VALUE 'Y'.
           01 WrittenBatchCount PICTURE 9(3) VALUE 0.
           01 WrittenBatchPosition PICTURE 9(3).
           01 WrittenBatchMatch PICTURE 9(3).
           01 WrittenBatchTable.
               05 WrittenBatchEntry OCCURS 500.
                   10 WBT-BATCH-ID PIC X(17).
           01 ReleaseBatchId PIC X(17).
           01 ReleaseLineCount PICTURE 9(5).
           01 ReleaseHash PICTURE S9(9)V99.
           01 HashDisplay PIC -(9)9.99.
           01 ValueOut PIC X(14).
           01 OperatorId PIC X(8) VALUE SPACES.
           01 OperatorDone PIC X VALUE 'N'.
               88 OPERATOR-COMPLETE VALUE 'Y'.
           01 SessionDone PIC X VALUE 'N'.
               88 SESSION-COMPLETE VALUE 'Y'.
           01 InputLine PIC X(40).
           01 TrimmedInput PIC X(40).
           01 CommandToken PIC X(8).
           01 ItemToken PIC X(8).
           01 ItemNumber PICTURE 9(4).
           01 BlankInputCount PICTURE 99 VALUE 0.
           01 AwaitingCount PICTURE 9(4) VALUE 0.
           01 ReleasedCount PICTURE 9(4) VALUE 0.
           01 ReturnedCount PICTURE 9(4) VALUE 0.
           01 PostedCount PICTURE 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            EVALUATE ArgsNumber
                WHEN 0
                    CONTINUE
                WHEN 1
                    DISPLAY 1 UPON ARGUMENT-NUMBER
                    ACCEPT IncomingDirectory FROM ARGUMENT-VALUE
                WHEN 2
                    DISPLAY 1 UPON ARGUMENT-NUMBER
                    ACCEPT FlagArg FROM ARGUMENT-VALUE
                    MOVE FlagArg TO ReleaseMode
                    IF NOT POSTED-MODE-RUN
                        PERFORM DISPLAY-USAGE
                    END-IF
                    DISPLAY 2 UPON ARGUMENT-NUMBER
                    ACCEPT RequestedFileName FROM ARGUMENT-VALUE
                WHEN OTHER
                    PERFORM DISPLAY-USAGE
            END-EVALUATE.
            PERFORM LOAD-HELD-ITEMS.
            IF POSTED-MODE-RUN
                PERFORM COMPLETE-RELEASE-POSTING
            ELSE
                PERFORM REVIEW-HELD-ITEMS
            END-IF.
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: HELD-RELEASE [INCOMING-DIRECTORY]".
            DISPLAY "       HELD-RELEASE -POSTED RELEASEFILE".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       LOAD-HELD-ITEMS.
            OPEN INPUT HeldItemsFile.
            IF HeldItemsStatus = "00"
                PERFORM UNTIL END-OF-HELD-ITEMS
                    READ HeldItemsFile
                        AT END
                            SET END-OF-HELD-ITEMS TO TRUE
                        NOT AT END
                            IF HeldTableCount >= 5000
                                DISPLAY "HELD ITEMS FILE EXCEEDS 5000 "
                                    "ENTRIES"
                                MOVE 16 TO RETURN-CODE
                                CLOSE HeldItemsFile
                                STOP RUN
                            END-IF
                            ADD 1 TO HeldTableCount
                            MOVE HeldItemRecord
                                TO HLT-RECORD(HeldTableCount)
                            MOVE HLD-STATUS
                                TO HLT-PRIOR-STATUS(HeldTableCount)
                            MOVE 'N' TO HLT-DECIDED(HeldTableCount)
                            IF HLD-STATUS = "H"
                                ADD 1 TO AwaitingCount
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HeldItemsFile
            END-IF.
       MERGE-CURRENT-HELD-ITEMS.
            MOVE 0 TO CurrentTableCount.
            MOVE 'N' TO HeldItemsEof.
            OPEN INPUT HeldItemsFile.
            IF HeldItemsStatus = "00"
                PERFORM UNTIL END-OF-HELD-ITEMS
                    READ HeldItemsFile
                        AT END
                            SET END-OF-HELD-ITEMS TO TRUE
                        NOT AT END
                            IF CurrentTableCount >= 5000
                                DISPLAY "HELD ITEMS FILE EXCEEDS 5000 "
                                    "ENTRIES - NOTHING WRITTEN"
                                MOVE 16 TO RETURN-CODE
                                CLOSE HeldItemsFile
                                STOP RUN
                            END-IF
                            ADD 1 TO CurrentTableCount
                            MOVE HeldItemRecord
                                TO CHT-RECORD(CurrentTableCount)
                    END-READ
                END-PERFORM
                CLOSE HeldItemsFile
            END-IF.
            MOVE 1 TO HeldPosition.
            PERFORM UNTIL HeldPosition > HeldTableCount
                IF HLT-IS-DECIDED(HeldPosition)
                    PERFORM APPLY-ONE-DECISION
                END-IF
                ADD 1 TO HeldPosition
            END-PERFORM.
       APPLY-ONE-DECISION.
            MOVE 0 TO CurrentMatch.
            MOVE 1 TO CurrentPosition.
            PERFORM UNTIL CurrentPosition > CurrentTableCount
                IF CHT-RECORD(CurrentPosition)(1:37)
                    = HLT-RECORD(HeldPosition)(1:37)
                    AND CurrentMatch = 0
                    MOVE CurrentPosition TO CurrentMatch
                END-IF
                ADD 1 TO CurrentPosition
            END-PERFORM.
            IF CurrentMatch > 0
                MOVE CHT-RECORD(CurrentMatch) TO HeldItemRecord
                IF HLD-STATUS NOT = HLT-PRIOR-STATUS(HeldPosition)
                    MOVE 0 TO CurrentMatch
                END-IF
            END-IF.
            MOVE HLT-RECORD(HeldPosition) TO HeldItemRecord.
            IF CurrentMatch > 0
                MOVE HeldItemRecord TO CHT-RECORD(CurrentMatch)
            ELSE
                DISPLAY "ITEM " HeldPosition " CHANGED BY ANOTHER "
                    "SESSION - DECISION NOT APPLIED"
                EVALUATE HLD-STATUS
                    WHEN "R"
                        SUBTRACT 1 FROM ReleasedCount
                    WHEN "T"
                        SUBTRACT 1 FROM ReturnedCount
                    WHEN "P"
                        SUBTRACT 1 FROM PostedCount
                END-EVALUATE
                MOVE HLT-PRIOR-STATUS(HeldPosition) TO HLD-STATUS
                MOVE HeldItemRecord TO HLT-RECORD(HeldPosition)
                MOVE 'N' TO HLT-DECIDED(HeldPosition)
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       REWRITE-HELD-ITEMS.
            OPEN OUTPUT HeldItemsFile.
            IF HeldItemsStatus NOT = "00"
                DISPLAY "HELD ITEMS WRITE FAILED, STATUS "
                    HeldItemsStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 1 TO CurrentPosition.
            PERFORM UNTIL CurrentPosition > CurrentTableCount
                MOVE CHT-RECORD(CurrentPosition) TO HeldItemRecord
                WRITE HeldItemRecord
                ADD 1 TO CurrentPosition
            END-PERFORM.
            CLOSE HeldItemsFile.
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
       REVIEW-HELD-ITEMS.
            IF AwaitingCount = 0
                DISPLAY "NO HELD ITEMS AWAITING RELEASE"
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOSED-MONTHS.
            MOVE SPACES TO ReleaseBaseName.
            STRING "RELEASE-" DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO ReleaseBaseName.
            DISPLAY AwaitingCount " HELD ITEMS AWAITING RELEASE".
            PERFORM PROMPT-FOR-OPERATOR.
            PERFORM LIST-HELD-ITEMS.
            PERFORM PROMPT-COMMAND-ONCE UNTIL SESSION-COMPLETE.
            IF ReleasedCount > 0 OR ReturnedCount > 0
                PERFORM MERGE-CURRENT-HELD-ITEMS
            END-IF.
            IF ReleasedCount > 0
                PERFORM WRITE-RELEASE-FILE
            END-IF.
            IF ReleasedCount > 0 OR ReturnedCount > 0
                PERFORM REWRITE-HELD-ITEMS
            END-IF.
            DISPLAY "RELEASE REVIEW COMPLETE - " ReleasedCount
                " RELEASED, " ReturnedCount " RETURNED TO SOURCE".
       PROMPT-FOR-OPERATOR.
            MOVE 'N' TO OperatorDone.
            PERFORM PROMPT-OPERATOR-ONCE UNTIL OPERATOR-COMPLETE.
            MOVE 0 TO BlankInputCount.
       PROMPT-OPERATOR-ONCE.
            DISPLAY "ENTER OPERATOR ID:".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedInput.
            IF TrimmedInput = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED"
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                IF TrimmedInput(9:32) NOT = SPACES
                    DISPLAY "OPERATOR ID IS UP TO 8 CHARACTERS"
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    MOVE TrimmedInput TO OperatorId
                    SET OPERATOR-COMPLETE TO TRUE
                END-IF
            END-IF.
       CHECK-ABANDONED-INPUT.
            ADD 1 TO BlankInputCount.
            IF BlankInputCount >= 10
                DISPLAY "NO TERMINAL INPUT - SESSION ABANDONED, "
                    "NOTHING WRITTEN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       LIST-HELD-ITEMS.
            DISPLAY "  ITEM BATCH ID          VALUE ACCOUNT  "
                "TRANREF      REASON".
            MOVE 1 TO HeldPosition.
            PERFORM UNTIL HeldPosition > HeldTableCount
                MOVE HLT-RECORD(HeldPosition) TO HeldItemRecord
                IF HLD-STATUS = "H"
                    DISPLAY "  " HeldPosition " " HLD-BATCH-ID " "
                        HLD-VALUE " " HLD-ACCOUNT " " HLD-TRANREF " "
                        HLD-REASON
                END-IF
                ADD 1 TO HeldPosition
            END-PERFORM.
       PROMPT-COMMAND-ONCE.
            DISPLAY "L(IST), R(ELEASE) ITEM, T(RETURN) ITEM OR "
                "E(ND):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE SPACES TO CommandToken ItemToken.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedInput.
            UNSTRING TrimmedInput DELIMITED BY ALL " "
                INTO CommandToken ItemToken.
            EVALUATE CommandToken
                WHEN SPACES
                    PERFORM CHECK-ABANDONED-INPUT
                WHEN "L"
                    MOVE 0 TO BlankInputCount
                    PERFORM LIST-HELD-ITEMS
                WHEN "R"
                    MOVE 0 TO BlankInputCount
                    PERFORM FIND-REQUESTED-ITEM
                    IF ItemNumber > 0
                        PERFORM RELEASE-ONE-ITEM
                    END-IF
                WHEN "T"
                    MOVE 0 TO BlankInputCount
                    PERFORM FIND-REQUESTED-ITEM
                    IF ItemNumber > 0
                        PERFORM RETURN-ONE-ITEM
                    END-IF
                WHEN "E"
                    SET SESSION-COMPLETE TO TRUE
                WHEN OTHER
                    MOVE 0 TO BlankInputCount
                    DISPLAY "ANSWER L, R ITEM, T ITEM OR E"
            END-EVALUATE.
       FIND-REQUESTED-ITEM.
            MOVE 0 TO ItemNumber.
            IF ItemToken = SPACES
                OR FUNCTION TEST-NUMVAL(ItemToken) NOT = 0
                DISPLAY "GIVE THE ITEM NUMBER FROM THE LIST"
            ELSE
                IF FUNCTION NUMVAL(ItemToken) < 1
                    OR FUNCTION NUMVAL(ItemToken) > HeldTableCount
                    DISPLAY "NO HELD ITEM " ItemToken
                ELSE
                    COMPUTE ItemNumber = FUNCTION NUMVAL(ItemToken)
                    MOVE HLT-RECORD(ItemNumber) TO HeldItemRecord
                    IF HLD-STATUS NOT = "H"
                        DISPLAY "ITEM " ItemNumber " IS NOT AWAITING "
                            "RELEASE - STATUS " HLD-STATUS
                        MOVE 0 TO ItemNumber
                    END-IF
                END-IF
            END-IF.
       RELEASE-ONE-ITEM.
            MOVE HLD-BATCH-ID(1:6) TO CheckMonth.
            PERFORM CHECK-CLOSED-MONTH.
            IF MONTH-IS-CLOSED
                DISPLAY "ITEM " ItemNumber " BELONGS TO CLOSED MONTH "
                    CheckMonth " - IT CAN ONLY BE RETURNED"
            ELSE
                MOVE "R" TO HLD-STATUS
                PERFORM STAMP-DECISION
                MOVE ReleaseBaseName TO HLD-NOTE
                MOVE HeldItemRecord TO HLT-RECORD(ItemNumber)
                MOVE 'Y' TO HLT-DECIDED(ItemNumber)
                ADD 1 TO ReleasedCount
                DISPLAY "  ITEM " ItemNumber " RELEASED"
            END-IF.
       RETURN-ONE-ITEM.
            PERFORM PROMPT-RETURN-REASON.
            MOVE "T" TO HLD-STATUS.
            PERFORM STAMP-DECISION.
            MOVE HeldItemRecord TO HLT-RECORD(ItemNumber).
            MOVE 'Y' TO HLT-DECIDED(ItemNumber).
            ADD 1 TO ReturnedCount.
            DISPLAY "  ITEM " ItemNumber " RETURNED TO SOURCE "
                HLD-BATCH-ID(10:8).
       PROMPT-RETURN-REASON.
            MOVE SPACES TO HLD-NOTE.
            PERFORM UNTIL HLD-NOTE NOT = SPACES
                DISPLAY "ENTER REASON FOR RETURNING (UP TO 30 "
                    "CHARACTERS):"
                MOVE SPACES TO InputLine
                ACCEPT InputLine
                IF InputLine = SPACES
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    MOVE 0 TO BlankInputCount
                    MOVE FUNCTION TRIM(InputLine) TO HLD-NOTE
                END-IF
            END-PERFORM.
       STAMP-DECISION.
            MOVE OperatorId TO HLD-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE(1:8) TO HLD-DECIDED-DATE.
       WRITE-RELEASE-FILE.
            MOVE SPACES TO ReleaseFileName.
            STRING IncomingDirectory DELIMITED BY SPACE
                "/" DELIMITED BY SIZE
                ReleaseBaseName DELIMITED BY SPACE
                INTO ReleaseFileName.
            OPEN OUTPUT ReleaseFile.
            IF ReleaseFileStatus NOT = "00"
                DISPLAY "RELEASE FILE WRITE FAILED, STATUS "
                    ReleaseFileStatus " - NOTHING WRITTEN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 1 TO HeldPosition.
            PERFORM UNTIL HeldPosition > HeldTableCount
                MOVE HLT-RECORD(HeldPosition) TO HeldItemRecord
                IF HLD-STATUS = "R" AND HLD-NOTE = ReleaseBaseName
                    PERFORM FIND-WRITTEN-BATCH
                    IF WrittenBatchMatch = 0
                        PERFORM WRITE-RELEASE-BATCH
                    END-IF
                END-IF
                ADD 1 TO HeldPosition
            END-PERFORM.
            CLOSE ReleaseFile.
            DISPLAY "RELEASED ITEMS WRITTEN TO " ReleaseFileName.
       FIND-WRITTEN-BATCH.
            MOVE 0 TO WrittenBatchMatch.
            MOVE 1 TO WrittenBatchPosition.
            PERFORM UNTIL WrittenBatchPosition > WrittenBatchCount
                IF WBT-BATCH-ID(WrittenBatchPosition) = HLD-BATCH-ID
                    MOVE WrittenBatchPosition TO WrittenBatchMatch
                END-IF
                ADD 1 TO WrittenBatchPosition
            END-PERFORM.
       WRITE-RELEASE-BATCH.
            IF WrittenBatchCount >= 500
                DISPLAY "TOO MANY BATCHES IN ONE RELEASE - NOTHING "
                    "WRITTEN"
                MOVE 16 TO RETURN-CODE
                CLOSE ReleaseFile
                STOP RUN
            END-IF.
            ADD 1 TO WrittenBatchCount.
            MOVE HLD-BATCH-ID TO WBT-BATCH-ID(WrittenBatchCount).
            MOVE HLD-BATCH-ID TO ReleaseBatchId.
            MOVE 0 TO ReleaseLineCount.
            MOVE 0 TO ReleaseHash.
            MOVE SPACES TO ReleaseRecord.
            IF HLD-CURRENCY = SPACES
                STRING "HDR " DELIMITED BY SIZE
                    ReleaseBatchId(1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ReleaseBatchId(10:8) DELIMITED BY SPACE
                    INTO ReleaseRecord
            ELSE
                STRING "HDR " DELIMITED BY SIZE
                    ReleaseBatchId(1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ReleaseBatchId(10:8) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HLD-CURRENCY DELIMITED BY SIZE
                    INTO ReleaseRecord
            END-IF.
            WRITE ReleaseRecord.
            MOVE HeldPosition TO ScanPosition.
            PERFORM UNTIL ScanPosition > HeldTableCount
                MOVE HLT-RECORD(ScanPosition) TO HeldItemRecord
                IF HLD-STATUS = "R" AND HLD-NOTE = ReleaseBaseName
                    AND HLD-BATCH-ID = ReleaseBatchId
                    PERFORM WRITE-RELEASE-LINE
                END-IF
                ADD 1 TO ScanPosition
            END-PERFORM.
            MOVE ReleaseHash TO HashDisplay.
            MOVE SPACES TO ReleaseRecord.
            STRING "TRL " DELIMITED BY SIZE
                ReleaseLineCount DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HashDisplay DELIMITED BY SIZE
                INTO ReleaseRecord.
            WRITE ReleaseRecord.
            MOVE HLT-RECORD(HeldPosition) TO HeldItemRecord.
       WRITE-RELEASE-LINE.
            MOVE SPACES TO ValueOut.
            MOVE FUNCTION TRIM(HLD-VALUE) TO ValueOut.
            MOVE SPACES TO ReleaseRecord.
            IF HLD-TRANREF = SPACES
                STRING ValueOut DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HLD-ACCOUNT DELIMITED BY SPACE
                    INTO ReleaseRecord
            ELSE
                STRING ValueOut DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HLD-ACCOUNT DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HLD-TRANREF DELIMITED BY SPACE
                    INTO ReleaseRecord
            END-IF.
            WRITE ReleaseRecord.
            ADD 1 TO ReleaseLineCount.
            ADD FUNCTION NUMVAL(HLD-VALUE) TO ReleaseHash.
       EXTRACT-BASE-NAME.
            MOVE SPACES TO BaseNameResult.
            MOVE 0 TO BaseNameTail.
            COMPUTE BaseNameLength =
                FUNCTION LENGTH(FUNCTION TRIM(BaseNameSource)).
            INSPECT FUNCTION REVERSE(BaseNameSource(1:BaseNameLength))
                TALLYING BaseNameTail FOR CHARACTERS
                BEFORE INITIAL "/".
            MOVE BaseNameSource(BaseNameLength - BaseNameTail + 1:
                BaseNameTail) TO BaseNameResult.
       COMPLETE-RELEASE-POSTING.
            MOVE RequestedFileName TO BaseNameSource.
            PERFORM EXTRACT-BASE-NAME.
            MOVE BaseNameResult TO RequestedBaseName.
            MOVE 1 TO HeldPosition.
            PERFORM UNTIL HeldPosition > HeldTableCount
                MOVE HLT-RECORD(HeldPosition) TO HeldItemRecord
                IF HLD-STATUS = "R"
                    AND HLD-NOTE = RequestedBaseName
                    MOVE "P" TO HLD-STATUS
                    MOVE HeldItemRecord TO HLT-RECORD(HeldPosition)
                    MOVE 'Y' TO HLT-DECIDED(HeldPosition)
                    ADD 1 TO PostedCount
                END-IF
                ADD 1 TO HeldPosition
            END-PERFORM.
            IF PostedCount = 0
                DISPLAY "NO RELEASED ITEMS WAITING ON "
                    RequestedBaseName
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MERGE-CURRENT-HELD-ITEMS.
            PERFORM REWRITE-HELD-ITEMS.
            DISPLAY PostedCount " RELEASED ITEMS MARKED POSTED FROM "
                RequestedBaseName.
       END PROGRAM HELD-RELEASE.
