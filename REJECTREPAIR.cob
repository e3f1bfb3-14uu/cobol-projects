           SELECT SourceMasterFile ASSIGN TO "SOURCE-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceMasterStatus.
           SELECT AccountMasterFile ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterStatus.
           SELECT ApprovalQueueFile ASSIGN TO "APPROVAL-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovalQueueStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RejectsFile.
               05 DSP-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 DSP-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 DSP-OPERATOR PIC X(8).
       FD  LimitsFile.
           01 LimitsRecord PIC X(20).
       FD  SourceMasterFile.
               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
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
       WORKING-STORAGE SECTION.
           01 RejectsFileName PIC X(30).
           01 CorrectionFileName PIC X(100).
               88 END-OF-SOURCE-MASTER VALUE 'Y'.
           01 HeaderDone PIC X VALUE 'N'.
               88 HEADER-COMPLETE VALUE 'Y'.
           01 CurrencyDone PIC X VALUE 'N'.
               88 CURRENCY-COMPLETE VALUE 'Y'.
           01 ArgsNumber PICTURE 99.
           01 RawArg PIC X(14).
           01 InputLine PIC X(40).
           01 BlankInputCount PICTURE 99 VALUE 0.
           01 HeaderDate PIC X(8).
           01 HeaderSource PIC X(8).
           01 HeaderCurrency PIC X(3) VALUE SPACES.
           01 CorrectionBatchId PIC X(17).
           01 SourceTableCount PICTURE 99 VALUE 0.
           01 SourcePosition PICTURE 99.
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
           01 RejectTableCount PICTURE 9(4) VALUE 0.
           01 RejectPosition PICTURE 9(4).
           01 RejectTable.
                   10 REJ-ACTION PIC X(9).
                   10 REJ-NEW-VALUE PIC S9(7)V99.
                   10 REJ-TRANREF PIC X(12).
                   10 REJ-ACCOUNT PIC X(8).
                   10 REJ-ORIGINAL PIC X(12).
           01 CorrectedCount PICTURE 9(4) VALUE 0.
           01 VoidedCount PICTURE 9(4) VALUE 0.
           01 HashTotal PICTURE S9(9)V99 VALUE 0.
           01 TrimmedReject PIC X(20).
           01 OrigValueToken PIC X(14).
           01 OrigAccountToken PIC X(14).
           01 ReversalTagToken PIC X(14).
           01 ReversalOriginalToken PIC X(14).
           01 AccountOut PIC X(8).
           01 TrimmedInput PIC X(40).
           01 RepairValueToken PIC X(14).
           01 AccountToken PIC X(14).
           01 AccountCode PIC X(8) VALUE SPACES.
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
           01 RecordDecided PIC X.
               88 RECORD-DECISION-MADE VALUE 'Y'.
           01 OperatorId PIC X(8) VALUE SPACES.
           01 OperatorDone PIC X VALUE 'N'.
               88 OPERATOR-COMPLETE VALUE 'Y'.
           01 TranrefDone PIC X VALUE 'N'.
               88 TRANREF-COMPLETE VALUE 'Y'.
           01 ApprovalQueueStatus PIC XX.
           01 ApprovalQueueEof PIC X VALUE 'N'.
               88 END-OF-APPROVAL-QUEUE VALUE 'Y'.
           01 LastApprovalId PICTURE 9(5) VALUE 0.
           01 QueuedApprovalId PICTURE 9(5) VALUE 0.
           01 OpenApprovalId PICTURE 9(5) VALUE 0.
           01 OpenApprovalStatus PIC X VALUE SPACE.
           01 CorrectionBaseName PIC X(60).
           01 QueuedBaseName PIC X(60).
           01 BaseNameSource PIC X(100).
           01 BaseNameResult PIC X(60).
           01 BaseNameLength PICTURE 9(3).
           01 BaseNameTail PICTURE 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            ACCEPT RejectsFileName FROM ARGUMENT-VALUE.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            ACCEPT CorrectionFileName FROM ARGUMENT-VALUE.
            IF CorrectionFileName(61:40) NOT = SPACES
                DISPLAY "CORRECTION FILE NAME LONGER THAN 60 "
                    "CHARACTERS: " CorrectionFileName
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-OPEN-APPROVAL.
            PERFORM READ-LIMITS.
            PERFORM LOAD-SOURCE-MASTER.
            PERFORM LOAD-ACCOUNT-MASTER.
            PERFORM LOAD-REJECTS-FILE.
            IF RejectTableCount = 0
                DISPLAY "NO REJECT RECORDS IN " RejectsFileName
            END-IF.
            DISPLAY RejectTableCount " REJECT RECORDS TO REPAIR "
                "FROM " RejectsFileName.
            PERFORM PROMPT-FOR-OPERATOR.
            PERFORM PROMPT-FOR-HEADER.
            MOVE SPACES TO CorrectionBatchId.
            STRING HeaderDate DELIMITED BY SPACE
            PERFORM REPAIR-ONE-REJECT
                UNTIL RejectPosition > RejectTableCount.
            PERFORM WRITE-CORRECTION-FILE.
            IF CorrectedCount > 0
                PERFORM QUEUE-CORRECTION-APPROVAL
            END-IF.
            PERFORM WRITE-DISPOSITION-RECORDS.
            DISPLAY "REPAIR COMPLETE - " CorrectedCount
                " CORRECTED, " VoidedCount " VOIDED".
                        MOVE 0 TO REJ-NEW-VALUE(RejectTableCount)
                        MOVE RJR-TRANREF
                            TO REJ-TRANREF(RejectTableCount)
                        MOVE SPACES TO REJ-ACCOUNT(RejectTableCount)
                        MOVE SPACES
                            TO REJ-ORIGINAL(RejectTableCount)
                        IF RJR-VALUE(1:4) = "REV "
                            PERFORM NOTE-REVERSAL-REJECT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RejectsFile.
       NOTE-REVERSAL-REJECT.
            MOVE SPACES TO ReversalTagToken ReversalOriginalToken.
            UNSTRING RJR-VALUE DELIMITED BY ALL " "
                INTO ReversalTagToken ReversalOriginalToken.
            MOVE ReversalOriginalToken(1:12)
                TO REJ-ORIGINAL(RejectTableCount).
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
       PROMPT-FOR-HEADER.
            MOVE 'N' TO HeaderDone.
            PERFORM PROMPT-HEADER-ONCE UNTIL HEADER-COMPLETE.
            MOVE 0 TO BlankInputCount.
            MOVE 'N' TO CurrencyDone.
            PERFORM PROMPT-CURRENCY-ONCE UNTIL CURRENCY-COMPLETE.
            MOVE 0 TO BlankInputCount.
       PROMPT-HEADER-ONCE.
            DISPLAY "ENTER CORRECTION BATCH DATE (YYYYMMDD):".
            MOVE SPACES TO HeaderDate.
                    END-IF
                END-IF
            END-IF.
       PROMPT-CURRENCY-ONCE.
            DISPLAY "ENTER CURRENCY CODE (BLANK FOR REPORTING "
                "CURRENCY):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedInput.
            IF TrimmedInput(4:) NOT = SPACES
                OR TrimmedInput(1:3) NOT ALPHABETIC-UPPER
                OR (TrimmedInput NOT = SPACES
                    AND (TrimmedInput(2:1) = SPACE
                        OR TrimmedInput(3:1) = SPACE))
                DISPLAY "CURRENCY CODE IS 3 LETTERS, E.G. EUR"
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                MOVE TrimmedInput(1:3) TO HeaderCurrency
                SET CURRENCY-COMPLETE TO TRUE
            END-IF.
       CHECK-ABANDONED-INPUT.
            ADD 1 TO BlankInputCount.
            IF BlankInputCount >= 10
                " REASON " REJ-REASON(RejectPosition)
                " VALUE " REJ-VALUE(RejectPosition).
            MOVE 'N' TO RecordDecided.
            IF REJ-VALUE(RejectPosition)(1:4) = "REV "
                PERFORM PROMPT-REVERSAL-REPAIR-ONCE
                    UNTIL RECORD-DECISION-MADE
            ELSE
                PERFORM PROMPT-REPAIR-ONCE
                    UNTIL RECORD-DECISION-MADE
            END-IF.
            IF REJ-ACTION(RejectPosition) = "CORRECTED"
                MOVE REJ-TRANREF(RejectPosition) TO CheckRef
                PERFORM VALIDATE-TRANREF-CHECKDIG
                IF NOT CHECK-DIGIT-IS-VALID
                    PERFORM PROMPT-FOR-TRANREF
                END-IF
            END-IF.
            ADD 1 TO RejectPosition.
       PROMPT-REPAIR-ONCE.
            DISPLAY "ENTER CORRECTED VALUE [ACCOUNT], OR V(OID):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            IF InputLine = SPACES
                    ADD 1 TO VoidedCount
                    SET RECORD-DECISION-MADE TO TRUE
                ELSE
                    MOVE SPACES TO RepairValueToken AccountToken
                    MOVE FUNCTION TRIM(InputLine) TO TrimmedInput
                    UNSTRING TrimmedInput DELIMITED BY ALL " "
                        INTO RepairValueToken AccountToken
                    MOVE RepairValueToken TO RawArg
                    PERFORM VALIDATE-VALUE
                    IF ValidationReason = SPACES
                        PERFORM VALIDATE-REPAIR-ACCOUNT
                    END-IF
                    IF ValidationReason = SPACES
                        MOVE "CORRECTED"
                            TO REJ-ACTION(RejectPosition)
                        MOVE NumericCandidate
                            TO REJ-NEW-VALUE(RejectPosition)
                        MOVE AccountToken(1:8)
                            TO REJ-ACCOUNT(RejectPosition)
                        ADD NumericCandidate TO HashTotal
                        ADD 1 TO CorrectedCount
                        SET RECORD-DECISION-MADE TO TRUE
                    END-IF
                END-IF
            END-IF.
       PROMPT-FOR-TRANREF.
            DISPLAY "TRANREF " REJ-TRANREF(RejectPosition)
                " FAILS THE " BatchCheckScheme " CHECK DIGIT FOR "
                HeaderSource.
            MOVE 'N' TO TranrefDone.
            PERFORM PROMPT-TRANREF-ONCE UNTIL TRANREF-COMPLETE.
            MOVE 0 TO BlankInputCount.
       PROMPT-TRANREF-ONCE.
            DISPLAY "ENTER CORRECTED TRANREF (UP TO 12 CHARACTERS):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedInput.
            IF TrimmedInput = SPACES
                DISPLAY "TRANREF IS REQUIRED"
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                IF TrimmedInput(13:28) NOT = SPACES
                    DISPLAY "TRANREF IS UP TO 12 CHARACTERS"
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    MOVE TrimmedInput TO CheckRef
                    PERFORM VALIDATE-TRANREF-CHECKDIG
                    IF CHECK-DIGIT-IS-VALID
                        MOVE CheckRef TO REJ-TRANREF(RejectPosition)
                        SET TRANREF-COMPLETE TO TRUE
                    ELSE
                        DISPLAY "TRANREF NOT ACCEPTED (BAD-CHECKDIG): "
                            CheckRef
                        PERFORM CHECK-ABANDONED-INPUT
                    END-IF
                END-IF
            END-IF.
       PROMPT-REVERSAL-REPAIR-ONCE.
            DISPLAY "ENTER CORRECTED AMOUNT TO REVERSE FROM TRANREF "
                REJ-ORIGINAL(RejectPosition) ", OR V(OID):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            IF InputLine = SPACES
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                MOVE 0 TO BlankInputCount
                IF InputLine = "V"
                    MOVE "VOIDED" TO REJ-ACTION(RejectPosition)
                    ADD 1 TO VoidedCount
                    SET RECORD-DECISION-MADE TO TRUE
                ELSE
                    MOVE SPACES TO RepairValueToken
                    MOVE FUNCTION TRIM(InputLine) TO TrimmedInput
                    UNSTRING TrimmedInput DELIMITED BY ALL " "
                        INTO RepairValueToken
                    MOVE RepairValueToken TO RawArg
                    PERFORM VALIDATE-VALUE
                    IF ValidationReason = SPACES
                        AND NumericCandidate = 0
                        MOVE "OUT-OF-RANGE" TO ValidationReason
                    END-IF
                    IF ValidationReason = SPACES
                        AND REJ-ORIGINAL(RejectPosition) = SPACES
                        MOVE "BAD-TRANREF" TO ValidationReason
                    END-IF
                    IF ValidationReason = SPACES
                        MOVE "CORRECTED"
                            TO REJ-ACTION(RejectPosition)
                        MOVE NumericCandidate
                            TO REJ-NEW-VALUE(RejectPosition)
                        ADD NumericCandidate TO HashTotal
                        ADD 1 TO CorrectedCount
                        SET RECORD-DECISION-MADE TO TRUE
                    ELSE
                        DISPLAY "AMOUNT NOT ACCEPTED ("
                            ValidationReason "): " RawArg
                    END-IF
                END-IF
            END-IF.
       VALIDATE-REPAIR-ACCOUNT.
            IF AccountToken = SPACES
                MOVE SPACES TO OrigValueToken OrigAccountToken
                MOVE FUNCTION TRIM(REJ-VALUE(RejectPosition))
                    TO TrimmedReject
                UNSTRING TrimmedReject DELIMITED BY ALL " "
                    INTO OrigValueToken OrigAccountToken
                MOVE OrigAccountToken TO AccountToken
            END-IF.
            IF AccountToken(9:6) NOT = SPACES
                MOVE "BAD-ACCOUNT" TO ValidationReason
            ELSE
                PERFORM VALIDATE-ACCOUNT-CODE
            END-IF.
            IF ValidationReason NOT = SPACES
                DISPLAY "ACCOUNT " AccountCode " NOT ACCEPTED - "
                    "RE-KEY AS VALUE ACCOUNT"
            END-IF.
       VALIDATE-VALUE.
            MOVE SPACES TO ValidationReason.
            IF FUNCTION TEST-NUMVAL(RawArg) NOT = 0
                    HeaderDate DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HeaderSource DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    HeaderCurrency DELIMITED BY SPACE
                    INTO CorrectionRecord
                WRITE CorrectionRecord
                MOVE 1 TO RejectPosition
            MOVE REJ-NEW-VALUE(RejectPosition) TO EditedValue.
            MOVE SPACES TO ValueOut.
            MOVE FUNCTION TRIM(EditedValue) TO ValueOut.
            IF REJ-ORIGINAL(RejectPosition) NOT = SPACES
                PERFORM BUILD-REVERSAL-LINE
            ELSE
                PERFORM BUILD-VALUE-LINE
            END-IF.
            WRITE CorrectionRecord.
       BUILD-REVERSAL-LINE.
            IF REJ-TRANREF(RejectPosition) = SPACES
                STRING "REV " DELIMITED BY SIZE
                    REJ-ORIGINAL(RejectPosition) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ValueOut DELIMITED BY SPACE
                    INTO CorrectionRecord
            ELSE
                STRING "REV " DELIMITED BY SIZE
                    REJ-ORIGINAL(RejectPosition) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ValueOut DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    REJ-TRANREF(RejectPosition) DELIMITED BY SPACE
                    INTO CorrectionRecord
            END-IF.
       BUILD-VALUE-LINE.
            MOVE SPACES TO AccountOut.
            IF REJ-ACCOUNT(RejectPosition) NOT = SPACES
                MOVE REJ-ACCOUNT(RejectPosition) TO AccountOut
            ELSE
                IF REJ-TRANREF(RejectPosition) NOT = SPACES
                    MOVE "*" TO AccountOut
                        INTO CorrectionRecord
                END-IF
            END-IF.
       WRITE-DISPOSITION-RECORDS.
            OPEN EXTEND DispositionFile.
            IF DispositionStatus = "35"
                    MOVE SPACES TO DSP-BATCH-ID
                END-IF
                MOVE REJ-TRANREF(RejectPosition) TO DSP-TRANREF
                MOVE OperatorId TO DSP-OPERATOR
                WRITE DispositionRecord
                ADD 1 TO RejectPosition
            END-PERFORM.
            CLOSE DispositionFile.
       CHECK-OPEN-APPROVAL.
            MOVE CorrectionFileName TO BaseNameSource.
            PERFORM EXTRACT-BASE-NAME.
            MOVE BaseNameResult TO CorrectionBaseName.
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
            IF OpenApprovalId > 0
                DISPLAY "CORRECTION FILE " CorrectionBaseName
                DISPLAY "IS ALREADY IN THE APPROVAL QUEUE AS ENTRY "
                    OpenApprovalId " (STATUS " OpenApprovalStatus
                    ") - USE A NEW CORRECTION FILE NAME"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       NOTE-APPROVAL-ENTRY.
            IF APQ-ID > LastApprovalId
                MOVE APQ-ID TO LastApprovalId
            END-IF.
            IF APQ-TYPE = "CORRECTION"
                AND (APQ-STATUS = "P" OR APQ-STATUS = "A")
                MOVE APQ-SUBJECT TO BaseNameSource
                PERFORM EXTRACT-BASE-NAME
                MOVE BaseNameResult TO QueuedBaseName
                IF QueuedBaseName = CorrectionBaseName
                    MOVE APQ-ID TO OpenApprovalId
                    MOVE APQ-STATUS TO OpenApprovalStatus
                END-IF
            END-IF.
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
       QUEUE-CORRECTION-APPROVAL.
            OPEN EXTEND ApprovalQueueFile.
            IF ApprovalQueueStatus = "35"
                OPEN OUTPUT ApprovalQueueFile
            END-IF.
            IF ApprovalQueueStatus NOT = "00"
                DISPLAY "APPROVAL QUEUE WRITE FAILED, STATUS "
                    ApprovalQueueStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE QueuedApprovalId = LastApprovalId + 1.
            MOVE SPACES TO ApprovalQueueRecord.
            MOVE QueuedApprovalId TO APQ-ID.
            MOVE "CORRECTION" TO APQ-TYPE.
            MOVE CorrectionFileName TO APQ-SUBJECT.
            MOVE OperatorId TO APQ-MAKER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-REQUESTED.
            MOVE "P" TO APQ-STATUS.
            MOVE HashTotal TO HashDisplay.
            STRING "RECORDS " DELIMITED BY SIZE
                CorrectedCount DELIMITED BY SIZE
                " HASH " DELIMITED BY SIZE
                FUNCTION TRIM(HashDisplay) DELIMITED BY SIZE
                INTO APQ-DETAIL.
            WRITE ApprovalQueueRecord.
            CLOSE ApprovalQueueFile.
            DISPLAY "CORRECTION FILE HELD FOR APPROVAL AS QUEUE "
                "ENTRY " QueuedApprovalId.
            DISPLAY "A SECOND OPERATOR MUST APPROVE IT IN "
                "APPROVAL-REVIEW BEFORE INTAKE RELEASES IT".
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
            END-IF.
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
       READ-LIMITS.
            OPEN INPUT LimitsFile.
            IF LimitsFileStatus = "00"
