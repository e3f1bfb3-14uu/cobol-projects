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
           SELECT HeldItemsFile ASSIGN TO "HELD-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldItemsStatus.
           SELECT LargeItemLimitsFile
               ASSIGN TO "LARGE-ITEM-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LargeItemLimitsStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ValuesFile.
               05 AUD-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 AUD-TRANREF PIC X(12).
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
       FD  LimitsFile.
           01 LimitsRecord PIC X(20).
       FD  RunControlFile.
               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
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
       WORKING-STORAGE SECTION.
           01 ArgInput PIC ZZ9.
           01 Res PIC 999.
           01 WS-EOF PIC X VALUE 'N'.
               88 END-OF-VALUES-FILE VALUE 'Y'.
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
           01 EvenCount PICTURE 9(5) VALUE 0.
           01 OddCount PICTURE 9(5) VALUE 0.
           01 BatchCount PICTURE 9(5).
           01 AccountToken PIC X(14).
           01 TranrefToken PIC X(14).
           01 TranrefCode PIC X(12) VALUE SPACES.
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
           01 AccountCode PIC X(8) VALUE SPACES.
           01 TranrefRegisterStatus PIC XX.
           01 TranrefRegisterEof PIC X VALUE 'N'.
               88 END-OF-TRANREF-REGISTER VALUE 'Y'.
           01 DuplicateAction PIC X VALUE 'R'.
               88 DUP-TRANREF-HOLD VALUE 'H'.
           01 HeldCount PICTURE 9(5) VALUE 0.
           01 HeldItemsStatus PIC XX.
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
           01 TrimmedRecord PIC X(40).
           01 TrailerCount PICTURE 9(5).
           01 TrailerHash PICTURE S9(9)V99.
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
           01 LastRunSummaryStatus PIC XX.
           01 SummaryEof PIC X.
               88 END-OF-SUMMARY-FILE VALUE 'Y'.
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
                PERFORM CLASSIFY-ARGS ArgsNumber TIMES
            END-IF.
            PERFORM CLOSE-AUDIT-LOG.
            PERFORM DISPLAY-SUMMARY.
            PERFORM WRITE-RESULT-FILE.
            PERFORM REPORT-REJECTS.
            PERFORM REPORT-HELD-ITEMS.
            PERFORM WRITE-HISTORY-RECORD.
            PERFORM RELEASE-RUN-LOCK.
            STOP RUN.
       CLASSIFY-FROM-FILE.
            PERFORM LOAD-SOURCE-MASTER.
            PERFORM LOAD-CLOSED-MONTHS.
            PERFORM LOAD-ACCOUNT-MASTER.
            PERFORM LOAD-TRANREF-REGISTER.
            PERFORM LOAD-LARGE-ITEM-LIMITS.
            PERFORM LOAD-RELEASED-ITEMS.
            DELETE FILE RejectsFile.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus NOT = "00"
                DISPLAY "VALUES FILE NOT FOUND: " InputFileName
                MOVE 12 TO RETURN-CODE
                PERFORM CLOSE-AUDIT-LOG
                PERFORM RELEASE-RUN-LOCK
                STOP RUN
            END-IF.
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
                    PERFORM HOLD-DUPLICATE-TRANREF
                WHEN LARGE-ITEM-IS-HELD
                    PERFORM HOLD-LARGE-ITEM
                WHEN OTHER
                    MOVE TranrefToken(1:12) TO TranrefCode
                    ADD NumericCandidate TO RunningHash
                    ADD 1 TO BatchAcceptedCount
                    MOVE NumericCandidate TO ArgInput
                    PERFORM WRITE-AUDIT-RECORD
                    PERFORM CLASSIFY-VALUE
                    PERFORM NOTE-POSTED-TRANREF
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
            MOVE SPACES TO TranrefToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            UNSTRING TrimmedRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne ValueToken TranrefToken.
            MOVE ValueToken TO RawArg.
            PERFORM VALIDATE-FILE-VALUE.
            IF ValidationReason NOT = SPACES
                PERFORM WRITE-REJECT-RECORD
            ELSE
                ADD NumericCandidate TO RunningHash
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
            IF TRR-RUN-ID NOT = RunId
                IF PostedTranrefCount < 5000
                    ADD 1 TO PostedTranrefCount
                    MOVE TRR-TRANREF TO PTR-TRANREF(PostedTranrefCount)
                    MOVE TRR-RUN-ID TO PTR-RUN-ID(PostedTranrefCount)
                    MOVE TRR-BATCH-ID
                        TO PTR-BATCH-ID(PostedTranrefCount)
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
                END-IF
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
       HOLD-DUPLICATE-TRANREF.
            ADD NumericCandidate TO RunningHash.
            ADD 1 TO HeldCount.
            DISPLAY "HELD RECORD AT POSITION " CurrentIndex
                " - DUP-TRANREF".
       HOLD-LARGE-ITEM.
            ADD NumericCandidate TO RunningHash.
            ADD 1 TO HeldCount.
            DISPLAY "HELD RECORD AT POSITION " CurrentIndex
                " - LARGE-VALUE".
       REPORT-HELD-ITEMS.
            IF HeldCount > 0
                DISPLAY "HELD " HeldCount " RECORDS FOR REVIEW - "
                    "EXCLUDED FROM TOTALS"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
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
            MOVE RunId TO AUD-RUN-ID.
            MOVE TranrefCode TO AUD-TRANREF.
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
                MOVE "EVEN-ODD" TO SEL-PROGRAM
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
                                END-IF
                        END-READ
                END-READ
                READ LimitsFile
                    AT END
                        CONTINUE
                END-READ
                READ LimitsFile
                    AT END
                        CONTINUE
                END-READ
                READ LimitsFile
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LimitsRecord(1:4) = "HOLD"
                            SET DUP-TRANREF-HOLD TO TRUE
                        END-IF
                END-READ
                CLOSE LimitsFile
            END-IF.
       LOAD-LAST-RUN-SUMMARY.
