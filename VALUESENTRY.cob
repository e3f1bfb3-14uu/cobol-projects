           SELECT LimitsFile ASSIGN TO "LIMITS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LimitsFileStatus.
           SELECT AccountMasterFile ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterStatus.
           SELECT EntrySessionFile ASSIGN TO "ENTRY-SESSION-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EntrySessionStatus.
           SELECT SourceMasterFile ASSIGN TO "SOURCE-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceMasterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ValuesFile.
           01 ValuesFileRecord PIC X(40).
       FD  LimitsFile.
           01 LimitsRecord PIC X(20).
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
       FD  EntrySessionFile.
           01 EntrySessionRecord.
               05 ESL-DATE PIC X(8).
               05 FILLER PIC X.
               05 ESL-TIME PIC X(6).
               05 FILLER PIC X.
               05 ESL-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 ESL-LINES PIC 9(5).
               05 FILLER PIC X.
               05 ESL-HASH PIC -(9)9.99.
               05 FILLER PIC X.
               05 ESL-FILE PIC X(100).
       FD  SourceMasterFile.
           01 SourceMasterRecord.
               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
       WORKING-STORAGE SECTION.
           01 ValuesFileName PIC X(100).
           01 ValuesFileStatus PIC XX.
               88 SESSION-COMPLETE VALUE 'Y'.
           01 HeaderDone PIC X VALUE 'N'.
               88 HEADER-COMPLETE VALUE 'Y'.
           01 CurrencyDone PIC X VALUE 'N'.
               88 CURRENCY-COMPLETE VALUE 'Y'.
           01 ArgsNumber PICTURE 99.
           01 InputLine PIC X(40).
           01 CommandToken PIC X(14).
           01 OperandFour PIC X(14).
           01 HeaderDate PIC X(8) VALUE SPACES.
           01 HeaderSource PIC X(8) VALUE SPACES.
           01 HeaderCurrency PIC X(3) VALUE SPACES.
           01 RecordTag PIC X(12).
           01 FieldOne PIC X(14).
           01 FieldTwo PIC X(14).
           01 FieldThree PIC X(14).
           01 RawArg PIC X(14).
           01 ValueToken PIC X(14).
           01 AccountToken PIC X(14).
           01 NextPosition PICTURE 9(5).
           01 EditedValue PIC -(5)9.
           01 BlankInputCount PICTURE 99 VALUE 0.
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
           01 EntryTable.
               05 EntryLine OCCURS 5000.
                   10 ET-RAW PIC X(14).
                   10 ET-ACCOUNT PIC X(8).
                   10 ET-TRANREF PIC X(12).
                   10 ET-VALID PIC X.
                   10 ET-TYPE PIC X.
                   10 ET-ORIGINAL PIC X(12).
           01 OperatorId PIC X(8) VALUE SPACES.
           01 OperatorDone PIC X VALUE 'N'.
               88 OPERATOR-COMPLETE VALUE 'Y'.
           01 EntrySessionStatus PIC XX.
           01 SourceMasterStatus PIC XX.
           01 MasterEof PIC X VALUE 'N'.
               88 END-OF-SOURCE-MASTER VALUE 'Y'.
           01 SourceTableCount PICTURE 99 VALUE 0.
           01 SourcePosition PICTURE 99.
           01 SourceTable.
               05 SourceEntry OCCURS 50.
                   10 SRC-NAME PIC X(8).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            ACCEPT ValuesFileName FROM ARGUMENT-VALUE.
            PERFORM READ-LIMITS.
            PERFORM LOAD-ACCOUNT-MASTER.
            PERFORM LOAD-SOURCE-MASTER.
            PERFORM PROMPT-FOR-OPERATOR.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus = "00"
                PERFORM LOAD-EXISTING-FILE
            PERFORM SHOW-RUNNING-TOTALS.
            PERFORM ENTRY-LOOP UNTIL SESSION-COMPLETE.
            STOP RUN.
       PROMPT-FOR-OPERATOR.
            MOVE 'N' TO OperatorDone.
            PERFORM PROMPT-OPERATOR-ONCE UNTIL OPERATOR-COMPLETE.
            MOVE 0 TO BlankInputCount.
       PROMPT-OPERATOR-ONCE.
            DISPLAY "ENTER OPERATOR ID:".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedRecord.
            IF TrimmedRecord = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED"
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                IF TrimmedRecord(9:32) NOT = SPACES
                    DISPLAY "OPERATOR ID IS UP TO 8 CHARACTERS"
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    MOVE TrimmedRecord TO OperatorId
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
            DISPLAY "ENTER BATCH DATE (YYYYMMDD):".
            MOVE SPACES TO HeaderDate.
                    DISPLAY "SOURCE SYSTEM IS REQUIRED"
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    PERFORM LOOKUP-SOURCE-SCHEME
                    SET HEADER-COMPLETE TO TRUE
                END-IF
            END-IF.
       PROMPT-CURRENCY-ONCE.
            DISPLAY "ENTER CURRENCY CODE (BLANK FOR REPORTING "
                "CURRENCY):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            MOVE FUNCTION TRIM(InputLine) TO TrimmedRecord.
            IF TrimmedRecord(4:37) NOT = SPACES
                OR TrimmedRecord(1:3) NOT ALPHABETIC-UPPER
                OR (TrimmedRecord NOT = SPACES
                    AND (TrimmedRecord(2:1) = SPACE
                        OR TrimmedRecord(3:1) = SPACE))
                DISPLAY "CURRENCY CODE IS 3 LETTERS, E.G. EUR"
                PERFORM CHECK-ABANDONED-INPUT
            ELSE
                MOVE TrimmedRecord(1:3) TO HeaderCurrency
                SET CURRENCY-COMPLETE TO TRUE
            END-IF.
       CHECK-ABANDONED-INPUT.
            ADD 1 TO BlankInputCount.
            IF BlankInputCount >= 10
                        CLOSE ValuesFile
                        STOP RUN
                    END-IF
                    MOVE SPACES TO FieldThree
                    UNSTRING ValuesFileRecord DELIMITED BY ALL " "
                        INTO RecordTag FieldOne FieldTwo FieldThree
                    MOVE FieldOne TO HeaderDate
                    MOVE FieldTwo TO HeaderSource
                    MOVE FieldThree(1:3) TO HeaderCurrency
                    PERFORM LOOKUP-SOURCE-SCHEME
                WHEN "TRL "
                    CONTINUE
                WHEN "REV "
                    IF LineCount >= 5000
                        DISPLAY "FILE EXCEEDS 5000 LINES"
                        MOVE 16 TO RETURN-CODE
                        CLOSE ValuesFile
                        STOP RUN
                    END-IF
                    ADD 1 TO LineCount
                    MOVE LineCount TO TargetLine
                    MOVE SPACES TO RecordTag FieldOne ValueToken
                        TranrefToken
                    MOVE FUNCTION TRIM(ValuesFileRecord)
                        TO TrimmedRecord
                    UNSTRING TrimmedRecord DELIMITED BY ALL " "
                        INTO RecordTag FieldOne ValueToken
                            TranrefToken
                    PERFORM STORE-REVERSAL-LINE
                    IF ValidationReason NOT = SPACES
                        DISPLAY "LINE " LineCount " INVALID ("
                            ValidationReason "): " RawArg
                    END-IF
                WHEN OTHER
                    IF LineCount >= 5000
                        DISPLAY "FILE EXCEEDS 5000 LINES"
                        INTO ValueToken AccountToken TranrefToken
                    MOVE ValueToken TO RawArg
                    MOVE RawArg TO ET-RAW(LineCount)
                    MOVE 'V' TO ET-TYPE(LineCount)
                    MOVE SPACES TO ET-ORIGINAL(LineCount)
                    PERFORM VALIDATE-VALUE
                    PERFORM VALIDATE-EXTRA-TOKENS
                    IF ValidationReason = SPACES
                    END-IF
                END-IF
            END-IF.
       STORE-REVERSAL-LINE.
            MOVE ValueToken TO RawArg.
            PERFORM VALIDATE-VALUE.
            IF ValidationReason = SPACES
                AND NumericCandidate = 0
                MOVE "OUT-OF-RANGE" TO ValidationReason
            END-IF.
            IF ValidationReason = SPACES
                AND (FieldOne = SPACES
                    OR FieldOne(13:2) NOT = SPACES
                    OR TranrefToken(13:2) NOT = SPACES)
                MOVE "BAD-TRANREF" TO ValidationReason
            END-IF.
            PERFORM CHECK-TRANREF-DIGIT.
            MOVE RawArg TO ET-RAW(TargetLine).
            MOVE 'R' TO ET-TYPE(TargetLine).
            MOVE SPACES TO ET-ACCOUNT(TargetLine).
            IF ValidationReason = SPACES
                MOVE NumericCandidate TO ET-VALUE(TargetLine)
                MOVE FieldOne(1:12) TO ET-ORIGINAL(TargetLine)
                MOVE TranrefToken(1:12) TO ET-TRANREF(TargetLine)
                MOVE 'Y' TO ET-VALID(TargetLine)
            ELSE
                MOVE 0 TO ET-VALUE(TargetLine)
                MOVE SPACES TO ET-ORIGINAL(TargetLine)
                MOVE SPACES TO ET-TRANREF(TargetLine)
                MOVE 'N' TO ET-VALID(TargetLine)
            END-IF.
       VALIDATE-EXTRA-TOKENS.
            IF ValidationReason = SPACES
                AND AccountToken(9:6) NOT = SPACES
                AND TranrefToken(13:2) NOT = SPACES
                MOVE "BAD-TRANREF" TO ValidationReason
            END-IF.
            PERFORM CHECK-TRANREF-DIGIT.
            IF ValidationReason = SPACES
                PERFORM VALIDATE-ACCOUNT-CODE
                IF ValidationReason = SPACES
                    PERFORM CHECK-NORMAL-SIDE
                END-IF
            END-IF.
       CHECK-TRANREF-DIGIT.
            IF ValidationReason = SPACES
                MOVE TranrefToken(1:12) TO CheckRef
                PERFORM VALIDATE-TRANREF-CHECKDIG
                IF NOT CHECK-DIGIT-IS-VALID
                    MOVE "BAD-CHECKDIG" TO ValidationReason
                    DISPLAY "TRANREF " CheckRef " FAILS THE "
                        BatchCheckScheme " CHECK DIGIT FOR "
                        HeaderSource " - RE-KEY THE LINE"
                END-IF
            END-IF.
       LOAD-SOURCE-MASTER.
            OPEN INPUT SourceMasterFile.
            IF SourceMasterStatus = "00"
                PERFORM UNTIL END-OF-SOURCE-MASTER
                    READ SourceMasterFile
                        AT END
                            SET END-OF-SOURCE-MASTER TO TRUE
                        NOT AT END
                            IF SourceTableCount < 50
                                ADD 1 TO SourceTableCount
                                MOVE SMR-NAME
                                    TO SRC-NAME(SourceTableCount)
                                MOVE SMR-CHECK-SCHEME TO
                                    SRC-CHECK-SCHEME(SourceTableCount)
                            ELSE
                                DISPLAY "WARNING: SOURCE MASTER "
                                    "TABLE FULL, ENTRY SKIPPED"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SourceMasterFile
            END-IF.
       LOOKUP-SOURCE-SCHEME.
            MOVE SPACES TO BatchCheckScheme.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceTableCount
                IF SRC-NAME(SourcePosition) = HeaderSource
                    MOVE SRC-CHECK-SCHEME(SourcePosition)
                        TO BatchCheckScheme
                END-IF
                ADD 1 TO SourcePosition
            END-PERFORM.
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
       CHECK-NORMAL-SIDE.
            IF MasterAccountMatch > 0
                IF (MAC-NORMAL-SIDE(MasterAccountMatch) = "D"
                        AND NumericCandidate > 0)
                    OR (MAC-NORMAL-SIDE(MasterAccountMatch) = "C"
                        AND NumericCandidate < 0)
                    DISPLAY "WARNING: VALUE POSTS AGAINST NORMAL SIDE "
                        MAC-NORMAL-SIDE(MasterAccountMatch)
                        " OF ACCOUNT " AccountCode
                END-IF
            END-IF.
       ENTRY-LOOP.
            DISPLAY "ENTER VALUE [ACCOUNT [TRANREF]], OR L(IST), "
                "C(ORRECT) LINE VALUE [ACCOUNT [TRANREF]], "
                "R(EVERSE) TRANREF AMOUNT [TRANREF], "
                "D(ELETE) LINE, E(ND):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
                    WHEN "D"
                        PERFORM DELETE-LINE
                        PERFORM SHOW-RUNNING-TOTALS
                    WHEN "R"
                        PERFORM APPEND-REVERSAL
                        PERFORM SHOW-RUNNING-TOTALS
                    WHEN OTHER
                        PERFORM APPEND-VALUE
                        PERFORM SHOW-RUNNING-TOTALS
                    MOVE TranrefToken(1:12)
                        TO ET-TRANREF(LineCount)
                    MOVE 'Y' TO ET-VALID(LineCount)
                    MOVE 'V' TO ET-TYPE(LineCount)
                    MOVE SPACES TO ET-ORIGINAL(LineCount)
                ELSE
                    DISPLAY "VALUE NOT ACCEPTED (" ValidationReason
                        "): " RawArg
                END-IF
            END-IF.
       APPEND-REVERSAL.
            IF LineCount >= 5000
                DISPLAY "FILE IS FULL - 5000 LINES"
            ELSE
                MOVE OperandOne TO FieldOne
                MOVE OperandTwo TO ValueToken
                MOVE OperandThree TO TranrefToken
                COMPUTE TargetLine = LineCount + 1
                PERFORM STORE-REVERSAL-LINE
                IF ValidationReason = SPACES
                    ADD 1 TO LineCount
                ELSE
                    DISPLAY "REVERSAL NOT ACCEPTED ("
                        ValidationReason "): " OperandOne " "
                        OperandTwo
                END-IF
            END-IF.
       CORRECT-LINE.
            IF FUNCTION TEST-NUMVAL(OperandOne) NOT = 0
                DISPLAY "CORRECT NEEDS A LINE NUMBER AND A VALUE"
                IF TargetLine < 1 OR TargetLine > LineCount
                    DISPLAY "NO SUCH LINE: " OperandOne
                ELSE
                    IF ET-TYPE(TargetLine) = 'R'
                        DISPLAY "LINE " TargetLine " IS A REVERSAL - "
                            "DELETE IT AND KEY THE REVERSAL AGAIN"
                    ELSE
                        MOVE OperandTwo TO RawArg
                        MOVE OperandThree TO AccountToken
                        MOVE OperandFour TO TranrefToken
                        PERFORM VALIDATE-VALUE
                        PERFORM VALIDATE-EXTRA-TOKENS
                        IF ValidationReason = SPACES
                            MOVE RawArg TO ET-RAW(TargetLine)
                            MOVE NumericCandidate
                                TO ET-VALUE(TargetLine)
                            MOVE AccountToken(1:8)
                                TO ET-ACCOUNT(TargetLine)
                            MOVE TranrefToken(1:12)
                                TO ET-TRANREF(TargetLine)
                            MOVE 'Y' TO ET-VALID(TargetLine)
                            DISPLAY "LINE " TargetLine " CORRECTED"
                        ELSE
                            DISPLAY "VALUE NOT ACCEPTED ("
                                ValidationReason "): " RawArg
                        END-IF
                    END-IF
                END-IF
            END-IF.
            MOVE 1 TO LinePosition.
            PERFORM UNTIL LinePosition > LineCount
                IF ET-VALID(LinePosition) = 'Y'
                    IF ET-TYPE(LinePosition) = 'R'
                        DISPLAY LinePosition "  REV "
                            ET-ORIGINAL(LinePosition)
                            " " ET-RAW(LinePosition)
                            " " ET-TRANREF(LinePosition)
                    ELSE
                        DISPLAY LinePosition "  " ET-RAW(LinePosition)
                            " " ET-ACCOUNT(LinePosition)
                            " " ET-TRANREF(LinePosition)
                    END-IF
                ELSE
                    DISPLAY LinePosition "  " ET-RAW(LinePosition)
                        " *INVALID*"
                        HeaderDate DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        HeaderSource DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        HeaderCurrency DELIMITED BY SPACE
                        INTO ValuesFileRecord
                    WRITE ValuesFileRecord
                    MOVE 1 TO LinePosition
                    DISPLAY "VALUES FILE SAVED: " ValuesFileName
                    DISPLAY "RECORDS: " LineCount
                        "  HASH TOTAL: " HashDisplay
                    PERFORM WRITE-SESSION-LOG
                    SET SESSION-COMPLETE TO TRUE
                END-IF
            END-IF.
       WRITE-SESSION-LOG.
            OPEN EXTEND EntrySessionFile.
            IF EntrySessionStatus = "35"
                OPEN OUTPUT EntrySessionFile
            END-IF.
            IF EntrySessionStatus NOT = "00"
                DISPLAY "ENTRY SESSION LOG WRITE FAILED, STATUS "
                    EntrySessionStatus
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE SPACES TO EntrySessionRecord
                MOVE FUNCTION CURRENT-DATE(1:8) TO ESL-DATE
                MOVE FUNCTION CURRENT-DATE(9:6) TO ESL-TIME
                MOVE OperatorId TO ESL-OPERATOR
                MOVE LineCount TO ESL-LINES
                MOVE HashTotal TO ESL-HASH
                MOVE ValuesFileName TO ESL-FILE
                WRITE EntrySessionRecord
                CLOSE EntrySessionFile
            END-IF.
       BUILD-SAVE-RECORD.
            MOVE SPACES TO ValuesFileRecord.
            MOVE ET-VALUE(LinePosition) TO EditedValue.
            MOVE SPACES TO ValueOut.
            MOVE FUNCTION TRIM(EditedValue) TO ValueOut.
            IF ET-TYPE(LinePosition) = 'R'
                PERFORM BUILD-REVERSAL-RECORD
            ELSE
                PERFORM BUILD-VALUE-RECORD
            END-IF.
       BUILD-REVERSAL-RECORD.
            IF ET-TRANREF(LinePosition) = SPACES
                STRING "REV " DELIMITED BY SIZE
                    ET-ORIGINAL(LinePosition) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ValueOut DELIMITED BY SPACE
                    INTO ValuesFileRecord
            ELSE
                STRING "REV " DELIMITED BY SIZE
                    ET-ORIGINAL(LinePosition) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ValueOut DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    ET-TRANREF(LinePosition) DELIMITED BY SPACE
                    INTO ValuesFileRecord
            END-IF.
       BUILD-VALUE-RECORD.
            MOVE SPACES TO AccountOut.
            IF ET-ACCOUNT(LinePosition) NOT = SPACES
                MOVE ET-ACCOUNT(LinePosition) TO AccountOut
