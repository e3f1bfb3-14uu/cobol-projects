               ASSIGN TO "PRE-EDIT-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PreEditRegisterStatus.
           SELECT AccountMasterFile ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ValuesFile.
               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       FD  PreEditRegisterFile.
           01 PreEditRegisterRecord.
               05 PER-DATE PIC X(8).
               05 PER-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 PER-VALUE-COUNT PIC 9(5).
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
       WORKING-STORAGE SECTION.
           01 PreEditRegisterStatus PIC XX.
           01 InputFileName PIC X(100).
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
           01 ClosedMonthsStatus PIC XX.
           01 ClosedEof PIC X VALUE 'N'.
               88 END-OF-CLOSED-FILE VALUE 'Y'.
           01 FieldTwo PIC X(14).
           01 ValueToken PIC X(14).
           01 AccountToken PIC X(14).
           01 TranrefToken PIC X(14).
           01 TrimmedRecord PIC X(40).
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
           01 ValidationReason PIC X(12).
           01 AccountIssueCount PICTURE 9(5) VALUE 0.
           01 CheckDigitIssueCount PICTURE 9(5) VALUE 0.
           01 BatchId PIC X(17).
           01 BatchValueCount PICTURE 9(5).
           01 DuplicateValueCount PICTURE 9(5) VALUE 0.
            WRITE DuplicatesReportRecord.
            PERFORM LOAD-SOURCE-MASTER.
            PERFORM LOAD-CLOSED-MONTHS.
            PERFORM LOAD-ACCOUNT-MASTER.
            PERFORM SCAN-VALUES-FILE.
            MOVE SPACES TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
                INTO ReportLine.
            MOVE ReportLine TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
            MOVE SPACES TO ReportLine.
            STRING "ACCOUNT CODE EXCEPTIONS: " DELIMITED BY SIZE
                AccountIssueCount DELIMITED BY SIZE
                INTO ReportLine.
            MOVE ReportLine TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
            MOVE SPACES TO ReportLine.
            STRING "TRANREF CHECK-DIGIT EXCEPTIONS: " DELIMITED BY SIZE
                CheckDigitIssueCount DELIMITED BY SIZE
                INTO ReportLine.
            MOVE ReportLine TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
            CLOSE DuplicatesReportFile.
            IF DuplicateValueCount > 0
                DISPLAY "WARNING: " DuplicateValueCount
            ELSE
                DISPLAY "NO DUPLICATE VALUES FOUND"
            END-IF.
            IF AccountIssueCount > 0
                DISPLAY "WARNING: " AccountIssueCount
                    " VALUES CARRY UNKNOWN OR CLOSED ACCOUNTS - SEE "
                    "DUPLICATES-WARNING.RPT"
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF CheckDigitIssueCount > 0
                DISPLAY "WARNING: " CheckDigitIssueCount
                    " VALUES CARRY A BAD TRANREF CHECK DIGIT - SEE "
                    "DUPLICATES-WARNING.RPT"
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       SCAN-VALUES-FILE.
            OPEN INPUT ValuesFile.
                WHEN "TRL "
                    PERFORM REPORT-BATCH-DUPLICATES
                    MOVE 'N' TO HeaderSeen
                WHEN "REV "
                    PERFORM PROCESS-REVERSAL-RECORD
                WHEN OTHER
                    PERFORM PROCESS-VALUE-RECORD
            END-EVALUATE.
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
            IF NOT BATCH-IS-OPEN
                SET BATCH-IS-OPEN TO TRUE
                MOVE "UNHEADED" TO BatchId
                MOVE SPACES TO BatchCheckScheme
                MOVE 0 TO BatchValueCount
            END-IF.
            MOVE SPACES TO ValueToken AccountToken TranrefToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            UNSTRING TrimmedRecord DELIMITED BY ALL " "
                INTO ValueToken AccountToken TranrefToken.
            MOVE ValueToken TO RawArg.
            MOVE SPACES TO ValidationReason.
            IF AccountToken(9:6) = SPACES
                PERFORM VALIDATE-ACCOUNT-CODE
            END-IF.
            IF ValidationReason NOT = SPACES
                PERFORM WRITE-ACCOUNT-ISSUE-LINE
            END-IF.
            PERFORM CHECK-TRANREF-DIGIT.
            IF FUNCTION TEST-NUMVAL(RawArg) = 0
                IF BatchValueCount < 5000
                    ADD 1 TO BatchValueCount
                        "NOT CHECKED FOR DUPLICATES"
                END-IF
            END-IF.
       PROCESS-REVERSAL-RECORD.
            ADD 1 TO CurrentIndex.
            MOVE SPACES TO RecordTag FieldOne ValueToken TranrefToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            UNSTRING TrimmedRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne ValueToken TranrefToken.
            IF BATCH-IS-OPEN
                PERFORM CHECK-TRANREF-DIGIT
            END-IF.
       CHECK-TRANREF-DIGIT.
            IF TranrefToken(13:2) = SPACES
                MOVE TranrefToken(1:12) TO CheckRef
                PERFORM VALIDATE-TRANREF-CHECKDIG
                IF NOT CHECK-DIGIT-IS-VALID
                    PERFORM WRITE-TRANREF-ISSUE-LINE
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
       WRITE-ACCOUNT-ISSUE-LINE.
            ADD 1 TO AccountIssueCount.
            MOVE CurrentIndex TO EditedPosition.
            MOVE SPACES TO ReportLine.
            STRING "BATCH " DELIMITED BY SIZE
                BatchId DELIMITED BY SIZE
                " POSITION " DELIMITED BY SIZE
                EditedPosition DELIMITED BY SIZE
                " ACCOUNT " DELIMITED BY SIZE
                AccountCode DELIMITED BY SIZE
                " WILL BE REJECTED AS " DELIMITED BY SIZE
                ValidationReason DELIMITED BY SIZE
                INTO ReportLine.
            MOVE ReportLine TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
            DISPLAY ReportLine.
       WRITE-TRANREF-ISSUE-LINE.
            ADD 1 TO CheckDigitIssueCount.
            MOVE CurrentIndex TO EditedPosition.
            MOVE SPACES TO ReportLine.
            STRING "BATCH " DELIMITED BY SIZE
                BatchId DELIMITED BY SIZE
                " POSITION " DELIMITED BY SIZE
                EditedPosition DELIMITED BY SIZE
                " TRANREF " DELIMITED BY SIZE
                CheckRef DELIMITED BY SIZE
                " WILL BE REJECTED AS BAD-CHECKDIG" DELIMITED BY SIZE
                INTO ReportLine.
            MOVE ReportLine TO DuplicatesReportRecord.
            WRITE DuplicatesReportRecord.
            DISPLAY ReportLine.
       REPORT-BATCH-DUPLICATES.
            PERFORM REGISTER-BATCH-SEEN.
            MOVE 1 TO ScanPosition.
