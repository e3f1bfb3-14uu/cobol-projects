       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ValuesFile ASSIGN TO InputFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ValuesFileStatus.
           SELECT RunControlFile ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.
           SELECT TransmissionRegisterFile
               ASSIGN TO "TRANSMISSION-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransmissionRegisterStatus.
           SELECT SumResultFile ASSIGN TO SumResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SumResultStatus.
           SELECT RejectsFile ASSIGN TO "ARGS-SUM-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RejectsFileStatus.
           SELECT CurrencyResultFile ASSIGN TO CurrencyResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CurrencyResultStatus.
           SELECT AckFile ASSIGN TO AckFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AckFileStatus.
           SELECT AckRegisterFile ASSIGN TO "ACK-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AckRegisterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ValuesFile.
           01 ValuesFileRecord PIC X(40).
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
       FD  TransmissionRegisterFile.
           01 TransmissionRegisterRecord.
               05 TRX-DATE PIC X(8).
               05 FILLER PIC X.
               05 TRX-TIME PIC X(6).
               05 FILLER PIC X.
               05 TRX-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 TRX-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 TRX-STATUS PIC X(10).
       FD  SumResultFile.
           01 SumResultRecord.
               05 SRF-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 SRF-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 SRF-RESULT PIC S99999.
               05 FILLER PIC X.
               05 SRF-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-DEBITS PIC S9(7).
               05 FILLER PIC X.
               05 SRF-DEBIT-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 SRF-CREDITS PIC S9(7).
               05 FILLER PIC X.
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
       FD  RejectsFile.
           01 RejectRecord.
               05 RJR-INDEX PIC 9(5).
               05 FILLER PIC X.
               05 RJR-REASON PIC X(12).
               05 FILLER PIC X.
               05 RJR-VALUE PIC X(20).
               05 FILLER PIC X.
               05 RJR-TRANREF PIC X(12).
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
       FD  AckFile.
           01 AckHeaderRecord.
               05 AKH-TAG PIC X(4).
               05 AKH-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 AKH-DATE PIC X(8).
               05 FILLER PIC X.
               05 AKH-TIME PIC X(6).
               05 FILLER PIC X.
               05 AKH-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 AKH-INTAKE-FILE PIC X(30).
           01 AckBatchRecord.
               05 AKB-TAG PIC X(4).
               05 AKB-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 AKB-OUTCOME PIC X(12).
               05 FILLER PIC X.
               05 AKB-ACCEPTED-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 AKB-ACCEPTED-TOTAL PIC -9(7).
               05 FILLER PIC X.
               05 AKB-REJECT-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 AKB-HELD-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 AKB-CURRENCY PIC X(3).
               05 FILLER PIC X(8).
           01 AckRejectRecord.
               05 AKR-TAG PIC X(4).
               05 AKR-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 AKR-INDEX PIC 9(5).
               05 FILLER PIC X.
               05 AKR-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 AKR-REASON PIC X(12).
               05 FILLER PIC X.
               05 AKR-VALUE PIC X(20).
           01 AckTrailerRecord.
               05 AKT-TAG PIC X(4).
               05 AKT-BATCH-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 AKT-REJECT-COUNT PIC 9(5).
               05 FILLER PIC X(59).
       FD  AckRegisterFile.
           01 AckRegisterRecord.
               05 ACR-SEQUENCE PIC 9(5).
               05 FILLER PIC X.
               05 ACR-DATE PIC X(8).
               05 FILLER PIC X.
               05 ACR-TIME PIC X(6).
               05 FILLER PIC X.
               05 ACR-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 ACR-ACK-FILE PIC X(40).
               05 FILLER PIC X.
               05 ACR-INTAKE-FILE PIC X(40).
               05 FILLER PIC X.
               05 ACR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 ACR-BATCH-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 ACR-REJECT-COUNT PIC 9(5).
       WORKING-STORAGE SECTION.
           01 InputFileName PIC X(100).
           01 ValuesFileStatus PIC XX.
           01 RunControlStatus PIC XX.
           01 TransmissionRegisterStatus PIC XX.
           01 SumResultStatus PIC XX.
           01 CurrencyResultStatus PIC XX.
           01 CurrencyResultFileName PIC X(40).
           01 CurrencyResultEof PIC X VALUE 'N'.
               88 END-OF-CURRENCY-RESULT VALUE 'Y'.
           01 RejectsFileStatus PIC XX.
           01 AckFileStatus PIC XX.
           01 AckRegisterStatus PIC XX.
           01 SumResultFileName PIC X(40).
           01 AckFileName PIC X(100).
           01 AckBaseName PIC X(40).
           01 OutboundDirectory PIC X(60) VALUE "OUTBOUND-ACK".
           01 ValuesEof PIC X VALUE 'N'.
               88 END-OF-VALUES-FILE VALUE 'Y'.
           01 RegisterEof PIC X VALUE 'N'.
               88 END-OF-REGISTER-FILE VALUE 'Y'.
           01 SumResultEof PIC X VALUE 'N'.
               88 END-OF-SUM-RESULT VALUE 'Y'.
           01 RejectsEof PIC X VALUE 'N'.
               88 END-OF-REJECTS-FILE VALUE 'Y'.
           01 AckRegisterEof PIC X VALUE 'N'.
               88 END-OF-ACK-REGISTER VALUE 'Y'.
           01 ArgsNumber PICTURE 99.
           01 FlagArg PIC X(10).
           01 AckMode PIC X(10).
               88 POSTED-MODE-RUN VALUE "-POSTED".
               88 REFUSED-MODE-RUN VALUE "-REFUSED".
               88 FAILED-MODE-RUN VALUE "-FAILED".
           01 RunId PIC X(13) VALUE SPACES.
           01 BaseNameSource PIC X(100).
           01 BaseNameResult PIC X(60).
           01 BaseNameLength PICTURE 9(3).
           01 BaseNameTail PICTURE 9(3).
           01 IntakeBaseName PIC X(40).
           01 TrimmedRecord PIC X(40).
           01 RecordTag PIC X(12).
           01 FieldOne PIC X(14).
           01 FieldTwo PIC X(14).
           01 FieldThree PIC X(14).
           01 ValueToken PIC X(14).
           01 HeaderDate PIC X(8).
           01 HeaderSource PIC X(8).
           01 CurrentIndex PICTURE 9(5) VALUE 0.
           01 OpenBatch PICTURE 99 VALUE 0.
           01 BatchTableCount PICTURE 99 VALUE 0.
           01 BatchPosition PICTURE 99.
           01 BatchMatch PICTURE 99.
           01 BatchTable.
               05 BatchEntry OCCURS 20.
                   10 ABT-BATCH-ID PIC X(17).
                   10 ABT-SOURCE PIC X(8).
                   10 ABT-FIRST-INDEX PIC 9(5).
                   10 ABT-LAST-INDEX PIC 9(5).
                   10 ABT-VALUE-COUNT PIC 9(5).
                   10 ABT-HASH PIC S9(9)V99.
                   10 ABT-TRAILER PIC X.
                       88 ABT-TRAILER-OK VALUE 'Y'.
                       88 ABT-TRAILER-BAD VALUE 'N'.
                       88 ABT-HASH-PENDING VALUE 'H'.
                   10 ABT-TRAILER-HASH PIC S9(9)V99.
                   10 ABT-OUTCOME PIC X(12).
                   10 ABT-COUNT PIC 9(5).
                   10 ABT-TOTAL PIC S9(7).
                   10 ABT-REJECTS PIC 9(5).
                   10 ABT-HELD PIC 9(5).
                   10 ABT-CURRENCY PIC X(3).
           01 TrailerCount PICTURE 9(5).
           01 RejectTableCount PICTURE 9(3) VALUE 0.
           01 RejectPosition PICTURE 9(3).
           01 RejectTable.
               05 RejectEntry OCCURS 500.
                   10 RJT-BATCH PIC 99.
                   10 RJT-INDEX PIC 9(5).
                   10 RJT-REASON PIC X(12).
                   10 RJT-VALUE PIC X(20).
                   10 RJT-TRANREF PIC X(12).
           01 SourceTableCount PICTURE 99 VALUE 0.
           01 SourcePosition PICTURE 99.
           01 SourceMatch PICTURE 99.
           01 SourceTable.
               05 SourceEntry OCCURS 20.
                   10 SRC-NAME PIC X(8).
           01 AckSequence PICTURE 9(5) VALUE 0.
           01 AckDate PIC X(8).
           01 AckTime PIC X(6).
           01 AckBatchCount PICTURE 9(5).
           01 AckRejectCount PICTURE 9(5).
           01 AckFilesWritten PICTURE 99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            IF ArgsNumber < 2 OR ArgsNumber > 3
                PERFORM DISPLAY-USAGE
            END-IF.
            DISPLAY 1 UPON ARGUMENT-NUMBER.
            ACCEPT FlagArg FROM ARGUMENT-VALUE.
            MOVE FlagArg TO AckMode.
            IF NOT POSTED-MODE-RUN AND NOT REFUSED-MODE-RUN
                AND NOT FAILED-MODE-RUN
                PERFORM DISPLAY-USAGE
            END-IF.
            DISPLAY 2 UPON ARGUMENT-NUMBER.
            ACCEPT InputFileName FROM ARGUMENT-VALUE.
            IF ArgsNumber = 3
                DISPLAY 3 UPON ARGUMENT-NUMBER
                ACCEPT OutboundDirectory FROM ARGUMENT-VALUE
            END-IF.
            MOVE InputFileName TO BaseNameSource.
            PERFORM EXTRACT-BASE-NAME.
            MOVE BaseNameResult TO IntakeBaseName.
            PERFORM SCAN-VALUES-FILE.
            IF BatchTableCount = 0
                DISPLAY "NO HDR RECORDS IN " InputFileName
                    " - NO ACKNOWLEDGEMENT PRODUCED"
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            EVALUATE TRUE
                WHEN REFUSED-MODE-RUN
                    PERFORM SET-REFUSED-OUTCOMES
                WHEN POSTED-MODE-RUN
                    PERFORM READ-RUN-CONTROL
                    PERFORM LOAD-REJECTS-FILE
                    PERFORM SET-POSTED-OUTCOMES
                WHEN OTHER
                    PERFORM READ-RUN-CONTROL
                    PERFORM LOAD-REJECTS-FILE
                    PERFORM SET-FAILED-OUTCOMES
            END-EVALUATE.
            PERFORM LOAD-ACK-SEQUENCE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO AckDate.
            MOVE FUNCTION CURRENT-DATE(9:6) TO AckTime.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceTableCount
                PERFORM WRITE-SOURCE-ACK
                ADD 1 TO SourcePosition
            END-PERFORM.
            DISPLAY "ACKNOWLEDGEMENTS PRODUCED: " AckFilesWritten
                " FOR " BatchTableCount " BATCHES IN "
                FUNCTION TRIM(IntakeBaseName).
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: BATCH-ACK -POSTED VALUESFILE [OUTDIR]".
            DISPLAY "       BATCH-ACK -REFUSED VALUESFILE [OUTDIR]".
            DISPLAY "       BATCH-ACK -FAILED VALUESFILE [OUTDIR]".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
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
       READ-RUN-CONTROL.
            OPEN INPUT RunControlFile.
            IF RunControlStatus = "00"
                READ RunControlFile
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE RunControlRecord TO RunId
                END-READ
                CLOSE RunControlFile
            END-IF.
       SCAN-VALUES-FILE.
            OPEN INPUT ValuesFile.
            IF ValuesFileStatus NOT = "00"
                DISPLAY "VALUES FILE NOT FOUND: " InputFileName
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-VALUES-FILE
                READ ValuesFile
                    AT END
                        SET END-OF-VALUES-FILE TO TRUE
                    NOT AT END
                        PERFORM SCAN-ONE-RECORD
                END-READ
            END-PERFORM.
            CLOSE ValuesFile.
       SCAN-ONE-RECORD.
            MOVE SPACES TO RecordTag FieldOne FieldTwo ValueToken.
            MOVE FUNCTION TRIM(ValuesFileRecord) TO TrimmedRecord.
            EVALUATE ValuesFileRecord(1:4)
                WHEN "HDR "
                    PERFORM SCAN-HEADER-RECORD
                WHEN "TRL "
                    PERFORM SCAN-TRAILER-RECORD
                WHEN "REV "
                    ADD 1 TO CurrentIndex
                    UNSTRING TrimmedRecord DELIMITED BY ALL " "
                        INTO RecordTag FieldOne ValueToken
                    PERFORM SCAN-VALUE-TOKEN
                WHEN OTHER
                    ADD 1 TO CurrentIndex
                    UNSTRING TrimmedRecord DELIMITED BY ALL " "
                        INTO ValueToken
                    PERFORM SCAN-VALUE-TOKEN
            END-EVALUATE.
       SCAN-HEADER-RECORD.
            MOVE SPACES TO FieldThree.
            UNSTRING TrimmedRecord DELIMITED BY ALL " "
                INTO RecordTag FieldOne FieldTwo FieldThree.
            MOVE FieldOne TO HeaderDate.
            MOVE FieldTwo TO HeaderSource.
            IF BatchTableCount >= 20
                DISPLAY "TOO MANY BATCHES IN VALUES FILE"
                MOVE 16 TO RETURN-CODE
                CLOSE ValuesFile
                STOP RUN
            END-IF.
            ADD 1 TO BatchTableCount.
            MOVE BatchTableCount TO OpenBatch.
            MOVE SPACES TO ABT-BATCH-ID(OpenBatch).
            STRING HeaderDate DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                HeaderSource DELIMITED BY SPACE
                INTO ABT-BATCH-ID(OpenBatch).
            MOVE HeaderSource TO ABT-SOURCE(OpenBatch).
            COMPUTE ABT-FIRST-INDEX(OpenBatch) = CurrentIndex + 1.
            MOVE CurrentIndex TO ABT-LAST-INDEX(OpenBatch).
            MOVE 0 TO ABT-VALUE-COUNT(OpenBatch).
            MOVE 0 TO ABT-HASH(OpenBatch).
            MOVE 0 TO ABT-TRAILER-HASH(OpenBatch).
            SET ABT-TRAILER-BAD(OpenBatch) TO TRUE.
            MOVE SPACES TO ABT-OUTCOME(OpenBatch).
            MOVE 0 TO ABT-COUNT(OpenBatch).
            MOVE 0 TO ABT-TOTAL(OpenBatch).
            MOVE 0 TO ABT-REJECTS(OpenBatch).
            MOVE 0 TO ABT-HELD(OpenBatch).
            MOVE FieldThree(1:3) TO ABT-CURRENCY(OpenBatch).
            PERFORM NOTE-BATCH-SOURCE.
       NOTE-BATCH-SOURCE.
            MOVE 0 TO SourceMatch.
            MOVE 1 TO SourcePosition.
            PERFORM UNTIL SourcePosition > SourceTableCount
                IF SRC-NAME(SourcePosition) = HeaderSource
                    MOVE SourcePosition TO SourceMatch
                END-IF
                ADD 1 TO SourcePosition
            END-PERFORM.
            IF SourceMatch = 0
                ADD 1 TO SourceTableCount
                MOVE HeaderSource TO SRC-NAME(SourceTableCount)
            END-IF.
       SCAN-VALUE-TOKEN.
            IF OpenBatch > 0
                ADD 1 TO ABT-VALUE-COUNT(OpenBatch)
                MOVE CurrentIndex TO ABT-LAST-INDEX(OpenBatch)
                IF FUNCTION TEST-NUMVAL(ValueToken) = 0
                    ADD FUNCTION NUMVAL(ValueToken)
                        TO ABT-HASH(OpenBatch)
                END-IF
            END-IF.
       SCAN-TRAILER-RECORD.
            IF OpenBatch > 0
                UNSTRING TrimmedRecord DELIMITED BY ALL " "
                    INTO RecordTag FieldOne FieldTwo
                IF FUNCTION TEST-NUMVAL(FieldOne) = 0
                    AND FUNCTION TEST-NUMVAL(FieldTwo) = 0
                    COMPUTE TrailerCount = FUNCTION NUMVAL(FieldOne)
                    COMPUTE ABT-TRAILER-HASH(OpenBatch) =
                        FUNCTION NUMVAL(FieldTwo)
                    IF TrailerCount = ABT-VALUE-COUNT(OpenBatch)
                        SET ABT-HASH-PENDING(OpenBatch) TO TRUE
                    END-IF
                END-IF
                MOVE 0 TO OpenBatch
            END-IF.
       SET-REFUSED-OUTCOMES.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                MOVE "REFUSED-FILE" TO ABT-OUTCOME(BatchPosition)
                ADD 1 TO BatchPosition
            END-PERFORM.
            OPEN INPUT TransmissionRegisterFile.
            IF TransmissionRegisterStatus = "00"
                PERFORM UNTIL END-OF-REGISTER-FILE
                    READ TransmissionRegisterFile
                        AT END
                            SET END-OF-REGISTER-FILE TO TRUE
                        NOT AT END
                            PERFORM MATCH-REGISTER-RECORD
                    END-READ
                END-PERFORM
                CLOSE TransmissionRegisterFile
            END-IF.
       MATCH-REGISTER-RECORD.
            IF TRX-STATUS = "PROCESSED" OR TRX-STATUS = "CORRECTION"
                OR TRX-STATUS = "RELEASE"
                MOVE 1 TO BatchPosition
                PERFORM UNTIL BatchPosition > BatchTableCount
                    IF TRX-BATCH-ID = ABT-BATCH-ID(BatchPosition)
                        MOVE "REFUSED-DUP" TO ABT-OUTCOME(BatchPosition)
                    END-IF
                    ADD 1 TO BatchPosition
                END-PERFORM
            END-IF.
       LOAD-REJECTS-FILE.
            OPEN INPUT RejectsFile.
            IF RejectsFileStatus = "00"
                PERFORM UNTIL END-OF-REJECTS-FILE
                    READ RejectsFile
                        AT END
                            SET END-OF-REJECTS-FILE TO TRUE
                        NOT AT END
                            PERFORM NOTE-REJECT-RECORD
                    END-READ
                END-PERFORM
                CLOSE RejectsFile
            END-IF.
       NOTE-REJECT-RECORD.
            MOVE 0 TO BatchMatch.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF RJR-INDEX >= ABT-FIRST-INDEX(BatchPosition)
                    AND RJR-INDEX <= ABT-LAST-INDEX(BatchPosition)
                    MOVE BatchPosition TO BatchMatch
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
            IF BatchMatch = 0
                CONTINUE
            ELSE
                ADD 1 TO ABT-REJECTS(BatchMatch)
                IF RejectTableCount >= 500
                    DISPLAY "WARNING: REJECT TABLE FULL, ENTRY "
                        "SKIPPED"
                ELSE
                    ADD 1 TO RejectTableCount
                    MOVE BatchMatch TO RJT-BATCH(RejectTableCount)
                    MOVE RJR-INDEX TO RJT-INDEX(RejectTableCount)
                    MOVE RJR-REASON TO RJT-REASON(RejectTableCount)
                    MOVE RJR-VALUE TO RJT-VALUE(RejectTableCount)
                    MOVE RJR-TRANREF TO RJT-TRANREF(RejectTableCount)
                END-IF
            END-IF.
       SET-POSTED-OUTCOMES.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                MOVE "NOT-POSTED" TO ABT-OUTCOME(BatchPosition)
                MOVE 0 TO ABT-REJECTS(BatchPosition)
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE SPACES TO SumResultFileName.
            STRING "ARGS-SUM-RESULT." DELIMITED BY SIZE
                RunId DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO SumResultFileName.
            OPEN INPUT SumResultFile.
            IF SumResultStatus NOT = "00"
                DISPLAY "WARNING: " SumResultFileName
                    " NOT FOUND - BATCHES ACKNOWLEDGED AS NOT POSTED"
                MOVE 4 TO RETURN-CODE
            ELSE
                PERFORM UNTIL END-OF-SUM-RESULT
                    READ SumResultFile
                        AT END
                            SET END-OF-SUM-RESULT TO TRUE
                        NOT AT END
                            IF SRF-RUN-ID = RunId
                                PERFORM MATCH-SUM-RESULT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SumResultFile
                PERFORM LOAD-CURRENCY-RESULTS
            END-IF.
       LOAD-CURRENCY-RESULTS.
            MOVE SPACES TO CurrencyResultFileName.
            STRING "ARGS-SUM-CURRENCY." DELIMITED BY SIZE
                RunId DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO CurrencyResultFileName.
            OPEN INPUT CurrencyResultFile.
            IF CurrencyResultStatus = "00"
                PERFORM UNTIL END-OF-CURRENCY-RESULT
                    READ CurrencyResultFile
                        AT END
                            SET END-OF-CURRENCY-RESULT TO TRUE
                        NOT AT END
                            IF CUR-RUN-ID = RunId
                                AND CUR-TYPE = "BAT"
                                PERFORM MATCH-CURRENCY-RESULT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CurrencyResultFile
            END-IF.
       MATCH-CURRENCY-RESULT.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF CUR-BATCH-ID = ABT-BATCH-ID(BatchPosition)
                    MOVE CUR-ORIG-TOTAL TO ABT-TOTAL(BatchPosition)
                    MOVE CUR-CURRENCY TO ABT-CURRENCY(BatchPosition)
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
       MATCH-SUM-RESULT.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF SRF-BATCH-ID = ABT-BATCH-ID(BatchPosition)
                    MOVE SRF-COUNT TO ABT-COUNT(BatchPosition)
                    MOVE SRF-RESULT TO ABT-TOTAL(BatchPosition)
                    MOVE SRF-REJECT-COUNT TO ABT-REJECTS(BatchPosition)
                    IF SRF-HELD-COUNT IS NUMERIC
                        MOVE SRF-HELD-COUNT TO ABT-HELD(BatchPosition)
                    END-IF
                    IF SRF-REJECT-COUNT > 0
                        MOVE "ACCEPTED-REJ"
                            TO ABT-OUTCOME(BatchPosition)
                    ELSE
                        MOVE "ACCEPTED" TO ABT-OUTCOME(BatchPosition)
                    END-IF
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
       SET-FAILED-OUTCOMES.
            MOVE SPACES TO SumResultFileName.
            STRING "ARGS-SUM-RESULT." DELIMITED BY SIZE
                RunId DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO SumResultFileName.
            OPEN INPUT SumResultFile.
            IF SumResultStatus = "00"
                CLOSE SumResultFile
                DISPLAY "RUN " RunId " FAILED AFTER ARGS-SUM POSTED - "
                    "BATCHES ACKNOWLEDGED FROM " SumResultFileName
                PERFORM SET-POSTED-OUTCOMES
            ELSE
                PERFORM SET-UNPOSTED-OUTCOMES
            END-IF.
       SET-UNPOSTED-OUTCOMES.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF ABT-HASH-PENDING(BatchPosition)
                    IF ABT-REJECTS(BatchPosition) > 0
                        OR ABT-HASH(BatchPosition)
                            = ABT-TRAILER-HASH(BatchPosition)
                        SET ABT-TRAILER-OK(BatchPosition) TO TRUE
                    ELSE
                        SET ABT-TRAILER-BAD(BatchPosition) TO TRUE
                    END-IF
                END-IF
                IF ABT-TRAILER-OK(BatchPosition)
                    MOVE "NOT-POSTED" TO ABT-OUTCOME(BatchPosition)
                ELSE
                    MOVE "TRAILER-FAIL" TO ABT-OUTCOME(BatchPosition)
                END-IF
                MOVE 0 TO ABT-REJECTS(BatchPosition)
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE 0 TO RejectTableCount.
       LOAD-ACK-SEQUENCE.
            OPEN INPUT AckRegisterFile.
            IF AckRegisterStatus = "00"
                PERFORM UNTIL END-OF-ACK-REGISTER
                    READ AckRegisterFile
                        AT END
                            SET END-OF-ACK-REGISTER TO TRUE
                        NOT AT END
                            IF ACR-SEQUENCE IS NUMERIC
                                AND ACR-SEQUENCE > AckSequence
                                MOVE ACR-SEQUENCE TO AckSequence
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AckRegisterFile
            END-IF.
       WRITE-SOURCE-ACK.
            ADD 1 TO AckSequence.
            MOVE SPACES TO AckBaseName.
            STRING "ACK-" DELIMITED BY SIZE
                SRC-NAME(SourcePosition) DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                AckDate DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                AckSequence DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO AckBaseName.
            MOVE SPACES TO AckFileName.
            STRING OutboundDirectory DELIMITED BY SPACE
                "/" DELIMITED BY SIZE
                AckBaseName DELIMITED BY SPACE
                INTO AckFileName.
            OPEN OUTPUT AckFile.
            IF AckFileStatus NOT = "00"
                DISPLAY "ACKNOWLEDGEMENT FILE WRITE FAILED, STATUS "
                    AckFileStatus " - " AckFileName
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO AckHeaderRecord.
            MOVE "ACK " TO AKH-TAG.
            MOVE SRC-NAME(SourcePosition) TO AKH-SOURCE.
            MOVE AckDate TO AKH-DATE.
            MOVE AckTime TO AKH-TIME.
            MOVE RunId TO AKH-RUN-ID.
            MOVE IntakeBaseName TO AKH-INTAKE-FILE.
            WRITE AckHeaderRecord.
            MOVE 0 TO AckBatchCount.
            MOVE 0 TO AckRejectCount.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchTableCount
                IF ABT-SOURCE(BatchPosition) = SRC-NAME(SourcePosition)
                    PERFORM WRITE-BATCH-ACK
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE SPACES TO AckTrailerRecord.
            MOVE "TRL " TO AKT-TAG.
            MOVE AckBatchCount TO AKT-BATCH-COUNT.
            MOVE AckRejectCount TO AKT-REJECT-COUNT.
            WRITE AckTrailerRecord.
            CLOSE AckFile.
            PERFORM REGISTER-ACK-FILE.
            ADD 1 TO AckFilesWritten.
            DISPLAY "ACKNOWLEDGEMENT " FUNCTION TRIM(AckBaseName)
                " FOR SOURCE " FUNCTION TRIM(SRC-NAME(SourcePosition))
                ": " AckBatchCount
                " BATCHES, " AckRejectCount " REJECT LINES".
       WRITE-BATCH-ACK.
            MOVE SPACES TO AckBatchRecord.
            MOVE "BAT " TO AKB-TAG.
            MOVE ABT-BATCH-ID(BatchPosition) TO AKB-BATCH-ID.
            MOVE ABT-OUTCOME(BatchPosition) TO AKB-OUTCOME.
            MOVE ABT-COUNT(BatchPosition) TO AKB-ACCEPTED-COUNT.
            MOVE ABT-TOTAL(BatchPosition) TO AKB-ACCEPTED-TOTAL.
            MOVE ABT-REJECTS(BatchPosition) TO AKB-REJECT-COUNT.
            MOVE ABT-HELD(BatchPosition) TO AKB-HELD-COUNT.
            MOVE ABT-CURRENCY(BatchPosition) TO AKB-CURRENCY.
            WRITE AckBatchRecord.
            ADD 1 TO AckBatchCount.
            MOVE 1 TO RejectPosition.
            PERFORM UNTIL RejectPosition > RejectTableCount
                IF RJT-BATCH(RejectPosition) = BatchPosition
                    MOVE SPACES TO AckRejectRecord
                    MOVE "REJ " TO AKR-TAG
                    MOVE ABT-BATCH-ID(BatchPosition) TO AKR-BATCH-ID
                    MOVE RJT-INDEX(RejectPosition) TO AKR-INDEX
                    MOVE RJT-TRANREF(RejectPosition) TO AKR-TRANREF
                    MOVE RJT-REASON(RejectPosition) TO AKR-REASON
                    MOVE RJT-VALUE(RejectPosition) TO AKR-VALUE
                    WRITE AckRejectRecord
                    ADD 1 TO AckRejectCount
                END-IF
                ADD 1 TO RejectPosition
            END-PERFORM.
       REGISTER-ACK-FILE.
            OPEN EXTEND AckRegisterFile.
            IF AckRegisterStatus = "35"
                OPEN OUTPUT AckRegisterFile
            END-IF.
            IF AckRegisterStatus NOT = "00"
                DISPLAY "ACKNOWLEDGEMENT REGISTER WRITE FAILED, "
                    "STATUS " AckRegisterStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO AckRegisterRecord.
            MOVE AckSequence TO ACR-SEQUENCE.
            MOVE AckDate TO ACR-DATE.
            MOVE AckTime TO ACR-TIME.
            MOVE SRC-NAME(SourcePosition) TO ACR-SOURCE.
            MOVE AckBaseName TO ACR-ACK-FILE.
            MOVE IntakeBaseName TO ACR-INTAKE-FILE.
            MOVE RunId TO ACR-RUN-ID.
            MOVE AckBatchCount TO ACR-BATCH-COUNT.
            MOVE AckRejectCount TO ACR-REJECT-COUNT.
            WRITE AckRegisterRecord.
            CLOSE AckRegisterFile.
       END PROGRAM BATCH-ACK.
