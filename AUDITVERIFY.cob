       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VerifyLogFile ASSIGN TO VerifyLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VerifyLogStatus.
           SELECT VerifyReportFile ASSIGN TO "AUDIT-VERIFY-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VerifyReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  VerifyLogFile.
           01 VerifyLogRecord PIC X(120).
       FD  VerifyReportFile.
           01 VerifyReportRecord PIC X(132).
       WORKING-STORAGE SECTION.
           01 VerifyReportStatus PIC XX.
           01 ArgsNumber PICTURE 99.
           01 RunDate PIC X(8).
           01 LogsVerified PICTURE 9(3) VALUE 0.
           01 LogsFailed PICTURE 9(3) VALUE 0.
           01 LogsMissing PICTURE 9(3) VALUE 0.
           01 NamedLog PIC X VALUE 'N'.
               88 NAMED-LOG-RUN VALUE 'Y'.
           01 RestoredMode PIC X VALUE 'N'.
               88 RESTORED-MODE-RUN VALUE 'Y'.
           01 VerifyLogName PIC X(100).
           01 VerifyLogStatus PIC XX.
           01 VerifyEof PIC X VALUE 'N'.
               88 END-OF-VERIFY-LOG VALUE 'Y'.
           01 VerifyState PIC X VALUE 'N'.
               88 VERIFY-HAS-FAILED VALUE 'Y'.
           01 VerifyLineCount PICTURE 9(7).
           01 VerifySealCount PICTURE 9(7).
           01 VerifyProgram PIC X(12).
           01 VerifyTokenIndex PIC X(21).
           01 VerifyTokenValue PIC X(21).
           01 VerifyRunId PIC X(13).
           01 VerifyReason PIC X(50).
           01 VerifyExpectedChain PICTURE 9(9).
           01 VerifySlot PICTURE 99.
           01 VerifyProgramCount PICTURE 99.
           01 VerifyLine PIC X(132).
           01 VerifyProgramTable.
               05 VerifyProgramEntry OCCURS 10.
                   10 VPG-PROGRAM PIC X(12).
                   10 VPG-SEALS PICTURE 9(7).
                   10 VPG-LAST-CHAIN PICTURE 9(9).
                   10 VPG-PENDING PICTURE 9(7).
                   10 VPG-AMOUNT PICTURE S9(11)V99.
                   10 VPG-DIGEST PICTURE 9(9).
                   10 VPG-RUN-ID PIC X(13).
                   10 VPG-BROKEN PIC X.
                       88 VPG-IS-BROKEN VALUE 'Y'.
           01 VerifySealLine.
               05 VSL-TAG PIC X(4).
               05 FILLER PIC X.
               05 VSL-TYPE PIC X.
               05 FILLER PIC X.
               05 VSL-PROGRAM PIC X(12).
               05 FILLER PIC X.
               05 VSL-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 VSL-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 VSL-AMOUNT-HASH PIC S9(11)V99.
               05 FILLER PIC X.
               05 VSL-PREV-CHAIN PIC 9(9).
               05 FILLER PIC X.
               05 VSL-CHAIN PIC 9(9).
               05 FILLER PIC X.
               05 VSL-TIMESTAMP PIC X(21).
               05 FILLER PIC X(23).
           01 RunDigest PICTURE 9(9) VALUE 0.
           01 HashLine PIC X(120).
           01 HashPosition PICTURE 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            IF ArgsNumber > 2
                PERFORM DISPLAY-USAGE
            END-IF.
            IF ArgsNumber > 0
                SET NAMED-LOG-RUN TO TRUE
                DISPLAY 1 UPON ARGUMENT-NUMBER
                ACCEPT VerifyLogName FROM ARGUMENT-VALUE
                IF VerifyLogName = "-RESTORED"
                    IF ArgsNumber NOT = 2
                        PERFORM DISPLAY-USAGE
                    END-IF
                    SET RESTORED-MODE-RUN TO TRUE
                    DISPLAY 2 UPON ARGUMENT-NUMBER
                    ACCEPT VerifyLogName FROM ARGUMENT-VALUE
                ELSE
                    IF ArgsNumber = 2
                        PERFORM DISPLAY-USAGE
                    END-IF
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate.
            OPEN OUTPUT VerifyReportFile.
            IF VerifyReportStatus NOT = "00"
                DISPLAY "AUDIT-VERIFY-REPORT.TXT OPEN FAILED, STATUS "
                    VerifyReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO VerifyLine.
            STRING "AUDIT LOG SEAL VERIFICATION " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO VerifyLine.
            PERFORM EMIT-VERIFY-LINE.
            IF NAMED-LOG-RUN
                PERFORM VERIFY-ONE-LOG
            ELSE
                MOVE "ARGS-SUM-AUDIT.LOG" TO VerifyLogName
                PERFORM VERIFY-ONE-LOG
                MOVE "ARGS-AVERAGE-AUDIT.LOG" TO VerifyLogName
                PERFORM VERIFY-ONE-LOG
                MOVE "EVEN-ODD-AUDIT.LOG" TO VerifyLogName
                PERFORM VERIFY-ONE-LOG
            END-IF.
            MOVE SPACES TO VerifyLine.
            STRING "LOGS VERIFIED: " DELIMITED BY SIZE
                LogsVerified DELIMITED BY SIZE
                "  FAILED: " DELIMITED BY SIZE
                LogsFailed DELIMITED BY SIZE
                "  NOT PRESENT: " DELIMITED BY SIZE
                LogsMissing DELIMITED BY SIZE
                INTO VerifyLine.
            PERFORM EMIT-VERIFY-LINE.
            CLOSE VerifyReportFile.
            IF LogsFailed > 0
                DISPLAY "*** AUDIT LOG SEALS BROKEN - SEE "
                    "AUDIT-VERIFY-REPORT.TXT ***"
                MOVE 24 TO RETURN-CODE
            ELSE
                IF NAMED-LOG-RUN AND LogsMissing > 0
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: AUDIT-VERIFY [AUDIT-LOG-FILE]".
            DISPLAY "       AUDIT-VERIFY -RESTORED AUDIT-RESTORED-FILE".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       VERIFY-ONE-LOG.
            PERFORM VERIFY-AUDIT-LOG.
            MOVE SPACES TO VerifyLine.
            EVALUATE TRUE
                WHEN VerifyLogStatus = "35"
                    ADD 1 TO LogsMissing
                    STRING "AUDIT LOG NOT PRESENT: " DELIMITED BY SIZE
                        VerifyLogName DELIMITED BY SPACE
                        INTO VerifyLine
                WHEN VerifyLogStatus NOT = "00"
                    AND VerifyLogStatus NOT = "10"
                    ADD 1 TO LogsFailed
                    STRING "AUDIT LOG OPEN FAILED, STATUS "
                            DELIMITED BY SIZE
                        VerifyLogStatus DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        VerifyLogName DELIMITED BY SPACE
                        INTO VerifyLine
                WHEN VERIFY-HAS-FAILED
                    ADD 1 TO LogsVerified
                    ADD 1 TO LogsFailed
                    STRING "SEAL VERIFICATION FAILED: "
                            DELIMITED BY SIZE
                        VerifyLogName DELIMITED BY SPACE
                        INTO VerifyLine
                WHEN OTHER
                    ADD 1 TO LogsVerified
                    STRING "SEALS INTACT: " DELIMITED BY SIZE
                        VerifyLogName DELIMITED BY SPACE
                        " - " DELIMITED BY SIZE
                        VerifyLineCount DELIMITED BY SIZE
                        " RECORDS, " DELIMITED BY SIZE
                        VerifySealCount DELIMITED BY SIZE
                        " SEALS" DELIMITED BY SIZE
                        INTO VerifyLine
            END-EVALUATE.
            PERFORM EMIT-VERIFY-LINE.
       EMIT-VERIFY-LINE.
            DISPLAY VerifyLine.
            WRITE VerifyReportRecord FROM VerifyLine.
       VERIFY-AUDIT-LOG.
            MOVE 0 TO VerifyProgramCount.
            MOVE 0 TO VerifyLineCount.
            MOVE 0 TO VerifySealCount.
            MOVE 'N' TO VerifyState.
            MOVE 'N' TO VerifyEof.
            OPEN INPUT VerifyLogFile.
            IF VerifyLogStatus = "00"
                PERFORM UNTIL END-OF-VERIFY-LOG
                    READ VerifyLogFile
                        AT END
                            SET END-OF-VERIFY-LOG TO TRUE
                        NOT AT END
                            PERFORM VERIFY-ONE-LINE
                    END-READ
                END-PERFORM
                CLOSE VerifyLogFile
                MOVE 1 TO VerifySlot
                PERFORM UNTIL VerifySlot > VerifyProgramCount
                    PERFORM CHECK-UNSEALED-LINES
                    ADD 1 TO VerifySlot
                END-PERFORM
            END-IF.
       VERIFY-ONE-LINE.
            ADD 1 TO VerifyLineCount.
            IF VerifyLogRecord(1:5) = "SEAL "
                ADD 1 TO VerifySealCount
                MOVE VerifyLogRecord TO VerifySealLine
                MOVE VSL-PROGRAM TO VerifyProgram
                PERFORM FIND-VERIFY-PROGRAM
                IF VerifySlot > 0
                    PERFORM CHECK-ONE-SEAL
                END-IF
            ELSE
                MOVE SPACES TO VerifyTokenIndex VerifyTokenValue
                    VerifyProgram
                UNSTRING VerifyLogRecord DELIMITED BY ALL " "
                    INTO VerifyTokenIndex VerifyTokenValue
                        VerifyProgram
                PERFORM FIND-VERIFY-PROGRAM
                IF VerifySlot > 0
                    PERFORM ADD-LINE-TO-VERIFY
                END-IF
            END-IF.
       FIND-VERIFY-PROGRAM.
            MOVE 1 TO VerifySlot.
            PERFORM UNTIL VerifySlot > VerifyProgramCount
                OR VPG-PROGRAM(VerifySlot) = VerifyProgram
                ADD 1 TO VerifySlot
            END-PERFORM.
            IF VerifySlot > VerifyProgramCount
                IF VerifyProgramCount < 10
                    ADD 1 TO VerifyProgramCount
                    MOVE VerifyProgramCount TO VerifySlot
                    MOVE VerifyProgram TO VPG-PROGRAM(VerifySlot)
                    MOVE 0 TO VPG-SEALS(VerifySlot)
                    MOVE 0 TO VPG-LAST-CHAIN(VerifySlot)
                    MOVE 0 TO VPG-PENDING(VerifySlot)
                    MOVE 0 TO VPG-AMOUNT(VerifySlot)
                    MOVE 0 TO VPG-DIGEST(VerifySlot)
                    MOVE SPACES TO VPG-RUN-ID(VerifySlot)
                    MOVE 'N' TO VPG-BROKEN(VerifySlot)
                ELSE
                    DISPLAY "WARNING: PROGRAM TABLE FULL, "
                        "ENTRY SKIPPED"
                    MOVE 0 TO VerifySlot
                END-IF
            END-IF.
       ADD-LINE-TO-VERIFY.
            MOVE VerifyLogRecord TO HashLine.
            MOVE VPG-DIGEST(VerifySlot) TO RunDigest.
            PERFORM HASH-AUDIT-LINE.
            MOVE RunDigest TO VPG-DIGEST(VerifySlot).
            ADD 1 TO VPG-PENDING(VerifySlot).
            IF FUNCTION TEST-NUMVAL(VerifyTokenValue) = 0
                COMPUTE VPG-AMOUNT(VerifySlot) =
                    VPG-AMOUNT(VerifySlot)
                    + FUNCTION NUMVAL(VerifyTokenValue)
            END-IF.
            EVALUATE VerifyProgram
                WHEN "ARGS-AVERAGE"
                    MOVE VerifyLogRecord(60:13)
                        TO VPG-RUN-ID(VerifySlot)
                WHEN "EVEN-ODD"
                    MOVE VerifyLogRecord(46:13)
                        TO VPG-RUN-ID(VerifySlot)
                WHEN OTHER
                    MOVE VerifyLogRecord(48:13)
                        TO VPG-RUN-ID(VerifySlot)
            END-EVALUATE.
       HASH-AUDIT-LINE.
            MOVE 1 TO HashPosition.
            PERFORM UNTIL HashPosition > 120
                COMPUTE RunDigest = FUNCTION MOD(RunDigest * 31
                    + FUNCTION ORD(HashLine(HashPosition:1)),
                    999999937)
                ADD 1 TO HashPosition
            END-PERFORM.
       CHECK-ONE-SEAL.
            IF NOT VPG-IS-BROKEN(VerifySlot)
                MOVE VSL-RUN-ID TO VerifyRunId
                MOVE SPACES TO VerifyReason
                IF VSL-COUNT NOT NUMERIC
                    OR VSL-AMOUNT-HASH NOT NUMERIC
                    OR VSL-PREV-CHAIN NOT NUMERIC
                    OR VSL-CHAIN NOT NUMERIC
                    MOVE "SEAL RECORD IS NOT READABLE" TO VerifyReason
                ELSE
                    COMPUTE VerifyExpectedChain = FUNCTION MOD(
                        VSL-PREV-CHAIN * 31 + VPG-DIGEST(VerifySlot),
                        999999937)
                    EVALUATE TRUE
                        WHEN VPG-SEALS(VerifySlot) = 0
                            AND VSL-PREV-CHAIN NOT = 0
                            MOVE "FIRST SEAL DOES NOT START THE CHAIN"
                                TO VerifyReason
                        WHEN VPG-SEALS(VerifySlot) > 0
                            AND VSL-PREV-CHAIN NOT =
                                VPG-LAST-CHAIN(VerifySlot)
                            AND (VSL-PREV-CHAIN NOT = 0
                                OR NOT RESTORED-MODE-RUN)
                            MOVE "SEAL DOES NOT CHAIN TO PREVIOUS SEAL"
                                TO VerifyReason
                        WHEN VSL-COUNT NOT = VPG-PENDING(VerifySlot)
                            MOVE "RECORD COUNT DIFFERS FROM SEAL"
                                TO VerifyReason
                        WHEN VSL-AMOUNT-HASH NOT =
                            VPG-AMOUNT(VerifySlot)
                            MOVE "AMOUNT HASH DIFFERS FROM SEAL"
                                TO VerifyReason
                        WHEN VSL-CHAIN NOT = VerifyExpectedChain
                            MOVE "CHAINED HASH DIFFERS FROM SEAL"
                                TO VerifyReason
                    END-EVALUATE
                END-IF
                IF VerifyReason NOT = SPACES
                    PERFORM REPORT-SEAL-BREAK
                ELSE
                    IF VSL-TYPE = "L"
                        MOVE SPACES TO VerifyLine
                        STRING "NOTE: LATE SEAL FOR " DELIMITED BY SIZE
                            VSL-PROGRAM DELIMITED BY SPACE
                            " RUN " DELIMITED BY SIZE
                            VSL-RUN-ID DELIMITED BY SIZE
                            " - RECORDS NOT SEALED BY THEIR OWN RUN"
                                DELIMITED BY SIZE
                            INTO VerifyLine
                        PERFORM EMIT-VERIFY-LINE
                    END-IF
                END-IF
                ADD 1 TO VPG-SEALS(VerifySlot)
                MOVE VSL-CHAIN TO VPG-LAST-CHAIN(VerifySlot)
                MOVE 0 TO VPG-PENDING(VerifySlot)
                MOVE 0 TO VPG-AMOUNT(VerifySlot)
                MOVE 0 TO VPG-DIGEST(VerifySlot)
            END-IF.
       CHECK-UNSEALED-LINES.
            IF NOT VPG-IS-BROKEN(VerifySlot)
                AND VPG-PENDING(VerifySlot) > 0
                MOVE VPG-RUN-ID(VerifySlot) TO VerifyRunId
                IF VPG-SEALS(VerifySlot) = 0
                    MOVE "NO SEAL RECORDS - LOG HAS NEVER BEEN SEALED"
                        TO VerifyReason
                ELSE
                    MOVE "RECORDS AFTER THE LAST SEAL ARE NOT SEALED"
                        TO VerifyReason
                END-IF
                PERFORM REPORT-SEAL-BREAK
            END-IF.
       REPORT-SEAL-BREAK.
            SET VPG-IS-BROKEN(VerifySlot) TO TRUE.
            SET VERIFY-HAS-FAILED TO TRUE.
            MOVE SPACES TO VerifyLine.
            STRING "SEALS BROKEN FOR " DELIMITED BY SIZE
                VPG-PROGRAM(VerifySlot) DELIMITED BY SPACE
                " - FIRST BROKEN RUN " DELIMITED BY SIZE
                VerifyRunId DELIMITED BY SIZE
                " IN " DELIMITED BY SIZE
                VerifyLogName DELIMITED BY SPACE
                INTO VerifyLine.
            PERFORM EMIT-VERIFY-LINE.
            MOVE SPACES TO VerifyLine.
            STRING "    " DELIMITED BY SIZE
                VerifyReason DELIMITED BY SIZE
                INTO VerifyLine.
            PERFORM EMIT-VERIFY-LINE.
       END PROGRAM AUDIT-VERIFY.
