       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.
           SELECT SumResultFile ASSIGN TO SumResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SumResultFileStatus.
           SELECT AccountResultFile ASSIGN TO AccountResultFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountResultFileStatus.
           SELECT JournalFile ASSIGN TO JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.
           SELECT ControlReportFile ASSIGN TO ControlReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ControlReportStatus.
           SELECT ExportRegisterFile
               ASSIGN TO "GL-EXPORT-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExportRegisterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
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
       FD  AccountResultFile.
           01 AccountResultRecord.
               05 ASR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 ASR-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 ASR-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 ASR-TOTAL PIC S9(7).
               05 FILLER PIC X.
               05 ASR-COUNT PIC 9(5).
       FD  JournalFile.
           01 JournalRecord PIC X(60).
       FD  ControlReportFile.
           01 ControlReportRecord PIC X(80).
       FD  ExportRegisterFile.
           01 ExportRegisterRecord.
               05 GXR-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 GXR-POSTING-DATE PIC X(8).
               05 FILLER PIC X.
               05 GXR-EXPORTED PIC X(14).
               05 FILLER PIC X.
               05 GXR-LINE-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 GXR-DEBIT-TOTAL PIC 9(9).
               05 FILLER PIC X.
               05 GXR-CREDIT-TOTAL PIC 9(9).
               05 FILLER PIC X.
               05 GXR-FILE-NAME PIC X(40).
       WORKING-STORAGE SECTION.
           01 RunControlStatus PIC XX.
           01 SumResultFileStatus PIC XX.
           01 AccountResultFileStatus PIC XX.
           01 JournalFileStatus PIC XX.
           01 ControlReportStatus PIC XX.
           01 ExportRegisterStatus PIC XX.
           01 RunId PIC X(13).
           01 PostingDate PIC X(8).
           01 ExportTimestamp PIC X(14).
           01 SumResultFileName PIC X(40).
           01 AccountResultFileName PIC X(50).
           01 JournalFileName PIC X(40).
           01 ControlReportFileName PIC X(40).
           01 SuspenseAccount PIC X(8) VALUE "SUSPENSE".
           01 SumEof PIC X VALUE 'N'.
               88 END-OF-SUM-FILE VALUE 'Y'.
           01 AccountEof PIC X VALUE 'N'.
               88 END-OF-ACCOUNT-FILE VALUE 'Y'.
           01 RegisterEof PIC X VALUE 'N'.
               88 END-OF-REGISTER-FILE VALUE 'Y'.
           01 AlreadyExported PIC X VALUE 'N'.
               88 RUN-ALREADY-EXPORTED VALUE 'Y'.
           01 PriorExportDate PIC X(14).
           01 OutOfBalance PIC X VALUE 'N'.
               88 JOURNAL-OUT-OF-BALANCE VALUE 'Y'.
           01 BatchCount PICTURE 99 VALUE 0.
           01 BatchPosition PICTURE 99.
           01 BatchMatch PICTURE 99.
           01 BatchTable.
               05 BatchEntry OCCURS 20.
                   10 GBT-BATCH-ID PIC X(17).
                   10 GBT-RESULT PIC S9(7).
                   10 GBT-ACCOUNT-NET PIC S9(7).
                   10 GBT-DEBITS PIC 9(9).
                   10 GBT-CREDITS PIC 9(9).
                   10 GBT-SUSPENSE PIC S9(7).
           01 LineCount PICTURE 9(3) VALUE 0.
           01 LinePosition PICTURE 9(3).
           01 LineTable.
               05 LineEntry OCCURS 100.
                   10 GLT-BATCH-ID PIC X(17).
                   10 GLT-ACCOUNT PIC X(8).
                   10 GLT-TOTAL PIC S9(7).
           01 JournalLineCount PICTURE 9(5) VALUE 0.
           01 DebitTotal PICTURE 9(9) VALUE 0.
           01 CreditTotal PICTURE 9(9) VALUE 0.
           01 SuspenseTotal PICTURE S9(9) VALUE 0.
           01 LineAmount PICTURE 9(9).
           01 LineSide PIC X.
           01 LineAccount PIC X(8).
           01 JournalHeaderLine.
               05 GJH-TYPE PIC X(3) VALUE "HDR".
               05 FILLER PIC X VALUE SPACE.
               05 GJH-RUN-ID PIC X(13).
               05 FILLER PIC X VALUE SPACE.
               05 GJH-POSTING-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 GJH-CREATED PIC X(14).
           01 JournalDetailLine.
               05 GJL-TYPE PIC X(3) VALUE "JNL".
               05 FILLER PIC X VALUE SPACE.
               05 GJL-SEQUENCE PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 GJL-BATCH-ID PIC X(17).
               05 FILLER PIC X VALUE SPACE.
               05 GJL-ACCOUNT PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 GJL-SIDE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 GJL-AMOUNT PIC 9(9).
           01 JournalTrailerLine.
               05 GJT-TYPE PIC X(3) VALUE "TRL".
               05 FILLER PIC X VALUE SPACE.
               05 GJT-LINE-COUNT PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 GJT-DEBIT-TOTAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 GJT-CREDIT-TOTAL PIC 9(9).
           01 EditedResult PIC -(7)9.
           01 EditedNet PIC -(7)9.
           01 EditedDebits PIC Z(8)9.
           01 EditedCredits PIC Z(8)9.
           01 EditedSuspense PIC -(8)9.
           01 ReportLine PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-ID.
            MOVE RunId(1:8) TO PostingDate.
            PERFORM CHECK-EXPORT-REGISTER.
            IF RUN-ALREADY-EXPORTED
                DISPLAY "RUN " RunId " WAS ALREADY EXPORTED TO THE "
                    "GENERAL LEDGER ON " PriorExportDate
                    " - NOT EXPORTED AGAIN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-SUM-RESULTS.
            IF BatchCount = 0
                DISPLAY "NO ARGS-SUM BATCH RESULTS FOR RUN " RunId
                    " - NO GL JOURNAL PRODUCED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ACCOUNT-RESULTS.
            PERFORM PROVE-BATCH-TOTALS.
            PERFORM WRITE-CONTROL-REPORT.
            IF JOURNAL-OUT-OF-BALANCE
                DISPLAY "ACCOUNT RESULTS DO NOT AGREE WITH ARGS-SUM "
                    "BATCH TOTALS - GL JOURNAL NOT PRODUCED"
                MOVE 20 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-JOURNAL-FILE.
            PERFORM REGISTER-EXPORT.
            DISPLAY "GL JOURNAL " JournalFileName " WRITTEN - "
                JournalLineCount " LINES".
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
       CHECK-EXPORT-REGISTER.
            OPEN INPUT ExportRegisterFile.
            IF ExportRegisterStatus = "00"
                PERFORM UNTIL END-OF-REGISTER-FILE
                    READ ExportRegisterFile
                        AT END
                            SET END-OF-REGISTER-FILE TO TRUE
                        NOT AT END
                            IF GXR-RUN-ID = RunId
                                SET RUN-ALREADY-EXPORTED TO TRUE
                                MOVE GXR-EXPORTED TO PriorExportDate
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ExportRegisterFile
            END-IF.
       LOAD-SUM-RESULTS.
            MOVE SPACES TO SumResultFileName.
            STRING "ARGS-SUM-RESULT." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO SumResultFileName.
            OPEN INPUT SumResultFile.
            IF SumResultFileStatus NOT = "00"
                DISPLAY "ARGS-SUM RESULT FILE NOT FOUND FOR RUN "
                    RunId " - RUN ARGS-SUM FIRST"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-SUM-FILE
                READ SumResultFile
                    AT END
                        SET END-OF-SUM-FILE TO TRUE
                    NOT AT END
                        IF SRF-BATCH-ID NOT = "COMMAND-LINE"
                            PERFORM ADD-ONE-BATCH
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SumResultFile.
       ADD-ONE-BATCH.
            IF BatchCount >= 20
                DISPLAY "TOO MANY BATCHES IN RESULT FILE"
                MOVE 16 TO RETURN-CODE
                CLOSE SumResultFile
                STOP RUN
            END-IF.
            ADD 1 TO BatchCount.
            MOVE SRF-BATCH-ID TO GBT-BATCH-ID(BatchCount).
            MOVE SRF-RESULT TO GBT-RESULT(BatchCount).
            MOVE 0 TO GBT-ACCOUNT-NET(BatchCount).
            MOVE 0 TO GBT-DEBITS(BatchCount).
            MOVE 0 TO GBT-CREDITS(BatchCount).
            MOVE 0 TO GBT-SUSPENSE(BatchCount).
       LOAD-ACCOUNT-RESULTS.
            MOVE SPACES TO AccountResultFileName.
            STRING "ARGS-SUM-ACCOUNT-RESULT." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO AccountResultFileName.
            OPEN INPUT AccountResultFile.
            IF AccountResultFileStatus NOT = "00"
                DISPLAY "ARGS-SUM ACCOUNT RESULT FILE NOT FOUND FOR "
                    "RUN " RunId " - RUN ARGS-SUM FIRST"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-ACCOUNT-FILE
                READ AccountResultFile
                    AT END
                        SET END-OF-ACCOUNT-FILE TO TRUE
                    NOT AT END
                        PERFORM ADD-ONE-ACCOUNT-LINE
                END-READ
            END-PERFORM.
            CLOSE AccountResultFile.
       ADD-ONE-ACCOUNT-LINE.
            PERFORM FIND-BATCH.
            IF BatchMatch = 0
                DISPLAY "ACCOUNT RESULT FOR BATCH " ASR-BATCH-ID
                    " HAS NO ARGS-SUM BATCH RESULT"
                SET JOURNAL-OUT-OF-BALANCE TO TRUE
            ELSE
                ADD ASR-TOTAL TO GBT-ACCOUNT-NET(BatchMatch)
                IF ASR-TOTAL < 0
                    SUBTRACT ASR-TOTAL FROM GBT-DEBITS(BatchMatch)
                ELSE
                    ADD ASR-TOTAL TO GBT-CREDITS(BatchMatch)
                END-IF
            END-IF.
            IF ASR-TOTAL NOT = 0
                IF LineCount >= 100
                    DISPLAY "TOO MANY ACCOUNT LINES IN ACCOUNT "
                        "RESULT FILE"
                    MOVE 16 TO RETURN-CODE
                    CLOSE AccountResultFile
                    STOP RUN
                END-IF
                ADD 1 TO LineCount
                MOVE ASR-BATCH-ID TO GLT-BATCH-ID(LineCount)
                MOVE ASR-ACCOUNT TO GLT-ACCOUNT(LineCount)
                MOVE ASR-TOTAL TO GLT-TOTAL(LineCount)
            END-IF.
       FIND-BATCH.
            MOVE 0 TO BatchMatch.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchCount
                IF GBT-BATCH-ID(BatchPosition) = ASR-BATCH-ID
                    MOVE BatchPosition TO BatchMatch
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
       PROVE-BATCH-TOTALS.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchCount
                IF GBT-ACCOUNT-NET(BatchPosition)
                    NOT = GBT-RESULT(BatchPosition)
                    DISPLAY "BATCH " GBT-BATCH-ID(BatchPosition)
                        " ACCOUNT LINES DO NOT ADD UP TO THE "
                        "BATCH TOTAL"
                    SET JOURNAL-OUT-OF-BALANCE TO TRUE
                END-IF
                COMPUTE GBT-SUSPENSE(BatchPosition) =
                    GBT-DEBITS(BatchPosition)
                    - GBT-CREDITS(BatchPosition)
                ADD GBT-DEBITS(BatchPosition) TO DebitTotal
                ADD GBT-CREDITS(BatchPosition) TO CreditTotal
                ADD GBT-SUSPENSE(BatchPosition) TO SuspenseTotal
                IF GBT-SUSPENSE(BatchPosition) > 0
                    ADD GBT-SUSPENSE(BatchPosition) TO CreditTotal
                END-IF
                IF GBT-SUSPENSE(BatchPosition) < 0
                    SUBTRACT GBT-SUSPENSE(BatchPosition)
                        FROM DebitTotal
                END-IF
                ADD 1 TO BatchPosition
            END-PERFORM.
            IF DebitTotal NOT = CreditTotal
                SET JOURNAL-OUT-OF-BALANCE TO TRUE
            END-IF.
       WRITE-JOURNAL-FILE.
            MOVE SPACES TO JournalFileName.
            STRING "GL-JOURNAL." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".DAT" DELIMITED BY SIZE
                INTO JournalFileName.
            OPEN OUTPUT JournalFile.
            IF JournalFileStatus NOT = "00"
                DISPLAY "GL JOURNAL FILE OPEN FAILED, STATUS "
                    JournalFileStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:14) TO ExportTimestamp.
            MOVE RunId TO GJH-RUN-ID.
            MOVE PostingDate TO GJH-POSTING-DATE.
            MOVE ExportTimestamp TO GJH-CREATED.
            MOVE JournalHeaderLine TO JournalRecord.
            WRITE JournalRecord.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchCount
                PERFORM WRITE-BATCH-JOURNAL-LINES
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE JournalLineCount TO GJT-LINE-COUNT.
            MOVE DebitTotal TO GJT-DEBIT-TOTAL.
            MOVE CreditTotal TO GJT-CREDIT-TOTAL.
            MOVE JournalTrailerLine TO JournalRecord.
            WRITE JournalRecord.
            IF JournalFileStatus NOT = "00"
                DISPLAY "GL JOURNAL FILE WRITE FAILED, STATUS "
                    JournalFileStatus
                MOVE 12 TO RETURN-CODE
                CLOSE JournalFile
                STOP RUN
            END-IF.
            CLOSE JournalFile.
       WRITE-BATCH-JOURNAL-LINES.
            MOVE 1 TO LinePosition.
            PERFORM UNTIL LinePosition > LineCount
                IF GLT-BATCH-ID(LinePosition)
                    = GBT-BATCH-ID(BatchPosition)
                    MOVE GLT-ACCOUNT(LinePosition) TO LineAccount
                    IF GLT-TOTAL(LinePosition) < 0
                        MOVE "D" TO LineSide
                        COMPUTE LineAmount =
                            0 - GLT-TOTAL(LinePosition)
                    ELSE
                        MOVE "C" TO LineSide
                        MOVE GLT-TOTAL(LinePosition) TO LineAmount
                    END-IF
                    PERFORM WRITE-ONE-JOURNAL-LINE
                END-IF
                ADD 1 TO LinePosition
            END-PERFORM.
            IF GBT-SUSPENSE(BatchPosition) NOT = 0
                MOVE SuspenseAccount TO LineAccount
                IF GBT-SUSPENSE(BatchPosition) < 0
                    MOVE "D" TO LineSide
                    COMPUTE LineAmount =
                        0 - GBT-SUSPENSE(BatchPosition)
                ELSE
                    MOVE "C" TO LineSide
                    MOVE GBT-SUSPENSE(BatchPosition) TO LineAmount
                END-IF
                PERFORM WRITE-ONE-JOURNAL-LINE
            END-IF.
       WRITE-ONE-JOURNAL-LINE.
            ADD 1 TO JournalLineCount.
            MOVE JournalLineCount TO GJL-SEQUENCE.
            MOVE GBT-BATCH-ID(BatchPosition) TO GJL-BATCH-ID.
            MOVE LineAccount TO GJL-ACCOUNT.
            MOVE LineSide TO GJL-SIDE.
            MOVE LineAmount TO GJL-AMOUNT.
            MOVE JournalDetailLine TO JournalRecord.
            WRITE JournalRecord.
       REGISTER-EXPORT.
            OPEN EXTEND ExportRegisterFile.
            IF ExportRegisterStatus = "35"
                OPEN OUTPUT ExportRegisterFile
            END-IF.
            IF ExportRegisterStatus NOT = "00"
                DISPLAY "GL EXPORT REGISTER WRITE FAILED, STATUS "
                    ExportRegisterStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ExportRegisterRecord.
            MOVE RunId TO GXR-RUN-ID.
            MOVE PostingDate TO GXR-POSTING-DATE.
            MOVE ExportTimestamp TO GXR-EXPORTED.
            MOVE JournalLineCount TO GXR-LINE-COUNT.
            MOVE DebitTotal TO GXR-DEBIT-TOTAL.
            MOVE CreditTotal TO GXR-CREDIT-TOTAL.
            MOVE JournalFileName TO GXR-FILE-NAME.
            WRITE ExportRegisterRecord.
            CLOSE ExportRegisterFile.
       WRITE-CONTROL-REPORT.
            MOVE SPACES TO ControlReportFileName.
            STRING "GL-JOURNAL-CONTROL." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO ControlReportFileName.
            OPEN OUTPUT ControlReportFile.
            IF ControlReportStatus NOT = "00"
                DISPLAY "GL CONTROL REPORT OPEN FAILED, STATUS "
                    ControlReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "GL JOURNAL CONTROL REPORT - RUN "
                DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                " POSTING DATE " DELIMITED BY SIZE
                PostingDate DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE 1 TO BatchPosition.
            PERFORM UNTIL BatchPosition > BatchCount
                PERFORM WRITE-ONE-BATCH-CONTROL
                ADD 1 TO BatchPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE DebitTotal TO EditedDebits.
            MOVE CreditTotal TO EditedCredits.
            MOVE SuspenseTotal TO EditedSuspense.
            MOVE SPACES TO ReportLine.
            STRING "JOURNAL DEBITS   " DELIMITED BY SIZE
                EditedDebits DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            STRING "JOURNAL CREDITS  " DELIMITED BY SIZE
                EditedCredits DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            STRING "SUSPENSE NET     " DELIMITED BY SIZE
                EditedSuspense DELIMITED BY SIZE
                " ACCOUNT " DELIMITED BY SIZE
                SuspenseAccount DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            IF JOURNAL-OUT-OF-BALANCE
                MOVE "CONTROL STATUS: OUT OF BALANCE - NOT EXPORTED"
                    TO ReportLine
            ELSE
                MOVE "CONTROL STATUS: BALANCED" TO ReportLine
            END-IF.
            PERFORM WRITE-CONTROL-LINE.
            CLOSE ControlReportFile.
       WRITE-ONE-BATCH-CONTROL.
            MOVE GBT-RESULT(BatchPosition) TO EditedResult.
            MOVE GBT-ACCOUNT-NET(BatchPosition) TO EditedNet.
            MOVE GBT-DEBITS(BatchPosition) TO EditedDebits.
            MOVE GBT-CREDITS(BatchPosition) TO EditedCredits.
            MOVE GBT-SUSPENSE(BatchPosition) TO EditedSuspense.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            STRING "BATCH " DELIMITED BY SIZE
                GBT-BATCH-ID(BatchPosition) DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            STRING "  ARGS-SUM TOTAL   " DELIMITED BY SIZE
                EditedResult DELIMITED BY SIZE
                "  ACCOUNT NET " DELIMITED BY SIZE
                EditedNet DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
            MOVE SPACES TO ReportLine.
            STRING "  DEBITS    " DELIMITED BY SIZE
                EditedDebits DELIMITED BY SIZE
                "  CREDITS " DELIMITED BY SIZE
                EditedCredits DELIMITED BY SIZE
                "  SUSPENSE " DELIMITED BY SIZE
                EditedSuspense DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-CONTROL-LINE.
       WRITE-CONTROL-LINE.
            MOVE ReportLine TO ControlReportRecord.
            WRITE ControlReportRecord.
            DISPLAY ReportLine.
       END PROGRAM GL-JOURNAL.
