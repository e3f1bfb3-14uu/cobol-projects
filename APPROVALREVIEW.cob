       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalQueueFile ASSIGN TO "APPROVAL-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovalQueueStatus.
           SELECT CorrectionFile ASSIGN TO CorrectionFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrectionFileStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CorrectionFile.
           01 CorrectionRecord PIC X(40).
       WORKING-STORAGE SECTION.
           01 ApprovalQueueStatus PIC XX.
           01 CorrectionFileStatus PIC XX.
           01 CorrectionFileName PIC X(100).
           01 ApprovalQueueEof PIC X VALUE 'N'.
               88 END-OF-APPROVAL-QUEUE VALUE 'Y'.
           01 CorrectionEof PIC X VALUE 'N'.
               88 END-OF-CORRECTION-FILE VALUE 'Y'.
           01 ArgsNumber PICTURE 99.
           01 FlagArg PIC X(10).
           01 ReviewMode PIC X(10) VALUE SPACES.
               88 CHECK-MODE-RUN VALUE "-CHECK".
               88 DONE-MODE-RUN VALUE "-DONE".
           01 RequestedFileName PIC X(100).
           01 RequestedBaseName PIC X(60).
           01 QueuedBaseName PIC X(60).
           01 BaseNameSource PIC X(100).
           01 BaseNameResult PIC X(60).
           01 BaseNameLength PICTURE 9(3).
           01 BaseNameTail PICTURE 9(3).
           01 ApprovalCount PICTURE 9(4) VALUE 0.
           01 ApprovalPosition PICTURE 9(4).
           01 MatchPosition PICTURE 9(4) VALUE 0.
           01 ApprovalTable.
               05 ApprovalEntry OCCURS 2000.
                   10 APT-RECORD PIC X(189).
                   10 APT-PRIOR-STATUS PIC X.
                   10 APT-DECIDED PIC X.
                       88 APT-IS-DECIDED VALUE 'Y'.
           01 CurrentCount PICTURE 9(4) VALUE 0.
           01 CurrentPosition PICTURE 9(4).
           01 CurrentMatch PICTURE 9(4).
           01 CurrentApprovalTable.
               05 CurrentApprovalEntry OCCURS 2000.
                   10 CAT-RECORD PIC X(189).
           01 OperatorId PIC X(8) VALUE SPACES.
           01 OperatorDone PIC X VALUE 'N'.
               88 OPERATOR-COMPLETE VALUE 'Y'.
           01 RequestDecided PIC X.
               88 REQUEST-DECISION-MADE VALUE 'Y'.
           01 InputLine PIC X(40).
           01 TrimmedInput PIC X(40).
           01 BlankInputCount PICTURE 99 VALUE 0.
           01 PendingCount PICTURE 9(4) VALUE 0.
           01 ApprovedCount PICTURE 9(4) VALUE 0.
           01 DeclinedCount PICTURE 9(4) VALUE 0.
           01 SkippedCount PICTURE 9(4) VALUE 0.
           01 CorrectionLineCount PICTURE 9(5).
           01 CorrectionValueCount PICTURE 9(4).
           01 CorrectionHash PICTURE S9(9)V99.
           01 CorrectionHashDisplay PIC -(9)9.99.
           01 CorrectionProof PIC X(30).
           01 CorrectionTokenOne PIC X(20).
           01 CorrectionTokenTwo PIC X(20).
           01 CorrectionValueToken PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            EVALUATE ArgsNumber
                WHEN 0
                    CONTINUE
                WHEN 2
                    DISPLAY 1 UPON ARGUMENT-NUMBER
                    ACCEPT FlagArg FROM ARGUMENT-VALUE
                    MOVE FlagArg TO ReviewMode
                    IF NOT CHECK-MODE-RUN AND NOT DONE-MODE-RUN
                        PERFORM DISPLAY-USAGE
                    END-IF
                    DISPLAY 2 UPON ARGUMENT-NUMBER
                    ACCEPT RequestedFileName FROM ARGUMENT-VALUE
                WHEN OTHER
                    PERFORM DISPLAY-USAGE
            END-EVALUATE.
            PERFORM LOAD-APPROVAL-QUEUE.
            EVALUATE TRUE
                WHEN CHECK-MODE-RUN
                    PERFORM CHECK-CORRECTION-RELEASE
                WHEN DONE-MODE-RUN
                    PERFORM COMPLETE-CORRECTION-RELEASE
                WHEN OTHER
                    PERFORM REVIEW-PENDING-REQUESTS
            END-EVALUATE.
            STOP RUN.
       DISPLAY-USAGE.
            DISPLAY "USAGE: APPROVAL-REVIEW".
            DISPLAY "       APPROVAL-REVIEW -CHECK CORRECTIONFILE".
            DISPLAY "       APPROVAL-REVIEW -DONE CORRECTIONFILE".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       LOAD-APPROVAL-QUEUE.
            OPEN INPUT ApprovalQueueFile.
            IF ApprovalQueueStatus = "00"
                PERFORM UNTIL END-OF-APPROVAL-QUEUE
                    READ ApprovalQueueFile
                        AT END
                            SET END-OF-APPROVAL-QUEUE TO TRUE
                        NOT AT END
                            IF ApprovalCount >= 2000
                                DISPLAY "APPROVAL QUEUE EXCEEDS 2000 "
                                    "ENTRIES"
                                MOVE 16 TO RETURN-CODE
                                CLOSE ApprovalQueueFile
                                STOP RUN
                            END-IF
                            ADD 1 TO ApprovalCount
                            MOVE ApprovalQueueRecord
                                TO APT-RECORD(ApprovalCount)
                            MOVE APQ-STATUS
                                TO APT-PRIOR-STATUS(ApprovalCount)
                            MOVE 'N' TO APT-DECIDED(ApprovalCount)
                            IF APQ-STATUS = "P"
                                ADD 1 TO PendingCount
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ApprovalQueueFile
            END-IF.
       MERGE-CURRENT-APPROVAL-QUEUE.
            MOVE 0 TO CurrentCount.
            MOVE 'N' TO ApprovalQueueEof.
            OPEN INPUT ApprovalQueueFile.
            IF ApprovalQueueStatus = "00"
                PERFORM UNTIL END-OF-APPROVAL-QUEUE
                    READ ApprovalQueueFile
                        AT END
                            SET END-OF-APPROVAL-QUEUE TO TRUE
                        NOT AT END
                            IF CurrentCount >= 2000
                                DISPLAY "APPROVAL QUEUE EXCEEDS 2000 "
                                    "ENTRIES - NOTHING WRITTEN"
                                MOVE 16 TO RETURN-CODE
                                CLOSE ApprovalQueueFile
                                STOP RUN
                            END-IF
                            ADD 1 TO CurrentCount
                            MOVE ApprovalQueueRecord
                                TO CAT-RECORD(CurrentCount)
                    END-READ
                END-PERFORM
                CLOSE ApprovalQueueFile
            END-IF.
            MOVE 1 TO ApprovalPosition.
            PERFORM UNTIL ApprovalPosition > ApprovalCount
                IF APT-IS-DECIDED(ApprovalPosition)
                    PERFORM APPLY-ONE-DECISION
                END-IF
                ADD 1 TO ApprovalPosition
            END-PERFORM.
       APPLY-ONE-DECISION.
            MOVE APT-RECORD(ApprovalPosition) TO ApprovalQueueRecord.
            MOVE 0 TO CurrentMatch.
            MOVE 1 TO CurrentPosition.
            PERFORM UNTIL CurrentPosition > CurrentCount
                IF CAT-RECORD(CurrentPosition)(1:5) = APQ-ID
                    AND CurrentMatch = 0
                    MOVE CurrentPosition TO CurrentMatch
                END-IF
                ADD 1 TO CurrentPosition
            END-PERFORM.
            IF CurrentMatch > 0
                MOVE CAT-RECORD(CurrentMatch) TO ApprovalQueueRecord
                IF APQ-STATUS NOT = APT-PRIOR-STATUS(ApprovalPosition)
                    MOVE 0 TO CurrentMatch
                END-IF
                MOVE APT-RECORD(ApprovalPosition)
                    TO ApprovalQueueRecord
            END-IF.
            IF CurrentMatch > 0
                MOVE ApprovalQueueRecord TO CAT-RECORD(CurrentMatch)
            ELSE
                DISPLAY "ENTRY " APQ-ID " CHANGED BY ANOTHER SESSION "
                    "- DECISION NOT APPLIED"
                EVALUATE APQ-STATUS
                    WHEN "A"
                        SUBTRACT 1 FROM ApprovedCount
                    WHEN "D"
                        SUBTRACT 1 FROM DeclinedCount
                END-EVALUATE
                MOVE APT-PRIOR-STATUS(ApprovalPosition) TO APQ-STATUS
                MOVE ApprovalQueueRecord TO APT-RECORD(ApprovalPosition)
                MOVE 'N' TO APT-DECIDED(ApprovalPosition)
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       REWRITE-APPROVAL-QUEUE.
            OPEN OUTPUT ApprovalQueueFile.
            IF ApprovalQueueStatus NOT = "00"
                DISPLAY "APPROVAL QUEUE WRITE FAILED, STATUS "
                    ApprovalQueueStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 1 TO CurrentPosition.
            PERFORM UNTIL CurrentPosition > CurrentCount
                MOVE CAT-RECORD(CurrentPosition)
                    TO ApprovalQueueRecord
                WRITE ApprovalQueueRecord
                ADD 1 TO CurrentPosition
            END-PERFORM.
            CLOSE ApprovalQueueFile.
       REVIEW-PENDING-REQUESTS.
            IF PendingCount = 0
                DISPLAY "NO REQUESTS AWAITING APPROVAL"
                STOP RUN
            END-IF.
            DISPLAY PendingCount " REQUESTS AWAITING APPROVAL".
            PERFORM PROMPT-FOR-OPERATOR.
            MOVE 1 TO ApprovalPosition.
            PERFORM UNTIL ApprovalPosition > ApprovalCount
                MOVE APT-RECORD(ApprovalPosition)
                    TO ApprovalQueueRecord
                IF APQ-STATUS = "P"
                    PERFORM REVIEW-ONE-REQUEST
                    MOVE ApprovalQueueRecord
                        TO APT-RECORD(ApprovalPosition)
                    IF APQ-STATUS NOT = "P"
                        MOVE 'Y' TO APT-DECIDED(ApprovalPosition)
                    END-IF
                END-IF
                ADD 1 TO ApprovalPosition
            END-PERFORM.
            IF ApprovedCount > 0 OR DeclinedCount > 0
                PERFORM MERGE-CURRENT-APPROVAL-QUEUE
            END-IF.
            IF ApprovedCount > 0 OR DeclinedCount > 0
                PERFORM REWRITE-APPROVAL-QUEUE
            END-IF.
            DISPLAY "REVIEW COMPLETE - " ApprovedCount " APPROVED, "
                DeclinedCount " DECLINED, " SkippedCount " SKIPPED".
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
       REVIEW-ONE-REQUEST.
            DISPLAY "QUEUE ENTRY " APQ-ID " " APQ-TYPE " "
                FUNCTION TRIM(APQ-SUBJECT).
            DISPLAY "  RAISED BY " APQ-MAKER " AT " APQ-REQUESTED
                " - " APQ-DETAIL.
            IF APQ-TYPE = "CORRECTION"
                PERFORM SHOW-CORRECTION-FILE
            END-IF.
            IF APQ-MAKER = OperatorId
                DISPLAY "  RAISED BY YOU - A DIFFERENT OPERATOR MUST "
                    "DECIDE IT"
                ADD 1 TO SkippedCount
            ELSE
                MOVE 'N' TO RequestDecided
                PERFORM PROMPT-DECISION-ONCE
                    UNTIL REQUEST-DECISION-MADE
            END-IF.
       SHOW-CORRECTION-FILE.
            MOVE APQ-SUBJECT TO CorrectionFileName.
            MOVE 'N' TO CorrectionEof.
            MOVE 0 TO CorrectionLineCount.
            OPEN INPUT CorrectionFile.
            IF CorrectionFileStatus NOT = "00"
                DISPLAY "  CORRECTION FILE NOT FOUND: "
                    CorrectionFileName
            ELSE
                PERFORM UNTIL END-OF-CORRECTION-FILE
                    READ CorrectionFile
                        AT END
                            SET END-OF-CORRECTION-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO CorrectionLineCount
                            DISPLAY "  " CorrectionLineCount "  "
                                CorrectionRecord
                    END-READ
                END-PERFORM
                CLOSE CorrectionFile
            END-IF.
       PROMPT-DECISION-ONCE.
            DISPLAY "A(PPROVE), D(ECLINE) OR S(KIP):".
            MOVE SPACES TO InputLine.
            ACCEPT InputLine.
            EVALUATE InputLine
                WHEN SPACES
                    PERFORM CHECK-ABANDONED-INPUT
                WHEN "A"
                    MOVE 0 TO BlankInputCount
                    MOVE "A" TO APQ-STATUS
                    PERFORM STAMP-DECISION
                    ADD 1 TO ApprovedCount
                    DISPLAY "  ENTRY " APQ-ID " APPROVED"
                    SET REQUEST-DECISION-MADE TO TRUE
                WHEN "D"
                    MOVE 0 TO BlankInputCount
                    PERFORM PROMPT-DECLINE-REASON
                    MOVE "D" TO APQ-STATUS
                    PERFORM STAMP-DECISION
                    ADD 1 TO DeclinedCount
                    DISPLAY "  ENTRY " APQ-ID " DECLINED"
                    SET REQUEST-DECISION-MADE TO TRUE
                WHEN "S"
                    MOVE 0 TO BlankInputCount
                    ADD 1 TO SkippedCount
                    SET REQUEST-DECISION-MADE TO TRUE
                WHEN OTHER
                    MOVE 0 TO BlankInputCount
                    DISPLAY "ANSWER A, D OR S"
            END-EVALUATE.
       PROMPT-DECLINE-REASON.
            MOVE SPACES TO APQ-NOTE.
            PERFORM UNTIL APQ-NOTE NOT = SPACES
                DISPLAY "ENTER REASON FOR DECLINING (UP TO 30 "
                    "CHARACTERS):"
                MOVE SPACES TO InputLine
                ACCEPT InputLine
                IF InputLine = SPACES
                    PERFORM CHECK-ABANDONED-INPUT
                ELSE
                    MOVE 0 TO BlankInputCount
                    MOVE FUNCTION TRIM(InputLine) TO APQ-NOTE
                END-IF
            END-PERFORM.
       STAMP-DECISION.
            MOVE OperatorId TO APQ-CHECKER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO APQ-DECIDED.
       FIND-CORRECTION-ENTRY.
            MOVE RequestedFileName TO BaseNameSource.
            PERFORM EXTRACT-BASE-NAME.
            MOVE BaseNameResult TO RequestedBaseName.
            MOVE 0 TO MatchPosition.
            MOVE 1 TO ApprovalPosition.
            PERFORM UNTIL ApprovalPosition > ApprovalCount
                MOVE APT-RECORD(ApprovalPosition)
                    TO ApprovalQueueRecord
                IF APQ-TYPE = "CORRECTION"
                    MOVE APQ-SUBJECT TO BaseNameSource
                    PERFORM EXTRACT-BASE-NAME
                    MOVE BaseNameResult TO QueuedBaseName
                    IF QueuedBaseName = RequestedBaseName
                        MOVE ApprovalPosition TO MatchPosition
                    END-IF
                END-IF
                ADD 1 TO ApprovalPosition
            END-PERFORM.
            IF MatchPosition > 0
                MOVE APT-RECORD(MatchPosition) TO ApprovalQueueRecord
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
       CHECK-CORRECTION-RELEASE.
            PERFORM FIND-CORRECTION-ENTRY.
            IF MatchPosition = 0
                DISPLAY "CORRECTION FILE " RequestedBaseName
                DISPLAY "IS NOT IN THE APPROVAL QUEUE - NOT RELEASED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF APQ-STATUS = "A"
                PERFORM PROVE-CORRECTION-FILE
            END-IF.
            EVALUATE APQ-STATUS
                WHEN "A"
                    DISPLAY "CORRECTION ENTRY " APQ-ID " APPROVED BY "
                        APQ-CHECKER " - RELEASED FOR INTAKE"
                WHEN "P"
                    DISPLAY "CORRECTION ENTRY " APQ-ID " RAISED BY "
                        APQ-MAKER " IS AWAITING APPROVAL"
                    MOVE 4 TO RETURN-CODE
                WHEN "D"
                    DISPLAY "CORRECTION ENTRY " APQ-ID " DECLINED BY "
                        APQ-CHECKER ": " APQ-NOTE
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "CORRECTION ENTRY " APQ-ID " WAS ALREADY "
                        "RELEASED - NOT RELEASED AGAIN"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.
       PROVE-CORRECTION-FILE.
            MOVE RequestedFileName TO CorrectionFileName.
            MOVE 'N' TO CorrectionEof.
            MOVE 0 TO CorrectionValueCount.
            MOVE 0 TO CorrectionHash.
            OPEN INPUT CorrectionFile.
            IF CorrectionFileStatus NOT = "00"
                DISPLAY "CORRECTION FILE NOT READABLE, STATUS "
                    CorrectionFileStatus ": " CorrectionFileName
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-CORRECTION-FILE
                READ CorrectionFile
                    AT END
                        SET END-OF-CORRECTION-FILE TO TRUE
                    NOT AT END
                        PERFORM PROVE-CORRECTION-LINE
                END-READ
            END-PERFORM.
            CLOSE CorrectionFile.
            MOVE CorrectionHash TO CorrectionHashDisplay.
            MOVE SPACES TO CorrectionProof.
            STRING "RECORDS " DELIMITED BY SIZE
                CorrectionValueCount DELIMITED BY SIZE
                " HASH " DELIMITED BY SIZE
                FUNCTION TRIM(CorrectionHashDisplay) DELIMITED BY SIZE
                INTO CorrectionProof.
            IF CorrectionProof NOT = APQ-DETAIL
                DISPLAY "CORRECTION FILE " RequestedBaseName
                DISPLAY "HAS CHANGED SINCE ENTRY " APQ-ID
                    " WAS APPROVED - NOT RELEASED"
                DISPLAY "  APPROVED: " APQ-DETAIL
                DISPLAY "  FILE NOW: " CorrectionProof
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       PROVE-CORRECTION-LINE.
            MOVE SPACES TO CorrectionTokenOne CorrectionTokenTwo
                CorrectionValueToken.
            UNSTRING CorrectionRecord DELIMITED BY ALL " "
                INTO CorrectionTokenOne CorrectionTokenTwo
                    CorrectionValueToken.
            IF CorrectionTokenOne NOT = "HDR"
                AND CorrectionTokenOne NOT = "TRL"
                AND CorrectionRecord NOT = SPACES
                IF CorrectionTokenOne NOT = "REV"
                    MOVE CorrectionTokenOne TO CorrectionValueToken
                END-IF
                ADD 1 TO CorrectionValueCount
                IF FUNCTION TEST-NUMVAL(CorrectionValueToken) = 0
                    ADD FUNCTION NUMVAL(CorrectionValueToken)
                        TO CorrectionHash
                END-IF
            END-IF.
       COMPLETE-CORRECTION-RELEASE.
            PERFORM FIND-CORRECTION-ENTRY.
            IF MatchPosition = 0 OR APQ-STATUS NOT = "A"
                DISPLAY "NO APPROVED CORRECTION ENTRY FOR "
                    RequestedBaseName
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE "C" TO APQ-STATUS.
            MOVE SPACES TO APQ-NOTE.
            STRING "RELEASED TO INTAKE " DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                INTO APQ-NOTE.
            MOVE ApprovalQueueRecord TO APT-RECORD(MatchPosition).
            MOVE 'Y' TO APT-DECIDED(MatchPosition).
            PERFORM MERGE-CURRENT-APPROVAL-QUEUE.
            PERFORM REWRITE-APPROVAL-QUEUE.
            MOVE APT-RECORD(MatchPosition) TO ApprovalQueueRecord.
            IF APT-IS-DECIDED(MatchPosition)
                DISPLAY "CORRECTION ENTRY " APQ-ID " MARKED RELEASED"
            END-IF.
       END PROGRAM APPROVAL-REVIEW.
