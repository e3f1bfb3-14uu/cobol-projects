       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.
           SELECT RunTimingFile ASSIGN TO "RUN-TIMING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunTimingStatus.
           SELECT SlaConfigFile ASSIGN TO "BATCH-SLA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaConfigStatus.
           SELECT SlaReportFile ASSIGN TO SlaReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SlaReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
       FD  RunTimingFile.
           01 RunTimingRecord.
               05 RTM-RUN-ID PIC X(13).
               05 FILLER PIC X.
               05 RTM-KIND PIC X(4).
               05 FILLER PIC X.
               05 RTM-NAME PIC X(40).
               05 FILLER PIC X.
               05 RTM-START PIC X(14).
               05 FILLER PIC X.
               05 RTM-END PIC X(14).
               05 FILLER PIC X.
               05 RTM-RC PIC 99.
       FD  SlaConfigFile.
           01 SlaConfigRecord.
               05 SLC-NAME PIC X(16).
               05 FILLER PIC X.
               05 SLC-SECONDS PIC X(7).
       FD  SlaReportFile.
           01 SlaReportRecord PIC X(80).
       WORKING-STORAGE SECTION.
           01 RunControlStatus PIC XX.
           01 RunTimingStatus PIC XX.
           01 SlaConfigStatus PIC XX.
           01 SlaReportStatus PIC XX.
           01 SlaReportFileName PIC X(40).
           01 RunId PIC X(13).
           01 ArgsNumber PICTURE 99.
           01 TimingEof PIC X VALUE 'N'.
               88 END-OF-TIMING-FILE VALUE 'Y'.
           01 ConfigEof PIC X VALUE 'N'.
               88 END-OF-CONFIG-FILE VALUE 'Y'.
           01 SlaCount PICTURE 99 VALUE 0.
           01 SlaPosition PICTURE 99.
           01 SlaTable.
               05 SlaEntry OCCURS 40.
                   10 SLA-NAME PIC X(16).
                   10 SLA-SECONDS PIC 9(6).
           01 WindowSla PICTURE 9(6) VALUE 0.
           01 DriftPercent PICTURE 9(4) VALUE 150.
           01 DriftMinimum PICTURE 9(6) VALUE 60.
           01 StepCount PICTURE 99 VALUE 0.
           01 StepPosition PICTURE 99.
           01 StepMatch PICTURE 99.
           01 StepTable.
               05 StepEntry OCCURS 30.
                   10 STP-NAME PIC X(16).
                   10 STP-START PIC X(14).
                   10 STP-END PIC X(14).
                   10 STP-ELAPSED PIC 9(6).
                   10 STP-RC PIC 99.
           01 FileCount PICTURE 99 VALUE 0.
           01 FileTable.
               05 FileEntry OCCURS 50.
                   10 FIL-NAME PIC X(40).
                   10 FIL-START PIC X(14).
                   10 FIL-END PIC X(14).
                   10 FIL-ELAPSED PIC 9(6).
                   10 FIL-RC PIC 99.
           01 HistoryCount PICTURE 99 VALUE 0.
           01 HistoryPosition PICTURE 99.
           01 HistoryMatch PICTURE 99.
           01 HistoryTable.
               05 HistoryEntry OCCURS 30.
                   10 HST-NAME PIC X(16).
                   10 HST-COUNT PIC 99.
                   10 HST-NEXT PIC 99.
                   10 HST-ELAPSED PIC 9(6) OCCURS 10.
           01 RingPosition PICTURE 99.
           01 RingTotal PICTURE 9(8).
           01 WindowHistory.
               05 WHS-COUNT PIC 99 VALUE 0.
               05 WHS-NEXT PIC 99 VALUE 1.
               05 WHS-ELAPSED PIC 9(6) OCCURS 10.
           01 PriorRunId PIC X(13) VALUE SPACES.
           01 PriorRunStart PIC X(14) VALUE SPACES.
           01 PriorRunEnd PIC X(14) VALUE SPACES.
           01 WindowStart PIC X(14) VALUE SPACES.
           01 WindowEnd PIC X(14) VALUE SPACES.
           01 TimingStamp PIC X(14).
           01 TimingParts REDEFINES TimingStamp.
               05 TMP-DATE PIC 9(8).
               05 TMP-HOUR PIC 99.
               05 TMP-MINUTE PIC 99.
               05 TMP-SECOND PIC 99.
           01 StampSeconds PICTURE 9(12).
           01 StartSeconds PICTURE 9(12).
           01 ElapsedSeconds PICTURE 9(6).
           01 PriorWindowSeconds PICTURE 9(6).
           01 AverageSeconds PICTURE 9(6).
           01 AverageKnown PIC X.
               88 AVERAGE-IS-KNOWN VALUE 'Y'.
           01 LimitSeconds PICTURE 9(6).
           01 FlagText PIC X(12).
           01 BreachCount PICTURE 99 VALUE 0.
           01 DriftCount PICTURE 99 VALUE 0.
           01 EditedElapsed PIC Z(5)9.
           01 EditedAverage PIC Z(5)9.
           01 EditedLimit PIC Z(5)9.
           01 EditedStart PIC X(8).
           01 EditedEnd PIC X(8).
           01 LineName PIC X(16).
           01 LineStart PIC X(14).
           01 LineEnd PIC X(14).
           01 ReportLine PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
            IF ArgsNumber = 1
                DISPLAY 1 UPON ARGUMENT-NUMBER
                ACCEPT RunId FROM ARGUMENT-VALUE
            ELSE
                PERFORM READ-RUN-ID
            END-IF.
            PERFORM LOAD-SLA-CONFIG.
            PERFORM LOAD-RUN-TIMINGS.
            IF StepCount = 0
                DISPLAY "NO TIMING RECORDS FOR RUN " RunId
                DISPLAY "SLA STATUS: NOT TIMED"
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-SLA-REPORT.
            IF BreachCount > 0 OR DriftCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
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
       LOAD-SLA-CONFIG.
            OPEN INPUT SlaConfigFile.
            IF SlaConfigStatus = "00"
                PERFORM UNTIL END-OF-CONFIG-FILE
                    READ SlaConfigFile
                        AT END
                            SET END-OF-CONFIG-FILE TO TRUE
                        NOT AT END
                            PERFORM NOTE-SLA-ENTRY
                    END-READ
                END-PERFORM
                CLOSE SlaConfigFile
            END-IF.
       NOTE-SLA-ENTRY.
            IF SLC-NAME NOT = SPACES
                IF FUNCTION TEST-NUMVAL(SLC-SECONDS) NOT = 0
                    DISPLAY "WARNING: SLA ENTRY FOR " SLC-NAME
                        " IS NOT NUMERIC, ENTRY SKIPPED"
                ELSE
                    EVALUATE SLC-NAME
                        WHEN "BATCH-WINDOW"
                            COMPUTE WindowSla =
                                FUNCTION NUMVAL(SLC-SECONDS)
                        WHEN "DRIFT-PERCENT"
                            COMPUTE DriftPercent =
                                FUNCTION NUMVAL(SLC-SECONDS)
                        WHEN "DRIFT-MINIMUM"
                            COMPUTE DriftMinimum =
                                FUNCTION NUMVAL(SLC-SECONDS)
                        WHEN OTHER
                            IF SlaCount < 40
                                ADD 1 TO SlaCount
                                MOVE SLC-NAME TO SLA-NAME(SlaCount)
                                COMPUTE SLA-SECONDS(SlaCount) =
                                    FUNCTION NUMVAL(SLC-SECONDS)
                            ELSE
                                DISPLAY "WARNING: SLA TABLE FULL, "
                                    "ENTRY SKIPPED"
                            END-IF
                    END-EVALUATE
                END-IF
            END-IF.
       LOAD-RUN-TIMINGS.
            OPEN INPUT RunTimingFile.
            IF RunTimingStatus = "00"
                PERFORM UNTIL END-OF-TIMING-FILE
                    READ RunTimingFile
                        AT END
                            SET END-OF-TIMING-FILE TO TRUE
                        NOT AT END
                            PERFORM NOTE-TIMING-RECORD
                    END-READ
                END-PERFORM
                CLOSE RunTimingFile
            END-IF.
            PERFORM CLOSE-PRIOR-WINDOW.
       NOTE-TIMING-RECORD.
            IF RTM-START IS NUMERIC AND RTM-END IS NUMERIC
                MOVE RTM-START TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                MOVE StampSeconds TO StartSeconds
                MOVE RTM-END TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                IF StampSeconds > StartSeconds
                    COMPUTE ElapsedSeconds = StampSeconds
                        - StartSeconds
                ELSE
                    MOVE 0 TO ElapsedSeconds
                END-IF
                EVALUATE TRUE
                    WHEN RTM-RUN-ID = RunId AND RTM-KIND = "STEP"
                        PERFORM NOTE-CURRENT-STEP
                    WHEN RTM-RUN-ID = RunId AND RTM-KIND = "FILE"
                        PERFORM NOTE-CURRENT-FILE
                    WHEN RTM-RUN-ID < RunId AND RTM-KIND = "STEP"
                        PERFORM NOTE-PRIOR-STEP
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       COMPUTE-STAMP-SECONDS.
            COMPUTE StampSeconds =
                FUNCTION INTEGER-OF-DATE(TMP-DATE) * 86400
                + TMP-HOUR * 3600 + TMP-MINUTE * 60 + TMP-SECOND.
       NOTE-CURRENT-STEP.
            MOVE 0 TO StepMatch.
            MOVE 1 TO StepPosition.
            PERFORM UNTIL StepPosition > StepCount
                IF STP-NAME(StepPosition) = RTM-NAME
                    MOVE StepPosition TO StepMatch
                END-IF
                ADD 1 TO StepPosition
            END-PERFORM.
            IF StepMatch = 0
                IF StepCount < 30
                    ADD 1 TO StepCount
                    MOVE StepCount TO StepMatch
                ELSE
                    DISPLAY "WARNING: STEP TIMING TABLE FULL, "
                        "ENTRY SKIPPED"
                END-IF
            END-IF.
            IF StepMatch > 0
                MOVE RTM-NAME TO STP-NAME(StepMatch)
                MOVE RTM-START TO STP-START(StepMatch)
                MOVE RTM-END TO STP-END(StepMatch)
                MOVE ElapsedSeconds TO STP-ELAPSED(StepMatch)
                MOVE RTM-RC TO STP-RC(StepMatch)
                IF WindowStart = SPACES OR RTM-START < WindowStart
                    MOVE RTM-START TO WindowStart
                END-IF
                IF WindowEnd = SPACES OR RTM-END > WindowEnd
                    MOVE RTM-END TO WindowEnd
                END-IF
            END-IF.
       NOTE-CURRENT-FILE.
            IF FileCount < 50
                ADD 1 TO FileCount
                MOVE RTM-NAME TO FIL-NAME(FileCount)
                MOVE RTM-START TO FIL-START(FileCount)
                MOVE RTM-END TO FIL-END(FileCount)
                MOVE ElapsedSeconds TO FIL-ELAPSED(FileCount)
                MOVE RTM-RC TO FIL-RC(FileCount)
            ELSE
                DISPLAY "WARNING: INTAKE FILE TIMING TABLE FULL, "
                    "ENTRY SKIPPED"
            END-IF.
       NOTE-PRIOR-STEP.
            IF RTM-RUN-ID NOT = PriorRunId
                PERFORM CLOSE-PRIOR-WINDOW
                MOVE RTM-RUN-ID TO PriorRunId
            END-IF.
            IF PriorRunStart = SPACES OR RTM-START < PriorRunStart
                MOVE RTM-START TO PriorRunStart
            END-IF.
            IF PriorRunEnd = SPACES OR RTM-END > PriorRunEnd
                MOVE RTM-END TO PriorRunEnd
            END-IF.
            MOVE 0 TO HistoryMatch.
            MOVE 1 TO HistoryPosition.
            PERFORM UNTIL HistoryPosition > HistoryCount
                IF HST-NAME(HistoryPosition) = RTM-NAME
                    MOVE HistoryPosition TO HistoryMatch
                END-IF
                ADD 1 TO HistoryPosition
            END-PERFORM.
            IF HistoryMatch = 0 AND HistoryCount < 30
                ADD 1 TO HistoryCount
                MOVE HistoryCount TO HistoryMatch
                MOVE RTM-NAME TO HST-NAME(HistoryMatch)
                MOVE 0 TO HST-COUNT(HistoryMatch)
                MOVE 1 TO HST-NEXT(HistoryMatch)
            END-IF.
            IF HistoryMatch > 0
                MOVE ElapsedSeconds TO HST-ELAPSED(HistoryMatch,
                    HST-NEXT(HistoryMatch))
                IF HST-COUNT(HistoryMatch) < 10
                    ADD 1 TO HST-COUNT(HistoryMatch)
                END-IF
                IF HST-NEXT(HistoryMatch) >= 10
                    MOVE 1 TO HST-NEXT(HistoryMatch)
                ELSE
                    ADD 1 TO HST-NEXT(HistoryMatch)
                END-IF
            END-IF.
       CLOSE-PRIOR-WINDOW.
            IF PriorRunId NOT = SPACES
                MOVE PriorRunStart TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                MOVE StampSeconds TO StartSeconds
                MOVE PriorRunEnd TO TimingStamp
                PERFORM COMPUTE-STAMP-SECONDS
                IF StampSeconds > StartSeconds
                    COMPUTE PriorWindowSeconds = StampSeconds
                        - StartSeconds
                ELSE
                    MOVE 0 TO PriorWindowSeconds
                END-IF
                MOVE PriorWindowSeconds TO WHS-ELAPSED(WHS-NEXT)
                IF WHS-COUNT < 10
                    ADD 1 TO WHS-COUNT
                END-IF
                IF WHS-NEXT >= 10
                    MOVE 1 TO WHS-NEXT
                ELSE
                    ADD 1 TO WHS-NEXT
                END-IF
            END-IF.
            MOVE SPACES TO PriorRunId PriorRunStart PriorRunEnd.
       WRITE-SLA-REPORT.
            MOVE SPACES TO SlaReportFileName.
            STRING "SLA-REPORT." DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO SlaReportFileName.
            OPEN OUTPUT SlaReportFile.
            IF SlaReportStatus NOT = "00"
                DISPLAY "REPORT FILE OPEN FAILED, STATUS "
                    SlaReportStatus
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ReportLine.
            STRING "BATCH WINDOW TIMING AND SLA REPORT - RUN "
                DELIMITED BY SIZE
                RunId DELIMITED BY SIZE
                INTO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO ReportLine.
            MOVE "STEP" TO ReportLine(1:4).
            MOVE "START" TO ReportLine(18:5).
            MOVE "END" TO ReportLine(27:3).
            MOVE "ELAPSED" TO ReportLine(36:7).
            MOVE "AVERAGE" TO ReportLine(44:7).
            MOVE "SLA" TO ReportLine(56:3).
            MOVE "FLAG" TO ReportLine(61:4).
            PERFORM WRITE-REPORT-LINE.
            MOVE 1 TO StepPosition.
            PERFORM UNTIL StepPosition > StepCount
                PERFORM REPORT-ONE-STEP
                ADD 1 TO StepPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            PERFORM REPORT-BATCH-WINDOW.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            MOVE "INTAKE FILES:" TO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            IF FileCount = 0
                MOVE "  NO INTAKE FILE TIMINGS FOR THIS RUN"
                    TO ReportLine
                PERFORM WRITE-REPORT-LINE
            END-IF.
            MOVE 1 TO StepPosition.
            PERFORM UNTIL StepPosition > FileCount
                PERFORM REPORT-ONE-FILE
                ADD 1 TO StepPosition
            END-PERFORM.
            MOVE SPACES TO ReportLine.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO ReportLine.
            IF BreachCount = 0 AND DriftCount = 0
                MOVE "SLA STATUS: MET" TO ReportLine
            ELSE
                IF BreachCount > 0
                    STRING "SLA STATUS: BREACHED - " DELIMITED BY SIZE
                        BreachCount DELIMITED BY SIZE
                        " OVER SLA, " DELIMITED BY SIZE
                        DriftCount DELIMITED BY SIZE
                        " ABOVE USUAL" DELIMITED BY SIZE
                        INTO ReportLine
                ELSE
                    STRING "SLA STATUS: WARNING - " DELIMITED BY SIZE
                        DriftCount DELIMITED BY SIZE
                        " ABOVE USUAL" DELIMITED BY SIZE
                        INTO ReportLine
                END-IF
            END-IF.
            PERFORM WRITE-REPORT-LINE.
            DISPLAY ReportLine.
            CLOSE SlaReportFile.
            DISPLAY "SLA REPORT WRITTEN TO " SlaReportFileName.
       REPORT-ONE-STEP.
            MOVE STP-NAME(StepPosition) TO LineName.
            MOVE STP-START(StepPosition) TO LineStart.
            MOVE STP-END(StepPosition) TO LineEnd.
            MOVE STP-ELAPSED(StepPosition) TO ElapsedSeconds.
            MOVE 'N' TO AverageKnown.
            MOVE 0 TO AverageSeconds.
            MOVE 0 TO HistoryMatch.
            MOVE 1 TO HistoryPosition.
            PERFORM UNTIL HistoryPosition > HistoryCount
                IF HST-NAME(HistoryPosition) = LineName
                    MOVE HistoryPosition TO HistoryMatch
                END-IF
                ADD 1 TO HistoryPosition
            END-PERFORM.
            IF HistoryMatch > 0
                MOVE 0 TO RingTotal
                MOVE 1 TO RingPosition
                PERFORM UNTIL RingPosition > HST-COUNT(HistoryMatch)
                    ADD HST-ELAPSED(HistoryMatch, RingPosition)
                        TO RingTotal
                    ADD 1 TO RingPosition
                END-PERFORM
                COMPUTE AverageSeconds ROUNDED =
                    RingTotal / HST-COUNT(HistoryMatch)
                IF HST-COUNT(HistoryMatch) >= 3
                    SET AVERAGE-IS-KNOWN TO TRUE
                END-IF
            END-IF.
            MOVE 0 TO LimitSeconds.
            MOVE 1 TO SlaPosition.
            PERFORM UNTIL SlaPosition > SlaCount
                IF SLA-NAME(SlaPosition) = LineName
                    MOVE SLA-SECONDS(SlaPosition) TO LimitSeconds
                END-IF
                ADD 1 TO SlaPosition
            END-PERFORM.
            PERFORM JUDGE-AND-WRITE-LINE.
       REPORT-BATCH-WINDOW.
            MOVE "BATCH WINDOW" TO LineName.
            MOVE WindowStart TO LineStart.
            MOVE WindowEnd TO LineEnd.
            MOVE WindowStart TO TimingStamp.
            PERFORM COMPUTE-STAMP-SECONDS.
            MOVE StampSeconds TO StartSeconds.
            MOVE WindowEnd TO TimingStamp.
            PERFORM COMPUTE-STAMP-SECONDS.
            IF StampSeconds > StartSeconds
                COMPUTE ElapsedSeconds = StampSeconds - StartSeconds
            ELSE
                MOVE 0 TO ElapsedSeconds
            END-IF.
            MOVE 'N' TO AverageKnown.
            MOVE 0 TO AverageSeconds.
            IF WHS-COUNT > 0
                MOVE 0 TO RingTotal
                MOVE 1 TO RingPosition
                PERFORM UNTIL RingPosition > WHS-COUNT
                    ADD WHS-ELAPSED(RingPosition) TO RingTotal
                    ADD 1 TO RingPosition
                END-PERFORM
                COMPUTE AverageSeconds ROUNDED = RingTotal / WHS-COUNT
                IF WHS-COUNT >= 3
                    SET AVERAGE-IS-KNOWN TO TRUE
                END-IF
            END-IF.
            MOVE WindowSla TO LimitSeconds.
            PERFORM JUDGE-AND-WRITE-LINE.
       JUDGE-AND-WRITE-LINE.
            MOVE SPACES TO FlagText.
            IF AVERAGE-IS-KNOWN
                AND ElapsedSeconds * 100 > AverageSeconds * DriftPercent
                AND ElapsedSeconds - AverageSeconds >= DriftMinimum
                MOVE "ABOVE USUAL" TO FlagText
                ADD 1 TO DriftCount
                DISPLAY "WARNING: " FUNCTION TRIM(LineName)
                    " TOOK " ElapsedSeconds " SECONDS AGAINST A USUAL "
                    AverageSeconds
            END-IF.
            IF LimitSeconds > 0 AND ElapsedSeconds > LimitSeconds
                MOVE "SLA BREACH" TO FlagText
                ADD 1 TO BreachCount
                DISPLAY "SLA BREACH: " FUNCTION TRIM(LineName)
                    " TOOK " ElapsedSeconds " SECONDS AGAINST AN "
                    "SLA OF " LimitSeconds
            END-IF.
            MOVE ElapsedSeconds TO EditedElapsed.
            MOVE AverageSeconds TO EditedAverage.
            MOVE LimitSeconds TO EditedLimit.
            MOVE LineStart TO TimingStamp.
            PERFORM EDIT-CLOCK-TIME.
            MOVE EditedEnd TO EditedStart.
            MOVE LineEnd TO TimingStamp.
            PERFORM EDIT-CLOCK-TIME.
            MOVE SPACES TO ReportLine.
            MOVE LineName TO ReportLine(1:16).
            MOVE EditedStart TO ReportLine(18:8).
            MOVE EditedEnd TO ReportLine(27:8).
            MOVE EditedElapsed TO ReportLine(37:6).
            IF AverageSeconds > 0 OR AVERAGE-IS-KNOWN
                MOVE EditedAverage TO ReportLine(45:6)
            ELSE
                MOVE "     -" TO ReportLine(45:6)
            END-IF.
            IF LimitSeconds > 0
                MOVE EditedLimit TO ReportLine(53:6)
            ELSE
                MOVE "     -" TO ReportLine(53:6)
            END-IF.
            MOVE FlagText TO ReportLine(60:12).
            PERFORM WRITE-REPORT-LINE.
       REPORT-ONE-FILE.
            MOVE FIL-START(StepPosition) TO TimingStamp.
            PERFORM EDIT-CLOCK-TIME.
            MOVE EditedEnd TO EditedStart.
            MOVE FIL-END(StepPosition) TO TimingStamp.
            PERFORM EDIT-CLOCK-TIME.
            MOVE FIL-ELAPSED(StepPosition) TO EditedElapsed.
            MOVE SPACES TO ReportLine.
            MOVE "  " TO ReportLine(1:2).
            MOVE FIL-NAME(StepPosition) TO ReportLine(3:40).
            MOVE EditedStart TO ReportLine(44:8).
            MOVE EditedEnd TO ReportLine(53:8).
            MOVE EditedElapsed TO ReportLine(63:6).
            MOVE "  RC " TO ReportLine(69:5).
            MOVE FIL-RC(StepPosition) TO ReportLine(74:2).
            PERFORM WRITE-REPORT-LINE.
       EDIT-CLOCK-TIME.
            MOVE SPACES TO EditedEnd.
            STRING TimingStamp(9:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                TimingStamp(11:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                TimingStamp(13:2) DELIMITED BY SIZE
                INTO EditedEnd.
       WRITE-REPORT-LINE.
            MOVE ReportLine TO SlaReportRecord.
            WRITE SlaReportRecord.
       END PROGRAM SLA-REPORT.
