       FD  SourceLogFile.
           01 SourceLogRecord PIC X(120).
       FD  InquiryReportFile.
           01 InquiryReportRecord PIC X(100).
       FD  ArchiveIndexFile.
           01 ArchiveIndexRecord.
               05 AIX-DATE PIC X(8).
           01 TokenEight PIC X(20).
           01 TranrefMatch PIC X.
               88 TRANREF-MATCHED VALUE 'Y'.
           01 RecordTranref PIC X(12).
           01 RecordLinkType PIC X(3).
           01 RecordLinkTranref PIC X(12).
           01 LinkCount PICTURE 9(4) VALUE 0.
           01 LinkPosition PICTURE 9(4).
           01 LinkMatch PICTURE 9(4).
           01 LinkHits PICTURE 9(4).
           01 EditedLinkHits PIC Z(3)9.
           01 LinkTable.
               05 LinkEntry OCCURS 2000.
                   10 LNK-ORIGINAL PIC X(12).
                   10 LNK-TRANREF PIC X(12).
                   10 LNK-RUN-ID PIC X(13).
           01 ParsedIndex PICTURE 9(5).
           01 ExtractCount PICTURE 9(5) VALUE 0.
           01 SelectedCount PICTURE 9(5) VALUE 0.
                   10 EXT-PROGRAM PIC X(12).
                   10 EXT-INDEX PIC 9(5).
                   10 EXT-VALUE PIC X(12).
                   10 EXT-TRANREF PIC X(12).
                   10 EXT-LINK-TYPE PIC X(3).
                   10 EXT-LINK-TRANREF PIC X(12).
           01 ReportLine.
               05 RPT-TIMESTAMP PIC X(21).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RPT-INDEX PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RPT-VALUE PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RPT-NOTE PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ArgsNumber FROM ARGUMENT-NUMBER.
                MOVE AIX-FILENAME TO ARC-FILENAME(ArchiveCount)
            END-IF.
       SELECT-AUDIT-RECORD.
            IF SourceLogRecord(1:5) NOT = "SEAL "
                PERFORM SELECT-AUDIT-LINE
            END-IF.
       SELECT-AUDIT-LINE.
            MOVE SPACES TO TokenIndex TokenValue
                TokenProgram TokenTimestamp.
            MOVE SPACES TO TokenFive TokenSix TokenSeven
                DISPLAY "MALFORMED AUDIT RECORD SKIPPED IN "
                    SourceLogName
            ELSE
                PERFORM NOTE-RECORD-LINK
                PERFORM CHECK-TRANREF-FILTER
                COMPUTE ParsedIndex = FUNCTION NUMVAL(TokenIndex)
                IF TokenTimestamp(1:8) >= FromDate
                    PERFORM INSERT-EXTRACT-ENTRY
                END-IF
            END-IF.
       NOTE-RECORD-LINK.
            MOVE SPACES TO RecordTranref RecordLinkType
                RecordLinkTranref.
            IF TokenProgram = "ARGS-SUM"
                MOVE SourceLogRecord(71:12) TO RecordTranref
                MOVE SourceLogRecord(102:3) TO RecordLinkType
                MOVE SourceLogRecord(106:12) TO RecordLinkTranref
            END-IF.
            IF RecordLinkType = "REV"
                IF LinkCount < 2000
                    ADD 1 TO LinkCount
                    MOVE RecordLinkTranref TO LNK-ORIGINAL(LinkCount)
                    MOVE RecordTranref TO LNK-TRANREF(LinkCount)
                    MOVE SourceLogRecord(48:13)
                        TO LNK-RUN-ID(LinkCount)
                ELSE
                    DISPLAY "WARNING: REVERSAL LINK TABLE FULL, "
                        "ENTRY SKIPPED"
                END-IF
            END-IF.
       CHECK-TRANREF-FILTER.
            IF TranrefFilter = SPACES
                MOVE 'Y' TO TranrefMatch
                    OR TokenSix = TranrefFilter
                    OR TokenSeven = TranrefFilter
                    OR TokenEight = TranrefFilter
                    OR RecordLinkTranref = TranrefFilter
                    MOVE 'Y' TO TranrefMatch
                END-IF
            END-IF.
            MOVE TokenProgram TO EXT-PROGRAM(InsertPosition).
            MOVE ParsedIndex TO EXT-INDEX(InsertPosition).
            MOVE TokenValue TO EXT-VALUE(InsertPosition).
            MOVE RecordTranref TO EXT-TRANREF(InsertPosition).
            MOVE RecordLinkType TO EXT-LINK-TYPE(InsertPosition).
            MOVE RecordLinkTranref
                TO EXT-LINK-TRANREF(InsertPosition).
            ADD 1 TO ExtractCount.
       WRITE-EXTRACT-REPORT.
            OPEN OUTPUT InquiryReportFile.
                MOVE EXT-PROGRAM(ScanPosition) TO RPT-PROGRAM
                MOVE EXT-INDEX(ScanPosition) TO RPT-INDEX
                MOVE EXT-VALUE(ScanPosition) TO RPT-VALUE
                PERFORM BUILD-LINK-NOTE
                MOVE ReportLine TO InquiryReportRecord
                WRITE InquiryReportRecord
                DISPLAY ReportLine
                INTO InquiryReportRecord.
            WRITE InquiryReportRecord.
            CLOSE InquiryReportFile.
       BUILD-LINK-NOTE.
            MOVE SPACES TO RPT-NOTE.
            IF EXT-LINK-TYPE(ScanPosition) = "REV"
                STRING "REVERSES " DELIMITED BY SIZE
                    EXT-LINK-TRANREF(ScanPosition) DELIMITED BY SIZE
                    INTO RPT-NOTE
            ELSE
                IF EXT-TRANREF(ScanPosition) NOT = SPACES
                    PERFORM FIND-REVERSAL-LINKS
                END-IF
            END-IF.
       FIND-REVERSAL-LINKS.
            MOVE 0 TO LinkHits.
            MOVE 0 TO LinkMatch.
            MOVE 1 TO LinkPosition.
            PERFORM UNTIL LinkPosition > LinkCount
                IF LNK-ORIGINAL(LinkPosition)
                    = EXT-TRANREF(ScanPosition)
                    ADD 1 TO LinkHits
                    MOVE LinkPosition TO LinkMatch
                END-IF
                ADD 1 TO LinkPosition
            END-PERFORM.
            IF LinkHits = 1
                IF LNK-TRANREF(LinkMatch) NOT = SPACES
                    STRING "REVERSED BY " DELIMITED BY SIZE
                        LNK-TRANREF(LinkMatch) DELIMITED BY SIZE
                        INTO RPT-NOTE
                ELSE
                    STRING "REVERSED IN RUN " DELIMITED BY SIZE
                        LNK-RUN-ID(LinkMatch) DELIMITED BY SIZE
                        INTO RPT-NOTE
                END-IF
            END-IF.
            IF LinkHits > 1
                MOVE LinkHits TO EditedLinkHits
                STRING "REVERSED BY " DELIMITED BY SIZE
                    FUNCTION TRIM(EditedLinkHits) DELIMITED BY SIZE
                    " REVERSALS" DELIMITED BY SIZE
                    INTO RPT-NOTE
            END-IF.
       END PROGRAM AUDIT-INQUIRY.
