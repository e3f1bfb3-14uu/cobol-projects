               05 AUD-TRANREF PIC X(12).
               05 FILLER PIC X.
               05 AUD-BATCH-ID PIC X(17).
               05 FILLER PIC X.
               05 AUD-LINK-TYPE PIC X(3).
               05 FILLER PIC X.
               05 AUD-LINK-TRANREF PIC X(12).
       FD  ProfileFile.
           01 ProfileRecord.
               05 DGP-SOURCE PIC X(8).
                   10 DGP-LEAD PIC 9(5) OCCURS 9.
               05 DGP-LAST-GROUP.
                   10 DGP-LAST PIC 9(5) OCCURS 10.
               05 FILLER PIC X.
               05 DGP-RUN-ID PIC X(13).
       FD  ScreenReportFile.
           01 ScreenReportRecord PIC X(100).
       FD  RunControlFile.
               88 END-OF-AUDIT-FILE VALUE 'Y'.
           01 ProfileEof PIC X VALUE 'N'.
               88 END-OF-PROFILE-FILE VALUE 'Y'.
           01 ProfileHoldsRun PIC X VALUE 'N'.
               88 RUN-ALREADY-PROFILED VALUE 'Y'.
           01 TodayDate PIC X(8).
           01 ParsedValue PICTURE S9(7)V99.
           01 AbsoluteValue PICTURE 9(5).
            END-IF.
            PERFORM LOAD-DIGIT-PROFILE.
            PERFORM WRITE-SCREEN-REPORT.
            IF RUN-ALREADY-PROFILED
                DISPLAY "RUN " RunId " IS ALREADY IN THE DIGIT "
                    "PROFILE - NOT APPENDED AGAIN"
            ELSE
                PERFORM APPEND-TODAYS-PROFILE
            END-IF.
            IF FlagCount > 0
                DISPLAY "*** " FlagCount " DIGIT-FREQUENCY FLAGS "
                    "RAISED - SEE DIGIT-SCREEN-REPORT.TXT ***"
                        SET END-OF-AUDIT-FILE TO TRUE
                    NOT AT END
                        IF AUD-RUN-ID = RunId
                            AND AuditRecord(1:5) NOT = "SEAL "
                            AND AUD-BATCH-ID NOT = SPACES
                            AND AUD-LINK-TYPE NOT = "REV"
                            PERFORM TALLY-ONE-AUDIT-VALUE
                        END-IF
                END-READ
                        AT END
                            SET END-OF-PROFILE-FILE TO TRUE
                        NOT AT END
                            IF DGP-RUN-ID = RunId
                                SET RUN-ALREADY-PROFILED TO TRUE
                            ELSE
                                PERFORM ABSORB-PROFILE-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ProfileFile
                    MOVE SPACES TO ProfileRecord
                    MOVE DSB-SOURCE(BatchPosition) TO DGP-SOURCE
                    MOVE TodayDate TO DGP-DATE
                    MOVE RunId TO DGP-RUN-ID
                    MOVE DSB-TOTAL(BatchPosition) TO DGP-TOTAL
                    MOVE 1 TO DigitIndex
                    PERFORM UNTIL DigitIndex > 9
