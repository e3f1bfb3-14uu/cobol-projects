       FD  ClosedMonthsFile.
           01 ClosedMonthsRecord.
               05 CLM-MONTH PIC X(6).
               05 FILLER PIC X(46).
       WORKING-STORAGE SECTION.
           01 InputFileName PIC X(100).
           01 ValuesFileStatus PIC XX.
                    PERFORM PROCESS-HEADER-RECORD
                WHEN "TRL "
                    PERFORM PROCESS-TRAILER-RECORD
                WHEN "REV "
                    PERFORM PROCESS-REVERSAL-RECORD
                WHEN OTHER
                    PERFORM PROCESS-VALUE-RECORD
            END-EVALUATE.
                PERFORM INSERT-SORTED-VALUE
                ADD 1 TO BatchAcceptedCount
            END-IF.
       PROCESS-REVERSAL-RECORD.
            IF NOT BATCH-IS-OPEN
                DISPLAY "REVERSAL RECORD OUTSIDE OF A BATCH - "
                    "MISSING HEADER RECORD"
                MOVE 20 TO RETURN-CODE
                CLOSE ValuesFile
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
            IF FUNCTION TEST-NUMVAL(RawArg) NOT = 0
