           01 DuplicateCount PICTURE 99 VALUE 0.
           01 IntakeMode PIC X(9).
               88 CHECK-MODE-RUN VALUE "-FILE".
               88 MARK-MODE-RUN VALUE "-MARK" "-MARKCORR" "-MARKREL".
               88 CORRECTION-MARK-RUN VALUE "-MARKCORR".
               88 RELEASE-MARK-RUN VALUE "-MARKREL".
           01 RegisterStatusOut PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    FileBatchCount " NEW BATCHES IN "
                    InputFileName
            ELSE
                EVALUATE TRUE
                    WHEN CORRECTION-MARK-RUN
                        MOVE "CORRECTION" TO RegisterStatusOut
                    WHEN RELEASE-MARK-RUN
                        MOVE "RELEASE" TO RegisterStatusOut
                    WHEN OTHER
                        MOVE "PROCESSED" TO RegisterStatusOut
                END-EVALUATE
                PERFORM REGISTER-FILE-BATCHES
                DISPLAY "TRANSMISSION REGISTERED " RegisterStatusOut
                    ": " FileBatchCount " BATCHES FROM "
            DISPLAY "USAGE: BATCH-INTAKE -FILE VALUESFILE".
            DISPLAY "       BATCH-INTAKE -MARK VALUESFILE".
            DISPLAY "       BATCH-INTAKE -MARKCORR VALUESFILE".
            DISPLAY "       BATCH-INTAKE -MARKREL VALUESFILE".
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       COLLECT-FILE-BATCHES.
       MATCH-REGISTER-RECORD.
            IF TRX-STATUS NOT = "PROCESSED"
                AND TRX-STATUS NOT = "CORRECTION"
                AND TRX-STATUS NOT = "RELEASE"
                CONTINUE
            ELSE
                MOVE 1 TO FileBatchPosition
