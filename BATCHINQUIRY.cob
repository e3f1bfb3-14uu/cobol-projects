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
       FD  AverageResultFile.
           01 AverageResultRecord.
               05 ARF-RUN-ID PIC X(13).
