               05 SMR-NAME PIC X(8).
               05 FILLER PIC X.
               05 SMR-DAYS PIC X(7).
               05 FILLER PIC X.
               05 SMR-CHECK-SCHEME PIC X(5).
       FD  SumResultFile.
           01 SumResultRecord.
               05 SRF-RUN-ID PIC X(13).
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
       FD  RunControlFile.
           01 RunControlRecord PIC X(13).
       FD  RunRegisterFile.
