           02 ADJ-Source           PIC X(12).
           02 ADJ-RunDate          PIC 9(8).
           02 ADJ-Period           PIC 9(6).
           02 ADJ-RecordImage      PIC X(58).
           02 ADJ-Reason           PIC X(40).

       FD AdjustmentReport.
               10 FILLER PIC X(14) VALUE "SOURCE".
               10 FILLER PIC X(10) VALUE "RUN DATE".
               10 FILLER PIC X(8)  VALUE "PERIOD".
               10 FILLER PIC X(60) VALUE "RECORD".
               10 FILLER PIC X(40) VALUE "REASON".
           05 WS-AdjDetail.
               10 WS-AJ-Source     PIC X(12).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-AJ-Period     PIC 9(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-AJ-Image      PIC X(58).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-AJ-Reason     PIC X(40).
           05 WS-AdjTrailer.
