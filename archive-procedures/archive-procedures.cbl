               05 Month PIC 9(2).
               05 TDay PIC 9(2).
           02 Cost     PIC 9(5)V99.
           02 DiagnosisCodes.
               05 DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       FD ProcedureHistoryFile.
       01 HistoryRecord.
           88 EndOfHistoryFile     VALUE HIGH-VALUES.
           02 HIS-RecordImage      PIC X(58).
           02 HIS-ArchiveDate      PIC 9(8).

      * Shared run-control file for day-end balancing. Every job
           02 WS-HP-ProcedureCode   PIC X(3).
           02 WS-HP-DateOfTreatment PIC 9(8).
           02 WS-HP-Cost            PIC 9(5)V99.
           02 WS-HP-DiagnosisCodes  PIC X(28).

       01  WS-ScannedCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-ArchivedCounter       PIC 9(7) COMP VALUE ZEROES.
                   Cost NUMERIC AND
                   DateOfTreatment NUMERIC AND
                   DateOfTreatment < WS-CutoffDate
               MOVE ProcedureRecord TO HIS-RecordImage
               MOVE WS-CurrentDate TO HIS-ArchiveDate
               WRITE HistoryRecord
               DELETE PatientProceduresFile
