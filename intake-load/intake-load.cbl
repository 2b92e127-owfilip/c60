      * are reported as duplicates; records failing the same edits
      * the batch run applies are rejected with the record image and
      * reason, ready for correction and resubmission.
      * A procedure carries up to four diagnosis codes. Every code
      * given must be on the diagnosis reference file and active
      * there, or the record is rejected naming the code; blank
      * slots are ignored. Whether the diagnoses support the
      * procedure is left to the claim run's medical-necessity edit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCF-Key.

           SELECT DiagnosisCodeFile
           ASSIGN TO 'diagnosis-codes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DX-Code.

           SELECT ClinicCodeFile
           ASSIGN TO 'clinic-codes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           02 IPR-ProcedureCode    PIC X(3).
           02 IPR-DateOfTreatment  PIC 9(8).
           02 IPR-Cost             PIC 9(5)V99.
           02 IPR-DiagnosisCodes.
               03 IPR-DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       01 IntakeBatchRecord.
           02 FILLER               PIC X.
               05 Month PIC 9(2).
               05 TDay PIC 9(2).
           02 Cost     PIC 9(5)V99.
           02 DiagnosisCodes.
               05 DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       FD IntakeRejectFile.
       01 IntakeRejectLine         PIC X(110).

      * The fee schedule is effective-dated: one row per code and
      * effective-from date, maintained by the code maintenance
               88 ProcCodeActive   VALUE "A".
               88 ProcCodeInactive VALUE "I".

      * Diagnosis reference file: one record per diagnosis code the
      * practice may bill, with its description and an active /
      * inactive status.
       FD DiagnosisCodeFile.
       01 DiagnosisCodeRecord.
           02 DX-Code              PIC X(7).
           02 DX-Description       PIC X(40).
           02 DX-Status            PIC X.
               88 DiagnosisActive   VALUE "A".
               88 DiagnosisInactive VALUE "I".

       FD IntakeLoadReport.
       01 IntakeLoadLine           PIC X(160).

           02 ADJ-Source           PIC X(12).
           02 ADJ-RunDate          PIC 9(8).
           02 ADJ-Period           PIC 9(6).
           02 ADJ-RecordImage      PIC X(58).
           02 ADJ-Reason           PIC X(40).

      * Shared run-control file for day-end balancing. Every job

       01  WS-RejectReason         PIC X(40).
       01  WS-RejectDetail.
           05 WS-RJ-Record         PIC X(58).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

       01  WS-IntakeCodeSwitch     PIC X VALUE "N".
           88 IntakeCodeValid      VALUE "Y".
           88 IntakeCodeInvalid    VALUE "N".
       01  WS-DX-Idx               PIC 9(1) COMP.

       01  WS-ClinicTable.
           05 WS-CLT-Entry OCCURS 20 TIMES.
           OPEN INPUT ClinicCodeFile.
           PERFORM LoadClinicCodes.
           CLOSE ClinicCodeFile.
           OPEN INPUT DiagnosisCodeFile.
           OPEN INPUT IntakeFile.
           OPEN I-O PatientProceduresFile.
           OPEN I-O ClinicXrefFile.
           PERFORM WriteClinicTotals.
           PERFORM WriteLoadTrailer.
           PERFORM WriteRunEnd.
           CLOSE DiagnosisCodeFile.
           CLOSE IntakeFile.
           CLOSE PatientProceduresFile.
           CLOSE ClinicXrefFile.
                           PERFORM DivertClosedPeriodRecord
                       ELSE
                           PERFORM CheckIntakeCode
                           IF IntakeCodeValid
                               PERFORM CheckIntakeDiagnoses
                           END-IF
                           IF IntakeCodeValid
                               PERFORM LoadValidProcedure
                           ELSE
               END-IF
           END-IF.

      * Each diagnosis code given must be on the reference file and
      * active; the first one that is not rejects the record.
       CheckIntakeDiagnoses.
           PERFORM CheckIntakeDiagnosis
               VARYING WS-DX-Idx FROM 1 BY 1
               UNTIL WS-DX-Idx > 4 OR IntakeCodeInvalid.

       CheckIntakeDiagnosis.
           IF IPR-DiagnosisCode(WS-DX-Idx) NOT = SPACES
               MOVE IPR-DiagnosisCode(WS-DX-Idx) TO DX-Code
               READ DiagnosisCodeFile
                   INVALID KEY
                       SET IntakeCodeInvalid TO TRUE
                       MOVE "UNKNOWN DIAGNOSIS CODE: " TO
                           WS-RejectReason
                       MOVE IPR-DiagnosisCode(WS-DX-Idx) TO
                           WS-RejectReason(25:7)
                   NOT INVALID KEY
                       IF NOT DiagnosisActive
                           SET IntakeCodeInvalid TO TRUE
                           MOVE "DIAGNOSIS CODE NOT ACTIVE: " TO
                               WS-RejectReason
                           MOVE IPR-DiagnosisCode(WS-DX-Idx) TO
                               WS-RejectReason(28:7)
                       END-IF
               END-READ
           END-IF.

       WriteNewProcedure.
           MOVE "P" TO RecordDType.
           MOVE IPR-SSN TO SSN.
           MOVE IPR-ProcedureCode TO ProcedureCode.
           MOVE IPR-DateOfTreatment TO DateOfTreatment.
           MOVE IPR-Cost TO Cost.
           MOVE IPR-DiagnosisCodes TO DiagnosisCodes.
           WRITE ProcedureRecord
               INVALID KEY
                   MOVE "PROCEDURE WRITE FAILED - DUPLICATE KEY" TO
                       WS-RejectReason
           PERFORM WriteIntakeRejectLine.

       WriteIntakeRejectLine.
           MOVE IntakeProcRecord TO WS-RJ-Record.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO IntakeRejectLine.
           WRITE IntakeRejectLine.
           MOVE "INTAKELOAD" TO ADJ-Source.
           MOVE WS-CurrentDate TO ADJ-RunDate.
           MOVE IPR-DateOfTreatment(1:6) TO ADJ-Period.
           MOVE IntakeProcRecord TO ADJ-RecordImage.
           MOVE "TREATMENT DATE IN CLOSED PERIOD" TO ADJ-Reason.
           WRITE AdjustmentRecord.

