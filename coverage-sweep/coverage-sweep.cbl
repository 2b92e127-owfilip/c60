       FILE SECTION.
      * Mirror of the change-log line the master maintenance run
      * writes: date, user, action, SSN, BEFORE/AFTER tag and the
      * 180-byte master data image. Only the primary coverage fields
      * of the image are picked apart here.
       FD ChangeLogFile.
       01 ChangeLogRecord.
           88 EndOfChangeLog       VALUE HIGH-VALUES.
               03 CHG-PolicyNumber     PIC X(12).
               03 CHG-CoverageFrom     PIC X(8).
               03 CHG-CoverageThru     PIC X(8).
               03 FILLER               PIC X(32).

       FD PatientProceduresFile.
       01 PatientRecord.
               05 Month PIC 9(2).
               05 TDay PIC 9(2).
           02 Cost     PIC 9(5)V99.
           02 DiagnosisCodes.
               05 DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       FD PatientMasterFile.
       01 PatientMasterRecord.
           02 PM-PolicyNumber       PIC X(12).
           02 PM-CoverageFrom       PIC 9(8).
           02 PM-CoverageThru       PIC 9(8).
           02 PM-SecCarrierCode     PIC X(4).
           02 PM-SecPolicyNumber    PIC X(12).
           02 PM-SecCoverageFrom    PIC 9(8).
           02 PM-SecCoverageThru    PIC 9(8).

       FD ClaimRegisterFile.
       01 ClaimRegisterRecord.
               03 CR-SSN               PIC X(9).
               03 CR-ProcedureCode     PIC X(3).
               03 CR-DateOfTreatment   PIC 9(8).
               03 CR-CoverageLevel     PIC X.
                   88 PrimaryClaim     VALUE "P".
                   88 SecondaryClaim   VALUE "S".
           02 CR-ClaimNumber        PIC 9(9).
           02 CR-RunDate            PIC 9(8).
           02 CR-Cost               PIC 9(5)V99.
               88 ClaimPaid         VALUE "P".
               88 ClaimUnderpaid    VALUE "U".
               88 ClaimDenied       VALUE "D".
               88 ClaimQueued       VALUE "Q".
           02 CR-DenialDisp         PIC X.
               88 DispUnworked      VALUE " ".
               88 DispRebilled      VALUE "R".
               88 DispWrittenOff    VALUE "W".
               88 DispPatientBilled VALUE "P".
               88 DispSecondaryBilled VALUE "S".
           02 CR-AckStatus          PIC X.
               88 AckNone           VALUE " ".
               88 AckAccepted       VALUE "A".
               88 AckRejected       VALUE "R".
           02 CR-CarrierCode        PIC X(4).
           02 CR-AllowedAmount      PIC 9(5)V99.
           02 CR-ContractAdj        PIC 9(5)V99.
           02 CR-PrimaryPaid        PIC 9(5)V99.
           02 CR-PatientResp        PIC 9(5)V99.

       FD RebillRequestFile.
       01 RebillRequestRecord.
           02 RBF-SSN              PIC X(9).
           02 RBF-ProcedureCode    PIC X(3).
           02 RBF-DateOfTreatment  PIC 9(8).
           02 RBF-CoverageLevel    PIC X.

       FD CoverageSweepReport.
       01 CoverageSweepLine        PIC X(132).
               MOVE SSN TO RBF-SSN
               MOVE ProcedureCode TO RBF-ProcedureCode
               MOVE DateOfTreatment TO RBF-DateOfTreatment
               MOVE "P" TO RBF-CoverageLevel
               WRITE RebillRequestRecord
               ADD 1 TO WS-RebillCounter
               MOVE "NEWLY COVERED - REBILL REQUEST WRITTEN" TO
           MOVE SSN TO CR-SSN.
           MOVE ProcedureCode TO CR-ProcedureCode.
           MOVE DateOfTreatment TO CR-DateOfTreatment.
           SET PrimaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
