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

       FD ClaimAckReport.
       01 ClaimAckLine             PIC X(132).
