      * a disposition on the register so a rerun of the sweep never
      * writes the same rebill request or write-off twice; posting a
      * new remittance clears the stamp and reopens the claim for
      * denial management. A primary claim whose remaining balance
      * has been billed to the patient's secondary carrier is
      * already worked; the secondary claim is swept on its own and
      * a rebill request names the coverage level it is for.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD DenialCodeFile.
       01 DenialCodeRecord.
           02 RBF-SSN              PIC X(9).
           02 RBF-ProcedureCode    PIC X(3).
           02 RBF-DateOfTreatment  PIC 9(8).
           02 RBF-CoverageLevel    PIC X.

       FD WriteOffFile.
       01 WriteOffRecord.
           MOVE CR-SSN TO RBF-SSN.
           MOVE CR-ProcedureCode TO RBF-ProcedureCode.
           MOVE CR-DateOfTreatment TO RBF-DateOfTreatment.
           MOVE CR-CoverageLevel TO RBF-CoverageLevel.
           WRITE RebillRequestRecord.
           ADD 1 TO WS-RebillCounter.
           SET DispRebilled TO TRUE.
           PERFORM RewriteWorkedClaim.

       WriteOffClaim.
           COMPUTE WS-OpenBalance = CR-Cost - CR-PaidAmount
               - CR-ContractAdj.
           MOVE CR-SSN TO WO-SSN.
           MOVE CR-ProcedureCode TO WO-ProcedureCode.
           MOVE CR-DateOfTreatment TO WO-DateOfTreatment.
