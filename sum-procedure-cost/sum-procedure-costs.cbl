      * unique key while still grouping by patient). This allows a
      * direct READ/START by SSN for the ad hoc lookup mode and a
      * direct START for RESTART FROM processing.
      *
      * Patient information leaving the building or shown to a user
      * is recorded on the shared PHI access log. The lookup mode
      * writes an access record, under the user id and purpose code
      * it is given, for the patient it shows; the batch run writes
      * a disclosure record for every claim it extracts, naming the
      * carrier the claim goes to.
      *
      * Medical necessity: before a claim is first sent, or resent
      * on a rebill request, at least one of the diagnosis codes on
      * the procedure must be paired with its procedure code on the
      * active procedure-to-diagnosis compatibility table. A claim
      * that fails is not registered or sent; the procedure goes to
      * the suspense file with the reason, for its diagnoses to be
      * corrected through the reprocess cycle. Its cost still
      * counts in the run's totals, as only the claim is held. The
      * diagnosis codes go out on the claim and carrier extracts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO 'prior-period-adj.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ProcDiagCompatFile
           ASSIGN TO 'proc-diag-compat.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PDC-Key.

           SELECT OPTIONAL PHIAccessLog
           ASSIGN TO 'phi-access-log.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile
           ASSIGN TO 'run-control.dat'
           ORGANIZATION IS INDEXED
               05 Month PIC 9(2).
               05 TDay PIC 9(2).
           02 Cost     PIC 9(5)V99.
           02 DiagnosisCodes.
               05 DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       FD PatientSummaryReport.
       01 PatientSummaryLine       PIC X(80).
               05 CE-Day           PIC 9(2).
           02 CE-Cost               PIC 9(5)V99.
           02 CE-ClaimNumber        PIC 9(9).
           02 CE-CoverageLevel      PIC X.
           02 CE-PrimaryPaid        PIC 9(5)V99.
           02 CE-DiagnosisCodes.
               05 CE-DiagnosisCode  PIC X(7) OCCURS 4 TIMES.

      * One register record per claim ever extracted, keyed on the
      * claim identity (SSN + procedure code + date of treatment)
      * and the coverage level: P for the claim to the patient's
      * primary carrier, S for the claim the remittance posting run
      * queues for the secondary carrier with whatever the primary
      * left unpaid. The record keyed with procedure code "CTL" is
      * the control record; its CR-ClaimNumber holds the last claim
      * number assigned. The remittance posting run updates
      * CR-PaidAmount, CR-DenialCode and CR-Status.
       FD ClaimRegisterFile.
       01 ClaimRegisterRecord.
           88 EndOfRegisterFile    VALUE HIGH-VALUES.
           02 CR-ClaimKey.
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

       FD CarrierCodeFile.
       01 CarrierCodeRecord.
      * claims for carriers past the fourth, or with a carrier code
      * not on the reference file, fall back to claim-extract.dat.
       FD CarrierExtract1.
       01 CarrierExtract1Record    PIC X(123).

       FD CarrierExtract2.
       01 CarrierExtract2Record    PIC X(123).

       FD CarrierExtract3.
       01 CarrierExtract3Record    PIC X(123).

       FD CarrierExtract4.
       01 CarrierExtract4Record    PIC X(123).

       FD SelfPayReport.
       01 SelfPayLine              PIC X(100).
           02 PM-PolicyNumber       PIC X(12).
           02 PM-CoverageFrom       PIC 9(8).
           02 PM-CoverageThru       PIC 9(8).
           02 PM-SecCarrierCode     PIC X(4).
           02 PM-SecPolicyNumber    PIC X(12).
           02 PM-SecCoverageFrom    PIC 9(8).
           02 PM-SecCoverageThru    PIC 9(8).

       FD PatientMismatchReport.
       01 MismatchLine             PIC X(80).

       FD SuspenseFile.
       01 SuspenseRecord.
           02 SUS-RecordImage      PIC X(58).
           02 SUS-Reason           PIC X(40).

       FD CorrectedSuspenseFile.
       01 CorrectedSuspenseRecord.
           88 EndOfCorrectedFile   VALUE HIGH-VALUES.
           02 CSUS-RecordImage     PIC X(58).
           02 CSUS-Reason          PIC X(40).

       FD ClinicCodeFile.
           02 ADJ-Source           PIC X(12).
           02 ADJ-RunDate          PIC 9(8).
           02 ADJ-Period           PIC 9(6).
           02 ADJ-RecordImage      PIC X(58).
           02 ADJ-Reason           PIC X(40).

      * Maintained by the compatibility maintenance program: one row
      * per diagnosis that supports a procedure code as medically
      * necessary. Only active rows count.
       FD ProcDiagCompatFile.
       01 ProcDiagCompatRecord.
           02 PDC-Key.
               03 PDC-ProcedureCode    PIC X(3).
               03 PDC-DiagnosisCode    PIC X(7).
           02 PDC-Status           PIC X.
               88 CompatActive     VALUE "A".
               88 CompatInactive   VALUE "I".

      * Shared PHI access log. Every job that shows a patient's
      * information to a user or sends it outside the practice adds
      * one record per patient: type A for an access, D for a
      * disclosure, with who, why and to whom.
       FD PHIAccessLog.
       01 PHIAccessRecord.
           02 PHI-SSN              PIC X(9).
           02 PHI-EventDate        PIC 9(8).
           02 PHI-EventTime        PIC 9(6).
           02 PHI-EventType        PIC X.
               88 PHIAccessEvent   VALUE "A".
               88 PHIDisclosure    VALUE "D".
           02 PHI-Source           PIC X(12).
           02 PHI-UserId           PIC X(8).
           02 PHI-Purpose          PIC X(3).
           02 PHI-Recipient        PIC X(25).
           02 PHI-Detail           PIC X(30).

      * Shared run-control file for day-end balancing. Every job
      * writes a start record when it opens its files and an end
      * record, under the same timestamp, with its control totals
           88 LookupMode            VALUE "L".
           88 ReprocessMode         VALUE "R".
       01  WS-LookupSSN             PIC 9(9) VALUE ZEROES.
      * Purpose codes: TRT treatment, PAY payment, OPS health care
      * operations, PAT request of the patient, LGL legal or
      * required by law, AUD audit or oversight.
       01  WS-LookupAccessParm.
           05 WS-LA-UserId          PIC X(8).
           05 WS-LA-Purpose         PIC X(3).
               88 ValidPurpose      VALUE "TRT" "PAY" "OPS" "PAT"
                                          "LGL" "AUD".

       01  WS-DisclosureDetail.
           05 FILLER                PIC X(6) VALUE "CLAIM ".
           05 WS-DD-ClaimNumber     PIC 9(9).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DD-ProcedureCode   PIC X(3).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DD-DateOfTreatment PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DD-CoverageLevel   PIC X.

       01  WS-RebillTable.
           05 WS-RBL-Entry OCCURS 1000 TIMES.
               10 WS-RBL-SSN           PIC X(9).
               10 WS-RBL-Code          PIC X(3).
               10 WS-RBL-Date          PIC 9(8).
               10 WS-RBL-Level         PIC X.
       01  WS-RBL-Count             PIC 9(4) VALUE ZEROES.
       01  WS-RBL-Idx               PIC 9(4) COMP.
       01  WS-RBL-Switch            PIC X VALUE "N".
       01  WS-CAR-Count             PIC 9(2) VALUE ZEROES.
       01  WS-CAR-Idx               PIC 9(2) COMP.
       01  WS-CAR-MatchIdx          PIC 9(2) COMP.
       01  WS-ExtractCarrier        PIC X(4) VALUE SPACES.
       01  WS-CAR-Switch            PIC X VALUE "N".
           88 CarrierFound          VALUE "Y".
           88 CarrierNotFound       VALUE "N".
           05 WS-CX-DateOfTreatment PIC 9(8).
           05 WS-CX-ProcedureCode   PIC X(3).
           05 WS-CX-Cost            PIC 9(5)V99.
           05 WS-CX-CoverageLevel   PIC X.
           05 WS-CX-PrimaryPaid     PIC 9(5)V99.
           05 WS-CX-DiagnosisCodes.
               10 WS-CX-DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       01  WS-SelfPayLines.
           05 WS-SelfPayHeader.
           88 RegisterRecordFound    VALUE "Y".
           88 RegisterRecordNotFound VALUE "N".
       01  WS-SuppressedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-SecondaryCounter      PIC 9(7) COMP VALUE ZEROES.

       01  WS-SuspenseReason        PIC X(40).
       01  WS-NecessitySwitch       PIC X VALUE "N".
           88 NecessityMet          VALUE "Y".
           88 NecessityNotMet       VALUE "N".
       01  WS-NecessityReason       PIC X(40).
       01  WS-NecessityHeldCounter  PIC 9(7) COMP VALUE ZEROES.
       01  WS-DX-Idx                PIC 9(1) COMP.
       01  WS-ClaimDiagnoses        PIC X(28).
       01  WS-DxScanSwitch          PIC X VALUE "N".
           88 DxScanDone            VALUE "Y".
           88 DxScanNotDone         VALUE "N".
       01  WS-NecessityTrailer.
           05 FILLER                PIC X(10) VALUE "RUN DATE: ".
           05 WS-NT-Date            PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(35) VALUE
               "CLAIMS HELD FOR MEDICAL NECESSITY: ".
           05 WS-NT-HeldCount       PIC ZZZZZZ9.
       01  WS-ReprocessedCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-ReprocRejectCounter   PIC 9(7) COMP VALUE ZEROES.
       01  WS-ReprocDivCounter      PIC 9(7) COMP VALUE ZEROES.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "SELF-PAY: ".
           05 WS-AUD-SelfPayCount   PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "SECONDARY: ".
           05 WS-AUD-SecondaryCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
               MOVE "B" TO WS-RunMode
           END-IF.

      * Lookup mode takes the SSN on one SYSIN line and the user id
      * (1-8) and purpose code (9-11) on the next; without both,
      * nothing is shown.
       RunLookupMode.
           MOVE ZEROES TO WS-LookupSSN.
           ACCEPT WS-LookupSSN FROM SYSIN.
           MOVE SPACES TO WS-LookupAccessParm.
           ACCEPT WS-LookupAccessParm FROM SYSIN.
           IF WS-LA-UserId = SPACES
               DISPLAY "LOOKUP REFUSED - USER ID REQUIRED"
               STOP RUN
           END-IF.
           IF NOT ValidPurpose
               DISPLAY "LOOKUP REFUSED - INVALID PURPOSE CODE: "
                   WS-LA-Purpose
               STOP RUN
           END-IF.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           OPEN EXTEND PHIAccessLog.
           OPEN INPUT PatientProceduresFile.
           OPEN INPUT ProcedureCodeFile.
           PERFORM LoadProcedureCodes.
           CLOSE ProcedureCodeFile.
           PERFORM LookUpPatient.
           CLOSE PatientProceduresFile.
           CLOSE PHIAccessLog.
           STOP RUN.

      * Reprocess mode: corrected suspense records are re-validated
           OPEN OUTPUT ExceptionsFile.
           OPEN INPUT PeriodControlFile.
           OPEN EXTEND PriorPeriodAdjFile.
           OPEN INPUT ProcDiagCompatFile.
           READ CorrectedSuspenseFile
               AT END SET EndOfCorrectedFile TO TRUE
           END-READ.
           CLOSE ExceptionsFile.
           CLOSE PeriodControlFile.
           CLOSE PriorPeriodAdjFile.
           CLOSE ProcDiagCompatFile.
           STOP RUN.

      * A corrected record only counts as restored when the whole
      * batch edit path would now accept it: the record edits AND
      * the header edits for its patient. Otherwise the next batch
      * run would just re-suspend it and the trailer would report
      * money restored that never reaches any total. A record held
      * for medical necessity must also have a supporting diagnosis
      * now, or the next batch run would only hold its claim again.
       ReprocessSuspenseRecord.
           MOVE CSUS-RecordImage TO ProcedureRecord.
           MOVE PSSN TO WS-SSN.
           PERFORM ValidateProcedureRecord.
           IF ValidRecord AND CSUS-Reason(1:13) = "MED NECESSITY"
               PERFORM CheckMedicalNecessity
               IF NecessityNotMet
                   SET InvalidRecord TO TRUE
                   MOVE WS-NecessityReason TO WS-ExceptionReason
               END-IF
           END-IF.
           IF ValidRecord
               PERFORM CheckReprocPeriod
               IF TreatPeriodClosed
               ELSE
                   PERFORM CheckSuspenseHeader
                   IF ValidPatient
                       MOVE CSUS-RecordImage TO ProcedureRecord
                       PERFORM ApplyCorrectedRecord
                   ELSE
                       MOVE "PATIENT HEADER REJECTED" TO
           END-READ.

       ApplyCorrectedRecord.
           REWRITE ProcedureRecord
               INVALID KEY
                   MOVE "CORRECTED RECORD NOT ON FILE" TO
                       WS-ExceptionReason
                   PERFORM RejectCorrectedRecord
               NOT INVALID KEY
                   ADD 1 TO WS-ReprocessedCounter
                   IF CSUS-Reason(1:13) NOT = "MED NECESSITY"
                       ADD Cost TO WS-ReprocessTotal
                   END-IF
           END-REWRITE.

       RejectCorrectedRecord.
           PERFORM LoadClinicCodes.
           CLOSE ClinicCodeFile.
           OPEN INPUT ClinicXrefFile.
           OPEN INPUT ProcDiagCompatFile.
           PERFORM OpenCarrierExtracts.
           OPEN OUTPUT SelfPayReport.
           OPEN EXTEND PHIAccessLog.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           MOVE WS-SelfPayHeader TO SelfPayLine.
           PERFORM WriteReportHeader.
           PERFORM WriteVarianceHeader.
           PERFORM ProcessFile.
           PERFORM ExtractSecondaryClaims.
           PERFORM WriteReportTrailer.
           PERFORM WriteVarianceTotals.
           PERFORM WriteRevenueAnalysis.
           ELSE
               MOVE "PATIENT HEADER REJECTED" TO WS-SuspenseReason
           END-IF.
           MOVE ProcedureRecord TO SUS-RecordImage.
           MOVE WS-SuspenseReason TO SUS-Reason.
           WRITE SuspenseRecord.

           MOVE WS-SSN TO CR-SSN.
           MOVE ProcedureCode TO CR-ProcedureCode.
           MOVE DateOfTreatment TO CR-DateOfTreatment.
           SET PrimaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           IF RegisterRecordFound
               PERFORM CheckRebillRequest
               IF RebillRequested
                   PERFORM CheckMedicalNecessity
                   IF NecessityMet
                       PERFORM ResendRegisteredClaim
                   ELSE
                       PERFORM HoldUnsupportedClaim
                   END-IF
               ELSE
                   ADD 1 TO WS-SuppressedCounter
                   IF Cost NOT = CR-Cost
                   END-IF
               END-IF
           ELSE
               PERFORM CheckMedicalNecessity
               IF NecessityMet
                   PERFORM RegisterNewClaim
                   PERFORM WriteExtractRecord
               ELSE
                   PERFORM HoldUnsupportedClaim
               END-IF
           END-IF.

       ResendRegisteredClaim.
           MOVE WS-CurrentDate TO CR-RunDate.
           MOVE Cost TO CR-Cost.
           MOVE PM-CarrierCode TO CR-CarrierCode.
           SET ClaimSent TO TRUE.
           SET DispUnworked TO TRUE.
           SET AckNone TO TRUE.
           REWRITE ClaimRegisterRecord
               INVALID KEY
                   MOVE "CLAIM REGISTER REWRITE FAILED" TO
                       WS-ExceptionReason
                   PERFORM WriteException
               NOT INVALID KEY
                   ADD 1 TO WS-RegisteredCounter
           END-REWRITE.
           PERFORM WriteExtractRecord.

      * A claim goes out only when one of the procedure's diagnosis
      * codes is paired with its procedure code on the active
      * compatibility table; blank diagnosis slots are skipped.
       CheckMedicalNecessity.
           SET NecessityNotMet TO TRUE.
           MOVE "MED NECESSITY - NO DIAGNOSIS CODE" TO
               WS-NecessityReason.
           PERFORM TestDiagnosisSupport
               VARYING WS-DX-Idx FROM 1 BY 1
               UNTIL WS-DX-Idx > 4 OR NecessityMet.

       TestDiagnosisSupport.
           IF DiagnosisCode(WS-DX-Idx) NOT = SPACES
               MOVE "MED NECESSITY - NO SUPPORTING DIAGNOSIS" TO
                   WS-NecessityReason
               MOVE ProcedureCode TO PDC-ProcedureCode
               MOVE DiagnosisCode(WS-DX-Idx) TO PDC-DiagnosisCode
               READ ProcDiagCompatFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CompatActive
                           SET NecessityMet TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The held procedure stays on the live file untouched; the
      * suspense record is what the office corrects and feeds back
      * through reprocess mode.
       HoldUnsupportedClaim.
           ADD 1 TO WS-NecessityHeldCounter.
           MOVE ProcedureRecord TO SUS-RecordImage.
           MOVE WS-NecessityReason TO SUS-Reason.
           WRITE SuspenseRecord.

      * A rerun duplicate carries the same cost the register sent;
      * a suppressed claim whose cost differs is a distinct
      * procedure sharing the claim identity (same SSN, code and
           MOVE WS-SSN TO CR-SSN.
           MOVE ProcedureCode TO CR-ProcedureCode.
           MOVE DateOfTreatment TO CR-DateOfTreatment.
           SET PrimaryClaim TO TRUE.
           ADD 1 TO WS-NextClaimNumber.
           MOVE WS-NextClaimNumber TO CR-ClaimNumber.
           MOVE WS-CurrentDate TO CR-RunDate.
           SET ClaimSent TO TRUE.
           SET DispUnworked TO TRUE.
           SET AckNone TO TRUE.
           MOVE PM-CarrierCode TO CR-CarrierCode.
           MOVE ZEROES TO CR-AllowedAmount.
           MOVE ZEROES TO CR-ContractAdj.
           MOVE ZEROES TO CR-PrimaryPaid.
           MOVE ZEROES TO CR-PatientResp.
           WRITE ClaimRegisterRecord
               INVALID KEY
                   MOVE "CLAIM REGISTER WRITE FAILED" TO
       FindRebillRequest.
           IF CR-SSN = WS-RBL-SSN(WS-RBL-Idx) AND
                   CR-ProcedureCode = WS-RBL-Code(WS-RBL-Idx) AND
                   CR-DateOfTreatment = WS-RBL-Date(WS-RBL-Idx) AND
                   CR-CoverageLevel = WS-RBL-Level(WS-RBL-Idx)
               SET RebillRequested TO TRUE
           END-IF.

       WriteExtractRecord.
           ADD 1 TO WS-ExtractCounter.
           MOVE PM-CarrierCode TO WS-ExtractCarrier.
           PERFORM FindCarrierForClaim.
           IF CarrierFound
               PERFORM CheckFilingLimit
               END-IF
           ELSE
               MOVE "UNKNOWN CARRIER CODE: " TO WS-ExceptionReason
               MOVE WS-ExtractCarrier TO WS-ExceptionReason(23:4)
               PERFORM WriteException
               PERFORM WriteDefaultExtract
           END-IF.
           PERFORM WriteClaimDisclosure.

       FindCarrierForClaim.
           SET CarrierNotFound TO TRUE.
               UNTIL WS-CAR-Idx > WS-CAR-Count OR CarrierFound.

       FindCarrierRef.
           IF WS-ExtractCarrier = WS-CAR-Code(WS-CAR-Idx)
               SET CarrierFound TO TRUE
               MOVE WS-CAR-Idx TO WS-CAR-MatchIdx
           END-IF.
           MOVE DateOfTreatment TO WS-CX-DateOfTreatment.
           MOVE ProcedureCode TO WS-CX-ProcedureCode.
           MOVE Cost TO WS-CX-Cost.
           MOVE "P" TO WS-CX-CoverageLevel.
           MOVE ZEROES TO WS-CX-PrimaryPaid.
           MOVE DiagnosisCodes TO WS-CX-DiagnosisCodes.
           PERFORM WriteExtractToSlot.

       WriteExtractToSlot.
           EVALUATE WS-CAR-Slot(WS-CAR-MatchIdx)
               WHEN 1
                   MOVE WS-CarrierExtract TO CarrierExtract1Record
           MOVE DateOfTreatment TO CE-DateOfTreatment.
           MOVE Cost TO CE-Cost.
           MOVE CR-ClaimNumber TO CE-ClaimNumber.
           MOVE "P" TO CE-CoverageLevel.
           MOVE ZEROES TO CE-PrimaryPaid.
           MOVE DiagnosisCodes TO CE-DiagnosisCodes.
           WRITE ClaimExtractRecord.

      * Secondary claims the remittance posting run queued, and
      * secondaries the denial sweep asked to have rebilled, go out
      * to the patient's secondary carrier under the secondary
      * policy, carrying the amount the primary paid so the carrier
      * can coordinate benefits. The claim is billed for what the
      * primary left unpaid.
       ExtractSecondaryClaims.
           MOVE LOW-VALUES TO CR-ClaimKey.
           START ClaimRegisterFile KEY IS GREATER THAN CR-ClaimKey
               INVALID KEY SET EndOfRegisterFile TO TRUE
           END-START.
           IF NOT EndOfRegisterFile
               READ ClaimRegisterFile NEXT RECORD
                   AT END SET EndOfRegisterFile TO TRUE
               END-READ
           END-IF.
           PERFORM ExtractOneSecondary UNTIL EndOfRegisterFile.

       ExtractOneSecondary.
           IF SecondaryClaim AND CR-ProcedureCode NOT = "CTL"
               SET NotRebillRequested TO TRUE
               IF NOT ClaimQueued
                   PERFORM CheckRebillRequest
               END-IF
               IF ClaimQueued OR RebillRequested
                   PERFORM SendSecondaryClaim
               END-IF
           END-IF.
           READ ClaimRegisterFile NEXT RECORD
               AT END SET EndOfRegisterFile TO TRUE
           END-READ.

       SendSecondaryClaim.
           MOVE CR-SSN TO WS-SSN.
           MOVE CR-SSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY SET MasterRecordNotFound TO TRUE
               NOT INVALID KEY SET MasterRecordFound TO TRUE
           END-READ.
           IF MasterRecordNotFound
               MOVE "SECONDARY HELD - NO MASTER RECORD" TO
                   WS-ExceptionReason
               PERFORM WriteException
           ELSE
               MOVE WS-CurrentDate TO CR-RunDate
               SET ClaimSent TO TRUE
               SET DispUnworked TO TRUE
               SET AckNone TO TRUE
               REWRITE ClaimRegisterRecord
                   INVALID KEY
                       MOVE "CLAIM REGISTER REWRITE FAILED" TO
                           WS-ExceptionReason
                       PERFORM WriteException
                   NOT INVALID KEY
                       ADD 1 TO WS-RegisteredCounter
                       PERFORM WriteSecondaryExtract
               END-REWRITE
           END-IF.

       WriteSecondaryExtract.
           ADD 1 TO WS-ExtractCounter.
           ADD 1 TO WS-SecondaryCounter.
           MOVE CR-CarrierCode TO WS-ExtractCarrier.
           PERFORM FindClaimDiagnoses.
           PERFORM FindCarrierForClaim.
           IF CarrierFound AND WS-CAR-Slot(WS-CAR-MatchIdx) > ZEROES
               MOVE CR-ClaimNumber TO WS-CX-ClaimNumber
               MOVE CR-CarrierCode TO WS-CX-CarrierCode
               MOVE PM-SecPolicyNumber TO WS-CX-PolicyNumber
               MOVE CR-SSN TO WS-CX-SSN
               MOVE PM-LastName TO WS-CX-LastName
               MOVE PM-FirstName TO WS-CX-FirstName
               MOVE CR-DateOfTreatment TO WS-CX-DateOfTreatment
               MOVE CR-ProcedureCode TO WS-CX-ProcedureCode
               MOVE CR-Cost TO WS-CX-Cost
               MOVE "S" TO WS-CX-CoverageLevel
               MOVE CR-PrimaryPaid TO WS-CX-PrimaryPaid
               MOVE WS-ClaimDiagnoses TO WS-CX-DiagnosisCodes
               PERFORM WriteExtractToSlot
           ELSE
               IF CarrierNotFound
                   MOVE "UNKNOWN CARRIER CODE: " TO
                       WS-ExceptionReason
                   MOVE WS-ExtractCarrier TO
                       WS-ExceptionReason(23:4)
                   PERFORM WriteException
               END-IF
               MOVE CR-SSN TO CE-SSN
               MOVE PM-LastName TO CE-LastName
               MOVE PM-FirstName TO CE-FirstName
               MOVE CR-ProcedureCode TO CE-ProcedureCode
               MOVE CR-DateOfTreatment TO CE-DateOfTreatment
               MOVE CR-Cost TO CE-Cost
               MOVE CR-ClaimNumber TO CE-ClaimNumber
               MOVE "S" TO CE-CoverageLevel
               MOVE CR-PrimaryPaid TO CE-PrimaryPaid
               MOVE WS-ClaimDiagnoses TO CE-DiagnosisCodes
               WRITE ClaimExtractRecord
           END-IF.
           PERFORM WriteClaimDisclosure.

      * The register does not carry diagnoses, so a secondary claim
      * takes them from the live procedure it was billed for (same
      * SSN, code and date). A procedure since archived goes out
      * with the diagnoses blank.
       FindClaimDiagnoses.
           MOVE SPACES TO WS-ClaimDiagnoses.
           SET DxScanNotDone TO TRUE.
           MOVE CR-SSN TO SSN.
           MOVE 1 TO RecSeq.
           START PatientProceduresFile KEY IS NOT LESS THAN
                   RecordKeyArea
               INVALID KEY SET DxScanDone TO TRUE
           END-START.
           IF DxScanNotDone
               READ PatientProceduresFile NEXT RECORD
                   AT END SET DxScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM MatchClaimProcedure UNTIL DxScanDone.

       MatchClaimProcedure.
           IF RecordKeyArea(1:9) NOT = CR-SSN
               SET DxScanDone TO TRUE
           ELSE
               IF ProcedureRecordType AND
                       ProcedureCode = CR-ProcedureCode AND
                       DateOfTreatment = CR-DateOfTreatment
                   MOVE DiagnosisCodes TO WS-ClaimDiagnoses
                   SET DxScanDone TO TRUE
               ELSE
                   READ PatientProceduresFile NEXT RECORD
                       AT END SET DxScanDone TO TRUE
                   END-READ
               END-IF
           END-IF.

      * Each extracted claim is a disclosure to the carrier billed,
      * whichever extract file carries it.
       WriteClaimDisclosure.
           MOVE WS-SSN TO PHI-SSN.
           MOVE WS-CurrentDate TO PHI-EventDate.
           MOVE WS-RS-Time TO PHI-EventTime.
           SET PHIDisclosure TO TRUE.
           MOVE "SUMPROCCOSTS" TO PHI-Source.
           MOVE "BATCH" TO PHI-UserId.
           MOVE "PAY" TO PHI-Purpose.
           MOVE SPACES TO PHI-Recipient.
           IF CarrierFound
               STRING WS-ExtractCarrier DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAR-Name(WS-CAR-MatchIdx) DELIMITED BY SIZE
                   INTO PHI-Recipient
               END-STRING
           ELSE
               STRING WS-ExtractCarrier DELIMITED BY SIZE
                      " UNKNOWN CARRIER" DELIMITED BY SIZE
                   INTO PHI-Recipient
               END-STRING
           END-IF.
           MOVE CR-ClaimNumber TO WS-DD-ClaimNumber.
           MOVE CR-ProcedureCode TO WS-DD-ProcedureCode.
           MOVE CR-DateOfTreatment TO WS-DD-DateOfTreatment.
           MOVE CR-CoverageLevel TO WS-DD-CoverageLevel.
           MOVE WS-DisclosureDetail TO PHI-Detail.
           WRITE PHIAccessRecord.

       LoadCarrierCodes.
           READ CarrierCodeFile
               AT END SET EndOfCarrierFile TO TRUE
               MOVE RBF-SSN TO WS-RBL-SSN(WS-RBL-Count)
               MOVE RBF-ProcedureCode TO WS-RBL-Code(WS-RBL-Count)
               MOVE RBF-DateOfTreatment TO WS-RBL-Date(WS-RBL-Count)
               IF RBF-CoverageLevel = "S"
                   MOVE "S" TO WS-RBL-Level(WS-RBL-Count)
               ELSE
                   MOVE "P" TO WS-RBL-Level(WS-RBL-Count)
               END-IF
           ELSE
               DISPLAY "REBILL TABLE FULL, REQUEST IGNORED: " RBF-SSN
                   " " RBF-ProcedureCode
           MOVE ZEROES TO CR-SSN.
           MOVE "CTL" TO CR-ProcedureCode.
           MOVE ZEROES TO CR-DateOfTreatment.
           MOVE SPACE TO CR-CoverageLevel.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
               MOVE ZEROES TO CR-SSN
               MOVE "CTL" TO CR-ProcedureCode
               MOVE ZEROES TO CR-DateOfTreatment
               MOVE SPACE TO CR-CoverageLevel
               MOVE ZEROES TO CR-ClaimNumber
               MOVE WS-CurrentDate TO CR-RunDate
               MOVE ZEROES TO CR-Cost
               MOVE SPACES TO CR-Status
               MOVE SPACES TO CR-DenialDisp
               MOVE SPACES TO CR-AckStatus
               MOVE SPACES TO CR-CarrierCode
               MOVE ZEROES TO CR-AllowedAmount
               MOVE ZEROES TO CR-ContractAdj
               MOVE ZEROES TO CR-PrimaryPaid
               MOVE ZEROES TO CR-PatientResp
               WRITE ClaimRegisterRecord
                   INVALID KEY DISPLAY
                       "CLAIM REGISTER CONTROL WRITE FAILED"
           MOVE ZEROES TO CR-SSN.
           MOVE "CTL" TO CR-ProcedureCode.
           MOVE ZEROES TO CR-DateOfTreatment.
           MOVE SPACE TO CR-CoverageLevel.
           MOVE WS-NextClaimNumber TO CR-ClaimNumber.
           MOVE WS-CurrentDate TO CR-RunDate.
           MOVE ZEROES TO CR-Cost.
           MOVE SPACES TO CR-Status.
           MOVE SPACES TO CR-DenialDisp.
           MOVE SPACES TO CR-AckStatus.
           MOVE SPACES TO CR-CarrierCode.
           MOVE ZEROES TO CR-AllowedAmount.
           MOVE ZEROES TO CR-ContractAdj.
           MOVE ZEROES TO CR-PrimaryPaid.
           MOVE ZEROES TO CR-PatientResp.
           REWRITE ClaimRegisterRecord
               INVALID KEY DISPLAY
                   "CLAIM REGISTER CONTROL REWRITE FAILED"
           END-READ.

       DisplayLookupPatient.
           PERFORM WriteLookupAccess.
           MOVE ZEROES TO WS-TotalCost.
           DISPLAY "PATIENT " WS-LookupSSN " " Patient.
           READ PatientProceduresFile NEXT RECORD
                   OR PSSN NOT = WS-LookupSSN.
           DISPLAY "TOTAL COST: " WS-TotalCost.

       WriteLookupAccess.
           MOVE WS-LookupSSN TO PHI-SSN.
           MOVE WS-CurrentDate TO PHI-EventDate.
           MOVE WS-RS-Time TO PHI-EventTime.
           SET PHIAccessEvent TO TRUE.
           MOVE "SUMPROCCOSTS" TO PHI-Source.
           MOVE WS-LA-UserId TO PHI-UserId.
           MOVE WS-LA-Purpose TO PHI-Purpose.
           MOVE SPACES TO PHI-Recipient.
           MOVE "PATIENT LOOKUP - PROCEDURES" TO PHI-Detail.
           WRITE PHIAccessRecord.

       DisplayLookupProcedure.
           ADD Cost TO WS-TotalCost.
           DISPLAY "  " ProcedureCode " " DateOfTreatment " " Cost.
           PERFORM RewriteRegisterControl.
           PERFORM WriteRunEnd.
           CLOSE RunControlFile.
           CLOSE PHIAccessLog.
           PERFORM CloseCarrierExtracts.
           CLOSE SelfPayReport.
           CLOSE ClinicXrefFile.
           CLOSE ProcDiagCompatFile.
           CLOSE ClaimRegisterFile.
           CLOSE PatientProceduresFile.
           CLOSE PatientSummaryReport.
           MOVE WS-GrandTotal TO WS-AUD-GrandTotal.
           MOVE WS-SuppressedCounter TO WS-AUD-SuppressedCount.
           MOVE WS-SelfPayCounter TO WS-AUD-SelfPayCount.
           MOVE WS-SecondaryCounter TO WS-AUD-SecondaryCount.
           MOVE WS-AuditTrailer TO AuditLine.
           WRITE AuditLine.
           MOVE WS-CurrentDate TO WS-NT-Date.
           MOVE WS-NecessityHeldCounter TO WS-NT-HeldCount.
           MOVE WS-NecessityTrailer TO AuditLine.
           WRITE AuditLine.
           DISPLAY WS-NecessityTrailer.

       END PROGRAM SUMPROCEDURECOSTS.
       
