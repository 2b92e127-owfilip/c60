      * shown, a claim still sitting in sent status is marked
      * pending with the insurer and billed at zero until the
      * remittance lands, and the amount due is the patient's
      * responsibility only. A balance the primary carrier left and
      * the remittance run billed on to the patient's secondary
      * carrier stays pending until the secondary claim is paid or
      * denied. A patient whose responsibility nets to zero gets no
      * statement at all.
      * The patient A/R ledger is checked for every line: an item
      * placed with a collection agency, or already returned by one,
      * is shown as at the agency and billed at zero, so statements
      * stop once an account is placed. Every ledger item billed on
      * a statement that goes out has its statement count raised,
      * which is what the collections run places accounts on.
      * A statement that goes out is a disclosure to the patient at
      * the mailing address on file, so each one is recorded on the
      * shared PHI access log with the amount due.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-ClaimKey.

           SELECT OPTIONAL PatientARFile
           ASSIGN TO 'patient-ar-ledger.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-Key.

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

       FD PatientMasterFile.
       01 PatientMasterRecord.
           02 PM-PolicyNumber       PIC X(12).
           02 PM-CoverageFrom       PIC 9(8).
           02 PM-CoverageThru       PIC 9(8).
           02 PM-SecCarrierCode     PIC X(4).
           02 PM-SecPolicyNumber    PIC X(12).
           02 PM-SecCoverageFrom    PIC 9(8).
           02 PM-SecCoverageThru    PIC 9(8).

      * The fee schedule is effective-dated: one row per code and
      * effective-from date, maintained by the code maintenance
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

       FD PatientARFile.
       01 PatientARRecord.
           02 PAR-Key.
               03 PAR-SSN              PIC X(9).
               03 PAR-DateOfService    PIC 9(8).
               03 PAR-ProcedureCode    PIC X(3).
           02 PAR-ChargeAmount     PIC 9(5)V99.
           02 PAR-PaidAmount       PIC 9(5)V99.
           02 PAR-LastPaymentDate  PIC 9(8).
           02 PAR-LastPaymentMethod PIC X(2).
           02 PAR-Status           PIC X.
               88 ItemOpen         VALUE "O".
               88 ItemClosed       VALUE "C".
           02 PAR-ItemType         PIC X.
               88 ChargeItem       VALUE "C" " ".
               88 CreditItem       VALUE "U".
           02 PAR-RefundAmount     PIC 9(5)V99.
           02 PAR-RefundDate       PIC 9(8).
           02 PAR-StatementCount   PIC 9(3).
           02 PAR-LastStatementDate PIC 9(8).
           02 PAR-CollectStatus    PIC X.
               88 NotPlaced        VALUE " ".
               88 PlacedItem       VALUE "P".
               88 RecalledItem     VALUE "R".
               88 UncollectibleItem VALUE "U".
               88 CollectedItem    VALUE "C".
               88 AgencyItem       VALUE "P" "U" "C".
           02 PAR-AgencyCode       PIC X(4).
           02 PAR-PlacedDate       PIC 9(8).
           02 PAR-PlacedAmount     PIC 9(5)V99.
           02 PAR-AgencyCollected  PIC 9(5)V99.
           02 PAR-CommissionAmount PIC 9(5)V99.
           02 PAR-BadDebtAmount    PIC 9(5)V99.
           02 PAR-AgencyReturnDate PIC 9(8).
           02 PAR-PriorCollected   PIC 9(5)V99.
           02 PAR-PriorCommission  PIC 9(5)V99.

       FD StatementFile.
       01 StatementLine            PIC X(100).

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
       01  WS-RegisterSwitch        PIC X VALUE "N".
           88 RegisterRecordFound    VALUE "Y".
           88 RegisterRecordNotFound VALUE "N".
       01  WS-ARSwitch              PIC X VALUE "N".
           88 ARRecordFound         VALUE "Y".
           88 ARRecordNotFound      VALUE "N".

       01  WS-LineInsPaid           PIC 9(5)V99 VALUE ZEROES.
       01  WS-LineResp              PIC 9(5)V99 VALUE ZEROES.
           05 WS-DTL-Line OCCURS 99 TIMES
                                    PIC X(100).
       01  WS-DTL-Idx               PIC 9(3) COMP.
      * The ledger item behind each gathered line, and whether the
      * line bills the patient anything, for the statement count.
       01  WS-DetailItemTable.
           05 WS-DTI-Entry OCCURS 99 TIMES.
               10 WS-DTI-Key           PIC X(20).
               10 WS-DTI-Billed        PIC X.
                   88 DetailBilled     VALUE "Y".

       01  WS-DetailCount           PIC 9(4) COMP VALUE ZEROES.
       01  WS-PageLineCount         PIC 9(2) COMP VALUE ZEROES.
           05 WS-RS-Time            PIC 9(6).
       01  WS-TimeOfDay             PIC 9(8).

       01  WS-DisclosureDetail.
           05 FILLER                PIC X(14) VALUE "STATEMENT DUE ".
           05 WS-DD-Amount          PIC $$,$$$,$$9.99.

       01  WS-StatementLines.
           05 WS-StmtSeparator      PIC X(90) VALUE ALL "=".
           05 WS-StmtTitle.
               10 FILLER PIC X(5)  VALUE "CODE ".
               10 FILLER PIC X(21) VALUE "DESCRIPTION".
               10 FILLER PIC X(12) VALUE "      BILLED".
               10 FILLER PIC X(12) VALUE "  INS PD/ADJ".
               10 FILLER PIC X(12) VALUE "     YOU OWE".
               10 FILLER PIC X(14) VALUE "  NOTE".
           05 WS-StmtDetail.
               10 WS-ST-TotBilled   PIC $$$,$$9.99.
           05 WS-StmtInsLine.
               10 FILLER PIC X(26) VALUE SPACES.
               10 FILLER PIC X(16) VALUE "INS PAID/ADJ:   ".
               10 WS-ST-TotInsPaid  PIC $$$,$$9.99.
           05 WS-StmtPendingLine.
               10 FILLER PIC X(26) VALUE SPACES.
           OPEN INPUT PatientProceduresFile.
           OPEN INPUT PatientMasterFile.
           OPEN INPUT ClaimRegisterFile.
           OPEN I-O PatientARFile.
           OPEN OUTPUT StatementFile.
           OPEN EXTEND PHIAccessLog.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM ProcessFile.
           CLOSE PatientProceduresFile.
           CLOSE PatientMasterFile.
           CLOSE ClaimRegisterFile.
           CLOSE PatientARFile.
           CLOSE StatementFile.
           CLOSE PHIAccessLog.
           CLOSE RunControlFile.
           STOP RUN.

           IF WS-DetailCount > ZEROES
               IF WS-TotalResp > ZEROES
                   PERFORM PrintGatheredStatement
                   PERFORM WriteStatementDisclosure
                   ADD 1 TO WS-StatementCounter
                   ADD WS-TotalResp TO WS-BilledTotal
               ELSE
       GatherStatementDetail.
           IF ProcedureRecordType AND Cost NUMERIC
               PERFORM NetClaimRegister
               PERFORM CheckAgencyPlacement
               PERFORM BuildDetailLine
           ELSE
               ADD 1 TO WS-SkippedCounter
           END-READ.

      * What the patient owes on a line is the billed amount less
      * whatever the carrier has paid on the matching claim and the
      * contractual adjustment its contract takes off. A claim
      * still in sent status, or one the denial sweep has queued for
      * rebilling, is marked pending and billed at zero - the next
      * remittance decides what is left - a balance the denial
      * sweep wrote off is absorbed, never billed to the patient,
      * and a procedure with no register entry at all is self-pay,
      * owed in full. A balance billed on to the patient's
      * secondary carrier is pending until that claim is settled.
       NetClaimRegister.
           MOVE ZEROES TO WS-LineInsPaid.
           MOVE ZEROES TO WS-LineResp.
           MOVE WS-SSN TO CR-SSN.
           MOVE ProcedureCode TO CR-ProcedureCode.
           MOVE DateOfTreatment TO CR-DateOfTreatment.
           SET PrimaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           IF RegisterRecordNotFound
               MOVE Cost TO WS-LineResp
           ELSE
               COMPUTE WS-LineInsPaid =
                   CR-PaidAmount + CR-ContractAdj
               EVALUATE TRUE
                   WHEN ClaimSent
                       MOVE "PENDING INS" TO WS-LineNote
                       ADD Cost TO WS-TotalPending
                   WHEN DispWrittenOff
                       MOVE "WRITTEN OFF" TO WS-LineNote
                   WHEN DispSecondaryBilled
                       PERFORM NetSecondaryClaim
                   WHEN WS-LineInsPaid < Cost
                       COMPUTE WS-LineResp = Cost - WS-LineInsPaid
               END-EVALUATE
           END-IF.

      * A balance the primary carrier left and the register has
      * billed on to the secondary carrier stays pending until the
      * secondary claim is paid or denied; the insurance column
      * then carries what both carriers paid and adjusted.
       NetSecondaryClaim.
           SET SecondaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           END-READ.
           IF RegisterRecordNotFound
               IF WS-LineInsPaid < Cost
                   COMPUTE WS-LineResp = Cost - WS-LineInsPaid
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ClaimQueued OR ClaimSent OR DispRebilled
                       MOVE "PENDING SEC" TO WS-LineNote
                       ADD CR-Cost TO WS-TotalPending
                   WHEN DispWrittenOff
                       MOVE "WRITTEN OFF" TO WS-LineNote
                   WHEN OTHER
                       ADD CR-PaidAmount TO WS-LineInsPaid
                       ADD CR-ContractAdj TO WS-LineInsPaid
                       IF WS-LineInsPaid < Cost
                           COMPUTE WS-LineResp = Cost - WS-LineInsPaid
                       END-IF
               END-EVALUATE
           END-IF.

       CheckAgencyPlacement.
           MOVE WS-SSN TO PAR-SSN.
           MOVE DateOfTreatment TO PAR-DateOfService.
           MOVE ProcedureCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           IF ARRecordFound AND AgencyItem
               MOVE ZEROES TO WS-LineResp
               MOVE "AT AGENCY" TO WS-LineNote
           END-IF.

       BuildDetailLine.
           IF WS-DetailCount < 99
               ADD 1 TO WS-DetailCount
               MOVE WS-LineResp TO WS-ST-PatResp
               MOVE WS-LineNote TO WS-ST-Note
               MOVE WS-StmtDetail TO WS-DTL-Line(WS-DetailCount)
               MOVE PAR-Key TO WS-DTI-Key(WS-DetailCount)
               IF ARRecordFound AND WS-LineResp > ZEROES
                   MOVE "Y" TO WS-DTI-Billed(WS-DetailCount)
               ELSE
                   MOVE "N" TO WS-DTI-Billed(WS-DetailCount)
               END-IF
               ADD Cost TO WS-TotalCost
               ADD WS-LineInsPaid TO WS-TotalInsPaid
               ADD WS-LineResp TO WS-TotalResp
               VARYING WS-DTL-Idx FROM 1 BY 1
               UNTIL WS-DTL-Idx > WS-DetailCount.
           PERFORM WriteStatementTotal.
           PERFORM CountStatementOnItem
               VARYING WS-DTL-Idx FROM 1 BY 1
               UNTIL WS-DTL-Idx > WS-DetailCount.

       WriteStatementDisclosure.
           MOVE WS-SSN TO PHI-SSN.
           MOVE WS-CurrentDate TO PHI-EventDate.
           MOVE WS-RS-Time TO PHI-EventTime.
           SET PHIDisclosure TO TRUE.
           MOVE "PATSTATEMENT" TO PHI-Source.
           MOVE "BATCH" TO PHI-UserId.
           MOVE "PAY" TO PHI-Purpose.
           MOVE "PATIENT BY MAIL" TO PHI-Recipient.
           MOVE WS-TotalResp TO WS-DD-Amount.
           MOVE WS-DisclosureDetail TO PHI-Detail.
           WRITE PHIAccessRecord.

       CountStatementOnItem.
           IF DetailBilled(WS-DTL-Idx)
               MOVE WS-DTI-Key(WS-DTL-Idx) TO PAR-Key
               READ PatientARFile
                   INVALID KEY SET ARRecordNotFound TO TRUE
                   NOT INVALID KEY SET ARRecordFound TO TRUE
               END-READ
               IF ARRecordFound
                   IF PAR-StatementCount < 999
                       ADD 1 TO PAR-StatementCount
                   END-IF
                   MOVE WS-CurrentDate TO PAR-LastStatementDate
                   REWRITE PatientARRecord
                       INVALID KEY DISPLAY
                           "A/R LEDGER REWRITE FAILED FOR KEY: "
                           PAR-Key
                   END-REWRITE
               END-IF
           END-IF.

       PrintDetailFromTable.
           IF WS-DTL-Idx = 1 OR WS-PageLineCount >= WS-PageLimit
