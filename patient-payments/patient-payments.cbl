      * on file has an open item. Each receipt carries the SSN, the
      * payment date, the amount and the payment method, and is
      * applied against the patient's open items oldest date of
      * service first. A receipt for a patient with no open balance,
      * and any amount left over after every open item is paid off,
      * stays on the ledger as an unapplied credit item (procedure
      * code "*nn", dated the day the money came in). Credits are
      * applied oldest first to the patient's open charges on every
      * run, so they land on new charges and on charges reopened by
      * a carrier. Credits still unapplied after the number of days
      * given on SYSIN (default 60 when the parm is absent or not
      * numeric) are listed on the refund register; an approved
      * refund comes back on refund-trans.dat and draws the credit
      * down, closing it once nothing is left.
      * After posting, the aging report shows each patient's open
      * balance bucketed 0-30 / 31-60 / 61-90 / over 90 days from
      * the date of service, with any credit balance in a column
      * of its own.
      * Items the collections run has placed with an agency stay on
      * the ledger and still take payments, but every receipt or
      * credit applied to one is flagged on the reject log so the
      * agency can be told; an item the agency returned as
      * uncollectible has been written off to bad debt and is left
      * alone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-ClaimKey.

           SELECT OPTIONAL RefundTransFile
           ASSIGN TO 'refund-trans.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PaymentRejectFile
           ASSIGN TO 'payment-rejects.log'
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO 'ar-aging.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RefundRegisterReport
           ASSIGN TO 'refund-register.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PatientReceiptsFile.
      * One open item per billed procedure. PAR-ChargeAmount is what
      * the patient owes for the item, PAR-PaidAmount what has been
      * posted against it; the item is closed when they meet.
      * A credit item carries money the patient paid that no charge
      * could absorb: PAR-ChargeAmount is the amount taken in,
      * PAR-PaidAmount what has since been applied to charges and
      * PAR-RefundAmount what has been paid back. The last payment
      * method is the method of the original payment.
      * Charge items also carry their collection history, kept by
      * the statement and collections runs: statements sent, and
      * once placed the agency, what it collected, its commission
      * and any balance written off to bad debt.
       FD PatientARFile.
       01 PatientARRecord.
           88 EndOfARFile          VALUE HIGH-VALUES.
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
           02 PAR-AgencyCode       PIC X(4).
           02 PAR-PlacedDate       PIC 9(8).
           02 PAR-PlacedAmount     PIC 9(5)V99.
           02 PAR-AgencyCollected  PIC 9(5)V99.
           02 PAR-CommissionAmount PIC 9(5)V99.
           02 PAR-BadDebtAmount    PIC 9(5)V99.
           02 PAR-AgencyReturnDate PIC 9(8).
           02 PAR-PriorCollected   PIC 9(5)V99.
           02 PAR-PriorCommission  PIC 9(5)V99.

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

       FD RefundTransFile.
       01 RefundTransRecord.
           88 EndOfRefundFile      VALUE HIGH-VALUES.
           02 RFT-SSN              PIC X(9).
           02 RFT-CreditDate       PIC 9(8).
           02 RFT-CreditCode       PIC X(3).
           02 RFT-Amount           PIC 9(5)V99.
           02 RFT-RefundDate       PIC 9(8).
           02 RFT-ApprovedBy       PIC X(8).

       FD PaymentRejectFile.
       01 PaymentRejectLine        PIC X(100).
       FD ARAgingReport.
       01 ARAgingLine              PIC X(132).

       FD RefundRegisterReport.
       01 RefundRegisterLine       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CurrentDate.
           05 WS-CurrYear      PIC 9(4).
       01  WS-TodayInt             PIC 9(7) COMP.
       01  WS-ServiceInt           PIC 9(7) COMP.
       01  WS-AgeDays              PIC S9(5) COMP.
       01  WS-AgeDate              PIC 9(8).

       01  WS-RefundDaysParm       PIC X(3) VALUE SPACES.
       01  WS-RefundDays           PIC 9(3) VALUE 60.

       01  WS-ARSwitch             PIC X VALUE "N".
           88 ARRecordFound        VALUE "Y".
       01  WS-PostScanSwitch       PIC X VALUE "N".
           88 PostScanDone         VALUE "Y".
           88 PostScanNotDone      VALUE "N".
       01  WS-CreditKeySwitch      PIC X VALUE "N".
           88 CreditKeyFree        VALUE "Y".
           88 CreditKeyTaken       VALUE "N".

       01  WS-RejectReason         PIC X(40).
       01  WS-RejectDetail.
       01  WS-ApplyAmount          PIC 9(5)V99 VALUE ZEROES.
       01  WS-RespAmount           PIC 9(5)V99 VALUE ZEROES.
       01  WS-FlooredResp          PIC 9(5)V99 VALUE ZEROES.
       01  WS-ExcessAmount         PIC 9(5)V99 VALUE ZEROES.
       01  WS-CreditAmount         PIC 9(5)V99 VALUE ZEROES.
       01  WS-CreditStart          PIC 9(5)V99 VALUE ZEROES.
       01  WS-OldItemStatus        PIC X VALUE SPACES.
       01  WS-PendingSwitch        PIC X VALUE "N".
           88 ClaimPendingIns      VALUE "Y".
           88 RegisterRecordFound    VALUE "Y".
           88 RegisterRecordNotFound VALUE "N".

      * The patient, date and method money is being posted under,
      * whether it comes from a receipt or from a credit on file.
       01  WS-PostSSN              PIC X(9).
       01  WS-PostDate             PIC 9(8).
       01  WS-PostMethod           PIC X(2).

       01  WS-CreditCode.
           05 FILLER               PIC X VALUE "*".
           05 WS-CC-Seq            PIC 9(2).

       01  WS-CreditTable.
           05 WS-CRD-Entry OCCURS 500 TIMES.
               10 WS-CRD-Key           PIC X(20).
       01  WS-CRD-Count             PIC 9(3) VALUE ZEROES.
       01  WS-CRD-Idx               PIC 9(3) COMP.

       01  WS-ChargeAddCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-ReceiptCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-PostedCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-RejectCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-AgencyFlagCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-PostedAmount         PIC 9(9)V99 VALUE ZEROES.
       01  WS-UnappliedAmount      PIC 9(9)V99 VALUE ZEROES.
       01  WS-CreditAddCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-CreditAppliedAmount  PIC 9(9)V99 VALUE ZEROES.
       01  WS-RefundTransCounter   PIC 9(7) COMP VALUE ZEROES.
       01  WS-RefundedAmount       PIC 9(9)V99 VALUE ZEROES.
       01  WS-RefundListCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-RefundListAmount     PIC 9(9)V99 VALUE ZEROES.

       01  WS-AgingSSN             PIC X(9) VALUE SPACES.
       01  WS-AgingName            PIC X(20) VALUE SPACES.
       01  WS-BucketIdx            PIC 9(1) COMP.
       01  WS-PatientOpenTotal     PIC 9(7)V99 VALUE ZEROES.
       01  WS-GrandOpenTotal       PIC 9(9)V99 VALUE ZEROES.
       01  WS-PatientCredit        PIC 9(7)V99 VALUE ZEROES.
       01  WS-GrandCredit          PIC 9(9)V99 VALUE ZEROES.

       01  WS-AgingLines.
           05 WS-AgingTitle.
               10 FILLER PIC X(14) VALUE "       61-90".
               10 FILLER PIC X(14) VALUE "     OVER 90".
               10 FILLER PIC X(14) VALUE "       TOTAL".
               10 FILLER PIC X(14) VALUE "      CREDIT".
           05 WS-AgingDetail.
               10 WS-AG-SSN        PIC X(9).
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-AG-Bucket4    PIC $$,$$$,$$9.99.
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-AG-Total      PIC $$,$$$,$$9.99.
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-AG-Credit     PIC $$,$$$,$$9.99.
           05 WS-AgingTrailer.
               10 FILLER PIC X(12) VALUE "GRAND TOTAL".
               10 FILLER           PIC X(22) VALUE SPACES.
               10 WS-AG-Grand3     PIC $$$$,$$$,$$9.99.
               10 WS-AG-Grand4     PIC $$$$,$$$,$$9.99.
               10 WS-AG-GrandTotal PIC $$$$,$$$,$$9.99.
               10 WS-AG-GrandCredit PIC $$$$,$$$,$$9.99.

       01  WS-RefundLines.
           05 WS-RefundTitle.
               10 FILLER PIC X(40) VALUE
                   "REFUND REGISTER - CREDITS UNAPPLIED OVER".
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-RR-Days       PIC ZZ9.
               10 FILLER           PIC X(5) VALUE " DAYS".
           05 WS-RefundHeader.
               10 FILLER PIC X(12) VALUE "SSN".
               10 FILLER PIC X(37) VALUE "PATIENT NAME".
               10 FILLER PIC X(10) VALUE "CREDIT DT".
               10 FILLER PIC X(5) VALUE "REF".
               10 FILLER PIC X(8) VALUE "METHOD".
               10 FILLER PIC X(6) VALUE "  DAYS".
               10 FILLER PIC X(14) VALUE "      AMOUNT".
           05 WS-RefundDetail.
               10 WS-RR-SSN        PIC X(9).
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-RR-LastName   PIC X(20).
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-RR-FirstName  PIC X(15).
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-RR-CreditDate PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RR-CreditCode PIC X(3).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RR-Method     PIC X(2).
               10 FILLER           PIC X(6) VALUE SPACES.
               10 WS-RR-AgeDays    PIC ZZZZ9.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RR-Amount     PIC $$,$$$,$$9.99.
           05 WS-RefundTrailer.
               10 FILLER PIC X(16) VALUE "CREDITS LISTED: ".
               10 WS-RR-Count      PIC ZZZZZZ9.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 FILLER PIC X(14) VALUE "TOTAL CREDIT: ".
               10 WS-RR-Total      PIC $$$$,$$$,$$9.99.

       01  WS-PaymentTrailer.
           05 FILLER                PIC X(10) VALUE "RUN DATE: ".
           05 FILLER                PIC X(11) VALUE "UNAPPLIED: ".
           05 WS-PY-UnappliedAmount PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE "CREDITS APPLIED: ".
           05 WS-PY-AppliedAmount   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REFUNDED: ".
           05 WS-PY-RefundedAmount  PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REJECTED: ".
           05 WS-PY-RejectCount     PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "AGENCY FLAGS: ".
           05 WS-PY-AgencyFlagCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           MOVE WS-CurrentDate TO WS-CurrentDateNum.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-CurrentDateNum).
           PERFORM AcceptRefundDays.
           OPEN I-O PatientARFile.
           OPEN INPUT PatientProceduresFile.
           OPEN INPUT PatientMasterFile.
           OPEN INPUT ClaimRegisterFile.
           OPEN INPUT PatientReceiptsFile.
           OPEN INPUT RefundTransFile.
           OPEN OUTPUT PaymentRejectFile.
           OPEN OUTPUT ARAgingReport.
           OPEN OUTPUT RefundRegisterReport.
           PERFORM ProcessRefunds.
           PERFORM BuildChargesFromProcedures.
           PERFORM ApplyCreditBalances.
           PERFORM ProcessReceipts.
           PERFORM WriteAgingReport.
           PERFORM WriteRefundRegister.
           PERFORM WritePaymentTrailer.
           CLOSE PatientARFile.
           CLOSE PatientProceduresFile.
           CLOSE PatientMasterFile.
           CLOSE ClaimRegisterFile.
           CLOSE PatientReceiptsFile.
           CLOSE RefundTransFile.
           CLOSE PaymentRejectFile.
           CLOSE ARAgingReport.
           CLOSE RefundRegisterReport.
           STOP RUN.

       AcceptRefundDays.
           MOVE SPACES TO WS-RefundDaysParm.
           ACCEPT WS-RefundDaysParm FROM SYSIN.
           IF WS-RefundDaysParm NUMERIC AND
                   WS-RefundDaysParm NOT = ZEROES
               MOVE WS-RefundDaysParm TO WS-RefundDays
           ELSE
               MOVE 60 TO WS-RefundDays
           END-IF.

      * Approved refunds are posted before the ledger is refreshed,
      * so a credit the office has decided to pay back is not
      * applied to a new charge in the same run. A refund names the
      * credit item by its date and reference as printed on the
      * refund register, and may not exceed what the credit still
      * holds.
       ProcessRefunds.
           READ RefundTransFile
               AT END SET EndOfRefundFile TO TRUE
           END-READ.
           PERFORM PostRefund UNTIL EndOfRefundFile.

       PostRefund.
           ADD 1 TO WS-RefundTransCounter.
           MOVE RFT-SSN TO PAR-SSN.
           MOVE RFT-CreditDate TO PAR-DateOfService.
           MOVE RFT-CreditCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN ARRecordNotFound
                   MOVE "CREDIT ITEM NOT ON LEDGER" TO WS-RejectReason
                   PERFORM WriteRefundReject
               WHEN NOT CreditItem
                   MOVE "LEDGER ITEM IS NOT A CREDIT" TO
                       WS-RejectReason
                   PERFORM WriteRefundReject
               WHEN ItemClosed
                   MOVE "CREDIT ALREADY CLOSED" TO WS-RejectReason
                   PERFORM WriteRefundReject
               WHEN RFT-Amount NOT NUMERIC OR RFT-Amount = ZEROES
                   MOVE "INVALID AMOUNT - NOT NUMERIC OR ZERO" TO
                       WS-RejectReason
                   PERFORM WriteRefundReject
               WHEN RFT-Amount > PAR-ChargeAmount - PAR-PaidAmount
                       - PAR-RefundAmount
                   MOVE "REFUND EXCEEDS CREDIT BALANCE" TO
                       WS-RejectReason
                   PERFORM WriteRefundReject
               WHEN OTHER
                   PERFORM RefundCredit
           END-EVALUATE.
           READ RefundTransFile
               AT END SET EndOfRefundFile TO TRUE
           END-READ.

       RefundCredit.
           ADD RFT-Amount TO PAR-RefundAmount.
           ADD RFT-Amount TO WS-RefundedAmount.
           IF RFT-RefundDate NUMERIC AND RFT-RefundDate > ZEROES
               MOVE RFT-RefundDate TO PAR-RefundDate
           ELSE
               MOVE WS-CurrentDateNum TO PAR-RefundDate
           END-IF.
           IF PAR-PaidAmount + PAR-RefundAmount >= PAR-ChargeAmount
               SET ItemClosed TO TRUE
           END-IF.
           REWRITE PatientARRecord
               INVALID KEY DISPLAY
                   "A/R LEDGER REWRITE FAILED FOR KEY: " PAR-Key
           END-REWRITE.

      * The ledger is refreshed before posting so receipts always
      * have the current charges to land on. The charge carried for
      * an item is the patient's responsibility, the statement run's
      * rule: the billed amount net of whatever the carrier has paid
      * on the matching claim; a claim still pending with the
      * insurer carries no patient charge until the remittance
      * lands. A payment already posted against an item is never
      * erased: whatever a later insurance payment leaves the
      * patient over-paid on an item becomes a credit.
       BuildChargesFromProcedures.
           READ PatientProceduresFile NEXT RECORD
               AT END SET EndOfFile TO TRUE
                       PERFORM AddChargeItem
                   END-IF
               ELSE
                   IF NOT UncollectibleItem
                       PERFORM RefreshChargeItem
                   END-IF
               END-IF
           END-IF.
           READ PatientProceduresFile NEXT RECORD
      * charged to the patient, and a claim the sweep queued for
      * rebilling is pending with the carrier again, so the ledger
      * and the aging report agree with the denial disposition on
      * the register. The contractual adjustment the carrier's
      * contract takes off the bill is never the patient's either.
       NetClaimRegister.
           SET ClaimNotPendingIns TO TRUE.
           MOVE Cost TO WS-RespAmount.
           MOVE PSSN TO CR-SSN.
           MOVE ProcedureCode TO CR-ProcedureCode.
           MOVE DateOfTreatment TO CR-DateOfTreatment.
           SET PrimaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
                       MOVE ZEROES TO WS-RespAmount
                   WHEN DispWrittenOff
                       MOVE ZEROES TO WS-RespAmount
                   WHEN DispSecondaryBilled
                       PERFORM NetSecondaryClaim
                   WHEN CR-PaidAmount + CR-ContractAdj < Cost
                       COMPUTE WS-RespAmount = Cost - CR-PaidAmount
                           - CR-ContractAdj
                   WHEN OTHER
                       MOVE ZEROES TO WS-RespAmount
               END-EVALUATE
           END-IF.

      * Once the primary carrier's balance has been billed to the
      * secondary carrier the item waits on that claim: nothing is
      * the patient's while it is queued, sent or being rebilled,
      * and once it is paid or denied the patient owes only what
      * both carriers have left.
       NetSecondaryClaim.
           COMPUTE WS-RespAmount = Cost - CR-PaidAmount
               - CR-ContractAdj.
           SET SecondaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           END-READ.
           IF RegisterRecordFound
               EVALUATE TRUE
                   WHEN ClaimQueued OR ClaimSent OR DispRebilled
                       SET ClaimPendingIns TO TRUE
                       MOVE ZEROES TO WS-RespAmount
                   WHEN DispWrittenOff
                       MOVE ZEROES TO WS-RespAmount
                   WHEN CR-PaidAmount + CR-ContractAdj < WS-RespAmount
                       COMPUTE WS-RespAmount = WS-RespAmount
                           - CR-PaidAmount - CR-ContractAdj
                   WHEN OTHER
                       MOVE ZEROES TO WS-RespAmount
               END-EVALUATE
           END-IF.

      * The item's charge always tracks the current responsibility:
      * an insurance payment posted since the item was opened lowers
      * it, and a rebilled claim that finally pays short REOPENS a
      * closed item and raises it, so the aging report and receipt
      * posting always see what is really collectable. The item is
      * closed exactly when nothing is left to collect. When the
      * carrier's payment leaves the patient owing less than they
      * already paid, the excess comes off the item and onto a new
      * credit item dated today, carrying the item's payment method.
      * While the claim is still pending with the insurer nothing is
      * settled yet, so the charge is only floored at what was paid.
       RefreshChargeItem.
           MOVE ZEROES TO WS-ExcessAmount.
           IF WS-RespAmount < PAR-PaidAmount
               IF ClaimPendingIns
                   MOVE PAR-PaidAmount TO WS-FlooredResp
               ELSE
                   COMPUTE WS-ExcessAmount =
                       PAR-PaidAmount - WS-RespAmount
                   MOVE WS-RespAmount TO WS-FlooredResp
                   MOVE WS-RespAmount TO PAR-PaidAmount
               END-IF
           ELSE
               MOVE WS-RespAmount TO WS-FlooredResp
           END-IF.
               SET ItemOpen TO TRUE
           END-IF.
           IF WS-FlooredResp NOT = PAR-ChargeAmount OR
                   PAR-Status NOT = WS-OldItemStatus OR
                   WS-ExcessAmount > ZEROES
               MOVE WS-FlooredResp TO PAR-ChargeAmount
               REWRITE PatientARRecord
                   INVALID KEY DISPLAY
                       "A/R LEDGER REWRITE FAILED FOR KEY: " PAR-Key
               END-REWRITE
           END-IF.
           IF WS-ExcessAmount > ZEROES
               MOVE PAR-SSN TO WS-PostSSN
               MOVE WS-CurrentDateNum TO WS-PostDate
               MOVE PAR-LastPaymentMethod TO WS-PostMethod
               MOVE WS-ExcessAmount TO WS-CreditAmount
               PERFORM AddCreditItem
           END-IF.

       AddChargeItem.
           MOVE PSSN TO PAR-SSN.
           MOVE ZEROES TO PAR-LastPaymentDate.
           MOVE SPACES TO PAR-LastPaymentMethod.
           SET ItemOpen TO TRUE.
           SET ChargeItem TO TRUE.
           MOVE ZEROES TO PAR-RefundAmount.
           MOVE ZEROES TO PAR-RefundDate.
           PERFORM ClearCollectionHistory.
           WRITE PatientARRecord
               INVALID KEY DISPLAY "A/R LEDGER WRITE FAILED FOR KEY: "
                   PAR-Key
               NOT INVALID KEY ADD 1 TO WS-ChargeAddCounter
           END-WRITE.

      * Money no open charge can absorb is kept as a credit item
      * under the patient and the date it came in; the "*nn"
      * reference keeps several credits on the same day apart and
      * sorts clear of any procedure code.
       AddCreditItem.
           MOVE ZEROES TO WS-CC-Seq.
           SET CreditKeyTaken TO TRUE.
           PERFORM FindFreeCreditKey
               UNTIL CreditKeyFree OR WS-CC-Seq = 99.
           IF CreditKeyFree
               MOVE WS-PostSSN TO PAR-SSN
               MOVE WS-PostDate TO PAR-DateOfService
               MOVE WS-CreditCode TO PAR-ProcedureCode
               MOVE WS-CreditAmount TO PAR-ChargeAmount
               MOVE ZEROES TO PAR-PaidAmount
               MOVE WS-PostDate TO PAR-LastPaymentDate
               MOVE WS-PostMethod TO PAR-LastPaymentMethod
               SET ItemOpen TO TRUE
               SET CreditItem TO TRUE
               MOVE ZEROES TO PAR-RefundAmount
               MOVE ZEROES TO PAR-RefundDate
               PERFORM ClearCollectionHistory
               WRITE PatientARRecord
                   INVALID KEY DISPLAY
                       "A/R LEDGER WRITE FAILED FOR KEY: " PAR-Key
                   NOT INVALID KEY ADD 1 TO WS-CreditAddCounter
               END-WRITE
           ELSE
               DISPLAY "NO CREDIT REFERENCE LEFT FOR: " WS-PostSSN
                   " " WS-PostDate
           END-IF.

       ClearCollectionHistory.
           MOVE ZEROES TO PAR-StatementCount.
           MOVE ZEROES TO PAR-LastStatementDate.
           SET NotPlaced TO TRUE.
           MOVE SPACES TO PAR-AgencyCode.
           MOVE ZEROES TO PAR-PlacedDate.
           MOVE ZEROES TO PAR-PlacedAmount.
           MOVE ZEROES TO PAR-AgencyCollected.
           MOVE ZEROES TO PAR-CommissionAmount.
           MOVE ZEROES TO PAR-BadDebtAmount.
           MOVE ZEROES TO PAR-AgencyReturnDate.
           MOVE ZEROES TO PAR-PriorCollected.
           MOVE ZEROES TO PAR-PriorCommission.

       FindFreeCreditKey.
           ADD 1 TO WS-CC-Seq.
           MOVE WS-PostSSN TO PAR-SSN.
           MOVE WS-PostDate TO PAR-DateOfService.
           MOVE WS-CreditCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY SET CreditKeyFree TO TRUE
           END-READ.

      * Credits are worked oldest first against whatever the
      * patient now owes. The open credits are gathered in ledger
      * key order, so each patient's come up oldest date first,
      * and each is paid down against the patient's open charges
      * oldest date of service first, exactly as a receipt is. The
      * charges show today as their payment date and the credit's
      * original method.
       ApplyCreditBalances.
           MOVE ZEROES TO WS-CRD-Count.
           SET PostScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               INVALID KEY SET PostScanDone TO TRUE
           END-START.
           IF PostScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET PostScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM CollectCreditItem UNTIL PostScanDone.
           PERFORM ApplyOneCredit
               VARYING WS-CRD-Idx FROM 1 BY 1
               UNTIL WS-CRD-Idx > WS-CRD-Count.

       CollectCreditItem.
           IF CreditItem AND ItemOpen
               IF WS-CRD-Count < 500
                   ADD 1 TO WS-CRD-Count
                   MOVE PAR-Key TO WS-CRD-Key(WS-CRD-Count)
               ELSE
                   DISPLAY "CREDIT TABLE FULL, CREDIT NOT APPLIED: "
                       PAR-Key
               END-IF
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET PostScanDone TO TRUE
           END-READ.

       ApplyOneCredit.
           MOVE WS-CRD-Key(WS-CRD-Idx) TO PAR-Key.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           IF ARRecordFound
               COMPUTE WS-CreditStart = PAR-ChargeAmount
                   - PAR-PaidAmount - PAR-RefundAmount
               MOVE WS-CreditStart TO WS-RemainingAmount
               MOVE PAR-SSN TO WS-PostSSN
               MOVE WS-CurrentDateNum TO WS-PostDate
               MOVE PAR-LastPaymentMethod TO WS-PostMethod
               IF WS-RemainingAmount > ZEROES
                   PERFORM ScanPatientOpenItems
               END-IF
               IF WS-RemainingAmount < WS-CreditStart
                   PERFORM DrawDownCredit
               END-IF
           END-IF.

       DrawDownCredit.
           MOVE WS-CRD-Key(WS-CRD-Idx) TO PAR-Key.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           IF ARRecordFound
               COMPUTE WS-ApplyAmount =
                   WS-CreditStart - WS-RemainingAmount
               ADD WS-ApplyAmount TO PAR-PaidAmount
               ADD WS-ApplyAmount TO WS-CreditAppliedAmount
               MOVE WS-CurrentDateNum TO PAR-LastPaymentDate
               IF WS-RemainingAmount = ZEROES
                   SET ItemClosed TO TRUE
               END-IF
               REWRITE PatientARRecord
                   INVALID KEY DISPLAY
                       "A/R LEDGER REWRITE FAILED FOR KEY: " PAR-Key
               END-REWRITE
           ELSE
               DISPLAY "A/R LEDGER READ FAILED FOR KEY: "
                   WS-CRD-Key(WS-CRD-Idx)
           END-IF.

       ProcessReceipts.
           READ PatientReceiptsFile
               AT END SET EndOfReceiptFile TO TRUE
      * Open items are paid off oldest date of service first; the
      * ledger key (SSN + date of service) already delivers them in
      * that order. Anything the patient's open items cannot absorb
      * is kept as an unapplied credit. The receipt itself counts
      * as posted, so the trailer's posted plus unapplied amounts
      * cross-foot to the receipts taken in.
       ApplyReceiptToLedger.
           MOVE RCP-SSN TO WS-PostSSN.
           MOVE RCP-PaymentDate TO WS-PostDate.
           MOVE RCP-Method TO WS-PostMethod.
           MOVE RCP-Amount TO WS-RemainingAmount.
           PERFORM ScanPatientOpenItems.
           ADD 1 TO WS-PostedCounter.
           COMPUTE WS-PostedAmount = WS-PostedAmount
               + RCP-Amount - WS-RemainingAmount.
           IF WS-RemainingAmount > ZEROES
               ADD WS-RemainingAmount TO WS-UnappliedAmount
               MOVE WS-RemainingAmount TO WS-CreditAmount
               PERFORM AddCreditItem
           END-IF.

       ScanPatientOpenItems.
           SET PostScanNotDone TO TRUE.
           MOVE WS-PostSSN TO PAR-SSN.
           MOVE ZEROES TO PAR-DateOfService.
           MOVE SPACES TO PAR-ProcedureCode.
           START PatientARFile KEY IS NOT LESS THAN PAR-Key
               END-READ
           END-IF.
           PERFORM ApplyToOpenItem UNTIL PostScanDone.

       ApplyToOpenItem.
           IF PAR-SSN NOT = WS-PostSSN OR WS-RemainingAmount = ZEROES
               SET PostScanDone TO TRUE
           ELSE
               IF ItemOpen AND ChargeItem
                   PERFORM PayDownItem
               END-IF
               READ PatientARFile NEXT RECORD
               END-IF
               ADD WS-ApplyAmount TO PAR-PaidAmount
               SUBTRACT WS-ApplyAmount FROM WS-RemainingAmount
               MOVE WS-PostDate TO PAR-LastPaymentDate
               MOVE WS-PostMethod TO PAR-LastPaymentMethod
               IF PAR-PaidAmount >= PAR-ChargeAmount
                   SET ItemClosed TO TRUE
               END-IF
                   INVALID KEY DISPLAY
                       "A/R LEDGER REWRITE FAILED FOR KEY: " PAR-Key
               END-REWRITE
               IF PlacedItem
                   PERFORM FlagAgencyPayment
               END-IF
           ELSE
               SET ItemClosed TO TRUE
               REWRITE PatientARRecord
               END-REWRITE
           END-IF.

      * Money landing on an item out with an agency is posted as
      * usual but listed, so the agency can be told the patient has
      * paid us directly.
       FlagAgencyPayment.
           ADD 1 TO WS-AgencyFlagCounter.
           MOVE WS-PostSSN TO WS-RJ-SSN.
           MOVE WS-PostDate TO WS-RJ-Date.
           MOVE WS-ApplyAmount TO WS-RJ-Amount.
           MOVE SPACES TO WS-RejectReason.
           STRING "PAID ON ITEM PLACED WITH AGENCY "
               PAR-AgencyCode DELIMITED BY SIZE
               INTO WS-RejectReason.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO PaymentRejectLine.
           WRITE PaymentRejectLine.

       WriteReceiptReject.
           ADD 1 TO WS-RejectCounter.
           PERFORM WriteRejectLine.

       WriteRejectLine.
           MOVE RCP-SSN TO WS-RJ-SSN.
           MOVE RCP-PaymentDate TO WS-RJ-Date.
           MOVE RCP-Amount TO WS-RJ-Amount.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO PaymentRejectLine.
           WRITE PaymentRejectLine.

       WriteRefundReject.
           ADD 1 TO WS-RejectCounter.
           MOVE RFT-SSN TO WS-RJ-SSN.
           MOVE RFT-CreditDate TO WS-RJ-Date.
           MOVE RFT-Amount TO WS-RJ-Amount.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO PaymentRejectLine.
           WRITE PaymentRejectLine.
           MOVE ZEROES TO WS-GrandBuckets.
           MOVE ZEROES TO WS-PatientOpenTotal.
           MOVE ZEROES TO WS-GrandOpenTotal.
           MOVE ZEROES TO WS-PatientCredit.
           MOVE ZEROES TO WS-GrandCredit.
           SET PostScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               PERFORM ReadMasterForAging
               MOVE ZEROES TO WS-PatientBuckets
               MOVE ZEROES TO WS-PatientOpenTotal
               MOVE ZEROES TO WS-PatientCredit
           END-IF.
           IF CreditItem
               IF ItemOpen
                   COMPUTE WS-ItemBalance = PAR-ChargeAmount
                       - PAR-PaidAmount - PAR-RefundAmount
                   ADD WS-ItemBalance TO WS-PatientCredit
                   ADD WS-ItemBalance TO WS-GrandCredit
               END-IF
           ELSE
               IF ItemOpen AND PAR-ChargeAmount > PAR-PaidAmount
                   PERFORM BucketOpenItem
               END-IF
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET PostScanDone TO TRUE
      * over-90 bucket, the bucket the collectors look at first.
       BucketOpenItem.
           COMPUTE WS-ItemBalance = PAR-ChargeAmount - PAR-PaidAmount.
           MOVE PAR-DateOfService TO WS-AgeDate.
           PERFORM ComputeItemAge.
           EVALUATE TRUE
               WHEN WS-AgeDays <= 30
                   MOVE 1 TO WS-BucketIdx
           ADD WS-ItemBalance TO WS-PatientOpenTotal.
           ADD WS-ItemBalance TO WS-GrandOpenTotal.

       ComputeItemAge.
           IF WS-AgeDate(5:2) >= "01" AND
                   WS-AgeDate(5:2) <= "12" AND
                   WS-AgeDate(7:2) >= "01" AND
                   WS-AgeDate(7:2) <= "31"
               COMPUTE WS-ServiceInt =
                   FUNCTION INTEGER-OF-DATE(WS-AgeDate)
               COMPUTE WS-AgeDays = WS-TodayInt - WS-ServiceInt
           ELSE
               MOVE 999 TO WS-AgeDays
           END-IF.

       WritePatientAgingLine.
           IF WS-PatientOpenTotal > ZEROES OR WS-PatientCredit > ZEROES
               MOVE WS-AgingSSN TO WS-AG-SSN
               MOVE WS-AgingName TO WS-AG-Name
               MOVE WS-PB-Bucket(1) TO WS-AG-Bucket1
               MOVE WS-PB-Bucket(3) TO WS-AG-Bucket3
               MOVE WS-PB-Bucket(4) TO WS-AG-Bucket4
               MOVE WS-PatientOpenTotal TO WS-AG-Total
               MOVE WS-PatientCredit TO WS-AG-Credit
               MOVE WS-AgingDetail TO ARAgingLine
               WRITE ARAgingLine
           END-IF.
           MOVE WS-GB-Bucket(3) TO WS-AG-Grand3.
           MOVE WS-GB-Bucket(4) TO WS-AG-Grand4.
           MOVE WS-GrandOpenTotal TO WS-AG-GrandTotal.
           MOVE WS-GrandCredit TO WS-AG-GrandCredit.
           MOVE WS-AgingTrailer TO ARAgingLine.
           WRITE ARAgingLine.

      * Every open credit still holding money more than the refund
      * days after it came in is listed for the office to approve a
      * refund back to the patient by the original payment method.
       WriteRefundRegister.
           MOVE WS-RefundDays TO WS-RR-Days.
           MOVE WS-RefundTitle TO RefundRegisterLine.
           WRITE RefundRegisterLine.
           MOVE WS-RefundHeader TO RefundRegisterLine.
           WRITE RefundRegisterLine.
           SET PostScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               INVALID KEY SET PostScanDone TO TRUE
           END-START.
           IF PostScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET PostScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM ListRefundCandidate UNTIL PostScanDone.
           MOVE WS-RefundListCounter TO WS-RR-Count.
           MOVE WS-RefundListAmount TO WS-RR-Total.
           MOVE WS-RefundTrailer TO RefundRegisterLine.
           WRITE RefundRegisterLine.

       ListRefundCandidate.
           IF CreditItem AND ItemOpen
               COMPUTE WS-ItemBalance = PAR-ChargeAmount
                   - PAR-PaidAmount - PAR-RefundAmount
               MOVE PAR-DateOfService TO WS-AgeDate
               PERFORM ComputeItemAge
               IF WS-ItemBalance > ZEROES AND
                       WS-AgeDays > WS-RefundDays
                   PERFORM WriteRefundLine
               END-IF
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET PostScanDone TO TRUE
           END-READ.

       WriteRefundLine.
           MOVE PAR-SSN TO WS-AgingSSN.
           PERFORM ReadMasterForAging.
           MOVE PAR-SSN TO WS-RR-SSN.
           MOVE WS-AgingName TO WS-RR-LastName.
           IF MasterRecordFound
               MOVE PM-FirstName TO WS-RR-FirstName
           ELSE
               MOVE SPACES TO WS-RR-FirstName
           END-IF.
           MOVE PAR-DateOfService TO WS-RR-CreditDate.
           MOVE PAR-ProcedureCode TO WS-RR-CreditCode.
           MOVE PAR-LastPaymentMethod TO WS-RR-Method.
           MOVE WS-AgeDays TO WS-RR-AgeDays.
           MOVE WS-ItemBalance TO WS-RR-Amount.
           MOVE WS-RefundDetail TO RefundRegisterLine.
           WRITE RefundRegisterLine.
           ADD 1 TO WS-RefundListCounter.
           ADD WS-ItemBalance TO WS-RefundListAmount.

       WritePaymentTrailer.
           MOVE WS-CurrentDate TO WS-PY-Date.
           MOVE WS-ChargeAddCounter TO WS-PY-ChargeCount.
           MOVE WS-ReceiptCounter TO WS-PY-ReceiptCount.
           MOVE WS-PostedAmount TO WS-PY-PostedAmount.
           MOVE WS-UnappliedAmount TO WS-PY-UnappliedAmount.
           MOVE WS-CreditAppliedAmount TO WS-PY-AppliedAmount.
           MOVE WS-RefundedAmount TO WS-PY-RefundedAmount.
           MOVE WS-RejectCounter TO WS-PY-RejectCount.
           MOVE WS-AgencyFlagCounter TO WS-PY-AgencyFlagCount.
           DISPLAY WS-PaymentTrailer.

       END PROGRAM PATIENTPAYMENTS.
