      * whole register is swept and any claim still unpaid,
      * underpaid or denied is listed on the reconciliation report
      * so partial payments no longer slip through.
      * The posted-payments file is added to run after run, and the
      * GL interface picks it up from there; each line carries the
      * run's posting stamp and its sequence within the run so it
      * can be told apart from every other posting.
      * Claims are priced against the carrier contract schedule
      * (carrier-contract.dat, maintained by CONTRACTMAINT): the
      * allowed amount in force for the claim's carrier and
      * procedure code on the date of treatment. The difference
      * between billed and allowed is the contractual adjustment;
      * it is taken once per claim and written to the posted-
      * payments file as its own transaction. Only a claim paid
      * below its allowed amount is underpaid; a claim whose carrier
      * has no contract row for the procedure is still judged
      * against the billed amount. The reconciliation report shows
      * billed, allowed, paid and adjustment for every claim listed
      * and closes with the below-contract short-pay by carrier.
      * A patient with a second policy in force on the date of
      * treatment has whatever the primary carrier leaves unpaid
      * (billed less paid less contractual adjustment) billed on to
      * the secondary carrier: the primary is stamped as secondary-
      * billed and a secondary register entry is queued under its
      * own claim number, taken from the register control record,
      * carrying the remaining balance and the primary paid amount.
      * The next batch extract run sends it to the secondary
      * carrier. Once the secondary claim is out, a remittance for
      * the procedure is posted against it, not the primary.
      * Remittance lines imported from the carriers' 835 files by
      * REMITIMPORT also carry the carrier, the check or EFT they
      * were paid on, the claim number we sent, the claim status,
      * the carrier's adjustment reasons and the patient
      * responsibility. A line with a claim number is only posted
      * to the register entry under that number, which also tells
      * the primary and secondary claims apart; the check number
      * and patient responsibility go on to the posted payment.
      * Only the lines of checks that balanced on import reach this
      * run. The check headers the import wrote (remit-checks.dat)
      * are read in so the reconciliation report can close with
      * what was posted and left unposted against each check,
      * held checks included, to tie to the bank deposits.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO 'remittance.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RemitCheckFile
           ASSIGN TO 'remit-checks.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ClaimRegisterFile
           ASSIGN TO 'claim-register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ClaimKey.

           SELECT OPTIONAL CarrierContractFile
           ASSIGN TO 'carrier-contract.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CON-Key.

           SELECT PatientMasterFile
           ASSIGN TO 'patient-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-SSN.

           SELECT OPTIONAL PostedPaymentsFile
           ASSIGN TO 'posted-payments.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           02 RMT-BilledAmount     PIC 9(5)V99.
           02 RMT-PaidAmount       PIC 9(5)V99.
           02 RMT-DenialCode       PIC X(3).
           02 RMT-CarrierCode      PIC X(4).
           02 RMT-CheckNumber      PIC X(15).
           02 RMT-CheckDate        PIC 9(8).
           02 RMT-ClaimNumber      PIC 9(9).
           02 RMT-ClaimStatus      PIC X(2).
           02 RMT-PatientResp      PIC 9(5)V99.
           02 RMT-Adjustment OCCURS 3 TIMES.
               03 RMT-AdjGroup     PIC X(2).
               03 RMT-AdjReason    PIC X(3).
               03 RMT-AdjAmount    PIC S9(5)V99.

       FD RemitCheckFile.
       01 RemitCheckRecord.
           88 EndOfCheckFile       VALUE HIGH-VALUES.
           02 RCK-CarrierCode      PIC X(4).
           02 RCK-CheckNumber      PIC X(15).
           02 RCK-CheckDate        PIC 9(8).
           02 RCK-PayerName        PIC X(25).
           02 RCK-CheckTotal       PIC S9(7)V99.
           02 RCK-LineCount        PIC 9(4).
           02 RCK-LineTotal        PIC S9(7)V99.
           02 RCK-ProviderAdj      PIC S9(7)V99.
           02 RCK-Status           PIC X.
               88 CheckBalanced    VALUE "B".
               88 CheckHeld        VALUE "H".
           02 RCK-HoldReason       PIC X(30).

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

       FD CarrierContractFile.
       01 CarrierContractRecord.
           88 EndOfContractFile    VALUE HIGH-VALUES.
           02 CON-Key.
               03 CON-CarrierCode      PIC X(4).
               03 CON-ProcedureCode    PIC X(3).
               03 CON-EffectiveFrom    PIC 9(8).
           02 CON-AllowedAmount    PIC 9(5)V99.
           02 CON-EffectiveThru    PIC 9(8).
           02 CON-Status           PIC X.
               88 ContractActive   VALUE "A".
               88 ContractInactive VALUE "I".

       FD PatientMasterFile.
       01 PatientMasterRecord.
           02 PM-SSN                PIC X(9).
           02 PM-LastName           PIC X(20).
           02 PM-FirstName          PIC X(15).
           02 PM-AddressLine1       PIC X(25).
           02 PM-AddressLine2       PIC X(25).
           02 PM-City               PIC X(20).
           02 PM-State              PIC X(2).
           02 PM-ZipCode            PIC X(9).
           02 PM-CarrierCode        PIC X(4).
           02 PM-PolicyNumber       PIC X(12).
           02 PM-CoverageFrom       PIC 9(8).
           02 PM-CoverageThru       PIC 9(8).
           02 PM-SecCarrierCode     PIC X(4).
           02 PM-SecPolicyNumber    PIC X(12).
           02 PM-SecCoverageFrom    PIC 9(8).
           02 PM-SecCoverageThru    PIC 9(8).

      * A payment line (type P) carries what the carrier paid; a
      * contractual adjustment line (type A) carries the amount the
      * contract takes off the bill and nothing paid.
       FD PostedPaymentsFile.
       01 PostedPaymentRecord.
           02 PP-ClaimNumber       PIC 9(9).
           02 PP-DenialCode        PIC X(3).
           02 PP-PostingDate       PIC 9(8).
           02 PP-Status            PIC X(10).
           02 PP-PostingTime       PIC 9(6).
           02 PP-PostingSeq        PIC 9(7).
           02 PP-TransType         PIC X.
               88 PaymentTrans     VALUE "P".
               88 ContractAdjTrans VALUE "A".
           02 PP-AllowedAmount     PIC 9(5)V99.
           02 PP-AdjustmentAmount  PIC 9(5)V99.
           02 PP-CheckNumber       PIC X(15).
           02 PP-PatientResp       PIC 9(5)V99.

       FD ReconReportFile.
       01 ReconReportLine          PIC X(120).
           88 RegisterRecordFound    VALUE "Y".
           88 RegisterRecordNotFound VALUE "N".

       01  WS-MasterSwitch          PIC X VALUE "N".
           88 MasterRecordFound     VALUE "Y".
           88 MasterRecordNotFound  VALUE "N".
       01  WS-ContractSwitch        PIC X VALUE "N".
           88 ContractRateFound     VALUE "Y".
           88 ContractRateNotFound  VALUE "N".

       01  WS-ContractTable.
           05 WS-CON-Entry OCCURS 1000 TIMES.
               10 WS-CON-Carrier       PIC X(4).
               10 WS-CON-Code          PIC X(3).
               10 WS-CON-From          PIC 9(8).
               10 WS-CON-Thru          PIC 9(8).
               10 WS-CON-Allowed       PIC 9(5)V99.
       01  WS-CON-Count             PIC 9(4) VALUE ZEROES.
       01  WS-CON-Idx               PIC 9(4) COMP.
       01  WS-CON-MatchIdx          PIC 9(4) COMP.

       01  WS-UnderpaidTable.
           05 WS-UPC-Entry OCCURS 10 TIMES.
               10 WS-UPC-Carrier       PIC X(4).
               10 WS-UPC-Claims        PIC 9(7) COMP.
               10 WS-UPC-ShortPay      PIC 9(9)V99.
       01  WS-UPC-Count             PIC 9(2) VALUE ZEROES.
       01  WS-UPC-Idx               PIC 9(2) COMP.
       01  WS-UPC-MatchIdx          PIC 9(2) COMP.

      * One entry per check: the import's header figures, then what
      * this run posted and could not post from its lines.
       01  WS-CheckTable.
           05 WS-CHK-Entry OCCURS 200 TIMES.
               10 WS-CHK-Carrier       PIC X(4).
               10 WS-CHK-CheckNumber   PIC X(15).
               10 WS-CHK-CheckDate     PIC 9(8).
               10 WS-CHK-CheckTotal    PIC S9(7)V99.
               10 WS-CHK-Status        PIC X.
                   88 CHK-Balanced     VALUE "B".
                   88 CHK-Held         VALUE "H".
               10 WS-CHK-Lines         PIC 9(5) COMP.
               10 WS-CHK-Posted        PIC 9(9)V99.
               10 WS-CHK-Unposted      PIC 9(9)V99.
       01  WS-CHK-Count             PIC 9(3) VALUE ZEROES.
       01  WS-CHK-Idx               PIC 9(3) COMP.
       01  WS-CHK-MatchIdx          PIC 9(3) COMP.
       01  WS-CheckTotals.
           05 WS-CT-CheckTotal      PIC S9(9)V99 VALUE ZEROES.
           05 WS-CT-Posted          PIC 9(9)V99 VALUE ZEROES.
           05 WS-CT-Unposted        PIC 9(9)V99 VALUE ZEROES.

       01  WS-ClaimNumberSwitch     PIC X VALUE "N".
           88 RemitHasClaimNumber   VALUE "Y".
           88 RemitNoClaimNumber    VALUE "N".
       01  WS-RemitPostedSwitch     PIC X VALUE "N".
           88 RemitPosted           VALUE "Y".
           88 RemitNotPosted        VALUE "N".
       01  WS-MismatchSwitch        PIC X VALUE "N".
           88 ClaimNumberMismatch   VALUE "Y".
           88 ClaimNumberAgrees     VALUE "N".

       01  WS-SecondarySwitch       PIC X VALUE "N".
           88 SecondaryDue          VALUE "Y".
           88 SecondaryNotDue       VALUE "N".
       01  WS-SecondaryClaim.
           05 WS-SEC-SSN            PIC X(9).
           05 WS-SEC-ProcedureCode  PIC X(3).
           05 WS-SEC-DateOfTreatment PIC 9(8).
           05 WS-SEC-CarrierCode    PIC X(4).
           05 WS-SEC-PrimaryPaid    PIC 9(5)V99.
       01  WS-SecondaryBalance      PIC S9(5)V99 VALUE ZEROES.
       01  WS-NextClaimNumber       PIC 9(9) VALUE ZEROES.
       01  WS-SecondaryCounter      PIC 9(7) COMP VALUE ZEROES.

       01  WS-ClaimCarrier          PIC X(4) VALUE SPACES.
       01  WS-ContractDue           PIC 9(5)V99 VALUE ZEROES.
       01  WS-FullContractAdj       PIC 9(5)V99 VALUE ZEROES.
       01  WS-ContractAdj           PIC 9(5)V99 VALUE ZEROES.
       01  WS-ShortPay              PIC 9(5)V99 VALUE ZEROES.
       01  WS-PaidAndPatient        PIC 9(6)V99 VALUE ZEROES.

       01  WS-RemitCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-PostedCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-UnmatchedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-PostingSeq           PIC 9(7) COMP VALUE ZEROES.
       01  WS-TotalBilled          PIC 9(9)V99 VALUE ZEROES.
       01  WS-TotalPaid            PIC 9(9)V99 VALUE ZEROES.
       01  WS-TotalAllowed         PIC 9(9)V99 VALUE ZEROES.
       01  WS-TotalAdjusted        PIC 9(9)V99 VALUE ZEROES.
       01  WS-PostedAmount         PIC 9(9)V99 VALUE ZEROES.
       01  WS-ContractAdjCounter   PIC 9(7) COMP VALUE ZEROES.
       01  WS-ContractAdjAmount    PIC 9(9)V99 VALUE ZEROES.

       01  WS-RunStamp.
           05 WS-RS-Date           PIC 9(8).
               10 FILLER PIC X(12) VALUE "SSN      ".
               10 FILLER PIC X(5)  VALUE "CODE ".
               10 FILLER PIC X(10) VALUE "DATE    ".
               10 FILLER PIC X(12) VALUE "    BILLED".
               10 FILLER PIC X(12) VALUE "   ALLOWED".
               10 FILLER PIC X(12) VALUE "      PAID".
               10 FILLER PIC X(12) VALUE "ADJUSTMENT".
               10 FILLER PIC X(7)  VALUE "DEN".
               10 FILLER PIC X(12) VALUE "DISPOSITION".
           05 WS-ReconDetail.
               10 WS-RC-ClaimNumber PIC 9(9).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RC-Billed     PIC $$$,$$9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RC-Allowed    PIC $$$,$$9.99 BLANK WHEN ZERO.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RC-Paid       PIC $$$,$$9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RC-Adjustment PIC $$$,$$9.99 BLANK WHEN ZERO.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-RC-Denial     PIC X(3).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-RC-Disposition PIC X(24).
           05 WS-ReconTrailer.
               10 FILLER PIC X(14) VALUE "REMITS READ:".
               10 WS-RT-PostedCount PIC ZZZZZZ9.
               10 FILLER PIC X(14) VALUE "  UNMATCHED:".
               10 WS-RT-UnmatchedCount PIC ZZZZZZ9.
               10 FILLER PIC X(22) VALUE "  SECONDARY QUEUED:".
               10 WS-RT-SecondaryCount PIC ZZZZZZ9.
           05 WS-ReconTotals.
               10 FILLER PIC X(14) VALUE "TOTAL BILLED:".
               10 WS-RT-TotalBilled PIC $$$,$$$,$$9.99.
               10 FILLER PIC X(16) VALUE "  TOTAL ALLOWED:".
               10 WS-RT-TotalAllowed PIC $$$,$$$,$$9.99.
               10 FILLER PIC X(13) VALUE "  TOTAL PAID:".
               10 WS-RT-TotalPaid  PIC $$$,$$$,$$9.99.
               10 FILLER PIC X(17) VALUE "  TOTAL ADJUSTED:".
               10 WS-RT-TotalAdjusted PIC $$$,$$$,$$9.99.
           05 WS-ReconAdjTotals.
               10 FILLER PIC X(26) VALUE
                   "CONTRACTUAL ADJUSTMENTS:".
               10 WS-RT-AdjCount   PIC ZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-RT-AdjAmount  PIC $$$,$$$,$$9.99.
           05 WS-UnderpaidTitle.
               10 FILLER PIC X(40) VALUE
                   "PAID BELOW CONTRACT BY CARRIER".
           05 WS-UnderpaidHeader.
               10 FILLER PIC X(10) VALUE "CARRIER".
               10 FILLER PIC X(10) VALUE "   CLAIMS".
               10 FILLER PIC X(16) VALUE "       SHORT-PAY".
           05 WS-UnderpaidDetail.
               10 WS-UP-Carrier    PIC X(4).
               10 FILLER           PIC X(6) VALUE SPACES.
               10 WS-UP-Count      PIC ZZZZZZ9.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-UP-ShortPay   PIC $$$,$$$,$$9.99.
           05 WS-CheckTitle.
               10 FILLER PIC X(40) VALUE
                   "POSTED BY CHECK".
           05 WS-CheckHeading.
               10 FILLER PIC X(6)  VALUE "CARR".
               10 FILLER PIC X(17) VALUE "CHECK/EFT NUMBER".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(17) VALUE "    CHECK TOTAL".
               10 FILLER PIC X(6)  VALUE "LINES".
               10 FILLER PIC X(16) VALUE "        POSTED".
               10 FILLER PIC X(16) VALUE "      UNPOSTED".
               10 FILLER PIC X(24) VALUE "STATUS".
           05 WS-CheckDetail.
               10 WS-CK-Carrier    PIC X(4).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-CheckNumber PIC X(15).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-CheckDate  PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-CheckTotal PIC $$$,$$$,$$9.99-.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-Lines      PIC ZZZ9.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-Posted     PIC $$$,$$$,$$9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-Unposted   PIC $$$,$$$,$$9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-Status     PIC X(24).
           05 WS-CheckTotalLine.
               10 FILLER PIC X(6)  VALUE SPACES.
               10 FILLER PIC X(13) VALUE "CHECKS:".
               10 WS-CKT-Count     PIC ZZZ9.
               10 FILLER PIC X(8)  VALUE SPACES.
               10 WS-CKT-CheckTotal PIC $$$,$$$,$$9.99-.
               10 FILLER PIC X(8)  VALUE SPACES.
               10 WS-CKT-Posted    PIC $$$,$$$,$$9.99.
               10 FILLER PIC X(2)  VALUE SPACES.
               10 WS-CKT-Unposted  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT CarrierContractFile.
           PERFORM LoadContractSchedule.
           CLOSE CarrierContractFile.
           OPEN INPUT RemitCheckFile.
           PERFORM LoadRemitChecks.
           CLOSE RemitCheckFile.
           OPEN I-O ClaimRegisterFile.
           OPEN INPUT PatientMasterFile.
           OPEN INPUT RemittanceFile.
           OPEN EXTEND PostedPaymentsFile.
           OPEN OUTPUT ReconReportFile.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM WriteReconTrailer.
           PERFORM WriteRunEnd.
           CLOSE ClaimRegisterFile.
           CLOSE PatientMasterFile.
           CLOSE RemittanceFile.
           CLOSE PostedPaymentsFile.
           CLOSE ReconReportFile.
           CLOSE RunControlFile.
           STOP RUN.

      * Inactivated contract rows are left out of the table; the
      * carrier has withdrawn from them and they price nothing.
       LoadContractSchedule.
           READ CarrierContractFile NEXT RECORD
               AT END SET EndOfContractFile TO TRUE
           END-READ.
           PERFORM StoreContractRate UNTIL EndOfContractFile.

       StoreContractRate.
           IF ContractActive AND CON-AllowedAmount NUMERIC
               IF WS-CON-Count < 1000
                   ADD 1 TO WS-CON-Count
                   MOVE CON-CarrierCode TO WS-CON-Carrier(WS-CON-Count)
                   MOVE CON-ProcedureCode TO WS-CON-Code(WS-CON-Count)
                   MOVE CON-EffectiveFrom TO WS-CON-From(WS-CON-Count)
                   MOVE CON-EffectiveThru TO WS-CON-Thru(WS-CON-Count)
                   MOVE CON-AllowedAmount TO
                       WS-CON-Allowed(WS-CON-Count)
               ELSE
                   DISPLAY "CONTRACT TABLE FULL, ROW IGNORED: "
                       CON-Key
               END-IF
           END-IF.
           READ CarrierContractFile NEXT RECORD
               AT END SET EndOfContractFile TO TRUE
           END-READ.

      * A held check is carried at its full total as unposted:
      * none of its lines came through for posting.
       LoadRemitChecks.
           READ RemitCheckFile
               AT END SET EndOfCheckFile TO TRUE
           END-READ.
           PERFORM StoreRemitCheck UNTIL EndOfCheckFile.

       StoreRemitCheck.
           IF WS-CHK-Count < 200
               ADD 1 TO WS-CHK-Count
               MOVE RCK-CarrierCode TO WS-CHK-Carrier(WS-CHK-Count)
               MOVE RCK-CheckNumber TO
                   WS-CHK-CheckNumber(WS-CHK-Count)
               MOVE RCK-CheckDate TO WS-CHK-CheckDate(WS-CHK-Count)
               MOVE RCK-CheckTotal TO WS-CHK-CheckTotal(WS-CHK-Count)
               MOVE RCK-Status TO WS-CHK-Status(WS-CHK-Count)
               MOVE ZEROES TO WS-CHK-Lines(WS-CHK-Count)
               MOVE ZEROES TO WS-CHK-Posted(WS-CHK-Count)
               MOVE ZEROES TO WS-CHK-Unposted(WS-CHK-Count)
               IF CheckHeld
                   MOVE RCK-LineCount TO WS-CHK-Lines(WS-CHK-Count)
                   IF RCK-CheckTotal > ZEROES
                       MOVE RCK-CheckTotal TO
                           WS-CHK-Unposted(WS-CHK-Count)
                   END-IF
               END-IF
           ELSE
               DISPLAY "CHECK TABLE FULL, CHECK IGNORED: "
                   RCK-CarrierCode " " RCK-CheckNumber
           END-IF.
           READ RemitCheckFile
               AT END SET EndOfCheckFile TO TRUE
           END-READ.

       WriteReconHeader.
           MOVE WS-ReconHeader TO ReconReportLine.
           WRITE ReconReportLine.

       PostRemittance.
           ADD 1 TO WS-RemitCounter.
           PERFORM FindClaimForRemit.
           IF RegisterRecordFound
               SET RemitPosted TO TRUE
               PERFORM ApplyRemitToClaim
           ELSE
               SET RemitNotPosted TO TRUE
               ADD 1 TO WS-UnmatchedCounter
               IF ClaimNumberMismatch
                   MOVE "CLAIM NUMBER MISMATCH" TO WS-RC-Disposition
               ELSE
                   MOVE "NOT IN CLAIM REGISTER" TO WS-RC-Disposition
               END-IF
               PERFORM WriteReconDetailFromRemit
           END-IF.
           IF RMT-CheckNumber NOT = SPACES
               PERFORM AccumulateCheckPosting
           END-IF.
           READ RemittanceFile
               AT END SET EndOfRemitFile TO TRUE
           END-READ.

      * A procedure whose balance has gone on to the secondary
      * carrier is paid by the secondary once that claim is out;
      * while it is still queued the remittance is the primary's.
      * A line that carries the claim number we sent is only posted
      * to the entry holding that number; lines keyed without one
      * (claim number blank or zero) are matched on identity alone.
       FindClaimForRemit.
           SET ClaimNumberAgrees TO TRUE.
           IF RMT-ClaimNumber NUMERIC AND RMT-ClaimNumber > ZEROES
               SET RemitHasClaimNumber TO TRUE
           ELSE
               SET RemitNoClaimNumber TO TRUE
           END-IF.
           MOVE RMT-SSN TO CR-SSN.
           MOVE RMT-ProcedureCode TO CR-ProcedureCode.
           MOVE RMT-DateOfTreatment TO CR-DateOfTreatment.
           SET SecondaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           END-READ.
           IF RegisterRecordFound AND ClaimQueued
               SET RegisterRecordNotFound TO TRUE
           END-IF.
           PERFORM CheckRemitClaimNumber.
           IF RegisterRecordNotFound
               MOVE RMT-SSN TO CR-SSN
               MOVE RMT-ProcedureCode TO CR-ProcedureCode
               MOVE RMT-DateOfTreatment TO CR-DateOfTreatment
               SET PrimaryClaim TO TRUE
               READ ClaimRegisterFile
                   INVALID KEY SET RegisterRecordNotFound TO TRUE
                   NOT INVALID KEY SET RegisterRecordFound TO TRUE
               END-READ
               PERFORM CheckRemitClaimNumber
           END-IF.
           IF RegisterRecordFound
               SET ClaimNumberAgrees TO TRUE
           END-IF.

       CheckRemitClaimNumber.
           IF RegisterRecordFound AND RemitHasClaimNumber AND
                   CR-ClaimNumber NOT = RMT-ClaimNumber
               SET RegisterRecordNotFound TO TRUE
               SET ClaimNumberMismatch TO TRUE
           END-IF.

      * A fresh remittance is new activity on the claim, so any
      * disposition the denial sweep stamped is cleared and the
      * claim is open for denial management again. A claim the
      * contract schedule prices is underpaid only when what the
      * carrier has paid falls short of the allowed amount (or of
      * the bill, when the carrier allows more than was billed).
      * The secondary is billed only what the primary left, so it
      * is judged against its own billed amount, never the primary
      * carrier's contract. What the carrier leaves to the patient
      * (copay, coinsurance, deductible) is kept on the register
      * across remittances and counts with the paid amount in both
      * tests, so patient responsibility is not taken for short pay.
       ApplyRemitToClaim.
           ADD RMT-PaidAmount TO CR-PaidAmount.
           IF RMT-PatientResp NUMERIC
               ADD RMT-PatientResp TO CR-PatientResp
           END-IF.
           COMPUTE WS-PaidAndPatient = CR-PaidAmount + CR-PatientResp.
           MOVE RMT-DenialCode TO CR-DenialCode.
           SET DispUnworked TO TRUE.
           MOVE ZEROES TO WS-ContractAdj.
           SET SecondaryNotDue TO TRUE.
           IF SecondaryClaim
               SET ContractRateNotFound TO TRUE
           ELSE
               PERFORM PriceClaimToContract
           END-IF.
           IF CR-DenialCode NOT = SPACES
               SET ClaimDenied TO TRUE
           ELSE
               IF ContractRateFound
                   PERFORM TakeContractualAdjustment
                   IF WS-PaidAndPatient < WS-ContractDue
                       SET ClaimUnderpaid TO TRUE
                   ELSE
                       SET ClaimPaid TO TRUE
                   END-IF
               ELSE
                   IF WS-PaidAndPatient < CR-Cost
                       SET ClaimUnderpaid TO TRUE
                   ELSE
                       SET ClaimPaid TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF PrimaryClaim AND NOT ClaimDenied
               PERFORM CheckSecondaryBalance
           END-IF.
           REWRITE ClaimRegisterRecord
               INVALID KEY DISPLAY
                   "CLAIM REGISTER REWRITE FAILED: " CR-ClaimKey
           END-REWRITE.
           PERFORM WritePostedPayment.
           IF WS-ContractAdj > ZEROES
               PERFORM WriteContractAdjustment
           END-IF.
           ADD 1 TO WS-PostedCounter.
           ADD RMT-PaidAmount TO WS-PostedAmount.
           IF SecondaryDue
               PERFORM QueueSecondaryClaim
           END-IF.

      * The balance left on the primary goes to the secondary when
      * the patient's second policy was in force on the date of
      * treatment. The primary is stamped secondary-billed so the
      * denial sweep leaves its balance to the secondary carrier.
       CheckSecondaryBalance.
           COMPUTE WS-SecondaryBalance =
               CR-Cost - CR-PaidAmount - CR-ContractAdj.
           IF WS-SecondaryBalance > ZEROES
               MOVE CR-SSN TO PM-SSN
               READ PatientMasterFile
                   INVALID KEY SET MasterRecordNotFound TO TRUE
                   NOT INVALID KEY SET MasterRecordFound TO TRUE
               END-READ
               IF MasterRecordFound AND
                       PM-SecCarrierCode NOT = SPACES AND
                       CR-DateOfTreatment >= PM-SecCoverageFrom AND
                       CR-DateOfTreatment <= PM-SecCoverageThru
                   SET SecondaryDue TO TRUE
                   SET DispSecondaryBilled TO TRUE
                   MOVE CR-SSN TO WS-SEC-SSN
                   MOVE CR-ProcedureCode TO WS-SEC-ProcedureCode
                   MOVE CR-DateOfTreatment TO WS-SEC-DateOfTreatment
                   MOVE PM-SecCarrierCode TO WS-SEC-CarrierCode
                   MOVE CR-PaidAmount TO WS-SEC-PrimaryPaid
               END-IF
           END-IF.

      * A secondary still waiting for the extract run is brought up
      * to date with the primary's latest payment; one already sent
      * to the secondary carrier is left as it went out.
       QueueSecondaryClaim.
           MOVE WS-SEC-SSN TO CR-SSN.
           MOVE WS-SEC-ProcedureCode TO CR-ProcedureCode.
           MOVE WS-SEC-DateOfTreatment TO CR-DateOfTreatment.
           SET SecondaryClaim TO TRUE.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           END-READ.
           IF RegisterRecordFound
               IF ClaimQueued
                   MOVE WS-SecondaryBalance TO CR-Cost
                   MOVE WS-SEC-PrimaryPaid TO CR-PrimaryPaid
                   REWRITE ClaimRegisterRecord
                       INVALID KEY DISPLAY
                           "CLAIM REGISTER REWRITE FAILED: "
                           CR-ClaimKey
                   END-REWRITE
               END-IF
           ELSE
               PERFORM TakeNextClaimNumber
               PERFORM RegisterSecondaryClaim
           END-IF.

      * Claim numbers come from the register control record the
      * batch extract run keeps, so the secondary's number is never
      * one the extract run has already handed out.
       TakeNextClaimNumber.
           MOVE ZEROES TO CR-SSN.
           MOVE "CTL" TO CR-ProcedureCode.
           MOVE ZEROES TO CR-DateOfTreatment.
           MOVE SPACE TO CR-CoverageLevel.
           READ ClaimRegisterFile
               INVALID KEY SET RegisterRecordNotFound TO TRUE
               NOT INVALID KEY SET RegisterRecordFound TO TRUE
           END-READ.
           IF RegisterRecordFound
               ADD 1 TO CR-ClaimNumber
               MOVE CR-ClaimNumber TO WS-NextClaimNumber
               REWRITE ClaimRegisterRecord
                   INVALID KEY DISPLAY
                       "CLAIM REGISTER CONTROL REWRITE FAILED"
               END-REWRITE
           ELSE
               MOVE 1 TO WS-NextClaimNumber
               MOVE WS-NextClaimNumber TO CR-ClaimNumber
               MOVE WS-CurrentDate TO CR-RunDate
               MOVE ZEROES TO CR-Cost
               MOVE ZEROES TO CR-PaidAmount
               MOVE SPACES TO CR-DenialCode
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
               END-WRITE
           END-IF.

       RegisterSecondaryClaim.
           MOVE WS-SEC-SSN TO CR-SSN.
           MOVE WS-SEC-ProcedureCode TO CR-ProcedureCode.
           MOVE WS-SEC-DateOfTreatment TO CR-DateOfTreatment.
           SET SecondaryClaim TO TRUE.
           MOVE WS-NextClaimNumber TO CR-ClaimNumber.
           MOVE WS-CurrentDate TO CR-RunDate.
           MOVE WS-SecondaryBalance TO CR-Cost.
           MOVE ZEROES TO CR-PaidAmount.
           MOVE SPACES TO CR-DenialCode.
           SET ClaimQueued TO TRUE.
           SET DispUnworked TO TRUE.
           SET AckNone TO TRUE.
           MOVE WS-SEC-CarrierCode TO CR-CarrierCode.
           MOVE ZEROES TO CR-AllowedAmount.
           MOVE ZEROES TO CR-ContractAdj.
           MOVE WS-SEC-PrimaryPaid TO CR-PrimaryPaid.
           MOVE ZEROES TO CR-PatientResp.
           WRITE ClaimRegisterRecord
               INVALID KEY DISPLAY
                   "CLAIM REGISTER WRITE FAILED: " CR-ClaimKey
               NOT INVALID KEY ADD 1 TO WS-SecondaryCounter
           END-WRITE.

      * Claims registered before the register carried the carrier
      * are priced under the patient's carrier on the master.
       PriceClaimToContract.
           SET ContractRateNotFound TO TRUE.
           MOVE CR-CarrierCode TO WS-ClaimCarrier.
           IF WS-ClaimCarrier = SPACES
               MOVE CR-SSN TO PM-SSN
               READ PatientMasterFile
                   INVALID KEY SET MasterRecordNotFound TO TRUE
                   NOT INVALID KEY SET MasterRecordFound TO TRUE
               END-READ
               IF MasterRecordFound
                   MOVE PM-CarrierCode TO WS-ClaimCarrier
                   MOVE PM-CarrierCode TO CR-CarrierCode
               END-IF
           END-IF.
           IF WS-ClaimCarrier NOT = SPACES
               PERFORM FindContractRate
           END-IF.
           IF ContractRateFound
               MOVE WS-CON-Allowed(WS-CON-MatchIdx) TO
                   CR-AllowedAmount
               IF CR-AllowedAmount < CR-Cost
                   MOVE CR-AllowedAmount TO WS-ContractDue
               ELSE
                   MOVE CR-Cost TO WS-ContractDue
               END-IF
           END-IF.

      * The row in force on the date of treatment is the one with
      * the latest effective-from date on or before it whose thru
      * date (zeroes = open-ended) has not passed.
       FindContractRate.
           MOVE ZEROES TO WS-CON-MatchIdx.
           PERFORM FindContractEntry
               VARYING WS-CON-Idx FROM 1 BY 1
               UNTIL WS-CON-Idx > WS-CON-Count.
           IF WS-CON-MatchIdx > ZEROES
               SET ContractRateFound TO TRUE
           END-IF.

       FindContractEntry.
           IF WS-CON-Carrier(WS-CON-Idx) = WS-ClaimCarrier AND
                   WS-CON-Code(WS-CON-Idx) = CR-ProcedureCode AND
                   WS-CON-From(WS-CON-Idx) <= CR-DateOfTreatment AND
                   (WS-CON-Thru(WS-CON-Idx) = ZEROES OR
                    WS-CON-Thru(WS-CON-Idx) >= CR-DateOfTreatment)
               IF WS-CON-MatchIdx = ZEROES
                   MOVE WS-CON-Idx TO WS-CON-MatchIdx
               ELSE
                   IF WS-CON-From(WS-CON-Idx) >
                           WS-CON-From(WS-CON-MatchIdx)
                       MOVE WS-CON-Idx TO WS-CON-MatchIdx
                   END-IF
               END-IF
           END-IF.

      * The adjustment is taken once per claim: a later remittance
      * on the same claim only adds to it if the contract now takes
      * more off than was already adjusted.
       TakeContractualAdjustment.
           IF CR-Cost > CR-AllowedAmount
               COMPUTE WS-FullContractAdj =
                   CR-Cost - CR-AllowedAmount
           ELSE
               MOVE ZEROES TO WS-FullContractAdj
           END-IF.
           IF WS-FullContractAdj > CR-ContractAdj
               COMPUTE WS-ContractAdj =
                   WS-FullContractAdj - CR-ContractAdj
               MOVE WS-FullContractAdj TO CR-ContractAdj
           END-IF.

       WritePostedPayment.
           MOVE CR-ClaimNumber TO PP-ClaimNumber.
           MOVE RMT-PaidAmount TO PP-PaidAmount.
           MOVE RMT-DenialCode TO PP-DenialCode.
           MOVE WS-CurrentDate TO PP-PostingDate.
           MOVE WS-RS-Time TO PP-PostingTime.
           ADD 1 TO WS-PostingSeq.
           MOVE WS-PostingSeq TO PP-PostingSeq.
           EVALUATE TRUE
               WHEN ClaimDenied
                   MOVE "DENIED" TO PP-Status
               WHEN OTHER
                   MOVE "PAID" TO PP-Status
           END-EVALUATE.
           SET PaymentTrans TO TRUE.
           MOVE CR-AllowedAmount TO PP-AllowedAmount.
           MOVE ZEROES TO PP-AdjustmentAmount.
           MOVE RMT-CheckNumber TO PP-CheckNumber.
           IF RMT-PatientResp NUMERIC
               MOVE RMT-PatientResp TO PP-PatientResp
           ELSE
               MOVE ZEROES TO PP-PatientResp
           END-IF.
           WRITE PostedPaymentRecord.

       WriteContractAdjustment.
           MOVE CR-ClaimNumber TO PP-ClaimNumber.
           MOVE CR-SSN TO PP-SSN.
           MOVE CR-ProcedureCode TO PP-ProcedureCode.
           MOVE CR-DateOfTreatment TO PP-DateOfTreatment.
           MOVE CR-Cost TO PP-BilledAmount.
           MOVE ZEROES TO PP-PaidAmount.
           MOVE SPACES TO PP-DenialCode.
           MOVE WS-CurrentDate TO PP-PostingDate.
           MOVE WS-RS-Time TO PP-PostingTime.
           ADD 1 TO WS-PostingSeq.
           MOVE WS-PostingSeq TO PP-PostingSeq.
           MOVE "CONTRACT" TO PP-Status.
           SET ContractAdjTrans TO TRUE.
           MOVE CR-AllowedAmount TO PP-AllowedAmount.
           MOVE WS-ContractAdj TO PP-AdjustmentAmount.
           MOVE RMT-CheckNumber TO PP-CheckNumber.
           MOVE ZEROES TO PP-PatientResp.
           WRITE PostedPaymentRecord.
           ADD 1 TO WS-ContractAdjCounter.
           ADD WS-ContractAdj TO WS-ContractAdjAmount.

       WriteReconDetailFromRemit.
           IF RemitHasClaimNumber
               MOVE RMT-ClaimNumber TO WS-RC-ClaimNumber
           ELSE
               MOVE ZEROES TO WS-RC-ClaimNumber
           END-IF.
           MOVE RMT-SSN TO WS-RC-SSN.
           MOVE RMT-ProcedureCode TO WS-RC-Code.
           MOVE RMT-DateOfTreatment TO WS-RC-Date.
           MOVE RMT-BilledAmount TO WS-RC-Billed.
           MOVE ZEROES TO WS-RC-Allowed.
           MOVE RMT-PaidAmount TO WS-RC-Paid.
           MOVE ZEROES TO WS-RC-Adjustment.
           MOVE RMT-DenialCode TO WS-RC-Denial.
           MOVE WS-ReconDetail TO ReconReportLine.
           WRITE ReconReportLine.

      * A line whose check the import did not write a header for
      * (keyed outside the 835 import, or from an earlier import)
      * still gets its own entry, with no check total to tie to.
       AccumulateCheckPosting.
           MOVE ZEROES TO WS-CHK-MatchIdx.
           PERFORM FindRemitCheck
               VARYING WS-CHK-Idx FROM 1 BY 1
               UNTIL WS-CHK-Idx > WS-CHK-Count
                   OR WS-CHK-MatchIdx > ZEROES.
           IF WS-CHK-MatchIdx = ZEROES
               IF WS-CHK-Count < 200
                   ADD 1 TO WS-CHK-Count
                   MOVE WS-CHK-Count TO WS-CHK-MatchIdx
                   MOVE RMT-CarrierCode TO
                       WS-CHK-Carrier(WS-CHK-MatchIdx)
                   MOVE RMT-CheckNumber TO
                       WS-CHK-CheckNumber(WS-CHK-MatchIdx)
                   MOVE RMT-CheckDate TO
                       WS-CHK-CheckDate(WS-CHK-MatchIdx)
                   MOVE ZEROES TO WS-CHK-CheckTotal(WS-CHK-MatchIdx)
                   MOVE SPACE TO WS-CHK-Status(WS-CHK-MatchIdx)
                   MOVE ZEROES TO WS-CHK-Lines(WS-CHK-MatchIdx)
                   MOVE ZEROES TO WS-CHK-Posted(WS-CHK-MatchIdx)
                   MOVE ZEROES TO WS-CHK-Unposted(WS-CHK-MatchIdx)
               ELSE
                   DISPLAY "CHECK TABLE FULL, LINE NOT TOTALLED: "
                       RMT-CheckNumber
               END-IF
           END-IF.
           IF WS-CHK-MatchIdx > ZEROES
               ADD 1 TO WS-CHK-Lines(WS-CHK-MatchIdx)
               IF RemitPosted
                   ADD RMT-PaidAmount TO
                       WS-CHK-Posted(WS-CHK-MatchIdx)
               ELSE
                   ADD RMT-PaidAmount TO
                       WS-CHK-Unposted(WS-CHK-MatchIdx)
               END-IF
           END-IF.

       FindRemitCheck.
           IF WS-CHK-CheckNumber(WS-CHK-Idx) = RMT-CheckNumber AND
                   WS-CHK-Carrier(WS-CHK-Idx) = RMT-CarrierCode
               MOVE WS-CHK-Idx TO WS-CHK-MatchIdx
           END-IF.

      * After the remittances are posted the register is read from
      * the top and every claim that is not fully paid is reported.
      * The control record (procedure code "CTL") is skipped. A
      * secondary claim bills part of the same charge again, so the
      * billed, allowed and adjusted totals count primaries only.
       SweepRegister.
           MOVE LOW-VALUES TO CR-ClaimKey.
           START ClaimRegisterFile KEY IS GREATER THAN CR-ClaimKey

       ReportRegisterClaim.
           IF CR-ProcedureCode NOT = "CTL"
               IF PrimaryClaim
                   ADD CR-Cost TO WS-TotalBilled
                   ADD CR-AllowedAmount TO WS-TotalAllowed
                   ADD CR-ContractAdj TO WS-TotalAdjusted
               END-IF
               ADD CR-PaidAmount TO WS-TotalPaid
               EVALUATE TRUE
                   WHEN ClaimDenied
                       MOVE "DENIED" TO WS-RC-Disposition
                       PERFORM WriteReconDetailFromClaim
                   WHEN ClaimUnderpaid AND CR-AllowedAmount > ZEROES
                       MOVE "PAID BELOW CONTRACT" TO WS-RC-Disposition
                       PERFORM WriteReconDetailFromClaim
                       PERFORM AccumulateCarrierShortPay
                   WHEN ClaimUnderpaid AND SecondaryClaim
                       MOVE "SECONDARY UNDERPAID" TO WS-RC-Disposition
                       PERFORM WriteReconDetailFromClaim
                   WHEN ClaimUnderpaid
                       MOVE "UNDERPAID - NO CONTRACT" TO
                           WS-RC-Disposition
                       PERFORM WriteReconDetailFromClaim
                   WHEN ClaimQueued
                       MOVE "SECONDARY NOT YET SENT" TO
                           WS-RC-Disposition
                       PERFORM WriteReconDetailFromClaim
                   WHEN ClaimSent
                       MOVE "UNPAID - NO REMITTANCE" TO
           MOVE CR-ProcedureCode TO WS-RC-Code.
           MOVE CR-DateOfTreatment TO WS-RC-Date.
           MOVE CR-Cost TO WS-RC-Billed.
           MOVE CR-AllowedAmount TO WS-RC-Allowed.
           MOVE CR-PaidAmount TO WS-RC-Paid.
           MOVE CR-ContractAdj TO WS-RC-Adjustment.
           MOVE CR-DenialCode TO WS-RC-Denial.
           MOVE WS-ReconDetail TO ReconReportLine.
           WRITE ReconReportLine.

       AccumulateCarrierShortPay.
           IF CR-AllowedAmount < CR-Cost
               COMPUTE WS-ShortPay = CR-AllowedAmount - CR-PaidAmount
                   - CR-PatientResp
           ELSE
               COMPUTE WS-ShortPay = CR-Cost - CR-PaidAmount
                   - CR-PatientResp
           END-IF.
           MOVE ZEROES TO WS-UPC-MatchIdx.
           PERFORM FindUnderpaidCarrier
               VARYING WS-UPC-Idx FROM 1 BY 1
               UNTIL WS-UPC-Idx > WS-UPC-Count
                   OR WS-UPC-MatchIdx > ZEROES.
           IF WS-UPC-MatchIdx = ZEROES
               IF WS-UPC-Count < 10
                   ADD 1 TO WS-UPC-Count
                   MOVE WS-UPC-Count TO WS-UPC-MatchIdx
                   MOVE CR-CarrierCode TO
                       WS-UPC-Carrier(WS-UPC-MatchIdx)
                   MOVE ZEROES TO WS-UPC-Claims(WS-UPC-MatchIdx)
                   MOVE ZEROES TO WS-UPC-ShortPay(WS-UPC-MatchIdx)
               ELSE
                   DISPLAY "UNDERPAID CARRIER TABLE FULL: "
                       CR-CarrierCode
               END-IF
           END-IF.
           IF WS-UPC-MatchIdx > ZEROES
               ADD 1 TO WS-UPC-Claims(WS-UPC-MatchIdx)
               ADD WS-ShortPay TO WS-UPC-ShortPay(WS-UPC-MatchIdx)
           END-IF.

       FindUnderpaidCarrier.
           IF WS-UPC-Carrier(WS-UPC-Idx) = CR-CarrierCode
               MOVE WS-UPC-Idx TO WS-UPC-MatchIdx
           END-IF.

       WriteReconTrailer.
           MOVE WS-RemitCounter TO WS-RT-RemitCount.
           MOVE WS-PostedCounter TO WS-RT-PostedCount.
           MOVE WS-UnmatchedCounter TO WS-RT-UnmatchedCount.
           MOVE WS-SecondaryCounter TO WS-RT-SecondaryCount.
           MOVE WS-ReconTrailer TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-TotalBilled TO WS-RT-TotalBilled.
           MOVE WS-TotalAllowed TO WS-RT-TotalAllowed.
           MOVE WS-TotalPaid TO WS-RT-TotalPaid.
           MOVE WS-TotalAdjusted TO WS-RT-TotalAdjusted.
           MOVE WS-ReconTotals TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-ContractAdjCounter TO WS-RT-AdjCount.
           MOVE WS-ContractAdjAmount TO WS-RT-AdjAmount.
           MOVE WS-ReconAdjTotals TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE SPACES TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-UnderpaidTitle TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-UnderpaidHeader TO ReconReportLine.
           WRITE ReconReportLine.
           PERFORM WriteUnderpaidCarrierLine
               VARYING WS-UPC-Idx FROM 1 BY 1
               UNTIL WS-UPC-Idx > WS-UPC-Count.
           PERFORM WriteCheckSection.

       WriteUnderpaidCarrierLine.
           MOVE WS-UPC-Carrier(WS-UPC-Idx) TO WS-UP-Carrier.
           MOVE WS-UPC-Claims(WS-UPC-Idx) TO WS-UP-Count.
           MOVE WS-UPC-ShortPay(WS-UPC-Idx) TO WS-UP-ShortPay.
           MOVE WS-UnderpaidDetail TO ReconReportLine.
           WRITE ReconReportLine.

      * Deposits are tied to the bank statement from this section:
      * each check's total against what was posted from it.
       WriteCheckSection.
           MOVE SPACES TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-CheckTitle TO ReconReportLine.
           WRITE ReconReportLine.
           MOVE WS-CheckHeading TO ReconReportLine.
           WRITE ReconReportLine.
           PERFORM WriteCheckLine
               VARYING WS-CHK-Idx FROM 1 BY 1
               UNTIL WS-CHK-Idx > WS-CHK-Count.
           MOVE WS-CHK-Count TO WS-CKT-Count.
           MOVE WS-CT-CheckTotal TO WS-CKT-CheckTotal.
           MOVE WS-CT-Posted TO WS-CKT-Posted.
           MOVE WS-CT-Unposted TO WS-CKT-Unposted.
           MOVE WS-CheckTotalLine TO ReconReportLine.
           WRITE ReconReportLine.

       WriteCheckLine.
           MOVE WS-CHK-Carrier(WS-CHK-Idx) TO WS-CK-Carrier.
           MOVE WS-CHK-CheckNumber(WS-CHK-Idx) TO WS-CK-CheckNumber.
           MOVE WS-CHK-CheckDate(WS-CHK-Idx) TO WS-CK-CheckDate.
           MOVE WS-CHK-CheckTotal(WS-CHK-Idx) TO WS-CK-CheckTotal.
           MOVE WS-CHK-Lines(WS-CHK-Idx) TO WS-CK-Lines.
           MOVE WS-CHK-Posted(WS-CHK-Idx) TO WS-CK-Posted.
           MOVE WS-CHK-Unposted(WS-CHK-Idx) TO WS-CK-Unposted.
           EVALUATE TRUE
               WHEN CHK-Held(WS-CHK-Idx)
                   MOVE "HELD - NOT POSTED" TO WS-CK-Status
               WHEN WS-CHK-Status(WS-CHK-Idx) = SPACE
                   MOVE "NO CHECK HEADER" TO WS-CK-Status
               WHEN WS-CHK-Unposted(WS-CHK-Idx) > ZEROES
                   MOVE "LINES NOT POSTED" TO WS-CK-Status
               WHEN OTHER
                   MOVE "POSTED IN FULL" TO WS-CK-Status
           END-EVALUATE.
           MOVE WS-CheckDetail TO ReconReportLine.
           WRITE ReconReportLine.
           ADD WS-CHK-CheckTotal(WS-CHK-Idx) TO WS-CT-CheckTotal.
           ADD WS-CHK-Posted(WS-CHK-Idx) TO WS-CT-Posted.
           ADD WS-CHK-Unposted(WS-CHK-Idx) TO WS-CT-Unposted.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
