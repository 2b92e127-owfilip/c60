       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTERFACE.

      * General-ledger journal interface. Picks up the billing
      * system's money activity and turns it into summarized debit
      * and credit journal entries for the accounting system:
      *   CHG  new charges         patient-procedures.dat
      *   INS  carrier payments    posted-payments.dat
      *   CON  contractual adjust. posted-payments.dat
      *   WOF  write-offs          write-off-trans.dat
      *   PAT  patient receipts    patient-ar-ledger.dat
      *   UNA  unapplied credits   patient-ar-ledger.dat
      *   REF  patient refunds     patient-ar-ledger.dat
      *   COM  agency commission   patient-ar-ledger.dat
      *   BDW  bad-debt write-offs patient-ar-ledger.dat
      * Each activity is journaled under the billing period (YYYYMM)
      * of its own date and under the clinic that performed the
      * procedure (procedure-clinic-xref.dat; activity that cannot
      * be tied to a clinic goes under "????"). The debit and credit
      * accounts come from the GL account-mapping file, by activity
      * type and clinic, with a blank-clinic row as the default for
      * the activity type.
      * Every activity record journaled is remembered on the
      * journaled-activity file with the amount journaled so far, so
      * a rerun never journals the same money twice; an amount that
      * changes afterwards (a corrected charge, a further receipt on
      * the same ledger item) is journaled for the difference only,
      * reversed when the difference is negative.
      * The journal is only written when every activity found a
      * mapping and debits equal credits for every period and
      * clinic. Otherwise the run refuses the journal, leaves the
      * journaled-activity file untouched so the same activity is
      * picked up again once the problem is fixed, and says why on
      * the interface report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PatientProceduresFile
           ASSIGN TO 'patient-procedures.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RecordKeyArea.

           SELECT OPTIONAL ClinicXrefFile
           ASSIGN TO 'procedure-clinic-xref.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XRF-Key.

           SELECT OPTIONAL PostedPaymentsFile
           ASSIGN TO 'posted-payments.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WriteOffFile
           ASSIGN TO 'write-off-trans.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PatientARFile
           ASSIGN TO 'patient-ar-ledger.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-Key.

           SELECT GLAccountMapFile
           ASSIGN TO 'gl-account-map.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GLActivityFile
           ASSIGN TO 'gl-journaled-activity.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GLA-Key.

           SELECT GLPendingFile
           ASSIGN TO 'gl-pending.wrk'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLJournalFile
           ASSIGN TO 'gl-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLInterfaceReport
           ASSIGN TO 'gl-interface.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile
           ASSIGN TO 'run-control.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-Key.

       DATA DIVISION.
       FILE SECTION.
       FD PatientProceduresFile.
       01 PatientRecord.
           88 EndOfFile VALUE HIGH-VALUES.
           02 RecordDType   PIC X.
               88 PatientRecordType    VALUE "H".
               88 ProcedureRecordType  VALUE "P".
           02 RecordKeyArea.
               03 SSN          PIC 9(9).
               03 RecSeq       PIC 9(2).
           02 Patient.
               05 LastName     PIC X(20).
               05 FirstName    PIC X(15).

       01 ProcedureRecord.
           02 RecordType PIC X.
           02 PSSN              PIC 9(9).
           02 PRecSeq           PIC 9(2).
           02 ProcedureCode    PIC X(3).
           02 DateOfTreatment.
               05 Year PIC 9(4).
               05 Month PIC 9(2).
               05 TDay PIC 9(2).
           02 Cost     PIC 9(5)V99.
           02 DiagnosisCodes.
               05 DiagnosisCode PIC X(7) OCCURS 4 TIMES.

       FD ClinicXrefFile.
       01 ClinicXrefRecord.
           02 XRF-Key.
               03 XRF-SSN          PIC 9(9).
               03 XRF-RecSeq       PIC 9(2).
           02 XRF-ClinicCode      PIC X(4).
           02 XRF-LoadDate        PIC 9(8).

       FD PostedPaymentsFile.
       01 PostedPaymentRecord.
           88 EndOfPostedFile      VALUE HIGH-VALUES.
           02 PP-ClaimNumber       PIC 9(9).
           02 PP-SSN               PIC X(9).
           02 PP-ProcedureCode     PIC X(3).
           02 PP-DateOfTreatment   PIC 9(8).
           02 PP-BilledAmount      PIC 9(5)V99.
           02 PP-PaidAmount        PIC 9(5)V99.
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

       FD WriteOffFile.
       01 WriteOffRecord.
           88 EndOfWriteOffFile    VALUE HIGH-VALUES.
           02 WO-SSN               PIC X(9).
           02 WO-ProcedureCode     PIC X(3).
           02 WO-DateOfTreatment   PIC 9(8).
           02 WO-ClaimNumber       PIC 9(9).
           02 WO-Amount            PIC 9(5)V99.
           02 WO-DenialCode        PIC X(3).
           02 WO-Reason            PIC X(30).
           02 WO-WriteOffDate      PIC 9(8).

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
           02 PAR-AgencyCode       PIC X(4).
           02 PAR-PlacedDate       PIC 9(8).
           02 PAR-PlacedAmount     PIC 9(5)V99.
           02 PAR-AgencyCollected  PIC 9(5)V99.
           02 PAR-CommissionAmount PIC 9(5)V99.
           02 PAR-BadDebtAmount    PIC 9(5)V99.
           02 PAR-AgencyReturnDate PIC 9(8).
           02 PAR-PriorCollected   PIC 9(5)V99.
           02 PAR-PriorCommission  PIC 9(5)V99.

      * One row per activity type, optionally narrowed to a clinic.
      * A row with a blank clinic is the default for the type.
       FD GLAccountMapFile.
       01 GLAccountMapRecord.
           88 EndOfMapFile         VALUE HIGH-VALUES.
           02 GLM-ActivityType     PIC X(3).
           02 GLM-ClinicCode       PIC X(4).
           02 GLM-DebitAccount     PIC X(10).
           02 GLM-CreditAccount    PIC X(10).
           02 GLM-Description      PIC X(30).

      * What has already gone to the ledger, per activity record:
      * the source type plus the activity's own identity, and the
      * amount journaled for it to date.
       FD GLActivityFile.
       01 GLActivityRecord.
           02 GLA-Key.
               03 GLA-ActivityType     PIC X(3).
               03 GLA-ActivityId       PIC X(30).
           02 GLA-JournaledAmount  PIC 9(7)V99.
           02 GLA-JournalDate      PIC 9(8).

      * Activity journaled this run, held back until the journal
      * is known to balance and only then marked journaled.
       FD GLPendingFile.
       01 GLPendingRecord.
           88 EndOfPendingFile     VALUE HIGH-VALUES.
           02 GLW-Key              PIC X(33).
           02 GLW-JournaledAmount  PIC 9(7)V99.

       FD GLJournalFile.
       01 GLJournalRecord.
           02 GLJ-JournalDate      PIC 9(8).
           02 GLJ-Period           PIC 9(6).
           02 GLJ-ClinicCode       PIC X(4).
           02 GLJ-Account          PIC X(10).
           02 GLJ-DebitCredit      PIC X.
           02 GLJ-Amount           PIC 9(9)V99.
           02 GLJ-Description      PIC X(30).

       FD GLInterfaceReport.
       01 GLInterfaceLine          PIC X(132).

      * Shared run-control file for day-end balancing. Every job
      * writes a start record when it opens its files and an end
      * record, under the same timestamp, with its control totals
      * when it finishes cleanly; a start with no matching end is an
      * abended run and is flagged by the day-end balancing pass.
       FD RunControlFile.
       01 RunControlRecord.
           02 RC-Key.
               03 RC-JobName       PIC X(12).
               03 RC-Timestamp     PIC 9(14).
               03 RC-RecType       PIC X.
                   88 RunStartRec  VALUE "S".
                   88 RunEndRec    VALUE "E".
           02 RC-RunDate           PIC 9(8).
           02 RC-RecordsIn         PIC 9(7).
           02 RC-RecordsOut        PIC 9(7).
           02 RC-ControlCount      PIC 9(7).
           02 RC-ControlAmount     PIC 9(9)V99.
           02 RC-EndStatus         PIC X.
               88 NormalEnd        VALUE "N".

       WORKING-STORAGE SECTION.
       01  WS-CurrentDate.
           05 WS-CurrYear      PIC 9(4).
           05 WS-CurrMonth     PIC 9(2).
           05 WS-CurrDay       PIC 9(2).

       01  WS-RunStamp.
           05 WS-RS-Date           PIC 9(8).
           05 WS-RS-Time           PIC 9(6).
       01  WS-TimeOfDay            PIC 9(8).

       01  WS-ARScanSwitch         PIC X VALUE "N".
           88 ARScanDone           VALUE "Y".
           88 ARScanNotDone        VALUE "N".
       01  WS-ServiceScanSwitch    PIC X VALUE "N".
           88 ServiceScanDone      VALUE "Y".
           88 ServiceScanNotDone   VALUE "N".
       01  WS-XrefSwitch           PIC X VALUE "N".
           88 XrefRecordFound      VALUE "Y".
           88 XrefRecordNotFound   VALUE "N".
       01  WS-ActivitySwitch       PIC X VALUE "N".
           88 ActivityJournaled    VALUE "Y".
           88 ActivityNotJournaled VALUE "N".
       01  WS-BalanceSwitch        PIC X VALUE "Y".
           88 JournalBalanced      VALUE "Y".
           88 JournalOutOfBalance  VALUE "N".

      * The activity being journaled. Each source paragraph fills
      * in the type, identity, current amount, billing period and
      * the service it belongs to, then hands it to JournalActivity.
       01  WS-Activity.
           05 WS-ACT-Type          PIC X(3).
           05 WS-ACT-Id            PIC X(30).
           05 WS-ACT-Period        PIC 9(6).
           05 WS-ACT-Clinic        PIC X(4).
           05 WS-ACT-CurrentAmount PIC 9(7)V99.
           05 WS-ACT-PriorAmount   PIC 9(7)V99.
           05 WS-ACT-Delta         PIC S9(7)V99.
           05 WS-ACT-Amount        PIC 9(7)V99.
           05 WS-ACT-DebitAccount  PIC X(10).
           05 WS-ACT-CreditAccount PIC X(10).
           05 WS-ACT-Description   PIC X(30).

       01  WS-ServiceKey.
           05 WS-SVC-SSN           PIC X(9).
           05 WS-SVC-Code          PIC X(3).
           05 WS-SVC-Date          PIC 9(8).

       01  WS-ChargeActivityId.
           05 WS-CAI-SSN           PIC 9(9).
           05 WS-CAI-RecSeq        PIC 9(2).
           05 WS-CAI-Code          PIC X(3).
           05 WS-CAI-Date          PIC 9(8).
           05 FILLER               PIC X(8) VALUE SPACES.
       01  WS-PaymentActivityId.
           05 WS-PAI-ClaimNumber   PIC 9(9).
           05 WS-PAI-PostingDate   PIC 9(8).
           05 WS-PAI-PostingTime   PIC 9(6).
           05 WS-PAI-PostingSeq    PIC 9(7).
       01  WS-WriteOffActivityId.
           05 WS-WAI-ClaimNumber   PIC 9(9).
           05 WS-WAI-WriteOffDate  PIC 9(8).
           05 WS-WAI-DenialCode    PIC X(3).
           05 FILLER               PIC X(10) VALUE SPACES.
       01  WS-ReceiptActivityId.
           05 WS-RAI-Key           PIC X(20).
           05 FILLER               PIC X(10) VALUE SPACES.

       01  WS-AccountMapTable.
           05 WS-MAP-Entry OCCURS 50 TIMES.
               10 WS-MAP-Type          PIC X(3).
               10 WS-MAP-Clinic        PIC X(4).
               10 WS-MAP-Debit         PIC X(10).
               10 WS-MAP-Credit        PIC X(10).
               10 WS-MAP-Description   PIC X(30).
       01  WS-MAP-Count             PIC 9(2) VALUE ZEROES.
       01  WS-MAP-Idx               PIC 9(2) COMP.
       01  WS-MAP-MatchIdx          PIC 9(2) COMP.
       01  WS-MAP-DefaultIdx        PIC 9(2) COMP.

      * Journal lines accumulated by period, clinic and account,
      * and the same money footed by period and clinic alone for
      * the balance check.
       01  WS-JournalTable.
           05 WS-JNL-Entry OCCURS 500 TIMES.
               10 WS-JNL-Period        PIC 9(6).
               10 WS-JNL-Clinic        PIC X(4).
               10 WS-JNL-Account       PIC X(10).
               10 WS-JNL-Description   PIC X(30).
               10 WS-JNL-Debit         PIC 9(9)V99.
               10 WS-JNL-Credit        PIC 9(9)V99.
       01  WS-JNL-Count             PIC 9(3) VALUE ZEROES.
       01  WS-JNL-Idx               PIC 9(3) COMP.
       01  WS-JNL-MatchIdx          PIC 9(3) COMP.

       01  WS-BalanceTable.
           05 WS-BAL-Entry OCCURS 200 TIMES.
               10 WS-BAL-Period        PIC 9(6).
               10 WS-BAL-Clinic        PIC X(4).
               10 WS-BAL-Debit         PIC 9(9)V99.
               10 WS-BAL-Credit        PIC 9(9)V99.
       01  WS-BAL-Count             PIC 9(3) VALUE ZEROES.
       01  WS-BAL-Idx               PIC 9(3) COMP.
       01  WS-BAL-MatchIdx          PIC 9(3) COMP.

       01  WS-SummaryTable.
           05 WS-SUM-Entry OCCURS 10 TIMES.
               10 WS-SUM-Type          PIC X(3).
               10 WS-SUM-Description   PIC X(30).
               10 WS-SUM-Records       PIC 9(7) COMP.
               10 WS-SUM-Debit         PIC 9(9)V99.
               10 WS-SUM-Reversed      PIC 9(9)V99.
       01  WS-SUM-Count        PIC 9(2) VALUE ZEROES.
       01  WS-SUM-Idx               PIC 9(2) COMP.
       01  WS-SUM-MatchIdx          PIC 9(2) COMP.

       01  WS-JournalSide.
           05 WS-JS-Account         PIC X(10).
           05 WS-JS-DebitCredit     PIC X.
               88 DebitSide         VALUE "D".
               88 CreditSide        VALUE "C".

       01  WS-ActivityReadCounter   PIC 9(7) COMP VALUE ZEROES.
       01  WS-JournaledCounter      PIC 9(7) COMP VALUE ZEROES.
       01  WS-UnmappedCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-OverflowCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-UnbalancedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-JournalLineCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-TotalDebits           PIC 9(9)V99 VALUE ZEROES.
       01  WS-TotalCredits          PIC 9(9)V99 VALUE ZEROES.

       01  WS-GLReportLines.
           05 WS-GLTitle.
               10 FILLER PIC X(40) VALUE
                   "GENERAL LEDGER JOURNAL INTERFACE".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 WS-GT-Date       PIC 9(8).
           05 WS-GLExceptionHeader.
               10 FILLER PIC X(40) VALUE
                   "ACTIVITY NOT JOURNALED".
           05 WS-GLExceptionDetail.
               10 WS-GX-Type       PIC X(3).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GX-Id         PIC X(30).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GX-Period     PIC 9(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GX-Clinic     PIC X(4).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GX-Amount     PIC -$$$,$$$,$$9.99.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GX-Reason     PIC X(40).
           05 WS-GLSummaryHeader.
               10 FILLER PIC X(6)  VALUE "TYPE".
               10 FILLER PIC X(32) VALUE "DESCRIPTION".
               10 FILLER PIC X(10) VALUE "  RECORDS".
               10 FILLER PIC X(18) VALUE "         JOURNALED".
               10 FILLER PIC X(18) VALUE "          REVERSED".
           05 WS-GLSummaryDetail.
               10 WS-GS-Type       PIC X(3).
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-GS-Description PIC X(30).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GS-Count      PIC ZZZZZZZZ9.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-GS-Debit      PIC $$$,$$$,$$9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-GS-Reversed   PIC $$$,$$$,$$9.99.
           05 WS-GLJournalHeader.
               10 FILLER PIC X(8)  VALUE "PERIOD".
               10 FILLER PIC X(8)  VALUE "CLINIC".
               10 FILLER PIC X(12) VALUE "ACCOUNT".
               10 FILLER PIC X(32) VALUE "DESCRIPTION".
               10 FILLER PIC X(18) VALUE "            DEBIT".
               10 FILLER PIC X(18) VALUE "           CREDIT".
           05 WS-GLJournalDetail.
               10 WS-GJ-Period     PIC 9(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GJ-Clinic     PIC X(4).
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-GJ-Account    PIC X(10).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GJ-Description PIC X(30).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-GJ-Debit      PIC $$$,$$$,$$9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-GJ-Credit     PIC $$$,$$$,$$9.99.
           05 WS-GLTotals.
               10 FILLER PIC X(60) VALUE "JOURNAL TOTALS".
               10 WS-GT-Debits     PIC $$$,$$$,$$9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-GT-Credits    PIC $$$,$$$,$$9.99.
           05 WS-GLTrailer.
               10 FILLER PIC X(16) VALUE "ACTIVITY READ: ".
               10 WS-GT-ReadCount  PIC ZZZZZZ9.
               10 FILLER PIC X(14) VALUE "  JOURNALED: ".
               10 WS-GT-JournaledCount PIC ZZZZZZ9.
               10 FILLER PIC X(13) VALUE "  UNMAPPED: ".
               10 WS-GT-UnmappedCount PIC ZZZZZZ9.
               10 FILLER PIC X(16) VALUE "  JOURNAL LINES:".
               10 WS-GT-LineCount  PIC ZZZZZZ9.
           05 WS-GLStatusLine.
               10 WS-GT-Status     PIC X(60).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT PatientProceduresFile.
           OPEN INPUT ClinicXrefFile.
           OPEN INPUT PostedPaymentsFile.
           OPEN INPUT WriteOffFile.
           OPEN INPUT PatientARFile.
           OPEN INPUT GLAccountMapFile.
           OPEN I-O GLActivityFile.
           OPEN OUTPUT GLPendingFile.
           OPEN OUTPUT GLJournalFile.
           OPEN OUTPUT GLInterfaceReport.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM LoadAccountMap.
           PERFORM WriteInterfaceHeader.
           PERFORM JournalCharges.
           PERFORM JournalCarrierPayments.
           PERFORM JournalWriteOffs.
           PERFORM JournalPatientReceipts.
           CLOSE GLPendingFile.
           PERFORM CheckJournalBalance.
           PERFORM WriteActivitySummary.
           IF JournalBalanced
               PERFORM WriteJournal
               PERFORM MarkActivityJournaled
           END-IF.
           PERFORM WriteInterfaceTrailer.
           PERFORM WriteRunEnd.
           CLOSE PatientProceduresFile.
           CLOSE ClinicXrefFile.
           CLOSE PostedPaymentsFile.
           CLOSE WriteOffFile.
           CLOSE PatientARFile.
           CLOSE GLAccountMapFile.
           CLOSE GLActivityFile.
           CLOSE GLJournalFile.
           CLOSE GLInterfaceReport.
           CLOSE RunControlFile.
           STOP RUN.

      * A mapping row with either account blank would journal one
      * side only, so it is refused here rather than at posting.
       LoadAccountMap.
           READ GLAccountMapFile
               AT END SET EndOfMapFile TO TRUE
           END-READ.
           PERFORM StoreAccountMap UNTIL EndOfMapFile.

       StoreAccountMap.
           IF GLM-DebitAccount = SPACES OR GLM-CreditAccount = SPACES
               DISPLAY "GL MAPPING IGNORED, ACCOUNT MISSING: "
                   GLM-ActivityType " " GLM-ClinicCode
           ELSE
               IF WS-MAP-Count < 50
                   ADD 1 TO WS-MAP-Count
                   MOVE GLM-ActivityType TO WS-MAP-Type(WS-MAP-Count)
                   MOVE GLM-ClinicCode TO WS-MAP-Clinic(WS-MAP-Count)
                   MOVE GLM-DebitAccount TO WS-MAP-Debit(WS-MAP-Count)
                   MOVE GLM-CreditAccount TO
                       WS-MAP-Credit(WS-MAP-Count)
                   MOVE GLM-Description TO
                       WS-MAP-Description(WS-MAP-Count)
               ELSE
                   DISPLAY "GL MAPPING TABLE FULL, ROW IGNORED: "
                       GLM-ActivityType " " GLM-ClinicCode
               END-IF
           END-IF.
           READ GLAccountMapFile
               AT END SET EndOfMapFile TO TRUE
           END-READ.

       WriteInterfaceHeader.
           MOVE WS-CurrentDate TO WS-GT-Date.
           MOVE WS-GLTitle TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE SPACES TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE WS-GLExceptionHeader TO GLInterfaceLine.
           WRITE GLInterfaceLine.

      * New charges: every valid procedure on file, journaled under
      * the month it was performed and the clinic that performed it.
       JournalCharges.
           READ PatientProceduresFile NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ.
           PERFORM JournalOneCharge UNTIL EndOfFile.

       JournalOneCharge.
           IF ProcedureRecordType AND Cost NUMERIC
                   AND DateOfTreatment NUMERIC
               ADD 1 TO WS-ActivityReadCounter
               MOVE "CHG" TO WS-ACT-Type
               MOVE PSSN TO WS-CAI-SSN
               MOVE PRecSeq TO WS-CAI-RecSeq
               MOVE ProcedureCode TO WS-CAI-Code
               MOVE DateOfTreatment TO WS-CAI-Date
               MOVE WS-ChargeActivityId TO WS-ACT-Id
               MOVE Cost TO WS-ACT-CurrentAmount
               MOVE DateOfTreatment(1:6) TO WS-ACT-Period
               PERFORM ReadPriorJournal
               IF WS-ACT-Delta NOT = ZEROES
                   MOVE "????" TO WS-ACT-Clinic
                   PERFORM ReadClinicXref
                   PERFORM JournalActivity
               END-IF
           END-IF.
           READ PatientProceduresFile NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ.

      * Carrier payments: each posted payment line carries its own
      * posting stamp, which is its identity here. Denials with
      * nothing paid carry no money and are passed over. A
      * contractual adjustment line is journaled as CON for the
      * amount the contract took off the bill.
       JournalCarrierPayments.
           READ PostedPaymentsFile
               AT END SET EndOfPostedFile TO TRUE
           END-READ.
           PERFORM JournalOnePayment UNTIL EndOfPostedFile.

       JournalOnePayment.
           MOVE ZEROES TO WS-ACT-CurrentAmount.
           IF ContractAdjTrans
               MOVE "CON" TO WS-ACT-Type
               IF PP-AdjustmentAmount NUMERIC
                   MOVE PP-AdjustmentAmount TO WS-ACT-CurrentAmount
               END-IF
           ELSE
               MOVE "INS" TO WS-ACT-Type
               IF PP-PaidAmount NUMERIC
                   MOVE PP-PaidAmount TO WS-ACT-CurrentAmount
               END-IF
           END-IF.
           IF WS-ACT-CurrentAmount > ZEROES
               ADD 1 TO WS-ActivityReadCounter
               MOVE PP-ClaimNumber TO WS-PAI-ClaimNumber
               MOVE PP-PostingDate TO WS-PAI-PostingDate
               MOVE PP-PostingTime TO WS-PAI-PostingTime
               MOVE PP-PostingSeq TO WS-PAI-PostingSeq
               MOVE WS-PaymentActivityId TO WS-ACT-Id
               MOVE PP-PostingDate(1:6) TO WS-ACT-Period
               PERFORM ReadPriorJournal
               IF WS-ACT-Delta NOT = ZEROES
                   MOVE PP-SSN TO WS-SVC-SSN
                   MOVE PP-ProcedureCode TO WS-SVC-Code
                   MOVE PP-DateOfTreatment TO WS-SVC-Date
                   PERFORM FindServiceClinic
                   PERFORM JournalActivity
               END-IF
           END-IF.
           READ PostedPaymentsFile
               AT END SET EndOfPostedFile TO TRUE
           END-READ.

       JournalWriteOffs.
           READ WriteOffFile
               AT END SET EndOfWriteOffFile TO TRUE
           END-READ.
           PERFORM JournalOneWriteOff UNTIL EndOfWriteOffFile.

       JournalOneWriteOff.
           IF WO-Amount NUMERIC AND WO-Amount > ZEROES
               ADD 1 TO WS-ActivityReadCounter
               MOVE "WOF" TO WS-ACT-Type
               MOVE WO-ClaimNumber TO WS-WAI-ClaimNumber
               MOVE WO-WriteOffDate TO WS-WAI-WriteOffDate
               MOVE WO-DenialCode TO WS-WAI-DenialCode
               MOVE WS-WriteOffActivityId TO WS-ACT-Id
               MOVE WO-Amount TO WS-ACT-CurrentAmount
               MOVE WO-WriteOffDate(1:6) TO WS-ACT-Period
               PERFORM ReadPriorJournal
               IF WS-ACT-Delta NOT = ZEROES
                   MOVE WO-SSN TO WS-SVC-SSN
                   MOVE WO-ProcedureCode TO WS-SVC-Code
                   MOVE WO-DateOfTreatment TO WS-SVC-Date
                   PERFORM FindServiceClinic
                   PERFORM JournalActivity
               END-IF
           END-IF.
           READ WriteOffFile
               AT END SET EndOfWriteOffFile TO TRUE
           END-READ.

      * Patient receipts: the ledger keeps a running paid amount per
      * item rather than the individual receipts, so the ledger item
      * is the activity and whatever it has gained since the last
      * journal is the receipt money to journal, under the month of
      * the item's last payment.
      * A credit item is patient money not yet applied to a charge.
      * What it still holds after applications is journaled as UNA,
      * so a credit applied to a charge reverses out of unapplied
      * cash as the charge's PAT receipt comes in; what has been
      * paid back is journaled as REF under the refund's month.
      * Credits are not tied to a procedure, so they go under the
      * unassigned clinic.
      * On an item placed with a collection agency the agency's
      * commission never reaches us: the receipt money journaled as
      * PAT is what was paid less the commission, and the commission
      * is journaled as COM. A balance the agency returned as
      * uncollectible is journaled as BDW. Both go under the month
      * of the agency's last return.
       JournalPatientReceipts.
           SET ARScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               INVALID KEY SET ARScanDone TO TRUE
           END-START.
           IF ARScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET ARScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM JournalOneReceiptItem UNTIL ARScanDone.

       JournalOneReceiptItem.
           IF CreditItem
               PERFORM JournalCreditItem
           ELSE
               PERFORM JournalChargeReceipt
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET ARScanDone TO TRUE
           END-READ.

       JournalChargeReceipt.
           IF PAR-CommissionAmount NOT NUMERIC
               MOVE ZEROES TO PAR-CommissionAmount
           END-IF.
           IF PAR-PaidAmount NUMERIC AND
                   PAR-PaidAmount >= PAR-CommissionAmount
               MOVE "PAT" TO WS-ACT-Type
               COMPUTE WS-ACT-CurrentAmount =
                   PAR-PaidAmount - PAR-CommissionAmount
               IF PAR-LastPaymentDate NUMERIC AND
                       PAR-LastPaymentDate > ZEROES
                   MOVE PAR-LastPaymentDate(1:6) TO WS-ACT-Period
               ELSE
                   MOVE WS-CurrentDate(1:6) TO WS-ACT-Period
               END-IF
               PERFORM JournalChargeActivity
           END-IF.
           IF PAR-CommissionAmount > ZEROES
               MOVE "COM" TO WS-ACT-Type
               MOVE PAR-CommissionAmount TO WS-ACT-CurrentAmount
               PERFORM SetAgencyReturnPeriod
               PERFORM JournalChargeActivity
           END-IF.
           IF PAR-BadDebtAmount NUMERIC AND PAR-BadDebtAmount > ZEROES
               MOVE "BDW" TO WS-ACT-Type
               MOVE PAR-BadDebtAmount TO WS-ACT-CurrentAmount
               PERFORM SetAgencyReturnPeriod
               PERFORM JournalChargeActivity
           END-IF.

       SetAgencyReturnPeriod.
           IF PAR-AgencyReturnDate NUMERIC AND
                   PAR-AgencyReturnDate > ZEROES
               MOVE PAR-AgencyReturnDate(1:6) TO WS-ACT-Period
           ELSE
               MOVE WS-CurrentDate(1:6) TO WS-ACT-Period
           END-IF.

       JournalChargeActivity.
           ADD 1 TO WS-ActivityReadCounter.
           MOVE PAR-Key TO WS-RAI-Key.
           MOVE WS-ReceiptActivityId TO WS-ACT-Id.
           PERFORM ReadPriorJournal.
           IF WS-ACT-Delta NOT = ZEROES
               MOVE PAR-SSN TO WS-SVC-SSN
               MOVE PAR-ProcedureCode TO WS-SVC-Code
               MOVE PAR-DateOfService TO WS-SVC-Date
               PERFORM FindServiceClinic
               PERFORM JournalActivity
           END-IF.

       JournalCreditItem.
           IF PAR-ChargeAmount NUMERIC AND PAR-PaidAmount NUMERIC
                   AND PAR-ChargeAmount >= PAR-PaidAmount
               ADD 1 TO WS-ActivityReadCounter
               MOVE "UNA" TO WS-ACT-Type
               MOVE PAR-Key TO WS-RAI-Key
               MOVE WS-ReceiptActivityId TO WS-ACT-Id
               COMPUTE WS-ACT-CurrentAmount =
                   PAR-ChargeAmount - PAR-PaidAmount
               IF PAR-LastPaymentDate NUMERIC AND
                       PAR-LastPaymentDate > ZEROES
                   MOVE PAR-LastPaymentDate(1:6) TO WS-ACT-Period
               ELSE
                   MOVE WS-CurrentDate(1:6) TO WS-ACT-Period
               END-IF
               PERFORM ReadPriorJournal
               IF WS-ACT-Delta NOT = ZEROES
                   MOVE "????" TO WS-ACT-Clinic
                   PERFORM JournalActivity
               END-IF
           END-IF.
           IF PAR-RefundAmount NUMERIC AND PAR-RefundAmount > ZEROES
               ADD 1 TO WS-ActivityReadCounter
               MOVE "REF" TO WS-ACT-Type
               MOVE PAR-Key TO WS-RAI-Key
               MOVE WS-ReceiptActivityId TO WS-ACT-Id
               MOVE PAR-RefundAmount TO WS-ACT-CurrentAmount
               IF PAR-RefundDate NUMERIC AND PAR-RefundDate > ZEROES
                   MOVE PAR-RefundDate(1:6) TO WS-ACT-Period
               ELSE
                   MOVE WS-CurrentDate(1:6) TO WS-ACT-Period
               END-IF
               PERFORM ReadPriorJournal
               IF WS-ACT-Delta NOT = ZEROES
                   MOVE "????" TO WS-ACT-Clinic
                   PERFORM JournalActivity
               END-IF
           END-IF.

       ReadPriorJournal.
           MOVE WS-ACT-Type TO GLA-ActivityType.
           MOVE WS-ACT-Id TO GLA-ActivityId.
           READ GLActivityFile
               INVALID KEY SET ActivityNotJournaled TO TRUE
               NOT INVALID KEY SET ActivityJournaled TO TRUE
           END-READ.
           IF ActivityJournaled
               MOVE GLA-JournaledAmount TO WS-ACT-PriorAmount
           ELSE
               MOVE ZEROES TO WS-ACT-PriorAmount
           END-IF.
           COMPUTE WS-ACT-Delta =
               WS-ACT-CurrentAmount - WS-ACT-PriorAmount.

      * Payments, write-offs and receipts identify the service by
      * SSN, procedure code and date; the procedure record under
      * that identity gives the sequence number the clinic cross-
      * reference is keyed on. Procedures already archived fall
      * through to the unassigned clinic.
       FindServiceClinic.
           MOVE "????" TO WS-ACT-Clinic.
           SET ServiceScanNotDone TO TRUE.
           IF WS-SVC-SSN NOT NUMERIC
               SET ServiceScanDone TO TRUE
           ELSE
               MOVE WS-SVC-SSN TO SSN
               MOVE ZEROES TO RecSeq
               START PatientProceduresFile
                   KEY IS NOT LESS THAN RecordKeyArea
                   INVALID KEY SET ServiceScanDone TO TRUE
               END-START
           END-IF.
           IF ServiceScanNotDone
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ServiceScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM MatchServiceProcedure UNTIL ServiceScanDone.

       MatchServiceProcedure.
           IF SSN NOT = WS-SVC-SSN
               SET ServiceScanDone TO TRUE
           ELSE
               IF ProcedureRecordType AND
                       ProcedureCode = WS-SVC-Code AND
                       DateOfTreatment = WS-SVC-Date
                   PERFORM ReadClinicXref
                   SET ServiceScanDone TO TRUE
               ELSE
                   READ PatientProceduresFile NEXT RECORD
                       AT END SET ServiceScanDone TO TRUE
                   END-READ
               END-IF
           END-IF.

       ReadClinicXref.
           MOVE PSSN TO XRF-SSN.
           MOVE PRecSeq TO XRF-RecSeq.
           READ ClinicXrefFile
               INVALID KEY SET XrefRecordNotFound TO TRUE
               NOT INVALID KEY SET XrefRecordFound TO TRUE
           END-READ.
           IF XrefRecordFound AND XRF-ClinicCode NOT = SPACES
               MOVE XRF-ClinicCode TO WS-ACT-Clinic
           END-IF.

      * An activity whose type has no mapping row cannot be
      * journaled; it is listed and the whole journal is refused so
      * the money is not silently left off the ledger.
       JournalActivity.
           PERFORM FindAccountMapping.
           IF WS-MAP-MatchIdx = ZEROES
               ADD 1 TO WS-UnmappedCounter
               MOVE "NO GL ACCOUNT MAPPING FOR ACTIVITY TYPE" TO
                   WS-GX-Reason
               PERFORM WriteActivityException
           ELSE
               IF WS-ACT-Delta > ZEROES
                   MOVE WS-ACT-Delta TO WS-ACT-Amount
                   MOVE WS-MAP-Debit(WS-MAP-MatchIdx) TO
                       WS-ACT-DebitAccount
                   MOVE WS-MAP-Credit(WS-MAP-MatchIdx) TO
                       WS-ACT-CreditAccount
               ELSE
                   COMPUTE WS-ACT-Amount = 0 - WS-ACT-Delta
                   MOVE WS-MAP-Credit(WS-MAP-MatchIdx) TO
                       WS-ACT-DebitAccount
                   MOVE WS-MAP-Debit(WS-MAP-MatchIdx) TO
                       WS-ACT-CreditAccount
               END-IF
               MOVE WS-MAP-Description(WS-MAP-MatchIdx) TO
                   WS-ACT-Description
               MOVE WS-ACT-DebitAccount TO WS-JS-Account
               SET DebitSide TO TRUE
               PERFORM AccumulateJournalLine
               MOVE WS-ACT-CreditAccount TO WS-JS-Account
               SET CreditSide TO TRUE
               PERFORM AccumulateJournalLine
               PERFORM AccumulateActivitySummary
               PERFORM WritePendingActivity
               ADD 1 TO WS-JournaledCounter
           END-IF.

      * A row for the activity's own clinic wins over the type's
      * blank-clinic default.
       FindAccountMapping.
           MOVE ZEROES TO WS-MAP-MatchIdx.
           MOVE ZEROES TO WS-MAP-DefaultIdx.
           PERFORM FindAccountMapEntry
               VARYING WS-MAP-Idx FROM 1 BY 1
               UNTIL WS-MAP-Idx > WS-MAP-Count.
           IF WS-MAP-MatchIdx = ZEROES
               MOVE WS-MAP-DefaultIdx TO WS-MAP-MatchIdx
           END-IF.

       FindAccountMapEntry.
           IF WS-MAP-Type(WS-MAP-Idx) = WS-ACT-Type
               IF WS-MAP-Clinic(WS-MAP-Idx) = WS-ACT-Clinic
                   MOVE WS-MAP-Idx TO WS-MAP-MatchIdx
               END-IF
               IF WS-MAP-Clinic(WS-MAP-Idx) = SPACES
                   MOVE WS-MAP-Idx TO WS-MAP-DefaultIdx
               END-IF
           END-IF.

      * A side that cannot be stored because a table is full leaves
      * the journal short on that side, and the balance check then
      * refuses it.
       AccumulateJournalLine.
           MOVE ZEROES TO WS-JNL-MatchIdx.
           PERFORM FindJournalEntry
               VARYING WS-JNL-Idx FROM 1 BY 1
               UNTIL WS-JNL-Idx > WS-JNL-Count
                   OR WS-JNL-MatchIdx > ZEROES.
           IF WS-JNL-MatchIdx = ZEROES
               IF WS-JNL-Count < 500
                   ADD 1 TO WS-JNL-Count
                   MOVE WS-JNL-Count TO WS-JNL-MatchIdx
                   MOVE WS-ACT-Period TO WS-JNL-Period(WS-JNL-Count)
                   MOVE WS-ACT-Clinic TO WS-JNL-Clinic(WS-JNL-Count)
                   MOVE WS-JS-Account TO WS-JNL-Account(WS-JNL-Count)
                   MOVE WS-ACT-Description TO
                       WS-JNL-Description(WS-JNL-Count)
                   MOVE ZEROES TO WS-JNL-Debit(WS-JNL-Count)
                   MOVE ZEROES TO WS-JNL-Credit(WS-JNL-Count)
               ELSE
                   ADD 1 TO WS-OverflowCounter
               END-IF
           END-IF.
           IF WS-JNL-MatchIdx > ZEROES
               PERFORM FindBalanceEntry
               IF WS-BAL-MatchIdx > ZEROES
                   IF DebitSide
                       ADD WS-ACT-Amount TO
                           WS-JNL-Debit(WS-JNL-MatchIdx)
                       ADD WS-ACT-Amount TO
                           WS-BAL-Debit(WS-BAL-MatchIdx)
                       ADD WS-ACT-Amount TO WS-TotalDebits
                   ELSE
                       ADD WS-ACT-Amount TO
                           WS-JNL-Credit(WS-JNL-MatchIdx)
                       ADD WS-ACT-Amount TO
                           WS-BAL-Credit(WS-BAL-MatchIdx)
                       ADD WS-ACT-Amount TO WS-TotalCredits
                   END-IF
               END-IF
           END-IF.

       FindJournalEntry.
           IF WS-JNL-Period(WS-JNL-Idx) = WS-ACT-Period AND
                   WS-JNL-Clinic(WS-JNL-Idx) = WS-ACT-Clinic AND
                   WS-JNL-Account(WS-JNL-Idx) = WS-JS-Account
               MOVE WS-JNL-Idx TO WS-JNL-MatchIdx
           END-IF.

       FindBalanceEntry.
           MOVE ZEROES TO WS-BAL-MatchIdx.
           PERFORM FindBalanceEntryRow
               VARYING WS-BAL-Idx FROM 1 BY 1
               UNTIL WS-BAL-Idx > WS-BAL-Count
                   OR WS-BAL-MatchIdx > ZEROES.
           IF WS-BAL-MatchIdx = ZEROES
               IF WS-BAL-Count < 200
                   ADD 1 TO WS-BAL-Count
                   MOVE WS-BAL-Count TO WS-BAL-MatchIdx
                   MOVE WS-ACT-Period TO WS-BAL-Period(WS-BAL-Count)
                   MOVE WS-ACT-Clinic TO WS-BAL-Clinic(WS-BAL-Count)
                   MOVE ZEROES TO WS-BAL-Debit(WS-BAL-Count)
                   MOVE ZEROES TO WS-BAL-Credit(WS-BAL-Count)
               ELSE
                   ADD 1 TO WS-OverflowCounter
               END-IF
           END-IF.

       FindBalanceEntryRow.
           IF WS-BAL-Period(WS-BAL-Idx) = WS-ACT-Period AND
                   WS-BAL-Clinic(WS-BAL-Idx) = WS-ACT-Clinic
               MOVE WS-BAL-Idx TO WS-BAL-MatchIdx
           END-IF.

       AccumulateActivitySummary.
           MOVE ZEROES TO WS-SUM-MatchIdx.
           PERFORM FindSummaryEntry
               VARYING WS-SUM-Idx FROM 1 BY 1
               UNTIL WS-SUM-Idx > WS-SUM-Count
                   OR WS-SUM-MatchIdx > ZEROES.
           IF WS-SUM-MatchIdx = ZEROES AND WS-SUM-Count < 10
               ADD 1 TO WS-SUM-Count
               MOVE WS-SUM-Count TO WS-SUM-MatchIdx
               MOVE WS-ACT-Type TO WS-SUM-Type(WS-SUM-MatchIdx)
               MOVE WS-ACT-Description TO
                   WS-SUM-Description(WS-SUM-MatchIdx)
               MOVE ZEROES TO WS-SUM-Records(WS-SUM-MatchIdx)
               MOVE ZEROES TO WS-SUM-Debit(WS-SUM-MatchIdx)
               MOVE ZEROES TO WS-SUM-Reversed(WS-SUM-MatchIdx)
           END-IF.
           IF WS-SUM-MatchIdx > ZEROES
               ADD 1 TO WS-SUM-Records(WS-SUM-MatchIdx)
               IF WS-ACT-Delta > ZEROES
                   ADD WS-ACT-Amount TO WS-SUM-Debit(WS-SUM-MatchIdx)
               ELSE
                   ADD WS-ACT-Amount TO
                       WS-SUM-Reversed(WS-SUM-MatchIdx)
               END-IF
           END-IF.

       FindSummaryEntry.
           IF WS-SUM-Type(WS-SUM-Idx) = WS-ACT-Type
               MOVE WS-SUM-Idx TO WS-SUM-MatchIdx
           END-IF.

       WritePendingActivity.
           MOVE GLA-Key TO GLW-Key.
           MOVE WS-ACT-CurrentAmount TO GLW-JournaledAmount.
           WRITE GLPendingRecord.

       WriteActivityException.
           MOVE WS-ACT-Type TO WS-GX-Type.
           MOVE WS-ACT-Id TO WS-GX-Id.
           MOVE WS-ACT-Period TO WS-GX-Period.
           MOVE WS-ACT-Clinic TO WS-GX-Clinic.
           MOVE WS-ACT-Delta TO WS-GX-Amount.
           MOVE WS-GLExceptionDetail TO GLInterfaceLine.
           WRITE GLInterfaceLine.

      * Every period and clinic must foot on its own, not just in
      * total, since the ledger books them separately.
       CheckJournalBalance.
           SET JournalBalanced TO TRUE.
           PERFORM CheckPeriodClinicBalance
               VARYING WS-BAL-Idx FROM 1 BY 1
               UNTIL WS-BAL-Idx > WS-BAL-Count.
           IF WS-UnmappedCounter > ZEROES OR
                   WS-OverflowCounter > ZEROES OR
                   WS-UnbalancedCounter > ZEROES OR
                   WS-TotalDebits NOT = WS-TotalCredits
               SET JournalOutOfBalance TO TRUE
           END-IF.

       CheckPeriodClinicBalance.
           IF WS-BAL-Debit(WS-BAL-Idx) NOT =
                   WS-BAL-Credit(WS-BAL-Idx)
               ADD 1 TO WS-UnbalancedCounter
               MOVE "BAL" TO WS-GX-Type
               MOVE SPACES TO WS-GX-Id
               MOVE WS-BAL-Period(WS-BAL-Idx) TO WS-GX-Period
               MOVE WS-BAL-Clinic(WS-BAL-Idx) TO WS-GX-Clinic
               COMPUTE WS-GX-Amount = WS-BAL-Debit(WS-BAL-Idx)
                   - WS-BAL-Credit(WS-BAL-Idx)
               MOVE "PERIOD/CLINIC DEBITS NOT EQUAL TO CREDITS" TO
                   WS-GX-Reason
               MOVE WS-GLExceptionDetail TO GLInterfaceLine
               WRITE GLInterfaceLine
           END-IF.

       WriteActivitySummary.
           MOVE SPACES TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE WS-GLSummaryHeader TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           PERFORM WriteSummaryLine
               VARYING WS-SUM-Idx FROM 1 BY 1
               UNTIL WS-SUM-Idx > WS-SUM-Count.

       WriteSummaryLine.
           MOVE WS-SUM-Type(WS-SUM-Idx) TO WS-GS-Type.
           MOVE WS-SUM-Description(WS-SUM-Idx) TO WS-GS-Description.
           MOVE WS-SUM-Records(WS-SUM-Idx) TO WS-GS-Count.
           MOVE WS-SUM-Debit(WS-SUM-Idx) TO WS-GS-Debit.
           MOVE WS-SUM-Reversed(WS-SUM-Idx) TO WS-GS-Reversed.
           MOVE WS-GLSummaryDetail TO GLInterfaceLine.
           WRITE GLInterfaceLine.

       WriteJournal.
           MOVE SPACES TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE WS-GLJournalHeader TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           PERFORM WriteJournalEntry
               VARYING WS-JNL-Idx FROM 1 BY 1
               UNTIL WS-JNL-Idx > WS-JNL-Count.

      * Debits and credits to the same account are carried as
      * separate journal lines, not netted, so the ledger shows the
      * gross activity.
       WriteJournalEntry.
           MOVE WS-CurrentDate TO GLJ-JournalDate.
           MOVE WS-JNL-Period(WS-JNL-Idx) TO GLJ-Period.
           MOVE WS-JNL-Clinic(WS-JNL-Idx) TO GLJ-ClinicCode.
           MOVE WS-JNL-Account(WS-JNL-Idx) TO GLJ-Account.
           MOVE WS-JNL-Description(WS-JNL-Idx) TO GLJ-Description.
           IF WS-JNL-Debit(WS-JNL-Idx) > ZEROES
               MOVE "D" TO GLJ-DebitCredit
               MOVE WS-JNL-Debit(WS-JNL-Idx) TO GLJ-Amount
               WRITE GLJournalRecord
               ADD 1 TO WS-JournalLineCounter
           END-IF.
           IF WS-JNL-Credit(WS-JNL-Idx) > ZEROES
               MOVE "C" TO GLJ-DebitCredit
               MOVE WS-JNL-Credit(WS-JNL-Idx) TO GLJ-Amount
               WRITE GLJournalRecord
               ADD 1 TO WS-JournalLineCounter
           END-IF.
           MOVE WS-JNL-Period(WS-JNL-Idx) TO WS-GJ-Period.
           MOVE WS-JNL-Clinic(WS-JNL-Idx) TO WS-GJ-Clinic.
           MOVE WS-JNL-Account(WS-JNL-Idx) TO WS-GJ-Account.
           MOVE WS-JNL-Description(WS-JNL-Idx) TO WS-GJ-Description.
           MOVE WS-JNL-Debit(WS-JNL-Idx) TO WS-GJ-Debit.
           MOVE WS-JNL-Credit(WS-JNL-Idx) TO WS-GJ-Credit.
           MOVE WS-GLJournalDetail TO GLInterfaceLine.
           WRITE GLInterfaceLine.

      * Only once the journal is written is the activity behind it
      * recorded as journaled.
       MarkActivityJournaled.
           OPEN INPUT GLPendingFile.
           READ GLPendingFile
               AT END SET EndOfPendingFile TO TRUE
           END-READ.
           PERFORM MarkOneActivity UNTIL EndOfPendingFile.
           CLOSE GLPendingFile.

       MarkOneActivity.
           MOVE GLW-Key TO GLA-Key.
           READ GLActivityFile
               INVALID KEY SET ActivityNotJournaled TO TRUE
               NOT INVALID KEY SET ActivityJournaled TO TRUE
           END-READ.
           MOVE GLW-Key TO GLA-Key.
           MOVE GLW-JournaledAmount TO GLA-JournaledAmount.
           MOVE WS-CurrentDate TO GLA-JournalDate.
           IF ActivityJournaled
               REWRITE GLActivityRecord
                   INVALID KEY DISPLAY
                       "GL ACTIVITY REWRITE FAILED: " GLA-Key
               END-REWRITE
           ELSE
               WRITE GLActivityRecord
                   INVALID KEY DISPLAY
                       "GL ACTIVITY WRITE FAILED: " GLA-Key
               END-WRITE
           END-IF.
           READ GLPendingFile
               AT END SET EndOfPendingFile TO TRUE
           END-READ.

       WriteInterfaceTrailer.
           MOVE WS-TotalDebits TO WS-GT-Debits.
           MOVE WS-TotalCredits TO WS-GT-Credits.
           MOVE SPACES TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE WS-GLTotals TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           MOVE WS-ActivityReadCounter TO WS-GT-ReadCount.
           MOVE WS-JournaledCounter TO WS-GT-JournaledCount.
           MOVE WS-UnmappedCounter TO WS-GT-UnmappedCount.
           MOVE WS-JournalLineCounter TO WS-GT-LineCount.
           MOVE WS-GLTrailer TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           EVALUATE TRUE
               WHEN JournalBalanced
                   MOVE "JOURNAL BALANCED - WRITTEN TO GL-JOURNAL.DAT"
                       TO WS-GT-Status
               WHEN WS-UnmappedCounter > ZEROES
                   MOVE "JOURNAL REFUSED - ACTIVITY WITHOUT GL MAPPING"
                       TO WS-GT-Status
               WHEN WS-OverflowCounter > ZEROES
                   MOVE "JOURNAL REFUSED - JOURNAL TABLE FULL"
                       TO WS-GT-Status
               WHEN OTHER
                   MOVE "JOURNAL REFUSED - DEBITS NOT EQUAL TO CREDITS"
                       TO WS-GT-Status
           END-EVALUATE.
           MOVE WS-GLStatusLine TO GLInterfaceLine.
           WRITE GLInterfaceLine.
           DISPLAY WS-GLTrailer.
           DISPLAY WS-GLStatusLine.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           MOVE "GLINTERFACE" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunStartRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE ZEROES TO RC-RecordsIn.
           MOVE ZEROES TO RC-RecordsOut.
           MOVE ZEROES TO RC-ControlCount.
           MOVE ZEROES TO RC-ControlAmount.
           MOVE SPACES TO RC-EndStatus.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

      * A refused journal still ends normally; the exception count
      * is what tells day-end the journal did not go out.
       WriteRunEnd.
           MOVE "GLINTERFACE" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunEndRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE WS-ActivityReadCounter TO RC-RecordsIn.
           MOVE WS-JournalLineCounter TO RC-RecordsOut.
           COMPUTE RC-ControlCount = WS-UnmappedCounter
               + WS-OverflowCounter + WS-UnbalancedCounter.
           IF JournalBalanced
               MOVE WS-TotalDebits TO RC-ControlAmount
           ELSE
               MOVE ZEROES TO RC-ControlAmount
           END-IF.
           SET NormalEnd TO TRUE.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

       END PROGRAM GLINTERFACE.
