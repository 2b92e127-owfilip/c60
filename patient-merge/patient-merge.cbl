       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATIENTMERGE.

      * Merges a patient who was keyed under two SSNs back onto one,
      * and corrects a patient keyed under a wrong SSN. Each
      * transaction gives the "from" SSN, the surviving "to" SSN and
      * the id of the user who requested it. Everything the from
      * patient has on the files keyed by SSN is moved under the
      * survivor:
      *   - procedure records on patient-procedures.dat are moved
      *     with new RecSeq numbers assigned after the survivor's
      *     highest, reusing freed numbers once 99 is reached, the
      *     same way the intake load assigns them; the from header
      *     becomes the survivor's header when the survivor has none;
      *   - the clinic cross-reference record follows each moved
      *     procedure to its new key;
      *   - claim-register entries and AR ledger items are re-keyed
      *     to the survivor with their claim numbers and history
      *     intact; a credit item whose "*nn" reference is already
      *     taken under the survivor is given the next free one;
      *   - the from master record is removed, after its data is
      *     copied to the survivor when the survivor has no master
      *     (an SSN correction);
      *   - what the GL interface has already journaled for each
      *     moved procedure charge and AR item (gl-journaled-
      *     activity.dat) is re-keyed to the procedure's or item's
      *     new identity, renumbered credits included, so the next
      *     GL run sees the moved activity as already journaled
      *     rather than journaling it a second time;
      *   - archived procedures on procedure-history.dat follow the
      *     patient: at the end of a run that applied any merge the
      *     history file is copied to a new generation with each
      *     merged from SSN replaced by its survivor, and the new
      *     generation is then copied back in place of the old, so
      *     retrieval and the integrity audit find a merged patient's
      *     archived procedures under the survivor. A run that stops
      *     during the copy back leaves the complete new generation
      *     on procedure-history.new.
      * Before anything is moved every from claim and AR charge item
      * is checked against the survivor's keys. A merge that would
      * land on an existing claim or AR charge item is refused: the
      * transaction goes to the reject log with one line per
      * conflicting key and nothing is changed, so the two entries
      * can be reconciled by hand first. Applied merges are written
      * to master-change.log, after the day's master maintenance
      * entries, with the before and after image of both masters.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MergeTransFile
           ASSIGN TO 'patient-merge-trans.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PatientProceduresFile
           ASSIGN TO 'patient-procedures.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RecordKeyArea.

           SELECT PatientMasterFile
           ASSIGN TO 'patient-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-SSN.

           SELECT OPTIONAL ClaimRegisterFile
           ASSIGN TO 'claim-register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ClaimKey.

           SELECT OPTIONAL PatientARFile
           ASSIGN TO 'patient-ar-ledger.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-Key.

           SELECT OPTIONAL ClinicXrefFile
           ASSIGN TO 'procedure-clinic-xref.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-Key.

           SELECT OPTIONAL GLActivityFile
           ASSIGN TO 'gl-journaled-activity.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GLA-Key.

           SELECT OPTIONAL ProcedureHistoryFile
           ASSIGN TO 'procedure-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HistoryGenerationFile
           ASSIGN TO 'procedure-history.new'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MergeRejectFile
           ASSIGN TO 'patient-merge-rejects.log'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ChangeLogFile
           ASSIGN TO 'master-change.log'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile
           ASSIGN TO 'run-control.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-Key.

       DATA DIVISION.
       FILE SECTION.
       FD MergeTransFile.
       01 MergeTransRecord.
           88 EndOfTransFile       VALUE HIGH-VALUES.
           02 MT-FromSSN           PIC X(9).
           02 MT-ToSSN             PIC X(9).
           02 MT-UserId            PIC X(8).

       FD PatientProceduresFile.
       01 PatientRecord.
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

       FD PatientMasterFile.
       01 PatientMasterRecord.
           02 PM-SSN                PIC X(9).
           02 PM-PatientData.
               03 PM-LastName           PIC X(20).
               03 PM-FirstName          PIC X(15).
               03 PM-AddressLine1       PIC X(25).
               03 PM-AddressLine2       PIC X(25).
               03 PM-City               PIC X(20).
               03 PM-State              PIC X(2).
               03 PM-ZipCode            PIC X(9).
               03 PM-CarrierCode        PIC X(4).
               03 PM-PolicyNumber       PIC X(12).
               03 PM-CoverageFrom       PIC 9(8).
               03 PM-CoverageThru       PIC 9(8).
               03 PM-SecCarrierCode     PIC X(4).
               03 PM-SecPolicyNumber    PIC X(12).
               03 PM-SecCoverageFrom    PIC 9(8).
               03 PM-SecCoverageThru    PIC 9(8).

       FD ClaimRegisterFile.
       01 ClaimRegisterRecord.
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
           02 CR-PaidAmount         PIC 9(5)V99.
           02 CR-DenialCode         PIC X(3).
           02 CR-Status             PIC X.
               88 ClaimSent         VALUE "S".
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
           02 PAR-AgencyCode       PIC X(4).
           02 PAR-PlacedDate       PIC 9(8).
           02 PAR-PlacedAmount     PIC 9(5)V99.
           02 PAR-AgencyCollected  PIC 9(5)V99.
           02 PAR-CommissionAmount PIC 9(5)V99.
           02 PAR-BadDebtAmount    PIC 9(5)V99.
           02 PAR-AgencyReturnDate PIC 9(8).
           02 PAR-PriorCollected   PIC 9(5)V99.
           02 PAR-PriorCommission  PIC 9(5)V99.

       FD ClinicXrefFile.
       01 ClinicXrefRecord.
           02 XRF-Key.
               03 XRF-SSN          PIC 9(9).
               03 XRF-RecSeq       PIC 9(2).
           02 XRF-ClinicCode      PIC X(4).
           02 XRF-LoadDate        PIC 9(8).

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

       FD ProcedureHistoryFile.
       01 HistoryRecord.
           88 EndOfHistoryFile     VALUE HIGH-VALUES.
           02 HIS-RecordImage      PIC X(58).
           02 HIS-ArchiveDate      PIC 9(8).

       FD HistoryGenerationFile.
       01 HistoryGenRecord.
           88 EndOfHistoryGen      VALUE HIGH-VALUES.
           02 HGN-RecordImage      PIC X(58).
           02 HGN-ArchiveDate      PIC 9(8).

       FD MergeRejectFile.
       01 MergeRejectLine          PIC X(100).

       FD ChangeLogFile.
       01 ChangeLogLine            PIC X(230).

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

       01  WS-ValidTrans           PIC X VALUE "Y".
           88 ValidTrans           VALUE "Y".
           88 InvalidTrans         VALUE "N".
       01  WS-RejectReason         PIC X(40).
       01  WS-RejectDetail.
           05 WS-RJ-Trans          PIC X(26).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

       01  WS-ConflictDetail.
           05 FILLER               PIC X(14) VALUE "    CONFLICT: ".
           05 WS-CF-Type           PIC X(6).
           05 FILLER               PIC X(5) VALUE "KEY: ".
           05 WS-CF-Key            PIC X(21).
           05 FILLER               PIC X(14) VALUE
                                   " ON FILE UNDER".
           05 FILLER               PIC X VALUE SPACES.
           05 WS-CF-ToSSN          PIC X(9).

       01  WS-FromMasterSwitch     PIC X VALUE "N".
           88 FromMasterFound      VALUE "Y".
           88 FromMasterNotFound   VALUE "N".
       01  WS-ToMasterSwitch       PIC X VALUE "N".
           88 ToMasterFound        VALUE "Y".
           88 ToMasterNotFound     VALUE "N".
       01  WS-FromMasterImage      PIC X(180).
       01  WS-ToMasterImage        PIC X(180).
       01  WS-ToAfterImage         PIC X(180).

       01  WS-MergedIntoNote.
           05 FILLER               PIC X(16) VALUE
                                   "*** MERGED INTO ".
           05 WS-MI-ToSSN          PIC X(9).
           05 FILLER               PIC X(4) VALUE " ***".

       01  WS-ChangeDetail.
           05 WS-CH-Date           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-UserId         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Action         PIC X.
           05 FILLER               PIC X(5) VALUE " SSN=".
           05 WS-CH-SSN            PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Tag            PIC X(8).
           05 WS-CH-Image          PIC X(180).

      * The from patient's records, gathered before anything is
      * changed so the moves never disturb a sweep in progress.
       01  WS-FromProcTable.
           05 WS-FP-Entry OCCURS 99 TIMES.
               10 WS-FP-Seq        PIC 9(2).
               10 WS-FP-Image      PIC X(58).
       01  WS-FP-Count             PIC 9(3) COMP VALUE ZEROES.
       01  WS-FP-Idx               PIC 9(3) COMP.
       01  WS-FromHeaderSwitch     PIC X VALUE "N".
           88 FromHeaderFound      VALUE "Y".
           88 FromHeaderNotFound   VALUE "N".
       01  WS-FromHeaderImage      PIC X(47).

       01  WS-FromClaimTable.
           05 WS-FC-Entry OCCURS 200 TIMES.
               10 WS-FC-Key        PIC X(21).
               10 WS-FC-Conflict   PIC X.
                   88 ClaimConflict VALUE "Y".
       01  WS-FC-Count             PIC 9(3) COMP VALUE ZEROES.
       01  WS-FC-Idx               PIC 9(3) COMP.

       01  WS-FromItemTable.
           05 WS-FI-Entry OCCURS 300 TIMES.
               10 WS-FI-Key        PIC X(20).
               10 WS-FI-Conflict   PIC X.
                   88 ItemConflict VALUE "Y".
       01  WS-FI-Count             PIC 9(3) COMP VALUE ZEROES.
       01  WS-FI-Idx               PIC 9(3) COMP.

      * Every merge applied this run, in the order applied, so the
      * history pass can carry archived procedures to the survivor;
      * a later merge of the survivor itself is picked up because
      * each history SSN is run through the pairs in order.
       01  WS-MergedPairTable.
           05 WS-MP-Entry OCCURS 500 TIMES.
               10 WS-MP-FromSSN    PIC X(9).
               10 WS-MP-ToSSN      PIC X(9).
       01  WS-MP-Count             PIC 9(3) COMP VALUE ZEROES.
       01  WS-MP-Idx               PIC 9(3) COMP.
       01  WS-HistorySSN           PIC X(9).

       01  WS-TableSwitch          PIC X VALUE "N".
           88 TableOverflow        VALUE "Y".
           88 TableFits            VALUE "N".
       01  WS-ConflictCount        PIC 9(3) COMP VALUE ZEROES.

      * Sequence numbers in use under the survivor, rebuilt for each
      * merge and kept up to date as procedures are moved in.
       01  WS-SeqTable.
           05 WS-SEQ-Entry OCCURS 99 TIMES.
               10 WS-SEQ-Used      PIC X.
                   88 SeqInUse     VALUE "Y".
       01  WS-SEQ-Idx              PIC 9(3) COMP.
       01  WS-SeqHighest           PIC 9(2) VALUE ZEROES.
       01  WS-SeqUsedCount         PIC 9(3) COMP VALUE ZEROES.
       01  WS-AssignedSeq          PIC 9(2) VALUE ZEROES.
       01  WS-SeqFreeSwitch        PIC X VALUE "N".
           88 FreeSeqFound         VALUE "Y".
           88 NoFreeSeqFound       VALUE "N".
       01  WS-ToHeaderSwitch       PIC X VALUE "N".
           88 ToHeaderFound        VALUE "Y".
           88 ToHeaderNotFound     VALUE "N".

       01  WS-ScanSSN              PIC 9(9).
       01  WS-ScanSwitch           PIC X VALUE "N".
           88 ScanDone             VALUE "Y".
           88 ScanNotDone          VALUE "N".

       01  WS-OldSeq               PIC 9(2).
       01  WS-XrefSwitch           PIC X VALUE "N".
           88 XrefFound            VALUE "Y".
           88 XrefNotFound         VALUE "N".
       01  WS-XrefClinicCode       PIC X(4).
       01  WS-XrefLoadDate         PIC 9(8).

       01  WS-ClaimImage           PIC X(90).
       01  WS-ItemImage            PIC X(135).
       01  WS-KeySwitch            PIC X VALUE "N".
           88 KeyFree              VALUE "Y".
           88 KeyTaken             VALUE "N".
       01  WS-CreditCode.
           05 FILLER               PIC X VALUE "*".
           05 WS-CC-Seq            PIC 9(2).
       01  WS-CC-Idx               PIC 9(3) COMP.
       01  WS-NewCreditCode        PIC X(3).

      * GL activity identities, built the way the GL interface
      * builds them: a charge by SSN, sequence, code and date; an AR
      * item's receipts, commission, bad debt, unapplied credit and
      * refund by the item's key.
       01  WS-ChargeActivityId.
           05 WS-CAI-SSN           PIC 9(9).
           05 WS-CAI-RecSeq        PIC 9(2).
           05 WS-CAI-Code          PIC X(3).
           05 WS-CAI-Date          PIC 9(8).
           05 FILLER               PIC X(8) VALUE SPACES.
       01  WS-ReceiptActivityId.
           05 WS-RAI-Key           PIC X(20).
           05 FILLER               PIC X(10) VALUE SPACES.
       01  WS-ItemActivityTypes    PIC X(15) VALUE "PATCOMBDWUNAREF".
       01  WS-ItemActivityTable REDEFINES WS-ItemActivityTypes.
           05 WS-IAT-Type          PIC X(3) OCCURS 5 TIMES.
       01  WS-IAT-Idx              PIC 9 COMP.
       01  WS-JournalMove.
           05 WS-JM-Type           PIC X(3).
           05 WS-JM-OldId          PIC X(30).
           05 WS-JM-NewId          PIC X(30).
           05 WS-JM-Amount         PIC 9(7)V99.
           05 WS-JM-Date           PIC 9(8).
       01  WS-JournalSwitch        PIC X VALUE "N".
           88 ActivityJournaled    VALUE "Y".
           88 ActivityNotJournaled VALUE "N".

       01  WS-TransCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-MergedCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-RejectCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-ProcMovedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-ClaimMovedCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-ItemMovedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-XrefMovedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-JournalMovedCounter  PIC 9(7) COMP VALUE ZEROES.
       01  WS-HistoryMovedCounter  PIC 9(7) COMP VALUE ZEROES.

       01  WS-RunStamp.
           05 WS-RS-Date           PIC 9(8).
           05 WS-RS-Time           PIC 9(6).
       01  WS-TimeOfDay            PIC 9(8).

       01  WS-MergeTrailer.
           05 FILLER                PIC X(10) VALUE "RUN DATE: ".
           05 WS-MG-Date            PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "TRANSACTIONS: ".
           05 WS-MG-TransCount      PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "MERGED: ".
           05 WS-MG-MergedCount     PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REJECTED: ".
           05 WS-MG-RejectCount     PIC ZZZZZZ9.
       01  WS-MovedTrailer.
           05 FILLER                PIC X(18) VALUE
                                    "PROCEDURES MOVED: ".
           05 WS-MV-ProcCount       PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "CLAIMS: ".
           05 WS-MV-ClaimCount      PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "AR ITEMS: ".
           05 WS-MV-ItemCount       PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "XREFS: ".
           05 WS-MV-XrefCount       PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "GL ENTRIES: ".
           05 WS-MV-JournalCount    PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE "HISTORY: ".
           05 WS-MV-HistoryCount    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT MergeTransFile.
           OPEN I-O PatientProceduresFile.
           OPEN I-O PatientMasterFile.
           OPEN I-O ClaimRegisterFile.
           OPEN I-O PatientARFile.
           OPEN I-O ClinicXrefFile.
           OPEN I-O GLActivityFile.
           OPEN OUTPUT MergeRejectFile.
           OPEN EXTEND ChangeLogFile.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM ProcessTransactions.
           IF WS-MP-Count > ZEROES
               PERFORM RekeyProcedureHistory
           END-IF.
           PERFORM WriteMergeTrailer.
           PERFORM WriteRunEnd.
           CLOSE MergeTransFile.
           CLOSE PatientProceduresFile.
           CLOSE PatientMasterFile.
           CLOSE ClaimRegisterFile.
           CLOSE PatientARFile.
           CLOSE ClinicXrefFile.
           CLOSE GLActivityFile.
           CLOSE MergeRejectFile.
           CLOSE ChangeLogFile.
           CLOSE RunControlFile.
           STOP RUN.

       ProcessTransactions.
           READ MergeTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.
           PERFORM ApplyTransaction UNTIL EndOfTransFile.

       ApplyTransaction.
           ADD 1 TO WS-TransCounter.
           PERFORM ValidateTransaction.
           IF ValidTrans
               PERFORM GatherMergeRecords
               PERFORM CheckMergeAllowed
           END-IF.
           IF ValidTrans
               PERFORM MergePatient
           END-IF.
           READ MergeTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.

      * The edits stop at the first failure so a bad transaction
      * produces exactly one reject line and is counted once.
       ValidateTransaction.
           SET ValidTrans TO TRUE.
           IF MT-FromSSN NOT NUMERIC
               SET InvalidTrans TO TRUE
               MOVE "INVALID FROM SSN - NOT 9 NUMERIC DIGITS" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND MT-ToSSN NOT NUMERIC
               SET InvalidTrans TO TRUE
               MOVE "INVALID TO SSN - NOT 9 NUMERIC DIGITS" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND MT-FromSSN = MT-ToSSN
               SET InvalidTrans TO TRUE
               MOVE "FROM AND TO SSN ARE THE SAME" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND MT-UserId = SPACES
               SET InvalidTrans TO TRUE
               MOVE "USER ID REQUIRED" TO WS-RejectReason
           END-IF.
           IF InvalidTrans
               PERFORM WriteTransReject
           END-IF.

       GatherMergeRecords.
           SET TableFits TO TRUE.
           PERFORM ReadMergeMasters.
           PERFORM ScanFromProcedures.
           PERFORM ScanToProcedures.
           PERFORM CollectFromClaims.
           PERFORM CollectFromItems.

       ReadMergeMasters.
           MOVE MT-FromSSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY SET FromMasterNotFound TO TRUE
               NOT INVALID KEY SET FromMasterFound TO TRUE
           END-READ.
           IF FromMasterFound
               MOVE PM-PatientData TO WS-FromMasterImage
           ELSE
               MOVE "*** NOT ON MASTER ***" TO WS-FromMasterImage
           END-IF.
           MOVE MT-ToSSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY SET ToMasterNotFound TO TRUE
               NOT INVALID KEY SET ToMasterFound TO TRUE
           END-READ.
           IF ToMasterFound
               MOVE PM-PatientData TO WS-ToMasterImage
           ELSE
               MOVE "*** NEW ***" TO WS-ToMasterImage
           END-IF.

       ScanFromProcedures.
           SET FromHeaderNotFound TO TRUE.
           MOVE ZEROES TO WS-FP-Count.
           MOVE MT-FromSSN TO WS-ScanSSN.
           PERFORM StartPatientScan.
           PERFORM ScanFromRecord UNTIL ScanDone.

       ScanFromRecord.
           IF SSN NOT = WS-ScanSSN
               SET ScanDone TO TRUE
           ELSE
               IF RecSeq = ZEROES
                   IF PatientRecordType
                       SET FromHeaderFound TO TRUE
                       MOVE PatientRecord TO WS-FromHeaderImage
                   END-IF
               ELSE
                   ADD 1 TO WS-FP-Count
                   MOVE RecSeq TO WS-FP-Seq(WS-FP-Count)
                   MOVE ProcedureRecord TO WS-FP-Image(WS-FP-Count)
               END-IF
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

       ScanToProcedures.
           SET ToHeaderNotFound TO TRUE.
           MOVE ZEROES TO WS-SeqHighest.
           MOVE ZEROES TO WS-SeqUsedCount.
           PERFORM ClearSeqEntry
               VARYING WS-SEQ-Idx FROM 1 BY 1
               UNTIL WS-SEQ-Idx > 99.
           MOVE MT-ToSSN TO WS-ScanSSN.
           PERFORM StartPatientScan.
           PERFORM ScanToRecord UNTIL ScanDone.

       ClearSeqEntry.
           MOVE "N" TO WS-SEQ-Used(WS-SEQ-Idx).

       ScanToRecord.
           IF SSN NOT = WS-ScanSSN
               SET ScanDone TO TRUE
           ELSE
               IF RecSeq = ZEROES
                   IF PatientRecordType
                       SET ToHeaderFound TO TRUE
                   END-IF
               ELSE
                   MOVE "Y" TO WS-SEQ-Used(RecSeq)
                   ADD 1 TO WS-SeqUsedCount
                   IF RecSeq > WS-SeqHighest
                       MOVE RecSeq TO WS-SeqHighest
                   END-IF
               END-IF
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

       StartPatientScan.
           SET ScanNotDone TO TRUE.
           MOVE WS-ScanSSN TO SSN.
           MOVE ZEROES TO RecSeq.
           START PatientProceduresFile KEY IS NOT LESS THAN
                   RecordKeyArea
               INVALID KEY SET ScanDone TO TRUE
           END-START.
           IF ScanNotDone
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

       CollectFromClaims.
           MOVE ZEROES TO WS-FC-Count.
           SET ScanNotDone TO TRUE.
           MOVE LOW-VALUES TO CR-ClaimKey.
           MOVE MT-FromSSN TO CR-SSN.
           START ClaimRegisterFile KEY IS NOT LESS THAN CR-ClaimKey
               INVALID KEY SET ScanDone TO TRUE
           END-START.
           IF ScanNotDone
               READ ClaimRegisterFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM CollectOneClaim UNTIL ScanDone.

       CollectOneClaim.
           IF CR-SSN NOT = MT-FromSSN
               SET ScanDone TO TRUE
           ELSE
               IF WS-FC-Count < 200
                   ADD 1 TO WS-FC-Count
                   MOVE CR-ClaimKey TO WS-FC-Key(WS-FC-Count)
                   MOVE "N" TO WS-FC-Conflict(WS-FC-Count)
               ELSE
                   SET TableOverflow TO TRUE
               END-IF
               READ ClaimRegisterFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

       CollectFromItems.
           MOVE ZEROES TO WS-FI-Count.
           SET ScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           MOVE MT-FromSSN TO PAR-SSN.
           START PatientARFile KEY IS NOT LESS THAN PAR-Key
               INVALID KEY SET ScanDone TO TRUE
           END-START.
           IF ScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM CollectOneItem UNTIL ScanDone.

       CollectOneItem.
           IF PAR-SSN NOT = MT-FromSSN
               SET ScanDone TO TRUE
           ELSE
               IF WS-FI-Count < 300
                   ADD 1 TO WS-FI-Count
                   MOVE PAR-Key TO WS-FI-Key(WS-FI-Count)
                   MOVE "N" TO WS-FI-Conflict(WS-FI-Count)
               ELSE
                   SET TableOverflow TO TRUE
               END-IF
               READ PatientARFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

      * Nothing is changed until every check has passed, so a
      * refused merge leaves both patients exactly as they were.
       CheckMergeAllowed.
           MOVE ZEROES TO WS-ConflictCount.
           IF FromMasterNotFound AND FromHeaderNotFound AND
                   WS-FP-Count = ZEROES AND WS-FC-Count = ZEROES AND
                   WS-FI-Count = ZEROES
               MOVE "FROM SSN NOT ON FILE" TO WS-RejectReason
               PERFORM WriteTransReject
           END-IF.
           IF ValidTrans AND TableOverflow
               MOVE "TOO MANY CLAIMS OR AR ITEMS TO MERGE" TO
                   WS-RejectReason
               PERFORM WriteTransReject
           END-IF.
           IF ValidTrans AND WS-MP-Count NOT < 500
               MOVE "TOO MANY MERGES IN ONE RUN" TO WS-RejectReason
               PERFORM WriteTransReject
           END-IF.
           IF ValidTrans AND WS-SeqUsedCount + WS-FP-Count > 99
               MOVE "SURVIVOR WOULD EXCEED 99 PROCEDURES" TO
                   WS-RejectReason
               PERFORM WriteTransReject
           END-IF.
           IF ValidTrans
               PERFORM CheckClaimConflict
                   VARYING WS-FC-Idx FROM 1 BY 1
                   UNTIL WS-FC-Idx > WS-FC-Count
               PERFORM CheckItemConflict
                   VARYING WS-FI-Idx FROM 1 BY 1
                   UNTIL WS-FI-Idx > WS-FI-Count
               IF WS-ConflictCount > ZEROES
                   MOVE "MERGE WOULD OVERWRITE CLAIM OR AR ITEM" TO
                       WS-RejectReason
                   PERFORM WriteTransReject
                   PERFORM ReportClaimConflict
                       VARYING WS-FC-Idx FROM 1 BY 1
                       UNTIL WS-FC-Idx > WS-FC-Count
                   PERFORM ReportItemConflict
                       VARYING WS-FI-Idx FROM 1 BY 1
                       UNTIL WS-FI-Idx > WS-FI-Count
               END-IF
           END-IF.

       CheckClaimConflict.
           MOVE WS-FC-Key(WS-FC-Idx) TO CR-ClaimKey.
           MOVE MT-ToSSN TO CR-SSN.
           READ ClaimRegisterFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FC-Conflict(WS-FC-Idx)
                   ADD 1 TO WS-ConflictCount
           END-READ.

      * Credit items carry a made-up "*nn" reference, so a clash is
      * resolved by renumbering; only charge items can conflict.
       CheckItemConflict.
           MOVE WS-FI-Key(WS-FI-Idx) TO PAR-Key.
           IF PAR-ProcedureCode(1:1) NOT = "*"
               MOVE MT-ToSSN TO PAR-SSN
               READ PatientARFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FI-Conflict(WS-FI-Idx)
                       ADD 1 TO WS-ConflictCount
               END-READ
           END-IF.

       ReportClaimConflict.
           IF ClaimConflict(WS-FC-Idx)
               MOVE "CLAIM" TO WS-CF-Type
               MOVE WS-FC-Key(WS-FC-Idx) TO WS-CF-Key
               PERFORM WriteConflictLine
           END-IF.

       ReportItemConflict.
           IF ItemConflict(WS-FI-Idx)
               MOVE "AR" TO WS-CF-Type
               MOVE WS-FI-Key(WS-FI-Idx) TO WS-CF-Key
               PERFORM WriteConflictLine
           END-IF.

       WriteConflictLine.
           MOVE MT-ToSSN TO WS-CF-ToSSN.
           MOVE WS-ConflictDetail TO MergeRejectLine.
           WRITE MergeRejectLine.

       MergePatient.
           ADD 1 TO WS-MergedCounter.
           ADD 1 TO WS-MP-Count.
           MOVE MT-FromSSN TO WS-MP-FromSSN(WS-MP-Count).
           MOVE MT-ToSSN TO WS-MP-ToSSN(WS-MP-Count).
           PERFORM MoveOneProcedure
               VARYING WS-FP-Idx FROM 1 BY 1
               UNTIL WS-FP-Idx > WS-FP-Count.
           IF FromHeaderFound
               PERFORM MoveHeaderRecord
           END-IF.
           PERFORM MoveOneClaim
               VARYING WS-FC-Idx FROM 1 BY 1
               UNTIL WS-FC-Idx > WS-FC-Count.
           PERFORM MoveOneItem
               VARYING WS-FI-Idx FROM 1 BY 1
               UNTIL WS-FI-Idx > WS-FI-Count.
           PERFORM MergeMasterRecords.

       MoveOneProcedure.
           PERFORM AssignSequenceNumber.
           MOVE WS-FP-Seq(WS-FP-Idx) TO WS-OldSeq.
           MOVE WS-FP-Image(WS-FP-Idx) TO ProcedureRecord.
           MOVE MT-ToSSN TO SSN.
           MOVE WS-AssignedSeq TO RecSeq.
           WRITE ProcedureRecord
               INVALID KEY
                   DISPLAY "PROCEDURE WRITE FAILED FOR KEY: "
                       RecordKeyArea
               NOT INVALID KEY
                   ADD 1 TO WS-ProcMovedCounter
                   MOVE "Y" TO WS-SEQ-Used(WS-AssignedSeq)
                   IF WS-AssignedSeq > WS-SeqHighest
                       MOVE WS-AssignedSeq TO WS-SeqHighest
                   END-IF
                   PERFORM MoveChargeJournal
                   PERFORM MoveClinicXref
                   PERFORM DeleteFromProcedure
           END-WRITE.

      * Same rule as the intake load: append after the highest
      * sequence, and only once 99 is reached reuse the lowest
      * number the archive run has freed.
       AssignSequenceNumber.
           SET FreeSeqFound TO TRUE.
           IF WS-SeqHighest < 99
               COMPUTE WS-AssignedSeq = WS-SeqHighest + 1
           ELSE
               SET NoFreeSeqFound TO TRUE
               PERFORM FindFreeSequence
                   VARYING WS-SEQ-Idx FROM 1 BY 1
                   UNTIL WS-SEQ-Idx > 99 OR FreeSeqFound
           END-IF.

       FindFreeSequence.
           IF NOT SeqInUse(WS-SEQ-Idx)
               SET FreeSeqFound TO TRUE
               MOVE WS-SEQ-Idx TO WS-AssignedSeq
           END-IF.

      * The charge's GL identity changes with its SSN and sequence
      * number; code and date come from the record just written.
       MoveChargeJournal.
           MOVE "CHG" TO WS-JM-Type.
           MOVE MT-FromSSN TO WS-CAI-SSN.
           MOVE WS-OldSeq TO WS-CAI-RecSeq.
           MOVE ProcedureCode TO WS-CAI-Code.
           MOVE DateOfTreatment TO WS-CAI-Date.
           MOVE WS-ChargeActivityId TO WS-JM-OldId.
           MOVE MT-ToSSN TO WS-CAI-SSN.
           MOVE WS-AssignedSeq TO WS-CAI-RecSeq.
           MOVE WS-ChargeActivityId TO WS-JM-NewId.
           PERFORM MoveJournaledActivity.

       DeleteFromProcedure.
           MOVE MT-FromSSN TO SSN.
           MOVE WS-OldSeq TO RecSeq.
           DELETE PatientProceduresFile
               INVALID KEY
                   DISPLAY "PROCEDURE DELETE FAILED FOR KEY: "
                       RecordKeyArea
           END-DELETE.

      * The survivor keeps its own header when it has one; otherwise
      * the from header (and its cross-reference) becomes the
      * survivor's.
       MoveHeaderRecord.
           MOVE ZEROES TO WS-OldSeq.
           IF ToHeaderNotFound
               MOVE WS-FromHeaderImage TO PatientRecord
               MOVE MT-ToSSN TO SSN
               MOVE ZEROES TO RecSeq
               MOVE ZEROES TO WS-AssignedSeq
               WRITE PatientRecord
                   INVALID KEY
                       DISPLAY "HEADER WRITE FAILED FOR KEY: "
                           RecordKeyArea
                   NOT INVALID KEY
                       PERFORM MoveClinicXref
               END-WRITE
           ELSE
               PERFORM DeleteFromXref
           END-IF.
           PERFORM DeleteFromProcedure.

       MoveClinicXref.
           PERFORM ReadFromXref.
           IF XrefFound
               MOVE XRF-ClinicCode TO WS-XrefClinicCode
               MOVE XRF-LoadDate TO WS-XrefLoadDate
               PERFORM DeleteFromXref
               MOVE MT-ToSSN TO XRF-SSN
               MOVE WS-AssignedSeq TO XRF-RecSeq
               MOVE WS-XrefClinicCode TO XRF-ClinicCode
               MOVE WS-XrefLoadDate TO XRF-LoadDate
               WRITE ClinicXrefRecord
                   INVALID KEY
                       DISPLAY "XREF WRITE FAILED FOR KEY: " XRF-Key
                   NOT INVALID KEY
                       ADD 1 TO WS-XrefMovedCounter
               END-WRITE
           END-IF.

       ReadFromXref.
           MOVE MT-FromSSN TO XRF-SSN.
           MOVE WS-OldSeq TO XRF-RecSeq.
           READ ClinicXrefFile
               INVALID KEY SET XrefNotFound TO TRUE
               NOT INVALID KEY SET XrefFound TO TRUE
           END-READ.

       DeleteFromXref.
           MOVE MT-FromSSN TO XRF-SSN.
           MOVE WS-OldSeq TO XRF-RecSeq.
           DELETE ClinicXrefFile
               INVALID KEY CONTINUE
           END-DELETE.

       MoveOneClaim.
           MOVE WS-FC-Key(WS-FC-Idx) TO CR-ClaimKey.
           READ ClaimRegisterFile
               INVALID KEY
                   DISPLAY "CLAIM READ FAILED FOR KEY: " CR-ClaimKey
               NOT INVALID KEY
                   MOVE ClaimRegisterRecord TO WS-ClaimImage
                   MOVE MT-ToSSN TO CR-SSN
                   WRITE ClaimRegisterRecord
                       INVALID KEY
                           DISPLAY "CLAIM WRITE FAILED FOR KEY: "
                               CR-ClaimKey
                       NOT INVALID KEY
                           ADD 1 TO WS-ClaimMovedCounter
                           PERFORM DeleteFromClaim
                   END-WRITE
           END-READ.

       DeleteFromClaim.
           MOVE WS-ClaimImage TO ClaimRegisterRecord.
           DELETE ClaimRegisterFile
               INVALID KEY
                   DISPLAY "CLAIM DELETE FAILED FOR KEY: " CR-ClaimKey
           END-DELETE.

       MoveOneItem.
           MOVE WS-FI-Key(WS-FI-Idx) TO PAR-Key.
           READ PatientARFile
               INVALID KEY
                   DISPLAY "AR READ FAILED FOR KEY: " PAR-Key
               NOT INVALID KEY
                   MOVE PatientARRecord TO WS-ItemImage
                   PERFORM WriteSurvivorItem
           END-READ.

       WriteSurvivorItem.
           MOVE MT-ToSSN TO PAR-SSN.
           IF CreditItem
               PERFORM CheckItemKeyFree
               IF KeyTaken
                   PERFORM FindFreeCreditKey
               END-IF
               MOVE WS-ItemImage TO PatientARRecord
               MOVE MT-ToSSN TO PAR-SSN
               IF WS-NewCreditCode NOT = SPACES
                   MOVE WS-NewCreditCode TO PAR-ProcedureCode
               END-IF
           END-IF.
           IF CreditItem AND KeyTaken
               DISPLAY "NO FREE CREDIT REFERENCE, AR ITEM NOT MOVED: "
                   WS-FI-Key(WS-FI-Idx)
           ELSE
               WRITE PatientARRecord
                   INVALID KEY
                       DISPLAY "AR WRITE FAILED FOR KEY: " PAR-Key
                   NOT INVALID KEY
                       ADD 1 TO WS-ItemMovedCounter
                       PERFORM MoveItemJournal
                       PERFORM DeleteFromItem
               END-WRITE
           END-IF.

       CheckItemKeyFree.
           MOVE SPACES TO WS-NewCreditCode.
           READ PatientARFile
               INVALID KEY SET KeyFree TO TRUE
               NOT INVALID KEY SET KeyTaken TO TRUE
           END-READ.

       FindFreeCreditKey.
           PERFORM TryCreditKey
               VARYING WS-CC-Idx FROM 1 BY 1
               UNTIL WS-CC-Idx > 99 OR KeyFree.

      * The survivor's key is rebuilt from the saved image each try
      * because a successful READ overlays the record area.
       TryCreditKey.
           MOVE WS-CC-Idx TO WS-CC-Seq.
           MOVE WS-ItemImage TO PatientARRecord.
           MOVE MT-ToSSN TO PAR-SSN.
           MOVE WS-CreditCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY
                   SET KeyFree TO TRUE
                   MOVE WS-CreditCode TO WS-NewCreditCode
               NOT INVALID KEY SET KeyTaken TO TRUE
           END-READ.

      * PAR-Key is still the survivor's key just written, with any
      * new credit reference.
       MoveItemJournal.
           MOVE WS-FI-Key(WS-FI-Idx) TO WS-RAI-Key.
           MOVE WS-ReceiptActivityId TO WS-JM-OldId.
           MOVE PAR-Key TO WS-RAI-Key.
           MOVE WS-ReceiptActivityId TO WS-JM-NewId.
           PERFORM MoveItemActivity
               VARYING WS-IAT-Idx FROM 1 BY 1 UNTIL WS-IAT-Idx > 5.

       MoveItemActivity.
           MOVE WS-IAT-Type(WS-IAT-Idx) TO WS-JM-Type.
           PERFORM MoveJournaledActivity.

      * The journaled amount goes under the new identity before the
      * old one is removed. Should the new identity already carry a
      * journaled amount the two are combined, so nothing that has
      * reached the ledger is ever journaled again.
       MoveJournaledActivity.
           MOVE WS-JM-Type TO GLA-ActivityType.
           MOVE WS-JM-OldId TO GLA-ActivityId.
           READ GLActivityFile
               INVALID KEY SET ActivityNotJournaled TO TRUE
               NOT INVALID KEY SET ActivityJournaled TO TRUE
           END-READ.
           IF ActivityJournaled
               MOVE GLA-JournaledAmount TO WS-JM-Amount
               MOVE GLA-JournalDate TO WS-JM-Date
               MOVE WS-JM-NewId TO GLA-ActivityId
               WRITE GLActivityRecord
                   INVALID KEY PERFORM AddToJournaledActivity
               END-WRITE
               MOVE WS-JM-Type TO GLA-ActivityType
               MOVE WS-JM-OldId TO GLA-ActivityId
               DELETE GLActivityFile
                   INVALID KEY
                       DISPLAY "GL ACTIVITY DELETE FAILED: " GLA-Key
                   NOT INVALID KEY
                       ADD 1 TO WS-JournalMovedCounter
               END-DELETE
           END-IF.

       AddToJournaledActivity.
           READ GLActivityFile
               INVALID KEY
                   DISPLAY "GL ACTIVITY READ FAILED: " GLA-Key
               NOT INVALID KEY
                   ADD WS-JM-Amount TO GLA-JournaledAmount
                   REWRITE GLActivityRecord
                       INVALID KEY
                           DISPLAY "GL ACTIVITY REWRITE FAILED: "
                               GLA-Key
                   END-REWRITE
           END-READ.

       DeleteFromItem.
           MOVE WS-ItemImage TO PatientARRecord.
           DELETE PatientARFile
               INVALID KEY
                   DISPLAY "AR DELETE FAILED FOR KEY: " PAR-Key
           END-DELETE.

      * A survivor with no master inherits the from patient's master
      * data; the from master is then removed. Both SSNs are logged
      * with their before and after images.
       MergeMasterRecords.
           IF FromMasterFound AND ToMasterNotFound
               MOVE MT-ToSSN TO PM-SSN
               MOVE WS-FromMasterImage TO PM-PatientData
               WRITE PatientMasterRecord
                   INVALID KEY
                       DISPLAY "MASTER WRITE FAILED FOR KEY: " PM-SSN
                   NOT INVALID KEY
                       MOVE WS-FromMasterImage TO WS-ToAfterImage
               END-WRITE
           ELSE
               IF ToMasterFound
                   MOVE WS-ToMasterImage TO WS-ToAfterImage
               ELSE
                   MOVE "*** NOT ON MASTER ***" TO WS-ToAfterImage
               END-IF
           END-IF.
           IF FromMasterFound
               MOVE MT-FromSSN TO PM-SSN
               DELETE PatientMasterFile
                   INVALID KEY
                       DISPLAY "MASTER DELETE FAILED FOR KEY: " PM-SSN
               END-DELETE
           END-IF.
           PERFORM LogMergedMasters.

       LogMergedMasters.
           MOVE WS-CurrentDate TO WS-CH-Date.
           MOVE MT-UserId TO WS-CH-UserId.
           MOVE "M" TO WS-CH-Action.
           MOVE MT-FromSSN TO WS-CH-SSN.
           MOVE "BEFORE: " TO WS-CH-Tag.
           MOVE WS-FromMasterImage TO WS-CH-Image.
           PERFORM WriteChangeLogLine.
           MOVE "AFTER:  " TO WS-CH-Tag.
           MOVE MT-ToSSN TO WS-MI-ToSSN.
           MOVE WS-MergedIntoNote TO WS-CH-Image.
           PERFORM WriteChangeLogLine.
           MOVE MT-ToSSN TO WS-CH-SSN.
           MOVE "BEFORE: " TO WS-CH-Tag.
           MOVE WS-ToMasterImage TO WS-CH-Image.
           PERFORM WriteChangeLogLine.
           MOVE "AFTER:  " TO WS-CH-Tag.
           MOVE WS-ToAfterImage TO WS-CH-Image.
           PERFORM WriteChangeLogLine.

       WriteChangeLogLine.
           MOVE WS-ChangeDetail TO ChangeLogLine.
           WRITE ChangeLogLine.

       WriteTransReject.
           SET InvalidTrans TO TRUE.
           ADD 1 TO WS-RejectCounter.
           MOVE MergeTransRecord TO WS-RJ-Trans.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO MergeRejectLine.
           WRITE MergeRejectLine.

      * The history file is sequential and shared with the archive
      * job, so it is rebuilt rather than updated in place. It is
      * only copied back when some archived procedure actually
      * changed hands.
       RekeyProcedureHistory.
           OPEN INPUT ProcedureHistoryFile.
           OPEN OUTPUT HistoryGenerationFile.
           READ ProcedureHistoryFile
               AT END SET EndOfHistoryFile TO TRUE
           END-READ.
           PERFORM CopyHistoryRecord UNTIL EndOfHistoryFile.
           CLOSE ProcedureHistoryFile.
           CLOSE HistoryGenerationFile.
           IF WS-HistoryMovedCounter > ZEROES
               PERFORM PromoteHistoryGeneration
           END-IF.

       CopyHistoryRecord.
           MOVE HistoryRecord TO HistoryGenRecord.
           MOVE HIS-RecordImage(2:9) TO WS-HistorySSN.
           PERFORM TranslateHistorySSN
               VARYING WS-MP-Idx FROM 1 BY 1
               UNTIL WS-MP-Idx > WS-MP-Count.
           IF WS-HistorySSN NOT = HIS-RecordImage(2:9)
               MOVE WS-HistorySSN TO HGN-RecordImage(2:9)
               ADD 1 TO WS-HistoryMovedCounter
           END-IF.
           WRITE HistoryGenRecord.
           READ ProcedureHistoryFile
               AT END SET EndOfHistoryFile TO TRUE
           END-READ.

       TranslateHistorySSN.
           IF WS-HistorySSN = WS-MP-FromSSN(WS-MP-Idx)
               MOVE WS-MP-ToSSN(WS-MP-Idx) TO WS-HistorySSN
           END-IF.

       PromoteHistoryGeneration.
           OPEN INPUT HistoryGenerationFile.
           OPEN OUTPUT ProcedureHistoryFile.
           READ HistoryGenerationFile
               AT END SET EndOfHistoryGen TO TRUE
           END-READ.
           PERFORM PromoteHistoryRecord UNTIL EndOfHistoryGen.
           CLOSE HistoryGenerationFile.
           CLOSE ProcedureHistoryFile.

       PromoteHistoryRecord.
           MOVE HistoryGenRecord TO HistoryRecord.
           WRITE HistoryRecord.
           READ HistoryGenerationFile
               AT END SET EndOfHistoryGen TO TRUE
           END-READ.

       WriteMergeTrailer.
           MOVE WS-CurrentDate TO WS-MG-Date.
           MOVE WS-TransCounter TO WS-MG-TransCount.
           MOVE WS-MergedCounter TO WS-MG-MergedCount.
           MOVE WS-RejectCounter TO WS-MG-RejectCount.
           DISPLAY WS-MergeTrailer.
           MOVE WS-ProcMovedCounter TO WS-MV-ProcCount.
           MOVE WS-ClaimMovedCounter TO WS-MV-ClaimCount.
           MOVE WS-ItemMovedCounter TO WS-MV-ItemCount.
           MOVE WS-XrefMovedCounter TO WS-MV-XrefCount.
           MOVE WS-JournalMovedCounter TO WS-MV-JournalCount.
           MOVE WS-HistoryMovedCounter TO WS-MV-HistoryCount.
           DISPLAY WS-MovedTrailer.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           MOVE "PATIENTMERGE" TO RC-JobName.
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

       WriteRunEnd.
           MOVE "PATIENTMERGE" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunEndRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE WS-TransCounter TO RC-RecordsIn.
           MOVE WS-MergedCounter TO RC-RecordsOut.
           MOVE WS-RejectCounter TO RC-ControlCount.
           MOVE ZEROES TO RC-ControlAmount.
           SET NormalEnd TO TRUE.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

       END PROGRAM PATIENTMERGE.
