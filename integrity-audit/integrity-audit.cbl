       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITYAUDIT.

      * Read-only referential integrity audit across the billing
      * files. Archives, deletes, merges, restarts and abended runs
      * can leave the files disagreeing with each other; nothing
      * here is corrected, every orphan or contradiction found is
      * listed on integrity-audit.rpt under its problem class:
      *   NO PROCEDURE  a claim-register entry with no matching
      *                 procedure (same SSN, code and date) on
      *                 patient-procedures.dat or in the archived
      *                 procedure-history.dat.
      *   NO HEADER     a P record with no H header for its SSN.
      *   NO MASTER     a P record whose SSN is not on
      *                 patient-master.dat.
      *   XREF ORPHAN   a procedure-clinic-xref record whose
      *                 procedure record no longer exists.
      *   AR CHARGE     an open or closed AR charge item whose charge
      *                 is not what the register nets to, by the
      *                 same netting the payments run applies.
      *                 Uncollectible items are frozen at write-off
      *                 and credit items have no procedure, so
      *                 neither is checked.
      *   CTL LOW       the register "CTL" control record is lower
      *                 than the highest claim number on the
      *                 register, so the next claim would reuse a
      *                 number.
      *   CLOSED PERIOD a procedure dated in a month closed on
      *                 period-control.dat whose clinic xref shows it
      *                 was loaded after the close date.
      * The report ends with a count per class and a clean / not
      * clean verdict; the run-control end record carries the
      * records examined and the total problems found, so the
      * day-end balancing pass can show whether the files were
      * clean that day.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PatientProceduresFile
           ASSIGN TO 'patient-procedures.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RecordKeyArea.

           SELECT OPTIONAL ProcedureHistoryFile
           ASSIGN TO 'procedure-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

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
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-Key.

           SELECT OPTIONAL ClinicXrefFile
           ASSIGN TO 'procedure-clinic-xref.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-Key.

           SELECT OPTIONAL PeriodControlFile
           ASSIGN TO 'period-control.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Period.

           SELECT AuditReport
           ASSIGN TO 'integrity-audit.rpt'
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

       FD ProcedureHistoryFile.
       01 HistoryRecord.
           88 EndOfHistoryFile     VALUE HIGH-VALUES.
           02 HIS-RecordImage      PIC X(58).
           02 HIS-ArchiveDate      PIC 9(8).

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
           88 EndOfXrefFile        VALUE HIGH-VALUES.
           02 XRF-Key.
               03 XRF-SSN          PIC 9(9).
               03 XRF-RecSeq       PIC 9(2).
           02 XRF-ClinicCode      PIC X(4).
           02 XRF-LoadDate        PIC 9(8).

       FD PeriodControlFile.
       01 PeriodControlRecord.
           02 PER-Period           PIC 9(6).
           02 PER-Status           PIC X.
               88 PeriodOpen       VALUE "O".
               88 PeriodClosed     VALUE "C".
           02 PER-ClosedDate       PIC 9(8).
           02 PER-ClosedBy         PIC X(8).

       FD AuditReport.
       01 AuditReportLine          PIC X(132).

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

       01  WS-CurrentSSN           PIC 9(9) VALUE ZEROES.
       01  WS-HeaderSwitch         PIC X VALUE "N".
           88 HeaderSeen           VALUE "Y".
           88 HeaderNotSeen        VALUE "N".
       01  WS-MasterSwitch         PIC X VALUE "N".
           88 MasterRecordFound    VALUE "Y".
           88 MasterRecordNotFound VALUE "N".
       01  WS-RegisterSwitch       PIC X VALUE "N".
           88 RegisterRecordFound    VALUE "Y".
           88 RegisterRecordNotFound VALUE "N".
       01  WS-ARSwitch             PIC X VALUE "N".
           88 ARRecordFound        VALUE "Y".
           88 ARRecordNotFound     VALUE "N".
       01  WS-PendingSwitch        PIC X VALUE "N".
           88 ClaimPendingIns      VALUE "Y".
           88 ClaimNotPendingIns   VALUE "N".
       01  WS-ProcSwitch           PIC X VALUE "N".
           88 ProcedureFound       VALUE "Y".
           88 ProcedureNotFound    VALUE "N".
       01  WS-PeriodSwitch         PIC X VALUE "N".
           88 PeriodRecordFound    VALUE "Y".
           88 PeriodRecordNotFound VALUE "N".
       01  WS-ScanSwitch           PIC X VALUE "N".
           88 ScanDone             VALUE "Y".
           88 ScanNotDone          VALUE "N".

       01  WS-RespAmount           PIC 9(5)V99.
       01  WS-ExpectedCharge       PIC 9(5)V99.

      * The procedures of the patient whose claims are being checked,
      * loaded once per SSN as the register sweep reaches it.
       01  WS-PatProcTable.
           05 WS-PPT-Entry OCCURS 99 TIMES.
               10 WS-PPT-Code      PIC X(3).
               10 WS-PPT-Date      PIC 9(8).
       01  WS-PPT-Count            PIC 9(3) COMP VALUE ZEROES.
       01  WS-PPT-Idx              PIC 9(3) COMP.
       01  WS-PPT-SSN              PIC X(9) VALUE SPACES.

      * Claims with no live procedure wait here until the history
      * file has been read, since the archive run leaves the claim
      * behind when it moves the procedure out.
       01  WS-MissingTable.
           05 WS-MS-Entry OCCURS 500 TIMES.
               10 WS-MS-ProcKey.
                   15 WS-MS-SSN        PIC X(9).
                   15 WS-MS-Code       PIC X(3).
                   15 WS-MS-Date       PIC 9(8).
               10 WS-MS-Level      PIC X.
               10 WS-MS-ClaimNumber PIC 9(9).
               10 WS-MS-Found      PIC X.
                   88 ArchivedProcFound VALUE "Y".
       01  WS-MS-Count             PIC 9(3) COMP VALUE ZEROES.
       01  WS-MS-Idx               PIC 9(3) COMP.

       01  WS-HistProcRecord.
           02 WS-HP-RecordType      PIC X.
               88 HistProcedureType VALUE "P".
           02 WS-HP-SSN             PIC X(9).
           02 WS-HP-RecSeq          PIC 9(2).
           02 WS-HP-ProcedureCode   PIC X(3).
           02 WS-HP-DateOfTreatment PIC 9(8).
           02 WS-HP-Cost            PIC 9(5)V99.
           02 WS-HP-DiagnosisCodes  PIC X(28).
       01  WS-HistProcKey.
           05 WS-HK-SSN             PIC X(9).
           05 WS-HK-Code            PIC X(3).
           05 WS-HK-Date            PIC 9(8).

       01  WS-ControlSwitch        PIC X VALUE "N".
           88 ControlRecordFound   VALUE "Y".
           88 ControlRecordNotFound VALUE "N".
       01  WS-ControlClaimNumber   PIC 9(9) VALUE ZEROES.
       01  WS-HighestClaimNumber   PIC 9(9) VALUE ZEROES.

       01  WS-ProcCounter          PIC 9(7) COMP VALUE ZEROES.
       01  WS-ClaimCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-XrefCounter          PIC 9(7) COMP VALUE ZEROES.
       01  WS-ExaminedCounter      PIC 9(7) COMP VALUE ZEROES.
       01  WS-ProblemCounter       PIC 9(7) COMP VALUE ZEROES.

       01  WS-ProblemClassTable.
           05 FILLER PIC X(40) VALUE
               "CLAIMS WITH NO PROCEDURE".
           05 FILLER PIC X(40) VALUE
               "PROCEDURES WITH NO HEADER".
           05 FILLER PIC X(40) VALUE
               "PROCEDURES WITH NO PATIENT MASTER".
           05 FILLER PIC X(40) VALUE
               "CLINIC XREFS WITH NO PROCEDURE".
           05 FILLER PIC X(40) VALUE
               "AR CHARGES DISAGREEING WITH REGISTER".
           05 FILLER PIC X(40) VALUE
               "CLAIM CONTROL BELOW HIGHEST CLAIM".
           05 FILLER PIC X(40) VALUE
               "CLOSED-PERIOD PROCEDURES LOADED LATE".
       01  FILLER REDEFINES WS-ProblemClassTable.
           05 WS-PC-Name           PIC X(40) OCCURS 7 TIMES.
       01  WS-ProblemCounts.
           05 WS-PC-Count          PIC 9(7) COMP OCCURS 7 TIMES.
       01  WS-PC-Idx               PIC 9(2) COMP.
       01  WS-ClassNoProcedure     PIC 9(2) COMP VALUE 1.
       01  WS-ClassNoHeader        PIC 9(2) COMP VALUE 2.
       01  WS-ClassNoMaster        PIC 9(2) COMP VALUE 3.
       01  WS-ClassXrefOrphan      PIC 9(2) COMP VALUE 4.
       01  WS-ClassARCharge        PIC 9(2) COMP VALUE 5.
       01  WS-ClassControlLow      PIC 9(2) COMP VALUE 6.
       01  WS-ClassClosedPeriod    PIC 9(2) COMP VALUE 7.

       01  WS-RunStamp.
           05 WS-RS-Date           PIC 9(8).
           05 WS-RS-Time           PIC 9(6).
       01  WS-TimeOfDay            PIC 9(8).

       01  WS-AuditLines.
           05 WS-AuditTitle.
               10 FILLER PIC X(34) VALUE
                   "REFERENTIAL INTEGRITY AUDIT FOR ".
               10 WS-AT-Date        PIC 9(8).
           05 WS-ProblemHeader.
               10 FILLER PIC X(15) VALUE "CLASS".
               10 FILLER PIC X(25) VALUE "KEY".
               10 FILLER PIC X(60) VALUE "DETAIL".
           05 WS-ProblemDetail.
               10 WS-PD-Class      PIC X(13).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-PD-Key        PIC X(23).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-PD-Detail     PIC X(60).
           05 WS-ClaimKeyDisplay.
               10 WS-CKD-SSN       PIC X(9).
               10 FILLER           PIC X VALUE SPACES.
               10 WS-CKD-Code      PIC X(3).
               10 FILLER           PIC X VALUE SPACES.
               10 WS-CKD-Date      PIC 9(8).
               10 WS-CKD-Level     PIC X.
           05 WS-ProcKeyDisplay.
               10 WS-PKD-SSN       PIC 9(9).
               10 FILLER           PIC X VALUE SPACES.
               10 WS-PKD-Seq       PIC 9(2).
           05 WS-ClaimNumberDetail.
               10 FILLER PIC X(7) VALUE "CLAIM  ".
               10 WS-CND-Number    PIC 9(9).
           05 WS-ProcCodeDetail.
               10 FILLER PIC X(5) VALUE "CODE ".
               10 WS-PCD-Code      PIC X(3).
               10 FILLER PIC X(6) VALUE " DATE ".
               10 WS-PCD-Date      PIC 9(8).
           05 WS-XrefDetail.
               10 FILLER PIC X(7) VALUE "CLINIC ".
               10 WS-XD-Clinic     PIC X(4).
               10 FILLER PIC X(8) VALUE " LOADED ".
               10 WS-XD-LoadDate   PIC 9(8).
           05 WS-ChargeDetail.
               10 FILLER PIC X(7) VALUE "LEDGER ".
               10 WS-CD-Ledger     PIC ZZ,ZZ9.99.
               10 FILLER PIC X(15) VALUE " REGISTER NETS ".
               10 WS-CD-Netted     PIC ZZ,ZZ9.99.
           05 WS-ControlDetail.
               10 FILLER PIC X(8) VALUE "CONTROL ".
               10 WS-CTD-Control   PIC 9(9).
               10 FILLER PIC X(16) VALUE " HIGHEST ISSUED ".
               10 WS-CTD-Highest   PIC 9(9).
           05 WS-PeriodDetail.
               10 FILLER PIC X(7) VALUE "PERIOD ".
               10 WS-PRD-Period    PIC 9(6).
               10 FILLER PIC X(8) VALUE " CLOSED ".
               10 WS-PRD-Closed    PIC 9(8).
               10 FILLER PIC X(8) VALUE " LOADED ".
               10 WS-PRD-Loaded    PIC 9(8).
           05 WS-SummaryLine.
               10 WS-SL-Name       PIC X(40).
               10 WS-SL-Count      PIC ZZZZZZ9.
           05 WS-VerdictLine.
               10 FILLER PIC X(17) VALUE "AUDIT VERDICT:   ".
               10 WS-VL-Verdict    PIC X(24).
           05 WS-AuditTrailer.
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 WS-TR-Date       PIC 9(8).
               10 FILLER PIC X(3) VALUE SPACES.
               10 FILLER PIC X(12) VALUE "PROCEDURES: ".
               10 WS-TR-ProcCount  PIC ZZZZZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 FILLER PIC X(8) VALUE "CLAIMS: ".
               10 WS-TR-ClaimCount PIC ZZZZZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 FILLER PIC X(7) VALUE "XREFS: ".
               10 WS-TR-XrefCount  PIC ZZZZZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 FILLER PIC X(10) VALUE "PROBLEMS: ".
               10 WS-TR-Problems   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT PatientProceduresFile.
           OPEN INPUT ProcedureHistoryFile.
           OPEN INPUT PatientMasterFile.
           OPEN INPUT ClaimRegisterFile.
           OPEN INPUT PatientARFile.
           OPEN INPUT ClinicXrefFile.
           OPEN INPUT PeriodControlFile.
           OPEN OUTPUT AuditReport.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM InitializeProblemCounts
               VARYING WS-PC-Idx FROM 1 BY 1 UNTIL WS-PC-Idx > 7.
           MOVE WS-CurrentDate TO WS-AT-Date.
           MOVE WS-AuditTitle TO AuditReportLine.
           WRITE AuditReportLine.
           MOVE WS-ProblemHeader TO AuditReportLine.
           WRITE AuditReportLine.
           PERFORM AuditProcedures.
           PERFORM AuditClaimRegister.
           PERFORM ResolveArchivedClaims.
           PERFORM CheckClaimControl.
           PERFORM AuditClinicXref.
           PERFORM WriteAuditSummary.
           PERFORM WriteRunEnd.
           CLOSE PatientProceduresFile.
           CLOSE ProcedureHistoryFile.
           CLOSE PatientMasterFile.
           CLOSE ClaimRegisterFile.
           CLOSE PatientARFile.
           CLOSE ClinicXrefFile.
           CLOSE PeriodControlFile.
           CLOSE AuditReport.
           CLOSE RunControlFile.
           STOP RUN.

       InitializeProblemCounts.
           MOVE ZEROES TO WS-PC-Count(WS-PC-Idx).

      * One pass over the procedures file. Headers sort ahead of
      * their patient's procedures (RecSeq 00), so a P record
      * reached before any H record for its SSN has no header.
       AuditProcedures.
           MOVE LOW-VALUES TO RecordKeyArea.
           START PatientProceduresFile KEY IS GREATER THAN
                   RecordKeyArea
               INVALID KEY SET EndOfFile TO TRUE
           END-START.
           IF NOT EndOfFile
               READ PatientProceduresFile NEXT RECORD
                   AT END SET EndOfFile TO TRUE
               END-READ
           END-IF.
           PERFORM AuditOneProcedure UNTIL EndOfFile.

       AuditOneProcedure.
           IF SSN NOT = WS-CurrentSSN
               MOVE SSN TO WS-CurrentSSN
               SET HeaderNotSeen TO TRUE
               MOVE SSN TO PM-SSN
               READ PatientMasterFile
                   INVALID KEY SET MasterRecordNotFound TO TRUE
                   NOT INVALID KEY SET MasterRecordFound TO TRUE
               END-READ
           END-IF.
           IF PatientRecordType
               SET HeaderSeen TO TRUE
           END-IF.
           IF ProcedureRecordType
               ADD 1 TO WS-ProcCounter
               PERFORM AuditProcedureRecord
           END-IF.
           READ PatientProceduresFile NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ.

       AuditProcedureRecord.
           MOVE SSN TO WS-PKD-SSN.
           MOVE RecSeq TO WS-PKD-Seq.
           MOVE ProcedureCode TO WS-PCD-Code.
           MOVE DateOfTreatment TO WS-PCD-Date.
           IF HeaderNotSeen
               MOVE WS-ClassNoHeader TO WS-PC-Idx
               MOVE "NO HEADER" TO WS-PD-Class
               MOVE WS-ProcKeyDisplay TO WS-PD-Key
               MOVE WS-ProcCodeDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           END-IF.
           IF MasterRecordNotFound
               MOVE WS-ClassNoMaster TO WS-PC-Idx
               MOVE "NO MASTER" TO WS-PD-Class
               MOVE WS-ProcKeyDisplay TO WS-PD-Key
               MOVE WS-ProcCodeDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           END-IF.
           IF Cost NUMERIC AND DateOfTreatment NUMERIC
               PERFORM CheckARCharge
           END-IF.

      * The charge is recomputed exactly as the payments run builds
      * it: what the register nets to, floored at what the patient
      * already paid while the claim is still with the insurer.
       CheckARCharge.
           PERFORM NetClaimRegister.
           MOVE PSSN TO PAR-SSN.
           MOVE DateOfTreatment TO PAR-DateOfService.
           MOVE ProcedureCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           IF ARRecordFound AND ChargeItem AND NOT UncollectibleItem
               MOVE WS-RespAmount TO WS-ExpectedCharge
               IF ClaimPendingIns AND
                       WS-RespAmount < PAR-PaidAmount
                   MOVE PAR-PaidAmount TO WS-ExpectedCharge
               END-IF
               IF PAR-ChargeAmount NOT = WS-ExpectedCharge
                   MOVE WS-ClassARCharge TO WS-PC-Idx
                   MOVE "AR CHARGE" TO WS-PD-Class
                   MOVE PAR-SSN TO WS-CKD-SSN
                   MOVE PAR-ProcedureCode TO WS-CKD-Code
                   MOVE PAR-DateOfService TO WS-CKD-Date
                   MOVE SPACE TO WS-CKD-Level
                   MOVE WS-ClaimKeyDisplay TO WS-PD-Key
                   MOVE PAR-ChargeAmount TO WS-CD-Ledger
                   MOVE WS-ExpectedCharge TO WS-CD-Netted
                   MOVE WS-ChargeDetail TO WS-PD-Detail
                   PERFORM WriteProblemLine
               END-IF
           END-IF.

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
           END-READ.
           IF RegisterRecordFound
               EVALUATE TRUE
                   WHEN ClaimSent
                       SET ClaimPendingIns TO TRUE
                       MOVE ZEROES TO WS-RespAmount
                   WHEN DispRebilled
                       SET ClaimPendingIns TO TRUE
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

      * The control record (procedure code "CTL") is not a claim; it
      * is checked against the highest claim number once the sweep
      * is done.
       AuditClaimRegister.
           MOVE LOW-VALUES TO CR-ClaimKey.
           START ClaimRegisterFile KEY IS GREATER THAN CR-ClaimKey
               INVALID KEY SET EndOfRegisterFile TO TRUE
           END-START.
           IF NOT EndOfRegisterFile
               READ ClaimRegisterFile NEXT RECORD
                   AT END SET EndOfRegisterFile TO TRUE
               END-READ
           END-IF.
           PERFORM AuditOneClaim UNTIL EndOfRegisterFile.

       AuditOneClaim.
           IF CR-ProcedureCode = "CTL"
               SET ControlRecordFound TO TRUE
               MOVE CR-ClaimNumber TO WS-ControlClaimNumber
           ELSE
               ADD 1 TO WS-ClaimCounter
               IF CR-ClaimNumber > WS-HighestClaimNumber
                   MOVE CR-ClaimNumber TO WS-HighestClaimNumber
               END-IF
               IF CR-SSN NOT = WS-PPT-SSN
                   PERFORM LoadPatientProcedures
               END-IF
               SET ProcedureNotFound TO TRUE
               PERFORM FindPatientProcedure
                   VARYING WS-PPT-Idx FROM 1 BY 1
                   UNTIL WS-PPT-Idx > WS-PPT-Count OR ProcedureFound
               IF ProcedureNotFound
                   PERFORM AddMissingClaim
               END-IF
           END-IF.
           READ ClaimRegisterFile NEXT RECORD
               AT END SET EndOfRegisterFile TO TRUE
           END-READ.

       LoadPatientProcedures.
           MOVE CR-SSN TO WS-PPT-SSN.
           MOVE ZEROES TO WS-PPT-Count.
           SET ScanNotDone TO TRUE.
           IF CR-SSN NOT NUMERIC
               SET ScanDone TO TRUE
           ELSE
               MOVE CR-SSN TO SSN
               MOVE ZEROES TO RecSeq
               START PatientProceduresFile KEY IS NOT LESS THAN
                       RecordKeyArea
                   INVALID KEY SET ScanDone TO TRUE
               END-START
           END-IF.
           IF ScanNotDone
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM StorePatientProcedure UNTIL ScanDone.

       StorePatientProcedure.
           IF RecordKeyArea(1:9) NOT = WS-PPT-SSN
               SET ScanDone TO TRUE
           ELSE
               IF ProcedureRecordType AND WS-PPT-Count < 99
                   ADD 1 TO WS-PPT-Count
                   MOVE ProcedureCode TO WS-PPT-Code(WS-PPT-Count)
                   MOVE DateOfTreatment TO WS-PPT-Date(WS-PPT-Count)
               END-IF
               READ PatientProceduresFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.

       FindPatientProcedure.
           IF CR-ProcedureCode = WS-PPT-Code(WS-PPT-Idx) AND
                   CR-DateOfTreatment = WS-PPT-Date(WS-PPT-Idx)
               SET ProcedureFound TO TRUE
           END-IF.

       AddMissingClaim.
           IF WS-MS-Count < 500
               ADD 1 TO WS-MS-Count
               MOVE CR-SSN TO WS-MS-SSN(WS-MS-Count)
               MOVE CR-ProcedureCode TO WS-MS-Code(WS-MS-Count)
               MOVE CR-DateOfTreatment TO WS-MS-Date(WS-MS-Count)
               MOVE CR-CoverageLevel TO WS-MS-Level(WS-MS-Count)
               MOVE CR-ClaimNumber TO WS-MS-ClaimNumber(WS-MS-Count)
               MOVE "N" TO WS-MS-Found(WS-MS-Count)
           ELSE
               DISPLAY "MISSING CLAIM TABLE FULL, CLAIM IGNORED: "
                   CR-ClaimKey
           END-IF.

      * A claim whose procedure has been archived is not an orphan;
      * whatever is still unmatched after the history file has been
      * read is reported.
       ResolveArchivedClaims.
           IF WS-MS-Count > ZEROES
               READ ProcedureHistoryFile
                   AT END SET EndOfHistoryFile TO TRUE
               END-READ
               PERFORM MatchHistoryRecord UNTIL EndOfHistoryFile
           END-IF.
           PERFORM ReportMissingClaim
               VARYING WS-MS-Idx FROM 1 BY 1
               UNTIL WS-MS-Idx > WS-MS-Count.

       MatchHistoryRecord.
           MOVE HIS-RecordImage TO WS-HistProcRecord.
           IF HistProcedureType
               MOVE WS-HP-SSN TO WS-HK-SSN
               MOVE WS-HP-ProcedureCode TO WS-HK-Code
               MOVE WS-HP-DateOfTreatment TO WS-HK-Date
               PERFORM FindMissingClaim
                   VARYING WS-MS-Idx FROM 1 BY 1
                   UNTIL WS-MS-Idx > WS-MS-Count
           END-IF.
           READ ProcedureHistoryFile
               AT END SET EndOfHistoryFile TO TRUE
           END-READ.

       FindMissingClaim.
           IF WS-MS-ProcKey(WS-MS-Idx) = WS-HistProcKey
               MOVE "Y" TO WS-MS-Found(WS-MS-Idx)
           END-IF.

       ReportMissingClaim.
           IF NOT ArchivedProcFound(WS-MS-Idx)
               MOVE WS-ClassNoProcedure TO WS-PC-Idx
               MOVE "NO PROCEDURE" TO WS-PD-Class
               MOVE WS-MS-SSN(WS-MS-Idx) TO WS-CKD-SSN
               MOVE WS-MS-Code(WS-MS-Idx) TO WS-CKD-Code
               MOVE WS-MS-Date(WS-MS-Idx) TO WS-CKD-Date
               MOVE WS-MS-Level(WS-MS-Idx) TO WS-CKD-Level
               MOVE WS-ClaimKeyDisplay TO WS-PD-Key
               MOVE WS-MS-ClaimNumber(WS-MS-Idx) TO WS-CND-Number
               MOVE WS-ClaimNumberDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           END-IF.

      * A missing control record only matters once claims exist; the
      * extract run creates it at zero on its first run.
       CheckClaimControl.
           IF WS-ControlClaimNumber < WS-HighestClaimNumber
               MOVE WS-ClassControlLow TO WS-PC-Idx
               MOVE "CTL LOW" TO WS-PD-Class
               IF ControlRecordFound
                   MOVE "REGISTER CONTROL RECORD" TO WS-PD-Key
               ELSE
                   MOVE "CONTROL RECORD MISSING" TO WS-PD-Key
               END-IF
               MOVE WS-ControlClaimNumber TO WS-CTD-Control
               MOVE WS-HighestClaimNumber TO WS-CTD-Highest
               MOVE WS-ControlDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           END-IF.

       AuditClinicXref.
           MOVE LOW-VALUES TO XRF-Key.
           START ClinicXrefFile KEY IS GREATER THAN XRF-Key
               INVALID KEY SET EndOfXrefFile TO TRUE
           END-START.
           IF NOT EndOfXrefFile
               READ ClinicXrefFile NEXT RECORD
                   AT END SET EndOfXrefFile TO TRUE
               END-READ
           END-IF.
           PERFORM AuditOneXref UNTIL EndOfXrefFile.

       AuditOneXref.
           ADD 1 TO WS-XrefCounter.
           MOVE XRF-SSN TO WS-PKD-SSN.
           MOVE XRF-RecSeq TO WS-PKD-Seq.
           MOVE XRF-ClinicCode TO WS-XD-Clinic.
           MOVE XRF-LoadDate TO WS-XD-LoadDate.
           MOVE XRF-Key TO RecordKeyArea.
           READ PatientProceduresFile
               INVALID KEY SET ProcedureNotFound TO TRUE
               NOT INVALID KEY SET ProcedureFound TO TRUE
           END-READ.
           IF ProcedureNotFound
               MOVE WS-ClassXrefOrphan TO WS-PC-Idx
               MOVE "XREF ORPHAN" TO WS-PD-Class
               MOVE WS-ProcKeyDisplay TO WS-PD-Key
               MOVE WS-XrefDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           ELSE
               IF ProcedureRecordType AND DateOfTreatment NUMERIC
                   PERFORM CheckClosedPeriod
               END-IF
           END-IF.
           READ ClinicXrefFile NEXT RECORD
               AT END SET EndOfXrefFile TO TRUE
           END-READ.

      * The xref load date is the only stamp a procedure carries of
      * when it reached the file; a load after its month was closed
      * should have gone to the prior-period adjustment file.
       CheckClosedPeriod.
           MOVE DateOfTreatment(1:6) TO PER-Period.
           READ PeriodControlFile
               INVALID KEY SET PeriodRecordNotFound TO TRUE
               NOT INVALID KEY SET PeriodRecordFound TO TRUE
           END-READ.
           IF PeriodRecordFound AND PeriodClosed AND
                   XRF-LoadDate > PER-ClosedDate
               MOVE WS-ClassClosedPeriod TO WS-PC-Idx
               MOVE "CLOSED PERIOD" TO WS-PD-Class
               MOVE WS-ProcKeyDisplay TO WS-PD-Key
               MOVE PER-Period TO WS-PRD-Period
               MOVE PER-ClosedDate TO WS-PRD-Closed
               MOVE XRF-LoadDate TO WS-PRD-Loaded
               MOVE WS-PeriodDetail TO WS-PD-Detail
               PERFORM WriteProblemLine
           END-IF.

       WriteProblemLine.
           ADD 1 TO WS-PC-Count(WS-PC-Idx).
           ADD 1 TO WS-ProblemCounter.
           MOVE WS-ProblemDetail TO AuditReportLine.
           WRITE AuditReportLine.

       WriteAuditSummary.
           MOVE SPACES TO AuditReportLine.
           WRITE AuditReportLine.
           PERFORM WriteSummaryLine
               VARYING WS-PC-Idx FROM 1 BY 1 UNTIL WS-PC-Idx > 7.
           IF WS-ProblemCounter = ZEROES
               MOVE "FILES CLEAN" TO WS-VL-Verdict
           ELSE
               MOVE "*** FILES NOT CLEAN ***" TO WS-VL-Verdict
           END-IF.
           MOVE WS-VerdictLine TO AuditReportLine.
           WRITE AuditReportLine.
           COMPUTE WS-ExaminedCounter = WS-ProcCounter
               + WS-ClaimCounter + WS-XrefCounter.
           MOVE WS-CurrentDate TO WS-TR-Date.
           MOVE WS-ProcCounter TO WS-TR-ProcCount.
           MOVE WS-ClaimCounter TO WS-TR-ClaimCount.
           MOVE WS-XrefCounter TO WS-TR-XrefCount.
           MOVE WS-ProblemCounter TO WS-TR-Problems.
           MOVE WS-AuditTrailer TO AuditReportLine.
           WRITE AuditReportLine.
           DISPLAY WS-AuditTrailer.

       WriteSummaryLine.
           MOVE WS-PC-Name(WS-PC-Idx) TO WS-SL-Name.
           MOVE WS-PC-Count(WS-PC-Idx) TO WS-SL-Count.
           MOVE WS-SummaryLine TO AuditReportLine.
           WRITE AuditReportLine.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           MOVE "INTEGRITYAUD" TO RC-JobName.
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

      * Records in is everything examined; the control count is the
      * number of problems found, zero on a clean day.
       WriteRunEnd.
           MOVE "INTEGRITYAUD" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunEndRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE WS-ExaminedCounter TO RC-RecordsIn.
           MOVE ZEROES TO RC-RecordsOut.
           MOVE WS-ProblemCounter TO RC-ControlCount.
           MOVE ZEROES TO RC-ControlAmount.
           SET NormalEnd TO TRUE.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

       END PROGRAM INTEGRITYAUDIT.
