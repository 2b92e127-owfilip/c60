       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

      * Places aged patient balances with a collection agency and
      * posts what the agencies send back. Placement works from the
      * patient A/R ledger kept by the payments run: an open charge
      * item is placed when its date of service is more than the
      * placement threshold in days behind today and the patient has
      * been sent at least the set number of statements for it (the
      * statement run counts them on the ledger). The agency, the
      * threshold and the statement count come from SYSIN as one
      * parm, agency code in 1-4, days in 5-7, statements in 8-9;
      * a blank or non-numeric field takes the default (the first
      * agency on collection-agencies.dat, 120 days, 3 statements).
      * Each placed patient goes to the agency's placement file as a
      * header with the name and mailing address from the patient
      * master followed by one line per placed item with its
      * balance, and the ledger items are marked placed so the
      * statement run stops billing them and the payments run flags
      * any receipt that lands on them.
      * The agency return file is posted before anything is placed.
      * Each return names the ledger item and carries a return type:
      *   C  collected   - the amount is what the agency collected;
      *                    the item is paid down by the full amount
      *                    and the agency's commission (its rate on
      *                    the agency file) is recorded against it,
      *                    so the money posted is the net remitted
      *   R  recalled    - the item comes back to us and is open for
      *                    in-house billing again; its statement
      *                    count restarts, so it is only placed again
      *                    after a fresh statement cycle
      *   U  uncollectible - the balance left is written off to bad
      *                    debt and the item is closed
      * Returns that fail the edits go to the return reject log.
      * The placement inventory report lists, agency by agency,
      * every item still out for collection, with each agency's
      * totals collected, commission and bad debt.
      * Every placement is a disclosure of the patient's information
      * outside the practice, so each placed patient also gets a
      * disclosure record on the shared PHI access log naming the
      * agency and the amount placed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgencyFile
           ASSIGN TO 'collection-agencies.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AgencyReturnFile
           ASSIGN TO 'agency-returns.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PatientARFile
           ASSIGN TO 'patient-ar-ledger.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-Key.

           SELECT PatientMasterFile
           ASSIGN TO 'patient-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-SSN.

           SELECT PlacementFile
           ASSIGN TO 'collection-placements.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReturnRejectFile
           ASSIGN TO 'agency-return-rejects.log'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InventoryReport
           ASSIGN TO 'collection-inventory.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PHIAccessLog
           ASSIGN TO 'phi-access-log.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile
           ASSIGN TO 'run-control.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-Key.

       DATA DIVISION.
       FILE SECTION.
       FD AgencyFile.
       01 AgencyRecord.
           88 EndOfAgencyFile      VALUE HIGH-VALUES.
           02 AGY-Code             PIC X(4).
           02 AGY-Name             PIC X(25).
           02 AGY-CommissionRate   PIC 9V999.

       FD AgencyReturnFile.
       01 AgencyReturnRecord.
           88 EndOfReturnFile      VALUE HIGH-VALUES.
           02 AGR-AgencyCode       PIC X(4).
           02 AGR-SSN              PIC X(9).
           02 AGR-DateOfService    PIC 9(8).
           02 AGR-ProcedureCode    PIC X(3).
           02 AGR-ReturnType       PIC X.
               88 CollectedReturn  VALUE "C".
               88 RecallReturn     VALUE "R".
               88 UncollectReturn  VALUE "U".
           02 AGR-Amount           PIC 9(5)V99.
           02 AGR-ReturnDate       PIC 9(8).

      * Charge items carry the item's collection history: how many
      * statements it has been on, and once placed the agency, the
      * date and balance placed, what the agency has collected, the
      * commission taken and any balance written off to bad debt.
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

      * One header per placed patient, followed by one line per
      * ledger item placed for that patient.
       FD PlacementFile.
       01 PlacementPatientRecord.
           02 PLH-RecordType       PIC X.
           02 PLH-AgencyCode       PIC X(4).
           02 PLH-SSN              PIC X(9).
           02 PLH-LastName         PIC X(20).
           02 PLH-FirstName        PIC X(15).
           02 PLH-AddressLine1     PIC X(25).
           02 PLH-AddressLine2     PIC X(25).
           02 PLH-City             PIC X(20).
           02 PLH-State            PIC X(2).
           02 PLH-ZipCode          PIC X(9).
           02 PLH-PlacedDate       PIC 9(8).
           02 PLH-TotalBalance     PIC 9(7)V99.
       01 PlacementItemRecord.
           02 PLD-RecordType       PIC X.
           02 PLD-AgencyCode       PIC X(4).
           02 PLD-SSN              PIC X(9).
           02 PLD-DateOfService    PIC 9(8).
           02 PLD-ProcedureCode    PIC X(3).
           02 PLD-ChargeAmount     PIC 9(5)V99.
           02 PLD-PaidAmount       PIC 9(5)V99.
           02 PLD-Balance          PIC 9(5)V99.

       FD ReturnRejectFile.
       01 ReturnRejectLine         PIC X(100).

       FD InventoryReport.
       01 InventoryLine            PIC X(132).

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
       01  WS-CurrentDateNum       PIC 9(8).
       01  WS-TodayInt             PIC 9(7) COMP.
       01  WS-ServiceInt           PIC 9(7) COMP.
       01  WS-AgeDays              PIC S9(5) COMP.
       01  WS-AgeDate              PIC 9(8).

       01  WS-CollectParm.
           05 WS-CP-Agency         PIC X(4).
           05 WS-CP-Days           PIC X(3).
           05 WS-CP-Statements     PIC X(2).
       01  WS-PlaceAgency          PIC X(4) VALUE SPACES.
       01  WS-PlaceDays            PIC 9(3) VALUE 120.
       01  WS-PlaceStatements      PIC 9(2) VALUE 3.

       01  WS-AgencyTable.
           05 WS-AGY-Entry OCCURS 20 TIMES.
               10 WS-AGY-Code          PIC X(4).
               10 WS-AGY-Name          PIC X(25).
               10 WS-AGY-Rate          PIC 9V999.
               10 WS-AGY-ItemCount     PIC 9(7) COMP.
               10 WS-AGY-Balance       PIC 9(9)V99.
               10 WS-AGY-Collected     PIC 9(9)V99.
               10 WS-AGY-Commission    PIC 9(9)V99.
               10 WS-AGY-BadDebt       PIC 9(9)V99.
       01  WS-AGY-Count             PIC 9(2) VALUE ZEROES.
       01  WS-AGY-Idx               PIC 9(2) COMP.
       01  WS-AGY-MatchIdx          PIC 9(2) COMP.
       01  WS-AGY-PlaceIdx          PIC 9(2) COMP.
       01  WS-AGY-LookupCode        PIC X(4).

       01  WS-ARSwitch             PIC X VALUE "N".
           88 ARRecordFound        VALUE "Y".
           88 ARRecordNotFound     VALUE "N".
       01  WS-MasterSwitch         PIC X VALUE "N".
           88 MasterRecordFound    VALUE "Y".
           88 MasterRecordNotFound VALUE "N".
       01  WS-ScanSwitch           PIC X VALUE "N".
           88 ScanDone             VALUE "Y".
           88 ScanNotDone          VALUE "N".

       01  WS-RejectReason         PIC X(40).
       01  WS-RejectDetail.
           05 WS-RJ-Return         PIC X(48).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

       01  WS-ItemBalance          PIC 9(5)V99 VALUE ZEROES.
       01  WS-Commission           PIC 9(5)V99 VALUE ZEROES.
       01  WS-PlacementCollected   PIC 9(5)V99 VALUE ZEROES.
       01  WS-PlacementCommission  PIC 9(5)V99 VALUE ZEROES.

      * The current patient's items picked for placement, held until
      * the patient's last ledger item has been screened so the
      * header can carry the patient's total.
       01  WS-PlaceSSN             PIC X(9) VALUE SPACES.
       01  WS-PlaceTotal           PIC 9(7)V99 VALUE ZEROES.
       01  WS-PlaceItemTable.
           05 WS-PLI-Entry OCCURS 99 TIMES.
               10 WS-PLI-DateOfService PIC 9(8).
               10 WS-PLI-ProcedureCode PIC X(3).
               10 WS-PLI-ChargeAmount  PIC 9(5)V99.
               10 WS-PLI-PaidAmount    PIC 9(5)V99.
               10 WS-PLI-Balance       PIC 9(5)V99.
       01  WS-PLI-Count             PIC 9(2) VALUE ZEROES.
       01  WS-PLI-Idx               PIC 9(2) COMP.

       01  WS-ReturnCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-ReturnRejectCounter  PIC 9(7) COMP VALUE ZEROES.
       01  WS-CollectedCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-RecallCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-UncollectCounter     PIC 9(7) COMP VALUE ZEROES.
       01  WS-CollectedAmount      PIC 9(9)V99 VALUE ZEROES.
       01  WS-CommissionAmount     PIC 9(9)V99 VALUE ZEROES.
       01  WS-BadDebtAmount        PIC 9(9)V99 VALUE ZEROES.
       01  WS-PatientPlacedCounter PIC 9(7) COMP VALUE ZEROES.
       01  WS-ItemPlacedCounter    PIC 9(7) COMP VALUE ZEROES.
       01  WS-PlacedAmount         PIC 9(9)V99 VALUE ZEROES.
       01  WS-NoMasterCounter      PIC 9(7) COMP VALUE ZEROES.

       01  WS-RunStamp.
           05 WS-RS-Date            PIC 9(8).
           05 WS-RS-Time            PIC 9(6).
       01  WS-TimeOfDay             PIC 9(8).

       01  WS-DisclosureDetail.
           05 FILLER                PIC X(7) VALUE "PLACED ".
           05 WS-DD-Amount          PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(7) VALUE " ITEMS ".
           05 WS-DD-Items           PIC Z9.

       01  WS-InventoryLines.
           05 WS-InventoryTitle.
               10 FILLER PIC X(40) VALUE
                   "COLLECTION PLACEMENT INVENTORY".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 WS-IN-Date       PIC 9(8).
           05 WS-AgencyHeading.
               10 FILLER PIC X(8) VALUE "AGENCY: ".
               10 WS-IN-AgencyCode PIC X(4).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-IN-AgencyName PIC X(25).
               10 FILLER PIC X(13) VALUE "  COMMISSION ".
               10 WS-IN-Rate       PIC 9.999.
           05 WS-InventoryHeader.
               10 FILLER PIC X(12) VALUE "SSN".
               10 FILLER PIC X(22) VALUE "PATIENT NAME".
               10 FILLER PIC X(10) VALUE "SERVICE".
               10 FILLER PIC X(5) VALUE "CODE".
               10 FILLER PIC X(10) VALUE "PLACED".
               10 FILLER PIC X(14) VALUE "  PLACED AMT".
               10 FILLER PIC X(14) VALUE "   COLLECTED".
               10 FILLER PIC X(14) VALUE "     BALANCE".
           05 WS-InventoryDetail.
               10 WS-IN-SSN        PIC X(9).
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-IN-Name       PIC X(20).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IN-Service    PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IN-Code       PIC X(3).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IN-PlacedDate PIC 9(8).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-IN-PlacedAmt  PIC $$,$$$,$$9.99.
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-IN-Collected  PIC $$,$$$,$$9.99.
               10 FILLER           PIC X(1) VALUE SPACES.
               10 WS-IN-Balance    PIC $$,$$$,$$9.99.
           05 WS-AgencyTotalLine.
               10 FILLER PIC X(14) VALUE "ITEMS PLACED: ".
               10 WS-IT-Count      PIC ZZZZZZ9.
               10 FILLER PIC X(11) VALUE "  BALANCE: ".
               10 WS-IT-Balance    PIC $$$$,$$$,$$9.99.
               10 FILLER PIC X(13) VALUE "  COLLECTED: ".
               10 WS-IT-Collected  PIC $$$$,$$$,$$9.99.
               10 FILLER PIC X(14) VALUE "  COMMISSION: ".
               10 WS-IT-Commission PIC $$$$,$$$,$$9.99.
               10 FILLER PIC X(12) VALUE "  BAD DEBT: ".
               10 WS-IT-BadDebt    PIC $$$$,$$$,$$9.99.

       01  WS-CollectionTrailer.
           05 FILLER                PIC X(10) VALUE "RUN DATE: ".
           05 WS-CT-Date            PIC 9(8).
           05 FILLER                PIC X(11) VALUE "  RETURNS: ".
           05 WS-CT-ReturnCount     PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE "  REJECTED: ".
           05 WS-CT-RejectCount     PIC ZZZZZZ9.
           05 FILLER                PIC X(13) VALUE "  COLLECTED: ".
           05 WS-CT-Collected       PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(14) VALUE "  COMMISSION: ".
           05 WS-CT-Commission      PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(12) VALUE "  RECALLED: ".
           05 WS-CT-RecallCount     PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE "  BAD DEBT: ".
           05 WS-CT-BadDebt         PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(19) VALUE
               "  PATIENTS PLACED: ".
           05 WS-CT-PatientCount    PIC ZZZZZZ9.
           05 FILLER                PIC X(9) VALUE "  ITEMS: ".
           05 WS-CT-ItemCount       PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE "  PLACED: ".
           05 WS-CT-PlacedAmount    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           MOVE WS-CurrentDate TO WS-CurrentDateNum.
           COMPUTE WS-TodayInt =
               FUNCTION INTEGER-OF-DATE(WS-CurrentDateNum).
           OPEN INPUT AgencyFile.
           PERFORM LoadAgencies.
           CLOSE AgencyFile.
           PERFORM AcceptCollectionParms.
           OPEN I-O PatientARFile.
           OPEN INPUT PatientMasterFile.
           OPEN INPUT AgencyReturnFile.
           OPEN OUTPUT PlacementFile.
           OPEN OUTPUT ReturnRejectFile.
           OPEN OUTPUT InventoryReport.
           OPEN EXTEND PHIAccessLog.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM PostAgencyReturns.
           IF WS-AGY-PlaceIdx > ZEROES
               PERFORM PlaceAccounts
           END-IF.
           PERFORM WriteInventoryReport.
           PERFORM WriteCollectionTrailer.
           PERFORM WriteRunEnd.
           CLOSE PatientARFile.
           CLOSE PatientMasterFile.
           CLOSE AgencyReturnFile.
           CLOSE PlacementFile.
           CLOSE ReturnRejectFile.
           CLOSE InventoryReport.
           CLOSE PHIAccessLog.
           CLOSE RunControlFile.
           STOP RUN.

       LoadAgencies.
           READ AgencyFile
               AT END SET EndOfAgencyFile TO TRUE
           END-READ.
           PERFORM StoreAgency UNTIL EndOfAgencyFile.

       StoreAgency.
           IF WS-AGY-Count < 20
               ADD 1 TO WS-AGY-Count
               MOVE AGY-Code TO WS-AGY-Code(WS-AGY-Count)
               MOVE AGY-Name TO WS-AGY-Name(WS-AGY-Count)
               IF AGY-CommissionRate NUMERIC
                   MOVE AGY-CommissionRate TO WS-AGY-Rate(WS-AGY-Count)
               ELSE
                   MOVE ZEROES TO WS-AGY-Rate(WS-AGY-Count)
               END-IF
               MOVE ZEROES TO WS-AGY-ItemCount(WS-AGY-Count)
               MOVE ZEROES TO WS-AGY-Balance(WS-AGY-Count)
               MOVE ZEROES TO WS-AGY-Collected(WS-AGY-Count)
               MOVE ZEROES TO WS-AGY-Commission(WS-AGY-Count)
               MOVE ZEROES TO WS-AGY-BadDebt(WS-AGY-Count)
           ELSE
               DISPLAY "AGENCY TABLE FULL, AGENCY IGNORED: " AGY-Code
           END-IF.
           READ AgencyFile
               AT END SET EndOfAgencyFile TO TRUE
           END-READ.

      * An agency named on the parm that is not on the agency file
      * leaves nothing placed this run; returns are still posted.
       AcceptCollectionParms.
           MOVE SPACES TO WS-CollectParm.
           ACCEPT WS-CollectParm FROM SYSIN.
           IF WS-CP-Days NUMERIC AND WS-CP-Days NOT = ZEROES
               MOVE WS-CP-Days TO WS-PlaceDays
           ELSE
               MOVE 120 TO WS-PlaceDays
           END-IF.
           IF WS-CP-Statements NUMERIC
               MOVE WS-CP-Statements TO WS-PlaceStatements
           ELSE
               MOVE 3 TO WS-PlaceStatements
           END-IF.
           MOVE ZEROES TO WS-AGY-PlaceIdx.
           IF WS-CP-Agency = SPACES
               IF WS-AGY-Count > ZEROES
                   MOVE 1 TO WS-AGY-PlaceIdx
               END-IF
           ELSE
               MOVE WS-CP-Agency TO WS-AGY-LookupCode
               PERFORM FindAgency
               MOVE WS-AGY-MatchIdx TO WS-AGY-PlaceIdx
           END-IF.
           IF WS-AGY-PlaceIdx > ZEROES
               MOVE WS-AGY-Code(WS-AGY-PlaceIdx) TO WS-PlaceAgency
           ELSE
               DISPLAY "NO PLACEMENT AGENCY ON FILE, NONE PLACED: "
                   WS-CP-Agency
           END-IF.

       FindAgency.
           MOVE ZEROES TO WS-AGY-MatchIdx.
           PERFORM FindAgencyEntry
               VARYING WS-AGY-Idx FROM 1 BY 1
               UNTIL WS-AGY-Idx > WS-AGY-Count.

       FindAgencyEntry.
           IF WS-AGY-Code(WS-AGY-Idx) = WS-AGY-LookupCode
                   AND WS-AGY-MatchIdx = ZEROES
               MOVE WS-AGY-Idx TO WS-AGY-MatchIdx
           END-IF.

      * Returns are posted only against items placed with the agency
      * sending them. A collection may not exceed what is still
      * open on the item: anything the patient paid us directly
      * since placement has already come off the balance.
       PostAgencyReturns.
           READ AgencyReturnFile
               AT END SET EndOfReturnFile TO TRUE
           END-READ.
           PERFORM PostOneReturn UNTIL EndOfReturnFile.

       PostOneReturn.
           ADD 1 TO WS-ReturnCounter.
           MOVE AGR-SSN TO PAR-SSN.
           MOVE AGR-DateOfService TO PAR-DateOfService.
           MOVE AGR-ProcedureCode TO PAR-ProcedureCode.
           READ PatientARFile
               INVALID KEY SET ARRecordNotFound TO TRUE
               NOT INVALID KEY SET ARRecordFound TO TRUE
           END-READ.
           MOVE AGR-AgencyCode TO WS-AGY-LookupCode.
           PERFORM FindAgency.
           IF ARRecordFound
               COMPUTE WS-ItemBalance =
                   PAR-ChargeAmount - PAR-PaidAmount
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGY-MatchIdx = ZEROES
                   MOVE "AGENCY NOT ON FILE" TO WS-RejectReason
                   PERFORM WriteReturnReject
               WHEN ARRecordNotFound
                   MOVE "LEDGER ITEM NOT FOUND" TO WS-RejectReason
                   PERFORM WriteReturnReject
               WHEN NOT PlacedItem OR
                       PAR-AgencyCode NOT = AGR-AgencyCode
                   MOVE "ITEM NOT PLACED WITH THIS AGENCY" TO
                       WS-RejectReason
                   PERFORM WriteReturnReject
               WHEN CollectedReturn AND
                       (AGR-Amount NOT NUMERIC OR AGR-Amount = ZEROES)
                   MOVE "INVALID AMOUNT - NOT NUMERIC OR ZERO" TO
                       WS-RejectReason
                   PERFORM WriteReturnReject
               WHEN CollectedReturn AND AGR-Amount > WS-ItemBalance
                   MOVE "COLLECTION EXCEEDS ITEM BALANCE" TO
                       WS-RejectReason
                   PERFORM WriteReturnReject
               WHEN CollectedReturn
                   PERFORM PostCollection
               WHEN RecallReturn
                   PERFORM RecallItem
               WHEN UncollectReturn
                   PERFORM WriteOffUncollectible
               WHEN OTHER
                   MOVE "INVALID RETURN TYPE - NOT C, R OR U" TO
                       WS-RejectReason
                   PERFORM WriteReturnReject
           END-EVALUATE.
           READ AgencyReturnFile
               AT END SET EndOfReturnFile TO TRUE
           END-READ.

      * The patient's debt comes down by everything the agency
      * collected; the commission it kept is recorded on the item
      * so the ledger knows how much of the payment never reached
      * us.
       PostCollection.
           COMPUTE WS-Commission ROUNDED =
               AGR-Amount * WS-AGY-Rate(WS-AGY-MatchIdx).
           ADD AGR-Amount TO PAR-PaidAmount.
           ADD AGR-Amount TO PAR-AgencyCollected.
           ADD WS-Commission TO PAR-CommissionAmount.
           PERFORM StampReturnDate.
           MOVE PAR-AgencyReturnDate TO PAR-LastPaymentDate.
           MOVE "AG" TO PAR-LastPaymentMethod.
           IF PAR-PaidAmount >= PAR-ChargeAmount
               SET ItemClosed TO TRUE
               SET CollectedItem TO TRUE
           END-IF.
           PERFORM RewriteLedgerItem.
           ADD 1 TO WS-CollectedCounter.
           ADD AGR-Amount TO WS-CollectedAmount.
           ADD WS-Commission TO WS-CommissionAmount.

       RecallItem.
           SET RecalledItem TO TRUE.
           MOVE ZEROES TO PAR-StatementCount.
           PERFORM StampReturnDate.
           PERFORM RewriteLedgerItem.
           ADD 1 TO WS-RecallCounter.

       WriteOffUncollectible.
           ADD WS-ItemBalance TO PAR-BadDebtAmount.
           SET UncollectibleItem TO TRUE.
           SET ItemClosed TO TRUE.
           PERFORM StampReturnDate.
           PERFORM RewriteLedgerItem.
           ADD 1 TO WS-UncollectCounter.
           ADD WS-ItemBalance TO WS-BadDebtAmount.

       StampReturnDate.
           IF AGR-ReturnDate NUMERIC AND AGR-ReturnDate > ZEROES
               MOVE AGR-ReturnDate TO PAR-AgencyReturnDate
           ELSE
               MOVE WS-CurrentDateNum TO PAR-AgencyReturnDate
           END-IF.

       RewriteLedgerItem.
           REWRITE PatientARRecord
               INVALID KEY DISPLAY
                   "A/R LEDGER REWRITE FAILED FOR KEY: " PAR-Key
           END-REWRITE.

       WriteReturnReject.
           ADD 1 TO WS-ReturnRejectCounter.
           MOVE AgencyReturnRecord TO WS-RJ-Return.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO ReturnRejectLine.
           WRITE ReturnRejectLine.

      * The ledger is in patient order, so each patient's items are
      * screened together and placed as one account. Only charge
      * items still open and never placed, or recalled and billed
      * again since, are eligible. A patient not on the master has
      * no address to give the agency and is left in-house.
       PlaceAccounts.
           MOVE SPACES TO WS-PlaceSSN.
           MOVE ZEROES TO WS-PLI-Count.
           MOVE ZEROES TO WS-PlaceTotal.
           SET ScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               INVALID KEY SET ScanDone TO TRUE
           END-START.
           IF ScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM ScreenLedgerItem UNTIL ScanDone.
           IF WS-PLI-Count > ZEROES
               PERFORM WritePlacement
           END-IF.

       ScreenLedgerItem.
           IF PAR-SSN NOT = WS-PlaceSSN
               IF WS-PLI-Count > ZEROES
                   PERFORM WritePlacement
               END-IF
               MOVE PAR-SSN TO WS-PlaceSSN
               MOVE ZEROES TO WS-PLI-Count
               MOVE ZEROES TO WS-PlaceTotal
               PERFORM ReadPatientMaster
           END-IF.
           IF ChargeItem AND ItemOpen AND
                   (NotPlaced OR RecalledItem) AND
                   PAR-ChargeAmount > PAR-PaidAmount AND
                   PAR-StatementCount >= WS-PlaceStatements
               MOVE PAR-DateOfService TO WS-AgeDate
               PERFORM ComputeItemAge
               IF WS-AgeDays > WS-PlaceDays
                   IF MasterRecordFound
                       PERFORM PlaceLedgerItem
                   ELSE
                       ADD 1 TO WS-NoMasterCounter
                   END-IF
               END-IF
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET ScanDone TO TRUE
           END-READ.

       ReadPatientMaster.
           MOVE WS-PlaceSSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY SET MasterRecordNotFound TO TRUE
               NOT INVALID KEY SET MasterRecordFound TO TRUE
           END-READ.

       PlaceLedgerItem.
           IF WS-PLI-Count < 99
               COMPUTE WS-ItemBalance =
                   PAR-ChargeAmount - PAR-PaidAmount
               ADD 1 TO WS-PLI-Count
               MOVE PAR-DateOfService TO
                   WS-PLI-DateOfService(WS-PLI-Count)
               MOVE PAR-ProcedureCode TO
                   WS-PLI-ProcedureCode(WS-PLI-Count)
               MOVE PAR-ChargeAmount TO
                   WS-PLI-ChargeAmount(WS-PLI-Count)
               MOVE PAR-PaidAmount TO WS-PLI-PaidAmount(WS-PLI-Count)
               MOVE WS-ItemBalance TO WS-PLI-Balance(WS-PLI-Count)
               ADD WS-ItemBalance TO WS-PlaceTotal
               SET PlacedItem TO TRUE
               MOVE WS-PlaceAgency TO PAR-AgencyCode
               MOVE WS-CurrentDateNum TO PAR-PlacedDate
               MOVE WS-ItemBalance TO PAR-PlacedAmount
               MOVE PAR-AgencyCollected TO PAR-PriorCollected
               MOVE PAR-CommissionAmount TO PAR-PriorCommission
               PERFORM RewriteLedgerItem
               ADD 1 TO WS-ItemPlacedCounter
               ADD WS-ItemBalance TO WS-PlacedAmount
           ELSE
               DISPLAY "PLACEMENT TABLE FULL, ITEM NOT PLACED: "
                   PAR-Key
           END-IF.

      * Items whose date of service will not pass a calendar edit
      * cannot be aged arithmetically and are treated as past any
      * threshold, as the aging report drops them into over-90.
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

       WritePlacement.
           MOVE "H" TO PLH-RecordType.
           MOVE WS-PlaceAgency TO PLH-AgencyCode.
           MOVE WS-PlaceSSN TO PLH-SSN.
           MOVE PM-LastName TO PLH-LastName.
           MOVE PM-FirstName TO PLH-FirstName.
           MOVE PM-AddressLine1 TO PLH-AddressLine1.
           MOVE PM-AddressLine2 TO PLH-AddressLine2.
           MOVE PM-City TO PLH-City.
           MOVE PM-State TO PLH-State.
           MOVE PM-ZipCode TO PLH-ZipCode.
           MOVE WS-CurrentDateNum TO PLH-PlacedDate.
           MOVE WS-PlaceTotal TO PLH-TotalBalance.
           WRITE PlacementPatientRecord.
           PERFORM WritePlacementItem
               VARYING WS-PLI-Idx FROM 1 BY 1
               UNTIL WS-PLI-Idx > WS-PLI-Count.
           PERFORM WritePlacementDisclosure.
           ADD 1 TO WS-PatientPlacedCounter.
           MOVE ZEROES TO WS-PLI-Count.

       WritePlacementItem.
           MOVE "D" TO PLD-RecordType.
           MOVE WS-PlaceAgency TO PLD-AgencyCode.
           MOVE WS-PlaceSSN TO PLD-SSN.
           MOVE WS-PLI-DateOfService(WS-PLI-Idx) TO PLD-DateOfService.
           MOVE WS-PLI-ProcedureCode(WS-PLI-Idx) TO PLD-ProcedureCode.
           MOVE WS-PLI-ChargeAmount(WS-PLI-Idx) TO PLD-ChargeAmount.
           MOVE WS-PLI-PaidAmount(WS-PLI-Idx) TO PLD-PaidAmount.
           MOVE WS-PLI-Balance(WS-PLI-Idx) TO PLD-Balance.
           WRITE PlacementItemRecord.

       WritePlacementDisclosure.
           MOVE WS-PlaceSSN TO PHI-SSN.
           MOVE WS-CurrentDateNum TO PHI-EventDate.
           MOVE WS-RS-Time TO PHI-EventTime.
           SET PHIDisclosure TO TRUE.
           MOVE "COLLECTIONS" TO PHI-Source.
           MOVE "BATCH" TO PHI-UserId.
           MOVE "PAY" TO PHI-Purpose.
           MOVE SPACES TO PHI-Recipient.
           STRING WS-PlaceAgency DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGY-Name(WS-AGY-PlaceIdx) DELIMITED BY SIZE
               INTO PHI-Recipient
           END-STRING.
           MOVE WS-PlaceTotal TO WS-DD-Amount.
           MOVE WS-PLI-Count TO WS-DD-Items.
           MOVE WS-DisclosureDetail TO PHI-Detail.
           WRITE PHIAccessRecord.

      * One section per agency on file: the items it is still
      * working, then its lifetime totals over every item ever
      * placed with it.
       WriteInventoryReport.
           MOVE WS-CurrentDate TO WS-IN-Date.
           MOVE WS-InventoryTitle TO InventoryLine.
           WRITE InventoryLine.
           PERFORM WriteAgencyInventory
               VARYING WS-AGY-Idx FROM 1 BY 1
               UNTIL WS-AGY-Idx > WS-AGY-Count.

       WriteAgencyInventory.
           MOVE SPACES TO InventoryLine.
           WRITE InventoryLine.
           MOVE WS-AGY-Code(WS-AGY-Idx) TO WS-IN-AgencyCode.
           MOVE WS-AGY-Name(WS-AGY-Idx) TO WS-IN-AgencyName.
           MOVE WS-AGY-Rate(WS-AGY-Idx) TO WS-IN-Rate.
           MOVE WS-AgencyHeading TO InventoryLine.
           WRITE InventoryLine.
           MOVE WS-InventoryHeader TO InventoryLine.
           WRITE InventoryLine.
           SET ScanNotDone TO TRUE.
           MOVE LOW-VALUES TO PAR-Key.
           START PatientARFile KEY IS GREATER THAN PAR-Key
               INVALID KEY SET ScanDone TO TRUE
           END-START.
           IF ScanNotDone
               READ PatientARFile NEXT RECORD
                   AT END SET ScanDone TO TRUE
               END-READ
           END-IF.
           PERFORM InventoryLedgerItem UNTIL ScanDone.
           MOVE WS-AGY-ItemCount(WS-AGY-Idx) TO WS-IT-Count.
           MOVE WS-AGY-Balance(WS-AGY-Idx) TO WS-IT-Balance.
           MOVE WS-AGY-Collected(WS-AGY-Idx) TO WS-IT-Collected.
           MOVE WS-AGY-Commission(WS-AGY-Idx) TO WS-IT-Commission.
           MOVE WS-AGY-BadDebt(WS-AGY-Idx) TO WS-IT-BadDebt.
           MOVE WS-AgencyTotalLine TO InventoryLine.
           WRITE InventoryLine.

      * The item's collected and commission amounts run for its
      * whole life, since the GL journals them as running totals; an
      * item recalled and placed again elsewhere carries what the
      * earlier agency collected, so only what has come in since the
      * current placement is reported under the current agency. Bad
      * debt closes the item, so it always belongs to the agency
      * that returned it.
       InventoryLedgerItem.
           IF ChargeItem AND PAR-AgencyCode = WS-AGY-Code(WS-AGY-Idx)
               COMPUTE WS-PlacementCollected =
                   PAR-AgencyCollected - PAR-PriorCollected
               ADD WS-PlacementCollected TO
                   WS-AGY-Collected(WS-AGY-Idx)
               COMPUTE WS-PlacementCommission =
                   PAR-CommissionAmount - PAR-PriorCommission
               ADD WS-PlacementCommission TO
                   WS-AGY-Commission(WS-AGY-Idx)
               ADD PAR-BadDebtAmount TO WS-AGY-BadDebt(WS-AGY-Idx)
               IF PlacedItem AND ItemOpen
                   PERFORM WriteInventoryDetail
               END-IF
           END-IF.
           READ PatientARFile NEXT RECORD
               AT END SET ScanDone TO TRUE
           END-READ.

       WriteInventoryDetail.
           COMPUTE WS-ItemBalance = PAR-ChargeAmount - PAR-PaidAmount.
           MOVE PAR-SSN TO WS-IN-SSN.
           MOVE PAR-SSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY MOVE "*** NOT ON MASTER ***" TO WS-IN-Name
               NOT INVALID KEY MOVE PM-LastName TO WS-IN-Name
           END-READ.
           MOVE PAR-DateOfService TO WS-IN-Service.
           MOVE PAR-ProcedureCode TO WS-IN-Code.
           MOVE PAR-PlacedDate TO WS-IN-PlacedDate.
           MOVE PAR-PlacedAmount TO WS-IN-PlacedAmt.
           MOVE WS-PlacementCollected TO WS-IN-Collected.
           MOVE WS-ItemBalance TO WS-IN-Balance.
           MOVE WS-InventoryDetail TO InventoryLine.
           WRITE InventoryLine.
           ADD 1 TO WS-AGY-ItemCount(WS-AGY-Idx).
           ADD WS-ItemBalance TO WS-AGY-Balance(WS-AGY-Idx).

       WriteCollectionTrailer.
           MOVE WS-CurrentDate TO WS-CT-Date.
           MOVE WS-ReturnCounter TO WS-CT-ReturnCount.
           MOVE WS-ReturnRejectCounter TO WS-CT-RejectCount.
           MOVE WS-CollectedAmount TO WS-CT-Collected.
           MOVE WS-CommissionAmount TO WS-CT-Commission.
           MOVE WS-RecallCounter TO WS-CT-RecallCount.
           MOVE WS-BadDebtAmount TO WS-CT-BadDebt.
           MOVE WS-PatientPlacedCounter TO WS-CT-PatientCount.
           MOVE WS-ItemPlacedCounter TO WS-CT-ItemCount.
           MOVE WS-PlacedAmount TO WS-CT-PlacedAmount.
           DISPLAY WS-CollectionTrailer.
           IF WS-NoMasterCounter > ZEROES
               DISPLAY "ITEMS NOT PLACED, PATIENT NOT ON MASTER: "
                   WS-NoMasterCounter
           END-IF.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           MOVE "COLLECTIONS" TO RC-JobName.
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
           MOVE "COLLECTIONS" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunEndRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE WS-ReturnCounter TO RC-RecordsIn.
           MOVE WS-ItemPlacedCounter TO RC-RecordsOut.
           MOVE WS-ReturnRejectCounter TO RC-ControlCount.
           MOVE WS-PlacedAmount TO RC-ControlAmount.
           SET NormalEnd TO TRUE.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

       END PROGRAM COLLECTIONS.
