       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITIMPORT.

      * Imports the carriers' electronic remittance advice in the
      * standard 835 layout and turns it into the remittance lines
      * the posting run reads. The 835 file comes in one segment to
      * a line; the element, component and segment separators are
      * taken from the ISA envelope header, so a carrier that does
      * not use the usual "*", ":" and "~" is still read correctly.
      * Each ST/SE transaction set is one payment, a check or an
      * EFT, and is broken into a check header and its claim lines:
      *   BPR     - the total actually paid and the check/EFT date
      *   TRN     - the check or EFT trace number
      *   DTM*405 - production date, used when BPR has no date
      *   N1*PR   - the payer; its identification code is the
      *             carrier code the carrier is billed under and
      *             must be on carrier-codes.dat
      *   CLP     - one claim: the claim number we sent, claim
      *             status, billed, paid and patient responsibility
      *   NM1*QC  - the patient, identified by SSN (qualifier 34)
      *   SVC     - the procedure code (first service line only;
      *             every claim we send carries one procedure)
      *   DTM*472 - date of service; DTM*232 is used without it
      *   CAS     - adjustment group, reason code and amount, the
      *             first three kept on the line; a denied claim
      *             (status 4) takes its first reason as its
      *             denial code
      *   PLB     - provider-level adjustments taken off the check
      * A check balances when its claims' paid amounts, less any
      * provider-level adjustments, add up to the BPR total. Only
      * the lines of a balanced check are written to the remittance
      * file for posting. A check that does not balance - or that
      * has no payment or trace segment, an unknown carrier, a
      * claim reversal (which posting cannot take back), or that is
      * cut off before its SE - is held: its header is written with
      * status H and the reason, and its claim lines are listed on
      * the import report instead of being posted. Every check
      * header, balanced or held, goes to remit-checks.dat, which
      * the posting run reads to tie what it posts back to each
      * check for the bank deposit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitInputFile
           ASSIGN TO 'remit-835.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CarrierCodeFile
           ASSIGN TO 'carrier-codes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RemittanceFile
           ASSIGN TO 'remittance.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RemitCheckFile
           ASSIGN TO 'remit-checks.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ImportReportFile
           ASSIGN TO 'remit-import.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RunControlFile
           ASSIGN TO 'run-control.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-Key.

       DATA DIVISION.
       FILE SECTION.
       FD RemitInputFile.
       01 RemitSegment             PIC X(256).
           88 EndOfSegmentFile     VALUE HIGH-VALUES.

       FD CarrierCodeFile.
       01 CarrierCodeRecord.
           88 EndOfCarrierFile     VALUE HIGH-VALUES.
           02 CCF-Code             PIC X(4).
           02 CCF-Name             PIC X(25).
           02 CCF-FilingDays       PIC 9(3).

       FD RemittanceFile.
       01 RemittanceRecord.
           02 RMT-SSN              PIC 9(9).
           02 RMT-ProcedureCode    PIC X(3).
           02 RMT-DateOfTreatment  PIC 9(8).
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

       FD ImportReportFile.
       01 ImportReportLine         PIC X(132).

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

       01  WS-CarrierTable.
           05 WS-CAR-Entry OCCURS 10 TIMES.
               10 WS-CAR-Code          PIC X(4).
       01  WS-CAR-Count             PIC 9(2) VALUE ZEROES.
       01  WS-CAR-Idx               PIC 9(2) COMP.
       01  WS-CAR-Switch            PIC X VALUE "N".
           88 CarrierFound          VALUE "Y".
           88 CarrierNotFound       VALUE "N".

      * Separators as the ISA header declares them; the usual ones
      * stand until an ISA is read.
       01  WS-ElementSep            PIC X VALUE "*".
       01  WS-ComponentSep          PIC X VALUE ":".
       01  WS-SegmentTerm           PIC X VALUE "~".

       01  WS-SegmentElements.
           05 WS-SEG-Element        PIC X(50) OCCURS 20 TIMES.
       01  WS-ServiceId.
           05 WS-SVC-Qualifier      PIC X(2).
           05 WS-SVC-Code           PIC X(48).

       01  WS-CheckSwitch           PIC X VALUE "N".
           88 CheckOpen             VALUE "Y".
           88 CheckClosed           VALUE "N".
       01  WS-PaymentSwitch         PIC X VALUE "N".
           88 PaymentSegmentFound   VALUE "Y".
           88 PaymentSegmentMissing VALUE "N".
       01  WS-ReversalSwitch        PIC X VALUE "N".
           88 ReversalOnCheck       VALUE "Y".
           88 NoReversalOnCheck     VALUE "N".
       01  WS-OverflowSwitch        PIC X VALUE "N".
           88 LineTableOverflow     VALUE "Y".
           88 LineTableRoom         VALUE "N".

       01  WS-CheckHeader.
           05 WS-CK-Carrier         PIC X(4).
           05 WS-CK-CheckNumber     PIC X(15).
           05 WS-CK-CheckDate       PIC 9(8).
           05 WS-CK-PayerName       PIC X(25).
           05 WS-CK-Total           PIC S9(7)V99.
           05 WS-CK-LineTotal       PIC S9(7)V99.
           05 WS-CK-ProviderAdj     PIC S9(7)V99.
           05 WS-CK-HoldReason      PIC X(30).
       01  WS-NetLineTotal          PIC S9(7)V99 VALUE ZEROES.

       01  WS-ClaimSwitch           PIC X VALUE "N".
           88 ClaimOpen             VALUE "Y".
           88 ClaimClosed           VALUE "N".
       01  WS-ServiceSwitch         PIC X VALUE "N".
           88 ServiceSeen           VALUE "Y".
           88 ServiceNotSeen        VALUE "N".
       01  WS-ServiceDateSwitch     PIC X VALUE "N".
           88 ServiceDateFound      VALUE "Y".
           88 ServiceDateNotFound   VALUE "N".
       01  WS-ClaimPaid             PIC S9(7)V99 VALUE ZEROES.
       01  WS-FirstReason           PIC X(3) VALUE SPACES.
       01  WS-AdjCount              PIC 9 VALUE ZEROES.
       01  WS-CAS-Idx               PIC 9(2) COMP.
       01  WS-PLB-Idx               PIC 9(2) COMP.

      * The claim being built, laid out as a remittance line.
       01  WS-RemitLine.
           05 WS-RL-SSN             PIC 9(9).
           05 WS-RL-ProcedureCode   PIC X(3).
           05 WS-RL-DateOfTreatment PIC 9(8).
           05 WS-RL-BilledAmount    PIC 9(5)V99.
           05 WS-RL-PaidAmount      PIC 9(5)V99.
           05 WS-RL-DenialCode      PIC X(3).
           05 WS-RL-CarrierCode     PIC X(4).
           05 WS-RL-CheckNumber     PIC X(15).
           05 WS-RL-CheckDate       PIC 9(8).
           05 WS-RL-ClaimNumber     PIC 9(9).
           05 WS-RL-ClaimStatus     PIC X(2).
           05 WS-RL-PatientResp     PIC 9(5)V99.
           05 WS-RL-Adjustment OCCURS 3 TIMES.
               10 WS-RL-AdjGroup    PIC X(2).
               10 WS-RL-AdjReason   PIC X(3).
               10 WS-RL-AdjAmount   PIC S9(5)V99.

      * A check's lines are held here until its SE shows whether
      * the check balances.
       01  WS-LineTable.
           05 WS-LN-Entry OCCURS 500 TIMES.
               10 WS-LN-Image          PIC X(118).
       01  WS-LN-Count              PIC 9(4) VALUE ZEROES.
       01  WS-LN-Idx                PIC 9(4) COMP.

       01  WS-SegmentCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-CheckCounter          PIC 9(7) COMP VALUE ZEROES.
       01  WS-BalancedCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-HeldCounter           PIC 9(7) COMP VALUE ZEROES.
       01  WS-ClaimLineCounter      PIC 9(7) COMP VALUE ZEROES.
       01  WS-PassedCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-HeldLineCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-PassedAmount          PIC 9(9)V99 VALUE ZEROES.
       01  WS-HeldAmount            PIC 9(9)V99 VALUE ZEROES.

       01  WS-RunStamp.
           05 WS-RS-Date           PIC 9(8).
           05 WS-RS-Time           PIC 9(6).
       01  WS-TimeOfDay            PIC 9(8).

       01  WS-ImportLines.
           05 WS-ImportTitle.
               10 FILLER PIC X(30) VALUE
                   "835 REMITTANCE IMPORT FOR ".
               10 WS-IT-Date        PIC 9(8).
           05 WS-CheckHeading.
               10 FILLER PIC X(6)  VALUE "CARR".
               10 FILLER PIC X(17) VALUE "CHECK/EFT NUMBER".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(17) VALUE "    CHECK TOTAL".
               10 FILLER PIC X(7)  VALUE "CLAIMS".
               10 FILLER PIC X(16) VALUE "    CLAIMS PAID".
               10 FILLER PIC X(16) VALUE "   PROVIDER ADJ".
               10 FILLER PIC X(40) VALUE "STATUS".
           05 WS-CheckDetail.
               10 WS-CD-Carrier     PIC X(4).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-CheckNumber PIC X(15).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-CheckDate   PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-Total       PIC $$$,$$$,$$9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-Lines       PIC ZZZ9.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-LineTotal   PIC $$$,$$$,$$9.99-.
               10 FILLER            PIC X(1) VALUE SPACES.
               10 WS-CD-ProviderAdj PIC $$$,$$$,$$9.99-.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-CD-Status      PIC X(40).
           05 WS-HeldHeading.
               10 FILLER PIC X(6)  VALUE SPACES.
               10 FILLER PIC X(11) VALUE "CLAIM NO".
               10 FILLER PIC X(11) VALUE "SSN".
               10 FILLER PIC X(5)  VALUE "CODE".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(12) VALUE "    BILLED".
               10 FILLER PIC X(12) VALUE "      PAID".
               10 FILLER PIC X(12) VALUE "  PAT RESP".
               10 FILLER PIC X(4)  VALUE "ST".
               10 FILLER PIC X(24) VALUE "ADJUSTMENTS".
           05 WS-HeldDetail.
               10 FILLER            PIC X(6) VALUE SPACES.
               10 WS-HD-ClaimNumber PIC 9(9).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-SSN         PIC 9(9).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Code        PIC X(3).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Date        PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Billed      PIC $$$,$$9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Paid        PIC $$$,$$9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-PatientResp PIC $$$,$$9.99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Status      PIC X(2).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-HD-Adjustment OCCURS 3 TIMES.
                   15 WS-HD-AdjGroup  PIC X(2).
                   15 WS-HD-AdjDash   PIC X.
                   15 WS-HD-AdjReason PIC X(3).
                   15 FILLER          PIC X(2).
           05 WS-ImportTrailer.
               10 FILLER PIC X(13) VALUE "CHECKS READ:".
               10 WS-TR-Checks      PIC ZZZZZZ9.
               10 FILLER PIC X(12) VALUE "  BALANCED:".
               10 WS-TR-Balanced    PIC ZZZZZZ9.
               10 FILLER PIC X(8)  VALUE "  HELD:".
               10 WS-TR-Held        PIC ZZZZZZ9.
               10 FILLER PIC X(15) VALUE "  CLAIMS READ:".
               10 WS-TR-ClaimLines  PIC ZZZZZZ9.
           05 WS-ImportTotals.
               10 FILLER PIC X(19) VALUE "LINES TO POSTING:".
               10 WS-TR-Passed      PIC ZZZZZZ9.
               10 FILLER PIC X(2)  VALUE SPACES.
               10 WS-TR-PassedAmount PIC $$$,$$$,$$9.99.
               10 FILLER PIC X(16) VALUE "  LINES HELD:".
               10 WS-TR-HeldLines   PIC ZZZZZZ9.
               10 FILLER PIC X(2)  VALUE SPACES.
               10 WS-TR-HeldAmount  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT CarrierCodeFile.
           PERFORM LoadCarrierCodes.
           CLOSE CarrierCodeFile.
           OPEN INPUT RemitInputFile.
           OPEN OUTPUT RemittanceFile.
           OPEN OUTPUT RemitCheckFile.
           OPEN OUTPUT ImportReportFile.
           OPEN I-O RunControlFile.
           PERFORM WriteRunStart.
           PERFORM WriteImportHeader.
           PERFORM ProcessSegments.
           PERFORM WriteImportTrailer.
           PERFORM WriteRunEnd.
           CLOSE RemitInputFile.
           CLOSE RemittanceFile.
           CLOSE RemitCheckFile.
           CLOSE ImportReportFile.
           CLOSE RunControlFile.
           STOP RUN.

       LoadCarrierCodes.
           READ CarrierCodeFile
               AT END SET EndOfCarrierFile TO TRUE
           END-READ.
           PERFORM StoreCarrierCode UNTIL EndOfCarrierFile.

       StoreCarrierCode.
           IF WS-CAR-Count < 10
               ADD 1 TO WS-CAR-Count
               MOVE CCF-Code TO WS-CAR-Code(WS-CAR-Count)
           ELSE
               DISPLAY "CARRIER TABLE FULL, CODE IGNORED: " CCF-Code
           END-IF.
           READ CarrierCodeFile
               AT END SET EndOfCarrierFile TO TRUE
           END-READ.

       WriteImportHeader.
           MOVE WS-CurrentDate TO WS-IT-Date.
           MOVE WS-ImportTitle TO ImportReportLine.
           WRITE ImportReportLine.
           MOVE SPACES TO ImportReportLine.
           WRITE ImportReportLine.
           MOVE WS-CheckHeading TO ImportReportLine.
           WRITE ImportReportLine.

      * A file that ends inside a transaction set is a short or cut
      * transmission; the check it was carrying is held.
       ProcessSegments.
           READ RemitInputFile
               AT END SET EndOfSegmentFile TO TRUE
           END-READ.
           PERFORM ProcessSegment UNTIL EndOfSegmentFile.
           IF CheckOpen
               MOVE "INCOMPLETE - NO SE SEGMENT" TO WS-CK-HoldReason
               PERFORM CloseCheck
           END-IF.

       ProcessSegment.
           IF RemitSegment NOT = SPACES
               ADD 1 TO WS-SegmentCounter
               IF RemitSegment(1:3) = "ISA"
                   PERFORM TakeSeparators
               END-IF
               PERFORM SplitSegment
               EVALUATE TRUE
                   WHEN WS-SEG-Element(1) = "ST"
                       PERFORM OpenCheck
                   WHEN CheckClosed
                       CONTINUE
                   WHEN WS-SEG-Element(1) = "BPR"
                       PERFORM TakePaymentSegment
                   WHEN WS-SEG-Element(1) = "TRN"
                       PERFORM TakeTraceSegment
                   WHEN WS-SEG-Element(1) = "DTM"
                       PERFORM TakeDateSegment
                   WHEN WS-SEG-Element(1) = "N1"
                       PERFORM TakePayerSegment
                   WHEN WS-SEG-Element(1) = "CLP"
                       PERFORM OpenClaimLine
                   WHEN WS-SEG-Element(1) = "NM1"
                       PERFORM TakePatientSegment
                   WHEN WS-SEG-Element(1) = "SVC"
                       PERFORM TakeServiceSegment
                   WHEN WS-SEG-Element(1) = "CAS"
                       PERFORM TakeAdjustmentSegment
                   WHEN WS-SEG-Element(1) = "PLB"
                       PERFORM TakeProviderAdjustment
                   WHEN WS-SEG-Element(1) = "SE"
                       PERFORM CloseCheck
               END-EVALUATE
           END-IF.
           READ RemitInputFile
               AT END SET EndOfSegmentFile TO TRUE
           END-READ.

      * The ISA is fixed length: the element separator follows the
      * segment id, the component separator is ISA16 and the
      * segment terminator comes straight after it.
       TakeSeparators.
           MOVE RemitSegment(4:1) TO WS-ElementSep.
           MOVE RemitSegment(105:1) TO WS-ComponentSep.
           IF RemitSegment(106:1) NOT = SPACE
               MOVE RemitSegment(106:1) TO WS-SegmentTerm
           END-IF.

       SplitSegment.
           MOVE SPACES TO WS-SegmentElements.
           UNSTRING RemitSegment
               DELIMITED BY WS-ElementSep OR WS-SegmentTerm
               INTO WS-SEG-Element(1)  WS-SEG-Element(2)
                    WS-SEG-Element(3)  WS-SEG-Element(4)
                    WS-SEG-Element(5)  WS-SEG-Element(6)
                    WS-SEG-Element(7)  WS-SEG-Element(8)
                    WS-SEG-Element(9)  WS-SEG-Element(10)
                    WS-SEG-Element(11) WS-SEG-Element(12)
                    WS-SEG-Element(13) WS-SEG-Element(14)
                    WS-SEG-Element(15) WS-SEG-Element(16)
                    WS-SEG-Element(17) WS-SEG-Element(18)
                    WS-SEG-Element(19) WS-SEG-Element(20)
           END-UNSTRING.

      * A new ST while a check is still open means the previous
      * transaction set never reached its SE.
       OpenCheck.
           IF CheckOpen
               MOVE "INCOMPLETE - NO SE SEGMENT" TO WS-CK-HoldReason
               PERFORM CloseCheck
           END-IF.
           SET CheckOpen TO TRUE.
           SET ClaimClosed TO TRUE.
           SET PaymentSegmentMissing TO TRUE.
           SET NoReversalOnCheck TO TRUE.
           SET LineTableRoom TO TRUE.
           MOVE SPACES TO WS-CK-Carrier.
           MOVE SPACES TO WS-CK-CheckNumber.
           MOVE ZEROES TO WS-CK-CheckDate.
           MOVE SPACES TO WS-CK-PayerName.
           MOVE ZEROES TO WS-CK-Total.
           MOVE ZEROES TO WS-CK-LineTotal.
           MOVE ZEROES TO WS-CK-ProviderAdj.
           MOVE SPACES TO WS-CK-HoldReason.
           MOVE ZEROES TO WS-LN-Count.

      * BPR02 is the amount paid; BPR16 the check or EFT date.
       TakePaymentSegment.
           SET PaymentSegmentFound TO TRUE.
           COMPUTE WS-CK-Total = FUNCTION NUMVAL(WS-SEG-Element(3)).
           IF WS-SEG-Element(17)(1:8) NUMERIC
               MOVE WS-SEG-Element(17)(1:8) TO WS-CK-CheckDate
           END-IF.

       TakeTraceSegment.
           IF WS-SEG-Element(2) = "1"
               MOVE WS-SEG-Element(3) TO WS-CK-CheckNumber
           END-IF.

       TakeDateSegment.
           EVALUATE WS-SEG-Element(2)
               WHEN "405"
                   IF WS-CK-CheckDate = ZEROES AND
                           WS-SEG-Element(3)(1:8) NUMERIC
                       MOVE WS-SEG-Element(3)(1:8) TO WS-CK-CheckDate
                   END-IF
               WHEN "472"
                   IF ClaimOpen AND ServiceDateNotFound AND
                           WS-SEG-Element(3)(1:8) NUMERIC
                       MOVE WS-SEG-Element(3)(1:8) TO
                           WS-RL-DateOfTreatment
                       SET ServiceDateFound TO TRUE
                   END-IF
               WHEN "232"
                   IF ClaimOpen AND ServiceDateNotFound AND
                           WS-SEG-Element(3)(1:8) NUMERIC
                       MOVE WS-SEG-Element(3)(1:8) TO
                           WS-RL-DateOfTreatment
                   END-IF
           END-EVALUATE.

       TakePayerSegment.
           IF WS-SEG-Element(2) = "PR"
               MOVE WS-SEG-Element(3) TO WS-CK-PayerName
               MOVE WS-SEG-Element(5) TO WS-CK-Carrier
           END-IF.

      * CLP01 is the claim number we sent with the claim. A claim
      * paid back to the carrier (status 22, or a negative paid
      * amount) is a reversal; it still counts toward the check's
      * balance but the check is held.
       OpenClaimLine.
           IF ClaimOpen
               PERFORM CloseClaimLine
           END-IF.
           SET ClaimOpen TO TRUE.
           SET ServiceNotSeen TO TRUE.
           SET ServiceDateNotFound TO TRUE.
           MOVE ZEROES TO WS-RL-SSN.
           MOVE SPACES TO WS-RL-ProcedureCode.
           MOVE ZEROES TO WS-RL-DateOfTreatment.
           MOVE SPACES TO WS-RL-DenialCode.
           MOVE ZEROES TO WS-RL-ClaimNumber.
           MOVE SPACES TO WS-FirstReason.
           MOVE ZEROES TO WS-AdjCount.
           PERFORM ClearClaimAdjustment
               VARYING WS-CAS-Idx FROM 1 BY 1 UNTIL WS-CAS-Idx > 3.
           IF WS-SEG-Element(2)(1:9) NUMERIC AND
                   WS-SEG-Element(2)(10:1) = SPACE
               MOVE WS-SEG-Element(2)(1:9) TO WS-RL-ClaimNumber
           END-IF.
           MOVE WS-SEG-Element(3) TO WS-RL-ClaimStatus.
           COMPUTE WS-RL-BilledAmount =
               FUNCTION NUMVAL(WS-SEG-Element(4)).
           COMPUTE WS-ClaimPaid = FUNCTION NUMVAL(WS-SEG-Element(5)).
           ADD WS-ClaimPaid TO WS-CK-LineTotal.
           IF WS-ClaimPaid < ZEROES OR WS-RL-ClaimStatus = "22"
               SET ReversalOnCheck TO TRUE
               MOVE ZEROES TO WS-RL-PaidAmount
           ELSE
               MOVE WS-ClaimPaid TO WS-RL-PaidAmount
           END-IF.
           COMPUTE WS-RL-PatientResp =
               FUNCTION NUMVAL(WS-SEG-Element(6)).

       ClearClaimAdjustment.
           MOVE SPACES TO WS-RL-AdjGroup(WS-CAS-Idx).
           MOVE SPACES TO WS-RL-AdjReason(WS-CAS-Idx).
           MOVE ZEROES TO WS-RL-AdjAmount(WS-CAS-Idx).

      * NM108 qualifier 34 carries the patient's SSN.
       TakePatientSegment.
           IF ClaimOpen AND WS-SEG-Element(2) = "QC" AND
                   WS-SEG-Element(9) = "34" AND
                   WS-SEG-Element(10)(1:9) NUMERIC
               MOVE WS-SEG-Element(10)(1:9) TO WS-RL-SSN
           END-IF.

      * SVC01 is a composite: the code qualifier, then the code.
       TakeServiceSegment.
           IF ClaimOpen AND ServiceNotSeen
               SET ServiceSeen TO TRUE
               MOVE SPACES TO WS-ServiceId
               UNSTRING WS-SEG-Element(2)
                   DELIMITED BY WS-ComponentSep
                   INTO WS-SVC-Qualifier WS-SVC-Code
               END-UNSTRING
               MOVE WS-SVC-Code TO WS-RL-ProcedureCode
           END-IF.

      * A CAS carries one group and up to six reason / amount /
      * quantity triplets, starting at CAS02.
       TakeAdjustmentSegment.
           IF ClaimOpen
               PERFORM StoreClaimAdjustment
                   VARYING WS-CAS-Idx FROM 3 BY 3
                   UNTIL WS-CAS-Idx > 18
           END-IF.

       StoreClaimAdjustment.
           IF WS-SEG-Element(WS-CAS-Idx) NOT = SPACES
               IF WS-FirstReason = SPACES
                   MOVE WS-SEG-Element(WS-CAS-Idx) TO WS-FirstReason
               END-IF
               IF WS-AdjCount < 3
                   ADD 1 TO WS-AdjCount
                   MOVE WS-SEG-Element(2) TO
                       WS-RL-AdjGroup(WS-AdjCount)
                   MOVE WS-SEG-Element(WS-CAS-Idx) TO
                       WS-RL-AdjReason(WS-AdjCount)
                   COMPUTE WS-RL-AdjAmount(WS-AdjCount) =
                       FUNCTION NUMVAL(WS-SEG-Element(WS-CAS-Idx + 1))
               END-IF
           END-IF.

      * PLB follows the last claim. Its amounts (PLB04, 06 ... 14)
      * are what the carrier took off, or added to, the check.
       TakeProviderAdjustment.
           IF ClaimOpen
               PERFORM CloseClaimLine
           END-IF.
           PERFORM AddProviderAdjustment
               VARYING WS-PLB-Idx FROM 5 BY 2
               UNTIL WS-PLB-Idx > 15.

       AddProviderAdjustment.
           IF WS-SEG-Element(WS-PLB-Idx) NOT = SPACES
               COMPUTE WS-CK-ProviderAdj = WS-CK-ProviderAdj +
                   FUNCTION NUMVAL(WS-SEG-Element(WS-PLB-Idx))
           END-IF.

      * The check-level fields are all ahead of the first CLP, so
      * the line can be completed as soon as the claim closes.
       CloseClaimLine.
           SET ClaimClosed TO TRUE.
           ADD 1 TO WS-ClaimLineCounter.
           IF WS-RL-ClaimStatus = "4"
               IF WS-FirstReason NOT = SPACES
                   MOVE WS-FirstReason TO WS-RL-DenialCode
               ELSE
                   MOVE "DEN" TO WS-RL-DenialCode
               END-IF
           END-IF.
           MOVE WS-CK-Carrier TO WS-RL-CarrierCode.
           MOVE WS-CK-CheckNumber TO WS-RL-CheckNumber.
           MOVE WS-CK-CheckDate TO WS-RL-CheckDate.
           IF WS-LN-Count < 500
               ADD 1 TO WS-LN-Count
               MOVE WS-RemitLine TO WS-LN-Image(WS-LN-Count)
           ELSE
               SET LineTableOverflow TO TRUE
           END-IF.

       CloseCheck.
           IF ClaimOpen
               PERFORM CloseClaimLine
           END-IF.
           SET CheckClosed TO TRUE.
           ADD 1 TO WS-CheckCounter.
           PERFORM FindCarrierCode.
           COMPUTE WS-NetLineTotal =
               WS-CK-LineTotal - WS-CK-ProviderAdj.
           IF WS-CK-HoldReason = SPACES
               EVALUATE TRUE
                   WHEN PaymentSegmentMissing
                       MOVE "NO BPR PAYMENT SEGMENT" TO
                           WS-CK-HoldReason
                   WHEN WS-CK-CheckNumber = SPACES
                       MOVE "NO TRN CHECK/EFT NUMBER" TO
                           WS-CK-HoldReason
                   WHEN CarrierNotFound
                       MOVE "CARRIER NOT ON FILE" TO WS-CK-HoldReason
                   WHEN LineTableOverflow
                       MOVE "MORE THAN 500 CLAIMS ON CHECK" TO
                           WS-CK-HoldReason
                   WHEN ReversalOnCheck
                       MOVE "CLAIM REVERSAL ON CHECK" TO
                           WS-CK-HoldReason
                   WHEN WS-NetLineTotal NOT = WS-CK-Total
                       MOVE "LINES DO NOT ADD TO CHECK TOTAL" TO
                           WS-CK-HoldReason
               END-EVALUATE
           END-IF.
           IF WS-CK-HoldReason = SPACES
               ADD 1 TO WS-BalancedCounter
               PERFORM PassCheckLine
                   VARYING WS-LN-Idx FROM 1 BY 1
                   UNTIL WS-LN-Idx > WS-LN-Count
           ELSE
               ADD 1 TO WS-HeldCounter
               ADD WS-LN-Count TO WS-HeldLineCounter
               IF WS-CK-Total > ZEROES
                   ADD WS-CK-Total TO WS-HeldAmount
               END-IF
           END-IF.
           PERFORM WriteCheckHeader.
           PERFORM WriteCheckReportLine.

       FindCarrierCode.
           SET CarrierNotFound TO TRUE.
           PERFORM FindCarrierEntry
               VARYING WS-CAR-Idx FROM 1 BY 1
               UNTIL WS-CAR-Idx > WS-CAR-Count OR CarrierFound.

       FindCarrierEntry.
           IF WS-CAR-Code(WS-CAR-Idx) = WS-CK-Carrier
               SET CarrierFound TO TRUE
           END-IF.

       PassCheckLine.
           MOVE WS-LN-Image(WS-LN-Idx) TO RemittanceRecord.
           WRITE RemittanceRecord.
           ADD 1 TO WS-PassedCounter.
           ADD RMT-PaidAmount TO WS-PassedAmount.

       WriteCheckHeader.
           MOVE WS-CK-Carrier TO RCK-CarrierCode.
           MOVE WS-CK-CheckNumber TO RCK-CheckNumber.
           MOVE WS-CK-CheckDate TO RCK-CheckDate.
           MOVE WS-CK-PayerName TO RCK-PayerName.
           MOVE WS-CK-Total TO RCK-CheckTotal.
           MOVE WS-LN-Count TO RCK-LineCount.
           MOVE WS-CK-LineTotal TO RCK-LineTotal.
           MOVE WS-CK-ProviderAdj TO RCK-ProviderAdj.
           IF WS-CK-HoldReason = SPACES
               SET CheckBalanced TO TRUE
           ELSE
               SET CheckHeld TO TRUE
           END-IF.
           MOVE WS-CK-HoldReason TO RCK-HoldReason.
           WRITE RemitCheckRecord.

      * A held check's claim lines are listed under it so they can
      * be worked with the carrier; they do not go to posting.
       WriteCheckReportLine.
           MOVE WS-CK-Carrier TO WS-CD-Carrier.
           MOVE WS-CK-CheckNumber TO WS-CD-CheckNumber.
           MOVE WS-CK-CheckDate TO WS-CD-CheckDate.
           MOVE WS-CK-Total TO WS-CD-Total.
           MOVE WS-LN-Count TO WS-CD-Lines.
           MOVE WS-CK-LineTotal TO WS-CD-LineTotal.
           MOVE WS-CK-ProviderAdj TO WS-CD-ProviderAdj.
           IF WS-CK-HoldReason = SPACES
               MOVE "BALANCED - SENT TO POSTING" TO WS-CD-Status
           ELSE
               MOVE SPACES TO WS-CD-Status
               STRING "HELD - " DELIMITED BY SIZE
                   WS-CK-HoldReason DELIMITED BY SIZE
                   INTO WS-CD-Status
               END-STRING
           END-IF.
           MOVE WS-CheckDetail TO ImportReportLine.
           WRITE ImportReportLine.
           IF WS-CK-HoldReason NOT = SPACES AND WS-LN-Count > ZEROES
               MOVE WS-HeldHeading TO ImportReportLine
               WRITE ImportReportLine
               PERFORM WriteHeldClaimLine
                   VARYING WS-LN-Idx FROM 1 BY 1
                   UNTIL WS-LN-Idx > WS-LN-Count
           END-IF.

       WriteHeldClaimLine.
           MOVE WS-LN-Image(WS-LN-Idx) TO WS-RemitLine.
           MOVE WS-RL-ClaimNumber TO WS-HD-ClaimNumber.
           MOVE WS-RL-SSN TO WS-HD-SSN.
           MOVE WS-RL-ProcedureCode TO WS-HD-Code.
           MOVE WS-RL-DateOfTreatment TO WS-HD-Date.
           MOVE WS-RL-BilledAmount TO WS-HD-Billed.
           MOVE WS-RL-PaidAmount TO WS-HD-Paid.
           MOVE WS-RL-PatientResp TO WS-HD-PatientResp.
           MOVE WS-RL-ClaimStatus TO WS-HD-Status.
           PERFORM FormatHeldAdjustment
               VARYING WS-CAS-Idx FROM 1 BY 1 UNTIL WS-CAS-Idx > 3.
           MOVE WS-HeldDetail TO ImportReportLine.
           WRITE ImportReportLine.

       FormatHeldAdjustment.
           MOVE SPACES TO WS-HD-Adjustment(WS-CAS-Idx).
           MOVE WS-RL-AdjGroup(WS-CAS-Idx) TO
               WS-HD-AdjGroup(WS-CAS-Idx).
           MOVE WS-RL-AdjReason(WS-CAS-Idx) TO
               WS-HD-AdjReason(WS-CAS-Idx).
           IF WS-RL-AdjReason(WS-CAS-Idx) = SPACES
               MOVE SPACE TO WS-HD-AdjDash(WS-CAS-Idx)
           ELSE
               MOVE "-" TO WS-HD-AdjDash(WS-CAS-Idx)
           END-IF.

       WriteImportTrailer.
           MOVE WS-CheckCounter TO WS-TR-Checks.
           MOVE WS-BalancedCounter TO WS-TR-Balanced.
           MOVE WS-HeldCounter TO WS-TR-Held.
           MOVE WS-ClaimLineCounter TO WS-TR-ClaimLines.
           MOVE WS-PassedCounter TO WS-TR-Passed.
           MOVE WS-PassedAmount TO WS-TR-PassedAmount.
           MOVE WS-HeldLineCounter TO WS-TR-HeldLines.
           MOVE WS-HeldAmount TO WS-TR-HeldAmount.
           MOVE SPACES TO ImportReportLine.
           WRITE ImportReportLine.
           MOVE WS-ImportTrailer TO ImportReportLine.
           WRITE ImportReportLine.
           MOVE WS-ImportTotals TO ImportReportLine.
           WRITE ImportReportLine.
           DISPLAY WS-ImportTrailer.
           DISPLAY WS-ImportTotals.

       WriteRunStart.
           MOVE WS-CurrentDate TO WS-RS-Date.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeOfDay(1:6) TO WS-RS-Time.
           MOVE "REMITIMPORT" TO RC-JobName.
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

      * Claims read, lines passed to posting, checks held and the
      * amount passed to posting.
       WriteRunEnd.
           MOVE "REMITIMPORT" TO RC-JobName.
           MOVE WS-RunStamp TO RC-Timestamp.
           SET RunEndRec TO TRUE.
           MOVE WS-CurrentDate TO RC-RunDate.
           MOVE WS-ClaimLineCounter TO RC-RecordsIn.
           MOVE WS-PassedCounter TO RC-RecordsOut.
           MOVE WS-HeldCounter TO RC-ControlCount.
           MOVE WS-PassedAmount TO RC-ControlAmount.
           SET NormalEnd TO TRUE.
           WRITE RunControlRecord
               INVALID KEY DISPLAY "RUN CONTROL WRITE FAILED: " RC-Key
           END-WRITE.

       END PROGRAM REMITIMPORT.
