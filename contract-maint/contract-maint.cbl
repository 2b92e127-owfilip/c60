       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACTMAINT.

      * Applies a batch of maintenance transactions against the
      * carrier contract schedule, the allowed amount each carrier
      * has agreed to pay per procedure code. The schedule is keyed
      * on carrier code (the codes on carrier-codes.dat) plus
      * procedure code plus effective-from date and carries the
      * allowed amount, effective-thru date (zeroes = open-ended) and
      * an active / inactive status, so a renegotiated rate is a new
      * row effective from its own date and remittance posting picks
      * the row in force on the date of treatment. Each transaction
      * carries an action code (A = add a contract row, C = change a
      * row's allowed amount or thru date, I = inactivate a row), the
      * carrier + code + effective-from key, the replacement fields
      * and the id of the user who keyed it. The carrier must be on
      * the carrier codes file and the procedure code on the fee
      * schedule. Transactions that fail the edits are written
      * unchanged to a reject file with the reason; every applied
      * transaction is written to a change log showing the before
      * and after images so we can see who changed what.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractTransFile
           ASSIGN TO 'contract-trans.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CarrierContractFile
           ASSIGN TO 'carrier-contract.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-Key.

           SELECT CarrierCodeFile
           ASSIGN TO 'carrier-codes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProcedureCodeFile
           ASSIGN TO 'procedure-codes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCF-Key.

           SELECT TransRejectFile
           ASSIGN TO 'contract-trans-rejects.log'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ChangeLogFile
           ASSIGN TO 'contract-change.log'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ContractTransFile.
       01 ContractTransRecord.
           88 EndOfTransFile       VALUE HIGH-VALUES.
           02 CT-Action            PIC X.
               88 AddAction        VALUE "A".
               88 ChangeAction     VALUE "C".
               88 InactivateAction VALUE "I".
           02 CT-CarrierCode       PIC X(4).
           02 CT-ProcedureCode     PIC X(3).
           02 CT-EffectiveFrom     PIC 9(8).
           02 CT-ContractData.
               03 CT-AllowedAmount     PIC 9(5)V99.
               03 CT-EffectiveThru     PIC 9(8).
           02 CT-UserId            PIC X(8).

       FD CarrierContractFile.
       01 CarrierContractRecord.
           02 CON-Key.
               03 CON-CarrierCode      PIC X(4).
               03 CON-ProcedureCode    PIC X(3).
               03 CON-EffectiveFrom    PIC 9(8).
           02 CON-AllowedAmount    PIC 9(5)V99.
           02 CON-EffectiveThru    PIC 9(8).
           02 CON-Status           PIC X.
               88 ContractActive   VALUE "A".
               88 ContractInactive VALUE "I".

       FD CarrierCodeFile.
       01 CarrierCodeRecord.
           88 EndOfCarrierFile     VALUE HIGH-VALUES.
           02 CCF-Code             PIC X(4).
           02 CCF-Name             PIC X(25).
           02 CCF-FilingDays       PIC 9(3).

      * The fee schedule is effective-dated: one row per code and
      * effective-from date. A procedure code is known here when it
      * has any row at all.
       FD ProcedureCodeFile.
       01 ProcedureCodeRecord.
           88 EndOfProcCodeFile    VALUE HIGH-VALUES.
           02 PCF-Key.
               03 PCF-Code             PIC X(3).
               03 PCF-EffectiveFrom    PIC 9(8).
           02 PCF-Description      PIC X(20).
           02 PCF-StandardFee      PIC 9(5)V99.
           02 PCF-EffectiveThru    PIC 9(8).
           02 PCF-Status           PIC X.
               88 ProcCodeActive   VALUE "A".
               88 ProcCodeInactive VALUE "I".

       FD TransRejectFile.
       01 TransRejectLine          PIC X(120).

       FD ChangeLogFile.
       01 ChangeLogLine            PIC X(120).

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
           05 WS-RJ-Trans          PIC X(39).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

       01  WS-ContractSwitch       PIC X VALUE "N".
           88 ContractRecordFound     VALUE "Y".
           88 ContractRecordNotFound  VALUE "N".

       01  WS-CarrierTable.
           05 WS-CAR-Entry OCCURS 10 TIMES.
               10 WS-CAR-Code          PIC X(4).
       01  WS-CAR-Count             PIC 9(2) VALUE ZEROES.
       01  WS-CAR-Idx               PIC 9(2) COMP.
       01  WS-CAR-Switch            PIC X VALUE "N".
           88 CarrierFound          VALUE "Y".
           88 CarrierNotFound       VALUE "N".

       01  WS-ProcCodeSwitch       PIC X VALUE "N".
           88 ProcCodeFound        VALUE "Y".
           88 ProcCodeNotFound     VALUE "N".

       01  WS-BeforeImage          PIC X(16).
       01  WS-ContractImage.
           05 WS-CI-AllowedAmount  PIC 9(5)V99.
           05 WS-CI-EffectiveThru  PIC 9(8).
           05 WS-CI-Status         PIC X.

       01  WS-ChangeDetail.
           05 WS-CH-Date           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-UserId         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Action         PIC X.
           05 FILLER               PIC X(9) VALUE " CARRIER=".
           05 WS-CH-Carrier        PIC X(4).
           05 FILLER               PIC X(6) VALUE " CODE=".
           05 WS-CH-Code           PIC X(3).
           05 FILLER               PIC X(6) VALUE " FROM=".
           05 WS-CH-From           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Tag            PIC X(8).
           05 WS-CH-Image          PIC X(16).

       01  WS-TransCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-AppliedCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-RejectCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-MaintTrailer.
           05 FILLER                PIC X(10) VALUE "RUN DATE: ".
           05 WS-MT-Date            PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "TRANSACTIONS: ".
           05 WS-MT-TransCount      PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE "APPLIED: ".
           05 WS-MT-AppliedCount    PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REJECTED: ".
           05 WS-MT-RejectCount     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           OPEN INPUT CarrierCodeFile.
           PERFORM LoadCarrierCodes.
           CLOSE CarrierCodeFile.
           OPEN INPUT ProcedureCodeFile.
           OPEN INPUT ContractTransFile.
           OPEN I-O CarrierContractFile.
           OPEN OUTPUT TransRejectFile.
           OPEN OUTPUT ChangeLogFile.
           PERFORM ProcessTransactions.
           PERFORM WriteMaintTrailer.
           CLOSE ProcedureCodeFile.
           CLOSE ContractTransFile.
           CLOSE CarrierContractFile.
           CLOSE TransRejectFile.
           CLOSE ChangeLogFile.
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
               DISPLAY "CARRIER TABLE FULL, CARRIER IGNORED: "
                   CCF-Code
           END-IF.
           READ CarrierCodeFile
               AT END SET EndOfCarrierFile TO TRUE
           END-READ.

       ProcessTransactions.
           READ ContractTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.
           PERFORM ApplyTransaction UNTIL EndOfTransFile.

       ApplyTransaction.
           ADD 1 TO WS-TransCounter.
           PERFORM ValidateTransaction.
           IF ValidTrans
               PERFORM ReadContractForTrans
               EVALUATE TRUE
                   WHEN AddAction
                       PERFORM ApplyAddAction
                   WHEN ChangeAction
                       PERFORM ApplyChangeAction
                   WHEN InactivateAction
                       PERFORM ApplyInactivateAction
               END-EVALUATE
           END-IF.
           READ ContractTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.

      * The edits stop at the first failure so a bad transaction
      * produces exactly one reject line and is counted once,
      * keeping the trailer's control totals reconcilable.
       ValidateTransaction.
           SET ValidTrans TO TRUE.
           IF NOT AddAction AND NOT ChangeAction AND
                   NOT InactivateAction
               SET InvalidTrans TO TRUE
               MOVE "INVALID ACTION - EXPECTED A, C OR I" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans
               PERFORM FindCarrierCode
               IF CarrierNotFound
                   SET InvalidTrans TO TRUE
                   MOVE "CARRIER NOT ON CARRIER-CODES FILE" TO
                       WS-RejectReason
               END-IF
           END-IF.
           IF ValidTrans AND CT-ProcedureCode = SPACES
               SET InvalidTrans TO TRUE
               MOVE "PROCEDURE CODE REQUIRED" TO WS-RejectReason
           END-IF.
           IF ValidTrans
               PERFORM FindProcedureCode
               IF ProcCodeNotFound
                   SET InvalidTrans TO TRUE
                   MOVE "PROCEDURE NOT ON FEE SCHEDULE" TO
                       WS-RejectReason
               END-IF
           END-IF.
           IF ValidTrans AND (CT-EffectiveFrom NOT NUMERIC OR
                   CT-EffectiveFrom = ZEROES)
               SET InvalidTrans TO TRUE
               MOVE "INVALID EFFECTIVE-FROM DATE" TO WS-RejectReason
           END-IF.
           IF ValidTrans AND (AddAction OR ChangeAction) AND
                   CT-AllowedAmount NOT NUMERIC
               SET InvalidTrans TO TRUE
               MOVE "INVALID ALLOWED AMOUNT - NOT NUMERIC" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND (AddAction OR ChangeAction) AND
                   CT-EffectiveThru NOT NUMERIC
               SET InvalidTrans TO TRUE
               MOVE "INVALID EFFECTIVE-THRU DATE" TO WS-RejectReason
           END-IF.
           IF ValidTrans AND (AddAction OR ChangeAction) AND
                   CT-EffectiveThru NOT = ZEROES AND
                   CT-EffectiveThru < CT-EffectiveFrom
               SET InvalidTrans TO TRUE
               MOVE "THRU DATE BEFORE FROM DATE" TO WS-RejectReason
           END-IF.
           IF InvalidTrans
               PERFORM WriteTransReject
           END-IF.

       FindCarrierCode.
           SET CarrierNotFound TO TRUE.
           PERFORM FindCarrierEntry
               VARYING WS-CAR-Idx FROM 1 BY 1
               UNTIL WS-CAR-Idx > WS-CAR-Count OR CarrierFound.

       FindCarrierEntry.
           IF CT-CarrierCode = WS-CAR-Code(WS-CAR-Idx)
               SET CarrierFound TO TRUE
           END-IF.

       FindProcedureCode.
           SET ProcCodeNotFound TO TRUE.
           MOVE CT-ProcedureCode TO PCF-Code.
           MOVE ZEROES TO PCF-EffectiveFrom.
           START ProcedureCodeFile KEY IS NOT LESS THAN PCF-Key
               INVALID KEY SET EndOfProcCodeFile TO TRUE
               NOT INVALID KEY
                   READ ProcedureCodeFile NEXT RECORD
                       AT END SET EndOfProcCodeFile TO TRUE
                   END-READ
           END-START.
           IF NOT EndOfProcCodeFile AND
                   PCF-Code = CT-ProcedureCode
               SET ProcCodeFound TO TRUE
           END-IF.

       ReadContractForTrans.
           MOVE CT-CarrierCode TO CON-CarrierCode.
           MOVE CT-ProcedureCode TO CON-ProcedureCode.
           MOVE CT-EffectiveFrom TO CON-EffectiveFrom.
           READ CarrierContractFile
               INVALID KEY SET ContractRecordNotFound TO TRUE
               NOT INVALID KEY SET ContractRecordFound TO TRUE
           END-READ.
           IF ContractRecordFound
               MOVE CON-AllowedAmount TO WS-CI-AllowedAmount
               MOVE CON-EffectiveThru TO WS-CI-EffectiveThru
               MOVE CON-Status TO WS-CI-Status
               MOVE WS-ContractImage TO WS-BeforeImage
           ELSE
               MOVE "*** NEW ***" TO WS-BeforeImage
           END-IF.

       ApplyAddAction.
           IF ContractRecordFound
               MOVE "CONTRACT ROW ALREADY ON FILE" TO
                   WS-RejectReason
               PERFORM WriteTransReject
           ELSE
               MOVE CT-CarrierCode TO CON-CarrierCode
               MOVE CT-ProcedureCode TO CON-ProcedureCode
               MOVE CT-EffectiveFrom TO CON-EffectiveFrom
               PERFORM MoveTransToContract
               SET ContractActive TO TRUE
               WRITE CarrierContractRecord
                   INVALID KEY PERFORM RejectOnFileError
                   NOT INVALID KEY PERFORM LogAppliedTrans
               END-WRITE
           END-IF.

       ApplyChangeAction.
           IF ContractRecordNotFound
               MOVE "CONTRACT ROW NOT ON FILE" TO
                   WS-RejectReason
               PERFORM WriteTransReject
           ELSE
               PERFORM MoveTransToContract
               REWRITE CarrierContractRecord
                   INVALID KEY PERFORM RejectOnFileError
                   NOT INVALID KEY PERFORM LogAppliedTrans
               END-REWRITE
           END-IF.

      * An inactivated row is no longer used to price remittances;
      * it stays on file so the change log and history still show
      * what the carrier had agreed to.
       ApplyInactivateAction.
           IF ContractRecordNotFound
               MOVE "CONTRACT ROW NOT ON FILE" TO
                   WS-RejectReason
               PERFORM WriteTransReject
           ELSE
               SET ContractInactive TO TRUE
               REWRITE CarrierContractRecord
                   INVALID KEY PERFORM RejectOnFileError
                   NOT INVALID KEY PERFORM LogAppliedTrans
               END-REWRITE
           END-IF.

       MoveTransToContract.
           MOVE CT-AllowedAmount TO CON-AllowedAmount.
           MOVE CT-EffectiveThru TO CON-EffectiveThru.

       RejectOnFileError.
           MOVE "CONTRACT FILE ERROR ON APPLY" TO WS-RejectReason.
           PERFORM WriteTransReject.

       LogAppliedTrans.
           ADD 1 TO WS-AppliedCounter.
           PERFORM BuildChangeCommon.
           MOVE "BEFORE: " TO WS-CH-Tag.
           MOVE WS-BeforeImage TO WS-CH-Image.
           MOVE WS-ChangeDetail TO ChangeLogLine.
           WRITE ChangeLogLine.
           MOVE "AFTER:  " TO WS-CH-Tag.
           MOVE CON-AllowedAmount TO WS-CI-AllowedAmount.
           MOVE CON-EffectiveThru TO WS-CI-EffectiveThru.
           MOVE CON-Status TO WS-CI-Status.
           MOVE WS-ContractImage TO WS-CH-Image.
           MOVE WS-ChangeDetail TO ChangeLogLine.
           WRITE ChangeLogLine.

       BuildChangeCommon.
           MOVE WS-CurrentDate TO WS-CH-Date.
           MOVE CT-UserId TO WS-CH-UserId.
           MOVE CT-Action TO WS-CH-Action.
           MOVE CT-CarrierCode TO WS-CH-Carrier.
           MOVE CT-ProcedureCode TO WS-CH-Code.
           MOVE CT-EffectiveFrom TO WS-CH-From.

       WriteTransReject.
           SET InvalidTrans TO TRUE.
           ADD 1 TO WS-RejectCounter.
           MOVE ContractTransRecord TO WS-RJ-Trans.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO TransRejectLine.
           WRITE TransRejectLine.

       WriteMaintTrailer.
           MOVE WS-CurrentDate TO WS-MT-Date.
           MOVE WS-TransCounter TO WS-MT-TransCount.
           MOVE WS-AppliedCounter TO WS-MT-AppliedCount.
           MOVE WS-RejectCounter TO WS-MT-RejectCount.
           DISPLAY WS-MaintTrailer.

       END PROGRAM CONTRACTMAINT.
