       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAGCOMPATMAINT.

      * Applies a batch of maintenance transactions against the
      * procedure-to-diagnosis compatibility table, the list of
      * diagnoses that support each procedure code as medically
      * necessary. The claim run will not send a procedure to a
      * carrier unless at least one of the diagnosis codes on it is
      * paired with its procedure code here. The table is keyed on
      * procedure code plus diagnosis code and carries an active /
      * inactive status. Each transaction carries an action code
      * (A = add the pairing, or reactivate it if it was inactivated,
      * I = inactivate it), the procedure code, the diagnosis code and
      * the id of the user who keyed it. The procedure code must be
      * on the fee schedule and the diagnosis code must be on the
      * diagnosis reference file, and active there for an add.
      * Transactions that fail the edits are written unchanged to a
      * reject file with the reason; every applied transaction is
      * written to a change log showing the before and after images
      * so we can see who changed what.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompatTransFile
           ASSIGN TO 'diag-compat-trans.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ProcDiagCompatFile
           ASSIGN TO 'proc-diag-compat.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PDC-Key.

           SELECT ProcedureCodeFile
           ASSIGN TO 'procedure-codes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCF-Key.

           SELECT DiagnosisCodeFile
           ASSIGN TO 'diagnosis-codes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DX-Code.

           SELECT TransRejectFile
           ASSIGN TO 'diag-compat-rejects.log'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ChangeLogFile
           ASSIGN TO 'diag-compat-change.log'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CompatTransFile.
       01 CompatTransRecord.
           88 EndOfTransFile       VALUE HIGH-VALUES.
           02 CT-Action            PIC X.
               88 AddAction        VALUE "A".
               88 InactivateAction VALUE "I".
           02 CT-ProcedureCode     PIC X(3).
           02 CT-DiagnosisCode     PIC X(7).
           02 CT-UserId            PIC X(8).

       FD ProcDiagCompatFile.
       01 ProcDiagCompatRecord.
           02 PDC-Key.
               03 PDC-ProcedureCode    PIC X(3).
               03 PDC-DiagnosisCode    PIC X(7).
           02 PDC-Status           PIC X.
               88 CompatActive     VALUE "A".
               88 CompatInactive   VALUE "I".

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

      * Diagnosis reference file: one record per diagnosis code the
      * practice may bill, with its description and an active /
      * inactive status.
       FD DiagnosisCodeFile.
       01 DiagnosisCodeRecord.
           02 DX-Code              PIC X(7).
           02 DX-Description       PIC X(40).
           02 DX-Status            PIC X.
               88 DiagnosisActive   VALUE "A".
               88 DiagnosisInactive VALUE "I".

       FD TransRejectFile.
       01 TransRejectLine          PIC X(80).

       FD ChangeLogFile.
       01 ChangeLogLine            PIC X(80).

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
           05 WS-RJ-Trans          PIC X(19).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

       01  WS-CompatSwitch         PIC X VALUE "N".
           88 CompatRecordFound    VALUE "Y".
           88 CompatRecordNotFound VALUE "N".
       01  WS-ProcCodeSwitch       PIC X VALUE "N".
           88 ProcCodeFound        VALUE "Y".
           88 ProcCodeNotFound     VALUE "N".
       01  WS-DiagnosisSwitch      PIC X VALUE "N".
           88 DiagnosisFound       VALUE "Y".
           88 DiagnosisNotFound    VALUE "N".

       01  WS-BeforeImage          PIC X(11).
       01  WS-CompatImage.
           05 FILLER               PIC X(7) VALUE "STATUS ".
           05 WS-CI-Status         PIC X.

       01  WS-ChangeDetail.
           05 WS-CH-Date           PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-UserId         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Action         PIC X.
           05 FILLER               PIC X(6) VALUE " CODE=".
           05 WS-CH-Code           PIC X(3).
           05 FILLER               PIC X(6) VALUE " DIAG=".
           05 WS-CH-Diagnosis      PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Tag            PIC X(8).
           05 WS-CH-Image          PIC X(11).

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
           OPEN INPUT ProcedureCodeFile.
           OPEN INPUT DiagnosisCodeFile.
           OPEN INPUT CompatTransFile.
           OPEN I-O ProcDiagCompatFile.
           OPEN OUTPUT TransRejectFile.
           OPEN OUTPUT ChangeLogFile.
           PERFORM ProcessTransactions.
           PERFORM WriteMaintTrailer.
           CLOSE ProcedureCodeFile.
           CLOSE DiagnosisCodeFile.
           CLOSE CompatTransFile.
           CLOSE ProcDiagCompatFile.
           CLOSE TransRejectFile.
           CLOSE ChangeLogFile.
           STOP RUN.

       ProcessTransactions.
           READ CompatTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.
           PERFORM ApplyTransaction UNTIL EndOfTransFile.

       ApplyTransaction.
           ADD 1 TO WS-TransCounter.
           PERFORM ValidateTransaction.
           IF ValidTrans
               PERFORM ReadCompatForTrans
               EVALUATE TRUE
                   WHEN AddAction
                       PERFORM ApplyAddAction
                   WHEN InactivateAction
                       PERFORM ApplyInactivateAction
               END-EVALUATE
           END-IF.
           READ CompatTransFile
               AT END SET EndOfTransFile TO TRUE
           END-READ.

      * The edits stop at the first failure so a bad transaction
      * produces exactly one reject line and is counted once,
      * keeping the trailer's control totals reconcilable.
       ValidateTransaction.
           SET ValidTrans TO TRUE.
           IF NOT AddAction AND NOT InactivateAction
               SET InvalidTrans TO TRUE
               MOVE "INVALID ACTION - EXPECTED A OR I" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND CT-UserId = SPACES
               SET InvalidTrans TO TRUE
               MOVE "USER ID REQUIRED" TO WS-RejectReason
           END-IF.
           IF ValidTrans
               PERFORM FindProcedureCode
               IF ProcCodeNotFound
                   SET InvalidTrans TO TRUE
                   MOVE "PROCEDURE CODE NOT ON FEE SCHEDULE" TO
                       WS-RejectReason
               END-IF
           END-IF.
           IF ValidTrans
               PERFORM FindDiagnosisCode
               IF DiagnosisNotFound
                   SET InvalidTrans TO TRUE
                   MOVE "DIAGNOSIS CODE NOT ON REFERENCE FILE" TO
                       WS-RejectReason
               END-IF
           END-IF.
           IF ValidTrans AND AddAction AND DiagnosisInactive
               SET InvalidTrans TO TRUE
               MOVE "DIAGNOSIS CODE NOT ACTIVE" TO WS-RejectReason
           END-IF.
           IF InvalidTrans
               PERFORM WriteTransReject
           END-IF.

       FindProcedureCode.
           SET ProcCodeNotFound TO TRUE.
           IF CT-ProcedureCode NOT = SPACES
               MOVE CT-ProcedureCode TO PCF-Code
               MOVE ZEROES TO PCF-EffectiveFrom
               START ProcedureCodeFile KEY IS NOT LESS THAN PCF-Key
                   INVALID KEY SET EndOfProcCodeFile TO TRUE
                   NOT INVALID KEY
                       READ ProcedureCodeFile NEXT RECORD
                           AT END SET EndOfProcCodeFile TO TRUE
                       END-READ
               END-START
               IF NOT EndOfProcCodeFile AND
                       PCF-Code = CT-ProcedureCode
                   SET ProcCodeFound TO TRUE
               END-IF
           END-IF.

       FindDiagnosisCode.
           SET DiagnosisNotFound TO TRUE.
           IF CT-DiagnosisCode NOT = SPACES
               MOVE CT-DiagnosisCode TO DX-Code
               READ DiagnosisCodeFile
                   INVALID KEY SET DiagnosisNotFound TO TRUE
                   NOT INVALID KEY SET DiagnosisFound TO TRUE
               END-READ
           END-IF.

       ReadCompatForTrans.
           MOVE CT-ProcedureCode TO PDC-ProcedureCode.
           MOVE CT-DiagnosisCode TO PDC-DiagnosisCode.
           READ ProcDiagCompatFile
               INVALID KEY SET CompatRecordNotFound TO TRUE
               NOT INVALID KEY SET CompatRecordFound TO TRUE
           END-READ.
           IF CompatRecordFound
               MOVE PDC-Status TO WS-CI-Status
               MOVE WS-CompatImage TO WS-BeforeImage
           ELSE
               MOVE "*** NEW ***" TO WS-BeforeImage
           END-IF.

      * An add for a pairing that was inactivated brings it back
      * rather than bouncing, so the change log shows the history
      * of the one row.
       ApplyAddAction.
           IF CompatRecordFound
               IF CompatActive
                   MOVE "PAIRING ALREADY ON FILE" TO WS-RejectReason
                   PERFORM WriteTransReject
               ELSE
                   SET CompatActive TO TRUE
                   REWRITE ProcDiagCompatRecord
                       INVALID KEY PERFORM RejectOnFileError
                       NOT INVALID KEY PERFORM LogAppliedTrans
                   END-REWRITE
               END-IF
           ELSE
               MOVE CT-ProcedureCode TO PDC-ProcedureCode
               MOVE CT-DiagnosisCode TO PDC-DiagnosisCode
               SET CompatActive TO TRUE
               WRITE ProcDiagCompatRecord
                   INVALID KEY PERFORM RejectOnFileError
                   NOT INVALID KEY PERFORM LogAppliedTrans
               END-WRITE
           END-IF.

      * An inactivated pairing no longer supports the procedure on
      * a claim; it stays on file so the change log and history
      * still show that it once did.
       ApplyInactivateAction.
           IF CompatRecordNotFound
               MOVE "PAIRING NOT ON FILE" TO WS-RejectReason
               PERFORM WriteTransReject
           ELSE
               SET CompatInactive TO TRUE
               REWRITE ProcDiagCompatRecord
                   INVALID KEY PERFORM RejectOnFileError
                   NOT INVALID KEY PERFORM LogAppliedTrans
               END-REWRITE
           END-IF.

       RejectOnFileError.
           MOVE "COMPATIBILITY FILE ERROR ON APPLY" TO
               WS-RejectReason.
           PERFORM WriteTransReject.

       LogAppliedTrans.
           ADD 1 TO WS-AppliedCounter.
           PERFORM BuildChangeCommon.
           MOVE "BEFORE: " TO WS-CH-Tag.
           MOVE WS-BeforeImage TO WS-CH-Image.
           MOVE WS-ChangeDetail TO ChangeLogLine.
           WRITE ChangeLogLine.
           MOVE "AFTER:  " TO WS-CH-Tag.
           MOVE PDC-Status TO WS-CI-Status.
           MOVE WS-CompatImage TO WS-CH-Image.
           MOVE WS-ChangeDetail TO ChangeLogLine.
           WRITE ChangeLogLine.

       BuildChangeCommon.
           MOVE WS-CurrentDate TO WS-CH-Date.
           MOVE CT-UserId TO WS-CH-UserId.
           MOVE CT-Action TO WS-CH-Action.
           MOVE CT-ProcedureCode TO WS-CH-Code.
           MOVE CT-DiagnosisCode TO WS-CH-Diagnosis.

       WriteTransReject.
           SET InvalidTrans TO TRUE.
           ADD 1 TO WS-RejectCounter.
           MOVE CompatTransRecord TO WS-RJ-Trans.
           MOVE WS-RejectReason TO WS-RJ-Reason.
           MOVE WS-RejectDetail TO TransRejectLine.
           WRITE TransRejectLine.

       WriteMaintTrailer.
           MOVE WS-CurrentDate TO WS-MT-Date.
           MOVE WS-TransCounter TO WS-MT-TransCount.
           MOVE WS-AppliedCounter TO WS-MT-AppliedCount.
           MOVE WS-RejectCounter TO WS-MT-RejectCount.
           DISPLAY WS-MaintTrailer.

       END PROGRAM DIAGCOMPATMAINT.
