      * out-of-band. Each transaction carries an action code
      * (A = add, C = change, D = delete), the PM-SSN key, the
      * replacement name, mailing-address and insurance-coverage
      * fields and the id of the user who keyed it. A patient with
      * two policies carries the second as the optional secondary
      * carrier, policy and coverage dates; a secondary is only
      * accepted on top of a primary carrier, never in its place.
      * Transactions that fail the edits are written unchanged to a
      * reject file with the reason; every applied transaction is
      * written to a change log showing the before and after images
               03 TR-PolicyNumber      PIC X(12).
               03 TR-CoverageFrom      PIC 9(8).
               03 TR-CoverageThru      PIC 9(8).
               03 TR-SecCarrierCode    PIC X(4).
               03 TR-SecPolicyNumber   PIC X(12).
               03 TR-SecCoverageFrom   PIC 9(8).
               03 TR-SecCoverageThru   PIC 9(8).
           02 TR-UserId            PIC X(8).

       FD PatientMasterFile.
               03 PM-PolicyNumber       PIC X(12).
               03 PM-CoverageFrom       PIC 9(8).
               03 PM-CoverageThru       PIC 9(8).
               03 PM-SecCarrierCode     PIC X(4).
               03 PM-SecPolicyNumber    PIC X(12).
               03 PM-SecCoverageFrom    PIC 9(8).
               03 PM-SecCoverageThru    PIC 9(8).

       FD TransRejectFile.
       01 TransRejectLine          PIC X(250).

       FD ChangeLogFile.
       01 ChangeLogLine            PIC X(230).

      * Shared run-control file for day-end balancing. Every job
      * writes a start record when it opens its files and an end
           88 InvalidTrans         VALUE "N".
       01  WS-RejectReason         PIC X(40).
       01  WS-RejectDetail.
           05 WS-RJ-Trans          PIC X(198).
           05 FILLER               PIC X(9) VALUE " REASON: ".
           05 WS-RJ-Reason         PIC X(40).

           88 MasterRecordFound    VALUE "Y".
           88 MasterRecordNotFound VALUE "N".

       01  WS-BeforeImage          PIC X(180).

       01  WS-ChangeDetail.
           05 WS-CH-Date           PIC 9(8).
           05 WS-CH-SSN            PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-CH-Tag            PIC X(8).
           05 WS-CH-Image          PIC X(180).

       01  WS-TransCounter         PIC 9(7) COMP VALUE ZEROES.
       01  WS-AppliedCounter       PIC 9(7) COMP VALUE ZEROES.
               SET InvalidTrans TO TRUE
               MOVE "INVALID COVERAGE DATES" TO WS-RejectReason
           END-IF.
           IF ValidTrans AND (AddAction OR ChangeAction) AND
                   TR-SecCarrierCode NOT = SPACES
               PERFORM ValidateSecondaryCoverage
           END-IF.
           IF InvalidTrans
               PERFORM WriteTransReject
           END-IF.

       ValidateSecondaryCoverage.
           IF TR-CarrierCode = SPACES
               SET InvalidTrans TO TRUE
               MOVE "SECONDARY CARRIER WITHOUT A PRIMARY" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND TR-SecCarrierCode = TR-CarrierCode
               SET InvalidTrans TO TRUE
               MOVE "SECONDARY CARRIER SAME AS PRIMARY" TO
                   WS-RejectReason
           END-IF.
           IF ValidTrans AND (TR-SecCoverageFrom NOT NUMERIC OR
                   TR-SecCoverageThru NOT NUMERIC)
               SET InvalidTrans TO TRUE
               MOVE "INVALID SECONDARY COVERAGE DATES" TO
                   WS-RejectReason
           END-IF.

       ReadMasterForTrans.
           MOVE TR-SSN TO PM-SSN.
           READ PatientMasterFile
