       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHIACCOUNTING.

      * Prints one patient's accounting of accesses and disclosures
      * from the shared PHI access log, for answering a patient's
      * or an auditor's request. Every job that shows a patient's
      * information to a user (the procedure-cost lookup mode) or
      * sends it outside the practice (claim and carrier extracts,
      * collection placements, patient statements) writes a record
      * to phi-access-log.dat; this run selects the ones for the
      * requested SSN dated within the requested range and lists
      * them in the order they were logged, with who saw or
      * received the information, when, and why.
      * The request comes from SYSIN as one parm: SSN in 1-9, from
      * date in 10-17 and thru date in 18-25 (YYYYMMDD). A blank or
      * non-numeric thru date takes today and a blank or
      * non-numeric from date takes six years before the thru date,
      * the full period a patient may ask to have accounted for. A
      * non-numeric SSN or a from date after the thru date prints
      * nothing.
      * The heading names the patient from patient-master.dat when
      * the SSN is on file, and the report ends with the count of
      * accesses and disclosures listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PHIAccessLog
           ASSIGN TO 'phi-access-log.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PatientMasterFile
           ASSIGN TO 'patient-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-SSN.

           SELECT AccountingReport
           ASSIGN TO 'phi-accounting.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD AccountingReport.
       01 AccountingLine           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CurrentDate.
           05 WS-CurrYear      PIC 9(4).
           05 WS-CurrMonth     PIC 9(2).
           05 WS-CurrDay       PIC 9(2).

       01  WS-AccountingParm.
           05 WS-AP-SSN            PIC X(9).
           05 WS-AP-FromDate       PIC X(8).
           05 WS-AP-ThruDate       PIC X(8).
       01  WS-FromDate.
           05 WS-FromYear          PIC 9(4).
           05 WS-FromMonthDay      PIC 9(4).
       01  WS-ThruDate             PIC 9(8).

       01  WS-EndOfLogSwitch       PIC X VALUE "N".
           88 EndOfAccessLog       VALUE "Y".
           88 NotEndOfAccessLog    VALUE "N".
       01  WS-MasterSwitch         PIC X VALUE "N".
           88 MasterRecordFound    VALUE "Y".
           88 MasterRecordNotFound VALUE "N".

       01  WS-LogReadCounter       PIC 9(7) COMP VALUE ZEROES.
       01  WS-AccessCounter        PIC 9(7) COMP VALUE ZEROES.
       01  WS-DisclosureCounter    PIC 9(7) COMP VALUE ZEROES.

       01  WS-AccountingLines.
           05 WS-AccountingTitle.
               10 FILLER PIC X(40) VALUE
                   "ACCOUNTING OF ACCESSES AND DISCLOSURES".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 WS-AT-Date        PIC 9(8).
           05 WS-PatientHeading.
               10 FILLER PIC X(9) VALUE "PATIENT: ".
               10 WS-PH-SSN         PIC X(9).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-PH-Name        PIC X(40).
           05 WS-RangeHeading.
               10 FILLER PIC X(9) VALUE "PERIOD:  ".
               10 WS-RH-FromDate    PIC 9(8).
               10 FILLER PIC X(6) VALUE " THRU ".
               10 WS-RH-ThruDate    PIC 9(8).
           05 WS-ColumnHeading.
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(8) VALUE "TIME".
               10 FILLER PIC X(12) VALUE "EVENT".
               10 FILLER PIC X(14) VALUE "SOURCE".
               10 FILLER PIC X(10) VALUE "USER".
               10 FILLER PIC X(9) VALUE "PURPOSE".
               10 FILLER PIC X(27) VALUE "RECIPIENT".
               10 FILLER PIC X(30) VALUE "DETAIL".
           05 WS-EventDetail.
               10 WS-ED-Date        PIC 9(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-Time        PIC 99B99B99.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-Event       PIC X(10).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-Source      PIC X(12).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-UserId      PIC X(8).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-Purpose     PIC X(3).
               10 FILLER            PIC X(6) VALUE SPACES.
               10 WS-ED-Recipient   PIC X(25).
               10 FILLER            PIC X(2) VALUE SPACES.
               10 WS-ED-Detail      PIC X(30).
           05 WS-NoEventsLine.
               10 FILLER PIC X(40) VALUE
                   "NO ACCESSES OR DISCLOSURES IN PERIOD".
           05 WS-AccountingTrailer.
               10 FILLER PIC X(10) VALUE "ACCESSES: ".
               10 WS-TR-AccessCount PIC ZZZZZZ9.
               10 FILLER PIC X(15) VALUE "  DISCLOSURES: ".
               10 WS-TR-DisclosureCount PIC ZZZZZZ9.
               10 FILLER PIC X(16) VALUE "  LOG RECORDS: ".
               10 WS-TR-LogCount    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD.
           PERFORM AcceptAccountingParm.
           IF WS-AP-SSN NOT NUMERIC
               DISPLAY "ACCOUNTING REFUSED - INVALID SSN: " WS-AP-SSN
               STOP RUN
           END-IF.
           IF WS-FromDate > WS-ThruDate
               DISPLAY "ACCOUNTING REFUSED - FROM DATE AFTER THRU: "
                   WS-FromDate " " WS-ThruDate
               STOP RUN
           END-IF.
           OPEN INPUT PHIAccessLog.
           OPEN INPUT PatientMasterFile.
           OPEN OUTPUT AccountingReport.
           PERFORM WriteAccountingHeading.
           READ PHIAccessLog
               AT END SET EndOfAccessLog TO TRUE
           END-READ.
           PERFORM SelectLogRecord UNTIL EndOfAccessLog.
           PERFORM WriteAccountingTrailer.
           CLOSE PHIAccessLog.
           CLOSE PatientMasterFile.
           CLOSE AccountingReport.
           STOP RUN.

       AcceptAccountingParm.
           MOVE SPACES TO WS-AccountingParm.
           ACCEPT WS-AccountingParm FROM SYSIN.
           IF WS-AP-ThruDate NUMERIC
               MOVE WS-AP-ThruDate TO WS-ThruDate
           ELSE
               MOVE WS-CurrentDate TO WS-ThruDate
           END-IF.
           IF WS-AP-FromDate NUMERIC
               MOVE WS-AP-FromDate TO WS-FromDate
           ELSE
               MOVE WS-ThruDate TO WS-FromDate
               SUBTRACT 6 FROM WS-FromYear
           END-IF.

       WriteAccountingHeading.
           MOVE WS-CurrentDate TO WS-AT-Date.
           MOVE WS-AccountingTitle TO AccountingLine.
           WRITE AccountingLine.
           MOVE WS-AP-SSN TO PM-SSN.
           READ PatientMasterFile
               INVALID KEY SET MasterRecordNotFound TO TRUE
               NOT INVALID KEY SET MasterRecordFound TO TRUE
           END-READ.
           MOVE WS-AP-SSN TO WS-PH-SSN.
           MOVE SPACES TO WS-PH-Name.
           IF MasterRecordFound
               STRING PM-LastName DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      PM-FirstName DELIMITED BY "  "
                   INTO WS-PH-Name
               END-STRING
           ELSE
               MOVE "NOT ON PATIENT MASTER" TO WS-PH-Name
           END-IF.
           MOVE WS-PatientHeading TO AccountingLine.
           WRITE AccountingLine.
           MOVE WS-FromDate TO WS-RH-FromDate.
           MOVE WS-ThruDate TO WS-RH-ThruDate.
           MOVE WS-RangeHeading TO AccountingLine.
           WRITE AccountingLine.
           MOVE SPACES TO AccountingLine.
           WRITE AccountingLine.
           MOVE WS-ColumnHeading TO AccountingLine.
           WRITE AccountingLine.

       SelectLogRecord.
           ADD 1 TO WS-LogReadCounter.
           IF PHI-SSN = WS-AP-SSN AND
                   PHI-EventDate >= WS-FromDate AND
                   PHI-EventDate <= WS-ThruDate
               PERFORM WriteEventLine
           END-IF.
           READ PHIAccessLog
               AT END SET EndOfAccessLog TO TRUE
           END-READ.

       WriteEventLine.
           MOVE PHI-EventDate TO WS-ED-Date.
           MOVE PHI-EventTime TO WS-ED-Time.
           IF PHIAccessEvent
               MOVE "ACCESS" TO WS-ED-Event
               ADD 1 TO WS-AccessCounter
           ELSE
               MOVE "DISCLOSURE" TO WS-ED-Event
               ADD 1 TO WS-DisclosureCounter
           END-IF.
           MOVE PHI-Source TO WS-ED-Source.
           MOVE PHI-UserId TO WS-ED-UserId.
           MOVE PHI-Purpose TO WS-ED-Purpose.
           MOVE PHI-Recipient TO WS-ED-Recipient.
           MOVE PHI-Detail TO WS-ED-Detail.
           MOVE WS-EventDetail TO AccountingLine.
           WRITE AccountingLine.

       WriteAccountingTrailer.
           IF WS-AccessCounter = ZEROES AND
                   WS-DisclosureCounter = ZEROES
               MOVE WS-NoEventsLine TO AccountingLine
               WRITE AccountingLine
           END-IF.
           MOVE SPACES TO AccountingLine.
           WRITE AccountingLine.
           MOVE WS-AccessCounter TO WS-TR-AccessCount.
           MOVE WS-DisclosureCounter TO WS-TR-DisclosureCount.
           MOVE WS-LogReadCounter TO WS-TR-LogCount.
           MOVE WS-AccountingTrailer TO AccountingLine.
           WRITE AccountingLine.
           DISPLAY WS-AccountingTrailer.

       END PROGRAM PHIACCOUNTING.
