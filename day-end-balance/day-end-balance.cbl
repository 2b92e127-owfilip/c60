      * the prior batch run's processed count plus intake loads
      * minus archive deletions between the two runs against what
      * today's batch run processed, claims extracted against
      * claims registered, remittance lines the 835 import passed to
      * posting against the remittances posting read, and
      * remittances read against remittances posted plus
      * unmatched. Anything that does not cross-foot
      * goes on the report as out of balance. When the integrity
      * audit ran that day its problem count decides whether the
      * files are reported clean or not clean.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 EndRecordNotFound     VALUE "N".

       01  WS-JobTotalsTable.
           05 WS-JOB-Entry OCCURS 20 TIMES.
               10 WS-JOB-Name          PIC X(12).
               10 WS-JOB-RanSwitch     PIC X.
                   88 JobRanToday      VALUE "Y".
               10 WS-CK-Actual     PIC ZZZZZZZ9.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-CK-Verdict    PIC X(26).
           05 WS-AuditCheck.
               10 WS-AC-Name       PIC X(44).
               10 WS-AC-Problems   PIC ZZZZZZZ9.
               10 FILLER           PIC X(10) VALUE " PROBLEMS ".
               10 WS-AC-Verdict    PIC X(26).
           05 WS-CheckSkipped.
               10 WS-CS-Name       PIC X(44).
               10 FILLER PIC X(30) VALUE
           MOVE WS-RUN-JobName(WS-RUN-Idx) TO WS-JOB-LookupName.
           PERFORM FindJobTotals.
           IF JobTotalsNotFound
               IF WS-JOB-Count < 20
                   ADD 1 TO WS-JOB-Count
                   MOVE WS-JOB-LookupName TO
                       WS-JOB-Name(WS-JOB-Count)
       CrossFootChecks.
           PERFORM CheckLoadedVsProcessed.
           PERFORM CheckExtractedVsRegistered.
           PERFORM CheckImportedVsRead.
           PERFORM CheckRemitsPosted.
           PERFORM CheckIntegrityAudit.

      * The batch run counts every valid procedure on the file, so
      * the satisfiable equation is: prior batch processed, plus
               PERFORM WriteCheckLine
           END-IF.

      * Only checks that balanced on import reach posting, so the
      * lines passed on must all be read by the posting run. Both
      * jobs have to have run for the check to mean anything.
       CheckImportedVsRead.
           MOVE "REMIT LINES IMPORTED VS REMITS READ"
               TO WS-CK-Name.
           MOVE "REMITIMPORT" TO WS-JOB-LookupName.
           PERFORM FindJobTotals.
           IF JobTotalsFound
               MOVE WS-JOB-RecordsOut(WS-JOB-MatchIdx) TO
                   WS-ExpectedCount
               MOVE "POSTREMITS" TO WS-JOB-LookupName
               PERFORM FindJobTotals
           END-IF.
           IF JobTotalsNotFound
               MOVE WS-CK-Name TO WS-CS-Name
               MOVE WS-CheckSkipped TO BalanceReportLine
               WRITE BalanceReportLine
           ELSE
               MOVE WS-JOB-RecordsIn(WS-JOB-MatchIdx) TO
                   WS-ActualCount
               PERFORM WriteCheckLine
           END-IF.

       CheckRemitsPosted.
           MOVE "POSTREMITS" TO WS-JOB-LookupName.
           PERFORM FindJobTotals.
               PERFORM WriteCheckLine
           END-IF.

      * Not a cross-foot: the audit's problem count for the day is
      * reported as is, and any problem at all means the files were
      * not clean.
       CheckIntegrityAudit.
           MOVE "INTEGRITYAUD" TO WS-JOB-LookupName.
           PERFORM FindJobTotals.
           MOVE "REFERENTIAL INTEGRITY AUDIT" TO WS-AC-Name.
           IF JobTotalsNotFound
               MOVE WS-AC-Name TO WS-CS-Name
               MOVE WS-CheckSkipped TO BalanceReportLine
               WRITE BalanceReportLine
           ELSE
               MOVE WS-JOB-ControlCount(WS-JOB-MatchIdx) TO
                   WS-AC-Problems
               IF WS-JOB-ControlCount(WS-JOB-MatchIdx) = ZEROES
                   MOVE "FILES CLEAN" TO WS-AC-Verdict
               ELSE
                   MOVE "*** FILES NOT CLEAN ***" TO WS-AC-Verdict
               END-IF
               MOVE WS-AuditCheck TO BalanceReportLine
               WRITE BalanceReportLine
           END-IF.

       WriteCheckLine.
           MOVE WS-ExpectedCount TO WS-CK-Expected.
           MOVE WS-ActualCount TO WS-CK-Actual.
