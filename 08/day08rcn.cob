identification division.
program-id. day08rcn.
environment division.
input-output section.
file-control.
       select audit-trail
       assign to 'day08-audit.txt'
       organisation is line sequential
       file status is ws-audit-status.
       select summary-file
       assign to 'day08-summary.txt'
       organisation is line sequential
       file status is ws-summary-status.
       select reconcile-report
       assign to 'day08-reconcile.txt'
       organisation is line sequential.
       select optional message-log
       assign to 'day08-message-log.txt'
       organisation is line sequential
       file status is ws-log-status.
data division.
file section.
fd audit-trail.
01 audit-record.
       05 audit-step-number PIC 9(15).
       05 FILLER PIC X(1).
       05 audit-path-id PIC 9(4).
       05 FILLER PIC X(1).
       05 audit-movement-file PIC X(20).
       05 FILLER PIC X(1).
       05 audit-from-location PIC X(8).
       05 FILLER PIC X(1).
       05 audit-direction-used PIC X(1).
       05 FILLER PIC X(1).
       05 audit-to-location PIC X(8).
       05 FILLER PIC X(1).
       05 audit-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 audit-profile-name PIC X(8).
fd summary-file.
01 summary-record.
       05 summary-run-date PIC X(8).
       05 FILLER PIC X(1).
       05 summary-movement-file PIC X(20).
       05 FILLER PIC X(1).
       05 summary-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 summary-start-location PIC X(8).
       05 FILLER PIC X(1).
       05 summary-end-location PIC X(8).
       05 FILLER PIC X(1).
       05 summary-total-steps PIC 9(15).
       05 FILLER PIC X(1).
       05 summary-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 summary-movement-hash PIC X(9).
       05 FILLER PIC X(1).
       05 summary-direction-hash PIC X(9).
fd reconcile-report.
01 reconcile-report-line PIC X(132).
fd message-log.
01 message-log-record.
       05 log-run-date PIC X(8).
       05 FILLER PIC X(1).
       05 log-run-time PIC X(6).
       05 FILLER PIC X(1).
       05 log-program PIC X(8).
       05 FILLER PIC X(1).
       05 log-severity PIC X(1).
       05 FILLER PIC X(1).
       05 log-text PIC X(120).
working-storage section.
01 ws-log-status PIC X(2).
01 ws-log-severity PIC X(1) value 'I'.
01 ws-log-text PIC X(120) value spaces.
01 total-summary-slots PIC S9(9) value 1000.
01 total-trail-slots PIC S9(9) value 1000.
01 total-path-slots PIC S9(9) value 2000.
01 max-exceptions-per-trail PIC S9(9) value 100.

01 ws-audit-status PIC X(2).
01 ws-summary-status PIC X(2).
01 ws-audit-eof PIC X(1) value 'N'.
01 ws-summary-eof PIC X(1) value 'N'.
01 ws-audit-records-read PIC S9(15) value 0.
01 ws-summary-records-read PIC S9(9) value 0.

01 summary-count PIC S9(9) value 0.
01 summary-table.
       05 summary-entry occurs 1000 times.
           10 sum-movement PIC X(20).
           10 sum-direction PIC X(20).
           10 sum-profile PIC X(8).
           10 sum-total-steps PIC 9(15).
           10 sum-matched PIC X(1).
01 ws-summary-overflow PIC X(1) value 'N'.

01 trail-count PIC S9(9) value 0.
01 trail-table.
       05 trail-entry occurs 1000 times.
           10 trail-movement PIC X(20).
           10 trail-direction PIC X(20).
           10 trail-profile PIC X(8).
           10 trail-summary-idx PIC S9(9) USAGE IS binary value 0.
           10 trail-paths PIC S9(9) USAGE IS binary value 0.
           10 trail-records PIC S9(15) USAGE IS binary value 0.
           10 trail-exceptions PIC S9(9) USAGE IS binary value 0.
           10 trail-result PIC X(8).
01 ws-trail-overflow PIC X(1) value 'N'.
01 ws-trail-open PIC X(1) value 'N'.
01 ws-trail-no PIC S9(9) value 0.
01 ws-trail-idx PIC S9(9) value 0.
01 ws-trail-movement PIC X(20) value spaces.
01 ws-trail-direction PIC X(20) value spaces.
01 ws-trail-profile PIC X(8) value spaces.
01 ws-trail-records PIC S9(15) value 0.
01 ws-trail-exceptions PIC S9(9) value 0.

01 path-count PIC S9(9) value 0.
01 path-table.
       05 path-entry occurs 2000 times.
           10 path-id PIC 9(4).
           10 path-last-step PIC 9(15).
           10 path-last-to PIC X(8).
           10 path-first-z-step PIC 9(15).
           10 path-first-z-location PIC X(8).
01 ws-path-overflow PIC X(1) value 'N'.

01 ws-scan-idx PIC S9(9) value 0.
01 ws-find-idx PIC S9(9) value 0.
01 ws-suffix-idx PIC S9(9) value 0.
01 ws-suffix-location PIC X(8).
01 ws-location-suffix PIC X(1).
01 ws-expected-step PIC 9(15).
01 ws-summary-steps PIC 9(15).
01 ws-cycle-length PIC S9(15) value 0.
01 ws-cycle-rem PIC S9(15) value 0.
01 ws-projection-ok PIC X(1) value 'N'.

01 ws-exception-code PIC X(8).
01 ws-exception-path PIC 9(4).
01 ws-exception-step PIC 9(15).
01 ws-exception-text PIC X(60).
01 ws-exception-total PIC S9(9) value 0.
01 ws-break-count PIC S9(9) value 0.
01 ws-unsummarised-count PIC S9(9) value 0.
01 ws-untrailed-count PIC S9(9) value 0.
01 ws-report-number PIC Z(14)9.

01 ws-exception-detail.
       05 ed-trail-no PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 ed-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 ed-path-id PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 ed-step-number PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 ed-code PIC X(8).
       05 FILLER PIC X(1) value space.
       05 ed-text PIC X(60).
01 ws-trail-detail.
       05 td-trail-no PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 td-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 td-direction PIC X(20).
       05 FILLER PIC X(1) value space.
       05 td-profile PIC X(8).
       05 FILLER PIC X(1) value space.
       05 td-paths PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 td-records PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 td-summary-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 td-exceptions PIC 9(9).
       05 FILLER PIC X(1) value space.
       05 td-result PIC X(8).
01 ws-untrailed-detail.
       05 ud-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 ud-direction PIC X(20).
       05 FILLER PIC X(1) value space.
       05 ud-profile PIC X(8).
       05 FILLER PIC X(1) value space.
       05 ud-total-steps PIC 9(15).

procedure division.
main-procedure.
       perform load-summary-records
       open input audit-trail
       if ws-audit-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open day08-audit.txt (status " delimited by size
                  ws-audit-status delimited by size
                  "), nothing to reconcile" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       open output reconcile-report
       perform write-report-header
       perform reconcile-single-record until ws-audit-eof is equal to 'Y'
       close audit-trail
       if ws-trail-open is equal to 'Y'
           perform close-current-trail
       end-if
       perform write-trail-section
       perform write-untrailed-section
       perform write-report-totals
       close reconcile-report
       move spaces to ws-log-text
       string "Reconciled " delimited by size
              ws-audit-records-read delimited by size
              " audit records in " delimited by size
              ws-trail-no delimited by size
              " trails against " delimited by size
              ws-summary-records-read delimited by size
              " summary records" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       if ws-break-count is greater than 0 or ws-untrailed-count is greater than 0
           move spaces to ws-log-text
           string "ERROR: audit trail does not reconcile to day08-summary.txt, see day08-reconcile.txt" delimited by size
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
           move 8 to return-code
           stop run
       end-if
       if ws-unsummarised-count is greater than 0 or ws-summary-overflow is equal to 'Y'
           or ws-trail-overflow is equal to 'Y' or ws-path-overflow is equal to 'Y'
           move spaces to ws-log-text
           string "WARNING: audit trails without a summary record or table capacity reached, see day08-reconcile.txt" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           move 4 to return-code
       end-if
       stop run.

load-summary-records.
       open input summary-file
       if ws-summary-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open day08-summary.txt (status " delimited by size
                  ws-summary-status delimited by size
                  "), nothing to reconcile against" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       perform read-single-summary-record until ws-summary-eof is equal to 'Y'
       close summary-file
       .

read-single-summary-record.
       read summary-file
       at end move 'Y' to ws-summary-eof
       not at end
           if summary-total-steps is numeric
               add 1 to ws-summary-records-read
               if summary-count is less than total-summary-slots
                   add 1 to summary-count
                   move summary-movement-file to sum-movement(summary-count)
                   move summary-direction-file to sum-direction(summary-count)
                   move summary-profile-name to sum-profile(summary-count)
                   move summary-total-steps to sum-total-steps(summary-count)
                   move 'N' to sum-matched(summary-count)
               else
                   move 'Y' to ws-summary-overflow
               end-if
           end-if
       end-read.

*> A trail is the run of audit records day08 wrote for one pair: it ends
*> when the movement file, direction file or run profile changes or when
*> a path already seen in the trail starts again at step 1.
reconcile-single-record.
       read audit-trail
       at end move 'Y' to ws-audit-eof
       not at end
           add 1 to ws-audit-records-read
           if audit-step-number is not numeric or audit-path-id is not numeric
               if ws-trail-open is not equal to 'Y'
                   perform open-new-trail
               end-if
               move 'BAD-REC' to ws-exception-code
               move 0 to ws-exception-path
               move 0 to ws-exception-step
               move 'step number or path id not numeric' to ws-exception-text
               perform record-trail-exception
               add 1 to ws-trail-records
           else
               perform check-trail-boundary
               perform check-path-continuity
               add 1 to ws-trail-records
           end-if
       end-read.

check-trail-boundary.
       if ws-trail-open is equal to 'Y'
           if audit-movement-file is not equal to ws-trail-movement
               or audit-direction-file is not equal to ws-trail-direction
               or audit-profile-name is not equal to ws-trail-profile
               perform close-current-trail
           else
               if audit-step-number is equal to 1
                   perform find-trail-path
                   if ws-find-idx is greater than 0
                       perform close-current-trail
                   end-if
               end-if
           end-if
       end-if
       if ws-trail-open is not equal to 'Y'
           perform open-new-trail
       end-if
       .

open-new-trail.
       add 1 to ws-trail-no
       move audit-movement-file to ws-trail-movement
       move audit-direction-file to ws-trail-direction
       move audit-profile-name to ws-trail-profile
       move 0 to ws-trail-records
       move 0 to ws-trail-exceptions
       move 0 to path-count
       move 'Y' to ws-trail-open
       .

find-trail-path.
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than path-count
           if path-id(ws-scan-idx) is equal to audit-path-id
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       .

check-path-continuity.
       perform find-trail-path
       if ws-find-idx is equal to 0
           if path-count is not less than total-path-slots
               move 'Y' to ws-path-overflow
               exit paragraph
           end-if
           add 1 to path-count
           move path-count to ws-find-idx
           move audit-path-id to path-id(ws-find-idx)
           move 0 to path-first-z-step(ws-find-idx)
           move spaces to path-first-z-location(ws-find-idx)
           if audit-step-number is not equal to 1
               move 'GAP' to ws-exception-code
               move audit-path-id to ws-exception-path
               move audit-step-number to ws-exception-step
               move 'path trail does not start at step 1' to ws-exception-text
               perform record-trail-exception
           end-if
       else
           compute ws-expected-step = path-last-step(ws-find-idx) + 1
           evaluate true
               when audit-step-number is equal to ws-expected-step
                   if audit-from-location is not equal to path-last-to(ws-find-idx)
                       move 'LINK' to ws-exception-code
                       move audit-path-id to ws-exception-path
                       move audit-step-number to ws-exception-step
                       move spaces to ws-exception-text
                       string 'from ' delimited by size
                              audit-from-location delimited by space
                              ' but previous step ended at ' delimited by size
                              path-last-to(ws-find-idx) delimited by space
                              into ws-exception-text
                       perform record-trail-exception
                   end-if
               when audit-step-number is greater than ws-expected-step
                   move 'GAP' to ws-exception-code
                   move audit-path-id to ws-exception-path
                   move audit-step-number to ws-exception-step
                   move ws-expected-step to ws-report-number
                   move spaces to ws-exception-text
                   string 'steps missing from ' delimited by size
                          function trim(ws-report-number) delimited by size
                          into ws-exception-text
                   perform record-trail-exception
               when other
                   move 'REPEAT' to ws-exception-code
                   move audit-path-id to ws-exception-path
                   move audit-step-number to ws-exception-step
                   move path-last-step(ws-find-idx) to ws-report-number
                   move spaces to ws-exception-text
                   string 'step repeated or out of order after step ' delimited by size
                          function trim(ws-report-number) delimited by size
                          into ws-exception-text
                   perform record-trail-exception
           end-evaluate
       end-if
       move audit-step-number to path-last-step(ws-find-idx)
       move audit-to-location to path-last-to(ws-find-idx)
       if path-first-z-step(ws-find-idx) is equal to 0
           move audit-to-location to ws-suffix-location
           perform find-location-suffix
           if ws-location-suffix is equal to 'Z'
               move audit-step-number to path-first-z-step(ws-find-idx)
               move audit-to-location to path-first-z-location(ws-find-idx)
           end-if
       end-if
       .

*> The trail is matched to the first unmatched summary record for the
*> same movement file, direction file and run profile; a pair that
*> failed wrote no summary record, so its trail finds none.  Every path
*> must end on summary-total-steps, except a ghost path that day08
*> projected: its trail stops once the cycle is seen, so the total must
*> instead fall on that path's first Z step plus a whole number of
*> cycles.
close-current-trail.
       move 'N' to ws-trail-open
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than summary-count
           if sum-matched(ws-scan-idx) is equal to 'N' and sum-movement(ws-scan-idx) is equal to ws-trail-movement
               and sum-direction(ws-scan-idx) is equal to ws-trail-direction
               and sum-profile(ws-scan-idx) is equal to ws-trail-profile
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       if ws-find-idx is equal to 0
           move 'NO-SUMM' to ws-exception-code
           move 0 to ws-exception-path
           move 0 to ws-exception-step
           move 'no summary record for this trail, pair failed' to ws-exception-text
           perform record-trail-exception
           add 1 to ws-unsummarised-count
       else
           move 'Y' to sum-matched(ws-find-idx)
           move sum-total-steps(ws-find-idx) to ws-summary-steps
           perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than path-count
               perform check-path-final-step
           end-perform
       end-if
       perform save-trail-entry
       .

check-path-final-step.
       if path-last-step(ws-scan-idx) is equal to ws-summary-steps
           exit paragraph
       end-if
       if path-id(ws-scan-idx) is greater than 0
           perform check-projected-path
           if ws-projection-ok is equal to 'Y'
               exit paragraph
           end-if
       end-if
       move 'LAST-STP' to ws-exception-code
       move path-id(ws-scan-idx) to ws-exception-path
       move path-last-step(ws-scan-idx) to ws-exception-step
       move ws-summary-steps to ws-report-number
       move spaces to ws-exception-text
       string 'last step does not equal summary-total-steps ' delimited by size
              function trim(ws-report-number) delimited by size
              into ws-exception-text
       perform record-trail-exception
       .

check-projected-path.
       move 'N' to ws-projection-ok
       if path-first-z-step(ws-scan-idx) is equal to 0
           or path-last-to(ws-scan-idx) is not equal to path-first-z-location(ws-scan-idx)
           or ws-summary-steps is less than path-first-z-step(ws-scan-idx)
           exit paragraph
       end-if
       compute ws-cycle-length = path-last-step(ws-scan-idx) - path-first-z-step(ws-scan-idx)
       if ws-cycle-length is not greater than 0
           exit paragraph
       end-if
       compute ws-cycle-rem = function mod(ws-summary-steps - path-first-z-step(ws-scan-idx), ws-cycle-length)
       if ws-cycle-rem is equal to 0
           move 'Y' to ws-projection-ok
       end-if
       .

save-trail-entry.
       if trail-count is not less than total-trail-slots
           move 'Y' to ws-trail-overflow
           exit paragraph
       end-if
       add 1 to trail-count
       move ws-trail-movement to trail-movement(trail-count)
       move ws-trail-direction to trail-direction(trail-count)
       move ws-trail-profile to trail-profile(trail-count)
       move ws-find-idx to trail-summary-idx(trail-count)
       move path-count to trail-paths(trail-count)
       move ws-trail-records to trail-records(trail-count)
       move ws-trail-exceptions to trail-exceptions(trail-count)
       evaluate true
           when ws-find-idx is equal to 0
               move 'NO-SUMM' to trail-result(trail-count)
           when ws-trail-exceptions is greater than 0
               move 'BROKEN' to trail-result(trail-count)
           when other
               move 'OK' to trail-result(trail-count)
       end-evaluate
       .

record-trail-exception.
       add 1 to ws-trail-exceptions
       add 1 to ws-exception-total
       if ws-exception-code is not equal to 'NO-SUMM'
           add 1 to ws-break-count
       end-if
       if ws-trail-exceptions is greater than max-exceptions-per-trail
           exit paragraph
       end-if
       move ws-trail-no to ed-trail-no
       move ws-trail-movement to ed-movement
       move ws-exception-path to ed-path-id
       move ws-exception-step to ed-step-number
       move ws-exception-code to ed-code
       move ws-exception-text to ed-text
       move ws-exception-detail to reconcile-report-line
       write reconcile-report-line
       if ws-trail-exceptions is equal to max-exceptions-per-trail
           move spaces to reconcile-report-line
           string '     further exceptions for trail ' delimited by size
                  ed-trail-no delimited by size
                  ' counted but not listed' delimited by size
                  into reconcile-report-line
           write reconcile-report-line
       end-if
       .

find-location-suffix.
       move space to ws-location-suffix
       perform varying ws-suffix-idx from 8 by -1 until ws-suffix-idx is less than 1
           if ws-suffix-location(ws-suffix-idx:1) is not equal to space
               move ws-suffix-location(ws-suffix-idx:1) to ws-location-suffix
               exit perform
           end-if
       end-perform
       .

write-report-header.
       move 'AUDIT TRAIL RECONCILIATION day08-audit.txt AGAINST day08-summary.txt' to reconcile-report-line
       write reconcile-report-line
       move spaces to reconcile-report-line
       string 'RUN DATE ' delimited by size
              function current-date(1:8) delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move 'EXCEPTIONS (TRAIL MOVEMENT PATH STEP CODE DETAIL)' to reconcile-report-line
       write reconcile-report-line
       .

write-trail-section.
       if ws-exception-total is equal to 0
           move 'NONE' to reconcile-report-line
           write reconcile-report-line
       end-if
       move 'TRAILS (TRAIL MOVEMENT DIRECTION PROFILE PATHS RECORDS SUMMARY-STEPS EXCEPTIONS RESULT)' to reconcile-report-line
       write reconcile-report-line
       perform varying ws-trail-idx from 1 by 1 until ws-trail-idx is greater than trail-count
           move spaces to ws-trail-detail
           move ws-trail-idx to td-trail-no
           move trail-movement(ws-trail-idx) to td-movement
           move trail-direction(ws-trail-idx) to td-direction
           move trail-profile(ws-trail-idx) to td-profile
           move trail-paths(ws-trail-idx) to td-paths
           move trail-records(ws-trail-idx) to td-records
           move trail-exceptions(ws-trail-idx) to td-exceptions
           move trail-result(ws-trail-idx) to td-result
           move 0 to td-summary-steps
           if trail-summary-idx(ws-trail-idx) is greater than 0
               move trail-summary-idx(ws-trail-idx) to ws-scan-idx
               move sum-total-steps(ws-scan-idx) to td-summary-steps
           end-if
           move ws-trail-detail to reconcile-report-line
           write reconcile-report-line
       end-perform
       if trail-count is equal to 0
           move 'NONE' to reconcile-report-line
           write reconcile-report-line
       end-if
       .

*> A summary record with steps but no trail means the audit records for
*> that pair were lost; a zero-step pair legitimately has none.
write-untrailed-section.
       move 'SUMMARY RECORDS WITHOUT AN AUDIT TRAIL (MOVEMENT DIRECTION PROFILE TOTAL-STEPS)' to reconcile-report-line
       write reconcile-report-line
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than summary-count
           if sum-matched(ws-scan-idx) is equal to 'N' and sum-total-steps(ws-scan-idx) is greater than 0
               add 1 to ws-untrailed-count
               move sum-movement(ws-scan-idx) to ud-movement
               move sum-direction(ws-scan-idx) to ud-direction
               move sum-profile(ws-scan-idx) to ud-profile
               move sum-total-steps(ws-scan-idx) to ud-total-steps
               move ws-untrailed-detail to reconcile-report-line
               write reconcile-report-line
           end-if
       end-perform
       if ws-untrailed-count is equal to 0
           move 'NONE' to reconcile-report-line
           write reconcile-report-line
       end-if
       .

write-report-totals.
       move 'TOTALS' to reconcile-report-line
       write reconcile-report-line
       move ws-audit-records-read to ws-report-number
       move spaces to reconcile-report-line
       string 'AUDIT RECORDS READ      ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move ws-summary-records-read to ws-report-number
       move spaces to reconcile-report-line
       string 'SUMMARY RECORDS READ    ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move ws-trail-no to ws-report-number
       move spaces to reconcile-report-line
       string 'TRAILS                  ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move ws-break-count to ws-report-number
       move spaces to reconcile-report-line
       string 'CONTINUITY BREAKS       ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move ws-unsummarised-count to ws-report-number
       move spaces to reconcile-report-line
       string 'TRAILS WITHOUT SUMMARY  ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       move ws-untrailed-count to ws-report-number
       move spaces to reconcile-report-line
       string 'SUMMARIES WITHOUT TRAIL ' delimited by size
              ws-report-number delimited by size
              into reconcile-report-line
       write reconcile-report-line
       if ws-summary-overflow is equal to 'Y' or ws-trail-overflow is equal to 'Y' or ws-path-overflow is equal to 'Y'
           move 'WARNING: table capacity reached, reconciliation is incomplete' to reconcile-report-line
           write reconcile-report-line
       end-if
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08RCN' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
