identification division.
program-id. day08dig.
environment division.
input-output section.
file-control.
       select optional dig-control
       assign to 'dig-control.txt'
       organisation is line sequential
       file status is ws-dig-control-status.
       select optional message-log
       assign to 'day08-message-log.txt'
       organisation is line sequential
       file status is ws-log-status.
       select optional batch-report
       assign to 'day08-batch-report.txt'
       organisation is line sequential
       file status is ws-batch-report-status.
       select optional maint-register
       assign to 'day08-maint-register.txt'
       organisation is line sequential
       file status is ws-maint-register-status.
       select optional lock-register
       assign to 'day08-lock-register.txt'
       organisation is line sequential
       file status is ws-lock-register-status.
       select optional validation-report
       assign to 'day08-validate.txt'
       organisation is line sequential
       file status is ws-validation-status.
       select digest-report
       assign to 'day08-digest.txt'
       organisation is line sequential.
data division.
file section.
fd dig-control.
01 dig-control-record.
       05 dc-run-date PIC X(8).
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
fd batch-report.
01 batch-report-record.
       05 br-movement-file PIC X(20).
       05 FILLER PIC X(1).
       05 br-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 br-outcome PIC X(8).
       05 FILLER PIC X(1).
       05 br-reason PIC X(8).
       05 FILLER PIC X(1).
       05 br-steps PIC 9(15).
       05 FILLER PIC X(1).
       05 br-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 br-run-date PIC X(8).
fd maint-register.
01 maint-register-record.
       05 mr-action PIC X(1).
       05 FILLER PIC X(1).
       05 mr-location PIC X(8).
       05 FILLER PIC X(1).
       05 mr-left PIC X(8).
       05 FILLER PIC X(1).
       05 mr-right PIC X(8).
       05 FILLER PIC X(1).
       05 mr-status PIC X(8).
       05 FILLER PIC X(1).
       05 mr-reason PIC X(8).
       05 FILLER PIC X(1).
       05 mr-run-id PIC X(14).
fd lock-register.
01 lock-register-record.
       05 lr-run-date PIC X(8).
       05 FILLER PIC X(1).
       05 lr-run-time PIC X(6).
       05 FILLER PIC X(1).
       05 lr-action PIC X(8).
       05 FILLER PIC X(1).
       05 lr-cleared-program PIC X(8).
       05 FILLER PIC X(1).
       05 lr-held-date PIC X(8).
       05 FILLER PIC X(1).
       05 lr-held-time PIC X(6).
       05 FILLER PIC X(1).
       05 lr-index-filename PIC X(20).
fd validation-report.
01 validation-report-line PIC X(80).
fd digest-report.
01 digest-report-line PIC X(160).
working-storage section.
01 ws-log-status PIC X(2).
01 ws-log-severity PIC X(1) value 'I'.
01 ws-log-text PIC X(120) value spaces.
01 total-program-slots PIC S9(9) value 100.
01 total-entry-slots PIC S9(9) value 500.
01 total-pair-slots PIC S9(9) value 500.
01 total-card-slots PIC S9(9) value 1000.
01 total-reason-slots PIC S9(9) value 50.
01 total-unlock-slots PIC S9(9) value 100.
01 total-network-slots PIC S9(9) value 200.

01 ws-dig-control-status PIC X(2).
01 ws-batch-report-status PIC X(2).
01 ws-maint-register-status PIC X(2).
01 ws-lock-register-status PIC X(2).
01 ws-validation-status PIC X(2).
01 ws-source-eof PIC X(1) value 'N'.
01 ws-digest-date PIC X(8).
01 ws-produced-timestamp PIC X(14).

01 ws-log-present PIC X(1) value 'N'.
01 ws-batch-present PIC X(1) value 'N'.
01 ws-maint-present PIC X(1) value 'N'.
01 ws-lock-present PIC X(1) value 'N'.
01 ws-validation-present PIC X(1) value 'N'.

01 program-count PIC S9(9) value 0.
01 program-table.
       05 program-entry occurs 100 times.
           10 prog-name PIC X(8).
           10 prog-fatal PIC S9(9) USAGE IS binary value 0.
           10 prog-error PIC S9(9) USAGE IS binary value 0.
           10 prog-warning PIC S9(9) USAGE IS binary value 0.
01 entry-count PIC S9(9) value 0.
01 entry-table.
       05 entry-item occurs 500 times.
           10 ent-time PIC X(6).
           10 ent-program PIC X(8).
           10 ent-severity PIC X(1).
           10 ent-text PIC X(120).
01 ws-log-fatal-count PIC S9(9) value 0.
01 ws-log-error-count PIC S9(9) value 0.
01 ws-log-warning-count PIC S9(9) value 0.
01 ws-entry-overflow PIC X(1) value 'N'.

01 pair-count PIC S9(9) value 0.
01 pair-table.
       05 pair-entry occurs 500 times.
           10 pr-movement PIC X(20).
           10 pr-direction PIC X(20).
           10 pr-profile PIC X(8).
           10 pr-outcome PIC X(8).
           10 pr-reason PIC X(8).
01 ws-failed-pair-count PIC S9(9) value 0.
01 ws-skipped-pair-count PIC S9(9) value 0.
01 ws-batch-undated-count PIC S9(9) value 0.
01 ws-pair-overflow PIC X(1) value 'N'.
01 pair-reason-count PIC S9(9) value 0.
01 pair-reason-table.
       05 pair-reason-entry occurs 50 times.
           10 prr-outcome PIC X(8).
           10 prr-reason PIC X(8).
           10 prr-count PIC S9(9) USAGE IS binary value 0.

01 card-count PIC S9(9) value 0.
01 card-table.
       05 card-entry occurs 1000 times.
           10 cd-action PIC X(1).
           10 cd-location PIC X(8).
           10 cd-left PIC X(8).
           10 cd-right PIC X(8).
           10 cd-reason PIC X(8).
           10 cd-run-id PIC X(14).
01 ws-rejected-card-count PIC S9(9) value 0.
01 ws-card-overflow PIC X(1) value 'N'.
01 card-reason-count PIC S9(9) value 0.
01 card-reason-table.
       05 card-reason-entry occurs 50 times.
           10 crr-reason PIC X(8).
           10 crr-count PIC S9(9) USAGE IS binary value 0.

01 unlock-count PIC S9(9) value 0.
01 unlock-table.
       05 unlock-entry occurs 100 times.
           10 ul-run-time PIC X(6).
           10 ul-cleared-program PIC X(8).
           10 ul-held-date PIC X(8).
           10 ul-held-time PIC X(6).
           10 ul-index-filename PIC X(20).
01 ws-forced-unlock-count PIC S9(9) value 0.

01 network-count PIC S9(9) value 0.
01 network-table.
       05 network-entry occurs 200 times.
           10 nw-movement PIC X(20).
           10 nw-duplicates PIC S9(9) USAGE IS binary value 0.
           10 nw-dangling PIC S9(9) USAGE IS binary value 0.
           10 nw-unreachable PIC S9(9) USAGE IS binary value 0.
           10 nw-dead-ends PIC S9(9) USAGE IS binary value 0.
           10 nw-aborted PIC S9(9) USAGE IS binary value 0.
01 ws-network-included PIC X(1) value 'N'.
01 ws-network-idx PIC S9(9) value 0.
01 ws-networks-checked PIC S9(9) value 0.
01 ws-failing-network-count PIC S9(9) value 0.
01 ws-validation-undated-count PIC S9(9) value 0.

01 ws-scan-idx PIC S9(9) value 0.
01 ws-find-idx PIC S9(9) value 0.
01 ws-entry-idx PIC S9(9) value 0.
01 ws-group-severity PIC X(1).
01 ws-group-label PIC X(8).
01 ws-group-lines PIC S9(9) value 0.
01 ws-summary-severity PIC X(1).
01 ws-summary-program PIC X(8).
01 ws-summary-category PIC X(30).
01 ws-summary-count PIC S9(9) value 0.

01 ws-fatal-items PIC S9(9) value 0.
01 ws-unresolved-items PIC S9(9) value 0.
01 ws-warning-items PIC S9(9) value 0.
01 ws-digest-rc PIC 9(1) value 0.
01 ws-report-count PIC Z(8)9.

01 ws-summary-detail.
       05 FILLER PIC X(2) value spaces.
       05 sd-severity PIC X(8).
       05 FILLER PIC X(1) value space.
       05 sd-program PIC X(8).
       05 FILLER PIC X(1) value space.
       05 sd-category PIC X(30).
       05 FILLER PIC X(1) value space.
       05 sd-count PIC Z(8)9.
01 ws-entry-detail.
       05 FILLER PIC X(2) value spaces.
       05 ed-severity PIC X(1).
       05 FILLER PIC X(1) value space.
       05 ed-program PIC X(8).
       05 FILLER PIC X(1) value space.
       05 ed-time PIC X(6).
       05 FILLER PIC X(1) value space.
       05 ed-text PIC X(120).
01 ws-pair-detail.
       05 FILLER PIC X(2) value spaces.
       05 pd-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 pd-direction PIC X(20).
       05 FILLER PIC X(1) value space.
       05 pd-profile PIC X(8).
       05 FILLER PIC X(1) value space.
       05 pd-outcome PIC X(8).
       05 FILLER PIC X(1) value space.
       05 pd-reason PIC X(8).
01 ws-reason-detail.
       05 FILLER PIC X(2) value spaces.
       05 rsd-outcome PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rsd-reason PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rsd-count PIC Z(8)9.
01 ws-card-detail.
       05 FILLER PIC X(2) value spaces.
       05 cdd-run-id PIC X(14).
       05 FILLER PIC X(1) value space.
       05 cdd-action PIC X(1).
       05 FILLER PIC X(1) value space.
       05 cdd-location PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cdd-left PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cdd-right PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cdd-reason PIC X(8).
01 ws-unlock-detail.
       05 FILLER PIC X(2) value spaces.
       05 ud-run-time PIC X(6).
       05 FILLER PIC X(1) value space.
       05 ud-cleared-program PIC X(8).
       05 FILLER PIC X(1) value space.
       05 ud-held-date PIC X(8).
       05 FILLER PIC X(1) value space.
       05 ud-held-time PIC X(6).
       05 FILLER PIC X(1) value space.
       05 ud-index-filename PIC X(20).
01 ws-network-detail.
       05 FILLER PIC X(2) value spaces.
       05 nd-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 nd-duplicates PIC Z(8)9.
       05 FILLER PIC X(1) value space.
       05 nd-dangling PIC Z(8)9.
       05 FILLER PIC X(1) value space.
       05 nd-unreachable PIC Z(8)9.
       05 FILLER PIC X(1) value space.
       05 nd-dead-ends PIC Z(8)9.
       05 FILLER PIC X(1) value space.
       05 nd-aborted PIC Z(8)9.

procedure division.
main-procedure.
       move function current-date(1:14) to ws-produced-timestamp
       perform read-dig-control
       perform load-message-log
       perform load-batch-report
       perform load-maint-register
       perform load-lock-register
       perform load-validation-report
       perform total-digest-items
       open output digest-report
       perform write-digest-header
       perform write-severity-summary
       perform write-message-log-section
       perform write-batch-section
       perform write-maint-section
       perform write-unlock-section
       perform write-validation-section
       perform write-sign-off-section
       close digest-report
       move spaces to ws-log-text
       string "Exception digest for " delimited by size
              ws-digest-date delimited by size
              ": " delimited by size
              ws-fatal-items delimited by size
              " fatal, " delimited by size
              ws-unresolved-items delimited by size
              " unresolved, " delimited by size
              ws-warning-items delimited by size
              " warnings, see day08-digest.txt" delimited by size
              into ws-log-text
       evaluate true
           when ws-fatal-items is greater than 0
               move 'E' to ws-log-severity
           when ws-unresolved-items is greater than 0
               move 'W' to ws-log-severity
           when other
               move 'I' to ws-log-severity
       end-evaluate
       perform log-operational-message
       move ws-digest-rc to return-code
       stop run.

read-dig-control.
       move function current-date(1:8) to ws-digest-date
       open input dig-control
       if ws-dig-control-status is equal to '00'
           read dig-control
               not at end
                   if dc-run-date is numeric
                       move dc-run-date to ws-digest-date
                   end-if
           end-read
           close dig-control
       else
           if ws-dig-control-status is equal to '05'
               close dig-control
           end-if
       end-if
       .

*> The digest's own messages are left out so a rerun for the same date
*> does not count the previous digest.
load-message-log.
       open input message-log
       if ws-log-status is not equal to '00'
           if ws-log-status is equal to '05'
               close message-log
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-log-present
       move 'N' to ws-source-eof
       perform read-single-log-entry until ws-source-eof is equal to 'Y'
       close message-log
       .

read-single-log-entry.
       read message-log
       at end move 'Y' to ws-source-eof
       not at end
           if log-run-date is equal to ws-digest-date and log-program is not equal to 'DAY08DIG'
               and (log-severity is equal to 'F' or log-severity is equal to 'E' or log-severity is equal to 'W')
               perform tally-log-entry
           end-if
       end-read.

tally-log-entry.
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than program-count
           if prog-name(ws-scan-idx) is equal to log-program
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       if ws-find-idx is equal to 0
           if program-count is not less than total-program-slots
               move 'Y' to ws-entry-overflow
               exit paragraph
           end-if
           add 1 to program-count
           move program-count to ws-find-idx
           move log-program to prog-name(ws-find-idx)
           move 0 to prog-fatal(ws-find-idx)
           move 0 to prog-error(ws-find-idx)
           move 0 to prog-warning(ws-find-idx)
       end-if
       evaluate log-severity
           when 'F'
               add 1 to prog-fatal(ws-find-idx)
               add 1 to ws-log-fatal-count
           when 'E'
               add 1 to prog-error(ws-find-idx)
               add 1 to ws-log-error-count
           when other
               add 1 to prog-warning(ws-find-idx)
               add 1 to ws-log-warning-count
       end-evaluate
       if entry-count is not less than total-entry-slots
           move 'Y' to ws-entry-overflow
           exit paragraph
       end-if
       add 1 to entry-count
       move log-run-time to ent-time(entry-count)
       move log-program to ent-program(entry-count)
       move log-severity to ent-severity(entry-count)
       move log-text to ent-text(entry-count)
       .

*> Batch report lines written before the run date was carried on the
*> record cannot be placed on a day and are only counted.
load-batch-report.
       open input batch-report
       if ws-batch-report-status is not equal to '00'
           if ws-batch-report-status is equal to '05'
               close batch-report
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-batch-present
       move 'N' to ws-source-eof
       perform read-single-batch-outcome until ws-source-eof is equal to 'Y'
       close batch-report
       .

read-single-batch-outcome.
       read batch-report
       at end move 'Y' to ws-source-eof
       not at end
           if br-outcome is equal to 'FAILED' or br-outcome is equal to 'SKIPPED'
               if br-run-date is equal to spaces
                   add 1 to ws-batch-undated-count
               else
                   if br-run-date is equal to ws-digest-date
                       perform tally-batch-exception
                   end-if
               end-if
           end-if
       end-read.

tally-batch-exception.
       if br-outcome is equal to 'FAILED'
           add 1 to ws-failed-pair-count
       else
           add 1 to ws-skipped-pair-count
       end-if
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than pair-reason-count
           if prr-outcome(ws-scan-idx) is equal to br-outcome and prr-reason(ws-scan-idx) is equal to br-reason
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       if ws-find-idx is equal to 0 and pair-reason-count is less than total-reason-slots
           add 1 to pair-reason-count
           move pair-reason-count to ws-find-idx
           move br-outcome to prr-outcome(ws-find-idx)
           move br-reason to prr-reason(ws-find-idx)
           move 0 to prr-count(ws-find-idx)
       end-if
       if ws-find-idx is greater than 0
           add 1 to prr-count(ws-find-idx)
       end-if
       if pair-count is not less than total-pair-slots
           move 'Y' to ws-pair-overflow
           exit paragraph
       end-if
       add 1 to pair-count
       move br-movement-file to pr-movement(pair-count)
       move br-direction-file to pr-direction(pair-count)
       move br-profile-name to pr-profile(pair-count)
       move br-outcome to pr-outcome(pair-count)
       move br-reason to pr-reason(pair-count)
       .

load-maint-register.
       open input maint-register
       if ws-maint-register-status is not equal to '00'
           if ws-maint-register-status is equal to '05'
               close maint-register
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-maint-present
       move 'N' to ws-source-eof
       perform read-single-register-card until ws-source-eof is equal to 'Y'
       close maint-register
       .

read-single-register-card.
       read maint-register
       at end move 'Y' to ws-source-eof
       not at end
           if mr-status is equal to 'REJECTED' and mr-run-id(1:8) is equal to ws-digest-date
               perform tally-rejected-card
           end-if
       end-read.

tally-rejected-card.
       add 1 to ws-rejected-card-count
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than card-reason-count
           if crr-reason(ws-scan-idx) is equal to mr-reason
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       if ws-find-idx is equal to 0 and card-reason-count is less than total-reason-slots
           add 1 to card-reason-count
           move card-reason-count to ws-find-idx
           move mr-reason to crr-reason(ws-find-idx)
           move 0 to crr-count(ws-find-idx)
       end-if
       if ws-find-idx is greater than 0
           add 1 to crr-count(ws-find-idx)
       end-if
       if card-count is not less than total-card-slots
           move 'Y' to ws-card-overflow
           exit paragraph
       end-if
       add 1 to card-count
       move mr-action to cd-action(card-count)
       move mr-location to cd-location(card-count)
       move mr-left to cd-left(card-count)
       move mr-right to cd-right(card-count)
       move mr-reason to cd-reason(card-count)
       move mr-run-id to cd-run-id(card-count)
       .

load-lock-register.
       open input lock-register
       if ws-lock-register-status is not equal to '00'
           if ws-lock-register-status is equal to '05'
               close lock-register
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-lock-present
       move 'N' to ws-source-eof
       perform read-single-lock-override until ws-source-eof is equal to 'Y'
       close lock-register
       .

read-single-lock-override.
       read lock-register
       at end move 'Y' to ws-source-eof
       not at end
           if lr-action is equal to 'OVERRIDE' and lr-run-date is equal to ws-digest-date
               add 1 to ws-forced-unlock-count
               if unlock-count is less than total-unlock-slots
                   add 1 to unlock-count
                   move lr-run-time to ul-run-time(unlock-count)
                   move lr-cleared-program to ul-cleared-program(unlock-count)
                   move lr-held-date to ul-held-date(unlock-count)
                   move lr-held-time to ul-held-time(unlock-count)
                   move lr-index-filename to ul-index-filename(unlock-count)
               end-if
           end-if
       end-read.

*> day08val and day08 rewrite day08-validate.txt on every validation, so
*> it holds only the last network validated, opened by a NETWORK
*> VALIDATION header carrying the movement file and run date.
load-validation-report.
       open input validation-report
       if ws-validation-status is not equal to '00'
           if ws-validation-status is equal to '05'
               close validation-report
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-validation-present
       move 'N' to ws-network-included
       move 'N' to ws-source-eof
       perform read-single-validation-line until ws-source-eof is equal to 'Y'
       close validation-report
       .

read-single-validation-line.
       read validation-report
       at end move 'Y' to ws-source-eof
       not at end
           if validation-report-line(1:19) is equal to 'NETWORK VALIDATION '
               perform start-validation-network
           else
               if ws-network-included is equal to 'Y'
                   perform tally-validation-line
               end-if
           end-if
       end-read.

start-validation-network.
       move 'N' to ws-network-included
       if validation-report-line(40:10) is not equal to ' RUN DATE '
           add 1 to ws-validation-undated-count
           exit paragraph
       end-if
       if validation-report-line(50:8) is not equal to ws-digest-date
           exit paragraph
       end-if
       add 1 to ws-networks-checked
       if network-count is not less than total-network-slots
           exit paragraph
       end-if
       add 1 to network-count
       move network-count to ws-network-idx
       move validation-report-line(20:20) to nw-movement(ws-network-idx)
       move 0 to nw-duplicates(ws-network-idx)
       move 0 to nw-dangling(ws-network-idx)
       move 0 to nw-unreachable(ws-network-idx)
       move 0 to nw-dead-ends(ws-network-idx)
       move 0 to nw-aborted(ws-network-idx)
       move 'Y' to ws-network-included
       .

tally-validation-line.
       evaluate true
           when validation-report-line(1:19) is equal to 'DUPLICATE LOCATION '
               add 1 to nw-duplicates(ws-network-idx)
           when validation-report-line(1:14) is equal to 'DANGLING LEFT '
               or validation-report-line(1:15) is equal to 'DANGLING RIGHT '
               or validation-report-line(1:15) is equal to 'START LOCATION '
               or validation-report-line(1:13) is equal to 'END LOCATION '
               add 1 to nw-dangling(ws-network-idx)
           when validation-report-line(1:17) is equal to 'UNREACHABLE FROM '
               add 1 to nw-unreachable(ws-network-idx)
           when validation-report-line(1:9) is equal to 'DEAD END,'
               add 1 to nw-dead-ends(ws-network-idx)
           when validation-report-line(1:19) is equal to 'VALIDATION ABORTED:'
               or validation-report-line(1:22) is equal to 'VALIDATION INCOMPLETE:'
               add 1 to nw-aborted(ws-network-idx)
       end-evaluate
       .

*> Fatal log entries hold the handover.  Error entries, failed pairs,
*> rejected cards, forced unlocks and networks failing validation are
*> unresolved until someone has dealt with them.  Warnings and skipped
*> pairs are listed but do not set the return code.
total-digest-items.
       perform varying ws-network-idx from 1 by 1 until ws-network-idx is greater than network-count
           if nw-duplicates(ws-network-idx) + nw-dangling(ws-network-idx) + nw-unreachable(ws-network-idx)
               + nw-dead-ends(ws-network-idx) + nw-aborted(ws-network-idx) is greater than 0
               add 1 to ws-failing-network-count
           end-if
       end-perform
       move ws-log-fatal-count to ws-fatal-items
       compute ws-unresolved-items = ws-log-error-count + ws-failed-pair-count + ws-rejected-card-count
               + ws-forced-unlock-count + ws-failing-network-count
       compute ws-warning-items = ws-log-warning-count + ws-skipped-pair-count
       evaluate true
           when ws-fatal-items is greater than 0
               move 8 to ws-digest-rc
           when ws-unresolved-items is greater than 0
               move 4 to ws-digest-rc
           when other
               move 0 to ws-digest-rc
       end-evaluate
       .

write-digest-header.
       move spaces to digest-report-line
       string 'DAILY OPERATIONS EXCEPTION DIGEST RUN DATE ' delimited by size
              ws-digest-date delimited by size
              ' PRODUCED ' delimited by size
              ws-produced-timestamp(1:8) delimited by size
              ' ' delimited by size
              ws-produced-timestamp(9:6) delimited by size
              into digest-report-line
       write digest-report-line
       move spaces to digest-report-line
       write digest-report-line
       .

write-severity-summary.
       move 'EXCEPTIONS BY SEVERITY AND PROGRAM (SEVERITY PROGRAM CATEGORY COUNT)' to digest-report-line
       write digest-report-line
       move 0 to ws-group-lines
       move 'F' to ws-group-severity
       move 'FATAL' to ws-group-label
       perform write-severity-group
       move 'E' to ws-group-severity
       move 'ERROR' to ws-group-label
       perform write-severity-group
       move 'W' to ws-group-severity
       move 'WARNING' to ws-group-label
       perform write-severity-group
       if ws-group-lines is equal to 0
           move '  NONE' to digest-report-line
           write digest-report-line
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-severity-group.
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than program-count
           move prog-name(ws-scan-idx) to ws-summary-program
           move 'MESSAGE LOG ENTRIES' to ws-summary-category
           evaluate ws-group-severity
               when 'F'
                   move prog-fatal(ws-scan-idx) to ws-summary-count
               when 'E'
                   move prog-error(ws-scan-idx) to ws-summary-count
               when other
                   move prog-warning(ws-scan-idx) to ws-summary-count
           end-evaluate
           perform write-summary-line
       end-perform
       if ws-group-severity is equal to 'E'
           move 'DAY08' to ws-summary-program
           move 'FAILED BATCH PAIRS' to ws-summary-category
           move ws-failed-pair-count to ws-summary-count
           perform write-summary-line
           move 'DAY08MNT' to ws-summary-program
           move 'REJECTED MAINTENANCE CARDS' to ws-summary-category
           move ws-rejected-card-count to ws-summary-count
           perform write-summary-line
           move 'DAY08ULK' to ws-summary-program
           move 'FORCED UNLOCKS' to ws-summary-category
           move ws-forced-unlock-count to ws-summary-count
           perform write-summary-line
           move 'DAY08VAL' to ws-summary-program
           move 'NETWORKS FAILING VALIDATION' to ws-summary-category
           move ws-failing-network-count to ws-summary-count
           perform write-summary-line
       end-if
       if ws-group-severity is equal to 'W'
           move 'DAY08' to ws-summary-program
           move 'SKIPPED BATCH PAIRS' to ws-summary-category
           move ws-skipped-pair-count to ws-summary-count
           perform write-summary-line
       end-if
       .

write-summary-line.
       if ws-summary-count is equal to 0
           exit paragraph
       end-if
       add 1 to ws-group-lines
       move ws-group-label to sd-severity
       move ws-summary-program to sd-program
       move ws-summary-category to sd-category
       move ws-summary-count to sd-count
       move ws-summary-detail to digest-report-line
       write digest-report-line
       .

write-message-log-section.
       move 'MESSAGE LOG day08-message-log.txt (SEVERITY PROGRAM TIME TEXT)' to digest-report-line
       write digest-report-line
       if ws-log-present is not equal to 'Y'
           move '  NOT PRESENT' to digest-report-line
           write digest-report-line
       else
           move 'F' to ws-group-severity
           perform write-log-entries-for-severity
           move 'E' to ws-group-severity
           perform write-log-entries-for-severity
           move 'W' to ws-group-severity
           perform write-log-entries-for-severity
           if entry-count is equal to 0
               move '  NONE' to digest-report-line
               write digest-report-line
           end-if
           if ws-entry-overflow is equal to 'Y'
               move '  LISTING INCOMPLETE: ENTRY TABLE CAPACITY REACHED, COUNTS ABOVE ARE COMPLETE' to digest-report-line
               write digest-report-line
           end-if
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-log-entries-for-severity.
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than program-count
           perform varying ws-entry-idx from 1 by 1 until ws-entry-idx is greater than entry-count
               if ent-severity(ws-entry-idx) is equal to ws-group-severity
                   and ent-program(ws-entry-idx) is equal to prog-name(ws-scan-idx)
                   move ent-severity(ws-entry-idx) to ed-severity
                   move ent-program(ws-entry-idx) to ed-program
                   move ent-time(ws-entry-idx) to ed-time
                   move ent-text(ws-entry-idx) to ed-text
                   move ws-entry-detail to digest-report-line
                   write digest-report-line
               end-if
           end-perform
       end-perform
       .

write-batch-section.
       move 'FAILED OR SKIPPED BATCH PAIRS day08-batch-report.txt (MOVEMENT DIRECTION PROFILE OUTCOME REASON)' to digest-report-line
       write digest-report-line
       if ws-batch-present is not equal to 'Y'
           move '  NOT PRESENT' to digest-report-line
           write digest-report-line
       else
           perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than pair-count
               move pr-movement(ws-scan-idx) to pd-movement
               move pr-direction(ws-scan-idx) to pd-direction
               move pr-profile(ws-scan-idx) to pd-profile
               move pr-outcome(ws-scan-idx) to pd-outcome
               move pr-reason(ws-scan-idx) to pd-reason
               move ws-pair-detail to digest-report-line
               write digest-report-line
           end-perform
           if pair-count is equal to 0
               move '  NONE' to digest-report-line
               write digest-report-line
           end-if
           if ws-pair-overflow is equal to 'Y'
               move '  LISTING INCOMPLETE: PAIR TABLE CAPACITY REACHED, COUNTS BELOW ARE COMPLETE' to digest-report-line
               write digest-report-line
           end-if
           if pair-reason-count is greater than 0
               move '  BY OUTCOME AND REASON (OUTCOME REASON COUNT)' to digest-report-line
               write digest-report-line
               perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than pair-reason-count
                   move prr-outcome(ws-scan-idx) to rsd-outcome
                   move prr-reason(ws-scan-idx) to rsd-reason
                   move prr-count(ws-scan-idx) to rsd-count
                   move ws-reason-detail to digest-report-line
                   write digest-report-line
               end-perform
           end-if
           if ws-batch-undated-count is greater than 0
               move ws-batch-undated-count to ws-report-count
               move spaces to digest-report-line
               string '  UNDATED FAILED OR SKIPPED LINES NOT INCLUDED ' delimited by size
                      ws-report-count delimited by size
                      into digest-report-line
               write digest-report-line
           end-if
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-maint-section.
       move 'REJECTED MAINTENANCE CARDS day08-maint-register.txt (RUN-ID ACTION LOCATION LEFT RIGHT REASON)' to digest-report-line
       write digest-report-line
       if ws-maint-present is not equal to 'Y'
           move '  NOT PRESENT' to digest-report-line
           write digest-report-line
       else
           perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than card-count
               move cd-run-id(ws-scan-idx) to cdd-run-id
               move cd-action(ws-scan-idx) to cdd-action
               move cd-location(ws-scan-idx) to cdd-location
               move cd-left(ws-scan-idx) to cdd-left
               move cd-right(ws-scan-idx) to cdd-right
               move cd-reason(ws-scan-idx) to cdd-reason
               move ws-card-detail to digest-report-line
               write digest-report-line
           end-perform
           if card-count is equal to 0
               move '  NONE' to digest-report-line
               write digest-report-line
           end-if
           if ws-card-overflow is equal to 'Y'
               move '  LISTING INCOMPLETE: CARD TABLE CAPACITY REACHED, COUNTS BELOW ARE COMPLETE' to digest-report-line
               write digest-report-line
           end-if
           if card-reason-count is greater than 0
               move '  BY REASON (REASON COUNT)' to digest-report-line
               write digest-report-line
               perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than card-reason-count
                   move 'REJECTED' to rsd-outcome
                   move crr-reason(ws-scan-idx) to rsd-reason
                   move crr-count(ws-scan-idx) to rsd-count
                   move ws-reason-detail to digest-report-line
                   write digest-report-line
               end-perform
           end-if
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-unlock-section.
       move 'FORCED UNLOCKS day08-lock-register.txt (TIME CLEARED-PROGRAM HELD-DATE HELD-TIME INDEX)' to digest-report-line
       write digest-report-line
       if ws-lock-present is not equal to 'Y'
           move '  NOT PRESENT' to digest-report-line
           write digest-report-line
       else
           perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than unlock-count
               move ul-run-time(ws-scan-idx) to ud-run-time
               move ul-cleared-program(ws-scan-idx) to ud-cleared-program
               move ul-held-date(ws-scan-idx) to ud-held-date
               move ul-held-time(ws-scan-idx) to ud-held-time
               move ul-index-filename(ws-scan-idx) to ud-index-filename
               move ws-unlock-detail to digest-report-line
               write digest-report-line
           end-perform
           if unlock-count is equal to 0
               move '  NONE' to digest-report-line
               write digest-report-line
           end-if
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-validation-section.
       move 'NETWORKS FAILING VALIDATION day08-validate.txt (MOVEMENT DUPLICATES DANGLING UNREACHABLE DEAD-ENDS ABORTED)' to digest-report-line
       write digest-report-line
       if ws-validation-present is not equal to 'Y'
           move '  NOT PRESENT' to digest-report-line
           write digest-report-line
       else
           perform varying ws-network-idx from 1 by 1 until ws-network-idx is greater than network-count
               if nw-duplicates(ws-network-idx) + nw-dangling(ws-network-idx) + nw-unreachable(ws-network-idx)
                   + nw-dead-ends(ws-network-idx) + nw-aborted(ws-network-idx) is greater than 0
                   move nw-movement(ws-network-idx) to nd-movement
                   move nw-duplicates(ws-network-idx) to nd-duplicates
                   move nw-dangling(ws-network-idx) to nd-dangling
                   move nw-unreachable(ws-network-idx) to nd-unreachable
                   move nw-dead-ends(ws-network-idx) to nd-dead-ends
                   move nw-aborted(ws-network-idx) to nd-aborted
                   move ws-network-detail to digest-report-line
                   write digest-report-line
               end-if
           end-perform
           if ws-failing-network-count is equal to 0
               move '  NONE' to digest-report-line
               write digest-report-line
           end-if
           evaluate true
               when ws-networks-checked is greater than 0
                   move spaces to digest-report-line
                   string '  LAST NETWORK VALIDATED ON RUN DATE ' delimited by size
                          nw-movement(network-count) delimited by size
                          into digest-report-line
               when ws-validation-undated-count is greater than 0
                   move '  LAST VALIDATION IS UNDATED, NOT INCLUDED' to digest-report-line
               when other
                   move '  LAST VALIDATION IS NOT FROM RUN DATE' to digest-report-line
           end-evaluate
           write digest-report-line
       end-if
       move spaces to digest-report-line
       write digest-report-line
       .

write-sign-off-section.
       move 'SIGN-OFF' to digest-report-line
       write digest-report-line
       move ws-fatal-items to ws-report-count
       move spaces to digest-report-line
       string '  FATAL ITEMS             ' delimited by size
              ws-report-count delimited by size
              into digest-report-line
       write digest-report-line
       move ws-unresolved-items to ws-report-count
       move spaces to digest-report-line
       string '  UNRESOLVED ITEMS        ' delimited by size
              ws-report-count delimited by size
              into digest-report-line
       write digest-report-line
       move ws-warning-items to ws-report-count
       move spaces to digest-report-line
       string '  WARNINGS                ' delimited by size
              ws-report-count delimited by size
              into digest-report-line
       write digest-report-line
       move spaces to digest-report-line
       evaluate true
           when ws-fatal-items is greater than 0
               move '  HANDOVER STATUS         HOLD - FATAL ITEMS PRESENT' to digest-report-line
           when ws-unresolved-items is greater than 0
               move '  HANDOVER STATUS         HOLD - UNRESOLVED ITEMS PRESENT' to digest-report-line
           when other
               move '  HANDOVER STATUS         CLEAR' to digest-report-line
       end-evaluate
       write digest-report-line
       move spaces to digest-report-line
       string '  RETURN CODE                     ' delimited by size
              ws-digest-rc delimited by size
              into digest-report-line
       write digest-report-line
       move spaces to digest-report-line
       write digest-report-line
       move '  REVIEWED BY (NIGHT SHIFT)  ______________________  DATE ________  TIME ______' to digest-report-line
       write digest-report-line
       move '  ACCEPTED BY (DAY SHIFT)    ______________________  DATE ________  TIME ______' to digest-report-line
       write digest-report-line
       move '  ITEMS CARRIED FORWARD      ______________________________________________________' to digest-report-line
       write digest-report-line
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08DIG' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
