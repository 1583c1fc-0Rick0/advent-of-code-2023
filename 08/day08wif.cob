identification division.
program-id. day08wif.
environment division.
input-output section.
file-control.
       select movement-index
       assign to ws-movement-index-filename
       organisation is indexed
       access mode is dynamic
       record key is idx-location
       file status is ws-movement-index-status.
       select scratch-index
       assign to ws-scratch-index-filename
       organisation is indexed
       access mode is dynamic
       record key is scr-location
       file status is ws-scratch-index-status.
       select movement-trans
       assign to 'movement-trans.txt'
       organisation is line sequential
       file status is ws-trans-status.
       select direction
       assign to ws-direction-filename
       organisation is line sequential
       file status is ws-direction-status.
       select optional parameter-card
       assign to 'params.txt'
       organisation is line sequential
       file status is ws-param-status.
       select optional run-profile
       assign to 'run-profiles.txt'
       organisation is line sequential
       file status is ws-profile-status.
       select optional batch-control
       assign to 'batch-control.txt'
       organisation is line sequential
       file status is ws-batch-control-status.
       select impact-report
       assign to 'day08-impact.txt'
       organisation is line sequential.
       select optional master-lock
       assign to 'day08-lock.txt'
       organisation is line sequential
       file status is ws-lock-status.
       select optional message-log
       assign to 'day08-message-log.txt'
       organisation is line sequential
       file status is ws-log-status.
data division.
file section.
fd movement-index.
01 movement-index-record.
       05 idx-location PIC X(8).
       05 idx-left PIC X(8).
       05 idx-right PIC X(8).
fd scratch-index.
01 scratch-index-record.
       05 scr-location PIC X(8).
       05 scr-left PIC X(8).
       05 scr-right PIC X(8).
fd movement-trans.
01 movement-trans-record PIC X(40).
fd direction.
01 direction-record PIC X(500).
fd parameter-card.
01 param-record PIC X(80).
fd batch-control.
01 batch-control-record.
       05 bc-movement-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bc-direction-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bc-profile-name PIC X(8).
fd run-profile.
01 run-profile-record PIC X(80).
fd impact-report.
01 impact-report-line PIC X(150).
fd master-lock.
01 master-lock-record.
       05 lock-program PIC X(8).
       05 FILLER PIC X(1).
       05 lock-run-date PIC X(8).
       05 FILLER PIC X(1).
       05 lock-run-time PIC X(6).
       05 FILLER PIC X(1).
       05 lock-index-filename PIC X(20).
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
01 total-node-slots PIC S9(9) value 6000.
01 total-directions PIC S9(9) value 100000.

01 ws-movement-index-filename PIC X(20) value 'movement.idx'.
01 ws-scratch-index-filename PIC X(20) value 'day08-wif.idx'.
01 ws-movement-filename PIC X(20) value 'input2.txt'.
01 ws-direction-filename PIC X(20) value 'input3.txt'.
01 ws-movement-index-status PIC X(2).
01 ws-scratch-index-status PIC X(2).
01 ws-trans-status PIC X(2).
01 ws-direction-status PIC X(2).
01 ws-param-status PIC X(2).
01 ws-batch-control-status PIC X(2).
01 ws-run-date PIC X(8).

01 ws-lock-status PIC X(2).
01 ws-lock-held PIC X(1) value 'N'.
01 ws-lock-holder PIC X(8) value spaces.
01 ws-lock-held-date PIC X(8) value spaces.
01 ws-lock-held-time PIC X(6) value spaces.

01 param-mode PIC X(1).
01 param-start-location PIC X(8).
01 param-end-location PIC X(8).
01 param-max-steps PIC 9(15).
01 param-load-source PIC X(1).
01 ws-param-token-mode PIC X(8).
01 ws-param-token-start PIC X(8).
01 ws-param-token-end PIC X(8).
01 ws-param-token-max PIC X(15).
01 ws-param-token-interval PIC X(9).
01 ws-param-token-load PIC X(8).

01 ws-run-mode PIC X(1) value 'S'.
01 ws-start-location PIC X(8) value 'AAA'.
01 ws-end-location PIC X(8) value 'ZZZ'.
01 ws-max-steps PIC 9(15) value 10000000.
01 ws-max-steps-explicit PIC X(1) value 'N'.
01 ws-load-source PIC X(1) value 'R'.

*> params.txt settings, restored for each pair before its run profile.
01 base-run-mode PIC X(1) value 'S'.
01 base-start-location PIC X(8) value 'AAA'.
01 base-end-location PIC X(8) value 'ZZZ'.
01 base-max-steps PIC 9(15) value 10000000.
01 base-max-steps-explicit PIC X(1) value 'N'.
01 base-load-source PIC X(1) value 'R'.

*> Run profiles as day08 reads them from run-profiles.txt.  Only pairs
*> that load the movement master can be affected by the deck.
01 ws-profile-status PIC X(2).
01 ws-profile-eof PIC X(1) value 'N'.
01 ws-profile-name PIC X(8) value spaces.
01 ws-profile-found PIC X(1) value 'N'.
01 ws-profile-valid PIC X(1) value 'N'.
01 ws-profile-token-name PIC X(8).
01 ws-profile-token-mode PIC X(8).
01 ws-profile-token-start PIC X(8).
01 ws-profile-token-end PIC X(8).
01 ws-profile-token-max PIC X(15).
01 ws-profile-token-load PIC X(8).
01 total-profile-slots PIC S9(9) value 200.
01 profile-count PIC S9(9) value 0.
01 profile-table.
       05 profile-entry occurs 200 times.
           10 prof-name PIC X(8).
           10 prof-mode PIC X(1).
           10 prof-start-location PIC X(8).
           10 prof-end-location PIC X(8).
           10 prof-max-steps PIC 9(15).
           10 prof-load-source PIC X(1).
01 ws-profile-idx PIC S9(9) value 0.

01 ws-trans-eof PIC X(1) value 'N'.
01 trans-action PIC X(1).
01 trans-location PIC X(8).
01 trans-left PIC X(8).
01 trans-right PIC X(8).
01 ws-trans-token-action PIC X(8).
01 ws-trans-token-1 PIC X(8).
01 ws-trans-token-2 PIC X(8).
01 ws-trans-token-3 PIC X(8).
01 ws-trans-token-count PIC S9(4) value 0.
01 ws-trans-old-card.
       05 old-action PIC X(1).
       05 FILLER PIC X(1).
       05 old-location PIC X(3).
       05 FILLER PIC X(1).
       05 old-left PIC X(3).
       05 FILLER PIC X(1).
       05 old-right PIC X(3).
       05 FILLER PIC X(27).
01 ws-reject-reason PIC X(8) value spaces.
01 ws-cards-read PIC S9(9) value 0.
01 ws-would-apply-count PIC S9(9) value 0.
01 ws-would-reject-count PIC S9(9) value 0.
01 ws-would-defer-count PIC S9(9) value 0.

*> Referential checks as day08mnt makes them, against the scratch copy.
01 ws-new-left PIC X(8).
01 ws-new-right PIC X(8).
01 ws-check-location PIC X(8).
01 ws-node-found PIC X(1) value 'N'.
01 ws-missing-left PIC X(1) value 'N'.
01 ws-missing-right PIC X(1) value 'N'.
01 ws-hold-card PIC X(1) value 'N'.
01 ws-final-pass PIC X(1) value 'N'.
01 ws-deferred-card PIC X(1) value 'N'.
01 ws-retry-progress PIC X(1) value 'N'.
01 ws-where-used-target PIC X(8).
01 ws-where-used-count PIC S9(9) value 0.
01 ws-eof-where-used PIC X(1) value 'N'.
01 total-held-slots PIC S9(9) value 5000.
01 held-count PIC S9(9) value 0.
01 held-table.
       05 held-entry occurs 5000 times.
           10 held-action PIC X(1).
           10 held-location PIC X(8).
           10 held-left PIC X(8).
           10 held-right PIC X(8).
           10 held-done PIC X(1).
           10 held-in-cycle PIC X(1).
01 ws-held-idx PIC S9(9) value 0.
01 ws-cycle-idx PIC S9(9) value 0.
01 ws-cycle-dropped PIC X(1) value 'N'.
01 ws-cycle-reference PIC X(8).
01 ws-reference-satisfied PIC X(1) value 'N'.
01 ws-scan-limit PIC S9(9) value 0.

01 ws-eof-master PIC X(1) value 'N'.
01 ws-records-copied PIC S9(9) value 0.

01 direction-values PIC X(1) occurs 100000 times.
01 ws-directions-count PIC S9(9) value 0.
01 ws-direction-eof PIC X(1) value 'N'.
01 ws-directions-truncated PIC X(1) value 'N'.
01 ws-directions-usable PIC X(1) value 'N'.
01 ws-direction-line PIC X(500).
01 ws-direction-line-length PIC S9(4) value 0.
01 ws-char-idx PIC S9(4) value 0.
01 ws-fill-idx PIC S9(9) value 1.
01 direction-idx PIC S9(9) value 1.

*> Network 1 is the master as it stands, network 2 is the scratch
*> copy after the pending deck has been run against it.
01 ws-net PIC S9(4) value 1.
01 net-count-table.
       05 net-node-count PIC S9(9) occurs 2 times.
01 network-table.
       05 network-entry occurs 2 times.
           10 net-node occurs 6000 times.
               15 net-location PIC X(8).
               15 net-left PIC X(8).
               15 net-right PIC X(8).
               15 net-left-idx PIC S9(9) USAGE IS binary.
               15 net-right-idx PIC S9(9) USAGE IS binary.
               15 net-seen PIC X(1).
01 ws-node-overflow PIC X(1) value 'N'.
01 ws-node-idx PIC S9(9) value 0.
01 ws-scan-idx PIC S9(9) value 0.
01 ws-find-idx PIC S9(9) value 0.
01 ws-find-location PIC X(8).

01 ws-suffix-location PIC X(8).
01 ws-location-suffix PIC X(1).
01 ws-suffix-idx PIC S9(4) value 0.

01 bfs-queue-table.
       05 bfs-q-idx PIC S9(9) USAGE IS binary occurs 6000 times.
       05 bfs-q-depth PIC S9(9) USAGE IS binary occurs 6000 times.
01 bfs-head PIC S9(9) value 0.
01 bfs-tail PIC S9(9) value 0.
01 ws-bfs-start-idx PIC S9(9) value 0.
01 ws-bfs-found PIC X(1) value 'N'.
01 ws-bfs-hops PIC S9(9) value 0.
01 ws-bfs-cur-depth PIC S9(9) value 0.
01 ws-bfs-cur-idx PIC S9(9) value 0.
01 ws-bfs-next-loc PIC X(8).
01 ws-bfs-next-idx PIC S9(9) value 0.
01 ws-ghost-starts PIC S9(9) value 0.

01 ws-start-idx PIC S9(9) value 0.
01 ws-walk-idx PIC S9(9) value 0.
01 ws-walk-location PIC X(8).
01 ws-walk-steps PIC S9(15) USAGE IS binary value 0.

01 pair-result-table.
       05 pair-result occurs 2 times.
           10 pr-reach PIC X(1).
           10 pr-hops PIC S9(9).
           10 pr-steps PIC S9(15).
           10 pr-outcome PIC X(8).

01 ws-batch-mode PIC X(1) value 'N'.
01 ws-batch-eof PIC X(1) value 'N'.
01 ws-pairs-read PIC S9(9) value 0.
01 ws-pairs-examined PIC S9(9) value 0.
01 ws-pairs-changed PIC S9(9) value 0.
01 ws-pairs-not-examined PIC S9(9) value 0.
01 ws-pairs-not-affected PIC S9(9) value 0.
01 ws-change-list PIC X(17).
01 ws-change-ptr PIC S9(4) value 1.
01 ws-report-count PIC 9(9).

01 ws-card-detail.
       05 cd-action PIC X(1).
       05 FILLER PIC X(1) value space.
       05 cd-location PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-left PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-right PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-outcome PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-reason PIC X(8).
01 ws-impact-detail.
       05 id-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 id-direction PIC X(20).
       05 FILLER PIC X(1) value space.
       05 id-before-reach PIC X(1).
       05 FILLER PIC X(1) value space.
       05 id-before-hops PIC 9(9).
       05 FILLER PIC X(1) value space.
       05 id-before-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 id-before-outcome PIC X(8).
       05 FILLER PIC X(3) value ' > '.
       05 id-after-reach PIC X(1).
       05 FILLER PIC X(1) value space.
       05 id-after-hops PIC 9(9).
       05 FILLER PIC X(1) value space.
       05 id-after-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 id-after-outcome PIC X(8).
       05 FILLER PIC X(1) value space.
       05 id-change PIC X(17).
       05 FILLER PIC X(1) value space.
       05 id-profile PIC X(8).

procedure division.
main-procedure.
       move function current-date(1:8) to ws-run-date
       perform read-parameter-card
       perform save-base-run-settings
       perform apply-mode-based-watchdog-default
       perform claim-master-lock
       perform build-scratch-master
       open output impact-report
       perform write-impact-header
       perform run-deck-against-scratch
       move 1 to ws-net
       perform load-master-network
       move 2 to ws-net
       perform load-scratch-network
       move 1 to ws-net
       perform resolve-network-links
       move 2 to ws-net
       perform resolve-network-links
       perform write-network-totals
       perform analyse-batch-pairs
       perform write-impact-totals
       close impact-report
       perform release-master-lock
       move spaces to ws-log-text
       string "What-if complete: " delimited by size
              ws-would-apply-count delimited by size
              " cards would apply, " delimited by size
              ws-would-reject-count delimited by size
              " would reject, " delimited by size
              ws-pairs-changed delimited by size
              " pairs changed" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       if ws-pairs-changed is greater than 0 or ws-would-reject-count is greater than 0
           move spaces to ws-log-text
           string "Deck has impact, review day08-impact.txt before running day08mnt" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           move 4 to return-code
       end-if
       stop run.

claim-master-lock.
       move 'N' to ws-lock-held
       open input master-lock
       if ws-lock-status is equal to '00'
           read master-lock
               not at end
                   if lock-program is not equal to spaces
                       move 'Y' to ws-lock-held
                       move lock-program to ws-lock-holder
                       move lock-run-date to ws-lock-held-date
                       move lock-run-time to ws-lock-held-time
                   end-if
           end-read
           close master-lock
       else
           if ws-lock-status is equal to '05'
               close master-lock
           end-if
       end-if
       if ws-lock-held is equal to 'Y'
           move spaces to ws-log-text
           string "FATAL: movement master is locked by " delimited by size
                  ws-lock-holder delimited by size
                  " since " delimited by size
                  ws-lock-held-date delimited by size
                  " " delimited by size
                  ws-lock-held-time delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           move spaces to ws-log-text
           string "Wait for it to finish, or clear a stale lock with day08ulk" delimited by size
                  into ws-log-text
           move 'I' to ws-log-severity
           perform log-operational-message
           exit program returning 9
           stop run
       end-if
       open output master-lock
       move spaces to master-lock-record
       move 'DAY08WIF' to lock-program
       move function current-date(1:8) to lock-run-date
       move function current-date(9:6) to lock-run-time
       move ws-movement-index-filename to lock-index-filename
       write master-lock-record
       close master-lock
       .

release-master-lock.
       open output master-lock
       close master-lock
       .

read-parameter-card.
       open input parameter-card
       if ws-param-status is equal to '00'
           read parameter-card
               not at end
                   perform parse-parameter-card
                   perform apply-parameter-card
           end-read
           close parameter-card
       else
           if ws-param-status is equal to '05'
               continue
           end-if
       end-if
       .

parse-parameter-card.
       move spaces to ws-param-token-mode
       move spaces to ws-param-token-start
       move spaces to ws-param-token-end
       move spaces to ws-param-token-max
       move spaces to ws-param-token-interval
       move spaces to ws-param-token-load
       unstring param-record delimited by all ' '
           into ws-param-token-mode ws-param-token-start ws-param-token-end ws-param-token-max ws-param-token-interval ws-param-token-load
       end-unstring
       move ws-param-token-mode(1:1) to param-mode
       move ws-param-token-start to param-start-location
       move ws-param-token-end to param-end-location
       move 0 to param-max-steps
       if ws-param-token-max is numeric
           move ws-param-token-max to param-max-steps
       end-if
       move ws-param-token-load(1:1) to param-load-source
       .

*> Query mode has no route of its own, so a query card is analysed
*> as a single walk between the card's start and end.
apply-parameter-card.
       if param-mode is equal to 'G' or param-mode is equal to 'S'
           move param-mode to ws-run-mode
       end-if
       if param-start-location is not equal to spaces
           move param-start-location to ws-start-location
       end-if
       if param-end-location is not equal to spaces
           move param-end-location to ws-end-location
       end-if
       if param-max-steps is greater than 0
           move param-max-steps to ws-max-steps
           move 'Y' to ws-max-steps-explicit
       end-if
       if param-load-source is equal to 'M'
           move param-load-source to ws-load-source
       end-if
       .

save-base-run-settings.
       move ws-run-mode to base-run-mode
       move ws-start-location to base-start-location
       move ws-end-location to base-end-location
       move ws-max-steps to base-max-steps
       move ws-max-steps-explicit to base-max-steps-explicit
       move ws-load-source to base-load-source
       .

apply-mode-based-watchdog-default.
       if ws-max-steps-explicit is not equal to 'Y'
           if ws-run-mode is equal to 'G'
               move 999999999999999 to ws-max-steps
           end-if
       end-if
       .

build-scratch-master.
       open input movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open movement master " delimited by size
                  ws-movement-index-filename delimited by size
                  " (status " delimited by size
                  ws-movement-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       open output scratch-index
       if ws-scratch-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot create scratch master " delimited by size
                  ws-scratch-index-filename delimited by size
                  " (status " delimited by size
                  ws-scratch-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close movement-index
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       move 'N' to ws-eof-master
       move 0 to ws-records-copied
       perform copy-single-master-record until ws-eof-master is equal to 'Y'
       close scratch-index
       close movement-index
       move spaces to ws-log-text
       string "Scratch master " delimited by size
              ws-scratch-index-filename delimited by size
              " built with " delimited by size
              ws-records-copied delimited by size
              " records" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       .

copy-single-master-record.
       read movement-index next record
       at end move 'Y' to ws-eof-master
       not at end
           move idx-location to scr-location
           move idx-left to scr-left
           move idx-right to scr-right
           write scratch-index-record
           add 1 to ws-records-copied
       end-read.

run-deck-against-scratch.
       open i-o scratch-index
       if ws-scratch-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot reopen scratch master " delimited by size
                  ws-scratch-index-filename delimited by size
                  " (status " delimited by size
                  ws-scratch-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close impact-report
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       open input movement-trans
       if ws-trans-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open movement-trans.txt (status " delimited by size
                  ws-trans-status delimited by size
                  "), no pending deck to analyse" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           move 'IMPACT ANALYSIS ABORTED: NO PENDING DECK' to impact-report-line
           write impact-report-line
           close impact-report
           close scratch-index
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       move 'DECK CARDS (ACTION LOCATION LEFT RIGHT OUTCOME REASON)' to impact-report-line
       write impact-report-line
       move 'N' to ws-trans-eof
       perform simulate-single-transaction until ws-trans-eof is equal to 'Y'
       perform resolve-held-transactions
       close movement-trans
       close scratch-index
       move ws-cards-read to ws-report-count
       move spaces to impact-report-line
       string 'CARDS READ ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-would-apply-count to ws-report-count
       move spaces to impact-report-line
       string 'WOULD APPLY ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-would-reject-count to ws-report-count
       move spaces to impact-report-line
       string 'WOULD REJECT ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-would-defer-count to ws-report-count
       move spaces to impact-report-line
       string 'WOULD HOLD TO END OF DECK ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       .

simulate-single-transaction.
       read movement-trans
       at end move 'Y' to ws-trans-eof
       not at end
           add 1 to ws-cards-read
           perform parse-trans-card
           move 'N' to ws-deferred-card
           compute ws-scan-limit = held-count + 1
           perform simulate-transaction
       end-read.

*> Cards are held, retried and rejected exactly as day08mnt does it.
simulate-transaction.
       move spaces to ws-reject-reason
       move 'N' to ws-hold-card
       if trans-action is equal to 'A' or trans-action is equal to 'C' or trans-action is equal to 'D'
           perform check-location-held
       end-if
       if ws-hold-card is equal to 'N'
           evaluate trans-action
               when 'A'
                   perform check-add-references
                   if ws-reject-reason is equal to spaces and ws-hold-card is equal to 'N'
                       perform simulate-add-transaction
                   end-if
               when 'C'
                   perform check-change-references
                   if ws-reject-reason is equal to spaces and ws-hold-card is equal to 'N'
                       perform simulate-change-transaction
                   end-if
               when 'D'
                   perform check-delete-references
                   if ws-reject-reason is equal to spaces
                       perform simulate-delete-transaction
                   end-if
               when 'W'
                   continue
               when other
                   move 'BAD-ACT' to ws-reject-reason
           end-evaluate
       end-if
       if ws-hold-card is equal to 'Y'
           if ws-deferred-card is equal to 'N'
               perform hold-transaction
           end-if
       else
           perform write-card-outcome
       end-if
       .

check-location-held.
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is not less than ws-scan-limit
           if held-done(ws-scan-idx) is equal to 'N' and held-location(ws-scan-idx) is equal to trans-location
               move 'Y' to ws-hold-card
               exit perform
           end-if
       end-perform
       .

check-add-references.
       move trans-location to ws-check-location
       perform check-node-on-scratch
       if ws-node-found is equal to 'Y'
           move 'DUP' to ws-reject-reason
           exit paragraph
       end-if
       move trans-left to ws-new-left
       move trans-right to ws-new-right
       perform check-new-references
       .

check-change-references.
       move trans-location to ws-check-location
       perform check-node-on-scratch
       if ws-node-found is equal to 'N'
           move 'NOT-FND' to ws-reject-reason
           exit paragraph
       end-if
       move scr-left to ws-new-left
       move scr-right to ws-new-right
       if trans-left is not equal to spaces
           move trans-left to ws-new-left
       end-if
       if trans-right is not equal to spaces
           move trans-right to ws-new-right
       end-if
       perform check-new-references
       .

check-new-references.
       move 'N' to ws-missing-left
       move 'N' to ws-missing-right
       if ws-new-left is not equal to spaces and ws-new-left is not equal to trans-location
           move ws-new-left to ws-check-location
           perform check-node-on-scratch
           if ws-node-found is equal to 'N'
               move 'Y' to ws-missing-left
           end-if
       end-if
       if ws-new-right is not equal to spaces and ws-new-right is not equal to trans-location
           move ws-new-right to ws-check-location
           perform check-node-on-scratch
           if ws-node-found is equal to 'N'
               move 'Y' to ws-missing-right
           end-if
       end-if
       if ws-missing-left is equal to 'N' and ws-missing-right is equal to 'N'
           exit paragraph
       end-if
       if ws-final-pass is equal to 'N'
           move 'Y' to ws-hold-card
           exit paragraph
       end-if
       if ws-missing-left is equal to 'Y' and ws-missing-right is equal to 'Y'
           move 'NO-BOTH' to ws-reject-reason
       else
           if ws-missing-left is equal to 'Y'
               move 'NO-LEFT' to ws-reject-reason
           else
               move 'NO-RIGHT' to ws-reject-reason
           end-if
       end-if
       .

check-delete-references.
       move trans-location to ws-check-location
       perform check-node-on-scratch
       if ws-node-found is equal to 'N'
           move 'NOT-FND' to ws-reject-reason
           exit paragraph
       end-if
       move trans-location to ws-where-used-target
       move 0 to ws-where-used-count
       move 'N' to ws-eof-where-used
       move low-values to scr-location
       start scratch-index key is not less than scr-location
           invalid key
               move 'Y' to ws-eof-where-used
       end-start
       perform scan-single-where-used until ws-eof-where-used is equal to 'Y'
       if ws-where-used-count is greater than 0
           move 'IN-USE' to ws-reject-reason
       end-if
       .

scan-single-where-used.
       read scratch-index next record
       at end move 'Y' to ws-eof-where-used
       end-read
       if ws-eof-where-used is equal to 'Y'
           exit paragraph
       end-if
       if scr-location is not equal to ws-where-used-target
           if scr-left is equal to ws-where-used-target or scr-right is equal to ws-where-used-target
               add 1 to ws-where-used-count
           end-if
       end-if
       .

check-node-on-scratch.
       move ws-check-location to scr-location
       move 'Y' to ws-node-found
       read scratch-index key is scr-location
           invalid key
               move 'N' to ws-node-found
       end-read
       .

hold-transaction.
       if held-count is not less than total-held-slots
           move 'N' to ws-hold-card
           move 'HOLD-MAX' to ws-reject-reason
           perform write-card-outcome
           exit paragraph
       end-if
       add 1 to held-count
       add 1 to ws-would-defer-count
       move trans-action to held-action(held-count)
       move trans-location to held-location(held-count)
       move trans-left to held-left(held-count)
       move trans-right to held-right(held-count)
       move 'N' to held-done(held-count)
       move 'N' to held-in-cycle(held-count)
       .

resolve-held-transactions.
       move 'Y' to ws-deferred-card
       move 'N' to ws-final-pass
       move 'Y' to ws-retry-progress
       perform retry-held-and-cycles until ws-retry-progress is equal to 'N'
       move 'Y' to ws-final-pass
       perform retry-held-pass
       .

retry-held-and-cycles.
       perform retry-held-pass
       if ws-retry-progress is equal to 'N'
           perform apply-held-add-cycles
       end-if
       .

retry-held-pass.
       move 'N' to ws-retry-progress
       perform varying ws-held-idx from 1 by 1 until ws-held-idx is greater than held-count
           if held-done(ws-held-idx) is equal to 'N'
               move held-action(ws-held-idx) to trans-action
               move held-location(ws-held-idx) to trans-location
               move held-left(ws-held-idx) to trans-left
               move held-right(ws-held-idx) to trans-right
               move ws-held-idx to ws-scan-limit
               perform simulate-transaction
               if ws-hold-card is equal to 'N'
                   move 'Y' to held-done(ws-held-idx)
                   move 'Y' to ws-retry-progress
               end-if
           end-if
       end-perform
       .

*> Every held add that is first in line for its location and not yet
*> on the master starts in the set.  An add is dropped while one of its
*> references is neither on the master nor another add in the set;
*> what is left can only be satisfied by adding the set together.
apply-held-add-cycles.
       perform varying ws-held-idx from 1 by 1 until ws-held-idx is greater than held-count
           perform mark-held-add-candidate
       end-perform
       move 'Y' to ws-cycle-dropped
       perform drop-unsatisfied-adds until ws-cycle-dropped is equal to 'N'
       perform varying ws-held-idx from 1 by 1 until ws-held-idx is greater than held-count
           if held-in-cycle(ws-held-idx) is equal to 'Y'
               move held-action(ws-held-idx) to trans-action
               move held-location(ws-held-idx) to trans-location
               move held-left(ws-held-idx) to trans-left
               move held-right(ws-held-idx) to trans-right
               move spaces to ws-reject-reason
               perform simulate-add-transaction
               perform write-card-outcome
               move 'N' to held-in-cycle(ws-held-idx)
               move 'Y' to held-done(ws-held-idx)
               move 'Y' to ws-retry-progress
           end-if
       end-perform
       .

mark-held-add-candidate.
       move 'N' to held-in-cycle(ws-held-idx)
       if held-done(ws-held-idx) is not equal to 'N' or held-action(ws-held-idx) is not equal to 'A'
           exit paragraph
       end-if
       move held-location(ws-held-idx) to trans-location
       move ws-held-idx to ws-scan-limit
       move 'N' to ws-hold-card
       perform check-location-held
       if ws-hold-card is equal to 'Y'
           exit paragraph
       end-if
       move held-location(ws-held-idx) to ws-check-location
       perform check-node-on-scratch
       if ws-node-found is equal to 'Y'
           exit paragraph
       end-if
       move 'Y' to held-in-cycle(ws-held-idx)
       .

drop-unsatisfied-adds.
       move 'N' to ws-cycle-dropped
       perform varying ws-held-idx from 1 by 1 until ws-held-idx is greater than held-count
           if held-in-cycle(ws-held-idx) is equal to 'Y'
               move held-left(ws-held-idx) to ws-cycle-reference
               perform check-cycle-reference
               if ws-reference-satisfied is equal to 'Y'
                   move held-right(ws-held-idx) to ws-cycle-reference
                   perform check-cycle-reference
               end-if
               if ws-reference-satisfied is equal to 'N'
                   move 'N' to held-in-cycle(ws-held-idx)
                   move 'Y' to ws-cycle-dropped
               end-if
           end-if
       end-perform
       .

check-cycle-reference.
       move 'Y' to ws-reference-satisfied
       if ws-cycle-reference is equal to spaces or ws-cycle-reference is equal to held-location(ws-held-idx)
           exit paragraph
       end-if
       move ws-cycle-reference to ws-check-location
       perform check-node-on-scratch
       if ws-node-found is equal to 'Y'
           exit paragraph
       end-if
       move 'N' to ws-reference-satisfied
       perform varying ws-cycle-idx from 1 by 1 until ws-cycle-idx is greater than held-count
           if held-in-cycle(ws-cycle-idx) is equal to 'Y' and held-location(ws-cycle-idx) is equal to ws-cycle-reference
               move 'Y' to ws-reference-satisfied
               exit perform
           end-if
       end-perform
       .

*> Same card layout as day08mnt: blank-separated action, location,
*> left, right, with '=' keeping a side on a change card and old
*> fixed-column 3-character change cards taken by their columns.
parse-trans-card.
       move spaces to ws-trans-token-action
       move spaces to ws-trans-token-1
       move spaces to ws-trans-token-2
       move spaces to ws-trans-token-3
       move 0 to ws-trans-token-count
       unstring movement-trans-record delimited by all ' '
           into ws-trans-token-action ws-trans-token-1 ws-trans-token-2 ws-trans-token-3
           tallying in ws-trans-token-count
       end-unstring
       move ws-trans-token-action(1:1) to trans-action
       move ws-trans-token-1 to trans-location
       move spaces to trans-left
       move spaces to trans-right
       if trans-action is equal to 'C' and ws-trans-token-count is less than 4
           move movement-trans-record to ws-trans-old-card
           move old-location to trans-location
           move old-left to trans-left
           move old-right to trans-right
       else
           if ws-trans-token-2 is not equal to '='
               move ws-trans-token-2 to trans-left
           end-if
           if ws-trans-token-3 is not equal to '='
               move ws-trans-token-3 to trans-right
           end-if
       end-if
       .

simulate-add-transaction.
       move trans-location to scr-location
       move trans-left to scr-left
       move trans-right to scr-right
       write scratch-index-record
           invalid key
               move 'DUP' to ws-reject-reason
       end-write
       .

simulate-change-transaction.
       move trans-location to scr-location
       read scratch-index key is scr-location
           invalid key
               move 'NOT-FND' to ws-reject-reason
           not invalid key
               if trans-left is not equal to spaces
                   move trans-left to scr-left
               end-if
               if trans-right is not equal to spaces
                   move trans-right to scr-right
               end-if
               rewrite scratch-index-record
                   invalid key
                       move 'NOT-FND' to ws-reject-reason
               end-rewrite
       end-read
       .

simulate-delete-transaction.
       move trans-location to scr-location
       delete scratch-index
           invalid key
               move 'NOT-FND' to ws-reject-reason
       end-delete
       .

write-card-outcome.
       move trans-action to cd-action
       move trans-location to cd-location
       move trans-left to cd-left
       move trans-right to cd-right
       if trans-action is equal to 'W' and ws-reject-reason is equal to spaces
           move 'INQUIRY' to cd-outcome
           move spaces to cd-reason
           move ws-card-detail to impact-report-line
           write impact-report-line
           exit paragraph
       end-if
       if ws-reject-reason is equal to spaces
           move 'APPLY' to cd-outcome
           move spaces to cd-reason
           if ws-deferred-card is equal to 'Y'
               move 'DEFERRED' to cd-reason
           end-if
           add 1 to ws-would-apply-count
       else
           move 'REJECT' to cd-outcome
           move ws-reject-reason to cd-reason
           add 1 to ws-would-reject-count
       end-if
       move ws-card-detail to impact-report-line
       write impact-report-line
       .

load-master-network.
       move 0 to net-node-count(ws-net)
       move 'N' to ws-node-overflow
       open input movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot reopen movement master " delimited by size
                  ws-movement-index-filename delimited by size
                  " (status " delimited by size
                  ws-movement-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close impact-report
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       move 'N' to ws-eof-master
       perform read-single-master-node until ws-eof-master is equal to 'Y'
       close movement-index
       perform check-network-capacity
       .

read-single-master-node.
       read movement-index next record
       at end move 'Y' to ws-eof-master
       not at end
           if net-node-count(ws-net) is less than total-node-slots
               add 1 to net-node-count(ws-net)
               move idx-location to net-location(ws-net, net-node-count(ws-net))
               move idx-left to net-left(ws-net, net-node-count(ws-net))
               move idx-right to net-right(ws-net, net-node-count(ws-net))
           else
               move 'Y' to ws-node-overflow
               move 'Y' to ws-eof-master
           end-if
       end-read.

load-scratch-network.
       move 0 to net-node-count(ws-net)
       move 'N' to ws-node-overflow
       open input scratch-index
       if ws-scratch-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot reopen scratch master " delimited by size
                  ws-scratch-index-filename delimited by size
                  " (status " delimited by size
                  ws-scratch-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close impact-report
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       move 'N' to ws-eof-master
       perform read-single-scratch-node until ws-eof-master is equal to 'Y'
       close scratch-index
       perform check-network-capacity
       .

read-single-scratch-node.
       read scratch-index next record
       at end move 'Y' to ws-eof-master
       not at end
           if net-node-count(ws-net) is less than total-node-slots
               add 1 to net-node-count(ws-net)
               move scr-location to net-location(ws-net, net-node-count(ws-net))
               move scr-left to net-left(ws-net, net-node-count(ws-net))
               move scr-right to net-right(ws-net, net-node-count(ws-net))
           else
               move 'Y' to ws-node-overflow
               move 'Y' to ws-eof-master
           end-if
       end-read.

check-network-capacity.
       if ws-node-overflow is equal to 'Y'
           move spaces to ws-log-text
           string "FATAL: movement master exceeds what-if table capacity of " delimited by size
                  total-node-slots delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           move 'IMPACT ANALYSIS ABORTED: NODE TABLE CAPACITY REACHED' to impact-report-line
           write impact-report-line
           close impact-report
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       .

*> Left and right codes are turned into table positions once, so the
*> walks below never search the table; 0 marks a dangling reference.
resolve-network-links.
       perform varying ws-node-idx from 1 by 1 until ws-node-idx is greater than net-node-count(ws-net)
           move net-left(ws-net, ws-node-idx) to ws-find-location
           perform find-net-node
           move ws-find-idx to net-left-idx(ws-net, ws-node-idx)
           move net-right(ws-net, ws-node-idx) to ws-find-location
           perform find-net-node
           move ws-find-idx to net-right-idx(ws-net, ws-node-idx)
       end-perform
       .

find-net-node.
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than net-node-count(ws-net)
           if net-location(ws-net, ws-scan-idx) is equal to ws-find-location
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       .

analyse-batch-pairs.
       move 'PAIRS WITH CHANGED RESULTS (MOVEMENT DIRECTION REACH HOPS STEPS OUTCOME > REACH HOPS STEPS OUTCOME CHANGE PROFILE)' to impact-report-line
       write impact-report-line
       perform load-run-profiles
       move 'N' to ws-batch-mode
       open input batch-control
       if ws-batch-control-status is equal to '00'
           move 'Y' to ws-batch-mode
           move 'N' to ws-batch-eof
           perform read-single-batch-pair until ws-batch-eof is equal to 'Y'
           close batch-control
       else
           if ws-batch-control-status is equal to '05'
               close batch-control
           end-if
           perform analyse-one-pair
       end-if
       if ws-pairs-changed is equal to 0
           move 'NONE' to impact-report-line
           write impact-report-line
       end-if
       .

read-single-batch-pair.
       read batch-control
           at end
               move 'Y' to ws-batch-eof
           not at end
               move bc-movement-filename to ws-movement-filename
               move bc-direction-filename to ws-direction-filename
               move bc-profile-name to ws-profile-name
               perform apply-pair-run-profile
               if ws-profile-valid is equal to 'Y'
                   perform analyse-one-pair
               else
                   add 1 to ws-pairs-read
                   add 1 to ws-pairs-not-examined
                   move spaces to impact-report-line
                   string ws-movement-filename delimited by size
                          ' ' delimited by size
                          ws-direction-filename delimited by size
                          ' NOT EXAMINED: RUN PROFILE ' delimited by size
                          ws-profile-name delimited by size
                          ' NOT USABLE' delimited by size
                          into impact-report-line
                   write impact-report-line
               end-if
       end-read.

load-run-profiles.
       move 0 to profile-count
       move 'N' to ws-profile-eof
       open input run-profile
       if ws-profile-status is equal to '00'
           perform read-single-run-profile until ws-profile-eof is equal to 'Y'
           close run-profile
       else
           if ws-profile-status is equal to '05'
               close run-profile
           end-if
       end-if
       .

read-single-run-profile.
       read run-profile
       at end move 'Y' to ws-profile-eof
       not at end
           move spaces to ws-profile-token-name
           move spaces to ws-profile-token-mode
           move spaces to ws-profile-token-start
           move spaces to ws-profile-token-end
           move spaces to ws-profile-token-max
           move spaces to ws-profile-token-load
           unstring run-profile-record delimited by all ' '
               into ws-profile-token-name ws-profile-token-mode ws-profile-token-start ws-profile-token-end ws-profile-token-max ws-profile-token-load
           end-unstring
           if ws-profile-token-name is not equal to spaces
               if profile-count is less than total-profile-slots
                   add 1 to profile-count
                   move ws-profile-token-name to prof-name(profile-count)
                   move ws-profile-token-mode(1:1) to prof-mode(profile-count)
                   move ws-profile-token-start to prof-start-location(profile-count)
                   move ws-profile-token-end to prof-end-location(profile-count)
                   move 0 to prof-max-steps(profile-count)
                   if ws-profile-token-max is numeric
                       move ws-profile-token-max to prof-max-steps(profile-count)
                   end-if
                   move ws-profile-token-load(1:1) to prof-load-source(profile-count)
               else
                   move 'Y' to ws-profile-eof
               end-if
           end-if
       end-read.

apply-pair-run-profile.
       move 'Y' to ws-profile-valid
       move base-run-mode to ws-run-mode
       move base-start-location to ws-start-location
       move base-end-location to ws-end-location
       move base-max-steps to ws-max-steps
       move base-max-steps-explicit to ws-max-steps-explicit
       move base-load-source to ws-load-source
       if ws-profile-name is not equal to spaces
           move 'N' to ws-profile-found
           perform varying ws-profile-idx from 1 by 1 until ws-profile-idx is greater than profile-count
               if prof-name(ws-profile-idx) is equal to ws-profile-name
                   move 'Y' to ws-profile-found
                   exit perform
               end-if
           end-perform
           if ws-profile-found is not equal to 'Y'
               move 'N' to ws-profile-valid
           else
               perform apply-profile-entry
           end-if
       end-if
       perform apply-mode-based-watchdog-default
       .

apply-profile-entry.
       if prof-mode(ws-profile-idx) is equal to 'G' or prof-mode(ws-profile-idx) is equal to 'S'
           move prof-mode(ws-profile-idx) to ws-run-mode
       else
           if prof-mode(ws-profile-idx) is not equal to '*'
               move 'N' to ws-profile-valid
               exit paragraph
           end-if
       end-if
       if prof-start-location(ws-profile-idx) is not equal to '*' and prof-start-location(ws-profile-idx) is not equal to spaces
           move prof-start-location(ws-profile-idx) to ws-start-location
       end-if
       if prof-end-location(ws-profile-idx) is not equal to '*' and prof-end-location(ws-profile-idx) is not equal to spaces
           move prof-end-location(ws-profile-idx) to ws-end-location
       end-if
       if prof-max-steps(ws-profile-idx) is greater than 0
           move prof-max-steps(ws-profile-idx) to ws-max-steps
           move 'Y' to ws-max-steps-explicit
       end-if
       if prof-load-source(ws-profile-idx) is equal to 'M' or prof-load-source(ws-profile-idx) is equal to 'R'
           move prof-load-source(ws-profile-idx) to ws-load-source
       end-if
       .

*> A pair that loads its own movement file never reads the master, so
*> the deck cannot change its result.
analyse-one-pair.
       add 1 to ws-pairs-read
       if ws-load-source is not equal to 'M'
           add 1 to ws-pairs-not-affected
           move spaces to impact-report-line
           string ws-movement-filename delimited by size
                  ' ' delimited by size
                  ws-direction-filename delimited by size
                  ' NOT AFFECTED - LOADS OWN MOVEMENT FILE' delimited by size
                  into impact-report-line
           write impact-report-line
           exit paragraph
       end-if
       perform read-all-directions
       if ws-directions-usable is not equal to 'Y'
           add 1 to ws-pairs-not-examined
           move spaces to impact-report-line
           string ws-movement-filename delimited by size
                  ' ' delimited by size
                  ws-direction-filename delimited by size
                  ' NOT EXAMINED: DIRECTION FILE NOT USABLE' delimited by size
                  into impact-report-line
           write impact-report-line
           exit paragraph
       end-if
       add 1 to ws-pairs-examined
       move 1 to ws-net
       perform evaluate-pair-on-network
       move 2 to ws-net
       perform evaluate-pair-on-network
       move spaces to ws-change-list
       move 1 to ws-change-ptr
       if pr-reach(1) is not equal to pr-reach(2)
           string 'REACH ' delimited by size
                  into ws-change-list with pointer ws-change-ptr
       end-if
       if pr-hops(1) is not equal to pr-hops(2)
           string 'HOPS ' delimited by size
                  into ws-change-list with pointer ws-change-ptr
       end-if
       if pr-steps(1) is not equal to pr-steps(2) or pr-outcome(1) is not equal to pr-outcome(2)
           string 'STEPS' delimited by size
                  into ws-change-list with pointer ws-change-ptr
       end-if
       if ws-change-list is equal to spaces
           exit paragraph
       end-if
       add 1 to ws-pairs-changed
       move ws-movement-filename to id-movement
       move ws-direction-filename to id-direction
       move pr-reach(1) to id-before-reach
       move pr-hops(1) to id-before-hops
       move pr-steps(1) to id-before-steps
       move pr-outcome(1) to id-before-outcome
       move pr-reach(2) to id-after-reach
       move pr-hops(2) to id-after-hops
       move pr-steps(2) to id-after-steps
       move pr-outcome(2) to id-after-outcome
       move ws-change-list to id-change
       move ws-profile-name to id-profile
       move ws-impact-detail to impact-report-line
       write impact-report-line
       .

*> Single walks get the reachability, minimum-hop and full step walk
*> that day08 would do.  Ghost runs are too long to re-walk here, so
*> they get the reachability check only: every A-suffixed start must
*> reach some Z-suffixed node, hops being the longest such shortest
*> route.
evaluate-pair-on-network.
       move 'N' to pr-reach(ws-net)
       move 0 to pr-hops(ws-net)
       move 0 to pr-steps(ws-net)
       move spaces to pr-outcome(ws-net)
       if ws-run-mode is equal to 'G'
           perform evaluate-ghost-reachability
           exit paragraph
       end-if
       move ws-start-location to ws-find-location
       perform find-net-node
       move ws-find-idx to ws-start-idx
       if ws-start-idx is equal to 0
           move 'NOSTART' to pr-outcome(ws-net)
           exit paragraph
       end-if
       move ws-start-idx to ws-bfs-start-idx
       perform bfs-min-hops
       if ws-bfs-found is equal to 'Y'
           move 'Y' to pr-reach(ws-net)
           move ws-bfs-hops to pr-hops(ws-net)
       end-if
       perform walk-directions
       .

evaluate-ghost-reachability.
       move 'Y' to pr-reach(ws-net)
       move 0 to ws-ghost-starts
       perform varying ws-node-idx from 1 by 1 until ws-node-idx is greater than net-node-count(ws-net)
           move net-location(ws-net, ws-node-idx) to ws-suffix-location
           perform find-location-suffix
           if ws-location-suffix is equal to 'A'
               add 1 to ws-ghost-starts
               move ws-node-idx to ws-bfs-start-idx
               perform bfs-min-hops
               if ws-bfs-found is equal to 'Y'
                   if ws-bfs-hops is greater than pr-hops(ws-net)
                       move ws-bfs-hops to pr-hops(ws-net)
                   end-if
               else
                   move 'N' to pr-reach(ws-net)
               end-if
           end-if
       end-perform
       if ws-ghost-starts is equal to 0
           move 'N' to pr-reach(ws-net)
           move 'NOSTART' to pr-outcome(ws-net)
       else
           move 'NOWALK' to pr-outcome(ws-net)
       end-if
       .

bfs-min-hops.
       move 'N' to ws-bfs-found
       move 0 to ws-bfs-hops
       if ws-run-mode is not equal to 'G' and net-location(ws-net, ws-bfs-start-idx) is equal to ws-end-location
           move 'Y' to ws-bfs-found
           exit paragraph
       end-if
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than net-node-count(ws-net)
           move 'N' to net-seen(ws-net, ws-scan-idx)
       end-perform
       move 'Y' to net-seen(ws-net, ws-bfs-start-idx)
       move 1 to bfs-head
       move 1 to bfs-tail
       move ws-bfs-start-idx to bfs-q-idx(1)
       move 0 to bfs-q-depth(1)
       perform bfs-expand-front until ws-bfs-found is equal to 'Y' or bfs-head is greater than bfs-tail
       .

bfs-expand-front.
       move bfs-q-idx(bfs-head) to ws-bfs-cur-idx
       move bfs-q-depth(bfs-head) to ws-bfs-cur-depth
       add 1 to bfs-head
       move net-left(ws-net, ws-bfs-cur-idx) to ws-bfs-next-loc
       move net-left-idx(ws-net, ws-bfs-cur-idx) to ws-bfs-next-idx
       perform bfs-enqueue-neighbor
       if ws-bfs-found is not equal to 'Y'
           move net-right(ws-net, ws-bfs-cur-idx) to ws-bfs-next-loc
           move net-right-idx(ws-net, ws-bfs-cur-idx) to ws-bfs-next-idx
           perform bfs-enqueue-neighbor
       end-if
       .

bfs-enqueue-neighbor.
       if ws-run-mode is equal to 'G'
           move ws-bfs-next-loc to ws-suffix-location
           perform find-location-suffix
           if ws-location-suffix is equal to 'Z'
               move 'Y' to ws-bfs-found
           end-if
       else
           if ws-bfs-next-loc is equal to ws-end-location
               move 'Y' to ws-bfs-found
           end-if
       end-if
       if ws-bfs-found is equal to 'Y'
           compute ws-bfs-hops = ws-bfs-cur-depth + 1
           exit paragraph
       end-if
       if ws-bfs-next-idx is equal to 0
           exit paragraph
       end-if
       if net-seen(ws-net, ws-bfs-next-idx) is equal to 'Y'
           exit paragraph
       end-if
       move 'Y' to net-seen(ws-net, ws-bfs-next-idx)
       add 1 to bfs-tail
       move ws-bfs-next-idx to bfs-q-idx(bfs-tail)
       compute bfs-q-depth(bfs-tail) = ws-bfs-cur-depth + 1
       .

walk-directions.
       move ws-start-idx to ws-walk-idx
       move ws-start-location to ws-walk-location
       move 1 to direction-idx
       move 0 to ws-walk-steps
       perform walk-single-step until ws-walk-location is equal to ws-end-location or pr-outcome(ws-net) is not equal to spaces
       if pr-outcome(ws-net) is equal to spaces
           move 'SOLVED' to pr-outcome(ws-net)
       end-if
       move ws-walk-steps to pr-steps(ws-net)
       .

walk-single-step.
       if ws-walk-idx is equal to 0
           move 'LOOKUP' to pr-outcome(ws-net)
           exit paragraph
       end-if
       if direction-values(direction-idx) is equal to 'L'
           move net-left(ws-net, ws-walk-idx) to ws-walk-location
           move net-left-idx(ws-net, ws-walk-idx) to ws-walk-idx
       else
           move net-right(ws-net, ws-walk-idx) to ws-walk-location
           move net-right-idx(ws-net, ws-walk-idx) to ws-walk-idx
       end-if
       add 1 to ws-walk-steps
       compute direction-idx = direction-idx + 1
       if direction-idx is greater than ws-directions-count
           move 1 to direction-idx
       end-if
       if ws-walk-steps is greater than or equal to ws-max-steps and ws-walk-location is not equal to ws-end-location
           move 'WATCHDOG' to pr-outcome(ws-net)
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

read-all-directions.
       move 'N' to ws-directions-usable
       move 'N' to ws-direction-eof
       move 'N' to ws-directions-truncated
       move 1 to ws-fill-idx
       open input direction
       if ws-direction-status is not equal to '00'
           move spaces to ws-log-text
           string "WARNING: cannot open " delimited by size
                  ws-direction-filename delimited by size
                  " (status " delimited by size
                  ws-direction-status delimited by size
                  "), pair not examined" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           exit paragraph
       end-if
       perform read-single-direction-record until ws-direction-eof is equal to 'Y'
       close direction
       compute ws-directions-count = ws-fill-idx - 1
       if ws-directions-count is greater than 0 and ws-directions-truncated is not equal to 'Y'
           move 'Y' to ws-directions-usable
       else
           move spaces to ws-log-text
           string "WARNING: " delimited by size
                  ws-direction-filename delimited by size
                  " is empty or exceeds direction table capacity, pair not examined" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
       end-if
       .

read-single-direction-record.
       read direction
       at end move 'Y' to ws-direction-eof
       not at end
           move function trim(direction-record trailing) to ws-direction-line
           compute ws-direction-line-length = function length(function trim(direction-record trailing))
           if ws-direction-line-length is greater than 0
               perform varying ws-char-idx from 1 by 1 until ws-char-idx is greater than ws-direction-line-length
                   if ws-fill-idx is greater than total-directions
                       move 'Y' to ws-direction-eof
                       move 'Y' to ws-directions-truncated
                       exit perform
                   end-if
                   move ws-direction-line(ws-char-idx:1) to direction-values(ws-fill-idx)
                   compute ws-fill-idx = ws-fill-idx + 1
               end-perform
           end-if
       end-read.

write-impact-header.
       move spaces to impact-report-line
       string 'MAINTENANCE DECK IMPACT ANALYSIS movement-trans.txt AGAINST ' delimited by size
              ws-movement-index-filename delimited by size
              ' ' delimited by size
              ws-run-date delimited by size
              into impact-report-line
       write impact-report-line
       move spaces to impact-report-line
       string 'MODE ' delimited by size
              ws-run-mode delimited by size
              ' START ' delimited by size
              ws-start-location delimited by size
              ' END ' delimited by size
              ws-end-location delimited by size
              ' WATCHDOG ' delimited by size
              ws-max-steps delimited by size
              into impact-report-line
       write impact-report-line
       .

write-network-totals.
       move net-node-count(1) to ws-report-count
       move spaces to impact-report-line
       string 'MASTER NODES BEFORE DECK ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move net-node-count(2) to ws-report-count
       move spaces to impact-report-line
       string 'MASTER NODES AFTER DECK ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       .

write-impact-totals.
       move ws-pairs-read to ws-report-count
       move spaces to impact-report-line
       string 'PAIRS READ ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-pairs-examined to ws-report-count
       move spaces to impact-report-line
       string 'PAIRS EXAMINED ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-pairs-not-examined to ws-report-count
       move spaces to impact-report-line
       string 'PAIRS NOT EXAMINED ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-pairs-not-affected to ws-report-count
       move spaces to impact-report-line
       string 'PAIRS NOT AFFECTED ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       move ws-pairs-changed to ws-report-count
       move spaces to impact-report-line
       string 'PAIRS CHANGED ' delimited by size
              ws-report-count delimited by size
              into impact-report-line
       write impact-report-line
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08WIF' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
