       select maint-register
       assign to 'day08-maint-register.txt'
       organisation is line sequential.
       select where-used-report
       assign to 'day08-where-used.txt'
       organisation is line sequential.
       select optional maint-journal
       assign to 'day08-maint-journal.txt'
       organisation is line sequential
       file status is ws-journal-status.
       select optional master-lock
       assign to 'day08-lock.txt'
       organisation is line sequential
       05 reg-status PIC X(8).
       05 FILLER PIC X(1).
       05 reg-reason PIC X(8).
       05 FILLER PIC X(1).
       05 reg-run-id PIC X(14).
fd where-used-report.
01 where-used-record.
       05 wu-target PIC X(8).
       05 FILLER PIC X(1).
       05 wu-location PIC X(8).
       05 FILLER PIC X(1).
       05 wu-left PIC X(8).
       05 FILLER PIC X(1).
       05 wu-right PIC X(8).
       05 FILLER PIC X(1).
       05 wu-side PIC X(5).
       05 FILLER PIC X(1).
       05 wu-reason PIC X(8).
       05 FILLER PIC X(1).
       05 wu-run-id PIC X(14).
fd maint-journal.
01 maint-journal-record.
       05 jnl-run-date PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-run-time PIC X(6).
       05 FILLER PIC X(1).
       05 jnl-run-id PIC X(14).
       05 FILLER PIC X(1).
       05 jnl-program PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-action PIC X(1).
       05 FILLER PIC X(1).
       05 jnl-location PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-before-present PIC X(1).
       05 FILLER PIC X(1).
       05 jnl-before-left PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-before-right PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-after-present PIC X(1).
       05 FILLER PIC X(1).
       05 jnl-after-left PIC X(8).
       05 FILLER PIC X(1).
       05 jnl-after-right PIC X(8).
fd master-lock.
01 master-lock-record.
       05 lock-program PIC X(8).
01 ws-lock-held-time PIC X(6) value spaces.
01 ws-movement-index-status PIC X(2).
01 ws-trans-status PIC X(2).
01 ws-journal-status PIC X(2).
01 ws-run-id PIC X(14).
01 ws-before-present PIC X(1) value 'N'.
01 ws-before-left PIC X(8).
01 ws-before-right PIC X(8).
01 ws-trans-eof PIC X(1) value 'N'.
01 trans-action PIC X(1).
01 trans-location PIC X(8).
01 ws-applied-count PIC S9(9) value 0.
01 ws-rejected-count PIC S9(9) value 0.
01 ws-reject-reason PIC X(8) value spaces.
01 ws-inquiry-count PIC S9(9) value 0.
01 ws-deferred-count PIC S9(9) value 0.

*> Referential checks: the left/right a card would leave on the master
*> must name nodes that exist, and a delete must not strand referencers.
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
01 ws-where-used-reason PIC X(8).
01 ws-where-used-count PIC S9(9) value 0.
01 ws-list-where-used PIC X(1) value 'N'.
01 ws-eof-where-used PIC X(1) value 'N'.

*> Cards waiting on a node added further down the deck, plus any later
*> card for the same location so the deck order is kept.
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
01 ws-scan-idx PIC S9(9) value 0.
01 ws-scan-limit PIC S9(9) value 0.

procedure division.
main-procedure.
       move function current-date(1:14) to ws-run-id
       perform claim-master-lock
       open i-o movement-index
       if ws-movement-index-status is not equal to '00'
           exit program returning 1
           stop run
       end-if
       open extend maint-journal
       if ws-journal-status is not equal to '00' and ws-journal-status is not equal to '05'
           move spaces to ws-log-text
           string "FATAL: cannot extend day08-maint-journal.txt (status " delimited by size
                  ws-journal-status delimited by size
                  "), no changes applied" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close movement-trans
           close movement-index
           perform release-master-lock
           exit program returning 1
           stop run
       end-if
       move spaces to ws-log-text
       string "Maintenance run " delimited by size
              ws-run-id delimited by size
              " started, changes journaled to day08-maint-journal.txt" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       open output maint-register
       open output where-used-report
       perform apply-single-transaction until ws-trans-eof is equal to 'Y'
       perform resolve-held-transactions
       close where-used-report
       close maint-register
       close maint-journal
       close movement-trans
       close movement-index
       perform release-master-lock
              ws-applied-count delimited by size
              " applied, " delimited by size
              ws-rejected-count delimited by size
              " rejected, " delimited by size
              ws-deferred-count delimited by size
              " held to end of deck, " delimited by size
              ws-inquiry-count delimited by size
              " inquiries" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       at end move 'Y' to ws-trans-eof
       not at end
           perform parse-trans-card
           move 'N' to ws-deferred-card
           compute ws-scan-limit = held-count + 1
           perform process-transaction
       end-read.

*> A card whose references are not yet on the master is held rather
*> than rejected; ws-scan-limit is the held-table position of the card
*> (past the end for a card straight off the deck) so only earlier held
*> cards for the same location keep it waiting.
process-transaction.
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
                       perform apply-add-transaction
                   end-if
               when 'C'
                   perform check-change-references
                   if ws-reject-reason is equal to spaces and ws-hold-card is equal to 'N'
                       perform apply-change-transaction
                   end-if
               when 'D'
                   perform check-delete-references
                   if ws-reject-reason is equal to spaces
                       perform apply-delete-transaction
                   end-if
               when 'W'
                   perform list-where-used-inquiry
               when other
                   move 'BAD-ACT' to ws-reject-reason
           end-evaluate
       end-if
       if ws-hold-card is equal to 'Y'
           if ws-deferred-card is equal to 'N'
               perform hold-transaction
           end-if
       else
           perform write-register-record
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
       perform check-node-on-master
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
       perform check-node-on-master
       if ws-node-found is equal to 'N'
           move 'NOT-FND' to ws-reject-reason
           exit paragraph
       end-if
       move idx-left to ws-new-left
       move idx-right to ws-new-right
       if trans-left is not equal to spaces
           move trans-left to ws-new-left
       end-if
       if trans-right is not equal to spaces
           move trans-right to ws-new-right
       end-if
       perform check-new-references
       .

*> A node may point at itself; anything else must already be on the
*> master.  On the final pass at end of deck there is nothing left to
*> wait for, so a missing node becomes a reject.
check-new-references.
       move 'N' to ws-missing-left
       move 'N' to ws-missing-right
       if ws-new-left is not equal to spaces and ws-new-left is not equal to trans-location
           move ws-new-left to ws-check-location
           perform check-node-on-master
           if ws-node-found is equal to 'N'
               move 'Y' to ws-missing-left
           end-if
       end-if
       if ws-new-right is not equal to spaces and ws-new-right is not equal to trans-location
           move ws-new-right to ws-check-location
           perform check-node-on-master
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
       perform check-node-on-master
       if ws-node-found is equal to 'N'
           move 'NOT-FND' to ws-reject-reason
           exit paragraph
       end-if
       move trans-location to ws-where-used-target
       move 'IN-USE' to ws-where-used-reason
       move 'Y' to ws-list-where-used
       perform scan-where-used
       if ws-where-used-count is greater than 0
           move 'IN-USE' to ws-reject-reason
       end-if
       .

check-node-on-master.
       move ws-check-location to idx-location
       move 'Y' to ws-node-found
       read movement-index key is idx-location
           invalid key
               move 'N' to ws-node-found
       end-read
       .

*> 'W location' cards ask for the where-used listing without changing
*> anything; IN-USE delete rejects list their referencers the same way.
list-where-used-inquiry.
       move trans-location to ws-where-used-target
       move 'INQUIRY' to ws-where-used-reason
       move 'Y' to ws-list-where-used
       perform scan-where-used
       if ws-where-used-count is equal to 0
           move spaces to where-used-record
           move ws-where-used-target to wu-target
           move 'NONE' to wu-side
           move ws-where-used-reason to wu-reason
           move ws-run-id to wu-run-id
           write where-used-record
       end-if
       .

scan-where-used.
       move 0 to ws-where-used-count
       move 'N' to ws-eof-where-used
       move low-values to idx-location
       start movement-index key is not less than idx-location
           invalid key
               move 'Y' to ws-eof-where-used
       end-start
       perform scan-single-where-used until ws-eof-where-used is equal to 'Y'
       .

scan-single-where-used.
       read movement-index next record
       at end move 'Y' to ws-eof-where-used
       end-read
       if ws-eof-where-used is equal to 'Y'
           exit paragraph
       end-if
       if idx-location is equal to ws-where-used-target
           exit paragraph
       end-if
       if idx-left is not equal to ws-where-used-target and idx-right is not equal to ws-where-used-target
           exit paragraph
       end-if
       add 1 to ws-where-used-count
       if ws-list-where-used is equal to 'Y'
           move spaces to where-used-record
           move ws-where-used-target to wu-target
           move idx-location to wu-location
           move idx-left to wu-left
           move idx-right to wu-right
           if idx-left is equal to ws-where-used-target and idx-right is equal to ws-where-used-target
               move 'BOTH' to wu-side
           else
               if idx-left is equal to ws-where-used-target
                   move 'LEFT' to wu-side
               else
                   move 'RIGHT' to wu-side
               end-if
           end-if
           move ws-where-used-reason to wu-reason
           move ws-run-id to wu-run-id
           write where-used-record
       end-if
       .

hold-transaction.
       if held-count is not less than total-held-slots
           move 'N' to ws-hold-card
           move 'HOLD-MAX' to ws-reject-reason
           perform write-register-record
           exit paragraph
       end-if
       add 1 to held-count
       add 1 to ws-deferred-count
       move trans-action to held-action(held-count)
       move trans-location to held-location(held-count)
       move trans-left to held-left(held-count)
       move trans-right to held-right(held-count)
       move 'N' to held-done(held-count)
       move 'N' to held-in-cycle(held-count)
       .

*> At end of deck held cards are retried in deck order until a pass
*> applies nothing more.  New nodes that only wait on each other are
*> then added together and the retry starts again; whatever is still
*> waiting once neither moves is rejected.
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
               perform process-transaction
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
               perform apply-add-transaction
               perform write-register-record
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
       perform check-node-on-master
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
       perform check-node-on-master
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

*> Cards are blank-separated: action, location, left, right.
*> Old fixed-column 3-character cards still parse; a change card that
       .

apply-add-transaction.
       move 'N' to ws-before-present
       move spaces to ws-before-left
       move spaces to ws-before-right
       move trans-location to idx-location
       move trans-left to idx-left
       move trans-right to idx-right
       write movement-index-record
           invalid key
               move 'DUP' to ws-reject-reason
           not invalid key
               perform write-journal-record
       end-write
       .

           invalid key
               move 'NOT-FND' to ws-reject-reason
           not invalid key
               move 'Y' to ws-before-present
               move idx-left to ws-before-left
               move idx-right to ws-before-right
               if trans-left is not equal to spaces
                   move trans-left to idx-left
               end-if
               rewrite movement-index-record
                   invalid key
                       move 'NOT-FND' to ws-reject-reason
                   not invalid key
                       perform write-journal-record
               end-rewrite
       end-read
       .

*> The record is read first so its before-image can be journaled.
apply-delete-transaction.
       move trans-location to idx-location
       read movement-index key is idx-location
           invalid key
               move 'NOT-FND' to ws-reject-reason
           not invalid key
               move 'Y' to ws-before-present
               move idx-left to ws-before-left
               move idx-right to ws-before-right
               delete movement-index
                   invalid key
                       move 'NOT-FND' to ws-reject-reason
                   not invalid key
                       perform write-journal-record
               end-delete
       end-read
       .

*> One before/after image per record changed on the master, stamped
*> with the time of the change and the run that made it, so
*> day08rcv can roll a backup forward or back a single run out.
write-journal-record.
       move spaces to maint-journal-record
       move function current-date(1:8) to jnl-run-date
       move function current-date(9:6) to jnl-run-time
       move ws-run-id to jnl-run-id
       move 'DAY08MNT' to jnl-program
       move trans-action to jnl-action
       move trans-location to jnl-location
       move ws-before-present to jnl-before-present
       move ws-before-left to jnl-before-left
       move ws-before-right to jnl-before-right
       if trans-action is equal to 'D'
           move 'N' to jnl-after-present
       else
           move 'Y' to jnl-after-present
           move idx-left to jnl-after-left
           move idx-right to jnl-after-right
       end-if
       write maint-journal-record
       .

write-register-record.
       move trans-location to reg-location
       move trans-left to reg-left
       move trans-right to reg-right
       move ws-run-id to reg-run-id
       if trans-action is equal to 'W' and ws-reject-reason is equal to spaces
           move 'INQUIRY' to reg-status
           add 1 to ws-inquiry-count
           write maint-register-record
           exit paragraph
       end-if
       if ws-reject-reason is equal to spaces
           move 'APPLIED' to reg-status
           if ws-deferred-card is equal to 'Y'
               move 'DEFERRED' to reg-reason
           end-if
           add 1 to ws-applied-count
       else
           move 'REJECTED' to reg-status
