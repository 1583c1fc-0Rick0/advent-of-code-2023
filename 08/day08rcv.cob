identification division.
program-id. day08rcv.
environment division.
input-output section.
file-control.
       select movement-index
       assign to ws-movement-index-filename
       organisation is indexed
       access mode is dynamic
       record key is idx-location
       file status is ws-movement-index-status.
       select backup-file
       assign to ws-backup-filename
       organisation is line sequential
       file status is ws-backup-status.
       select optional maint-journal
       assign to 'day08-maint-journal.txt'
       organisation is line sequential
       file status is ws-journal-status.
       select optional rcv-control
       assign to 'rcv-control.txt'
       organisation is line sequential
       file status is ws-rcv-control-status.
       select recovery-report
       assign to 'day08-recovery.txt'
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
fd backup-file.
01 backup-record PIC X(80).
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
fd rcv-control.
01 rcv-control-record PIC X(80).
fd recovery-report.
01 recovery-report-line PIC X(100).
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
01 total-backout-slots PIC S9(9) value 6000.

01 ws-movement-index-filename PIC X(20) value 'movement.idx'.
01 ws-movement-index-status PIC X(2).
01 ws-backup-filename PIC X(30) value spaces.
01 ws-backup-status PIC X(2).
01 ws-journal-status PIC X(2).
01 ws-rcv-control-status PIC X(2).
01 ws-lock-status PIC X(2).
01 ws-lock-held PIC X(1) value 'N'.
01 ws-lock-holder PIC X(8) value spaces.
01 ws-lock-held-date PIC X(8) value spaces.
01 ws-lock-held-time PIC X(6) value spaces.

01 ws-run-id PIC X(14).
01 ws-function PIC X(1) value space.
01 ws-rcv-token-function PIC X(8).
01 ws-rcv-token-1 PIC X(30).
01 ws-rcv-token-2 PIC X(14).
01 ws-rcv-token-3 PIC X(14).
01 ws-rcv-token-4 PIC X(14).
01 ws-rcv-token-5 PIC X(14).
01 ws-target-stamp PIC X(14) value spaces.
01 ws-from-stamp PIC X(14) value spaces.
01 ws-backout-run-id PIC X(14) value spaces.
01 ws-force-backout PIC X(1) value 'N'.
01 ws-entry-stamp PIC X(14).

01 ws-eof-master PIC X(1) value 'N'.
01 ws-eof-backup PIC X(1) value 'N'.
01 ws-eof-journal PIC X(1) value 'N'.
01 ws-restore-location PIC X(8).
01 ws-restore-left PIC X(8).
01 ws-restore-right PIC X(8).
01 ws-records-reloaded PIC S9(9) value 0.
01 ws-entries-read PIC S9(9) value 0.
01 ws-entries-applied PIC S9(9) value 0.
01 ws-entries-skipped PIC S9(9) value 0.
01 ws-entries-absent PIC S9(9) value 0.
01 ws-records-restored PIC S9(9) value 0.
01 ws-conflict-count PIC S9(9) value 0.
01 ws-report-count PIC 9(9).

*> Master image taken before a roll forward, so that what the recovery
*> changed can itself be journaled once the master is rebuilt.
01 ws-prior-available PIC X(1) value 'N'.
01 prior-count PIC S9(9) value 0.
01 prior-table.
       05 prior-entry occurs 6000 times.
           10 prior-location PIC X(8).
           10 prior-left PIC X(8).
           10 prior-right PIC X(8).
01 ws-prior-idx PIC S9(9) value 0.
01 ws-prior-overflow PIC X(1) value 'N'.

01 ws-run-seen PIC X(1) value 'N'.
01 backout-count PIC S9(9) value 0.
01 backout-table.
       05 backout-entry occurs 6000 times.
           10 bo-action PIC X(1).
           10 bo-location PIC X(8).
           10 bo-before-present PIC X(1).
           10 bo-before-left PIC X(8).
           10 bo-before-right PIC X(8).
01 ws-backout-idx PIC S9(9) value 0.
01 ws-scan-idx PIC S9(9) value 0.
01 ws-found-on-master PIC X(1) value 'N'.

01 ws-jnl-action PIC X(1).
01 ws-jnl-location PIC X(8).
01 ws-jnl-before-present PIC X(1).
01 ws-jnl-before-left PIC X(8).
01 ws-jnl-before-right PIC X(8).
01 ws-jnl-after-present PIC X(1).
01 ws-jnl-after-left PIC X(8).
01 ws-jnl-after-right PIC X(8).

01 ws-restore-detail.
       05 rd-source PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rd-stamp PIC X(14).
       05 FILLER PIC X(1) value space.
       05 rd-run-id PIC X(14).
       05 FILLER PIC X(1) value space.
       05 rd-action PIC X(1).
       05 FILLER PIC X(1) value space.
       05 rd-location PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rd-left PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rd-right PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rd-result PIC X(8).

procedure division.
main-procedure.
       move function current-date(1:14) to ws-run-id
       perform read-rcv-control
       perform claim-master-lock
       open output recovery-report
       perform write-recovery-header
       evaluate ws-function
           when 'F'
               perform roll-forward-from-backup
           when 'B'
               perform back-out-maintenance-run
       end-evaluate
       perform write-recovery-totals
       close recovery-report
       perform release-master-lock
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
       move 'DAY08RCV' to lock-program
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

*> Control card, blank-separated:
*>   F backup-file to-date [to-time] from-date [from-time]
*>       reload the backup and roll the journal forward from the time
*>       the backup was taken, e.g.
*>       F movement-bkp-20231201.txt 20231203 143000 20231201 220000
*>   B run-id [FORCE]
*>       back out one day08mnt run using its before-images
*> A date without a time means the end of that day (start of the day
*> for the from-stamp).
read-rcv-control.
       open input rcv-control
       if ws-rcv-control-status is equal to '00'
           read rcv-control
               not at end
                   perform parse-rcv-control
           end-read
           close rcv-control
       else
           if ws-rcv-control-status is equal to '05'
               close rcv-control
           end-if
       end-if
       if ws-function is not equal to 'F' and ws-function is not equal to 'B'
           move spaces to ws-log-text
           string "FATAL: rcv-control.txt must hold an F (roll forward) or B (back out) card" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       if ws-function is equal to 'F'
           if ws-backup-filename is equal to spaces or ws-target-stamp is not numeric
               move spaces to ws-log-text
               string "FATAL: roll forward needs a backup filename and a target date (YYYYMMDD [HHMMSS])" delimited by size
                      into ws-log-text
               move 'F' to ws-log-severity
               perform log-operational-message
               exit program returning 1
               stop run
           end-if
           if ws-from-stamp is not numeric
               move spaces to ws-log-text
               string "FATAL: roll forward needs the backup date as from-stamp (YYYYMMDD [HHMMSS])" delimited by size
                      into ws-log-text
               move 'F' to ws-log-severity
               perform log-operational-message
               exit program returning 1
               stop run
           end-if
       else
           if ws-backout-run-id is equal to spaces
               move spaces to ws-log-text
               string "FATAL: back out needs the run id logged by day08mnt" delimited by size
                      into ws-log-text
               move 'F' to ws-log-severity
               perform log-operational-message
               exit program returning 1
               stop run
           end-if
       end-if
       .

parse-rcv-control.
       move spaces to ws-rcv-token-function
       move spaces to ws-rcv-token-1
       move spaces to ws-rcv-token-2
       move spaces to ws-rcv-token-3
       move spaces to ws-rcv-token-4
       move spaces to ws-rcv-token-5
       unstring rcv-control-record delimited by all ' '
           into ws-rcv-token-function ws-rcv-token-1 ws-rcv-token-2
                ws-rcv-token-3 ws-rcv-token-4 ws-rcv-token-5
       end-unstring
       move ws-rcv-token-function(1:1) to ws-function
       if ws-function is equal to 'F'
           move ws-rcv-token-1 to ws-backup-filename
           move ws-rcv-token-2 to ws-target-stamp
           if ws-rcv-token-3(7:1) is equal to space and ws-rcv-token-3(1:6) is numeric
               move ws-rcv-token-3(1:6) to ws-target-stamp(9:6)
               move ws-rcv-token-4 to ws-from-stamp(1:8)
               move ws-rcv-token-5 to ws-from-stamp(9:6)
           else
               move ws-rcv-token-3 to ws-from-stamp(1:8)
               move ws-rcv-token-4 to ws-from-stamp(9:6)
           end-if
           if ws-target-stamp(9:6) is equal to spaces
               move '235959' to ws-target-stamp(9:6)
           end-if
           if ws-from-stamp is not equal to spaces and ws-from-stamp(9:6) is equal to spaces
               move '000000' to ws-from-stamp(9:6)
           end-if
       end-if
       if ws-function is equal to 'B'
           move ws-rcv-token-1 to ws-backout-run-id
           if ws-rcv-token-2 is equal to 'FORCE'
               move 'Y' to ws-force-backout
           end-if
       end-if
       .

abort-recovery-run.
       close recovery-report
       perform release-master-lock
       exit program returning 1
       stop run
       .

*> A target before the backup was taken cannot be reached by rolling
*> forward, so the master is left untouched.
roll-forward-from-backup.
       if ws-target-stamp is less than ws-from-stamp
           move spaces to ws-log-text
           string "ERROR: roll forward target " delimited by size
                  ws-target-stamp delimited by size
                  " is before from-stamp " delimited by size
                  ws-from-stamp delimited by size
                  ", master not changed" delimited by size
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
           move 'ROLL FORWARD REJECTED: TARGET IS BEFORE FROM-STAMP, MASTER NOT CHANGED' to recovery-report-line
           write recovery-report-line
           move 8 to return-code
           exit paragraph
       end-if
       perform capture-pre-recovery-image
       perform reload-from-backup
       open i-o movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot reopen rebuilt movement master " delimited by size
                  ws-movement-index-filename delimited by size
                  " (status " delimited by size
                  ws-movement-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           perform abort-recovery-run
       end-if
       open input maint-journal
       if ws-journal-status is not equal to '00'
           if ws-journal-status is equal to '05'
               close maint-journal
           end-if
           close movement-index
           move spaces to ws-log-text
           string "WARNING: no day08-maint-journal.txt to roll forward, master left at backup image" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           move 'NO JOURNAL, MASTER LEFT AT BACKUP IMAGE' to recovery-report-line
           write recovery-report-line
           move 4 to return-code
       else
           move 'JOURNAL ENTRIES ROLLED FORWARD (SOURCE STAMP RUN-ID ACTION LOCATION LEFT RIGHT RESULT)' to recovery-report-line
           write recovery-report-line
           move 'N' to ws-eof-journal
           perform roll-forward-single-entry until ws-eof-journal is equal to 'Y'
           close maint-journal
           close movement-index
       end-if
       perform journal-recovery-differences
       move spaces to ws-log-text
       string "Roll forward to " delimited by size
              ws-target-stamp delimited by size
              " complete: " delimited by size
              ws-records-reloaded delimited by size
              " reloaded, " delimited by size
              ws-entries-applied delimited by size
              " journal entries applied" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       .

capture-pre-recovery-image.
       move 'N' to ws-prior-available
       move 'N' to ws-prior-overflow
       move 0 to prior-count
       open input movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "WARNING: current master " delimited by size
                  ws-movement-index-filename delimited by size
                  " unreadable (status " delimited by size
                  ws-movement-index-status delimited by size
                  "), recovery changes will not be journaled" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           exit paragraph
       end-if
       move 'N' to ws-eof-master
       perform capture-single-prior-record until ws-eof-master is equal to 'Y'
       close movement-index
       if ws-prior-overflow is equal to 'Y'
           move spaces to ws-log-text
           string "WARNING: current master exceeds image capacity of " delimited by size
                  total-node-slots delimited by size
                  ", recovery changes will not be journaled" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           exit paragraph
       end-if
       move 'Y' to ws-prior-available
       .

capture-single-prior-record.
       read movement-index next record
       at end move 'Y' to ws-eof-master
       end-read
       if ws-eof-master is equal to 'Y'
           exit paragraph
       end-if
       if ws-movement-index-status is not equal to '00'
           move 'Y' to ws-prior-overflow
           move 'Y' to ws-eof-master
           exit paragraph
       end-if
       if prior-count is less than total-node-slots
           add 1 to prior-count
           move idx-location to prior-location(prior-count)
           move idx-left to prior-left(prior-count)
           move idx-right to prior-right(prior-count)
       else
           move 'Y' to ws-prior-overflow
           move 'Y' to ws-eof-master
       end-if
       .

reload-from-backup.
       open input backup-file
       if ws-backup-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open backup " delimited by size
                  ws-backup-filename delimited by size
                  " (status " delimited by size
                  ws-backup-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           perform abort-recovery-run
       end-if
       open output movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot rebuild movement master " delimited by size
                  ws-movement-index-filename delimited by size
                  " (status " delimited by size
                  ws-movement-index-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close backup-file
           perform abort-recovery-run
       end-if
       move 'N' to ws-eof-backup
       perform reload-single-record until ws-eof-backup is equal to 'Y'
       close movement-index
       close backup-file
       move ws-records-reloaded to ws-report-count
       move spaces to recovery-report-line
       string 'RELOADED ' delimited by size
              ws-report-count delimited by size
              ' RECORDS FROM BACKUP ' delimited by size
              ws-backup-filename delimited by size
              into recovery-report-line
       write recovery-report-line
       .

reload-single-record.
       read backup-file
       at end move 'Y' to ws-eof-backup
       not at end
           perform parse-backup-record
           if ws-restore-location is not equal to spaces
               move ws-restore-location to idx-location
               move ws-restore-left to idx-left
               move ws-restore-right to idx-right
               write movement-index-record
                   invalid key
                       move spaces to ws-log-text
                       string "WARNING: duplicate key " delimited by size
                              ws-restore-location delimited by size
                              " in backup, first kept" delimited by size
                              into ws-log-text
                       move 'W' to ws-log-severity
                       perform log-operational-message
                   not invalid key
                       add 1 to ws-records-reloaded
               end-write
           end-if
       end-read.

*> Same blank-separated parse as day08bku uses for its reload.
parse-backup-record.
       move spaces to ws-restore-location
       move spaces to ws-restore-left
       move spaces to ws-restore-right
       unstring backup-record delimited by all ' '
           into ws-restore-location ws-restore-left ws-restore-right
       end-unstring
       .

*> Entries made before the backup was taken are skipped by the
*> from-stamp.  Replaying them would be harmless only when the target is
*> after the backup, because the entries up to the backup bring every
*> record back to the image it holds; an earlier target is rejected in
*> roll-forward-from-backup.
roll-forward-single-entry.
       read maint-journal
       at end move 'Y' to ws-eof-journal
       not at end
           add 1 to ws-entries-read
           move jnl-run-date to ws-entry-stamp(1:8)
           move jnl-run-time to ws-entry-stamp(9:6)
           if ws-entry-stamp is greater than ws-target-stamp
               add 1 to ws-entries-skipped
           else
               if ws-entry-stamp is less than ws-from-stamp
                   add 1 to ws-entries-skipped
               else
                   perform apply-journal-after-image
               end-if
           end-if
       end-read.

apply-journal-after-image.
       move 'JOURNAL' to rd-source
       move ws-entry-stamp to rd-stamp
       move jnl-run-id to rd-run-id
       move jnl-action to rd-action
       move jnl-location to rd-location
       move jnl-after-left to rd-left
       move jnl-after-right to rd-right
       move 'APPLIED' to rd-result
       move jnl-location to idx-location
       if jnl-after-present is equal to 'Y'
           move jnl-after-left to idx-left
           move jnl-after-right to idx-right
           write movement-index-record
               invalid key
                   rewrite movement-index-record
                       invalid key
                           move 'FAILED' to rd-result
                   end-rewrite
           end-write
       else
           delete movement-index
               invalid key
                   move 'ABSENT' to rd-result
           end-delete
       end-if
       evaluate rd-result
           when 'APPLIED'
               add 1 to ws-entries-applied
           when 'ABSENT'
               add 1 to ws-entries-absent
           when other
               move spaces to ws-log-text
               string "ERROR: could not roll forward journal entry for " delimited by size
                      jnl-location delimited by size
                      " (status " delimited by size
                      ws-movement-index-status delimited by size
                      ")" delimited by size
                      into ws-log-text
               move 'E' to ws-log-severity
               perform log-operational-message
               move 8 to return-code
       end-evaluate
       move ws-restore-detail to recovery-report-line
       write recovery-report-line
       .

*> The rebuilt master is compared with the image taken beforehand and
*> every difference is journaled as a change by this recovery run, so
*> the journal stays a complete history of the master.
journal-recovery-differences.
       if ws-prior-available is not equal to 'Y'
           move 'PRE-RECOVERY IMAGE NOT AVAILABLE, RECOVERY CHANGES NOT JOURNALED' to recovery-report-line
           write recovery-report-line
           exit paragraph
       end-if
       open input movement-index
       if ws-movement-index-status is not equal to '00'
           move 'REBUILT MASTER NOT READABLE, RECOVERY CHANGES NOT JOURNALED' to recovery-report-line
           write recovery-report-line
           move 4 to return-code
           exit paragraph
       end-if
       open extend maint-journal
       if ws-journal-status is not equal to '00' and ws-journal-status is not equal to '05'
           close movement-index
           move 'JOURNAL NOT EXTENDABLE, RECOVERY CHANGES NOT JOURNALED' to recovery-report-line
           write recovery-report-line
           move 4 to return-code
           exit paragraph
       end-if
       move 'RECORDS RESTORED (SOURCE STAMP RUN-ID ACTION LOCATION LEFT RIGHT RESULT)' to recovery-report-line
       write recovery-report-line
       move 1 to ws-prior-idx
       move 'N' to ws-eof-master
       perform read-next-rebuilt-record
       perform compare-next-image-entry until ws-eof-master is equal to 'Y' and ws-prior-idx is greater than prior-count
       close maint-journal
       close movement-index
       .

read-next-rebuilt-record.
       read movement-index next record
       at end move 'Y' to ws-eof-master
       end-read
       if ws-eof-master is not equal to 'Y' and ws-movement-index-status is not equal to '00'
           move 'Y' to ws-eof-master
       end-if
       .

compare-next-image-entry.
       if ws-eof-master is equal to 'Y'
           perform journal-prior-only-record
           exit paragraph
       end-if
       if ws-prior-idx is greater than prior-count
           perform journal-rebuilt-only-record
           exit paragraph
       end-if
       if prior-location(ws-prior-idx) is less than idx-location
           perform journal-prior-only-record
           exit paragraph
       end-if
       if prior-location(ws-prior-idx) is greater than idx-location
           perform journal-rebuilt-only-record
           exit paragraph
       end-if
       if prior-left(ws-prior-idx) is not equal to idx-left or prior-right(ws-prior-idx) is not equal to idx-right
           move 'C' to ws-jnl-action
           move idx-location to ws-jnl-location
           move 'Y' to ws-jnl-before-present
           move prior-left(ws-prior-idx) to ws-jnl-before-left
           move prior-right(ws-prior-idx) to ws-jnl-before-right
           move 'Y' to ws-jnl-after-present
           move idx-left to ws-jnl-after-left
           move idx-right to ws-jnl-after-right
           perform write-recovery-journal-record
       end-if
       add 1 to ws-prior-idx
       perform read-next-rebuilt-record
       .

journal-prior-only-record.
       move 'D' to ws-jnl-action
       move prior-location(ws-prior-idx) to ws-jnl-location
       move 'Y' to ws-jnl-before-present
       move prior-left(ws-prior-idx) to ws-jnl-before-left
       move prior-right(ws-prior-idx) to ws-jnl-before-right
       move 'N' to ws-jnl-after-present
       move spaces to ws-jnl-after-left
       move spaces to ws-jnl-after-right
       perform write-recovery-journal-record
       add 1 to ws-prior-idx
       .

journal-rebuilt-only-record.
       move 'A' to ws-jnl-action
       move idx-location to ws-jnl-location
       move 'N' to ws-jnl-before-present
       move spaces to ws-jnl-before-left
       move spaces to ws-jnl-before-right
       move 'Y' to ws-jnl-after-present
       move idx-left to ws-jnl-after-left
       move idx-right to ws-jnl-after-right
       perform write-recovery-journal-record
       perform read-next-rebuilt-record
       .

back-out-maintenance-run.
       open input maint-journal
       if ws-journal-status is not equal to '00'
           if ws-journal-status is equal to '05'
               close maint-journal
           end-if
           move spaces to ws-log-text
           string "FATAL: no day08-maint-journal.txt, cannot back out run " delimited by size
                  ws-backout-run-id delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           perform abort-recovery-run
       end-if
       move 'CONFLICTING LATER CHANGES (STAMP RUN-ID PROGRAM ACTION LOCATION)' to recovery-report-line
       write recovery-report-line
       move 0 to backout-count
       move 'N' to ws-run-seen
       move 'N' to ws-eof-journal
       perform collect-single-backout-entry until ws-eof-journal is equal to 'Y'
       close maint-journal
       if ws-conflict-count is equal to 0
           move 'NONE' to recovery-report-line
           write recovery-report-line
       end-if
       if backout-count is equal to 0
           move spaces to ws-log-text
           string "ERROR: run " delimited by size
                  ws-backout-run-id delimited by size
                  " has no entries in day08-maint-journal.txt, nothing backed out" delimited by size
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
           move 'RUN NOT FOUND IN JOURNAL, NOTHING BACKED OUT' to recovery-report-line
           write recovery-report-line
           move 8 to return-code
           exit paragraph
       end-if
       if ws-conflict-count is greater than 0 and ws-force-backout is not equal to 'Y'
           move spaces to ws-log-text
           string "ERROR: back out of run " delimited by size
                  ws-backout-run-id delimited by size
                  " refused, " delimited by size
                  ws-conflict-count delimited by size
                  " later changes touch the same locations (add FORCE to override)" delimited by size
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
           move 'BACK OUT REFUSED: LATER CHANGES TOUCH THE SAME LOCATIONS' to recovery-report-line
           write recovery-report-line
           move 8 to return-code
           exit paragraph
       end-if
       open i-o movement-index
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
           perform abort-recovery-run
       end-if
       open extend maint-journal
       if ws-journal-status is not equal to '00' and ws-journal-status is not equal to '05'
           move spaces to ws-log-text
           string "FATAL: cannot extend day08-maint-journal.txt (status " delimited by size
                  ws-journal-status delimited by size
                  "), nothing backed out" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close movement-index
           perform abort-recovery-run
       end-if
       move 'RECORDS RESTORED (SOURCE STAMP RUN-ID ACTION LOCATION LEFT RIGHT RESULT)' to recovery-report-line
       write recovery-report-line
       perform varying ws-backout-idx from backout-count by -1 until ws-backout-idx is less than 1
           perform restore-before-image
       end-perform
       close maint-journal
       close movement-index
       move spaces to ws-log-text
       string "Run " delimited by size
              ws-backout-run-id delimited by size
              " backed out: " delimited by size
              ws-records-restored delimited by size
              " records restored" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       .

*> Entries of the named run are kept in journal order and undone last
*> first.  Any later entry from another run that touches one of the
*> same locations would be lost by the back out, so it is listed as a
*> conflict.
collect-single-backout-entry.
       read maint-journal
       at end move 'Y' to ws-eof-journal
       not at end
           add 1 to ws-entries-read
           if jnl-run-id is equal to ws-backout-run-id
               move 'Y' to ws-run-seen
               if backout-count is less than total-backout-slots
                   add 1 to backout-count
                   move jnl-action to bo-action(backout-count)
                   move jnl-location to bo-location(backout-count)
                   move jnl-before-present to bo-before-present(backout-count)
                   move jnl-before-left to bo-before-left(backout-count)
                   move jnl-before-right to bo-before-right(backout-count)
               else
                   move spaces to ws-log-text
                   string "FATAL: run " delimited by size
                          ws-backout-run-id delimited by size
                          " exceeds back out table capacity of " delimited by size
                          total-backout-slots delimited by size
                          into ws-log-text
                   move 'F' to ws-log-severity
                   perform log-operational-message
                   close maint-journal
                   perform abort-recovery-run
               end-if
           else
               if ws-run-seen is equal to 'Y'
                   perform check-backout-conflict
               end-if
           end-if
       end-read.

check-backout-conflict.
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than backout-count
           if bo-location(ws-scan-idx) is equal to jnl-location
               add 1 to ws-conflict-count
               move spaces to recovery-report-line
               string jnl-run-date delimited by size
                      jnl-run-time delimited by size
                      ' ' delimited by size
                      jnl-run-id delimited by size
                      ' ' delimited by size
                      jnl-program delimited by size
                      ' ' delimited by size
                      jnl-action delimited by size
                      ' ' delimited by size
                      jnl-location delimited by size
                      into recovery-report-line
               write recovery-report-line
               exit perform
           end-if
       end-perform
       .

restore-before-image.
       move bo-location(ws-backout-idx) to idx-location
       move 'Y' to ws-found-on-master
       read movement-index key is idx-location
           invalid key
               move 'N' to ws-found-on-master
       end-read
       move bo-location(ws-backout-idx) to ws-jnl-location
       move ws-found-on-master to ws-jnl-before-present
       move spaces to ws-jnl-before-left
       move spaces to ws-jnl-before-right
       if ws-found-on-master is equal to 'Y'
           move idx-left to ws-jnl-before-left
           move idx-right to ws-jnl-before-right
       end-if
       move bo-before-present(ws-backout-idx) to ws-jnl-after-present
       move spaces to ws-jnl-after-left
       move spaces to ws-jnl-after-right
       move 'BACKOUT' to rd-source
       move function current-date(1:14) to rd-stamp
       move ws-backout-run-id to rd-run-id
       move bo-location(ws-backout-idx) to rd-location
       move 'RESTORED' to rd-result
       if bo-before-present(ws-backout-idx) is equal to 'Y'
           move bo-before-left(ws-backout-idx) to ws-jnl-after-left
           move bo-before-right(ws-backout-idx) to ws-jnl-after-right
           move bo-location(ws-backout-idx) to idx-location
           move bo-before-left(ws-backout-idx) to idx-left
           move bo-before-right(ws-backout-idx) to idx-right
           if ws-found-on-master is equal to 'Y'
               move 'C' to ws-jnl-action
               rewrite movement-index-record
                   invalid key
                       move 'FAILED' to rd-result
               end-rewrite
           else
               move 'A' to ws-jnl-action
               write movement-index-record
                   invalid key
                       move 'FAILED' to rd-result
               end-write
           end-if
       else
           move 'D' to ws-jnl-action
           if ws-found-on-master is equal to 'Y'
               delete movement-index
                   invalid key
                       move 'FAILED' to rd-result
               end-delete
           else
               move 'ABSENT' to rd-result
           end-if
       end-if
       move ws-jnl-action to rd-action
       move ws-jnl-after-left to rd-left
       move ws-jnl-after-right to rd-right
       move ws-restore-detail to recovery-report-line
       write recovery-report-line
       evaluate rd-result
           when 'RESTORED'
               add 1 to ws-records-restored
               perform write-journal-record
           when 'ABSENT'
               add 1 to ws-entries-absent
           when other
               move spaces to ws-log-text
               string "ERROR: could not restore before-image of " delimited by size
                      bo-location(ws-backout-idx) delimited by size
                      " (status " delimited by size
                      ws-movement-index-status delimited by size
                      ")" delimited by size
                      into ws-log-text
               move 'E' to ws-log-severity
               perform log-operational-message
               move 8 to return-code
       end-evaluate
       .

write-recovery-journal-record.
       add 1 to ws-records-restored
       move 'RECOVERY' to rd-source
       move function current-date(1:14) to rd-stamp
       move ws-run-id to rd-run-id
       move ws-jnl-action to rd-action
       move ws-jnl-location to rd-location
       move ws-jnl-after-left to rd-left
       move ws-jnl-after-right to rd-right
       move 'RESTORED' to rd-result
       move ws-restore-detail to recovery-report-line
       write recovery-report-line
       perform write-journal-record
       .

write-journal-record.
       move spaces to maint-journal-record
       move function current-date(1:8) to jnl-run-date
       move function current-date(9:6) to jnl-run-time
       move ws-run-id to jnl-run-id
       move 'DAY08RCV' to jnl-program
       move ws-jnl-action to jnl-action
       move ws-jnl-location to jnl-location
       move ws-jnl-before-present to jnl-before-present
       move ws-jnl-before-left to jnl-before-left
       move ws-jnl-before-right to jnl-before-right
       move ws-jnl-after-present to jnl-after-present
       move ws-jnl-after-left to jnl-after-left
       move ws-jnl-after-right to jnl-after-right
       write maint-journal-record
       .

write-recovery-header.
       move spaces to recovery-report-line
       string 'MOVEMENT MASTER RECOVERY ' delimited by size
              ws-movement-index-filename delimited by size
              ' RUN ' delimited by size
              ws-run-id delimited by size
              into recovery-report-line
       write recovery-report-line
       move spaces to recovery-report-line
       if ws-function is equal to 'F'
           string 'ROLL FORWARD FROM BACKUP ' delimited by size
                  ws-backup-filename delimited by size
                  ' TO ' delimited by size
                  ws-target-stamp delimited by size
                  into recovery-report-line
           write recovery-report-line
           move spaces to recovery-report-line
           string 'JOURNAL ENTRIES BEFORE ' delimited by size
                  ws-from-stamp delimited by size
                  ' SKIPPED' delimited by size
                  into recovery-report-line
           write recovery-report-line
       else
           string 'BACK OUT OF MAINTENANCE RUN ' delimited by size
                  ws-backout-run-id delimited by size
                  into recovery-report-line
           write recovery-report-line
           if ws-force-backout is equal to 'Y'
               move 'FORCED: LATER CONFLICTING CHANGES WILL BE OVERWRITTEN' to recovery-report-line
               write recovery-report-line
           end-if
       end-if
       .

write-recovery-totals.
       if ws-function is equal to 'F'
           move ws-records-reloaded to ws-report-count
           move spaces to recovery-report-line
           string 'RECORDS RELOADED FROM BACKUP ' delimited by size
                  ws-report-count delimited by size
                  into recovery-report-line
           write recovery-report-line
           move ws-entries-applied to ws-report-count
           move spaces to recovery-report-line
           string 'JOURNAL ENTRIES APPLIED ' delimited by size
                  ws-report-count delimited by size
                  into recovery-report-line
           write recovery-report-line
           move ws-entries-skipped to ws-report-count
           move spaces to recovery-report-line
           string 'JOURNAL ENTRIES OUTSIDE WINDOW ' delimited by size
                  ws-report-count delimited by size
                  into recovery-report-line
           write recovery-report-line
       else
           move ws-conflict-count to ws-report-count
           move spaces to recovery-report-line
           string 'CONFLICTING LATER CHANGES ' delimited by size
                  ws-report-count delimited by size
                  into recovery-report-line
           write recovery-report-line
       end-if
       move ws-entries-absent to ws-report-count
       move spaces to recovery-report-line
       string 'DELETES ALREADY ABSENT ' delimited by size
              ws-report-count delimited by size
              into recovery-report-line
       write recovery-report-line
       move ws-records-restored to ws-report-count
       move spaces to recovery-report-line
       string 'RECORDS RESTORED ' delimited by size
              ws-report-count delimited by size
              into recovery-report-line
       write recovery-report-line
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08RCV' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
