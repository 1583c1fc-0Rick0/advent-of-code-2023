       assign to 'batch-control.txt'
       organisation is line sequential
       file status is ws-batch-control-status.
       select optional run-profile
       assign to 'run-profiles.txt'
       organisation is line sequential
       file status is ws-profile-status.
       select optional batch-progress
       assign to 'day08-batch-progress.txt'
       organisation is line sequential
       select summary-file
       assign to 'day08-summary.txt'
       organisation is line sequential.
       select ghost-detail
       assign to 'day08-ghost-detail.txt'
       organisation is line sequential.
       select optional run-history
       assign to 'day08-history.txt'
       organisation is line sequential
       file status is ws-history-status.
       select network-catalog
       assign to ws-catalog-filename
       organisation is indexed
       access mode is dynamic
       record key is cat-key
       file status is ws-catalog-status.
       select optional master-lock
       assign to 'day08-lock.txt'
       organisation is line sequential
       05 bc-movement-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bc-direction-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bc-profile-name PIC X(8).
fd run-profile.
01 run-profile-record PIC X(80).
fd batch-progress.
01 batch-progress-record.
       05 bp-movement-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bp-direction-filename PIC X(20).
       05 FILLER PIC X(1).
       05 bp-profile-name PIC X(8).
fd restart-file.
01 restart-record.
       05 restart-mode PIC X(1).
       05 br-reason PIC X(8).
       05 FILLER PIC X(1).
       05 br-steps PIC 9(15).
       05 FILLER PIC X(1).
       05 br-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 br-run-date PIC X(8).
fd validation-report.
01 validation-report-line PIC X(80).
fd probe-audit.
01 probe-audit-record PIC X(91).
fd audit-trail.
01 audit-record.
       05 audit-step-number PIC 9(15).
       05 audit-direction-used PIC X(1).
       05 FILLER PIC X(1).
       05 audit-to-location PIC X(8).
       05 FILLER PIC X(1).
       05 audit-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 audit-profile-name PIC X(8).
fd ghost-detail.
01 ghost-detail-record.
       05 gd-record-type PIC X(1).
       05 FILLER PIC X(1).
       05 gd-movement-file PIC X(20).
       05 FILLER PIC X(1).
       05 gd-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 gd-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 gd-path-id PIC 9(4).
       05 FILLER PIC X(1).
       05 gd-start-location PIC X(8).
       05 FILLER PIC X(1).
       05 gd-z-location PIC X(8).
       05 FILLER PIC X(1).
       05 gd-reached-z PIC X(1).
       05 FILLER PIC X(1).
       05 gd-first-z-step PIC 9(15).
       05 FILLER PIC X(1).
       05 gd-cycle-length PIC 9(15).
       05 FILLER PIC X(1).
       05 gd-method PIC X(8).
       05 FILLER PIC X(1).
       05 gd-lcm-factor PIC 9(15).
       05 FILLER PIC X(1).
       05 gd-cycles-in-total PIC 9(15).
01 ghost-trailer-record.
       05 gt-record-type PIC X(1).
       05 FILLER PIC X(1).
       05 gt-movement-file PIC X(20).
       05 FILLER PIC X(1).
       05 gt-direction-file PIC X(20).
       05 FILLER PIC X(1).
       05 gt-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 gt-path-count PIC 9(4).
       05 FILLER PIC X(1).
       05 gt-reached-z-count PIC 9(4).
       05 FILLER PIC X(1).
       05 gt-method PIC X(8).
       05 FILLER PIC X(1).
       05 gt-outcome PIC X(8).
       05 FILLER PIC X(1).
       05 gt-cycle-lcm PIC 9(18).
       05 gt-cycle-lcm-text REDEFINES gt-cycle-lcm PIC X(18).
       05 FILLER PIC X(1).
       05 gt-total-steps PIC 9(15).
fd run-history.
01 history-record.
       05 hist-run-date PIC X(8).
       05 hist-end-location PIC X(8).
       05 FILLER PIC X(1).
       05 hist-total-steps PIC 9(15).
       05 FILLER PIC X(1).
       05 hist-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 hist-movement-hash PIC X(9).
       05 FILLER PIC X(1).
       05 hist-direction-hash PIC X(9).
fd network-catalog.
01 catalog-record.
       05 cat-key.
           10 cat-filename PIC X(20).
           10 cat-hash PIC 9(9).
       05 cat-file-type PIC X(1).
       05 cat-node-count PIC 9(9).
       05 cat-record-count PIC 9(9).
       05 cat-first-seen PIC X(8).
       05 cat-last-seen PIC X(8).
fd master-lock.
01 master-lock-record.
       05 lock-program PIC X(8).
       05 summary-end-location PIC X(8).
       05 FILLER PIC X(1).
       05 summary-total-steps PIC 9(15).
       05 FILLER PIC X(1).
       05 summary-profile-name PIC X(8).
       05 FILLER PIC X(1).
       05 summary-movement-hash PIC X(9).
       05 FILLER PIC X(1).
       05 summary-direction-hash PIC X(9).
fd message-log.
01 message-log-record.
       05 log-run-date PIC X(8).
01 done-pair-table.
       05 done-movement PIC X(20) occurs 1000 times.
       05 done-direction PIC X(20) occurs 1000 times.
       05 done-profile PIC X(8) occurs 1000 times.
01 ws-done-overflow PIC X(1) value 'N'.
01 ws-history-status PIC X(2).
01 ws-history-eof PIC X(1) value 'N'.
01 ws-history-prior-found PIC X(1) value 'N'.
01 ws-history-prior-steps PIC 9(15) value 0.
01 ws-history-prior-date PIC X(8) value spaces.
01 ws-history-prior-mv-hash PIC X(9) value spaces.
01 ws-history-prior-dir-hash PIC X(9) value spaces.
01 ws-change-attribution PIC X(40) value spaces.

*> Content fingerprints of the movement and direction input of the
*> current pair: node count, record count and a checksum over the
*> parsed nodes (or the direction letters).  Each version is kept in
*> the network catalog under its file name with the date first seen.
01 ws-catalog-filename PIC X(20) value 'day08-catalog.idx'.
01 ws-catalog-status PIC X(2).
01 ws-mv-fp-filename PIC X(20).
01 ws-mv-fp-hash PIC 9(9) value 0.
01 ws-mv-fp-nodes PIC 9(9) value 0.
01 ws-mv-fp-records PIC 9(9) value 0.
01 ws-dir-fp-hash PIC 9(9) value 0.
01 ws-dir-fp-nodes PIC 9(9) value 0.
01 ws-dir-fp-records PIC 9(9) value 0.
01 ws-fp-work PIC S9(18) USAGE IS binary value 0.
01 ws-fp-modulus PIC S9(18) USAGE IS binary value 999999937.
01 ws-fp-idx PIC S9(4) value 0.
01 ws-fp-node.
       05 fp-location PIC X(8).
       05 fp-left PIC X(8).
       05 fp-right PIC X(8).
01 ws-cat-filename PIC X(20).
01 ws-cat-file-type PIC X(1).
01 ws-cat-hash PIC 9(9).
01 ws-cat-nodes PIC 9(9).
01 ws-cat-records PIC 9(9).

01 ws-lock-status PIC X(2).
01 ws-lock-held PIC X(1) value 'N'.
01 ws-max-steps-explicit PIC X(1) value 'N'.
01 ws-checkpoint-interval PIC 9(9) value 100000.

*> params.txt settings as read, before any pair's run profile is laid
*> over them; each batch pair starts again from these.
01 base-run-mode PIC X(1) value 'S'.
01 base-start-location PIC X(8) value 'AAA'.
01 base-end-location PIC X(8) value 'ZZZ'.
01 base-max-steps PIC 9(15) value 10000000.
01 base-max-steps-explicit PIC X(1) value 'N'.
01 base-load-source PIC X(1) value 'R'.

*> Run profiles, one blank-separated card each in run-profiles.txt:
*>   name mode start end max-steps load-source
*> '*' in start, end or load-source (or 0 max-steps) keeps the
*> params.txt value for that setting.
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

01 total-node-slots PIC S9(9) value 6000.
01 node-count PIC S9(9) value 0.
01 node-table.
01 ws-gcd-a PIC S9(18) USAGE IS binary value 0.
01 ws-gcd-b PIC S9(18) USAGE IS binary value 0.
01 ws-gcd-t PIC S9(18) USAGE IS binary value 0.
01 ws-ghost-probed-count PIC S9(4) value 0.
01 ws-ghost-reached-z-count PIC S9(4) value 0.
01 ws-ghost-running-lcm PIC S9(18) USAGE IS binary value 0.
01 ws-ghost-lcm-factor PIC S9(18) USAGE IS binary value 0.
01 ws-ghost-lcm-overflow PIC X(1) value 'N'.

procedure division.
main-procedure.
       perform initialize-defaults
       perform read-parameter-card
       perform save-base-run-settings
       perform apply-mode-based-watchdog-default
       perform check-batch-control
       perform claim-master-lock
       else
           open output summary-file
           open output audit-trail
           open output ghost-detail
           if ws-batch-mode is equal to 'Y'
               perform run-batch-driver
           else
               perform check-for-existing-checkpoint
               perform run-one-maze
           end-if
           close ghost-detail
           close audit-trail
           close summary-file
       end-if
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
       move 'N' to ws-batch-eof
       move 'N' to ws-any-pair-failed
       perform load-batch-progress
       perform load-run-profiles
       open input batch-control
       open output batch-report
       open output validation-report
           not at end
               move bc-movement-filename to ws-movement-filename
               move bc-direction-filename to ws-direction-filename
               move bc-profile-name to ws-profile-name
               perform apply-pair-run-profile
               if ws-profile-valid is not equal to 'Y'
                   move 'Y' to ws-pair-failed
                   move 'PROFILE' to ws-pair-fail-reason
                   move 0 to ws-step-count
                   perform write-batch-outcome
               else
                   perform run-batch-pair
               end-if
       end-read
       .

run-batch-pair.
       perform check-pair-done
       if ws-pair-done is equal to 'Y'
           move spaces to ws-log-text
           string "Skipping " delimited by size
                  ws-movement-filename delimited by size
                  " / " delimited by size
                  ws-direction-filename delimited by size
                  " (completed in prior run)" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           perform write-skipped-outcome
       else
           perform validate-batch-pair
           if ws-pair-failed is equal to 'Y'
               move spaces to ws-log-text
               string "Skipping " delimited by size
                      ws-movement-filename delimited by size
                      " / " delimited by size
                      ws-direction-filename delimited by size
                      " (structural validation failure)" delimited by size
                      into ws-log-text
               move 'W' to ws-log-severity
               perform log-operational-message
               perform write-batch-outcome
           else
               perform run-one-maze
               perform write-batch-outcome
               if ws-pair-failed is not equal to 'Y'
                   perform record-pair-done
               end-if
           end-if
       end-if
       .

load-run-profiles.
       move 0 to profile-count
       move 'N' to ws-profile-eof
       open input run-profile
       if ws-profile-status is equal to '00'
           perform read-single-run-profile until ws-profile-eof is equal to 'Y'
           close run-profile
           if profile-count is greater than 0
               move spaces to ws-log-text
               string "Run profiles loaded: " delimited by size
                      profile-count delimited by size
                      into ws-log-text
               move 'I' to ws-log-severity
               perform log-operational-message
           end-if
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
                   move spaces to ws-log-text
                   string "WARNING: run profile table capacity of " delimited by size
                          total-profile-slots delimited by size
                          " reached, later profiles ignored" delimited by size
                          into ws-log-text
                   move 'W' to ws-log-severity
                   perform log-operational-message
               end-if
           end-if
       end-read.

*> Every pair starts from the params.txt settings; a named profile is
*> then laid over them and the watchdog default worked out again for
*> the mode the pair actually runs in.
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
               move spaces to ws-log-text
               string "ERROR: run profile " delimited by size
                      ws-profile-name delimited by size
                      " for " delimited by size
                      ws-movement-filename delimited by size
                      " / " delimited by size
                      ws-direction-filename delimited by size
                      " not found in run-profiles.txt" delimited by size
                      into ws-log-text
               move 'E' to ws-log-severity
               perform log-operational-message
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
               move spaces to ws-log-text
               string "ERROR: run profile " delimited by size
                      ws-profile-name delimited by size
                      " mode must be G, S or *" delimited by size
                      into ws-log-text
               move 'E' to ws-log-severity
               perform log-operational-message
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

load-batch-progress.
               add 1 to done-pair-count
               move bp-movement-filename to done-movement(done-pair-count)
               move bp-direction-filename to done-direction(done-pair-count)
               move bp-profile-name to done-profile(done-pair-count)
           else
               move 'Y' to ws-done-overflow
               move 'Y' to ws-progress-eof
       move 'N' to ws-pair-done
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than done-pair-count
           if done-movement(ws-scan-idx) is equal to ws-movement-filename and done-direction(ws-scan-idx) is equal to ws-direction-filename
               and done-profile(ws-scan-idx) is equal to ws-profile-name
               move 'Y' to ws-pair-done
               exit perform
           end-if
           move spaces to batch-progress-record
           move ws-movement-filename to bp-movement-filename
           move ws-direction-filename to bp-direction-filename
           move ws-profile-name to bp-profile-name
           write batch-progress-record
           close batch-progress
       else
       move 'SKIPPED' to br-outcome
       move 'PRIOR' to br-reason
       move 0 to br-steps
       move ws-profile-name to br-profile-name
       move function current-date(1:8) to br-run-date
       write batch-report-record
       .

           move 'SOLVED' to br-outcome
       end-if
       move ws-step-count to br-steps
       move ws-profile-name to br-profile-name
       move function current-date(1:8) to br-run-date
       write batch-report-record
       .

       move spaces to validation-report-line
       string 'NETWORK VALIDATION ' delimited by size
              ws-movement-filename delimited by size
              ' RUN DATE ' delimited by size
              function current-date(1:8) delimited by size
              into validation-report-line
       write validation-report-line
       move spaces to validation-report-line
           perform close-movement-index-if-open
           exit paragraph
       end-if
       perform record-input-fingerprints
       if ws-resume-active is equal to 'Y'
           continue
       else
           if ghost-count is greater than 0
               move ghost-location(1) to ws-current-location
           end-if
           perform write-ghost-detail
       else
           perform check_movement until ws-current-location is equal to ws-end-location or ws-pair-failed is equal to 'Y'
       end-if
           perform abort-pair-or-program
           exit paragraph
       end-if
       move 0 to ws-dir-fp-hash
       move 0 to ws-dir-fp-records
       perform read-single-direction-record until ws-direction-eof is equal to 'Y'
       close direction
       compute ws-directions-count = ws-fill-idx - 1
       move ws-directions-count to ws-dir-fp-nodes
       .

read-single-direction-record.
       read direction
       at end move 'Y' to ws-direction-eof
       not at end
           add 1 to ws-dir-fp-records
           move function trim(direciton-record trailing) to ws-direction-line
           compute ws-direction-line-length = function length(function trim(direciton-record trailing))
           if ws-direction-line-length is greater than 0
                       exit perform
                   end-if
                   move ws-direction-line(ws-char-idx:1) to direction-values(ws-fill-idx)
                   compute ws-fp-work = ws-dir-fp-hash * 31 + function ord(ws-direction-line(ws-char-idx:1))
                   compute ws-dir-fp-hash = function mod(ws-fp-work, ws-fp-modulus)
                   compute ws-fill-idx = ws-fill-idx + 1
               end-perform
           end-if
       move 'Y' to ws-index-available
       move 'N' to ws-eof-movements
       move 1 to movement-idx
       move ws-movement-index-filename to ws-mv-fp-filename
       perform reset-movement-fingerprint
       perform read-single-master-record until ws-eof-movements is equal to 'Y'
       compute ws-movements-count = movement-idx - 1
       move spaces to ws-log-text
       read movement-index next record
       at end move 'Y' to ws-eof-movements
       not at end
           add 1 to ws-mv-fp-records
           move idx-location to fp-location
           move idx-left to fp-left
           move idx-right to fp-right
           perform add-node-to-fingerprint
           move idx-location to ws-suffix-location
           perform find-location-suffix
           if ws-location-suffix is equal to 'A'
           compute movement-idx = movement-idx + 1
       end-read.

reset-movement-fingerprint.
       move 0 to ws-mv-fp-hash
       move 0 to ws-mv-fp-nodes
       move 0 to ws-mv-fp-records
       .

add-node-to-fingerprint.
       add 1 to ws-mv-fp-nodes
       perform varying ws-fp-idx from 1 by 1 until ws-fp-idx is greater than 24
           compute ws-fp-work = ws-mv-fp-hash * 31 + function ord(ws-fp-node(ws-fp-idx:1))
           compute ws-mv-fp-hash = function mod(ws-fp-work, ws-fp-modulus)
       end-perform
       .

*> Both inputs are catalogued once the pair has loaded cleanly; a
*> version not seen before is added with today as its first-seen date.
record-input-fingerprints.
       open i-o network-catalog
       if ws-catalog-status is equal to '35'
           open output network-catalog
           close network-catalog
           open i-o network-catalog
       end-if
       if ws-catalog-status is not equal to '00'
           move spaces to ws-log-text
           string "WARNING: cannot open network catalog " delimited by size
                  ws-catalog-filename delimited by size
                  " (status " delimited by size
                  ws-catalog-status delimited by size
                  "), fingerprints not catalogued" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           exit paragraph
       end-if
       move ws-mv-fp-filename to ws-cat-filename
       move 'M' to ws-cat-file-type
       move ws-mv-fp-hash to ws-cat-hash
       move ws-mv-fp-nodes to ws-cat-nodes
       move ws-mv-fp-records to ws-cat-records
       perform catalog-one-fingerprint
       move ws-direction-filename to ws-cat-filename
       move 'D' to ws-cat-file-type
       move ws-dir-fp-hash to ws-cat-hash
       move ws-dir-fp-nodes to ws-cat-nodes
       move ws-dir-fp-records to ws-cat-records
       perform catalog-one-fingerprint
       close network-catalog
       .

catalog-one-fingerprint.
       move ws-cat-filename to cat-filename
       move ws-cat-hash to cat-hash
       read network-catalog key is cat-key
           invalid key
               move spaces to catalog-record
               move ws-cat-filename to cat-filename
               move ws-cat-hash to cat-hash
               move ws-cat-file-type to cat-file-type
               move ws-cat-nodes to cat-node-count
               move ws-cat-records to cat-record-count
               move function current-date(1:8) to cat-first-seen
               move function current-date(1:8) to cat-last-seen
               write catalog-record
                   invalid key
                       continue
               end-write
               move spaces to ws-log-text
               string "New version of " delimited by size
                      ws-cat-filename delimited by size
                      " catalogued: fingerprint " delimited by size
                      ws-cat-hash delimited by size
                      " nodes " delimited by size
                      ws-cat-nodes delimited by size
                      " records " delimited by size
                      ws-cat-records delimited by size
                      into ws-log-text
               move 'I' to ws-log-severity
               perform log-operational-message
           not invalid key
               move function current-date(1:8) to cat-last-seen
               rewrite catalog-record
                   invalid key
                       continue
               end-rewrite
       end-read
       .

read-all-movements.
       move 'N' to ws-index-available
       move 0 to ghost-start-count
           move 'W' to ws-log-severity
           perform log-operational-message
       end-if
       move ws-movement-filename to ws-mv-fp-filename
       perform reset-movement-fingerprint
       perform read-single-movement until ws-eof-movements = 'Y'
       close movement
       if ws-index-available is equal to 'Y'
       read movement
       at end move 'Y' to ws-eof-movements
       not at end
           add 1 to ws-mv-fp-records
           perform parse-movement-line
           if movement-location is not equal to spaces
               move movement-location to fp-location
               move movement-direction-left to fp-left
               move movement-direction-right to fp-right
               perform add-node-to-fingerprint
               if ws-index-available is equal to 'Y'
                   move movement-location to idx-location
                   move movement-direction-left to idx-left

run-ghost-projection.
       move 'N' to ws-cycle-detect-ok
       move 0 to ws-ghost-probed-count
       if ghost-count is equal to 0
           exit paragraph
       end-if
       perform varying ghost-loop-idx from 1 by 1 until ghost-loop-idx is greater than ghost-count or ws-cycle-detect-ok is equal to 'N' or ws-pair-failed is equal to 'Y'
           perform detect-ghost-cycle
       end-perform
       compute ws-ghost-probed-count = ghost-loop-idx - 1
       if ws-audit-to-probe is equal to 'Y'
           move 'N' to ws-audit-to-probe
           close probe-audit
               move ghost-cycle-length(ghost-loop-idx) to ws-gcd-b
               perform reduce-cycle-gcd until ws-gcd-b is equal to 0
               compute ws-project-period = ws-project-period / ws-gcd-a * ghost-cycle-length(ghost-loop-idx)
                   on size error
                       move spaces to ws-log-text
                       string "Combined ghost cycle exceeds 18 digits at path " delimited by size
                              ghost-loop-idx delimited by size
                              ", stepping instead of projecting" delimited by size
                              into ws-log-text
                       move 'W' to ws-log-severity
                       perform log-operational-message
                       move 'N' to ws-cycle-detect-ok
               end-compute
           end-if
       end-perform
       .
       perform watchdog-check
       .

*> One record per ghost path and a trailer per pair.  Paths the cycle
*> probe reached carry their first Z step and cycle length; the LCM
*> factor is what each path's cycle multiplies the combined period by,
*> taking the paths in start order.  A combined period too large to
*> hold leaves the trailer LCM as OVERFLOW and later factors zero.
write-ghost-detail.
       move 0 to ws-ghost-reached-z-count
       move 0 to ws-ghost-running-lcm
       move 'N' to ws-ghost-lcm-overflow
       perform varying ghost-loop-idx from 1 by 1 until ghost-loop-idx is greater than ghost-count
           perform write-ghost-path-detail
       end-perform
       move spaces to ghost-trailer-record
       move 'T' to gt-record-type
       move ws-movement-filename to gt-movement-file
       move ws-direction-filename to gt-direction-file
       move ws-profile-name to gt-profile-name
       move ghost-count to gt-path-count
       move ws-ghost-reached-z-count to gt-reached-z-count
       if ws-cycle-detect-ok is equal to 'Y'
           move 'PROJECT' to gt-method
       else
           move 'STEPPED' to gt-method
       end-if
       if ws-ghost-lcm-overflow is equal to 'Y'
           move 'OVERFLOW' to gt-cycle-lcm-text
       else
           move ws-ghost-running-lcm to gt-cycle-lcm
       end-if
       if ws-pair-failed is equal to 'Y'
           move 'FAILED' to gt-outcome
           move 0 to gt-total-steps
       else
           move 'SOLVED' to gt-outcome
           move ws-step-count to gt-total-steps
       end-if
       write ghost-trailer-record
       .

write-ghost-path-detail.
       move spaces to ghost-detail-record
       move 'D' to gd-record-type
       move ws-movement-filename to gd-movement-file
       move ws-direction-filename to gd-direction-file
       move ws-profile-name to gd-profile-name
       move ghost-loop-idx to gd-path-id
       move ghost-start-loc(ghost-loop-idx) to gd-start-location
       move 0 to gd-first-z-step
       move 0 to gd-cycle-length
       move 0 to gd-lcm-factor
       move 0 to gd-cycles-in-total
       move 'N' to gd-reached-z
       if ws-cycle-detect-ok is equal to 'Y'
           move 'PROJECT' to gd-method
       else
           move 'STEPPED' to gd-method
       end-if
       if ghost-loop-idx is not greater than ws-ghost-probed-count and ghost-first-z(ghost-loop-idx) is greater than 0
           move 'Y' to gd-reached-z
           move ghost-z-location(ghost-loop-idx) to gd-z-location
           move ghost-first-z(ghost-loop-idx) to gd-first-z-step
           move ghost-cycle-length(ghost-loop-idx) to gd-cycle-length
       else
           move ghost-location(ghost-loop-idx) to ws-suffix-location
           perform find-location-suffix
           if ws-location-suffix is equal to 'Z'
               move 'Y' to gd-reached-z
               move ghost-location(ghost-loop-idx) to gd-z-location
           end-if
       end-if
       if gd-reached-z is equal to 'Y'
           add 1 to ws-ghost-reached-z-count
       end-if
       if gd-cycle-length is greater than 0
           if ws-ghost-running-lcm is equal to 0
               move gd-cycle-length to ws-ghost-lcm-factor
               move gd-cycle-length to ws-ghost-running-lcm
           else
               if ws-ghost-lcm-overflow is equal to 'Y'
                   move 0 to ws-ghost-lcm-factor
               else
                   move ws-ghost-running-lcm to ws-gcd-a
                   move gd-cycle-length to ws-gcd-b
                   perform reduce-cycle-gcd until ws-gcd-b is equal to 0
                   compute ws-ghost-lcm-factor = gd-cycle-length / ws-gcd-a
                   compute ws-ghost-running-lcm = ws-ghost-running-lcm * ws-ghost-lcm-factor
                       on size error
                           move 'Y' to ws-ghost-lcm-overflow
                           move 0 to ws-ghost-lcm-factor
                           move spaces to ws-log-text
                           string "Ghost cycle LCM for " delimited by size
                                  ws-movement-filename delimited by space
                                  " exceeds 18 digits at path " delimited by size
                                  ghost-loop-idx delimited by size
                                  ", trailer marked OVERFLOW" delimited by size
                                  into ws-log-text
                           move 'W' to ws-log-severity
                           perform log-operational-message
                   end-compute
               end-if
           end-if
           move ws-ghost-lcm-factor to gd-lcm-factor
           if ws-pair-failed is not equal to 'Y'
               compute gd-cycles-in-total = ws-step-count / gd-cycle-length
           end-if
       end-if
       write ghost-detail-record
       .

write-audit-record.
       move spaces to audit-record
       move ws-step-count to audit-step-number
       move ws-audit-from-location to audit-from-location
       move ws-audit-direction-used to audit-direction-used
       move ws-audit-to-location to audit-to-location
       move ws-direction-filename to audit-direction-file
       move ws-profile-name to audit-profile-name
       if ws-audit-to-probe is equal to 'Y'
           move audit-record to probe-audit-record
           write probe-audit-record
                      into ws-log-text
               move 'W' to ws-log-severity
               perform log-operational-message
               perform attribute-step-count-change
               move spaces to ws-log-text
               string "Step count change for " delimited by size
                      ws-movement-filename delimited by size
                      ": " delimited by size
                      ws-change-attribution delimited by size
                      into ws-log-text
               move 'W' to ws-log-severity
               perform log-operational-message
           end-if
       end-if
       open extend run-history
           end-if
           move ws-current-location to hist-end-location
           move ws-step-count to hist-total-steps
           move ws-profile-name to hist-profile-name
           move ws-mv-fp-hash to hist-movement-hash
           move ws-dir-fp-hash to hist-direction-hash
           write history-record
           close run-history
       else
       end-if
       .

attribute-step-count-change.
       if ws-history-prior-mv-hash is not numeric or ws-history-prior-dir-hash is not numeric
           move 'no prior fingerprint to compare' to ws-change-attribution
           exit paragraph
       end-if
       if ws-history-prior-mv-hash is not equal to ws-mv-fp-hash and ws-history-prior-dir-hash is not equal to ws-dir-fp-hash
           move 'network and directions changed' to ws-change-attribution
           exit paragraph
       end-if
       if ws-history-prior-mv-hash is not equal to ws-mv-fp-hash
           move 'network changed' to ws-change-attribution
           exit paragraph
       end-if
       if ws-history-prior-dir-hash is not equal to ws-dir-fp-hash
           move 'directions changed' to ws-change-attribution
           exit paragraph
       end-if
       move 'inputs identical - investigate' to ws-change-attribution
       .

*> The profile and fingerprints sit at fixed columns after the steps;
*> history written before they were added has spaces there.
read-single-history-record.
       read run-history
       at end move 'Y' to ws-history-eof
       not at end
           perform parse-history-record
           if ws-hist-token-movement is equal to ws-movement-filename and ws-hist-token-direction is equal to ws-direction-filename
               and hist-profile-name is equal to ws-profile-name
               move 'Y' to ws-history-prior-found
               move hist-movement-hash to ws-history-prior-mv-hash
               move hist-direction-hash to ws-history-prior-dir-hash
               if ws-hist-token-steps is numeric
                   move ws-hist-token-steps to ws-history-prior-steps
               else
       end-if
       move ws-current-location to summary-end-location
       move ws-step-count to summary-total-steps
       move ws-profile-name to summary-profile-name
       move ws-mv-fp-hash to summary-movement-hash
       move ws-dir-fp-hash to summary-direction-hash
       write summary-record
       .

