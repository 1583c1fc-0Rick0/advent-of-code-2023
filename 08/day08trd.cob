01 trd-control-record.
       05 tc-stale-days PIC 9(4).
fd trend-report.
01 trend-report-line PIC X(140).
working-storage section.
01 total-pair-slots PIC S9(9) value 1000.

01 hist-movement-file PIC X(20).
01 hist-direction-file PIC X(20).
01 hist-total-steps PIC 9(15).
01 hist-profile-name PIC X(8).
01 hist-movement-hash PIC X(9).
01 hist-direction-hash PIC X(9).
01 ws-hist-token-date PIC X(8).
01 ws-hist-token-movement PIC X(20).
01 ws-hist-token-direction PIC X(20).
           10 pair-max-steps PIC 9(15).
           10 pair-latest-steps PIC 9(15).
           10 pair-change-count PIC S9(9) USAGE IS binary value 0.
           10 pair-profile PIC X(8).
           10 pair-latest-mv-hash PIC X(9).
           10 pair-latest-dir-hash PIC X(9).
01 ws-pair-overflow PIC X(1) value 'N'.

*> Every step-count change between consecutive runs of a pair, with
*> what the input fingerprints say about its cause.
01 total-change-slots PIC S9(9) value 2000.
01 change-count PIC S9(9) value 0.
01 change-table.
       05 change-entry occurs 2000 times.
           10 chg-pair-idx PIC S9(9).
           10 chg-run-date PIC X(8).
           10 chg-from-steps PIC 9(15).
           10 chg-to-steps PIC 9(15).
           10 chg-attribution PIC X(30).
01 ws-change-overflow PIC X(1) value 'N'.
01 ws-change-idx PIC S9(9) value 0.

01 ws-scan-idx PIC S9(9) value 0.
01 ws-find-idx PIC S9(9) value 0.

       05 td-latest-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 td-flag PIC X(8).
       05 FILLER PIC X(1) value space.
       05 td-profile PIC X(8).
01 ws-change-detail.
       05 cd-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       05 cd-direction PIC X(20).
       05 FILLER PIC X(1) value space.
       05 cd-profile PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-run-date PIC X(8).
       05 FILLER PIC X(1) value space.
       05 cd-from-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 cd-to-steps PIC 9(15).
       05 FILLER PIC X(1) value space.
       05 cd-attribution PIC X(30).
01 ws-stale-detail.
       05 sd-movement PIC X(20).
       05 FILLER PIC X(1) value space.
       open output trend-report
       perform write-trend-header
       perform write-pair-trend-section
       perform write-change-attribution-section
       perform write-stale-pair-section
       close trend-report
       display "Trend report written: " ws-records-read " history records, " pair-count " pairs, " ws-stale-count " stale"
           display "WARNING: pair table capacity reached, trend totals are incomplete"
           move 4 to return-code
       end-if
       if ws-change-overflow is equal to 'Y'
           display "WARNING: change table capacity reached, step count changes are incomplete"
           move 4 to return-code
       end-if
       stop run.

read-trd-control.
       move ws-hist-token-movement to hist-movement-file
       move ws-hist-token-direction to hist-direction-file
       move ws-hist-token-steps to hist-total-steps
       move history-record(86:8) to hist-profile-name
       move history-record(95:9) to hist-movement-hash
       move history-record(105:9) to hist-direction-hash
       move 'Y' to ws-history-valid
       .

       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than pair-count
           if pair-movement(ws-scan-idx) is equal to hist-movement-file and pair-direction(ws-scan-idx) is equal to hist-direction-file
               and pair-profile(ws-scan-idx) is equal to hist-profile-name
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
               move pair-count to ws-find-idx
               move hist-movement-file to pair-movement(ws-find-idx)
               move hist-direction-file to pair-direction(ws-find-idx)
               move hist-profile-name to pair-profile(ws-find-idx)
               move hist-run-date to pair-first-date(ws-find-idx)
               move hist-run-date to pair-last-date(ws-find-idx)
               move 0 to pair-run-count(ws-find-idx)
       if pair-run-count(ws-find-idx) is greater than 0
           if hist-total-steps is not equal to pair-latest-steps(ws-find-idx)
               add 1 to pair-change-count(ws-find-idx)
               perform record-step-count-change
           end-if
       end-if
       add 1 to pair-run-count(ws-find-idx)
           move hist-total-steps to pair-max-steps(ws-find-idx)
       end-if
       move hist-total-steps to pair-latest-steps(ws-find-idx)
       move hist-movement-hash to pair-latest-mv-hash(ws-find-idx)
       move hist-direction-hash to pair-latest-dir-hash(ws-find-idx)
       .

*> History carries the movement and direction fingerprints day08 saw,
*> so a change can be put down to the network, the directions, or
*> neither.  Runs from before fingerprinting cannot be attributed.
record-step-count-change.
       if change-count is not less than total-change-slots
           move 'Y' to ws-change-overflow
           exit paragraph
       end-if
       add 1 to change-count
       move ws-find-idx to chg-pair-idx(change-count)
       move hist-run-date to chg-run-date(change-count)
       move pair-latest-steps(ws-find-idx) to chg-from-steps(change-count)
       move hist-total-steps to chg-to-steps(change-count)
       evaluate true
           when pair-latest-mv-hash(ws-find-idx) is not numeric or pair-latest-dir-hash(ws-find-idx) is not numeric
               or hist-movement-hash is not numeric or hist-direction-hash is not numeric
               move 'NOT FINGERPRINTED' to chg-attribution(change-count)
           when pair-latest-mv-hash(ws-find-idx) is not equal to hist-movement-hash
               and pair-latest-dir-hash(ws-find-idx) is not equal to hist-direction-hash
               move 'NETWORK AND DIRECTIONS CHANGED' to chg-attribution(change-count)
           when pair-latest-mv-hash(ws-find-idx) is not equal to hist-movement-hash
               move 'NETWORK CHANGED' to chg-attribution(change-count)
           when pair-latest-dir-hash(ws-find-idx) is not equal to hist-direction-hash
               move 'DIRECTIONS CHANGED' to chg-attribution(change-count)
           when other
               move 'INPUTS IDENTICAL - INVESTIGATE' to chg-attribution(change-count)
       end-evaluate
       .

write-trend-header.
       .

write-pair-trend-section.
       move 'PAIR TRENDS (MOVEMENT DIRECTION RUNS FIRST LAST MIN MAX LATEST FLAG PROFILE)' to trend-report-line
       write trend-report-line
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than pair-count
           move pair-movement(ws-scan-idx) to td-movement
           move pair-min-steps(ws-scan-idx) to td-min-steps
           move pair-max-steps(ws-scan-idx) to td-max-steps
           move pair-latest-steps(ws-scan-idx) to td-latest-steps
           move pair-profile(ws-scan-idx) to td-profile
           if pair-change-count(ws-scan-idx) is greater than 1
               move 'UNSTABLE' to td-flag
           else
       end-perform
       .

write-change-attribution-section.
       move 'STEP COUNT CHANGES (MOVEMENT DIRECTION PROFILE DATE FROM TO ATTRIBUTION)' to trend-report-line
       write trend-report-line
       perform varying ws-change-idx from 1 by 1 until ws-change-idx is greater than change-count
           move chg-pair-idx(ws-change-idx) to ws-scan-idx
           move pair-movement(ws-scan-idx) to cd-movement
           move pair-direction(ws-scan-idx) to cd-direction
           move pair-profile(ws-scan-idx) to cd-profile
           move chg-run-date(ws-change-idx) to cd-run-date
           move chg-from-steps(ws-change-idx) to cd-from-steps
           move chg-to-steps(ws-change-idx) to cd-to-steps
           move chg-attribution(ws-change-idx) to cd-attribution
           move ws-change-detail to trend-report-line
           write trend-report-line
       end-perform
       if change-count is equal to 0
           move 'NONE' to trend-report-line
           write trend-report-line
       end-if
       .

write-stale-pair-section.
       move 0 to ws-stale-count
       move spaces to trend-report-line
