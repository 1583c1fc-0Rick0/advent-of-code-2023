identification division.
program-id. day08csv.
environment division.
input-output section.
file-control.
       select csv-network
       assign to ws-csv-filename
       organisation is line sequential
       file status is ws-csv-status.
       select movement
       assign to ws-movement-filename
       organisation is line sequential
       file status is ws-movement-status.
       select movement-index
       assign to ws-movement-index-filename
       organisation is indexed
       access mode is dynamic
       record key is idx-location
       file status is ws-movement-index-status.
       select optional csv-control
       assign to 'csv-control.txt'
       organisation is line sequential
       file status is ws-csv-control-status.
       select csv-report
       assign to 'day08-csv-report.txt'
       organisation is line sequential.
       select sync-trans
       assign to 'movement-trans.txt'
       organisation is line sequential.
       select optional message-log
       assign to 'day08-message-log.txt'
       organisation is line sequential
       file status is ws-log-status.
data division.
file section.
fd csv-network.
01 csv-record PIC X(200).
fd movement.
01 movement-line PIC X(40). *> 'AAA = (BBB, CCC)', codes up to 8 chars
fd movement-index.
01 movement-index-record.
       05 idx-location PIC X(8).
       05 idx-left PIC X(8).
       05 idx-right PIC X(8).
fd csv-control.
01 csv-control-record.
       05 cv-csv-filename PIC X(20).
       05 FILLER PIC X(1).
       05 cv-movement-filename PIC X(20).
       05 FILLER PIC X(1).
       05 cv-write-trans PIC X(1).
fd csv-report.
01 csv-report-line PIC X(132).
fd sync-trans.
01 sync-trans-record.
       05 st-action PIC X(1).
       05 FILLER PIC X(1).
       05 st-location PIC X(8).
       05 FILLER PIC X(1).
       05 st-left PIC X(8).
       05 FILLER PIC X(1).
       05 st-right PIC X(8).
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

01 ws-csv-filename PIC X(20) value 'planning-network.csv'.
01 ws-movement-filename PIC X(20) value 'input2-csv.txt'.
01 ws-movement-index-filename PIC X(20) value 'movement.idx'.
01 ws-write-trans PIC X(1) value 'N'.
01 ws-csv-status PIC X(2).
01 ws-movement-status PIC X(2).
01 ws-movement-index-status PIC X(2).
01 ws-csv-control-status PIC X(2).
01 ws-csv-eof PIC X(1) value 'N'.
01 ws-eof-master PIC X(1) value 'N'.
01 ws-master-available PIC X(1) value 'N'.

01 ws-csv-field-1 PIC X(40).
01 ws-csv-field-2 PIC X(40).
01 ws-csv-field-3 PIC X(40).
01 ws-csv-field-4 PIC X(40).
01 ws-csv-field-count PIC S9(4) value 0.
01 ws-code-work PIC X(40).
01 ws-code-length PIC S9(4) value 0.
01 ws-code-spaces PIC S9(4) value 0.
01 ws-code-specials PIC S9(4) value 0.
01 ws-code-idx PIC S9(4) value 0.
01 ws-code-upper PIC X(40).
01 ws-row-location PIC X(8).
01 ws-row-left PIC X(8).
01 ws-row-right PIC X(8).
01 ws-row-valid PIC X(1) value 'N'.
01 ws-row-reason PIC X(8).
01 ws-row-detail PIC X(40).

01 ws-rows-read PIC S9(9) value 0.
01 ws-header-rows PIC S9(9) value 0.
01 ws-data-rows PIC S9(9) value 0.
01 ws-blank-rows PIC S9(9) value 0.
01 ws-rejected-rows PIC S9(9) value 0.
01 ws-control-total PIC S9(15) value 0.
01 ws-first-row-seen PIC X(1) value 'N'.

01 ws-trailer-seen PIC X(1) value 'N'.
01 ws-trailer-valid PIC X(1) value 'N'.
01 ws-rows-after-trailer PIC S9(9) value 0.
01 ws-trailer-rows PIC S9(15) value 0.
01 ws-trailer-total PIC S9(15) value 0.
01 ws-file-rejected PIC X(1) value 'N'.
01 ws-file-reject-reason PIC X(60) value spaces.

01 node-count PIC S9(9) value 0.
01 node-table.
       05 node-entry occurs 6000 times.
           10 node-location PIC X(8).
           10 node-left PIC X(8).
           10 node-right PIC X(8).
01 master-node-count PIC S9(9) value 0.
01 master-node-table.
       05 master-node-entry occurs 6000 times.
           10 master-node-location PIC X(8).
           10 master-node-left PIC X(8).
           10 master-node-right PIC X(8).
01 ws-node-overflow PIC X(1) value 'N'.

01 ws-scan-idx PIC S9(9) value 0.
01 ws-find-idx PIC S9(9) value 0.
01 ws-pass-idx PIC S9(9) value 0.
01 ws-find-location PIC X(8).

01 ws-nodes-written PIC S9(9) value 0.
01 ws-add-count PIC S9(9) value 0.
01 ws-change-count PIC S9(9) value 0.
01 ws-unchanged-count PIC S9(9) value 0.
01 ws-report-count PIC Z(14)9.

01 ws-reject-detail.
       05 rd-row-number PIC 9(9).
       05 FILLER PIC X(1) value space.
       05 rd-reason PIC X(8).
       05 FILLER PIC X(1) value space.
       05 rd-detail PIC X(40).
       05 FILLER PIC X(1) value space.
       05 rd-text PIC X(72).

procedure division.
main-procedure.
       perform read-csv-control
       open input csv-network
       if ws-csv-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open " delimited by size
                  ws-csv-filename delimited by space
                  " (status " delimited by size
                  ws-csv-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       open output csv-report
       perform write-report-header
       perform read-single-csv-row until ws-csv-eof is equal to 'Y'
       close csv-network
       if ws-node-overflow is equal to 'Y'
           move spaces to csv-report-line
           string 'FILE REJECTED: more than ' delimited by size
                  total-node-slots delimited by size
                  ' locations, exceeds table capacity' delimited by size
                  into csv-report-line
           write csv-report-line
           close csv-report
           move spaces to ws-log-text
           string "FATAL: " delimited by size
                  ws-csv-filename delimited by space
                  " exceeds table capacity of " delimited by size
                  total-node-slots delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       if ws-rejected-rows is equal to 0
           move 'NONE' to csv-report-line
           write csv-report-line
       end-if
       perform reconcile-trailer
       if ws-file-rejected is equal to 'Y'
           perform write-report-totals
           move spaces to csv-report-line
           string 'FILE REJECTED: ' delimited by size
                  ws-file-reject-reason delimited by size
                  into csv-report-line
           write csv-report-line
           close csv-report
           move spaces to ws-log-text
           string "ERROR: " delimited by size
                  ws-csv-filename delimited by space
                  " rejected, " delimited by size
                  ws-file-reject-reason delimited by size
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
           move 8 to return-code
           stop run
       end-if
       perform write-movement-file
       if ws-write-trans is equal to 'Y'
           perform load-movement-master
           perform write-transaction-deck
       end-if
       perform write-report-totals
       move 'FILE ACCEPTED' to csv-report-line
       write csv-report-line
       close csv-report
       move spaces to ws-log-text
       string "Converted " delimited by size
              ws-csv-filename delimited by space
              " to " delimited by size
              ws-movement-filename delimited by space
              ": " delimited by size
              ws-nodes-written delimited by size
              " locations, " delimited by size
              ws-rejected-rows delimited by size
              " rows rejected" delimited by size
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       if ws-write-trans is equal to 'Y'
           move spaces to ws-log-text
           string "Transactions written to movement-trans.txt, apply with day08mnt: " delimited by size
                  ws-add-count delimited by size
                  " add, " delimited by size
                  ws-change-count delimited by size
                  " change" delimited by size
                  into ws-log-text
           move 'I' to ws-log-severity
           perform log-operational-message
       end-if
       if ws-rejected-rows is greater than 0
           move spaces to ws-log-text
           string "WARNING: " delimited by size
                  ws-rejected-rows delimited by size
                  " rows rejected and left out of " delimited by size
                  ws-movement-filename delimited by space
                  ", see day08-csv-report.txt" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           move 4 to return-code
       end-if
       if ws-write-trans is equal to 'Y' and ws-master-available is not equal to 'Y'
           move 4 to return-code
       end-if
       stop run.

read-csv-control.
       open input csv-control
       if ws-csv-control-status is equal to '00'
           read csv-control
               not at end
                   if cv-csv-filename is not equal to spaces
                       move cv-csv-filename to ws-csv-filename
                   end-if
                   if cv-movement-filename is not equal to spaces
                       move cv-movement-filename to ws-movement-filename
                   end-if
                   if cv-write-trans is equal to 'Y'
                       move 'Y' to ws-write-trans
                   end-if
           end-read
           close csv-control
       else
           if ws-csv-control-status is equal to '05'
               continue
           end-if
       end-if
       .

*> Rows are location,left,right.  The first row may be a column header
*> and the last must be TRAILER,row-count,control-total, where the
*> control total is the number of characters in the three codes summed
*> over every data row, as the planning sheet works it out.
read-single-csv-row.
       read csv-network
       at end move 'Y' to ws-csv-eof
       not at end
           add 1 to ws-rows-read
           if csv-record is equal to spaces
               add 1 to ws-blank-rows
           else
               perform split-csv-row
               if ws-trailer-seen is equal to 'Y'
                   add 1 to ws-rows-after-trailer
               else
                   perform classify-csv-row
               end-if
               move 'Y' to ws-first-row-seen
           end-if
       end-read.

split-csv-row.
       move spaces to ws-csv-field-1
       move spaces to ws-csv-field-2
       move spaces to ws-csv-field-3
       move spaces to ws-csv-field-4
       move 0 to ws-csv-field-count
       unstring csv-record delimited by ','
           into ws-csv-field-1 ws-csv-field-2 ws-csv-field-3 ws-csv-field-4
           tallying in ws-csv-field-count
       end-unstring
       inspect ws-csv-field-1 replacing all '"' by space
       inspect ws-csv-field-2 replacing all '"' by space
       inspect ws-csv-field-3 replacing all '"' by space
       move function trim(ws-csv-field-1) to ws-csv-field-1
       move function trim(ws-csv-field-2) to ws-csv-field-2
       move function trim(ws-csv-field-3) to ws-csv-field-3
       .

classify-csv-row.
       move function upper-case(ws-csv-field-1) to ws-code-upper
       if ws-code-upper is equal to 'TRAILER'
           perform read-trailer-row
           exit paragraph
       end-if
       if ws-first-row-seen is equal to 'N' and ws-code-upper is equal to 'LOCATION'
           add 1 to ws-header-rows
           exit paragraph
       end-if
       add 1 to ws-data-rows
       perform validate-data-row
       if ws-row-valid is equal to 'Y'
           perform store-data-row
       else
           perform report-rejected-row
       end-if
       .

read-trailer-row.
       move 'Y' to ws-trailer-seen
       move 'N' to ws-trailer-valid
       if ws-csv-field-count is not equal to 3
           exit paragraph
       end-if
       move ws-csv-field-2 to ws-code-work
       perform measure-code
       if ws-code-length is equal to 0 or ws-code-length is greater than 15 or ws-code-work(1:ws-code-length) is not numeric
           exit paragraph
       end-if
       compute ws-trailer-rows = function numval(ws-code-work(1:ws-code-length))
       move ws-csv-field-3 to ws-code-work
       perform measure-code
       if ws-code-length is equal to 0 or ws-code-length is greater than 15 or ws-code-work(1:ws-code-length) is not numeric
           exit paragraph
       end-if
       compute ws-trailer-total = function numval(ws-code-work(1:ws-code-length))
       move 'Y' to ws-trailer-valid
       .

validate-data-row.
       move 'N' to ws-row-valid
       move spaces to ws-row-reason
       move spaces to ws-row-detail
       move ws-csv-field-1 to ws-code-work
       perform measure-code
       add ws-code-length to ws-control-total
       move ws-csv-field-2 to ws-code-work
       perform measure-code
       add ws-code-length to ws-control-total
       move ws-csv-field-3 to ws-code-work
       perform measure-code
       add ws-code-length to ws-control-total
       if ws-csv-field-count is not equal to 3
           move 'MALFORM' to ws-row-reason
           move 'row does not have exactly 3 fields' to ws-row-detail
           exit paragraph
       end-if
       move ws-csv-field-1 to ws-code-work
       perform check-code-field
       if ws-row-reason is not equal to spaces
           exit paragraph
       end-if
       move ws-csv-field-2 to ws-code-work
       perform check-code-field
       if ws-row-reason is not equal to spaces
           exit paragraph
       end-if
       move ws-csv-field-3 to ws-code-work
       perform check-code-field
       if ws-row-reason is not equal to spaces
           exit paragraph
       end-if
       move ws-csv-field-1 to ws-row-location
       move ws-csv-field-2 to ws-row-left
       move ws-csv-field-3 to ws-row-right
       move ws-row-location to ws-find-location
       perform find-csv-node
       if ws-find-idx is greater than 0
           move 'DUP' to ws-row-reason
           if node-left(ws-find-idx) is equal to ws-row-left and node-right(ws-find-idx) is equal to ws-row-right
               move 'location repeated, first row kept' to ws-row-detail
           else
               move 'location repeated with other exits, first kept' to ws-row-detail
           end-if
           exit paragraph
       end-if
       move 'Y' to ws-row-valid
       .

*> A code goes into a PIC X(8) key and into the 'AAA = (BBB, CCC)'
*> line, so it must be 1-8 characters with none of the separators.
check-code-field.
       perform measure-code
       if ws-code-length is equal to 0
           move 'MALFORM' to ws-row-reason
           move 'empty location code' to ws-row-detail
           exit paragraph
       end-if
       if ws-code-length is greater than 8
           move 'TOO-LONG' to ws-row-reason
           move spaces to ws-row-detail
           string 'code longer than 8: ' delimited by size
                  ws-code-work(1:ws-code-length) delimited by size
                  into ws-row-detail
           exit paragraph
       end-if
       move 0 to ws-code-spaces
       move 0 to ws-code-specials
       inspect ws-code-work(1:ws-code-length) tallying ws-code-spaces for all space
       inspect ws-code-work(1:ws-code-length) tallying ws-code-specials for all '=' all '(' all ')'
       if ws-code-spaces is greater than 0 or ws-code-specials is greater than 0
           move 'MALFORM' to ws-row-reason
           move spaces to ws-row-detail
           string 'invalid character in code: ' delimited by size
                  ws-code-work(1:ws-code-length) delimited by size
                  into ws-row-detail
       end-if
       .

measure-code.
       move 0 to ws-code-length
       perform varying ws-code-idx from 40 by -1 until ws-code-idx is less than 1
           if ws-code-work(ws-code-idx:1) is not equal to space
               move ws-code-idx to ws-code-length
               exit perform
           end-if
       end-perform
       .

store-data-row.
       if node-count is not less than total-node-slots
           move 'Y' to ws-node-overflow
           move 'Y' to ws-csv-eof
           exit paragraph
       end-if
       add 1 to node-count
       move ws-row-location to node-location(node-count)
       move ws-row-left to node-left(node-count)
       move ws-row-right to node-right(node-count)
       .

find-csv-node.
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than node-count
           if node-location(ws-scan-idx) is equal to ws-find-location
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       .

report-rejected-row.
       add 1 to ws-rejected-rows
       move ws-rows-read to rd-row-number
       move ws-row-reason to rd-reason
       move ws-row-detail to rd-detail
       move csv-record to rd-text
       move ws-reject-detail to csv-report-line
       write csv-report-line
       .

reconcile-trailer.
       move 'TRAILER RECONCILIATION (ROWS TOTAL)' to csv-report-line
       write csv-report-line
       evaluate true
           when ws-trailer-seen is not equal to 'Y'
               move 'Y' to ws-file-rejected
               move 'no TRAILER record, file may be truncated' to ws-file-reject-reason
           when ws-trailer-valid is not equal to 'Y'
               move 'Y' to ws-file-rejected
               move 'TRAILER record does not carry a numeric row count and control total' to ws-file-reject-reason
           when ws-rows-after-trailer is greater than 0
               move 'Y' to ws-file-rejected
               move 'rows found after the TRAILER record' to ws-file-reject-reason
           when ws-trailer-rows is not equal to ws-data-rows
               move 'Y' to ws-file-rejected
               move 'TRAILER row count does not match rows received' to ws-file-reject-reason
           when ws-trailer-total is not equal to ws-control-total
               move 'Y' to ws-file-rejected
               move 'TRAILER control total does not match rows received' to ws-file-reject-reason
           when node-count is equal to 0
               move 'Y' to ws-file-rejected
               move 'no valid location rows to convert' to ws-file-reject-reason
       end-evaluate
       move ws-trailer-rows to ws-report-count
       move spaces to csv-report-line
       string 'TRAILER  ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       move ws-trailer-total to ws-report-count
       move ws-report-count to csv-report-line(26:15)
       write csv-report-line
       move ws-data-rows to ws-report-count
       move spaces to csv-report-line
       string 'RECEIVED ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       move ws-control-total to ws-report-count
       move ws-report-count to csv-report-line(26:15)
       write csv-report-line
       .

write-movement-file.
       open output movement
       if ws-movement-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot create " delimited by size
                  ws-movement-filename delimited by space
                  " (status " delimited by size
                  ws-movement-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           close csv-report
           exit program returning 1
           stop run
       end-if
       perform varying ws-pass-idx from 1 by 1 until ws-pass-idx is greater than node-count
           move spaces to movement-line
           string node-location(ws-pass-idx) delimited by space
                  ' = (' delimited by size
                  node-left(ws-pass-idx) delimited by space
                  ', ' delimited by size
                  node-right(ws-pass-idx) delimited by space
                  ')' delimited by size
                  into movement-line
           write movement-line
           add 1 to ws-nodes-written
       end-perform
       close movement
       .

load-movement-master.
       open input movement-index
       if ws-movement-index-status is not equal to '00'
           move spaces to ws-log-text
           string "WARNING: cannot open movement master " delimited by size
                  ws-movement-index-filename delimited by space
                  " (status " delimited by size
                  ws-movement-index-status delimited by size
                  "), every location written as an add" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           exit paragraph
       end-if
       move 'Y' to ws-master-available
       perform read-single-master-record until ws-eof-master is equal to 'Y'
       close movement-index
       .

read-single-master-record.
       read movement-index next record
       at end move 'Y' to ws-eof-master
       not at end
           if master-node-count is less than total-node-slots
               add 1 to master-node-count
               move idx-location to master-node-location(master-node-count)
               move idx-left to master-node-left(master-node-count)
               move idx-right to master-node-right(master-node-count)
           else
               move 'Y' to ws-eof-master
               move spaces to ws-log-text
               string "FATAL: " delimited by size
                      ws-movement-index-filename delimited by space
                      " exceeds table capacity of " delimited by size
                      total-node-slots delimited by size
                      into ws-log-text
               move 'F' to ws-log-severity
               perform log-operational-message
               close movement-index
               close csv-report
               exit program returning 1
               stop run
           end-if
       end-read.

find-master-node.
       move 0 to ws-find-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than master-node-count
           if master-node-location(ws-scan-idx) is equal to ws-find-location
               move ws-scan-idx to ws-find-idx
               exit perform
           end-if
       end-perform
       .

*> Locations already on the master with the same exits need no card.
*> Nothing is deleted: the feed may carry only part of a network.
write-transaction-deck.
       open output sync-trans
       perform varying ws-pass-idx from 1 by 1 until ws-pass-idx is greater than node-count
           move node-location(ws-pass-idx) to ws-find-location
           perform find-master-node
           move spaces to sync-trans-record
           move node-location(ws-pass-idx) to st-location
           move node-left(ws-pass-idx) to st-left
           move node-right(ws-pass-idx) to st-right
           if ws-find-idx is equal to 0
               move 'A' to st-action
               add 1 to ws-add-count
               write sync-trans-record
           else
               if node-left(ws-pass-idx) is not equal to master-node-left(ws-find-idx)
                   or node-right(ws-pass-idx) is not equal to master-node-right(ws-find-idx)
                   move 'C' to st-action
                   add 1 to ws-change-count
                   write sync-trans-record
               else
                   add 1 to ws-unchanged-count
               end-if
           end-if
       end-perform
       close sync-trans
       .

write-report-header.
       move spaces to csv-report-line
       string 'CSV NETWORK INTERFACE ' delimited by size
              ws-csv-filename delimited by space
              ' TO ' delimited by size
              ws-movement-filename delimited by space
              ' RUN DATE ' delimited by size
              function current-date(1:8) delimited by size
              into csv-report-line
       write csv-report-line
       move 'REJECTED ROWS (ROW REASON DETAIL TEXT)' to csv-report-line
       write csv-report-line
       .

write-report-totals.
       move ws-rows-read to ws-report-count
       move spaces to csv-report-line
       string 'ROWS READ               ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       move ws-header-rows to ws-report-count
       move spaces to csv-report-line
       string 'HEADER ROWS             ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       move ws-blank-rows to ws-report-count
       move spaces to csv-report-line
       string 'BLANK ROWS              ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       move ws-data-rows to ws-report-count
       move spaces to csv-report-line
       string 'DATA ROWS               ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       move ws-rejected-rows to ws-report-count
       move spaces to csv-report-line
       string 'ROWS REJECTED           ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       move ws-nodes-written to ws-report-count
       move spaces to csv-report-line
       string 'LOCATIONS WRITTEN       ' delimited by size
              ws-report-count delimited by size
              into csv-report-line
       write csv-report-line
       if ws-write-trans is equal to 'Y' and ws-file-rejected is not equal to 'Y'
           move ws-add-count to ws-report-count
           move spaces to csv-report-line
           string 'ADD CARDS               ' delimited by size
                  ws-report-count delimited by size
                  into csv-report-line
           write csv-report-line
           move ws-change-count to ws-report-count
           move spaces to csv-report-line
           string 'CHANGE CARDS            ' delimited by size
                  ws-report-count delimited by size
                  into csv-report-line
           write csv-report-line
           move ws-unchanged-count to ws-report-count
           move spaces to csv-report-line
           string 'UNCHANGED ON MASTER     ' delimited by size
                  ws-report-count delimited by size
                  into csv-report-line
           write csv-report-line
       end-if
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08CSV' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
