identification division.
program-id. day08jsc.
environment division.
input-output section.
file-control.
       select stream-definition
       assign to 'stream-definition.txt'
       organisation is line sequential
       file status is ws-definition-status.
       select optional stream-status
       assign to 'day08-stream-status.txt'
       organisation is line sequential
       file status is ws-stream-status-status.
       select optional jsc-control
       assign to 'jsc-control.txt'
       organisation is line sequential
       file status is ws-jsc-control-status.
       select stream-report
       assign to 'day08-stream-report.txt'
       organisation is line sequential.
       select optional message-log
       assign to 'day08-message-log.txt'
       organisation is line sequential
       file status is ws-log-status.
data division.
file section.
fd stream-definition.
01 stream-definition-record PIC X(132).
fd stream-status.
01 stream-status-record.
       05 ss-stream-id PIC X(14).
       05 FILLER PIC X(1).
       05 ss-step-seq PIC 9(3).
       05 FILLER PIC X(1).
       05 ss-step-name PIC X(8).
       05 FILLER PIC X(1).
       05 ss-program PIC X(20).
       05 FILLER PIC X(1).
       05 ss-status PIC X(8).
       05 FILLER PIC X(1).
       05 ss-rc PIC 9(4).
       05 FILLER PIC X(1).
       05 ss-start PIC X(14).
       05 FILLER PIC X(1).
       05 ss-end PIC X(14).
fd jsc-control.
01 jsc-control-record PIC X(80).
fd stream-report.
01 stream-report-line PIC X(132).
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

01 ws-definition-status PIC X(2).
01 ws-stream-status-status PIC X(2).
01 ws-jsc-control-status PIC X(2).
01 ws-definition-eof PIC X(1) value 'N'.
01 ws-status-eof PIC X(1) value 'N'.

01 ws-stream-id PIC X(14) value spaces.
01 ws-prior-stream-id PIC X(14) value spaces.
01 ws-prior-complete PIC X(1) value 'N'.
01 ws-restart-seq PIC S9(4) value 1.
01 ws-restart-step PIC X(8) value spaces.
01 ws-force-fresh PIC X(1) value 'N'.
01 ws-jsc-token-function PIC X(8).
01 ws-jsc-token-step PIC X(8).

*> Stream definition, one blank-separated card per step:
*>   step-name program max-rc action control-source control-target
*> action is B (bypass the next step), H (halt the stream) or
*> C (continue) when the step ends above max-rc.  A control source
*> of '-' means the step takes no control card; otherwise the source
*> is copied over the target (e.g. mnt-nightly.txt movement-trans.txt)
*> before the program starts.  Cards starting '*' are comments.
01 ws-def-token-name PIC X(8).
01 ws-def-token-program PIC X(20).
01 ws-def-token-max-rc PIC X(4).
01 ws-def-token-action PIC X(8).
01 ws-def-token-source PIC X(30).
01 ws-def-token-target PIC X(30).
01 total-step-slots PIC S9(4) value 100.
01 step-count PIC S9(4) value 0.
01 step-table.
       05 step-entry occurs 100 times.
           10 step-name PIC X(8).
           10 step-program PIC X(20).
           10 step-max-rc PIC 9(4).
           10 step-action PIC X(1).
           10 step-source PIC X(30).
           10 step-target PIC X(30).
           10 step-status PIC X(8).
           10 step-rc PIC 9(4).
           10 step-start PIC X(14).
           10 step-end PIC X(14).
01 ws-step-idx PIC S9(4) value 0.
01 ws-scan-idx PIC S9(4) value 0.

01 ws-command PIC X(80).
01 ws-command-ptr PIC S9(4) value 1.
01 ws-call-status PIC S9(9) value 0.
01 ws-copy-status PIC S9(9) value 0.
01 ws-step-rc-value PIC S9(9) value 0.
01 ws-bypass-next PIC X(1) value 'N'.
01 ws-stream-halted PIC X(1) value 'N'.
01 ws-halted-step PIC X(8) value spaces.
01 ws-stream-rc PIC S9(4) value 0.
01 ws-steps-run PIC S9(4) value 0.
01 ws-steps-exceeded PIC S9(4) value 0.
01 ws-steps-bypassed PIC S9(4) value 0.
01 ws-steps-prior PIC S9(4) value 0.
01 ws-report-count PIC 9(4).

01 ws-step-detail.
       05 sd-seq PIC 9(3).
       05 FILLER PIC X(1) value space.
       05 sd-step-name PIC X(8).
       05 FILLER PIC X(1) value space.
       05 sd-program PIC X(20).
       05 FILLER PIC X(1) value space.
       05 sd-start-date PIC X(8).
       05 FILLER PIC X(1) value space.
       05 sd-start-time PIC X(6).
       05 FILLER PIC X(1) value space.
       05 sd-end-date PIC X(8).
       05 FILLER PIC X(1) value space.
       05 sd-end-time PIC X(6).
       05 FILLER PIC X(1) value space.
       05 sd-rc PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 sd-max-rc PIC 9(4).
       05 FILLER PIC X(1) value space.
       05 sd-action PIC X(1).
       05 FILLER PIC X(1) value space.
       05 sd-status PIC X(8).

procedure division.
main-procedure.
       perform load-stream-definition
       perform read-jsc-control
       perform load-stream-status
       open output stream-report
       perform write-stream-header
       perform run-single-step varying ws-step-idx from 1 by 1
           until ws-step-idx is greater than step-count or ws-stream-halted is equal to 'Y'
       close stream-status
       perform write-stream-completion
       close stream-report
       move ws-stream-rc to return-code
       stop run.

load-stream-definition.
       open input stream-definition
       if ws-definition-status is not equal to '00'
           move spaces to ws-log-text
           string "FATAL: cannot open stream-definition.txt (status " delimited by size
                  ws-definition-status delimited by size
                  ")" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       move 0 to step-count
       move 'N' to ws-definition-eof
       perform read-single-step-definition until ws-definition-eof is equal to 'Y'
       close stream-definition
       if step-count is equal to 0
           move spaces to ws-log-text
           string "FATAL: no steps defined in stream-definition.txt" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       .

read-single-step-definition.
       read stream-definition
       at end move 'Y' to ws-definition-eof
       not at end
           if stream-definition-record is not equal to spaces and stream-definition-record(1:1) is not equal to '*'
               perform parse-step-definition
           end-if
       end-read.

parse-step-definition.
       move spaces to ws-def-token-name
       move spaces to ws-def-token-program
       move spaces to ws-def-token-max-rc
       move spaces to ws-def-token-action
       move spaces to ws-def-token-source
       move spaces to ws-def-token-target
       unstring stream-definition-record delimited by all ' '
           into ws-def-token-name ws-def-token-program ws-def-token-max-rc ws-def-token-action ws-def-token-source ws-def-token-target
       end-unstring
       if step-count is not less than total-step-slots
           move spaces to ws-log-text
           string "FATAL: stream definition exceeds step capacity of " delimited by size
                  total-step-slots delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       if ws-def-token-program is equal to spaces
           or (ws-def-token-action(1:1) is not equal to 'B' and ws-def-token-action(1:1) is not equal to 'H' and ws-def-token-action(1:1) is not equal to 'C')
           move spaces to ws-log-text
           string "FATAL: stream step " delimited by size
                  ws-def-token-name delimited by space
                  " needs a program and an action of B, H or C" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       add 1 to step-count
       move ws-def-token-name to step-name(step-count)
       move ws-def-token-program to step-program(step-count)
       move 0 to step-max-rc(step-count)
       if function trim(ws-def-token-max-rc) is numeric
           move function numval(ws-def-token-max-rc) to step-max-rc(step-count)
       end-if
       move ws-def-token-action(1:1) to step-action(step-count)
       move ws-def-token-source to step-source(step-count)
       move ws-def-token-target to step-target(step-count)
       if step-source(step-count) is equal to '-'
           move spaces to step-source(step-count)
       end-if
       move spaces to step-status(step-count)
       move 0 to step-rc(step-count)
       move spaces to step-start(step-count)
       move spaces to step-end(step-count)
       .

*> Optional card: FRESH reruns the whole stream, FROM step-name
*> restarts at that step regardless of the status file.
read-jsc-control.
       open input jsc-control
       if ws-jsc-control-status is equal to '00'
           read jsc-control
               not at end
                   move spaces to ws-jsc-token-function
                   move spaces to ws-jsc-token-step
                   unstring jsc-control-record delimited by all ' '
                       into ws-jsc-token-function ws-jsc-token-step
                   end-unstring
                   if ws-jsc-token-function is equal to 'FRESH'
                       move 'Y' to ws-force-fresh
                   end-if
                   if ws-jsc-token-function is equal to 'FROM'
                       move ws-jsc-token-step to ws-restart-step
                   end-if
           end-read
           close jsc-control
       else
           if ws-jsc-control-status is equal to '05'
               close jsc-control
           end-if
       end-if
       .

*> The status file holds one record per step of the current stream.
*> If the last stream did not finish, steps that ended within their
*> limits are not run again and the stream picks up at the first step
*> that did not.
load-stream-status.
       move 1 to ws-restart-seq
       move 'N' to ws-prior-complete
       move spaces to ws-prior-stream-id
       if ws-force-fresh is not equal to 'Y'
           open input stream-status
           if ws-stream-status-status is equal to '00'
               move 'N' to ws-status-eof
               perform read-single-stream-status until ws-status-eof is equal to 'Y'
               close stream-status
           else
               if ws-stream-status-status is equal to '05'
                   close stream-status
               end-if
           end-if
       end-if
       if ws-prior-stream-id is equal to spaces or ws-prior-complete is equal to 'Y'
           perform start-fresh-stream
       else
           perform find-restart-step
       end-if
       if ws-restart-step is not equal to spaces
           perform find-named-restart-step
       end-if
       if ws-restart-seq is greater than 1
           move spaces to ws-log-text
           string "Stream " delimited by size
                  ws-stream-id delimited by size
                  " restarting at step " delimited by size
                  step-name(ws-restart-seq) delimited by space
                  into ws-log-text
           move 'I' to ws-log-severity
           perform log-operational-message
           open extend stream-status
       else
           open output stream-status
       end-if
       .

read-single-stream-status.
       read stream-status
       at end move 'Y' to ws-status-eof
       not at end
           if ss-stream-id is not equal to ws-prior-stream-id
               move ss-stream-id to ws-prior-stream-id
               move 'N' to ws-prior-complete
               perform clear-prior-step-results
           end-if
           if ss-status is equal to 'COMPLETE'
               move 'Y' to ws-prior-complete
           else
               if ss-step-seq is greater than 0 and ss-step-seq is not greater than step-count
                   move ss-status to step-status(ss-step-seq)
                   move ss-rc to step-rc(ss-step-seq)
                   move ss-start to step-start(ss-step-seq)
                   move ss-end to step-end(ss-step-seq)
               end-if
           end-if
       end-read.

clear-prior-step-results.
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than step-count
           move spaces to step-status(ws-scan-idx)
           move 0 to step-rc(ws-scan-idx)
           move spaces to step-start(ws-scan-idx)
           move spaces to step-end(ws-scan-idx)
       end-perform
       .

start-fresh-stream.
       move function current-date(1:14) to ws-stream-id
       move 1 to ws-restart-seq
       perform clear-prior-step-results
       .

find-restart-step.
       move ws-prior-stream-id to ws-stream-id
       move 1 to ws-restart-seq
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than step-count
           if step-status(ws-scan-idx) is equal to 'ENDED' or step-status(ws-scan-idx) is equal to 'BYPASSED'
               or step-status(ws-scan-idx) is equal to 'EXCEEDED'
               compute ws-restart-seq = ws-scan-idx + 1
           else
               exit perform
           end-if
       end-perform
       if ws-restart-seq is greater than step-count
           perform start-fresh-stream
       end-if
       .

find-named-restart-step.
       move 0 to ws-step-idx
       perform varying ws-scan-idx from 1 by 1 until ws-scan-idx is greater than step-count
           if step-name(ws-scan-idx) is equal to ws-restart-step
               move ws-scan-idx to ws-step-idx
               exit perform
           end-if
       end-perform
       if ws-step-idx is equal to 0
           move spaces to ws-log-text
           string "FATAL: restart step " delimited by size
                  ws-restart-step delimited by space
                  " is not in stream-definition.txt" delimited by size
                  into ws-log-text
           move 'F' to ws-log-severity
           perform log-operational-message
           exit program returning 1
           stop run
       end-if
       if ws-stream-id is equal to spaces
           move function current-date(1:14) to ws-stream-id
       end-if
       move ws-step-idx to ws-restart-seq
       .

run-single-step.
       if ws-step-idx is less than ws-restart-seq
           add 1 to ws-steps-prior
           move 'PRIOR' to sd-status
           perform write-step-detail
           exit paragraph
       end-if
       move function current-date(1:14) to step-start(ws-step-idx)
       if ws-bypass-next is equal to 'Y'
           move 'N' to ws-bypass-next
           move 0 to step-rc(ws-step-idx)
           move step-start(ws-step-idx) to step-end(ws-step-idx)
           move 'BYPASSED' to step-status(ws-step-idx)
           add 1 to ws-steps-bypassed
           move spaces to ws-log-text
           string "Step " delimited by size
                  step-name(ws-step-idx) delimited by space
                  " bypassed after previous step exceeded its limit" delimited by size
                  into ws-log-text
           move 'W' to ws-log-severity
           perform log-operational-message
           perform record-step-result
           exit paragraph
       end-if
       add 1 to ws-steps-run
       move spaces to ws-log-text
       string "Step " delimited by size
              step-name(ws-step-idx) delimited by space
              " starting " delimited by size
              step-program(ws-step-idx) delimited by space
              into ws-log-text
       move 'I' to ws-log-severity
       perform log-operational-message
       perform stage-control-card
       if ws-copy-status is equal to 0
           perform execute-step-program
       else
           move 16 to ws-step-rc-value
       end-if
       move function current-date(1:14) to step-end(ws-step-idx)
       move ws-step-rc-value to step-rc(ws-step-idx)
       if step-rc(ws-step-idx) is not greater than step-max-rc(ws-step-idx)
           move 'ENDED' to step-status(ws-step-idx)
       else
           perform handle-exceeded-step
       end-if
       perform record-step-result
       .

stage-control-card.
       move 0 to ws-copy-status
       if step-source(ws-step-idx) is equal to spaces
           exit paragraph
       end-if
       call 'CBL_COPY_FILE' using step-source(ws-step-idx) step-target(ws-step-idx)
       end-call
       move return-code to ws-copy-status
       move 0 to return-code
       if ws-copy-status is not equal to 0
           move spaces to ws-log-text
           string "ERROR: cannot copy control card " delimited by size
                  step-source(ws-step-idx) delimited by space
                  " to " delimited by size
                  step-target(ws-step-idx) delimited by space
                  " for step " delimited by size
                  step-name(ws-step-idx) delimited by space
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
       end-if
       .

*> Programs are run from the current directory; the shell hands back
*> the exit code in the high byte of the status.
execute-step-program.
       move spaces to ws-command
       move 1 to ws-command-ptr
       if step-program(ws-step-idx)(1:1) is not equal to '.' and step-program(ws-step-idx)(1:1) is not equal to '/'
           string './' delimited by size
                  into ws-command with pointer ws-command-ptr
       end-if
       string step-program(ws-step-idx) delimited by space
              into ws-command with pointer ws-command-ptr
       call 'SYSTEM' using ws-command
       end-call
       move return-code to ws-call-status
       move 0 to return-code
       if ws-call-status is greater than 255
           divide ws-call-status by 256 giving ws-step-rc-value
       else
           move ws-call-status to ws-step-rc-value
       end-if
       if ws-step-rc-value is less than 0 or ws-step-rc-value is greater than 9999
           move 9999 to ws-step-rc-value
       end-if
       .

handle-exceeded-step.
       add 1 to ws-steps-exceeded
       move spaces to ws-log-text
       string "Step " delimited by size
              step-name(ws-step-idx) delimited by space
              " ended RC " delimited by size
              step-rc(ws-step-idx) delimited by size
              ", above its limit of " delimited by size
              step-max-rc(ws-step-idx) delimited by size
              into ws-log-text
       evaluate step-action(ws-step-idx)
           when 'H'
               move 'HALTED' to step-status(ws-step-idx)
               move 'Y' to ws-stream-halted
               move step-name(ws-step-idx) to ws-halted-step
               move 8 to ws-stream-rc
               move 'E' to ws-log-severity
           when 'B'
               move 'EXCEEDED' to step-status(ws-step-idx)
               move 'Y' to ws-bypass-next
               if ws-stream-rc is less than 4
                   move 4 to ws-stream-rc
               end-if
               move 'W' to ws-log-severity
           when other
               move 'EXCEEDED' to step-status(ws-step-idx)
               if ws-stream-rc is less than 4
                   move 4 to ws-stream-rc
               end-if
               move 'W' to ws-log-severity
       end-evaluate
       perform log-operational-message
       .

record-step-result.
       move spaces to stream-status-record
       move ws-stream-id to ss-stream-id
       move ws-step-idx to ss-step-seq
       move step-name(ws-step-idx) to ss-step-name
       move step-program(ws-step-idx) to ss-program
       move step-status(ws-step-idx) to ss-status
       move step-rc(ws-step-idx) to ss-rc
       move step-start(ws-step-idx) to ss-start
       move step-end(ws-step-idx) to ss-end
       write stream-status-record
       move step-status(ws-step-idx) to sd-status
       perform write-step-detail
       .

write-step-detail.
       move ws-step-idx to sd-seq
       move step-name(ws-step-idx) to sd-step-name
       move step-program(ws-step-idx) to sd-program
       move step-start(ws-step-idx)(1:8) to sd-start-date
       move step-start(ws-step-idx)(9:6) to sd-start-time
       move step-end(ws-step-idx)(1:8) to sd-end-date
       move step-end(ws-step-idx)(9:6) to sd-end-time
       move step-rc(ws-step-idx) to sd-rc
       move step-max-rc(ws-step-idx) to sd-max-rc
       move step-action(ws-step-idx) to sd-action
       move ws-step-detail to stream-report-line
       write stream-report-line
       .

write-stream-header.
       move spaces to stream-report-line
       string 'NIGHTLY STREAM COMPLETION REPORT stream-definition.txt STREAM ' delimited by size
              ws-stream-id delimited by size
              into stream-report-line
       write stream-report-line
       if ws-restart-seq is greater than 1
           move spaces to stream-report-line
           string 'RESTARTED AT STEP ' delimited by size
                  step-name(ws-restart-seq) delimited by space
                  ', EARLIER STEPS SHOWN AS PRIOR' delimited by size
                  into stream-report-line
           write stream-report-line
       end-if
       move 'SEQ STEP     PROGRAM              START DATE/TIME END DATE/TIME   RC   MAX  ACT STATUS' to stream-report-line
       write stream-report-line
       .

*> Completion is recorded in the status file only when every step has
*> had its turn, so a halted stream restarts on the next run.
write-stream-completion.
       if ws-stream-halted is equal to 'Y'
           move spaces to stream-report-line
           string 'STREAM HALTED AT STEP ' delimited by size
                  ws-halted-step delimited by space
                  ', RERUN RESTARTS THERE' delimited by size
                  into stream-report-line
           write stream-report-line
           move spaces to ws-log-text
           string "Stream " delimited by size
                  ws-stream-id delimited by size
                  " halted at step " delimited by size
                  ws-halted-step delimited by space
                  into ws-log-text
           move 'E' to ws-log-severity
           perform log-operational-message
       else
           open extend stream-status
           move spaces to stream-status-record
           move ws-stream-id to ss-stream-id
           move 0 to ss-step-seq
           move 'COMPLETE' to ss-status
           move ws-stream-rc to ss-rc
           move function current-date(1:14) to ss-end
           write stream-status-record
           close stream-status
           move 'STREAM COMPLETE' to stream-report-line
           write stream-report-line
           move spaces to ws-log-text
           string "Stream " delimited by size
                  ws-stream-id delimited by size
                  " complete, RC " delimited by size
                  ws-stream-rc delimited by size
                  into ws-log-text
           move 'I' to ws-log-severity
           perform log-operational-message
       end-if
       move ws-steps-run to ws-report-count
       move spaces to stream-report-line
       string 'STEPS RUN ' delimited by size
              ws-report-count delimited by size
              into stream-report-line
       write stream-report-line
       move ws-steps-prior to ws-report-count
       move spaces to stream-report-line
       string 'STEPS COMPLETED IN PRIOR RUN ' delimited by size
              ws-report-count delimited by size
              into stream-report-line
       write stream-report-line
       move ws-steps-exceeded to ws-report-count
       move spaces to stream-report-line
       string 'STEPS ABOVE MAX RC ' delimited by size
              ws-report-count delimited by size
              into stream-report-line
       write stream-report-line
       move ws-steps-bypassed to ws-report-count
       move spaces to stream-report-line
       string 'STEPS BYPASSED ' delimited by size
              ws-report-count delimited by size
              into stream-report-line
       write stream-report-line
       .

log-operational-message.
       display function trim(ws-log-text trailing)
       open extend message-log
       if ws-log-status is equal to '00' or ws-log-status is equal to '05'
           move spaces to message-log-record
           move function current-date(1:8) to log-run-date
           move function current-date(9:6) to log-run-time
           move 'DAY08JSC' to log-program
           move ws-log-severity to log-severity
           move ws-log-text to log-text
           write message-log-record
           close message-log
       end-if
       .
