       identification division.
       program-id. jobstream.

      * CSCI3180 Principles of Programming Languages

      * nightly job-stream driver.

      * the night used to be run by hand - lvlsweep, crushing,
      * histmerge, lvlreport, dayend, housekeep - with the operator
      * reading sweeprpt.txt, recon.txt and exceptions.txt between
      * steps to decide whether to carry on. every program now ends
      * with a condition code (documented in its own header), so
      * this runs the stream from a step-control file
      * (jobstream.txt), one step per line:
      *   <step-name> <halt-at> <skip-at> <command ...>
      * the command is everything after the third token, run as
      * written (a program and its arguments - crushing's job-id,
      * say). halt-at: the stream stops when the step ends with a
      * code at or above it (0 never halts). skip-at: the step is
      * bypassed when the worst code of the steps run so far is at
      * or above it (0 never skips) - so housekeep can be kept from
      * purging the evidence of a night that went wrong. a blank
      * line or one with '*' in its first column is ignored.

      * every step's start, end and code go to the job log
      * (joblog.txt, appended to), and the step about to run is
      * recorded in the position file (jobpos.txt) before it runs -
      * the same way crushing's batchpos.txt keeps its place in a
      * batch - so a stream that halted, or was killed, restarts on
      * resubmission at the step it stopped on instead of step one.
      * a stream that runs to its end clears the position file.
      * a job-id on the command line qualifies all three names, as
      * it does crushing's.

      * condition codes:
      *   the worst code of the steps run, when the stream ran to
      *   its end; the halting step's code when it halted
      *   16  the step-control file could not be opened, or one of
      *       its lines has no command - the stream stops there

       environment division.
       input-output section.
       file-control.
           select control-file assign to dynamic control-file-name
               organization is line sequential
               status is control-status.
           select optional log-file assign to dynamic log-file-name
               organization is line sequential
               status is log-status.
           select position-file assign to dynamic position-file-name
               organization is line sequential
               status is position-status.

       data division.
       file section.

       fd control-file.

       01 control-line pic x(200).

       fd log-file.

       01 log-line pic x(120).

       fd position-file.

       01 position-line pic x(80).

       working-storage section.

       01 control-status pic 9(2).
       01 log-status pic 9(2).
       01 position-status pic 9(2).

       01 job-id-arg pic x(80).
       01 job-id pic x(8).
       01 control-file-name pic x(40).
       01 log-file-name pic x(40).
       01 position-file-name pic x(40).

      * one step-control line, pulled apart: the command is the
      * rest of the line from wherever the third token left the
      * pointer
       01 step-no pic 9(3) value 0.
       01 step-name pic x(12).
       01 step-halt-at pic 9(2).
       01 step-skip-at pic 9(2).
       01 step-command pic x(200).
       01 step-ptr pic 9(3).

      * SYSTEM hands back the wait status of the command - the
      * step's exit code sits in its high byte
       01 step-status pic s9(9).
       01 step-cc pic 9(3).
       01 max-cc pic 9(3) value 0.

      * the position record: the control file it belongs to, the
      * step to start from, and the worst code of the steps before
      * it - the skip tests of a restarted stream need that too
       01 position-name-save pic x(40).
       01 resume-step pic 9(3) value 0.
       01 resume-max-cc pic 9(3) value 0.

       01 halted-bool pic x value 'N'.
          88 halted value 'Y'.

       01 log-date pic 9(8).
       01 log-time pic 9(8).

       procedure division.

       main-paragraph.
           perform build-job-names thru build-job-names-exit
           open input control-file
           if control-status not = 0
               display 'error: cannot open ' control-file-name
               move 16 to return-code
               stop run
           end-if
           perform jobpos-restore thru jobpos-restore-exit
           if (resume-step > 0)
               move resume-max-cc to max-cc
           end-if
           open extend log-file
           accept log-date from date yyyymmdd
           accept log-time from time
           move spaces to log-line
           string 'STREAM START ' delimited by size
                  control-file-name delimited by space
                  ' ' delimited by size
                  log-date delimited by size
                  ' ' delimited by size
                  log-time delimited by size
                  ' FROM STEP ' delimited by size
                  resume-step delimited by size
                  into log-line
           write log-line.
       loop-main.
           read control-file
               at end go to main-done
           end-read
           if (control-line = spaces) go to loop-main end-if
           if (control-line(1:1) = '*') go to loop-main end-if
           add 1 to step-no
           move spaces to step-name step-command
           move 0 to step-halt-at step-skip-at
           move 1 to step-ptr
           unstring control-line delimited by all space
               into step-name step-halt-at step-skip-at
               with pointer step-ptr
           end-unstring
           if (step-ptr <= 200)
               move control-line(step-ptr:) to step-command
           end-if
      * a step a prior submission of this stream already got past
           if (step-no < resume-step)
               move spaces to log-line
               string 'STEP ' delimited by size
                      step-no delimited by size
                      ' ' delimited by size
                      step-name delimited by space
                      ' BYPASSED ON RESTART' delimited by size
                      into log-line
               write log-line
               go to loop-main
           end-if
           perform jobpos-save
           if (step-command = spaces)
               move spaces to log-line
               string 'STEP ' delimited by size
                      step-no delimited by size
                      ' ' delimited by size
                      step-name delimited by space
                      ' HAS NO COMMAND' delimited by size
                      into log-line
               write log-line
               move 16 to step-cc
               go to main-halted
           end-if
           if (step-skip-at > 0 and max-cc >= step-skip-at)
               move spaces to log-line
               string 'STEP ' delimited by size
                      step-no delimited by size
                      ' ' delimited by size
                      step-name delimited by space
                      ' SKIPPED MAXCC ' delimited by size
                      max-cc delimited by size
                      ' SKIP-AT ' delimited by size
                      step-skip-at delimited by size
                      into log-line
               write log-line
               go to loop-main
           end-if
           perform run-step thru run-step-exit
           if (step-cc > max-cc) move step-cc to max-cc end-if
           if (step-halt-at > 0 and step-cc >= step-halt-at)
               go to main-halted
           end-if
           go to loop-main.
       main-done.
      * the whole stream ran - the position record is spent
           open output position-file
           close position-file
           move spaces to log-line
           string 'STREAM COMPLETE ' delimited by size
                  step-no delimited by size
                  ' STEPS MAXCC ' delimited by size
                  max-cc delimited by size into log-line
           write log-line
           close log-file
           close control-file
           display 'jobstream: ' step-no ' steps maxcc ' max-cc
           move max-cc to return-code
           goback.
       main-halted.
      * the position record already names this step, so the next
      * submission starts here
           move spaces to log-line
           string 'STREAM HALTED AT STEP ' delimited by size
                  step-no delimited by size
                  ' ' delimited by size
                  step-name delimited by space
                  ' CC ' delimited by size
                  step-cc delimited by size into log-line
           write log-line
           close log-file
           close control-file
           display 'jobstream: halted at step ' step-no ' '
              step-name ' cc ' step-cc
           move step-cc to return-code
           goback.


       build-job-names.
           move spaces to job-id-arg
           accept job-id-arg from command-line
           move spaces to job-id
           unstring job-id-arg delimited by space into job-id
           move spaces to control-file-name
           string 'jobstream' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into control-file-name
           move spaces to log-file-name
           string 'joblog' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into log-file-name
           move spaces to position-file-name
           string 'jobpos' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into position-file-name.
       build-job-names-exit.


       run-step.
           accept log-date from date yyyymmdd
           accept log-time from time
           move spaces to log-line
           string 'STEP ' delimited by size
                  step-no delimited by size
                  ' ' delimited by size
                  step-name delimited by space
                  ' START ' delimited by size
                  log-date delimited by size
                  ' ' delimited by size
                  log-time delimited by size into log-line
           write log-line
      * the log is closed across the step, so a step that dies
      * takes nothing of it with it
           close log-file
           move 0 to return-code
           call 'SYSTEM' using step-command
           end-call
           move return-code to step-status
           if (step-status < 0) move 0 to step-status end-if
           divide step-status by 256 giving step-status
           if (step-status > 255) move 255 to step-status end-if
           move step-status to step-cc
           open extend log-file
           accept log-date from date yyyymmdd
           accept log-time from time
           move spaces to log-line
           string 'STEP ' delimited by size
                  step-no delimited by size
                  ' ' delimited by size
                  step-name delimited by space
                  ' END ' delimited by size
                  log-date delimited by size
                  ' ' delimited by size
                  log-time delimited by size
                  ' CC ' delimited by size
                  step-cc delimited by size into log-line
           write log-line.
       run-step-exit.


       jobpos-restore.
      * a position record keyed to a different control file
      * belongs to some other stream and is ignored
           move 0 to resume-step resume-max-cc
           open input position-file
           if position-status not = 0
               go to jobpos-restore-exit
           end-if
           read position-file
               at end
                   close position-file
                   go to jobpos-restore-exit
           end-read
           if (position-line = spaces)
               close position-file
               go to jobpos-restore-exit
           end-if
           move spaces to position-name-save
           unstring position-line delimited by space
               into position-name-save resume-step resume-max-cc
           end-unstring
           if (position-name-save not = control-file-name)
               move 0 to resume-step resume-max-cc
           end-if
           close position-file.
       jobpos-restore-exit.


       jobpos-save.
      * rewrite the position record ahead of every step - one
      * line, the control file, this step and the worst code so far
           open output position-file
           move spaces to position-line
           string control-file-name delimited by space
                  ' ' delimited by size
                  step-no delimited by size
                  ' ' delimited by size
                  max-cc delimited by size into position-line
           write position-line
           close position-file.
