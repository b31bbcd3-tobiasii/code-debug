
      *-------------------------------------------------------------
      * Top-level batch driver for the daily produce-collection run.
      * Runs the night's steps from the JOBSCHED job-step schedule in
      * step order: each step runs every night, on period-end days
      * from the business calendar, or on a given weekday, and its
      * failure either stops the job, sets the job's condition code
      * or is only logged, as the schedule says. Step GROUPS is the
      * PROGRAM1-validation and COLL0 cycle once per produce group
      * on the RUNCTRL run-control file; every other step is a CALL
      * with RETURN-CODE checked afterwards. Each group's key numbers
      * are appended to the cumulative RUNHIST file, followed by a
      * run-level totals record (group 000) that TRENDRPT trends on,
      * and the job ends with a per-group condition-code summary. A
      * failing group no longer stops the groups behind it; the
      * job's own condition code is the worst group's or counted
      * step's.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH0.
               organization is line sequential
               file status is ws-log-status.

      *----Job-step schedule: the night's steps, when each runs and
      *    whether its failure stops the job, read once at startup.
           select job-schedule-file assign to "JOBSCHED"
               organization is line sequential
               file status is ws-sch-status.

       DATA DIVISION.
       file section.
       fd  run-control-file

       fd  run-seq-file
           label records are standard.
           copy "copybooks\runseq.cpy".

       fd  supersede-file
           label records are standard.
           label records are standard.
           copy "copybooks\opsline.cpy".

       fd  job-schedule-file
           label records are standard.
           copy "copybooks\jobsched.cpy".

       WORKING-STORAGE SECTION.
           copy "copybooks\grpaux.cpy".

               10  ws-sum-grp-nome pic x(20).
               10  ws-sum-rc       pic 9(04).
       01  ws-max-rc               pic 9(03) comp-5 value zero.
       01  ws-pre-group-rc         pic 9(03) comp-5 value zero.

      *----Run-level totals across all groups, written as the group
      *    000 history record TRENDRPT trends on.
       01  ws-evt-error-count      pic 9(05) value zeros.
       01  ws-evt-severe-count     pic 9(05) value zeros.

      *----The night's steps from JOBSCHED, in step order, and what
      *    today is for the period-end and weekday steps.
       01  ws-sch-status           pic x(2).
           88  ws-sch-ok           value "00".
           88  ws-sch-eof          value "10".
       01  ws-sch-count            pic 9(02) comp-5 value zero.
       01  ws-sch-max              pic 9(02) comp-5 value 50.
       01  ws-sch-idx              pic 9(02) comp-5.
       01  ws-sch-idx2             pic 9(02) comp-5.
       01  ws-sch-tab.
           05  ws-sch-entry        occurs 50 times.
               10  ws-sch-seq      pic 9(03).
               10  ws-sch-program  pic x(08).
               10  ws-sch-when     pic x(01).
               10  ws-sch-weekday  pic 9(01).
               10  ws-sch-on-fail  pic x(01).
       01  ws-sch-hold             pic x(14).
       01  ws-step-program         pic x(08).
       01  ws-step-due             pic x.
           88  ws-step-due-today   value "Y".
       01  ws-groups-run           pic x value "N".
           88  ws-groups-done      value "Y".
       01  ws-today-period-end     pic x value "N".
           88  ws-today-closes     value "Y".
       01  ws-today-weekday        pic 9(01).
       01  ws-day-int              pic 9(07).
       01  ws-sch-valid            pic x.
           88  ws-sch-bad          value "N".

       PROCEDURE DIVISION.


           move "I" to ops-evt-severity
           perform b900-log-event

      *----The night's steps, in step order, from the job-step
      *    schedule: each one runs if it is due today, and what its
      *    failure means is on the schedule too.
           perform b050-load-schedule
           perform varying ws-sch-idx from 1 by 1
                           until ws-sch-idx > ws-sch-count
               perform b060-run-scheduled-step
           end-perform
           if not ws-groups-done
               display "BATCH0: NO GROUP CYCLE RAN TONIGHT"
               move "NO GROUP CYCLE RAN TONIGHT" to ops-evt-text
               move "W" to ops-evt-severity
               perform b900-log-event
           end-if

      *----Final per-group condition-code summary.
           display "BATCH0: PER-GROUP CONDITION-CODE SUMMARY"
           perform varying ws-grp-idx from 1 by 1
                                     until ws-grp-idx > ws-grp-count
               display "BATCH0:   GROUP "
                       ws-sum-grp-cod(ws-grp-idx) " "
                       ws-sum-grp-nome(ws-grp-idx) " RC="
                       ws-sum-rc(ws-grp-idx)
           end-perform

           move "RUN COMPLETE" to ops-evt-text
           move "I" to ops-evt-severity
           perform b900-log-event

      *----End of job: today's events from the central log, counted
      *    by severity, so the overnight story is one summary block
      *    instead of lost scrollback and an unread message box.
           perform b300-print-event-summary
           perform b710-clear-state
           move "BATCH0 COMPLETE" to ws-batch-status
           display "BATCH0: " ws-batch-status " MAX RC=" ws-max-rc
           move ws-max-rc to return-code
           stop run.

      *----B050. Load the job-step schedule and put it in step
      *    order, and work out today's weekday for the W steps. A
      *    missing or empty schedule is a configuration error that
      *    stops the job before any step runs; a record with an
      *    unknown timing or failure code is warned about and left
      *    out rather than guessed at.
       b050-load-schedule.
           compute ws-day-int = function integer-of-date(ws-run-date)
           divide ws-day-int by 7 giving ws-day-int
               remainder ws-today-weekday
           if ws-today-weekday = 0
               move 7 to ws-today-weekday
           end-if

           open input job-schedule-file
           if not ws-sch-ok
               display "BATCH0: JOB SCHEDULE OPEN FAILED, STATUS="
                       ws-sch-status
               move "JOBSCHED OPEN FAILED" to ops-evt-text
               move "S" to ops-evt-severity
               perform b900-log-event
               move 16 to ws-batch-rc
               perform b080-stop-job
           end-if
           perform until ws-sch-eof
               read job-schedule-file
                   at end
                       continue
                   not at end
                       perform b055-take-schedule-step
               end-read
           end-perform
           close job-schedule-file

           if ws-sch-count = zero
               display "BATCH0: JOB SCHEDULE HAS NO STEPS"
               move "JOBSCHED HAS NO STEPS" to ops-evt-text
               move "S" to ops-evt-severity
               perform b900-log-event
               move 16 to ws-batch-rc
               perform b080-stop-job
           end-if

           perform varying ws-sch-idx from 1 by 1
                           until ws-sch-idx >= ws-sch-count
               perform varying ws-sch-idx2 from 1 by 1
                       until ws-sch-idx2 > ws-sch-count - ws-sch-idx
                   if ws-sch-seq(ws-sch-idx2) >
                      ws-sch-seq(ws-sch-idx2 + 1)
                       move ws-sch-entry(ws-sch-idx2) to ws-sch-hold
                       move ws-sch-entry(ws-sch-idx2 + 1)
                         to ws-sch-entry(ws-sch-idx2)
                       move ws-sch-hold
                         to ws-sch-entry(ws-sch-idx2 + 1)
                   end-if
               end-perform
           end-perform
           display "BATCH0: " ws-sch-count " SCHEDULED STEPS, WEEKDAY "
                   ws-today-weekday " PERIOD-END " ws-today-period-end.

      *----B055. Check one schedule record and add it to the table.
       b055-take-schedule-step.
           move "Y" to ws-sch-valid
           if sch-step-seq not numeric or sch-program = spaces
               move "N" to ws-sch-valid
           end-if
           if not sch-daily and not sch-period-end
                            and not sch-on-weekday
               move "N" to ws-sch-valid
           end-if
           if sch-on-weekday
               if sch-weekday not numeric
                   move "N" to ws-sch-valid
               else
                   if sch-weekday = 0 or sch-weekday > 7
                       move "N" to ws-sch-valid
                   end-if
               end-if
           end-if
           if not sch-fail-stops and not sch-fail-counts
                                 and not sch-fail-logged
               move "N" to ws-sch-valid
           end-if

           evaluate true
               when ws-sch-bad
                   display "BATCH0: JOB SCHEDULE STEP " sch-step-seq
                           " " sch-program " INVALID - LEFT OUT"
                   move spaces to ops-evt-text
                   string "JOBSCHED STEP " sch-step-seq " "
                          sch-program " INVALID - LEFT OUT"
                       delimited by size into ops-evt-text
                   move "W" to ops-evt-severity
                   perform b900-log-event
               when ws-sch-count >= ws-sch-max
                   display "BATCH0: JOB SCHEDULE FULL - STEP "
                           sch-step-seq " " sch-program " LEFT OUT"
                   move spaces to ops-evt-text
                   string "JOBSCHED FULL - STEP " sch-step-seq " "
                          sch-program " LEFT OUT"
                       delimited by size into ops-evt-text
                   move "W" to ops-evt-severity
                   perform b900-log-event
               when other
                   add 1 to ws-sch-count
                   move sch-step-seq to ws-sch-seq(ws-sch-count)
                   move sch-program  to ws-sch-program(ws-sch-count)
                   move sch-when     to ws-sch-when(ws-sch-count)
                   move sch-weekday  to ws-sch-weekday(ws-sch-count)
                   move sch-on-fail  to ws-sch-on-fail(ws-sch-count)
           end-evaluate.

      *----B060. One scheduled step: D runs every night, P only on a
      *    day BUSCAL marks as closing a period, W only on its
      *    weekday. GROUPS is the group cycle; anything else is a
      *    program CALLed with no parameters.
       b060-run-scheduled-step.
           move ws-sch-program(ws-sch-idx) to ws-step-program
           move "N" to ws-step-due
           evaluate ws-sch-when(ws-sch-idx)
               when "D"
                   move "Y" to ws-step-due
               when "P"
                   if ws-today-closes
                       move "Y" to ws-step-due
                   end-if
               when "W"
                   if ws-sch-weekday(ws-sch-idx) = ws-today-weekday
                       move "Y" to ws-step-due
                   end-if
           end-evaluate

           evaluate true
               when not ws-step-due-today
                   display "BATCH0: " ws-step-program
                           " NOT DUE TODAY - SKIPPED"
               when ws-step-program = "GROUPS"
                   move ws-max-rc to ws-pre-group-rc
                   move zeros to ws-max-rc
                   perform b250-run-group-cycle
                   perform b260-act-on-group-cycle
               when other
                   perform b070-call-step
           end-evaluate.

      *----B070. CALL one program step and act on its condition
      *    code as the schedule says: S stops the job, C carries on
      *    but the job ends with the step's code, L only logs it. A
      *    program that cannot be loaded fails with code 16.
       b070-call-step.
           move zeros to ws-batch-rc
           call ws-step-program
               on exception
                   display "BATCH0: " ws-step-program
                           " COULD NOT BE LOADED"
                   move 16 to ws-batch-rc
               not on exception
                   move return-code to ws-batch-rc
           end-call
           if ws-batch-rc not = 0
               display "BATCH0: " ws-step-program
                       " STEP FAILED, RC=" ws-batch-rc
               move spaces to ops-evt-text
               string ws-step-program delimited by space
                      " STEP FAILED" delimited by size
                   into ops-evt-text
               move "E" to ops-evt-severity
               perform b900-log-event
               evaluate ws-sch-on-fail(ws-sch-idx)
                   when "S"
                       perform b080-stop-job
                   when "C"
                       if ws-batch-rc > ws-max-rc
                           move ws-batch-rc to ws-max-rc
                       end-if
                   when other
                       continue
               end-evaluate
           else
               display "BATCH0: " ws-step-program " STEP OK"
           end-if
           move zeros to ws-batch-rc.

      *----B080. Stop the job on a failed stop step or a schedule
      *    error, the event already logged by the caller: the
      *    run-level history record (unless the group cycle has
      *    written it already), the batch flag dropped, and the
      *    step's condition code as the job's.
       b080-stop-job.
           if not ws-groups-done
               initialize run-stat
               move zeros to ws-hist-grp-cod
               move ws-batch-rc to ws-hist-rc
               perform b100-write-run-history
           end-if
           perform b710-clear-state
           move ws-batch-rc to return-code
           stop run.

      *----B260. The group cycle's worst condition code is acted on
      *    as the schedule says, as B070 does for a program step --
      *    a cycle that failed stops the job before the later steps
      *    work on its receipts. The run-level history record is
      *    already written, so B080 does not write another.
       b260-act-on-group-cycle.
           if ws-max-rc not = 0
               move ws-max-rc to ws-batch-rc
               display "BATCH0: GROUPS STEP FAILED, RC=" ws-batch-rc
               move "GROUPS STEP FAILED" to ops-evt-text
               move "E" to ops-evt-severity
               perform b900-log-event
               evaluate ws-sch-on-fail(ws-sch-idx)
                   when "S"
                       perform b080-stop-job
                   when "C"
                       continue
                   when other
                       continue
               end-evaluate
           end-if
           if ws-pre-group-rc > ws-max-rc
               move ws-pre-group-rc to ws-max-rc
           end-if
           move zeros to ws-batch-rc.

      *----B250. The GROUPS step: one PROGRAM1-validation and
      *    COLL0 cycle per group record on the run-control file,
      *    then the run-level totals record. A missing control
      *    file is a configuration error, not a quiet single-group
      *    day.
       b250-run-group-cycle.
           move "Y" to ws-groups-run
           open input run-control-file
           if not ws-ctl-ok
               display "BATCH0: RUNCTRL OPEN FAILED, STATUS="
           move ws-tot-variance-net  to rs-variance-net
           move zeros to ws-hist-grp-cod
           move ws-max-rc to ws-hist-rc
           perform b100-write-run-history.

      *----B800. The run-day guard itself.
       b800-check-run-day.
                           if bc-date = ws-run-date
                               move "Y" to ws-today-known
                               move bc-day-type to ws-today-type
                               if bc-period-end-day
                                   move "Y" to ws-today-period-end
                               end-if
                           end-if
                   end-read
               end-perform
