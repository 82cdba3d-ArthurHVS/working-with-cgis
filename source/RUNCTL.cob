       identification division.
       program-id. RUNCTL.
      *> batch run-control driver: runs a schedule of the batch
      *> programs in a fixed order by CALLing each in turn, the way
      *> the dispatcher CALLs its screens, in place of the operator
      *> starting them by hand. Two schedules, chosen by
      *> RUNCTL_SCHEDULE:
      *>     NIGHT (the default)  CGIRPT, SUBREPLAY, RECONCILE,
      *>                          ADDRAPPLY, CRMXTRACT, HOUSEKEEP,
      *>                          ACKSEND and VIEWRPT every night;
      *>                          CMPLAGING, OPERWORK, XREFBLD,
      *>                          XREFRPT and INTEGCHK (checking
      *>                          only) on the weekly day
      *>                          (RUNCTL_WEEKLY_DAY, 1 = Monday, the
      *>                          default, to 7 = Sunday); MONTHRPT
      *>                          on the 1st, for the month just ended
      *>     MORNING              ACKBOUNCE, then CRMRETURN
      *> A step may also name a step that must already have finished
      *> cleanly in the same run — RECONCILE needs SUBREPLAY (a
      *> replayed row must be on file before the log is matched
      *> against it) and HOUSEKEEP needs CRMXTRACT (nothing is
      *> archived out of SUBMIT.DAT before the day's feed has taken
      *> it), and XREFRPT needs XREFBLD (the repeat-submitter
      *> report reads the freshly rebuilt index) — and is refused
      *> if it has not, whatever the order in the table says.
      *>
      *> The programs set no return code, so a step's outcome is
      *> read from the report it writes: it failed if the report is
      *> missing, if a WARNING line says a file could not be opened,
      *> or if its RESULT line says it did not run, is incomplete,
      *> or left failures or a broken store behind. Anything else —
      *> RECONCILE finding discrepancies, ACKSEND with stuck rows —
      *> is a finished step whose findings are for the morning.
      *>
      *> Every step's start and end, with the outcome, the report
      *> name and its RESULT line, is appended to RUNCTL.DAT as
      *>     run-date|schedule|program|START|timestamp
      *>     run-date|schedule|program|END|timestamp|outcome|report|
      *>         result
      *> The schedule stops at the first failed step. Run again, it
      *> skips every step already recorded OK for the same run date
      *> and schedule and resumes at the one that failed (or that
      *> started and never ended). The run date is today, or
      *> RUNCTL_DATE (YYYYMMDD) to resume a run begun on an earlier
      *> date. RUNCTL-YYYYMMDD-schedule.TXT is the consolidated
      *> summary: every step in order, what became of it, and the
      *> report to read for the detail.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "RUNCTL.DAT"
               organization is line sequential
               file status is ws-ctl-fs.
           select step-report-file assign to dynamic ws-step-report-name
               organization is line sequential
               file status is ws-step-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd control-file.
       01 control-line            pic x(200).
       fd step-report-file.
       01 step-report-line        pic x(300).
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-ctl-fs              pic xx.
       01 ws-step-fs             pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-step-report-name    pic x(30).
       01 ws-report-filename     pic x(40).
       01 ws-now                 pic x(21).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

       01 ws-run-date            pic x(8).
       01 ws-run-date-n          pic 9(8).
       01 ws-run-date-int        pic 9(8).
       01 ws-date-env            pic x(10).
       01 ws-schedule            pic x(8).
       01 ws-weekly-env          pic x(10).
       01 ws-weekly-day          pic 9     value 1.
       01 ws-run-weekday         pic 9.
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-yesterday           pic 9(8).
       01 ws-prev-month          pic x(6).
       01 ws-prev-month-int      pic 9(8).
       01 ws-prev-month-date     pic 9(8).

      *> the schedule: each step's program, when it runs (D every
      *> run, W on the weekly day, M on the 1st), the prefix and
      *> date of the report it writes (T today, Y yesterday, M the
      *> previous month), the step that must have finished before
      *> it, and what became of it this run.
       01 ws-step-table.
           05 ws-step-count     pic 9(2)  value 0.
           05 ws-step-entries occurs 20 times.
               10 ws-step-program   pic x(10).
               10 ws-step-when      pic x.
               10 ws-step-prefix    pic x(12).
               10 ws-step-basis     pic x.
               10 ws-step-requires  pic x(10).
               10 ws-step-report    pic x(30).
               10 ws-step-outcome   pic x(8).
               10 ws-step-result    pic x(80).
               10 ws-step-start     pic x(21).
               10 ws-step-end       pic x(21).
       01 ws-step-idx            pic 9(2).
       01 ws-req-idx             pic 9(2).
       01 ws-req-met             pic x.

       01 ws-call-name           pic x(10).
       01 ws-call-failed         pic x.
       01 ws-step-bad            pic x.
       01 ws-warn-tally          pic 9(3).
       01 ws-result-tally        pic 9(3).
       01 ws-stopped-at          pic x(10) value spaces.
       01 ws-ran-count           pic 9(2)  value 0.
       01 ws-earlier-count       pic 9(2)  value 0.

      *> one RUNCTL.DAT line taken apart.
       01 ws-ctl-date            pic x(8).
       01 ws-ctl-schedule        pic x(8).
       01 ws-ctl-program         pic x(10).
       01 ws-ctl-event           pic x(5).
       01 ws-ctl-stamp           pic x(21).
       01 ws-ctl-outcome         pic x(8).
       01 ws-ctl-report          pic x(30).
       01 ws-ctl-result          pic x(80).

       procedure division.
       main-logic.
           move function current-date to ws-now
           perform read-run-config
           perform load-schedule
           perform mark-earlier-steps
           perform run-schedule
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
                  or ws-stopped-at not = spaces
           perform write-summary
           goback.

       read-run-config.
           move ws-now(1:8) to ws-run-date
           move spaces to ws-date-env
           accept ws-date-env from environment "RUNCTL_DATE"
           if ws-date-env(1:8) numeric
               move ws-date-env(1:8) to ws-run-date
           end-if
           move ws-run-date to ws-run-date-n
           compute ws-run-date-int =
               function integer-of-date(ws-run-date-n)
           move spaces to ws-schedule
           accept ws-schedule from environment "RUNCTL_SCHEDULE"
           move function upper-case(ws-schedule) to ws-schedule
           if ws-schedule not = "MORNING"
               move "NIGHT" to ws-schedule
           end-if
           move spaces to ws-weekly-env
           accept ws-weekly-env from environment "RUNCTL_WEEKLY_DAY"
           if ws-weekly-env(1:1) >= "1" and ws-weekly-env(1:1) <= "7"
               move ws-weekly-env(1:1) to ws-weekly-day
           end-if
      *> day 1 of the integer calendar, 1601-01-01, was a Monday.
           compute ws-run-weekday =
               function mod(ws-run-date-int - 1, 7) + 1
      *> the month before the run date's, for MONTHRPT on the 1st.
           compute ws-prev-month-int = ws-run-date-int
               - function numval(ws-run-date(7:2))
           compute ws-prev-month-date =
               function date-of-integer(ws-prev-month-int)
           move ws-prev-month-date(1:6) to ws-prev-month
           move spaces to ws-report-filename
           string "RUNCTL-" ws-run-date "-" function trim(ws-schedule)
               ".TXT"
               delimited by size into ws-report-filename
           end-string.

       load-schedule.
           if ws-schedule = "MORNING"
               move "ACKBOUNCE"  to ws-call-name
               perform add-step
               move "ACKBOUNCE-" to ws-step-prefix(ws-step-count)
               move "CRMRETURN"  to ws-call-name
               perform add-step
               move "CRMRETURN-" to ws-step-prefix(ws-step-count)
               move "Y" to ws-step-basis(ws-step-count)
               exit paragraph
           end-if
           move "CGIRPT" to ws-call-name
           perform add-step
           move "CGIRPT-" to ws-step-prefix(ws-step-count)
           move "Y" to ws-step-basis(ws-step-count)
           move "SUBREPLAY" to ws-call-name
           perform add-step
           move "SUBREPLAY-" to ws-step-prefix(ws-step-count)
           move "RECONCILE" to ws-call-name
           perform add-step
           move "RECON-" to ws-step-prefix(ws-step-count)
           move "Y" to ws-step-basis(ws-step-count)
           move "SUBREPLAY" to ws-step-requires(ws-step-count)
           move "ADDRAPPLY" to ws-call-name
           perform add-step
           move "ADDRAPPLY-" to ws-step-prefix(ws-step-count)
           move "CRMXTRACT" to ws-call-name
           perform add-step
           move "CRMXTRACT-" to ws-step-prefix(ws-step-count)
           move "HOUSEKEEP" to ws-call-name
           perform add-step
           move "HOUSEKEEP-" to ws-step-prefix(ws-step-count)
           move "CRMXTRACT" to ws-step-requires(ws-step-count)
           move "ACKSEND" to ws-call-name
           perform add-step
           move "ACKSEND-" to ws-step-prefix(ws-step-count)
           move "VIEWRPT" to ws-call-name
           perform add-step
           move "VIEWRPT-" to ws-step-prefix(ws-step-count)
           move "CMPLAGING" to ws-call-name
           perform add-step
           move "CMPLAGING-" to ws-step-prefix(ws-step-count)
           move "W" to ws-step-when(ws-step-count)
           move "OPERWORK" to ws-call-name
           perform add-step
           move "OPERWORK-" to ws-step-prefix(ws-step-count)
           move "W" to ws-step-when(ws-step-count)
           move "XREFBLD" to ws-call-name
           perform add-step
           move "XREFBLD-" to ws-step-prefix(ws-step-count)
           move "W" to ws-step-when(ws-step-count)
           move "XREFRPT" to ws-call-name
           perform add-step
           move "XREFRPT-" to ws-step-prefix(ws-step-count)
           move "W" to ws-step-when(ws-step-count)
           move "XREFBLD" to ws-step-requires(ws-step-count)
           move "INTEGCHK" to ws-call-name
           perform add-step
           move "INTEGCHK-" to ws-step-prefix(ws-step-count)
           move "W" to ws-step-when(ws-step-count)
           move "MONTHRPT" to ws-call-name
           perform add-step
           move "MONTHRPT-" to ws-step-prefix(ws-step-count)
           move "M" to ws-step-when(ws-step-count)
           move "M" to ws-step-basis(ws-step-count).

       add-step.
      *> a new step runs every time, reports under today's date and
      *> needs nothing before it until load-schedule says otherwise.
           add 1 to ws-step-count
           move ws-call-name to ws-step-program(ws-step-count)
           move "D" to ws-step-when(ws-step-count)
           move spaces to ws-step-prefix(ws-step-count)
           move "T" to ws-step-basis(ws-step-count)
           move spaces to ws-step-requires(ws-step-count)
           move spaces to ws-step-report(ws-step-count)
           move spaces to ws-step-outcome(ws-step-count)
           move spaces to ws-step-result(ws-step-count)
           move spaces to ws-step-start(ws-step-count)
           move spaces to ws-step-end(ws-step-count).

       mark-earlier-steps.
      *> a step recorded OK for this run date and schedule is done;
      *> a later line for the same step (a rerun that failed after
      *> all) takes precedence, since the file is read in order.
           perform mark-not-due-steps
           open input control-file
           if ws-ctl-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-control
           perform until ws-at-eof
               perform apply-control-line
               perform read-next-control
           end-perform
           close control-file.

       mark-not-due-steps.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
               evaluate ws-step-when(ws-step-idx)
                   when "W"
                       if ws-run-weekday not = ws-weekly-day
                           move "NOT DUE"
                               to ws-step-outcome(ws-step-idx)
                       end-if
                   when "M"
                       if ws-run-date(7:2) not = "01"
                           move "NOT DUE"
                               to ws-step-outcome(ws-step-idx)
                       end-if
               end-evaluate
           end-perform.

       read-next-control.
           read control-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-ctl-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       apply-control-line.
           move spaces to ws-ctl-date ws-ctl-schedule ws-ctl-program
               ws-ctl-event ws-ctl-stamp ws-ctl-outcome ws-ctl-report
               ws-ctl-result
           unstring control-line delimited by "|"
               into ws-ctl-date ws-ctl-schedule ws-ctl-program
                    ws-ctl-event ws-ctl-stamp ws-ctl-outcome
                    ws-ctl-report ws-ctl-result
           end-unstring
           if ws-ctl-date not = ws-run-date
               or ws-ctl-schedule not = ws-schedule
               or ws-ctl-event not = "END"
               exit paragraph
           end-if
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
               if ws-step-program(ws-step-idx) = ws-ctl-program
                   if ws-ctl-outcome = "OK"
                       move "EARLIER" to ws-step-outcome(ws-step-idx)
                       move ws-ctl-report to ws-step-report(ws-step-idx)
                       move ws-ctl-result to ws-step-result(ws-step-idx)
                       move ws-ctl-stamp to ws-step-end(ws-step-idx)
                   else
                       if ws-step-outcome(ws-step-idx) = "EARLIER"
                           move spaces to ws-step-outcome(ws-step-idx)
                       end-if
                   end-if
               end-if
           end-perform.

       run-schedule.
           evaluate ws-step-outcome(ws-step-idx)
               when "NOT DUE"
                   continue
               when "EARLIER"
                   add 1 to ws-earlier-count
               when other
                   perform run-one-step
           end-evaluate.

       run-one-step.
           perform check-prerequisite
           move function current-date to ws-step-start(ws-step-idx)
           perform append-start-line
           move "N" to ws-call-failed
           if ws-req-met = "N"
               move "FAILED" to ws-step-outcome(ws-step-idx)
               move spaces to ws-step-result(ws-step-idx)
               string "refused: " delimited by size
                   function trim(ws-step-requires(ws-step-idx))
                   " has not finished cleanly in this run"
                   delimited by size into ws-step-result(ws-step-idx)
               end-string
           else
               if ws-step-when(ws-step-idx) = "M"
      *> MONTHRPT reports the current month unless told otherwise.
                   display "MONTHRPT_MONTH" upon environment-name
                   display ws-prev-month upon environment-value
               end-if
               move ws-step-program(ws-step-idx) to ws-call-name
               call ws-call-name
                   on exception move "Y" to ws-call-failed
               end-call
               cancel ws-call-name
               perform judge-step-outcome
           end-if
           move function current-date to ws-step-end(ws-step-idx)
           add 1 to ws-ran-count
           perform append-end-line
           if ws-step-outcome(ws-step-idx) not = "OK"
               move ws-step-program(ws-step-idx) to ws-stopped-at
           end-if.

       check-prerequisite.
           move "Y" to ws-req-met
           if ws-step-requires(ws-step-idx) = spaces
               exit paragraph
           end-if
           move "N" to ws-req-met
           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-step-count
               if ws-step-program(ws-req-idx)
                       = ws-step-requires(ws-step-idx)
                   and (ws-step-outcome(ws-req-idx) = "OK"
                        or ws-step-outcome(ws-req-idx) = "EARLIER")
                   move "Y" to ws-req-met
               end-if
           end-perform.

       judge-step-outcome.
           perform name-step-report
           move "OK" to ws-step-outcome(ws-step-idx)
           move spaces to ws-step-result(ws-step-idx)
           if ws-call-failed = "Y"
               move "FAILED" to ws-step-outcome(ws-step-idx)
               move "program could not be loaded"
                   to ws-step-result(ws-step-idx)
               exit paragraph
           end-if
           open input step-report-file
           if ws-step-fs not = "00"
               move "FAILED" to ws-step-outcome(ws-step-idx)
               move "no report written" to ws-step-result(ws-step-idx)
               exit paragraph
           end-if
           move "N" to ws-step-bad
           move "N" to ws-eof-flag
           perform read-next-step-line
           perform until ws-at-eof
               perform judge-one-report-line
               perform read-next-step-line
           end-perform
           close step-report-file
           if ws-step-bad = "Y"
               move "FAILED" to ws-step-outcome(ws-step-idx)
           end-if
           if ws-step-result(ws-step-idx) = spaces
               move "finished (report carries no RESULT line)"
                   to ws-step-result(ws-step-idx)
           end-if.

       read-next-step-line.
           read step-report-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-step-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       judge-one-report-line.
           if step-report-line(1:8) = "WARNING:"
               move 0 to ws-warn-tally
               inspect step-report-line tallying
                   ws-warn-tally for all "could not be opened"
               if ws-warn-tally > 0
                   move "Y" to ws-step-bad
                   if ws-step-result(ws-step-idx) = spaces
                       move step-report-line(1:80)
                           to ws-step-result(ws-step-idx)
                   end-if
               end-if
           end-if
           if step-report-line(1:7) = "RESULT:"
               move step-report-line(1:80)
                   to ws-step-result(ws-step-idx)
               move 0 to ws-result-tally
               inspect step-report-line tallying
                   ws-result-tally for all "NOT RUN"
                   ws-result-tally for all "INCOMPLETE"
                   ws-result-tally for all "STILL BROKEN"
                   ws-result-tally for all "FAILURES REMAIN"
               if ws-result-tally > 0
                   move "Y" to ws-step-bad
               end-if
           end-if.

       name-step-report.
           move function current-date(1:8) to ws-today-x
           move spaces to ws-step-report(ws-step-idx)
           evaluate ws-step-basis(ws-step-idx)
               when "Y"
                   compute ws-today-int = function integer-of-date
                       (function numval(ws-today-x))
                   compute ws-yesterday =
                       function date-of-integer(ws-today-int - 1)
                   string function trim(ws-step-prefix(ws-step-idx))
                       ws-yesterday ".TXT"
                       delimited by size
                       into ws-step-report(ws-step-idx)
                   end-string
               when "M"
                   string function trim(ws-step-prefix(ws-step-idx))
                       ws-prev-month ".TXT"
                       delimited by size
                       into ws-step-report(ws-step-idx)
                   end-string
               when other
                   string function trim(ws-step-prefix(ws-step-idx))
                       ws-today-x ".TXT"
                       delimited by size
                       into ws-step-report(ws-step-idx)
                   end-string
           end-evaluate
           move ws-step-report(ws-step-idx) to ws-step-report-name.

       append-start-line.
           perform open-control-extend
           if ws-ctl-fs = "00"
               move spaces to control-line
               string ws-run-date "|" function trim(ws-schedule) "|"
                   function trim(ws-step-program(ws-step-idx))
                   "|START|" ws-step-start(ws-step-idx)
                   delimited by size into control-line
               end-string
               write control-line
               close control-file
           end-if.

       append-end-line.
           perform open-control-extend
           if ws-ctl-fs = "00"
               move spaces to control-line
               string ws-run-date "|" function trim(ws-schedule) "|"
                   function trim(ws-step-program(ws-step-idx))
                   "|END|" ws-step-end(ws-step-idx) "|"
                   function trim(ws-step-outcome(ws-step-idx)) "|"
                   function trim(ws-step-report(ws-step-idx)) "|"
                   function trim(ws-step-result(ws-step-idx))
                   delimited by size into control-line
               end-string
               write control-line
               close control-file
           end-if.

       open-control-extend.
           open extend control-file
           if ws-ctl-fs not = "00"
               open output control-file
           end-if.

       write-summary.
           open output report-file
           move spaces to report-line
           string "Run control summary, " function trim(ws-schedule)
               " schedule for " ws-run-date
               ", written " ws-now(1:8) " " ws-now(9:6)
               delimited by size into report-line
           end-string
           write report-line
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
               perform write-summary-step
           end-perform
           move spaces to report-line
           string "Steps run this time:     " ws-ran-count
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Steps done on a prior run: " ws-earlier-count
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           if ws-stopped-at = spaces
               move "RESULT: schedule complete" to report-line
           else
               string "RESULT: STOPPED AT " function trim(ws-stopped-at)
                   " - fix and rerun RUNCTL to resume there"
                   delimited by size into report-line
               end-string
           end-if
           write report-line
           close report-file.

       write-summary-step.
           move spaces to report-line
           evaluate true
               when ws-step-outcome(ws-step-idx) = "NOT DUE"
                   string "STEP " ws-step-program(ws-step-idx)
                       " not due today"
                       delimited by size into report-line
                   end-string
               when ws-step-outcome(ws-step-idx) = "EARLIER"
                   string "STEP " ws-step-program(ws-step-idx)
                       " OK on an earlier run, ended "
                       ws-step-end(ws-step-idx)(1:14)
                       ", see " function trim
                           (ws-step-report(ws-step-idx))
                       delimited by size into report-line
                   end-string
               when ws-step-outcome(ws-step-idx) = spaces
                   string "STEP " ws-step-program(ws-step-idx)
                       " NOT RUN - schedule stopped at "
                       function trim(ws-stopped-at)
                       delimited by size into report-line
                   end-string
               when other
                   string "STEP " ws-step-program(ws-step-idx) " "
                       function trim(ws-step-outcome(ws-step-idx))
                       ", " ws-step-start(ws-step-idx)(9:6)
                       " to " ws-step-end(ws-step-idx)(9:6)
                       ", see " function trim
                           (ws-step-report(ws-step-idx))
                       delimited by size into report-line
                   end-string
           end-evaluate
           write report-line
           if ws-step-result(ws-step-idx) not = spaces
               and ws-step-outcome(ws-step-idx) not = "NOT DUE"
               move spaces to report-line
               string "     " ws-step-result(ws-step-idx)
                   delimited by size into report-line
               end-string
               write report-line
           end-if.

       end program RUNCTL.
