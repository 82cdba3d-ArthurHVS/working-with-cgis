       identification division.
       program-id. CGIRPT.
      *> nightly batch job: reads the previous day's CGI access log
      *> (written by gnucobolcgi's write-access-log paragraph, see
      *> req 005) and produces a hit-count-by-action report for
      *> operations to check each morning. Below the hit counts go
      *> the same day's spam screening figures, counted off the
      *> disposition journal SUBJRNL.DAT: submissions quarantined
      *> on filing, and quarantined ones a supervisor released or
      *> confirmed as spam (see QUARREVIEW).
       environment division.
       input-output section.
       file-control.
           select access-log-file assign to dynamic ws-log-filename
               organization is line sequential
               file status is ws-log-fs.
           select journal-file assign to "SUBJRNL.DAT"
               organization is line sequential
               file status is ws-jrn-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
      *> get split across records when read back here.
       fd access-log-file.
       01 log-line               pic x(1150).
      *> sized to match WORKQUEUE's journal-line.
       fd journal-file.
       01 journal-line            pic x(150).
       fd report-file.
       01 report-line             pic x(300).

       01 ws-tab-idx              pic 9(3).
       01 ws-total-hits           pic 9(7) value 0.

      *> the day's screening figures off the journal: a line whose
      *> new disposition is "Q" is a quarantine, one from "Q" to
      *> "N" a release, one from "Q" to "S" a confirmed spam.
       01 ws-jrn-fs               pic xx.
       01 ws-jrn-eof              pic x     value "N".
           88 ws-jrn-at-end       value "Y".
       01 ws-jrn-stamp            pic x(21).
       01 ws-jrn-id               pic x(10).
       01 ws-jrn-old              pic x.
       01 ws-jrn-new              pic x.
       01 ws-quarantined          pic 9(7) value 0.
       01 ws-released             pic 9(7) value 0.
       01 ws-confirmed-spam       pic 9(7) value 0.

       procedure division.
       main-logic.
           perform compute-report-date
           perform count-screening-lines
           perform open-files
           if ws-log-fs = "00"
               perform read-log-file
           move function current-date(1:8) to ws-today
           compute ws-today-int = function integer-of-date(ws-today)
           compute ws-yesterday-int = ws-today-int - 1
           compute ws-yesterday =
               function date-of-integer(ws-yesterday-int)
           move ws-yesterday to ws-yesterday-x
           string "CGI-" ws-yesterday-x ".LOG"
               delimited by size into ws-log-filename
           end-perform
           if ws-action-count-total < 40
               add 1 to ws-action-count-total
               move ws-action-value
                   to ws-action-name(ws-action-count-total)
               move 1 to ws-action-hits(ws-action-count-total)
           end-if.

           string "TOTAL: " ws-total-hits
               delimited by size into report-line
           write report-line
           perform write-screening-counts
           close report-file.

       write-no-log-report.
           string "No access log found for " ws-yesterday-x
               delimited by size into report-line
           write report-line
           perform write-screening-counts
           close report-file.

       count-screening-lines.
      *> the journal holds every day's changes, appended; only the
      *> report day's lines count. No journal means no changes.
           open input journal-file
           if ws-jrn-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-jrn-eof
           perform read-next-journal-line
           perform until ws-jrn-at-end
               if journal-line(1:8) = ws-yesterday-x
                   perform tally-journal-line
               end-if
               perform read-next-journal-line
           end-perform
           close journal-file.

       read-next-journal-line.
           read journal-file
               at end move "Y" to ws-jrn-eof
           end-read
           if not ws-jrn-at-end and ws-jrn-fs not = "00"
               move "Y" to ws-jrn-eof
           end-if.

       tally-journal-line.
           move spaces to ws-jrn-stamp ws-jrn-id ws-jrn-old ws-jrn-new
           unstring journal-line delimited by "|"
               into ws-jrn-stamp ws-jrn-id ws-jrn-old ws-jrn-new
           end-unstring
           evaluate true
               when ws-jrn-new = "Q"
                   add 1 to ws-quarantined
               when ws-jrn-old = "Q" and ws-jrn-new = "N"
                   add 1 to ws-released
               when ws-jrn-old = "Q" and ws-jrn-new = "S"
                   add 1 to ws-confirmed-spam
           end-evaluate.

       write-screening-counts.
           move spaces to report-line
           string "QUARANTINED: " ws-quarantined
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "RELEASED FROM QUARANTINE: " ws-released
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "CONFIRMED SPAM: " ws-confirmed-spam
               delimited by size into report-line
           write report-line.

       end program CGIRPT.
