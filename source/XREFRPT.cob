       identification division.
       program-id. XREFRPT.
      *> weekly repeat-submitter report off the submitter index
      *> SUBXREF.DAT (see XREFREC.cpy), run after the XREFBLD
      *> rebuild so it reads a fresh index. The index keeps every
      *> submission filed under one identity together, so one pass
      *> in key order sees each person's submissions as a group.
      *> Two things are named for the complaint meeting:
      *>     REPEAT         every identity with XREF_REPEAT_MIN
      *>                    (default 3) or more complaints filed in
      *>                    the last XREF_REPEAT_DAYS days (default
      *>                    365), most complaints first
      *>     MULTIPLE OPEN  every identity with more than one
      *>                    complaint not yet closed, with their ids
      *> A complaint still on SUBMIT.DAT is judged open or closed by
      *> its live disposition; one since archived by the disposition
      *> the index last saw. A complaint held back by the spam
      *> screening (quarantined, or confirmed as spam) is left out
      *> of both lists: it is neither open work nor a complaint
      *> the person can be said to have made. An identity is an
      *> email, a phone number or a name, and the same person
      *> usually turns up under more than one of them; each line
      *> says which it is, and a match on a name alone is the
      *> weakest of the three. Output is XREFRPT-YYYYMMDD.TXT.
       environment division.
       input-output section.
       file-control.
           select xref-file assign to "SUBXREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is xref-key
               alternate record key is xref-owner-id
                   with duplicates
               file status is ws-xref-fs.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is submit-id
               alternate record key is submit-timestamp
                   with duplicates
               alternate record key is submit-session
                   with duplicates
               file status is ws-sub-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd xref-file.
       copy "XREFREC.cpy".
       fd submit-file.
       copy "SUBMREC.cpy".
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-xref-fs             pic xx.
       01 ws-sub-fs              pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-report-filename     pic x(26).
       01 ws-now                 pic x(21).
       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

       01 ws-min-env             pic x(10).
       01 ws-repeat-min          pic 9(3)  value 3.
       01 ws-days-env            pic x(10).
       01 ws-repeat-days         pic 9(4)  value 365.
       01 ws-window-from         pic 9(8).

       01 ws-xref-open-fs        pic xx    value spaces.
       01 ws-sub-open            pic x     value "N".
           88 ws-sub-is-open     value "Y".

      *> the identity group being read.
       01 ws-grp-kind            pic x.
       01 ws-grp-ident           pic x(64).
       01 ws-grp-recent          pic 9(5).
       01 ws-grp-complaints      pic 9(5).
       01 ws-grp-open            pic 9(5).
       01 ws-grp-open-ids.
           05 ws-grp-open-id     pic 9(10) occurs 10 times.
       01 ws-open-idx            pic 9(2).
       01 ws-row-disp            pic x.

      *> the repeat complainants found, held so they can be written
      *> most complaints first.
       01 ws-rep-table.
           05 ws-rep-count      pic 9(3)  value 0.
           05 ws-rep-entries occurs 200 times.
               10 ws-rep-kind       pic x.
               10 ws-rep-ident      pic x(64).
               10 ws-rep-recent     pic 9(5).
               10 ws-rep-done       pic x.
       01 ws-rep-idx             pic 9(3).
       01 ws-rep-best            pic 9(3).
       01 ws-rep-written         pic 9(3).
       01 ws-rep-more            pic 9(5)  value 0.

       01 ws-kind-word           pic x(5).
       01 ws-line-tmp            pic x(300).
       01 ws-idents-read         pic 9(7)  value 0.
       01 ws-rows-read           pic 9(7)  value 0.
       01 ws-multi-open          pic 9(5)  value 0.

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today
           move ws-today to ws-today-x
           compute ws-today-int = function integer-of-date(ws-today)
           perform read-run-config
           string "XREFRPT-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           open output report-file
           perform write-report-header
           open input xref-file
           if ws-xref-fs not = "00"
               move ws-xref-fs to ws-xref-open-fs
               perform write-report-totals
               close report-file
               goback
           end-if
           open input submit-file
           if ws-sub-fs = "00"
               move "Y" to ws-sub-open
           else
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-fs "); open complaints "
                   "are judged by the index's last disposition"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Submitters with more than one open complaint:"
               delimited by size into report-line
           end-string
           write report-line
           perform read-index-groups
           close xref-file
           if ws-sub-is-open
               close submit-file
           end-if
           perform write-repeat-list
           perform write-report-totals
           close report-file
           goback.

       read-run-config.
           move spaces to ws-min-env
           accept ws-min-env from environment "XREF_REPEAT_MIN"
           if ws-min-env not = spaces
               and function test-numval(ws-min-env) = 0
               and function numval(ws-min-env) >= 2
               and function numval(ws-min-env) <= 999
               compute ws-repeat-min = function numval(ws-min-env)
           end-if
           move spaces to ws-days-env
           accept ws-days-env from environment "XREF_REPEAT_DAYS"
           if ws-days-env not = spaces
               and function test-numval(ws-days-env) = 0
               and function numval(ws-days-env) >= 1
               and function numval(ws-days-env) <= 3660
               compute ws-repeat-days = function numval(ws-days-env)
           end-if
           compute ws-window-from = function date-of-integer
               (ws-today-int - ws-repeat-days).

       read-index-groups.
      *> key order brings each identity's rows together; a change
      *> of kind or identity closes the group before it.
           move "N" to ws-eof-flag
           move low-values to xref-key
           start xref-file key is not less than xref-key
           if ws-xref-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-xref
           if not ws-at-eof
               perform open-group
           end-if
           perform until ws-at-eof
               add 1 to ws-rows-read
               if xref-kind not = ws-grp-kind
                   or xref-ident not = ws-grp-ident
                   perform close-group
                   perform open-group
               end-if
               perform count-group-row
               perform read-next-xref
           end-perform
           if ws-idents-read > 0
               perform close-group
           end-if.

       read-next-xref.
           read xref-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-xref-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       open-group.
           add 1 to ws-idents-read
           move xref-kind to ws-grp-kind
           move xref-ident to ws-grp-ident
           move 0 to ws-grp-recent ws-grp-complaints ws-grp-open
           move zeroes to ws-grp-open-ids.

       count-group-row.
           if xref-form-type not = "COMPLNT"
               exit paragraph
           end-if
           move xref-disp to ws-row-disp
           if ws-sub-is-open
               move xref-id to submit-id
               read submit-file
               if ws-sub-fs = "00"
                   move submit-disp-status to ws-row-disp
               end-if
           end-if
      *> a screened complaint is not the person's at all as far as
      *> the meeting is concerned: a bot reusing one address would
      *> otherwise be listed as a repeat complainant.
           if ws-row-disp = "Q" or ws-row-disp = "S"
               exit paragraph
           end-if
           add 1 to ws-grp-complaints
           if xref-filed numeric and xref-filed >= ws-window-from
               add 1 to ws-grp-recent
           end-if
           if ws-row-disp not = "C"
               add 1 to ws-grp-open
               if ws-grp-open <= 10
                   move xref-id to ws-grp-open-id(ws-grp-open)
               end-if
           end-if.

       close-group.
           if ws-grp-open > 1
               add 1 to ws-multi-open
               perform write-multi-open-line
           end-if
           if ws-grp-recent >= ws-repeat-min
               if ws-rep-count < 200
                   add 1 to ws-rep-count
                   move ws-grp-kind to ws-rep-kind(ws-rep-count)
                   move ws-grp-ident to ws-rep-ident(ws-rep-count)
                   move ws-grp-recent to ws-rep-recent(ws-rep-count)
                   move "N" to ws-rep-done(ws-rep-count)
               else
                   add 1 to ws-rep-more
               end-if
           end-if.

       set-kind-word.
           evaluate ws-grp-kind
               when "E"
                   move "email" to ws-kind-word
               when "P"
                   move "phone" to ws-kind-word
               when other
                   move "name" to ws-kind-word
           end-evaluate.

       write-multi-open-line.
           perform set-kind-word
           move spaces to report-line
           string "MULTIPLE OPEN " ws-kind-word " "
               function trim(ws-grp-ident) ": " ws-grp-open
               " open complaints, ids"
               delimited by size into report-line
           end-string
           perform varying ws-open-idx from 1 by 1
                   until ws-open-idx > 10
                      or ws-open-idx > ws-grp-open
               move spaces to ws-line-tmp
               string function trim(report-line) " "
                   ws-grp-open-id(ws-open-idx)
                   delimited by size into ws-line-tmp
               end-string
               move ws-line-tmp to report-line
           end-perform
           write report-line.

       write-repeat-list.
      *> a plain selection pass: each time round, the unwritten
      *> entry with the most recent complaints goes next.
           move spaces to report-line
           string "REPEAT complainants, " ws-repeat-min
               " or more complaints since " ws-window-from ":"
               delimited by size into report-line
           end-string
           write report-line
           move 0 to ws-rep-written
           perform until ws-rep-written >= ws-rep-count
               move 0 to ws-rep-best
               perform varying ws-rep-idx from 1 by 1
                       until ws-rep-idx > ws-rep-count
                   if ws-rep-done(ws-rep-idx) = "N"
                       if ws-rep-best = 0
                           move ws-rep-idx to ws-rep-best
                       else
                           if ws-rep-recent(ws-rep-idx)
                                   > ws-rep-recent(ws-rep-best)
                               move ws-rep-idx to ws-rep-best
                           end-if
                       end-if
                   end-if
               end-perform
               move "Y" to ws-rep-done(ws-rep-best)
               add 1 to ws-rep-written
               move ws-rep-kind(ws-rep-best) to ws-grp-kind
               perform set-kind-word
               move spaces to report-line
               string "REPEAT " ws-kind-word " "
                   function trim(ws-rep-ident(ws-rep-best)) ": "
                   ws-rep-recent(ws-rep-best) " complaints"
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           if ws-rep-more > 0
               move spaces to report-line
               string "WARNING: " ws-rep-more " more repeat "
                   "complainants past the first 200 not listed"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.

       write-report-header.
           move spaces to report-line
           string "Repeat submitter report as of " ws-today-x
               delimited by size into report-line
           end-string
           write report-line.

       write-report-totals.
           if ws-xref-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBXREF.DAT could not be opened "
                   "(file status " ws-xref-open-fs "); run XREFBLD "
                   "to build it"
                   delimited by size into report-line
               end-string
               write report-line
               move "RESULT: NOT RUN - no submitter index"
                   to report-line
               write report-line
               exit paragraph
           end-if
           move spaces to report-line
           string "Index rows read:        " ws-rows-read
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Identities read:        " ws-idents-read
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Repeat complainants:    " ws-rep-count
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "With multiple open:     " ws-multi-open
               delimited by size into report-line
           end-string
           write report-line
           if ws-rep-count = 0 and ws-multi-open = 0
               move "RESULT: no repeat or multiple-open submitters"
                   to report-line
           else
               move spaces to report-line
               string "RESULT: SUBMITTERS LISTED - see REPEAT and "
                   "MULTIPLE OPEN lines"
                   delimited by size into report-line
               end-string
           end-if
           write report-line.

       end program XREFRPT.
