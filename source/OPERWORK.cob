       identification division.
       program-id. OPERWORK.
      *> weekly operator workload batch, a sibling to CMPLAGING for
      *> the supervisors' side of the same meeting: it turns the
      *> work-queue journal WORKQUEUE appends to (SUBJRNL.DAT,
      *> timestamp|id|old|new|operator|note) into one block per
      *> operator — items claimed and closed in the week, items
      *> still held now, and the average and longest time from
      *> claim to close — with the week's closes broken down by the
      *> complaint's CMPLCAT.DAT category.
      *>
      *> The week is the OPERWORK_DAYS days (default 7) ending
      *> yesterday, so a Monday run covers Monday to Sunday. The
      *> whole journal is read, oldest first as it was appended,
      *> so a close in the week is timed against its claim even
      *> when the claim was weeks earlier. An item closed straight
      *> from new, never claimed, counts as a close with no time.
      *>
      *> What is held now comes from SUBMIT.DAT itself (assigned
      *> rows, with who holds them and since when), not from the
      *> journal, so the held list is the queue as it stands. Every
      *> item held more than OPERWORK_HELD_DAYS days (default 14) is
      *> named under its holder, and so is every item held by an
      *> operator retired in OPERS.DAT (or no longer on it at all),
      *> so nothing sits with someone who has left. Output is
      *> OPERWORK-YYYYMMDD.TXT.
       environment division.
       input-output section.
       file-control.
           select journal-file assign to "SUBJRNL.DAT"
               organization is line sequential
               file status is ws-jrn-fs.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is submit-id
               alternate record key is submit-timestamp
                   with duplicates
               alternate record key is submit-session
                   with duplicates
               file status is ws-sub-fs.
           select oper-file assign to "OPERS.DAT"
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is ws-oper-fs.
           select category-file assign to "CMPLCAT.DAT"
               organization is indexed
               access mode is dynamic
               record key is cat-code
               file status is ws-cat-fs.
           select report-file assign to dynamic ws-report-filename
               organization is line sequential
               file status is ws-rpt-fs.
       data division.
       file section.
       fd journal-file.
      *> timestamp(21) + id(10) + old(1) + new(1) + operator(16) +
      *> note(80) plus five "|" separators; see WORKQUEUE.
       01 journal-line            pic x(150).
       fd submit-file.
       copy "SUBMREC.cpy".
       fd oper-file.
       copy "OPERREC.cpy".
       fd category-file.
       copy "CATREC.cpy".
       fd report-file.
       01 report-line             pic x(300).

       working-storage section.
       01 ws-jrn-fs              pic xx.
       01 ws-sub-fs              pic xx.
       01 ws-oper-fs             pic xx.
       01 ws-cat-fs              pic xx.
       01 ws-rpt-fs              pic xx.
       01 ws-report-filename     pic x(26).
       01 ws-now                 pic x(21).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".

       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-today-int           pic 9(8).
       01 ws-week-from           pic 9(8).
       01 ws-week-to             pic 9(8).
       01 ws-days-env            pic x(10).
       01 ws-week-days           pic 9(3)  value 7.
       01 ws-held-env            pic x(10).
       01 ws-held-limit          pic 9(3)  value 14.

      *> a failed open is carried here so the report can't read as
      *> a quiet week off a file that was never read.
       01 ws-jrn-open-fs         pic xx    value spaces.
      *> no journal at all ("35") is a site where nothing has been
      *> claimed yet: an empty week, noted, not a broken file.
       01 ws-jrn-absent          pic x     value "N".
       01 ws-sub-open-fs         pic xx    value spaces.
       01 ws-oper-missing        pic x     value "N".
       01 ws-cat-missing         pic x     value "N".

      *> one journal line taken apart.
       01 ws-j-stamp             pic x(21).
       01 ws-j-id-x              pic x(10).
       01 ws-j-id                pic 9(10).
       01 ws-j-old               pic x.
       01 ws-j-new               pic x.
       01 ws-j-oper              pic x(16).
       01 ws-j-note              pic x(80).
       01 ws-j-date              pic 9(8).
       01 ws-j-seconds           pic 9(12).
       01 ws-lines-read          pic 9(7)  value 0.
       01 ws-lines-skipped       pic 9(7)  value 0.

      *> the operators: every row on OPERS.DAT, plus one minted
      *> for any name the journal or the queue carries that the
      *> file doesn't know (ws-op-status "G", gone).
       01 ws-op-table.
           05 ws-op-count       pic 9(3)  value 0.
           05 ws-op-entries occurs 100 times.
               10 ws-op-id          pic x(16).
               10 ws-op-status      pic x.
               10 ws-op-claimed     pic 9(5).
               10 ws-op-closed      pic 9(5).
               10 ws-op-timed       pic 9(5).
               10 ws-op-unclaimed   pic 9(5).
               10 ws-op-total-secs  pic 9(12).
               10 ws-op-max-secs    pic 9(12).
               10 ws-op-held        pic 9(5).
               10 ws-op-held-long   pic 9(5).
       01 ws-op-idx              pic 9(3).
       01 ws-hit-op              pic 9(3).
       01 ws-find-oper           pic x(16).

      *> claims not yet matched by a close, in journal order: the
      *> claim time and claimer per id. A slot is freed (id zero)
      *> when the close arrives and reused by the next claim.
       01 ws-claim-table.
           05 ws-claim-count    pic 9(4)  value 0.
           05 ws-claim-entries occurs 2000 times.
               10 ws-claim-id       pic 9(10).
               10 ws-claim-secs     pic 9(12).
       01 ws-claim-idx           pic 9(4).
       01 ws-hit-claim           pic 9(4).
       01 ws-free-claim          pic 9(4).
       01 ws-claims-dropped      pic 9(5)  value 0.
       01 ws-elapsed             pic 9(12).

      *> the categories off the master, for the closes breakdown.
       01 ws-cat-table.
           05 ws-cat-count      pic 9(3)  value 0.
           05 ws-cat-entries occurs 50 times.
               10 ws-cat-code       pic x(16).
               10 ws-cat-desc       pic x(64).
       01 ws-cat-idx             pic 9(3).
       01 ws-close-cat           pic x(16).
       01 ws-close-desc          pic x(64).

      *> closes per operator per category code, one cell each.
       01 ws-cell-table.
           05 ws-cell-count     pic 9(4)  value 0.
           05 ws-cell-entries occurs 1000 times.
               10 ws-cell-op        pic 9(3).
               10 ws-cell-cat       pic x(16).
               10 ws-cell-closes    pic 9(5).
       01 ws-cell-idx            pic 9(4).
       01 ws-hit-cell            pic 9(4).

      *> held items worth naming, collected on the SUBMIT.DAT walk
      *> and written under their holder's block.
       01 ws-held-table.
           05 ws-held-count     pic 9(4)  value 0.
           05 ws-held-entries occurs 1000 times.
               10 ws-held-op        pic 9(3).
               10 ws-held-id        pic 9(10).
               10 ws-held-since     pic x(8).
               10 ws-held-days      pic 9(5).
               10 ws-held-why       pic x.
       01 ws-held-idx            pic 9(4).
       01 ws-held-more           pic 9(5)  value 0.
       01 ws-row-int             pic 9(8).
       01 ws-age-days            pic s9(5).
       01 ws-age-disp            pic 9(5).
       01 ws-held-is-long        pic x.
       01 ws-holder-gone         pic x.

       01 ws-hours               pic 9(6)v9.
       01 ws-hours-avg           pic zzzzz9.9.
       01 ws-hours-max           pic zzzzz9.9.
       01 ws-line-tmp            pic x(300).

       01 ws-claimed-total       pic 9(7)  value 0.
       01 ws-closed-total        pic 9(7)  value 0.
       01 ws-held-total          pic 9(7)  value 0.
       01 ws-long-total          pic 9(7)  value 0.
       01 ws-gone-total          pic 9(7)  value 0.

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today
           move ws-today to ws-today-x
           compute ws-today-int = function integer-of-date(ws-today)
           perform read-run-config
           string "OPERWORK-" ws-today-x ".TXT"
               delimited by size into ws-report-filename
           perform load-operators
           perform load-category-master
           open input submit-file
           if ws-sub-fs not = "00"
               move ws-sub-fs to ws-sub-open-fs
           end-if
           perform read-journal
           perform collect-held-items
           if ws-sub-open-fs = spaces
               close submit-file
           end-if
           open output report-file
           perform write-report-header
           perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-count
               if ws-op-claimed(ws-op-idx) > 0
                   or ws-op-closed(ws-op-idx) > 0
                   or ws-op-held(ws-op-idx) > 0
                   perform write-operator-block
               end-if
           end-perform
           perform write-report-totals
           close report-file
           goback.

       read-run-config.
           move spaces to ws-days-env
           accept ws-days-env from environment "OPERWORK_DAYS"
           if ws-days-env not = spaces
               and function test-numval(ws-days-env) = 0
               and function numval(ws-days-env) >= 1
               and function numval(ws-days-env) <= 366
               compute ws-week-days = function numval(ws-days-env)
           end-if
           move spaces to ws-held-env
           accept ws-held-env from environment "OPERWORK_HELD_DAYS"
           if ws-held-env not = spaces
               and function test-numval(ws-held-env) = 0
               and function numval(ws-held-env) >= 0
               and function numval(ws-held-env) <= 999
               compute ws-held-limit = function numval(ws-held-env)
           end-if
           compute ws-week-from = function date-of-integer
               (ws-today-int - ws-week-days)
           compute ws-week-to =
               function date-of-integer(ws-today-int - 1).

       load-operators.
           open input oper-file
           if ws-oper-fs not = "00"
               move "Y" to ws-oper-missing
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-operator
           perform until ws-at-eof or ws-op-count >= 100
               add 1 to ws-op-count
               move oper-id to ws-op-id(ws-op-count)
               if oper-is-retired
                   move "R" to ws-op-status(ws-op-count)
               else
                   move "A" to ws-op-status(ws-op-count)
               end-if
               perform zero-operator-counts
               perform read-next-operator
           end-perform
           close oper-file.

       read-next-operator.
           read oper-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-oper-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       zero-operator-counts.
           move 0 to ws-op-claimed(ws-op-count)
           move 0 to ws-op-closed(ws-op-count)
           move 0 to ws-op-timed(ws-op-count)
           move 0 to ws-op-unclaimed(ws-op-count)
           move 0 to ws-op-total-secs(ws-op-count)
           move 0 to ws-op-max-secs(ws-op-count)
           move 0 to ws-op-held(ws-op-count)
           move 0 to ws-op-held-long(ws-op-count).

       find-operator-row.
      *> leaves the table row for ws-find-oper in ws-hit-op,
      *> minting a "gone" row for a name OPERS.DAT doesn't carry;
      *> with the table full the last row absorbs the rest.
           move 0 to ws-hit-op
           perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-op-count
                      or ws-hit-op > 0
               if ws-op-id(ws-op-idx) = ws-find-oper
                   move ws-op-idx to ws-hit-op
               end-if
           end-perform
           if ws-hit-op = 0
               if ws-op-count < 100
                   add 1 to ws-op-count
                   move ws-find-oper to ws-op-id(ws-op-count)
                   move "G" to ws-op-status(ws-op-count)
                   perform zero-operator-counts
               end-if
               move ws-op-count to ws-hit-op
           end-if.

       load-category-master.
           open input category-file
           if ws-cat-fs not = "00"
               move "Y" to ws-cat-missing
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-category
           perform until ws-at-eof or ws-cat-count >= 50
               add 1 to ws-cat-count
               move cat-code to ws-cat-code(ws-cat-count)
               move cat-desc to ws-cat-desc(ws-cat-count)
               perform read-next-category
           end-perform
           close category-file.

       read-next-category.
           read category-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-cat-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       read-journal.
           open input journal-file
           if ws-jrn-fs not = "00"
               if ws-jrn-fs = "35"
                   move "Y" to ws-jrn-absent
               else
                   move ws-jrn-fs to ws-jrn-open-fs
               end-if
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-journal
           perform until ws-at-eof
               add 1 to ws-lines-read
               perform apply-journal-line
               perform read-next-journal
           end-perform
           close journal-file.

       read-next-journal.
           read journal-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-jrn-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       apply-journal-line.
           move spaces to ws-j-stamp ws-j-id-x ws-j-old ws-j-new
               ws-j-oper ws-j-note
           unstring journal-line delimited by "|"
               into ws-j-stamp ws-j-id-x ws-j-old ws-j-new
                    ws-j-oper ws-j-note
           end-unstring
      *> a line whose stamp or id won't parse can't be placed in
      *> time or matched to its item; it is counted, not guessed at.
           if ws-j-stamp(1:14) not numeric
               or ws-j-id-x not numeric
               add 1 to ws-lines-skipped
               exit paragraph
           end-if
           move ws-j-id-x to ws-j-id
           move ws-j-stamp(1:8) to ws-j-date
      *> lines written today belong to next week's report.
           if ws-j-date > ws-week-to
               exit paragraph
           end-if
           compute ws-j-seconds =
               function integer-of-date(ws-j-date) * 86400
               + function numval(ws-j-stamp(9:2)) * 3600
               + function numval(ws-j-stamp(11:2)) * 60
               + function numval(ws-j-stamp(13:2))
           move ws-j-oper to ws-find-oper
           evaluate ws-j-new
               when "A"
                   perform apply-claim-line
               when "C"
                   perform apply-close-line
               when other
                   add 1 to ws-lines-skipped
           end-evaluate.

       apply-claim-line.
           if ws-j-date >= ws-week-from
               perform find-operator-row
               add 1 to ws-op-claimed(ws-hit-op)
               add 1 to ws-claimed-total
           end-if
           perform find-claim-slot
           if ws-hit-claim = 0
               move ws-free-claim to ws-hit-claim
           end-if
           if ws-hit-claim = 0
               if ws-claim-count < 2000
                   add 1 to ws-claim-count
                   move ws-claim-count to ws-hit-claim
               else
                   add 1 to ws-claims-dropped
                   exit paragraph
               end-if
           end-if
           move ws-j-id to ws-claim-id(ws-hit-claim)
           move ws-j-seconds to ws-claim-secs(ws-hit-claim).

       apply-close-line.
      *> the claim is released whether or not the close falls in
      *> the week, so an older close can't be timed twice.
           perform find-claim-slot
           if ws-j-date < ws-week-from
               if ws-hit-claim > 0
                   move 0 to ws-claim-id(ws-hit-claim)
               end-if
               exit paragraph
           end-if
           perform find-operator-row
           add 1 to ws-op-closed(ws-hit-op)
           add 1 to ws-closed-total
           if ws-hit-claim > 0
               compute ws-elapsed =
                   ws-j-seconds - ws-claim-secs(ws-hit-claim)
               add 1 to ws-op-timed(ws-hit-op)
               add ws-elapsed to ws-op-total-secs(ws-hit-op)
               if ws-elapsed > ws-op-max-secs(ws-hit-op)
                   move ws-elapsed to ws-op-max-secs(ws-hit-op)
               end-if
               move 0 to ws-claim-id(ws-hit-claim)
           else
               add 1 to ws-op-unclaimed(ws-hit-op)
           end-if
           perform count-close-category.

       find-claim-slot.
      *> leaves the open claim for ws-j-id in ws-hit-claim (zero if
      *> none) and the first freed slot in ws-free-claim.
           move 0 to ws-hit-claim ws-free-claim
           perform varying ws-claim-idx from 1 by 1
                   until ws-claim-idx > ws-claim-count
                      or ws-hit-claim > 0
               if ws-claim-id(ws-claim-idx) = ws-j-id
                   move ws-claim-idx to ws-hit-claim
               end-if
               if ws-claim-id(ws-claim-idx) = 0
                   and ws-free-claim = 0
                   move ws-claim-idx to ws-free-claim
               end-if
           end-perform.

       count-close-category.
      *> the category is read off the live row; an item archived
      *> since it closed is no longer there to say.
           move "(archived)" to ws-close-cat
           if ws-sub-open-fs = spaces
               move ws-j-id to submit-id
               read submit-file
               if ws-sub-fs = "00"
                   if submit-type-complaint
                       move function upper-case(submit-cmpl-cat)
                           to ws-close-cat
                       if ws-close-cat = spaces
                           move "(none given)" to ws-close-cat
                       end-if
                   else
                       move "(not a complaint)" to ws-close-cat
                   end-if
               end-if
           end-if
           move 0 to ws-hit-cell
           perform varying ws-cell-idx from 1 by 1
                   until ws-cell-idx > ws-cell-count
                      or ws-hit-cell > 0
               if ws-cell-op(ws-cell-idx) = ws-hit-op
                   and ws-cell-cat(ws-cell-idx) = ws-close-cat
                   move ws-cell-idx to ws-hit-cell
               end-if
           end-perform
           if ws-hit-cell = 0
               if ws-cell-count >= 1000
                   exit paragraph
               end-if
               add 1 to ws-cell-count
               move ws-cell-count to ws-hit-cell
               move ws-hit-op to ws-cell-op(ws-hit-cell)
               move ws-close-cat to ws-cell-cat(ws-hit-cell)
               move 0 to ws-cell-closes(ws-hit-cell)
           end-if
           add 1 to ws-cell-closes(ws-hit-cell).

       collect-held-items.
           if ws-sub-open-fs not = spaces
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           move low-values to submit-timestamp
           start submit-file key not less than submit-timestamp
           if ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           perform read-next-submission
           perform until ws-at-eof
               if submit-disp-assigned
                   perform hold-one-item
               end-if
               perform read-next-submission
           end-perform.

       read-next-submission.
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       hold-one-item.
           move submit-disp-operator to ws-find-oper
           perform find-operator-row
           add 1 to ws-op-held(ws-hit-op)
           add 1 to ws-held-total
           move 0 to ws-age-days
           if submit-disp-stamp(1:8) numeric
               compute ws-row-int = function integer-of-date
                   (function numval(submit-disp-stamp(1:8)))
               compute ws-age-days = ws-today-int - ws-row-int
               if ws-age-days < 0
                   move 0 to ws-age-days
               end-if
           end-if
           move "N" to ws-held-is-long ws-holder-gone
           if ws-age-days > ws-held-limit
               move "Y" to ws-held-is-long
               add 1 to ws-op-held-long(ws-hit-op)
               add 1 to ws-long-total
           end-if
           if ws-op-status(ws-hit-op) not = "A"
               move "Y" to ws-holder-gone
               add 1 to ws-gone-total
           end-if
           if ws-held-is-long = "N" and ws-holder-gone = "N"
               exit paragraph
           end-if
           if ws-held-count >= 1000
               add 1 to ws-held-more
               exit paragraph
           end-if
           add 1 to ws-held-count
           move ws-hit-op to ws-held-op(ws-held-count)
           move submit-id to ws-held-id(ws-held-count)
           move submit-disp-stamp(1:8) to ws-held-since(ws-held-count)
           move ws-age-days to ws-held-days(ws-held-count)
           if ws-holder-gone = "Y"
               move "G" to ws-held-why(ws-held-count)
           else
               move "L" to ws-held-why(ws-held-count)
           end-if.

       write-report-header.
           move spaces to report-line
           string "Operator workload for " ws-week-from " to "
               ws-week-to ", written " ws-today-x
               delimited by size into report-line
           end-string
           write report-line
           if ws-jrn-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBJRNL.DAT could not be opened "
                   "(file status " ws-jrn-open-fs "); no claims or "
                   "closes were counted"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-jrn-absent = "Y"
               move spaces to report-line
               string "NOTE: no SUBJRNL.DAT yet - nothing has been "
                   "claimed or closed through the work queue"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-sub-open-fs not = spaces
               move spaces to report-line
               string "WARNING: SUBMIT.DAT could not be opened "
                   "(file status " ws-sub-open-fs "); held items "
                   "and close categories are missing"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-oper-missing = "Y"
               move spaces to report-line
               string "WARNING: no OPERS.DAT; every operator reads "
                   "as no longer on file"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-cat-missing = "Y"
               move spaces to report-line
               string "WARNING: no CMPLCAT.DAT; close categories are "
                   "shown by code only"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if ws-claims-dropped > 0
               move spaces to report-line
               string "WARNING: " ws-claims-dropped " claims could "
                   "not be held for timing; their closes read as "
                   "unclaimed"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Held items are named when held over "
               ws-held-limit " days or held by an operator who has "
               "left"
               delimited by size into report-line
           end-string
           write report-line.

       write-operator-block.
           move spaces to report-line
           string "OPERATOR " function trim(ws-op-id(ws-op-idx))
               delimited by size into report-line
           end-string
           if ws-op-status(ws-op-idx) = "R"
               move spaces to ws-line-tmp
               string function trim(report-line) " (retired)"
                   delimited by size into ws-line-tmp
               end-string
               move ws-line-tmp to report-line
           end-if
           if ws-op-status(ws-op-idx) = "G"
               move spaces to ws-line-tmp
               string function trim(report-line)
                   " (not on OPERS.DAT)"
                   delimited by size into ws-line-tmp
               end-string
               move ws-line-tmp to report-line
           end-if
           write report-line
           move spaces to report-line
           string "  Claimed:            " ws-op-claimed(ws-op-idx)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  Closed:             " ws-op-closed(ws-op-idx)
               "  (" ws-op-unclaimed(ws-op-idx)
               " closed without a claim)"
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  Held now:           " ws-op-held(ws-op-idx)
               "  (" ws-op-held-long(ws-op-idx) " over "
               ws-held-limit " days)"
               delimited by size into report-line
           end-string
           write report-line
           if ws-op-timed(ws-op-idx) > 0
               compute ws-hours rounded =
                   ws-op-total-secs(ws-op-idx)
                   / ws-op-timed(ws-op-idx) / 3600
               move ws-hours to ws-hours-avg
               compute ws-hours rounded =
                   ws-op-max-secs(ws-op-idx) / 3600
               move ws-hours to ws-hours-max
               move spaces to report-line
               string "  Claim to close:     average "
                   function trim(ws-hours-avg) " hours, longest "
                   function trim(ws-hours-max) " hours"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           perform varying ws-cell-idx from 1 by 1
                   until ws-cell-idx > ws-cell-count
               if ws-cell-op(ws-cell-idx) = ws-op-idx
                   perform write-category-line
               end-if
           end-perform
           perform varying ws-held-idx from 1 by 1
                   until ws-held-idx > ws-held-count
               if ws-held-op(ws-held-idx) = ws-op-idx
                   perform write-held-line
               end-if
           end-perform.

       write-category-line.
           move ws-cell-cat(ws-cell-idx) to ws-close-cat
           move spaces to ws-close-desc
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > ws-cat-count
               if ws-cat-code(ws-cat-idx) = ws-close-cat
                   move ws-cat-desc(ws-cat-idx) to ws-close-desc
               end-if
           end-perform
           move spaces to report-line
           string "  Closed in " ws-close-cat ": "
               ws-cell-closes(ws-cell-idx)
               delimited by size into report-line
           end-string
           if ws-close-desc not = spaces
               move spaces to ws-line-tmp
               string function trim(report-line trailing) "  "
                   function trim(ws-close-desc)
                   delimited by size into ws-line-tmp
               end-string
               move ws-line-tmp to report-line
           end-if
           write report-line.

       write-held-line.
           move ws-held-days(ws-held-idx) to ws-age-disp
           move spaces to report-line
           if ws-held-why(ws-held-idx) = "G"
               string "  HELD BY LEAVER id " ws-held-id(ws-held-idx)
                   " claimed " ws-held-since(ws-held-idx)
                   ", held " ws-age-disp " days - reassign"
                   delimited by size into report-line
               end-string
           else
               string "  HELD TOO LONG id " ws-held-id(ws-held-idx)
                   " claimed " ws-held-since(ws-held-idx)
                   ", held " ws-age-disp " days"
                   delimited by size into report-line
               end-string
           end-if
           write report-line.

       write-report-totals.
           if ws-held-more > 0
               move spaces to report-line
               string "WARNING: " ws-held-more " more held items "
                   "past the limit or with a leaver were not named"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line
           string "Journal lines read:   " ws-lines-read
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Journal lines skipped: " ws-lines-skipped
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Claimed in the week:  " ws-claimed-total
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Closed in the week:   " ws-closed-total
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Held now:             " ws-held-total
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Held too long:        " ws-long-total
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "Held by leavers:      " ws-gone-total
               delimited by size into report-line
           end-string
           write report-line
           if ws-long-total = 0 and ws-gone-total = 0
               move "RESULT: nothing held too long or by a leaver"
                   to report-line
           else
               move "RESULT: ITEMS TO CHASE - see HELD lines"
                   to report-line
           end-if
           write report-line.

       end program OPERWORK.
