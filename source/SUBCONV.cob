       identification division.
       program-id. SUBCONV.
      *> one-time store conversion, run once at the key redesign
      *> cutover and kept for the record. Two independent steps:
      *>    written. The operator swaps .NEW over .DAT after
      *>    eyeballing the counts; one run per archive year.
      *>
      *> 3. Follow-up widening: reads SUBMIT.783 — SUBMIT.DAT in the
      *>    783-byte layout it had before the acknowledgment
      *>    follow-up fields were added at the end, renamed aside by
      *>    the operator — and loads every row unchanged into a
      *>    fresh SUBMIT.DAT with the follow-up fields blank. Not run
      *>    when step 1 loaded SUBMIT.DAT in the same job, since
      *>    each starts the live file afresh. Archive lines need no
      *>    step of their own: the follow-up fields are simply the
      *>    last two on lines archived since, and the readers take a
      *>    line without them as owing no follow-up.
      *>
      *> 4. Address-feed cutover: for the go-live date of ADDRAPPLY
      *>    named in SUBCONV_ADDR_CUTOVER (YYYYMMDD), marks every
      *>    ADDRESS row on SUBMIT.DAT not yet applied or rejected
      *>    whose effective date is before that day as applied
      *>    ("A", dated the cutover day). Those moves were re-keyed
      *>    into the customer master by hand before the feed
      *>    existed, and sending them now would replay old addresses
      *>    over newer master data. Rows effective on or after the
      *>    cutover are left for ADDRAPPLY to send on their date.
      *>    Runs after steps 1 and 3, since either reloads the live
      *>    file; must be run once before ADDRAPPLY's first night.
      *>
      *> Each step is skipped cleanly when its input is absent, so
      *> the job can be rerun per year without touching the live
      *> store again. SUBCONV-YYYYMMDD.TXT carries the counts for
      *> the cutover record.
               access mode is dynamic
               record key is old-submit-id
               file status is ws-old-fs.
           select prev-file assign to "SUBMIT.783"
               organization is indexed
               access mode is dynamic
               record key is prev-submit-id
               alternate record key is prev-submit-timestamp
                   with duplicates
               alternate record key is prev-submit-session
                   with duplicates
               file status is ws-prev-fs.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
       01 old-submit-record.
           05 old-submit-id        pic 9(10).
           05 old-submit-rest      pic x(638).
      *> the row as it stood before the follow-up fields: everything
      *> up to and including submit-crm-reason, field for field.
      *> Only the keys are named: it is the live file renamed aside,
      *> so it carries the same alternate keys, at the same places.
       fd prev-file.
       01 prev-submit-record.
           05 prev-submit-id        pic 9(10).
           05 prev-submit-timestamp pic x(21).
           05 filler                pic x(585).
           05 prev-submit-session   pic x(32).
           05 filler                pic x(135).
       fd submit-file.
       copy "SUBMREC.cpy".
       fd arc-in-file.

       working-storage section.
       01 ws-old-fs              pic xx.
       01 ws-prev-fs             pic xx.
       01 ws-sub-fs              pic xx.
       01 ws-arcin-fs            pic xx.
       01 ws-arcout-fs           pic xx.
       01 ws-arc-lines-read      pic 9(7)  value 0.
       01 ws-arc-lines-extended  pic 9(7)  value 0.
       01 ws-arc-lines-kept      pic 9(7)  value 0.
       01 ws-wide-skipped        pic x     value "N".
       01 ws-wide-trouble        pic xx    value spaces.
       01 ws-wide-read           pic 9(7)  value 0.
       01 ws-wide-loaded         pic 9(7)  value 0.
       01 ws-wide-failed         pic 9(7)  value 0.
       01 ws-cutover-env         pic x(10) value spaces.
       01 ws-cutover-date        pic x(8).
       01 ws-cut-skipped         pic x     value "N".
       01 ws-cut-trouble         pic xx    value spaces.
       01 ws-cut-addr-rows       pic 9(7)  value 0.
       01 ws-cut-marked          pic 9(7)  value 0.
       01 ws-cut-left            pic 9(7)  value 0.
       01 ws-cut-failed          pic 9(7)  value 0.

       procedure division.
       main-logic.
               delimited by size into ws-report-filename
           perform convert-live-file
           perform convert-archive-year
           perform widen-live-file
           perform cut-over-address-rows
           perform write-run-report
           goback.

           end-if.

       convert-one-arc-line.
      *> an old archive line carries 8 fields (7 separators), one
      *> with the disposition 14 (13) or, since the follow-up
      *> fields, 16 (15); anything already at 13 or more passes
      *> through untouched, anything older gets the disposition and
      *> CRM fields appended as "new, never worked". Free text that
      *> itself contains "|" inflates the count and leaves a line
           end-if
           write arc-out-line.

       widen-live-file.
           if ws-live-skipped = "N"
               move "Y" to ws-wide-skipped
               exit paragraph
           end-if
           open input prev-file
           if ws-prev-fs not = "00"
               move "Y" to ws-wide-skipped
               if ws-prev-fs not = "35"
                   move ws-prev-fs to ws-wide-trouble
               end-if
               exit paragraph
           end-if
           open output submit-file
           if ws-sub-fs not = "00"
               move ws-sub-fs to ws-wide-trouble
               close prev-file
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-prev-row
           perform until ws-at-eof
               add 1 to ws-wide-read
               move spaces to submit-record
               move prev-submit-record to submit-record(1:783)
               write submit-record
               if ws-sub-fs = "00"
                   add 1 to ws-wide-loaded
               else
                   add 1 to ws-wide-failed
               end-if
               perform read-next-prev-row
           end-perform
           close submit-file
           close prev-file.

       read-next-prev-row.
           read prev-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-prev-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       cut-over-address-rows.
      *> a row with no usable effective date is left as it is:
      *> ADDRAPPLY rejects it, and it is named for someone to chase.
           accept ws-cutover-env
               from environment "SUBCONV_ADDR_CUTOVER"
           if ws-cutover-env(1:8) not numeric
               move "Y" to ws-cut-skipped
               exit paragraph
           end-if
           move ws-cutover-env(1:8) to ws-cutover-date
           open i-o submit-file
           if ws-sub-fs not = "00"
               move "Y" to ws-cut-skipped
               move ws-sub-fs to ws-cut-trouble
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-live-row
           perform until ws-at-eof
               if submit-type-address
                   add 1 to ws-cut-addr-rows
                   perform cut-over-one-row
               end-if
               perform read-next-live-row
           end-perform
           close submit-file.

       cut-over-one-row.
           if submit-addr-applied or submit-addr-rejected
               or submit-addr-date not numeric
               or submit-addr-date not < ws-cutover-date
               add 1 to ws-cut-left
               exit paragraph
           end-if
           move "A" to submit-addr-apply
           move ws-cutover-date to submit-addr-apply-date
           rewrite submit-record
               invalid key continue
           end-rewrite
           if ws-sub-fs = "00"
               add 1 to ws-cut-marked
           else
               add 1 to ws-cut-failed
               move ws-sub-fs to ws-cut-trouble
           end-if.

       read-next-live-row.
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       write-run-report.
           open output report-file
           move spaces to report-line
               end-string
               write report-line
           end-if
           if ws-wide-skipped = "Y"
               if ws-wide-trouble = spaces
                   move "Widening step: no SUBMIT.783 found - skipped"
                       to report-line
               else
                   move spaces to report-line
                   string "Widening step: NOT RUN - file status "
                       ws-wide-trouble delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
           else
               move spaces to report-line
               string "Widening rows read:   " ws-wide-read
                   ", loaded: " ws-wide-loaded
                   ", failed: " ws-wide-failed
                   delimited by size into report-line
               end-string
               write report-line
               if ws-wide-trouble not = spaces
                   move spaces to report-line
                   string "WARNING: widening step hit file status "
                       ws-wide-trouble delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-if
           if ws-cut-skipped = "Y"
               if ws-cut-trouble = spaces
                   move "Cutover step: no cutover date - skipped"
                       to report-line
               else
                   move spaces to report-line
                   string "Cutover step: NOT RUN - file status "
                       ws-cut-trouble delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
           else
               move spaces to report-line
               string "Cutover " ws-cutover-date
                   " address rows: " ws-cut-addr-rows
                   ", marked applied: " ws-cut-marked
                   ", left for ADDRAPPLY: " ws-cut-left
                   ", failed: " ws-cut-failed
                   delimited by size into report-line
               end-string
               write report-line
               if ws-cut-trouble not = spaces
                   move spaces to report-line
                   string "WARNING: cutover step hit file status "
                       ws-cut-trouble delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-if
           close report-file.

       end program SUBCONV.
