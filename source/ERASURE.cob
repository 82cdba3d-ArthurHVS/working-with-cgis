       identification division.
       program-id. ERASURE.
      *> data-protection erasure batch: removes a submitter's
      *> personal details from every store the site keeps them in,
      *> while the bare facts of each submission — its id, when it
      *> was filed, its form type and how it was dealt with — stay
      *> behind for the monthly figures and the audit trail. What to
      *> erase is read from ERASEREQ.DAT, one line per item, "*" and
      *> blank lines ignored as in ARCREQ.DAT:
      *>     REF|reference        the compliance case reference;
      *>                          required, letters, digits, "-" and
      *>                          "_" only, since it names the
      *>                          certificate file
      *>     ID|submit-id         one submission, by its ten digits
      *>     PERSON|name|email    every submission filed under that
      *>                          name and address, case-blind: the
      *>                          acknowledgment queue (which holds
      *>                          the address whatever the form), the
      *>                          contact rows of SUBMIT.DAT and the
      *>                          contact lines of the yearly archives
      *> The submissions found are then blanked store by store:
      *>     SUBMIT.DAT       name, the name=value audit string, the
      *>                      typed detail (contact: all of it;
      *>                      address: both addresses, keeping the
      *>                      effective date and ADDRAPPLY's status;
      *>                      complaint: reference and text, keeping
      *>                      the category) and the resolution note,
      *>                      which is overwritten with an erasure
      *>                      marker so a worker can see why it is gone
      *>     SUBTEXT.DAT      every overflow chunk, blanked in place
      *>     SUBARC-YYYY.DAT and SUBARCTXT-YYYY.DAT, the same fields,
      *>                      for the last ERASE_YEARS years
      *>                      (default 10)
      *>     ACKQUEUE.DAT     name and address of the acknowledgment
      *>     SUBXREF.DAT      every submitter-index row of the
      *>                      submission, deleted outright
      *>     SESSION.DAT      the wizard draft of any visit that filed
      *>                      one of the submissions, or whose draft
      *>                      carries the submitter's address or phone
      *>     SUBJRNL.DAT      the worker's note on every status change
      *>     CGI-YYYYMMDD.LOG for each filing day, the personal
      *>                      values of any logged query string whose
      *>                      name, email or phone is the submitter's
      *> The archives, journal and logs are line sequential, so each
      *> is copied through ERASEWRK.TMP with the changes made and
      *> copied back only when a line actually changed; a file with
      *> nothing to erase is never rewritten. Today's CGI log is
      *> still being appended to by the live site and is left for a
      *> rerun tomorrow, as the certificate says. By then the rows
      *> this run blanked no longer hold the name, address or phone
      *> to look for, so the reference's submissions, the values
      *> gathered and the day left over are kept in ERASEPEND.DAT
      *> (reference|kind|value: I id, N name, E email, P phone, D a
      *> deferred day) and read back by the rerun, which goes
      *> through that day's log whatever else it finds. A run that
      *> ends INCOMPLETE leaves the same lines (with every log day
      *> it had), since its rerun faces the same blanked rows. The
      *> lines are dropped by the first run that finishes clean
      *> with no day left over, so the file only ever holds what
      *> is still waiting to be erased. A
      *> status lookup's email= never reaches a log at all; the
      *> dispatcher masks it as it masks password=.
      *>
      *> ERASECERT-<reference>.TXT is the certificate: every file
      *> looked at and how many of its records were changed, each
      *> submission covered and whether it was found. It is opened
      *> for extend, so a rerun adds a section below the first and
      *> the original evidence is never overwritten. Only records
      *> that actually changed are counted, so a rerun over work
      *> already done changes nothing and says so.
       environment division.
       input-output section.
       file-control.
           select request-file assign to "ERASEREQ.DAT"
               organization is line sequential
               file status is ws-req-fs.
           select submit-file assign to "SUBMIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is submit-id
               alternate record key is submit-timestamp
                   with duplicates
               alternate record key is submit-session
                   with duplicates
               file status is ws-sub-fs.
           select text-file assign to "SUBTEXT.DAT"
               organization is indexed
               access mode is dynamic
               record key is text-key
               file status is ws-text-fs.
           select ack-file assign to "ACKQUEUE.DAT"
               organization is indexed
               access mode is dynamic
               record key is ack-id
               file status is ws-ack-fs.
           select session-file assign to "SESSION.DAT"
               organization is indexed
               access mode is dynamic
               record key is session-token
               file status is ws-sess-fs.
      *> any one of the line-sequential stores, named per pass, and
      *> the scratch copy it is rewritten through.
           select store-file assign to dynamic ws-store-filename
               organization is line sequential
               file status is ws-store-fs.
           select work-file assign to "ERASEWRK.TMP"
               organization is line sequential
               file status is ws-work-fs.
           select cert-file assign to dynamic ws-cert-filename
               organization is line sequential
               file status is ws-cert-fs.
           select pending-file assign to "ERASEPEND.DAT"
               organization is line sequential
               file status is ws-pend-fs.
       data division.
       file section.
       fd request-file.
       01 request-line            pic x(200).
       fd submit-file.
       copy "SUBMREC.cpy".
       fd text-file.
       copy "TEXTREC.cpy".
       fd ack-file.
       copy "ACKREC.cpy".
       fd session-file.
       copy "SESSREC.cpy".
       fd store-file.
      *> wide enough for the longest of them, the CGI access log's
      *> 1150; the archive (850), archive text (240) and journal
      *> (150) lines read into it padded with spaces.
       01 store-line              pic x(1150).
       fd work-file.
       01 work-line               pic x(1150).
       fd cert-file.
       01 cert-line               pic x(300).
       fd pending-file.
       01 pending-line            pic x(100).

       working-storage section.
       01 ws-req-fs              pic xx.
       01 ws-sub-fs              pic xx.
       01 ws-text-fs             pic xx.
       01 ws-ack-fs              pic xx.
       01 ws-sess-fs             pic xx.
       01 ws-store-fs            pic xx.
       01 ws-work-fs             pic xx.
       01 ws-cert-fs             pic xx.
       01 ws-pend-fs             pic xx.
       01 ws-store-filename      pic x(24).
       01 ws-cert-filename       pic x(40).
       01 ws-now                 pic x(21).
       01 ws-today               pic 9(8).
       01 ws-today-x             pic x(8).
       01 ws-eof-flag            pic x     value "N".
           88 ws-at-eof          value "Y".
       01 ws-text-done           pic x     value "N".
           88 ws-text-is-done    value "Y".

       01 ws-req-line            pic x(200).
       01 ws-req-kind            pic x(8).
       01 ws-req-key             pic x(64).
       01 ws-req-extra           pic x(64).
       01 ws-req-rejected        pic 9(5)  value 0.
       01 ws-req-missing         pic x     value "N".

      *> the compliance reference, and whether it is usable as part
      *> of a file name.
       01 ws-ref                 pic x(20) value spaces.
       01 ws-ref-len             pic 9(3).
       01 ws-ref-idx             pic 9(3).
       01 ws-ref-ok              pic x     value "N".
           88 ws-ref-is-usable   value "Y".

      *> the submissions covered: named by ID lines or resolved from
      *> PERSON lines, with whether any store held them.
       01 ws-id-table.
           05 ws-id-count       pic 9(3)  value 0.
           05 ws-id-entries occurs 200 times.
               10 ws-id-entry       pic 9(10).
               10 ws-id-found       pic x.
       01 ws-id-idx              pic 9(3).
       01 ws-id-pos              pic 9(3).
       01 ws-check-id            pic 9(10).
       01 ws-check-id-x          pic x(10).
       01 ws-id-overflow         pic x     value "N".

      *> PERSON lines, upper-cased and trimmed for the case-blind
      *> match.
       01 ws-person-table.
           05 ws-person-count   pic 9(3)  value 0.
           05 ws-person-entries occurs 20 times.
               10 ws-person-name    pic x(64).
               10 ws-person-email   pic x(64).
       01 ws-person-idx          pic 9(3).
       01 ws-person-ids          pic 9(5)  value 0.
       01 ws-cand-name           pic x(64).
       01 ws-cand-email          pic x(64).

      *> the submitter's own values, gathered from each row before it
      *> is blanked, for the stores that can only be matched on them
      *> (drafts and the access logs). Kind N name, E email, P phone.
       01 ws-ident-table.
           05 ws-ident-count    pic 9(3)  value 0.
           05 ws-ident-entries occurs 100 times.
               10 ws-ident-kind     pic x.
               10 ws-ident-value    pic x(64).
               10 ws-ident-len      pic 9(3).
       01 ws-ident-idx           pic 9(3).
       01 ws-new-ident-kind      pic x.
       01 ws-new-ident           pic x(64).
       01 ws-ident-hit           pic x.
           88 ws-ident-matched   value "Y".

      *> session tokens of the visits that filed the submissions,
      *> and the days they were filed on (whose CGI logs to look
      *> through).
       01 ws-token-table.
           05 ws-token-count    pic 9(3)  value 0.
           05 ws-token-entry    pic x(32) occurs 200 times.
       01 ws-token-idx           pic 9(3).
       01 ws-new-token           pic x(32).
       01 ws-date-table.
           05 ws-date-count     pic 9(3)  value 0.
           05 ws-date-entry     pic x(8)  occurs 100 times.
       01 ws-date-idx            pic 9(3).
       01 ws-new-date            pic x(8).
       01 ws-list-hit            pic x.

      *> archive years looked at: this year back ERASE_YEARS.
       01 ws-years-env           pic x(10).
       01 ws-years-back          pic 9(3)  value 10.
       01 ws-year                pic 9(4).
       01 ws-this-year           pic 9(4).
       01 ws-year-from           pic 9(4).

      *> the resolution note every erased row is left carrying; a
      *> row that already carries one is not rewritten for it.
       01 ws-erase-marker        pic x(80).
       01 ws-marker-prefix       pic x(20)
           value "Personal data erased".
       01 ws-hold-record         pic x(792).
       copy "XREFPARM.cpy".

      *> one line-sequential store pass.
       01 ws-store-kind          pic x.
           88 ws-store-archive   value "A".
           88 ws-store-arctext   value "T".
           88 ws-store-journal   value "J".
           88 ws-store-log       value "L".
      *> "Y" read, "N" no such file, "E" there but unreadable.
       01 ws-store-present       pic x.
       01 ws-store-lines         pic 9(7).
       01 ws-store-changed       pic 9(7).
       01 ws-line                pic x(1150).
       01 ws-line-before         pic x(1150).
       01 ws-line-ptr            pic 9(4).
       01 ws-line-field          pic x(64).
       01 ws-arc-form-type       pic x(8).

      *> one access-log line taken apart, and its query string
      *> rebuilt pair by pair, as redact-log-password in the
      *> dispatcher rebuilds it.
       01 ws-log-field           pic x(64).
       01 ws-log-qs              pic x(1150).
       01 ws-log-qs-len          pic 9(4).
       01 ws-new-qs              pic x(1150).
       01 ws-qs-in-ptr           pic 9(4).
       01 ws-qs-out-ptr          pic 9(4).
       01 ws-qs-hit              pic x.
       01 ws-pair                pic x(1150).
       01 ws-pair-name           pic x(32).
       01 ws-pair-value          pic x(1100).
       01 ws-match-value         pic x(64).
       01 ws-personal-pair       pic x.

       01 ws-decode-in           pic x(3072).
       01 ws-decode-out          pic x(1024).
       01 ws-decode-in-len       pic 9(4).
       01 ws-decode-in-ptr       pic 9(4).
       01 ws-decode-out-ptr      pic 9(4).
       01 ws-hex-pair            pic x(2).
       01 ws-hex-char            pic x.
       01 ws-nibble              pic 9(2).
       01 ws-nibble-hi           pic 9(2).
       01 ws-nibble-lo           pic 9(2).
       01 ws-decoded-byte        pic 9(3).

       01 ws-draft-upper         pic x(512).
       01 ws-draft-tally         pic 9(4).
       01 ws-draft-hit           pic x.

      *> per-store counts for the certificate, and the run's totals.
       01 ws-cert-name           pic x(24).
       01 ws-count               pic 9(7).
       01 ws-count-read          pic 9(7).
       01 ws-total-changed       pic 9(7)  value 0.
       01 ws-trouble             pic x     value "N".
           88 ws-had-trouble     value "Y".
       01 ws-open-fs             pic xx.
       01 ws-logs-deferred       pic 9(3)  value 0.

      *> ERASEPEND.DAT: what an earlier run under this reference
      *> left for its rerun, and what this run leaves for the next.
       01 ws-pend-ref            pic x(20).
       01 ws-pend-kind           pic x.
       01 ws-pend-value          pic x(64).
       01 ws-pend-ptr            pic 9(3).
       01 ws-pend-ours           pic 9(5)  value 0.
       01 ws-pend-dates          pic 9(3)  value 0.
       01 ws-pend-present        pic x     value "N".
       01 ws-not-found           pic 9(3)  value 0.

       procedure division.
       main-logic.
           move function current-date to ws-now
           move ws-now(1:8) to ws-today-x
           move ws-today-x to ws-today
           perform read-years-config
           perform read-request-file
           if not ws-ref-is-usable
               perform write-not-run-report
               goback
           end-if
           move spaces to ws-cert-filename
           string "ERASECERT-" function trim(ws-ref) ".TXT"
               delimited by size into ws-cert-filename
           end-string
           open extend cert-file
           if ws-cert-fs not = "00"
               open output cert-file
           end-if
           perform write-cert-header
           perform load-pending-lines
           if ws-person-count > 0
               perform resolve-persons
           end-if
           move spaces to ws-erase-marker
           string ws-marker-prefix " " ws-today-x " ref "
               function trim(ws-ref)
               delimited by size into ws-erase-marker
           end-string
           perform erase-submit-rows
           perform erase-overflow-text
           perform erase-archive-years
           perform erase-ack-rows
           perform erase-xref-rows
           perform erase-session-drafts
           perform erase-journal-notes
           perform erase-access-logs
           perform save-pending-lines
           perform write-cert-ids
           perform write-cert-totals
           close cert-file
           goback.

       read-years-config.
           move spaces to ws-years-env
           accept ws-years-env from environment "ERASE_YEARS"
           if ws-years-env not = spaces
               compute ws-years-back = function numval(ws-years-env)
           end-if
           if ws-years-back = 0
               move 10 to ws-years-back
           end-if
           move ws-today-x(1:4) to ws-this-year
           compute ws-year-from = ws-this-year - ws-years-back + 1.

      *>=============================================================
      *> the request file
      *>=============================================================
       read-request-file.
           open input request-file
           if ws-req-fs not = "00"
               move "Y" to ws-req-missing
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-request
           perform until ws-at-eof
               perform take-one-request
               perform read-next-request
           end-perform
           close request-file
           perform check-reference.

       read-next-request.
           read request-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-req-fs not = "00"
               move "Y" to ws-eof-flag
           end-if
           if not ws-at-eof
               move request-line to ws-req-line
           end-if.

       take-one-request.
           if ws-req-line = spaces or ws-req-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to ws-req-kind ws-req-key ws-req-extra
           unstring ws-req-line delimited by "|"
               into ws-req-kind ws-req-key ws-req-extra
           end-unstring
           move function upper-case(ws-req-kind) to ws-req-kind
           evaluate true
               when ws-req-kind = "REF" and ws-req-key not = spaces
                   move function trim(ws-req-key) to ws-ref
               when ws-req-kind = "ID"
                       and ws-req-key(1:10) numeric
                       and ws-req-key(11:) = spaces
                   move ws-req-key(1:10) to ws-check-id
                   perform add-covered-id
               when ws-req-kind = "PERSON"
                       and ws-req-key not = spaces
                       and ws-req-extra not = spaces
                       and ws-person-count < 20
                   add 1 to ws-person-count
                   move function upper-case(function trim(ws-req-key))
                       to ws-person-name(ws-person-count)
                   move function upper-case
                           (function trim(ws-req-extra))
                       to ws-person-email(ws-person-count)
      *> the name and address asked about are the submitter's own,
      *> found or not, so they go straight on the matching list.
                   move "N" to ws-new-ident-kind
                   move ws-req-key to ws-new-ident
                   perform add-identifier
                   move "E" to ws-new-ident-kind
                   move ws-req-extra to ws-new-ident
                   perform add-identifier
               when other
      *> kept until the certificate is open; see write-cert-header.
                   add 1 to ws-req-rejected
           end-evaluate.

       check-reference.
      *> the reference names the certificate file, so it may hold
      *> nothing that would take the name somewhere else.
           move "N" to ws-ref-ok
           if ws-ref = spaces
               exit paragraph
           end-if
           compute ws-ref-len = function length(function trim(ws-ref))
           move "Y" to ws-ref-ok
           perform varying ws-ref-idx from 1 by 1
                   until ws-ref-idx > ws-ref-len
               evaluate true
                   when ws-ref(ws-ref-idx:1) >= "A"
                           and ws-ref(ws-ref-idx:1) <= "Z"
                   when ws-ref(ws-ref-idx:1) >= "a"
                           and ws-ref(ws-ref-idx:1) <= "z"
                   when ws-ref(ws-ref-idx:1) >= "0"
                           and ws-ref(ws-ref-idx:1) <= "9"
                   when ws-ref(ws-ref-idx:1) = "-"
                   when ws-ref(ws-ref-idx:1) = "_"
                       continue
                   when other
                       move "N" to ws-ref-ok
               end-evaluate
           end-perform.

       add-covered-id.
           perform find-covered-id
           if ws-id-pos > 0
               exit paragraph
           end-if
           if ws-id-count < 200
               add 1 to ws-id-count
               move ws-check-id to ws-id-entry(ws-id-count)
               move "N" to ws-id-found(ws-id-count)
           else
               move "Y" to ws-id-overflow
           end-if.

       find-covered-id.
           move 0 to ws-id-pos
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count or ws-id-pos > 0
               if ws-id-entry(ws-id-idx) = ws-check-id
                   move ws-id-idx to ws-id-pos
               end-if
           end-perform.

       add-identifier.
           move function upper-case(function trim(ws-new-ident))
               to ws-new-ident
           if ws-new-ident = spaces
               exit paragraph
           end-if
           move "N" to ws-list-hit
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > ws-ident-count
               if ws-ident-value(ws-ident-idx) = ws-new-ident
                   move "Y" to ws-list-hit
               end-if
           end-perform
           if ws-list-hit = "N" and ws-ident-count < 100
               add 1 to ws-ident-count
               move ws-new-ident-kind to ws-ident-kind(ws-ident-count)
               move ws-new-ident to ws-ident-value(ws-ident-count)
               compute ws-ident-len(ws-ident-count) =
                   function length(function trim(ws-new-ident))
           end-if.

       add-token.
           if ws-new-token = spaces
               exit paragraph
           end-if
           move "N" to ws-list-hit
           perform varying ws-token-idx from 1 by 1
                   until ws-token-idx > ws-token-count
               if ws-token-entry(ws-token-idx) = ws-new-token
                   move "Y" to ws-list-hit
               end-if
           end-perform
           if ws-list-hit = "N" and ws-token-count < 200
               add 1 to ws-token-count
               move ws-new-token to ws-token-entry(ws-token-count)
           end-if.

       add-filing-date.
           if ws-new-date not numeric
               exit paragraph
           end-if
           move "N" to ws-list-hit
           perform varying ws-date-idx from 1 by 1
                   until ws-date-idx > ws-date-count
               if ws-date-entry(ws-date-idx) = ws-new-date
                   move "Y" to ws-list-hit
               end-if
           end-perform
           if ws-list-hit = "N" and ws-date-count < 100
               add 1 to ws-date-count
               move ws-new-date to ws-date-entry(ws-date-count)
           end-if.

      *>=============================================================
      *> PERSON lines to submission ids
      *>=============================================================
       resolve-persons.
      *> the acknowledgment queue first: it carries the name and
      *> address of every filing whatever the form type.
           open input ack-file
           if ws-ack-fs = "00"
               move "N" to ws-eof-flag
               perform read-next-ack
               perform until ws-at-eof
                   move ack-name to ws-cand-name
                   move ack-email to ws-cand-email
                   move ack-id to ws-check-id
                   perform match-person
                   perform read-next-ack
               end-perform
               close ack-file
           else
               move ws-ack-fs to ws-open-fs
               move "ACKQUEUE.DAT" to ws-cert-name
               perform write-open-warning
           end-if
      *> then the contact rows still live, for anything filed before
      *> the queue existed or since purged from it.
           open input submit-file
           if ws-sub-fs = "00"
               move "N" to ws-eof-flag
               perform read-next-submit
               perform until ws-at-eof
                   if submit-type-contact
                       move submit-name to ws-cand-name
                       move submit-email to ws-cand-email
                       move submit-id to ws-check-id
                       perform match-person
                   end-if
                   perform read-next-submit
               end-perform
               close submit-file
           else
               move ws-sub-fs to ws-open-fs
               move "SUBMIT.DAT" to ws-cert-name
               perform write-open-warning
           end-if
      *> and the contact lines already archived.
           perform varying ws-year from ws-year-from by 1
                   until ws-year > ws-this-year
               move spaces to ws-store-filename
               string "SUBARC-" ws-year ".DAT"
                   delimited by size into ws-store-filename
               end-string
               perform resolve-in-archive
           end-perform
           move spaces to cert-line
           string "Person requests:      " ws-person-count
               " resolving to " ws-person-ids " submission(s)"
               delimited by size into cert-line
           end-string
           write cert-line.

       resolve-in-archive.
           open input store-file
           if ws-store-fs not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-store
           perform until ws-at-eof
               move store-line to ws-line
               if ws-line(1:10) numeric
                       and ws-line(358:8) = "CONTACT"
                   move ws-line(34:64) to ws-cand-name
                   move ws-line(367:64) to ws-cand-email
                   move ws-line(1:10) to ws-check-id
                   perform match-person
               end-if
               perform read-next-store
           end-perform
           close store-file.

       match-person.
           move function upper-case(function trim(ws-cand-name))
               to ws-cand-name
           move function upper-case(function trim(ws-cand-email))
               to ws-cand-email
           if ws-cand-name = spaces or ws-cand-email = spaces
               exit paragraph
           end-if
           perform varying ws-person-idx from 1 by 1
                   until ws-person-idx > ws-person-count
               if ws-person-name(ws-person-idx) = ws-cand-name
                       and ws-person-email(ws-person-idx)
                           = ws-cand-email
                   perform find-covered-id
                   if ws-id-pos = 0
                       perform add-covered-id
                       add 1 to ws-person-ids
                   end-if
               end-if
           end-perform.

      *>=============================================================
      *> the live stores
      *>=============================================================
       erase-submit-rows.
           move 0 to ws-count
           move "SUBMIT.DAT" to ws-cert-name
           open i-o submit-file
           if ws-sub-fs not = "00"
               move ws-sub-fs to ws-open-fs
               perform write-open-warning
               exit paragraph
           end-if
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move ws-id-entry(ws-id-idx) to submit-id
               read submit-file key is submit-id
                   invalid key continue
               end-read
               if ws-sub-fs = "00"
                   perform erase-one-submit-row
               end-if
           end-perform
           close submit-file
           move ws-id-count to ws-count-read
           perform write-cert-file-line.

       erase-one-submit-row.
           move "Y" to ws-id-found(ws-id-idx)
           move "N" to ws-new-ident-kind
           move submit-name to ws-new-ident
           perform add-identifier
           if submit-type-contact
               move "E" to ws-new-ident-kind
               move submit-email to ws-new-ident
               perform add-identifier
               move "P" to ws-new-ident-kind
               move submit-phone to ws-new-ident
               perform add-identifier
           end-if
           move submit-session to ws-new-token
           perform add-token
           move submit-timestamp(1:8) to ws-new-date
           perform add-filing-date
           move submit-record to ws-hold-record
           move spaces to submit-name submit-data
           evaluate true
               when submit-type-address
                   move spaces to submit-old-addr submit-new-addr
               when submit-type-complaint
                   move spaces to submit-cmpl-ref submit-cmpl-text
               when other
                   move spaces to submit-detail
           end-evaluate
           if submit-disp-note(1:20) not = ws-marker-prefix
               move ws-erase-marker to submit-disp-note
           end-if
           if submit-record not = ws-hold-record
               rewrite submit-record
                   invalid key continue
               end-rewrite
               if ws-sub-fs = "00"
                   add 1 to ws-count
               else
                   move "Y" to ws-trouble
               end-if
           end-if.

       erase-overflow-text.
      *> the chunk rows stay (so the row's truncation flag still has
      *> something behind it); only their text goes.
           move 0 to ws-count ws-count-read
           move "SUBTEXT.DAT" to ws-cert-name
           open i-o text-file
           if ws-text-fs not = "00"
      *> no overflow store yet means there is nothing in it.
               if ws-text-fs not = "35"
                   move ws-text-fs to ws-open-fs
                   perform write-open-warning
               else
                   perform write-cert-file-line
               end-if
               exit paragraph
           end-if
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move ws-id-entry(ws-id-idx) to text-id
               move 0 to text-seq
               start text-file key not less than text-key
               if ws-text-fs = "00"
                   move "N" to ws-text-done
               else
                   move "Y" to ws-text-done
               end-if
               perform until ws-text-is-done
                   read text-file next
                       at end move "Y" to ws-text-done
                   end-read
                   if ws-text-fs not = "00"
                       or text-id not = ws-id-entry(ws-id-idx)
                       move "Y" to ws-text-done
                   else
                       add 1 to ws-count-read
                       move "Y" to ws-id-found(ws-id-idx)
                       if text-chunk not = spaces
                           move spaces to text-chunk
                           rewrite text-record
                               invalid key continue
                           end-rewrite
                           if ws-text-fs = "00"
                               add 1 to ws-count
                           else
                               move "Y" to ws-trouble
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform
           close text-file
           perform write-cert-file-line.

       erase-ack-rows.
      *> a pending acknowledgment left with no address is failed by
      *> the next ACKSEND as "no address", which is what is wanted:
      *> nothing more goes out to someone who asked to be forgotten.
           move 0 to ws-count
           move "ACKQUEUE.DAT" to ws-cert-name
           open i-o ack-file
           if ws-ack-fs not = "00"
               move ws-ack-fs to ws-open-fs
               perform write-open-warning
               exit paragraph
           end-if
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move ws-id-entry(ws-id-idx) to ack-id
               read ack-file key is ack-id
                   invalid key continue
               end-read
               if ws-ack-fs = "00"
                   move "Y" to ws-id-found(ws-id-idx)
                   move "N" to ws-new-ident-kind
                   move ack-name to ws-new-ident
                   perform add-identifier
                   move "E" to ws-new-ident-kind
                   move ack-email to ws-new-ident
                   perform add-identifier
                   move ack-queued(1:8) to ws-new-date
                   perform add-filing-date
                   if ack-name not = spaces or ack-email not = spaces
                       move spaces to ack-name ack-email
                       rewrite ack-record
                           invalid key continue
                       end-rewrite
                       if ws-ack-fs = "00"
                           add 1 to ws-count
                       else
                           move "Y" to ws-trouble
                       end-if
                   end-if
               end-if
           end-perform
           close ack-file
           move ws-id-count to ws-count-read
           perform write-cert-file-line.

       erase-xref-rows.
      *> the index holds nothing but identities, so an erased
      *> submission's rows go altogether rather than being blanked;
      *> with its name, email and phone gone the weekly rebuild
      *> never puts them back. SUBXREF owns the file.
           move 0 to ws-count
           move "SUBXREF.DAT" to ws-cert-name
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move spaces to xref-call
               move "D" to xref-call-action
               move ws-id-entry(ws-id-idx) to xref-subj-id
               call "SUBXREF" using xref-call
               if xref-call-status not = "00"
                   move xref-call-status to ws-open-fs
                   perform write-open-warning
                   exit paragraph
               end-if
               add xref-call-rows to ws-count
           end-perform
           move ws-id-count to ws-count-read
           perform write-cert-file-line.

       erase-session-drafts.
      *> a draft goes when the visit filed one of the submissions,
      *> or when it carries the submitter's address or phone (a
      *> draft abandoned before it was ever filed).
           move 0 to ws-count ws-count-read
           move "SESSION.DAT" to ws-cert-name
           open i-o session-file
           if ws-sess-fs not = "00"
               move ws-sess-fs to ws-open-fs
               perform write-open-warning
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-session
           perform until ws-at-eof
               add 1 to ws-count-read
               if session-draft-data not = spaces
                   perform check-one-draft
                   if ws-draft-hit = "Y"
                       move spaces to session-draft-data
                       rewrite session-record
                           invalid key continue
                       end-rewrite
                       if ws-sess-fs = "00"
                           add 1 to ws-count
                       else
                           move "Y" to ws-trouble
                       end-if
                   end-if
               end-if
               perform read-next-session
           end-perform
           close session-file
           perform write-cert-file-line.

       check-one-draft.
           move "N" to ws-draft-hit
           perform varying ws-token-idx from 1 by 1
                   until ws-token-idx > ws-token-count
               if ws-token-entry(ws-token-idx) = session-token
                   move "Y" to ws-draft-hit
               end-if
           end-perform
           if ws-draft-hit = "Y"
               exit paragraph
           end-if
           move function upper-case(session-draft-data)
               to ws-draft-upper
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > ws-ident-count
               if ws-ident-kind(ws-ident-idx) not = "N"
                   move 0 to ws-draft-tally
                   inspect ws-draft-upper tallying ws-draft-tally
                       for all ws-ident-value(ws-ident-idx)
                           (1:ws-ident-len(ws-ident-idx))
                   if ws-draft-tally > 0
                       move "Y" to ws-draft-hit
                   end-if
               end-if
           end-perform.

       read-next-submit.
           read submit-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sub-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       read-next-ack.
           read ack-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-ack-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       read-next-session.
           read session-file next
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-sess-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

      *>=============================================================
      *> the line-sequential stores
      *>=============================================================
       erase-archive-years.
      *> a year with no archive file is simply not listed.
           perform varying ws-year from ws-year-from by 1
                   until ws-year > ws-this-year
               move spaces to ws-store-filename
               string "SUBARC-" ws-year ".DAT"
                   delimited by size into ws-store-filename
               end-string
               move "A" to ws-store-kind
               perform erase-line-store
               if ws-store-present = "Y"
                   perform write-store-line
               end-if
               move spaces to ws-store-filename
               string "SUBARCTXT-" ws-year ".DAT"
                   delimited by size into ws-store-filename
               end-string
               move "T" to ws-store-kind
               perform erase-line-store
               if ws-store-present = "Y"
                   perform write-store-line
               end-if
           end-perform.

       erase-journal-notes.
           move "SUBJRNL.DAT" to ws-store-filename
           move "J" to ws-store-kind
           perform erase-line-store
           perform write-store-line.

       erase-access-logs.
      *> one log per day a covered submission was filed or queued
      *> for acknowledgment.
           perform varying ws-date-idx from 1 by 1
                   until ws-date-idx > ws-date-count
               move spaces to ws-store-filename
               string "CGI-" ws-date-entry(ws-date-idx) ".LOG"
                   delimited by size into ws-store-filename
               end-string
               if ws-date-entry(ws-date-idx) = ws-today-x
                   add 1 to ws-logs-deferred
                   move spaces to cert-line
                   string "FILE " ws-store-filename
                       "still being written; rerun tomorrow"
                       delimited by size into cert-line
                   end-string
                   write cert-line
               else
                   move "L" to ws-store-kind
                   perform erase-line-store
                   perform write-store-line
               end-if
           end-perform.

      *>=============================================================
      *> what is carried over to a rerun
      *>=============================================================
       load-pending-lines.
      *> every line under this reference goes back on the lists as
      *> though this run had found it, the deferred day with them,
      *> so erase-access-logs goes through that day's log now.
           open input pending-file
           if ws-pend-fs not = "00"
               if ws-pend-fs not = "35"
                   move ws-pend-fs to ws-open-fs
                   move "ERASEPEND.DAT" to ws-cert-name
                   perform write-open-warning
               end-if
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-pending
           perform until ws-at-eof
               perform take-pending-line
               if ws-pend-ref = ws-ref
                   perform reload-pending-line
               end-if
               perform read-next-pending
           end-perform
           close pending-file
           if ws-pend-dates > 0
               move spaces to cert-line
               string "Carried over:         " ws-pend-dates
                   " log day(s) owed by an earlier run"
                   delimited by size into cert-line
               end-string
               write cert-line
           end-if.

       read-next-pending.
           read pending-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-pend-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       take-pending-line.
      *> the value is the rest of the line, so a "|" in a name
      *> cannot shorten it.
           move spaces to ws-pend-ref ws-pend-kind ws-pend-value
           move 1 to ws-pend-ptr
           unstring pending-line delimited by "|"
               into ws-pend-ref ws-pend-kind
               with pointer ws-pend-ptr
           end-unstring
           if ws-pend-ptr <= function length(pending-line)
               move pending-line(ws-pend-ptr:) to ws-pend-value
           end-if.

       reload-pending-line.
           evaluate ws-pend-kind
               when "I"
                   if ws-pend-value(1:10) numeric
                       move ws-pend-value(1:10) to ws-check-id
                       perform add-covered-id
                   end-if
               when "N"
               when "E"
               when "P"
                   move ws-pend-kind to ws-new-ident-kind
                   move ws-pend-value to ws-new-ident
                   perform add-identifier
               when "D"
                   move ws-pend-value(1:8) to ws-new-date
                   if ws-new-date numeric
                       perform add-filing-date
                       add 1 to ws-pend-dates
                   end-if
           end-evaluate.

       save-pending-lines.
      *> the other references' lines are copied through the work
      *> file and back, with this reference's dropped; this run's
      *> are added while a day is still left over or while this run
      *> is incomplete, for the rerun to match on. A file holding
      *> nothing of this reference, with nothing to add, is left
      *> alone.
           move 0 to ws-pend-ours
           move "N" to ws-pend-present
           move "ERASEPEND.DAT" to ws-cert-name
           open input pending-file
           if ws-pend-fs = "00"
               move "Y" to ws-pend-present
               open output work-file
               if ws-work-fs not = "00"
                   close pending-file
                   move ws-work-fs to ws-open-fs
                   move "ERASEWRK.TMP" to ws-cert-name
                   perform write-open-warning
                   exit paragraph
               end-if
               move "N" to ws-eof-flag
               perform read-next-pending
               perform until ws-at-eof
                   perform take-pending-line
                   if ws-pend-ref = ws-ref
                       add 1 to ws-pend-ours
                   else
                       write work-line from pending-line
                   end-if
                   perform read-next-pending
               end-perform
               close pending-file
               close work-file
           else
               if ws-pend-fs not = "35"
                   move ws-pend-fs to ws-open-fs
                   perform write-open-warning
                   exit paragraph
               end-if
           end-if
           if ws-pend-ours = 0 and ws-logs-deferred = 0
                   and not ws-had-trouble
               exit paragraph
           end-if
           open output pending-file
           if ws-pend-fs not = "00"
               move ws-pend-fs to ws-open-fs
               perform write-open-warning
               exit paragraph
           end-if
           if ws-pend-present = "Y"
               open input work-file
               if ws-work-fs = "00"
                   move "N" to ws-eof-flag
                   perform read-next-work
                   perform until ws-at-eof
                       write pending-line from work-line(1:100)
                       perform read-next-work
                   end-perform
                   close work-file
               end-if
           end-if
           if ws-logs-deferred > 0 or ws-had-trouble
               perform write-our-pending-lines
           end-if
           close pending-file.

       write-our-pending-lines.
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move "I" to ws-pend-kind
               move ws-id-entry(ws-id-idx) to ws-pend-value
               perform write-one-pending-line
           end-perform
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > ws-ident-count
               move ws-ident-kind(ws-ident-idx) to ws-pend-kind
               move ws-ident-value(ws-ident-idx) to ws-pend-value
               perform write-one-pending-line
           end-perform
      *> a deferred run owes today's log; an incomplete one owes
      *> whichever of its logs it could not finish, so it leaves
      *> them all.
           move "D" to ws-pend-kind
           perform varying ws-date-idx from 1 by 1
                   until ws-date-idx > ws-date-count
               if ws-had-trouble
                       or ws-date-entry(ws-date-idx) = ws-today-x
                   move ws-date-entry(ws-date-idx) to ws-pend-value
                   perform write-one-pending-line
               end-if
           end-perform.

       write-one-pending-line.
           move spaces to pending-line
           string function trim(ws-ref) "|" ws-pend-kind "|"
               function trim(ws-pend-value)
               delimited by size into pending-line
           end-string
           write pending-line.

       erase-line-store.
      *> copies the store through ERASEWRK.TMP with the erasures
      *> made, then copies it back only if a line changed. The
      *> store is only opened for output once the work copy is
      *> complete, so a failure before then leaves it as it was.
           move 0 to ws-store-lines ws-store-changed
           move "N" to ws-store-present
           open input store-file
           if ws-store-fs not = "00"
               if ws-store-fs not = "35"
                   move "E" to ws-store-present
                   move ws-store-fs to ws-open-fs
                   move ws-store-filename to ws-cert-name
                   perform write-open-warning
               end-if
               exit paragraph
           end-if
           move "Y" to ws-store-present
           open output work-file
           if ws-work-fs not = "00"
               close store-file
               move ws-work-fs to ws-open-fs
               move "ERASEWRK.TMP" to ws-cert-name
               perform write-open-warning
               move "E" to ws-store-present
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-store
           perform until ws-at-eof
               add 1 to ws-store-lines
               move store-line to ws-line
               move ws-line to ws-line-before
               evaluate true
                   when ws-store-archive
                       perform erase-archive-line
                   when ws-store-arctext
                       perform erase-arctext-line
                   when ws-store-journal
                       perform erase-journal-line
                   when ws-store-log
                       perform erase-log-line
               end-evaluate
               if ws-line not = ws-line-before
                   add 1 to ws-store-changed
               end-if
               write work-line from ws-line
               perform read-next-store
           end-perform
           close store-file
           close work-file
           if ws-store-changed > 0
               perform copy-work-back
           end-if.

       copy-work-back.
           open input work-file
           if ws-work-fs not = "00"
               move ws-work-fs to ws-open-fs
               move "ERASEWRK.TMP" to ws-cert-name
               perform write-open-warning
               move 0 to ws-store-changed
               exit paragraph
           end-if
           open output store-file
           if ws-store-fs not = "00"
               close work-file
               move ws-store-fs to ws-open-fs
               move ws-store-filename to ws-cert-name
               perform write-open-warning
               move 0 to ws-store-changed
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform read-next-work
           perform until ws-at-eof
               write store-line from work-line
               perform read-next-work
           end-perform
           close work-file
           close store-file.

       read-next-store.
           read store-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-store-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       read-next-work.
           read work-file
               at end move "Y" to ws-eof-flag
           end-read
           if not ws-at-eof and ws-work-fs not = "00"
               move "Y" to ws-eof-flag
           end-if.

       erase-archive-line.
      *> HOUSEKEEP writes every field at its full width, so the
      *> fields sit at fixed columns whatever the free text holds:
      *> name 34, data 99, form type 358, detail 367, session 624,
      *> and on lines carrying the disposition, the note at 698.
      *> The older eight-field lines are the same up to the session.
           if ws-line(1:10) not numeric
               exit paragraph
           end-if
           move ws-line(1:10) to ws-check-id
           perform find-covered-id
           if ws-id-pos = 0
               exit paragraph
           end-if
           move "Y" to ws-id-found(ws-id-pos)
           move ws-line(358:8) to ws-arc-form-type
           move "N" to ws-new-ident-kind
           move ws-line(34:64) to ws-new-ident
           perform add-identifier
           if ws-arc-form-type = "CONTACT"
               move "E" to ws-new-ident-kind
               move ws-line(367:64) to ws-new-ident
               perform add-identifier
               move "P" to ws-new-ident-kind
               move ws-line(431:16) to ws-new-ident
               perform add-identifier
           end-if
           move ws-line(624:32) to ws-new-token
           perform add-token
           move ws-line(12:8) to ws-new-date
           perform add-filing-date
           move spaces to ws-line(34:64) ws-line(99:256)
           evaluate ws-arc-form-type
               when "ADDRESS"
                   move spaces to ws-line(367:200)
               when "COMPLNT"
                   move spaces to ws-line(383:240)
               when other
                   move spaces to ws-line(367:256)
           end-evaluate
           if ws-line(697:1) = "|"
                   and ws-line(698:20) not = ws-marker-prefix
               move ws-erase-marker to ws-line(698:80)
           end-if.

       erase-arctext-line.
      *> id|seq|chunk, the chunk from column 16.
           if ws-line(1:10) not numeric
               exit paragraph
           end-if
           move ws-line(1:10) to ws-check-id
           perform find-covered-id
           if ws-id-pos = 0
               exit paragraph
           end-if
           move "Y" to ws-id-found(ws-id-pos)
           move spaces to ws-line(16:).

       erase-journal-line.
      *> time|submit-id|old|new|operator|note; the note is whatever
      *> follows the fifth separator.
           move 1 to ws-line-ptr
           move spaces to ws-line-field
           unstring ws-line delimited by "|"
               into ws-line-field with pointer ws-line-ptr
           end-unstring
           move spaces to ws-line-field
           unstring ws-line delimited by "|"
               into ws-line-field with pointer ws-line-ptr
           end-unstring
           if ws-line-field(1:10) not numeric
               exit paragraph
           end-if
           move ws-line-field(1:10) to ws-check-id
           perform find-covered-id
           if ws-id-pos = 0
               exit paragraph
           end-if
           unstring ws-line delimited by "|"
               into ws-line-field with pointer ws-line-ptr
           end-unstring
           unstring ws-line delimited by "|"
               into ws-line-field with pointer ws-line-ptr
           end-unstring
           unstring ws-line delimited by "|"
               into ws-line-field with pointer ws-line-ptr
           end-unstring
           if ws-line-ptr <= function length(ws-line)
               move spaces to ws-line(ws-line-ptr:)
           end-if.

       erase-log-line.
      *> timestamp|remote_addr|method|query_string. A line whose
      *> name=, email= or phone= value is one of the submitter's
      *> has every personal value in it replaced; anything else in
      *> the string (action=, format=, ...) stays as logged, so the
      *> traffic counts CGIRPT and RECONCILE take from it hold.
           move 1 to ws-line-ptr
           unstring ws-line delimited by "|"
               into ws-log-field with pointer ws-line-ptr
           end-unstring
           unstring ws-line delimited by "|"
               into ws-log-field with pointer ws-line-ptr
           end-unstring
           unstring ws-line delimited by "|"
               into ws-log-field with pointer ws-line-ptr
           end-unstring
           if ws-line-ptr > function length(ws-line)
               exit paragraph
           end-if
           move spaces to ws-log-qs
           move ws-line(ws-line-ptr:) to ws-log-qs
           if ws-log-qs = spaces
               exit paragraph
           end-if
           compute ws-log-qs-len =
               function length(function trim(ws-log-qs trailing))
           move "N" to ws-qs-hit
           move spaces to ws-new-qs
           move 1 to ws-qs-in-ptr
           move 1 to ws-qs-out-ptr
           perform until ws-qs-in-ptr > ws-log-qs-len
               move spaces to ws-pair
               unstring ws-log-qs delimited by "&"
                   into ws-pair
                   with pointer ws-qs-in-ptr
               end-unstring
               if ws-pair not = spaces
                   perform redact-one-pair
               end-if
           end-perform
           if ws-qs-hit = "Y"
               move spaces to ws-line(ws-line-ptr:)
               move ws-new-qs to ws-line(ws-line-ptr:)
           end-if.

       redact-one-pair.
           move spaces to ws-pair-name ws-pair-value
           unstring ws-pair delimited by "="
               into ws-pair-name ws-pair-value
           end-unstring
           evaluate function trim(ws-pair-name)
               when "name"
               when "email"
               when "phone"
                   move "Y" to ws-personal-pair
                   move ws-pair-value to ws-decode-in
                   perform url-decode
                   move function upper-case
                           (function trim(ws-decode-out))
                       to ws-match-value
                   perform check-identifier
                   if ws-ident-matched
                       move "Y" to ws-qs-hit
                   end-if
               when "message"
               when "oldaddr"
               when "newaddr"
               when "complaint"
               when "ref"
                   move "Y" to ws-personal-pair
               when other
                   move "N" to ws-personal-pair
           end-evaluate
           if ws-qs-out-ptr > 1
               string "&" delimited by size
                   into ws-new-qs
                   with pointer ws-qs-out-ptr
               end-string
           end-if
           if ws-personal-pair = "Y" and ws-pair-value not = spaces
               string function trim(ws-pair-name) "=*ERASED*"
                   delimited by size
                   into ws-new-qs
                   with pointer ws-qs-out-ptr
                   on overflow continue
               end-string
           else
               string function trim(ws-pair)
                   delimited by size
                   into ws-new-qs
                   with pointer ws-qs-out-ptr
                   on overflow continue
               end-string
           end-if.

       check-identifier.
           move "N" to ws-ident-hit
           if ws-match-value = spaces
               exit paragraph
           end-if
           perform varying ws-ident-idx from 1 by 1
                   until ws-ident-idx > ws-ident-count
               if ws-ident-value(ws-ident-idx) = ws-match-value
                   move "Y" to ws-ident-hit
               end-if
           end-perform.

       url-decode.
      *> the dispatcher's decoding, so a logged value compares the
      *> way it was read when the hit was served.
           move spaces to ws-decode-out
           move 0 to ws-decode-in-len
           if ws-decode-in not = spaces
               compute ws-decode-in-len =
                   function length(function trim(ws-decode-in))
           end-if
           move 1 to ws-decode-in-ptr
           move 1 to ws-decode-out-ptr
           perform until ws-decode-in-ptr > ws-decode-in-len
               move ws-decode-in(ws-decode-in-ptr:1) to ws-hex-char
               evaluate true
                   when ws-hex-char = "+"
                       if ws-decode-out-ptr <=
                               function length(ws-decode-out)
                           move " "
                               to ws-decode-out(ws-decode-out-ptr:1)
                           add 1 to ws-decode-out-ptr
                       end-if
                       add 1 to ws-decode-in-ptr
                   when ws-hex-char = "%"
                           and ws-decode-in-ptr + 2 <= ws-decode-in-len
                       move ws-decode-in(ws-decode-in-ptr + 1:2)
                           to ws-hex-pair
                       perform decode-hex-pair
                       if ws-decode-out-ptr <=
                               function length(ws-decode-out)
                           move function char(ws-decoded-byte + 1)
                               to ws-decode-out(ws-decode-out-ptr:1)
                           add 1 to ws-decode-out-ptr
                       end-if
                       add 3 to ws-decode-in-ptr
                   when other
                       if ws-decode-out-ptr <=
                               function length(ws-decode-out)
                           move ws-hex-char
                               to ws-decode-out(ws-decode-out-ptr:1)
                           add 1 to ws-decode-out-ptr
                       end-if
                       add 1 to ws-decode-in-ptr
               end-evaluate
           end-perform.

       decode-hex-pair.
           move ws-hex-pair(1:1) to ws-hex-char
           perform hex-nibble-value
           move ws-nibble to ws-nibble-hi
           move ws-hex-pair(2:1) to ws-hex-char
           perform hex-nibble-value
           move ws-nibble to ws-nibble-lo
           compute ws-decoded-byte = ws-nibble-hi * 16 + ws-nibble-lo.

       hex-nibble-value.
           evaluate ws-hex-char
               when "0" move 0 to ws-nibble
               when "1" move 1 to ws-nibble
               when "2" move 2 to ws-nibble
               when "3" move 3 to ws-nibble
               when "4" move 4 to ws-nibble
               when "5" move 5 to ws-nibble
               when "6" move 6 to ws-nibble
               when "7" move 7 to ws-nibble
               when "8" move 8 to ws-nibble
               when "9" move 9 to ws-nibble
               when "A" when "a" move 10 to ws-nibble
               when "B" when "b" move 11 to ws-nibble
               when "C" when "c" move 12 to ws-nibble
               when "D" when "d" move 13 to ws-nibble
               when "E" when "e" move 14 to ws-nibble
               when "F" when "f" move 15 to ws-nibble
               when other move 0 to ws-nibble
           end-evaluate.

      *>=============================================================
      *> the certificate
      *>=============================================================
       write-not-run-report.
      *> with no usable reference there is no certificate to write
      *> to, so the refusal goes to a dated run report instead.
           move spaces to ws-cert-filename
           string "ERASURE-" ws-today-x ".TXT"
               delimited by size into ws-cert-filename
           end-string
           open output cert-file
           move spaces to cert-line
           string "Erasure run of " ws-now(1:8) " " ws-now(9:6)
               delimited by size into cert-line
           end-string
           write cert-line
           if ws-req-missing = "Y"
               move "No ERASEREQ.DAT to work from" to cert-line
           else
               move spaces to cert-line
               string "No usable REF line in ERASEREQ.DAT (letters, "
                   "digits, - and _ only)"
                   delimited by size into cert-line
               end-string
           end-if
           write cert-line
           move "RESULT: NOT RUN - nothing was erased" to cert-line
           write cert-line
           close cert-file.

       write-cert-header.
           move spaces to cert-line
           write cert-line
           move spaces to cert-line
           string "Erasure certificate, reference "
               function trim(ws-ref) ", run of " ws-now(1:8) " "
               ws-now(9:6)
               delimited by size into cert-line
           end-string
           write cert-line
           if ws-req-rejected > 0
               move spaces to cert-line
               string "WARNING: " ws-req-rejected
                   " ERASEREQ.DAT line(s) not understood and skipped"
                   delimited by size into cert-line
               end-string
               write cert-line
           end-if.

       write-cert-file-line.
           add ws-count to ws-total-changed
           move spaces to cert-line
           string "FILE " ws-cert-name "records looked at: "
               ws-count-read "  changed: " ws-count
               delimited by size into cert-line
           end-string
           write cert-line.

       write-store-line.
      *> a store that could not be opened already has its WARNING.
           if ws-store-present = "E"
               exit paragraph
           end-if
           if ws-store-present not = "Y"
               move spaces to cert-line
               string "FILE " ws-store-filename "not present"
                   delimited by size into cert-line
               end-string
               write cert-line
               exit paragraph
           end-if
           move ws-store-filename to ws-cert-name
           move ws-store-lines to ws-count-read
           move ws-store-changed to ws-count
           perform write-cert-file-line.

       write-open-warning.
           move "Y" to ws-trouble
           move spaces to cert-line
           string "WARNING: " function trim(ws-cert-name)
               " could not be opened (status " ws-open-fs
               "); nothing in it was erased"
               delimited by size into cert-line
           end-string
           write cert-line.

       write-cert-ids.
           move spaces to cert-line
           string "Submissions covered:  " ws-id-count
               delimited by size into cert-line
           end-string
           write cert-line
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move spaces to cert-line
               if ws-id-found(ws-id-idx) = "Y"
                   string "  " ws-id-entry(ws-id-idx) "  found"
                       delimited by size into cert-line
                   end-string
               else
                   add 1 to ws-not-found
                   string "  " ws-id-entry(ws-id-idx)
                       "  NOT FOUND in any store"
                       delimited by size into cert-line
                   end-string
               end-if
               write cert-line
           end-perform
           if ws-id-overflow = "Y"
               move spaces to cert-line
               string "WARNING: more than 200 submissions; split the "
                   "request and rerun for the rest"
                   delimited by size into cert-line
               end-string
               write cert-line
           end-if.

       write-cert-totals.
           move spaces to cert-line
           string "Records changed:      " ws-total-changed
               delimited by size into cert-line
           end-string
           write cert-line
           evaluate true
               when ws-had-trouble or ws-id-overflow = "Y"
                   move "RESULT: INCOMPLETE - see WARNING lines, rerun"
                       to cert-line
      *> a day still left over is never reported as complete.
               when ws-logs-deferred > 0
                   move "RESULT: COMPLETE EXCEPT TODAY'S LOG - rerun"
                       to cert-line
               when ws-id-count = 0 and ws-pend-dates = 0
                   move "RESULT: NOTHING FOUND TO ERASE" to cert-line
               when ws-total-changed = 0
                   move "RESULT: ALREADY ERASED - no record changed"
                       to cert-line
               when other
                   move "RESULT: ERASURE COMPLETE" to cert-line
           end-evaluate
           write cert-line.

       end program ERASURE.
