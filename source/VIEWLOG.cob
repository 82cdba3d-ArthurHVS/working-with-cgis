       identification division.
       program-id. VIEWLOG.
      *> record-view audit, shared by every screen that shows a
      *> submitter's record: SHOWSUBS (browse listing and id=
      *> lookup), ARCSEARCH (the archive screen) and, through
      *> ARCSEARCH, ARCBATCH's bulk retrievals. One line per record
      *> shown is appended to the day's OPERAUD-YYYYMMDD.LOG, the
      *> file OPERLOGIN's sign-ons and the dispatcher's denied
      *> screens already land in:
      *>     timestamp|operator|VIEW|screen|submit-id
      *> so one file answers "who looked at what, when" as well as
      *> "who tried what". VIEWRPT reads these lines back for the
      *> privacy access report. A line that cannot be written never
      *> stops the screen: the record has already been asked for by
      *> a signed-on operator, and the audit is the record of it,
      *> not a second gate.
       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to dynamic ws-audit-filename
               organization is line sequential
               file status is ws-audit-fs.
       data division.
       file section.
       fd audit-log-file.
       01 audit-line            pic x(150).

       working-storage section.
       01 ws-audit-fs           pic xx.
       01 ws-audit-filename     pic x(24).
       01 ws-now                pic x(21).

       linkage section.
       01 ls-view-operator      pic x(16).
       01 ls-view-screen        pic x(16).
       01 ls-view-id            pic 9(10).

       procedure division using ls-view-operator ls-view-screen
               ls-view-id.
       main-logic.
           move function current-date to ws-now
           move spaces to ws-audit-filename
           string "OPERAUD-" ws-now(1:8) ".LOG"
               delimited by size into ws-audit-filename
           open extend audit-log-file
           if ws-audit-fs not = "00"
               open output audit-log-file
           end-if
           if ws-audit-fs = "00"
               move spaces to audit-line
               string
                   function trim(ws-now) "|" delimited by size
                   function trim(ls-view-operator) "|"
                   delimited by size
                   "VIEW|" delimited by size
                   function trim(ls-view-screen) "|" delimited by size
                   ls-view-id delimited by size
                   into audit-line
               end-string
               write audit-line
               close audit-log-file
           end-if
           goback.

       end program VIEWLOG.
