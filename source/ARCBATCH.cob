       identification division.
       program-id. ARCBATCH.
      *> bulk archive retrieval, the batch face of ARCSEARCH. Reads
      *> ARCREQ.DAT — one request per line,
      *> id|from|to|name|operator, any field left empty, "*" and
      *> blank lines ignored — builds each request into a parameter
      *> table shaped like the CGI's and CALLs ARCSEARCH with it,
      *> so the screen and the batch can never drift apart on how
      *> the archive is read or decoded.
      *> ARCSEARCH writes to standard output; the job runs this
      *> program with stdout redirected to the day's retrieval
      *> report, and a banner line is displayed ahead of each
      *> request so the results stay attributable to what was asked.
      *> The operator field names who asked for the retrieval; every
      *> row it returns is logged against that operator on the
      *> record-view audit (screen "arcbatch"), and a request that
      *> names nobody is logged against ARCBATCH itself, so no
      *> retrieval goes unrecorded.
       environment division.
       input-output section.
       file-control.
       01 ws-req-from           pic x(8).
       01 ws-req-to             pic x(8).
       01 ws-req-name           pic x(64).
       01 ws-req-operator       pic x(16).
       01 ws-view-screen        pic x(16) value "arcbatch".

      *> the request rebuilt in the shape ARCSEARCH expects from the
      *> dispatcher; same layout as CGIPARM.cpy's table.
           end-if
           add 1 to ws-req-count
           move spaces to ws-req-id ws-req-from ws-req-to ws-req-name
                          ws-req-operator
           unstring ws-req-line delimited by "|"
               into ws-req-id ws-req-from ws-req-to ws-req-name
                    ws-req-operator
           end-unstring
           if ws-req-operator = spaces
               move "ARCBATCH" to ws-req-operator
           end-if
           perform build-arc-params
           display "=== request " ws-req-count ": "
               function trim(ws-req-line) " ==="
           end-display
           call "ARCSEARCH" using arc-params ws-format-flag
               ws-req-operator ws-view-screen.

       build-arc-params.
           move 0 to arc-param-count
