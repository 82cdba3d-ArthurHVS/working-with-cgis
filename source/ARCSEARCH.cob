       identification division.
       program-id. ARCSEARCH.
      *> lookup over the yearly SUBARC-YYYY.DAT archives HOUSEKEEP
      *> writes, for the caller chasing a complaint or address
       copy "CGIPARM.cpy".
       01 ls-format-flag        pic x.
           88 ls-want-json      value "Y".
       01 ls-view-operator      pic x(16).
       01 ls-view-screen        pic x(16).

       procedure division using cgi-params ls-format-flag
               ls-view-operator ls-view-screen.
       main-logic.
           move "Y" to ws-first-row
           move 0 to ws-hit-count
               if ws-arc-truncated = "Y"
                   perform load-archived-text
               end-if
               call "VIEWLOG" using ls-view-operator ls-view-screen
                   ws-arc-id
               if ls-want-json
                   perform emit-arc-row-json
               else
