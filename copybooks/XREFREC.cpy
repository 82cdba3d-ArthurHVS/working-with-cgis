      *> XREF-RECORD
      *> Submitter cross-reference index SUBXREF.DAT: one row per
      *> identity a submission was filed under, so every submission
      *> from the same person sits under one key prefix and a keyed
      *> START reads them together. An identity is the submitter's
      *> email, phone or name normalized by SUBXREF (email lower-
      *> cased; phone reduced to its digits; name upper-cased with
      *> punctuation and repeated spaces dropped), so "Jo.Bloggs@X"
      *> and "jo.bloggs@x" are the same person. Rows are posted by
      *> SUBMITFORM and SUBREPLAY as each submission is filed and
      *> the whole file is rebuilt weekly by XREFBLD from SUBMIT.DAT
      *> and the yearly archives; ERASURE deletes an erased
      *> submission's rows. The owner id is an alternate key so a
      *> submission's own identities can be found from its id.
       01 xref-record.
           05 xref-key.
               10 xref-kind        pic x.
                   88 xref-by-email     value "E".
                   88 xref-by-phone     value "P".
                   88 xref-by-name      value "N".
               10 xref-ident       pic x(64).
               10 xref-id          pic 9(10).
           05 xref-owner-id        pic 9(10).
           05 xref-form-type       pic x(8).
      *> YYYYMMDD the submission was filed.
           05 xref-filed           pic x(8).
      *> the disposition as last posted (N / A / C); a row still on
      *> SUBMIT.DAT is shown with its live disposition instead, so
      *> this only speaks for submissions since archived.
           05 xref-disp            pic x.
           05 xref-archived        pic x.
               88 xref-is-archived  value "Y".
