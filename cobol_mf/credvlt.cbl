      **         multiple cleartext files by hand.
      **
      **         Functions: LIST keys (passwords are never displayed),
      **         ADD or replace an entry, DELETE an entry.  Every add
      **         or replace stamps the entry's last-changed date, which
      **         the credswp.cbl verification sweep ages against the
      **         site's rotation age; an entry carried over from before
      **         the date was kept shows it as unknown until its next
      **         change.
      **
      ** INPUT/OUTPUT FILE: CREDVLT.DAT (obfuscated credential vault)
      ***********************************************************************
           05 vr-userid       pic x(18).
           05 filler          pic x(2).
           05 vr-passwd       pic x(18).
           05 filler          pic x(2).
           05 vr-changed      pic x(8).

       Working-Storage Section.

             10 vt-key        pic x(18).
             10 vt-userid     pic x(18).
             10 vt-passwd     pic x(18).
             10 vt-changed    pic x(8).

       77 tbl-idx             pic 9(4) comp-5.
       77 match-idx           pic 9(4) comp-5.
       77 work-key            pic x(18) value spaces.
       77 work-userid         pic x(18) value spaces.
       77 work-passwd         pic x(18) value spaces.
       77 today-date          pic 9(8).

       Procedure Division.
       credvlt-pgm section.
              move vr-key    to vt-key (entry-count)
              move vr-userid to vt-userid (entry-count)
              move vr-passwd to vt-passwd (entry-count)
              move vr-changed to vt-changed (entry-count)
              inspect vt-userid (entry-count)
                 converting CRED-CIPHER-TABLE to CRED-PLAIN-TABLE
              inspect vt-passwd (entry-count)
           move vt-key (tbl-idx)    to vr-key.
           move vt-userid (tbl-idx) to vr-userid.
           move vt-passwd (tbl-idx) to vr-passwd.
           move vt-changed (tbl-idx) to vr-changed.
           inspect vr-userid converting CRED-PLAIN-TABLE
              to CRED-CIPHER-TABLE.
           inspect vr-passwd converting CRED-PLAIN-TABLE
       End-List-Keys. exit.

       List-One-Key.
           if vt-changed (tbl-idx) equal spaces
              display "  ", vt-key (tbl-idx), "  userid=",
                 vt-userid (tbl-idx), "  changed unknown"
           else
              display "  ", vt-key (tbl-idx), "  userid=",
                 vt-userid (tbl-idx), "  changed ",
                 vt-changed (tbl-idx).
       End-List-One-Key. exit.

      ***********************************************************************
           display " ".

           perform Find-Entry thru End-Find-Entry.
           accept today-date from date yyyymmdd.

           if match-idx not equal 0
              move work-userid to vt-userid (match-idx)
              move work-passwd to vt-passwd (match-idx)
              move today-date  to vt-changed (match-idx)
              display "entry for ", work-key, " replaced"
              go to End-Add-Entry.

           move work-key    to vt-key (entry-count).
           move work-userid to vt-userid (entry-count).
           move work-passwd to vt-passwd (entry-count).
           move today-date  to vt-changed (entry-count).
           display "entry for ", work-key, " added".
       End-Add-Entry. exit.

