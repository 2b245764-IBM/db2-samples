      **         DBINST.INV, plus a formatted inventory section at the
      **         end of DBINST.RPT -- so "what is NUMDB on every
      **         instance" is one report, not a week of attach
      **         sessions.  The inventory also records the DB2
      **         product level each instance reports on the attach
      **         (the SQLvvrrm signature DB2 returns in SQLERRP --
      **         version, release, and modification level), which
      **         swlevel.cbl ranks against SUPLEVEL.CTL.  Credentials
      **         come from the central vault (CREDVLT.DAT via
      **         credload.cbl), keyed by instance name; an instance
      **         with no vault entry falls back to the one set read
           05 iv-poolagents    pic 9(9).
           05 filler           pic x.
           05 iv-rqrioblk      pic 9(9).
           05 filler           pic x.
           05 iv-level         pic x(8).

       Working-Storage Section.

             10 it-maxcagents pic 9(9) comp-5.
             10 it-poolagents pic 9(9) comp-5.
             10 it-rqrioblk   pic 9(9) comp-5.
             10 it-level      pic x(8).
       77 inv-idx             pic 9(4) comp-5.
       77 inv-numdb-disp      pic -(4)9.
       77 inv-val-disp        pic z(8)9.

      * the product level the server answered the attach with, kept
      * before GET INSTANCE reuses the SQLCA
       77 attach-level        pic x(8).

      * site-wide credentials from DBINST.CRD, kept as the fallback
      * for instances with no entry of their own in the central vault
       77 dflt-usr-name       pic x(18).
               call "rptwrite" using RPTW-AREA
               go to End-Attach-This-Instance.

           move SQLERRP to attach-level.

           call "sqlggins" using
                                 by reference sqlca
                                 by reference db2instc
              move numbdb         to it-numdb (inv-count)
              move max-cagents    to it-maxcagents (inv-count)
              move num-poolagents to it-poolagents (inv-count)
              move rqrioblk       to it-rqrioblk (inv-count)
              move attach-level   to it-level (inv-count).
       End-Capture-Instance-Config. exit.

      ***********************************************************************
           move it-maxcagents (inv-idx) to iv-maxcagents.
           move it-poolagents (inv-idx) to iv-poolagents.
           move it-rqrioblk (inv-idx)   to iv-rqrioblk.
           move it-level (inv-idx)      to iv-level.
           write inventory-rec.
       End-Write-One-Inventory. exit.

           move it-rqrioblk (inv-idx) to inv-val-disp.
           move "RQRIOBLK=" to RPTW-LINE (44:9).
           move inv-val-disp to RPTW-LINE (53:9).
           move "LEVEL=" to RPTW-LINE (64:6).
           move it-level (inv-idx) to RPTW-LINE (70:8).
           call "rptwrite" using RPTW-AREA.
       End-Report-One-Inventory. exit.
