      **           DSTSHIFT  minutes     (size of the clock change)
      **           TRAINING  Y           (suite-wide training mode)
      **           SITEID    name        (this data center's id)
      **           CREDAGE   days        (vault password rotation age)
      **           ROTAWEEKS weeks       (most consecutive on-call weeks)
      **
      **         Callers copy sqlsitep.cbl and CALL "siteparm"; the
      **         file is read once per run and kept in WORKING-STORAGE
          05 sp-dst-shift     pic 9(4) comp-5.
          05 sp-training-sw   pic x.
          05 sp-site-id       pic x(8).
          05 sp-cred-age      pic 9(4) comp-5.
          05 sp-rota-weeks    pic 9(4) comp-5.

       Linkage Section.
       copy "sqlsitep.cbl".
           move 0      to sp-dst-shift.
           move "N"    to sp-training-sw.
           move spaces to sp-site-id.
           move 0      to sp-cred-age.
           move 0      to sp-rota-weeks.

           open input param-file.
           if param-fs equal "35"
                    display "SITEPARM.CFG DSTSHIFT value is not ",
                       "numeric -- line ignored"
                 end-if
              when "CREDAGE  "
                 if pr-value (1:4) numeric
                    move pr-value (1:4) to sp-cred-age
                 else
                    display "SITEPARM.CFG CREDAGE value is not ",
                       "numeric -- line ignored"
                 end-if
              when "ROTAWEEKS"
                 if pr-value (1:4) numeric
                    move pr-value (1:4) to sp-rota-weeks
                 else
                    display "SITEPARM.CFG ROTAWEEKS value is not ",
                       "numeric -- line ignored"
                 end-if
              when other
                 display "SITEPARM.CFG keyword '", pr-keyword,
                    "' is not recognized -- line ignored"
