      **         its writers start fresh, and purges all but the newest
      **         N generations.  The rolled generations are tracked in
      **         LOGROLL.GEN and the last roll date in LOGROLL.STA.
      **         metfeed.cbl reads the registered generations of
      **         DBSNAP.CSV and MONSZ.CSV, so rows rolled before the
      **         metrics feed collected them still reach it.
      **
      **         The in-flight baseline files CFGDRIFT.BAS and MONSZ.HWM
      **         are deliberately NOT rolled -- they hold a single
               organization is line sequential
               file status is roll-in-fs.
           select roll-out assign to dynamic roll-out-name
               organization is line sequential
               file status is roll-out-fs.

       Data Division.
       File Section.
       77 state-fs            pic xx.
       77 registry-fs         pic xx.
       77 roll-in-fs          pic xx.
       77 roll-out-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

                  today-date           delimited by size
                  into roll-out-name.

      * a forced same-day re-roll adds to the day's generation
      * rather than overwriting the rows rolled into it earlier
           open extend roll-out.
           if roll-out-fs equal "35"
              open output roll-out.
           move 0 to record-count.
           move "N" to file-eof.
           perform Copy-One-Record thru End-Copy-One-Record
