      **         monthly high-water marks, the fleet peak, and the
      **         margin against the licensed limit.
      **
      **         The census also keeps an hourly history for
      **         quietwin.cbl's maintenance-window recommender:
      **         CONNHOUR.DAT holds one line per database per day --
      **         the weekday and, for each hour of the day the census
      **         ran in, the highest connection count seen that hour
      **         (an hour with no census is left blank, not zero).
      **         Days older than eight weeks roll off at each census.
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** INPUT/OUTPUT FILE: CONNPEAK.DAT (daily peaks, rewritten)
      **               CONNHOUR.DAT (hourly counts, rewritten)
      ** OUTPUT FILES: CONNLIC.RPT (monthly compliance report)
      **               ALERTQ.DAT  (entitlement warnings, via alertq)
      ***********************************************************************
           select peak-file assign to "CONNPEAK.DAT"
               organization is line sequential
               file status is peak-fs.
           select hour-file assign to "CONNHOUR.DAT"
               organization is line sequential
               file status is hour-fs.
           select lic-rpt assign to "CONNLIC.RPT"
               organization is line sequential.

           05 filler          pic x.
           05 pk-peak         pic 9(6).

       FD  hour-file.
       01  hour-rec.
           05 hc-dbname       pic x(18).
           05 filler          pic x.
           05 hc-date         pic 9(8).
           05 filler          pic x.
           05 hc-weekday      pic 9.
           05 hc-slots.
              10 hc-slot occurs 24 times.
                 15 filler    pic x.
                 15 hc-count  pic x(4).

       FD  lic-rpt.
       01  lic-rpt-rec        pic x(132).

       copy "sqlalert.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrunh.cbl".
       copy "sqldtsrv.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 fleet-peak-today    pic 9(9) comp-5 value 0.
       77 warn-level          pic 9(9) comp-5.

      * the hourly history on file, held while this census folds in;
      * a day older than history-days is dropped on the rewrite
       77 hour-fs             pic xx.
       77 hour-count          pic 9(4) comp-5 value 0.
       01 hour-table.
          05 hour-entry occurs 3000 times.
             10 ht-dbname     pic x(18).
             10 ht-date       pic 9(8).
             10 ht-weekday    pic 9.
             10 ht-slots.
                15 ht-slot occurs 24 times.
                   20 filler    pic x.
                   20 ht-count  pic x(4).
       77 hour-idx            pic 9(4) comp-5.
       77 history-days        pic 9(4) comp-5 value 56.
       77 hour-age-days       pic s9(9) comp-5.
       77 census-weekday      pic 9.
       01 census-time.
          05 census-hh        pic 99.
          05 filler           pic x(6).
       77 census-slot         pic 99.
       77 slot-count          pic 9(4).

      * per-database monthly high-water marks for the report
       77 hwm-count           pic 9(4) comp-5 value 0.
       01 hwm-table.

           perform Load-Peaks thru End-Load-Peaks.

           accept census-weekday from day-of-week.
           accept census-time from time.
           compute census-slot = census-hh + 1.
           perform Load-Hours thru End-Load-Hours.

           move 0 to fleet-peak-today.
           perform Census-One-Db thru End-Census-One-Db
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.

           perform Save-Peaks thru End-Save-Peaks.
           perform Save-Hours thru End-Save-Hours.

           if SITE-LIC-LIMIT equal 0
              display "no LICLIMIT in SITEPARM.CFG -- entitlement ",
           add conn-count to fleet-peak-today.

           perform Fold-Peak thru End-Fold-Peak.
           perform Fold-Hour thru End-Fold-Hour.
       End-Census-One-Db. exit.

       Count-One-Conn.
              end-if.
       End-Match-One-Peak. exit.

      ***********************************************************************
      * Fold-Hour records this census in the database's line for
      * today, keeping the highest count seen in the current hour.
      ***********************************************************************
       Fold-Hour.
           move "N" to found-sw.
           perform Match-One-Hour thru End-Match-One-Hour
               varying hour-idx from 1 by 1
               until hour-idx is greater than hour-count
                  or entry-found.

           if not entry-found
              if hour-count is not less than 3000
                 go to End-Fold-Hour
              end-if
              add 1 to hour-count
              move hour-count to hour-idx
              move SITE-DB-NAME (site-idx) to ht-dbname (hour-idx)
              move today-date to ht-date (hour-idx)
              move census-weekday to ht-weekday (hour-idx)
              move spaces to ht-slots (hour-idx)
           else
              subtract 1 from hour-idx.

           if ht-count (hour-idx, census-slot) numeric
              move ht-count (hour-idx, census-slot) to slot-count
              if conn-count is not greater than slot-count
                 go to End-Fold-Hour
              end-if
           end-if.
           if conn-count is greater than 9999
              move 9999 to slot-count
           else
              move conn-count to slot-count.
           move slot-count to ht-count (hour-idx, census-slot).
       End-Fold-Hour. exit.

       Match-One-Hour.
           if ht-date (hour-idx) equal today-date
              and ht-dbname (hour-idx) equal SITE-DB-NAME (site-idx)
              move "Y" to found-sw.
       End-Match-One-Hour. exit.

      ***********************************************************************
      * Load-Hours reads CONNHOUR.DAT, leaving out the days that have
      * rolled past the eight-week history.
      ***********************************************************************
       Load-Hours.
           move 0 to hour-count.
           open input hour-file.
           if hour-fs equal "35"
              go to End-Load-Hours.

           move "N" to file-eof.
           perform Load-One-Hour thru End-Load-One-Hour
               until no-more-records.
           close hour-file.
           move "N" to file-eof.
       End-Load-Hours. exit.

       Load-One-Hour.
           read hour-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Hour
           end-read.

           if hc-dbname equal spaces or hc-date not numeric
              go to End-Load-One-Hour.

           move spaces to DT-FROM-TS.
           string hc-date     delimited by size
                  "-00000000" delimited by size
                  into DT-FROM-TS.
           move spaces to DT-TO-TS.
           string today-date  delimited by size
                  "-00000000" delimited by size
                  into DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              go to End-Load-One-Hour.
           compute hour-age-days rounded = DT-MINUTES / 1440.
           if hour-age-days is not less than history-days
              go to End-Load-One-Hour.

           if hour-count is less than 3000
              add 1 to hour-count
              move hc-dbname  to ht-dbname (hour-count)
              move hc-date    to ht-date (hour-count)
              move hc-weekday to ht-weekday (hour-count)
              move hc-slots   to ht-slots (hour-count).
       End-Load-One-Hour. exit.

       Save-Hours.
           open output hour-file.
           perform Save-One-Hour thru End-Save-One-Hour
               varying hour-idx from 1 by 1
               until hour-idx is greater than hour-count.
           close hour-file.
       End-Save-Hours. exit.

       Save-One-Hour.
           move spaces to hour-rec.
           move ht-dbname (hour-idx)  to hc-dbname.
           move ht-date (hour-idx)    to hc-date.
           move ht-weekday (hour-idx) to hc-weekday.
           move ht-slots (hour-idx)   to hc-slots.
           write hour-rec.
       End-Save-One-Hour. exit.

       Load-Peaks.
           move 0 to peak-count.
           open input peak-file.
