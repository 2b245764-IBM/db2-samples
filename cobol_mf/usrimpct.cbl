      ***********************************************************************
      ** (c) Copyright IBM Corp. 2007 All rights reserved.
      **
      ** The following sample of source code ("Sample") is owned by International
      ** Business Machines Corporation or one of its subsidiaries ("IBM") and is
      ** copyrighted and licensed, not sold. You may use, copy, modify, and
      ** distribute the Sample in any form without payment to IBM, for the purpose of
      ** assisting you in the development of your applications.
      **
      ** The Sample code is provided to you on an "AS IS" basis, without warranty of
      ** any kind. IBM HEREBY EXPRESSLY DISCLAIMS ALL WARRANTIES, EITHER EXPRESS OR
      ** IMPLIED, INCLUDING, BUT NOT LIMITED TO, THE IMPLIED WARRANTIES OF
      ** MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE. Some jurisdictions do
      ** not allow for the exclusion or limitation of implied warranties, so the above
      ** limitations or exclusions may not apply to you. IBM shall not be liable for
      ** any damages you suffer as a result of using, copying, modifying or
      ** distributing the Sample, even if IBM has been advised of the possibility of
      ** such damages.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: usrimpct.cbl
      **
      ** SAMPLE: Business impact of outages in user-minutes lost
      **
      **         relrpt.cbl ranks components by how often they break
      **         and how long they take to restore; it cannot tell a
      **         twenty-minute outage at ten in the morning on a tier-1
      **         database from twenty minutes at three in the morning
      **         on a test copy.  For a prompted month this program
      **         weighs each closed incident in INCIDENT.DAT by the
      **         users it cut off:
      **
      **           users     for every hour the outage covered, the
      **                     connections the database normally carries
      **                     at that hour of that weekday -- the mean
      **                     of connlic.cbl's hourly census in
      **                     CONNHOUR.DAT, or, for an hour the census
      **                     never sampled, the database's mean daily
      **                     peak from CONNPEAK.DAT
      **           tier      the database's criticality tier in
      **                     DBOWNER.CTL (TIER1, TIER2 ... or 1, 2 ...):
      **                     tier 1 counts eight times, tier 2 four
      **                     times, tier 3 twice, anything else once
      **
      **         user-minutes = minutes x users x tier weight, summed
      **         hour by hour over the outage.  An incident component
      **         names its databases the way slarpt.cbl reads them --
      **         a database name appearing in the component -- and a
      **         component naming an instance ("START DB2INST1")
      **         covers every database DBOWNER.CTL places on it.  An
      **         incident naming no known database is listed with no
      **         weight, so nothing silently drops off the page.
      **
      **         USRIMPCT.RPT ranks the month's incidents, then its
      **         components, by user-minutes lost -- the ranking by
      **         pain that relrpt.cbl's ranking by count is read
      **         beside.
      **
      ** INPUT FILES:  INCIDENT.DAT (incident records with durations)
      **               CONNHOUR.DAT (hourly connection census)
      **               CONNPEAK.DAT (daily connection peaks)
      **               DBOWNER.CTL  (criticality tier per database)
      ** OUTPUT FILE:  USRIMPCT.RPT (user-minutes impact report)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      **
      ** For information on developing COBOL applications, see the
      ** Application Development Guide.
      **
      ** For information on DB2 APIs, see the Administrative API Reference.
      **
      ** For the latest information on programming, compiling, and running
      ** DB2 applications, visit the DB2 application development website:
      **     http://www.software.ibm.com/data/db2/udb/ad
      ***********************************************************************

       Identification Division.
       Program-Id. "usrimpct".

       Environment Division.
       Input-Output Section.
       File-Control.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select hour-file assign to "CONNHOUR.DAT"
               organization is line sequential
               file status is hour-fs.
           select peak-file assign to "CONNPEAK.DAT"
               organization is line sequential
               file status is peak-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select impact-rpt assign to "USRIMPCT.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  incident-file.
       01  incident-rec.
           05 ir-component    pic x(20).
           05 filler          pic x(2).
           05 ir-status       pic x(8).
           05 filler          pic x(2).
           05 ir-open-ts      pic x(17).
           05 filler          pic x(2).
           05 ir-close-ts     pic x(17).
           05 filler          pic x(2).
           05 ir-fail-count   pic 9(4).
           05 filler          pic x(2).
           05 ir-duration     pic 9(6).
           05 filler          pic x(2).
           05 ir-detail       pic x(40).

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

       FD  peak-file.
       01  peak-rec.
           05 pk-date         pic 9(8).
           05 filler          pic x.
           05 pk-dbname       pic x(18).
           05 filler          pic x.
           05 pk-peak         pic 9(6).

       FD  owner-file.
       01  owner-rec.
           05 ow-dbname       pic x(18).
           05 filler          pic x.
           05 ow-instance     pic x(18).
           05 filler          pic x.
           05 ow-team         pic x(12).
           05 filler          pic x.
           05 ow-contact      pic x(12).
           05 filler          pic x.
           05 ow-appl         pic x(12).
           05 filler          pic x.
           05 ow-crit         pic x(8).

       FD  impact-rpt.
       01  impact-rpt-rec     pic x(132).

       Working-Storage Section.

       copy "sqldtsrv.cbl".

      * Local variables
       77 incident-fs         pic xx.
       77 hour-fs             pic xx.
       77 peak-fs             pic xx.
       77 owner-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 report-month        pic 9(6).

      * weight per criticality tier 1, 2, 3; any other tier counts 1
       01 tier-weight-table   pic x(3) value "842".
       77 tier-digit          pic 9.
       77 crit-idx            pic 9(4) comp-5.

      * every known database: its instance and tier weight, the summed
      * hourly census by weekday and hour, and its daily peaks
       77 db-count            pic 9(4) comp-5 value 0.
       01 db-table.
          05 db-entry occurs 200 times.
             10 dt-dbname     pic x(18).
             10 dt-name-len   pic 9(4) comp-5.
             10 dt-instance   pic x(18).
             10 dt-weight     pic 9(4) comp-5.
             10 dt-peak-sum   pic 9(9) comp-5.
             10 dt-peak-days  pic 9(4) comp-5.
             10 dt-day occurs 7 times.
                15 dt-hour occurs 24 times.
                   20 dt-sum  pic 9(9) comp-5.
                   20 dt-n    pic 9(4) comp-5.
       77 db-idx              pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 look-dbname         pic x(18).
       77 day-idx             pic 9(4) comp-5.
       77 hour-idx            pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.
       77 slot-count          pic 9(4).

      * one incident's databases
       77 aff-count           pic 9(4) comp-5.
       01 aff-table.
          05 aff-db-idx       pic 9(4) comp-5 occurs 200 times.
       77 aff-idx             pic 9(4) comp-5.
       77 dup-sw              pic x.
       77 inst-name           pic x(18).
       77 inst-len            pic 9(4) comp-5.

      * walking an outage hour by hour
       77 open-weekday        pic 9(4) comp-5.
       77 wd-days             pic 9(9) comp-5.
       77 wd-quot             pic 9(9) comp-5.
       77 wd-rem              pic 9(4) comp-5.
       77 walk-weekday        pic 9(4) comp-5.
       77 walk-hour           pic 9(4) comp-5.
       77 walk-minute         pic 9(4) comp-5.
       77 remain-mins         pic 9(9) comp-5.
       77 slice-mins          pic 9(9) comp-5.
       77 hour-users          pic 9(9) comp-5.
       77 db-user-mins        pic 9(15) comp-5.
       77 no-census-sw        pic x.

      * the month's incidents, and its components
       77 inc-count           pic 9(4) comp-5 value 0.
       01 inc-table.
          05 inc-entry occurs 300 times.
             10 in-component  pic x(20).
             10 in-open-ts    pic x(17).
             10 in-duration   pic 9(6) comp-5.
             10 in-dbs        pic x(40).
             10 in-note       pic x(10).
             10 in-user-mins  pic 9(15) comp-5.
       77 inc-idx             pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       01 swap-inc.
          05 sw-component     pic x(20).
          05 sw-open-ts       pic x(17).
          05 sw-duration      pic 9(6) comp-5.
          05 sw-dbs           pic x(40).
          05 sw-note          pic x(10).
          05 sw-user-mins     pic 9(15) comp-5.
       77 dbs-ptr             pic 9(4) comp-5.

       77 comp-count          pic 9(4) comp-5 value 0.
       01 comp-table.
          05 comp-entry occurs 100 times.
             10 cp-name       pic x(20).
             10 cp-incidents  pic 9(6) comp-5.
             10 cp-minutes    pic 9(9) comp-5.
             10 cp-user-mins  pic 9(15) comp-5.
       77 comp-idx            pic 9(4) comp-5.
       01 swap-comp.
          05 sc-name          pic x(20).
          05 sc-incidents     pic 9(6) comp-5.
          05 sc-minutes       pic 9(9) comp-5.
          05 sc-user-mins     pic 9(15) comp-5.

       77 total-user-mins     pic 9(15) comp-5 value 0.
       77 total-mins          pic 9(9) comp-5 value 0.
       77 umin-disp           pic z(11)9.
       77 mins-disp           pic z(5)9.
       77 cnt-disp            pic z(3)9.
       77 rank-disp           pic z(3)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       usrimpct-pgm section.

           display "Sample COBOL Program : USRIMPCT.CBL".

           display "report month (YYYYMM) : " with no advancing.
           accept report-month.
           display " ".

           perform Load-Owners thru End-Load-Owners.
           perform Load-Census thru End-Load-Census.
           perform Load-Peaks thru End-Load-Peaks.

           open input incident-file.
           if incident-fs equal "35"
              display "INCIDENT.DAT not found -- nothing to report"
              go to end-usrimpct.

           move "N" to file-eof.
           perform Weigh-One-Incident thru End-Weigh-One-Incident
               until no-more-records.
           close incident-file.

           if inc-count equal 0
              display "no closed incidents in month ", report-month
              go to end-usrimpct.

           perform Rank-Incidents thru End-Rank-Incidents.
           perform Rank-Components thru End-Rank-Components.

           open output impact-rpt.
           perform Write-Report thru End-Write-Report.
           close impact-rpt.

           display " ".
           display inc-count, " incident(s) weighed -- see ",
              "USRIMPCT.RPT".

       end-usrimpct. stop run.

      ***********************************************************************
      * Load-Owners seeds the database table from DBOWNER.CTL with each
      * database's instance and tier weight.
      ***********************************************************************
       Load-Owners.
           open input owner-file.
           if owner-fs equal "35"
              go to End-Load-Owners.

           move "N" to file-eof.
           perform Load-One-Owner thru End-Load-One-Owner
               until no-more-records.
           close owner-file.
           move "N" to file-eof.
       End-Load-Owners. exit.

       Load-One-Owner.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner
           end-read.

           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              go to End-Load-One-Owner.

           move ow-dbname to look-dbname.
           perform Find-Db thru End-Find-Db.
           if db-idx equal 0
              go to End-Load-One-Owner.
           move ow-instance to dt-instance (db-idx).

      * the tier is the first digit in the criticality field
           move 0 to tier-digit.
           perform Find-Tier-Digit thru End-Find-Tier-Digit
               varying crit-idx from 1 by 1
               until crit-idx is greater than 8
                  or tier-digit is not equal 0.
           if tier-digit is greater than 0 and tier-digit is less than 4
              move tier-weight-table (tier-digit:1)
                 to dt-weight (db-idx).
       End-Load-One-Owner. exit.

       Find-Tier-Digit.
           if ow-crit (crit-idx:1) is numeric
              move ow-crit (crit-idx:1) to tier-digit.
       End-Find-Tier-Digit. exit.

      ***********************************************************************
      * Find-Db returns the table slot of look-dbname in db-idx,
      * adding the database when it is not yet known; 0 when full.
      ***********************************************************************
       Find-Db.
           move 0 to db-idx.
           perform Match-One-Db thru End-Match-One-Db
               varying scan-idx from 1 by 1
               until scan-idx is greater than db-count
                  or db-idx is not equal 0.
           if db-idx not equal 0
              go to End-Find-Db.
           if db-count is not less than 200
              go to End-Find-Db.

           add 1 to db-count.
           move db-count to db-idx.
           initialize db-entry (db-idx).
           move look-dbname to dt-dbname (db-idx).
           inspect look-dbname tallying dt-name-len (db-idx)
              for characters before initial " ".
           move 1 to dt-weight (db-idx).
       End-Find-Db. exit.

       Match-One-Db.
           if dt-dbname (scan-idx) equal look-dbname
              move scan-idx to db-idx.
       End-Match-One-Db. exit.

       Load-Census.
           open input hour-file.
           if hour-fs equal "35"
              display "CONNHOUR.DAT not found -- daily peaks only"
              go to End-Load-Census.

           move "N" to file-eof.
           perform Load-One-Census thru End-Load-One-Census
               until no-more-records.
           close hour-file.
           move "N" to file-eof.
       End-Load-Census. exit.

       Load-One-Census.
           read hour-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Census
           end-read.

           if hc-dbname equal spaces
              or hc-weekday not numeric
              or hc-weekday equal 0 or hc-weekday is greater than 7
              go to End-Load-One-Census.

           move hc-dbname to look-dbname.
           perform Find-Db thru End-Find-Db.
           if db-idx equal 0
              go to End-Load-One-Census.
           move hc-weekday to day-idx.
           perform Load-One-Hour thru End-Load-One-Hour
               varying hour-idx from 1 by 1
               until hour-idx is greater than 24.
       End-Load-One-Census. exit.

       Load-One-Hour.
      * a blank hour was not sampled and is not a zero
           if hc-count (hour-idx) not numeric
              go to End-Load-One-Hour.
           move hc-count (hour-idx) to slot-count.
           add slot-count to dt-sum (db-idx, day-idx, hour-idx).
           add 1 to dt-n (db-idx, day-idx, hour-idx).
       End-Load-One-Hour. exit.

       Load-Peaks.
           open input peak-file.
           if peak-fs equal "35"
              go to End-Load-Peaks.

           move "N" to file-eof.
           perform Load-One-Peak thru End-Load-One-Peak
               until no-more-records.
           close peak-file.
           move "N" to file-eof.
       End-Load-Peaks. exit.

       Load-One-Peak.
           read peak-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Peak
           end-read.

           if pk-dbname equal spaces or pk-peak not numeric
              go to End-Load-One-Peak.
           move pk-dbname to look-dbname.
           perform Find-Db thru End-Find-Db.
           if db-idx equal 0
              go to End-Load-One-Peak.
           add pk-peak to dt-peak-sum (db-idx).
           add 1 to dt-peak-days (db-idx).
       End-Load-One-Peak. exit.

      ***********************************************************************
      * Weigh-One-Incident resolves a closed incident of the month to
      * its databases and sums its user-minutes over them.
      ***********************************************************************
       Weigh-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Weigh-One-Incident
           end-read.

           if ir-component equal spaces
              or ir-status not equal "CLOSED"
              or ir-open-ts (1:6) not numeric
              or ir-duration not numeric
              go to End-Weigh-One-Incident.
           if ir-open-ts (1:6) not equal report-month
              go to End-Weigh-One-Incident.
           if inc-count is not less than 300
              go to End-Weigh-One-Incident.

           add 1 to inc-count.
           move ir-component to in-component (inc-count).
           move ir-open-ts   to in-open-ts (inc-count).
           move ir-duration  to in-duration (inc-count).
           move spaces       to in-dbs (inc-count).
           move spaces       to in-note (inc-count).
           move 0            to in-user-mins (inc-count).

           move 0 to aff-count.
           perform Match-Db-Name thru End-Match-Db-Name
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.
           if aff-count equal 0
              perform Match-Instance thru End-Match-Instance
                  varying scan-idx from 1 by 1
                  until scan-idx is greater than db-count.

           if aff-count equal 0
              move "NO DB" to in-note (inc-count)
           else
              perform Compute-Open-Weekday
                 thru End-Compute-Open-Weekday
              move 1 to dbs-ptr
              perform Weigh-One-Db thru End-Weigh-One-Db
                  varying aff-idx from 1 by 1
                  until aff-idx is greater than aff-count.

           add in-user-mins (inc-count) to total-user-mins.
           add in-duration (inc-count) to total-mins.
           perform Fold-Component thru End-Fold-Component.
       End-Weigh-One-Incident. exit.

       Match-Db-Name.
           if dt-name-len (db-idx) equal 0
              go to End-Match-Db-Name.
           move 0 to hit-tally.
           inspect ir-component tallying hit-tally for all
              dt-dbname (db-idx) (1:dt-name-len (db-idx)).
           if hit-tally is greater than 0
              perform Add-Affected thru End-Add-Affected.
       End-Match-Db-Name. exit.

      * a component naming an instance covers every database on it
       Match-Instance.
           if dt-instance (scan-idx) equal spaces
              go to End-Match-Instance.
           move dt-instance (scan-idx) to inst-name.
           move 0 to inst-len.
           inspect inst-name tallying inst-len
              for characters before initial " ".
           move 0 to hit-tally.
           inspect ir-component tallying hit-tally for all
              inst-name (1:inst-len).
           if hit-tally equal 0
              go to End-Match-Instance.

           move scan-idx to db-idx.
           perform Add-Affected thru End-Add-Affected.
       End-Match-Instance. exit.

       Add-Affected.
           move "N" to dup-sw.
           perform Check-Dup-Affected thru End-Check-Dup-Affected
               varying aff-idx from 1 by 1
               until aff-idx is greater than aff-count.
           if dup-sw equal "N" and aff-count is less than 200
              add 1 to aff-count
              move db-idx to aff-db-idx (aff-count).
       End-Add-Affected. exit.

       Check-Dup-Affected.
           if aff-db-idx (aff-idx) equal db-idx
              move "Y" to dup-sw.
       End-Check-Dup-Affected. exit.

      ***********************************************************************
      * Compute-Open-Weekday finds the weekday (1 = Monday) the outage
      * opened on, counting whole days from Monday 3 January 2000.
      ***********************************************************************
       Compute-Open-Weekday.
           move "20000103-00000000" to DT-FROM-TS.
           move spaces to DT-TO-TS.
           string ir-open-ts (1:8) delimited by size
                  "-00000000"      delimited by size
                  into DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           move 1 to open-weekday.
           if DT-VALID-SW equal "Y" and DT-MINUTES is greater than 0
              divide DT-MINUTES by 1440 giving wd-days
              divide wd-days by 7 giving wd-quot remainder wd-rem
              compute open-weekday = wd-rem + 1.
       End-Compute-Open-Weekday. exit.

      ***********************************************************************
      * Weigh-One-Db walks the outage an hour at a time from the
      * minute it opened, weighting each slice by the users normally
      * on the database in that weekday's hour.
      ***********************************************************************
       Weigh-One-Db.
           move aff-db-idx (aff-idx) to db-idx.
           if dbs-ptr is greater than 1
              string ","   delimited by size
                     into in-dbs (inc-count) with pointer dbs-ptr
                  on overflow continue
              end-string.
           string dt-dbname (db-idx) delimited by space
                  into in-dbs (inc-count) with pointer dbs-ptr
               on overflow continue
           end-string.

           move open-weekday to walk-weekday.
           move ir-open-ts (10:2) to walk-hour.
           move ir-open-ts (12:2) to walk-minute.
           if walk-hour is greater than 23
              move 0 to walk-hour.
           if walk-minute is greater than 59
              move 0 to walk-minute.
           move ir-duration to remain-mins.
           move 0 to db-user-mins.
           move "N" to no-census-sw.
           perform Weigh-One-Slice thru End-Weigh-One-Slice
               until remain-mins equal 0.

           compute in-user-mins (inc-count) = in-user-mins (inc-count)
              + (db-user-mins * dt-weight (db-idx)).
           if no-census-sw equal "Y"
              move "NO CENSUS" to in-note (inc-count).
       End-Weigh-One-Db. exit.

       Weigh-One-Slice.
           compute slice-mins = 60 - walk-minute.
           if slice-mins is greater than remain-mins
              move remain-mins to slice-mins.

           compute hour-idx = walk-hour + 1.
           if dt-n (db-idx, walk-weekday, hour-idx) is greater than 0
              compute hour-users rounded =
                 dt-sum (db-idx, walk-weekday, hour-idx)
                 / dt-n (db-idx, walk-weekday, hour-idx)
           else
              if dt-peak-days (db-idx) is greater than 0
                 compute hour-users rounded =
                    dt-peak-sum (db-idx) / dt-peak-days (db-idx)
              else
                 move 0 to hour-users
                 move "Y" to no-census-sw.

           compute db-user-mins = db-user-mins
              + (slice-mins * hour-users).
           subtract slice-mins from remain-mins.

           move 0 to walk-minute.
           add 1 to walk-hour.
           if walk-hour equal 24
              move 0 to walk-hour
              add 1 to walk-weekday
              if walk-weekday is greater than 7
                 move 1 to walk-weekday.
       End-Weigh-One-Slice. exit.

       Fold-Component.
           move 0 to comp-idx.
           perform Match-One-Component thru End-Match-One-Component
               varying scan-idx from 1 by 1
               until scan-idx is greater than comp-count
                  or comp-idx is not equal 0.
           if comp-idx equal 0
              if comp-count is less than 100
                 add 1 to comp-count
                 move comp-count to comp-idx
                 move ir-component to cp-name (comp-idx)
                 move 0 to cp-incidents (comp-idx)
                 move 0 to cp-minutes (comp-idx)
                 move 0 to cp-user-mins (comp-idx)
              else
                 go to End-Fold-Component.

           add 1 to cp-incidents (comp-idx).
           add in-duration (inc-count) to cp-minutes (comp-idx).
           add in-user-mins (inc-count) to cp-user-mins (comp-idx).
       End-Fold-Component. exit.

       Match-One-Component.
           if cp-name (scan-idx) equal ir-component
              move scan-idx to comp-idx.
       End-Match-One-Component. exit.

      ***********************************************************************
      * Rank-Incidents and Rank-Components put the most user-minutes
      * first, selecting the worst remaining entry into each slot.
      ***********************************************************************
       Rank-Incidents.
           perform Rank-One-Incident thru End-Rank-One-Incident
               varying inc-idx from 1 by 1
               until inc-idx is not less than inc-count.
       End-Rank-Incidents. exit.

       Rank-One-Incident.
           move inc-idx to high-idx.
           compute scan-idx = inc-idx + 1.
           perform Find-Worse-Incident thru End-Find-Worse-Incident
               varying scan-idx from scan-idx by 1
               until scan-idx is greater than inc-count.

           if high-idx not equal inc-idx
              move inc-entry (inc-idx) to swap-inc
              move inc-entry (high-idx) to inc-entry (inc-idx)
              move swap-inc to inc-entry (high-idx).
       End-Rank-One-Incident. exit.

       Find-Worse-Incident.
           if in-user-mins (scan-idx) is greater than
              in-user-mins (high-idx)
              move scan-idx to high-idx.
       End-Find-Worse-Incident. exit.

       Rank-Components.
           perform Rank-One-Component thru End-Rank-One-Component
               varying comp-idx from 1 by 1
               until comp-idx is not less than comp-count.
       End-Rank-Components. exit.

       Rank-One-Component.
           move comp-idx to high-idx.
           compute scan-idx = comp-idx + 1.
           perform Find-Worse-Component thru End-Find-Worse-Component
               varying scan-idx from scan-idx by 1
               until scan-idx is greater than comp-count.

           if high-idx not equal comp-idx
              move comp-entry (comp-idx) to swap-comp
              move comp-entry (high-idx) to comp-entry (comp-idx)
              move swap-comp to comp-entry (high-idx).
       End-Rank-One-Component. exit.

       Find-Worse-Component.
           if cp-user-mins (scan-idx) is greater than
              cp-user-mins (high-idx)
              move scan-idx to high-idx.
       End-Find-Worse-Component. exit.

       Write-Report.
           move spaces to rpt-line.
           string "--- outage impact in user-minutes for month "
                     delimited by size
                  report-month delimited by size
                  " ---"       delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           move total-user-mins to umin-disp.
           move total-mins to mins-disp.
           move inc-count to cnt-disp.
           move spaces to rpt-line.
           string "  "          delimited by size
                  cnt-disp      delimited by size
                  " closed incident(s), " delimited by size
                  mins-disp     delimited by size
                  " min down, " delimited by size
                  umin-disp     delimited by size
                  " weighted user-minutes lost" delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.

           move spaces to rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           move "  INCIDENTS BY USER-MINUTES LOST" to rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           perform Write-Incident-Line thru End-Write-Incident-Line
               varying inc-idx from 1 by 1
               until inc-idx is greater than inc-count.

           move spaces to rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           move "  COMPONENTS BY USER-MINUTES LOST" to rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           perform Write-Component-Line
              thru End-Write-Component-Line
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.
       End-Write-Report. exit.

       Write-Incident-Line.
           move inc-idx to rank-disp.
           move in-user-mins (inc-idx) to umin-disp.
           move in-duration (inc-idx) to mins-disp.
           move spaces to rpt-line.
           string rank-disp              delimited by size
                  ". "                   delimited by size
                  in-component (inc-idx) delimited by size
                  " "                    delimited by size
                  in-open-ts (inc-idx) (1:13) delimited by size
                  mins-disp              delimited by size
                  " min"                 delimited by size
                  umin-disp              delimited by size
                  " user-min  "          delimited by size
                  in-note (inc-idx)      delimited by size
                  " "                    delimited by size
                  in-dbs (inc-idx)       delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
       End-Write-Incident-Line. exit.

       Write-Component-Line.
           move comp-idx to rank-disp.
           move cp-user-mins (comp-idx) to umin-disp.
           move cp-minutes (comp-idx) to mins-disp.
           move cp-incidents (comp-idx) to cnt-disp.
           move spaces to rpt-line.
           string rank-disp              delimited by size
                  ". "                   delimited by size
                  cp-name (comp-idx)     delimited by size
                  " incidents="          delimited by size
                  cnt-disp               delimited by size
                  mins-disp              delimited by size
                  " min"                 delimited by size
                  umin-disp              delimited by size
                  " user-min"            delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
       End-Write-Component-Line. exit.

       Write-Impact-Line.
           write impact-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Impact-Line. exit.
