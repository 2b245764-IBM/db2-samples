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
      ** SOURCE FILE NAME: advnote.cbl
      **
      ** SAMPLE: Advance notice to application teams for planned
      **         maintenance
      **
      **         Application teams learned of a change when their
      **         connections failed.  Run once a day, this program
      **         looks ahead at the approved change calendar
      **         (CHGCAL.CTL) and at the quiesce work planned for
      **         dbquiet.cbl (QUIETPLN.CTL, the same layout: a
      **         reference, a target, and the window), resolves each
      **         target to the databases it covers and their owning
      **         teams -- DBOWNER.CTL by database or instance name,
      **         FLEETINV.EXT by alias, database name or instance --
      **         and writes one notice per team to ADVNOTE.RPT:
      **
      **           five days before the window starts  (stage 5DAY)
      **           one day before the window starts    (stage 1DAY)
      **
      **         Each notice names the team and contact, the ticket
      **         id, the target, the window, the team's affected
      **         databases, and the expected impact -- a change
      **         ticket takes the database away for the window;
      **         quiesce work refuses new connections and drains the
      **         existing ones.
      **
      **         SENTNOTE.DAT registers every notice sent, so a
      **         notice goes to a team once per stage however often
      **         the program runs.  A notice that goes out after its
      **         day (the ticket was booked late, or a run was
      **         missed) is registered LATE; a five-day notice still
      **         owed when the one-day notice is due is not sent at
      **         all but registered MISSED; a ticket whose target
      **         resolves to no owning team is registered NOTEAMS.
      **         chgcoll.cbl reports all three, and any ticket inside
      **         five days with no notice on record, as NOTICE
      **         collisions.
      **
      **         A "*" target covers every owned database.
      **
      ** INPUT FILES:  CHGCAL.CTL   (approved change calendar)
      **               QUIETPLN.CTL (planned quiesce windows)
      **               DBOWNER.CTL  (database ownership)
      **               FLEETINV.EXT (fleet extract, from fleetinv)
      ** OUTPUT FILES: ADVNOTE.RPT  (the notices sent this run)
      **               SENTNOTE.DAT (sent-notice register, extended)
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
       Program-Id. "advnote".

       Environment Division.
       Input-Output Section.
       File-Control.
           select calendar-file assign to "CHGCAL.CTL"
               organization is line sequential
               file status is calendar-fs.
           select plan-file assign to "QUIETPLN.CTL"
               organization is line sequential
               file status is plan-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select fleet-ext assign to "FLEETINV.EXT"
               organization is line sequential
               file status is fleet-fs.
           select sent-file assign to "SENTNOTE.DAT"
               organization is line sequential
               file status is sent-fs.
           select note-rpt assign to "ADVNOTE.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  calendar-file.
       01  calendar-rec.
           05 cl-ticket       pic x(10).
           05 filler          pic x.
           05 cl-target       pic x(18).
           05 filler          pic x.
           05 cl-start-date   pic 9(8).
           05 filler          pic x.
           05 cl-start-time   pic 9(4).
           05 filler          pic x.
           05 cl-end-date     pic 9(8).
           05 filler          pic x.
           05 cl-end-time     pic 9(4).

       FD  plan-file.
       01  plan-rec.
           05 qp-ticket       pic x(10).
           05 filler          pic x.
           05 qp-target       pic x(18).
           05 filler          pic x.
           05 qp-start-date   pic 9(8).
           05 filler          pic x.
           05 qp-start-time   pic 9(4).
           05 filler          pic x.
           05 qp-end-date     pic 9(8).
           05 filler          pic x.
           05 qp-end-time     pic 9(4).

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

       FD  fleet-ext.
       01  fleet-ext-rec.
           05 ex-alias        pic x(8).
           05 filler          pic x.
           05 ex-dbname       pic x(8).
           05 filler          pic x.
           05 ex-node         pic x(8).
           05 filler          pic x.
           05 ex-host         pic x(20).
           05 filler          pic x.
           05 ex-gateway      pic x(18).
           05 filler          pic x.
           05 ex-instance     pic x(18).
           05 filler          pic x.
           05 ex-team         pic x(12).
           05 filler          pic x.
           05 ex-contact      pic x(12).
           05 filler          pic x(50).

       FD  sent-file.
       01  sent-rec.
           05 sn-ticket       pic x(10).
           05 filler          pic x(2).
           05 sn-team         pic x(12).
           05 filler          pic x(2).
           05 sn-stage        pic x(4).
           05 filler          pic x(2).
           05 sn-status       pic x(8).
           05 filler          pic x(2).
           05 sn-sent         pic x(17).
           05 filler          pic x(2).
           05 sn-start-date   pic x(8).

       FD  note-rpt.
       01  note-rpt-rec       pic x(132).

       Working-Storage Section.

       copy "sqldtsrv.cbl".

      * Local variables
       77 calendar-fs         pic xx.
       77 plan-fs             pic xx.
       77 owner-fs            pic xx.
       77 fleet-fs            pic xx.
       77 sent-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * notices go out this many days ahead, the earlier stage first
       77 notice-days         pic 9(4) comp-5 value 5.
       01 stage-table.
          05 filler           pic x(5) value "5DAY5".
          05 filler           pic x(5) value "1DAY1".
       01 stage-view redefines stage-table.
          05 stage-entry occurs 2 times.
             10 st-stage      pic x(4).
             10 st-days       pic 9.
       77 stg-idx             pic 9(4) comp-5.

      * the tickets and quiesce windows starting within the notice
      * period, with the whole days left before each starts
       77 item-count          pic 9(4) comp-5 value 0.
       01 item-table.
          05 item-entry occurs 200 times.
             10 it-ticket     pic x(10).
             10 it-kind       pic x(8).
             10 it-target     pic x(18).
             10 it-start-date pic 9(8).
             10 it-start-time pic 9(4).
             10 it-end-date   pic 9(8).
             10 it-end-time   pic 9(4).
             10 it-days       pic 9(4) comp-5.
       77 itm-idx             pic 9(4) comp-5.
       77 load-kind           pic x(8).
       77 load-ticket         pic x(10).
       77 load-target         pic x(18).
       77 load-start-date     pic 9(8).
       77 load-start-time     pic 9(4).
       77 load-end-date       pic 9(8).
       77 load-end-time       pic 9(4).

      * ownership from DBOWNER.CTL and the fleet extract
       77 owner-count         pic 9(4) comp-5 value 0.
       01 owner-table.
          05 owner-entry occurs 500 times.
             10 ot-dbname     pic x(18).
             10 ot-instance   pic x(18).
             10 ot-team       pic x(12).
             10 ot-contact    pic x(12).
       77 own-idx             pic 9(4) comp-5.
       77 fleet-count         pic 9(4) comp-5 value 0.
       01 fleet-table.
          05 fleet-entry occurs 500 times.
             10 ft-alias      pic x(8).
             10 ft-dbname     pic x(8).
             10 ft-instance   pic x(18).
             10 ft-team       pic x(12).
             10 ft-contact    pic x(12).
       77 flt-idx             pic 9(4) comp-5.

      * one item's affected databases, each with its owning team
       77 hit-count           pic 9(4) comp-5 value 0.
       01 hit-table.
          05 hit-entry occurs 200 times.
             10 ht-team       pic x(12).
             10 ht-contact    pic x(12).
             10 ht-dbname     pic x(18).
       77 hit-idx             pic 9(4) comp-5.
       77 other-idx           pic 9(4) comp-5.
       77 add-team            pic x(12).
       77 add-contact         pic x(12).
       77 add-dbname          pic x(18).
       77 dup-sw              pic x.
       77 first-sw            pic x.

      * the sent-notice register, as loaded and as added to
       77 sent-count          pic 9(4) comp-5 value 0.
       01 sent-table.
          05 sent-entry occurs 2000 times.
             10 sx-ticket     pic x(10).
             10 sx-team       pic x(12).
             10 sx-stage      pic x(4).
       77 snt-idx             pic 9(4) comp-5.
       77 sent-sw             pic x.
       77 sent-open-sw        pic x value "N".
       77 look-team           pic x(12).
       77 look-stage          pic x(4).
       77 new-status          pic x(8).

       77 notice-count        pic 9(4) comp-5 value 0.
       77 late-count          pic 9(4) comp-5 value 0.
       77 missed-count        pic 9(4) comp-5 value 0.
       77 noteams-count       pic 9(4) comp-5 value 0.
       77 already-count       pic 9(4) comp-5 value 0.
       77 count-disp          pic z(3)9.
       77 days-disp           pic z9.

       01 db-list             pic x(100).
       77 db-list-ptr         pic 9(4) comp-5.
       77 line-ptr            pic 9(4) comp-5.
       01 window-text         pic x(27).
       01 impact-text         pic x(70).
       01 rpt-line            pic x(132).

       Procedure Division.
       advnote-pgm section.

           display "Sample COBOL Program : ADVNOTE.CBL".

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Items thru End-Load-Items.
           perform Load-Owners thru End-Load-Owners.
           perform Load-Fleet thru End-Load-Fleet.
           perform Load-Sent thru End-Load-Sent.

           open output note-rpt.
           move spaces to rpt-line.
           string "--- advance maintenance notices, " delimited by size
                  now-date                            delimited by size
                  " ---"                              delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move item-count to count-disp.
           move spaces to rpt-line.
           string "  "             delimited by size
                  count-disp       delimited by size
                  " ticket(s) / quiesce window(s) start within five"
                                   delimited by size
                  " days"          delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.

           perform Notify-One-Item thru End-Notify-One-Item
               varying itm-idx from 1 by 1
               until itm-idx is greater than item-count.

           if sent-open-sw equal "Y"
              close sent-file.

           perform Write-Summary thru End-Write-Summary.
           close note-rpt.

           display " ".
           display notice-count, " notice(s) written -- see ",
              "ADVNOTE.RPT".
           if late-count is greater than 0
              or missed-count is greater than 0
              or noteams-count is greater than 0
              move 4 to RETURN-CODE.

       end-advnote. stop run.

      ***********************************************************************
      * Load-Items keeps each change ticket and planned quiesce window
      * that starts today or within the notice period.
      ***********************************************************************
       Load-Items.
           open input calendar-file.
           if calendar-fs equal "35"
              display "CHGCAL.CTL not found -- no change tickets ",
                 "to announce"
           else
              move "N" to file-eof
              perform Load-One-Ticket thru End-Load-One-Ticket
                  until no-more-records
              close calendar-file.

           open input plan-file.
           if plan-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Plan thru End-Load-One-Plan
                  until no-more-records
              close plan-file.
           move "N" to file-eof.
       End-Load-Items. exit.

       Load-One-Ticket.
           read calendar-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Ticket
           end-read.

           if cl-ticket equal spaces
              or cl-ticket (1:1) equal "*"
              go to End-Load-One-Ticket.

           if cl-start-date not numeric or cl-end-date not numeric
              or cl-start-time not numeric or cl-end-time not numeric
              display "CHGCAL.CTL entry ", cl-ticket,
                 " has a non-numeric window -- entry ignored"
              go to End-Load-One-Ticket.

           move "CHANGE"      to load-kind.
           move cl-ticket     to load-ticket.
           move cl-target     to load-target.
           move cl-start-date to load-start-date.
           move cl-start-time to load-start-time.
           move cl-end-date   to load-end-date.
           move cl-end-time   to load-end-time.
           perform Add-Item thru End-Add-Item.
       End-Load-One-Ticket. exit.

       Load-One-Plan.
           read plan-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Plan
           end-read.

           if qp-ticket equal spaces
              or qp-ticket (1:1) equal "*"
              go to End-Load-One-Plan.

           if qp-start-date not numeric or qp-end-date not numeric
              or qp-start-time not numeric or qp-end-time not numeric
              display "QUIETPLN.CTL entry ", qp-ticket,
                 " has a non-numeric window -- entry ignored"
              go to End-Load-One-Plan.

           move "QUIESCE"     to load-kind.
           move qp-ticket     to load-ticket.
           move qp-target     to load-target.
           move qp-start-date to load-start-date.
           move qp-start-time to load-start-time.
           move qp-end-date   to load-end-date.
           move qp-end-time   to load-end-time.
           perform Add-Item thru End-Add-Item.
       End-Load-One-Plan. exit.

       Add-Item.
           if load-start-date is less than now-date
              go to End-Add-Item.

           move spaces to DT-FROM-TS.
           string now-date    delimited by size
                  "-00000000" delimited by size
                  into DT-FROM-TS.
           move spaces to DT-TO-TS.
           string load-start-date delimited by size
                  "-00000000"     delimited by size
                  into DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              display load-ticket, " has an invalid start date ",
                 load-start-date, " -- entry ignored"
              go to End-Add-Item.
           if DT-MINUTES is greater than notice-days * 1440
              go to End-Add-Item.

           if item-count is less than 200
              add 1 to item-count
              move load-ticket     to it-ticket (item-count)
              move load-kind       to it-kind (item-count)
              move load-target     to it-target (item-count)
              move load-start-date to it-start-date (item-count)
              move load-start-time to it-start-time (item-count)
              move load-end-date   to it-end-date (item-count)
              move load-end-time   to it-end-time (item-count)
              compute it-days (item-count) rounded =
                 DT-MINUTES / 1440.
       End-Add-Item. exit.

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

      * a retired database has no one left to tell
           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              or ow-team equal spaces
              or ow-crit equal "RETIRED"
              go to End-Load-One-Owner.

           if owner-count is less than 500
              add 1 to owner-count
              move ow-dbname   to ot-dbname (owner-count)
              move ow-instance to ot-instance (owner-count)
              move ow-team     to ot-team (owner-count)
              move ow-contact  to ot-contact (owner-count).
       End-Load-One-Owner. exit.

       Load-Fleet.
           open input fleet-ext.
           if fleet-fs equal "35"
              go to End-Load-Fleet.

           move "N" to file-eof.
           perform Load-One-Fleet thru End-Load-One-Fleet
               until no-more-records.
           close fleet-ext.
           move "N" to file-eof.
       End-Load-Fleet. exit.

       Load-One-Fleet.
           read fleet-ext
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Fleet
           end-read.

           if ex-alias equal spaces
              or ex-team equal spaces
              go to End-Load-One-Fleet.

           if fleet-count is less than 500
              add 1 to fleet-count
              move ex-alias    to ft-alias (fleet-count)
              move ex-dbname   to ft-dbname (fleet-count)
              move ex-instance to ft-instance (fleet-count)
              move ex-team     to ft-team (fleet-count)
              move ex-contact  to ft-contact (fleet-count).
       End-Load-One-Fleet. exit.

       Load-Sent.
           open input sent-file.
           if sent-fs equal "35"
              go to End-Load-Sent.

           move "N" to file-eof.
           perform Load-One-Sent thru End-Load-One-Sent
               until no-more-records.
           close sent-file.
           move "N" to file-eof.
       End-Load-Sent. exit.

       Load-One-Sent.
           read sent-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Sent
           end-read.

           if sn-ticket equal spaces
              go to End-Load-One-Sent.
           if sent-count is less than 2000
              add 1 to sent-count
              move sn-ticket to sx-ticket (sent-count)
              move sn-team   to sx-team (sent-count)
              move sn-stage  to sx-stage (sent-count).
       End-Load-One-Sent. exit.

      ***********************************************************************
      * Notify-One-Item resolves an item's target to its databases and
      * owning teams, then sends each team every stage now due that
      * the register does not already hold.
      ***********************************************************************
       Notify-One-Item.
           move 0 to hit-count.
           perform Match-One-Owner thru End-Match-One-Owner
               varying own-idx from 1 by 1
               until own-idx is greater than owner-count.
           perform Match-One-Fleet thru End-Match-One-Fleet
               varying flt-idx from 1 by 1
               until flt-idx is greater than fleet-count.

           move spaces to window-text.
           string it-start-date (itm-idx) delimited by size
                  " "                     delimited by size
                  it-start-time (itm-idx) delimited by size
                  "-"                     delimited by size
                  it-end-date (itm-idx)   delimited by size
                  " "                     delimited by size
                  it-end-time (itm-idx)   delimited by size
                  into window-text.

           if hit-count equal 0
              perform Register-No-Teams thru End-Register-No-Teams
              go to End-Notify-One-Item.

           perform Notify-One-Team thru End-Notify-One-Team
               varying hit-idx from 1 by 1
               until hit-idx is greater than hit-count.
       End-Notify-One-Item. exit.

       Match-One-Owner.
           if it-target (itm-idx) not equal "*"
              and it-target (itm-idx) not equal ot-dbname (own-idx)
              and it-target (itm-idx) not equal ot-instance (own-idx)
              go to End-Match-One-Owner.

           move ot-team (own-idx)    to add-team.
           move ot-contact (own-idx) to add-contact.
           move ot-dbname (own-idx)  to add-dbname.
           perform Add-Hit thru End-Add-Hit.
       End-Match-One-Owner. exit.

       Match-One-Fleet.
           if it-target (itm-idx) not equal "*"
              and it-target (itm-idx) not equal ft-alias (flt-idx)
              and it-target (itm-idx) not equal ft-dbname (flt-idx)
              and it-target (itm-idx) not equal ft-instance (flt-idx)
              go to End-Match-One-Fleet.

           move ft-team (flt-idx)    to add-team.
           move ft-contact (flt-idx) to add-contact.
           move ft-alias (flt-idx)   to add-dbname.
           perform Add-Hit thru End-Add-Hit.
       End-Match-One-Fleet. exit.

       Add-Hit.
           move "N" to dup-sw.
           perform Check-Dup-Hit thru End-Check-Dup-Hit
               varying other-idx from 1 by 1
               until other-idx is greater than hit-count.
           if dup-sw equal "Y"
              go to End-Add-Hit.
           if hit-count is less than 200
              add 1 to hit-count
              move add-team    to ht-team (hit-count)
              move add-contact to ht-contact (hit-count)
              move add-dbname  to ht-dbname (hit-count).
       End-Add-Hit. exit.

       Check-Dup-Hit.
           if ht-team (other-idx) equal add-team
              and ht-dbname (other-idx) equal add-dbname
              move "Y" to dup-sw.
       End-Check-Dup-Hit. exit.

      ***********************************************************************
      * Notify-One-Team acts on the first hit for each team only; the
      * team's notice lists every database of the item it owns.
      ***********************************************************************
       Notify-One-Team.
           move "Y" to first-sw.
           perform Check-Earlier-Team thru End-Check-Earlier-Team
               varying other-idx from 1 by 1
               until other-idx is not less than hit-idx.
           if first-sw not equal "Y"
              go to End-Notify-One-Team.

           move spaces to db-list.
           move 1 to db-list-ptr.
           perform List-Team-Db thru End-List-Team-Db
               varying other-idx from hit-idx by 1
               until other-idx is greater than hit-count.

           perform Send-One-Stage thru End-Send-One-Stage
               varying stg-idx from 1 by 1
               until stg-idx is greater than 2.
       End-Notify-One-Team. exit.

       Check-Earlier-Team.
           if ht-team (other-idx) equal ht-team (hit-idx)
              move "N" to first-sw.
       End-Check-Earlier-Team. exit.

       List-Team-Db.
           if ht-team (other-idx) not equal ht-team (hit-idx)
              go to End-List-Team-Db.
           if db-list-ptr is greater than 1
              string ", " delimited by size
                     into db-list with pointer db-list-ptr
                  on overflow continue
              end-string.
           string ht-dbname (other-idx) delimited by space
                  into db-list with pointer db-list-ptr
               on overflow continue
           end-string.
       End-List-Team-Db. exit.

      ***********************************************************************
      * Send-One-Stage sends a stage once it is due and not yet on the
      * register.  A five-day notice still owed when the one-day
      * notice is due is registered MISSED instead of being sent.
      ***********************************************************************
       Send-One-Stage.
           if it-days (itm-idx) is greater than st-days (stg-idx)
              go to End-Send-One-Stage.

           move ht-team (hit-idx) to look-team.
           move st-stage (stg-idx) to look-stage.
           perform Find-Sent thru End-Find-Sent.
           if sent-sw equal "Y"
              add 1 to already-count
              go to End-Send-One-Stage.

           if stg-idx equal 1
              and it-days (itm-idx) is not greater than st-days (2)
              move "MISSED" to new-status
              add 1 to missed-count
              perform Register-Notice thru End-Register-Notice
              go to End-Send-One-Stage.

           if it-days (itm-idx) is less than st-days (stg-idx)
              move "LATE" to new-status
              add 1 to late-count
           else
              move "ONTIME" to new-status.

           perform Write-Notice thru End-Write-Notice.
           perform Register-Notice thru End-Register-Notice.
       End-Send-One-Stage. exit.

       Find-Sent.
           move "N" to sent-sw.
           perform Match-One-Sent thru End-Match-One-Sent
               varying snt-idx from 1 by 1
               until snt-idx is greater than sent-count
                  or sent-sw equal "Y".
       End-Find-Sent. exit.

       Match-One-Sent.
           if sx-ticket (snt-idx) equal it-ticket (itm-idx)
              and sx-team (snt-idx) equal look-team
              and sx-stage (snt-idx) equal look-stage
              move "Y" to sent-sw.
       End-Match-One-Sent. exit.

       Register-No-Teams.
           move "(none)" to look-team.
           move "----" to look-stage.
           perform Find-Sent thru End-Find-Sent.
           if sent-sw equal "Y"
              go to End-Register-No-Teams.

           add 1 to noteams-count.
           move "NOTEAMS" to new-status.
           perform Register-Notice thru End-Register-Notice.
           move spaces to rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "  ** "              delimited by size
                  it-ticket (itm-idx)  delimited by size
                  " "                  delimited by size
                  it-target (itm-idx)  delimited by space
                  " "                  delimited by size
                  window-text          delimited by size
                  " -- no owning team found, no one notified"
                                       delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
       End-Register-No-Teams. exit.

       Register-Notice.
           if sent-open-sw not equal "Y"
              open extend sent-file
              if sent-fs equal "35"
                 open output sent-file
              end-if
              move "Y" to sent-open-sw.

           move spaces to sent-rec.
           move it-ticket (itm-idx)     to sn-ticket.
           move look-team               to sn-team.
           move look-stage              to sn-stage.
           move new-status              to sn-status.
           move now-ts                  to sn-sent.
           move it-start-date (itm-idx) to sn-start-date.
           write sent-rec.

           if sent-count is less than 2000
              add 1 to sent-count
              move it-ticket (itm-idx) to sx-ticket (sent-count)
              move look-team           to sx-team (sent-count)
              move look-stage          to sx-stage (sent-count).
       End-Register-Notice. exit.

      ***********************************************************************
      * Write-Notice writes one team's notice for the current stage.
      ***********************************************************************
       Write-Notice.
           add 1 to notice-count.
           if it-kind (itm-idx) equal "QUIESCE"
              move "new connections refused, existing ones drained, for 
      -         "the whole window" to impact-text
           else
              move "database unavailable for the whole window"
                 to impact-text.

           move spaces to rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move st-days (stg-idx) to days-disp.
           move spaces to rpt-line.
           move 1 to line-ptr.
           string "  NOTICE TO "        delimited by size
                  ht-team (hit-idx)     delimited by space
                  " ("                  delimited by size
                  ht-contact (hit-idx)  delimited by space
                  ")  -- "              delimited by size
                  days-disp             delimited by size
                  "-day notice"         delimited by size
                  into rpt-line with pointer line-ptr
           end-string.
           if new-status equal "LATE"
              string "  ** LATE **"     delimited by size
                     into rpt-line with pointer line-ptr
              end-string.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "    ticket   : "     delimited by size
                  it-ticket (itm-idx)   delimited by size
                  " ("                  delimited by size
                  it-kind (itm-idx)     delimited by space
                  ")"                   delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "    target   : "     delimited by size
                  it-target (itm-idx)   delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "    window   : "     delimited by size
                  window-text           delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "    databases: "     delimited by size
                  db-list               delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move spaces to rpt-line.
           string "    impact   : "     delimited by size
                  impact-text           delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
       End-Write-Notice. exit.

       Write-Summary.
           move spaces to rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move notice-count to count-disp.
           move spaces to rpt-line.
           string "  notices written     : " delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move late-count to count-disp.
           move spaces to rpt-line.
           string "  sent late           : " delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move missed-count to count-disp.
           move spaces to rpt-line.
           string "  five-day missed     : " delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move noteams-count to count-disp.
           move spaces to rpt-line.
           string "  no owning team      : " delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
           move already-count to count-disp.
           move spaces to rpt-line.
           string "  already sent        : " delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Note-Line thru End-Write-Note-Line.
       End-Write-Summary. exit.

       Write-Note-Line.
           write note-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Note-Line. exit.
