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
      ** SOURCE FILE NAME: connallw.cbl
      **
      ** SAMPLE: Unknown-connection detection against a learned
      **         connection allowlist
      **
      **         chrgback.cbl, acctswp.cbl, and connwdog.cbl all walk
      **         the application snapshot stream, but none asked
      **         whether the application, authorization id, or
      **         workstation connecting to a production database had
      **         ever been seen before.  For every database listed in
      **         CONNALLW.CTL this program snapshots the connections
      **         and compares each application/authid/workstation
      **         combination with that database's allowlist,
      **         CONNALLW.DAT.  A database in LEARN mode adds every
      **         combination it has not seen to the allowlist; once
      **         its learn-until date passes (or when the control
      **         line says ENFORCE) it is enforced, and a combination
      **         outside the allowlist is reported, alerted through
      **         alertq.cbl, and queued PENDING in CONNNEW.DAT for an
      **         operator to approve into the allowlist with
      **         connaprv.cbl.  A combination an operator already
      **         REJECTED that connects again is a CRITICAL.  The
      **         program takes no input, so the scheduler runs it as
      **         it stands; CONNALLW.CTL lines read:
      **
      **           PAYDB              LEARN    20261130
      **           HRDB               ENFORCE
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** INPUT FILE:   CONNALLW.CTL (databases watched, mode)
      ** I/O FILES:    CONNALLW.DAT (allowlist, rewritten)
      **               CONNNEW.DAT  (newcomers awaiting a decision,
      **                             rewritten)
      ** OUTPUT FILES: CONNALLW.RPT (findings, via rptwrite)
      **               ALERTQ.DAT   (unknown connections, via alertq)
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
       Program-Id. "connallw".

       Environment Division.
       Input-Output Section.
       File-Control.
           select control-file assign to "CONNALLW.CTL"
               organization is line sequential
               file status is control-fs.
           select allow-file assign to "CONNALLW.DAT"
               organization is line sequential
               file status is allow-fs.
           select newcomer-file assign to "CONNNEW.DAT"
               organization is line sequential
               file status is newcomer-fs.

       Data Division.
       File Section.
       FD  control-file.
       01  control-rec.
           05 cc-dbname       pic x(18).
           05 filler          pic x.
           05 cc-mode         pic x(8).
           05 filler          pic x.
           05 cc-learn-until  pic x(8).

       FD  allow-file.
       01  allow-rec.
           05 al-dbname       pic x(18).
           05 filler          pic x(2).
           05 al-appl         pic x(20).
           05 filler          pic x(2).
           05 al-authid       pic x(8).
           05 filler          pic x(2).
           05 al-wkstn        pic x(20).
           05 filler          pic x(2).
           05 al-source       pic x(8).
           05 filler          pic x(2).
           05 al-by           pic x(8).
           05 filler          pic x(2).
           05 al-first-ts     pic x(17).
           05 filler          pic x(2).
           05 al-last-ts      pic x(17).

       FD  newcomer-file.
       01  newcomer-rec.
           05 nw-dbname       pic x(18).
           05 filler          pic x(2).
           05 nw-appl         pic x(20).
           05 filler          pic x(2).
           05 nw-authid       pic x(8).
           05 filler          pic x(2).
           05 nw-wkstn        pic x(20).
           05 filler          pic x(2).
           05 nw-status       pic x(8).
           05 filler          pic x(2).
           05 nw-first-ts     pic x(17).
           05 filler          pic x(2).
           05 nw-last-ts      pic x(17).
           05 filler          pic x(2).
           05 nw-seen         pic 9(5).
           05 filler          pic x(2).
           05 nw-decider      pic x(8).
           05 filler          pic x(2).
           05 nw-dec-ts       pic x(17).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlmon.cbl".
       copy "sqlmonct.cbl".
       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqlrunh.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 control-fs          pic xx.
       77 allow-fs            pic xx.
       77 newcomer-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.

       01 database.
          05 database-length  pic s9(4) comp-5.
          05 database-name    pic x(80).

      * connection snapshot, modeled the simplified way connwdog.cbl
      * models its stream -- a fixed-size element (agent id,
      * application name, authorization id, workstation, accounting
      * string) repeated until a zero agent id
       77 conn-buffer-len     pic 9(9) comp-5 value 8000.
       01 conn-data-buffer    pic x(8000) value spaces.
       01 conn-elem-table redefines conn-data-buffer.
          05 conn-elem occurs 40 times.
             10 ce-agent-id   pic 9(9) comp-5.
             10 ce-appl-name  pic x(20).
             10 ce-auth-id    pic x(8).
             10 ce-wkstn      pic x(20).
             10 ce-acct-str   pic x(148).
       77 elem-idx            pic 9(4) comp-5.

      * the databases watched and the mode each is in
       77 watch-count         pic 9(4) comp-5 value 0.
       01 watch-table.
          05 watch-entry occurs 50 times.
             10 wt-dbname     pic x(18).
             10 wt-mode       pic x(8).
             10 wt-learn-until pic x(8).
       77 watch-idx           pic 9(4) comp-5.
       77 db-mode             pic x(8).

      * the allowlist, every database's, held whole and rewritten
       77 allow-count         pic 9(4) comp-5 value 0.
       77 allow-limit         pic 9(4) comp-5 value 3000.
       01 allow-table.
          05 allow-entry occurs 3000 times.
             10 aw-dbname     pic x(18).
             10 aw-appl       pic x(20).
             10 aw-authid     pic x(8).
             10 aw-wkstn      pic x(20).
             10 aw-source     pic x(8).
             10 aw-by         pic x(8).
             10 aw-first-ts   pic x(17).
             10 aw-last-ts    pic x(17).
       77 allow-idx           pic 9(4) comp-5.

      * the newcomers awaiting (or past) an operator's decision
       77 new-count           pic 9(4) comp-5 value 0.
       77 new-limit           pic 9(4) comp-5 value 500.
       01 new-table.
          05 new-entry occurs 500 times.
             10 nt-dbname     pic x(18).
             10 nt-appl       pic x(20).
             10 nt-authid     pic x(8).
             10 nt-wkstn      pic x(20).
             10 nt-status     pic x(8).
             10 nt-first-ts   pic x(17).
             10 nt-last-ts    pic x(17).
             10 nt-seen       pic 9(5) comp-5.
             10 nt-decider    pic x(8).
             10 nt-dec-ts     pic x(17).
       77 new-idx             pic 9(4) comp-5.

       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 row-finding         pic x(12).

       77 conn-total          pic 9(6) comp-5 value 0.
       77 learned-count       pic 9(6) comp-5 value 0.
       77 unknown-count       pic 9(6) comp-5 value 0.
       77 db-conns            pic 9(4) comp-5.
       77 db-learned          pic 9(4) comp-5.
       77 db-unknown          pic 9(4) comp-5.
       77 count-disp          pic z(3)9.
       77 learned-disp        pic z(3)9.
       77 unknown-disp        pic z(3)9.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       connallw-pgm section.

           display "Sample COBOL Program : CONNALLW.CBL".

           move "connallw" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           perform Load-Watch thru End-Load-Watch.
           if watch-count equal 0
              display "no databases listed in CONNALLW.CTL -- ",
                 "nothing to watch"
              go to end-connallw.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Allowlist thru End-Load-Allowlist.
           perform Load-Newcomers thru End-Load-Newcomers.

           move "O" to RPTW-FUNCTION.
           move "CONNALLW.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "CONNECTION ALLOWLIST CHECK AS OF " delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            MODE      APPLICATION           A
      -         "UTHID    WORKSTATION           FINDING"
           to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Check-One-Database thru End-Check-One-Database
               varying watch-idx from 1 by 1
               until watch-idx is greater than watch-count.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           perform Save-Allowlist thru End-Save-Allowlist.
           perform Save-Newcomers thru End-Save-Newcomers.

           display " ".
           display conn-total, " connection(s) checked, ",
              learned-count, " combination(s) learned, ",
              unknown-count, " unknown -- see CONNALLW.RPT".

           if unknown-count is greater than 0
              move 4 to RETURN-CODE.

       end-connallw.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Watch.
           open input control-file.
           if control-fs equal "35"
              display "CONNALLW.CTL not found"
              go to End-Load-Watch.

           move "N" to file-eof.
           perform Load-One-Watch thru End-Load-One-Watch
               until no-more-records.
           close control-file.
           move "N" to file-eof.
       End-Load-Watch. exit.

       Load-One-Watch.
           read control-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Watch
           end-read.

           if cc-dbname equal spaces
              or cc-dbname (1:1) equal "*"
              go to End-Load-One-Watch.

           if cc-mode not equal "LEARN"
              and cc-mode not equal "ENFORCE"
              display "CONNALLW.CTL entry for ", cc-dbname,
                 " has no LEARN/ENFORCE mode -- entry ignored"
              go to End-Load-One-Watch.

           if watch-count is less than 50
              add 1 to watch-count
              move cc-dbname      to wt-dbname (watch-count)
              move cc-mode        to wt-mode (watch-count)
              move cc-learn-until to wt-learn-until (watch-count).
       End-Load-One-Watch. exit.

       Load-Allowlist.
           open input allow-file.
           if allow-fs equal "35"
              display "CONNALLW.DAT not found -- the allowlist ",
                 "starts empty"
              go to End-Load-Allowlist.

           move "N" to file-eof.
           perform Load-One-Allow thru End-Load-One-Allow
               until no-more-records.
           close allow-file.
           move "N" to file-eof.
       End-Load-Allowlist. exit.

       Load-One-Allow.
           read allow-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Allow
           end-read.

           if al-dbname equal spaces
              go to End-Load-One-Allow.

           if allow-count is less than allow-limit
              add 1 to allow-count
              move al-dbname   to aw-dbname (allow-count)
              move al-appl     to aw-appl (allow-count)
              move al-authid   to aw-authid (allow-count)
              move al-wkstn    to aw-wkstn (allow-count)
              move al-source   to aw-source (allow-count)
              move al-by       to aw-by (allow-count)
              move al-first-ts to aw-first-ts (allow-count)
              move al-last-ts  to aw-last-ts (allow-count).
       End-Load-One-Allow. exit.

       Load-Newcomers.
           open input newcomer-file.
           if newcomer-fs equal "35"
              go to End-Load-Newcomers.

           move "N" to file-eof.
           perform Load-One-Newcomer thru End-Load-One-Newcomer
               until no-more-records.
           close newcomer-file.
           move "N" to file-eof.
       End-Load-Newcomers. exit.

       Load-One-Newcomer.
           read newcomer-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Newcomer
           end-read.

           if nw-dbname equal spaces
              go to End-Load-One-Newcomer.

           if new-count is less than new-limit
              add 1 to new-count
              move nw-dbname   to nt-dbname (new-count)
              move nw-appl     to nt-appl (new-count)
              move nw-authid   to nt-authid (new-count)
              move nw-wkstn    to nt-wkstn (new-count)
              move nw-status   to nt-status (new-count)
              move nw-first-ts to nt-first-ts (new-count)
              move nw-last-ts  to nt-last-ts (new-count)
              move nw-seen     to nt-seen (new-count)
              move nw-decider  to nt-decider (new-count)
              move nw-dec-ts   to nt-dec-ts (new-count).
       End-Load-One-Newcomer. exit.

      ***********************************************************************
      * Check-One-Database snapshots one watched database's
      * connections and judges each against the allowlist in the
      * database's mode.  A LEARN line whose learn-until date has
      * passed is enforced -- learning ends on the date set, not
      * when someone remembers to edit the control file.
      ***********************************************************************
       Check-One-Database.
           move wt-mode (watch-idx) to db-mode.
           if db-mode equal "LEARN"
              and wt-learn-until (watch-idx) numeric
              and wt-learn-until (watch-idx) is less than now-ts (1:8)
              move "ENFORCE" to db-mode.

           move spaces to database-name.
           move wt-dbname (watch-idx) to database-name.
           move 0 to database-length.
           inspect database-name tallying database-length
              for characters before initial " ".
           inspect database-name replacing first " " by X'00'.

           perform Snapshot-Connections
              thru End-Snapshot-Connections.

           move 0 to db-conns.
           move 0 to db-learned.
           move 0 to db-unknown.
           perform Judge-One-Conn thru End-Judge-One-Conn
               varying elem-idx from 1 by 1
               until elem-idx is greater than 40
                  or ce-agent-id (elem-idx) equal 0.

           move db-conns to count-disp.
           move db-learned to learned-disp.
           move db-unknown to unknown-disp.
           move spaces to rpt-line.
           string "  "                  delimited by size
                  wt-dbname (watch-idx) delimited by size
                  "  "                  delimited by size
                  db-mode               delimited by size
                  "  "                  delimited by size
                  count-disp            delimited by size
                  " connection(s), "    delimited by size
                  learned-disp          delimited by size
                  " learned, "          delimited by size
                  unknown-disp          delimited by size
                  " unknown"            delimited by size
                  into rpt-line.
           perform Write-Allow-Line thru End-Write-Allow-Line.
       End-Check-One-Database. exit.

       Snapshot-Connections.
           move 1 to OBJ-NUM of SQLMA.
           move SQLMA-DBASE-APPLS to OBJ-TYPE(1).
           move database-name to SQLMA-OBJECT(1).

           move SQLM-CURRENT-VERSION to current-version.
           move spaces to conn-data-buffer.

      ***********************
      * SNAPSHOT API called *
      ***********************
           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference conn-data-buffer
                                 by value     conn-buffer-len
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           move "ALLOWLIST CONNECTION SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Snapshot-Connections. exit.

      ***********************************************************************
      * Judge-One-Conn looks one connection's combination up in the
      * allowlist.  A known combination just has its last-seen time
      * moved on; an unknown one is learned in LEARN mode, or in
      * ENFORCE mode reported, alerted, and queued for a decision.
      ***********************************************************************
       Judge-One-Conn.
           add 1 to db-conns.
           add 1 to conn-total.

           move "N" to found-sw.
           perform Match-One-Allow thru End-Match-One-Allow
               varying allow-idx from 1 by 1
               until allow-idx is greater than allow-count
                  or entry-found.
           if entry-found
              subtract 1 from allow-idx
              move now-ts to aw-last-ts (allow-idx)
              go to End-Judge-One-Conn.

           if db-mode equal "LEARN"
              perform Learn-One-Conn thru End-Learn-One-Conn
              go to End-Judge-One-Conn.

           add 1 to db-unknown.
           add 1 to unknown-count.
           perform Queue-Newcomer thru End-Queue-Newcomer.
           perform Report-Conn thru End-Report-Conn.
       End-Judge-One-Conn. exit.

       Match-One-Allow.
           if aw-dbname (allow-idx) equal wt-dbname (watch-idx)
              and aw-appl (allow-idx) equal ce-appl-name (elem-idx)
              and aw-authid (allow-idx) equal ce-auth-id (elem-idx)
              and aw-wkstn (allow-idx) equal ce-wkstn (elem-idx)
              move "Y" to found-sw.
       End-Match-One-Allow. exit.

       Learn-One-Conn.
           if allow-count is not less than allow-limit
              display "CONNALLW.DAT is full at ", allow-limit,
                 " entries -- combination not learned"
              go to End-Learn-One-Conn.

           add 1 to allow-count.
           move wt-dbname (watch-idx)    to aw-dbname (allow-count).
           move ce-appl-name (elem-idx)  to aw-appl (allow-count).
           move ce-auth-id (elem-idx)    to aw-authid (allow-count).
           move ce-wkstn (elem-idx)      to aw-wkstn (allow-count).
           move "LEARNED"                to aw-source (allow-count).
           move "BATCH"                  to aw-by (allow-count).
           move now-ts                   to aw-first-ts (allow-count).
           move now-ts                   to aw-last-ts (allow-count).

           add 1 to db-learned.
           add 1 to learned-count.
           move "LEARNED" to row-finding.
           perform Report-Conn thru End-Report-Conn.
       End-Learn-One-Conn. exit.

      ***********************************************************************
      * Queue-Newcomer records an unknown combination in CONNNEW.DAT.
      * The first sighting queues it PENDING and raises a WARNING; a
      * repeat sighting of a pending one only counts, so the
      * dispatcher is not paged every cycle; a combination an
      * operator REJECTED that connects again is a CRITICAL every
      * time.
      ***********************************************************************
       Queue-Newcomer.
           move "N" to found-sw.
           perform Match-One-Newcomer thru End-Match-One-Newcomer
               varying new-idx from 1 by 1
               until new-idx is greater than new-count
                  or entry-found.

           if entry-found
              subtract 1 from new-idx
              move now-ts to nt-last-ts (new-idx)
              add 1 to nt-seen (new-idx)
              if nt-status (new-idx) equal "REJECTED"
                 move "REJECTED" to row-finding
                 move "CRITICAL" to ALERT-SEVERITY
                 perform Raise-Unknown thru End-Raise-Unknown
              else
                 move "UNKNOWN" to row-finding
              end-if
              go to End-Queue-Newcomer.

           move "UNKNOWN" to row-finding.
           move "WARNING" to ALERT-SEVERITY.
           perform Raise-Unknown thru End-Raise-Unknown.

           if new-count is not less than new-limit
              display "CONNNEW.DAT is full at ", new-limit,
                 " entries -- newcomer not queued"
              go to End-Queue-Newcomer.

           add 1 to new-count.
           move wt-dbname (watch-idx)   to nt-dbname (new-count).
           move ce-appl-name (elem-idx) to nt-appl (new-count).
           move ce-auth-id (elem-idx)   to nt-authid (new-count).
           move ce-wkstn (elem-idx)     to nt-wkstn (new-count).
           move "PENDING"               to nt-status (new-count).
           move now-ts                  to nt-first-ts (new-count).
           move now-ts                  to nt-last-ts (new-count).
           move 1                       to nt-seen (new-count).
           move spaces                  to nt-decider (new-count).
           move spaces                  to nt-dec-ts (new-count).
       End-Queue-Newcomer. exit.

       Match-One-Newcomer.
           if nt-dbname (new-idx) equal wt-dbname (watch-idx)
              and nt-appl (new-idx) equal ce-appl-name (elem-idx)
              and nt-authid (new-idx) equal ce-auth-id (elem-idx)
              and nt-wkstn (new-idx) equal ce-wkstn (elem-idx)
              and nt-status (new-idx) not equal "APPROVED"
              move "Y" to found-sw.
       End-Match-One-Newcomer. exit.

       Raise-Unknown.
           move "connallw" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string wt-dbname (watch-idx) delimited by space
                  " CONNNEW"            delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string row-finding           delimited by space
                  " connection "        delimited by size
                  ce-appl-name (elem-idx) delimited by space
                  " "                   delimited by size
                  ce-auth-id (elem-idx) delimited by space
                  " from "              delimited by size
                  ce-wkstn (elem-idx)   delimited by space
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Unknown. exit.

       Report-Conn.
           move spaces to rpt-line.
           string "  "                    delimited by size
                  wt-dbname (watch-idx)   delimited by size
                  "  "                    delimited by size
                  db-mode                 delimited by size
                  "  "                    delimited by size
                  ce-appl-name (elem-idx) delimited by size
                  "  "                    delimited by size
                  ce-auth-id (elem-idx)   delimited by size
                  "  "                    delimited by size
                  ce-wkstn (elem-idx)     delimited by size
                  "  "                    delimited by size
                  row-finding             delimited by size
                  into rpt-line.
           if row-finding not equal "LEARNED"
              move "**" to rpt-line (1:2).
           perform Write-Allow-Line thru End-Write-Allow-Line.
       End-Report-Conn. exit.

       Write-Allow-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Allow-Line. exit.

       Save-Allowlist.
           open output allow-file.
           perform Save-One-Allow thru End-Save-One-Allow
               varying allow-idx from 1 by 1
               until allow-idx is greater than allow-count.
           close allow-file.
       End-Save-Allowlist. exit.

       Save-One-Allow.
           move spaces to allow-rec.
           move aw-dbname (allow-idx)   to al-dbname.
           move aw-appl (allow-idx)     to al-appl.
           move aw-authid (allow-idx)   to al-authid.
           move aw-wkstn (allow-idx)    to al-wkstn.
           move aw-source (allow-idx)   to al-source.
           move aw-by (allow-idx)       to al-by.
           move aw-first-ts (allow-idx) to al-first-ts.
           move aw-last-ts (allow-idx)  to al-last-ts.
           write allow-rec.
       End-Save-One-Allow. exit.

       Save-Newcomers.
           open output newcomer-file.
           perform Save-One-Newcomer thru End-Save-One-Newcomer
               varying new-idx from 1 by 1
               until new-idx is greater than new-count.
           close newcomer-file.
       End-Save-Newcomers. exit.

       Save-One-Newcomer.
           move spaces to newcomer-rec.
           move nt-dbname (new-idx)   to nw-dbname.
           move nt-appl (new-idx)     to nw-appl.
           move nt-authid (new-idx)   to nw-authid.
           move nt-wkstn (new-idx)    to nw-wkstn.
           move nt-status (new-idx)   to nw-status.
           move nt-first-ts (new-idx) to nw-first-ts.
           move nt-last-ts (new-idx)  to nw-last-ts.
           move nt-seen (new-idx)     to nw-seen.
           move nt-decider (new-idx)  to nw-decider.
           move nt-dec-ts (new-idx)   to nw-dec-ts.
           write newcomer-rec.
       End-Save-One-Newcomer. exit.
