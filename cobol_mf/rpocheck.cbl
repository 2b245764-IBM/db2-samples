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
      ** SOURCE FILE NAME: rpocheck.cbl
      **
      ** SAMPLE: Backup recovery-point compliance by criticality tier
      **
      **         BACKUP.HIS says when each database was last backed
      **         up and DBOWNER.CTL carries each database's
      **         criticality tier, but nothing judged whether the gap
      **         between backups is acceptable for that tier -- the
      **         fleet-wide backup rate on kpiscore.cbl's page hides
      **         the one tier-1 database that has missed three nights
      **         running.  RPOPOL.CTL holds the recovery-point policy:
      **         the most hours allowed since the last successful
      **         backup, per tier (a "*" line covers any tier not
      **         named, and databases with no tier on file).  For
      **         every database in the SITEPARM.CFG list this report
      **         shows the last OK backup, the hours since, the
      **         failures logged after it, and a MET or BREACHED
      **         verdict; databases never backed up are named in
      **         their own section.  Each breach raises a CRITICAL
      **         through alertq.cbl, and a per-tier tally closes the
      **         page.  RPOPOL.CTL lines read:
      **
      **           1        0026
      **           *        0050
      **
      ** INPUT FILES:  SITEPARM.CFG (database list, via siteparm)
      **               DBOWNER.CTL  (criticality tier per database)
      **               RPOPOL.CTL   (maximum hours per tier)
      **               BACKUP.HIS   (backup history)
      ** OUTPUT FILES: RPOCHECK.RPT (compliance report, via rptwrite)
      **               ALERTQ.DAT   (breaches, via alertq.cbl)
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
       Program-Id. "rpocheck".

       Environment Division.
       Input-Output Section.
       File-Control.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select policy-file assign to "RPOPOL.CTL"
               organization is line sequential
               file status is policy-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.

       Data Division.
       File Section.
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

       FD  policy-file.
       01  policy-rec.
           05 rp-tier         pic x(8).
           05 filler          pic x.
           05 rp-max-hours    pic 9(4).

       FD  backup-history.
       01  backup-history-rec.
           05 bh-dbname       pic x(18).
           05 filler          pic x(2).
           05 bh-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 owner-fs            pic xx.
       77 policy-fs           pic xx.
       77 backup-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the criticality tier of each owned database
       77 owner-count         pic 9(4) comp-5 value 0.
       01 owner-table.
          05 owner-entry occurs 100 times.
             10 ot-dbname     pic x(18).
             10 ot-crit       pic x(8).

      * the recovery-point policy, one line per tier
       77 policy-count        pic 9(4) comp-5 value 0.
       01 policy-table.
          05 policy-entry occurs 20 times.
             10 pt-tier       pic x(8).
             10 pt-max-hours  pic 9(4) comp-5.
       77 default-hours       pic 9(4) comp-5 value 0.
       77 default-found-sw    pic x value "N".
           88 default-found       value "Y".

      * what BACKUP.HIS says about each site database: the newest
      * OK image, and the failures logged after it
       01 backup-state.
          05 bs-entry occurs 50 times.
             10 bs-last-ok    pic x(17).
             10 bs-fails      pic 9(4) comp-5.
             10 bs-last-fail  pic x(17).

      * the per-tier tally printed at the foot of the page
       77 tally-count         pic 9(4) comp-5 value 0.
       01 tally-table.
          05 tally-entry occurs 20 times.
             10 ty-tier       pic x(8).
             10 ty-met        pic 9(4) comp-5.
             10 ty-breached   pic 9(4) comp-5.

       77 db-idx              pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 tally-idx           pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * the judgement of one database
       77 row-tier            pic x(8).
       77 row-max-hours       pic 9(4) comp-5.
       77 row-policy-sw       pic x.
           88 row-has-policy      value "Y".
       77 row-hours           pic 9(6) comp-5.
       77 row-verdict         pic x(8).
       77 never-count         pic 9(4) comp-5 value 0.
       77 met-count           pic 9(4) comp-5 value 0.
       77 breach-count        pic 9(4) comp-5 value 0.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

       77 hours-disp          pic z(5)9.
       77 max-disp            pic z(3)9.
       77 fails-disp          pic z(3)9.
       77 count-disp          pic z(3)9.
       77 met-disp            pic z(3)9.
       77 breach-disp         pic z(3)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       rpocheck-pgm section.

           display "Sample COBOL Program : RPOCHECK.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to judge"
              go to end-rpocheck.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Owners thru End-Load-Owners.
           perform Load-Policy thru End-Load-Policy.
           perform Load-Backups thru End-Load-Backups.

           move "O" to RPTW-FUNCTION.
           move "RPOCHECK.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "BACKUP RECOVERY-POINT COMPLIANCE AS OF "
                     delimited by size
                  now-date delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            TIER      LAST OK BACKUP      HOU
      -         "RS   LIMIT  FAILS  VERDICT" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Judge-One-Database thru End-Judge-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           perform Print-Never-Backed-Up
              thru End-Print-Never-Backed-Up.
           perform Print-Tier-Tally thru End-Print-Tier-Tally.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display " ".
           display met-count, " met, ", breach-count,
              " breached, ", never-count, " never backed up -- ",
              "see RPOCHECK.RPT".

       end-rpocheck. stop run.

       Load-Owners.
           open input owner-file.
           if owner-fs equal "35"
              display "DBOWNER.CTL not found -- every database is ",
                 "judged by the default policy"
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

           if owner-count is less than 100
              add 1 to owner-count
              move ow-dbname to ot-dbname (owner-count)
              move ow-crit   to ot-crit (owner-count).
       End-Load-One-Owner. exit.

      ***********************************************************************
      * Load-Policy reads RPOPOL.CTL.  A "*" tier line is the default
      * for any tier not named and for databases with no tier on
      * file; with no policy at all every database is reported
      * NOPOLICY rather than judged against an invented limit.
      ***********************************************************************
       Load-Policy.
           open input policy-file.
           if policy-fs equal "35"
              display "RPOPOL.CTL not found -- no recovery-point ",
                 "policy to judge against"
              go to End-Load-Policy.

           move "N" to file-eof.
           perform Load-One-Policy thru End-Load-One-Policy
               until no-more-records.
           close policy-file.
           move "N" to file-eof.
       End-Load-Policy. exit.

       Load-One-Policy.
           read policy-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Policy
           end-read.

           if rp-tier equal spaces
              or policy-rec (1:2) equal "**"
              go to End-Load-One-Policy.
           if rp-max-hours not numeric
              display "RPOPOL.CTL entry for tier ", rp-tier,
                 " has a non-numeric limit -- entry ignored"
              go to End-Load-One-Policy.

           if rp-tier equal "*"
              set default-found to true
              move rp-max-hours to default-hours
              go to End-Load-One-Policy.

           if policy-count is less than 20
              add 1 to policy-count
              move rp-tier      to pt-tier (policy-count)
              move rp-max-hours to pt-max-hours (policy-count).
       End-Load-One-Policy. exit.

      ***********************************************************************
      * Load-Backups walks BACKUP.HIS once, keeping for each site
      * database the newest OK image and counting the failures logged
      * after it -- the nights missed in a row since the last good
      * one.
      ***********************************************************************
       Load-Backups.
           perform Clear-One-State thru End-Clear-One-State
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           open input backup-history.
           if backup-fs equal "35"
              display "BACKUP.HIS not found -- no backup is on record"
              go to End-Load-Backups.

           move "N" to file-eof.
           perform Fold-One-Backup thru End-Fold-One-Backup
               until no-more-records.
           close backup-history.
           move "N" to file-eof.
       End-Load-Backups. exit.

       Clear-One-State.
           move spaces to bs-last-ok (db-idx).
           move spaces to bs-last-fail (db-idx).
           move 0 to bs-fails (db-idx).
       End-Clear-One-State. exit.

       Fold-One-Backup.
           read backup-history
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Backup
           end-read.

           if bh-dbname equal spaces
              or bh-timestamp (1:8) not numeric
              go to End-Fold-One-Backup.

           move "N" to found-sw.
           perform Match-Site-Db thru End-Match-Site-Db
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT
                  or entry-found.
           if not entry-found
              go to End-Fold-One-Backup.
           subtract 1 from db-idx.

           if bh-outcome equal "OK"
              if bs-last-ok (db-idx) equal spaces
                 or bh-timestamp is greater than bs-last-ok (db-idx)
                 move bh-timestamp to bs-last-ok (db-idx)
                 move 0 to bs-fails (db-idx)
              end-if
              go to End-Fold-One-Backup.

           if bs-last-ok (db-idx) equal spaces
              or bh-timestamp is greater than bs-last-ok (db-idx)
              add 1 to bs-fails (db-idx)
              move bh-timestamp to bs-last-fail (db-idx).
       End-Fold-One-Backup. exit.

       Match-Site-Db.
           if SITE-DB-NAME (db-idx) equal bh-dbname
              move "Y" to found-sw.
       End-Match-Site-Db. exit.

      ***********************************************************************
      * Judge-One-Database prices one site database against its
      * tier's limit.  A database never backed up is left for its own
      * section below; it breaches whatever its tier.
      ***********************************************************************
       Judge-One-Database.
           perform Find-Tier thru End-Find-Tier.
           perform Find-Limit thru End-Find-Limit.

           if bs-last-ok (db-idx) equal spaces
              add 1 to never-count
              move "BREACHED" to row-verdict
              perform Tally-Verdict thru End-Tally-Verdict
              perform Raise-Breach thru End-Raise-Breach
              go to End-Judge-One-Database.

           move bs-last-ok (db-idx) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is less than 0
              move 0 to row-hours
           else
              compute row-hours = DT-MINUTES / 60.

           if not row-has-policy
              move "NOPOLICY" to row-verdict
           else
              if row-hours is greater than row-max-hours
                 move "BREACHED" to row-verdict
              else
                 move "MET" to row-verdict.

           move row-hours to hours-disp.
           move row-max-hours to max-disp.
           move bs-fails (db-idx) to fails-disp.
           move spaces to rpt-line.
           string "  "                   delimited by size
                  SITE-DB-NAME (db-idx)  delimited by size
                  "  "                   delimited by size
                  row-tier               delimited by size
                  "  "                   delimited by size
                  bs-last-ok (db-idx)    delimited by size
                  "  "                   delimited by size
                  hours-disp             delimited by size
                  "    "                 delimited by size
                  max-disp               delimited by size
                  "   "                  delimited by size
                  fails-disp             delimited by size
                  "  "                   delimited by size
                  row-verdict            delimited by size
                  into rpt-line.
           if row-verdict equal "BREACHED"
              move "**" to rpt-line (1:2).
           perform Write-Rpo-Line thru End-Write-Rpo-Line.

           if row-verdict equal "BREACHED"
              add 1 to breach-count
              perform Raise-Breach thru End-Raise-Breach.
           if row-verdict equal "MET"
              add 1 to met-count.
           if row-verdict not equal "NOPOLICY"
              perform Tally-Verdict thru End-Tally-Verdict.
       End-Judge-One-Database. exit.

       Find-Tier.
           move "(none)" to row-tier.
           perform Match-One-Owner thru End-Match-One-Owner
               varying scan-idx from 1 by 1
               until scan-idx is greater than owner-count.
       End-Find-Tier. exit.

       Match-One-Owner.
           if ot-dbname (scan-idx) equal SITE-DB-NAME (db-idx)
              and ot-crit (scan-idx) not equal spaces
              move ot-crit (scan-idx) to row-tier.
       End-Match-One-Owner. exit.

       Find-Limit.
           move "N" to row-policy-sw.
           move 0 to row-max-hours.
           perform Match-One-Policy thru End-Match-One-Policy
               varying scan-idx from 1 by 1
               until scan-idx is greater than policy-count.
           if not row-has-policy and default-found
              move "Y" to row-policy-sw
              move default-hours to row-max-hours.
       End-Find-Limit. exit.

       Match-One-Policy.
           if pt-tier (scan-idx) equal row-tier
              move "Y" to row-policy-sw
              move pt-max-hours (scan-idx) to row-max-hours.
       End-Match-One-Policy. exit.

      ***********************************************************************
      * Raise-Breach queues one CRITICAL per breaching database, keyed
      * so the dispatcher folds a repeat night into the same item.
      ***********************************************************************
       Raise-Breach.
           move "rpocheck" to ALERT-SOURCE.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string SITE-DB-NAME (db-idx) delimited by space
                  " RPO"                delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           if bs-last-ok (db-idx) equal spaces
              string "tier "               delimited by size
                     row-tier              delimited by space
                     " database has never been backed up"
                        delimited by size
                     into ALERT-TEXT
           else
              move row-hours to hours-disp
              move row-max-hours to max-disp
              string "tier "               delimited by size
                     row-tier              delimited by space
                     " last OK backup"     delimited by size
                     hours-disp            delimited by size
                     "h ago, limit"        delimited by size
                     max-disp              delimited by size
                     "h"                   delimited by size
                     into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Breach. exit.

       Tally-Verdict.
           move "N" to found-sw.
           perform Match-One-Tally thru End-Match-One-Tally
               varying tally-idx from 1 by 1
               until tally-idx is greater than tally-count
                  or entry-found.
           if entry-found
              subtract 1 from tally-idx
           else
              if tally-count is not less than 20
                 go to End-Tally-Verdict
              end-if
              add 1 to tally-count
              move tally-count to tally-idx
              move row-tier to ty-tier (tally-idx)
              move 0 to ty-met (tally-idx)
              move 0 to ty-breached (tally-idx).

           if row-verdict equal "MET"
              add 1 to ty-met (tally-idx)
           else
              add 1 to ty-breached (tally-idx).
       End-Tally-Verdict. exit.

       Match-One-Tally.
           if ty-tier (tally-idx) equal row-tier
              move "Y" to found-sw.
       End-Match-One-Tally. exit.

      ***********************************************************************
      * Print-Never-Backed-Up names every site database with no OK
      * backup on record at all, with its tier and the failures it
      * has logged instead.
      ***********************************************************************
       Print-Never-Backed-Up.
           move spaces to rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.
           move "  --- databases with no successful backup on record ---
      -         "" to rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.

           if never-count equal 0
              move "  (none)" to rpt-line
              perform Write-Rpo-Line thru End-Write-Rpo-Line
              go to End-Print-Never-Backed-Up.

           perform Print-One-Never thru End-Print-One-Never
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.
       End-Print-Never-Backed-Up. exit.

       Print-One-Never.
           if bs-last-ok (db-idx) not equal spaces
              go to End-Print-One-Never.

           perform Find-Tier thru End-Find-Tier.
           move bs-fails (db-idx) to fails-disp.
           move spaces to rpt-line.
           if bs-fails (db-idx) equal 0
              string "**"                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  NEVER BACKED UP -- no attempt on record"
                        delimited by size
                     into rpt-line
           else
              string "**"                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  NEVER BACKED UP --" delimited by size
                     fails-disp            delimited by size
                     " failed attempt(s), last " delimited by size
                     bs-last-fail (db-idx) delimited by size
                     into rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.
       End-Print-One-Never. exit.

       Print-Tier-Tally.
           move spaces to rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.
           move "  --- compliance by tier ---" to rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.

           perform Print-One-Tally thru End-Print-One-Tally
               varying tally-idx from 1 by 1
               until tally-idx is greater than tally-count.
       End-Print-Tier-Tally. exit.

       Print-One-Tally.
           move ty-met (tally-idx) to met-disp.
           move ty-breached (tally-idx) to breach-disp.
           move spaces to rpt-line.
           string "  tier "              delimited by size
                  ty-tier (tally-idx)    delimited by size
                  met-disp               delimited by size
                  " met "                delimited by size
                  breach-disp            delimited by size
                  " breached"            delimited by size
                  into rpt-line.
           perform Write-Rpo-Line thru End-Write-Rpo-Line.
       End-Print-One-Tally. exit.

       Write-Rpo-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rpo-Line. exit.
