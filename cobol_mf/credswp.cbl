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
      ** SOURCE FILE NAME: credswp.cbl
      **
      ** SAMPLE: Credential vault verification sweep and password aging
      **
      **         A stale CREDVLT.DAT entry used to be found when
      **         dbinst.cbl's batch attach or agentmon.cbl failed in
      **         the middle of the night.  This sweep, scheduled ahead
      **         of the night's run, proves every vault credential
      **         still works: an instance key is test-attached (the
      **         way dbinst.cbl's batch mode attaches) and a key on the
      **         site database list is test-connected through the
      **         command processor, and each entry is reported
      **
      **           VALID       -- the attach or connect succeeded
      **           REJECTED    -- the server refused the userid or
      **                          password (SQL30082N / SQLCODE -30082)
      **           UNREACHABLE -- anything else: instance down, node
      **                          not cataloged, network failure
      **
      **         Entries whose last-changed date (kept by credvlt.cbl)
      **         is older than the site's rotation age -- CREDAGE in
      **         SITEPARM.CFG, 90 days when not set -- or not recorded
      **         at all are listed as past rotation.
      **
      **         A REJECTED credential for a key the scheduled jobs
      **         depend on raises a CRITICAL through alertq.cbl.  A key
      **         is depended on when SCHEDULE.CTL runs one of the vault
      **         readers (dbinst, agentmon, rstdrill, tstrfrsh,
      **         dbupgrade) and the key is on the site instance or
      **         database list or in DBSTART.CTL, which is where those
      **         batch paths draw their targets; any other REJECTED
      **         entry is a WARNING.  The connect script carries the
      **         password only for the moment the command processor
      **         runs and is emptied straight after.
      **
      ** DB2 APIs USED:
      **         sqlgatin -- ATTACH TO INSTANCE
      **         sqlgdtin -- DETACH FROM INSTANCE
      **
      ** INPUT FILES:  CREDVLT.DAT  (obfuscated credential vault)
      **               SITEPARM.CFG (site lists, CREDAGE, via siteparm)
      **               SCHEDULE.CTL (scheduled jobs)
      **               DBSTART.CTL  (batch instance list)
      ** OUTPUT FILES: CREDSWP.DAT  (latest result per key, rewritten)
      **               CREDSWP.RPT  (sweep report, via rptwrite)
      **               ALERTQ.DAT   (rejected credentials, via alertq)
      ** WORK FILES:   CREDSWP.SQL, CREDSWP.OUT
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
       Program-Id. "credswp".

       Environment Division.
       Input-Output Section.
       File-Control.
           select vault-file assign to "CREDVLT.DAT"
               organization is line sequential
               file status is vault-fs.
           select schedule-file assign to "SCHEDULE.CTL"
               organization is line sequential
               file status is schedule-fs.
           select instance-file assign to "DBSTART.CTL"
               organization is line sequential
               file status is instance-fs.
           select sweep-file assign to "CREDSWP.DAT"
               organization is line sequential
               file status is sweep-fs.
           select sql-script assign to "CREDSWP.SQL"
               organization is line sequential
               file status is script-fs.
           select sql-output assign to "CREDSWP.OUT"
               organization is line sequential
               file status is output-fs.

       Data Division.
       File Section.
       FD  vault-file.
       01  vault-rec.
           05 vr-key          pic x(18).
           05 filler          pic x(2).
           05 vr-userid       pic x(18).
           05 filler          pic x(2).
           05 vr-passwd       pic x(18).
           05 filler          pic x(2).
           05 vr-changed      pic x(8).

       FD  schedule-file.
       01  schedule-rec.
           05 sc-program      pic x(10).
           05 filler          pic x.
           05 sc-day-mask     pic x(7).

       FD  instance-file.
       01  instance-rec       pic x(18).

       FD  sweep-file.
       01  sweep-rec.
           05 cs-key          pic x(18).
           05 filler          pic x(2).
           05 cs-type         pic x(8).
           05 filler          pic x(2).
           05 cs-checked      pic x(17).
           05 filler          pic x(2).
           05 cs-result       pic x(11).
           05 filler          pic x(2).
           05 cs-changed      pic x(8).
           05 filler          pic x(2).
           05 cs-age-days     pic 9(5).
           05 filler          pic x(2).
           05 cs-overdue      pic x(3).
           05 filler          pic x(2).
           05 cs-depended     pic x(3).

       FD  sql-script.
       01  sql-script-rec     pic x(132).

       FD  sql-output.
       01  sql-output-rec     pic x(132).

       Working-Storage Section.

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "credtab.cbl".
       copy "sqlsitep.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 vault-fs            pic xx.
       77 schedule-fs         pic xx.
       77 instance-fs         pic xx.
       77 sweep-fs            pic xx.
       77 script-fs           pic xx.
       77 output-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * attach credentials, the shapes dbinst.cbl uses
       01 inst.
          05 db2instc-len     pic s9(4) comp-5 value 0.
          05 db2instc         pic x(18).
       01 usr.
          05 usr-name-len     pic s9(4) comp-5 value 0.
          05 usr-name         pic x(18).
       01 pass.
          05 passwd-len       pic s9(4) comp-5 value 0.
          05 passwd           pic x(18).

      * the vault, de-obfuscated in storage for the sweep only
       77 entry-count         pic 9(4) comp-5 value 0.
       01 vault-table.
          05 vault-entry occurs 100 times.
             10 vt-key        pic x(18).
             10 vt-userid     pic x(18).
             10 vt-passwd     pic x(18).
             10 vt-changed    pic x(8).
       77 tbl-idx             pic 9(4) comp-5.

      * the keys the scheduled batch paths draw their targets from
       77 reader-scheduled-sw pic x value "N".
           88 reader-scheduled    value "Y".
       77 batch-key-count     pic 9(4) comp-5 value 0.
       01 batch-key-table.
          05 batch-key occurs 150 times pic x(18).
       77 key-idx             pic 9(4) comp-5.
       77 found-sw            pic x.
           88 key-found           value "Y".
       77 depended-sw         pic x.
           88 key-depended-on     value "Y".

       77 key-type            pic x(8).
       77 key-result          pic x(11).
       77 key-detail          pic x(40).
       77 rotation-days       pic 9(4) comp-5.
       77 age-days            pic 9(5) comp-5.
       77 age-known-sw        pic x.
       77 overdue-sw          pic x.
           88 past-rotation       value "Y".

       01 sql-line            pic x(132).
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic -(4)9.
       77 sqlcode-disp        pic -(9)9.
       77 reject-tally        pic 9(4) comp-5.

       77 valid-count         pic 9(4) comp-5 value 0.
       77 rejected-count      pic 9(4) comp-5 value 0.
       77 unreach-count       pic 9(4) comp-5 value 0.
       77 overdue-count       pic 9(4) comp-5 value 0.
       77 critical-count      pic 9(4) comp-5 value 0.
       77 age-disp            pic z(4)9.
       77 rotation-disp       pic z(3)9.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       credswp-pgm section.

           display "Sample COBOL Program : CREDSWP.CBL".

           move "credswp" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           perform Load-Vault thru End-Load-Vault.
           if entry-count equal 0
              display "no credentials in CREDVLT.DAT -- nothing to ",
                 "sweep"
              go to end-credswp.

           call "siteparm" using SITEPARM-AREA.
           move SITE-CRED-AGE to rotation-days.
           if rotation-days equal 0
              move 90 to rotation-days.

           perform Load-Schedule thru End-Load-Schedule.
           perform Load-Batch-Keys thru End-Load-Batch-Keys.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           move "O" to RPTW-FUNCTION.
           move "CREDSWP.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "CREDENTIAL VAULT SWEEP AS OF " delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move "  KEY                 TYPE      RESULT       CHANGED   
      -         "AGE    DETAIL" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           open output sweep-file.
           perform Sweep-One-Entry thru End-Sweep-One-Entry
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than entry-count.
           close sweep-file.

           move spaces to rpt-line.
           perform Write-Sweep-Line thru End-Write-Sweep-Line.
           move rotation-days to rotation-disp.
           move overdue-count to age-disp.
           string "  rotation age "  delimited by size
                  rotation-disp      delimited by size
                  " days, "          delimited by size
                  age-disp           delimited by size
                  " entr(ies) past rotation" delimited by size
                  into rpt-line.
           perform Write-Sweep-Line thru End-Write-Sweep-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display " ".
           display entry-count, " credential(s): ", valid-count,
              " valid, ", rejected-count, " rejected, ",
              unreach-count, " unreachable, ", overdue-count,
              " past rotation -- see CREDSWP.RPT".

      * a rejected credential a scheduled job depends on fails the
      * sweep; anything else needing attention warns
           if critical-count is greater than 0
              move 8 to RETURN-CODE
           else
              if rejected-count is greater than 0
                 or unreach-count is greater than 0
                 or overdue-count is greater than 0
                 move 4 to RETURN-CODE.

       end-credswp.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Vault.
           move 0 to entry-count.
           open input vault-file.
           if vault-fs equal "35"
              go to End-Load-Vault.

           move "N" to file-eof.
           perform Load-One-Entry thru End-Load-One-Entry
               until no-more-records.
           close vault-file.
           move "N" to file-eof.
       End-Load-Vault. exit.

       Load-One-Entry.
           read vault-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Entry
           end-read.

           if vr-key equal spaces
              go to End-Load-One-Entry.

           if entry-count is less than 100
              add 1 to entry-count
              move vr-key     to vt-key (entry-count)
              move vr-userid  to vt-userid (entry-count)
              move vr-passwd  to vt-passwd (entry-count)
              move vr-changed to vt-changed (entry-count)
              inspect vt-userid (entry-count)
                 converting CRED-CIPHER-TABLE to CRED-PLAIN-TABLE
              inspect vt-passwd (entry-count)
                 converting CRED-CIPHER-TABLE to CRED-PLAIN-TABLE.
       End-Load-One-Entry. exit.

       Load-Schedule.
           open input schedule-file.
           if schedule-fs equal "35"
              go to End-Load-Schedule.

           move "N" to file-eof.
           perform Check-One-Job thru End-Check-One-Job
               until no-more-records.
           close schedule-file.
           move "N" to file-eof.
       End-Load-Schedule. exit.

       Check-One-Job.
           read schedule-file
               at end
                  move "Y" to file-eof
                  go to End-Check-One-Job
           end-read.

           if sc-program equal "dbinst"
              or sc-program equal "agentmon"
              or sc-program equal "rstdrill"
              or sc-program equal "tstrfrsh"
              or sc-program equal "dbupgrade"
              move "Y" to reader-scheduled-sw.
       End-Check-One-Job. exit.

      ***********************************************************************
      * Load-Batch-Keys gathers the names the scheduled batch paths
      * attach or connect to: the site instance and database lists
      * and the DBSTART.CTL instance list.
      ***********************************************************************
       Load-Batch-Keys.
           perform Add-Site-Inst thru End-Add-Site-Inst
               varying key-idx from 1 by 1
               until key-idx is greater than SITE-INST-COUNT.
           perform Add-Site-Db thru End-Add-Site-Db
               varying key-idx from 1 by 1
               until key-idx is greater than SITE-DB-COUNT.

           open input instance-file.
           if instance-fs equal "35"
              go to End-Load-Batch-Keys.

           move "N" to file-eof.
           perform Add-Start-Inst thru End-Add-Start-Inst
               until no-more-records.
           close instance-file.
           move "N" to file-eof.
       End-Load-Batch-Keys. exit.

       Add-Site-Inst.
           if batch-key-count is less than 150
              add 1 to batch-key-count
              move SITE-INST-NAME (key-idx)
                 to batch-key (batch-key-count).
       End-Add-Site-Inst. exit.

       Add-Site-Db.
           if batch-key-count is less than 150
              add 1 to batch-key-count
              move SITE-DB-NAME (key-idx)
                 to batch-key (batch-key-count).
       End-Add-Site-Db. exit.

       Add-Start-Inst.
           read instance-file
               at end
                  move "Y" to file-eof
                  go to End-Add-Start-Inst
           end-read.

           if instance-rec equal spaces
              or instance-rec (1:1) equal "*"
              go to End-Add-Start-Inst.
           if batch-key-count is less than 150
              add 1 to batch-key-count
              move instance-rec to batch-key (batch-key-count).
       End-Add-Start-Inst. exit.

      ***********************************************************************
      * Sweep-One-Entry proves one vault credential, ages it, and
      * reports it.  A key on the site database list is a database
      * and is test-connected; any other key is an instance and is
      * test-attached.
      ***********************************************************************
       Sweep-One-Entry.
           move "N" to found-sw.
           perform Match-Site-Db thru End-Match-Site-Db
               varying key-idx from 1 by 1
               until key-idx is greater than SITE-DB-COUNT.

           move spaces to key-detail.
           if key-found
              move "DATABASE" to key-type
              perform Test-Connect thru End-Test-Connect
           else
              move "INSTANCE" to key-type
              perform Test-Attach thru End-Test-Attach.

           evaluate key-result
              when "VALID"
                 add 1 to valid-count
              when "REJECTED"
                 add 1 to rejected-count
              when other
                 add 1 to unreach-count
           end-evaluate.

           perform Age-One-Entry thru End-Age-One-Entry.

           move "N" to depended-sw.
           if reader-scheduled
              perform Match-Batch-Key thru End-Match-Batch-Key
                  varying key-idx from 1 by 1
                  until key-idx is greater than batch-key-count.
           if key-result equal "REJECTED"
              perform Raise-Rejected thru End-Raise-Rejected.

           perform Report-One-Entry thru End-Report-One-Entry.
       End-Sweep-One-Entry. exit.

       Match-Site-Db.
           if SITE-DB-NAME (key-idx) equal vt-key (tbl-idx)
              move "Y" to found-sw.
       End-Match-Site-Db. exit.

       Match-Batch-Key.
           if batch-key (key-idx) equal vt-key (tbl-idx)
              move "Y" to depended-sw.
       End-Match-Batch-Key. exit.

      ***********************************************************************
      * Test-Attach attaches with the vault credential and detaches
      * at once; SQLCODE is judged here rather than through checkerr,
      * so one bad entry does not stop the sweep.
      ***********************************************************************
       Test-Attach.
           move vt-key (tbl-idx) to db2instc.
           move 0 to db2instc-len.
           inspect db2instc tallying db2instc-len
              for characters before initial " ".
           move vt-userid (tbl-idx) to usr-name.
           move 0 to usr-name-len.
           inspect usr-name tallying usr-name-len
              for characters before initial " ".
           move vt-passwd (tbl-idx) to passwd.
           move 0 to passwd-len.
           inspect passwd tallying passwd-len
              for characters before initial " ".

      **********************
      * ATTACH TO INSTANCE *
      **********************
           call "sqlgatin" using
                                 by value     passwd-len
                                 by value     usr-name-len
                                 by value     db2instc-len
                                 by reference sqlca
                                 by reference passwd
                                 by reference usr-name
                                 by reference db2instc
                           returning rc.
           move spaces to passwd.

           if sqlcode equal 0
              move "VALID" to key-result
              move "attached" to key-detail
      ************************
      * DETACH FROM INSTANCE *
      ************************
              call "sqlgdtin" using
                                    by reference sqlca
                              returning rc
              go to End-Test-Attach.

           move sqlcode to sqlcode-disp.
           if sqlcode equal -30082
              move "REJECTED" to key-result
           else
              move "UNREACHABLE" to key-result.
           string "attach sqlcode " delimited by size
                  sqlcode-disp      delimited by size
                  into key-detail.
       End-Test-Attach. exit.

      ***********************************************************************
      * Test-Connect connects to the database with the vault
      * credential through the command processor.  The script is
      * emptied as soon as the command processor returns, so the
      * password is on disk only while the connect runs.
      ***********************************************************************
       Test-Connect.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "        delimited by size
                  vt-key (tbl-idx)     delimited by space
                  " USER "             delimited by size
                  vt-userid (tbl-idx)  delimited by space
                  " USING "            delimited by size
                  vt-passwd (tbl-idx)  delimited by space
                  ";"                  delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           move "db2 -tf CREDSWP.SQL > CREDSWP.OUT" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           open output sql-script.
           close sql-script.
           move spaces to sql-line.

           if child-retcode is less than 4
              move "VALID" to key-result
              move "connected" to key-detail
              go to End-Test-Connect.

      * SQL30082N is the server refusing the userid or password;
      * every other failure means the credential was never tested
           move 0 to reject-tally.
           open input sql-output.
           if output-fs equal "00"
              move "N" to file-eof
              perform Scan-One-Output thru End-Scan-One-Output
                  until no-more-records
              close sql-output
              move "N" to file-eof.

           move child-retcode to retcode-disp.
           if reject-tally is greater than 0
              move "REJECTED" to key-result
              string "connect SQL30082N rc=" delimited by size
                     retcode-disp            delimited by size
                     into key-detail
           else
              move "UNREACHABLE" to key-result
              string "connect rc=" delimited by size
                     retcode-disp  delimited by size
                     into key-detail.
       End-Test-Connect. exit.

       Scan-One-Output.
           read sql-output
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Output
           end-read.

           inspect sql-output-rec tallying reject-tally
              for all "SQL30082N".
       End-Scan-One-Output. exit.

      ***********************************************************************
      * Age-One-Entry measures the days since the password was last
      * changed through dtserv.cbl; an entry with no change date on
      * record is past rotation by definition.
      ***********************************************************************
       Age-One-Entry.
           move 0 to age-days.
           move "N" to age-known-sw.
           move "N" to overdue-sw.

           if vt-changed (tbl-idx) not numeric
              move "Y" to overdue-sw
              add 1 to overdue-count
              go to End-Age-One-Entry.

           move spaces to DT-FROM-TS.
           string vt-changed (tbl-idx) delimited by size
                  "-00000000"          delimited by size
                  into DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is less than 0
              move "Y" to overdue-sw
              add 1 to overdue-count
              go to End-Age-One-Entry.

           move "Y" to age-known-sw.
           divide DT-MINUTES by 1440 giving age-days.
           if age-days is greater than rotation-days
              move "Y" to overdue-sw
              add 1 to overdue-count.
       End-Age-One-Entry. exit.

       Raise-Rejected.
           move "credswp" to ALERT-SOURCE.
           if key-depended-on
              move "CRITICAL" to ALERT-SEVERITY
              add 1 to critical-count
           else
              move "WARNING" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string vt-key (tbl-idx) delimited by space
                  " CRED"          delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           if key-depended-on
              string "vault credential REJECTED for "
                        delimited by size
                     vt-key (tbl-idx) delimited by space
                     " -- tonight's scheduled run will fail"
                        delimited by size
                     into ALERT-TEXT
           else
              string "vault credential REJECTED for "
                        delimited by size
                     vt-key (tbl-idx) delimited by space
                     into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Rejected. exit.

       Report-One-Entry.
           move spaces to sweep-rec.
           move vt-key (tbl-idx)     to cs-key.
           move key-type             to cs-type.
           move now-ts               to cs-checked.
           move key-result           to cs-result.
           move vt-changed (tbl-idx) to cs-changed.
           move age-days             to cs-age-days.
           if past-rotation
              move "YES" to cs-overdue
           else
              move "NO" to cs-overdue.
           if key-depended-on
              move "YES" to cs-depended
           else
              move "NO" to cs-depended.
           write sweep-rec.

           move spaces to rpt-line.
           string "  "                 delimited by size
                  vt-key (tbl-idx)     delimited by size
                  "  "                 delimited by size
                  key-type             delimited by size
                  "  "                 delimited by size
                  key-result           delimited by size
                  "  "                 delimited by size
                  into rpt-line.
           if vt-changed (tbl-idx) equal spaces
              move "unknown" to rpt-line (46:8)
           else
              move vt-changed (tbl-idx) to rpt-line (46:8).
           if age-known-sw equal "Y"
              move age-days to age-disp
              move age-disp to rpt-line (56:5)
           else
              move "    ?" to rpt-line (56:5).
           move key-detail to rpt-line (63:40).
           if past-rotation
              move "PAST ROTATION" to rpt-line (104:13).
           if key-result not equal "VALID" or past-rotation
              move "**" to rpt-line (1:2).
           perform Write-Sweep-Line thru End-Write-Sweep-Line.
       End-Report-One-Entry. exit.

       Write-Sweep-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Sweep-Line. exit.
