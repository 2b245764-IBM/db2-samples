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
      ** SOURCE FILE NAME: authaud.cbl
      **
      ** SAMPLE: Database authority audit against the approved grants
      **         register
      **
      **         opsauth.cbl controls who may run the suite's
      **         destructive operations, but nobody reviewed who
      **         holds DBADM, SECADM, or LOAD authority inside the
      **         databases themselves.  For every database in the
      **         SITEPARM.CFG list this audit reads the database-level
      **         authority holders from the catalog (SYSCAT.DBAUTH,
      **         queried through the command processor the way
      **         logchain.cbl reads the recovery history) and
      **         compares them with the approved grants register,
      **         GRANTREG.CTL.  A holder with no register line is
      **         UNAPPROVED; a register line with no holder is
      **         MISSING; an approved holder whose team owns nothing
      **         in DBOWNER.CTL is reported NO TEAM.  The findings
      **         are printed through rptwrite.cbl and kept in
      **         DBAUTH.DAT, which audpack.cbl carries as its own
      **         section of the quarterly evidence package.  A DBADM
      **         holder that was not there on the previous run raises
      **         an alert -- CRITICAL when the grant is unapproved.
      **
      **         GRANTREG.CTL lines read: database ("*" for every
      **         database), authority, holder, owning team, and the
      **         approval reference:
      **
      **  PAYDB              DBADM    PAYADM             PAYROLL      CHG004411
      **  *                  SECADM   SECOFFR            SECURITY     CHG003120
      **
      ** INPUT FILES:  SITEPARM.CFG (database list, via siteparm)
      **               GRANTREG.CTL (approved grants register)
      **               DBOWNER.CTL  (owning teams)
      ** WORK FILES:   DBAUTH.SQL   (authority query script)
      **               DBAUTH.OUT   (authority query output)
      ** OUTPUT FILES: DBAUTH.DAT   (findings, rewritten each run)
      **               DBAUTH.RPT   (audit report, via rptwrite)
      **               ALERTQ.DAT   (new DBADM holders, via alertq)
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
       Program-Id. "authaud".

       Environment Division.
       Input-Output Section.
       File-Control.
           select register-file assign to "GRANTREG.CTL"
               organization is line sequential
               file status is register-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select sql-script assign to "DBAUTH.SQL"
               organization is line sequential
               file status is script-fs.
           select auth-out assign to "DBAUTH.OUT"
               organization is line sequential
               file status is authout-fs.
           select findings-file assign to "DBAUTH.DAT"
               organization is line sequential
               file status is findings-fs.

       Data Division.
       File Section.
       FD  register-file.
       01  register-rec.
           05 gr-dbname       pic x(18).
           05 filler          pic x.
           05 gr-authority    pic x(8).
           05 filler          pic x.
           05 gr-grantee      pic x(18).
           05 filler          pic x.
           05 gr-team         pic x(12).
           05 filler          pic x.
           05 gr-reference    pic x(12).

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

       FD  sql-script.
       01  sql-script-rec     pic x(132).

      * one authority holder as the query formats it
       FD  auth-out.
       01  auth-out-rec.
           05 ao-tag          pic x(5).
           05 ao-authority    pic x(8).
           05 filler          pic x.
           05 ao-grantee      pic x(18).
           05 filler          pic x.
           05 ao-type         pic x.
           05 filler          pic x(98).

       FD  findings-file.
       01  findings-rec.
           05 da-checked      pic x(17).
           05 filler          pic x(2).
           05 da-dbname       pic x(18).
           05 filler          pic x(2).
           05 da-authority    pic x(8).
           05 filler          pic x(2).
           05 da-grantee      pic x(18).
           05 filler          pic x(2).
           05 da-team         pic x(12).
           05 filler          pic x(2).
           05 da-finding      pic x(10).
           05 filler          pic x(2).
           05 da-new          pic x(3).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 register-fs         pic xx.
       77 owner-fs            pic xx.
       77 script-fs           pic xx.
       77 authout-fs          pic xx.
       77 findings-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the approved grants register; the matched switch is reset
      * for each database checked
       77 grant-count         pic 9(4) comp-5 value 0.
       01 grant-table.
          05 grant-entry occurs 500 times.
             10 gt-dbname     pic x(18).
             10 gt-authority  pic x(8).
             10 gt-grantee    pic x(18).
             10 gt-team       pic x(12).
             10 gt-matched-sw pic x.
       77 grant-idx           pic 9(4) comp-5.

      * the teams that own something in DBOWNER.CTL
       77 team-count          pic 9(4) comp-5 value 0.
       01 team-table.
          05 team-entry occurs 100 times pic x(12).
       77 team-idx            pic 9(4) comp-5.

      * the DBADM holders the previous run found, so a newcomer can
      * be told apart; a database the previous run never checked is
      * taken as it stands
       77 prior-sw            pic x value "N".
           88 prior-run-found     value "Y".
       77 prior-count         pic 9(4) comp-5 value 0.
       01 prior-table.
          05 prior-entry occurs 2000 times.
             10 pr-dbname     pic x(18).
             10 pr-grantee    pic x(18).
       77 prior-db-count      pic 9(4) comp-5 value 0.
       01 prior-db-table.
          05 prior-db occurs 50 times pic x(18).
       77 prior-idx           pic 9(4) comp-5.

       77 db-idx              pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 checked-before-sw   pic x.
           88 checked-before      value "Y".

      * the scripted authority query
       01 sql-line            pic x(132).
       77 run-command         pic x(60).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic z(3)9.

      * the finding for one holder or register line
       77 row-authority       pic x(8).
       77 row-grantee         pic x(18).
       77 row-team            pic x(12).
       77 row-finding         pic x(10).
       77 row-new             pic x(3).

       77 holder-count        pic 9(4) comp-5 value 0.
       77 unapproved-count    pic 9(4) comp-5 value 0.
       77 missing-count       pic 9(4) comp-5 value 0.
       77 noteam-count        pic 9(4) comp-5 value 0.
       77 newadm-count        pic 9(4) comp-5 value 0.
       77 notrun-count        pic 9(4) comp-5 value 0.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       authaud-pgm section.

           display "Sample COBOL Program : AUTHAUD.CBL".

           move "authaud" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to audit"
              go to end-authaud.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Register thru End-Load-Register.
           perform Load-Teams thru End-Load-Teams.
           perform Load-Prior thru End-Load-Prior.

           open output findings-file.

           move "O" to RPTW-FUNCTION.
           move "DBAUTH.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "DATABASE AUTHORITY AUDIT AS OF " delimited by size
                  now-date delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            AUTHORITY HOLDER              TEA
      -         "M          FINDING     NEW" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Audit-One-Database thru End-Audit-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
           close findings-file.

           display " ".
           display holder-count, " holder(s): ", unapproved-count,
              " unapproved, ", missing-count, " missing, ",
              noteam-count, " with no owning team, ", newadm-count,
              " new DBADM -- see DBAUTH.RPT".

      * an unapproved holder fails the run; a missing grant, a
      * teamless holder, or an unread database is a warning
           if unapproved-count is greater than 0
              move 8 to RETURN-CODE
           else
              if missing-count is greater than 0
                 or noteam-count is greater than 0
                 or notrun-count is greater than 0
                 move 4 to RETURN-CODE.

       end-authaud.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Register.
           open input register-file.
           if register-fs equal "35"
              display "GRANTREG.CTL not found -- every holder is ",
                 "reported UNAPPROVED"
              go to End-Load-Register.

           move "N" to file-eof.
           perform Load-One-Grant thru End-Load-One-Grant
               until no-more-records.
           close register-file.
           move "N" to file-eof.
       End-Load-Register. exit.

       Load-One-Grant.
           read register-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Grant
           end-read.

           if gr-dbname equal spaces
              or register-rec (1:2) equal "**"
              or gr-grantee equal spaces
              go to End-Load-One-Grant.

           if grant-count is less than 500
              add 1 to grant-count
              move gr-dbname    to gt-dbname (grant-count)
              move gr-authority to gt-authority (grant-count)
              move gr-grantee   to gt-grantee (grant-count)
              move gr-team      to gt-team (grant-count).
       End-Load-One-Grant. exit.

       Load-Teams.
           open input owner-file.
           if owner-fs equal "35"
              display "DBOWNER.CTL not found -- every approved ",
                 "holder is reported NO TEAM"
              go to End-Load-Teams.

           move "N" to file-eof.
           perform Load-One-Team thru End-Load-One-Team
               until no-more-records.
           close owner-file.
           move "N" to file-eof.
       End-Load-Teams. exit.

       Load-One-Team.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Team
           end-read.

           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              or ow-team equal spaces
              go to End-Load-One-Team.

           move "N" to found-sw.
           perform Match-One-Team thru End-Match-One-Team
               varying team-idx from 1 by 1
               until team-idx is greater than team-count.
           if not entry-found and team-count is less than 100
              add 1 to team-count
              move ow-team to team-entry (team-count).
       End-Load-One-Team. exit.

       Match-One-Team.
           if team-entry (team-idx) equal ow-team
              move "Y" to found-sw.
       End-Match-One-Team. exit.

      ***********************************************************************
      * Load-Prior reads the previous run's findings before they are
      * rewritten, keeping the DBADM holders it found and the
      * databases it checked.
      ***********************************************************************
       Load-Prior.
           open input findings-file.
           if findings-fs equal "35"
              display "no previous DBAUTH.DAT -- this run sets the ",
                 "baseline for new DBADM holders"
              go to End-Load-Prior.

           set prior-run-found to true.
           move "N" to file-eof.
           perform Load-One-Prior thru End-Load-One-Prior
               until no-more-records.
           close findings-file.
           move "N" to file-eof.
       End-Load-Prior. exit.

       Load-One-Prior.
           read findings-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Prior
           end-read.

           if da-dbname equal spaces
              or da-finding equal "NOT RUN"
              go to End-Load-One-Prior.

           move "N" to found-sw.
           perform Match-Prior-Db thru End-Match-Prior-Db
               varying prior-idx from 1 by 1
               until prior-idx is greater than prior-db-count.
           if not entry-found and prior-db-count is less than 50
              add 1 to prior-db-count
              move da-dbname to prior-db (prior-db-count).

           if da-authority not equal "DBADM"
              or da-finding equal "MISSING"
              go to End-Load-One-Prior.
           if prior-count is less than 2000
              add 1 to prior-count
              move da-dbname  to pr-dbname (prior-count)
              move da-grantee to pr-grantee (prior-count).
       End-Load-One-Prior. exit.

       Match-Prior-Db.
           if prior-db (prior-idx) equal da-dbname
              move "Y" to found-sw.
       End-Match-Prior-Db. exit.

      ***********************************************************************
      * Audit-One-Database reads one database's authority holders and
      * judges each against the register, then names the register
      * lines for this database that no holder matched.
      ***********************************************************************
       Audit-One-Database.
           perform Reset-One-Grant thru End-Reset-One-Grant
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.

           perform Query-Authorities thru End-Query-Authorities.
           if child-retcode is not less than 4
              move child-retcode to retcode-disp
              display "authority query for ", SITE-DB-NAME (db-idx),
                 " ended rc=", retcode-disp, " -- not audited"
              add 1 to notrun-count
              move spaces to row-authority
              move spaces to row-grantee
              move spaces to row-team
              move "NOT RUN" to row-finding
              move spaces to row-new
              perform Report-Finding thru End-Report-Finding
              go to End-Audit-One-Database.

           move "N" to checked-before-sw.
           perform Match-Checked-Db thru End-Match-Checked-Db
               varying prior-idx from 1 by 1
               until prior-idx is greater than prior-db-count.

           open input auth-out.
           if authout-fs equal "35"
              go to Audit-Missing.
           move "N" to file-eof.
           perform Judge-One-Holder thru End-Judge-One-Holder
               until no-more-records.
           close auth-out.
           move "N" to file-eof.

       Audit-Missing.
           perform Report-One-Missing thru End-Report-One-Missing
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.
       End-Audit-One-Database. exit.

       Reset-One-Grant.
           move "N" to gt-matched-sw (grant-idx).
       End-Reset-One-Grant. exit.

       Match-Checked-Db.
           if prior-db (prior-idx) equal SITE-DB-NAME (db-idx)
              set checked-before to true.
       End-Match-Checked-Db. exit.

      ***********************************************************************
      * Query-Authorities scripts a connect and a query of the
      * database-level DBADM, SECADM, and LOAD holders, one tagged
      * line per holder and authority, captured in DBAUTH.OUT.
      ***********************************************************************
       Query-Authorities.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "          delimited by size
                  SITE-DB-NAME (db-idx)  delimited by space
                  ";"                    delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "SELECT 'AUTH DBADM    ' || CHAR(GRANTEE, 18) || ' ' ||"
              to sql-line.
           write sql-script-rec from sql-line.
           move "       GRANTEETYPE" to sql-line.
           write sql-script-rec from sql-line.
           move "  FROM SYSCAT.DBAUTH WHERE DBADMAUTH = 'Y'"
              to sql-line.
           write sql-script-rec from sql-line.
           move "UNION ALL" to sql-line.
           write sql-script-rec from sql-line.
           move "SELECT 'AUTH SECADM   ' || CHAR(GRANTEE, 18) || ' ' ||"
              to sql-line.
           write sql-script-rec from sql-line.
           move "       GRANTEETYPE" to sql-line.
           write sql-script-rec from sql-line.
           move "  FROM SYSCAT.DBAUTH WHERE SECURITYADMAUTH = 'Y'"
              to sql-line.
           write sql-script-rec from sql-line.
           move "UNION ALL" to sql-line.
           write sql-script-rec from sql-line.
           move "SELECT 'AUTH LOAD     ' || CHAR(GRANTEE, 18) || ' ' ||"
              to sql-line.
           write sql-script-rec from sql-line.
           move "       GRANTEETYPE" to sql-line.
           write sql-script-rec from sql-line.
           move "  FROM SYSCAT.DBAUTH WHERE LOADAUTH = 'Y';"
              to sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           move "db2 -x -tf DBAUTH.SQL > DBAUTH.OUT" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.
       End-Query-Authorities. exit.

      ***********************************************************************
      * Judge-One-Holder takes one tagged holder line -- the connect
      * and reset messages in the output are passed over -- and finds
      * its register line, naming this database or "*".
      ***********************************************************************
       Judge-One-Holder.
           read auth-out
               at end
                  move "Y" to file-eof
                  go to End-Judge-One-Holder
           end-read.

           if ao-tag not equal "AUTH "
              or ao-grantee equal spaces
              go to End-Judge-One-Holder.

           add 1 to holder-count.
           move ao-authority to row-authority.
           move ao-grantee   to row-grantee.
           move spaces       to row-team.
           move spaces       to row-new.

           move "N" to found-sw.
           perform Match-One-Grant thru End-Match-One-Grant
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count
                  or entry-found.

           if not entry-found
              move "UNAPPROVED" to row-finding
              add 1 to unapproved-count
           else
              subtract 1 from grant-idx
              move gt-team (grant-idx) to row-team
              perform Check-Team thru End-Check-Team.

           if row-authority equal "DBADM"
              perform Check-New-Dbadm thru End-Check-New-Dbadm.

           perform Report-Finding thru End-Report-Finding.
       End-Judge-One-Holder. exit.

       Match-One-Grant.
           if (gt-dbname (grant-idx) equal SITE-DB-NAME (db-idx)
                 or gt-dbname (grant-idx) equal "*")
              and gt-authority (grant-idx) equal row-authority
              and gt-grantee (grant-idx) equal row-grantee
              move "Y" to gt-matched-sw (grant-idx)
              move "Y" to found-sw.
       End-Match-One-Grant. exit.

       Check-Team.
           move "N" to found-sw.
           if row-team not equal spaces
              perform Find-Owning-Team thru End-Find-Owning-Team
                  varying team-idx from 1 by 1
                  until team-idx is greater than team-count.
           if entry-found
              move "APPROVED" to row-finding
           else
              move "NO TEAM" to row-finding
              add 1 to noteam-count.
       End-Check-Team. exit.

       Find-Owning-Team.
           if team-entry (team-idx) equal row-team
              move "Y" to found-sw.
       End-Find-Owning-Team. exit.

      ***********************************************************************
      * Check-New-Dbadm compares a DBADM holder with the previous
      * run's.  Only a database the previous run actually checked
      * can have a newcomer.
      ***********************************************************************
       Check-New-Dbadm.
           if not prior-run-found or not checked-before
              go to End-Check-New-Dbadm.

           move "N" to found-sw.
           perform Match-Prior-Holder thru End-Match-Prior-Holder
               varying prior-idx from 1 by 1
               until prior-idx is greater than prior-count.
           if entry-found
              go to End-Check-New-Dbadm.

           move "YES" to row-new.
           add 1 to newadm-count.

           move "authaud" to ALERT-SOURCE.
           if row-finding equal "UNAPPROVED"
              move "CRITICAL" to ALERT-SEVERITY
           else
              move "WARNING" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string SITE-DB-NAME (db-idx) delimited by space
                  " DBADM"              delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "new DBADM holder "  delimited by size
                  row-grantee          delimited by space
                  " ("                 delimited by size
                  row-finding          delimited by space
                  ")"                  delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Check-New-Dbadm. exit.

       Match-Prior-Holder.
           if pr-dbname (prior-idx) equal SITE-DB-NAME (db-idx)
              and pr-grantee (prior-idx) equal row-grantee
              move "Y" to found-sw.
       End-Match-Prior-Holder. exit.

       Report-One-Missing.
           if gt-matched-sw (grant-idx) equal "Y"
              go to End-Report-One-Missing.
           if gt-dbname (grant-idx) not equal SITE-DB-NAME (db-idx)
              and gt-dbname (grant-idx) not equal "*"
              go to End-Report-One-Missing.

           add 1 to missing-count.
           move gt-authority (grant-idx) to row-authority.
           move gt-grantee (grant-idx)   to row-grantee.
           move gt-team (grant-idx)      to row-team.
           move "MISSING"                to row-finding.
           move spaces                   to row-new.
           perform Report-Finding thru End-Report-Finding.
       End-Report-One-Missing. exit.

       Report-Finding.
           move spaces to rpt-line.
           string "  "                   delimited by size
                  SITE-DB-NAME (db-idx)  delimited by size
                  "  "                   delimited by size
                  row-authority          delimited by size
                  "  "                   delimited by size
                  row-grantee            delimited by size
                  "  "                   delimited by size
                  row-team               delimited by size
                  "  "                   delimited by size
                  row-finding            delimited by size
                  "  "                   delimited by size
                  row-new                delimited by size
                  into rpt-line.
           if row-finding not equal "APPROVED"
              move "**" to rpt-line (1:2).
           move "W" to RPTW-FUNCTION.
           move rpt-line to RPTW-LINE.
           call "rptwrite" using RPTW-AREA.

           move spaces to findings-rec.
           move now-ts                to da-checked.
           move SITE-DB-NAME (db-idx) to da-dbname.
           move row-authority         to da-authority.
           move row-grantee           to da-grantee.
           move row-team              to da-team.
           move row-finding           to da-finding.
           move row-new               to da-new.
           write findings-rec.
       End-Report-Finding. exit.
