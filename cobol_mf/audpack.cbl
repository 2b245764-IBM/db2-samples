      **         date range, this program extracts the operations
      **         audit actions (OPSAUDIT.LOG), the configuration
      **         change history (DBCONF.AUD), the authorization list
      **         in force (OPSAUTH.CTL), the database authority
      **         holders from the latest authaud.cbl run
      **         (DBAUTH.DAT), the backup evidence (BACKUP.HIS), and
      **         the restore tests that prove the backups can be
      **         restored (RSTEVID.DAT, from rstdrill.cbl), the DR
      **         failover rehearsals measured against the recovery
      **         objectives (DREVID.DAT, from drrehrs.cbl), formats
      **         the package through rptwrite.cbl as one print-ready
      **         document, and cross-foots as it goes: a destructive
      **         audit action whose operator holds no matching
      **         OPSAUTH.CTL class, a config audit line with no
      **         operations audit record on the same day, a database
      **         authority that is not APPROVED, an UNRESTORABLE
      **         restore test, and a rehearsal that MISSED or FAILED
      **         its objectives each land on the exceptions page at
      **         the end.
      **
      **         Quarters audarch.cbl has archived are read from the
      **         SEALED segments AUDARCH.CAT lists, ahead of the live
      **         OPSAUDIT.LOG and DBCONF.AUD.  A segment in the range
      **         that is purged or no longer on file is an exception:
      **         the package cannot hold that period's evidence.
      **
      ** INPUT FILES:  OPSAUDIT.LOG, DBCONF.AUD, OPSAUTH.CTL,
      **               BACKUP.HIS, RSTEVID.DAT, DBAUTH.DAT,
      **               DREVID.DAT, AUDARCH.CAT, OPSAUDIT.Annnn,
      **               DBCONF.Annnn
      ** OUTPUT FILE:  AUDPACK.RPT (evidence package, via rptwrite)
      ***********************************************************************
      **
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select evidence-file assign to "RSTEVID.DAT"
               organization is line sequential
               file status is evidence-fs.
           select dbauth-file assign to "DBAUTH.DAT"
               organization is line sequential
               file status is dbauth-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.
           select rehearsal-file assign to "DREVID.DAT"
               organization is line sequential
               file status is rehearsal-fs.

       Data Division.
       File Section.
           05 filler          pic x(1).
           05 cl-sqlcode      pic x(10).

      * the audarch.cbl catalog line, as far as the package needs it
       FD  cat-file.
       01  cat-rec.
           05 ac-log          pic x(12).
           05 filler          pic x.
           05 ac-segment      pic x(14).
           05 filler          pic x.
           05 ac-from         pic 9(8).
           05 filler          pic x.
           05 ac-to           pic 9(8).
           05 filler          pic x(79).
           05 ac-state        pic x(6).

       FD  seg-file.
       01  seg-rec            pic x(150).
       01  seg-head.
           05 sg-tag          pic x(9).
           05 filler          pic x(141).

       FD  auth-file.
       01  auth-rec.
           05 ar-operator     pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).

       FD  evidence-file.
       01  evidence-rec.
           05 ev-timestamp    pic x(17).
           05 filler          pic x(2).
           05 ev-dbname       pic x(18).
           05 filler          pic x(2).
           05 ev-image-ts     pic x(17).
           05 filler          pic x(2).
           05 ev-source       pic x(8).
           05 filler          pic x(2).
           05 ev-result       pic x(12).
           05 filler          pic x(2).
           05 ev-instance     pic x(18).
           05 filler          pic x(2).
           05 ev-scratch      pic x(8).
           05 filler          pic x(2).
           05 ev-detail       pic x(40).

       FD  rehearsal-file.
       01  rehearsal-rec.
           05 dr-timestamp    pic x(17).
           05 filler          pic x(2).
           05 dr-dbname       pic x(18).
           05 filler          pic x(2).
           05 dr-generation   pic 9(6).
           05 filler          pic x(2).
           05 dr-image-ts     pic x(17).
           05 filler          pic x(2).
           05 dr-rto          pic 9(5).
           05 filler          pic x.
           05 dr-rto-target   pic 9(5).
           05 filler          pic x(2).
           05 dr-rpo          pic 9(7).
           05 filler          pic x.
           05 dr-rpo-target   pic 9(5).
           05 filler          pic x(2).
           05 dr-result       pic x(8).
           05 filler          pic x(2).
           05 dr-detail       pic x(40).

       FD  dbauth-file.
       01  dbauth-rec.
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

       copy "sqlrptw.cbl".
       77 conf-fs             pic xx.
       77 auth-fs             pic xx.
       77 backup-fs           pic xx.
       77 evidence-fs         pic xx.
       77 dbauth-fs           pic xx.
       77 rehearsal-fs        pic xx.
       77 dbauth-heading-sw   pic x.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 seg-log-label       pic x(12).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 file-eof            pic x.
           88 no-more-records     value "Y".

           perform Section-Opsaudit thru End-Section-Opsaudit.
           perform Section-Dbconf thru End-Section-Dbconf.
           perform Section-Auth thru End-Section-Auth.
           perform Section-Dbauth thru End-Section-Dbauth.
           perform Section-Backups thru End-Section-Backups.
           perform Section-Restores thru End-Section-Restores.
           perform Section-Rehearsals thru End-Section-Rehearsals.
           perform Section-Exceptions thru End-Section-Exceptions.

           move "C" to RPTW-FUNCTION.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           move 0 to section-count.
           move "OPSAUDIT.LOG" to seg-log-label.
           perform Pack-Segments thru End-Pack-Segments.

           open input audit-log.
           if audit-fs equal "35"
              go to Opsaudit-Done.
                  move "Y" to file-eof
                  go to End-Pack-One-Audit
           end-read.
           perform Pack-Audit-Record thru End-Pack-Audit-Record.
       End-Pack-One-Audit. exit.

      * one OPSAUDIT record, from the live file or a segment
       Pack-Audit-Record.
           if al-timestamp (1:8) not numeric
              or al-action equal "CARRY FORWARD"
              go to End-Pack-Audit-Record.
           move al-timestamp (1:8) to record-date.
           if record-date is less than from-date
              or record-date is greater than to-date
              go to End-Pack-Audit-Record.

           add 1 to section-count.
           move spaces to rpt-line.

           perform Note-Audit-Day thru End-Note-Audit-Day.
           perform Cross-Foot-Action thru End-Cross-Foot-Action.
       End-Pack-Audit-Record. exit.

       Note-Audit-Day.
           move "N" to day-found-sw.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           move 0 to section-count.
           move "DBCONF.AUD" to seg-log-label.
           perform Pack-Segments thru End-Pack-Segments.

           open input conf-log.
           if conf-fs equal "35"
              go to Dbconf-Done.
                  move "Y" to file-eof
                  go to End-Pack-One-Conf
           end-read.
           perform Pack-Conf-Record thru End-Pack-Conf-Record.
       End-Pack-One-Conf. exit.

      * one DBCONF.AUD record, from the live file or a segment
       Pack-Conf-Record.
           if cl-when (1:8) not numeric
              or cl-token equal "CARRY FWD"
              go to End-Pack-Conf-Record.
           move cl-when (1:8) to record-date.
           if record-date is less than from-date
              or record-date is greater than to-date
              go to End-Pack-Conf-Record.

           add 1 to section-count.
           move spaces to rpt-line.
                           delimited by size
                        " that day" delimited by size
                        into excp-line (excp-count).
       End-Pack-Conf-Record. exit.

      ***********************************************************************
      * Pack-Segments reads, ahead of the live file, every archived
      * segment of the trail named in seg-log-label whose period
      * meets the range, in the order AUDARCH.CAT lists them.  The
      * segment's header and seal lines are not evidence.
      ***********************************************************************
       Pack-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Pack-Segments.

           move "N" to cat-eof.
           perform Pack-One-Segment thru End-Pack-One-Segment
               until no-more-segments.
           close cat-file.
       End-Pack-Segments. exit.

       Pack-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Pack-One-Segment
           end-read.
           if ac-log not equal seg-log-label
              or ac-to is less than from-date
              or ac-from is greater than to-date
              go to End-Pack-One-Segment.

           if ac-state not equal "SEALED"
              move "purged on retention" to rpt-line
              perform Keep-Segment-Gap thru End-Keep-Segment-Gap
              go to End-Pack-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              move "catalogued but not on file" to rpt-line
              perform Keep-Segment-Gap thru End-Keep-Segment-Gap
              go to End-Pack-One-Segment.

           move "N" to file-eof.
           perform Pack-One-Seg-Record thru End-Pack-One-Seg-Record
               until no-more-records.
           close seg-file.
           move "N" to file-eof.
       End-Pack-One-Segment. exit.

       Pack-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to file-eof
                  go to End-Pack-One-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Pack-One-Seg-Record.

           if seg-log-label equal "OPSAUDIT.LOG"
              move seg-rec to audit-log-rec
              perform Pack-Audit-Record thru End-Pack-Audit-Record
           else
              move seg-rec to conf-log-rec
              perform Pack-Conf-Record thru End-Pack-Conf-Record.
       End-Pack-One-Seg-Record. exit.

      * an archived period the package cannot read is a gap in the
      * evidence; rpt-line carries the reason
       Keep-Segment-Gap.
           if excp-count is not less than 100
              go to End-Keep-Segment-Gap.
           add 1 to excp-count.
           move spaces to excp-line (excp-count).
           string "  "          delimited by size
                  ac-segment    delimited by space
                  " ("          delimited by size
                  ac-from       delimited by size
                  " to "        delimited by size
                  ac-to         delimited by size
                  ") "          delimited by size
                  rpt-line      delimited by "  "
                  " -- no evidence for the period" delimited by size
                  into excp-line (excp-count).
           move spaces to rpt-line.
       End-Keep-Segment-Gap. exit.

       Section-Auth.
           move spaces to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
       End-Pack-One-Backup. exit.

      ***********************************************************************
      * Section-Dbauth carries the latest database authority audit
      * from authaud.cbl -- who holds DBADM, SECADM, and LOAD inside
      * each database, against the approved grants register.  It is
      * a statement of what is in force, like the authorization list,
      * so it is printed whole with the date it was taken; every
      * holder that is not APPROVED also goes to the exceptions page.
      ***********************************************************************
       Section-Dbauth.
           move spaces to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
           move "--- database authority holders ---" to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           move 0 to section-count.
           move "N" to dbauth-heading-sw.
           open input dbauth-file.
           if dbauth-fs equal "35"
              move "  (no authority audit on file -- run authaud)"
                 to rpt-line
              perform Write-Pack-Line thru End-Write-Pack-Line
              go to End-Section-Dbauth.

           move "N" to file-eof.
           perform Pack-One-Dbauth thru End-Pack-One-Dbauth
               until no-more-records.
           close dbauth-file.
           move "N" to file-eof.

           move section-count to count-disp.
           move spaces to rpt-line.
           string "  " delimited by size
                  count-disp delimited by size
                  " authority line(s)" delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
       End-Section-Dbauth. exit.

       Pack-One-Dbauth.
           read dbauth-file
               at end
                  move "Y" to file-eof
                  go to End-Pack-One-Dbauth
           end-read.

           if da-dbname equal spaces
              go to End-Pack-One-Dbauth.

           if dbauth-heading-sw equal "N"
              move "Y" to dbauth-heading-sw
              move spaces to rpt-line
              string "  as audited " delimited by size
                     da-checked      delimited by size
                     into rpt-line
              perform Write-Pack-Line thru End-Write-Pack-Line.

           add 1 to section-count.
           move spaces to rpt-line.
           string "  "         delimited by size
                  da-dbname    delimited by size
                  " "          delimited by size
                  da-authority delimited by size
                  " "          delimited by size
                  da-grantee   delimited by size
                  " "          delimited by size
                  da-team      delimited by size
                  " "          delimited by size
                  da-finding   delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           if da-finding equal "APPROVED"
              go to End-Pack-One-Dbauth.
           if excp-count is not less than 100
              go to End-Pack-One-Dbauth.
           add 1 to excp-count.
           move spaces to excp-line (excp-count).
           string "  "         delimited by size
                  da-dbname    delimited by space
                  " "          delimited by size
                  da-authority delimited by space
                  " held by "  delimited by size
                  da-grantee   delimited by space
                  " is "       delimited by size
                  da-finding   delimited by size
                  into excp-line (excp-count).
           if da-finding equal "MISSING"
              move spaces to excp-line (excp-count)
              string "  "         delimited by size
                     da-dbname    delimited by space
                     " approved "  delimited by size
                     da-authority delimited by space
                     " for "      delimited by size
                     da-grantee   delimited by space
                     " is MISSING" delimited by size
                     into excp-line (excp-count).
           if da-finding equal "NOT RUN"
              move spaces to excp-line (excp-count)
              string "  "         delimited by size
                     da-dbname    delimited by space
                     " authorities could not be read"
                        delimited by size
                     into excp-line (excp-count).
       End-Pack-One-Dbauth. exit.

      ***********************************************************************
      * Section-Restores cites the range's restore-verification drills
      * -- real restores of real images, not backup return codes.  An
      * UNRESTORABLE image also goes to the exceptions page.
      ***********************************************************************
       Section-Restores.
           move spaces to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
           move "--- restore-verification evidence ---" to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           move 0 to section-count.
           open input evidence-file.
           if evidence-fs equal "35"
              go to Restores-Done.

           move "N" to file-eof.
           perform Pack-One-Restore thru End-Pack-One-Restore
               until no-more-records.
           close evidence-file.
           move "N" to file-eof.

       Restores-Done.
           move section-count to count-disp.
           move spaces to rpt-line.
           string "  " delimited by size
                  count-disp delimited by size
                  " restore test(s) in range" delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
       End-Section-Restores. exit.

       Pack-One-Restore.
           read evidence-file
               at end
                  move "Y" to file-eof
                  go to End-Pack-One-Restore
           end-read.

           if ev-timestamp (1:8) not numeric
              go to End-Pack-One-Restore.
           move ev-timestamp (1:8) to record-date.
           if record-date is less than from-date
              or record-date is greater than to-date
              go to End-Pack-One-Restore.

           add 1 to section-count.
           move spaces to rpt-line.
           string "  "         delimited by size
                  ev-timestamp delimited by size
                  " "          delimited by size
                  ev-dbname    delimited by size
                  " image "    delimited by size
                  ev-image-ts  delimited by size
                  " "          delimited by size
                  ev-result    delimited by size
                  " "          delimited by size
                  ev-detail    delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           if ev-result not equal "UNRESTORABLE"
              go to End-Pack-One-Restore.
           if excp-count is not less than 100
              go to End-Pack-One-Restore.
           add 1 to excp-count.
           move spaces to excp-line (excp-count).
           string "  "         delimited by size
                  ev-timestamp delimited by size
                  " "          delimited by size
                  ev-dbname    delimited by space
                  " image "    delimited by size
                  ev-image-ts  delimited by size
                  " failed its restore test" delimited by size
                  into excp-line (excp-count).
       End-Pack-One-Restore. exit.

      ***********************************************************************
      * Section-Rehearsals cites the range's DR failover rehearsals,
      * each database's achieved recovery time and recovery point
      * beside its objectives.  A MISSED or FAILED database also goes
      * to the exceptions page.
      ***********************************************************************
       Section-Rehearsals.
           move spaces to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
           move "--- DR failover rehearsal evidence ---" to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           move 0 to section-count.
           open input rehearsal-file.
           if rehearsal-fs equal "35"
              go to Rehearsals-Done.

           move "N" to file-eof.
           perform Pack-One-Rehearsal thru End-Pack-One-Rehearsal
               until no-more-records.
           close rehearsal-file.
           move "N" to file-eof.

       Rehearsals-Done.
           move section-count to count-disp.
           move spaces to rpt-line.
           string "  " delimited by size
                  count-disp delimited by size
                  " database rehearsal(s) in range" delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
       End-Section-Rehearsals. exit.

       Pack-One-Rehearsal.
           read rehearsal-file
               at end
                  move "Y" to file-eof
                  go to End-Pack-One-Rehearsal
           end-read.

           if dr-timestamp (1:8) not numeric
              go to End-Pack-One-Rehearsal.
           move dr-timestamp (1:8) to record-date.
           if record-date is less than from-date
              or record-date is greater than to-date
              go to End-Pack-One-Rehearsal.

           add 1 to section-count.
           move spaces to rpt-line.
           string "  "          delimited by size
                  dr-timestamp  delimited by size
                  " "           delimited by size
                  dr-dbname     delimited by size
                  " gen "       delimited by size
                  dr-generation delimited by size
                  " RTO "       delimited by size
                  dr-rto        delimited by size
                  "/"           delimited by size
                  dr-rto-target delimited by size
                  " RPO "       delimited by size
                  dr-rpo        delimited by size
                  "/"           delimited by size
                  dr-rpo-target delimited by size
                  " "           delimited by size
                  dr-result     delimited by size
                  " "           delimited by size
                  dr-detail     delimited by size
                  into rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.

           if dr-result equal "MET"
              go to End-Pack-One-Rehearsal.
           if excp-count is not less than 100
              go to End-Pack-One-Rehearsal.
           add 1 to excp-count.
           move spaces to excp-line (excp-count).
           string "  "          delimited by size
                  dr-timestamp  delimited by size
                  " "           delimited by size
                  dr-dbname     delimited by space
                  " DR rehearsal " delimited by size
                  dr-result     delimited by space
                  ": "          delimited by size
                  dr-detail     delimited by size
                  into excp-line (excp-count).
       End-Pack-One-Rehearsal. exit.

       Section-Exceptions.
           move spaces to rpt-line.
           perform Write-Pack-Line thru End-Write-Pack-Line.
