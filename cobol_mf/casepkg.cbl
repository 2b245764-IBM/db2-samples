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
      ** SOURCE FILE NAME: casepkg.cbl
      **
      ** SAMPLE: Evidence package for a vendor support case
      **
      **         Opening a case with IBM support used to start with an
      **         hour of gathering evidence by hand.  Given a vendor
      **         case number from the case register (casemnt.cbl), an
      **         incident (its component, as in INCIDENT.DAT), or a
      **         run-correlation id, this program collects the evidence
      **         into one transfer file, CASEPKG.XFR, in the layout
      **         drship.cbl ships the DR artifacts in: an "H" header
      **         naming the case and what was packaged, one "F"
      **         section record per file with its record count and
      **         additive check total, each payload line prefixed
      **         "D", and a "T" trailer with the grand totals.  The
      **         sections are
      **
      **           INCWKSHT.RPT  the incident worksheet (incwksht.cbl)
      **                         -- or RUNFIND.RPT (runfind.cbl) for a
      **                         run id -- when it was run for this
      **                         incident or run
      **           ERRLOG.IDX    the error-log entries inside the
      **                         incident window (opened thirty
      **                         minutes early, as the worksheet is),
      **                         or stamped with the run id
      **           FFDC-*.LOG    the first-failure bundle checkerr.cbl
      **                         wrote for each SEVERE entry among them
      **           CFGDRIFT.BAS  the saved configuration baseline
      **           DBSNAP.CSV    the snapshot rows from a day before
      **                         the window to its end
      **
      **         CASEPKG.MAN lists the same sections with their counts
      **         and check totals, and says which were not found, so
      **         the manifest can go to the vendor with the package
      **         and the sender can see what is missing before it
      **         does.
      **
      ** INPUT FILES:  CASEREG.DAT  (vendor case register)
      **               INCIDENT.DAT (incident records)
      **               ERRLOG.IDX   (keyed error history)
      **               INCWKSHT.RPT, RUNFIND.RPT, FFDC-*.LOG,
      **               CFGDRIFT.BAS, DBSNAP.CSV
      ** OUTPUT FILES: CASEPKG.XFR  (transfer package)
      **               CASEPKG.MAN  (package manifest)
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
       Program-Id. "casepkg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select source-file assign to dynamic source-name
               organization is line sequential
               file status is source-fs.
           select xfr-file assign to "CASEPKG.XFR"
               organization is line sequential.
           select case-file assign to "CASEREG.DAT"
               organization is line sequential
               file status is case-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select error-log assign to "ERRLOG.IDX"
               organization is indexed
               access is sequential
               record key is el-key
               file status is errlog-fs.

       Data Division.
       File Section.
       FD  source-file.
       01  source-rec         pic x(250).

       FD  xfr-file.
       01  xfr-rec            pic x(256).

       FD  case-file.
       01  case-rec.
           05 cs-case         pic x(12).
           05 filler          pic x.
           05 cs-status       pic x(8).
           05 filler          pic x.
           05 cs-severity     pic x.
           05 filler          pic x.
           05 cs-component    pic x(20).
           05 filler          pic x.
           05 cs-inc-open     pic x(17).
           05 filler          pic x.
           05 cs-runid        pic x(16).
           05 filler          pic x(200).

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

       FD  error-log.
       01  error-log-rec.
           05 el-key.
              10 el-key-date  pic 9(8).
              10 el-key-time  pic 9(8).
              10 el-key-prog  pic x(10).
              10 el-key-seq   pic 9(3).
           05 el-progid       pic x(40).
           05 el-sqlcode      pic x(10).
           05 el-sqlstate     pic x(5).
           05 el-severity     pic x(8).
           05 el-sqlmsg       pic x(60).
           05 el-message      pic x(80).
           05 el-runid        pic x(16).

       Working-Storage Section.

       copy "sqlrptw.cbl".

      * Local variables
       77 source-fs           pic xx.
       77 case-fs             pic xx.
       77 incident-fs         pic xx.
       77 errlog-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * what is being packaged: a case from the register, or an
      * incident or run id asked for directly
       77 ask-case            pic x(12).
       77 ask-component       pic x(20).
       77 ask-open-ts         pic x(17).
       77 ask-runid           pic x(16).
       77 case-found-sw       pic x value "N".
       77 picked-sw           pic x value "N".
           88 incident-picked     value "Y".
       77 picked-status       pic x(8).
       77 picked-open-ts      pic x(17).
       77 picked-close-ts     pic x(17).

      * the window the evidence is taken from, on the continuous
      * minute scale, with a lead before the first failure as the
      * worksheet has; the snapshot rows reach a day further back
       77 lead-minutes        pic 9(4) comp-5 value 30.
       77 window-from         pic 9(9) comp-5.
       77 window-to           pic 9(9) comp-5.
       77 window-from-ts      pic x(17).
       77 window-to-ts        pic x(17).
       77 snap-from           pic 9(9) comp-5.
       77 entry-minutes       pic 9(9) comp-5.

      * the error-log entries taken, held as record images
       77 errlog-count        pic 9(4) comp-5 value 0.
       01 errlog-table.
          05 errlog-image     pic x(248) occurs 300 times.
       77 errlog-dropped      pic 9(4) comp-5 value 0.
       77 err-idx             pic 9(4) comp-5.

      * the sections packaged, in the order the vendor reads them
       77 artifact-count      pic 9(4) comp-5 value 0.
       01 artifact-table.
          05 artifact-entry occurs 60 times.
             10 art-name      pic x(30).
             10 art-kind      pic x.
                88 art-whole      value "W".
                88 art-worksheet  value "R".
                88 art-errlog     value "E".
                88 art-snapshot   value "S".
             10 art-note      pic x(44).
             10 art-records   pic 9(6) comp-5.
             10 art-check     pic 9(9) comp-5.
       77 art-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 dup-sw              pic x.
       77 ffdc-name           pic x(30).
       77 missing-count       pic 9(4) comp-5 value 0.

       77 source-name         pic x(30).
       77 keep-sw             pic x.
       77 pkg-date            pic 9(8).
       77 pkg-time            pic 9(8).
       77 pkg-ts              pic x(17).

      * per-file and grand totals
       77 file-records        pic 9(6) comp-5.
       77 file-check          pic 9(9) comp-5.
       77 total-records       pic 9(6) comp-5 value 0.
       77 total-check         pic 9(9) comp-5 value 0.
       77 rec-disp            pic 9(6).
       77 check-disp          pic 9(9).

      * the additive check fold, the arithmetic the audit chain uses
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

      * duration arithmetic on the continuous day-number scale, the
      * same way incident.cbl measures downtime
       77 ts-work             pic x(17).
       77 ts-minutes          pic 9(9) comp-5.
       01 ts-date-work.
          05 tw-year          pic 9(4).
          05 tw-month         pic 9(2).
          05 tw-day           pic 9(2).
       77 month-idx           pic 9(4) comp-5.
      * cumulative days before each month, three digits per month
       01 month-days-table    pic x(36) value
          "000031059090120151181212243273304334".
       01 cum-days            pic 9(3).
       77 day-num             pic 9(9) comp-5.
       77 hh-work             pic 99.
       77 mm-work             pic 99.

       01 out-line            pic x(256).

       Procedure Division.
       casepkg-pgm section.

           display "Sample COBOL Program : CASEPKG.CBL".

           display "vendor case number (blank if not opened yet) : "
              with no advancing.
           accept ask-case.
           move spaces to ask-component.
           move spaces to ask-open-ts.
           move spaces to ask-runid.
           if ask-case not equal spaces
              perform Find-Case thru End-Find-Case.

           if ask-component equal spaces and ask-runid equal spaces
              display "incident component (blank to give a run id) : "
                 with no advancing
              accept ask-component
              if ask-component equal spaces
                 display "run-correlation id : " with no advancing
                 accept ask-runid
              end-if
           end-if.
           display " ".
           if ask-component equal spaces and ask-runid equal spaces
              display "no incident or run id given -- nothing packaged"
              move 8 to return-code
              go to end-casepkg.

           accept pkg-date from date yyyymmdd.
           accept pkg-time from time.
           move spaces to pkg-ts.
           string pkg-date delimited by size
                  "-"      delimited by size
                  pkg-time delimited by size
                  into pkg-ts.

           if ask-component not equal spaces
              perform Pick-Incident thru End-Pick-Incident
              if not incident-picked
                 display "no incident on file for component ",
                    ask-component
                 move 8 to return-code
                 go to end-casepkg
              end-if
              perform Set-Window thru End-Set-Window
           end-if.

           perform Gather-Errlog thru End-Gather-Errlog.
           if ask-component equal spaces and errlog-count equal 0
              display "no error-log entry carries run id ", ask-runid,
                 " -- nothing packaged"
              move 8 to return-code
              go to end-casepkg.
           compute snap-from = window-from - 1440.

           perform List-Artifacts thru End-List-Artifacts.

           open output xfr-file.
           move spaces to out-line.
           if ask-component not equal spaces
              string "H "            delimited by size
                     pkg-ts          delimited by size
                     " CASE="        delimited by size
                     ask-case        delimited by size
                     " INCIDENT="    delimited by size
                     ask-component   delimited by size
                     " OPENED="      delimited by size
                     picked-open-ts  delimited by size
                     into out-line
           else
              string "H "            delimited by size
                     pkg-ts          delimited by size
                     " CASE="        delimited by size
                     ask-case        delimited by size
                     " RUNID="       delimited by size
                     ask-runid       delimited by size
                     into out-line.
           write xfr-rec from out-line.

           perform Ship-One-File thru End-Ship-One-File
               varying art-idx from 1 by 1
               until art-idx is greater than artifact-count.

           move total-records to rec-disp.
           move total-check to check-disp.
           move spaces to out-line.
           string "T "        delimited by size
                  rec-disp    delimited by size
                  " "         delimited by size
                  check-disp  delimited by size
                  into out-line.
           write xfr-rec from out-line.
           close xfr-file.

           perform Write-Manifest thru End-Write-Manifest.

           display artifact-count, " section(s), ", rec-disp,
              " record(s) packaged to CASEPKG.XFR -- manifest in ",
              "CASEPKG.MAN".
           if missing-count is greater than 0
              display missing-count, " section(s) not found -- see ",
                 "the manifest"
              move 4 to return-code.

       end-casepkg. stop run.

      ***********************************************************************
      * Find-Case takes the incident or run id recorded against the
      * case in the register, so a case already opened is packaged
      * without asking again.
      ***********************************************************************
       Find-Case.
           open input case-file.
           if case-fs equal "35"
              go to End-Find-Case.

           move "N" to file-eof.
           perform Find-One-Case thru End-Find-One-Case
               until no-more-records.
           close case-file.
           move "N" to file-eof.

           if case-found-sw not equal "Y"
              display "case ", ask-case, " is not in CASEREG.DAT"
              go to End-Find-Case.
           if ask-component not equal spaces
              display "case ", ask-case, " -- incident ",
                 ask-component, " opened ", ask-open-ts
           else
              display "case ", ask-case, " -- run id ", ask-runid.
       End-Find-Case. exit.

       Find-One-Case.
           read case-file
               at end
                  move "Y" to file-eof
                  go to End-Find-One-Case
           end-read.

           if cs-case not equal ask-case
              go to End-Find-One-Case.
           move "Y" to case-found-sw.
           move cs-component to ask-component.
           move cs-inc-open  to ask-open-ts.
           move cs-runid     to ask-runid.
       End-Find-One-Case. exit.

      ***********************************************************************
      * Pick-Incident keeps the component's incident -- the one the
      * case names, or else the most recent on file.
      ***********************************************************************
       Pick-Incident.
           open input incident-file.
           if incident-fs equal "35"
              display "INCIDENT.DAT not found"
              go to End-Pick-Incident.

           move "N" to file-eof.
           perform Pick-One-Incident thru End-Pick-One-Incident
               until no-more-records.
           close incident-file.
           move "N" to file-eof.
       End-Pick-Incident. exit.

       Pick-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Pick-One-Incident
           end-read.

           if ir-component not equal ask-component
              go to End-Pick-One-Incident.
           if ask-open-ts not equal spaces
              and ir-open-ts not equal ask-open-ts
              go to End-Pick-One-Incident.

           set incident-picked to true.
           move ir-status   to picked-status.
           move ir-open-ts  to picked-open-ts.
           move ir-close-ts to picked-close-ts.
       End-Pick-One-Incident. exit.

      ***********************************************************************
      * Set-Window converts the incident's open/close pair to the
      * continuous-minute scale, opening the window lead-minutes
      * early.  An incident still OPEN is windowed up to this run.
      ***********************************************************************
       Set-Window.
           move picked-open-ts to ts-work.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           compute window-from = ts-minutes - lead-minutes.
           move picked-open-ts to window-from-ts.

           if picked-status equal "CLOSED"
              move picked-close-ts to ts-work
           else
              move pkg-ts to ts-work.
           move ts-work to window-to-ts.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           move ts-minutes to window-to.
       End-Set-Window. exit.

      ***********************************************************************
      * Gather-Errlog takes the error-log entries inside the incident
      * window, or those stamped with the run id -- whose first and
      * last entries then make the window.
      ***********************************************************************
       Gather-Errlog.
           open input error-log.
           if errlog-fs equal "35"
              go to End-Gather-Errlog.

           move "N" to file-eof.
           perform Gather-One-Errlog thru End-Gather-One-Errlog
               until no-more-records.
           close error-log.
           move "N" to file-eof.
           if errlog-dropped is greater than 0
              display errlog-dropped, " error-log entries beyond ",
                 "the first 300 were not packaged".
       End-Gather-Errlog. exit.

       Gather-One-Errlog.
           read error-log
               at end
                  move "Y" to file-eof
                  go to End-Gather-One-Errlog
           end-read.

           move spaces to ts-work.
           string el-key-date delimited by size
                  "-"         delimited by size
                  el-key-time delimited by size
                  into ts-work.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           move ts-minutes to entry-minutes.

           if ask-component not equal spaces
              if entry-minutes is less than window-from
                 or entry-minutes is greater than window-to
                 go to End-Gather-One-Errlog
              end-if
           else
              if el-runid not equal ask-runid
                 go to End-Gather-One-Errlog
              end-if
           end-if.

           if errlog-count is not less than 300
              add 1 to errlog-dropped
              go to End-Gather-One-Errlog.
           add 1 to errlog-count.
           move error-log-rec to errlog-image (errlog-count).

           if ask-component not equal spaces
              go to End-Gather-One-Errlog.
           if errlog-count equal 1
              or entry-minutes is less than window-from
              move entry-minutes to window-from
              move ts-work to window-from-ts.
           if errlog-count equal 1
              or entry-minutes is greater than window-to
              move entry-minutes to window-to
              move ts-work to window-to-ts.
       End-Gather-One-Errlog. exit.

      ***********************************************************************
      * List-Artifacts sets out the sections: the worksheet, the
      * error-log entries, one first-failure bundle per SEVERE entry,
      * the configuration baseline, and the snapshot rows.
      ***********************************************************************
       List-Artifacts.
           move 0 to artifact-count.
           add 1 to artifact-count.
           move "R" to art-kind (artifact-count).
           if ask-component not equal spaces
              move "INCWKSHT.RPT" to art-name (artifact-count)
              move "incident worksheet" to art-note (artifact-count)
           else
              move "RUNFIND.RPT" to art-name (artifact-count)
              move "run id listing" to art-note (artifact-count).

           add 1 to artifact-count.
           move "ERRLOG.IDX" to art-name (artifact-count).
           move "E" to art-kind (artifact-count).
           move "error-log entries in the window"
              to art-note (artifact-count).

           perform List-One-Ffdc thru End-List-One-Ffdc
               varying err-idx from 1 by 1
               until err-idx is greater than errlog-count.

           add 1 to artifact-count.
           move "CFGDRIFT.BAS" to art-name (artifact-count).
           move "W" to art-kind (artifact-count).
           move "configuration baseline" to art-note (artifact-count).

           add 1 to artifact-count.
           move "DBSNAP.CSV" to art-name (artifact-count).
           move "S" to art-kind (artifact-count).
           move "snapshot rows from a day before the window"
              to art-note (artifact-count).
       End-List-Artifacts. exit.

       List-One-Ffdc.
           move errlog-image (err-idx) to error-log-rec.
           if el-severity not equal "SEVERE"
              go to End-List-One-Ffdc.

           move spaces to ffdc-name.
           string "FFDC-"      delimited by size
                  el-key-date  delimited by size
                  "-"          delimited by size
                  el-key-time  delimited by size
                  ".LOG"       delimited by size
                  into ffdc-name.
           move "N" to dup-sw.
           perform Check-Dup-Ffdc thru End-Check-Dup-Ffdc
               varying scan-idx from 1 by 1
               until scan-idx is greater than artifact-count.
           if dup-sw equal "Y"
              go to End-List-One-Ffdc.
           if artifact-count is not less than 58
              display "more first-failure bundles than one package ",
                 "holds -- ", ffdc-name, " left out"
              go to End-List-One-Ffdc.

           add 1 to artifact-count.
           move ffdc-name to art-name (artifact-count).
           move "W" to art-kind (artifact-count).
           move spaces to art-note (artifact-count).
           string "SEVERE error in "   delimited by size
                  el-key-prog        delimited by space
                  " SQLCODE="        delimited by size
                  el-sqlcode         delimited by space
                  into art-note (artifact-count).
       End-List-One-Ffdc. exit.

       Check-Dup-Ffdc.
           if art-name (scan-idx) equal ffdc-name
              move "Y" to dup-sw.
       End-Check-Dup-Ffdc. exit.

      ***********************************************************************
      * Ship-One-File writes one section: the "F" record naming the
      * file with its record count and check total comes first (a
      * counting pass reads the file once before the payload pass
      * copies it), then each payload line prefixed "D".  A file not
      * found -- or a worksheet run for some other incident -- ships
      * as a zero-record section and is named in the manifest.
      ***********************************************************************
       Ship-One-File.
           move art-name (art-idx) to source-name.
           move 0 to file-records.
           move 0 to file-check.

           if art-errlog (art-idx)
              perform Count-One-Image thru End-Count-One-Image
                  varying err-idx from 1 by 1
                  until err-idx is greater than errlog-count
              go to Write-Section-Record.

      * counting pass: record count and check total
           open input source-file.
           if source-fs equal "35"
              display art-name (art-idx),
                 " not found -- shipped as an empty section"
              move "NOT FOUND" to art-note (art-idx)
              add 1 to missing-count
              go to Write-Section-Record.

           if art-worksheet (art-idx)
              perform Check-Worksheet thru End-Check-Worksheet
              if keep-sw not equal "Y"
                 close source-file
                 display art-name (art-idx), " was run for another ",
                    "incident or run -- shipped as an empty section"
                 move "NOT FOUND -- written for another incident"
                    to art-note (art-idx)
                 add 1 to missing-count
                 go to Write-Section-Record
              end-if
              close source-file
              open input source-file
           end-if.

           move "N" to file-eof.
           perform Count-One-Record thru End-Count-One-Record
               until no-more-records.
           close source-file.
           move "N" to file-eof.

       Write-Section-Record.
           move file-records to art-records (art-idx).
           move file-check to art-check (art-idx).
           move file-records to rec-disp.
           move file-check to check-disp.
           move spaces to out-line.
           string "F "        delimited by size
                  art-name (art-idx) delimited by space
                  " "         delimited by size
                  rec-disp    delimited by size
                  " "         delimited by size
                  check-disp  delimited by size
                  into out-line.
           write xfr-rec from out-line.

           add file-records to total-records.
           move total-check to chain-val.
           compute chain-val = chain-val + file-check.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
           move chain-val to total-check.

           if file-records equal 0
              go to End-Ship-One-File.

      * payload pass: copy the records behind their section header
           if art-errlog (art-idx)
              perform Ship-One-Image thru End-Ship-One-Image
                  varying err-idx from 1 by 1
                  until err-idx is greater than errlog-count
              go to End-Ship-One-File.

           open input source-file.
           move "N" to file-eof.
           perform Ship-One-Record thru End-Ship-One-Record
               until no-more-records.
           close source-file.
           move "N" to file-eof.
       End-Ship-One-File. exit.

      * the worksheet's first line names the incident or run it was
      * written for
       Check-Worksheet.
           move "N" to keep-sw.
           read source-file
               at end
                  go to End-Check-Worksheet
           end-read.
           if ask-component not equal spaces
              if source-rec (26:20) equal ask-component
                 move "Y" to keep-sw
              end-if
           else
              if source-rec (35:16) equal ask-runid
                 move "Y" to keep-sw
              end-if
           end-if.
       End-Check-Worksheet. exit.

       Count-One-Record.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Record
           end-read.
           perform Select-Record thru End-Select-Record.
           if keep-sw not equal "Y"
              go to End-Count-One-Record.
           add 1 to file-records.
           perform Fold-Record-Check thru End-Fold-Record-Check.
       End-Count-One-Record. exit.

       Ship-One-Record.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Ship-One-Record
           end-read.
           perform Select-Record thru End-Select-Record.
           if keep-sw not equal "Y"
              go to End-Ship-One-Record.

           move spaces to out-line.
           string "D " delimited by size
                  source-rec delimited by size
                  into out-line.
           write xfr-rec from out-line.
       End-Ship-One-Record. exit.

      * every line of a whole file is shipped; a snapshot row only
      * when it falls from a day before the window to its end
       Select-Record.
           move "Y" to keep-sw.
           if not art-snapshot (art-idx)
              go to End-Select-Record.

           move "N" to keep-sw.
           if source-rec (1:8) not numeric
              go to End-Select-Record.
           move source-rec (1:17) to ts-work.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           if ts-minutes is not less than snap-from
              and ts-minutes is not greater than window-to
              move "Y" to keep-sw.
       End-Select-Record. exit.

       Count-One-Image.
           move errlog-image (err-idx) to source-rec.
           add 1 to file-records.
           perform Fold-Record-Check thru End-Fold-Record-Check.
       End-Count-One-Image. exit.

       Ship-One-Image.
           move spaces to out-line.
           string "D " delimited by size
                  errlog-image (err-idx) delimited by size
                  into out-line.
           write xfr-rec from out-line.
       End-Ship-One-Image. exit.

       Fold-Record-Check.
           move file-check to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 250.
           move chain-val to file-check.
       End-Fold-Record-Check. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move source-rec (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

      ***********************************************************************
      * Write-Manifest lists what the package holds -- the case and
      * what was packaged, the window, each section with its count
      * and check total, and the grand totals the "T" record carries.
      ***********************************************************************
       Write-Manifest.
           move "O" to RPTW-FUNCTION.
           move "CASEPKG.MAN" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "VENDOR CASE PACKAGE " delimited by size
                  pkg-ts                 delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           string "SECTION                         RECORDS      CHECK"
                                         delimited by size
                  "  CONTENT"            delimited by size
                  into RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           move spaces to RPTW-LINE.
           if ask-case equal spaces
              move "vendor case : (not opened yet)" to RPTW-LINE
           else
              string "vendor case : " delimited by size
                     ask-case         delimited by size
                     into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move spaces to RPTW-LINE.
           if ask-component not equal spaces
              string "incident    : " delimited by size
                     ask-component    delimited by size
                     " status "       delimited by size
                     picked-status    delimited by size
                     into RPTW-LINE
           else
              string "run id      : " delimited by size
                     ask-runid        delimited by size
                     into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move spaces to RPTW-LINE.
           string "window      : " delimited by size
                  window-from-ts   delimited by size
                  " to "           delimited by size
                  window-to-ts     delimited by size
                  into RPTW-LINE.
           if ask-component not equal spaces
              move "(opened thirty minutes early)" to RPTW-LINE (50:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           perform Write-Manifest-Line thru End-Write-Manifest-Line
               varying art-idx from 1 by 1
               until art-idx is greater than artifact-count.

           move spaces to RPTW-LINE.
           move "PACKAGE TOTAL" to RPTW-LINE (1:30).
           move total-records to rec-disp.
           move rec-disp to RPTW-LINE (33:6).
           move total-check to check-disp.
           move check-disp to RPTW-LINE (41:9).
           move "CASEPKG.XFR trailer" to RPTW-LINE (52:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Manifest. exit.

       Write-Manifest-Line.
           move spaces to RPTW-LINE.
           move art-name (art-idx) to RPTW-LINE (1:30).
           move art-records (art-idx) to rec-disp.
           move rec-disp to RPTW-LINE (33:6).
           move art-check (art-idx) to check-disp.
           move check-disp to RPTW-LINE (41:9).
           move art-note (art-idx) to RPTW-LINE (52:44).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Manifest-Line. exit.

       Write-Rpt-Line.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rpt-Line. exit.

      ***********************************************************************
      * Ts-To-Minutes converts a yyyymmdd-hhmmsscc timestamp to minutes
      * on a continuous scale (day number * 1440 + minute of day).
      ***********************************************************************
       Ts-To-Minutes.
           if ts-work (1:8) not numeric
              move 0 to ts-minutes
              go to End-Ts-To-Minutes.

           move ts-work (1:8) to ts-date-work.
           move tw-month to month-idx.
           move month-days-table ((month-idx * 3) - 2 : 3) to cum-days.
           compute day-num =
              (tw-year * 365) + (tw-year / 4) + cum-days + tw-day.

           compute ts-minutes = (day-num * 1440).
           if ts-work (10:4) numeric
              move ts-work (10:2) to hh-work
              move ts-work (12:2) to mm-work
              compute ts-minutes =
                 ts-minutes + (hh-work * 60) + mm-work.
       End-Ts-To-Minutes. exit.
