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
      ** SOURCE FILE NAME: sitekit.cbl
      **
      ** SAMPLE: New-site bootstrap kit for the suite's control files
      **
      **         Standing the suite up at another data center meant
      **         copying dozens of control files from the primary and
      **         editing them by hand, and an instance name, SITEID,
      **         database, or path was always left wrong somewhere.
      **
      **         E (export), run at the primary, packages every
      **         control and policy file the suite reads as site
      **         configuration (CHGCAL.CTL and PRIVACY.POL stay
      **         behind, see Load-File-List) into SITEKIT.XFR as a
      **         template.  Every site-specific value
      **         is replaced by a named placeholder written over the
      **         value's own columns, so the fixed layouts survive:
      **
      **           %SITEID%  the SITEID from SITEPARM.CFG
      **           %INnn%    each INSTANCE from SITEPARM.CFG
      **           %DBnn%    each DATABASE from SITEPARM.CFG
      **           %DFLTDB%  DEFAULTDB, when it is not in the list
      **           %name%    each VALUE line of SITEKIT.CTL
      **
      **         SITEKIT.CTL is optional and names what the site list
      **         cannot know:
      **
      **           FILE   name           another file to package
      **           VALUE  name     text  a literal to template, such
      **                                 as a path prefix
      **           MANUAL text           a step for the checklist
      **
      **         The kit uses the DRSHIP.XFR layout -- an "H" header,
      **         one "F" section per file with its record count and
      **         check total, each template line prefixed "D", and a
      **         "T" trailer -- with "P" records naming each
      **         placeholder and the primary's value, and "M"
      **         checklist records.  A value whose placeholder would
      **         not fit its columns is left as it is and named on
      **         the checklist.  CREDVLT.DAT never travels.
      **
      **         I (import), run at the new site by an operator
      **         authorized for CREATE (opsauth.cbl), proves the kit
      **         whole before writing anything, takes each
      **         placeholder's value from SITEKIT.SUB or prompts for
      **         it (and saves the answers back to SITEKIT.SUB), and
      **         writes the files.  A value of "-" means the site has
      **         no such instance or database: the lines carrying it
      **         are left out.  preflight.cbl is then run against the
      **         result, and the import will not finish while any
      **         written file fails its check -- the operator corrects
      **         the values and the files are written again, or the
      **         run ends INCOMPLETE with condition code 8.  Control-
      **         file coverage cannot pass until the vault and the
      **         directories are built by hand, so it is not held
      **         against the import: its result goes on the
      **         checklist.  Either way the checklist of what cannot
      **         be templated (credentials, node and database
      **         directory entries, and the primary's own MANUAL
      **         steps) is printed, and the outcome is recorded in
      **         the operations audit trail.
      **
      ** INPUT FILES:  the suite's control files, SITEPARM.CFG, and
      **               SITEKIT.CTL (export)
      **               SITEKIT.XFR (import)
      ** INPUT/OUTPUT FILE: SITEKIT.SUB (placeholder values, import)
      ** OUTPUT FILES: SITEKIT.XFR (export)
      **               the control files, and SITEKIT.RPT (import)
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
       Program-Id. "sitekit".

       Environment Division.
       Input-Output Section.
       File-Control.
           select source-file assign to dynamic source-name
               organization is line sequential
               file status is source-fs.
           select target-file assign to dynamic target-name
               organization is line sequential
               file status is target-fs.
           select kit-file assign to "SITEKIT.XFR"
               organization is line sequential
               file status is kit-fs.
           select kit-ctl assign to "SITEKIT.CTL"
               organization is line sequential
               file status is ctl-fs.
           select sub-file assign to "SITEKIT.SUB"
               organization is line sequential
               file status is sub-fs.
           select kit-rpt assign to "SITEKIT.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  source-file.
       01  source-rec         pic x(250).

       FD  target-file.
       01  target-rec         pic x(250).

       FD  kit-file.
       01  kit-rec            pic x(256).

       FD  kit-ctl.
       01  kit-ctl-rec.
           05 kc-keyword      pic x(6).
           05 filler          pic x.
           05 kc-text         pic x(60).
       01  kit-value-rec.
           05 filler          pic x(7).
           05 kv-name         pic x(8).
           05 filler          pic x.
           05 kv-value        pic x(50).

       FD  sub-file.
       01  sub-rec.
           05 su-token        pic x(10).
           05 filler          pic x.
           05 su-value        pic x(50).

       FD  kit-rpt.
       01  kit-rpt-rec        pic x(132).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlauth.cbl".
       copy "sqlaudit.cbl".

      * Local variables
       77 source-fs           pic xx.
       77 target-fs           pic xx.
       77 kit-fs              pic xx.
       77 ctl-fs              pic xx.
       77 sub-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 kit-mode            pic x.
           88 mode-export         value "E" "e".
           88 mode-import         value "I" "i".
       77 operator-id         pic x(8).
       77 source-name         pic x(14).
       77 target-name         pic x(14).
       77 target-open-sw      pic x value "N".
           88 target-is-open      value "Y".

       77 kit-date            pic 9(8).
       77 kit-time            pic 9(8).
       77 kit-ts              pic x(17).
       77 kit-site            pic x(8).

      * the files in the kit, in the order they travel
       77 file-count          pic 9(4) comp-5 value 0.
       01 file-table.
          05 file-entry occurs 80 times.
             10 fi-name       pic x(14).
             10 fi-records    pic 9(6) comp-5.
       77 file-idx            pic 9(4) comp-5.
       77 new-file-name       pic x(14).
       77 listed-sw           pic x.

      * the placeholders: the primary's value (export) and this site's
      * value (import) for each
       77 sub-count           pic 9(4) comp-5 value 0.
       01 sub-table.
          05 sub-entry occurs 120 times.
             10 sb-token      pic x(10).
             10 sb-tok-len    pic 9(4) comp-5.
             10 sb-kind       pic x(8).
             10 sb-value      pic x(50).
             10 sb-len        pic 9(4) comp-5.
             10 sb-new        pic x(50).
             10 sb-new-len    pic 9(4) comp-5.
       01 swap-sub.
          05 sw-token         pic x(10).
          05 sw-tok-len       pic 9(4) comp-5.
          05 sw-kind          pic x(8).
          05 sw-value         pic x(50).
          05 sw-len           pic 9(4) comp-5.
          05 sw-new           pic x(50).
          05 sw-new-len       pic 9(4) comp-5.
       77 sub-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 site-idx            pic 9(4) comp-5.
       77 new-token           pic x(10).
       77 new-kind            pic x(8).
       77 new-value           pic x(50).
       77 num-disp            pic 9(2).

      * the checklist steps carried in the kit
       77 manual-count        pic 9(4) comp-5 value 0.
       01 manual-table.
          05 manual-item occurs 60 times pic x(70).
       77 manual-idx          pic 9(4) comp-5.

      * one template line being built or filled in
       01 work-line           pic x(250).
       77 scan-pos            pic 9(4) comp-5.
       77 end-pos             pic 9(4) comp-5.
       77 span-idx            pic 9(4) comp-5.
       77 span-len            pic 9(4) comp-5.
       77 close-pos           pic 9(4) comp-5.
       77 tok-len             pic 9(4) comp-5.
       77 hit-idx             pic 9(4) comp-5.
       77 line-in-file        pic 9(6) comp-5.
       77 lines-written       pic 9(6) comp-5.
       77 unfit-count         pic 9(4) comp-5 value 0.
       77 subst-errors        pic 9(4) comp-5 value 0.
       77 writing-sw          pic x.
           88 writing-payload     value "Y".
       77 drop-line-sw        pic x.
           88 drop-line           value "Y".
       77 fit-sw              pic x.
      * a name is matched only where it stands alone, so SAMPLE is not
      * templated inside SAMPLE2 or inside a placeholder already set
       77 test-char           pic x.
           88 name-char           value "A" thru "Z" "a" thru "z"
                                        "0" thru "9" "%" "_" "#"
                                        "$" "@".

      * trimmed length of a value
       77 measure-text        pic x(50).
       77 measure-len         pic 9(4) comp-5.

      * per-file and grand totals, and the import's expectations
       77 file-records        pic 9(6) comp-5.
       77 file-check          pic 9(9) comp-5.
       77 total-records       pic 9(6) comp-5 value 0.
       77 total-check         pic 9(9) comp-5 value 0.
       77 expect-records      pic 9(6) comp-5.
       77 expect-check        pic 9(9) comp-5.
       77 expect-total-recs   pic 9(6) comp-5 value 0.
       77 expect-total-check  pic 9(9) comp-5 value 0.
       77 section-open-sw     pic x value "N".
           88 section-open        value "Y".
       77 bad-sections        pic 9(4) comp-5 value 0.
       77 trailer-seen-sw     pic x value "N".
       01 ctl-fields.
          05 ctl-field occurs 4 times pic x(18).
       77 ctl-field-count     pic 9(4) comp-5.

      * the additive check fold, the arithmetic drship.cbl ships
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

      * the import's retry loop and verdict
       77 answer              pic x(50).
       77 confirm             pic x.
       77 exist-count         pic 9(4) comp-5.
       77 import-done-sw      pic x.
           88 import-done         value "Y".
       77 bootstrap-ok-sw     pic x value "N".
           88 bootstrap-ok        value "Y".
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.

       77 rec-disp            pic 9(6).
       77 check-disp          pic 9(9).
       77 line-disp           pic z(5)9.
       77 cnt-disp            pic z(3)9.
       77 rc-disp             pic z(3)9.

      * the written files' own lines in PREFLGHT.RPT, and the
      * coverage line, which only the checklist carries
       77 check-failed-count  pic 9(4) comp-5.
       77 check-seen-count    pic 9(4) comp-5.
       77 coverage-result     pic x(4) value spaces.
       01 out-line            pic x(256).
       01 rpt-line            pic x(132).

       Procedure Division.
       sitekit-pgm section.

           display "Sample COBOL Program : SITEKIT.CBL".

           display "E export a template kit here, I import a kit ",
              "at this site : " with no advancing.
           accept kit-mode.

           if mode-export
              perform Export-Kit thru End-Export-Kit
           else
              if mode-import
                 perform Import-Kit thru End-Import-Kit
              else
                 display "mode must be E or I".

       end-sitekit. stop run.

      ***********************************************************************
      * Export-Kit packages the primary's control files as a template.
      * The site's own names come from SITEPARM.CFG; without it there
      * is nothing to template them from.
      ***********************************************************************
       Export-Kit.
           call "siteparm" using SITEPARM-AREA.
           if SITE-LOADED-SW not equal "Y"
              display "SITEPARM.CFG not found -- the kit needs the ",
                 "site's own names to template"
              move 8 to RETURN-CODE
              go to End-Export-Kit.

           perform Load-File-List thru End-Load-File-List.
           perform Build-Site-Subs thru End-Build-Site-Subs.
           perform Load-Kit-Ctl thru End-Load-Kit-Ctl.
           perform Order-Subs thru End-Order-Subs.

           accept kit-date from date yyyymmdd.
           accept kit-time from time.
           move spaces to kit-ts.
           string kit-date delimited by size
                  "-"      delimited by size
                  kit-time delimited by size
                  into kit-ts.

           open output kit-file.
           move spaces to out-line.
           string "H "      delimited by size
                  kit-ts    delimited by size
                  " "       delimited by size
                  SITE-ID   delimited by size
                  into out-line.
           write kit-rec from out-line.

           perform Write-One-Placeholder thru End-Write-One-Placeholder
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           perform Write-One-Manual thru End-Write-One-Manual
               varying manual-idx from 1 by 1
               until manual-idx is greater than manual-count.

           perform Export-One-File thru End-Export-One-File
               varying file-idx from 1 by 1
               until file-idx is greater than file-count.

           move total-records to rec-disp.
           move total-check to check-disp.
           move spaces to out-line.
           string "T "        delimited by size
                  rec-disp    delimited by size
                  " "         delimited by size
                  check-disp  delimited by size
                  into out-line.
           write kit-rec from out-line.
           close kit-file.

           display " ".
           move sub-count to cnt-disp.
           display "SITEKIT.XFR written: ", rec-disp, " line(s), ",
              cnt-disp, " placeholder(s)".
           if unfit-count is greater than 0
              move unfit-count to cnt-disp
              display cnt-disp, " value(s) would not fit their ",
                 "placeholder and were left as they are -- they ",
                 "are on the kit's checklist".
           display "copy SITEKIT.XFR to the new site and run ",
              "sitekit there in mode I".
       End-Export-Kit. exit.

      ***********************************************************************
      * Load-File-List names the files the kit carries: every control
      * and policy file the suite reads as site configuration -- the
      * files preflight.cbl validates first, then the thresholds,
      * maintenance, recovery, audit, and service settings the other
      * drivers read.  CHGCAL.CTL holds the primary's own change
      * tickets, not configuration, and stays behind; so does
      * PRIVACY.POL, which carries the key privmask.cbl folds every
      * pseudonym from -- a key that must never leave its site.  Files
      * a run writes back for itself (SWS.CFG, CLIENT.CFG) and one-off
      * batch inputs (DBCMT.CTL, QUIETPLN.CTL) are not configuration
      * and are not carried either.
      ***********************************************************************
       Load-File-List.
           move 0 to file-count.
           move "SITEPARM.CFG" to new-file-name.
           perform Add-File thru End-Add-File.
           move "CRITAPPS.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "BLACKOUT.CAL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "PARTLIST.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBSNAP.LST" to new-file-name.
           perform Add-File thru End-Add-File.
           move "RUNBOOK.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "MONTHRES.POL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "OPSAUTH.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SCHEDULE.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "ONCALL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SITECAL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DCSALT.CFG" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBOWNER.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "EODPROF.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SODPROF.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "RATECARD.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SLATARG.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBCONF.SET" to new-file-name.
           perform Add-File thru End-Add-File.
           move "TSTCONF.SET" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBSTART.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "LOGROLL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "TSTRFRSH.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "KPITARG.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "COVRULE.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "TUNERULE.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DROBJ.CTL" to new-file-name.
           perform Add-File thru End-Add-File.

      * the rest of the site configuration
           move "DBCONF.POL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "HLTHSCOR.POL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBMAINT.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "MAINTSEL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "TBLMON.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "HADRPAIR.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "RPOPOL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "BKRETAIN.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "RSTDRILL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "CANARY.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "REMEDY.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "BURST.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "CALLOUT.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "AUDARCH.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBUPGR.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SUPLEVEL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "CFGSTD.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "CONNALLW.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SVCMAP.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "GRANTREG.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DIAGPAT.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "OPWORK.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "PROVTMPL.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "UDCSEQ.TAB" to new-file-name.
           perform Add-File thru End-Add-File.
           move "NODEPROV.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBCAT.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBINST.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "DBCONF.LST" to new-file-name.
           perform Add-File thru End-Add-File.
           move "FLEETIN.CTL" to new-file-name.
           perform Add-File thru End-Add-File.
           move "SWSPROF.CFG" to new-file-name.
           perform Add-File thru End-Add-File.
       End-Load-File-List. exit.

       Add-File.
           if new-file-name equal "CREDVLT.DAT"
              display "CREDVLT.DAT never travels in the kit -- ",
                 "enroll the credentials at the new site"
              go to End-Add-File.

           move "N" to listed-sw.
           perform Match-Listed-File thru End-Match-Listed-File
               varying file-idx from 1 by 1
               until file-idx is greater than file-count.
           if listed-sw equal "Y"
              go to End-Add-File.

           if file-count is less than 80
              add 1 to file-count
              move new-file-name to fi-name (file-count)
              move 0 to fi-records (file-count).
       End-Add-File. exit.

       Match-Listed-File.
           if fi-name (file-idx) equal new-file-name
              move "Y" to listed-sw.
       End-Match-Listed-File. exit.

      ***********************************************************************
      * Build-Site-Subs turns the site parameter file's own names into
      * placeholders.
      ***********************************************************************
       Build-Site-Subs.
           move 0 to sub-count.
           move "%SITEID%" to new-token.
           move "SITEID"   to new-kind.
           move SITE-ID    to new-value.
           perform Add-Sub thru End-Add-Sub.

           perform Add-Inst-Sub thru End-Add-Inst-Sub
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-INST-COUNT.
           perform Add-Db-Sub thru End-Add-Db-Sub
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.

      * a default database outside the list still needs its own
           move "%DFLTDB%"      to new-token.
           move "DATABASE"      to new-kind.
           move SITE-DEFAULT-DB to new-value.
           perform Add-Sub thru End-Add-Sub.
       End-Build-Site-Subs. exit.

       Add-Inst-Sub.
           move site-idx to num-disp.
           move spaces to new-token.
           string "%IN"    delimited by size
                  num-disp delimited by size
                  "%"      delimited by size
                  into new-token.
           move "INSTANCE" to new-kind.
           move SITE-INST-NAME (site-idx) to new-value.
           perform Add-Sub thru End-Add-Sub.
       End-Add-Inst-Sub. exit.

       Add-Db-Sub.
           move site-idx to num-disp.
           move spaces to new-token.
           string "%DB"    delimited by size
                  num-disp delimited by size
                  "%"      delimited by size
                  into new-token.
           move "DATABASE" to new-kind.
           move SITE-DB-NAME (site-idx) to new-value.
           perform Add-Sub thru End-Add-Sub.
       End-Add-Db-Sub. exit.

      * a value already templated (an instance named like a database)
      * keeps its first placeholder
       Add-Sub.
           if new-value equal spaces
              go to End-Add-Sub.
           move 0 to hit-idx.
           perform Match-Sub-Value thru End-Match-Sub-Value
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           if hit-idx not equal 0
              go to End-Add-Sub.
           if sub-count is not less than 120
              display "more than 120 placeholders -- ", new-value,
                 " left as it is"
              go to End-Add-Sub.

           add 1 to sub-count.
           move new-token to sb-token (sub-count).
           move new-kind  to sb-kind (sub-count).
           move new-value to sb-value (sub-count).
           move spaces    to sb-new (sub-count).
           move 0         to sb-new-len (sub-count).
           move new-value to measure-text.
           perform Measure-Value thru End-Measure-Value.
           move measure-len to sb-len (sub-count).
           move new-token to measure-text.
           perform Measure-Value thru End-Measure-Value.
           move measure-len to sb-tok-len (sub-count).
       End-Add-Sub. exit.

       Match-Sub-Value.
           if sb-value (sub-idx) equal new-value
              move sub-idx to hit-idx.
       End-Match-Sub-Value. exit.

      ***********************************************************************
      * Load-Kit-Ctl reads the optional SITEKIT.CTL: more files to
      * package, literals to template, and checklist steps.
      ***********************************************************************
       Load-Kit-Ctl.
           open input kit-ctl.
           if ctl-fs equal "35"
              go to End-Load-Kit-Ctl.

           move "N" to file-eof.
           perform Load-One-Kit-Line thru End-Load-One-Kit-Line
               until no-more-records.
           close kit-ctl.
       End-Load-Kit-Ctl. exit.

       Load-One-Kit-Line.
           read kit-ctl
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Kit-Line
           end-read.

           if kit-ctl-rec equal spaces
              or kc-keyword (1:1) equal "*"
              go to End-Load-One-Kit-Line.

           evaluate kc-keyword
              when "FILE  "
                 move kc-text (1:14) to new-file-name
                 perform Add-File thru End-Add-File
              when "VALUE "
                 perform Add-Value-Sub thru End-Add-Value-Sub
              when "MANUAL"
                 if manual-count is less than 60
                    add 1 to manual-count
                    move kc-text to manual-item (manual-count)
                 end-if
              when other
                 display "SITEKIT.CTL keyword '", kc-keyword,
                    "' is not recognized -- line ignored"
           end-evaluate.
       End-Load-One-Kit-Line. exit.

       Add-Value-Sub.
           move 0 to tok-len.
           inspect kv-name tallying tok-len for all "%".
           if kv-name equal spaces or kv-value equal spaces
              or tok-len is greater than 0
              display "SITEKIT.CTL VALUE line needs a name without ",
                 "% and a value -- line ignored"
              go to End-Add-Value-Sub.

           move spaces to new-token.
           string "%"     delimited by size
                  kv-name delimited by space
                  "%"     delimited by size
                  into new-token.
           move "VALUE"  to new-kind.
           move kv-value to new-value.
           perform Add-Sub thru End-Add-Sub.
       End-Add-Value-Sub. exit.

      ***********************************************************************
      * Order-Subs puts the longest values first, so a path is
      * templated before any shorter name that appears inside it.
      ***********************************************************************
       Order-Subs.
           perform Order-One-Slot thru End-Order-One-Slot
               varying sub-idx from 1 by 1
               until sub-idx is not less than sub-count.
       End-Order-Subs. exit.

       Order-One-Slot.
           move sub-idx to high-idx.
           compute scan-idx = sub-idx + 1.
           perform Find-Longer thru End-Find-Longer
               varying scan-idx from scan-idx by 1
               until scan-idx is greater than sub-count.

           if high-idx not equal sub-idx
              move sub-entry (sub-idx) to swap-sub
              move sub-entry (high-idx) to sub-entry (sub-idx)
              move swap-sub to sub-entry (high-idx).
       End-Order-One-Slot. exit.

       Find-Longer.
           if sb-len (scan-idx) is greater than sb-len (high-idx)
              move scan-idx to high-idx.
       End-Find-Longer. exit.

       Write-One-Placeholder.
           move spaces to out-line.
           move "P"               to out-line (1:1).
           move sb-token (sub-idx) to out-line (3:10).
           move sb-kind (sub-idx)  to out-line (14:8).
           move sb-value (sub-idx) to out-line (23:50).
           write kit-rec from out-line.
       End-Write-One-Placeholder. exit.

       Write-One-Manual.
           move spaces to out-line.
           move "M" to out-line (1:1).
           move manual-item (manual-idx) to out-line (3:70).
           write kit-rec from out-line.
       End-Write-One-Manual. exit.

      ***********************************************************************
      * Export-One-File writes one file's section the way drship.cbl
      * does: a counting pass totals the template lines for the "F"
      * record, then a payload pass writes them.  A file this site
      * does not have is simply not in the kit.
      ***********************************************************************
       Export-One-File.
           move fi-name (file-idx) to source-name.
           move 0 to file-records.
           move 0 to file-check.

           open input source-file.
           if source-fs equal "35"
              display fi-name (file-idx), " not present here -- ",
                 "not in the kit"
              go to End-Export-One-File.

           move "N" to writing-sw.
           move "N" to file-eof.
           perform Count-Template-Line thru End-Count-Template-Line
               until no-more-records.
           close source-file.

           move file-records to rec-disp.
           move file-check to check-disp.
           move spaces to out-line.
           string "F "        delimited by size
                  fi-name (file-idx) delimited by size
                  " "         delimited by size
                  rec-disp    delimited by size
                  " "         delimited by size
                  check-disp  delimited by size
                  into out-line.
           write kit-rec from out-line.

           add file-records to total-records.
           move total-check to chain-val.
           compute chain-val = chain-val + file-check.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
           move chain-val to total-check.

           if file-records equal 0
              go to End-Export-One-File.

           open input source-file.
           move "Y" to writing-sw.
           move 0 to line-in-file.
           move "N" to file-eof.
           perform Ship-Template-Line thru End-Ship-Template-Line
               until no-more-records.
           close source-file.
           move "N" to file-eof.
       End-Export-One-File. exit.

       Count-Template-Line.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Count-Template-Line
           end-read.
           add 1 to file-records.
           perform Template-Line thru End-Template-Line.
           perform Fold-Record-Check thru End-Fold-Record-Check.
       End-Count-Template-Line. exit.

       Ship-Template-Line.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Ship-Template-Line
           end-read.
           add 1 to line-in-file.
           perform Template-Line thru End-Template-Line.
           move spaces to out-line.
           string "D "      delimited by size
                  work-line delimited by size
                  into out-line.
           write kit-rec from out-line.
       End-Ship-Template-Line. exit.

      ***********************************************************************
      * Template-Line replaces every site-specific value in one line
      * with its placeholder, written over the value's own columns.
      * The placeholder may use the blanks after the value, never the
      * next field; a value it will not fit is left as it is.
      ***********************************************************************
       Template-Line.
           move source-rec to work-line.
           perform Template-One-Sub thru End-Template-One-Sub
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
       End-Template-Line. exit.

       Template-One-Sub.
           if sb-len (sub-idx) equal 0
              go to End-Template-One-Sub.
           move 1 to scan-pos.
           perform Scan-One-Pos thru End-Scan-One-Pos
               until scan-pos + sb-len (sub-idx) is greater than 251.
       End-Template-One-Sub. exit.

       Scan-One-Pos.
           if work-line (scan-pos:sb-len (sub-idx)) not equal
              sb-value (sub-idx) (1:sb-len (sub-idx))
              add 1 to scan-pos
              go to End-Scan-One-Pos.

           compute end-pos = scan-pos + sb-len (sub-idx).
      * names must stand alone; a VALUE literal such as a path prefix
      * is matched wherever it appears
           if sb-kind (sub-idx) not equal "VALUE"
              if scan-pos is greater than 1
                 move work-line (scan-pos - 1:1) to test-char
                 if name-char
                    add 1 to scan-pos
                    go to End-Scan-One-Pos
                 end-if
              end-if
              if end-pos is not greater than 250
                 move work-line (end-pos:1) to test-char
                 if name-char
                    add 1 to scan-pos
                    go to End-Scan-One-Pos.

           move end-pos to span-idx.
           perform Step-Span thru End-Step-Span
               until span-idx is greater than 250
                  or work-line (span-idx:1) not equal space.
           compute span-len = span-idx - scan-pos.

           if sb-tok-len (sub-idx) is greater than span-len
              if writing-payload
                 perform Note-Unfit-Value thru End-Note-Unfit-Value
              end-if
              move end-pos to scan-pos
              go to End-Scan-One-Pos.

           move spaces to work-line (scan-pos:sb-len (sub-idx)).
           move sb-token (sub-idx) (1:sb-tok-len (sub-idx))
              to work-line (scan-pos:sb-tok-len (sub-idx)).
           add sb-tok-len (sub-idx) to scan-pos.
       End-Scan-One-Pos. exit.

       Step-Span.
           add 1 to span-idx.
       End-Step-Span. exit.

      * the kit's checklist names each value left as it is, so the new
      * site corrects it by hand
       Note-Unfit-Value.
           add 1 to unfit-count.
           move line-in-file to line-disp.
           move spaces to out-line.
           string "M "                 delimited by size
                  fi-name (file-idx)   delimited by space
                  " line"              delimited by size
                  line-disp            delimited by size
                  ": "                 delimited by size
                  sb-value (sub-idx) (1:sb-len (sub-idx))
                                       delimited by size
                  " is still the primary's -- set "
                                       delimited by size
                  sb-token (sub-idx)   delimited by space
                  " by hand"           delimited by size
                  into out-line.
           write kit-rec from out-line.
       End-Note-Unfit-Value. exit.

      ***********************************************************************
      * Import-Kit stands the control files up at this site from a
      * kit, and will not call the site bootstrapped until preflight
      * passes against what it wrote.
      ***********************************************************************
       Import-Kit.
           display "enter operator id : " with no advancing.
           accept operator-id.

           move operator-id to AUTH-OPERATOR.
           move "CREATE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for CREATE -- refused"
              move operator-id      to AUD-OPERATOR
              move "SITE BOOTSTRAP" to AUD-ACTION
              move "SITEKIT.XFR"    to AUD-TARGET
              move "AUTH-REFUSED"   to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              move 8 to RETURN-CODE
              go to End-Import-Kit.

           open input kit-file.
           if kit-fs equal "35"
              display "SITEKIT.XFR not found -- export one at the ",
                 "primary first"
              move 8 to RETURN-CODE
              go to End-Import-Kit.

           open output kit-rpt.
           move "--- new-site bootstrap from SITEKIT.XFR ---"
              to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

      * nothing is written until the whole kit has proved sound
           move 0 to file-count.
           move 0 to sub-count.
           move 0 to manual-count.
           move "N" to file-eof.
           perform Verify-One-Record thru End-Verify-One-Record
               until no-more-records.
           close kit-file.
           perform Close-Verify-Section thru End-Close-Verify-Section.

           if trailer-seen-sw not equal "Y"
              or total-records not equal expect-total-recs
              or total-check not equal expect-total-check
              add 1 to bad-sections.
           if bad-sections is greater than 0
              move "  kit is damaged or truncated -- nothing written"
                 to rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line
              move "  export it again at the primary" to rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line
              move 8 to RETURN-CODE
              go to Close-Import.

           move spaces to rpt-line.
           string "  kit from site "   delimited by size
                  kit-site             delimited by size
                  " exported "         delimited by size
                  kit-ts               delimited by size
                  " -- every total verified" delimited by size
                  into rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

           perform Load-Sub-File thru End-Load-Sub-File.
           perform Prompt-Missing-Sub thru End-Prompt-Missing-Sub
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           perform Save-Sub-File thru End-Save-Sub-File.

           move 0 to exist-count.
           perform Check-One-Target thru End-Check-One-Target
               varying file-idx from 1 by 1
               until file-idx is greater than file-count.
           if exist-count is greater than 0
              move exist-count to cnt-disp
              display cnt-disp, " of the kit's files already exist ",
                 "here -- overwrite them? (Y/N) : " with no advancing
              accept confirm
              if confirm not equal "Y" and confirm not equal "y"
                 move "  existing files kept -- nothing written"
                    to rpt-line
                 perform Write-Kit-Line thru End-Write-Kit-Line
                 move 8 to RETURN-CODE
                 go to Close-Import.

           move "N" to import-done-sw.
           perform Write-And-Check thru End-Write-And-Check
               until import-done.

           perform Print-Checklist thru End-Print-Checklist.

           move operator-id      to AUD-OPERATOR.
           move "SITE BOOTSTRAP" to AUD-ACTION.
           move "SITEKIT.XFR"    to AUD-TARGET.
           perform Find-Site-Value thru End-Find-Site-Value
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           if bootstrap-ok
              move "COMPLETE" to AUD-OUTCOME
           else
              move "INCOMPLETE" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
           if not bootstrap-ok
              move 8 to RETURN-CODE.

       Close-Import.
           close kit-rpt.
           display " ".
           display "bootstrap report written to SITEKIT.RPT".
       End-Import-Kit. exit.

       Find-Site-Value.
           if sb-token (sub-idx) equal "%SITEID%"
              and sb-new-len (sub-idx) is greater than 0
              and sb-new (sub-idx) not equal "-"
              move sb-new (sub-idx) to AUD-TARGET.
       End-Find-Site-Value. exit.

      ***********************************************************************
      * Verify-One-Record checks the kit the way drapply.cbl checks a
      * shipment, and collects the placeholders, the checklist, and
      * the file list on the way.
      ***********************************************************************
       Verify-One-Record.
           read kit-file
               at end
                  move "Y" to file-eof
                  go to End-Verify-One-Record
           end-read.

           evaluate kit-rec (1:2)
              when "H "
                 move kit-rec (3:17)  to kit-ts
                 move kit-rec (21:8)  to kit-site
              when "P "
                 if sub-count is less than 120
                    add 1 to sub-count
                    move kit-rec (3:10)  to sb-token (sub-count)
                    move kit-rec (14:8)  to sb-kind (sub-count)
                    move kit-rec (23:50) to sb-value (sub-count)
                    move spaces to sb-new (sub-count)
                    move 0 to sb-new-len (sub-count)
                    move kit-rec (3:10) to measure-text
                    perform Measure-Value thru End-Measure-Value
                    move measure-len to sb-tok-len (sub-count)
                 end-if
              when "M "
                 if manual-count is less than 60
                    add 1 to manual-count
                    move kit-rec (3:70) to manual-item (manual-count)
                 end-if
              when "F "
                 perform Close-Verify-Section
                    thru End-Close-Verify-Section
                 perform Open-Verify-Section
                    thru End-Open-Verify-Section
              when "D "
                 if section-open
                    add 1 to file-records
                    move kit-rec (3:250) to work-line
                    perform Fold-Record-Check
                       thru End-Fold-Record-Check
                 end-if
              when "T "
                 perform Take-Trailer thru End-Take-Trailer
              when other
                 continue
           end-evaluate.
       End-Verify-One-Record. exit.

       Split-Section-Record.
           move spaces to ctl-fields.
           move 0 to ctl-field-count.
           unstring kit-rec (3:254) delimited by all " "
               into ctl-field(1) ctl-field(2) ctl-field(3)
               tallying ctl-field-count.
           move 0 to expect-records.
           move 0 to expect-check.
           if ctl-field(2) (1:6) numeric
              move ctl-field(2) (1:6) to expect-records.
           if ctl-field(3) (1:9) numeric
              move ctl-field(3) (1:9) to expect-check.
       End-Split-Section-Record. exit.

       Open-Verify-Section.
           perform Split-Section-Record
              thru End-Split-Section-Record.
           move 0 to file-records.
           move 0 to file-check.
           set section-open to true.
           if file-count is less than 80
              add 1 to file-count
              move ctl-field(1) (1:14) to fi-name (file-count)
              move expect-records to fi-records (file-count).
       End-Open-Verify-Section. exit.

       Close-Verify-Section.
           if not section-open
              go to End-Close-Verify-Section.
           move "N" to section-open-sw.

           add file-records to total-records.
           move total-check to chain-val.
           compute chain-val = chain-val + file-check.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
           move chain-val to total-check.

           if file-records not equal expect-records
              or file-check not equal expect-check
              add 1 to bad-sections
              move spaces to rpt-line
              string "  "                delimited by size
                     fi-name (file-count) delimited by size
                     " DAMAGED -- count or check total wrong"
                                         delimited by size
                     into rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line.
       End-Close-Verify-Section. exit.

       Take-Trailer.
           move "Y" to trailer-seen-sw.
           move spaces to ctl-fields.
           move 0 to ctl-field-count.
           unstring kit-rec (3:254) delimited by all " "
               into ctl-field(1) ctl-field(2)
               tallying ctl-field-count.
           if ctl-field(1) (1:6) numeric
              move ctl-field(1) (1:6) to expect-total-recs.
           if ctl-field(2) (1:9) numeric
              move ctl-field(2) (1:9) to expect-total-check.
       End-Take-Trailer. exit.

      ***********************************************************************
      * Load-Sub-File takes this site's values from SITEKIT.SUB, the
      * answers a previous import saved or a file prepared in advance.
      ***********************************************************************
       Load-Sub-File.
           open input sub-file.
           if sub-fs equal "35"
              go to End-Load-Sub-File.

           move "N" to file-eof.
           perform Load-One-Sub thru End-Load-One-Sub
               until no-more-records.
           close sub-file.
       End-Load-Sub-File. exit.

       Load-One-Sub.
           read sub-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Sub
           end-read.

           if sub-rec equal spaces
              or su-token (1:1) equal "*"
              go to End-Load-One-Sub.

           move 0 to hit-idx.
           perform Match-Sub-Token thru End-Match-Sub-Token
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           if hit-idx equal 0
              display "SITEKIT.SUB names ", su-token,
                 " -- not a placeholder in this kit, ignored"
              go to End-Load-One-Sub.

           move su-value to sb-new (hit-idx).
           move su-value to measure-text.
           perform Measure-Value thru End-Measure-Value.
           move measure-len to sb-new-len (hit-idx).
       End-Load-One-Sub. exit.

       Match-Sub-Token.
           if sb-token (sub-idx) equal su-token
              move sub-idx to hit-idx.
       End-Match-Sub-Token. exit.

       Prompt-Missing-Sub.
           if sb-new-len (sub-idx) equal 0
              perform Prompt-One-Sub thru End-Prompt-One-Sub.
       End-Prompt-Missing-Sub. exit.

       Prompt-One-Sub.
           move sb-value (sub-idx) to measure-text.
           perform Measure-Value thru End-Measure-Value.
           if measure-len equal 0
              move 1 to measure-len.
           display sb-token (sub-idx), " ", sb-kind (sub-idx),
              " (the primary's is ",
              sb-value (sub-idx) (1:measure-len), ")".
           if sb-new-len (sub-idx) is greater than 0
              display "   now ", sb-new (sub-idx) (1:sb-new-len
                 (sub-idx)), " -- blank keeps it".
           display "   value at this site (- if it has none) : "
              with no advancing.
           move spaces to answer.
           accept answer.
           if answer equal spaces
              go to End-Prompt-One-Sub.

           move answer to sb-new (sub-idx).
           move answer to measure-text.
           perform Measure-Value thru End-Measure-Value.
           move measure-len to sb-new-len (sub-idx).
       End-Prompt-One-Sub. exit.

       Save-Sub-File.
           open output sub-file.
           perform Save-One-Sub thru End-Save-One-Sub
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           close sub-file.
       End-Save-Sub-File. exit.

       Save-One-Sub.
           move spaces to sub-rec.
           move sb-token (sub-idx) to su-token.
           move sb-new (sub-idx) to su-value.
           write sub-rec.
       End-Save-One-Sub. exit.

       Check-One-Target.
           if fi-records (file-idx) equal 0
              go to End-Check-One-Target.
           move fi-name (file-idx) to target-name.
           open input target-file.
           if target-fs not equal "35"
              add 1 to exist-count
              close target-file.
       End-Check-One-Target. exit.

      ***********************************************************************
      * Write-And-Check writes the files with this site's values, runs
      * preflight against them, and on a failure lets the operator
      * correct the values and try again -- or stop, INCOMPLETE.
      ***********************************************************************
       Write-And-Check.
           move 0 to subst-errors.
           move spaces to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

           open input kit-file.
           move "N" to file-eof.
           perform Write-One-Record thru End-Write-One-Record
               until no-more-records.
           close kit-file.
           perform Close-Target thru End-Close-Target.

      * preflight's own condition code also carries the coverage
      * check, which a new site fails until its hand-built files
      * exist -- so only the written files' lines are judged
           move "./preflight" to run-command.
           call "SYSTEM" using run-command.
           move 0 to RETURN-CODE.
           perform Read-Preflight-Result thru End-Read-Preflight-Result.

           move spaces to rpt-line.
           if subst-errors equal 0
              and check-failed-count equal 0
              and check-seen-count is greater than 0
              move "  preflight PASSED for every written file"
                 to rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line
              set bootstrap-ok to true
              set import-done to true
              go to End-Write-And-Check.

           move subst-errors to cnt-disp.
           move check-failed-count to rc-disp.
           string "  NOT FINISHED -- "     delimited by size
                  cnt-disp                 delimited by size
                  " value(s) would not fit,"
                                           delimited by size
                  rc-disp                  delimited by size
                  " written file(s) failed preflight (see PREFLGHT.RP"
                                           delimited by size
                  "T)"                     delimited by size
                  into rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

           display "correct the values and write the files again? ",
              "(Y/N) : " with no advancing.
           accept confirm.
           if confirm not equal "Y" and confirm not equal "y"
              set import-done to true
              go to End-Write-And-Check.

           perform Prompt-One-Sub thru End-Prompt-One-Sub
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
           perform Save-Sub-File thru End-Save-Sub-File.
       End-Write-And-Check. exit.

      ***********************************************************************
      * Read-Preflight-Result counts the PASS and FAIL lines PREFLGHT.RPT
      * gives the files just written, and keeps the coverage result
      * for the checklist.  No report at all is no pass.
      ***********************************************************************
       Read-Preflight-Result.
           move 0 to check-failed-count.
           move 0 to check-seen-count.
           move spaces to coverage-result.
           move "PREFLGHT.RPT" to target-name.
           open input target-file.
           if target-fs not equal "00"
              go to End-Read-Preflight-Result.

           move "N" to file-eof.
           perform Read-One-Preflight-Line
              thru End-Read-One-Preflight-Line
               until no-more-records.
           close target-file.
           move "N" to file-eof.
       End-Read-Preflight-Result. exit.

       Read-One-Preflight-Line.
           read target-file
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Preflight-Line
           end-read.

           if target-rec (1:26) equal "  control-file coverage : "
              move target-rec (27:4) to coverage-result
              go to End-Read-One-Preflight-Line.

           move target-rec (3:14) to new-file-name.
           perform Judge-One-Check thru End-Judge-One-Check
               varying file-idx from 1 by 1
               until file-idx is greater than file-count.
       End-Read-One-Preflight-Line. exit.

       Judge-One-Check.
           if fi-name (file-idx) not equal new-file-name
              or fi-records (file-idx) equal 0
              go to End-Judge-One-Check.
           if target-rec (17:7) equal " : PASS"
              add 1 to check-seen-count.
           if target-rec (17:7) equal " : FAIL"
              add 1 to check-seen-count
              add 1 to check-failed-count.
       End-Judge-One-Check. exit.

       Write-One-Record.
           read kit-file
               at end
                  move "Y" to file-eof
                  go to End-Write-One-Record
           end-read.

           evaluate kit-rec (1:2)
              when "F "
                 perform Close-Target thru End-Close-Target
                 perform Split-Section-Record
                    thru End-Split-Section-Record
                 move ctl-field(1) (1:14) to target-name
                 move 0 to line-in-file
                 move 0 to lines-written
                 if expect-records is greater than 0
                    open output target-file
                    set target-is-open to true
                 end-if
              when "D "
                 if target-is-open
                    add 1 to line-in-file
                    move kit-rec (3:250) to work-line
                    perform Fill-Line thru End-Fill-Line
                    if not drop-line
                       write target-rec from work-line
                       add 1 to lines-written
                    end-if
                 end-if
              when other
                 continue
           end-evaluate.
       End-Write-One-Record. exit.

       Close-Target.
           if not target-is-open
              go to End-Close-Target.
           close target-file.
           move "N" to target-open-sw.

           move lines-written to line-disp.
           move spaces to rpt-line.
           string "  "           delimited by size
                  target-name    delimited by size
                  " written,"    delimited by size
                  line-disp      delimited by size
                  " line(s)"     delimited by size
                  into rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
       End-Close-Target. exit.

      ***********************************************************************
      * Fill-Line puts this site's value over each placeholder in one
      * line.  A longer value may take the blanks after its
      * placeholder but must leave a blank before the next field; a
      * placeholder answered "-" drops the whole line.
      ***********************************************************************
       Fill-Line.
           move "N" to drop-line-sw.
           move 1 to scan-pos.
           perform Fill-One-Pos thru End-Fill-One-Pos
               until scan-pos is greater than 250.
       End-Fill-Line. exit.

       Fill-One-Pos.
           if work-line (scan-pos:1) not equal "%"
              add 1 to scan-pos
              go to End-Fill-One-Pos.

           move 0 to close-pos.
           perform Find-Close-Mark thru End-Find-Close-Mark
               varying span-idx from scan-pos by 1
               until span-idx is greater than 250
                  or span-idx is greater than scan-pos + 9
                  or close-pos is greater than 0.
           if close-pos equal 0
              add 1 to scan-pos
              go to End-Fill-One-Pos.

           compute tok-len = close-pos - scan-pos + 1.
           move 0 to hit-idx.
           perform Match-Line-Token thru End-Match-Line-Token
               varying sub-idx from 1 by 1
               until sub-idx is greater than sub-count.
      * a "%...%" that is no placeholder of this kit is data
           if hit-idx equal 0
              add 1 to scan-pos
              go to End-Fill-One-Pos.

           if sb-new (hit-idx) equal "-"
              set drop-line to true
              move 251 to scan-pos
              go to End-Fill-One-Pos.

           if sb-new-len (hit-idx) equal 0
              move "has no value" to answer
              perform Note-Fill-Error thru End-Note-Fill-Error
              add tok-len to scan-pos
              go to End-Fill-One-Pos.

           move "Y" to fit-sw.
           compute end-pos = scan-pos + sb-new-len (hit-idx).
           if end-pos is greater than 251
              move "N" to fit-sw
           else
              if sb-new-len (hit-idx) is greater than tok-len
                 if work-line (close-pos + 1:
                    sb-new-len (hit-idx) - tok-len) not equal spaces
                    move "N" to fit-sw
                 end-if
              end-if
              if end-pos is not greater than 250
                 and sb-new-len (hit-idx) is greater than tok-len
                 and work-line (end-pos:1) not equal space
                 move "N" to fit-sw.
           if fit-sw not equal "Y"
              move "is too long for its field" to answer
              perform Note-Fill-Error thru End-Note-Fill-Error
              add tok-len to scan-pos
              go to End-Fill-One-Pos.

           move spaces to work-line (scan-pos:tok-len).
           move sb-new (hit-idx) (1:sb-new-len (hit-idx))
              to work-line (scan-pos:sb-new-len (hit-idx)).
           add sb-new-len (hit-idx) to scan-pos.
       End-Fill-One-Pos. exit.

       Find-Close-Mark.
           if span-idx is greater than scan-pos
              and work-line (span-idx:1) equal "%"
              move span-idx to close-pos.
       End-Find-Close-Mark. exit.

       Match-Line-Token.
           if sb-tok-len (sub-idx) equal tok-len
              and sb-token (sub-idx) (1:tok-len) equal
                  work-line (scan-pos:tok-len)
              move sub-idx to hit-idx.
       End-Match-Line-Token. exit.

       Note-Fill-Error.
           add 1 to subst-errors.
           move line-in-file to line-disp.
           move spaces to rpt-line.
           string "  "                delimited by size
                  target-name         delimited by space
                  " line"             delimited by size
                  line-disp           delimited by size
                  ": "                delimited by size
                  sb-token (hit-idx)  delimited by space
                  " "                 delimited by size
                  answer              delimited by "  "
                  into rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
       End-Note-Fill-Error. exit.

      ***********************************************************************
      * Print-Checklist lists what no template can carry: the site's
      * own credentials and directory entries, the people, the
      * primary's view of the fleet, and the primary's MANUAL steps.
      ***********************************************************************
       Print-Checklist.
           move spaces to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "  still to do by hand at this site:" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] credentials: enroll every instance and database
      -         "in the vault (credvlt) -- CREDVLT.DAT never travels"
              to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] node directory: catalog the nodes this site reac
      -         "hes (nodecat)" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] database and DCS directories: catalog this site'
      -         "s databases and gateways (dbcat, dcscat)" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] operators: review OPSAUTH.CTL and ONCALL.CTL --
      -         "they name the primary's people" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] fleet: add this site to FLEETIN.CTL at the prima
      -         "ry (sitestat, fleetstat, cmdpkg)" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
           move "   [ ] scheduler: put the suite's jobs on this site's s
      -         "cheduler (SCHEDULE.CTL only drives schedrun)"
              to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

           move spaces to rpt-line.
           string "   [ ] control-file coverage: run preflight again"
                     delimited by size
                  " once the above is done -- it was "
                     delimited by size
                  coverage-result delimited by space
                  " at import" delimited by size
                  into rpt-line.
           if coverage-result equal spaces
              move "   [ ] control-file coverage: run preflight once the
      -            " above is done" to rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.

           perform Print-One-Manual thru End-Print-One-Manual
               varying manual-idx from 1 by 1
               until manual-idx is greater than manual-count.

           if not bootstrap-ok
              move spaces to rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line
              move "  bootstrap INCOMPLETE -- run the import again once
      -            "the values are right" to rpt-line
              perform Write-Kit-Line thru End-Write-Kit-Line.
       End-Print-Checklist. exit.

       Print-One-Manual.
           move spaces to rpt-line.
           string "   [ ] "                 delimited by size
                  manual-item (manual-idx)  delimited by size
                  into rpt-line.
           perform Write-Kit-Line thru End-Write-Kit-Line.
       End-Print-One-Manual. exit.

       Measure-Value.
           move 50 to measure-len.
           perform Back-Off-One thru End-Back-Off-One
               until measure-len equal 0
                  or measure-text (measure-len:1) not equal space.
       End-Measure-Value. exit.

       Back-Off-One.
           subtract 1 from measure-len.
       End-Back-Off-One. exit.

       Fold-Record-Check.
           move file-check to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 250.
           move chain-val to file-check.
       End-Fold-Record-Check. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move work-line (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

       Write-Kit-Line.
           write kit-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Kit-Line. exit.
