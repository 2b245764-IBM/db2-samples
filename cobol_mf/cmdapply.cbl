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
      ** SOURCE FILE NAME: cmdapply.cbl
      **
      ** SAMPLE: Apply command packages sent from the primary site
      **
      **         The remote half of cmdpkg.cbl.  The site's own id
      **         comes from SITEPARM.CFG (siteparm.cbl); the program
      **         looks for the package that follows the last one it
      **         applied, <site>.Cnnnnnn, and keeps going through the
      **         generations waiting, so packages are applied in the
      **         order they were sent.  Each package is proved whole
      **         before anything in it is done -- the header must
      **         name this site and a newer generation than the one
      **         held in CMDAPPLY.SEQ, and the command count and check
      **         total must agree with the "F" record and with the
      **         trailer, in the arithmetic drapply.cbl uses.  Then
      **         each command is carried out through the machinery
      **         the site already runs:
      **
      **           HOLD     writes the job's <job>.HLD hold file
      **           RELEASE  removes it (jobstat.cbl)
      **           RUNNOW   queues the program in SCHEDRUN.REQ,
      **                    which schedrun.cbl runs on its next cycle
      **           MAINTSET registers planned maintenance
      **           MAINTCLR clears it (mntreg.cbl)
      **
      **         The check total proves a package whole, not who sent
      **         it, so an operand goes no further than this program
      **         unless it is a plain name -- letters, digits, "-" and
      **         "_" only, and for RUNNOW no longer than a program
      **         name -- since it becomes a file name and, for
      **         RUNNOW, a command schedrun.cbl runs.  Any other
      **         operand fails its command as BAD OPERAND.
      **
      **         Every command is recorded in the operations audit
      **         trail under the operator who sent it, and
      **         acknowledged in <site>.ACK -- one "A" line per
      **         command with its outcome, or one "R" line with the
      **         reason a package was refused -- which goes back to
      **         the primary for fleetstat.cbl to match against the
      **         commands sent.
      **
      ** INPUT FILES:  SITEPARM.CFG (via siteparm.cbl)
      **               <site>.Cnnnnnn (command packages)
      ** INPUT/OUTPUT FILE: CMDAPPLY.SEQ (last generation applied)
      ** OUTPUT FILES: <site>.ACK (acknowledgements, appended)
      **               <job>.HLD, SCHEDRUN.REQ, MAINTREG.DAT
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
       Program-Id. "cmdapply".

       Environment Division.
       Input-Output Section.
       File-Control.
           select pkg-file assign to dynamic pkg-name
               organization is line sequential
               file status is pkg-fs.
           select seq-file assign to "CMDAPPLY.SEQ"
               organization is line sequential
               file status is seq-fs.
           select ack-file assign to dynamic ack-name
               organization is line sequential
               file status is ack-fs.
           select hold-file assign to dynamic hold-name
               organization is line sequential
               file status is hold-fs.
           select req-file assign to "SCHEDRUN.REQ"
               organization is line sequential
               file status is req-fs.

       Data Division.
       File Section.
       FD  pkg-file.
       01  pkg-rec            pic x(90).

       FD  seq-file.
       01  seq-rec            pic 9(6).

       FD  ack-file.
       01  ack-rec.
           05 ak-type         pic x.
           05 filler          pic x.
           05 ak-site         pic x(8).
           05 filler          pic x.
           05 ak-generation   pic 9(6).
           05 filler          pic x.
           05 ak-seq          pic 9(4).
           05 filler          pic x.
           05 ak-verb         pic x(8).
           05 filler          pic x.
           05 ak-operand      pic x(18).
           05 filler          pic x.
           05 ak-outcome      pic x(8).
           05 filler          pic x.
           05 ak-ts           pic x(17).

       FD  hold-file.
       01  hold-rec           pic x(8).

       FD  req-file.
       01  req-rec.
           05 rq-program      pic x(10).
           05 filler          pic x.
           05 rq-when         pic x(17).
           05 filler          pic x.
           05 rq-from         pic x(30).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlmreg.cbl".
       copy "sqlaudit.cbl".

      * Local variables
       77 pkg-fs              pic xx.
       77 seq-fs              pic xx.
       77 ack-fs              pic xx.
       77 hold-fs             pic xx.
       77 req-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 pkg-name            pic x(24).
       77 ack-name            pic x(24).
       77 hold-name           pic x(24).
       77 rm-cmd              pic x(40).
       77 this-site           pic x(8).
       77 held-generation     pic 9(6) comp-5 value 0.
       77 next-generation     pic 9(6).
       77 applied-count       pic 9(4) comp-5 value 0.
       77 more-pkgs-sw        pic x.
           88 more-packages       value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the package under verification
       77 pkg-generation      pic 9(6) comp-5.
       77 pkg-site            pic x(8).
       77 pkg-operator        pic x(8).
       77 refuse-reason       pic x(18).
       77 header-seen-sw      pic x.
       77 trailer-seen-sw     pic x.
       77 expect-records      pic 9(6) comp-5.
       77 expect-check        pic 9(9) comp-5.
       77 expect-total-recs   pic 9(6) comp-5.
       77 expect-total-check  pic 9(9) comp-5.
       77 seen-records        pic 9(6) comp-5.
       77 seen-check          pic 9(9) comp-5.

      * splitting one control record
       01 ctl-fields.
          05 ctl-field occurs 4 times pic x(18).
       77 ctl-field-count     pic 9(4) comp-5.

      * the package's commands, held until the whole is proved
       77 cmd-count           pic 9(4) comp-5 value 0.
       01 cmd-table.
          05 cmd-entry occurs 50 times pic x(80).
       77 cmd-idx             pic 9(4) comp-5.
       01 cmd-line.
          05 cl-seq           pic 9(4).
          05 filler           pic x.
          05 cl-verb          pic x(8).
          05 filler           pic x.
          05 cl-operand       pic x(18).
          05 filler           pic x.
          05 cl-operator      pic x(8).
          05 filler           pic x.
          05 cl-issued        pic x(17).
          05 filler           pic x(21).
       77 cmd-outcome         pic x(11).

      * an operand must be a plain name before it is built into a
      * file name or a command line
       77 operand-valid-sw    pic x.
           88 operand-valid       value "Y".
       77 operand-len         pic 9(4) comp-5.
       77 operand-idx         pic 9(4) comp-5.
       77 operand-char        pic x.

      * the additive check fold, the arithmetic cmdpkg.cbl sends
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

       77 gen-disp            pic z(5)9.
       77 rec-disp            pic z(3)9.

       Procedure Division.
       cmdapply-pgm section.

           display "Sample COBOL Program : CMDAPPLY.CBL".

           call "siteparm" using SITEPARM-AREA.
           move SITE-ID to this-site.
           if this-site equal spaces
              display "no SITEID in SITEPARM.CFG -- this site cannot ",
                 "take command packages"
              move 8 to return-code
              go to end-cmdapply.

           move spaces to ack-name.
           string this-site delimited by space
                  ".ACK"  delimited by size
                  into ack-name.

           move 0 to held-generation.
           open input seq-file.
           if seq-fs not equal "35"
              read seq-file
                  at end move 0 to held-generation
              end-read
              if seq-rec numeric
                 move seq-rec to held-generation
              end-if
              close seq-file.

           move "Y" to more-pkgs-sw.
           perform Apply-One-Package thru End-Apply-One-Package
               until not more-packages.

           if applied-count equal 0 and return-code equal 0
              display "no command package waiting for site ", this-site.

       end-cmdapply. stop run.

      ***********************************************************************
      * Apply-One-Package takes the generation after the one held;
      * a package that cannot be proved whole is refused and stops
      * the run, so no later package is applied ahead of it.
      ***********************************************************************
       Apply-One-Package.
           compute next-generation = held-generation + 1.
           move spaces to pkg-name.
           string this-site       delimited by space
                  ".C"            delimited by size
                  next-generation delimited by size
                  into pkg-name.

           open input pkg-file.
           if pkg-fs equal "35"
              move "N" to more-pkgs-sw
              go to End-Apply-One-Package.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Verify-Package thru End-Verify-Package.
           close pkg-file.

           open extend ack-file.
           if ack-fs equal "35"
              open output ack-file.

           if refuse-reason not equal spaces
              display pkg-name, " REFUSED -- ", refuse-reason
              move spaces to ack-rec
              move "R" to ak-type
              move this-site to ak-site
              move next-generation to ak-generation
              move 0 to ak-seq
              move refuse-reason to ak-operand
              move "REFUSED" to ak-outcome
              move now-ts to ak-ts
              write ack-rec
              close ack-file
              move 8 to return-code
              move "N" to more-pkgs-sw
              go to End-Apply-One-Package.

           move pkg-generation to gen-disp.
           display "package ", pkg-name, " generation ", gen-disp,
              " from ", pkg-operator, " verified".
           perform Apply-One-Command thru End-Apply-One-Command
               varying cmd-idx from 1 by 1
               until cmd-idx is greater than cmd-count.
           close ack-file.

           move pkg-generation to held-generation.
           open output seq-file.
           move held-generation to seq-rec.
           write seq-rec.
           close seq-file.
           add 1 to applied-count.
       End-Apply-One-Package. exit.

      ***********************************************************************
      * Verify-Package reads the whole package into the command
      * table, folding each command into the check total, and sets
      * refuse-reason when anything does not agree.
      ***********************************************************************
       Verify-Package.
           move spaces to refuse-reason.
           move "N" to header-seen-sw.
           move "N" to trailer-seen-sw.
           move 0 to pkg-generation.
           move 0 to cmd-count.
           move 0 to seen-records.
           move 0 to seen-check.
           move 0 to expect-records.
           move 0 to expect-check.
           move 0 to expect-total-recs.
           move 0 to expect-total-check.

           move "N" to file-eof.
           perform Verify-One-Record thru End-Verify-One-Record
               until no-more-records.
           move "N" to file-eof.

           if refuse-reason not equal spaces
              go to End-Verify-Package.
           if header-seen-sw not equal "Y"
              move "NO HEADER" to refuse-reason
              go to End-Verify-Package.
           if pkg-site not equal this-site
              move "WRONG SITE" to refuse-reason
              go to End-Verify-Package.
           if pkg-generation is not greater than held-generation
              move "STALE GENERATION" to refuse-reason
              go to End-Verify-Package.
           if trailer-seen-sw not equal "Y"
              move "TRUNCATED" to refuse-reason
              go to End-Verify-Package.
           if seen-records not equal expect-records
              or seen-check not equal expect-check
              or seen-records not equal expect-total-recs
              or seen-check not equal expect-total-check
              move "DAMAGED" to refuse-reason.
       End-Verify-Package. exit.

       Verify-One-Record.
           read pkg-file
               at end
                  move "Y" to file-eof
                  go to End-Verify-One-Record
           end-read.

           move spaces to ctl-fields.
           move 0 to ctl-field-count.
           evaluate pkg-rec (1:2)
              when "H "
                 unstring pkg-rec (3:88) delimited by all " "
                     into ctl-field(1) ctl-field(2) ctl-field(3)
                          ctl-field(4)
                     tallying ctl-field-count
                 if ctl-field(1) (1:6) numeric
                    move ctl-field(1) (1:6) to pkg-generation
                    move ctl-field(3) (1:8) to pkg-site
                    move ctl-field(4) (1:8) to pkg-operator
                    move "Y" to header-seen-sw
                 end-if
              when "F "
                 unstring pkg-rec (3:88) delimited by all " "
                     into ctl-field(1) ctl-field(2) ctl-field(3)
                     tallying ctl-field-count
                 if ctl-field(2) (1:6) numeric
                    move ctl-field(2) (1:6) to expect-records
                 end-if
                 if ctl-field(3) (1:9) numeric
                    move ctl-field(3) (1:9) to expect-check
                 end-if
              when "D "
                 perform Take-One-Command thru End-Take-One-Command
              when "T "
                 move "Y" to trailer-seen-sw
                 unstring pkg-rec (3:88) delimited by all " "
                     into ctl-field(1) ctl-field(2)
                     tallying ctl-field-count
                 if ctl-field(1) (1:6) numeric
                    move ctl-field(1) (1:6) to expect-total-recs
                 end-if
                 if ctl-field(2) (1:9) numeric
                    move ctl-field(2) (1:9) to expect-total-check
                 end-if
              when other
                 continue
           end-evaluate.
       End-Verify-One-Record. exit.

       Take-One-Command.
           add 1 to seen-records.
           move pkg-rec (3:80) to cmd-line.
           move seen-check to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 80.
           move chain-val to seen-check.

           if cmd-count is not less than 50
              move "TOO MANY COMMANDS" to refuse-reason
              go to End-Take-One-Command.
           add 1 to cmd-count.
           move cmd-line to cmd-entry (cmd-count).
       End-Take-One-Command. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move cmd-line (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

      ***********************************************************************
      * Apply-One-Command carries out one verified command, audits
      * it under the operator who sent it, and acknowledges it.
      ***********************************************************************
       Apply-One-Command.
           move cmd-entry (cmd-idx) to cmd-line.
           move "FAILED" to cmd-outcome.

           perform Validate-Operand thru End-Validate-Operand.
           if operand-valid
              perform Carry-Out-Command thru End-Carry-Out-Command
           else
              move "BAD OPERAND" to cmd-outcome.

           move pkg-operator to AUD-OPERATOR.
           move spaces to AUD-ACTION.
           string "REMOTE "  delimited by size
                  cl-verb    delimited by space
                  into AUD-ACTION.
           move cl-operand to AUD-TARGET.
           move cmd-outcome to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move spaces to ack-rec.
           move "A" to ak-type.
           move this-site to ak-site.
           move pkg-generation to ak-generation.
           move cl-seq to ak-seq.
           move cl-verb to ak-verb.
           move cl-operand to ak-operand.
      * the acknowledgement carries the primary's outcome words
           if cmd-outcome equal "BAD OPERAND"
              move "FAILED" to ak-outcome
           else
              move cmd-outcome to ak-outcome.
           move now-ts to ak-ts.
           write ack-rec.

           move cl-seq to rec-disp.
           display "  ", rec-disp, "  ", cl-verb, " ", cl-operand,
              " ", cmd-outcome.
       End-Apply-One-Command. exit.

       Carry-Out-Command.
           evaluate cl-verb
              when "HOLD"
                 perform Apply-Hold thru End-Apply-Hold
              when "RELEASE"
                 perform Apply-Release thru End-Apply-Release
              when "RUNNOW"
                 perform Apply-Run-Now thru End-Apply-Run-Now
              when "MAINTSET"
                 move "S" to MR-FUNCTION
                 perform Apply-Maintenance thru End-Apply-Maintenance
              when "MAINTCLR"
                 move "C" to MR-FUNCTION
                 perform Apply-Maintenance thru End-Apply-Maintenance
              when other
                 continue
           end-evaluate.
       End-Carry-Out-Command. exit.

      ***********************************************************************
      * Validate-Operand accepts an operand of letters, digits, "-"
      * and "_" only, with nothing after its first space -- a
      * package could otherwise carry shell metacharacters (";",
      * "|", backticks) or a path ("../") into the hold file name,
      * the rm command line, or the program schedrun.cbl runs.  A
      * RUNNOW operand must also fit SCHEDRUN.REQ's program name.
      ***********************************************************************
       Validate-Operand.
           move "Y" to operand-valid-sw.
           move 0 to operand-len.
           inspect cl-operand tallying operand-len
              for characters before initial " ".
           if operand-len equal 0
              move "N" to operand-valid-sw
              go to End-Validate-Operand.
           if operand-len is less than 18
              and cl-operand (operand-len + 1:) not equal spaces
              move "N" to operand-valid-sw
              go to End-Validate-Operand.
           if cl-verb equal "RUNNOW"
              and operand-len is greater than 10
              move "N" to operand-valid-sw
              go to End-Validate-Operand.
           perform Check-Operand-Char thru End-Check-Operand-Char
               varying operand-idx from 1 by 1
               until operand-idx is greater than operand-len.
       End-Validate-Operand. exit.

       Check-Operand-Char.
           move cl-operand (operand-idx:1) to operand-char.
           if (operand-char not alphabetic-upper)
              and (operand-char not alphabetic-lower)
              and (operand-char not numeric)
              and operand-char not equal "-"
              and operand-char not equal "_"
                 move "N" to operand-valid-sw.
       End-Check-Operand-Char. exit.

       Build-Hold-Name.
           move spaces to hold-name.
           string cl-operand delimited by space
                  ".HLD"     delimited by size
                  into hold-name.
       End-Build-Hold-Name. exit.

       Apply-Hold.
           perform Build-Hold-Name thru End-Build-Hold-Name.
           open output hold-file.
           if hold-fs not equal "00"
              go to End-Apply-Hold.
           move pkg-operator to hold-rec.
           write hold-rec.
           close hold-file.
           move "DONE" to cmd-outcome.
       End-Apply-Hold. exit.

       Apply-Release.
           perform Build-Hold-Name thru End-Build-Hold-Name.
           move spaces to rm-cmd.
           string "rm -f "  delimited by size
                  hold-name delimited by space
                  into rm-cmd.
           call "SYSTEM" using rm-cmd.
           open input hold-file.
           if hold-fs equal "35"
              move "DONE" to cmd-outcome
           else
              close hold-file.
       End-Apply-Release. exit.

       Apply-Run-Now.
           open extend req-file.
           if req-fs equal "35"
              open output req-file.
           if req-fs not equal "00"
              go to End-Apply-Run-Now.
           move spaces to req-rec.
           move cl-operand to rq-program.
           move now-ts to rq-when.
           string "COMMAND PKG "  delimited by size
                  next-generation delimited by size
                  " BY "          delimited by size
                  pkg-operator    delimited by space
                  into rq-from.
           write req-rec.
           close req-file.
           move "DONE" to cmd-outcome.
       End-Apply-Run-Now. exit.

      * the registry is queried afterwards so the acknowledgement
      * reports what the registry now holds, not what was asked
       Apply-Maintenance.
           move cl-operand to MR-TARGET.
           move pkg-operator to MR-OPERATOR.
           call "mntreg" using MNTREG-AREA.

           move "Q" to MR-FUNCTION.
           move cl-operand to MR-TARGET.
           call "mntreg" using MNTREG-AREA.
           if (cl-verb equal "MAINTSET" and MR-ACTIVE-SW equal "Y")
              or (cl-verb equal "MAINTCLR"
                  and MR-ACTIVE-SW not equal "Y")
              move "DONE" to cmd-outcome.
       End-Apply-Maintenance. exit.
