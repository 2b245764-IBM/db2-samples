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
      ** SOURCE FILE NAME: cmdpkg.cbl
      **
      ** SAMPLE: Command packages from the primary to a remote site
      **
      **         sitestat.cbl and fleetstat.cbl bring each remote
      **         site's status to the primary; this program sends
      **         control the other way, so "hold tonight's dbmaint at
      **         site B" no longer means a phone call.  An operator
      **         authorized for REMOTE (opsauth.cbl) names a site from
      **         FLEETIN.CTL and composes sequenced commands for it:
      **
      **           HOLD     job      hold a job (its <job>.HLD file,
      **                             the jobstat.cbl protocol)
      **           RELEASE  job      release a held job
      **           RUNNOW   program  run a program now (queued to
      **                             schedrun.cbl)
      **           MAINTSET target   register planned maintenance
      **                             (mntreg.cbl)
      **           MAINTCLR target   clear a maintenance registration
      **
      **         W writes them to a package for that site,
      **         <site>.Cnnnnnn, numbered by a generation kept per
      **         site in CMDPKG.SEQ, in the DRSHIP.XFR layout -- an
      **         "H" header with the generation, timestamp, site, and
      **         operator, an "F" section record with the command
      **         count and check total, each command prefixed "D",
      **         and a "T" trailer with the totals -- so cmdapply.cbl
      **         at the site can prove the package whole before it
      **         applies anything.  Each command sent is logged to
      **         CMDPKG.LOG, against which fleetstat.cbl reports any
      **         command the site has not acknowledged, and the
      **         package is recorded in the operations audit trail.
      **
      ** INPUT FILES:  FLEETIN.CTL (the remote sites)
      **               OPSAUTH.CTL (via opsauth.cbl)
      ** INPUT/OUTPUT FILE: CMDPKG.SEQ (last generation per site)
      ** OUTPUT FILES: <site>.Cnnnnnn (command package)
      **               CMDPKG.LOG (commands sent, appended)
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
       Program-Id. "cmdpkg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select fleet-ctl assign to "FLEETIN.CTL"
               organization is line sequential
               file status is fleet-fs.
           select seq-file assign to "CMDPKG.SEQ"
               organization is line sequential
               file status is seq-fs.
           select pkg-file assign to dynamic pkg-name
               organization is line sequential
               file status is pkg-fs.
           select sent-log assign to "CMDPKG.LOG"
               organization is line sequential
               file status is sent-fs.

       Data Division.
       File Section.
       FD  fleet-ctl.
       01  fleet-ctl-rec.
           05 fc-site         pic x(8).
           05 filler          pic x.
           05 fc-file         pic x(14).

       FD  seq-file.
       01  seq-rec.
           05 sq-site         pic x(8).
           05 filler          pic x.
           05 sq-generation   pic 9(6).

       FD  pkg-file.
       01  pkg-rec            pic x(90).

       FD  sent-log.
       01  sent-rec.
           05 sl-site         pic x(8).
           05 filler          pic x.
           05 sl-generation   pic 9(6).
           05 filler          pic x.
           05 sl-seq          pic 9(4).
           05 filler          pic x.
           05 sl-verb         pic x(8).
           05 filler          pic x.
           05 sl-operand      pic x(18).
           05 filler          pic x.
           05 sl-sent         pic x(17).
           05 filler          pic x.
           05 sl-operator     pic x(8).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlauth.cbl".

      * Local variables
       77 fleet-fs            pic xx.
       77 seq-fs              pic xx.
       77 pkg-fs              pic xx.
       77 sent-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 site-id             pic x(8).
       77 site-known-sw       pic x.
       77 quit-warned-sw      pic x value "N".
       77 action-pick         pic x.
           88 wants-hold          value "H" "h".
           88 wants-release       value "R" "r".
           88 wants-runnow        value "N" "n".
           88 wants-maintset      value "M" "m".
           88 wants-maintclr      value "C" "c".
           88 wants-list          value "L" "l".
           88 wants-write         value "W" "w".
           88 wants-quit          value "Q" "q".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the commands composed for the package
       77 cmd-count           pic 9(4) comp-5 value 0.
       01 cmd-table.
          05 cmd-entry occurs 50 times.
             10 ce-verb       pic x(8).
             10 ce-operand    pic x(18).
       77 cmd-idx             pic 9(4) comp-5.
       77 in-verb             pic x(8).
       77 in-operand          pic x(18).

      * one command as the package carries it
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

      * the generation of each site's packages, from CMDPKG.SEQ
       77 seq-count           pic 9(4) comp-5 value 0.
       01 seq-table.
          05 seq-entry occurs 50 times.
             10 st-site       pic x(8).
             10 st-generation pic 9(6).
       77 seq-idx             pic 9(4) comp-5.
       77 site-seq-idx        pic 9(4) comp-5.
       77 generation          pic 9(6).

       77 pkg-name            pic x(24).
       77 pkg-check           pic 9(9) comp-5.
       77 rec-disp            pic 9(6).
       77 check-disp          pic 9(9).
       77 seq-disp            pic z(3)9.
       01 out-line            pic x(90).

      * the additive check fold, the arithmetic drship.cbl uses
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

       Procedure Division.
       cmdpkg-pgm section.

           display "Sample COBOL Program : CMDPKG.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           move operator-id to AUTH-OPERATOR.
           move "REMOTE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for REMOTE -- refused"
              move 8 to return-code
              go to end-cmdpkg.

           display "site to command : " with no advancing.
           accept site-id.
           inspect site-id converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform Check-Site thru End-Check-Site.
           if site-known-sw not equal "Y"
              display "site ", site-id, " is not in FLEETIN.CTL -- ",
                 "refused"
              move 8 to return-code
              go to end-cmdpkg.

           perform Do-One-Action thru End-Do-One-Action
               until wants-quit.

       end-cmdpkg. stop run.

       Do-One-Action.
           display " ".
           display "commands for site ", site-id.
           display "H = hold job, R = release job, N = run now, ",
              "M = register maintenance,".
           display "C = clear maintenance, L = list, W = write ",
              "package, Q = quit : " with no advancing.
           accept action-pick.
           if not wants-quit
              move "N" to quit-warned-sw.

           move spaces to in-verb.
           if wants-hold
              move "HOLD" to in-verb
              display "job name : " with no advancing.
           if wants-release
              move "RELEASE" to in-verb
              display "job name : " with no advancing.
           if wants-runnow
              move "RUNNOW" to in-verb
              display "program : " with no advancing.
           if wants-maintset
              move "MAINTSET" to in-verb
              display "target (database, or INSTANCE) : "
                 with no advancing.
           if wants-maintclr
              move "MAINTCLR" to in-verb
              display "target (database, or INSTANCE) : "
                 with no advancing.
           if in-verb not equal spaces
              perform Add-Command thru End-Add-Command.

           if wants-list
              perform List-Commands thru End-List-Commands.
           if wants-write
              perform Write-Package thru End-Write-Package.
           if wants-quit and cmd-count is greater than 0
              and quit-warned-sw not equal "Y"
              move cmd-count to seq-disp
              display seq-disp, " command(s) not yet written -- W ",
                 "to send them, or Q again to discard them"
              move "Y" to quit-warned-sw
              move spaces to action-pick.
       End-Do-One-Action. exit.

       Check-Site.
           move "N" to site-known-sw.
           open input fleet-ctl.
           if fleet-fs equal "35"
              go to End-Check-Site.
           move "N" to file-eof.
           perform Check-One-Site thru End-Check-One-Site
               until no-more-records.
           close fleet-ctl.
           move "N" to file-eof.
       End-Check-Site. exit.

       Check-One-Site.
           read fleet-ctl
               at end
                  move "Y" to file-eof
                  go to End-Check-One-Site
           end-read.
           inspect fc-site converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if fc-site equal site-id and site-id not equal spaces
              move "Y" to site-known-sw.
       End-Check-One-Site. exit.

      * job and program names are kept as typed -- the hold file
      * is named after the job exactly as jobstat.cbl is told it
       Add-Command.
           accept in-operand.
           if in-operand equal spaces
              display "nothing named -- command not added"
              go to End-Add-Command.
           if cmd-count is not less than 50
              display "a package carries at most 50 commands -- W ",
                 "to send these first"
              go to End-Add-Command.
           if in-verb equal "MAINTSET" or in-verb equal "MAINTCLR"
              inspect in-operand converting
                 "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           add 1 to cmd-count.
           move in-verb to ce-verb (cmd-count).
           move in-operand to ce-operand (cmd-count).
           move cmd-count to seq-disp.
           display "command ", seq-disp, " : ", in-verb, " ",
              in-operand.
       End-Add-Command. exit.

       List-Commands.
           if cmd-count equal 0
              display "  (no commands composed)"
              go to End-List-Commands.
           perform List-One-Command thru End-List-One-Command
               varying cmd-idx from 1 by 1
               until cmd-idx is greater than cmd-count.
       End-List-Commands. exit.

       List-One-Command.
           move cmd-idx to seq-disp.
           display "  ", seq-disp, "  ", ce-verb (cmd-idx), " ",
              ce-operand (cmd-idx).
       End-List-One-Command. exit.

      ***********************************************************************
      * Write-Package takes the site's next generation and writes the
      * package: the counting pass over the composed commands gives
      * the section's check total before the commands are written,
      * as drship.cbl does for each file it ships.
      ***********************************************************************
       Write-Package.
           if cmd-count equal 0
              display "no commands composed -- nothing written"
              go to End-Write-Package.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Next-Generation thru End-Next-Generation.
           move spaces to pkg-name.
           string site-id    delimited by space
                  ".C"       delimited by size
                  generation delimited by size
                  into pkg-name.

           move 0 to pkg-check.
           perform Fold-One-Command thru End-Fold-One-Command
               varying cmd-idx from 1 by 1
               until cmd-idx is greater than cmd-count.

           open output pkg-file.
           if pkg-fs not equal "00"
              display pkg-name, " could not be written (status ",
                 pkg-fs, ") -- nothing sent"
              go to End-Write-Package.

           move spaces to out-line.
           string "H "        delimited by size
                  generation  delimited by size
                  " "         delimited by size
                  now-ts      delimited by size
                  " "         delimited by size
                  site-id     delimited by space
                  " "         delimited by size
                  operator-id delimited by space
                  into out-line.
           write pkg-rec from out-line.

           move cmd-count to rec-disp.
           move pkg-check to check-disp.
           move spaces to out-line.
           string "F COMMANDS " delimited by size
                  rec-disp      delimited by size
                  " "           delimited by size
                  check-disp    delimited by size
                  into out-line.
           write pkg-rec from out-line.

           open extend sent-log.
           if sent-fs equal "35"
              open output sent-log.
           perform Write-One-Command thru End-Write-One-Command
               varying cmd-idx from 1 by 1
               until cmd-idx is greater than cmd-count.
           close sent-log.

           move spaces to out-line.
           string "T "       delimited by size
                  rec-disp   delimited by size
                  " "        delimited by size
                  check-disp delimited by size
                  into out-line.
           write pkg-rec from out-line.
           close pkg-file.

           perform Save-Generations thru End-Save-Generations.

           move operator-id to AUD-OPERATOR.
           move "SEND COMMAND PKG" to AUD-ACTION.
           move pkg-name to AUD-TARGET.
           move "SENT" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move cmd-count to seq-disp.
           display seq-disp, " command(s) written to ", pkg-name,
              " -- transfer it to site ", site-id,
              " and run cmdapply there".
           move 0 to cmd-count.
       End-Write-Package. exit.

       Build-Command-Line.
           move spaces to cmd-line.
           move cmd-idx             to cl-seq.
           move ce-verb (cmd-idx)   to cl-verb.
           move ce-operand (cmd-idx) to cl-operand.
           move operator-id         to cl-operator.
           move now-ts              to cl-issued.
       End-Build-Command-Line. exit.

       Fold-One-Command.
           perform Build-Command-Line thru End-Build-Command-Line.
           move pkg-check to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 80.
           move chain-val to pkg-check.
       End-Fold-One-Command. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move cmd-line (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

       Write-One-Command.
           perform Build-Command-Line thru End-Build-Command-Line.
           move spaces to out-line.
           string "D "     delimited by size
                  cmd-line delimited by size
                  into out-line.
           write pkg-rec from out-line.

           move spaces to sent-rec.
           move site-id             to sl-site.
           move generation          to sl-generation.
           move cmd-idx             to sl-seq.
           move ce-verb (cmd-idx)   to sl-verb.
           move ce-operand (cmd-idx) to sl-operand.
           move now-ts              to sl-sent.
           move operator-id         to sl-operator.
           write sent-rec.
       End-Write-One-Command. exit.

      ***********************************************************************
      * Next-Generation takes the site's last generation from
      * CMDPKG.SEQ and adds one; the site's apply refuses a package
      * older than what it already holds.
      ***********************************************************************
       Next-Generation.
           move 0 to seq-count.
           open input seq-file.
           if seq-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Generation thru End-Load-One-Generation
                  until no-more-records
              close seq-file
              move "N" to file-eof.

           move 0 to site-seq-idx.
           perform Match-Site-Generation
               thru End-Match-Site-Generation
               varying seq-idx from 1 by 1
               until seq-idx is greater than seq-count.
           if site-seq-idx equal 0
              add 1 to seq-count
              move seq-count to site-seq-idx
              move site-id to st-site (site-seq-idx)
              move 0 to st-generation (site-seq-idx).

           add 1 to st-generation (site-seq-idx).
           move st-generation (site-seq-idx) to generation.
       End-Next-Generation. exit.

       Load-One-Generation.
           read seq-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Generation
           end-read.
           if sq-site equal spaces or sq-generation not numeric
              or seq-count is not less than 50
              go to End-Load-One-Generation.
           add 1 to seq-count.
           move sq-site to st-site (seq-count).
           move sq-generation to st-generation (seq-count).
       End-Load-One-Generation. exit.

       Match-Site-Generation.
           if st-site (seq-idx) equal site-id
              move seq-idx to site-seq-idx.
       End-Match-Site-Generation. exit.

       Save-Generations.
           open output seq-file.
           perform Save-One-Generation thru End-Save-One-Generation
               varying seq-idx from 1 by 1
               until seq-idx is greater than seq-count.
           close seq-file.
       End-Save-Generations. exit.

       Save-One-Generation.
           move spaces to seq-rec.
           move st-site (seq-idx) to sq-site.
           move st-generation (seq-idx) to sq-generation.
           write seq-rec.
       End-Save-One-Generation. exit.
