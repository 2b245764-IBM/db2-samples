      **         transfer did not happen).  One page for three
      **         sites instead of three stacks of paper.
      **
      **         Commands sent to the sites by cmdpkg.cbl are matched
      **         against the acknowledgements each site's cmdapply.cbl
      **         returns in <site>.ACK: every command still without an
      **         acknowledgement -- or refused with its package, or
      **         failed at the site -- is listed, and each site with
      **         one goes on the exception page.
      **
      ** INPUT FILES:  FLEETIN.CTL (site id and extract file name)
      **               the named extract files (sitestat.cbl format)
      **               CMDPKG.LOG (commands sent, from cmdpkg.cbl)
      **               <site>.ACK (acknowledgements, from cmdapply.cbl)
      ** OUTPUT FILE:  FLEETSTA.RPT (fleet-wide status report)
      ***********************************************************************
      **
               file status is extract-fs.
           select fleet-rpt assign to "FLEETSTA.RPT"
               organization is line sequential.
           select sent-log assign to "CMDPKG.LOG"
               organization is line sequential
               file status is sent-fs.
           select ack-file assign to dynamic ack-name
               organization is line sequential
               file status is ack-fs.

       Data Division.
       File Section.
       FD  fleet-rpt.
       01  fleet-rpt-rec      pic x(132).

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

       Working-Storage Section.

      * Local variables
       77 fleet-fs            pic xx.
       77 extract-fs          pic xx.
       77 sent-fs             pic xx.
       77 ack-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 extract-eof         pic x.
          05 excp-line occurs 30 times pic x(80).
       77 excp-idx            pic 9(4) comp-5.

      * remote commands still open, counted per site
       77 ack-name            pic x(24).
       77 ack-eof             pic x.
           88 no-more-acks        value "Y".
       77 ack-state           pic x(8).
       77 ack-reason          pic x(18).
       77 open-cmd-count      pic 9(4) comp-5 value 0.
       77 cmd-site-count      pic 9(4) comp-5 value 0.
       01 cmd-site-table.
          05 cmd-site-entry occurs 30 times.
             10 cs-site       pic x(8).
             10 cs-unacked    pic 9(4) comp-5.
             10 cs-failed     pic 9(4) comp-5.
       77 cs-idx              pic 9(4) comp-5.
       77 cur-cs-idx          pic 9(4) comp-5.
       77 count-disp          pic z(3)9.

       01 rpt-line            pic x(132).

       Procedure Division.
               until no-more-records.
           close fleet-ctl.

           perform Check-Remote-Commands
               thru End-Check-Remote-Commands.

           move spaces to rpt-line.
           perform Write-Fleet-Line thru End-Write-Fleet-Line.
           move "--- site exceptions ---" to rpt-line.
                  into excp-line (excp-count).
       End-Keep-Exception. exit.

      ***********************************************************************
      * Check-Remote-Commands matches every command in CMDPKG.LOG
      * against its site's acknowledgements and lists those not
      * carried out: no acknowledgement yet, a refused package, or
      * a command the site could not complete.
      ***********************************************************************
       Check-Remote-Commands.
           open input sent-log.
           if sent-fs equal "35"
              go to End-Check-Remote-Commands.

           move spaces to rpt-line.
           perform Write-Fleet-Line thru End-Write-Fleet-Line.
           move "--- unacknowledged remote commands ---" to rpt-line.
           perform Write-Fleet-Line thru End-Write-Fleet-Line.

           move "N" to file-eof.
           perform Check-One-Command thru End-Check-One-Command
               until no-more-records.
           close sent-log.
           move "N" to file-eof.

           if open-cmd-count equal 0
              move "  (every command sent has been carried out)"
                 to rpt-line
              perform Write-Fleet-Line thru End-Write-Fleet-Line.

           perform Keep-Command-Exception
               thru End-Keep-Command-Exception
               varying cs-idx from 1 by 1
               until cs-idx is greater than cmd-site-count.
       End-Check-Remote-Commands. exit.

       Check-One-Command.
           read sent-log
               at end
                  move "Y" to file-eof
                  go to End-Check-One-Command
           end-read.
           if sl-site equal spaces
              go to End-Check-One-Command.

           perform Find-Acknowledgement thru End-Find-Acknowledgement.
           if ack-state equal "DONE"
              go to End-Check-One-Command.

           add 1 to open-cmd-count.
           move 0 to cur-cs-idx.
           perform Match-Command-Site thru End-Match-Command-Site
               varying cs-idx from 1 by 1
               until cs-idx is greater than cmd-site-count.
           if cur-cs-idx equal 0
              and cmd-site-count is less than 30
              add 1 to cmd-site-count
              move cmd-site-count to cur-cs-idx
              move sl-site to cs-site (cur-cs-idx)
              move 0 to cs-unacked (cur-cs-idx)
              move 0 to cs-failed (cur-cs-idx).
           if cur-cs-idx not equal 0
              if ack-state equal "FAILED"
                 add 1 to cs-failed (cur-cs-idx)
              else
                 add 1 to cs-unacked (cur-cs-idx).

           move spaces to rpt-line.
           string "  "        delimited by size
                  sl-site     delimited by size
                  " pkg "     delimited by size
                  sl-generation delimited by size
                  " #"        delimited by size
                  sl-seq      delimited by size
                  "  "        delimited by size
                  sl-verb     delimited by size
                  " "         delimited by size
                  sl-operand  delimited by size
                  " sent "    delimited by size
                  sl-sent     delimited by size
                  " by "      delimited by size
                  sl-operator delimited by size
                  " -- "      delimited by size
                  into rpt-line.
           evaluate ack-state
              when "FAILED"
                 move "FAILED AT SITE" to rpt-line (96:30)
              when "REFUSED"
                 move spaces to rpt-line (96:30)
                 string "REFUSED: " delimited by size
                        ack-reason delimited by size
                        into rpt-line (96:30)
              when other
                 move "NOT ACKNOWLEDGED" to rpt-line (96:30)
           end-evaluate.
           perform Write-Fleet-Line thru End-Write-Fleet-Line.
       End-Check-One-Command. exit.

       Match-Command-Site.
           if cs-site (cs-idx) equal sl-site
              move cs-idx to cur-cs-idx.
       End-Match-Command-Site. exit.

      * a command counts as acknowledged by its own "A" line, or as
      * refused by an "R" line for its package
       Find-Acknowledgement.
           move spaces to ack-state.
           move spaces to ack-reason.
           move spaces to ack-name.
           string sl-site delimited by space
                  ".ACK"  delimited by size
                  into ack-name.
           open input ack-file.
           if ack-fs equal "35"
              go to End-Find-Acknowledgement.

           move "N" to ack-eof.
           perform Find-One-Ack thru End-Find-One-Ack
               until no-more-acks.
           close ack-file.
       End-Find-Acknowledgement. exit.

       Find-One-Ack.
           read ack-file
               at end
                  move "Y" to ack-eof
                  go to End-Find-One-Ack
           end-read.
           if ak-site not equal sl-site
              or ak-generation not equal sl-generation
              go to End-Find-One-Ack.

           if ak-type equal "R"
              move "REFUSED" to ack-state
              move ak-operand to ack-reason
              go to End-Find-One-Ack.
           if ak-type equal "A" and ak-seq equal sl-seq
              move ak-outcome to ack-state
              move "Y" to ack-eof.
       End-Find-One-Ack. exit.

       Keep-Command-Exception.
           if cs-unacked (cs-idx) is greater than 0
              and excp-count is less than 30
              add 1 to excp-count
              move cs-unacked (cs-idx) to count-disp
              move spaces to excp-line (excp-count)
              string "  site "         delimited by size
                     cs-site (cs-idx)  delimited by space
                     " : "             delimited by size
                     count-disp        delimited by size
                     " remote command(s) not acknowledged"
                        delimited by size
                     into excp-line (excp-count).
           if cs-failed (cs-idx) is greater than 0
              and excp-count is less than 30
              add 1 to excp-count
              move cs-failed (cs-idx) to count-disp
              move spaces to excp-line (excp-count)
              string "  site "         delimited by size
                     cs-site (cs-idx)  delimited by space
                     " : "             delimited by size
                     count-disp        delimited by size
                     " remote command(s) failed at the site"
                        delimited by size
                     into excp-line (excp-count).
       End-Keep-Command-Exception. exit.

       Write-One-Exception.
           move excp-line (excp-idx) to rpt-line.
           perform Write-Fleet-Line thru End-Write-Fleet-Line.
