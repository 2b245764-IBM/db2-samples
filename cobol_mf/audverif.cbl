      **         was introduced carry no sequence field and are
      **         reported as UNCHAINED rather than failing the run.
      **
      **         Periods archived by audarch.cbl are walked first, in
      **         catalog order, so the chain is verified from its
      **         start through every sealed segment into the live
      **         file.  A catalogued segment no longer on file is
      **         reported as a MISSING segment; one whose header,
      **         trailer, record count, or seal no longer agrees with
      **         the catalog is reported as an ALTERED segment.  A
      **         segment purged on retention is noted and the walk
      **         resumes from the closing sequence and check the
      **         catalog kept for it.  The CARRY FORWARD record at the
      **         top of a restarted live file must restate exactly
      **         where the last segment closed.
      **
      ** INPUT FILES:  OPSAUDIT.LOG, OPSAUDIT.SEQ
      **               DBCONF.AUD,   DBCONF.SEQ
      **               AUDARCH.CAT, OPSAUDIT.Annnn, DBCONF.Annnn
      ** OUTPUT FILE:  AUDVERIF.RPT (verification report)
      ***********************************************************************
      **
           select conf-head assign to "DBCONF.SEQ"
               organization is line sequential
               file status is conf-head-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.
           select verif-rpt assign to "AUDVERIF.RPT"
               organization is line sequential.

           05 ol-seq          pic x(6).
           05 filler          pic x(2).
           05 ol-check        pic x(9).
           05 filler          pic x(2).
           05 ol-runid        pic x(16).
           05 filler          pic x(2).
           05 ol-flag         pic x(11).

       FD  ops-head.
       01  ops-head-rec.
           05 filler          pic x.
           05 fh-check        pic 9(9).

       FD  cat-file.
       01  cat-rec.
           05 ac-log          pic x(12).
           05 filler          pic x.
           05 ac-segment      pic x(14).
           05 filler          pic x.
           05 ac-from         pic 9(8).
           05 filler          pic x.
           05 ac-to           pic 9(8).
           05 filler          pic x.
           05 ac-open-seq     pic 9(6).
           05 filler          pic x.
           05 ac-open-check   pic 9(9).
           05 filler          pic x.
           05 ac-close-seq    pic 9(6).
           05 filler          pic x.
           05 ac-close-check  pic 9(9).
           05 filler          pic x.
           05 ac-records      pic 9(6).
           05 filler          pic x.
           05 ac-seal         pic 9(9).
           05 filler          pic x.
           05 ac-sealed-ts    pic x(17).
           05 filler          pic x.
           05 ac-sealed-by    pic x(8).
           05 filler          pic x.
           05 ac-state        pic x(6).
           05 filler          pic x.
           05 ac-hold         pic x.
           05 filler          pic x.
           05 ac-hold-ref     pic x(20).

       FD  seg-file.
       01  seg-rec            pic x(150).
       01  seg-head.
           05 sg-tag          pic x(9).
           05 sg-log          pic x(12).
           05 filler          pic x.
           05 sg-open-seq     pic x(6).
           05 filler          pic x.
           05 sg-open-check   pic x(9).
           05 filler          pic x(112).
       01  seg-trail.
           05 st-tag          pic x(9).
           05 st-close-seq    pic x(6).
           05 filler          pic x.
           05 st-close-check  pic x(9).
           05 filler          pic x.
           05 st-records      pic x(6).
           05 filler          pic x.
           05 st-seal         pic x(9).
           05 filler          pic x(108).

       FD  verif-rpt.
       01  verif-rpt-rec      pic x(132).

       77 ops-head-fs         pic xx.
       77 conf-fs             pic xx.
       77 conf-head-fs        pic xx.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 head-check          pic 9(9) comp-5.
       77 head-found-sw       pic x.

      * the archive segments of the trail being walked
       77 log-kind            pic x.
           88 log-is-ops          value "O".
           88 log-is-conf         value "C".
       77 log-label           pic x(12).
       77 seg-name            pic x(14).
       77 seg-eof             pic x.
           88 no-more-seg-records value "Y".
       77 seg-count           pic 9(6) comp-5.
       77 seg-seal            pic 9(9) comp-5.
       77 seg-trail-sw        pic x.
       77 seg-altered-sw      pic x.
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".

      * the chain fold, exactly as the writers compute it
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
           move 0 to break-count.
           move 0 to unchained-count.

           move "O" to log-kind.
           move "OPSAUDIT.LOG" to log-label.
           perform Verify-Segments thru End-Verify-Segments.

           open input ops-log.
           if ops-fs equal "35"
              move "  OPSAUDIT.LOG not found -- nothing to verify"
                  move "Y" to file-eof
                  go to End-Verify-One-Ops
           end-read.
           perform Check-Ops-Record thru End-Check-Ops-Record.
       End-Verify-One-Ops. exit.

      * one OPSAUDIT record, from the live file or a segment
       Check-Ops-Record.
           if ol-timestamp equal spaces
              go to End-Check-Ops-Record.

      * records older than the chaining carry no sequence field
           if ol-seq not numeric
              add 1 to unchained-count
              go to End-Check-Ops-Record.

           move ol-seq to record-seq.
           move ol-check to record-check.
           if ol-action equal "CARRY FORWARD"
              perform Check-Carry-Forward thru End-Check-Carry-Forward
              go to End-Check-Ops-Record.

           move spaces to chain-source.
           string ol-timestamp delimited by size
                  into chain-source.
           move 79 to chain-len.
           perform Check-One-Link thru End-Check-One-Link.
       End-Check-Ops-Record. exit.

       Read-Ops-Head.
           move "N" to head-found-sw.
           move 0 to break-count.
           move 0 to unchained-count.

           move "C" to log-kind.
           move "DBCONF.AUD" to log-label.
           perform Verify-Segments thru End-Verify-Segments.

           open input conf-log.
           if conf-fs equal "35"
              move "  DBCONF.AUD not found -- nothing to verify"
                  move "Y" to file-eof
                  go to End-Verify-One-Conf
           end-read.
           perform Check-Conf-Record thru End-Check-Conf-Record.
       End-Verify-One-Conf. exit.

      * one DBCONF record, from the live file or a segment
       Check-Conf-Record.
           if cl-when equal spaces
              go to End-Check-Conf-Record.

           if cl-seq not numeric
              add 1 to unchained-count
              go to End-Check-Conf-Record.

           move cl-seq to record-seq.
           move cl-check to record-check.
           if cl-token equal "CARRY FWD"
              perform Check-Carry-Forward thru End-Check-Carry-Forward
              go to End-Check-Conf-Record.

           move spaces to chain-source.
           string cl-when    delimited by size
                  into chain-source.
           move 87 to chain-len.
           perform Check-One-Link thru End-Check-One-Link.
       End-Check-Conf-Record. exit.

       Read-Conf-Head.
           move "N" to head-found-sw.
           close conf-head.
       End-Read-Conf-Head. exit.

      ***********************************************************************
      * Check-Carry-Forward checks the record audarch.cbl leaves at
      * the top of a restarted live file.  It is not a link: it
      * restates the sequence and check the last archived segment
      * closed on, and must agree with where the walk through the
      * segments left the chain.
      ***********************************************************************
       Check-Carry-Forward.
           move record-seq to seq-disp.
           if record-seq equal expect-seq
              and record-check equal running-check
              move spaces to rpt-line
              string "  carried forward at sequence " delimited by
                     size
                     seq-disp delimited by size
                     " from the archived segments" delimited by size
                     into rpt-line
              perform Write-Verif-Line thru End-Write-Verif-Line
           else
              move spaces to rpt-line
              string "  BREAK: carry-forward record at sequence "
                        delimited by size
                     seq-disp delimited by size
                     " does not match the archived chain"
                        delimited by size
                     into rpt-line
              perform Write-Verif-Line thru End-Write-Verif-Line
              add 1 to break-count.

           move record-seq to expect-seq.
           move record-check to running-check.
       End-Check-Carry-Forward. exit.

      ***********************************************************************
      * Verify-Segments walks the trail's archived segments, in the
      * order AUDARCH.CAT lists them, ahead of the live file.
      ***********************************************************************
       Verify-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Verify-Segments.

           move "N" to cat-eof.
           perform Verify-One-Entry thru End-Verify-One-Entry
               until no-more-segments.
           close cat-file.
       End-Verify-Segments. exit.

       Verify-One-Entry.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Verify-One-Entry
           end-read.
           if ac-log not equal log-label
              go to End-Verify-One-Entry.

           move ac-segment to seg-name.

      * a segment purged on retention is gone by design; the walk
      * resumes from where the catalog says it closed
           if ac-state equal "PURGED"
              move spaces to rpt-line
              string "  " delimited by size
                     ac-segment delimited by space
                     " (" delimited by size
                     ac-from delimited by size
                     " to " delimited by size
                     ac-to delimited by size
                     ") purged on retention -- not verified"
                        delimited by size
                     into rpt-line
              perform Write-Verif-Line thru End-Write-Verif-Line
              move ac-close-seq to expect-seq
              move ac-close-check to running-check
              go to End-Verify-One-Entry.

           if ac-open-seq not equal expect-seq + 1
              or ac-open-check not equal running-check
              move spaces to rpt-line
              string "  BREAK: " delimited by size
                     ac-segment delimited by space
                     " does not continue the chain where the last par"
                        delimited by size
                     "t closed" delimited by size
                     into rpt-line
              perform Write-Verif-Line thru End-Write-Verif-Line
              add 1 to break-count.
           compute expect-seq = ac-open-seq - 1.
           move ac-open-check to running-check.

           open input seg-file.
           if seg-fs not equal "00"
              move spaces to rpt-line
              string "  MISSING segment: " delimited by size
                     ac-segment delimited by space
                     " (" delimited by size
                     ac-from delimited by size
                     " to " delimited by size
                     ac-to delimited by size
                     ") is catalogued but not on file"
                        delimited by size
                     into rpt-line
              perform Write-Verif-Line thru End-Write-Verif-Line
              add 1 to break-count
              move ac-close-seq to expect-seq
              move ac-close-check to running-check
              go to End-Verify-One-Entry.

           perform Verify-One-Segment thru End-Verify-One-Segment.
           close seg-file.

      * the live file, or the next segment, continues from the
      * close the catalog recorded
           move ac-close-seq to expect-seq.
           move ac-close-check to running-check.
       End-Verify-One-Entry. exit.

      ***********************************************************************
      * Verify-One-Segment checks the segment's header against the
      * catalog, walks its records through the same link checks as
      * the live file, and checks the trailer's closing sequence,
      * check, record count, and seal against the catalog and
      * against the records actually found.
      ***********************************************************************
       Verify-One-Segment.
           move "N" to seg-altered-sw.
           move "N" to seg-trail-sw.
           move 0 to seg-count.
           move 0 to seg-seal.

           move "N" to seg-eof.
           read seg-file
               at end move "Y" to seg-eof
           end-read.
           if no-more-seg-records
              or sg-tag not equal "*SEGMENT "
              or sg-log not equal log-label
              or sg-open-seq not equal ac-open-seq
              or sg-open-check not equal ac-open-check
              move "Y" to seg-altered-sw.

           perform Walk-One-Seg-Record thru End-Walk-One-Seg-Record
               until no-more-seg-records.

           if seg-trail-sw not equal "Y"
              move "Y" to seg-altered-sw
           else
              if st-close-seq not equal ac-close-seq
                 or st-close-check not equal ac-close-check
                 or st-records not equal ac-records
                 or st-seal not equal ac-seal
                 move "Y" to seg-altered-sw
              end-if
           end-if.
           if seg-count not equal ac-records
              or seg-seal not equal ac-seal
              or expect-seq not equal ac-close-seq
              or running-check not equal ac-close-check
              move "Y" to seg-altered-sw.

           move spaces to rpt-line.
           move ac-records to seq-disp.
           if seg-altered-sw equal "Y"
              string "  ALTERED segment: " delimited by size
                     ac-segment delimited by space
                     " no longer matches its seal in AUDARCH.CAT"
                        delimited by size
                     into rpt-line
              add 1 to break-count
           else
              string "  " delimited by size
                     ac-segment delimited by space
                     " (" delimited by size
                     ac-from delimited by size
                     " to " delimited by size
                     ac-to delimited by size
                     ") sealed, " delimited by size
                     seq-disp delimited by size
                     " record(s) verified" delimited by size
                     into rpt-line.
           perform Write-Verif-Line thru End-Write-Verif-Line.
       End-Verify-One-Segment. exit.

       Walk-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to seg-eof
                  go to End-Walk-One-Seg-Record
           end-read.

           if seg-trail-sw equal "Y"
              move "Y" to seg-altered-sw
              go to End-Walk-One-Seg-Record.
           if st-tag equal "*SEALED  "
              move "Y" to seg-trail-sw
              go to End-Walk-One-Seg-Record.

           add 1 to seg-count.
           move seg-seal to chain-val.
           perform Fold-Seal-Byte thru End-Fold-Seal-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 150.
           move chain-val to seg-seal.

           if log-is-ops
              move seg-rec to ops-log-rec
              perform Check-Ops-Record thru End-Check-Ops-Record
           else
              move seg-rec to conf-log-rec
              perform Check-Conf-Record thru End-Check-Conf-Record.
       End-Walk-One-Seg-Record. exit.

       Fold-Seal-Byte.
           move low-value to ord-high.
           move seg-rec (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-Seal-Byte. exit.

      ***********************************************************************
      * Check-One-Link verifies one chained record: the sequence must
      * follow its predecessor, and the check value must equal the
