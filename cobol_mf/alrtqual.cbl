      **         if people believe it; this shows which thresholds
      **         are crying wolf.
      **
      **         Archive records the dispatcher folded under a root
      **         cause (role SYMPTOM, with the parent's source and key)
      **         are echoes, not real alerts: they count in the volume
      **         but not as flapping episodes or in the
      **         time-to-acknowledge figures, since they were
      **         acknowledged with their parent.  A separate section
      **         lists the echo volume per key and how many root-cause
      **         episodes carried them.
      **
      ** INPUT FILES:  ALERTHIS.DAT (archived alerts from alertdsp)
      **               ALERTQ.DAT   (alerts still open)
      ** OUTPUT FILE:  ALRTQUAL.RPT (weekly analytics report)
           05 ah-ack-oper     pic x(8).
           05 filler          pic x(2).
           05 ah-ack-ts       pic x(17).
           05 filler          pic x(2).
           05 ah-role         pic x(7).
           05 filler          pic x(2).
           05 ah-parent-source pic x(10).
           05 filler          pic x(2).
           05 ah-parent-key   pic x(20).
           05 filler          pic x(2).
           05 ah-symptoms     pic 9(5).

       FD  alert-queue.
       01  alert-queue-rec.
             10 ke-key        pic x(20).
             10 ke-volume     pic 9(9) comp-5.
             10 ke-episodes   pic 9(5) comp-5.
             10 ke-echoes     pic 9(5) comp-5.
       77 key-idx             pic 9(4) comp-5.
       77 sort-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
          05 sw-key           pic x(20).
          05 sw-volume        pic 9(9) comp-5.
          05 sw-episodes      pic 9(5) comp-5.
          05 sw-echoes        pic 9(5) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

       77 pct-disp            pic z(2)9.
       77 never-pct           pic 9(3) comp-5.
       77 shown-count         pic 9(4) comp-5.

      * correlation: root-cause episodes and the echoes they carried
       77 root-episodes       pic 9(6) comp-5 value 0.
       77 root-symptoms       pic 9(9) comp-5 value 0.
       01 rpt-line            pic x(132).

       Procedure Division.

           perform Report-Volumes thru End-Report-Volumes.
           perform Report-Flappers thru End-Report-Flappers.
           perform Report-Echoes thru End-Report-Echoes.
           perform Report-Latency thru End-Report-Latency.
           close qual-rpt.

              or record-date is greater than to-date
              go to End-Fold-One-Hist.

           if ah-role equal "ROOT" and ah-symptoms numeric
              add 1 to root-episodes
              add ah-symptoms to root-symptoms.

           perform Fold-Key-From-Hist thru End-Fold-Key-From-Hist.
      * an echo was acknowledged with its parent, not on its own
           if ah-role not equal "SYMPTOM"
              perform Fold-Latency thru End-Fold-Latency.
       End-Fold-One-Hist. exit.

       Fold-Key-From-Hist.
              move ah-source to ke-source (key-idx)
              move ah-key    to ke-key (key-idx)
              move 0 to ke-volume (key-idx)
              move 0 to ke-episodes (key-idx)
              move 0 to ke-echoes (key-idx).

           add ah-count to ke-volume (key-idx).
           if ah-role equal "SYMPTOM"
              add 1 to ke-echoes (key-idx)
              go to End-Fold-Key-From-Hist.
      * each archive record is one worked-off episode of the key --
      * a key with several in one week is a flapper
           add 1 to ke-episodes (key-idx).
              move aq-source to ke-source (key-idx)
              move aq-key    to ke-key (key-idx)
              move 0 to ke-volume (key-idx)
              move 0 to ke-episodes (key-idx)
              move 0 to ke-echoes (key-idx).
           add 1 to ke-volume (key-idx).

       Tally-Unacked.
           perform Write-Qual-Line thru End-Write-Qual-Line.
       End-Report-One-Flapper. exit.

      ***********************************************************************
      * Report-Echoes lists the keys whose alerts were folded under a
      * root cause -- the echoes of someone else's outage -- and how
      * many root-cause episodes carried them.
      ***********************************************************************
       Report-Echoes.
           move spaces to rpt-line.
           perform Write-Qual-Line thru End-Write-Qual-Line.
           move "echoes (folded as symptoms under a root cause)"
              to rpt-line.
           perform Write-Qual-Line thru End-Write-Qual-Line.

           move 0 to shown-count.
           perform Report-One-Echo thru End-Report-One-Echo
               varying key-idx from 1 by 1
               until key-idx is greater than key-count.
           if shown-count equal 0
              move "  (none)" to rpt-line
              perform Write-Qual-Line thru End-Write-Qual-Line
              go to End-Report-Echoes.

           move root-episodes to eps-disp.
           move root-symptoms to vol-disp.
           move spaces to rpt-line.
           string "  "                  delimited by size
                  eps-disp              delimited by size
                  " root-cause episode(s) carried" delimited by size
                  vol-disp              delimited by size
                  " symptom alert(s)"   delimited by size
                  into rpt-line.
           perform Write-Qual-Line thru End-Write-Qual-Line.
       End-Report-Echoes. exit.

       Report-One-Echo.
           if ke-echoes (key-idx) equal 0
              go to End-Report-One-Echo.
           add 1 to shown-count.
           move ke-echoes (key-idx) to eps-disp.
           move spaces to rpt-line.
           string "  "                delimited by size
                  ke-source (key-idx) delimited by size
                  " "                 delimited by size
                  ke-key (key-idx)    delimited by size
                  " echo episodes="   delimited by size
                  eps-disp            delimited by size
                  into rpt-line.
           perform Write-Qual-Line thru End-Write-Qual-Line.
       End-Report-One-Echo. exit.

       Report-Latency.
           move spaces to rpt-line.
           perform Write-Qual-Line thru End-Write-Qual-Line.
