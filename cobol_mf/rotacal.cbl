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
      ** SOURCE FILE NAME: rotacal.cbl
      **
      ** SAMPLE: Dated on-call rotation lookup
      **
      **         ONCALL.CTL names one contact per tier with no dates,
      **         so the roster had to be re-keyed by hand every week.
      **         ROTACAL.DAT is the dated rotation calendar that
      **         replaces that: each line puts a contact on a tier for
      **         a range of dates and a daily shift window, either as
      **         part of the planned rota (ROTA) or as a swap entered
      **         through rotamnt.cbl (SWAP):
      **
      **           ROTA 1 JSMITH   20261019 20261025 0000 2359
      **           SWAP 1 AJONES   20261024 20261024 0000 2359 JSMITH
      **
      **         followed by who entered the line and when.  A shift
      **         window may span midnight (2200 0600), judged the way
      **         alertdsp.cbl judges ONCALL.CTL windows, against the
      **         date the shift is entered under.  For the date, time,
      **         and tier asked in ROTA-AREA this subprogram answers
      **         who is rostered: a SWAP line covering the hour beats a
      **         ROTA line, and among lines of one kind the one later
      **         in the file wins, so a correction is simply added.
      **         The calendar is loaded once per run, the way
      **         sitecal.cbl loads SITECAL.CTL.
      **
      ** INPUT FILE: ROTACAL.DAT (dated on-call rotation calendar)
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
       Program-ID. "rotacal".

       Environment Division.
       Input-Output Section.
       File-Control.
           select rota-file assign to "ROTACAL.DAT"
               organization is line sequential
               file status is rota-fs.

       Data Division.
       File Section.
       FD  rota-file.
       01  rota-rec.
           05 rc-type         pic x(4).
           05 filler          pic x.
           05 rc-tier         pic 9.
           05 filler          pic x.
           05 rc-contact      pic x(8).
           05 filler          pic x.
           05 rc-from         pic 9(8).
           05 filler          pic x.
           05 rc-to           pic 9(8).
           05 filler          pic x.
           05 rc-shift-start  pic 9(4).
           05 filler          pic x.
           05 rc-shift-end    pic 9(4).
           05 filler          pic x.
           05 rc-swap-for     pic x(8).
           05 filler          pic x.
           05 rc-entered-by   pic x(8).
           05 filler          pic x.
           05 rc-entered      pic 9(8).

       Working-Storage Section.

      * Local variables
       77 rota-fs             pic xx.
       77 rota-eof            pic x.
           88 no-more-rota        value "Y".

       77 rota-loaded-sw      pic x value "N".
           88 rota-loaded         value "Y".
       77 rota-count          pic 9(4) comp-5 value 0.
       01 rota-table.
          05 rota-entry occurs 1000 times.
             10 rt-type       pic x(4).
             10 rt-tier       pic 9.
             10 rt-contact    pic x(8).
             10 rt-from       pic 9(8).
             10 rt-to         pic 9(8).
             10 rt-start      pic 9(4).
             10 rt-end        pic 9(4).
       77 rota-idx            pic 9(4) comp-5.

       Linkage Section.
       copy "sqlrota.cbl".

       Procedure Division using ROTA-AREA.
       Rotacal Section.
           if not rota-loaded
              perform Load-Rota thru End-Load-Rota.

           move "N"    to ROT-FOUND-SW.
           move spaces to ROT-CONTACT.
           move spaces to ROT-TYPE.

           perform Check-One-Line thru End-Check-One-Line
               varying rota-idx from 1 by 1
               until rota-idx is greater than rota-count.
       End-Rotacal. exit program.

       Load-Rota.
           set rota-loaded to true.
           move 0 to rota-count.

           open input rota-file.
           if rota-fs equal "35"
              go to End-Load-Rota.

           move "N" to rota-eof.
           perform Load-One-Line thru End-Load-One-Line
               until no-more-rota.
           close rota-file.
       End-Load-Rota. exit.

       Load-One-Line.
           read rota-file
               at end
                  move "Y" to rota-eof
                  go to End-Load-One-Line
           end-read.

           if rota-rec equal spaces
              or rc-type (1:1) equal "*"
              go to End-Load-One-Line.

           if rc-type not equal "ROTA" and rc-type not equal "SWAP"
              display "ROTACAL.DAT entry type '", rc-type,
                 "' is not recognized -- line ignored"
              go to End-Load-One-Line.
           if rc-tier not numeric or rc-from not numeric
              or rc-to not numeric or rc-shift-start not numeric
              or rc-shift-end not numeric
              display "ROTACAL.DAT entry has a non-numeric field -- ",
                 "line ignored"
              go to End-Load-One-Line.

           if rota-count is less than 1000
              add 1 to rota-count
              move rc-type        to rt-type (rota-count)
              move rc-tier        to rt-tier (rota-count)
              move rc-contact     to rt-contact (rota-count)
              move rc-from        to rt-from (rota-count)
              move rc-to          to rt-to (rota-count)
              move rc-shift-start to rt-start (rota-count)
              move rc-shift-end   to rt-end (rota-count).
       End-Load-One-Line. exit.

      ***********************************************************************
      * Check-One-Line takes a calendar line covering the asked date,
      * hour, and tier -- unless a SWAP has already been found and
      * this line is only a ROTA.
      ***********************************************************************
       Check-One-Line.
           if rt-tier (rota-idx) not equal ROT-TIER
              go to End-Check-One-Line.
           if ROT-ASK-DATE is less than rt-from (rota-idx)
              or ROT-ASK-DATE is greater than rt-to (rota-idx)
              go to End-Check-One-Line.

           if rt-start (rota-idx) is not greater than rt-end (rota-idx)
              if ROT-ASK-HHMM is less than rt-start (rota-idx)
                 or ROT-ASK-HHMM is greater than rt-end (rota-idx)
                 go to End-Check-One-Line
              end-if
           else
              if ROT-ASK-HHMM is less than rt-start (rota-idx)
                 and ROT-ASK-HHMM is greater than rt-end (rota-idx)
                 go to End-Check-One-Line
              end-if
           end-if.

           if ROT-TYPE equal "SWAP" and rt-type (rota-idx) equal "ROTA"
              go to End-Check-One-Line.

           move "Y" to ROT-FOUND-SW.
           move rt-contact (rota-idx) to ROT-CONTACT.
           move rt-type (rota-idx)    to ROT-TYPE.
       End-Check-One-Line. exit.
