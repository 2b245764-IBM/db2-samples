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
      ** SOURCE FILE NAME: rotamnt.cbl
      **
      ** SAMPLE: On-call rotation calendar maintenance
      **
      **         ONCALL.CTL held one undated contact per tier, so the
      **         roster was re-keyed by hand every week.  This program
      **         (reachable from opermenu.cbl) keeps the dated
      **         rotation calendar ROTACAL.DAT that alertdsp.cbl now
      **         pages from, through rotacal.cbl: add a planned rota
      **         entry (a contact on a tier for a range of dates and a
      **         daily shift window), enter a swap (someone covering
      **         for the person rostered -- recorded as a SWAP line
      **         naming who it replaces, which outranks the rota for
      **         the hours it covers), list the entries still current,
      **         or delete one.  Each line carries the operator who
      **         entered it and the date.  The file is rewritten only
      **         when the operator saves, and each save is recorded
      **         through opsaudit.cbl.  rotachk.cbl validates the
      **         result over the next six weeks.
      **
      ** INPUT/OUTPUT FILE: ROTACAL.DAT (dated on-call rotation calendar)
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
       Program-Id. "rotamnt".

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

       copy "sqlaudit.cbl".

      * Local variables
       77 rota-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 action-pick         pic x.
           88 wants-list          value "L" "l".
           88 wants-all           value "H" "h".
           88 wants-add           value "A" "a".
           88 wants-swap          value "S" "s".
           88 wants-delete        value "D" "d".
           88 wants-save          value "W" "w".
           88 wants-quit          value "Q" "q".
       77 changed-sw          pic x value "N".
       77 now-date            pic 9(8).

      * the calendar lines, held while being edited
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
             10 rt-swap-for   pic x(8).
             10 rt-entered-by pic x(8).
             10 rt-entered    pic 9(8).
       77 rota-idx            pic 9(4) comp-5.
       77 pick-idx            pic 9(4) comp-5.
       77 shown-count         pic 9(4) comp-5.
       77 past-count          pic 9(4) comp-5.
       77 idx-disp            pic z(3)9.

      * field work areas for the dialogs
       77 in-tier             pic x.
       77 in-contact          pic x(8).
       77 in-from             pic x(8).
       77 in-to               pic x(8).
       77 in-start            pic x(4).
       77 in-end              pic x(4).
       77 in-answer           pic x.
       77 pick-num            pic 9(4).
       77 entry-ok-sw         pic x.
       77 hhmm-check          pic 9(4).
       77 replaced-contact    pic x(8).
       77 replaced-type       pic x(4).

       Procedure Division.
       rotamnt-pgm section.

           display "Sample COBOL Program : ROTAMNT.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.
           accept now-date from date yyyymmdd.

           perform Load-Rota thru End-Load-Rota.

           perform Do-One-Action thru End-Do-One-Action
               until wants-quit.

       end-rotamnt. stop run.

       Do-One-Action.
           display " ".
           display "ROTACAL.DAT : L = list current, H = list all, ",
              "A = add rota entry, S = enter a swap,".
           display "  D = delete an entry, W = save, Q = quit : "
              with no advancing.
           accept action-pick.

           if wants-list or wants-all
              perform List-Rota thru End-List-Rota.
           if wants-add
              perform Add-Rota thru End-Add-Rota.
           if wants-swap
              perform Add-Swap thru End-Add-Swap.
           if wants-delete
              perform Delete-Entry thru End-Delete-Entry.
           if wants-save
              perform Save-Rota thru End-Save-Rota.
           if wants-quit and changed-sw equal "Y"
              display "unsaved changes -- W to save them, or Q ",
                 "again to quit without saving"
              move "N" to changed-sw
              move spaces to action-pick.
       End-Do-One-Action. exit.

       Load-Rota.
           move 0 to rota-count.
           open input rota-file.
           if rota-fs equal "35"
              display "ROTACAL.DAT does not exist yet -- starting ",
                 "empty"
              go to End-Load-Rota.

           move "N" to file-eof.
           perform Load-One-Line thru End-Load-One-Line
               until no-more-records.
           close rota-file.
           move "N" to file-eof.
           display rota-count, " entry(ies) loaded from ROTACAL.DAT".
       End-Load-Rota. exit.

       Load-One-Line.
           read rota-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Line
           end-read.

           if rota-rec equal spaces
              or rc-type (1:1) equal "*"
              go to End-Load-One-Line.
           if rota-count is not less than 1000
              go to End-Load-One-Line.

           add 1 to rota-count.
           move rc-type        to rt-type (rota-count).
           move rc-tier        to rt-tier (rota-count).
           move rc-contact     to rt-contact (rota-count).
           move rc-from        to rt-from (rota-count).
           move rc-to          to rt-to (rota-count).
           move rc-shift-start to rt-start (rota-count).
           move rc-shift-end   to rt-end (rota-count).
           move rc-swap-for    to rt-swap-for (rota-count).
           move rc-entered-by  to rt-entered-by (rota-count).
           move rc-entered     to rt-entered (rota-count).
       End-Load-One-Line. exit.

      ***********************************************************************
      * List-Rota shows the entries by number -- only those not yet
      * ended unless the whole history was asked for.
      ***********************************************************************
       List-Rota.
           move 0 to shown-count.
           move 0 to past-count.
           perform List-One-Entry thru End-List-One-Entry
               varying rota-idx from 1 by 1
               until rota-idx is greater than rota-count.
           if shown-count equal 0
              display "  (no entries to show)".
           if past-count is greater than 0
              display "  ", past-count, " ended entry(ies) not shown ",
                 "-- H lists them".
       End-List-Rota. exit.

       List-One-Entry.
           if wants-list and rt-to (rota-idx) is less than now-date
              add 1 to past-count
              go to End-List-One-Entry.

           add 1 to shown-count.
           move rota-idx to idx-disp.
           if rt-type (rota-idx) equal "SWAP"
              display "  ", idx-disp, "  ", rt-type (rota-idx), " ",
                 rt-tier (rota-idx), " ", rt-contact (rota-idx), " ",
                 rt-from (rota-idx), "-", rt-to (rota-idx), " ",
                 rt-start (rota-idx), "-", rt-end (rota-idx),
                 " for ", rt-swap-for (rota-idx), " (",
                 rt-entered-by (rota-idx), " ", rt-entered (rota-idx),
                 ")"
           else
              display "  ", idx-disp, "  ", rt-type (rota-idx), " ",
                 rt-tier (rota-idx), " ", rt-contact (rota-idx), " ",
                 rt-from (rota-idx), "-", rt-to (rota-idx), " ",
                 rt-start (rota-idx), "-", rt-end (rota-idx),
                 "              (", rt-entered-by (rota-idx), " ",
                 rt-entered (rota-idx), ")".
       End-List-One-Entry. exit.

      ***********************************************************************
      * Ask-Entry takes the tier, contact, dates, and shift window
      * common to a rota entry and a swap; entry-ok-sw says whether
      * they are usable.
      ***********************************************************************
       Ask-Entry.
           move "N" to entry-ok-sw.
           display "tier (1 primary, 2 secondary, 3 manager) : "
              with no advancing.
           accept in-tier.
           if in-tier not equal "1" and in-tier not equal "2"
              and in-tier not equal "3"
              display "the tier is 1, 2, or 3"
              go to End-Ask-Entry.

           display "contact : " with no advancing.
           accept in-contact.
           if in-contact equal spaces
              display "an entry needs a contact"
              go to End-Ask-Entry.

           display "first date (YYYYMMDD) : " with no advancing.
           accept in-from.
           display "last date  (YYYYMMDD, blank for the same day) : "
              with no advancing.
           accept in-to.
           if in-to equal spaces
              move in-from to in-to.
           if in-from not numeric or in-to not numeric
              display "dates are eight digits, YYYYMMDD"
              go to End-Ask-Entry.
           if in-to is less than in-from
              display "the last date is before the first"
              go to End-Ask-Entry.

           display "shift start (HHMM, blank for 0000) : "
              with no advancing.
           accept in-start.
           if in-start equal spaces
              move "0000" to in-start.
           display "shift end   (HHMM, blank for 2359) : "
              with no advancing.
           accept in-end.
           if in-end equal spaces
              move "2359" to in-end.
           if in-start not numeric or in-end not numeric
              display "shift times are four digits, HHMM"
              go to End-Ask-Entry.
           move in-start to hhmm-check.
           if hhmm-check is greater than 2359
              or hhmm-check (3:2) is greater than 59
              display "shift start ", in-start, " is not a time"
              go to End-Ask-Entry.
           move in-end to hhmm-check.
           if hhmm-check is greater than 2359
              or hhmm-check (3:2) is greater than 59
              display "shift end ", in-end, " is not a time"
              go to End-Ask-Entry.

           if rota-count is not less than 1000
              display "ROTACAL.DAT is full"
              go to End-Ask-Entry.
           move "Y" to entry-ok-sw.
       End-Ask-Entry. exit.

       Add-Rota.
           perform Ask-Entry thru End-Ask-Entry.
           if entry-ok-sw not equal "Y"
              go to End-Add-Rota.

           perform Store-Entry thru End-Store-Entry.
           move "ROTA"  to rt-type (rota-count).
           move spaces  to rt-swap-for (rota-count).
           display "rota entry ", rota-count,
              " added (save to keep it)".
       End-Add-Rota. exit.

      ***********************************************************************
      * Add-Swap records cover for the person rostered on the tier at
      * the start of the swap, who is named on the SWAP line.
      ***********************************************************************
       Add-Swap.
           perform Ask-Entry thru End-Ask-Entry.
           if entry-ok-sw not equal "Y"
              go to End-Add-Swap.

           move spaces to replaced-contact.
           move spaces to replaced-type.
           perform Find-Replaced thru End-Find-Replaced
               varying rota-idx from 1 by 1
               until rota-idx is greater than rota-count.
           if replaced-contact equal spaces
              display "nobody is rostered on tier ", in-tier, " at ",
                 in-from, " ", in-start, " -- enter this as a rota ",
                 "entry instead"
              go to End-Add-Swap.
           if replaced-contact equal in-contact
              display in-contact, " is already rostered then"
              go to End-Add-Swap.

           display in-contact, " covers for ", replaced-contact,
              " -- confirm (Y/N) : " with no advancing.
           accept in-answer.
           if in-answer not equal "Y" and in-answer not equal "y"
              display "swap not entered"
              go to End-Add-Swap.

           perform Store-Entry thru End-Store-Entry.
           move "SWAP"           to rt-type (rota-count).
           move replaced-contact to rt-swap-for (rota-count).
           display "swap entry ", rota-count,
              " added (save to keep it)".
       End-Add-Swap. exit.

       Find-Replaced.
           if rt-tier (rota-idx) not equal in-tier
              go to End-Find-Replaced.
           if in-from is less than rt-from (rota-idx)
              or in-from is greater than rt-to (rota-idx)
              go to End-Find-Replaced.

           move in-start to hhmm-check.
           if rt-start (rota-idx) is not greater than rt-end (rota-idx)
              if hhmm-check is less than rt-start (rota-idx)
                 or hhmm-check is greater than rt-end (rota-idx)
                 go to End-Find-Replaced
              end-if
           else
              if hhmm-check is less than rt-start (rota-idx)
                 and hhmm-check is greater than rt-end (rota-idx)
                 go to End-Find-Replaced
              end-if
           end-if.

      * the same precedence rotacal.cbl answers with: a swap beats
      * the rota, and a later line beats an earlier one
           if replaced-type equal "SWAP"
              and rt-type (rota-idx) equal "ROTA"
              go to End-Find-Replaced.
           move rt-contact (rota-idx) to replaced-contact.
           move rt-type (rota-idx)    to replaced-type.
       End-Find-Replaced. exit.

       Store-Entry.
           add 1 to rota-count.
           move in-tier     to rt-tier (rota-count).
           move in-contact  to rt-contact (rota-count).
           move in-from     to rt-from (rota-count).
           move in-to       to rt-to (rota-count).
           move in-start    to rt-start (rota-count).
           move in-end      to rt-end (rota-count).
           move operator-id to rt-entered-by (rota-count).
           move now-date    to rt-entered (rota-count).
           move "Y" to changed-sw.
       End-Store-Entry. exit.

      ***********************************************************************
      * Delete-Entry removes one line by its listed number, closing
      * the gap in the table.
      ***********************************************************************
       Delete-Entry.
           display "entry number to delete : " with no advancing.
           accept pick-num.
           if pick-num equal 0 or pick-num is greater than rota-count
              display "no such entry"
              go to End-Delete-Entry.
           move pick-num to pick-idx.

           display "delete ", rt-type (pick-idx), " tier ",
              rt-tier (pick-idx), " ", rt-contact (pick-idx), " ",
              rt-from (pick-idx), "-", rt-to (pick-idx),
              " (Y/N) : " with no advancing.
           accept in-answer.
           if in-answer not equal "Y" and in-answer not equal "y"
              display "entry kept"
              go to End-Delete-Entry.

           perform Close-One-Gap thru End-Close-One-Gap
               varying rota-idx from pick-idx by 1
               until rota-idx is not less than rota-count.
           subtract 1 from rota-count.
           move "Y" to changed-sw.
           display "entry deleted (save to keep the change)".
       End-Delete-Entry. exit.

       Close-One-Gap.
           move rota-entry (rota-idx + 1) to rota-entry (rota-idx).
       End-Close-One-Gap. exit.

      ***********************************************************************
      * Save-Rota rewrites ROTACAL.DAT and records the change in the
      * operations audit trail.
      ***********************************************************************
       Save-Rota.
           open output rota-file.
           perform Save-One-Line thru End-Save-One-Line
               varying rota-idx from 1 by 1
               until rota-idx is greater than rota-count.
           close rota-file.
           move "N" to changed-sw.
           display "ROTACAL.DAT saved (", rota-count,
              " entry(ies)) -- rotachk checks the cover".

           move operator-id to AUD-OPERATOR.
           move "EDIT ONCALL ROTATION" to AUD-ACTION.
           move "ROTACAL.DAT" to AUD-TARGET.
           move "SAVED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Save-Rota. exit.

       Save-One-Line.
           move spaces to rota-rec.
           move rt-type (rota-idx)       to rc-type.
           move rt-tier (rota-idx)       to rc-tier.
           move rt-contact (rota-idx)    to rc-contact.
           move rt-from (rota-idx)       to rc-from.
           move rt-to (rota-idx)         to rc-to.
           move rt-start (rota-idx)      to rc-shift-start.
           move rt-end (rota-idx)        to rc-shift-end.
           move rt-swap-for (rota-idx)   to rc-swap-for.
           move rt-entered-by (rota-idx) to rc-entered-by.
           move rt-entered (rota-idx)    to rc-entered.
           write rota-rec.
       End-Save-One-Line. exit.
