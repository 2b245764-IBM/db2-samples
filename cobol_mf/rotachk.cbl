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
      ** SOURCE FILE NAME: rotachk.cbl
      **
      ** SAMPLE: On-call rotation coverage validation
      **
      **         Scans the next six weeks of the dated rotation
      **         calendar ROTACAL.DAT hour by hour, asking rotacal.cbl
      **         who is rostered on each tier exactly as alertdsp.cbl
      **         will when it pages, and reports:
      **
      **           NO COVER     hours with nobody on tier 1 (an hour
      **                        counts as covered only when someone
      **                        is rostered at its first and last
      **                        minute)
      **           ONE PERSON   hours when every tier rostered is the
      **                        same person, so escalation pages the
      **                        person who is already not answering
      **           CONSECUTIVE  anyone rostered, on any tier, for more
      **                        consecutive weeks (Monday to Sunday)
      **                        than ROTAWEEKS in SITEPARM.CFG allows
      **                        (two when it is not set); the weeks
      **                        before this one are counted too, so a
      **                        run already under way is caught
      **           HOLIDAY      each holiday in SITECAL.CTL within the
      **                        six weeks with hours that have no named
      **                        tier-1 cover
      **
      **         Hours are reported as ranges.  ONCALL.CTL is not
      **         consulted: alertdsp.cbl falls back to it for a tier
      **         the calendar leaves uncovered, but that fallback is
      **         nobody's named duty.  The findings go to ROTACHK.RPT
      **         and RETURN-CODE is 4 when there are any, so the
      **         scheduler can run the check every week and flag it.
      **
      ** INPUT FILES:  ROTACAL.DAT  (rotation calendar, via rotacal)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      **               SITEPARM.CFG (ROTAWEEKS, via siteparm)
      ** OUTPUT FILE:  ROTACHK.RPT  (coverage findings)
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
       Program-Id. "rotachk".

       Data Division.
       Working-Storage Section.

       copy "sqlrota.cbl".
       copy "sqlsical.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".

      * Local variables
       77 now-date            pic 9(8).
       77 now-weekday         pic 9.
       77 max-weeks           pic 9(2).
       77 horizon-days        pic 9(4) comp-5 value 42.

      * the days scanned: the weeks of look-back, then this week
      * onward, each day starting on a Monday
       77 day-count           pic 9(4) comp-5.
       01 day-table.
          05 day-entry occurs 140 times.
             10 dy-date       pic 9(8).
       77 day-idx             pic 9(4) comp-5.
       77 first-fwd-idx       pic 9(4) comp-5.
       77 last-fwd-idx        pic 9(4) comp-5.
       77 week-count          pic 9(4) comp-5.
       77 week-idx            pic 9(4) comp-5.
       77 this-week-idx       pic 9(4) comp-5.
       77 day-num             pic 9(4) comp-5.
       77 week-quot           pic 9(4) comp-5.
       77 week-rem            pic 9(4) comp-5.

      * date stepping on the month-length calendar, February by the
      * fourth-year rule, the way chgcoll.cbl steps its horizon
       77 step-date           pic 9(8).
       01 month-len-table     pic x(24) value
          "312831303130313130313031".
       01 month-len           pic 9(2).
       77 month-idx           pic 9(4) comp-5.
       77 month-last-day      pic 9(2).
       77 day-of-month        pic 9(2).
       77 leap-quot           pic 9(4) comp-5.
       77 leap-rem            pic 9(4) comp-5.

      * one hour of one day, tier by tier
       77 hour-idx            pic 9(4) comp-5.
       77 tier-idx            pic 9(4) comp-5.
       77 hour-hhmm           pic 9(4).
       01 hour-tiers.
          05 hour-tier occurs 3 times.
             10 ht-contact    pic x(8).
             10 ht-covered-sw pic x.
       77 tiers-covered       pic 9(4) comp-5.
       77 same-sw             pic x.
       77 same-contact        pic x(8).

      * who is rostered in which week
       77 person-count        pic 9(4) comp-5 value 0.
       01 person-table.
          05 person-entry occurs 100 times.
             10 pn-contact    pic x(8).
             10 pn-week-sw    pic x occurs 20 times.
       77 person-idx          pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 run-weeks           pic 9(4) comp-5.
       77 run-start-idx       pic 9(4) comp-5.
       77 run-fwd-sw          pic x.

      * ranges being built: hours with no tier-1 cover, and hours
      * with one person on every tier
       77 gap-open-sw         pic x value "N".
       77 gap-from-date       pic 9(8).
       77 gap-from-hhmm       pic 9(4).
       77 gap-hours           pic 9(6) comp-5.
       77 one-open-sw         pic x value "N".
       77 one-contact         pic x(8).
       77 one-from-date       pic 9(8).
       77 one-from-hhmm       pic 9(4).
       77 one-hours           pic 9(6) comp-5.
       77 last-date           pic 9(8).
       77 last-hhmm           pic 9(4).
       77 end-hhmm            pic 9(4).

      * a holiday's uncovered hours
       77 holiday-sw          pic x.
       77 holiday-label       pic x(30).
       77 holiday-gap-hours   pic 9(4) comp-5.

       77 gap-findings        pic 9(4) comp-5 value 0.
       77 one-findings        pic 9(4) comp-5 value 0.
       77 run-findings        pic 9(4) comp-5 value 0.
       77 hol-findings        pic 9(4) comp-5 value 0.
       77 hours-disp          pic z(4)9.
       77 count-disp          pic z(3)9.

       Procedure Division.
       rotachk-pgm section.

           display "Sample COBOL Program : ROTACHK.CBL".

           call "siteparm" using SITEPARM-AREA.
      * the look-back and the six weeks must fit the week table
           if SITE-ROTA-WEEKS is greater than 12
              move 12 to max-weeks
           else
              move SITE-ROTA-WEEKS to max-weeks.
           if max-weeks equal 0
              move 2 to max-weeks.

           perform Build-Days thru End-Build-Days.

           move "O" to RPTW-FUNCTION.
           move "ROTACHK.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "ON-CALL ROTATION CHECK " delimited by size
                  dy-date (first-fwd-idx)   delimited by size
                  " TO "                    delimited by size
                  dy-date (last-fwd-idx)    delimited by size
                  into RPTW-TITLE.
           move "FINDING" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Check-One-Day thru End-Check-One-Day
               varying day-idx from 1 by 1
               until day-idx is greater than day-count.
           perform Close-Gap thru End-Close-Gap.
           perform Close-One-Person thru End-Close-One-Person.

           perform Check-Person-Run thru End-Check-Person-Run
               varying person-idx from 1 by 1
               until person-idx is greater than person-count.

           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move gap-findings to count-disp.
           string "  no tier-1 cover " delimited by size
                  count-disp           delimited by size
                  into RPTW-LINE.
           move one-findings to count-disp.
           string "   one person on every tier " delimited by size
                  count-disp                     delimited by size
                  into RPTW-LINE (23:).
           move run-findings to count-disp.
           string "   over " delimited by size
                  max-weeks  delimited by size
                  " consecutive weeks " delimited by size
                  count-disp delimited by size
                  into RPTW-LINE (58:).
           move hol-findings to count-disp.
           string "   holidays uncovered " delimited by size
                  count-disp               delimited by size
                  into RPTW-LINE (95:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display gap-findings, " gap range(s), ", one-findings,
              " one-person range(s), ", run-findings,
              " long run(s), ", hol-findings,
              " uncovered holiday(s) -- see ROTACHK.RPT".
           if gap-findings is greater than 0
              or one-findings is greater than 0
              or run-findings is greater than 0
              or hol-findings is greater than 0
              move 4 to return-code.

       end-rotachk. stop run.

      ***********************************************************************
      * Build-Days lists the days to scan: from the Monday max-weeks
      * weeks before this week's, through the seventh week from this
      * one, which holds the last of the six weeks ahead.
      ***********************************************************************
       Build-Days.
           accept now-date from date yyyymmdd.
           accept now-weekday from day-of-week.

           move now-date to step-date.
           compute day-count = (max-weeks * 7) + now-weekday - 1.
           perform Step-Back-Day thru End-Step-Back-Day
               day-count times.

           compute week-count = max-weeks + 7.
           compute day-count = week-count * 7.
           compute this-week-idx = max-weeks + 1.
           compute first-fwd-idx = (max-weeks * 7) + now-weekday.
           compute last-fwd-idx = first-fwd-idx + horizon-days - 1.

           perform Build-One-Day thru End-Build-One-Day
               varying day-idx from 1 by 1
               until day-idx is greater than day-count.
       End-Build-Days. exit.

       Build-One-Day.
           move step-date to dy-date (day-idx).
           perform Step-One-Day thru End-Step-One-Day.
       End-Build-One-Day. exit.

       Step-One-Day.
           perform Month-Length thru End-Month-Length.
           move step-date (7:2) to day-of-month.
           if day-of-month is less than month-last-day
              add 1 to step-date
              go to End-Step-One-Day.

           if step-date (5:2) equal "12"
              compute step-date =
                 step-date + 10000 - 1100 - month-last-day + 1
           else
              compute step-date =
                 step-date + 100 - month-last-day + 1.
       End-Step-One-Day. exit.

       Step-Back-Day.
           move step-date (7:2) to day-of-month.
           if day-of-month is greater than 1
              subtract 1 from step-date
              go to End-Step-Back-Day.

           if step-date (5:2) equal "01"
              compute step-date = step-date - 10000 + 1100 + 30
              go to End-Step-Back-Day.

           subtract 100 from step-date.
           perform Month-Length thru End-Month-Length.
           compute step-date = step-date + month-last-day - 1.
       End-Step-Back-Day. exit.

       Month-Length.
           move step-date (5:2) to month-idx.
           move month-len-table ((month-idx * 2) - 1 : 2)
              to month-len.
           move month-len to month-last-day.
           if month-idx equal 2
              divide step-date (1:4) by 4 giving leap-quot
                 remainder leap-rem
              if leap-rem equal 0
                 move 29 to month-last-day
              end-if.
       End-Month-Length. exit.

      ***********************************************************************
      * Check-One-Day resolves every hour of one day.  Look-back days
      * only mark who was rostered that week; days in the six weeks
      * are also checked for gaps, one-person cover, and holidays.
      ***********************************************************************
       Check-One-Day.
           subtract 1 from day-idx giving day-num.
           divide day-num by 7 giving week-quot remainder week-rem.
           compute week-idx = week-quot + 1.

           move "N" to holiday-sw.
           move 0 to holiday-gap-hours.
           if day-idx is not less than first-fwd-idx
              and day-idx is not greater than last-fwd-idx
              move dy-date (day-idx) to CAL-ASK-DATE
              call "sitecal" using SITECAL-AREA
              if CAL-CLASS equal "HOLIDAY"
                 move "Y" to holiday-sw
                 move CAL-LABEL to holiday-label
              end-if
           end-if.

           perform Check-One-Hour thru End-Check-One-Hour
               varying hour-idx from 0 by 1
               until hour-idx is greater than 23.

           if holiday-sw equal "Y"
              and holiday-gap-hours is greater than 0
              add 1 to hol-findings
              move holiday-gap-hours to hours-disp
              move spaces to RPTW-LINE
              string "HOLIDAY     "      delimited by size
                     dy-date (day-idx)   delimited by size
                     " "                 delimited by size
                     holiday-label       delimited by "  "
                     " -- "              delimited by size
                     hours-disp          delimited by size
                     " hour(s) with no named tier-1 cover"
                                         delimited by size
                     into RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Check-One-Day. exit.

       Check-One-Hour.
           compute hour-hhmm = hour-idx * 100.
           move 0 to tiers-covered.
           perform Resolve-One-Tier thru End-Resolve-One-Tier
               varying tier-idx from 1 by 1
               until tier-idx is greater than 3.

           if day-idx is less than first-fwd-idx
              or day-idx is greater than last-fwd-idx
              go to End-Check-One-Hour.

      * no tier-1 cover
           if ht-covered-sw (1) not equal "Y"
              if holiday-sw equal "Y"
                 add 1 to holiday-gap-hours
              end-if
              if gap-open-sw not equal "Y"
                 move "Y" to gap-open-sw
                 move dy-date (day-idx) to gap-from-date
                 move hour-hhmm to gap-from-hhmm
                 move 0 to gap-hours
              end-if
              add 1 to gap-hours
           else
              perform Close-Gap thru End-Close-Gap.

      * one person on every tier rostered
           move "N" to same-sw.
           if tiers-covered is greater than 1
              move spaces to same-contact
              move "Y" to same-sw
              perform Compare-One-Tier thru End-Compare-One-Tier
                  varying tier-idx from 1 by 1
                  until tier-idx is greater than 3.
           if same-sw equal "Y"
              and one-open-sw equal "Y"
              and same-contact not equal one-contact
              perform Close-One-Person thru End-Close-One-Person.
           if same-sw equal "Y"
              if one-open-sw not equal "Y"
                 move "Y" to one-open-sw
                 move same-contact to one-contact
                 move dy-date (day-idx) to one-from-date
                 move hour-hhmm to one-from-hhmm
                 move 0 to one-hours
              end-if
              add 1 to one-hours
           else
              perform Close-One-Person thru End-Close-One-Person.

           move dy-date (day-idx) to last-date.
           move hour-hhmm to last-hhmm.
       End-Check-One-Hour. exit.

      ***********************************************************************
      * Resolve-One-Tier asks rotacal.cbl who holds the tier at the
      * start of the hour -- and, in the six weeks, at its last minute
      * too -- and marks that person rostered for the week.
      ***********************************************************************
       Resolve-One-Tier.
           move "N" to ht-covered-sw (tier-idx).
           move spaces to ht-contact (tier-idx).
           move dy-date (day-idx) to ROT-ASK-DATE.
           move hour-hhmm to ROT-ASK-HHMM.
           move tier-idx to ROT-TIER.
           call "rotacal" using ROTA-AREA.
           if ROT-FOUND-SW not equal "Y"
              go to End-Resolve-One-Tier.
           move ROT-CONTACT to ht-contact (tier-idx).
           perform Mark-Person-Week thru End-Mark-Person-Week.

           if day-idx is not less than first-fwd-idx
              and day-idx is not greater than last-fwd-idx
              compute ROT-ASK-HHMM = hour-hhmm + 59
              call "rotacal" using ROTA-AREA
              if ROT-FOUND-SW not equal "Y"
                 go to End-Resolve-One-Tier
              end-if
           end-if.

           move "Y" to ht-covered-sw (tier-idx).
           add 1 to tiers-covered.
       End-Resolve-One-Tier. exit.

       Compare-One-Tier.
           if ht-covered-sw (tier-idx) not equal "Y"
              go to End-Compare-One-Tier.
           if same-contact equal spaces
              move ht-contact (tier-idx) to same-contact
              go to End-Compare-One-Tier.
           if ht-contact (tier-idx) not equal same-contact
              move "N" to same-sw.
       End-Compare-One-Tier. exit.

       Mark-Person-Week.
           move 0 to person-idx.
           perform Match-Person thru End-Match-Person
               varying scan-idx from 1 by 1
               until scan-idx is greater than person-count
                  or person-idx is not equal 0.
           if person-idx equal 0
              if person-count is not less than 100
                 go to End-Mark-Person-Week
              else
                 add 1 to person-count
                 move person-count to person-idx
                 move spaces to person-entry (person-idx)
                 move ROT-CONTACT to pn-contact (person-idx).
           move "Y" to pn-week-sw (person-idx, week-idx).
       End-Mark-Person-Week. exit.

       Match-Person.
           if pn-contact (scan-idx) equal ROT-CONTACT
              move scan-idx to person-idx.
       End-Match-Person. exit.

      ***********************************************************************
      * Close-Gap and Close-One-Person report a range once it ends,
      * through the last minute of the last hour in it.
      ***********************************************************************
       Close-Gap.
           if gap-open-sw not equal "Y"
              go to End-Close-Gap.
           move "N" to gap-open-sw.
           add 1 to gap-findings.
           compute end-hhmm = last-hhmm + 59.
           move gap-hours to hours-disp.
           move spaces to RPTW-LINE.
           string "NO COVER    "  delimited by size
                  gap-from-date   delimited by size
                  " "             delimited by size
                  gap-from-hhmm   delimited by size
                  " TO "          delimited by size
                  last-date       delimited by size
                  " "             delimited by size
                  end-hhmm        delimited by size
                  "  "            delimited by size
                  hours-disp      delimited by size
                  " hour(s) with nobody on tier 1"
                                  delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Close-Gap. exit.

       Close-One-Person.
           if one-open-sw not equal "Y"
              go to End-Close-One-Person.
           move "N" to one-open-sw.
           add 1 to one-findings.
           compute end-hhmm = last-hhmm + 59.
           move one-hours to hours-disp.
           move spaces to RPTW-LINE.
           string "ONE PERSON  "  delimited by size
                  one-from-date   delimited by size
                  " "             delimited by size
                  one-from-hhmm   delimited by size
                  " TO "          delimited by size
                  last-date       delimited by size
                  " "             delimited by size
                  end-hhmm        delimited by size
                  "  "            delimited by size
                  hours-disp      delimited by size
                  " hour(s) with "
                                  delimited by size
                  one-contact     delimited by space
                  " on every tier rostered"
                                  delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Close-One-Person. exit.

      ***********************************************************************
      * Check-Person-Run walks one person's weeks and reports each run
      * of consecutive rostered weeks longer than the policy allows
      * that reaches this week or later.
      ***********************************************************************
       Check-Person-Run.
           move 0 to run-weeks.
           perform Check-One-Week thru End-Check-One-Week
               varying week-idx from 1 by 1
               until week-idx is greater than week-count.
           perform End-One-Run thru End-End-One-Run.
       End-Check-Person-Run. exit.

       Check-One-Week.
           if pn-week-sw (person-idx, week-idx) not equal "Y"
              perform End-One-Run thru End-End-One-Run
              go to End-Check-One-Week.
           if run-weeks equal 0
              move week-idx to run-start-idx
              move "N" to run-fwd-sw.
           add 1 to run-weeks.
           if week-idx is not less than this-week-idx
              move "Y" to run-fwd-sw.
       End-Check-One-Week. exit.

       End-One-Run.
           if run-weeks is greater than max-weeks
              and run-fwd-sw equal "Y"
              add 1 to run-findings
              move run-weeks to count-disp
              move spaces to RPTW-LINE
              compute scan-idx = ((run-start-idx - 1) * 7) + 1
              string "CONSECUTIVE "          delimited by size
                     pn-contact (person-idx) delimited by space
                     " rostered "            delimited by size
                     count-disp              delimited by size
                     " weeks running from the week of "
                                             delimited by size
                     dy-date (scan-idx)      delimited by size
                     " (policy "             delimited by size
                     max-weeks               delimited by size
                     ")"                     delimited by size
                     into RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move 0 to run-weeks.
       End-End-One-Run. exit.

       Write-Rpt-Line.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rpt-Line. exit.
