      **         opening new ones, and the eventual success closes it
      **         with the measured duration in minutes.  "How many
      **         incidents last quarter and how long was each" becomes
      **         one file.  Closing an incident that a vendor support
      **         case is still open against (CASEREG.DAT) says so, for
      **         casemnt.cbl to take the case's outcome.
      **
      ** INPUT/OUTPUT FILE: INCIDENT.DAT (incident records, rewritten)
      ** INPUT FILE:        CASEREG.DAT  (vendor case register)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select case-file assign to "CASEREG.DAT"
               organization is line sequential
               file status is case-fs.

       Data Division.
       File Section.
           05 filler          pic x(2).
           05 ir-contact      pic x(12).

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
           05 filler          pic x(200).

       Working-Storage Section.

       copy "sqlowner.cbl".
       77 incident-fs         pic xx.
       77 incident-eof        pic x.
           88 no-more-incidents   value "Y".
       77 case-fs             pic xx.
       77 case-eof            pic x.
           88 no-more-cases       value "Y".

      * the whole incident file, held in storage while one event is
      * folded in, then rewritten
           move "CLOSED" to it-status (open-idx).
           move now-ts   to it-close-ts (open-idx).
           move DT-MINUTES to it-duration (open-idx).

           perform Note-Open-Cases thru End-Note-Open-Cases.
       End-Fold-Success. exit.

      ***********************************************************************
      * Note-Open-Cases names any vendor case still open against the
      * incident just closed; casemnt.cbl asks for its outcome.
      ***********************************************************************
       Note-Open-Cases.
           open input case-file.
           if case-fs equal "35"
              go to End-Note-Open-Cases.

           move "N" to case-eof.
           perform Note-One-Case thru End-Note-One-Case
               until no-more-cases.
           close case-file.
       End-Note-Open-Cases. exit.

       Note-One-Case.
           read case-file
               at end
                  move "Y" to case-eof
                  go to End-Note-One-Case
           end-read.

           if cs-status equal "CLOSED"
              or cs-component not equal it-component (open-idx)
              or cs-inc-open not equal it-open-ts (open-idx)
              go to End-Note-One-Case.
           display "incident: ", INC-COMPONENT, " closed -- vendor ",
              "case ", cs-case, " is still ", cs-status,
              "; record its outcome in casemnt".
       End-Note-One-Case. exit.

       Save-Incidents.
           perform Open-Save-With-Retry
              thru End-Open-Save-With-Retry.
