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
      ** SOURCE FILE NAME: dbprov.cbl
      **
      ** SAMPLE: Template-driven new database provisioning
      **
      **         Standing up a new database used to be six programs
      **         run by hand -- db_udcs.cbl for the collating
      **         sequence, dbconf.cbl for the configuration, dbcmt.cbl
      **         for the directory comment, then sitemnt.cbl, the
      **         ownership file, and the directory registry edited
      **         separately -- and one of them was always forgotten.
      **         This driver takes the database name, owning team,
      **         application, environment, and tier, and carries out
      **         every step in order from the site template for that
      **         tier in PROVTMPL.CTL:
      **
      **           1 CREATE   the database, with the template's
      **                      collating profile -- one of the named
      **                      profiles of db_udcs.cbl (819-500,
      **                      IDENTITY, CASE-FOLD, see sqle819a.cbl)
      **                      or EXTERNAL, loaded and validated from
      **                      UDCSEQ.TAB exactly as db_udcs.cbl does
      **           2 CONFIG   the template's change set (a file in the
      **                      DBCONF.SET format), each token judged
      **                      against the DBCONF.POL guardrails and
      **                      recorded in the DBCONF.AUD audit chain,
      **                      the way dbconf.cbl applies one
      **           3 COMMENT  the OWN=/ENV=/TIER= directory comment by
      **                      dbcmt.cbl's convention
      **           4 SITEPARM a DATABASE line in SITEPARM.CFG
      **           5 DBOWNER  the ownership line in DBOWNER.CTL
      **           6 DIRREG   a DB entry in the DIRREG.DAT registry
      **
      **         PROVTMPL.CTL carries one line per tier -- the tier
      **         digit, the collating profile, the change-set file,
      **         the code set, and the territory -- with a "*" line
      **         for any tier not named; "**" lines are comments.  A
      **         tier with no template line is refused.  The template
      **         is checked in full before anything is created: an
      **         unknown profile, an invalid UDCSEQ.TAB, a change set
      **         naming an unknown token, or a value outside its
      **         DBCONF.POL range stops the run with nothing done.
      **
      **         The run is gated by opsauth.cbl (operation class
      **         CREATE) and by a change ticket for the new database
      **         checked through chgtkt.cbl; the gates, and every
      **         step, are reported to the operations audit trail
      **         (opsaudit.cbl).
      **
      **         Each completed step, and each configuration token
      **         inside the CONFIG step, is checkpointed to
      **         PROVCKP.DAT together with the request itself, so an
      **         interrupted run is re-run for the same database and
      **         resumes with the next step not yet done -- with the
      **         team, application, environment, and tier it started
      **         with.  A database found already existing is accepted
      **         only when resuming.  While a checkpoint is open no
      **         other database can be provisioned, and the
      **         registration steps never add a line that is already
      **         on file.  PROVCKP.DAT is cleared when the last step
      **         completes.
      **
      **         Once the gates pass, the run claims the new database
      **         name exclusively through oplock.cbl, so no other
      **         driver can touch the name while it is being created
      **         and registered.  A claim refused names the holder,
      **         goes on the audit trail as LOCK REFUSED, and nothing
      **         is done; the claim is given back on every way out,
      **         including a fatal DB2 error.
      **
      ** DB2 APIs USED:
      **         sqlgcrea -- CREATE DATABASE
      **         sqlgxdb -- GET DATABASE CONFIGURATION
      **         sqlgeudb -- UPDATE DATABASE CONFIGURATION
      **         sqlgdcgd -- CHANGE DATABASE COMMENT
      **         sqlgaddr -- GET ADDRESS
      **
      ** INPUT FILES:  PROVTMPL.CTL (provisioning template per tier)
      **               <change set> (named by the template)
      **               DBCONF.POL   (configuration guardrails)
      **               UDCSEQ.TAB   (EXTERNAL collating table)
      ** INPUT/OUTPUT FILES: PROVCKP.DAT (step checkpoint)
      **               DBCONF.AUD / DBCONF.SEQ (configuration audit)
      **               SITEPARM.CFG, DBOWNER.CTL, DIRREG.DAT
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
       Program-Id. "dbprov".

       Environment Division.
       Input-Output Section.
       File-Control.
           select template-file assign to "PROVTMPL.CTL"
               organization is line sequential
               file status is template-fs.
           select checkpoint-file assign to "PROVCKP.DAT"
               organization is line sequential
               file status is checkpoint-fs.
           select change-set-file assign to dynamic change-set-name
               organization is line sequential
               file status is change-set-fs.
           select guard-file assign to "DBCONF.POL"
               organization is line sequential
               file status is guard-fs.
           select seq-file assign to "UDCSEQ.TAB"
               organization is line sequential
               file status is seq-fs.
           select audit-file assign to "DBCONF.AUD"
               organization is line sequential.
           select chain-head assign to "DBCONF.SEQ"
               organization is line sequential
               file status is chain-fs.
           select param-file assign to "SITEPARM.CFG"
               organization is line sequential
               file status is param-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select registry-file assign to "DIRREG.DAT"
               organization is line sequential
               file status is registry-fs.

       Data Division.
       File Section.
       FD  template-file.
       01  template-rec.
           05 tp-tier          pic x.
           05 filler           pic x.
           05 tp-collate       pic x(10).
           05 filler           pic x.
           05 tp-set-file      pic x(12).
           05 filler           pic x.
           05 tp-codeset       pic x(9).
           05 filler           pic x.
           05 tp-locale        pic x(5).

       FD  checkpoint-file.
       01  checkpoint-rec.
           05 ck-dbname        pic x(8).
           05 filler           pic x.
           05 ck-team          pic x(12).
           05 filler           pic x.
           05 ck-appl          pic x(12).
           05 filler           pic x.
           05 ck-env           pic x(4).
           05 filler           pic x.
           05 ck-tier          pic x.
           05 filler           pic x.
           05 ck-instance      pic x(18).
           05 filler           pic x.
           05 ck-step          pic 9.
           05 filler           pic x.
           05 ck-token         pic 9(2).

       FD  change-set-file.
       01  change-set-rec.
           05 cs-token-name    pic x(12).
           05 filler           pic x.
           05 cs-value-text    pic x(12).

       FD  guard-file.
       01  guard-rec.
           05 gd-token-name    pic x(12).
           05 filler           pic x.
           05 gd-min           pic 9(9).
           05 filler           pic x.
           05 gd-max           pic 9(9).

       FD  seq-file.
       01  seq-rec             pic x(10).

       FD  audit-file.
       01  audit-rec           pic x(120).

       FD  chain-head.
       01  chain-head-rec.
           05 ch-seq          pic 9(6).
           05 filler          pic x.
           05 ch-check        pic 9(9).

       FD  param-file.
       01  param-rec.
           05 pr-keyword      pic x(9).
           05 filler          pic x.
           05 pr-value        pic x(18).

       FD  owner-file.
       01  owner-rec.
           05 ow-dbname       pic x(18).
           05 filler          pic x.
           05 ow-instance     pic x(18).
           05 filler          pic x.
           05 ow-team         pic x(12).
           05 filler          pic x.
           05 ow-contact      pic x(12).
           05 filler          pic x.
           05 ow-appl         pic x(12).
           05 filler          pic x.
           05 ow-crit         pic x(8).

       FD  registry-file.
       01  registry-rec.
           05 rg-type         pic x(4).
           05 filler          pic x.
           05 rg-key          pic x(8).
           05 filler          pic x.
           05 rg-f1           pic x(50).
           05 filler          pic x.
           05 rg-f2           pic x(18).
           05 filler          pic x.
           05 rg-f3           pic x(14).

       Working-Storage Section.

       copy "sqle819a.cbl".
       copy "sqlutil.cbl".
       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "sqlsitep.cbl".
       copy "sqlauth.cbl".
       copy "sqlchgt.cbl".
       copy "sqlaudit.cbl".
       copy "sqloplk.cbl".

      * Local Variables

       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 operator-id         pic x(8).
       77 audit-sqlcode-disp  pic -(6)9.
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 lock-retcode        pic s9(9) comp-5.

      * the provisioning request -- taken from the operator on a fresh
      * run, or from PROVCKP.DAT when an interrupted run is resumed
       01 prov-request.
          05 prov-team        pic x(12).
          05 prov-appl        pic x(12).
          05 prov-env         pic x(4).
          05 prov-tier        pic x.
          05 prov-instance    pic x(18).
       77 instance-entry      pic x(18).
       77 request-valid-sw    pic x.
           88 request-valid       value "Y".

      * step checkpoint: the last step completed (0 = started, nothing
      * done yet) and, inside the CONFIG step, the last change-set
      * entry applied
       77 checkpoint-fs       pic xx.
       77 last-step           pic 9 value 0.
       77 last-token          pic 9(4) comp-5 value 0.
       77 resume-sw           pic x value "N".
           88 resuming            value "Y".
       77 step-name           pic x(8).

      * the template line chosen for the tier, and the "*" default
       77 template-fs         pic xx.
       77 template-eof        pic x.
           88 no-more-templates   value "Y".
       77 template-found-sw   pic x value "N".
           88 template-found      value "Y".
       77 default-found-sw    pic x value "N".
           88 default-found       value "Y".
       01 chosen-template.
          05 tpl-collate      pic x(10).
          05 tpl-set-file     pic x(12).
          05 tpl-codeset      pic x(9).
          05 tpl-locale       pic x(5).
       01 default-template.
          05 dft-collate      pic x(10).
          05 dft-set-file     pic x(12).
          05 dft-codeset      pic x(9).
          05 dft-locale       pic x(5).
       77 template-ok-sw      pic x.
           88 template-ok         value "Y".

      * Variables for loading and validating the EXTERNAL profile from
      * UDCSEQ.TAB
       77 seq-fs              pic xx.
       77 seq-eof             pic x.
           88 no-more-seq         value "Y".
       77 seq-count           pic 9(4) comp-5 value 0.
       77 seq-value           pic 9(4) comp-5.
       77 seq-valid-sw        pic x value "Y".
           88 seq-valid           value "Y".
       77 seq-dup-count       pic 9(4) comp-5 value 0.
       77 seq-idx             pic 9(4) comp-5.
       01 seq-seen-table.
          05 seq-seen-count occurs 256 times pic 9(4) comp-5.
       01 external-udc        pic x(256).

      * variables for the template's change set
       77 change-set-fs       pic xx.
       77 change-set-name     pic x(14).
       77 set-eof             pic x.
           88 no-more-set         value "Y".
       77 set-count           pic 9(4) comp-5 value 0.
       01 set-table.
          05 set-entry occurs 8 times.
             10 st-idx        pic 9(4) comp-5.
             10 st-value      pic s9(9) comp-5.
       77 set-idx             pic 9(4) comp-5.
       77 set-match-idx       pic 9(4) comp-5.
       77 match-name          pic x(12).
       77 value-work          pic s9(9) comp-5.
       77 value-digits        pic 9(4) comp-5.
       77 value-chx           pic 9(4) comp-5.
       77 value-negative-sw   pic x.
       77 digit-work          pic 9.

      * variables for the guardrail policy in DBCONF.POL -- the same
      * rows dbconf.cbl judges its UPDATEs by
       77 guard-fs            pic xx.
       77 guard-eof           pic x.
           88 no-more-guards      value "Y".
       77 guard-count         pic 9(4) comp-5 value 0.
       01 guard-table.
          05 guard-entry occurs 10 times.
             10 gt-token-idx  pic 9(4) comp-5.
             10 gt-min        pic s9(9) comp-5.
             10 gt-max        pic s9(9) comp-5.
       77 logsum-max          pic s9(9) comp-5 value 0.
       77 guard-idx           pic 9(4) comp-5.
       77 guard-ok-sw         pic x.
           88 guard-ok            value "Y".
       77 guard-value         pic s9(9) comp-5.
       77 guard-value-disp    pic -(9)9.
       77 config-ok-sw        pic x.
           88 config-ok           value "Y".

      * variables for the DBCONF.AUD configuration audit chain
       77 audit-date          pic 9(8).
       77 audit-time          pic 9(8).
       01 audit-line.
          05 audit-when       pic x(17).
          05 filler           pic x(1) value space.
          05 audit-dbname     pic x(8).
          05 filler           pic x(1) value space.
          05 audit-token      pic x(12).
          05 filler           pic x(1) value space.
          05 audit-what       pic x(40).
          05 filler           pic x(1) value space.
          05 audit-sqlcode    pic -(9)9.
          05 filler           pic x(2) value spaces.
          05 audit-seq        pic 9(6).
          05 filler           pic x(2) value spaces.
          05 audit-check      pic 9(9).
       77 audit-oldval-disp   pic -(9)9.
       77 audit-newval-disp   pic -(9)9.
       77 chain-fs            pic xx.
       77 prev-seq            pic 9(6) comp-5.
       77 prev-check          pic 9(9) comp-5.
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 chain-source        pic x(90).

      * byte ordinal via a big-endian COMP redefinition -- COMP is
      * big-endian under this compile standard, so the low byte of
      * the pair carries the character's ordinal value
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

      * plain-text token names, parallel to the token()/tokens() array
       01 token-names.
          05 token-name  occurs 8 times pic x(12).
       77 token-idx           pic 9(4) comp-5.
       01 old-token-values.
          05 old-token-value occurs 8 times pic s9(9) comp-5.
       01 new-token-values.
          05 new-token-value occurs 8 times pic s9(9) comp-5.

      * Variables for Create database and the directory comment
       77 DBNAME              pic x(8)  value spaces.
       77 DBNAME-LEN          pic s9(4) comp-5 value 0.
       77 ALIAS               pic x(8)  value spaces.
       77 ALIAS-LEN           pic s9(4) comp-5 value 0.
       77 PATH                pic x(255).
       77 PATH-LEN            pic s9(4) comp-5 value 0.
       77 new-comment         pic x(31).
       77 new-comment-len     pic 9(4) comp-5 value 0.
       77 cmt-path-len        pic 9(4) comp-5 value 0.
       77 cmt-alias-len       pic 9(4) comp-5 value 0.

      * Variables for Get/Update Database Configuration
       77 listnumber          pic s9(4) comp-5 value 8.
       77 locklist            pic s9(4) comp-5.
       77 buff-page           pic 9(9)  comp-5.
       77 maxfilop            pic s9(4) comp-5.
       77 softmax             pic s9(4) comp-5.
       77 logfilsiz           pic s9(9) comp-5.
       77 logprimary          pic s9(4) comp-5.
       77 logsecond           pic s9(4) comp-5.
       77 dft-degree          pic s9(4) comp-5.
       77 reserved3           pic 9(4) comp-5 value 0.
       77 reserved4           pointer.

       01 list-of-lengths.
          05 item-length occurs 8 times pic 9(4) comp-5.

       01 tokenlist.
          05 tokens occurs 8 times.
             10 token         pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END
             10 tokenptr      usage is pointer.

      * variables for the registration steps
       77 param-fs            pic xx.
       77 owner-fs            pic xx.
       77 registry-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 on-file-sw          pic x.
           88 on-file             value "Y".
       77 site-idx            pic 9(4) comp-5.

      * Variables for the suite-wide training mode (SITEPARM.CFG
      * keyword TRAINING): destructive API calls are simulated with
      * canned outcomes while the logging and audit paths still run
       01 train-time-parts.
          05 tr-hh            pic 99.
          05 tr-mm            pic 99.
          05 tr-ss            pic 99.
          05 tr-cc            pic 99.

       Procedure Division.
       dbprov-pgm section.

           display "Sample COBOL Program : DBPROV.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-TRAINING-SW equal "Y"
              display "*** TRAINING MODE -- DB2 calls are simulated",
                 " ***".

           display "enter operator id : " with no advancing.
           accept operator-id.

           display "new database name : " with no advancing.
           accept DBNAME.
           if DBNAME equal spaces
              display "no database name given -- nothing provisioned"
              go to end-dbprov.
           move DBNAME to ALIAS.
           move 0 to DBNAME-LEN.
           inspect DBNAME tallying DBNAME-LEN for characters
              before initial " ".
           move DBNAME-LEN to ALIAS-LEN.

      * an open checkpoint either resumes this database or refuses
      * to start another one
           perform Load-Checkpoint thru End-Load-Checkpoint.
           if checkpoint-fs equal "99"
              go to end-dbprov.

           if not resuming
              perform Take-Request thru End-Take-Request
              if not request-valid
                 go to end-dbprov
              end-if.

           perform Load-Template thru End-Load-Template.
           if not template-ok
              display "the template for tier ", prov-tier,
                 " failed its checks -- nothing provisioned"
              go to end-dbprov.

      * the gates: operation class CREATE, then a change ticket that
      * covers the new database
           move operator-id to AUTH-OPERATOR.
           move "CREATE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for CREATE -- refused"
              move "PROVISION DATABASE" to AUD-ACTION
              move DBNAME to AUD-TARGET
              move operator-id to AUD-OPERATOR
              move "AUTH-REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to end-dbprov.

           display "change ticket id (blank if none) : "
              with no advancing.
           accept CHG-TICKET.
           move DBNAME to CHG-TARGET.
           call "chgtkt" using CHGTKT-AREA.

           move operator-id to AUD-OPERATOR.
           move "CITE TICKET" to AUD-ACTION.
           move CHG-TICKET to AUD-TARGET.
           if CHG-VALID-SW equal "Y"
              move "ACCEPTED" to AUD-OUTCOME
           else
              move "REFUSED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           if CHG-VALID-SW not equal "Y"
              display "change-ticket check refused the action : ",
                 CHG-REASON
              go to end-dbprov.

      * the new name is held exclusively from here to the end
           move "C" to OL-FUNCTION.
           move DBNAME to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbprov" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display DBNAME, " is held ", OL-HOLDER-CLASS, " by ",
                 OL-HOLDER-PROGRAM, " for ", OL-HOLDER-OPERATOR,
                 " since ", OL-HOLDER-SINCE
              display "provisioning not run -- run it again once ",
                 "the hold is released"
              move operator-id to AUD-OPERATOR
              move "PROVISION DATABASE" to AUD-ACTION
              move DBNAME to AUD-TARGET
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to end-dbprov.
           set lock-held to true.

           if not resuming
              perform Save-Checkpoint thru End-Save-Checkpoint.

           perform Set-Token-Addresses thru End-Set-Token-Addresses.

           if last-step is less than 1
              perform Step-Create thru End-Step-Create.
           if last-step is less than 2
              perform Step-Config thru End-Step-Config
              if not config-ok
                 display "provisioning of ", DBNAME, " stopped in ",
                    "the CONFIG step -- correct the change set or ",
                    "DBCONF.POL and run again to resume"
                 go to end-dbprov
              end-if.
           if last-step is less than 3
              perform Step-Comment thru End-Step-Comment.
           if last-step is less than 4
              perform Step-Siteparm thru End-Step-Siteparm.
           if last-step is less than 5
              perform Step-Dbowner thru End-Step-Dbowner.
           if last-step is less than 6
              perform Step-Dirreg thru End-Step-Dirreg.

      * every step is done -- the checkpoint is cleared so the next
      * database starts from step 1
           open output checkpoint-file.
           close checkpoint-file.

           move operator-id to AUD-OPERATOR.
           move "PROVISION DATABASE" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           move "COMPLETE" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           display "database ", DBNAME, " provisioned for ",
              prov-team, " (", prov-env, " tier ", prov-tier, ")".

       end-dbprov.
           perform Release-Prov-Lock thru End-Release-Prov-Lock.
           stop run.

      ***********************************************************************
      * Release-Prov-Lock gives back the claim on the new database
      * name, if one is held, leaving the run's condition code as it
      * was.  checkerr's fatal path ends the run, so it is also
      * performed ahead of any checkerr call that is about to fail.
      ***********************************************************************
       Release-Prov-Lock.
           if not lock-held
              go to End-Release-Prov-Lock.
           move RETURN-CODE to lock-retcode.
           move "R" to OL-FUNCTION.
           move DBNAME to OL-TARGET.
           move "dbprov" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           move "N" to lock-held-sw.
       End-Release-Prov-Lock. exit.

      ***********************************************************************
      * Load-Checkpoint reads PROVCKP.DAT.  A missing or empty file
      * means no provisioning is open.  An open checkpoint for this
      * database resumes it, with the request it was started with; one
      * for any other database refuses the run (checkpoint-fs is set
      * to "99") so two half-built databases never share the file.
      ***********************************************************************
       Load-Checkpoint.
           move "N" to resume-sw.
           move 0 to last-step.
           move 0 to last-token.
           open input checkpoint-file.
           if checkpoint-fs equal "35"
              go to End-Load-Checkpoint.

           read checkpoint-file
               at end
                  close checkpoint-file
                  go to End-Load-Checkpoint
           end-read.
           close checkpoint-file.

           if ck-dbname equal spaces
              go to End-Load-Checkpoint.

           if ck-dbname not equal DBNAME
              display "provisioning of ", ck-dbname, " was ",
                 "interrupted -- run again for ", ck-dbname,
                 " to finish it first"
              move "99" to checkpoint-fs
              go to End-Load-Checkpoint.

           move "Y" to resume-sw.
           move ck-team     to prov-team.
           move ck-appl     to prov-appl.
           move ck-env      to prov-env.
           move ck-tier     to prov-tier.
           move ck-instance to prov-instance.
           if ck-step numeric
              move ck-step to last-step.
           if ck-token numeric
              move ck-token to last-token.
           display "resuming the provisioning of ", DBNAME,
              " after step ", last-step, " (", prov-team, " ",
              prov-env, " tier ", prov-tier, ")".
       End-Load-Checkpoint. exit.

      ***********************************************************************
      * Save-Checkpoint rewrites PROVCKP.DAT with the request, the last
      * step completed, and the last change-set entry applied.
      ***********************************************************************
       Save-Checkpoint.
           move spaces to checkpoint-rec.
           move DBNAME        to ck-dbname.
           move prov-team     to ck-team.
           move prov-appl     to ck-appl.
           move prov-env      to ck-env.
           move prov-tier     to ck-tier.
           move prov-instance to ck-instance.
           move last-step     to ck-step.
           move last-token    to ck-token.
           open output checkpoint-file.
           write checkpoint-rec.
           close checkpoint-file.
       End-Save-Checkpoint. exit.

      ***********************************************************************
      * Take-Request prompts for the owning team, application,
      * environment, tier, and instance of a new database and checks
      * them by the rules dbcmt.cbl applies to its comment fields.
      ***********************************************************************
       Take-Request.
           move spaces to prov-request.
           move "Y" to request-valid-sw.

           display "owning team : " with no advancing.
           accept prov-team.
           display "application : " with no advancing.
           accept prov-appl.
           display "environment (PROD/TEST/DEV) : " with no advancing.
           accept prov-env.
           display "tier (1-9) : " with no advancing.
           accept prov-tier.

           if SITE-INST-COUNT is greater than 0
              move SITE-INST-NAME (1) to prov-instance.
           display "instance (blank for ", prov-instance, ") : "
              with no advancing.
           accept instance-entry.
           if instance-entry not equal spaces
              move instance-entry to prov-instance.

           if prov-team equal spaces
              display "an owning team is required"
              move "N" to request-valid-sw.
           if prov-appl equal spaces
              display "an application is required"
              move "N" to request-valid-sw.
           if prov-env not equal "PROD" and prov-env not equal "TEST"
              and prov-env not equal "DEV "
              display "environment must be PROD, TEST, or DEV"
              move "N" to request-valid-sw.
           if prov-tier not numeric or prov-tier equal "0"
              display "tier must be a digit 1-9"
              move "N" to request-valid-sw.

           if not request-valid
              display "request refused -- nothing provisioned".
       End-Take-Request. exit.

      ***********************************************************************
      * Load-Template finds the PROVTMPL.CTL line for the tier (or the
      * "*" default), then checks everything the steps will need
      * before any of them runs: the collating profile is known (and
      * for EXTERNAL, UDCSEQ.TAB loads and validates), the change set
      * names only known tokens with numeric values, and every value
      * sits inside its DBCONF.POL range.
      ***********************************************************************
       Load-Template.
           move "Y" to template-ok-sw.
           move "N" to template-found-sw.
           move "N" to default-found-sw.
           move spaces to chosen-template.
           move spaces to default-template.

           open input template-file.
           if template-fs equal "35"
              display "PROVTMPL.CTL not found -- no site template"
              move "N" to template-ok-sw
              go to End-Load-Template.

           move "N" to template-eof.
           perform Load-One-Template thru End-Load-One-Template
               until no-more-templates.
           close template-file.

           if not template-found
              if default-found
                 move default-template to chosen-template
              else
                 display "PROVTMPL.CTL has no line for tier ",
                    prov-tier, " and no * default"
                 move "N" to template-ok-sw
                 go to End-Load-Template.

           if tpl-codeset equal spaces
              move "ISO8859-1" to tpl-codeset.
           if tpl-locale equal spaces
              move "En_US" to tpl-locale.

           display "template: collating ", tpl-collate,
              " change set ", tpl-set-file,
              " code set ", tpl-codeset, " territory ", tpl-locale.

           evaluate tpl-collate
              when "819-500   " move SQLE-819-500   to SQLDBUDC
              when "IDENTITY  " move SQLE-IDENTITY  to SQLDBUDC
              when "CASE-FOLD " move SQLE-CASE-FOLD to SQLDBUDC
              when "EXTERNAL  "
                 perform Load-External-Sequence
                    thru End-Load-External-Sequence
                 if not seq-valid
                    move "N" to template-ok-sw
                 end-if
              when other
                 display "collating profile ", tpl-collate,
                    " is not 819-500, IDENTITY, CASE-FOLD, or ",
                    "EXTERNAL"
                 move "N" to template-ok-sw
           end-evaluate.

           perform Name-Tokens thru End-Name-Tokens.
           perform Load-Guardrails thru End-Load-Guardrails.
           move 0 to set-count.
           if tpl-set-file not equal spaces
              move tpl-set-file to change-set-name
              perform Load-Change-Set thru End-Load-Change-Set
              if change-set-fs equal "35"
                 display "change set ", tpl-set-file, " not found"
                 move "N" to template-ok-sw
              end-if.

           perform Precheck-One-Entry thru End-Precheck-One-Entry
               varying set-idx from 1 by 1
               until set-idx is greater than set-count.
       End-Load-Template. exit.

       Load-One-Template.
           read template-file
               at end
                  move "Y" to template-eof
                  go to End-Load-One-Template
           end-read.

           if template-rec equal spaces
              or template-rec (1:2) equal "**"
              go to End-Load-One-Template.

           if tp-tier equal "*"
              move "Y" to default-found-sw
              move tp-collate  to dft-collate
              move tp-set-file to dft-set-file
              move tp-codeset  to dft-codeset
              move tp-locale   to dft-locale
              go to End-Load-One-Template.

           if tp-tier equal prov-tier
              move "Y" to template-found-sw
              move tp-collate  to tpl-collate
              move tp-set-file to tpl-set-file
              move tp-codeset  to tpl-codeset
              move tp-locale   to tpl-locale.
       End-Load-One-Template. exit.

       Precheck-One-Entry.
           move st-idx (set-idx) to token-idx.
           move st-value (set-idx) to guard-value.
           move "Y" to guard-ok-sw.
           perform Check-One-Guard-Row thru End-Check-One-Guard-Row
               varying guard-idx from 1 by 1
               until guard-idx is greater than guard-count.
           if not guard-ok
              move guard-value to guard-value-disp
              display "change set value ", guard-value-disp, " for ",
                 token-name (token-idx), " is outside DBCONF.POL"
              move "N" to template-ok-sw.
       End-Precheck-One-Entry. exit.

      ***********************************************************************
      * Name-Tokens fills the token numbers and the plain-text names
      * used by the change-set file, the guardrails, and the audit
      * trail -- the same eight tokens dbconf.cbl manages.
      ***********************************************************************
       Name-Tokens.
           move SQLF-DBTN-LOCKLIST    to token(1).
           move SQLF-DBTN-BUFF-PAGE   to token(2).
           move SQLF-DBTN-MAXFILOP    to token(3).
           move SQLF-DBTN-SOFTMAX     to token(4).
           move SQLF-DBTN-LOGFILSIZ   to token(5).
           move SQLF-DBTN-LOGPRIMARY  to token(6).
           move SQLF-DBTN-LOGSECOND   to token(7).
           move SQLF-DBTN-DFT-DEGREE  to token(8).

           move "LOCKLIST"    to token-name(1).
           move "BUFF_PAGE"   to token-name(2).
           move "MAXFILOP"    to token-name(3).
           move "SOFTMAX"     to token-name(4).
           move "LOGFILSIZ"   to token-name(5).
           move "LOGPRIMARY"  to token-name(6).
           move "LOGSECOND"   to token-name(7).
           move "DFT_DEGREE"  to token-name(8).
       End-Name-Tokens. exit.

       Set-Token-Addresses.
           move "GET ADDRESS" to errloc.
      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference locklist
                                 by reference tokenptr(1)
                           returning rc.

           call "sqlgaddr" using by reference buff-page
                                 by reference tokenptr(2)
                           returning rc.

           call "sqlgaddr" using by reference maxfilop
                                 by reference tokenptr(3)
                           returning rc.

           call "sqlgaddr" using by reference softmax
                                 by reference tokenptr(4)
                           returning rc.

           call "sqlgaddr" using by reference logfilsiz
                                 by reference tokenptr(5)
                           returning rc.

           call "sqlgaddr" using by reference logprimary
                                 by reference tokenptr(6)
                           returning rc.

           call "sqlgaddr" using by reference logsecond
                                 by reference tokenptr(7)
                           returning rc.

           call "sqlgaddr" using by reference dft-degree
                                 by reference tokenptr(8)
                           returning rc.
       End-Set-Token-Addresses. exit.

      ***********************************************************************
      * Step-Create issues CREATE DATABASE with the template's
      * collating profile, code set, and territory.  A database that
      * already exists is accepted here only because this run is
      * resuming one that an interrupted run created -- a fresh run
      * never gets this far for an existing name without a checkpoint
      * (the checkpoint is written before the CREATE is issued).
      ***********************************************************************
       Step-Create.
           move "CREATE" to step-name.

      * setup database description block SQLEDBDESC
           move SQLE-DBDESC-2  to SQLDBDID.
           move 0              to SQLDBCCP.
           move -1             to SQLDBCSS.
           move x"00"          to SQLDBCMT.
           move 0              to SQLDBSGP.
           move 10             to SQLDBNSG.
           move -1             to SQLTSEXT.

           SET SQLCATTS        TO NULLS.
           SET SQLUSRTS        TO NULLS.
           SET SQLTMPTS        TO NULLS.

      * setup database country information
      * structure SQLEDBCOUNTRYINFO
           move tpl-codeset    to SQLDBCODESET of SQLEDBCOUNTRYINFO.
           move tpl-locale     to SQLDBLOCALE of SQLEDBCOUNTRYINFO.

           display "CREATing the database ", DBNAME, " ...".
           display "please wait... this will take a while ...".

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
      ******************************
      * CREATE DATABASE API called *
      ******************************
           call "sqlgcrea" using
                                 by value     PATH-LEN
                                 by value     ALIAS-LEN
                                 by value     DBNAME-LEN
                                 by reference sqlca
                                 by value     0
                                 by value     0
                                 by reference SQLEDBCOUNTRYINFO
                                 by reference SQLEDBDESC
                                 by reference PATH
                                 by reference ALIAS
                                 by reference DBNAME
                           returning rc
           end-call.

           if SQLCODE equal SQLE-RC-DBEXISTS and resuming
              display DBNAME, " already exists -- created by the ",
                 "interrupted run, continuing"
              move 0 to SQLCODE.

      * on a fresh run an existing database belongs to someone else:
      * the checkpoint is withdrawn so a rerun cannot adopt it
           if SQLCODE equal SQLE-RC-DBEXISTS
              display DBNAME, " already exists -- not provisioned"
              open output checkpoint-file
              close checkpoint-file.

           move "PROVISION CREATE" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           perform Record-Audit thru End-Record-Audit.

           move "creating the database" to errloc.
           if sqlcode is less than 0
              perform Release-Prov-Lock thru End-Release-Prov-Lock.
           call "checkerr" using SQLCA errloc.

           move 1 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 1 CREATE complete".
       End-Step-Create. exit.

      ***********************************************************************
      * Step-Config applies the template's change set to the new
      * database one entry at a time, in file order, skipping the
      * entries the checkpoint shows already applied.  The database's
      * own values are fetched first so the LOGPRIMARY + LOGSECOND
      * ceiling is judged on real numbers and the audit trail shows
      * what each token changed from.  An entry the guardrails reject
      * or DB2 refuses stops the step with the checkpoint left on the
      * last entry applied.
      ***********************************************************************
       Step-Config.
           move "CONFIG" to step-name.
           move "Y" to config-ok-sw.

           if set-count equal 0
              display "template names no change set -- CONFIG ",
                 "step has nothing to apply"
              go to Config-Done.

           if SITE-TRAINING-SW not equal "Y"
      **************************************************
      * GET DATABASE CONFIGURATION API called *
      **************************************************
              call "sqlgxdb" using by value     DBNAME-LEN
                                   by value     listnumber
                                   by reference tokenlist
                                   by reference sqlca
                                   by reference DBNAME
                             returning rc
              end-call
              move "getting the database configuration" to errloc
              if sqlcode is less than 0
                 perform Release-Prov-Lock thru End-Release-Prov-Lock
              end-if
              call "checkerr" using SQLCA errloc.

           move locklist   to old-token-value(1).
           move buff-page  to old-token-value(2).
           move maxfilop   to old-token-value(3).
           move softmax    to old-token-value(4).
           move logfilsiz  to old-token-value(5).
           move logprimary to old-token-value(6).
           move logsecond  to old-token-value(7).
           move dft-degree to old-token-value(8).
           move old-token-values to new-token-values.

      * entries already applied count toward the new values, so the
      * cross-token rule sees the pair as it will stand
           perform Seed-One-Applied thru End-Seed-One-Applied
               varying set-idx from 1 by 1
               until set-idx is greater than last-token
                  or set-idx is greater than set-count.

           perform Apply-One-Entry thru End-Apply-One-Entry
               varying set-idx from 1 by 1
               until set-idx is greater than set-count
                  or not config-ok.

           if not config-ok
              go to End-Step-Config.

       Config-Done.
           move 2 to last-step.
           move 0 to last-token.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 2 CONFIG complete".
       End-Step-Config. exit.

       Seed-One-Applied.
           move st-idx (set-idx) to token-idx.
           move st-value (set-idx) to new-token-value (token-idx).
       End-Seed-One-Applied. exit.

       Apply-One-Entry.
           if set-idx not greater than last-token
              go to End-Apply-One-Entry.

           move st-idx (set-idx) to token-idx.
           evaluate token-idx
              when 1 move st-value (set-idx) to locklist
              when 2 move st-value (set-idx) to buff-page
              when 3 move st-value (set-idx) to maxfilop
              when 4 move st-value (set-idx) to softmax
              when 5 move st-value (set-idx) to logfilsiz
              when 6 move st-value (set-idx) to logprimary
              when 7 move st-value (set-idx) to logsecond
              when 8 move st-value (set-idx) to dft-degree
           end-evaluate.
           move st-value (set-idx) to new-token-value (token-idx).

           move st-value (set-idx) to guard-value.
           perform Check-Guardrail thru End-Check-Guardrail.
           if not guard-ok
              move guard-value to guard-value-disp
              display "UPDATE for token ", token-name (token-idx),
                 " REJECTED BY POLICY -- value ", guard-value-disp
              move "POLICY" to AUD-OUTCOME
              move "PROVISION CONFIG" to AUD-ACTION
              move DBNAME to AUD-TARGET
              move operator-id to AUD-OPERATOR
              call "opsaudit" using OPSAUDIT-AREA
              move "N" to config-ok-sw
              go to End-Apply-One-Entry.

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
           call "sqlgeudb" using by value     reserved3
                                 by value     DBNAME-LEN
                                 by value     1
                                 by reference item-length(token-idx)
                                 by reference tokens(token-idx)
                                 by reference sqlca
                                 by value     reserved4
                                 by reference DBNAME
                           returning rc
           end-call.

           move "PROVISION CONFIG" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           perform Record-Audit thru End-Record-Audit.

           if SQLCODE less than 0
              display "UPDATE DATABASE CONFIGURATION failed for token ",
                 token-name (token-idx), " SQLCODE=", SQLCODE,
                 " -- will retry on next run"
              move "N" to config-ok-sw
              go to End-Apply-One-Entry.

           perform Write-Audit-Record thru End-Write-Audit-Record.

           move set-idx to last-token.
           perform Save-Checkpoint thru End-Save-Checkpoint.
       End-Apply-One-Entry. exit.

      ***********************************************************************
      * Step-Comment sets the directory comment by dbcmt.cbl's
      * convention, OWN=<team>,ENV=<environment>,TIER=<tier>.
      ***********************************************************************
       Step-Comment.
           move "COMMENT" to step-name.
           move spaces to new-comment.
           string "OWN="    delimited by size
                  prov-team delimited by space
                  ",ENV="   delimited by size
                  prov-env  delimited by space
                  ",TIER="  delimited by size
                  prov-tier delimited by size
                  into new-comment.
           move 0 to new-comment-len.
           inspect new-comment tallying new-comment-len for characters
              before initial " ".
           move ALIAS-LEN to cmt-alias-len.
           move 0 to cmt-path-len.

           display "directory comment will be: ", new-comment.

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
      ***************************
      * CHANGE DATABASE COMMENT *
      ***************************
           call "sqlgdcgd" using
                                 by value       new-comment-len
                                 by value       cmt-path-len
                                 by value       cmt-alias-len
                                 by reference   sqlca
                                 by reference   new-comment
                                 by reference   PATH
                                 by reference   ALIAS
                           returning rc
           end-call.

           move "PROVISION COMMENT" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           perform Record-Audit thru End-Record-Audit.

           move "CHANGE DATABASE COMMENT" to errloc.
           if sqlcode is less than 0
              perform Release-Prov-Lock thru End-Release-Prov-Lock.
           call "checkerr" using SQLCA errloc.

           move 3 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 3 COMMENT complete".
       End-Step-Comment. exit.

      ***********************************************************************
      * Step-Siteparm adds a DATABASE line for the new database to
      * SITEPARM.CFG, unless the site list already names it.
      ***********************************************************************
       Step-Siteparm.
           move "SITEPARM" to step-name.
           move "N" to on-file-sw.
           perform Match-One-Site-Db thru End-Match-One-Site-Db
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.

           if on-file
              display DBNAME, " is already in SITEPARM.CFG"
           else
              open extend param-file
              if param-fs equal "35"
                 open output param-file
              end-if
              move spaces to param-rec
              move "DATABASE" to pr-keyword
              move DBNAME to pr-value
              write param-rec
              close param-file.

           move "OK" to AUD-OUTCOME.
           perform Record-Step thru End-Record-Step.

           move 4 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 4 SITEPARM complete".
       End-Step-Siteparm. exit.

       Match-One-Site-Db.
           if SITE-DB-NAME (site-idx) equal DBNAME
              move "Y" to on-file-sw.
       End-Match-One-Site-Db. exit.

      ***********************************************************************
      * Step-Dbowner adds the ownership line -- instance, team,
      * application, and tier -- to DBOWNER.CTL, unless a line for the
      * database is already there.
      ***********************************************************************
       Step-Dbowner.
           move "DBOWNER" to step-name.
           move "N" to on-file-sw.
           open input owner-file.
           if owner-fs not equal "35"
              move "N" to file-eof
              perform Match-One-Owner thru End-Match-One-Owner
                  until no-more-records
              close owner-file.

           if on-file
              display DBNAME, " is already in DBOWNER.CTL"
           else
              open extend owner-file
              if owner-fs equal "35"
                 open output owner-file
              end-if
              move spaces to owner-rec
              move DBNAME        to ow-dbname
              move prov-instance to ow-instance
              move prov-team     to ow-team
              move prov-appl     to ow-appl
              move prov-tier     to ow-crit
              write owner-rec
              close owner-file.

           move "OK" to AUD-OUTCOME.
           perform Record-Step thru End-Record-Step.

           move 5 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 5 DBOWNER complete".
       End-Step-Dbowner. exit.

       Match-One-Owner.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Match-One-Owner
           end-read.
           if ow-dbname equal DBNAME
              move "Y" to on-file-sw.
       End-Match-One-Owner. exit.

      ***********************************************************************
      * Step-Dirreg adds the database's DB entry to the DIRREG.DAT
      * registry in the layout drbundle.cbl exports -- key the alias,
      * then the database name, a blank node (the database is local),
      * and the indirect entry type -- unless the registry already
      * holds an entry for it.
      ***********************************************************************
       Step-Dirreg.
           move "DIRREG" to step-name.
           move "N" to on-file-sw.
           open input registry-file.
           if registry-fs not equal "35"
              move "N" to file-eof
              perform Match-One-Registry thru End-Match-One-Registry
                  until no-more-records
              close registry-file.

           if on-file
              display DBNAME, " is already in DIRREG.DAT"
           else
              open extend registry-file
              if registry-fs equal "35"
                 open output registry-file
              end-if
              move spaces to registry-rec
              move "DB"         to rg-type
              move ALIAS        to rg-key
              move DBNAME       to rg-f1
              move SQL-INDIRECT to rg-f3
              write registry-rec
              close registry-file.

           move "OK" to AUD-OUTCOME.
           perform Record-Step thru End-Record-Step.

           move 6 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 6 DIRREG complete".
       End-Step-Dirreg. exit.

       Match-One-Registry.
           read registry-file
               at end
                  move "Y" to file-eof
                  go to End-Match-One-Registry
           end-read.
           if rg-type equal "DB" and rg-key equal ALIAS
              move "Y" to on-file-sw.
       End-Match-One-Registry. exit.

      ***********************************************************************
      * Record-Audit reports the DB2 call just made to the shared
      * operations audit trail (opsaudit.cbl).  The caller sets
      * AUD-ACTION and AUD-TARGET; the outcome is taken from SQLCODE.
      * Performed before checkerr so a fatal error is still audited.
      ***********************************************************************
       Record-Audit.
           move operator-id to AUD-OPERATOR.
           if sqlcode equal 0
              move "OK" to AUD-OUTCOME
           else
              move sqlcode to audit-sqlcode-disp
              move spaces to AUD-OUTCOME
              string "SQLCODE="         delimited by size
                     audit-sqlcode-disp delimited by size
                     into AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Record-Audit. exit.

      ***********************************************************************
      * Record-Step reports a registration step to the operations
      * audit trail; the caller sets AUD-OUTCOME.
      ***********************************************************************
       Record-Step.
           move operator-id to AUD-OPERATOR.
           move spaces to AUD-ACTION.
           string "PROVISION " delimited by size
                  step-name    delimited by space
                  into AUD-ACTION.
           move DBNAME to AUD-TARGET.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Record-Step. exit.

      ***********************************************************************
      * Write-Audit-Record appends one timestamped record to DBCONF.AUD
      * for the token just applied -- old value, new value, and the
      * resulting SQLCODE -- chained exactly as dbconf.cbl chains its
      * own records, so audverif.cbl verifies both writers' records.
      ***********************************************************************
       Write-Audit-Record.
           accept audit-date from date yyyymmdd.
           accept audit-time from time.

           move spaces to audit-line.
           string audit-date delimited by size
                  "-"        delimited by size
                  audit-time delimited by size
                  into audit-when.
           move DBNAME               to audit-dbname.
           move token-name(token-idx) to audit-token.
           move sqlcode               to audit-sqlcode.

           move old-token-value(token-idx) to audit-oldval-disp.
           move new-token-value(token-idx) to audit-newval-disp.

           move spaces to audit-what.
           string "OLD="             delimited by size
                  audit-oldval-disp  delimited by size
                  " NEW="            delimited by size
                  audit-newval-disp  delimited by size
                  into audit-what.

           open extend audit-file.
           perform Chain-Audit-Record thru End-Chain-Audit-Record.
           write audit-rec from audit-line.
           perform Save-Conf-Chain-Head
              thru End-Save-Conf-Chain-Head.
           close audit-file.
       End-Write-Audit-Record. exit.

       Chain-Audit-Record.
           move 0 to prev-seq.
           move 0 to prev-check.
           open input chain-head.
           if chain-fs not equal "35"
              read chain-head
                  at end move 0 to prev-seq
              end-read
              if ch-seq numeric and ch-check numeric
                 move ch-seq to prev-seq
                 move ch-check to prev-check
              end-if
              close chain-head.

           compute audit-seq = prev-seq + 1.

           move spaces to chain-source.
           string audit-when    delimited by size
                  audit-dbname  delimited by size
                  audit-token   delimited by size
                  audit-what    delimited by size
                  audit-sqlcode delimited by size
                  into chain-source.

           move prev-check to chain-val.
           perform Fold-One-Chain-Byte thru End-Fold-One-Chain-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 87.
           move chain-val to audit-check.
       End-Chain-Audit-Record. exit.

       Save-Conf-Chain-Head.
           open output chain-head.
           move spaces to chain-head-rec.
           move audit-seq   to ch-seq.
           move audit-check to ch-check.
           write chain-head-rec.
           close chain-head.
       End-Save-Conf-Chain-Head. exit.

       Fold-One-Chain-Byte.
           move low-value to ord-high.
           move chain-source (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Chain-Byte. exit.

      ***********************************************************************
      * Load-Change-Set reads the template's change set -- one
      * "token-name value" line per token, the DBCONF.SET format --
      * into set-table as token indexes and values.  An unknown token
      * or a non-numeric value fails the template.
      ***********************************************************************
       Load-Change-Set.
           move 0 to set-count.
           open input change-set-file.
           if change-set-fs equal "35"
              go to End-Load-Change-Set.

           move "N" to set-eof.
           perform Load-One-Set-Entry thru End-Load-One-Set-Entry
               until no-more-set.
           close change-set-file.
       End-Load-Change-Set. exit.

       Load-One-Set-Entry.
           read change-set-file
               at end
                  move "Y" to set-eof
                  go to End-Load-One-Set-Entry
           end-read.

           if cs-token-name equal spaces
              or cs-token-name (1:1) equal "*"
              go to End-Load-One-Set-Entry.

           move cs-token-name to match-name.
           move 0 to set-match-idx.
           perform Match-Set-Token thru End-Match-Set-Token
               varying token-idx from 1 by 1
               until token-idx is greater than listnumber.

           if set-match-idx equal 0
              display "change set names unknown token ",
                 cs-token-name
              move "N" to template-ok-sw
              go to End-Load-One-Set-Entry.

           perform Parse-Set-Value thru End-Parse-Set-Value.
           if value-digits equal 0
              display "change set value for ", cs-token-name,
                 " is not numeric"
              move "N" to template-ok-sw
              go to End-Load-One-Set-Entry.

           if set-count is less than 8
              add 1 to set-count
              move set-match-idx to st-idx (set-count)
              move value-work    to st-value (set-count)
           else
              display "change set holds more than 8 entries"
              move "N" to template-ok-sw.
       End-Load-One-Set-Entry. exit.

       Match-Set-Token.
           if token-name (token-idx) equal match-name
              move token-idx to set-match-idx.
       End-Match-Set-Token. exit.

      ***********************************************************************
      * Parse-Set-Value reads the digits (with an optional leading
      * minus, for tokens like DFT_DEGREE that take -1) at the front of
      * cs-value-text into value-work.
      ***********************************************************************
       Parse-Set-Value.
           move 0 to value-work.
           move 0 to value-digits.
           move "N" to value-negative-sw.
           move 1 to value-chx.

           if cs-value-text (1:1) equal "-"
              move "Y" to value-negative-sw
              move 2 to value-chx.

           perform Parse-One-Set-Digit thru End-Parse-One-Set-Digit
               until value-chx is greater than 11
                  or cs-value-text (value-chx:1) not numeric.

           if value-negative-sw equal "Y"
              compute value-work = 0 - value-work.
       End-Parse-Set-Value. exit.

       Parse-One-Set-Digit.
           move cs-value-text (value-chx:1) to digit-work.
           compute value-work = (value-work * 10) + digit-work.
           add 1 to value-digits.
           add 1 to value-chx.
       End-Parse-One-Set-Digit. exit.

      ***********************************************************************
      * Load-Guardrails reads the DBCONF.POL guardrail policy: one row
      * per token name with the allowed min and max, and a LOGSUM-MAX
      * row whose max column is the platform ceiling for LOGPRIMARY +
      * LOGSECOND.  A missing policy file leaves every value unguarded.
      ***********************************************************************
       Load-Guardrails.
           move 0 to guard-count.
           open input guard-file.
           if guard-fs equal "35"
              go to End-Load-Guardrails.

           move "N" to guard-eof.
           perform Load-One-Guardrail thru End-Load-One-Guardrail
               until no-more-guards.
           close guard-file.
       End-Load-Guardrails. exit.

       Load-One-Guardrail.
           read guard-file
               at end
                  move "Y" to guard-eof
                  go to End-Load-One-Guardrail
           end-read.

           if gd-token-name equal spaces
              or gd-token-name (1:1) equal "*"
              go to End-Load-One-Guardrail.

           if gd-min not numeric or gd-max not numeric
              go to End-Load-One-Guardrail.

           if gd-token-name equal "LOGSUM-MAX"
              move gd-max to logsum-max
              go to End-Load-One-Guardrail.

           move gd-token-name to match-name.
           move 0 to set-match-idx.
           perform Match-Set-Token thru End-Match-Set-Token
               varying token-idx from 1 by 1
               until token-idx is greater than listnumber.

           if set-match-idx not equal 0 and guard-count is less than 10
              add 1 to guard-count
              move set-match-idx to gt-token-idx (guard-count)
              move gd-min        to gt-min (guard-count)
              move gd-max        to gt-max (guard-count).
       End-Load-One-Guardrail. exit.

      ***********************************************************************
      * Check-Guardrail judges guard-value for the token in token-idx:
      * inside its policy row's range, and -- when the token is
      * LOGPRIMARY or LOGSECOND -- with the pair's sum inside the
      * LOGSUM-MAX platform ceiling.
      ***********************************************************************
       Check-Guardrail.
           move "Y" to guard-ok-sw.

           perform Check-One-Guard-Row thru End-Check-One-Guard-Row
               varying guard-idx from 1 by 1
               until guard-idx is greater than guard-count.

           if logsum-max not equal 0
              and (token-idx equal 6 or token-idx equal 7)
              if new-token-value(6) + new-token-value(7)
                 is greater than logsum-max
                 move logsum-max to guard-value-disp
                 display "LOGPRIMARY + LOGSECOND would exceed the ",
                    "platform ceiling ", guard-value-disp
                 move "N" to guard-ok-sw
              end-if.
       End-Check-Guardrail. exit.

       Check-One-Guard-Row.
           if gt-token-idx (guard-idx) equal token-idx
              if guard-value is less than gt-min (guard-idx)
                 or guard-value is greater than gt-max (guard-idx)
                 move "N" to guard-ok-sw.
       End-Check-One-Guard-Row. exit.

      ***********************************************************************
      * Load-External-Sequence reads the 256-entry collating table
      * from UDCSEQ.TAB and validates it exactly as db_udcs.cbl does:
      * 256 values, each 000-255, no value twice.  Each weight is
      * turned into its byte through the SQLE-IDENTITY ladder.
      ***********************************************************************
       Load-External-Sequence.
           move "Y" to seq-valid-sw.
           move 0 to seq-count.
           move 0 to seq-dup-count.
           move spaces to external-udc.
           perform Clear-One-Seq-Seen thru End-Clear-One-Seq-Seen
               varying seq-idx from 1 by 1 until seq-idx > 256.

           open input seq-file.
           if seq-fs equal "35"
              display "UDCSEQ.TAB not found -- the EXTERNAL profile ",
                 "cannot be loaded"
              move "N" to seq-valid-sw
              go to End-Load-External-Sequence.

           move "N" to seq-eof.
           perform Load-One-Seq-Value thru End-Load-One-Seq-Value
               until no-more-seq.
           close seq-file.

           if seq-count not equal 256
              display "UDCSEQ.TAB holds ", seq-count,
                 " value(s) -- exactly 256 are required"
              move "N" to seq-valid-sw.

           perform Count-Seq-Duplicates thru End-Count-Seq-Duplicates
               varying seq-idx from 1 by 1 until seq-idx > 256.

           if seq-dup-count is greater than 0
              display seq-dup-count, " collating value(s) appear ",
                 "more than once in UDCSEQ.TAB"
              move "N" to seq-valid-sw.

           if seq-valid
              move external-udc to SQLDBUDC
              display "external collating table loaded and validated".
       End-Load-External-Sequence. exit.

       Clear-One-Seq-Seen.
           move 0 to seq-seen-count (seq-idx).
       End-Clear-One-Seq-Seen. exit.

       Load-One-Seq-Value.
           read seq-file
               at end
                  move "Y" to seq-eof
                  go to End-Load-One-Seq-Value
           end-read.

           if seq-rec equal spaces
              go to End-Load-One-Seq-Value.

           if seq-rec (1:3) not numeric
              display "UDCSEQ.TAB line '", seq-rec,
                 "' is not a number 000-255"
              move "N" to seq-valid-sw
              go to End-Load-One-Seq-Value.

           move seq-rec (1:3) to seq-value.
           if seq-value is greater than 255
              display "UDCSEQ.TAB value ", seq-value,
                 " is out of range 0-255"
              move "N" to seq-valid-sw
              go to End-Load-One-Seq-Value.

           add 1 to seq-count.
           add 1 to seq-seen-count (seq-value + 1).
           if seq-count is not greater than 256
              move SQLE-IDENTITY ((seq-value + 1):1)
                 to external-udc (seq-count:1).
       End-Load-One-Seq-Value. exit.

       Count-Seq-Duplicates.
           if seq-seen-count (seq-idx) is greater than 1
              add 1 to seq-dup-count.
       End-Count-Seq-Duplicates. exit.

      ***********************************************************************
      * Train-Canned-Outcome stands in for a DB2 API call in training
      * mode: the call is simulated with a realistic canned SQLCODE --
      * mostly success, with a failure injected in the last ten
      * seconds of each minute so trainees also practice the failure
      * paths (and the resume that follows them).
      ***********************************************************************
       Train-Canned-Outcome.
           accept train-time-parts from time.
           if tr-ss is greater than 49
              move -1032 to sqlcode
              display "TRAINING: simulated API failure sqlcode -1032"
           else
              move 0 to sqlcode
              display "TRAINING: API call simulated, sqlcode 0".
           move sqlcode to rc.
       End-Train-Canned-Outcome. exit.
