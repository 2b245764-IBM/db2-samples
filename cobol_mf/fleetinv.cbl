      **         inventory through rptwrite.cbl and the fixed-format
      **         FLEETINV.EXT extract the CMDB load consumes.  Run
      **         drbundle's export first so the directory image is
      **         current.  Databases in an HADR pair also show
      **         the host hadrmon.cbl last saw as primary, and every
      **         database carries the DB2 product level dbinst.cbl
      **         recorded for its owning instance.
      **
      ** INPUT FILES:  DRBUNDLE.EXP (directory image from drbundle)
      **               DBINST.INV   (instance inventory from dbinst)
      **               DBOWNER.CTL  (ownership metadata)
      **               HADRSTAT.DAT (HADR primary host, from hadrmon)
      ** OUTPUT FILES: FLEETINV.RPT (print inventory, via rptwrite)
      **               FLEETINV.EXT (machine-readable extract)
      ***********************************************************************
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select hadr-status assign to "HADRSTAT.DAT"
               organization is line sequential
               file status is hadr-fs.
           select extract-file assign to "FLEETINV.EXT"
               organization is line sequential.

           05 iv-poolagents    pic 9(9).
           05 filler           pic x.
           05 iv-rqrioblk      pic 9(9).
           05 filler           pic x.
           05 iv-level         pic x(8).

       FD  owner-file.
       01  owner-rec.
           05 filler          pic x.
           05 ow-crit         pic x(8).

       FD  hadr-status.
       01  hadr-status-rec.
           05 hs-dbname       pic x(18).
           05 filler          pic x(2).
           05 hs-checked      pic x(17).
           05 filler          pic x(2).
           05 hs-primary-host pic x(12).
           05 filler          pic x(2).
           05 hs-standby-host pic x(12).
           05 filler          pic x(2).
           05 hs-local-role   pic x(8).
           05 filler          pic x(2).
           05 hs-state        pic x(16).
           05 filler          pic x(2).
           05 hs-connect      pic x(12).
           05 filler          pic x(2).
           05 hs-syncmode     pic x(10).
           05 filler          pic x(2).
           05 hs-gap-kb       pic 9(9).
           05 filler          pic x(2).
           05 hs-verdict      pic x(8).

       FD  extract-file.
       01  extract-rec.
           05 ex-alias        pic x(8).
           05 ex-appl         pic x(12).
           05 filler          pic x.
           05 ex-crit         pic x(8).
           05 filler          pic x.
           05 ex-hadr-primary pic x(12).
           05 filler          pic x.
           05 ex-level        pic x(8).

       Working-Storage Section.

       77 bundle-fs           pic xx.
       77 inv-fs              pic xx.
       77 owner-fs            pic xx.
       77 hadr-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       01 inst-table.
          05 inst-entry occurs 50 times.
             10 in-instance   pic x(18).
             10 in-level      pic x(8).

      * the ownership metadata
       77 owner-count         pic 9(4) comp-5 value 0.
             10 ot-appl       pic x(12).
             10 ot-crit       pic x(8).

      * the current primary host of each HADR pair, from hadrmon
       77 hadr-count          pic 9(4) comp-5 value 0.
       01 hadr-table.
          05 hadr-entry occurs 50 times.
             10 ht-dbname     pic x(18).
             10 ht-primary    pic x(12).

       77 tbl-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 found-sw            pic x.
       77 row-contact         pic x(12).
       77 row-appl            pic x(12).
       77 row-crit            pic x(8).
       77 row-hadr            pic x(12).
       77 row-level           pic x(8).
       77 inst-known-sw       pic x.
       77 inst-flag           pic x(10).
       01 rpt-line            pic x(132).

           perform Load-Instances thru End-Load-Instances.
           perform Load-Owners thru End-Load-Owners.
           perform Load-Hadr thru End-Load-Hadr.

           move "O" to RPTW-FUNCTION.
           move "FLEETINV.RPT" to RPTW-FILE-NAME.
           move "MASTER FLEET INVENTORY REGISTER" to RPTW-TITLE.
           move "  ALIAS     NODE      HOST                  GATEWAY    
      -         "         TEAM          CRIT      HADR PRIMARY"
           to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           open output extract-file.
              go to End-Load-One-Instance.
           if inst-count is less than 50
              add 1 to inst-count
              move iv-instance to in-instance (inst-count)
              move iv-level to in-level (inst-count).
       End-Load-One-Instance. exit.

       Load-Owners.
       End-Load-One-Owner. exit.

      ***********************************************************************
      * Load-Hadr keeps the primary host hadrmon.cbl last saw for
      * each pair; a database in no pair shows blank.
       Load-Hadr.
           open input hadr-status.
           if hadr-fs equal "35"
              go to End-Load-Hadr.

           move "N" to file-eof.
           perform Load-One-Hadr thru End-Load-One-Hadr
               until no-more-records.
           close hadr-status.
           move "N" to file-eof.
       End-Load-Hadr. exit.

       Load-One-Hadr.
           read hadr-status
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Hadr
           end-read.

           if hs-dbname equal spaces
              or hs-primary-host equal spaces
              go to End-Load-One-Hadr.
           if hadr-count is less than 50
              add 1 to hadr-count
              move hs-dbname       to ht-dbname (hadr-count)
              move hs-primary-host to ht-primary (hadr-count).
       End-Load-One-Hadr. exit.

      * Register-One-Db joins one database entry to its node's host,
      * its DCS gateway, and its ownership line, writes the register
      * row to both the print inventory and the extract, and flags
           move spaces      to row-contact.
           move spaces      to row-appl.
           move "(none)"    to row-crit.
           move spaces      to row-hadr.
           move spaces      to row-level.

           perform Find-Node-Host thru End-Find-Node-Host
               varying scan-idx from 1 by 1
           perform Find-Owner thru End-Find-Owner
               varying scan-idx from 1 by 1
               until scan-idx is greater than owner-count.
           perform Find-Hadr-Primary thru End-Find-Hadr-Primary
               varying scan-idx from 1 by 1
               until scan-idx is greater than hadr-count.

      * an ownership line naming an instance the dbinst inventory has
      * never seen is worth flagging on the register
                  row-team             delimited by size
                  "  "                 delimited by size
                  row-crit             delimited by size
                  "  "                 delimited by size
                  row-hadr             delimited by size
                  inst-flag            delimited by size
                  into rpt-line.

           move row-contact         to ex-contact.
           move row-appl            to ex-appl.
           move row-crit            to ex-crit.
           move row-hadr            to ex-hadr-primary.
           move row-level           to ex-level.
           write extract-rec.
       End-Register-One-Db. exit.

              move ot-crit (scan-idx)     to row-crit.
       End-Find-Owner. exit.

       Find-Hadr-Primary.
           if ht-dbname (scan-idx) (1:8) equal dt-alias (tbl-idx)
              move ht-primary (scan-idx) to row-hadr.
       End-Find-Hadr-Primary. exit.

       Check-One-Instance.
           if in-instance (scan-idx) equal row-instance
              move "Y" to inst-known-sw
              move in-level (scan-idx) to row-level.
       End-Check-One-Instance. exit.
