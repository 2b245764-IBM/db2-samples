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
      ** SOURCE FILE NAME: sqlrota.cbl
      **
      ** SAMPLE: Communication area for the rotacal.cbl on-call
      **         rotation lookup.  The caller puts a date in
      **         ROT-ASK-DATE, a time of day in ROT-ASK-HHMM, and a
      **         tier (1 primary, 2 secondary, 3 manager) in ROT-TIER;
      **         ROT-FOUND-SW comes back "Y" with the contact rostered
      **         in ROT-CONTACT and the kind of entry that named them
      **         (ROTA or SWAP) in ROT-TYPE, or "N" when ROTACAL.DAT
      **         has no one on that tier at that hour.
      **
      ***********************************************************************

       01  ROTA-AREA.
           05  ROT-ASK-DATE         PIC 9(8).
           05  ROT-ASK-HHMM         PIC 9(4).
           05  ROT-TIER             PIC 9.
           05  ROT-FOUND-SW         PIC X.
           05  ROT-CONTACT          PIC X(8).
           05  ROT-TYPE             PIC X(4).
