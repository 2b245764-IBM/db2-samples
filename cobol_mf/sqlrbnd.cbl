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
      ** SOURCE FILE NAME: sqlrbnd.cbl
      **
      ** SAMPLE: Communication area for the pkgrbnd.cbl package
      **         rebind pass.  The caller names the database in
      **         RB-DBNAME, the scope in RB-SCOPE ("M" -- the packages
      **         that depend on a table maintained in the last day,
      **         plus any package already invalid; "A" -- every
      **         package, as after an upgrade), and itself in
      **         RB-OPERATOR.  The pass answers how many packages it
      **         selected, rebound, failed to rebind, and left
      **         invalid; the caller's SQLCA, passed alongside, comes
      **         back holding the last failing rebind, or SQLCODE 0.
      **         Kept free of VALUE clauses so callers copy it into
      **         WORKING-STORAGE and pkgrbnd copies the same layout
      **         into its LINKAGE SECTION.
      **
      ***********************************************************************

       01  REBIND-AREA.
           05  RB-DBNAME            PIC X(8).
           05  RB-SCOPE             PIC X.
           05  RB-OPERATOR          PIC X(8).
           05  RB-SELECTED          PIC 9(4) COMP-5.
           05  RB-REBOUND           PIC 9(4) COMP-5.
           05  RB-FAILED            PIC 9(4) COMP-5.
           05  RB-INVALID           PIC 9(4) COMP-5.
