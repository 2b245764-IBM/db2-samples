      ** SOURCE FILE NAME: sqlsical.cbl
      **
      ** SAMPLE: Communication area for the sitecal.cbl business-day
      **         calendar.  A CALL classifies the current date, or the
      **         date placed in CAL-ASK-DATE when that is non-zero:
      **         CAL-CLASS comes back HOLIDAY, MONTHEND, WEEKEND, or
      **         NORMAL (in that order of precedence), with the date
      **         classified in CAL-DATE and, for holidays, the
           05  CAL-DATE             PIC 9(8).
           05  CAL-CLASS            PIC X(8).
           05  CAL-LABEL            PIC X(30).
           05  CAL-ASK-DATE         PIC 9(8).
