      *> ***************************************************************
      *> Copybook:  shop-date.cpy
      *> Purpose:   Request area for the SHOPDATE callable date services
      *>            library - the one answer to "is this a working day"
      *>            that batchcal, chk-data, growthmon and the shop's own
      *>            batch programs all share.
      *>                CALL "SHOPDATE" USING SD-REQUEST
      *>            with sd-function:
      *>              VALIDATE  is sd-date a real yyyymmdd date; sets the
      *>                        day of week and sd-working as well
      *>              WORKDAY   the same - sd-working "Y" when sd-date is
      *>                        neither a Saturday, a Sunday nor in
      *>                        HOLIDAYS.DAT
      *>              ADDBUS    sd-date plus sd-days business days (minus
      *>                        when negative) into sd-result-date
      *>              NEXTBUS   the first business day after sd-date
      *>              PREVBUS   the last business day before sd-date
      *>              MONTHEND  the last business day of sd-date's month
      *>              QTREND    the last business day of sd-date's
      *>                        quarter
      *>              FISCAL    sd-date's fiscal year, period and week off
      *>                        the fiscal calendar file
      *>              BETWEEN   sd-date-2 less sd-date in calendar days
      *>                        (sd-result-days) and in business days
      *>                        (sd-bus-days), negative when sd-date-2 is
      *>                        the earlier
      *>            Every function validates sd-date (and sd-date-2 for
      *>            BETWEEN) first.  Holidays come from HOLIDAYS.DAT (the
      *>            SHOPDATE_HOLIDAYS or BATCHCAL_HOLIDAYS name) - SUPPRESS
      *>            and SHIFT days alike are not working days.  The fiscal
      *>            calendar is FISCAL.CAL (or SHOPDATE_FISCAL), one row
      *>            per period:
      *>                <yyyy> <pp> <start yyyymmdd> <end yyyymmdd>
      *>            and with no row covering the date the calendar month
      *>            and calendar year stand in, status 08.
      *>
      *>            sd-status: 00 done, 04 date not valid, 08 done on the
      *>            calendar default (no fiscal row), 12 bad request.
      *> ***************************************************************
       01  sd-request.
           05  sd-function          pic x(8).
           05  sd-date              pic 9(8).
           05  sd-date-2            pic 9(8).
           05  sd-days              pic s9(5).
           05  sd-result-date       pic 9(8).
           05  sd-result-days       pic s9(7).
           05  sd-bus-days          pic s9(7).
           05  sd-working           pic x.
               88  sd-is-working    value "Y".
           05  sd-dow               pic 9.
           05  sd-dow-name          pic x(3).
           05  sd-fiscal-year       pic 9(4).
           05  sd-fiscal-period     pic 99.
           05  sd-fiscal-week       pic 99.
           05  sd-status            pic xx.
               88  sd-ok            value "00".
               88  sd-bad-date      value "04".
               88  sd-no-fiscal     value "08".
               88  sd-bad-request   value "12".
