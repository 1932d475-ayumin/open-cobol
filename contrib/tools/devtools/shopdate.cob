            >> source format is free
       Identification division.
       Program-id.  "SHOPDATE".
      *>
      *> shopdate * Callable shop date services.  batchcal, chk-data's
      *>            DATE checks, growthmon's night-over-night judgement
      *>            and the shop's own batch programs each did their
      *>            own date arithmetic and disagreed about weekends
      *>            and holidays; they all ask here now.
      *>
      *>            A working (business) day is Monday to Friday and
      *>            not in HOLIDAYS.DAT - whichever kind the holiday
      *>            is, SUPPRESS or SHIFT, nobody is at work.  The
      *>            holiday file is read on the first call and kept;
      *>            the fiscal calendar likewise on the first FISCAL.
      *>            See shop-date.cpy for the functions and the
      *>            field-by-field contract.
      *>
      *> To compile on Linux:
      *> cobc -m shopdate.cob
      *>
      *> Published under GNU General Public License.
      *>
       Environment division.
       Input-output section.
       File-control.
           select holiday-file assign to dynamic holiday-name
                  organization line sequential
                  file status  hol-fs.
           select fiscal-file assign to dynamic fiscal-name
                  organization line sequential
                  file status  hol-fs.
       Data division.
       File section.
       fd  holiday-file.
       01  holiday-rec          pic x(40).
       fd  fiscal-file.
       01  fiscal-rec           pic x(80).
       Working-storage section.
       01  holiday-name         pic x(64) value spaces.
       01  fiscal-name          pic x(64) value spaces.
       01  hol-fs               pic xx    value zeros.
       01  loaded-sw            pic x     value "N".
       01  fiscal-loaded-sw     pic x     value "N".
       01  hol-table.
           05  hol-date         pic 9(8)  occurs 500.
       01  hol-count            pic 9(4) comp value zero.
       01  fis-table.
           05  fis-entry        occurs 200.
               07  fis-year     pic 9(4).
               07  fis-period   pic 99.
               07  fis-start    pic 9(8).
               07  fis-end      pic 9(8).
       01  fis-count            pic 9(4) comp value zero.
       01  hx                   pic 9(4) comp value zero.
       01  fx                   pic 9(4) comp value zero.
       01  fy-start             pic 9(8)  value zero.
       01  fis-words.
           05  fis-word         pic x(10) occurs 4.
      *> date work - the date in hand, its integer day number and the
      *> day of week, Monday 1 (1 Jan 1601 was a Monday)
       01  work-date            pic 9(8)  value zero.
       01  work-date-r redefines work-date.
           05  work-yyyy        pic 9(4).
           05  work-mm          pic 99.
           05  work-dd          pic 99.
       01  work-int             binary-long value zero.
       01  work-int-2           binary-long value zero.
       01  work-dow             pic 9     value zero.
       01  work-ok              pic x     value "N".
       01  work-working         pic x     value "N".
       01  month-days           pic 99    value zero.
       01  month-table          pic x(24)
                                value "312831303130313130313031".
       01  day-names            pic x(21)
                                value "MONTUEWEDTHUFRISATSUN".
       01  day-step             binary-long value zero.
       01  to-go                binary-long value zero.
       01  quarter-mm           pic 99    value zero.
       Linkage section.
       copy "shop-date.cpy".
      *>
       Procedure division using sd-request.
       0000-main.
           move "00" to sd-status
           move zero to sd-result-date sd-result-days sd-bus-days
           move space to sd-working
           if loaded-sw not = "Y"
               perform 8000-load-holidays
           end-if
           move sd-date to work-date
           perform 1000-validate
           if work-ok not = "Y"
               set sd-bad-date to true
               goback
           end-if
           move work-dow to sd-dow
           compute day-step = (work-dow - 1) * 3 + 1
           move day-names (day-step:3) to sd-dow-name
           move work-working to sd-working
           evaluate sd-function
               when "VALIDATE"
                   continue
               when "WORKDAY"
                   continue
               when "ADDBUS"
                   perform 2000-add-business
               when "NEXTBUS"
                   move 1 to day-step
                   perform 2100-next-business
               when "PREVBUS"
                   move -1 to day-step
                   perform 2100-next-business
               when "MONTHEND"
                   perform 3000-month-end
               when "QTREND"
                   perform 3100-quarter-end
               when "FISCAL"
                   perform 4000-fiscal
               when "BETWEEN"
                   perform 5000-between
               when other
                   set sd-bad-request to true
           end-evaluate
           move zero to return-code
           goback.
      *>
      *>----------------------------------------------------------------
      *> work-date: a real date?  Sets work-int, work-dow and
      *> work-working as it goes
      *>----------------------------------------------------------------
       1000-validate.
           move "N" to work-ok
           move "N" to work-working
           if work-date not numeric
              or work-yyyy < 1601
              or work-mm < 1 or work-mm > 12
              or work-dd < 1
               exit paragraph
           end-if
           move month-table ((work-mm - 1) * 2 + 1:2) to month-days
           if work-mm = 2
              and function mod (work-yyyy, 4) = zero
              and (function mod (work-yyyy, 100) not = zero
                   or function mod (work-yyyy, 400) = zero)
               move 29 to month-days
           end-if
           if work-dd > month-days
               exit paragraph
           end-if
           move "Y" to work-ok
           compute work-int = function integer-of-date (work-date)
           perform 1100-judge-day.
      *>
      *> work-int's day of week and whether anyone is at work
      *>
       1100-judge-day.
           compute work-dow = function mod (work-int - 1, 7) + 1
           move "Y" to work-working
           if work-dow > 5
               move "N" to work-working
               exit paragraph
           end-if
           compute work-date = function date-of-integer (work-int)
           perform varying hx from 1 by 1 until hx > hol-count
               if hol-date (hx) = work-date
                   move "N" to work-working
                   exit perform
               end-if
           end-perform.
      *>
      *>----------------------------------------------------------------
      *> ADDBUS - walk sd-days working days forward (or back)
      *>----------------------------------------------------------------
       2000-add-business.
           if sd-days < zero
               move -1 to day-step
               compute to-go = zero - sd-days
           else
               move 1 to day-step
               move sd-days to to-go
           end-if
           compute work-int = function integer-of-date (sd-date)
           perform until to-go = zero
               add day-step to work-int
               perform 1100-judge-day
               if work-working = "Y"
                   subtract 1 from to-go
               end-if
           end-perform
           compute sd-result-date = function date-of-integer (work-int).
      *>
      *> NEXTBUS / PREVBUS - the first working day past sd-date in
      *> the direction of day-step
      *>
       2100-next-business.
           compute work-int = function integer-of-date (sd-date)
           move "N" to work-working
           perform until work-working = "Y"
               add day-step to work-int
               perform 1100-judge-day
           end-perform
           compute sd-result-date = function date-of-integer (work-int).
      *>
      *>----------------------------------------------------------------
      *> MONTHEND / QTREND - back from the month's (quarter's) last
      *> calendar day to the first working day found
      *>----------------------------------------------------------------
       3000-month-end.
           move sd-date to work-date
           perform 3200-last-working-of-month.
      *>
       3100-quarter-end.
           move sd-date to work-date
           compute quarter-mm = function integer ((work-mm - 1) / 3) * 3 + 3
           move quarter-mm to work-mm
           move 1 to work-dd
           perform 3200-last-working-of-month.
      *>
      *> work-date's month: the first of the next month, less a day,
      *> then back over non-working days
       3200-last-working-of-month.
           move 1 to work-dd
           if work-mm = 12
               add 1 to work-yyyy
               move 1 to work-mm
           else
               add 1 to work-mm
           end-if
           compute work-int = function integer-of-date (work-date)
           move "N" to work-working
           perform until work-working = "Y"
               subtract 1 from work-int
               perform 1100-judge-day
           end-perform
           compute sd-result-date = function date-of-integer (work-int).
      *>
      *>----------------------------------------------------------------
      *> FISCAL - the period row covering sd-date; the week counts
      *> from the start of that fiscal year's first period
      *>----------------------------------------------------------------
       4000-fiscal.
           if fiscal-loaded-sw not = "Y"
               perform 8100-load-fiscal
           end-if
           move zero to fx
           perform varying hx from 1 by 1 until hx > fis-count
               if sd-date not < fis-start (hx)
                  and sd-date not > fis-end (hx)
                   move hx to fx
                   exit perform
               end-if
           end-perform
           if fx = zero
      *>       the calendar stands in: month is the period, the
      *>       year starts on 1 January
               move sd-date to work-date
               move work-yyyy to sd-fiscal-year
               move work-mm to sd-fiscal-period
               move 1 to work-mm work-dd
               move work-date to fy-start
               set sd-no-fiscal to true
           else
               move fis-year (fx) to sd-fiscal-year
               move fis-period (fx) to sd-fiscal-period
               move fis-start (fx) to fy-start
               perform varying hx from 1 by 1 until hx > fis-count
                   if fis-year (hx) = fis-year (fx)
                      and fis-start (hx) < fy-start
                       move fis-start (hx) to fy-start
                   end-if
               end-perform
           end-if
           compute sd-fiscal-week =
                   (function integer-of-date (sd-date)
                    - function integer-of-date (fy-start)) / 7 + 1.
      *>
      *>----------------------------------------------------------------
      *> BETWEEN - calendar days, and the working days from the day
      *> after the earlier date up to and including the later
      *>----------------------------------------------------------------
       5000-between.
           move sd-date-2 to work-date
           perform 1000-validate
           if work-ok not = "Y"
               set sd-bad-date to true
               exit paragraph
           end-if
           compute work-int = function integer-of-date (sd-date)
           compute work-int-2 = function integer-of-date (sd-date-2)
           compute sd-result-days = work-int-2 - work-int
           if work-int-2 < work-int
               move work-int-2 to work-int
               compute work-int-2 = function integer-of-date (sd-date)
           end-if
           move zero to to-go
           perform until work-int not < work-int-2
               add 1 to work-int
               perform 1100-judge-day
               if work-working = "Y"
                   add 1 to to-go
               end-if
           end-perform
           if sd-result-days < zero
               compute sd-bus-days = zero - to-go
           else
               move to-go to sd-bus-days
           end-if.
      *>
      *>----------------------------------------------------------------
      *> the holiday file - one date per record, the kind word after
      *> it does not matter here
      *>----------------------------------------------------------------
       8000-load-holidays.
           move "Y" to loaded-sw
           move zero to hol-count
           move spaces to holiday-name
           accept holiday-name from environment "SHOPDATE_HOLIDAYS"
           end-accept
           if holiday-name = spaces
               accept holiday-name from environment "BATCHCAL_HOLIDAYS"
               end-accept
           end-if
           if holiday-name = spaces
               move "HOLIDAYS.DAT" to holiday-name
           end-if
           open input holiday-file
           if hol-fs not = "00"
               exit paragraph
           end-if
           perform until hol-fs not = "00"
               read holiday-file
                   not at end
                       if holiday-rec not = spaces
                          and holiday-rec (1:1) not = "*"
                          and holiday-rec (1:8) numeric
                          and hol-count < 500
                           add 1 to hol-count
                           move holiday-rec (1:8)
                                to hol-date (hol-count)
                       end-if
               end-read
           end-perform
           close holiday-file.
      *>
       8100-load-fiscal.
           move "Y" to fiscal-loaded-sw
           move zero to fis-count
           move spaces to fiscal-name
           accept fiscal-name from environment "SHOPDATE_FISCAL"
           end-accept
           if fiscal-name = spaces
               move "FISCAL.CAL" to fiscal-name
           end-if
           open input fiscal-file
           if hol-fs not = "00"
               exit paragraph
           end-if
           perform until hol-fs not = "00"
               read fiscal-file
                   not at end
                       perform 8110-take-fiscal
               end-read
           end-perform
           close fiscal-file.
      *>
       8110-take-fiscal.
           if fiscal-rec = spaces or fiscal-rec (1:1) = "*"
              or fis-count not < 200
               exit paragraph
           end-if
           move spaces to fis-words
           unstring fiscal-rec delimited by all spaces
                    into fis-word (1) fis-word (2)
                         fis-word (3) fis-word (4)
           if fis-word (1) (1:4) not numeric
              or fis-word (3) (1:8) not numeric
              or fis-word (4) (1:8) not numeric
               exit paragraph
           end-if
           add 1 to fis-count
           move fis-word (1) (1:4) to fis-year (fis-count)
           compute fis-period (fis-count) =
                   function numval (fis-word (2))
           move fis-word (3) (1:8) to fis-start (fis-count)
           move fis-word (4) (1:8) to fis-end (fis-count).
       end program "SHOPDATE".
