       identification division.
       program-id. LaborHours.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-sixth program in our MAFD 4201 Final
      * Project. HourlySales shows when the customers buy, but the
      * store managers are judged on payroll against sales and had
      * no way to see the two side by side. The stores now upload
      * their time-clock punches with the night's transactions -
      * each shift's scheduled and clocked in/out times per
      * employee, the employee ids the salesperson master carries -
      * and this step spreads the shifts over the hours of the
      * business day, lays them beside the hourly sales history
      * HourlySales appended for the same day, and prints scheduled
      * against worked hours and sales per labor hour by store and
      * hour of day, flagging every hour that ran overstaffed or
      * understaffed against the sales-per-labor-hour target.
      * Runs in the chain right after HourlySales.

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - every chain step stamps
      * its start and end here; see the RUNLOG copybook
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * the batch's business date as the driver recorded it - what
      * picks the day out of the hourly history
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the stores' time-clock upload for this batch - one line per
      * employee shift
           select time-clock-file
           assign to dynamic ws-time-clock-filename
           organization is line sequential
           file status is ws-tc-file-status.

      * salesperson master - the employee ids a punch must carry
           select sls-master-file
           assign to "../../../data/slsmaster.dat"
           organization is indexed
           access mode is random
           record key is sl-salesperson-id
           file status is ws-sl-file-status.

      * the permanent hourly history HourlySales appends - the
      * day's sales per store per hour
           select hourly-history-file
           assign to "../../../data/hourlyhist.dat"
           organization is line sequential
           file status is ws-hh-file-status.

      * configurable target - the sales per labor hour a store is
      * staffed to and the percent either side of it that still
      * counts as on target; changeable by ops without a recompile
           select target-file
           assign to "../../../data/labortgt.dat"
           organization is line sequential
           file status is ws-tg-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd time-clock-file
           data record is time-clock-record
           record contains 30 characters.
       01 time-clock-record.
           05 tc-store-number          pic xx.
      * the salesperson master's id - clerks and floor staff alike
           05 tc-employee-id           pic x(4).
      * YYYYMMDD of the business day the shift belongs to
           05 tc-business-date         pic 9(8).
      * HHMM on the 24-hour clock; spaces where there is no time (no
      * schedule for the shift, or a punch never made). An out time
      * earlier than the in time runs past midnight.
           05 tc-sched-in              pic x(4).
           05 tc-sched-out             pic x(4).
           05 tc-clock-in              pic x(4).
           05 tc-clock-out             pic x(4).

       fd sls-master-file
           data record is salesperson-master-record.
       copy "../copybooks/SLSMAST.cpy".

       fd hourly-history-file
           data record is hourly-history-record
           record contains 26 characters.
       01 hourly-history-record.
           05 hh-date                  pic 9(8).
           05 hh-store-number          pic xx.
      * 00-23, or 99 for transactions with no time stamp
           05 hh-hour                  pic 99.
           05 hh-tran-count            pic 9(5).
           05 hh-amount                pic 9(7)v99.

       fd target-file
           data record is target-record
           record contains 9 characters.
       01 target-record.
           05 tg-target-splh           pic 9(5)v99.
           05 tg-band-pct              pic 99.

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-time-clock-filename       pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-tc-file-status            pic xx
           value spaces.
       77 ws-sl-file-status            pic xx
           value spaces.
       77 ws-sl-file-available         pic x
           value "N".
       77 ws-hh-file-status            pic xx
           value spaces.
       77 ws-tg-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-no-upload                 pic x
           value "N".

      * compiled-in defaults if labortgt.dat isn't present - an hour
      * is overstaffed below the target less the band, understaffed
      * above the target plus the band
       77 ws-target-splh               pic 9(5)v99
           value 150.00.
       77 ws-band-pct                  pic 99
           value 20.
       77 ws-low-splh                  pic 9(5)v99
           value 0.
       77 ws-high-splh                 pic 9(5)v99
           value 0.

      * every store seen in the punches or the day's sales, with its
      * 24 hours - minutes scheduled, minutes worked, and sales
       77 ws-lb-count                  pic 9(3)
           value 0.
       01 ws-labor-table.
           05 ws-lb-entry
               occurs 1 to 99 times depending on ws-lb-count.
               10 ws-lb-store          pic xx.
               10 ws-lb-hour occurs 24 times.
                   15 ws-lb-sched-min  pic 9(5).
                   15 ws-lb-worked-min pic 9(5).
                   15 ws-lb-sales      pic 9(7)v99.
       77 ws-lb-idx                    pic 9(3)
           value 0.
       77 ws-lb-found                  pic x
           value "N".
       77 ws-hr-idx                    pic 99
           value 0.

      * the punches that couldn't be taken at face value
       77 ws-ex-count                  pic 9(3)
           value 0.
       01 ws-exception-table.
           05 ws-ex-entry
               occurs 1 to 500 times depending on ws-ex-count.
               10 ws-ex-store          pic xx.
               10 ws-ex-employee       pic x(4).
               10 ws-ex-reason         pic x(30).
       77 ws-ex-idx                    pic 9(3)
           value 0.
       77 ws-ex-reason-hold            pic x(30)
           value spaces.

      * one HHMM time turned into minutes past midnight
       77 ws-hhmm-in                   pic x(4)
           value spaces.
       01 ws-hhmm                      pic 9(4)
           value 0.
       01 ws-hhmm-parts redefines ws-hhmm.
           05 ws-hhmm-hh               pic 99.
           05 ws-hhmm-mm               pic 99.
       77 ws-time-min                  pic 9(4)
           value 0.
       77 ws-time-ok                   pic x
           value "N".

      * the interval being spread over the hours - the end may run
      * past 1440 when the shift crosses midnight, and those minutes
      * fold back onto the early hours of the same business day
       77 ws-from-min                  pic 9(4)
           value 0.
       77 ws-to-min                    pic 9(4)
           value 0.
       77 ws-spread-kind               pic x
           value spaces.
       77 ws-slot                      pic 99
           value 0.
       77 ws-slot-start                pic 9(4)
           value 0.
       77 ws-slot-end                  pic 9(4)
           value 0.
       77 ws-overlap-from              pic 9(4)
           value 0.
       77 ws-overlap-to                pic 9(4)
           value 0.
       77 ws-bucket                    pic 99
           value 0.

       77 ws-punches-read              pic 9(7)
           value 0.
       77 ws-flagged-hours             pic 9(5)
           value 0.

      * per-hour and per-store print figures
       77 ws-hours                     pic 9(5)v99
           value 0.
       77 ws-hd-hour-num               pic 99
           value 0.
       77 ws-splh                      pic 9(7)v99
           value 0.
       77 ws-st-sched-min              pic 9(7)
           value 0.
       77 ws-st-worked-min             pic 9(7)
           value 0.
       77 ws-st-sales                  pic 9(9)v99
           value 0.
       77 ws-var-hours                 pic s9(5)v99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(30)
               value "LABOR HOURS AND SPLH - BATCH  ".
           05 rh-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(7)
               value "  DAY: ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-target-line.
           05 filler                   pic x(20)
               value "TARGET SPLH:        ".
           05 tl-target                pic $$$,$$9.99
               value 0.
           05 filler                   pic x(8)
               value "  BAND: ".
           05 tl-band                  pic z9
               value 0.
           05 filler                   pic x(2)
               value " %".

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-store-heading.
           05 filler                   pic x(8)
               value "STORE ".
           05 sh-store                 pic xx
               value spaces.

       01 ws-column-heading.
           05 filler                   pic x(10)
               value "    HOUR".
           05 filler                   pic x(12)
               value "   SCHED HRS".
           05 filler                   pic x(12)
               value "  WORKED HRS".
           05 filler                   pic x(15)
               value "          SALES".
           05 filler                   pic x(12)
               value "        SPLH".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(20)
               value "STAFFING".

       01 ws-hour-detail.
           05 filler                   pic x(4)
               value spaces.
           05 hd-hour                  pic 99
               value 0.
           05 filler                   pic x(4)
               value ":00 ".
           05 hd-sched                 pic zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-worked                pic zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-sales                 pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x
               value spaces.
           05 hd-splh                  pic $$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-flag                  pic x(20)
               value spaces.

       01 ws-store-total-detail.
           05 filler                   pic x(10)
               value "  TOTAL   ".
           05 st-sched                 pic zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 st-worked                pic zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 st-sales                 pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x
               value spaces.
           05 st-splh                  pic $$$$,$$9.99
               value 0.
           05 filler                   pic x(13)
               value "  OVER/UNDER ".
           05 st-var-hours             pic ---,--9.99
               value 0.
           05 filler                   pic x(4)
               value " HRS".

       01 ws-exception-heading.
           05 filler                   pic x(40)
               value "TIME-CLOCK EXCEPTIONS".

       01 ws-exception-detail.
           05 filler                   pic x(8)
               value "  STORE ".
           05 ed-store                 pic xx
               value spaces.
           05 filler                   pic x(6)
               value "  EMP ".
           05 ed-employee              pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ed-reason                pic x(30)
               value spaces.

       01 ws-no-exceptions-line.
           05 filler                   pic x(40)
               value "  (NONE)".

       01 ws-no-upload-line.
           05 filler                   pic x(50)
               value "NO TIME-CLOCK UPLOAD FOR THIS BATCH - NO LABOR".

       01 ws-count-total-line.
           05 filler                   pic x(16)
               value "PUNCHES READ:   ".
           05 cl-punches               pic zzzzzz9
               value 0.
           05 filler                   pic x(18)
               value "  HOURS FLAGGED: ".
           05 cl-flagged               pic zzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           perform 02-load-target.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           move ws-business-date to rh-date.
           write report-line from ws-report-heading.
           move ws-target-splh to tl-target.
           move ws-band-pct to tl-band.
           write report-line from ws-target-line
               after advancing 1 line.
           write report-line from ws-line-break.

           perform 10-fold-punches
               thru 10-fold-exit.
           perform 30-fold-hourly-sales.
           if ws-no-upload = "Y"
               write report-line from ws-no-upload-line
                   after advancing 1 line
           end-if.
           perform 40-print-store
               varying ws-lb-idx from 1 by 1
               until ws-lb-idx > ws-lb-count.
           perform 50-print-exceptions.

           move ws-punches-read to cl-punches.
           move ws-flagged-hours to cl-flagged.
           write report-line from ws-count-total-line
               after advancing 2 lines.
           close report-file.

      * a missing upload is a warning - the stores forgot to send
      * it, and the sales side still prints
           if ws-no-upload = "Y"
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-punches-read to ws-rl-records-read.
           move ws-lb-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/timeclock_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-time-clock-filename.
           string "../../../data/LaborHours_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

      * loads the target so ops can change it without recompiling
      * - keeps the compiled-in defaults if labortgt.dat isn't
      * present
       02-load-target.
           open input target-file.
           if ws-tg-file-status = "00"
               read target-file
                   at end
                       continue
                   not at end
                       if tg-target-splh is numeric
                           and tg-band-pct is numeric
                           move tg-target-splh to ws-target-splh
                           move tg-band-pct to ws-band-pct
                       end-if
               end-read
               close target-file
           end-if.
           compute ws-low-splh rounded =
               ws-target-splh * (100 - ws-band-pct) / 100.
           compute ws-high-splh rounded =
               ws-target-splh * (100 + ws-band-pct) / 100.

      * every punch for the business day spreads its scheduled and
      * its worked minutes over the hours; punches for another day,
      * for an employee the master doesn't know, or missing a time
      * are listed as exceptions
       10-fold-punches.
           move "N" to ws-eof-flag.
           open input time-clock-file.
           if ws-tc-file-status is not equal to "00"
               move "Y" to ws-no-upload
               go to 10-fold-exit
           end-if.
           open input sls-master-file.
           if ws-sl-file-status = "00"
               move "Y" to ws-sl-file-available
           end-if.
           read time-clock-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               add 1 to ws-punches-read
               perform 12-fold-one-punch
                   thru 12-fold-one-exit
               read time-clock-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           close time-clock-file.
           if ws-sl-file-available = "Y"
               close sls-master-file
           end-if.

       10-fold-exit.
           exit.

       12-fold-one-punch.
           if tc-business-date is not numeric
               or tc-business-date is not equal to ws-business-date
               move "PUNCH FOR ANOTHER DAY" to ws-ex-reason-hold
               perform 18-note-exception
               go to 12-fold-one-exit
           end-if.
           if ws-sl-file-available = "Y"
               move tc-employee-id to sl-salesperson-id
               read sls-master-file
                   invalid key
                       move "EMPLOYEE NOT ON MASTER"
                           to ws-ex-reason-hold
                       perform 18-note-exception
               end-read
           end-if.
           perform 14-find-store.

      * the schedule - no schedule is an unscheduled shift, fine
           if tc-sched-in is not equal to spaces
               or tc-sched-out is not equal to spaces
               move tc-sched-in to ws-hhmm-in
               perform 16-convert-time
               move ws-time-min to ws-from-min
               if ws-time-ok = "Y"
                   move tc-sched-out to ws-hhmm-in
                   perform 16-convert-time
                   move ws-time-min to ws-to-min
               end-if
               if ws-time-ok = "Y"
                   move "S" to ws-spread-kind
                   perform 20-spread-minutes
               else
                   move "BAD SCHEDULED TIME" to ws-ex-reason-hold
                   perform 18-note-exception
               end-if
           end-if.

      * the punches - scheduled but never clocked in is a no-show,
      * clocked in without clocking out leaves the hours unknown
           if tc-clock-in = spaces
               and tc-clock-out = spaces
               if tc-sched-in is not equal to spaces
                   move "SCHEDULED - NO PUNCHES" to ws-ex-reason-hold
                   perform 18-note-exception
               end-if
               go to 12-fold-one-exit
           end-if.
           if tc-clock-in = spaces
               move "MISSING CLOCK-IN" to ws-ex-reason-hold
               perform 18-note-exception
               go to 12-fold-one-exit
           end-if.
           if tc-clock-out = spaces
               move "MISSING CLOCK-OUT" to ws-ex-reason-hold
               perform 18-note-exception
               go to 12-fold-one-exit
           end-if.
           move tc-clock-in to ws-hhmm-in.
           perform 16-convert-time.
           move ws-time-min to ws-from-min.
           if ws-time-ok = "Y"
               move tc-clock-out to ws-hhmm-in
               perform 16-convert-time
               move ws-time-min to ws-to-min
           end-if.
           if ws-time-ok is not equal to "Y"
               move "BAD CLOCK TIME" to ws-ex-reason-hold
               perform 18-note-exception
               go to 12-fold-one-exit
           end-if.
           move "W" to ws-spread-kind.
           perform 20-spread-minutes.

       12-fold-one-exit.
           exit.

      * the punch's (or the sales line's) store entry, added with
      * 24 empty hours the first time the store turns up
       14-find-store.
           move "N" to ws-lb-found.
           perform varying ws-lb-idx from 1 by 1
               until ws-lb-idx > ws-lb-count
               or ws-lb-found = "Y"
               if ws-lb-store(ws-lb-idx) = tc-store-number
                   move "Y" to ws-lb-found
               end-if
           end-perform.
           if ws-lb-found = "Y"
               subtract 1 from ws-lb-idx
           else
               if ws-lb-count >= 99
                   display "LABORHOURS: STORE TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-lb-count
               move ws-lb-count to ws-lb-idx
               move tc-store-number to ws-lb-store(ws-lb-idx)
               perform varying ws-hr-idx from 1 by 1
                   until ws-hr-idx > 24
                   move 0 to ws-lb-sched-min(ws-lb-idx ws-hr-idx)
                   move 0 to ws-lb-worked-min(ws-lb-idx ws-hr-idx)
                   move 0 to ws-lb-sales(ws-lb-idx ws-hr-idx)
               end-perform
           end-if.

      * HHMM to minutes past midnight - ws-time-ok says whether it
      * was a real time at all
       16-convert-time.
           move "N" to ws-time-ok.
           move 0 to ws-time-min.
           if ws-hhmm-in is numeric
               move ws-hhmm-in to ws-hhmm
               if ws-hhmm-hh < 24
                   and ws-hhmm-mm < 60
                   move "Y" to ws-time-ok
                   compute ws-time-min =
                       ws-hhmm-hh * 60 + ws-hhmm-mm
               end-if
           end-if.

       18-note-exception.
           if ws-ex-count < 500
               add 1 to ws-ex-count
               move tc-store-number to ws-ex-store(ws-ex-count)
               move tc-employee-id to ws-ex-employee(ws-ex-count)
               move ws-ex-reason-hold to ws-ex-reason(ws-ex-count)
           end-if.

      * lays the minutes from ws-from-min up to ws-to-min over the
      * clock hours they cover - an end at or before the start runs
      * past midnight
       20-spread-minutes.
           if ws-to-min <= ws-from-min
               add 1440 to ws-to-min
           end-if.
           perform varying ws-slot from 0 by 1
               until ws-slot > 47
               compute ws-slot-start = ws-slot * 60
               compute ws-slot-end = ws-slot-start + 60
               move ws-from-min to ws-overlap-from
               if ws-slot-start > ws-overlap-from
                   move ws-slot-start to ws-overlap-from
               end-if
               move ws-to-min to ws-overlap-to
               if ws-slot-end < ws-overlap-to
                   move ws-slot-end to ws-overlap-to
               end-if
               if ws-overlap-to > ws-overlap-from
                   compute ws-bucket =
                       function mod(ws-slot, 24) + 1
                   if ws-spread-kind = "S"
                       compute ws-lb-sched-min(ws-lb-idx ws-bucket)
                           = ws-lb-sched-min(ws-lb-idx ws-bucket)
                           + ws-overlap-to - ws-overlap-from
                   else
                       compute ws-lb-worked-min(ws-lb-idx ws-bucket)
                           = ws-lb-worked-min(ws-lb-idx ws-bucket)
                           + ws-overlap-to - ws-overlap-from
                   end-if
               end-if
           end-perform.

      * the business day's sales per store per hour, off the history
      * HourlySales appended - unstamped hour 99 has no hour to set
      * labor against and stays out
       30-fold-hourly-sales.
           move "N" to ws-eof-flag.
           open input hourly-history-file.
           if ws-hh-file-status = "00"
               read hourly-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if hh-date = ws-business-date
                       and hh-hour < 24
                       move hh-store-number to tc-store-number
                       perform 14-find-store
                       add hh-amount
                           to ws-lb-sales(ws-lb-idx hh-hour + 1)
                   end-if
                   read hourly-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close hourly-history-file
           end-if.
           move "N" to ws-eof-flag.

      * one block per store - every hour with labor or sales, then
      * the store's totals and how far worked ran over (or under)
      * the schedule
       40-print-store.
           move ws-lb-store(ws-lb-idx) to sh-store.
           write report-line from ws-store-heading
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 line.
           move 0 to ws-st-sched-min.
           move 0 to ws-st-worked-min.
           move 0 to ws-st-sales.
           perform varying ws-hr-idx from 1 by 1
               until ws-hr-idx > 24
               if ws-lb-sched-min(ws-lb-idx ws-hr-idx) > 0
                   or ws-lb-worked-min(ws-lb-idx ws-hr-idx) > 0
                   or ws-lb-sales(ws-lb-idx ws-hr-idx) > 0
                   perform 42-print-one-hour
               end-if
           end-perform.

           compute ws-hours rounded = ws-st-sched-min / 60.
           move ws-hours to st-sched.
           compute ws-hours rounded = ws-st-worked-min / 60.
           move ws-hours to st-worked.
           move ws-st-sales to st-sales.
           move 0 to ws-splh.
           if ws-st-worked-min > 0
               compute ws-splh rounded =
                   ws-st-sales * 60 / ws-st-worked-min
           end-if.
           move ws-splh to st-splh.
           compute ws-var-hours rounded =
               (ws-st-worked-min - ws-st-sched-min) / 60.
           move ws-var-hours to st-var-hours.
           write report-line from ws-store-total-detail
               after advancing 1 line.

      * sales per labor hour against the target band - no one on
      * the clock while the registers rang is the worst kind of
      * understaffed
       42-print-one-hour.
           compute ws-hd-hour-num = ws-hr-idx - 1.
           move ws-hd-hour-num to hd-hour.
           compute ws-hours rounded =
               ws-lb-sched-min(ws-lb-idx ws-hr-idx) / 60.
           move ws-hours to hd-sched.
           compute ws-hours rounded =
               ws-lb-worked-min(ws-lb-idx ws-hr-idx) / 60.
           move ws-hours to hd-worked.
           move ws-lb-sales(ws-lb-idx ws-hr-idx) to hd-sales.
           add ws-lb-sched-min(ws-lb-idx ws-hr-idx)
               to ws-st-sched-min.
           add ws-lb-worked-min(ws-lb-idx ws-hr-idx)
               to ws-st-worked-min.
           add ws-lb-sales(ws-lb-idx ws-hr-idx) to ws-st-sales.

           move 0 to ws-splh.
           move spaces to hd-flag.
           if ws-lb-worked-min(ws-lb-idx ws-hr-idx) = 0
               if ws-lb-sales(ws-lb-idx ws-hr-idx) > 0
                   move "UNDERSTAFFED - NONE" to hd-flag
               end-if
           else
               compute ws-splh rounded =
                   ws-lb-sales(ws-lb-idx ws-hr-idx) * 60
                   / ws-lb-worked-min(ws-lb-idx ws-hr-idx)
               if ws-splh < ws-low-splh
                   move "OVERSTAFFED" to hd-flag
               end-if
               if ws-splh > ws-high-splh
                   move "UNDERSTAFFED" to hd-flag
               end-if
           end-if.
           if hd-flag is not equal to spaces
               add 1 to ws-flagged-hours
           end-if.
           move ws-splh to hd-splh.
           write report-line from ws-hour-detail
               after advancing 1 line.

       50-print-exceptions.
           write report-line from ws-exception-heading
               after advancing 2 lines.
           if ws-ex-count = 0
               write report-line from ws-no-exceptions-line
                   after advancing 1 line
           end-if.
           perform varying ws-ex-idx from 1 by 1
               until ws-ex-idx > ws-ex-count
               move ws-ex-store(ws-ex-idx) to ed-store
               move ws-ex-employee(ws-ex-idx) to ed-employee
               move ws-ex-reason(ws-ex-idx) to ed-reason
               write report-line from ws-exception-detail
                   after advancing 1 line
           end-perform.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="LABORHOURS"==.

       end program LaborHours.
