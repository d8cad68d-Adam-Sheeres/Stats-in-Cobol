      *> Program: Expected-Run Calendar Exception Report
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Notice the run that never happened. stattrend,
      *> statlim and statinq only ever see runs that wrote a
      *> stathist.log line; this checks a run calendar -- each
      *> dataset's expected frequency (daily, business days, weekly
      *> on a given day, month-end) and latest acceptable completion
      *> time -- against stathist.log and statmast.dat for one
      *> business date, with holidays off a holiday table. Each
      *> dataset is reported as ran on time, ran late, ran twice,
      *> missing, or not due. Anything missing ends the job with
      *> return-code 8 and a late or doubled run with 4, so the
      *> morning shift sees it before the business does.
       identification division.
       program-id. statschd.


       environment division.
       input-output section.
       file-control.
       select calendar-file assign to dynamic fname-cal
           organization is line sequential
           file status is ws-cal-status.
       select optional holiday-file assign to dynamic fname-hol
           organization is line sequential
           file status is ws-hol-status.
       select optional history-file assign to dynamic fname-hist
           organization is line sequential
           file status is ws-hist-status.
       select master-file assign to dynamic fname-mast
           organization is indexed
           access mode is random
           record key is mast-key
           file status is ws-mast-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       file section.
       FD  calendar-file.
           01  calendar-rec    pic x(80).
       FD  holiday-file.
           01  holiday-rec     pic x(80).
       FD  history-file.
           01  history-rec     pic x(120).
      *> Must match the record statnew's write-master lays down.
       FD  master-file.
           01  master-rec.
               02  mast-key.
                   03  mast-dataset pic x(30).
                   03  mast-date    pic x(8).
               02  mast-time        pic x(8).
               02  mast-count       pic 9(7).
               02  mast-mean        pic s9(14)v9(4)
                                    sign is leading separate.
               02  mast-stddev      pic s9(14)v9(4)
                                    sign is leading separate.
               02  mast-median      pic s9(14)v9(4)
                                    sign is leading separate.
               02  mast-q1          pic s9(14)v9(4)
                                    sign is leading separate.
               02  mast-q3          pic s9(14)v9(4)
                                    sign is leading separate.
               02  mast-excl.
                   03  mast-excl-flag    pic x(1).
                   03  mast-excl-reason  pic x(4).
                   03  mast-excl-date    pic x(8).
                   03  mast-excl-time    pic x(6).
                   03  mast-excl-oper    pic x(8).
                   03  mast-excl-comment pic x(40).
       FD  report-file.
           01  report-line     pic x(100).
       FD  alert-file.
           01  alert-rec       pic x(250).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  fname-cal   pic x(30) value 'statschd.dat'.
       77  fname-hol   pic x(30) value 'statschd.hol'.
       77  fname-hist  pic x(30) value 'stathist.log'.
       77  fname-mast  pic x(30) value 'statmast.dat'.
       77  fname-rpt   pic x(30) value 'statschd.rpt'.
       77  ws-cal-status  pic xx.
       77  ws-hol-status  pic xx.
       77  ws-hist-status pic xx.
       77  ws-mast-status pic xx.
       77  ws-mast-open   pic a(1) value 'N'.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-file-ok   pic a(1).
       77  ws-sys-date  pic x(21).
       77  ws-missing-fail pic a(1) value 'N'.
       77  ws-late-fail    pic a(1) value 'N'.

      *> The business date being checked, yyyymmdd (default today),
      *> with its day number and weekday (1 = Monday ... 7 = Sunday).
       77  ws-bus-date     pic x(8) value spaces.
       77  ws-bus-num      pic 9(8).
       77  ws-bus-int      pic 9(8) usage is comp.
       77  ws-bus-dow      pic 9 usage is comp.
       77  ws-bus-holiday  pic a(1) value 'N'.
       77  ws-bus-working  pic a(1).
       77  ws-month-end    pic x(8).
       77  ws-work-int     pic 9(8) usage is comp.
       77  ws-work-num     pic 9(8).
       77  ws-work-date    pic x(8).
       77  ws-work-dow     pic 9 usage is comp.
       77  ws-work-hol     pic a(1).
       77  ws-work-ok      pic a(1).
       01  day-names-values.
           02 filler pic x(9) value 'MONDAY'.
           02 filler pic x(9) value 'TUESDAY'.
           02 filler pic x(9) value 'WEDNESDAY'.
           02 filler pic x(9) value 'THURSDAY'.
           02 filler pic x(9) value 'FRIDAY'.
           02 filler pic x(9) value 'SATURDAY'.
           02 filler pic x(9) value 'SUNDAY'.
       01  day-names redefines day-names-values.
           02 day-name pic x(9) occurs 7 times.

      *> The run calendar, one fixed-column line per dataset; '*' in
      *> column 1 is a comment, as on the limits card.
      *>   1-30   dataset (the input extract name)
      *>   31     frequency: D = every calendar day, B = business
      *>          days, W = weekly, M = last business day of month
      *>   32     weekday for W: 1 = Monday ... 7 = Sunday
      *>   33-36  latest acceptable completion, hhmm (blank = 2359)
      *>   37     day offset: 0 = the run is stamped on the business
      *>          date itself (default), 1 = the calendar day after
      *>          (an overnight feed for the prior business day)
      *>   38-80  free text: owner, contact, notes
       01  cal-line.
           02 cal-dataset      pic x(30).
           02 cal-freq         pic x(1).
           02 cal-weekday      pic x(1).
           02 cal-cutoff       pic x(4).
           02 cal-offset       pic x(1).
           02 cal-note         pic x(43).

      *> Holidays, yyyymmdd in columns 1-8 (anything after is a
      *> description); '*' in column 1 is a comment.
       77  ws-hol-max      pic 9(4) usage is comp value 500.
       77  ws-hol-count    pic 9(4) usage is comp value 0.
       01  holiday-table-area.
           02  hol-date pic x(8) occurs 500 times.

      *> History lines stamped on the business date or the day after
      *> -- the only two dates a calendar entry can expect -- with
      *> the same fixed columns stattrend parses: infile 1-20, date
      *> 22-31 (mm/dd/yyyy), time 33-40.
       77  ws-run-max      pic 9(5) usage is comp value 10000.
       77  ws-run-count    pic 9(5) usage is comp value 0.
       01  run-table-area.
           02  run-entry occurs 10000 times.
               03  run-infile   pic x(20).
               03  run-date     pic x(8).
               03  run-time     pic x(8).
       77  ws-hist-date    pic x(8).
       77  ws-next-date    pic x(8).

      *> Per-entry work fields.
       77  ws-due          pic x(1).
       77  ws-cal-dow      pic 9.
       77  ws-cutoff       pic x(8).
       77  ws-expect-date  pic x(8).
       77  ws-runs         pic 9(5) usage is comp.
       77  ws-first-time   pic x(8).
       77  ws-last-time    pic x(8).
       77  ws-run-source   pic x(4).
       77  ws-entry-status pic x(14).
       77  ws-scan-idx     pic 9(5) usage is comp.
       77  ws-key-idx      pic 9(4) usage is comp.

      *> Control counts for the footer.
       77  ws-cal-read     pic 9(5) usage is comp value 0.
       77  ws-cal-skipped  pic 9(5) usage is comp value 0.
       77  ws-cnt-entries  pic 9(5) usage is comp value 0.
       77  ws-cnt-due      pic 9(5) usage is comp value 0.
       77  ws-cnt-ontime   pic 9(5) usage is comp value 0.
       77  ws-cnt-late     pic 9(5) usage is comp value 0.
       77  ws-cnt-twice    pic 9(5) usage is comp value 0.
       77  ws-cnt-missing  pic 9(5) usage is comp value 0.
       77  ws-cnt-notdue   pic 9(5) usage is comp value 0.

       01  title-line.
           02 filler       pic x(45) value
           '  Expected-Run Calendar Exception Report'.
       01  under-line.
           02 filler       pic x(99) value all '-'.
       01  date-heading.
           02 filler       pic x(18) value ' BUSINESS DATE = '.
           02 out-bus-date pic x(10).
           02 filler       pic x(2) value spaces.
           02 out-bus-day  pic x(9).
           02 filler       pic x(2) value spaces.
           02 out-bus-note pic x(30).
       01  col-heads.
           02 filler       pic x(50) value
           ' DATASET                        FREQ   DUE  CUTOFF'.
           02 filler       pic x(49) value
           ' RUNS  FIRST RUN  LAST RUN  SRC   STATUS'.
       01  detail-line.
           02 filler       pic x(1) value space.
           02 out-dataset  pic x(30).
           02 filler       pic x(1) value space.
           02 out-freq     pic x(4).
           02 filler       pic x(3) value spaces.
           02 out-due      pic x(3).
           02 filler       pic x(2) value spaces.
           02 out-cutoff   pic x(5).
           02 filler       pic x(1) value space.
           02 out-runs     pic z(4)9.
           02 filler       pic x(2) value spaces.
           02 out-first    pic x(8).
           02 filler       pic x(3) value spaces.
           02 out-last     pic x(8).
           02 filler       pic x(2) value spaces.
           02 out-source   pic x(4).
           02 filler       pic x(2) value spaces.
           02 out-status   pic x(14).
       01  footer-line-1.
           02 filler   pic x(26) value ' Datasets On Calendar =   '.
           02 out-cnt-entries   pic z(6)9.
       01  footer-line-2.
           02 filler   pic x(26) value ' Due This Date =          '.
           02 out-cnt-due       pic z(6)9.
       01  footer-line-3.
           02 filler   pic x(26) value ' Ran On Time =            '.
           02 out-cnt-ontime    pic z(6)9.
       01  footer-line-4.
           02 filler   pic x(26) value ' Ran Late =               '.
           02 out-cnt-late      pic z(6)9.
       01  footer-line-5.
           02 filler   pic x(26) value ' Ran Twice Or More =      '.
           02 out-cnt-twice     pic z(6)9.
       01  footer-line-6.
           02 filler   pic x(26) value ' Missing =                '.
           02 out-cnt-missing   pic z(6)9.
       01  footer-line-7.
           02 filler   pic x(26) value ' Not Due =                '.
           02 out-cnt-notdue    pic z(6)9.
       01  footer-line-8.
           02 filler   pic x(26) value ' Calendar Lines Skipped = '.
           02 out-cal-skipped   pic z(6)9.

       01  file-info.
           05  file-size   pic X(8) comp-x.
           05  file-date.
               10  file-day        pic X(8) comp-x.
               10  file-month      pic X(8) comp-x.
               10  file-year       pic X(8) comp-x.
           05  file-time.
               10  file-hours      pic X(8) comp-x.
               10  file-minutes    pic X(8) comp-x.
               10  file-seconds    pic X(8) comp-x.
               10  file-mseconds   pic X(8) comp-x.

      *> One record appended to the shared alert file per failure,
      *> for STATALRT to list, acknowledge and close. Must match the
      *> record STATALRT maintains; the status and action area past
      *> column 112 is left blank for it.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       77  ws-alrt-hms    pic 9(6).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statschd'.
           02 filler           pic x(1) value space.
           02 alrt-dataset     pic x(30).
           02 filler           pic x(1) value space.
           02 alrt-type        pic x(16).
           02 filler           pic x(1) value space.
           02 alrt-severity    pic x(1).
           02 filler           pic x(1) value space.
           02 alrt-value       pic -(11)9.9(4).
           02 filler           pic x(1) value space.
           02 alrt-limit       pic -(11)9.9(4).
           02 filler           pic x(1) value space.
           02 alrt-date        pic x(8).
           02 filler           pic x(1) value space.
           02 alrt-time        pic x(6).
           02 filler           pic x(138) value spaces.


      *> Start of procedure division.
       procedure division.
           perform get-run-parms.
           move 'Y' to ws-file-ok
           perform file-check.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               stop run
           end-if.

           perform set-business-date.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               stop run
           end-if.
           perform load-holidays.
           perform set-calendar-facts.
           perform load-history-runs.
      *> The master backs up the history log for a run whose log
      *> line is gone; without it the report rests on the log alone.
           open input master-file.
           if ws-mast-status = '00' then
               move 'Y' to ws-mast-open
           else
               display "WARNING: master file " fname-mast
                   " open failed, status=" ws-mast-status
                   "; checking stathist.log only"
           end-if.

           open input calendar-file, output report-file.
           if ws-cal-status not = '00' then
               display "ERROR: run calendar " fname-cal
                   " open failed, status=" ws-cal-status
               move 8 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from date-heading after advancing 1 line.
           write report-line from under-line after advancing 1 line.
           write report-line from col-heads after advancing 1 line.
           write report-line from under-line after advancing 1 line.
           move 'N' to feof.
           perform calendar-loop until feof = 'Y'.
           perform write-footer.
           perform finish.


       get-run-parms.
      *> Same PARM convention as statrej: positional arguments out of
      *> JCL, interactive ACCEPT fallback, '*' holding a position,
      *> every argument with a sensible default so a bare invocation
      *> checks today against statschd.dat.
      *>   1 business date yyyymmdd, 2 run calendar, 3 holiday table,
      *>   4 report, 5 history log, 6 master file
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if ws-argument not = '*' then
                   move ws-argument to ws-bus-date
               end-if
               if ws-arg-count >= 2 then
                   move 2 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-cal
                   end-if
               end-if
               if ws-arg-count >= 3 then
                   move 3 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-hol
                   end-if
               end-if
               if ws-arg-count >= 4 then
                   move 4 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-rpt
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-hist
                   end-if
               end-if
               if ws-arg-count >= 6 then
                   move 6 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-mast
                   end-if
               end-if
           else
               display "Business date yyyymmdd (default today)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to ws-bus-date
               end-if
               display "Run calendar name (default statschd.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-cal
               end-if
               display "Holiday table name (default statschd.hol)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-hol
               end-if
               display "Report file name (default statschd.rpt)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-rpt
               end-if
               display "History file name (default stathist.log)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-hist
               end-if
               display "Master file name (default statmast.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-mast
               end-if
           end-if.


       file-check.
      *> Checks to see if the run calendar exists, same as statrej
      *> does for its reject file.
           call "CBL_CHECK_FILE_EXIST" using fname-cal file-info.
           if return-code not = 0 then
               display "ERROR: FILE " fname-cal (1:20)
                   " DOES NOT EXIST"
               move 'N' to ws-file-ok
           end-if.


       set-business-date.
      *> Today unless a date was passed; a date that is not a real
      *> yyyymmdd stops the job rather than checking the wrong day.
           if ws-bus-date = spaces then
               move function current-date to ws-sys-date
               move ws-sys-date (1:8) to ws-bus-date
           end-if.
           if ws-bus-date is not numeric then
               display "ERROR: business date " ws-bus-date
                   " is not yyyymmdd"
               move 'N' to ws-file-ok
           else
               move ws-bus-date to ws-bus-num
               if function test-date-yyyymmdd(ws-bus-num) not = 0
                       then
                   display "ERROR: business date " ws-bus-date
                       " is not a valid date"
                   move 'N' to ws-file-ok
               end-if
           end-if.
           if ws-file-ok = 'Y' then
               compute ws-bus-int = function integer-of-date(ws-bus-num)
               compute ws-bus-dow = function mod(ws-bus-int - 1, 7) + 1
               compute ws-work-num =
                   function date-of-integer(ws-bus-int + 1)
               move ws-work-num to ws-next-date
           end-if.


       load-holidays.
      *> A missing holiday table only means every weekday is a
      *> business day.
           open input holiday-file.
           if ws-hol-status not = '00'
                   and ws-hol-status not = '05' then
               display "WARNING: holiday table " fname-hol
                   " open failed, status=" ws-hol-status
           else
               move 'N' to feof
               perform load-holiday-line until feof = 'Y'
               close holiday-file
           end-if.
           move 'N' to feof.


       load-holiday-line.
           read holiday-file
               at end move 'Y' to feof
               not at end
                   if holiday-rec (1:1) not = '*'
                           and holiday-rec (1:8) is numeric then
                       if ws-hol-count < ws-hol-max then
                           add 1 to ws-hol-count
                           move holiday-rec (1:8)
                               to hol-date(ws-hol-count)
                       else
                           display "WARNING: more than " ws-hol-max
                               " holidays in " fname-hol
                               "; remainder ignored"
                       end-if
                   end-if
           end-read.


       set-calendar-facts.
      *> What kind of day the business date is: a holiday, a
      *> business day, and the month's last business day, which a
      *> month-end feed is due on.
           move ws-bus-int to ws-work-int.
           perform check-working-day.
           move ws-work-hol to ws-bus-holiday.
           move ws-work-ok to ws-bus-working.
      *> The last business day: back from the last calendar day of
      *> the month until a weekday that is not a holiday turns up.
           move ws-bus-date (1:6) to ws-work-date (1:6).
           move '01' to ws-work-date (7:2).
           if ws-work-date (5:2) = '12' then
               compute ws-work-num =
                   function numval(ws-work-date (1:4)) + 1
               move ws-work-num (5:4) to ws-work-date (1:4)
               move '01' to ws-work-date (5:2)
           else
               compute ws-work-num =
                   function numval(ws-work-date (5:2)) + 1
               move ws-work-num (7:2) to ws-work-date (5:2)
           end-if.
           move ws-work-date to ws-work-num.
           compute ws-work-int =
               function integer-of-date(ws-work-num) - 1.
           perform check-working-day.
           perform step-back-working-day until ws-work-ok = 'Y'.
           compute ws-work-num = function date-of-integer(ws-work-int).
           move ws-work-num to ws-month-end.

           move ws-bus-date (1:4) to out-bus-date (1:4).
           move '-' to out-bus-date (5:1).
           move ws-bus-date (5:2) to out-bus-date (6:2).
           move '-' to out-bus-date (8:1).
           move ws-bus-date (7:2) to out-bus-date (9:2).
           move day-name(ws-bus-dow) to out-bus-day.
           if ws-bus-holiday = 'Y' then
               move '(HOLIDAY)' to out-bus-note
           else
               if ws-bus-date = ws-month-end then
                   move '(MONTH-END BUSINESS DAY)' to out-bus-note
               else
                   move spaces to out-bus-note
               end-if
           end-if.


       step-back-working-day.
           subtract 1 from ws-work-int.
           perform check-working-day.


       check-working-day.
      *> ws-work-int as a day number: sets ws-work-dow, whether it is
      *> on the holiday table, and whether it is a business day.
           compute ws-work-dow = function mod(ws-work-int - 1, 7) + 1.
           compute ws-work-num = function date-of-integer(ws-work-int).
           move ws-work-num to ws-work-date.
           move 'N' to ws-work-hol.
           perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > ws-hol-count
               if hol-date(ws-key-idx) = ws-work-date then
                   move 'Y' to ws-work-hol
               end-if
           end-perform.
           if ws-work-dow > 5 or ws-work-hol = 'Y' then
               move 'N' to ws-work-ok
           else
               move 'Y' to ws-work-ok
           end-if.


       load-history-runs.
      *> Keeps the history lines stamped on the business date or the
      *> day after. A missing log is a warning: the master may still
      *> answer for the runs.
           open input history-file.
           if ws-hist-status not = '00'
                   and ws-hist-status not = '05' then
               display "WARNING: history log " fname-hist
                   " open failed, status=" ws-hist-status
           else
               move 'N' to feof
               perform load-history-line until feof = 'Y'
               close history-file
           end-if.
           move 'N' to feof.


       load-history-line.
      *> One history line: infile 1-20, date 22-31 as mm/dd/yyyy,
      *> time 33-40; the date is turned round to yyyymmdd to match.
           read history-file
               at end move 'Y' to feof
               not at end
                   move history-rec (28:4) to ws-hist-date (1:4)
                   move history-rec (22:2) to ws-hist-date (5:2)
                   move history-rec (25:2) to ws-hist-date (7:2)
                   if ws-hist-date = ws-bus-date
                           or ws-hist-date = ws-next-date then
                       if ws-run-count < ws-run-max then
                           add 1 to ws-run-count
                           move history-rec (1:20)
                               to run-infile(ws-run-count)
                           move ws-hist-date to run-date(ws-run-count)
                           move history-rec (33:8)
                               to run-time(ws-run-count)
                       else
                           display "WARNING: more than " ws-run-max
                               " runs on " ws-bus-date " in "
                               fname-hist "; remainder ignored"
                       end-if
                   end-if
           end-read.


       calendar-loop.
      *> Reads one calendar line; comments and blank lines are
      *> skipped, anything else is a dataset to check.
           read calendar-file into cal-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-cal-read
                   if cal-line (1:1) = '*' or cal-dataset = spaces then
                       add 1 to ws-cal-skipped
                   else
                       perform check-calendar-entry
                   end-if
           end-read.


       check-calendar-entry.
      *> Is the dataset due on the business date; how many times did
      *> it run for it, and when; and so which of the five it is.
           move function upper-case(cal-freq) to cal-freq.
           move 'N' to ws-due.
           evaluate cal-freq
               when 'D'
                   move 'Y' to ws-due
                   move 'DAY' to out-freq
               when 'B'
                   move ws-bus-working to ws-due
                   move 'BUS' to out-freq
               when 'W'
                   if cal-weekday is numeric
                           and cal-weekday >= '1'
                           and cal-weekday <= '7' then
                       move cal-weekday to ws-cal-dow
                       if ws-bus-dow = ws-cal-dow
                               and ws-bus-holiday = 'N' then
                           move 'Y' to ws-due
                       end-if
                       move day-name(ws-cal-dow) (1:3) to out-freq
                   else
                       display "WARNING: calendar line " ws-cal-read
                           " weekday '" cal-weekday "' not 1-7 for "
                           function trim(cal-dataset) "; skipped"
                       add 1 to ws-cal-skipped
                       move '?' to ws-due
                   end-if
               when 'M'
                   if ws-bus-date = ws-month-end then
                       move 'Y' to ws-due
                   end-if
                   move 'MEND' to out-freq
               when other
                   display "WARNING: calendar line " ws-cal-read
                       " frequency '" cal-freq "' not D, B, W or M"
                       " for " function trim(cal-dataset) "; skipped"
                   add 1 to ws-cal-skipped
                   move '?' to ws-due
           end-evaluate.
           if ws-due not = '?' then
               add 1 to ws-cnt-entries
               perform count-entry-runs
               perform judge-entry
               perform write-entry-line
           end-if.


       count-entry-runs.
      *> The runs stamped on the expected date, from the history
      *> log; when the log has none the master's record for that
      *> date still counts as one run.
           if cal-cutoff is numeric then
               move cal-cutoff (1:2) to ws-cutoff (1:2)
               move ':' to ws-cutoff (3:1)
               move cal-cutoff (3:2) to ws-cutoff (4:2)
               move ':59' to ws-cutoff (6:3)
           else
               move '23:59:59' to ws-cutoff
           end-if.
           if cal-offset = '1' then
               move ws-next-date to ws-expect-date
           else
               move ws-bus-date to ws-expect-date
           end-if.
           move 0 to ws-runs.
           move spaces to ws-first-time.
           move spaces to ws-last-time.
           move spaces to ws-run-source.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-run-count
               if run-infile(ws-scan-idx) = cal-dataset (1:20)
                       and run-date(ws-scan-idx) = ws-expect-date then
                   add 1 to ws-runs
                   move 'HIST' to ws-run-source
                   if ws-first-time = spaces
                           or run-time(ws-scan-idx) < ws-first-time
                           then
                       move run-time(ws-scan-idx) to ws-first-time
                   end-if
                   if run-time(ws-scan-idx) > ws-last-time then
                       move run-time(ws-scan-idx) to ws-last-time
                   end-if
               end-if
           end-perform.
           if ws-runs = 0 and ws-mast-open = 'Y' then
               move cal-dataset to mast-dataset
               move ws-expect-date to mast-date
               read master-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-runs
                       move 'MAST' to ws-run-source
                       move mast-time to ws-first-time
                       move mast-time to ws-last-time
               end-read
           end-if.


       judge-entry.
      *> Missing outranks everything; a second run outranks a late
      *> one, and a late first run is still reported as late when it
      *> also ran twice. A run on a day it was not due is noted, not
      *> flagged.
           if ws-due = 'N' then
               add 1 to ws-cnt-notdue
               if ws-runs > 0 then
                   move 'RAN, NOT DUE' to ws-entry-status
               else
                   move 'NOT DUE' to ws-entry-status
               end-if
           else
               add 1 to ws-cnt-due
               if ws-runs = 0 then
                   add 1 to ws-cnt-missing
                   move 'Y' to ws-missing-fail
                   move '*** MISSING' to ws-entry-status
                   display "MISSING RUN: " function trim(cal-dataset)
                       " for " ws-bus-date
                   move 'MISSING RUN' to alrt-type
                   move '1' to alrt-severity
                   move 0 to alrt-value
                   move 1 to alrt-limit
                   perform write-schedule-alert
               else
                   if ws-runs > 1 then
                       add 1 to ws-cnt-twice
                       move 'Y' to ws-late-fail
                       if ws-first-time > ws-cutoff then
                           add 1 to ws-cnt-late
                           move 'LATE + TWICE' to ws-entry-status
                       else
                           move 'RAN TWICE' to ws-entry-status
                       end-if
                       display "DOUBLE RUN: " function trim(cal-dataset)
                           " ran " ws-runs " times for " ws-bus-date
                       move 'DOUBLE RUN' to alrt-type
                       move '2' to alrt-severity
                       move ws-runs to alrt-value
                       move 1 to alrt-limit
                       perform write-schedule-alert
                   else
                       if ws-first-time > ws-cutoff then
                           add 1 to ws-cnt-late
                           move 'Y' to ws-late-fail
                           move 'LATE' to ws-entry-status
                           display "LATE RUN: "
                               function trim(cal-dataset)
                               " completed " ws-first-time
                               " after " ws-cutoff (1:5)
      *> Late: the run and cutoff times go in as hhmmss.
                           move ws-first-time (1:2) to ws-alrt-hms (1:2)
                           move ws-first-time (4:2) to ws-alrt-hms (3:2)
                           move ws-first-time (7:2) to ws-alrt-hms (5:2)
                           move ws-alrt-hms to alrt-value
                           move ws-cutoff (1:2) to ws-alrt-hms (1:2)
                           move ws-cutoff (4:2) to ws-alrt-hms (3:2)
                           move ws-cutoff (7:2) to ws-alrt-hms (5:2)
                           move ws-alrt-hms to alrt-limit
                           move 'LATE RUN' to alrt-type
                           move '2' to alrt-severity
                           perform write-schedule-alert
                       else
                           add 1 to ws-cnt-ontime
                           move 'ON TIME' to ws-entry-status
                       end-if
                   end-if
               end-if
           end-if.


       write-entry-line.
           move cal-dataset to out-dataset.
           if ws-due = 'Y' then
               move 'YES' to out-due
           else
               move 'NO' to out-due
           end-if.
           move ws-cutoff (1:5) to out-cutoff.
           move ws-runs to out-runs.
           move ws-first-time to out-first.
           move ws-last-time to out-last.
           move ws-run-source to out-source.
           move ws-entry-status to out-status.
           write report-line from detail-line after advancing 1 line.


       write-footer.
      *> Control totals, same idea as statrej's footer block.
           write report-line from under-line after advancing 1 line.
           move ws-cnt-entries to out-cnt-entries.
           write report-line from footer-line-1 after advancing 1 line.
           move ws-cnt-due to out-cnt-due.
           write report-line from footer-line-2 after advancing 1 line.
           move ws-cnt-ontime to out-cnt-ontime.
           write report-line from footer-line-3 after advancing 1 line.
           move ws-cnt-late to out-cnt-late.
           write report-line from footer-line-4 after advancing 1 line.
           move ws-cnt-twice to out-cnt-twice.
           write report-line from footer-line-5 after advancing 1 line.
           move ws-cnt-missing to out-cnt-missing.
           write report-line from footer-line-6 after advancing 1 line.
           move ws-cnt-notdue to out-cnt-notdue.
           write report-line from footer-line-7 after advancing 1 line.
           move ws-cal-skipped to out-cal-skipped.
           write report-line from footer-line-8 after advancing 1 line.


       write-schedule-alert.
      *> The business date goes at the front of the dataset field,
      *> since the alert's own stamp is when this job ran.
           move spaces to alrt-dataset.
           string ws-bus-date ' ' function trim(cal-dataset)
               delimited by size into alrt-dataset
           end-string.
           perform write-alert.


       write-alert.
      *> Appends one alert record stamped now; the caller has set
      *> the dataset, type, severity (1 high, 2 medium, 3 low),
      *> measured value and limit. Open/write/close per alert so an
      *> abend never loses one, and an alert file that will not open
      *> costs the alert, never the run: warn once and carry on.
           move function current-date to ws-alrt-stamp.
           move ws-alrt-stamp (1:8) to alrt-date.
           move ws-alrt-stamp (9:6) to alrt-time.
           open extend alert-file.
           if ws-alrt-status not = '00'
                   and ws-alrt-status not = '05' then
               if ws-alrt-warned = 'N' then
                   display "WARNING: alert file " fname-alrt
                       " open failed, status=" ws-alrt-status
                   move 'Y' to ws-alrt-warned
               end-if
           else
               write alert-rec from alert-line
               close alert-file
           end-if.


       finish.
       close calendar-file.
       close report-file.
       if ws-mast-open = 'Y' then
           close master-file
       end-if.

       if ws-missing-fail = 'Y' then
           move 8 to return-code
       else
           if ws-late-fail = 'Y' then
               move 4 to return-code
           end-if
       end-if.
       stop run.
