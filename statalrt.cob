      *> Program: Alert Queue Maintenance
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: One place to see everything that went wrong
      *> overnight and who dealt with it. statnew, statmerg, statrej,
      *> stattrend, STATBAL and STATSCHD each append a record to the
      *> shared alert file (statalrt.dat) when they flag a failure --
      *> program, dataset, alert type, severity, measured value,
      *> limit and timestamp -- on top of whatever they display and
      *> whatever return code they set. LIST prints the alerts not
      *> yet closed, highest severity first and oldest first within
      *> it, with their age; ACK and CLOSE mark one alert by its
      *> number on that list with the operator and a comment; HAND
      *> prints the shift-handover summary: what is still open, who
      *> has picked what up, and what was raised and closed in the
      *> last 24 hours.
       identification division.
       program-id. statalrt.


       environment division.
       input-output section.
       file-control.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.
       select alert-work-file assign to dynamic fname-alrt-wrk
           organization is line sequential
           file status is ws-alrtw-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.


       data division.
       file section.
       FD  alert-file.
           01  alert-rec       pic x(250).
       FD  alert-work-file.
           01  alert-work-rec  pic x(250).
       FD  report-file.
           01  report-line     pic x(132).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  fname-alrt  pic x(30) value 'statalrt.dat'.
       77  fname-alrt-wrk pic x(34).
       77  fname-rpt   pic x(30) value 'statalrt.rpt'.
       77  ws-alrt-status  pic xx.
       77  ws-alrtw-status pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-function  pic x(5).
       77  ws-sys-date  pic x(21).
       77  ws-save-rc   pic 9(4) usage is comp.

      *> ACK / CLOSE: the alert's number on the list (its line in the
      *> alert file), who is acting, and why.
       77  ws-alert-no  pic 9(7) usage is comp value 0.
       77  ws-operator  pic x(8) value spaces.
       77  ws-comment   pic x(40) value spaces.
       77  ws-line-no   pic 9(7) usage is comp value 0.
       77  ws-count-lines pic 9(7) usage is comp value 0.
       77  ws-act-done  pic a(1) value 'N'.

      *> The alert record. Every program that raises alerts carries
      *> the first 112 columns of this layout; the status and action
      *> area after them is this program's alone.
      *>   status: blank = open, A = acknowledged, C = closed
       01  alert-line.
           02 alrt-program     pic x(10).
           02 filler           pic x(1).
           02 alrt-dataset     pic x(30).
           02 filler           pic x(1).
           02 alrt-type        pic x(16).
           02 filler           pic x(1).
           02 alrt-severity    pic x(1).
           02 filler           pic x(1).
           02 alrt-value       pic x(17).
           02 filler           pic x(1).
           02 alrt-limit       pic x(17).
           02 filler           pic x(1).
           02 alrt-date        pic x(8).
           02 filler           pic x(1).
           02 alrt-time        pic x(6).
           02 filler           pic x(1).
           02 alrt-status      pic x(1).
           02 filler           pic x(1).
           02 alrt-ack-date    pic x(8).
           02 filler           pic x(1).
           02 alrt-ack-time    pic x(6).
           02 filler           pic x(1).
           02 alrt-ack-oper    pic x(8).
           02 filler           pic x(1).
           02 alrt-ack-comment pic x(40).
           02 filler           pic x(1).
           02 alrt-cls-date    pic x(8).
           02 filler           pic x(1).
           02 alrt-cls-time    pic x(6).
           02 filler           pic x(1).
           02 alrt-cls-oper    pic x(8).
           02 filler           pic x(1).
           02 alrt-cls-comment pic x(40).
           02 filler           pic x(4).

      *> Alerts not yet closed, in file order (so oldest first), for
      *> the severity-ordered listing.
       77  ws-open-max     pic 9(5) usage is comp value 5000.
       77  ws-open-count   pic 9(5) usage is comp value 0.
       77  ws-open-warned  pic a(1) value 'N'.
       01  open-table-area.
           02  open-entry occurs 5000 times.
               03  open-line-no  pic 9(7) usage is comp.
               03  open-rec      pic x(250).
      *> Alerts closed in the last 24 hours, for the handover.
       77  ws-closed-max   pic 9(4) usage is comp value 500.
       77  ws-closed-count pic 9(4) usage is comp value 0.
       01  closed-table-area.
           02  closed-entry occurs 500 times.
               03  closed-line-no pic 9(7) usage is comp.
               03  closed-rec     pic x(250).
       77  ws-open-idx     pic 9(5) usage is comp.
       77  ws-sev-pass     pic 9 usage is comp.
       77  ws-sev-code     pic x(1).

      *> Ages: minutes from a stamp (yyyymmdd + hhmmss) to now.
       77  ws-now-int      pic 9(8) usage is comp.
       77  ws-now-min      pic 9(9) usage is comp.
       77  ws-stamp-date   pic x(8).
       77  ws-stamp-time   pic x(6).
       77  ws-stamp-num    pic 9(8).
       77  ws-stamp-int    pic 9(8) usage is comp.
       77  ws-stamp-min    pic 9(9) usage is comp.
       77  ws-age-min      pic 9(9) usage is comp.
       77  ws-age-days     pic 9(5) usage is comp.
       77  ws-age-hours    pic 9(5) usage is comp.
       77  ws-day-min      pic 9(9) usage is comp value 1440.
       77  ws-ed-value     pic -(9)9.99.
       77  ws-num-value    pic s9(14)v9(4) usage is comp-3.

      *> Handover counts.
       77  ws-cnt-read     pic 9(7) usage is comp value 0.
       77  ws-cnt-high     pic 9(7) usage is comp value 0.
       77  ws-cnt-medium   pic 9(7) usage is comp value 0.
       77  ws-cnt-low      pic 9(7) usage is comp value 0.
       77  ws-cnt-acked    pic 9(7) usage is comp value 0.
       77  ws-cnt-new24    pic 9(7) usage is comp value 0.
       77  ws-cnt-closed24 pic 9(7) usage is comp value 0.
       77  ws-cnt-closed   pic 9(7) usage is comp value 0.

       01  title-line.
           02 filler       pic x(30) value '  Alert Queue Report'.
           02 out-title-fn pic x(20).
           02 filler       pic x(9) value 'AS OF '.
           02 out-now      pic x(16).
       01  under-line.
           02 filler       pic x(129) value all '-'.
       01  section-line.
           02 filler       pic x(1) value space.
           02 out-section  pic x(60).
       01  col-heads.
           02 filler       pic x(48) value
           '    NO. SEV  PROGRAM   DATASET                  '.
           02 filler       pic x(31) value
           'TYPE                     VALUE'.
           02 filler       pic x(46) value
           '        LIMIT RAISED           AGE      STATUS'.
       01  detail-line.
           02 filler       pic x(1) value space.
           02 out-no       pic z(5)9.
           02 filler       pic x(1) value space.
           02 out-sev      pic x(4).
           02 filler       pic x(1) value space.
           02 out-program  pic x(9).
           02 filler       pic x(1) value space.
           02 out-dataset  pic x(24).
           02 filler       pic x(1) value space.
           02 out-type     pic x(16).
           02 filler       pic x(1) value space.
           02 out-value    pic -(9)9.99.
           02 filler       pic x(1) value space.
           02 out-limit    pic -(9)9.99.
           02 filler       pic x(1) value space.
           02 out-raised   pic x(16).
           02 filler       pic x(1) value space.
           02 out-age      pic x(8).
           02 filler       pic x(1) value space.
           02 out-status   pic x(10).
       01  action-line.
           02 filler       pic x(14) value spaces.
           02 out-act-verb pic x(6).
           02 out-act-when pic x(16).
           02 filler       pic x(4) value ' BY '.
           02 out-act-oper pic x(8).
           02 filler       pic x(2) value ': '.
           02 out-act-comment pic x(40).
       01  count-line.
           02 filler       pic x(1) value space.
           02 out-count-label pic x(32).
           02 out-count    pic z(6)9.
       01  none-line.
           02 filler       pic x(30) value '   (none)'.

      *> Stamp formatting work area: yyyymmdd + hhmmss printed as
      *> yyyy-mm-dd hh:mm.
       01  ws-when.
           02 ws-when-yyyy pic x(4).
           02 filler       pic x(1) value '-'.
           02 ws-when-mo   pic x(2).
           02 filler       pic x(1) value '-'.
           02 ws-when-dd   pic x(2).
           02 filler       pic x(1) value space.
           02 ws-when-hh   pic x(2).
           02 filler       pic x(1) value ':'.
           02 ws-when-mi   pic x(2).
       01  ws-age-text.
           02 out-age-days  pic zz9.
           02 filler        pic x(2) value 'D '.
           02 out-age-hours pic z9.
           02 filler        pic x(1) value 'H'.


      *> Start of procedure division.
       procedure division.
           perform get-run-parms.
           move function current-date to ws-sys-date.
           move ws-sys-date (1:8) to ws-stamp-num.
           compute ws-now-int = function integer-of-date(ws-stamp-num).
           compute ws-now-min =
               function numval(ws-sys-date (9:2)) * 60
               + function numval(ws-sys-date (11:2)).
           evaluate ws-function
               when 'LIST'
                   perform list-alerts
               when 'HAND'
                   perform list-alerts
               when 'ACK'
                   perform act-on-alert
               when 'CLOSE'
                   perform act-on-alert
               when other
                   display "ERROR: function must be LIST, HAND, ACK"
                       " or CLOSE"
                   move 8 to return-code
           end-evaluate.
           stop run.


       get-run-parms.
      *> Same PARM convention as statmast: argument 1 is the
      *> function. LIST and HAND take the report file and then the
      *> alert file; ACK and CLOSE take the alert number, operator
      *> id and comment, then the alert file. '*' holds a position.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               move function upper-case(function trim(ws-argument))
                   to ws-function
               evaluate ws-function
                   when 'ACK'
                   when 'CLOSE'
                       if ws-arg-count >= 2 then
                           move 2 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           perform set-alert-no
                       end-if
                       if ws-arg-count >= 3 then
                           move 3 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to ws-operator
                           end-if
                       end-if
                       if ws-arg-count >= 4 then
                           move 4 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-comment from argument-value
                       end-if
                       if ws-arg-count >= 5 then
                           move 5 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to fname-alrt
                           end-if
                       end-if
                   when other
                       if ws-arg-count >= 2 then
                           move 2 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to fname-rpt
                           end-if
                       end-if
                       if ws-arg-count >= 3 then
                           move 3 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to fname-alrt
                           end-if
                       end-if
               end-evaluate
           else
               display "Function (LIST, HAND, ACK, CLOSE)? "
               accept ws-argument
               move function upper-case(function trim(ws-argument))
                   to ws-function
               if ws-function = 'ACK' or ws-function = 'CLOSE' then
                   display "Alert number (from the LIST report)? "
                   accept ws-argument
                   perform set-alert-no
                   display "Operator id? "
                   accept ws-operator
                   display "Comment? "
                   accept ws-comment
               else
                   display "Report file name (default statalrt.rpt)? "
                   accept ws-argument
                   if ws-argument not = spaces then
                       move ws-argument to fname-rpt
                   end-if
               end-if
               display "Alert file name (default statalrt.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-alrt
               end-if
           end-if.
      *> Nobody keyed an operator id: fall back to the signed-on
      *> user, as STATFIX does, so the alert still names somebody.
           if ws-operator = spaces then
               accept ws-operator from environment 'USER'
           end-if.
           if ws-operator = spaces then
               move 'UNKNOWN' to ws-operator
           end-if.


       set-alert-no.
           if function trim(ws-argument) is numeric then
               compute ws-alert-no = function numval(ws-argument)
           else
               move 0 to ws-alert-no
           end-if.


       list-alerts.
      *> LIST and HAND: load the alerts not yet closed (and, for the
      *> handover, the ones closed in the last day), then print them
      *> highest severity first.
           open input alert-file.
           if ws-alrt-status not = '00'
                   and ws-alrt-status not = '05' then
               display "ERROR: alert file " fname-alrt
                   " open failed, status=" ws-alrt-status
               move 8 to return-code
           else
               move 'N' to feof
               perform load-alert-line until feof = 'Y'
               close alert-file
               open output report-file
               perform write-alert-report
               close report-file
               display ws-open-count " alert(s) not closed"
           end-if.


       load-alert-line.
           read alert-file into alert-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-line-no
                   add 1 to ws-cnt-read
                   move alrt-date to ws-stamp-date
                   move alrt-time to ws-stamp-time
                   perform compute-age
                   if ws-age-min < ws-day-min then
                       add 1 to ws-cnt-new24
                   end-if
                   if alrt-status = 'C' then
                       perform note-closed-alert
                   else
                       perform note-open-alert
                   end-if
           end-read.


       note-open-alert.
           evaluate alrt-severity
               when '1'
                   add 1 to ws-cnt-high
               when '2'
                   add 1 to ws-cnt-medium
               when other
                   add 1 to ws-cnt-low
           end-evaluate.
           if alrt-status = 'A' then
               add 1 to ws-cnt-acked
           end-if.
           if ws-open-count < ws-open-max then
               add 1 to ws-open-count
               move ws-line-no to open-line-no(ws-open-count)
               move alert-line to open-rec(ws-open-count)
           else
               if ws-open-warned = 'N' then
                   display "WARNING: more than " ws-open-max
                       " open alerts in " fname-alrt
                       "; remainder counted, not listed"
                   move 'Y' to ws-open-warned
               end-if
           end-if.


       note-closed-alert.
           add 1 to ws-cnt-closed.
           move alrt-cls-date to ws-stamp-date.
           move alrt-cls-time to ws-stamp-time.
           perform compute-age.
           if ws-age-min < ws-day-min then
               add 1 to ws-cnt-closed24
               if ws-closed-count < ws-closed-max then
                   add 1 to ws-closed-count
                   move ws-line-no to closed-line-no(ws-closed-count)
                   move alert-line to closed-rec(ws-closed-count)
               end-if
           end-if.


       compute-age.
      *> Minutes from ws-stamp-date/ws-stamp-time to now; a stamp
      *> that is not a date ages as zero rather than abending.
           move 0 to ws-age-min.
           if ws-stamp-date is numeric and ws-stamp-time is numeric
                   then
               move ws-stamp-date to ws-stamp-num
               if function test-date-yyyymmdd(ws-stamp-num) = 0 then
                   compute ws-stamp-int =
                       function integer-of-date(ws-stamp-num)
                   compute ws-stamp-min =
                       function numval(ws-stamp-time (1:2)) * 60
                       + function numval(ws-stamp-time (3:2))
                   if ws-stamp-int < ws-now-int
                           or (ws-stamp-int = ws-now-int
                           and ws-stamp-min < ws-now-min) then
                       compute ws-age-min =
                           (ws-now-int - ws-stamp-int) * ws-day-min
                           + ws-now-min - ws-stamp-min
                   end-if
               end-if
           end-if.


       write-alert-report.
      *> The handover adds its summary counts and the day's closures
      *> around the same open-alert listing LIST prints.
           if ws-function = 'HAND' then
               move 'SHIFT HANDOVER' to out-title-fn
           else
               move 'OPEN ALERTS' to out-title-fn
           end-if.
           move ws-sys-date (1:4) to ws-when-yyyy.
           move ws-sys-date (5:2) to ws-when-mo.
           move ws-sys-date (7:2) to ws-when-dd.
           move ws-sys-date (9:2) to ws-when-hh.
           move ws-sys-date (11:2) to ws-when-mi.
           move ws-when to out-now.
           write report-line from title-line after advancing 0 lines.
           write report-line from under-line after advancing 1 line.
           if ws-function = 'HAND' then
               perform write-handover-counts
           end-if.
           move 'ALERTS NOT CLOSED, BY SEVERITY AND AGE' to out-section.
           write report-line from section-line after advancing 1 line.
           write report-line from col-heads after advancing 1 line.
           write report-line from under-line after advancing 1 line.
           if ws-open-count = 0 then
               write report-line from none-line after advancing 1 line
           end-if.
           perform list-severity
               varying ws-sev-pass from 1 by 1 until ws-sev-pass > 3.
           if ws-function = 'HAND' then
               write report-line from under-line after advancing 1 line
               move 'CLOSED IN THE LAST 24 HOURS' to out-section
               write report-line from section-line
                   after advancing 1 line
               if ws-closed-count = 0 then
                   write report-line from none-line
                       after advancing 1 line
               end-if
               perform varying ws-open-idx from 1 by 1
                       until ws-open-idx > ws-closed-count
                   move closed-rec(ws-open-idx) to alert-line
                   move closed-line-no(ws-open-idx) to out-no
                   perform write-alert-detail
               end-perform
           end-if.
           write report-line from under-line after advancing 1 line.


       write-handover-counts.
           move 'WHAT IS STILL OPEN' to out-section.
           write report-line from section-line after advancing 1 line.
           move 'High severity open =' to out-count-label.
           move ws-cnt-high to out-count.
           write report-line from count-line after advancing 1 line.
           move 'Medium severity open =' to out-count-label.
           move ws-cnt-medium to out-count.
           write report-line from count-line after advancing 1 line.
           move 'Low severity open =' to out-count-label.
           move ws-cnt-low to out-count.
           write report-line from count-line after advancing 1 line.
           move '  of which acknowledged =' to out-count-label.
           move ws-cnt-acked to out-count.
           write report-line from count-line after advancing 1 line.
           move 'Raised in the last 24 hours =' to out-count-label.
           move ws-cnt-new24 to out-count.
           write report-line from count-line after advancing 1 line.
           move 'Closed in the last 24 hours =' to out-count-label.
           move ws-cnt-closed24 to out-count.
           write report-line from count-line after advancing 1 line.
           move 'Alert records on file =' to out-count-label.
           move ws-cnt-read to out-count.
           write report-line from count-line after advancing 1 line.
           write report-line from under-line after advancing 1 line.


       list-severity.
      *> One severity's alerts in file order -- oldest first. Pass 3
      *> also takes any severity code other than 1 or 2.
           perform varying ws-open-idx from 1 by 1
                   until ws-open-idx > ws-open-count
               move open-rec(ws-open-idx) to alert-line
               move alrt-severity to ws-sev-code
               if ws-sev-code not = '1' and ws-sev-code not = '2' then
                   move '3' to ws-sev-code
               end-if
               if ws-sev-code = ws-sev-pass then
                   move open-line-no(ws-open-idx) to out-no
                   perform write-alert-detail
               end-if
           end-perform.


       write-alert-detail.
      *> One alert line from alert-line, and under it the action
      *> taken so far.
           evaluate alrt-severity
               when '1'
                   move 'HIGH' to out-sev
               when '2'
                   move 'MED' to out-sev
               when other
                   move 'LOW' to out-sev
           end-evaluate.
           move alrt-program to out-program.
           move alrt-dataset to out-dataset.
           move alrt-type to out-type.
           move 0 to out-value.
           if alrt-value not = spaces
                   and function test-numval(alrt-value) = 0 then
               compute ws-num-value = function numval(alrt-value)
               move ws-num-value to out-value
           end-if.
           move 0 to out-limit.
           if alrt-limit not = spaces
                   and function test-numval(alrt-limit) = 0 then
               compute ws-num-value = function numval(alrt-limit)
               move ws-num-value to out-limit
           end-if.
           move alrt-date to ws-stamp-date.
           move alrt-time to ws-stamp-time.
           perform format-when.
           move ws-when to out-raised.
           perform compute-age.
           divide ws-age-min by ws-day-min giving ws-age-days
               remainder ws-age-hours.
           divide ws-age-hours by 60 giving ws-age-hours.
           if ws-age-days > 999 then
               move 999 to ws-age-days
           end-if.
           move ws-age-days to out-age-days.
           move ws-age-hours to out-age-hours.
           move ws-age-text to out-age.
           evaluate alrt-status
               when 'A'
                   move 'ACKED' to out-status
               when 'C'
                   move 'CLOSED' to out-status
               when other
                   move 'OPEN' to out-status
           end-evaluate.
           write report-line from detail-line after advancing 1 line.
           if alrt-status = 'A' or alrt-status = 'C' then
               move 'ACK' to out-act-verb
               move alrt-ack-date to ws-stamp-date
               move alrt-ack-time to ws-stamp-time
               perform format-when
               move ws-when to out-act-when
               move alrt-ack-oper to out-act-oper
               move alrt-ack-comment to out-act-comment
               if alrt-ack-date not = spaces then
                   write report-line from action-line
                       after advancing 1 line
               end-if
           end-if.
           if alrt-status = 'C' then
               move 'CLOSE' to out-act-verb
               move alrt-cls-date to ws-stamp-date
               move alrt-cls-time to ws-stamp-time
               perform format-when
               move ws-when to out-act-when
               move alrt-cls-oper to out-act-oper
               move alrt-cls-comment to out-act-comment
               write report-line from action-line
                   after advancing 1 line
           end-if.


       format-when.
           move ws-stamp-date (1:4) to ws-when-yyyy.
           move ws-stamp-date (5:2) to ws-when-mo.
           move ws-stamp-date (7:2) to ws-when-dd.
           move ws-stamp-time (1:2) to ws-when-hh.
           move ws-stamp-time (3:2) to ws-when-mi.


       act-on-alert.
      *> ACK / CLOSE: copies the alert file to a work file with the
      *> one alert marked, then swaps the work file in, the way
      *> STATFIX marks rejects. Nothing is replaced unless the alert
      *> was found and could take the action.
           if ws-alert-no = 0 then
               display "ERROR: an alert number from the LIST report"
                   " is required"
               move 8 to return-code
           else
           if ws-comment = spaces then
               display "ERROR: a comment is required to "
                   function trim(ws-function) " an alert"
               move 8 to return-code
           else
               move spaces to fname-alrt-wrk
               string function trim(fname-alrt) '.wrk'
                   delimited by size into fname-alrt-wrk
               open input alert-file
               open output alert-work-file
               if ws-alrt-status not = '00'
                       or ws-alrtw-status not = '00' then
                   display "ERROR: alert file " fname-alrt
                       " could not be updated, status="
                       ws-alrt-status "/" ws-alrtw-status
                   move 8 to return-code
                   if ws-alrt-status = '00' or ws-alrt-status = '05'
                           then
                       close alert-file
                   end-if
                   if ws-alrtw-status = '00' then
                       close alert-work-file
                   end-if
               else
                   move 'N' to feof
                   perform copy-alert-line until feof = 'Y'
                   close alert-file
                   close alert-work-file
                   perform replace-alert-file
               end-if
           end-if
           end-if.


       copy-alert-line.
           read alert-file into alert-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-line-no
                   if ws-line-no = ws-alert-no then
                       perform mark-alert
                   end-if
                   write alert-work-rec from alert-line
           end-read.


       mark-alert.
      *> An alert can be acknowledged once, while open, and closed
      *> once, from open or acknowledged.
           if ws-function = 'ACK' then
               if alrt-status not = space then
                   display "ERROR: alert " ws-alert-no
                       " is already acknowledged or closed"
               else
                   move 'A' to alrt-status
                   move ws-sys-date (1:8) to alrt-ack-date
                   move ws-sys-date (9:6) to alrt-ack-time
                   move ws-operator to alrt-ack-oper
                   move ws-comment to alrt-ack-comment
                   move 'Y' to ws-act-done
               end-if
           else
               if alrt-status = 'C' then
                   display "ERROR: alert " ws-alert-no
                       " is already closed"
               else
                   move 'C' to alrt-status
                   move ws-sys-date (1:8) to alrt-cls-date
                   move ws-sys-date (9:6) to alrt-cls-time
                   move ws-operator to alrt-cls-oper
                   move ws-comment to alrt-cls-comment
                   move 'Y' to ws-act-done
               end-if
           end-if.
           if ws-act-done = 'Y' then
               display function trim(ws-function) " alert "
                   ws-alert-no ": " function trim(alrt-program) " "
                   function trim(alrt-dataset) " "
                   function trim(alrt-type)
           end-if.


       replace-alert-file.
      *> Swap the marked copy in only when the action was taken;
      *> otherwise the work file is dropped and the alert file is
      *> left exactly as it was. Every batch program appends to the
      *> alert file, so it is counted again first, as STATARCH does
      *> before its swap: an alert raised since the copy was made
      *> must not go out with the old file.
           move return-code to ws-save-rc.
           if ws-act-done = 'Y' then
               perform count-alert-lines
               if ws-count-lines not = ws-line-no then
                   call "CBL_DELETE_FILE" using fname-alrt-wrk
                   display "ERROR: alert file changed while it was"
                       " being updated; rerun"
                   move 8 to ws-save-rc
               else
                   call "CBL_DELETE_FILE" using fname-alrt
                   call "CBL_RENAME_FILE" using fname-alrt-wrk
                       fname-alrt
                   if return-code not = 0 then
                       display "ERROR: alert file " fname-alrt
                           " could not be replaced; marked copy left"
                           " in " fname-alrt-wrk
                       move 8 to ws-save-rc
                   end-if
               end-if
           else
               call "CBL_DELETE_FILE" using fname-alrt-wrk
               if ws-line-no < ws-alert-no then
                   display "ERROR: no alert " ws-alert-no " in "
                       fname-alrt
               end-if
               move 8 to ws-save-rc
           end-if.
           move ws-save-rc to return-code.


       count-alert-lines.
      *> Lines in the alert file as it stands now.
           move 0 to ws-count-lines.
           open input alert-file.
           if ws-alrt-status = '00' then
               move 'N' to feof
               perform count-alert-line until feof = 'Y'
           end-if.
           close alert-file.


       count-alert-line.
           read alert-file
               at end move 'Y' to feof
               not at end add 1 to ws-count-lines
           end-read.
