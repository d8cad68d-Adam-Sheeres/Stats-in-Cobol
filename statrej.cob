      *> Purpose: Report on the statrej.dat records that statnew's
      *> write-reject produces, broken down by dataset and reason
      *> code with counts and a sample record each, so the bad rows
      *> get looked at before something downstream breaks. Rejects
      *> STATFIX has corrected or written off are counted as resolved
      *> and kept out of the breakdown, the rates and the aging, so
      *> only the open ones are chased. Each run
      *> appends the per-dataset reject counts to its own trend log
      *> and reports them against the prior run, so a feed getting
      *> cleaner or dirtier shows up run to run; a dataset whose
       select optional trend-file assign to dynamic fname-trend
           organization is line sequential
           file status is ws-trend-status.
       select optional master-file assign to dynamic fname-mast
           organization is indexed
           access mode is random
           record key is mast-key
           file status is ws-mast-status.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       file section.
       FD  reject-file.
           01  reject-rec      pic x(152).
       FD  report-file.
           01  report-line     pic x(80).
       FD  history-file.
           01  history-rec     pic x(120).
       FD  trend-file.
           01  trend-rec       pic x(80).
      *> Must match the record STATMAST maintains; only the key and
      *> the exclusion area are used here.
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
       FD  alert-file.
           01  alert-rec       pic x(250).


       working-storage section.
       77  ws-dataset-warned  pic a(1) value 'N'.
       01  dataset-keys-area.
           02  dataset-key pic x(30) occurs 500 times.
      *> Oldest reject date among each dataset's open rejects, for
      *> the aging line; records written before the date column
      *> existed leave it blank and do not age.
       01  oldest-date-area.
           02  ds-oldest   pic x(8) occurs 500 times.

      *> Latest valid-row count per dataset out of stathist.log (the
      *> fixed columns statnew's write-history lays down), so the
      *> reject rate has a denominator. The history name field is
      *> only 20 bytes, so datasets match on their first 20. A run
      *> excluded in the master is never the denominator; the
      *> latest run that is not excluded is, and the excluded runs
      *> passed over are counted for the report.
       77  ws-hist-n       pic 9(4) usage is comp value 0.
       77  ws-hist-idx     pic 9(4) usage is comp.
       01  hist-count-area.
           02  hist-ds-entry occurs 500 times.
               03  hist-ds-key pic x(20).
               03  hist-ds-cnt pic 9(7) usage is comp.
               03  hist-ds-cnt-f pic a(1).
               03  hist-ds-excl pic 9(5) usage is comp.

      *> The master says which runs are EXCLUDED through STATMAST;
      *> it is read by dataset and run date for every history line,
      *> and no master file means nothing is excluded.
       77  fname-mast     pic x(30) value 'statmast.dat'.
       77  ws-mast-status pic xx.
       77  ws-mast-open   pic a(1) value 'N'.
       77  ws-run-excl    pic a(1) value 'N'.
       77  ws-excl-count  pic 9(5) usage is comp value 0.
       77  ws-ds-excl     pic 9(5) usage is comp.

      *> Last run's reject count per dataset out of this program's
      *> own trend log, so the report can say cleaner or dirtier.
       77  ws-ds-prior-f   pic a(1).
       77  ws-rej-read     pic 9(7) usage is comp value 0.
       77  ws-rej-skipped  pic 9(7) usage is comp value 0.
       77  ws-rej-resolved pic 9(7) usage is comp value 0.
       77  ws-today-int    pic 9(8) usage is comp.
       77  ws-age-days     pic 9(8) usage is comp.
       77  i               pic 9(7) usage is comp.

      *> Work area for one reject record's fixed columns: record
      *> number 1-7, reason 9-20, raw data 22-101, dataset 103-132,
      *> STATFIX status 134 (blank = open), resolved date 136-143,
      *> date rejected 145-152. Records written before the dataset
      *> field existed have spaces there and are reported under
      *> (UNKNOWN); records older than the status column read as
      *> open.
       01  rej-line.
           02 rej-recnum       pic x(7).
           02 filler           pic x(1).
           02 rej-data         pic x(80).
           02 filler           pic x(1).
           02 rej-dataset      pic x(30).
           02 filler           pic x(1).
           02 rej-status       pic x(1).
           02 filler           pic x(1).
           02 rej-res-date     pic x(8).
           02 filler           pic x(1).
           02 rej-date         pic x(8).

      *> One line appended to the trend log per dataset per run.
       01  trend-line.
           02 filler       pic x(2) value spaces.
           02 out-sample   pic x(40).
       01  total-line-1.
           02 filler   pic x(22) value ' Open Rejects =       '.
           02 out-ds-total      pic -(15)9.
       01  total-line-2.
           02 filler   pic x(22) value ' Valid Rows (Hist) =  '.
           02 out-ds-prior      pic -(15)9.
           02 filler   pic x(2) value spaces.
           02 out-trend-note    pic x(10).
       01  total-line-6.
           02 filler   pic x(22) value ' Excluded Runs Skip = '.
           02 out-ds-excl       pic -(15)9.
       01  total-line-5.
           02 filler   pic x(22) value ' Oldest Open Reject = '.
           02 out-oldest-date   pic x(8).
           02 filler   pic x(2) value spaces.
           02 out-age-days      pic z(6)9.
           02 filler   pic x(10) value ' DAYS OPEN'.
       01  rate-flag-line.
           02 filler   pic x(26) value
           ' *** REJECT RATE EXCEEDS '.
       01  footer-line-2.
           02 filler   pic x(22) value ' Lines Skipped =      '.
           02 out-lines-skipped pic -(15)9.
       01  footer-line-3.
           02 filler   pic x(22) value ' Resolved Rejects =   '.
           02 out-lines-resolved pic -(15)9.
       01  footer-line-4.
           02 filler   pic x(22) value ' Excluded Hist Runs = '.
           02 out-lines-excluded pic -(15)9.

       01  file-info.
           05  file-size   pic X(8) comp-x.
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
       01  alert-line.
           02 alrt-program     pic x(10) value 'statrej'.
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
               move 8 to return-code
               stop run
           end-if.
           move function current-date to ws-sys-date.
           compute ws-today-int = function integer-of-date
               (function numval(ws-sys-date (1:8))).
           perform load-history-counts.
           perform load-prior-counts.
           write report-line from title-line after advancing 0 lines.
                           function numval(ws-argument)
                   end-if
               end-if
               if ws-arg-count >= 6 then
                   move 6 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-mast
                   end-if
               end-if
           else
               display "Reject file name (default statrej.dat)? "
               accept ws-argument
                   compute ws-rate-threshold =
                       function numval(ws-argument)
               end-if
               display "Master file name (default statmast.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-mast
               end-if
           end-if.


                   " open failed, status=" ws-hist-status
                   "; reject rates not computed"
           else
               perform open-master
               move 'N' to feof
               perform load-history-line until feof = 'Y'
               close history-file
               if ws-mast-open = 'Y' then
                   close master-file
               end-if
           end-if.
           move 'N' to feof.


       load-history-line.
      *> One history line: infile 1-20, count 42-48; later lines for
      *> the same dataset overwrite earlier ones, unless the run is
      *> excluded, when it is only counted.
           read history-file
               at end move 'Y' to feof
               not at end
                   if history-rec (42:7) not = spaces
                           and function test-numval
                           (history-rec (42:7)) = 0 then
                       perform check-excluded
                       move 'N' to ws-found-flag
                       perform varying ws-key-idx from 1 by 1
                               until ws-key-idx > ws-hist-n
                           if hist-ds-key(ws-key-idx) =
                                   history-rec (1:20) then
                               move 'Y' to ws-found-flag
                               move ws-key-idx to ws-hist-idx
                           end-if
                       end-perform
                       if ws-found-flag = 'N'
                           add 1 to ws-hist-n
                           move history-rec (1:20)
                               to hist-ds-key(ws-hist-n)
                           move 0 to hist-ds-cnt(ws-hist-n)
                           move 'N' to hist-ds-cnt-f(ws-hist-n)
                           move 0 to hist-ds-excl(ws-hist-n)
                           move ws-hist-n to ws-hist-idx
                           move 'Y' to ws-found-flag
                       end-if
                       if ws-found-flag = 'Y' then
                           if ws-run-excl = 'Y' then
                               add 1 to hist-ds-excl(ws-hist-idx)
                               add 1 to ws-excl-count
                           else
                               compute hist-ds-cnt(ws-hist-idx) =
                                   function numval
                                   (history-rec (42:7))
                               move 'Y' to hist-ds-cnt-f(ws-hist-idx)
                           end-if
                       end-if
                   end-if
           end-read.


       open-master.
      *> The master only says which runs are excluded. A master that
      *> does not exist yet excludes nothing; one that will not open
      *> is warned about, since flagged runs then count again.
           open input master-file.
           if ws-mast-status = '00' then
               move 'Y' to ws-mast-open
           else
               if ws-mast-status = '05' then
                   close master-file
               else
                   display "WARNING: master file " fname-mast
                       " open failed, status=" ws-mast-status
                       "; excluded runs are not recognized"
               end-if
           end-if.


       check-excluded.
      *> Sets ws-run-excl for the history line in history-rec: a
      *> keyed read of the master on the line's dataset (the first
      *> 20 bytes, as the log holds it) and run date (mm/dd/yyyy in
      *> columns 22-31, yyyymmdd in the key).
           move 'N' to ws-run-excl.
           if ws-mast-open = 'Y' then
               move history-rec (1:20) to mast-dataset
               move history-rec (28:4) to mast-date (1:4)
               move history-rec (22:2) to mast-date (5:2)
               move history-rec (25:2) to mast-date (7:2)
               read master-file
                   invalid key
                       continue
                   not invalid key
                       if mast-excl-flag = 'E' then
                           move 'Y' to ws-run-excl
                       end-if
               end-read
           end-if.


       load-prior-counts.
      *> Walks this program's own trend log the same way, keeping the
      *> last reject count per dataset so the report can say whether
      *> Reads one reject record and tallies it into the cell table.
      *> A line without a recognizable reason code (a truncated
      *> write, an operator note) is counted and skipped rather than
      *> abending the report. A resolved reject is only counted.
           read reject-file into rej-line
               at end move 'Y' to feof
               not at end
                       add 1 to ws-rej-skipped
                       display "WARNING: unparseable reject line"
                           " skipped in " fname-rej (1:20)
                   else
                   if rej-status not = space then
                       add 1 to ws-rej-resolved
                   else
                       if rej-dataset = spaces then
                           move '(UNKNOWN)' to rej-dataset
                       end-if
                       perform tally-reject
                   end-if
                   end-if
           end-read.


                   until ws-key-idx > ws-distinct-count
               if dataset-key(ws-key-idx) = rej-dataset then
                   move 'Y' to ws-found-flag
                   if rej-date not = spaces
                           and (ds-oldest(ws-key-idx) = spaces
                           or rej-date < ds-oldest(ws-key-idx)) then
                       move rej-date to ds-oldest(ws-key-idx)
                   end-if
               end-if
           end-perform.
           if ws-found-flag = 'N' then
                   add 1 to ws-distinct-count
                   move rej-dataset
                       to dataset-key(ws-distinct-count)
                   move rej-date to ds-oldest(ws-distinct-count)
               else
                   if ws-dataset-warned = 'N' then
                       display "WARNING: more than " ws-max-datasets
           move ws-ds-total to out-ds-total.
           write report-line from total-line-1 after advancing 1 line.

      *> Aging: how long the oldest open reject has waited.
           if ds-oldest(ws-key-idx) not = spaces
                   and ds-oldest(ws-key-idx) is numeric then
               move ds-oldest(ws-key-idx) to out-oldest-date
               compute ws-age-days = ws-today-int
                   - function integer-of-date
                   (function numval(ds-oldest(ws-key-idx)))
               move ws-age-days to out-age-days
               write report-line from total-line-5
                   after advancing 1 line
           end-if.

      *> Rate against the latest history count: rejects over rejects
      *> plus the valid rows that run reported -- close enough to a
      *> per-extract rate without re-reading the extract itself.
           move 'N' to ws-ds-valid-f.
           move 0 to ws-ds-valid.
           move 0 to ws-ds-excl.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-hist-n
               if hist-ds-key(ws-scan-idx) =
                       dataset-key(ws-key-idx) (1:20) then
                   move hist-ds-cnt-f(ws-scan-idx) to ws-ds-valid-f
                   move hist-ds-cnt(ws-scan-idx) to ws-ds-valid
                   move hist-ds-excl(ws-scan-idx) to ws-ds-excl
               end-if
           end-perform.
           if ws-ds-excl > 0 then
               move ws-ds-excl to out-ds-excl
               write report-line from total-line-6
                   after advancing 1 line
           end-if.
           if ws-ds-valid-f = 'Y' then
               move ws-ds-valid to out-ds-valid
               write report-line from total-line-2
                       after advancing 1 line
                   display "REJECT RATE FAIL: "
                       dataset-key(ws-key-idx) (1:20)
                   move dataset-key(ws-key-idx) to alrt-dataset
                   move 'REJECT RATE' to alrt-type
                   move '2' to alrt-severity
                   move ws-ds-rate to alrt-value
                   move ws-rate-threshold to alrt-limit
                   perform write-alert
               end-if
           else
               if ws-ds-excl > 0 then
                   display "WARNING: only excluded runs on history"
                       " for " dataset-key(ws-key-idx) (1:20)
                       "; reject rate not computed"
               else
                   display "WARNING: no history line for "
                       dataset-key(ws-key-idx) (1:20)
                       "; reject rate not computed"
               end-if
           end-if.

           move 'N' to ws-ds-prior-f.
           write report-line from under-line after advancing 1 line.
           write report-line from footer-line-1 after advancing 1 line.
           write report-line from footer-line-2 after advancing 1 line.
           move ws-rej-resolved to out-lines-resolved.
           write report-line from footer-line-3 after advancing 1 line.
           move ws-excl-count to out-lines-excluded.
           write report-line from footer-line-4 after advancing 1 line.


       append-trend-lines.
           end-if.


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
       close reject-file.
       close report-file.
