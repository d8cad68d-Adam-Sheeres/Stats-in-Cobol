      *> Purpose: Report run-to-run drift from the stathist.log lines
      *> that statnew's write-history appends after every run, so
      *> month-end review no longer means digging old output reports
      *> out of the archive and comparing them by hand. A generation
      *> STATARCH has moved out of the log can be named instead, for
      *> year-end review; the report then says which one it read and
      *> raises no alerts, since that drift is long since history.
       identification division.
       program-id. stattrend.

           file status is ws-hist-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.
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
       FD  history-file.
           01  history-rec     pic x(120).
       FD  report-file.
           01  report-line     pic x(80).
       FD  alert-file.
           01  alert-rec       pic x(250).
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


       working-storage section.
       77  ws-argument  pic x(30).
       77  ws-file-ok   pic a(1).

      *> The archive generation to read in place of the live log:
      *> the yyyymmdd STATARCH stamped on it, blank for the log.
       77  ws-arch-gen  pic x(8) value spaces.

      *> Window size (last N runs per dataset) and the drift threshold
      *> (flag raised when the latest mean moved more than this many
      *> percent against the prior run) are both overridable from the
       77  ws-change-pct    pic s9(7)v9(4)  usage is comp-3.
       77  ws-skipped-count pic 9(5) usage is comp value 0.

      *> Runs flagged EXCLUDED in the master through STATMAST are
      *> left out of the trend windows and the prior-run comparison
      *> and listed in a section of their own. The master is read by
      *> dataset and run date for every history line; no master file
      *> means nothing is excluded.
       77  fname-mast     pic x(30) value 'statmast.dat'.
       77  ws-mast-status pic xx.
       77  ws-mast-open   pic a(1) value 'N'.
       77  ws-run-excl    pic a(1) value 'N'.
       77  ws-excl-count  pic 9(5) usage is comp value 0.
       77  ws-excl-max    pic 9(5) usage is comp value 500.
       77  ws-excl-idx    pic 9(5) usage is comp.
       01  excl-table-area.
           02  excl-entry occurs 500 times.
               03  excl-infile  pic x(20).
               03  excl-date    pic x(10).
               03  excl-time    pic x(8).
               03  excl-reason  pic x(4).
               03  excl-oper    pic x(8).
               03  excl-comment pic x(40).

       77  i           pic 9(5) usage is comp.

       01  title-line.
       01  under-line.
           02 filler       pic x(48) value
           '------------------------------------------------'.
       01  archive-line.
           02 filler       pic x(22) value ' ARCHIVE GENERATION = '.
           02 out-arch-name pic x(30).
       01  dataset-heading.
           02 filler       pic x(12) value ' DATASET = '.
           02 out-dataset  pic x(20).
       01 footer-line-2.
           02 filler   pic x(22) value ' Lines Skipped =      '.
           02 out-lines-skipped pic -(15)9.
       01 footer-line-3.
           02 filler   pic x(22) value ' Runs Excluded =      '.
           02 out-lines-excluded pic -(15)9.

       01  excl-heading.
           02 filler       pic x(48) value
           ' RUNS EXCLUDED IN STATMAST -- NOT USED ABOVE'.
       01  excl-col-heads.
           02 filler       pic x(48) value
           ' DATASET              DATE       TIME     REASON'.
           02 filler       pic x(28) value
           ' BY       COMMENT'.
       01  excl-detail-line.
           02 filler       pic x(1) value space.
           02 out-excl-infile  pic x(20).
           02 filler       pic x(1) value space.
           02 out-excl-date    pic x(10).
           02 filler       pic x(1) value space.
           02 out-excl-time    pic x(8).
           02 filler       pic x(1) value space.
           02 out-excl-reason  pic x(6).
           02 filler       pic x(1) value space.
           02 out-excl-oper    pic x(8).
           02 filler       pic x(1) value space.
           02 out-excl-comment pic x(22).

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
           02 alrt-program     pic x(10) value 'stattrend'.
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
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           if ws-arch-gen not = spaces then
               move fname-hist to out-arch-name
               write report-line from archive-line
                   after advancing 1 line
           end-if.
           write report-line from under-line after advancing 1 line.
           perform open-master.
           perform load-loop until feof = 'Y'.
           perform trend-report.
           perform write-excluded-runs.
           perform write-footer.
           perform finish.

       get-run-parms.
      *> Same PARM convention as statnew: positional arguments out of
      *> JCL, with the interactive ACCEPT fallback when nobody passed
      *> a PARM. All the arguments default sensibly, so a bare
      *> invocation still reports on stathist.log. Argument 5 names
      *> the master file that says which runs are excluded, and
      *> argument 6 the date of an archive generation to read.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
                           function numval(ws-argument)
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-mast
                   end-if
               end-if
               if ws-arg-count >= 6 then
                   move 6 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to ws-arch-gen
                   end-if
               end-if
           else
               display "History file name (default stathist.log)? "
               accept ws-argument
                   compute ws-drift-pct =
                       function numval(ws-argument)
               end-if
               display "Master file name (default statmast.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-mast
               end-if
               display "Archive generation yyyymmdd (blank = the"
                   " live log)? "
               accept ws-arch-gen
           end-if.
           if ws-window-size < 1 then
               display "WARNING: window size must be at least 1;"

       file-check.
      *> Checks to see if the file exists, same as statnew does for
      *> its input extract. A generation is the log's name with
      *> STATARCH's .yyyymmdd on the end.
           if ws-arch-gen not = spaces then
               if ws-arch-gen is not numeric then
                   display "ERROR: archive generation '" ws-arch-gen
                       "' is not yyyymmdd"
                   move 'N' to ws-file-ok
               else
                   move spaces to ws-argument
                   string function trim(fname-hist) '.' ws-arch-gen
                       delimited by size into ws-argument
                       on overflow
                           display "ERROR: generation name for "
                               fname-hist " is too long"
                           move 'N' to ws-file-ok
                   end-string
                   move ws-argument to fname-hist
               end-if
           end-if.
           if ws-file-ok = 'Y' then
               call "CBL_CHECK_FILE_EXIST" using fname-hist file-info
               if return-code not = 0 then
                   display "ERROR: FILE " fname-hist (1:30)
                       " DOES NOT EXIST"
                   move 'N' to ws-file-ok
               end-if
           end-if.


      *> down in: infile 1-20, date 22-31, time 33-40, count 42-48,
      *> mean 50-65, std dev 67-82. A line that does not parse (a
      *> truncated write, an operator note typed into the log) is
      *> counted and skipped rather than abending the report. A run
      *> excluded in the master is set aside for its own section.
           read history-file
               at end move 'Y' to feof
               not at end
                           display "WARNING: unparseable history line"
                               " skipped in " fname-hist (1:20)
                       else
                           perform check-excluded
                           if ws-run-excl = 'Y' then
                               perform note-excluded-run
                           else
                               add 1 to ws-run-count
                               move history-rec (1:20)
                                   to run-infile(ws-run-count)
                               move history-rec (22:10)
                                   to run-date(ws-run-count)
                               move history-rec (33:8)
                                   to run-time(ws-run-count)
                               compute run-cnt(ws-run-count) =
                                   function numval(history-rec (42:7))
                               compute run-mean(ws-run-count) =
                                   function numval(history-rec (50:16))
                               compute run-stddev(ws-run-count) =
                                   function numval(history-rec (67:16))
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


       note-excluded-run.
      *> Keeps the excluded run's line and the master's reason for
      *> the report's excluded-runs section.
           add 1 to ws-excl-count.
           if ws-excl-count <= ws-excl-max then
               move history-rec (1:20) to excl-infile(ws-excl-count)
               move history-rec (22:10) to excl-date(ws-excl-count)
               move history-rec (33:8) to excl-time(ws-excl-count)
               move mast-excl-reason to excl-reason(ws-excl-count)
               move mast-excl-oper to excl-oper(ws-excl-count)
               move mast-excl-comment to excl-comment(ws-excl-count)
           end-if.


       trend-report.
      *> Builds the distinct dataset list the same way statnew's
      *> group-by-report builds its key list, then prints one trend
                       move ws-drift-pct to out-drift-pct
                       write report-line from drift-flag-line
                           after advancing 1 line
                       move dataset-key(ws-key-idx) to alrt-dataset
                       move 'MEAN DRIFT' to alrt-type
                       move '3' to alrt-severity
                       move ws-change-pct to alrt-value
                       move ws-drift-pct to alrt-limit
                       if ws-arch-gen = spaces then
                           perform write-alert
                       end-if
                   end-if
               else
                   display "WARNING: prior-run mean is zero for "
           end-if.


       write-excluded-runs.
      *> Every history line the master says is excluded, so the
      *> reader can see which runs the windows above left out.
           if ws-excl-count > 0 then
               write report-line from under-line after advancing 1 line
               write report-line from excl-heading
                   after advancing 1 line
               write report-line from excl-col-heads
                   after advancing 1 line
               write report-line from under-line after advancing 1 line
               perform varying ws-excl-idx from 1 by 1
                       until ws-excl-idx > ws-excl-count
                       or ws-excl-idx > ws-excl-max
                   move excl-infile(ws-excl-idx) to out-excl-infile
                   move excl-date(ws-excl-idx) to out-excl-date
                   move excl-time(ws-excl-idx) to out-excl-time
                   move excl-reason(ws-excl-idx) to out-excl-reason
                   move excl-oper(ws-excl-idx) to out-excl-oper
                   move excl-comment(ws-excl-idx) to out-excl-comment
                   write report-line from excl-detail-line
                       after advancing 1 line
               end-perform
           end-if.


       write-footer.
      *> Control totals, same idea as statnew's footer block.
           compute i = ws-run-count + ws-skipped-count + ws-excl-count.
           move i to out-lines-read.
           move ws-skipped-count to out-lines-skipped.
           move ws-excl-count to out-lines-excluded.
           write report-line from under-line after advancing 1 line.
           write report-line from footer-line-1 after advancing 1 line.
           write report-line from footer-line-2 after advancing 1 line.
           write report-line from footer-line-3 after advancing 1 line.


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
       close history-file.
       close report-file.
       if ws-mast-open = 'Y' then
           close master-file
       end-if.

       stop run.
