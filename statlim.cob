       select optional limits-file assign to dynamic fname-lim
           organization is line sequential
           file status is ws-lim-status.
       select optional master-file assign to dynamic fname-mast
           organization is indexed
           access mode is random
           record key is mast-key
           file status is ws-mast-status.


       data division.
       file section.
       FD  history-file.
           01  history-rec     pic x(120).
       FD  limits-file.
           01  limits-rec      pic x(120).
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
       77  ws-run-max       pic 9(5) usage is comp value 10000.
       77  ws-run-count     pic 9(5) usage is comp value 0.
       77  ws-skipped-count pic 9(5) usage is comp value 0.

      *> Runs flagged EXCLUDED in the master through STATMAST never
      *> reach run-table, so one bad night cannot widen a band; each
      *> is named on the console as it is passed over. The master is
      *> read by dataset and run date for every history line; no
      *> master file means nothing is excluded.
       77  fname-mast     pic x(30) value 'statmast.dat'.
       77  ws-mast-status pic xx.
       77  ws-mast-open   pic a(1) value 'N'.
       77  ws-run-excl    pic a(1) value 'N'.
       77  ws-excl-count  pic 9(5) usage is comp value 0.
       01  run-table-area.
           02  run-entry occurs 10000 times.
               03  run-infile   pic x(20).
           display "STATLIM: " ws-written-count
               " limit line(s) generated, " ws-kept-written
               " line(s) kept, into " function trim(fname-lim).
           if ws-excl-count > 0 then
               display "STATLIM: " ws-excl-count
                   " excluded run(s) left out of the bands"
           end-if.
           stop run.


       get-run-parms.
      *> Same PARM convention as stattrend: positional arguments out
      *> of JCL with the interactive ACCEPT fallback, every argument
      *> defaulting sensibly. Argument 5 names the master file that
      *> says which runs are excluded.
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
           else
               display "History file name (default stathist.log)? "
               accept ws-argument
                   compute ws-sigmas =
                       function numval(ws-argument)
               end-if
               display "Master file name (default statmast.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-mast
               end-if
           end-if.
           if ws-window-size < 2 then
               display "WARNING: window size must be at least 2;"
               move 8 to return-code
               stop run
           end-if.
           perform open-master.
           move 'N' to feof.
           perform load-loop until feof = 'Y'.
           close history-file.
           if ws-mast-open = 'Y' then
               close master-file
           end-if.


       load-loop.
      *> One history line into run-table, the fixed columns
      *> write-history laid down: infile 1-20, count 42-48, mean
      *> 50-65, std dev 67-82. Unparseable lines are counted and
      *> skipped, as stattrend does, and excluded runs are passed
      *> over.
           read history-file
               at end move 'Y' to feof
               not at end
                           display "WARNING: unparseable history line"
                               " skipped in " fname-hist (1:20)
                       else
                           perform check-excluded
                           if ws-run-excl = 'Y' then
                               add 1 to ws-excl-count
                               display "EXCLUDED: " history-rec (1:20)
                                   " " history-rec (22:19) " "
                                   mast-excl-reason " by "
                                   function trim(mast-excl-oper)
                                   " -- not used"
                           else
                               add 1 to ws-run-count
                               move history-rec (1:20)
                                   to run-infile(ws-run-count)
                               compute run-cnt(ws-run-count) =
                                   function numval(history-rec (42:7))
                               compute run-mean(ws-run-count) =
                                   function numval(history-rec (50:16))
                               compute run-stddev(ws-run-count) =
                                   function numval(history-rec (67:16))
                               perform note-dataset
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


       note-dataset.
      *> The distinct dataset list, built the same way stattrend
      *> builds its.
