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
       FD  reject-file.
           01  reject-rec      pic x(152).
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
               03  run-cnt      pic 9(7)        usage is comp.
               03  run-mean     pic s9(14)v9(4) usage is comp-3.
               03  run-stddev   pic s9(14)v9(4) usage is comp-3.
               03  run-excl     pic x(4).

      *> Runs flagged EXCLUDED in the master through STATMAST still
      *> load, with the reason code in run-excl, but are left out of
      *> the scroll and the prior-run comparison and named on the
      *> screen instead. The master is read by dataset and run date
      *> for every history line; no master file means nothing is
      *> excluded.
       77  fname-mast     pic x(30) value 'statmast.dat'.
       77  ws-mast-status pic xx.
       77  ws-mast-open   pic a(1) value 'N'.
       77  ws-run-excl    pic a(1) value 'N'.
       77  ws-excl-count  pic 9(5) usage is comp value 0.
       77  ws-ds-excl     pic 9(4) usage is comp.

      *> The inquired dataset's runs, as run-table indexes in
      *> chronological order; ws-pos walks them for the scroll,

      *> Reject tallies per dataset off statrej.dat: dataset in cols
      *> 103-132 (older records have it blank and count under
      *> (UNKNOWN), as STATREJ reports them). Only open rejects
      *> count -- one STATFIX has resolved has a status in col 134.
       77  ws-rej-loaded  pic a(1) value 'N'.
       77  ws-rej-total   pic 9(7) usage is comp.
       77  ws-max-datasets pic 9(4) usage is comp value 500.
      *> Start of procedure division.
       procedure division.
           perform get-run-parms.
           perform open-master.
           perform load-history.
           perform load-rejects.
           display " ".
           display "STATINQ - dataset status inquiry".
           display "(enter a dataset name, or X to exit)".
           perform inquiry-loop until ws-done = 'Y'.
           if ws-mast-open = 'Y' then
               close master-file
           end-if.
           stop run.


       get-run-parms.
      *> The PARM only overrides the file names -- the program is
      *> interactive by nature. Argument 3 names the limits file
      *> (none by default, so the verdict section just says so),
      *> argument 4 the master that says which runs are excluded.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
                   move ws-argument to fname-lim
               end-if
           end-if.
           if ws-arg-count >= 4 then
               move 4 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if ws-argument not = spaces
                       and ws-argument not = '*' then
                   move ws-argument to fname-mast
               end-if
           end-if.


       load-history.
      *> loads it; the per-dataset runs are picked out per inquiry.
           move 0 to ws-run-count.
           move 0 to ws-skipped.
           move 0 to ws-excl-count.
           open input history-file.
           if ws-hist-status not = '00'
                   and ws-hist-status not = '05' then
                               function numval(history-rec (50:16))
                           compute run-stddev(ws-run-count) =
                               function numval(history-rec (67:16))
                           perform check-excluded
                           move spaces to run-excl(ws-run-count)
                           if ws-run-excl = 'Y' then
                               add 1 to ws-excl-count
                               move mast-excl-reason
                                   to run-excl(ws-run-count)
                               if run-excl(ws-run-count) = spaces then
                                   move 'EXCL' to run-excl(ws-run-count)
                               end-if
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


       load-rejects.
      *> Reject counts per dataset off statrej.dat. A missing file
      *> just means the reject line reads zero.
           read reject-file
               at end move 'Y' to feof
               not at end
                   if reject-rec (134:1) = space then
                       perform count-open-reject
                   end-if
           end-read.


       count-open-reject.
           move reject-rec (103:30) to ws-argument.
           if ws-argument = spaces then
               move '(UNKNOWN)' to ws-argument
           end-if.
           move 'N' to ws-found-flag.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-rejds-n
               if rejds-key(ws-scan-idx) = ws-argument then
                   move 'Y' to ws-found-flag
                   add 1 to rejds-cnt(ws-scan-idx)
               end-if
           end-perform.
           if ws-found-flag = 'N'
                   and ws-rejds-n < ws-max-datasets then
               add 1 to ws-rejds-n
               move ws-argument to rejds-key(ws-rejds-n)
               move 1 to rejds-cnt(ws-rejds-n)
           end-if.


       inquiry-loop.
           display " ".
           display "Dataset name (X = exit, R = reload files)? ".
       dataset-inquiry.
      *> Collects the dataset's runs, shows the latest, then takes
      *> scroll commands until the operator asks for a new dataset.
      *> Excluded runs are named first and kept out of the scroll.
           move 0 to ws-ds-run-n.
           move 0 to ws-ds-excl.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-run-count
               if run-infile(ws-scan-idx) = ws-dataset (1:20) then
                   if run-excl(ws-scan-idx) not = spaces then
                       add 1 to ws-ds-excl
                       display "EXCLUDED RUN " run-date(ws-scan-idx)
                           " " run-time(ws-scan-idx) "  reason "
                           run-excl(ws-scan-idx)
                           " -- not shown or compared"
                   else
                       if ws-ds-run-n < ws-ds-run-max then
                           add 1 to ws-ds-run-n
                           move ws-scan-idx
                               to ds-run-idx(ws-ds-run-n)
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-ds-run-n = 0 then
               if ws-ds-excl > 0 then
                   display "NO RUNS ON FILE for "
                       function trim(ws-dataset)
                       " that are not excluded"
               else
                   display "NO RUNS ON FILE for "
                       function trim(ws-dataset)
               end-if
           else
               perform load-dataset-limits
               move ws-ds-run-n to ws-pos
           display " DATASET = " function trim(ws-dataset).
           display " RUN " run-date(ws-idx) " " run-time(ws-idx)
               "   (run " ws-pos " of " ws-ds-run-n " on file)".
           if ws-ds-excl > 0 then
               display " (" ws-ds-excl " excluded run(s) not counted)"
           end-if.
           display "----------------------------------------------".
           move run-cnt(ws-idx) to ws-ed-count.
           display " Count =    " ws-ed-count.
                   end-if
               end-perform
               move ws-rej-total to ws-ed-count
               display " Open Rejects =  " ws-ed-count
                   "  (" function trim(fname-rej) ")"
           else
               display " Rejects =  (no reject file)"
