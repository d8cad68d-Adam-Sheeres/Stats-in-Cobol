      *> dataset, and a PURGE that archives records older than a
      *> retention period to a flat file before deleting them.
      *> Replace-on-rerun needs no function here -- statnew REWRITEs
      *> the day's record itself. EXCL flags one run as known bad (a
      *> partial extract, a test file run in production, an upstream
      *> outage) with a reason code, comment and operator id, and
      *> UNEXCL takes the flag off again; statlim, stattrend, statinq
      *> and statrej leave flagged runs out of their baselines. Both
      *> append a line to the audit file, as STATDEF does for its
      *> definitions. The exclusion area took the record from 148 to
      *> 215 bytes, so a master built before it is unloaded to a flat
      *> file (one 148-byte record per line) and reloaded once with
      *> CONV, which writes each record to a new master with the
      *> exclusion area blank -- no run excluded.
       identification division.
       program-id. statmast.

       select optional archive-file assign to dynamic fname-arc
           organization is line sequential
           file status is ws-arc-status.
       select optional audit-file assign to dynamic fname-aud
           organization is line sequential
           file status is ws-aud-status.
       select unload-file assign to dynamic fname-unl
           organization is line sequential
           file status is ws-unl-status.


       data division.
                                    sign is leading separate.
               02  mast-q3          pic s9(14)v9(4)
                                    sign is leading separate.
      *> Exclusion: flag 'E' keeps the run out of every baseline;
      *> reason, when, who and why ride with it.
               02  mast-excl.
                   03  mast-excl-flag    pic x(1).
                   03  mast-excl-reason  pic x(4).
                   03  mast-excl-date    pic x(8).
                   03  mast-excl-time    pic x(6).
                   03  mast-excl-oper    pic x(8).
                   03  mast-excl-comment pic x(40).
       FD  archive-file.
           01  archive-rec     pic x(215).
       FD  audit-file.
           01  audit-rec       pic x(293).
      *> The master record as it was before the exclusion area.
       FD  unload-file.
           01  unload-rec      pic x(148).


       working-storage section.
       77  fname-arc   pic x(30) value 'statmast.arc'.
       77  ws-mast-status pic xx.
       77  ws-arc-status  pic xx.
       77  fname-aud   pic x(30) value 'statmast.aud'.
       77  ws-aud-status  pic xx.
       77  fname-unl   pic x(30) value 'statmast.old'.
       77  ws-unl-status  pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-function  pic x(6).
       77  ws-dataset   pic x(30).
       77  ws-date      pic x(8).
       77  ws-sys-date  pic x(21).
       77  ws-listed-count pic 9(5) usage is comp value 0.
       77  ws-not-found    pic a(1) value 'N'.

      *> EXCL / UNEXCL: the reason code, the operator's comment and
      *> id. Reason codes:
      *>   PART partial or truncated extract
      *>   TEST test file run in production
      *>   OUTG known upstream outage
      *>   OTHR anything else -- say what in the comment
       77  ws-reason    pic x(4) value spaces.
       77  ws-comment   pic x(40) value spaces.
       77  ws-operator  pic x(8) value spaces.
       77  ws-parm-ok   pic a(1) value 'Y'.

      *> CONV counts.
       77  ws-loaded-count pic 9(5) usage is comp value 0.
       77  ws-failed-count pic 9(5) usage is comp value 0.

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
               10  file-hundredths pic X(8) comp-x.

      *> One audit line per EXCL or UNEXCL: when, who, what, the
      *> reason and comment keyed, and the master record image as
      *> rewritten.
       01  audit-line.
           02 aud-date         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-time         pic x(6).
           02 filler           pic x(1) value space.
           02 aud-oper         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-action       pic x(6).
           02 filler           pic x(1) value space.
           02 aud-reason       pic x(4).
           02 filler           pic x(1) value space.
           02 aud-comment      pic x(40).
           02 filler           pic x(1) value space.
           02 aud-image        pic x(215).

      *> Edited fields for the displayed inquiry block.
       77  ws-ed-count  pic z(6)9.
       77  ws-ed-value  pic -(10)9.9(4).
                   perform list-dataset
               when 'PURGE'
                   perform purge-old-records
               when 'EXCL'
               when 'UNEXCL'
                   if ws-parm-ok = 'Y' then
                       perform mark-exclusion
                   end-if
               when 'CONV'
                   perform convert-master
               when other
                   display "ERROR: function must be INQ, LIST, PURGE,"
                       " EXCL, UNEXCL or CONV"
                   move 8 to return-code
           end-evaluate.
           stop run.
      *> arguments out of JCL with an interactive ACCEPT fallback.
      *> Argument 1 is the function; INQ takes dataset and date
      *> (yyyymmdd), LIST takes dataset, PURGE takes the retention
      *> days and optionally the archive file name. EXCL takes
      *> dataset, date, reason code, operator id and comment; UNEXCL
      *> the same less the reason code. CONV takes the unload file
      *> name. The last argument of any form may override the master
      *> file name.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept fname-mast from argument-value
                       end-if
                   when 'EXCL'
                   when 'UNEXCL'
                       if ws-arg-count >= 2 then
                           move 2 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-dataset from argument-value
                       end-if
                       if ws-arg-count >= 3 then
                           move 3 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           move ws-argument to ws-date
                       end-if
                       move 4 to ws-arg-idx
                       if ws-function = 'EXCL' then
                           if ws-arg-count >= 4 then
                               display ws-arg-idx
                                   upon argument-number
                               accept ws-argument
                                   from argument-value
                               move function upper-case(ws-argument)
                                   to ws-reason
                           end-if
                           add 1 to ws-arg-idx
                       end-if
                       if ws-arg-count >= ws-arg-idx then
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to ws-operator
                           end-if
                       end-if
                       add 1 to ws-arg-idx
                       if ws-arg-count >= ws-arg-idx then
                           display ws-arg-idx upon argument-number
                           accept ws-comment from argument-value
                       end-if
                       add 1 to ws-arg-idx
                       if ws-arg-count >= ws-arg-idx then
                           display ws-arg-idx upon argument-number
                           accept fname-mast from argument-value
                       end-if
                   when 'CONV'
                       if ws-arg-count >= 2 then
                           move 2 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept ws-argument from argument-value
                           if ws-argument not = '*' then
                               move ws-argument to fname-unl
                           end-if
                       end-if
                       if ws-arg-count >= 3 then
                           move 3 to ws-arg-idx
                           display ws-arg-idx upon argument-number
                           accept fname-mast from argument-value
                       end-if
               end-evaluate
           else
               display "Function (INQ, LIST, PURGE, EXCL, UNEXCL, "
                   "CONV)? "
               accept ws-argument
               move function upper-case(function trim(ws-argument))
                   to ws-function
               if ws-function = 'INQ' or ws-function = 'LIST'
                       or ws-function = 'EXCL'
                       or ws-function = 'UNEXCL' then
                   display "Dataset name? "
                   accept ws-dataset
               end-if
               if ws-function = 'INQ' or ws-function = 'EXCL'
                       or ws-function = 'UNEXCL' then
                   display "Run date (yyyymmdd)? "
                   accept ws-date
               end-if
               if ws-function = 'EXCL' then
                   display "Reason code (PART, TEST, OUTG, OTHR)? "
                   accept ws-argument
                   move function upper-case(ws-argument)
                       to ws-reason
               end-if
               if ws-function = 'EXCL' or ws-function = 'UNEXCL'
                       then
                   display "Operator id? "
                   accept ws-operator
                   display "Comment? "
                   accept ws-comment
               end-if
               if ws-function = 'PURGE' then
                   display "Retention days (default 90)? "
                   accept ws-argument
                       move ws-argument to fname-arc
                   end-if
               end-if
               if ws-function = 'CONV' then
                   display "Unload file (default statmast.old)? "
                   accept ws-argument
                   if ws-argument not = spaces then
                       move ws-argument to fname-unl
                   end-if
               end-if
               display "Master file (default statmast.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-mast
               end-if
           end-if.
           if ws-function = 'EXCL' or ws-function = 'UNEXCL' then
               perform edit-exclusion-parms
           end-if.


       edit-exclusion-parms.
      *> EXCL and UNEXCL change what every baseline is built from,
      *> so the run, the reason and a comment are all required, and
      *> the operator id falls back to the signed-on user as it does
      *> in STATDEF.
           if ws-operator = spaces then
               accept ws-operator from environment 'USER'
           end-if.
           if ws-operator = spaces then
               move 'UNKNOWN' to ws-operator
           end-if.
           if ws-dataset = spaces or ws-date = spaces then
               display "ERROR: " function trim(ws-function)
                   " needs a dataset name and run date"
               move 'N' to ws-parm-ok
           end-if.
           if ws-function = 'EXCL'
                   and ws-reason not = 'PART'
                   and ws-reason not = 'TEST'
                   and ws-reason not = 'OUTG'
                   and ws-reason not = 'OTHR' then
               display "ERROR: reason code '" ws-reason
                   "' must be PART, TEST, OUTG or OTHR"
               move 'N' to ws-parm-ok
           end-if.
           if ws-comment = spaces then
               display "ERROR: " function trim(ws-function)
                   " needs a comment"
               move 'N' to ws-parm-ok
           end-if.
           if ws-parm-ok = 'N' then
               move 8 to return-code
           end-if.


       inquire-record.
           end-read.


       mark-exclusion.
      *> EXCL / UNEXCL: keyed read of the one run, set or clear the
      *> exclusion area, REWRITE, then the audit line. Flagging a run
      *> already flagged, or clearing one that is not, changes
      *> nothing and says so.
           open i-o master-file.
           if ws-mast-status not = '00' then
               display "ERROR: master file " fname-mast
                   " open failed, status=" ws-mast-status
               move 8 to return-code
           else
               move ws-dataset to mast-dataset
               move ws-date to mast-date
               read master-file
                   invalid key
                       display "NOT ON FILE: "
                           function trim(ws-dataset)
                           " " ws-date
                       move 8 to return-code
                   not invalid key
                       perform set-exclusion
               end-read
               close master-file
           end-if.


       set-exclusion.
           if ws-function = 'EXCL' then
               if mast-excl-flag = 'E' then
                   display "ALREADY EXCLUDED: "
                       function trim(ws-dataset) " " ws-date
                       " (" mast-excl-reason " by "
                       function trim(mast-excl-oper) ")"
                   move 4 to return-code
               else
                   move function current-date to ws-sys-date
                   move 'E' to mast-excl-flag
                   move ws-reason to mast-excl-reason
                   move ws-sys-date (1:8) to mast-excl-date
                   move ws-sys-date (9:6) to mast-excl-time
                   move ws-operator to mast-excl-oper
                   move ws-comment to mast-excl-comment
                   perform rewrite-exclusion
               end-if
           else
               if mast-excl-flag not = 'E' then
                   display "NOT EXCLUDED: "
                       function trim(ws-dataset) " " ws-date
                   move 4 to return-code
               else
                   move mast-excl-reason to ws-reason
                   move spaces to mast-excl
                   perform rewrite-exclusion
               end-if
           end-if.


       rewrite-exclusion.
           rewrite master-rec
               invalid key
                   display "ERROR: rewrite failed, status="
                       ws-mast-status
                   move 8 to return-code
               not invalid key
                   move function trim(ws-function) to aud-action
                   move ws-reason to aud-reason
                   move ws-comment to aud-comment
                   move master-rec to aud-image
                   perform write-audit
                   if ws-function = 'EXCL' then
                       display "EXCLUDED: "
                           function trim(ws-dataset) " " ws-date
                           " " ws-reason
                   else
                       display "UNEXCLUDED: "
                           function trim(ws-dataset) " " ws-date
                   end-if
           end-rewrite.


       write-audit.
      *> Same rule as STATDEF's audit trail: the master has already
      *> been changed, so a failed audit write is a warning and a
      *> return-code 4, not a reason to back the change out.
           move function current-date to ws-sys-date.
           move ws-sys-date (1:8) to aud-date.
           move ws-sys-date (9:6) to aud-time.
           move ws-operator to aud-oper.
           open extend audit-file.
           if ws-aud-status not = '00' and ws-aud-status not = '05'
               then
               display "WARNING: audit file " fname-aud
                   " open failed, status=" ws-aud-status
               move 4 to return-code
           else
               write audit-rec from audit-line
               close audit-file
           end-if.


       convert-master.
      *> CONV: reloads a 148-byte unload into a new master, each
      *> record written with its exclusion area blank. The master
      *> must not exist yet, so a second run can never write over a
      *> master that has been converted and is in use.
           call "CBL_CHECK_FILE_EXIST" using fname-mast file-info.
           if return-code = 0 then
               display "ERROR: master file " fname-mast
                   " already exists; nothing converted"
               move 8 to return-code
           else
               move 0 to return-code
               open input unload-file
               if ws-unl-status not = '00' then
                   display "ERROR: unload file " fname-unl
                       " open failed, status=" ws-unl-status
                   move 8 to return-code
               else
                   open output master-file
                   if ws-mast-status not = '00' then
                       display "ERROR: master file " fname-mast
                           " open failed, status=" ws-mast-status
                       move 8 to return-code
                       close unload-file
                   else
                       perform convert-next-record until feof = 'Y'
                       close master-file
                       close unload-file
                       display "CONV: " ws-loaded-count
                           " record(s) converted, " ws-failed-count
                           " rejected"
                       if ws-failed-count > 0 then
                           move 8 to return-code
                       end-if
                   end-if
               end-if
           end-if.


       convert-next-record.
      *> A line whose date or count is not numeric is not an old
      *> master record (most likely the wrong file was named) and is
      *> left out rather than loaded as garbage.
           read unload-file
               at end
                   move 'Y' to feof
               not at end
                   move unload-rec to master-rec
                   move spaces to mast-excl
                   if mast-date is not numeric
                           or mast-count is not numeric then
                       display "WARNING: not a master record: "
                           unload-rec (1:40)
                       add 1 to ws-failed-count
                   else
                       write master-rec
                           invalid key
                               display "WARNING: duplicate key "
                                   function trim(mast-dataset) " "
                                   mast-date "; not loaded"
                               add 1 to ws-failed-count
                           not invalid key
                               add 1 to ws-loaded-count
                       end-write
                   end-if
           end-read.


       display-record.
      *> One inquiry block, the same figures the report block shows.
           display "DATASET = " function trim(mast-dataset)
           display " Q1 =       " ws-ed-value.
           move mast-q3 to ws-ed-value.
           display " Q3 =       " ws-ed-value.
           if mast-excl-flag = 'E' then
               display " *** EXCLUDED " mast-excl-reason " "
                   mast-excl-date " by " function trim(mast-excl-oper)
                   ": " function trim(mast-excl-comment)
           end-if.
