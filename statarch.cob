      *> Program: Retention and Generation Archiving
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Housekeeping for the shared logs that otherwise only
      *> ever grow -- the history log statnew appends a line to every
      *> run, the reject file, and statrej's trend log -- before the
      *> programs that reload them whole start truncating at their
      *> table limits. A retention card gives each file a default
      *> rule and any dataset its own: keep N days, or keep the last
      *> N runs. Lines past their rule are moved, unchanged, into a
      *> dated archive generation beside the file (stathist.log.
      *> yyyymmdd, and so on) and the rest are written back in their
      *> original order. Open rejects are never archived, whatever
      *> their age. The report proves every file's control counts:
      *> lines in = lines kept + lines archived, with the rewritten
      *> file and the generation both counted back afterwards. The
      *> run refuses to start while a statnew checkpoint file exists,
      *> since that run's lines are not all on file yet. A file that
      *> fails or does not balance is raised on the shared alert file
      *> for STATALRT, like every other program's failures. STATMAST's
      *> PURGE still looks after the master.
       identification division.
       program-id. statarch.


       environment division.
       input-output section.
       file-control.
       select retention-file assign to dynamic fname-ret
           organization is line sequential
           file status is ws-ret-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.
       select live-file assign to dynamic fname-live
           organization is line sequential
           file status is ws-live-status.
       select keep-work-file assign to dynamic fname-wrk
           organization is line sequential
           file status is ws-wrk-status.
       select arch-work-file assign to dynamic fname-awk
           organization is line sequential
           file status is ws-awk-status.
       select optional archive-file assign to dynamic fname-arch
           organization is line sequential
           file status is ws-arch-status.
       select optional count-file assign to dynamic fname-count
           organization is line sequential
           file status is ws-count-status.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       file section.
       FD  retention-file.
           01  retention-rec   pic x(80).
       FD  report-file.
           01  report-line     pic x(100).
      *> Wide enough for the longest of the three logs: the reject
      *> record is 152 bytes, the history line 111, the trend line 58.
       FD  live-file.
           01  live-rec        pic x(160).
       FD  keep-work-file.
           01  keep-work-rec   pic x(160).
       FD  arch-work-file.
           01  arch-work-rec   pic x(160).
       FD  archive-file.
           01  archive-rec     pic x(160).
       FD  count-file.
           01  count-rec       pic x(160).
       FD  alert-file.
           01  alert-rec       pic x(250).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  fname-ret   pic x(30) value 'statarch.dat'.
       77  fname-rpt   pic x(30) value 'statarch.rpt'.
       77  fname-ckpt  pic x(30) value 'statnew.ckp'.
       77  fname-live  pic x(30) value spaces.
       77  fname-wrk   pic x(34) value spaces.
       77  fname-awk   pic x(34) value spaces.
       77  fname-arch  pic x(40) value spaces.
       77  fname-count pic x(40) value spaces.
       77  ws-ret-status   pic xx.
       77  ws-live-status  pic xx.
       77  ws-wrk-status   pic xx.
       77  ws-awk-status   pic xx.
       77  ws-arch-status  pic xx.
       77  ws-count-status pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-file-ok   pic a(1).
       77  ws-any-fail  pic a(1) value 'N'.
       77  ws-any-warn  pic a(1) value 'N'.
       77  ws-sys-date  pic x(21).
       77  ws-save-rc   pic s9(9) usage is comp.

      *> The run date stamps the archive generation and is the day
      *> the keep-N-days rules count back from. A trial run counts
      *> what would move and moves nothing.
       77  ws-run-date  pic x(8) value spaces.
       77  ws-run-int   pic 9(9) usage is comp.
       77  ws-run-mode  pic x(1) value 'R'.

      *> The retention card, one fixed-column line per rule; '*' in
      *> column 1 is a comment, as on the pairing card.
      *>   1-8     file: HIST (stathist.log), REJECT (statrej.dat),
      *>           REJTREND (statrej.log)
      *>   9-38    dataset (blank or '*' = the file's default rule,
      *>           for every dataset without a line of its own)
      *>   39      basis: D = keep N days (default), R = keep the
      *>           last N runs
      *>   40-44   N, 1-99999
      *>   45-74   file name, on the default line only (blank = the
      *>           usual name above)
      *> A file with no line at all is not touched, nor is a dataset
      *> with neither a line of its own nor a default to fall back
      *> on. Any line in error stops the run before a file is opened:
      *> a misread rule could archive lines nobody meant to move.
       01  card-line.
           02 card-kind        pic x(8).
           02 card-dataset     pic x(30).
           02 card-basis       pic x(1).
           02 card-keep        pic x(5).
           02 card-fname       pic x(30).
           02 filler           pic x(6).
       77  ws-card-read     pic 9(5) usage is comp value 0.
       77  ws-card-skipped  pic 9(5) usage is comp value 0.
       77  ws-card-bad      pic 9(5) usage is comp value 0.
       77  ws-card-kind     pic 9 usage is comp.
       77  ws-card-n        pic 9(5) usage is comp.
       77  ws-ed-line       pic z(4)9.

      *> The three files, their default rules and their names.
       77  ws-kind          pic 9 usage is comp.
       01  kind-table-area.
           02  kind-entry occurs 3 times.
               03  kind-code      pic x(8).
               03  kind-fname     pic x(30).
               03  kind-on        pic a(1).
               03  kind-def-on    pic a(1).
               03  kind-def-basis pic x(1).
               03  kind-def-keep  pic 9(5) usage is comp.

      *> Per-dataset rules off the card.
       77  ws-rule-max      pic 9(3) usage is comp value 200.
       77  ws-rule-count    pic 9(3) usage is comp value 0.
       77  ws-rule-idx      pic 9(3) usage is comp.
       01  rule-table-area.
           02  rule-entry occurs 200 times.
               03  rule-kind      pic 9 usage is comp.
               03  rule-dataset   pic x(30).
               03  rule-basis     pic x(1).
               03  rule-keep      pic 9(5) usage is comp.

      *> Every dataset met in the file in hand: its rule, the runs
      *> it has on file (first pass) and the runs passed so far
      *> (second pass), and its control counts. The history line
      *> only carries 20 bytes of the dataset name, so that is all a
      *> HIST rule is matched on.
       77  ws-ds-max        pic 9(4) usage is comp value 2000.
       77  ws-ds-count      pic 9(4) usage is comp value 0.
       77  ws-ds-idx        pic 9(4) usage is comp.
       77  ws-scan-idx      pic 9(4) usage is comp.
       77  ws-ds-full       pic a(1).
       01  ds-table-area.
           02  ds-entry occurs 2000 times.
               03  ds-key         pic x(30).
               03  ds-basis       pic x(1).
               03  ds-keep        pic 9(5) usage is comp.
               03  ds-runs        pic 9(7) usage is comp.
               03  ds-last-date   pic x(8).
               03  ds-seen        pic 9(7) usage is comp.
               03  ds-seen-date   pic x(8).
               03  ds-lines-in    pic 9(9) usage is comp.
               03  ds-kept        pic 9(9) usage is comp.
               03  ds-archived    pic 9(9) usage is comp.

      *> One line of the file in hand, picked apart.
       77  ws-line-ds       pic x(30).
       77  ws-line-date     pic x(8).
       77  ws-line-dated    pic a(1).
       77  ws-line-open     pic a(1).
       77  ws-line-keep     pic a(1).
       77  ws-date-num      pic 9(8).
       77  ws-line-int      pic 9(9) usage is comp.

      *> Control counts for the file in hand and for the run.
       77  ws-pass1-lines   pic 9(9) usage is comp.
       77  ws-lines-in      pic 9(9) usage is comp.
       77  ws-lines-kept    pic 9(9) usage is comp.
       77  ws-lines-arch    pic 9(9) usage is comp.
       77  ws-open-kept     pic 9(9) usage is comp.
       77  ws-undated-kept  pic 9(9) usage is comp.
       77  ws-now-lines     pic 9(9) usage is comp.
       77  ws-arch-before   pic 9(9) usage is comp.
       77  ws-arch-after    pic 9(9) usage is comp.
       77  ws-arch-added    pic 9(9) usage is comp.
       77  ws-count-lines   pic 9(9) usage is comp.
       77  ws-count-ok      pic a(1).
       77  ws-file-failed   pic a(1).
       77  ws-files-done    pic 9(3) usage is comp value 0.
       77  ws-files-untouched pic 9(3) usage is comp value 0.
       77  ws-files-failed  pic 9(3) usage is comp value 0.
       77  ws-ed-keep       pic z(4)9.
       77  ws-fmt-basis     pic x(1).
       77  ws-fmt-keep      pic 9(5) usage is comp.

      *> One record appended to the shared alert file per file that
      *> fails, for STATALRT to list, acknowledge and close. Must
      *> match the record STATALRT maintains; the status and action
      *> area past column 112 is left blank for it.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statarch'.
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

       01  title-line.
           02 filler       pic x(45) value
           '  Retention and Archive Report'.
           02 filler       pic x(9) value ' AS OF '.
           02 out-run-date pic x(10).
           02 filler       pic x(2) value spaces.
           02 out-run-mode pic x(20) value spaces.
       01  under-line.
           02 filler       pic x(99) value all '-'.
       01  file-heading-1.
           02 filler       pic x(12) value ' FILE     = '.
           02 out-file     pic x(40).
       01  file-heading-2.
           02 filler       pic x(12) value ' ARCHIVE  = '.
           02 out-arch     pic x(40).
       01  file-heading-3.
           02 filler       pic x(12) value ' DEFAULT  = '.
           02 out-default  pic x(50).
       01  col-heads.
           02 filler       pic x(48) value
           ' DATASET                         RULE           '.
           02 filler       pic x(36) value
           '      LINES IN       KEPT   ARCHIVED'.
       01  detail-line.
           02 filler       pic x(1) value space.
           02 out-dataset  pic x(30).
           02 filler       pic x(2) value spaces.
           02 out-rule     pic x(16).
           02 filler       pic x(4) value spaces.
           02 out-ds-in    pic z(8)9.
           02 filler       pic x(2) value spaces.
           02 out-ds-kept  pic z(8)9.
           02 filler       pic x(2) value spaces.
           02 out-ds-arch  pic z(8)9.
       01  file-total-line.
           02 filler       pic x(1) value space.
           02 out-tot-label pic x(25).
           02 out-tot-value pic z(8)9.
       01  file-result-line.
           02 filler       pic x(1) value space.
           02 out-result   pic x(70).
       01  footer-line-1.
           02 filler   pic x(26) value ' Files Archived =         '.
           02 out-files-done    pic z(6)9.
       01  footer-line-2.
           02 filler   pic x(26) value ' Files Without Rules =    '.
           02 out-files-untouched pic z(6)9.
       01  footer-line-3.
           02 filler   pic x(26) value ' Files In Error =         '.
           02 out-files-failed  pic z(6)9.
       01  footer-line-4.
           02 filler   pic x(26) value ' Card Lines Read =        '.
           02 out-card-read     pic z(6)9.

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


      *> Start of procedure division.
       procedure division.
           perform set-file-kinds.
           perform get-run-parms.
           move 'Y' to ws-file-ok
           perform file-check.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               stop run
           end-if.

           perform load-retention-card.
           if ws-card-bad > 0 then
               move ws-card-bad to ws-ed-line
               display "ERROR: " function trim(ws-ed-line)
                   " line(s) in error on " fname-ret
                   "; nothing archived"
               move 8 to return-code
               stop run
           end-if.

           open output report-file.
           move function current-date to ws-sys-date.
           string ws-run-date (1:4) '-' ws-run-date (5:2) '-'
               ws-run-date (7:2) delimited by size into out-run-date.
           if ws-run-mode = 'T' then
               move 'TRIAL -- NONE MOVED' to out-run-mode
           end-if.
           write report-line from title-line after advancing 0 lines.
           perform varying ws-kind from 1 by 1 until ws-kind > 3
               perform archive-one-file
           end-perform.
           perform write-footer.
           perform finish.


       set-file-kinds.
      *> The three logs and the names they go by when the card does
      *> not rename them.
           initialize kind-table-area.
           move 'HIST' to kind-code(1).
           move 'stathist.log' to kind-fname(1).
           move 'REJECT' to kind-code(2).
           move 'statrej.dat' to kind-fname(2).
           move 'REJTREND' to kind-code(3).
           move 'statrej.log' to kind-fname(3).


       get-run-parms.
      *> Same PARM convention as statbal: positional arguments out of
      *> JCL, '*' to take a default, interactive ACCEPT fallback.
      *>   1 retention card (statarch.dat)
      *>   2 report file (statarch.rpt)
      *>   3 run date yyyymmdd (default today)
      *>   4 RUN (default) or TRIAL
      *>   5 statnew checkpoint file (statnew.ckp)
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if ws-argument not = '*' then
                   move ws-argument to fname-ret
               end-if
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
                       move ws-argument to ws-run-date
                   end-if
               end-if
               if ws-arg-count >= 4 then
                   move 4 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move function upper-case(ws-argument (1:1))
                           to ws-run-mode
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-ckpt
                   end-if
               end-if
           else
               display "Retention card name (default statarch.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-ret
               end-if
               display "Report file name (default statarch.rpt)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-rpt
               end-if
               display "Run date yyyymmdd (default today)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to ws-run-date
               end-if
               display "RUN or TRIAL (default RUN)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move function upper-case(ws-argument (1:1))
                       to ws-run-mode
               end-if
               display "Checkpoint file (default statnew.ckp)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-ckpt
               end-if
           end-if.
           if ws-run-mode not = 'T' then
               move 'R' to ws-run-mode
           end-if.
           if ws-run-date = spaces then
               move function current-date to ws-sys-date
               move ws-sys-date (1:8) to ws-run-date
           end-if.


       file-check.
      *> The card must exist, the run date must be a real date, and
      *> statnew must not be part-way through a run: its checkpoint
      *> means some of that run's lines are not on file yet.
           call "CBL_CHECK_FILE_EXIST" using fname-ret file-info.
           if return-code not = 0 then
               display "ERROR: FILE " fname-ret (1:20)
                   " DOES NOT EXIST"
               move 'N' to ws-file-ok
           end-if.
           call "CBL_CHECK_FILE_EXIST" using fname-ckpt file-info.
           if return-code = 0 then
               display "ERROR: statnew checkpoint " fname-ckpt (1:20)
                   " exists; restart or clear that run first"
               move 'N' to ws-file-ok
           end-if.
           move 0 to return-code.
           if ws-run-date is not numeric then
               display "ERROR: run date '" ws-run-date
                   "' is not yyyymmdd"
               move 'N' to ws-file-ok
           else
               move ws-run-date to ws-date-num
               if function test-date-yyyymmdd(ws-date-num) not = 0
                   then
                   display "ERROR: run date '" ws-run-date
                       "' is not a valid date"
                   move 'N' to ws-file-ok
               else
                   compute ws-run-int =
                       function integer-of-date(ws-date-num)
               end-if
           end-if.


       load-retention-card.
      *> Reads every rule off the card; comments and blank lines are
      *> skipped, anything else must be a good rule.
           open input retention-file.
           if ws-ret-status not = '00' then
               display "ERROR: retention card " fname-ret
                   " open failed, status=" ws-ret-status
               add 1 to ws-card-bad
           else
               perform load-card-line until feof = 'Y'
               close retention-file
           end-if.
           move 'N' to feof.


       load-card-line.
           read retention-file into card-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-card-read
                   if card-line (1:1) = '*' or card-line = spaces then
                       add 1 to ws-card-skipped
                   else
                       perform edit-card-line
                   end-if
           end-read.


       edit-card-line.
      *> One rule: the file it is for, its basis and count, and
      *> whether it is the file's default or a dataset's own. Each
      *> fault is named on the console with the line it is on.
           move ws-card-read to ws-ed-line.
           move 0 to ws-card-kind.
           evaluate function upper-case(card-kind)
               when 'HIST'
                   move 1 to ws-card-kind
               when 'REJECT'
                   move 2 to ws-card-kind
               when 'REJTREND'
                   move 3 to ws-card-kind
           end-evaluate.
           move function upper-case(card-basis) to card-basis.
           if card-basis = space then
               move 'D' to card-basis
           end-if.
           move 0 to ws-card-n.
           if function trim(card-keep) is numeric then
               compute ws-card-n = function numval(card-keep)
           end-if.
           if ws-card-kind = 0 then
               display "ERROR: unknown file '" card-kind "' on "
                   fname-ret " line " ws-ed-line
               add 1 to ws-card-bad
           else
           if card-basis not = 'D' and card-basis not = 'R' then
               display "ERROR: basis '" card-basis "' is not D or R"
                   " on " fname-ret " line " ws-ed-line
               add 1 to ws-card-bad
           else
           if ws-card-n < 1 then
               display "ERROR: keep count '" card-keep "' is not"
                   " 1-99999 on " fname-ret " line " ws-ed-line
               add 1 to ws-card-bad
           else
           if card-dataset = spaces or card-dataset = '*' then
               perform set-default-rule
           else
               perform add-dataset-rule
           end-if
           end-if
           end-if
           end-if.


       set-default-rule.
           if kind-def-on(ws-card-kind) = 'Y' then
               display "ERROR: second default rule for "
                   function trim(card-kind) " on " fname-ret
                   " line " ws-ed-line
               add 1 to ws-card-bad
           else
               move 'Y' to kind-on(ws-card-kind)
               move 'Y' to kind-def-on(ws-card-kind)
               move card-basis to kind-def-basis(ws-card-kind)
               move ws-card-n to kind-def-keep(ws-card-kind)
               if card-fname not = spaces then
                   move card-fname to kind-fname(ws-card-kind)
               end-if
           end-if.


       add-dataset-rule.
           if card-fname not = spaces then
               display "ERROR: file name on a dataset rule on "
                   fname-ret " line " ws-ed-line
                   "; it belongs on the default line"
               add 1 to ws-card-bad
           else
               move 0 to ws-ds-idx
               perform varying ws-rule-idx from 1 by 1
                       until ws-rule-idx > ws-rule-count
                   if rule-kind(ws-rule-idx) = ws-card-kind
                           and rule-dataset(ws-rule-idx)
                               = card-dataset then
                       move 1 to ws-ds-idx
                   end-if
               end-perform
               if ws-ds-idx > 0 then
                   display "ERROR: second rule for "
                       function trim(card-dataset) " on " fname-ret
                       " line " ws-ed-line
                   add 1 to ws-card-bad
               else
               if ws-rule-count >= ws-rule-max then
                   display "ERROR: more than 200 dataset rules on "
                       fname-ret
                   add 1 to ws-card-bad
               else
                   add 1 to ws-rule-count
                   move ws-card-kind to rule-kind(ws-rule-count)
                   move card-dataset to rule-dataset(ws-rule-count)
                   move card-basis to rule-basis(ws-rule-count)
                   move ws-card-n to rule-keep(ws-rule-count)
                   move 'Y' to kind-on(ws-card-kind)
               end-if
               end-if
           end-if.


       archive-one-file.
      *> One log, start to finish: count its runs, split its lines
      *> between a work copy and a pending archive file, swap the
      *> work copy in, append the pending lines to the generation,
      *> then count both back. The live file is read twice; if it
      *> has grown between the passes a job wrote to it meanwhile,
      *> and nothing is swapped.
           if kind-on(ws-kind) not = 'Y' then
               add 1 to ws-files-untouched
           else
               perform archive-rule-file
           end-if.


       archive-rule-file.
           move 'N' to ws-file-failed.
           move kind-fname(ws-kind) to fname-live.
           move spaces to fname-wrk.
           string function trim(fname-live) '.wrk'
               delimited by size into fname-wrk.
           move spaces to fname-awk.
           string function trim(fname-live) '.arc'
               delimited by size into fname-awk.
           move spaces to fname-arch.
           string function trim(fname-live) '.' ws-run-date
               delimited by size into fname-arch.
           initialize ds-table-area.
           move 0 to ws-ds-count.
           move 'N' to ws-ds-full.
           move 0 to ws-pass1-lines.
           move 0 to ws-lines-in.
           move 0 to ws-lines-kept.
           move 0 to ws-lines-arch.
           move 0 to ws-open-kept.
           move 0 to ws-undated-kept.
           move 0 to ws-now-lines.
           move 0 to ws-arch-added.
           perform write-file-heading.

           call "CBL_CHECK_FILE_EXIST" using fname-live file-info.
           if return-code not = 0 then
               move 0 to return-code
               display "WARNING: FILE " fname-live (1:20)
                   " DOES NOT EXIST; not archived"
               move 'Y' to ws-any-warn
               move 'FILE NOT FOUND -- NOT ARCHIVED' to out-result
               write report-line from file-result-line
                   after advancing 1 line
           else
               perform count-live-runs
               if ws-file-failed not = 'Y' then
                   perform split-live-file
               end-if
               if ws-file-failed not = 'Y'
                       and ws-run-mode not = 'T' then
                   perform swap-live-file
               end-if
               if ws-file-failed not = 'Y'
                       and ws-run-mode not = 'T' then
                   perform prove-file-counts
               end-if
               perform write-file-totals
           end-if.


       write-file-heading.
           write report-line from under-line after advancing 1 line.
           move fname-live to out-file.
           write report-line from file-heading-1
               after advancing 1 line.
           move fname-arch to out-arch.
           write report-line from file-heading-2
               after advancing 1 line.
           move spaces to out-default.
           if kind-def-on(ws-kind) = 'Y' then
               move kind-def-basis(ws-kind) to ws-fmt-basis
               move kind-def-keep(ws-kind) to ws-fmt-keep
               perform format-rule
               move out-rule to out-default
           else
               move 'NONE -- DATASETS WITHOUT A RULE ARE KEPT'
                   to out-default
           end-if.
           write report-line from file-heading-3
               after advancing 1 line.


       format-rule.
      *> The rule in ws-fmt-basis/ws-fmt-keep as report text.
           move spaces to out-rule.
           if ws-fmt-basis = space then
               move 'NO RULE -- KEPT' to out-rule
           else
               move ws-fmt-keep to ws-ed-keep
               if ws-fmt-basis = 'R' then
                   string 'KEEP ' function trim(ws-ed-keep) ' RUNS'
                       delimited by size into out-rule
               else
                   string 'KEEP ' function trim(ws-ed-keep) ' DAYS'
                       delimited by size into out-rule
               end-if
           end-if.


       count-live-runs.
      *> First pass: every dataset's rule, and how many runs it has
      *> on file for the keep-N-runs rules to count back from.
           open input live-file.
           if ws-live-status not = '00' then
               display "ERROR: " fname-live " open failed, status="
                   ws-live-status
               move 'Y' to ws-file-failed
           else
               move 'N' to feof
               perform count-live-line until feof = 'Y'
               close live-file
               if ws-ds-full = 'Y' then
                   display "ERROR: more than 2000 datasets in "
                       fname-live "; not archived"
                   move 'Y' to ws-file-failed
               end-if
           end-if.
           move 'N' to feof.


       count-live-line.
           read live-file
               at end move 'Y' to feof
               not at end
                   add 1 to ws-pass1-lines
                   perform pick-line-fields
                   perform find-dataset
                   if ws-ds-idx > 0 then
                       perform count-line-run
                       move ws-line-date to ds-last-date(ws-ds-idx)
                   end-if
           end-read.


       count-line-run.
      *> A history or trend line is a run of its own; the rejects of
      *> one run share its date, so on the reject file a new run is
      *> a change of date within the dataset.
           if ws-kind = 2 then
               if ws-line-date not = ds-last-date(ws-ds-idx)
                       or ds-runs(ws-ds-idx) = 0 then
                   add 1 to ds-runs(ws-ds-idx)
               end-if
           else
               add 1 to ds-runs(ws-ds-idx)
           end-if.


       pick-line-fields.
      *> Dataset, date (as yyyymmdd) and, on the reject file, the
      *> open switch, out of the fixed columns each writer uses:
      *>   history  dataset 1-20, date mm/dd/yyyy 22-31
      *>   reject   dataset 103-132, status 134, date yyyymmdd 145-152
      *>   trend    dataset 1-30, date mm/dd/yyyy 32-41
           move spaces to ws-line-ds.
           move spaces to ws-line-date.
           move 'N' to ws-line-open.
           evaluate ws-kind
               when 1
                   move live-rec (1:20) to ws-line-ds
                   string live-rec (28:4) live-rec (22:2)
                       live-rec (25:2) delimited by size
                       into ws-line-date
               when 2
                   move live-rec (103:30) to ws-line-ds
                   move live-rec (145:8) to ws-line-date
                   if live-rec (134:1) = space then
                       move 'Y' to ws-line-open
                   end-if
               when 3
                   move live-rec (1:30) to ws-line-ds
                   string live-rec (38:4) live-rec (32:2)
                       live-rec (35:2) delimited by size
                       into ws-line-date
           end-evaluate.
           move 'N' to ws-line-dated.
           if ws-line-date is numeric then
               move ws-line-date to ws-date-num
               if function test-date-yyyymmdd(ws-date-num) = 0 then
                   move 'Y' to ws-line-dated
                   compute ws-line-int =
                       function integer-of-date(ws-date-num)
               end-if
           end-if.


       find-dataset.
      *> The dataset's entry, added with its rule on first sight.
      *> ws-ds-idx is zero only when the table is full.
           move 0 to ws-ds-idx.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-ds-count
                   or ws-ds-idx > 0
               if ds-key(ws-scan-idx) = ws-line-ds then
                   move ws-scan-idx to ws-ds-idx
               end-if
           end-perform.
           if ws-ds-idx = 0 then
               if ws-ds-count >= ws-ds-max then
                   move 'Y' to ws-ds-full
               else
                   add 1 to ws-ds-count
                   move ws-ds-count to ws-ds-idx
                   move ws-line-ds to ds-key(ws-ds-idx)
                   perform find-dataset-rule
               end-if
           end-if.


       find-dataset-rule.
           move kind-def-basis(ws-kind) to ds-basis(ws-ds-idx).
           move kind-def-keep(ws-kind) to ds-keep(ws-ds-idx).
           if kind-def-on(ws-kind) not = 'Y' then
               move space to ds-basis(ws-ds-idx)
           end-if.
           perform varying ws-rule-idx from 1 by 1
                   until ws-rule-idx > ws-rule-count
               if rule-kind(ws-rule-idx) = ws-kind then
                   if (ws-kind = 1 and rule-dataset(ws-rule-idx) (1:20)
                           = ws-line-ds (1:20))
                           or (ws-kind not = 1
                           and rule-dataset(ws-rule-idx) = ws-line-ds)
                           then
                       move rule-basis(ws-rule-idx)
                           to ds-basis(ws-ds-idx)
                       move rule-keep(ws-rule-idx)
                           to ds-keep(ws-ds-idx)
                   end-if
               end-if
           end-perform.


       split-live-file.
      *> Second pass: each line to the work copy or the pending
      *> archive file, in file order. A trial run only counts.
           open input live-file.
           if ws-live-status not = '00' then
               display "ERROR: " fname-live " open failed, status="
                   ws-live-status
               move 'Y' to ws-file-failed
           else
               if ws-run-mode not = 'T' then
                   open output keep-work-file
                   open output arch-work-file
                   if ws-wrk-status not = '00'
                           or ws-awk-status not = '00' then
                       display "ERROR: work files for " fname-live
                           " could not be opened, status="
                           ws-wrk-status "/" ws-awk-status
                       move 'Y' to ws-file-failed
                       close keep-work-file
                       close arch-work-file
                   end-if
               end-if
               if ws-file-failed not = 'Y' then
                   move 'N' to feof
                   perform split-live-line until feof = 'Y'
                   if ws-run-mode not = 'T' then
                       close keep-work-file
                       close arch-work-file
                   end-if
               end-if
               close live-file
           end-if.
           move 'N' to feof.
           if ws-file-failed not = 'Y'
                   and ws-lines-in not = ws-pass1-lines then
               display "ERROR: " fname-live " changed while it was"
                   " being read; not archived"
               move 'Y' to ws-file-failed
           end-if.
           if ws-file-failed = 'Y' and ws-run-mode not = 'T' then
               call "CBL_DELETE_FILE" using fname-wrk
               call "CBL_DELETE_FILE" using fname-awk
               move 0 to return-code
           end-if.


       split-live-line.
           read live-file
               at end move 'Y' to feof
               not at end
                   add 1 to ws-lines-in
                   perform pick-line-fields
                   perform find-dataset
                   if ws-ds-idx = 0 then
                       move 'Y' to ws-line-keep
                   else
                       add 1 to ds-lines-in(ws-ds-idx)
                       perform decide-line
                   end-if
                   if ws-line-keep = 'Y' then
                       add 1 to ws-lines-kept
                       if ws-ds-idx > 0 then
                           add 1 to ds-kept(ws-ds-idx)
                       end-if
                       if ws-run-mode not = 'T' then
                           write keep-work-rec from live-rec
                       end-if
                   else
                       add 1 to ws-lines-arch
                       add 1 to ds-archived(ws-ds-idx)
                       if ws-run-mode not = 'T' then
                           write arch-work-rec from live-rec
                       end-if
                   end-if
           end-read.


       decide-line.
      *> Keep or archive one line by its dataset's rule. The run
      *> number is taken first so open rejects still count as runs;
      *> an open reject or a line with no usable date is then kept
      *> whatever the rule says.
           move 'Y' to ws-line-keep.
           if ds-basis(ws-ds-idx) = 'R' then
               if ws-kind = 2 then
                   if ws-line-date not = ds-seen-date(ws-ds-idx)
                           or ds-seen(ws-ds-idx) = 0 then
                       add 1 to ds-seen(ws-ds-idx)
                       move ws-line-date to ds-seen-date(ws-ds-idx)
                   end-if
               else
                   add 1 to ds-seen(ws-ds-idx)
               end-if
           end-if.
           evaluate true
               when ds-basis(ws-ds-idx) = space
                   continue
               when ws-line-open = 'Y'
                   add 1 to ws-open-kept
               when ds-basis(ws-ds-idx) = 'R'
                   if ds-seen(ws-ds-idx) + ds-keep(ws-ds-idx)
                           <= ds-runs(ws-ds-idx) then
                       move 'N' to ws-line-keep
                   end-if
               when ws-line-dated not = 'Y'
                   add 1 to ws-undated-kept
               when other
                   if ws-run-int - ws-line-int > ds-keep(ws-ds-idx)
                           and ws-run-int > ws-line-int then
                       move 'N' to ws-line-keep
                   end-if
           end-evaluate.


       swap-live-file.
      *> The work copy replaces the live file, the way STATFIX swaps
      *> the reject file; only then are the archived lines appended
      *> to the generation, so a failure part-way never leaves a
      *> line in both places. Nothing archived leaves the file as it
      *> was.
           move fname-arch to fname-count.
           perform count-file-lines.
           move ws-count-lines to ws-arch-before.
           if ws-lines-arch = 0 then
               call "CBL_DELETE_FILE" using fname-wrk
               call "CBL_DELETE_FILE" using fname-awk
               move 0 to return-code
           else
               move fname-live to fname-count
               perform count-file-lines
               if ws-count-lines not = ws-lines-in then
                   display "ERROR: " fname-live " changed while it"
                       " was being archived; not archived"
                   move 'Y' to ws-file-failed
                   call "CBL_DELETE_FILE" using fname-wrk
                   call "CBL_DELETE_FILE" using fname-awk
                   move 0 to return-code
               else
                   call "CBL_DELETE_FILE" using fname-live
                   call "CBL_RENAME_FILE" using fname-wrk fname-live
                   move return-code to ws-save-rc
                   move 0 to return-code
                   if ws-save-rc not = 0 then
                       display "ERROR: " fname-wrk " could not be"
                           " renamed to " fname-live "; the kept"
                           " lines are in " fname-wrk
                       move 'Y' to ws-file-failed
                   else
                       perform append-generation
                   end-if
               end-if
           end-if.


       append-generation.
      *> The pending archive lines onto the end of the generation;
      *> a rerun on the same date adds to it rather than replacing.
           open input arch-work-file.
           open extend archive-file.
           if ws-awk-status not = '00'
                   or (ws-arch-status not = '00'
                       and ws-arch-status not = '05') then
               display "ERROR: generation " fname-arch
                   " could not be written, status=" ws-arch-status
                   "; the archived lines are in " fname-awk
               move 'Y' to ws-file-failed
           else
               move 'N' to feof
               perform append-generation-line until feof = 'Y'
               close archive-file
               close arch-work-file
               call "CBL_DELETE_FILE" using fname-awk
               move 0 to return-code
           end-if.
           move 'N' to feof.


       append-generation-line.
           read arch-work-file
               at end move 'Y' to feof
               not at end
                   write archive-rec from arch-work-rec
                   add 1 to ws-arch-added
           end-read.


       prove-file-counts.
      *> Counts the rewritten file and the generation back from
      *> disk; both must agree with what the split said it wrote.
           move fname-live to fname-count.
           perform count-file-lines.
           move ws-count-lines to ws-now-lines.
           move fname-arch to fname-count.
           perform count-file-lines.
           move ws-count-lines to ws-arch-after.
           if ws-now-lines not = ws-lines-kept
                   or ws-arch-after - ws-arch-before
                       not = ws-lines-arch
                   or ws-arch-added not = ws-lines-arch then
               move 'Y' to ws-file-failed
           end-if.


       count-file-lines.
      *> Lines in fname-count; a file that is not there has none.
           move 0 to ws-count-lines.
           open input count-file.
           if ws-count-status = '00' then
               move 'N' to feof
               perform count-one-line until feof = 'Y'
               close count-file
           else
               if ws-count-status not = '05' then
                   display "WARNING: " fname-count " open failed,"
                       " status=" ws-count-status
                   move 'Y' to ws-any-warn
               end-if
               close count-file
           end-if.
           move 'N' to feof.


       count-one-line.
           read count-file
               at end move 'Y' to feof
               not at end add 1 to ws-count-lines
           end-read.


       write-file-totals.
      *> Per dataset, then the file's control counts and the proof.
           write report-line from col-heads after advancing 1 line.
           perform varying ws-ds-idx from 1 by 1
                   until ws-ds-idx > ws-ds-count
               move ds-key(ws-ds-idx) to out-dataset
               move ds-basis(ws-ds-idx) to ws-fmt-basis
               move ds-keep(ws-ds-idx) to ws-fmt-keep
               perform format-rule
               move ds-lines-in(ws-ds-idx) to out-ds-in
               move ds-kept(ws-ds-idx) to out-ds-kept
               move ds-archived(ws-ds-idx) to out-ds-arch
               write report-line from detail-line
                   after advancing 1 line
           end-perform.
           move 'Lines In =' to out-tot-label.
           move ws-lines-in to out-tot-value.
           write report-line from file-total-line
               after advancing 2 lines.
           move 'Lines Kept =' to out-tot-label.
           move ws-lines-kept to out-tot-value.
           write report-line from file-total-line
               after advancing 1 line.
           move 'Lines Archived =' to out-tot-label.
           move ws-lines-arch to out-tot-value.
           write report-line from file-total-line
               after advancing 1 line.
           if ws-kind = 2 then
               move 'Open Rejects Kept =' to out-tot-label
               move ws-open-kept to out-tot-value
               write report-line from file-total-line
                   after advancing 1 line
           end-if.
           move 'Undated Lines Kept =' to out-tot-label.
           move ws-undated-kept to out-tot-value.
           write report-line from file-total-line
               after advancing 1 line.
           if ws-run-mode not = 'T' and ws-file-failed not = 'Y' then
               move 'Lines Now On File =' to out-tot-label
               move ws-now-lines to out-tot-value
               write report-line from file-total-line
                   after advancing 1 line
               move 'Added To Generation =' to out-tot-label
               compute ws-count-lines = ws-arch-after - ws-arch-before
               move ws-count-lines to out-tot-value
               write report-line from file-total-line
                   after advancing 1 line
           end-if.
           evaluate true
               when ws-file-failed = 'Y'
                   add 1 to ws-files-failed
                   move 'Y' to ws-any-fail
                   move '*** NOT ARCHIVED OR COUNTS DISAGREE -- SEE LOG'
                       to out-result
                   perform raise-archive-alert
               when ws-lines-in not = ws-lines-kept + ws-lines-arch
                   add 1 to ws-files-failed
                   move 'Y' to ws-any-fail
                   move '*** LINES IN NOT = KEPT + ARCHIVED ***'
                       to out-result
                   perform raise-archive-alert
               when ws-run-mode = 'T'
                   add 1 to ws-files-done
                   move 'LINES IN = KEPT + ARCHIVED -- TRIAL RUN'
                       to out-result
               when other
                   add 1 to ws-files-done
                   move 'LINES IN = KEPT + ARCHIVED -- IN BALANCE'
                       to out-result
           end-evaluate.
           write report-line from file-result-line
               after advancing 1 line.


       write-footer.
      *> Control totals, same idea as statbal's footer block.
           write report-line from under-line after advancing 1 line.
           move ws-files-done to out-files-done.
           write report-line from footer-line-1 after advancing 1 line.
           move ws-files-untouched to out-files-untouched.
           write report-line from footer-line-2 after advancing 1 line.
           move ws-files-failed to out-files-failed.
           write report-line from footer-line-3 after advancing 1 line.
           move ws-card-read to out-card-read.
           write report-line from footer-line-4 after advancing 1 line.


       raise-archive-alert.
      *> The file in hand failed: the lines read against the lines
      *> kept plus archived, severity 1 since the file may be left
      *> part-way through a swap.
           move fname-live to alrt-dataset.
           move 'ARCHIVE FAILED' to alrt-type.
           move '1' to alrt-severity.
           move ws-lines-in to alrt-value.
           compute alrt-limit = ws-lines-kept + ws-lines-arch.
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
       close report-file.

       if ws-any-fail = 'Y' then
           move 8 to return-code
       else
           if ws-any-warn = 'Y' then
               move 4 to return-code
           end-if
       end-if.
       stop run.
