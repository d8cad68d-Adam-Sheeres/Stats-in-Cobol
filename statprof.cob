      *> Program: Column Profiling Report
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Read a new or changing extract once and profile
      *> every column before anyone fills in the value/group/date
      *> column arguments or writes a layout card for it. A
      *> delimited extract is split the way statnew splits it; a
      *> fixed-layout extract is cut by a layout card in statnew's
      *> format, every field on it profiled whatever its role. Per
      *> column the report gives the fill rate, blanks, distinct
      *> values with the most common ones, min/max length, the
      *> type the values look like (numeric, date, packed or text)
      *> with the share that conforms, and the numeric min/max.
      *> The profile is saved beside the extract and the next run
      *> compares against it, flagging columns whose type, fill
      *> rate or conformance moved; any shift ends the job with
      *> return-code 4 and raises an alert, so a feed layout change
      *> is caught before statnew starts rejecting half the file.
       identification division.
       program-id. statprof.


       environment division.
       input-output section.
       file-control.
       select input-file assign to dynamic fname-inp
           organization is line sequential
           file status is ws-inp-status.
       select layout-file assign to dynamic fname-lay
           organization is line sequential
           file status is ws-lay-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.
       select optional profile-file assign to dynamic fname-prof
           organization is line sequential
           file status is ws-prof-status.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       file section.
       FD  input-file.
           01  input-rec       pic x(256).
       FD  layout-file.
           01  layout-rec      pic x(80).
       FD  report-file.
           01  report-line     pic x(132).
       FD  profile-file.
           01  profile-rec     pic x(80).
       FD  alert-file.
           01  alert-rec       pic x(250).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  ws-lay-eof  pic a(1) value 'N'.
       77  ws-prof-eof pic a(1) value 'N'.
       77  fname-inp   pic x(30) value spaces.
       77  fname-rpt   pic x(30) value 'statprof.rpt'.
       77  fname-lay   pic x(30) value spaces.
       77  fname-prof  pic x(34) value spaces.
       77  ws-inp-status  pic xx.
       77  ws-lay-status  pic xx.
       77  ws-prof-status pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-file-ok   pic a(1).
       77  ws-any-fail  pic a(1) value 'N'.
       77  ws-shift-found pic a(1) value 'N'.
       77  ws-sys-date  pic x(21).

      *> Run options. Mode D is a delimited extract, F a fixed
      *> layout; the header switch takes the first delimited row
      *> as column names instead of data; the shift threshold is in
      *> percentage points of fill rate or conformance.
       77  ws-input-mode  pic x(1) value 'D'.
       77  ws-delimiter   pic x(1) value ','.
       77  ws-header      pic a(1) value 'N'.
       77  ws-header-done pic a(1) value 'N'.
       77  ws-shift-pct   pic 9(3)v9(2) usage is comp-3 value 10.

      *> The layout card, statnew's format: role, offset, length,
      *> type, decimals. RECLEN carries the record length in the
      *> offset column; every other line is a field to profile,
      *> named by its role.
       01  lay-line.
           02 lay-role    pic x(8).
           02 lay-offset  pic x(5).
           02 lay-length  pic x(3).
           02 filler      pic x(1).
           02 lay-type    pic x(1).
           02 filler      pic x(1).
           02 lay-dec     pic x(2).
           02 filler      pic x(59).
       77  ws-lay-ok      pic a(1) value 'N'.
       77  ws-fx-off      pic 9(4) usage is comp.
       77  ws-fx-len      pic 9(3) usage is comp.

      *> Byte-level access to the fixed extract, as statnew does it.
       77  ws-fix-reclen  pic 9(4) usage is comp value 0.
       77  ws-fix-handle  pic x(4) usage is comp-x.
       77  ws-fix-offset  pic x(8) usage is comp-x.
       77  ws-fix-nbytes  pic x(4) usage is comp-x.
       77  ws-fix-flags   pic x usage is comp-x value 0.
       77  ws-fix-amode   pic x usage is comp-x value 1.
       77  ws-fix-dmode   pic x usage is comp-x value 3.
       77  ws-fix-dev     pic x usage is comp-x value 0.
       01  ws-fix-rec     pic x(200).
       01  ws-pack-area   pic x(8).
       01  ws-pack-num    redefines ws-pack-area
                          pic s9(15) usage is comp-3.

      *> One delimited row split on the delimiter. statnew reads
      *> 80 bytes of a row and splits at most 20 fields, so rows
      *> past either are counted for the report.
       77  ws-csv-ptr     pic 9(4) usage is comp.
       77  ws-csv-idx     pic 9(4) usage is comp.
       01  ws-csv-fields.
           02 ws-csv-field pic x(60) occurs 20 times.
       77  ws-row-len     pic 9(4) usage is comp.
       77  ws-row-fields  pic 9(4) usage is comp.
       77  ws-row-cols    pic 9(4) usage is comp.

      *> Counts for the extract as a whole.
       77  ws-rows-read   pic 9(9) usage is comp value 0.
       77  ws-rows-blank  pic 9(9) usage is comp value 0.
       77  ws-rows-wide   pic 9(9) usage is comp value 0.
       77  ws-rows-over   pic 9(9) usage is comp value 0.
       77  ws-max-fields  pic 9(4) usage is comp value 0.

      *> The profile being built, one entry per column. Fill is
      *> measured against every row read, so a column short rows
      *> never reach counts as blank on them. The distinct table
      *> keeps the first 100 values seen (30 bytes of each); past
      *> that the distinct count shows as a floor.
       77  ws-col-max     pic 9(2) usage is comp value 20.
       77  ws-val-max     pic 9(3) usage is comp value 100.
       77  ws-col-count   pic 9(2) usage is comp value 0.
       77  ws-col         pic 9(2) usage is comp.
       01  col-table-area.
           02  col-entry occurs 20 times.
               03  col-name      pic x(20).
               03  col-off       pic 9(4) usage is comp.
               03  col-len       pic 9(3) usage is comp.
               03  col-scale     pic 9(9) usage is comp.
               03  col-filled    pic 9(9) usage is comp.
               03  col-minlen    pic 9(3) usage is comp.
               03  col-maxlen    pic 9(3) usage is comp.
               03  col-num-cnt   pic 9(9) usage is comp.
               03  col-date-cnt  pic 9(9) usage is comp.
               03  col-pack-cnt  pic 9(9) usage is comp.
               03  col-text-cnt  pic 9(9) usage is comp.
               03  col-num-on    pic a(1).
               03  col-num-min   pic s9(18)v9(4) usage is comp-3.
               03  col-num-max   pic s9(18)v9(4) usage is comp-3.
               03  col-type      pic x(7).
               03  col-type-cnt  pic 9(9) usage is comp.
               03  col-conf      pic 9(3)v9(2) usage is comp-3.
               03  col-fill      pic 9(3)v9(2) usage is comp-3.
               03  col-dist-n    pic 9(3) usage is comp.
               03  col-dist-over pic a(1).
               03  col-val occurs 100 times.
                   04  val-text   pic x(30).
                   04  val-cnt    pic 9(9) usage is comp.
                   04  val-picked pic a(1).

      *> One value under classification.
       77  ws-val-text    pic x(60).
       77  ws-val-key     pic x(60).
       77  ws-val-len     pic 9(3) usage is comp.
       77  ws-val-num     pic s9(18)v9(4) usage is comp-3.
       77  ws-val-idx     pic 9(3) usage is comp.
       77  ws-val-found   pic a(1).
       77  ws-is-date     pic a(1).
       77  ws-is-packed   pic a(1).
       77  ws-byte-idx    pic 9(3) usage is comp.
       77  ws-date-work   pic x(8).
       77  ws-date-num    pic 9(8).
       77  ws-ed-packed   pic -(14)9.9(4).

      *> The top values pass: the highest count not yet picked.
       77  ws-top-idx     pic 9(3) usage is comp.
       77  ws-top-rank    pic 9(2) usage is comp.
       77  ws-top-best    pic 9(3) usage is comp.
       77  ws-top-ptr     pic 9(3) usage is comp.
       77  ws-ed-count    pic z(8)9.

      *> The saved profile: one H line for the run, one C line per
      *> column, fixed columns so it can be read by eye.
       01  prof-line.
           02 prof-rec-type    pic x(1).
           02 filler           pic x(79).
       01  prof-head redefines prof-line.
           02 filler           pic x(1).
           02 profh-date       pic x(8).
           02 profh-time       pic x(6).
           02 profh-rows       pic 9(9).
           02 profh-mode       pic x(1).
           02 profh-cols       pic 9(2).
           02 profh-input      pic x(30).
           02 filler           pic x(23).
       01  prof-col redefines prof-line.
           02 filler           pic x(1).
           02 profc-col        pic 9(2).
           02 profc-name       pic x(20).
           02 profc-type       pic x(7).
           02 profc-conf       pic 9(3)v9(2).
           02 profc-fill       pic 9(3)v9(2).
           02 profc-dist       pic 9(3).
           02 profc-over       pic x(1).
           02 profc-minlen     pic 9(3).
           02 profc-maxlen     pic 9(3).
           02 filler           pic x(30).

      *> The saved profile as loaded, by column number.
       77  ws-sav-found   pic a(1) value 'N'.
       77  ws-sav-date    pic x(8).
       77  ws-sav-time    pic x(6).
       77  ws-sav-rows    pic 9(9) usage is comp value 0.
       77  ws-sav-cols    pic 9(2) usage is comp value 0.
       01  sav-table-area.
           02  sav-entry occurs 20 times.
               03  sav-on        pic a(1).
               03  sav-name      pic x(20).
               03  sav-type      pic x(7).
               03  sav-conf      pic 9(3)v9(2) usage is comp-3.
               03  sav-fill      pic 9(3)v9(2) usage is comp-3.

      *> The comparison for one column.
       77  ws-cmp-last    pic 9(2) usage is comp.
       77  ws-cmp-ptr     pic 9(3) usage is comp.
       77  ws-cmp-diff    pic s9(3)v9(2) usage is comp-3.
       77  ws-shift-cols  pic 9(2) usage is comp value 0.
       77  ws-shift-flags pic 9(3) usage is comp value 0.
       77  ws-col-tag     pic x(5).
       77  ws-col-disp    pic 9(2).
       77  ws-flags-before pic 9(3) usage is comp.

       01  title-line.
           02 filler       pic x(45) value
           '  Column Profile Report'.
           02 filler       pic x(9) value ' AS OF '.
           02 out-run-date pic x(10).
           02 filler       pic x(1) value space.
           02 out-run-time pic x(5).
       01  under-line.
           02 filler       pic x(108) value all '-'.
       01  summary-line.
           02 filler       pic x(1) value space.
           02 out-sum-label pic x(25).
           02 out-sum-text pic x(50).
       01  summary-count.
           02 filler       pic x(1) value space.
           02 out-cnt-label pic x(25).
           02 out-cnt-value pic z(8)9.
       01  col-heads.
           02 filler       pic x(55) value
           'COL  NAME                  FILL%     BLANK DIST MIN MAX'.
           02 filler       pic x(53) value
           ' TYPE     CONF%        NUMERIC MIN        NUMERIC MAX'.
       01  detail-line.
           02 filler       pic x(1) value space.
           02 out-col      pic z9.
           02 filler       pic x(2) value spaces.
           02 out-name     pic x(20).
           02 filler       pic x(1) value space.
           02 out-fill     pic zz9.99.
           02 filler       pic x(1) value space.
           02 out-blank    pic z(8)9.
           02 filler       pic x(1) value space.
           02 out-dist-over pic x(1).
           02 out-dist     pic zz9.
           02 filler       pic x(1) value space.
           02 out-minlen   pic zz9.
           02 filler       pic x(1) value space.
           02 out-maxlen   pic zz9.
           02 filler       pic x(1) value space.
           02 out-type     pic x(7).
           02 filler       pic x(1) value space.
           02 out-conf     pic zz9.99.
           02 filler       pic x(1) value space.
           02 out-num-min  pic x(18).
           02 filler       pic x(1) value space.
           02 out-num-max  pic x(18).
       01  ws-ed-num      pic -(14)9.99.
       01  ws-ed-pct      pic zz9.99.
       01  top-line.
           02 filler       pic x(17) value '      TOP VALUES '.
           02 out-top      pic x(115).
       01  cmp-heading.
           02 filler       pic x(1) value space.
           02 out-cmp-head pic x(90).
       01  cmp-heads.
           02 filler       pic x(41) value
           'COL  NAME                 WAS TYPE  CONF%'.
           02 filler       pic x(41) value
           '  FILL%   NOW TYPE  CONF%  FILL%   CHANGE'.
       01  cmp-line.
           02 filler       pic x(1) value space.
           02 out-cmp-col  pic z9.
           02 filler       pic x(2) value spaces.
           02 out-cmp-name pic x(20).
           02 filler       pic x(1) value space.
           02 out-was-type pic x(8).
           02 filler       pic x(1) value space.
           02 out-was-conf pic x(6).
           02 filler       pic x(1) value space.
           02 out-was-fill pic x(6).
           02 filler       pic x(3) value spaces.
           02 out-now-type pic x(8).
           02 filler       pic x(1) value space.
           02 out-now-conf pic x(6).
           02 filler       pic x(1) value space.
           02 out-now-fill pic x(6).
           02 filler       pic x(3) value spaces.
           02 out-change   pic x(50).
       01  footer-line-1.
           02 filler   pic x(26) value ' Columns Profiled =       '.
           02 out-cols-prof     pic z(6)9.
       01  footer-line-2.
           02 filler   pic x(26) value ' Columns Shifted =        '.
           02 out-cols-shift    pic z(6)9.
       01  footer-line-3.
           02 filler   pic x(26) value ' Shift Threshold (pts) =  '.
           02 out-shift-pct     pic zz9.99.

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

      *> One record appended to the shared alert file per shift,
      *> for STATALRT to list, acknowledge and close. Must match the
      *> record STATALRT maintains; the status and action area past
      *> column 112 is left blank for it.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statprof'.
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
           initialize col-table-area.
           move 'Y' to ws-file-ok
           perform file-check.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               stop run
           end-if.

           if ws-input-mode = 'F' then
               perform open-fixed-input
           else
               open input input-file
               if ws-inp-status not = '00' then
                   display "ERROR: input file " fname-inp
                       " open failed, status=" ws-inp-status
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           if ws-any-fail = 'Y' then
               move 8 to return-code
               stop run
           end-if.
           open output report-file.

           perform profile-loop until feof = 'Y'.
           if ws-input-mode = 'F' then
               call "CBL_CLOSE_FILE" using ws-fix-handle
               move 0 to return-code
           else
               close input-file
           end-if.

           perform finish-columns.
           perform load-saved-profile.
           perform write-report.
           perform compare-profiles.
           perform write-footer.
           perform save-profile.
           perform finish.


       get-run-parms.
      *> Same PARM convention as statrej: positional arguments out of
      *> JCL, '*' to take a default, interactive ACCEPT fallback.
      *>   1 input extract (required)
      *>   2 report file (statprof.rpt)
      *>   3 mode: D delimited (default) or F fixed layout
      *>   4 delimiter (default comma)
      *>   5 header row Y/N (default N)
      *>   6 layout card (required for mode F)
      *>   7 saved profile (default the extract name plus .prf)
      *>   8 shift threshold in percentage points (default 10)
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if ws-argument not = '*' then
                   move ws-argument to fname-inp
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
                       move function upper-case(ws-argument (1:1))
                           to ws-input-mode
                   end-if
               end-if
               if ws-arg-count >= 4 then
                   move 4 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument (1:1) to ws-delimiter
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move function upper-case(ws-argument (1:1))
                           to ws-header
                   end-if
               end-if
               if ws-arg-count >= 6 then
                   move 6 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-lay
                   end-if
               end-if
               if ws-arg-count >= 7 then
                   move 7 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to fname-prof
                   end-if
               end-if
               if ws-arg-count >= 8 then
                   move 8 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       if function test-numval(ws-argument) = 0 then
                           compute ws-shift-pct =
                               function numval(ws-argument)
                       else
                           display "WARNING: shift threshold '"
                               function trim(ws-argument)
                               "' not numeric; 10 used"
                       end-if
                   end-if
               end-if
           else
               display "Input extract name? "
               accept fname-inp
               display "Report file name (default statprof.rpt)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-rpt
               end-if
               display "Delimited or fixed layout (D/F, default D)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move function upper-case(ws-argument (1:1))
                       to ws-input-mode
               end-if
               if ws-input-mode = 'F' then
                   display "Layout card name? "
                   accept fname-lay
               else
                   display "Delimiter (default ,)? "
                   accept ws-argument
                   if ws-argument not = spaces then
                       move ws-argument (1:1) to ws-delimiter
                   end-if
                   display "First row holds column names (Y/N,"
                       " default N)? "
                   accept ws-argument
                   if ws-argument not = spaces then
                       move function upper-case(ws-argument (1:1))
                           to ws-header
                   end-if
               end-if
               display "Saved profile name (default extract"
                   " name plus .prf)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-prof
               end-if
           end-if.
           if ws-input-mode not = 'F' then
               move 'D' to ws-input-mode
           end-if.
           if ws-header not = 'Y' then
               move 'N' to ws-header
           end-if.
           if fname-prof = spaces then
               string function trim(fname-inp) '.prf'
                   delimited by size into fname-prof
           end-if.


       file-check.
      *> Checks the extract exists and, for a fixed layout, that the
      *> layout card is usable and the extract a whole number of
      *> records.
           call "CBL_CHECK_FILE_EXIST" using fname-inp file-info.
           if return-code not = 0 then
               display "ERROR: FILE " fname-inp (1:20)
                   " DOES NOT EXIST"
               move 'N' to ws-file-ok
           end-if.
           move 0 to return-code.
           if ws-file-ok = 'Y' and ws-input-mode = 'F' then
               perform load-layout
               if ws-lay-ok not = 'Y' then
                   display "ERROR: layout card for " fname-inp (1:20)
                       " is missing or unusable"
                   move 'N' to ws-file-ok
               else
                   if function mod(file-size, ws-fix-reclen) not = 0
                           then
                       display "WARNING: size of " fname-inp (1:20)
                           " is not a multiple of the record"
                           " length; the tail is ignored"
                   end-if
               end-if
           end-if.


       load-layout.
      *> Reads the layout card into the column table. RECLEN must
      *> arrive and at least one field lie inside the record; a
      *> field line that does not fit is warned about and skipped.
           move 'N' to ws-lay-ok.
           move 0 to ws-fix-reclen.
           move 0 to ws-col-count.
           open input layout-file.
           if ws-lay-status not = '00' then
               display "ERROR: layout card " fname-lay
                   " open failed, status=" ws-lay-status
           else
               move 'N' to ws-lay-eof
               perform load-layout-entry until ws-lay-eof = 'Y'
               close layout-file
               if ws-fix-reclen < 1 or ws-fix-reclen > 200 then
                   display "ERROR: layout card " fname-lay
                       " needs a RECLEN of 1-200"
               else
               perform drop-long-fields
               if ws-col-count = 0 then
                   display "ERROR: layout card " fname-lay
                       " names no fields"
               else
                   move 'Y' to ws-lay-ok
               end-if
               end-if
           end-if.


       load-layout-entry.
           read layout-file into lay-line
               at end
                   move 'Y' to ws-lay-eof
               not at end
                   if lay-line = spaces
                           or lay-role (1:1) = '*' then
                       continue
                   else
                       perform load-one-layout-field
                   end-if
           end-read.


       load-one-layout-field.
      *> One layout line: RECLEN, or a field to profile. Fields are
      *> checked against the 200-byte record area here and against
      *> RECLEN once the whole card is in.
           if function trim(lay-offset) is not numeric then
               display "WARNING: bad offset '" lay-offset
                   "' in " fname-lay "; line ignored"
           else
           if function upper-case(function trim(lay-role))
                   = 'RECLEN' then
               compute ws-fix-reclen = function numval(lay-offset)
           else
           if function trim(lay-length) is not numeric then
               display "WARNING: bad length '" lay-length
                   "' in " fname-lay "; line ignored"
           else
               compute ws-fx-off = function numval(lay-offset)
               compute ws-fx-len = function numval(lay-length)
               if ws-fx-off < 1 or ws-fx-len < 1 or ws-fx-len > 60
                       or ws-fx-off + ws-fx-len - 1 > 200 then
                   display "WARNING: unusable field in " fname-lay
                       " (role " function trim(lay-role)
                       "); line ignored"
               else
               if ws-col-count >= ws-col-max then
                   display "WARNING: more than 20 fields in "
                       fname-lay "; " function trim(lay-role)
                       " ignored"
               else
                   add 1 to ws-col-count
                   move lay-role to col-name(ws-col-count)
                   move ws-fx-off to col-off(ws-col-count)
                   move ws-fx-len to col-len(ws-col-count)
                   move 1 to col-scale(ws-col-count)
                   if lay-dec not = spaces
                           and function trim(lay-dec) is numeric then
                       compute col-scale(ws-col-count) =
                           10 ** function numval(lay-dec)
                   end-if
               end-if
               end-if
           end-if
           end-if
           end-if.


       open-fixed-input.
      *> Byte-level open of the fixed input; the running offset
      *> starts at zero and read-fixed-record walks it one record
      *> length at a time.
           move 0 to ws-fix-offset.
           move ws-fix-reclen to ws-fix-nbytes.
           call "CBL_OPEN_FILE" using fname-inp ws-fix-amode
               ws-fix-dmode ws-fix-dev ws-fix-handle.
           if return-code not = 0 then
               display "ERROR: fixed input " fname-inp (1:20)
                   " open failed"
               move 'Y' to ws-any-fail
               move 'Y' to feof
           end-if.
           move 0 to return-code.


       drop-long-fields.
      *> RECLEN can come anywhere on the card, so fields are held to
      *> it only once the card is in: any field that runs past the
      *> record is warned about and closed up out of the table.
           perform varying ws-col from ws-col-count by -1
                   until ws-col < 1
               if col-off(ws-col) + col-len(ws-col) - 1
                       > ws-fix-reclen then
                   display "WARNING: field " function trim(
                       col-name(ws-col)) " runs past RECLEN in "
                       fname-lay "; ignored"
                   perform varying ws-csv-idx from ws-col by 1
                           until ws-csv-idx >= ws-col-count
                       move col-entry(ws-csv-idx + 1)
                           to col-entry(ws-csv-idx)
                   end-perform
                   initialize col-entry(ws-col-count)
                   subtract 1 from ws-col-count
               end-if
           end-perform.


       read-fixed-record.
      *> One record's bytes into ws-fix-rec; anything but a clean
      *> full read is end of file.
           move spaces to ws-fix-rec.
           call "CBL_READ_FILE" using ws-fix-handle ws-fix-offset
               ws-fix-nbytes ws-fix-flags ws-fix-rec.
           if return-code = 0 then
               add ws-fix-reclen to ws-fix-offset
           else
               move 'Y' to feof
           end-if.
           move 0 to return-code.


       profile-loop.
      *> One row of the extract into the column profiles.
           if ws-input-mode = 'F' then
               perform read-fixed-record
               if feof not = 'Y' then
                   perform profile-fixed-row
               end-if
           else
               read input-file
                   at end move 'Y' to feof
                   not at end perform profile-delimited-row
               end-read
           end-if.


       profile-delimited-row.
      *> Splits the row the way statnew does and profiles up to 20
      *> fields. A blank row is counted and skipped; the header row,
      *> when there is one, names the columns instead.
           if input-rec = spaces then
               add 1 to ws-rows-blank
           else
               compute ws-row-len =
                   function length(function trim(input-rec trailing))
               move 0 to ws-row-fields
               inspect input-rec (1:ws-row-len) tallying
                   ws-row-fields for all ws-delimiter
               add 1 to ws-row-fields
               move spaces to ws-csv-fields
               move 1 to ws-csv-ptr
               perform varying ws-csv-idx from 1 by 1
                       until ws-csv-idx > ws-col-max
                       or ws-csv-ptr > ws-row-len
                   unstring input-rec (1:ws-row-len)
                       delimited by ws-delimiter
                       into ws-csv-field(ws-csv-idx)
                       with pointer ws-csv-ptr
                   end-unstring
               end-perform
               move ws-row-fields to ws-row-cols
               if ws-row-cols > ws-col-max then
                   move ws-col-max to ws-row-cols
               end-if
               if ws-row-cols > ws-col-count then
                   move ws-row-cols to ws-col-count
               end-if
               if ws-header = 'Y' and ws-header-done = 'N' then
                   move 'Y' to ws-header-done
                   perform varying ws-col from 1 by 1
                           until ws-col > ws-row-cols
                       move function trim(ws-csv-field(ws-col))
                           to col-name(ws-col)
                   end-perform
               else
                   add 1 to ws-rows-read
                   if ws-row-len > 80 then
                       add 1 to ws-rows-wide
                   end-if
                   if ws-row-fields > ws-max-fields then
                       move ws-row-fields to ws-max-fields
                   end-if
                   if ws-row-fields > ws-col-max then
                       add 1 to ws-rows-over
                   end-if
                   perform varying ws-col from 1 by 1
                           until ws-col > ws-row-cols
                       move ws-csv-field(ws-col) to ws-val-text
                       perform profile-value
                   end-perform
               end-if
           end-if.


       profile-fixed-row.
      *> Every field on the layout card out of the record just read.
      *> A field of all spaces or all low-values is blank.
           add 1 to ws-rows-read.
           perform varying ws-col from 1 by 1
                   until ws-col > ws-col-count
               move spaces to ws-val-text
               if ws-fix-rec (col-off(ws-col):col-len(ws-col))
                       not = low-values then
                   move ws-fix-rec (col-off(ws-col):col-len(ws-col))
                       to ws-val-text (1:col-len(ws-col))
               end-if
               perform profile-value
           end-perform.


       profile-value.
      *> One column's value into its counters: filled, length range,
      *> class, and the distinct table. Blanks count only by their
      *> absence from the filled count.
           if ws-val-text not = spaces then
               add 1 to col-filled(ws-col)
               move function trim(ws-val-text) to ws-val-key
               compute ws-val-len =
                   function length(function trim(ws-val-text))
               if col-filled(ws-col) = 1 then
                   move ws-val-len to col-minlen(ws-col)
                   move ws-val-len to col-maxlen(ws-col)
               else
                   if ws-val-len < col-minlen(ws-col) then
                       move ws-val-len to col-minlen(ws-col)
                   end-if
                   if ws-val-len > col-maxlen(ws-col) then
                       move ws-val-len to col-maxlen(ws-col)
                   end-if
               end-if
               perform classify-value
               perform count-distinct-value
           end-if.


       classify-value.
      *> Date is tried before numeric, since a yyyymmdd date is also
      *> a number; packed is only tried on a fixed field that is not
      *> plain printable text. What is left is text.
           perform check-date-value.
           move 'N' to ws-is-packed.
           if ws-is-date not = 'Y'
                   and function test-numval(ws-val-key) not = 0
                   and ws-input-mode = 'F' then
               perform check-packed-value
           end-if.
           evaluate true
               when ws-is-date = 'Y'
                   add 1 to col-date-cnt(ws-col)
               when function test-numval(ws-val-key) = 0
                   add 1 to col-num-cnt(ws-col)
      *> Anything longer than the work field can hold (a long
      *> account number, say) still counts as numeric, but stays
      *> out of the min/max.
                   if ws-val-len <= 18 then
                       compute ws-val-num =
                           function numval(ws-val-key)
                       perform note-numeric-value
                   end-if
               when ws-is-packed = 'Y'
                   add 1 to col-pack-cnt(ws-col)
                   compute ws-val-num =
                       ws-pack-num / col-scale(ws-col)
                   perform note-numeric-value
      *> The distinct table holds the packed value as figures.
                   move ws-val-num to ws-ed-packed
                   move function trim(ws-ed-packed) to ws-val-key
               when other
                   add 1 to col-text-cnt(ws-col)
           end-evaluate.


       check-date-value.
      *> yyyymmdd, mm/dd/yyyy or yyyy-mm-dd, a real calendar date in
      *> 1900-2099; the year range keeps eight-digit codes and
      *> amounts from passing for dates.
           move 'N' to ws-is-date.
           move spaces to ws-date-work.
           evaluate true
               when ws-val-len = 8 and ws-val-key (1:8) is numeric
                   move ws-val-key (1:8) to ws-date-work
               when ws-val-len = 10 and ws-val-key (3:1) = '/'
                       and ws-val-key (6:1) = '/'
                   string ws-val-key (7:4) ws-val-key (1:2)
                       ws-val-key (4:2) delimited by size
                       into ws-date-work
               when ws-val-len = 10 and ws-val-key (5:1) = '-'
                       and ws-val-key (8:1) = '-'
                   string ws-val-key (1:4) ws-val-key (6:2)
                       ws-val-key (9:2) delimited by size
                       into ws-date-work
           end-evaluate.
           if ws-date-work is numeric
                   and (ws-date-work (1:2) = '19'
                       or ws-date-work (1:2) = '20') then
               move ws-date-work to ws-date-num
               if function test-date-yyyymmdd(ws-date-num) = 0 then
                   move 'Y' to ws-is-date
               end-if
           end-if.


       check-packed-value.
      *> Up to 8 bytes right-aligned into the packed area, as
      *> statnew extracts them. Text whose last byte happens to
      *> carry a sign nibble would pass the class test, so a field
      *> of nothing but printable characters is not taken as packed.
           if col-len(ws-col) <= 8 then
               move low-values to ws-pack-area
               move ws-fix-rec (col-off(ws-col):col-len(ws-col))
                   to ws-pack-area (9 - col-len(ws-col):
                       col-len(ws-col))
               if ws-pack-num is numeric then
                   perform varying ws-byte-idx from 1 by 1
                           until ws-byte-idx > col-len(ws-col)
                           or ws-is-packed = 'Y'
                       if ws-val-text (ws-byte-idx:1) < space
                               or ws-val-text (ws-byte-idx:1) > '~'
                               then
                           move 'Y' to ws-is-packed
                       end-if
                   end-perform
               end-if
           end-if.


       note-numeric-value.
      *> Numeric min/max for the column, numeric and packed alike.
           if col-num-on(ws-col) not = 'Y' then
               move 'Y' to col-num-on(ws-col)
               move ws-val-num to col-num-min(ws-col)
               move ws-val-num to col-num-max(ws-col)
           else
               if ws-val-num < col-num-min(ws-col) then
                   move ws-val-num to col-num-min(ws-col)
               end-if
               if ws-val-num > col-num-max(ws-col) then
                   move ws-val-num to col-num-max(ws-col)
               end-if
           end-if.


       count-distinct-value.
      *> A linear look through the column's distinct table; a new
      *> value takes the next slot while there is one.
           move 'N' to ws-val-found.
           perform varying ws-val-idx from 1 by 1
                   until ws-val-idx > col-dist-n(ws-col)
                   or ws-val-found = 'Y'
               if val-text(ws-col, ws-val-idx) = ws-val-key (1:30)
                   then
                   add 1 to val-cnt(ws-col, ws-val-idx)
                   move 'Y' to ws-val-found
               end-if
           end-perform.
           if ws-val-found = 'N' then
               if col-dist-n(ws-col) < ws-val-max then
                   add 1 to col-dist-n(ws-col)
                   move ws-val-key (1:30)
                       to val-text(ws-col, col-dist-n(ws-col))
                   move 1 to val-cnt(ws-col, col-dist-n(ws-col))
               else
                   move 'Y' to col-dist-over(ws-col)
               end-if
           end-if.


       finish-columns.
      *> Fill rate against rows read; the type is the class most of
      *> the filled values fall in (numeric, date, packed, text in
      *> that order on a tie), conformance the share that do.
           perform varying ws-col from 1 by 1
                   until ws-col > ws-col-count
               move 0 to col-fill(ws-col)
               move 0 to col-conf(ws-col)
               if ws-rows-read > 0 then
                   compute col-fill(ws-col) rounded =
                       col-filled(ws-col) * 100 / ws-rows-read
               end-if
               move 'BLANK' to col-type(ws-col)
               move 0 to col-type-cnt(ws-col)
               if col-filled(ws-col) > 0 then
                   move 'NUMERIC' to col-type(ws-col)
                   move col-num-cnt(ws-col) to col-type-cnt(ws-col)
                   if col-date-cnt(ws-col) > col-type-cnt(ws-col)
                           then
                       move 'DATE' to col-type(ws-col)
                       move col-date-cnt(ws-col)
                           to col-type-cnt(ws-col)
                   end-if
                   if col-pack-cnt(ws-col) > col-type-cnt(ws-col)
                           then
                       move 'PACKED' to col-type(ws-col)
                       move col-pack-cnt(ws-col)
                           to col-type-cnt(ws-col)
                   end-if
                   if col-text-cnt(ws-col) > col-type-cnt(ws-col)
                           then
                       move 'TEXT' to col-type(ws-col)
                       move col-text-cnt(ws-col)
                           to col-type-cnt(ws-col)
                   end-if
                   compute col-conf(ws-col) rounded =
                       col-type-cnt(ws-col) * 100 / col-filled(ws-col)
               end-if
           end-perform.


       load-saved-profile.
      *> The previous run's profile, if there is one. A missing or
      *> unreadable file just means this run sets the baseline.
           initialize sav-table-area.
           open input profile-file.
           if ws-prof-status = '00' then
               move 'N' to ws-prof-eof
               perform load-profile-line until ws-prof-eof = 'Y'
               close profile-file
           else
               if ws-prof-status not = '05' then
                   display "WARNING: saved profile " fname-prof
                       " open failed, status=" ws-prof-status
               end-if
               close profile-file
           end-if.


       load-profile-line.
           read profile-file into prof-line
               at end
                   move 'Y' to ws-prof-eof
               not at end
                   evaluate prof-rec-type
                       when 'H'
                           move 'Y' to ws-sav-found
                           move profh-date to ws-sav-date
                           move profh-time to ws-sav-time
                           if profh-rows is numeric then
                               move profh-rows to ws-sav-rows
                           end-if
                       when 'C'
                           if profc-col is numeric
                                   and profc-col >= 1
                                   and profc-col <= ws-col-max then
                               move profc-col to ws-col
                               move 'Y' to sav-on(ws-col)
                               move profc-name to sav-name(ws-col)
                               move profc-type to sav-type(ws-col)
                               if profc-conf is numeric then
                                   move profc-conf
                                       to sav-conf(ws-col)
                               end-if
                               if profc-fill is numeric then
                                   move profc-fill
                                       to sav-fill(ws-col)
                               end-if
                               if profc-col > ws-sav-cols then
                                   move profc-col to ws-sav-cols
                               end-if
                           end-if
                   end-evaluate
           end-read.


       write-report.
      *> Title, what was read, then one line per column with its
      *> most common values under it.
           move function current-date to ws-sys-date.
           string ws-sys-date (1:4) '-' ws-sys-date (5:2) '-'
               ws-sys-date (7:2) delimited by size into out-run-date.
           string ws-sys-date (9:2) ':' ws-sys-date (11:2)
               delimited by size into out-run-time.
           write report-line from title-line after advancing 0 lines.
           write report-line from under-line after advancing 1 line.
           move 'Input File =' to out-sum-label.
           move fname-inp to out-sum-text.
           write report-line from summary-line after advancing 1 line.
           move 'Layout =' to out-sum-label.
           move spaces to out-sum-text.
           if ws-input-mode = 'F' then
               string 'FIXED, CARD ' function trim(fname-lay)
                   delimited by size into out-sum-text
           else
               string 'DELIMITED BY ''' ws-delimiter ''''
                   delimited by size into out-sum-text
           end-if.
           write report-line from summary-line after advancing 1 line.
           move 'Saved Profile =' to out-sum-label.
           move fname-prof to out-sum-text.
           write report-line from summary-line after advancing 1 line.
           move 'Rows Profiled =' to out-cnt-label.
           move ws-rows-read to out-cnt-value.
           write report-line from summary-count after advancing 1 line.
           if ws-input-mode = 'F' then
               move 'Record Length =' to out-cnt-label
               move ws-fix-reclen to out-cnt-value
               write report-line from summary-count
                   after advancing 1 line
           else
               move 'Header Row =' to out-sum-label
               if ws-header = 'Y' then
                   move 'YES, NOT PROFILED' to out-sum-text
               else
                   move 'NO' to out-sum-text
               end-if
               write report-line from summary-line
                   after advancing 1 line
               move 'Blank Rows Skipped =' to out-cnt-label
               move ws-rows-blank to out-cnt-value
               write report-line from summary-count
                   after advancing 1 line
               move 'Most Fields In A Row =' to out-cnt-label
               move ws-max-fields to out-cnt-value
               write report-line from summary-count
                   after advancing 1 line
      *> statnew splits 20 fields out of 80 bytes; rows past either
      *> lose their tail there.
               move 'Rows Over 20 Fields =' to out-cnt-label
               move ws-rows-over to out-cnt-value
               write report-line from summary-count
                   after advancing 1 line
               move 'Rows Over 80 Bytes =' to out-cnt-label
               move ws-rows-wide to out-cnt-value
               write report-line from summary-count
                   after advancing 1 line
           end-if.
           write report-line from under-line after advancing 1 line.
           write report-line from col-heads after advancing 1 line.
           write report-line from under-line after advancing 1 line.
           perform varying ws-col from 1 by 1
                   until ws-col > ws-col-count
               perform write-column-line
           end-perform.


       write-column-line.
      *> One column's profile and its top values.
           move ws-col to out-col.
           move col-name(ws-col) to out-name.
           move col-fill(ws-col) to out-fill.
           compute ws-val-num = ws-rows-read - col-filled(ws-col).
           move ws-val-num to out-blank.
           move col-dist-n(ws-col) to out-dist.
           if col-dist-over(ws-col) = 'Y' then
               move '>' to out-dist-over
           else
               move space to out-dist-over
           end-if.
           move col-minlen(ws-col) to out-minlen.
           move col-maxlen(ws-col) to out-maxlen.
           move col-type(ws-col) to out-type.
           move col-conf(ws-col) to out-conf.
           move spaces to out-num-min.
           move spaces to out-num-max.
           if col-num-on(ws-col) = 'Y' then
               move col-num-min(ws-col) to ws-ed-num
               move ws-ed-num to out-num-min
               move col-num-max(ws-col) to ws-ed-num
               move ws-ed-num to out-num-max
           end-if.
           write report-line from detail-line after advancing 1 line.
           if col-dist-n(ws-col) > 0 then
               perform write-top-values
           end-if.


       write-top-values.
      *> The five most common values, highest count first; a value
      *> is shown as 'value' xcount, cut to 20 bytes.
           move spaces to out-top.
           move 1 to ws-top-ptr.
           perform varying ws-val-idx from 1 by 1
                   until ws-val-idx > col-dist-n(ws-col)
               move 'N' to val-picked(ws-col, ws-val-idx)
           end-perform.
           perform varying ws-top-rank from 1 by 1
                   until ws-top-rank > 5
                   or ws-top-rank > col-dist-n(ws-col)
               move 0 to ws-top-best
               perform varying ws-top-idx from 1 by 1
                       until ws-top-idx > col-dist-n(ws-col)
                   if val-picked(ws-col, ws-top-idx) = 'N' then
                       if ws-top-best = 0 then
                           move ws-top-idx to ws-top-best
                       else
                       if val-cnt(ws-col, ws-top-idx)
                               > val-cnt(ws-col, ws-top-best) then
                           move ws-top-idx to ws-top-best
                       end-if
                       end-if
                   end-if
               end-perform
               move 'Y' to val-picked(ws-col, ws-top-best)
               move val-cnt(ws-col, ws-top-best) to ws-ed-count
               string '''' function trim(
                   val-text(ws-col, ws-top-best) (1:20)) ''' x'
                   function trim(ws-ed-count) '  '
                   delimited by size into out-top
                   with pointer ws-top-ptr
               end-string
           end-perform.
           write report-line from top-line after advancing 1 line.


       compare-profiles.
      *> Column by column against the saved profile: a changed type,
      *> a fill rate or (same type) conformance that moved by more
      *> than the threshold, a column that appeared or went away.
      *> A changed name is noted but is not a shift on its own.
      *> Every shift is alerted; any shift makes the run RC 4.
           write report-line from under-line after advancing 1 line.
           move spaces to out-cmp-head.
           if ws-rows-read = 0 then
               move 'NO ROWS READ -- NOT COMPARED' to out-cmp-head
               write report-line from cmp-heading
                   after advancing 1 line
           else
           if ws-sav-found not = 'Y' then
               string 'NO SAVED PROFILE IN ' function trim(fname-prof)
                   ' -- THIS RUN IS THE BASELINE'
                   delimited by size into out-cmp-head
               write report-line from cmp-heading
                   after advancing 1 line
           else
               move ws-sav-rows to ws-ed-count
               string 'CHANGES SINCE SAVED PROFILE OF '
                   ws-sav-date (1:4) '-' ws-sav-date (5:2) '-'
                   ws-sav-date (7:2) ' ' ws-sav-time (1:2) ':'
                   ws-sav-time (3:2) ' ('
                   function trim(ws-ed-count) ' ROWS)'
                   delimited by size into out-cmp-head
               write report-line from cmp-heading
                   after advancing 1 line
               write report-line from cmp-heads after advancing 1 line
               move ws-col-count to ws-cmp-last
               if ws-sav-cols > ws-cmp-last then
                   move ws-sav-cols to ws-cmp-last
               end-if
               perform varying ws-col from 1 by 1
                       until ws-col > ws-cmp-last
                   perform compare-one-column
               end-perform
               if ws-shift-cols = 0 then
                   move spaces to out-cmp-head
                   move '  (no column has shifted)' to out-cmp-head
                   write report-line from cmp-heading
                       after advancing 1 line
               end-if
           end-if
           end-if.


       compare-one-column.
      *> One column number against the saved profile; the alert type
      *> carries the column number, the value and limit the figures
      *> now and then. A line is written only for a shift or a name.
           move spaces to out-change.
           move 1 to ws-cmp-ptr.
           move ws-shift-flags to ws-flags-before.
           move ws-col to ws-col-disp.
           move spaces to ws-col-tag.
           string 'COL' ws-col-disp delimited by size
               into ws-col-tag.
           move fname-inp to alrt-dataset.
           move '2' to alrt-severity.
           move spaces to alrt-type.
           if ws-col > ws-col-count then
               if sav-on(ws-col) = 'Y' then
                   string 'COLUMN GONE' delimited by size
                       into out-change with pointer ws-cmp-ptr
                   end-string
                   string 'MISSING ' ws-col-tag
                       delimited by size into alrt-type
                   move 0 to alrt-value
                   move sav-fill(ws-col) to alrt-limit
                   perform raise-shift
               end-if
           else
           if sav-on(ws-col) not = 'Y' then
               string 'NEW COLUMN' delimited by size
                   into out-change with pointer ws-cmp-ptr
               end-string
               string 'NEW COLUMN ' ws-col-tag
                   delimited by size into alrt-type
               move col-fill(ws-col) to alrt-value
               move 0 to alrt-limit
               perform raise-shift
           else
               if col-type(ws-col) not = sav-type(ws-col) then
                   string 'TYPE SHIFT  ' delimited by size
                       into out-change with pointer ws-cmp-ptr
                   end-string
                   string 'TYPE SHIFT ' ws-col-tag
                       delimited by size into alrt-type
                   move col-conf(ws-col) to alrt-value
                   move sav-conf(ws-col) to alrt-limit
                   perform raise-shift
               else
                   compute ws-cmp-diff =
                       sav-conf(ws-col) - col-conf(ws-col)
                   if ws-cmp-diff > ws-shift-pct then
                       string 'CONF DROP  ' delimited by size
                           into out-change with pointer ws-cmp-ptr
                       end-string
                       string 'CONF DROP ' ws-col-tag
                           delimited by size into alrt-type
                       move col-conf(ws-col) to alrt-value
                       move sav-conf(ws-col) to alrt-limit
                       perform raise-shift
                   end-if
               end-if
               compute ws-cmp-diff =
                   col-fill(ws-col) - sav-fill(ws-col)
               if ws-cmp-diff > ws-shift-pct
                       or ws-cmp-diff < 0 - ws-shift-pct then
                   string 'FILL SHIFT  ' delimited by size
                       into out-change with pointer ws-cmp-ptr
                   end-string
                   string 'FILL SHIFT ' ws-col-tag
                       delimited by size into alrt-type
                   move col-fill(ws-col) to alrt-value
                   move sav-fill(ws-col) to alrt-limit
                   perform raise-shift
               end-if
               if col-name(ws-col) not = sav-name(ws-col)
                       and ws-shift-flags > ws-flags-before then
                   string 'RENAMED' delimited by size
                       into out-change with pointer ws-cmp-ptr
                   end-string
               end-if
           end-if
           end-if.
           if ws-shift-flags > ws-flags-before then
               add 1 to ws-shift-cols
               perform write-compare-line
           else
           if ws-col <= ws-col-count and sav-on(ws-col) = 'Y'
                   and col-name(ws-col) not = sav-name(ws-col) then
               move 'RENAMED (NOTE ONLY)' to out-change
               perform write-compare-line
           end-if
           end-if.


       raise-shift.
      *> One shift on the console and in the alert file.
           add 1 to ws-shift-flags.
           move 'Y' to ws-shift-found.
           display "PROFILE SHIFT: " function trim(fname-inp)
               " " function trim(alrt-type).
           perform write-alert.
           move spaces to alrt-type.


       write-compare-line.
           move ws-col to out-cmp-col.
      *> A side the column is missing from stays blank.
           move spaces to out-was-type.
           move spaces to out-now-type.
           move spaces to out-was-conf.
           move spaces to out-was-fill.
           move spaces to out-now-conf.
           move spaces to out-now-fill.
           if ws-col <= ws-col-count then
               move col-name(ws-col) to out-cmp-name
               move col-type(ws-col) to out-now-type
               move col-conf(ws-col) to ws-ed-pct
               move ws-ed-pct to out-now-conf
               move col-fill(ws-col) to ws-ed-pct
               move ws-ed-pct to out-now-fill
           else
               move sav-name(ws-col) to out-cmp-name
           end-if.
           if sav-on(ws-col) = 'Y' then
               move sav-type(ws-col) to out-was-type
               move sav-conf(ws-col) to ws-ed-pct
               move ws-ed-pct to out-was-conf
               move sav-fill(ws-col) to ws-ed-pct
               move ws-ed-pct to out-was-fill
           end-if.
           write report-line from cmp-line after advancing 1 line.


       write-footer.
      *> Control totals, same idea as statrej's footer block.
           write report-line from under-line after advancing 1 line.
           move ws-col-count to out-cols-prof.
           write report-line from footer-line-1 after advancing 1 line.
           move ws-shift-cols to out-cols-shift.
           write report-line from footer-line-2 after advancing 1 line.
           move ws-shift-pct to out-shift-pct.
           write report-line from footer-line-3 after advancing 1 line.


       save-profile.
      *> This run becomes the saved profile the next one compares
      *> against. An empty extract says nothing about the feed's
      *> shape, so it leaves the saved profile as it was.
           if ws-rows-read = 0 then
               display "WARNING: no rows in " fname-inp (1:20)
                   "; saved profile left unchanged"
               move 'Y' to ws-shift-found
           else
               open output profile-file
               if ws-prof-status not = '00'
                       and ws-prof-status not = '05' then
                   display "WARNING: saved profile " fname-prof
                       " could not be written, status="
                       ws-prof-status
                   move 'Y' to ws-shift-found
               else
                   move spaces to prof-line
                   move 'H' to prof-rec-type
                   move ws-sys-date (1:8) to profh-date
                   move ws-sys-date (9:6) to profh-time
                   move ws-rows-read to profh-rows
                   move ws-input-mode to profh-mode
                   move ws-col-count to profh-cols
                   move fname-inp to profh-input
                   write profile-rec from prof-line
                   perform varying ws-col from 1 by 1
                           until ws-col > ws-col-count
                       move spaces to prof-line
                       move 'C' to prof-rec-type
                       move ws-col to profc-col
                       move col-name(ws-col) to profc-name
                       move col-type(ws-col) to profc-type
                       move col-conf(ws-col) to profc-conf
                       move col-fill(ws-col) to profc-fill
                       move col-dist-n(ws-col) to profc-dist
                       move col-dist-over(ws-col) to profc-over
                       move col-minlen(ws-col) to profc-minlen
                       move col-maxlen(ws-col) to profc-maxlen
                       write profile-rec from prof-line
                   end-perform
                   close profile-file
               end-if
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
       close report-file.

       if ws-any-fail = 'Y' then
           move 8 to return-code
       else
           if ws-shift-found = 'Y' then
               move 4 to return-code
           end-if
       end-if.
       stop run.
