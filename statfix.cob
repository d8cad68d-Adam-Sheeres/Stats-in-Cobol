      *> Program: Reject Correction and Resubmission
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Lets an operator work off one dataset's open rejects
      *> in statrej.dat without touching the source extract. The
      *> open rejects are listed by record number and reason code;
      *> each one picked can be corrected (a new value keyed for the
      *> value column, which is rebuilt into the raw row and written
      *> to the correction file statnew applies on the dataset's
      *> next run) or written off. Rows whose reason means they were
      *> already counted in the statistics -- out-of-range, bad-date,
      *> group-cap and table-overflow rows -- can only be written
      *> off. Every correction and write-off appends an audit line
      *> (operator, timestamp, reject image before, corrected row or
      *> comment after), and the reject record itself is marked
      *> resolved so STATREJ stops reporting it as open.
       identification division.
       program-id. statfix.


       environment division.
       input-output section.
       file-control.
       select reject-file assign to dynamic fname-rej
           organization is line sequential
           file status is ws-rej-status.
       select reject-work-file assign to dynamic fname-rej-wrk
           organization is line sequential
           file status is ws-rejw-status.
       select optional correction-file assign to dynamic fname-corr
           organization is line sequential
           file status is ws-corr-status.
       select optional audit-file assign to dynamic fname-aud
           organization is line sequential
           file status is ws-aud-status.
       select definition-file assign to dynamic fname-def
           organization is indexed
           access mode is random
           record key is def-dataset
           file status is ws-def-status.


       data division.
       file section.
       FD  reject-file.
           01  reject-rec      pic x(152).
       FD  reject-work-file.
           01  reject-work-rec pic x(152).
       FD  correction-file.
           01  correction-rec  pic x(161).
       FD  audit-file.
           01  audit-rec       pic x(245).
      *> Must match the record STATDEF maintains.
       FD  definition-file.
           01  definition-rec.
               02  def-dataset      pic x(30).
               02  def-outfile      pic x(30).
               02  def-export       pic x(30).
               02  def-limits       pic x(30).
               02  def-layout       pic x(30).
               02  def-mode         pic x(1).
               02  def-delim        pic x(1).
               02  def-valcol       pic 9(2).
               02  def-valcol2      pic 9(2).
               02  def-grpcol       pic 9(2).
               02  def-grpcol2      pic 9(2).
               02  def-datecol      pic 9(2).
               02  def-bucket       pic x(1).
               02  def-rectype      pic x(1).
               02  def-collist      pic x(20).
               02  def-pctile       pic 9(3).
               02  def-bins         pic 9(2).
               02  def-out-mult     pic 9(3)v9(2).
               02  def-out-basis    pic x(1).
               02  def-page-len     pic 9(3).
               02  def-suppress     pic x(1).
               02  def-owner        pic x(40).
               02  def-upd-date     pic x(8).
               02  def-upd-time     pic x(6).
               02  def-upd-oper     pic x(8).
               02  def-selcard      pic x(30).
               02  def-corrfile     pic x(30).
               02  def-dupkeys      pic x(20).
               02  def-siglevel     pic 9(2).
               02  filler           pic x(57).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  fname-rej   pic x(30) value 'statrej.dat'.
       77  fname-rej-wrk pic x(34).
       77  fname-corr  pic x(30) value spaces.
       77  fname-aud   pic x(30) value 'statfix.aud'.
       77  fname-def   pic x(30) value 'statdef.dat'.
       77  ws-rej-status  pic xx.
       77  ws-rejw-status pic xx.
       77  ws-corr-status pic xx.
       77  ws-aud-status  pic xx.
       77  ws-def-status  pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(80).
       77  ws-dataset   pic x(30).
       77  ws-operator  pic x(8).
       77  ws-sys-date  pic x(21).
       77  ws-parm-ok   pic a(1) value 'Y'.
       77  ws-done      pic a(1) value 'N'.
       77  ws-save-rc   pic s9(9) usage is comp.

      *> How the dataset's rows are laid out, off its definition
      *> (or keyed in when it has none): the value column a
      *> correction replaces and the delimiter the row is rebuilt
      *> with. Fixed-layout and column-list datasets take write-offs
      *> only -- the reject file holds just the first 80 bytes of a
      *> fixed record, and a column list has no single value column.
       77  ws-def-found  pic a(1) value 'N'.
       77  ws-input-mode pic x(1) value 'D'.
       77  ws-delimiter  pic x(1) value ','.
       77  ws-value-col  pic 99 usage is comp value 1.
       77  ws-collist    pic x(20) value spaces.
       77  ws-can-correct pic a(1).

      *> The dataset's open rejects, in reject-file order. rjt-line
      *> is the record's line number in the file, so the resolve
      *> pass can find it again, and the dataset, record number as
      *> written, reason, row and reject date let it check that the
      *> line there is still the same reject; rjt-action is what was
      *> done to it this session ('C' corrected, 'W' written off,
      *> blank not touched).
       77  ws-rjt-max    pic 9(4) usage is comp value 500.
       77  ws-rjt-n      pic 9(4) usage is comp value 0.
       77  ws-rjt-idx    pic 9(4) usage is comp.
       77  ws-rjt-pick   pic 9(4) usage is comp.
       77  ws-pick-recnum pic 9(7) usage is comp.
       77  ws-rjt-warned pic a(1) value 'N'.
       77  ws-line-no    pic 9(7) usage is comp value 0.
       77  ws-count-lines pic 9(7) usage is comp value 0.
       77  ws-acted      pic 9(4) usage is comp value 0.
       77  ws-resolved   pic 9(4) usage is comp value 0.
       01  rjt-table-area.
           02  rjt-entry occurs 500 times.
               03  rjt-line     pic 9(7) usage is comp.
               03  rjt-dataset  pic x(30).
               03  rjt-rawnum   pic x(7).
               03  rjt-recnum   pic 9(7).
               03  rjt-reason   pic x(12).
               03  rjt-data     pic x(80).
               03  rjt-date     pic x(8).
               03  rjt-action   pic x(1).

      *> Work area for one reject record's fixed columns, as statnew
      *> writes them: record number 1-7, reason 9-20, raw data
      *> 22-101, dataset 103-132, status 134 (blank = open, C =
      *> corrected, W = written off), resolved date 136-143 and the
      *> date the row was rejected 145-152.
       01  rej-line.
           02 rej-recnum       pic x(7).
           02 filler           pic x(1).
           02 rej-reason       pic x(12).
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

      *> One correction line: the rebuilt raw row statnew feeds
      *> through its detail path, status P (pending) until that run
      *> marks it A (applied) or R (failed the edits again).
       01  corr-line.
           02 corr-dataset     pic x(30).
           02 filler           pic x(1) value space.
           02 corr-recnum      pic 9(7).
           02 filler           pic x(1) value space.
           02 corr-reason      pic x(12).
           02 filler           pic x(1) value space.
           02 corr-status      pic x(1).
           02 filler           pic x(1) value space.
           02 corr-date        pic x(8).
           02 filler           pic x(1) value space.
           02 corr-app-date    pic x(8).
           02 filler           pic x(1) value space.
           02 corr-oper        pic x(8).
           02 filler           pic x(1) value space.
           02 corr-row         pic x(80).

       01  audit-line.
           02 aud-date         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-time         pic x(6).
           02 filler           pic x(1) value space.
           02 aud-oper         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-action       pic x(6).
           02 filler           pic x(1) value space.
           02 aud-dataset      pic x(30).
           02 filler           pic x(1) value space.
           02 aud-recnum       pic 9(7).
           02 filler           pic x(1) value space.
           02 aud-reason       pic x(12).
           02 filler           pic x(1) value space.
           02 aud-before       pic x(80).
           02 filler           pic x(1) value space.
           02 aud-after        pic x(80).

      *> The corrected value and the row rebuilt around it. A
      *> delimited row is split the way statnew's split-csv-line
      *> splits it and strung back together with the value column
      *> replaced; a raw-mode row is the value in the zoned form
      *> statnew reads.
       77  ws-new-value  pic s9(14)v9(4) usage is comp-3.
       77  ws-new-text   pic x(30).
       77  ws-csv-ptr    pic 9(4) usage is comp.
       77  ws-csv-idx    pic 99 usage is comp.
       77  ws-csv-n      pic 99 usage is comp.
       77  ws-row-ptr    pic 9(4) usage is comp.
       77  ws-row-len    pic 9(4) usage is comp.
       77  ws-new-row    pic x(80).
       01  ws-csv-fields.
           02  ws-csv-field pic x(30) occurs 20 times.
       01  ws-raw-area.
           02  ws-raw-value pic s9(14)v9(4).

      *> Edited fields for the list.
       77  ws-ed-seq    pic zzz9.
       77  ws-ed-recnum pic z(6)9.
       77  ws-ed-col    pic z9.


      *> Start of procedure division.
       procedure division.
           perform get-run-parms.
           if ws-parm-ok = 'Y' then
               perform load-definition
               perform load-rejects
           end-if.
           if ws-parm-ok = 'Y' then
               if ws-rjt-n = 0 then
                   display "NO OPEN REJECTS: "
                       function trim(ws-dataset)
               else
                   perform list-rejects
                   perform fix-loop until ws-done = 'Y'
                   if ws-acted > 0 then
                       perform resolve-rejects
                   end-if
                   move ws-resolved to ws-ed-seq
                   display "REJECTS RESOLVED: " ws-ed-seq
               end-if
           end-if.
           stop run.


       get-run-parms.
      *> Same PARM convention as STATDEF: positional arguments out
      *> of JCL with an interactive ACCEPT fallback. Argument 1 is
      *> the dataset, 2 the operator id for the audit trail ('*' =
      *> the signed-on user), 3 the reject file, 4 the correction
      *> file (default: the one the dataset's definition names, else
      *> statfix.dat), 5 the definition file. The record picks and
      *> corrected values are always prompted for, so a SYSIN deck
      *> can feed them in a batch job.
           accept ws-arg-count from argument-number.
           move spaces to ws-operator.
           move spaces to ws-dataset.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-dataset from argument-value
               if ws-arg-count >= 2 then
                   move 2 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move ws-argument to ws-operator
                   end-if
               end-if
               if ws-arg-count >= 3 then
                   move 3 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-rej
                   end-if
               end-if
               if ws-arg-count >= 4 then
                   move 4 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-corr
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-def
                   end-if
               end-if
           else
               display "Dataset name? "
               accept ws-dataset
               display "Operator id? "
               accept ws-operator
               display "Reject file (default statrej.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-rej
               end-if
               display "Correction file (default from definition"
                   " or statfix.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-corr
               end-if
               display "Definition file (default statdef.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-def
               end-if
           end-if.
      *> Nobody keyed an operator id: fall back to the signed-on
      *> user so the audit line still names somebody.
           if ws-operator = spaces then
               accept ws-operator from environment 'USER'
           end-if.
           if ws-operator = spaces then
               move 'UNKNOWN' to ws-operator
           end-if.
           if ws-dataset = spaces then
               display "ERROR: a dataset name is required"
               move 'N' to ws-parm-ok
               move 8 to return-code
           end-if.


       load-definition.
      *> The dataset's layout off its definition. Without one the
      *> operator says how the rows are laid out, the same three
      *> facts the definition would have given.
           open input definition-file.
           if ws-def-status = '00' then
               move ws-dataset to def-dataset
               read definition-file
                   invalid key
                       move 'N' to ws-def-found
                   not invalid key
                       move 'Y' to ws-def-found
               end-read
               close definition-file
           end-if.
           if ws-def-found = 'Y' then
               move def-mode to ws-input-mode
               if def-delim not = space then
                   move def-delim to ws-delimiter
               end-if
               if def-valcol > 0 then
                   move def-valcol to ws-value-col
               end-if
               move def-collist to ws-collist
               if fname-corr = spaces then
                   move def-corrfile to fname-corr
               end-if
           else
               display "WARNING: no definition for "
                   function trim(ws-dataset) " in " fname-def
               display "Input mode (R = raw, D = delimited,"
                   " F = fixed layout; default D)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move function upper-case(ws-argument (1:1))
                       to ws-input-mode
               end-if
               if ws-input-mode = 'D' then
                   display "Delimiter (default ',')? "
                   accept ws-argument
                   if ws-argument not = spaces then
                       move ws-argument (1:1) to ws-delimiter
                   end-if
                   display "Value column (default 1)? "
                   accept ws-argument
                   if function trim(ws-argument) is numeric then
                       compute ws-value-col =
                           function numval(ws-argument)
                   end-if
               end-if
           end-if.
           if fname-corr = spaces then
               move 'statfix.dat' to fname-corr
           end-if.
           move 'Y' to ws-can-correct.
           if ws-input-mode = 'F' or ws-collist not = spaces then
               move 'N' to ws-can-correct
               display "NOTE: fixed-layout and column-list datasets"
                   " take write-offs only"
           end-if.
           if ws-input-mode = 'D'
                   and (ws-value-col < 1 or ws-value-col > 20) then
               display "WARNING: value column " ws-value-col
                   " is outside 1-20; write-offs only"
               move 'N' to ws-can-correct
           end-if.


       load-rejects.
      *> Every open reject for the dataset, in file order. Older
      *> records carry no status column at all and read as open.
           open input reject-file.
           if ws-rej-status not = '00' then
               display "ERROR: reject file " fname-rej
                   " open failed, status=" ws-rej-status
               move 'N' to ws-parm-ok
               move 8 to return-code
           else
               move 'N' to feof
               move 0 to ws-line-no
               perform load-reject-line until feof = 'Y'
               close reject-file
           end-if.


       load-reject-line.
           read reject-file into rej-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-line-no
                   if rej-dataset = ws-dataset
                           and rej-status = space
                           and rej-reason not = spaces then
                       if ws-rjt-n < ws-rjt-max then
                           add 1 to ws-rjt-n
                           move ws-line-no to rjt-line(ws-rjt-n)
                           move rej-dataset to rjt-dataset(ws-rjt-n)
                           move rej-recnum to rjt-rawnum(ws-rjt-n)
                           if rej-recnum is numeric then
                               move rej-recnum to rjt-recnum(ws-rjt-n)
                           else
                               move 0 to rjt-recnum(ws-rjt-n)
                           end-if
                           move rej-reason to rjt-reason(ws-rjt-n)
                           move rej-data to rjt-data(ws-rjt-n)
                           move rej-date to rjt-date(ws-rjt-n)
                           move space to rjt-action(ws-rjt-n)
                       else
                           if ws-rjt-warned = 'N' then
                               display "WARNING: more than "
                                   ws-rjt-max " open rejects for "
                                   function trim(ws-dataset)
                                   "; the rest wait for a later run"
                               move 'Y' to ws-rjt-warned
                           end-if
                       end-if
                   end-if
           end-read.


       list-rejects.
      *> The open rejects the operator can pick from.
           display "OPEN REJECTS FOR " function trim(ws-dataset)
               "  (mode " ws-input-mode ")".
           display "  SEQ  RECORD REASON       REJECTED DATA".
           perform varying ws-rjt-idx from 1 by 1
                   until ws-rjt-idx > ws-rjt-n
               move ws-rjt-idx to ws-ed-seq
               move rjt-recnum(ws-rjt-idx) to ws-ed-recnum
               display " " ws-ed-seq " " ws-ed-recnum " "
                   rjt-reason(ws-rjt-idx) " "
                   rjt-date(ws-rjt-idx) " "
                   rjt-data(ws-rjt-idx) (1:40)
           end-perform.


       fix-loop.
      *> One reject per pass: picked by record number and reason
      *> code (a blank reason takes the first open one for that
      *> record -- group-cap rejects all carry record number zero,
      *> so repeated picks walk through them in order).
           display " ".
           display "Record number (blank or X = finish)? ".
           accept ws-argument.
           if ws-argument = spaces
                   or function upper-case(function trim(ws-argument))
                   = 'X' then
               move 'Y' to ws-done
           else
           if function trim(ws-argument) is not numeric then
               display "ERROR: record number must be numeric"
           else
               move 0 to ws-rjt-pick
               compute ws-pick-recnum = function numval(ws-argument)
               display "Reason code (blank = first open one)? "
               accept ws-argument
               move function upper-case(ws-argument)
                   to ws-argument
               perform varying ws-rjt-idx from 1 by 1
                       until ws-rjt-idx > ws-rjt-n
                           or ws-rjt-pick > 0
                   if rjt-recnum(ws-rjt-idx) = ws-pick-recnum
                           and rjt-action(ws-rjt-idx) = space
                           and (ws-argument = spaces or
                           rjt-reason(ws-rjt-idx) = ws-argument) then
                       move ws-rjt-idx to ws-rjt-pick
                   end-if
               end-perform
               if ws-rjt-pick = 0 then
                   display "NOT FOUND: no open reject for that"
                       " record and reason"
               else
                   perform fix-one-reject
               end-if
           end-if
           end-if.


       fix-one-reject.
           move ws-rjt-pick to ws-rjt-idx.
           move rjt-recnum(ws-rjt-idx) to ws-ed-recnum.
           display "RECORD " ws-ed-recnum "  REASON "
               rjt-reason(ws-rjt-idx).
           display "  DATA: " rjt-data(ws-rjt-idx).
           display "Action (C = correct, W = write off,"
               " S = skip)? ".
           accept ws-argument.
           evaluate function upper-case(ws-argument (1:1))
               when 'C'
                   perform correct-reject
               when 'W'
                   perform write-off-reject
               when other
                   display "SKIPPED"
           end-evaluate.


       correct-reject.
      *> Only rows statnew left out of the statistics -- blank or
      *> non-numeric values -- have anything to correct. The others
      *> are in the figures already; feeding them in again would
      *> count them twice.
           if rjt-reason(ws-rjt-idx) not = 'BLANK'
                   and rjt-reason(ws-rjt-idx) not = 'NON-NUMERIC' then
               display "ERROR: a "
                   function trim(rjt-reason(ws-rjt-idx))
                   " row is already in the statistics;"
                   " write it off instead"
           else
           if ws-can-correct not = 'Y' then
               display "ERROR: this dataset takes write-offs only"
           else
               if ws-input-mode = 'D' then
                   move ws-value-col to ws-ed-col
                   display "Corrected value for column " ws-ed-col
                       "? "
               else
                   display "Corrected value? "
               end-if
               accept ws-argument
               if ws-argument = spaces or
                       function test-numval(ws-argument) not = 0 then
                   display "ERROR: corrected value must be numeric;"
                       " nothing written"
               else
                   compute ws-new-value = function numval(ws-argument)
                   move function trim(ws-argument) to ws-new-text
                   perform build-corrected-row
                   perform write-correction
               end-if
           end-if
           end-if.


       build-corrected-row.
      *> The reject's raw row with the value column replaced. Fields
      *> past the last delimiter that held anything are not carried
      *> -- statnew reads a missing trailing column as blank anyway.
           move spaces to ws-new-row.
           if ws-input-mode = 'D' then
               move spaces to ws-csv-fields
               move 1 to ws-csv-ptr
               move 0 to ws-csv-n
               perform varying ws-csv-idx from 1 by 1
                       until ws-csv-idx > 20 or ws-csv-ptr > 80
                   unstring rjt-data(ws-rjt-idx)
                       delimited by ws-delimiter
                       into ws-csv-field(ws-csv-idx)
                       with pointer ws-csv-ptr
                   end-unstring
                   if ws-csv-field(ws-csv-idx) not = spaces then
                       move ws-csv-idx to ws-csv-n
                   end-if
               end-perform
               move ws-new-text to ws-csv-field(ws-value-col)
               if ws-value-col > ws-csv-n then
                   move ws-value-col to ws-csv-n
               end-if
               move 1 to ws-row-ptr
               perform varying ws-csv-idx from 1 by 1
                       until ws-csv-idx > ws-csv-n
                   if ws-csv-idx > 1 then
                       string ws-delimiter delimited by size
                           into ws-new-row with pointer ws-row-ptr
                       end-string
                   end-if
                   if ws-csv-field(ws-csv-idx) not = spaces then
                       move function length(function trim
                           (ws-csv-field(ws-csv-idx) trailing))
                           to ws-row-len
                       string ws-csv-field(ws-csv-idx) (1:ws-row-len)
                           delimited by size
                           into ws-new-row with pointer ws-row-ptr
                       end-string
                   end-if
               end-perform
           else
               move ws-new-value to ws-raw-value
               move ws-raw-area to ws-new-row
           end-if.


       write-correction.
      *> Appends the pending correction, then the audit line, and
      *> marks the reject for the resolve pass.
           move function current-date to ws-sys-date.
           move ws-dataset to corr-dataset.
           move rjt-recnum(ws-rjt-idx) to corr-recnum.
           move rjt-reason(ws-rjt-idx) to corr-reason.
           move 'P' to corr-status.
           move ws-sys-date (1:8) to corr-date.
           move spaces to corr-app-date.
           move ws-operator to corr-oper.
           move ws-new-row to corr-row.
           open extend correction-file.
           if ws-corr-status not = '00' and ws-corr-status not = '05'
               then
               display "ERROR: correction file " fname-corr
                   " open failed, status=" ws-corr-status
                   "; nothing written"
               move 8 to return-code
           else
               write correction-rec from corr-line
               close correction-file
               move 'CORR' to aud-action
               move ws-new-row to aud-after
               perform write-audit
               move 'C' to rjt-action(ws-rjt-idx)
               add 1 to ws-acted
               display "CORRECTED: " function trim(ws-new-row)
           end-if.


       write-off-reject.
      *> The row will never be corrected; the comment keyed goes in
      *> the audit line's after-image.
           display "Write-off comment? ".
           accept ws-argument.
           if ws-argument = spaces then
               move 'WRITTEN OFF' to ws-argument
           end-if.
           move function current-date to ws-sys-date.
           move 'WRTOFF' to aud-action.
           move ws-argument to aud-after.
           perform write-audit.
           move 'W' to rjt-action(ws-rjt-idx).
           add 1 to ws-acted.
           display "WRITTEN OFF".


       write-audit.
      *> One audit line per action. As in STATDEF, a failed audit
      *> write is a warning and a return-code 4, not a reason to back
      *> the action out.
           move ws-sys-date (1:8) to aud-date.
           move ws-sys-date (9:6) to aud-time.
           move ws-operator to aud-oper.
           move ws-dataset to aud-dataset.
           move rjt-recnum(ws-rjt-idx) to aud-recnum.
           move rjt-reason(ws-rjt-idx) to aud-reason.
           move rjt-data(ws-rjt-idx) to aud-before.
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


       resolve-rejects.
      *> Copies the reject file to a work file with the acted-on
      *> records marked -- status and resolved date -- and swaps the
      *> work file in. Lines are found by position, and the table
      *> is in file order, so one walk does it. statnew rewrites the
      *> reject file on every run and STATARCH trims it, so either
      *> may have run since the load: a line is only marked when it
      *> is still the same open reject, and an acted-on reject that
      *> is no longer where it was is reported, left open and ends
      *> the run with return-code 8. The file is counted again just
      *> before the swap, as STATARCH does: a control-card statnew
      *> run extends it, and rejects added since the copy was made
      *> must not go out with the old file.
           move spaces to fname-rej-wrk.
           string function trim(fname-rej) '.wrk'
               delimited by size into fname-rej-wrk.
           open input reject-file.
           open output reject-work-file.
           if ws-rej-status not = '00' or ws-rejw-status not = '00'
               then
               display "ERROR: reject file " fname-rej
                   " could not be marked, status=" ws-rej-status
                   "/" ws-rejw-status
               display "ERROR: the corrections are written; the"
                   " rejects still read as open"
               move 8 to return-code
               if ws-rej-status = '00' then
                   close reject-file
               end-if
               if ws-rejw-status = '00' then
                   close reject-work-file
               end-if
           else
               move function current-date to ws-sys-date
               move 'N' to feof
               move 0 to ws-line-no
               move 1 to ws-rjt-idx
               perform resolve-reject-line until feof = 'Y'
               perform varying ws-rjt-idx from ws-rjt-idx by 1
                       until ws-rjt-idx > ws-rjt-n
                   if rjt-action(ws-rjt-idx) not = space then
                       perform report-unmatched-reject
                   end-if
               end-perform
               close reject-file
               close reject-work-file
               move return-code to ws-save-rc
               perform count-reject-lines
               if ws-count-lines not = ws-line-no then
                   call "CBL_DELETE_FILE" using fname-rej-wrk
                   display "ERROR: reject file " fname-rej
                       " changed while it was being marked"
                   display "ERROR: the corrections are written; the"
                       " rejects still read as open"
                   move 0 to ws-resolved
                   move 8 to ws-save-rc
               else
                   call "CBL_DELETE_FILE" using fname-rej
                   call "CBL_RENAME_FILE" using fname-rej-wrk
                       fname-rej
                   if return-code not = 0 then
                       display "ERROR: reject file " fname-rej
                           " could not be replaced; marked copy left"
                           " in " fname-rej-wrk
                       move 8 to ws-save-rc
                   end-if
               end-if
               move ws-save-rc to return-code
           end-if.


       count-reject-lines.
      *> Lines in the reject file as it stands now; one that will
      *> not open counts as none, which can never match.
           move 0 to ws-count-lines.
           open input reject-file.
           if ws-rej-status = '00' then
               move 'N' to feof
               perform count-reject-line until feof = 'Y'
               close reject-file
           end-if.


       count-reject-line.
           read reject-file
               at end move 'Y' to feof
               not at end add 1 to ws-count-lines
           end-read.


       resolve-reject-line.
           read reject-file into rej-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-line-no
                   if ws-rjt-idx <= ws-rjt-n then
                       if rjt-line(ws-rjt-idx) = ws-line-no then
                           if rjt-action(ws-rjt-idx) not = space then
                               perform mark-resolved-reject
                           end-if
                           add 1 to ws-rjt-idx
                       end-if
                   end-if
                   write reject-work-rec from rej-line
           end-read.


       mark-resolved-reject.
      *> The line at the loaded position must still be the reject
      *> that was acted on, and still open; anything else is some
      *> other reject and is copied across as it is.
           if rej-dataset = rjt-dataset(ws-rjt-idx)
                   and rej-recnum = rjt-rawnum(ws-rjt-idx)
                   and rej-reason = rjt-reason(ws-rjt-idx)
                   and rej-data = rjt-data(ws-rjt-idx)
                   and rej-date = rjt-date(ws-rjt-idx)
                   and rej-status = space then
               move rjt-action(ws-rjt-idx) to rej-status
               move ws-sys-date (1:8) to rej-res-date
               add 1 to ws-resolved
           else
               perform report-unmatched-reject
           end-if.


       report-unmatched-reject.
      *> The correction or write-off is already in the audit trail;
      *> only the reject file's mark is missing, so say which one.
           move rjt-recnum(ws-rjt-idx) to ws-ed-recnum.
           display "ERROR: reject " ws-ed-recnum " "
               rjt-reason(ws-rjt-idx) " of " rjt-date(ws-rjt-idx)
               " is no longer in the reject file as loaded; not"
               " marked " rjt-action(ws-rjt-idx).
           move 8 to return-code.
