      *> Program: Dataset Definition Maintenance
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Upkeep for the keyed dataset-definition file that
      *> statnew, statmerg and the control-card loop read when a run
      *> names only the dataset. One record per dataset (keyed on
      *> the input extract name, the same name the history log,
      *> master and limits file use) carries everything the PARM
      *> would otherwise have to spell out position by position:
      *> input mode, delimiter, value/group/minor/date columns,
      *> bucket size, record-type flag, column list, layout card,
      *> record selection card, STATFIX correction file, duplicate-key
      *> columns, limits file, outlier settings, normality-test
      *> significance level, page length and the owner to call when
      *> the feed breaks. ADD, CHG and DEL each
      *> append a line to the audit file -- who, when, and the record
      *> image before and/or after -- so a run that suddenly analyzes
      *> a different column can be traced to the change that did it.
       identification division.
       program-id. statdef.


       environment division.
       input-output section.
       file-control.
       select definition-file assign to dynamic fname-def
           organization is indexed
           access mode is dynamic
           record key is def-dataset
           file status is ws-def-status.
       select optional audit-file assign to dynamic fname-aud
           organization is line sequential
           file status is ws-aud-status.


       data division.
       file section.
      *> statnew and statmerg carry the same layout; the three must
      *> stay in step. Numeric columns of zero and blank text fields
      *> mean "use the program default".
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
       FD  audit-file.
           01  audit-rec       pic x(432).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  fname-def   pic x(30) value 'statdef.dat'.
       77  fname-aud   pic x(30) value 'statdef.aud'.
       77  ws-def-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(40).
       77  ws-function  pic x(5).
       77  ws-dataset   pic x(30).
       77  ws-operator  pic x(8).
       77  ws-sys-date  pic x(21).
       77  ws-listed-count pic 9(5) usage is comp value 0.
       77  ws-def-ok    pic a(1).
       77  ws-parm-ok   pic a(1) value 'Y'.

      *> Record images for the audit trail: CHG logs the record as
      *> it stood and as it was rewritten.
       01  ws-before-rec   pic x(400).
       01  audit-line.
           02 aud-date         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-time         pic x(6).
           02 filler           pic x(1) value space.
           02 aud-oper         pic x(8).
           02 filler           pic x(1) value space.
           02 aud-action       pic x(6).
           02 filler           pic x(1) value space.
           02 aud-image        pic x(400).

      *> Edited fields for the prompts and the LIST block.
       77  ws-ed-col    pic z9.
       77  ws-ed-pct    pic zz9.
       77  ws-ed-mult   pic zz9.99.


      *> Start of procedure division.
       procedure division.
           perform get-run-parms.
           if ws-parm-ok = 'Y' then
               evaluate ws-function
                   when 'ADD'
                       perform add-definition
                   when 'CHG'
                       perform change-definition
                   when 'DEL'
                       perform delete-definition
                   when 'LIST'
                       perform list-definitions
                   when other
                       display "ERROR: function must be ADD, CHG,"
                           " DEL or LIST"
                       move 8 to return-code
               end-evaluate
           end-if.
           stop run.


       get-run-parms.
      *> Same PARM convention as the other programs: positional
      *> arguments out of JCL with an interactive ACCEPT fallback.
      *> Argument 1 is the function, 2 the dataset (LIST with a
      *> blank or '*' dataset lists every definition), 3 the
      *> operator id for the audit trail, 4 overrides the
      *> definition file name. The field values for ADD and CHG are
      *> always prompted for, so a SYSIN deck can feed them in a
      *> batch job.
           accept ws-arg-count from argument-number.
           move spaces to ws-operator.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               move function upper-case(function trim(ws-argument))
                   to ws-function
               if ws-arg-count >= 2 then
                   move 2 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-dataset from argument-value
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
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-def
                   end-if
               end-if
           else
               display "Function (ADD, CHG, DEL, LIST)? "
               accept ws-argument
               move function upper-case(function trim(ws-argument))
                   to ws-function
               display "Dataset name (LIST: blank = all)? "
               accept ws-dataset
               if ws-function not = 'LIST' then
                   display "Operator id? "
                   accept ws-operator
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
           if ws-function not = 'LIST' and ws-dataset = spaces then
               display "ERROR: " function trim(ws-function)
                   " needs a dataset name"
               move 'N' to ws-parm-ok
               move 8 to return-code
           end-if.


       add-definition.
      *> A new dataset: start from an all-defaults record, take the
      *> fields from the prompts, edit, and WRITE. The file is
      *> created on the first ADD.
           open i-o definition-file.
           if ws-def-status = '35' then
               open output definition-file
               close definition-file
               open i-o definition-file
           end-if.
           if ws-def-status not = '00' then
               display "ERROR: definition file " fname-def
                   " open failed, status=" ws-def-status
               move 8 to return-code
           else
               move ws-dataset to def-dataset
               read definition-file
                   invalid key
                       perform clear-definition
                       perform prompt-definition
                       perform edit-definition
                       if ws-def-ok = 'Y' then
                           perform stamp-definition
                           write definition-rec
                               invalid key
                                   display "ERROR: write failed,"
                                       " status=" ws-def-status
                                   move 8 to return-code
                               not invalid key
                                   move 'ADD' to aud-action
                                   move definition-rec to aud-image
                                   perform write-audit
                                   display "ADDED: "
                                       function trim(def-dataset)
                           end-write
                       end-if
                   not invalid key
                       display "ERROR: " function trim(ws-dataset)
                           " is already defined; use CHG"
                       move 8 to return-code
               end-read
               close definition-file
           end-if.


       change-definition.
      *> Existing dataset: the prompts show each current value and
      *> a blank answer keeps it; the before and after images both
      *> go to the audit file.
           open i-o definition-file.
           if ws-def-status not = '00' then
               display "ERROR: definition file " fname-def
                   " open failed, status=" ws-def-status
               move 8 to return-code
           else
               move ws-dataset to def-dataset
               read definition-file
                   invalid key
                       display "NOT ON FILE: "
                           function trim(ws-dataset)
                       move 4 to return-code
                   not invalid key
                       move definition-rec to ws-before-rec
                       perform prompt-definition
                       perform edit-definition
                       if ws-def-ok = 'Y' then
                           perform stamp-definition
                           rewrite definition-rec
                               invalid key
                                   display "ERROR: rewrite failed,"
                                       " status=" ws-def-status
                                   move 8 to return-code
                               not invalid key
                                   move 'BEFORE' to aud-action
                                   move ws-before-rec to aud-image
                                   perform write-audit
                                   move 'AFTER' to aud-action
                                   move definition-rec to aud-image
                                   perform write-audit
                                   display "CHANGED: "
                                       function trim(def-dataset)
                           end-rewrite
                       end-if
               end-read
               close definition-file
           end-if.


       delete-definition.
      *> The record image is logged before it goes, so a deleted
      *> definition can be keyed back in from the audit file.
           open i-o definition-file.
           if ws-def-status not = '00' then
               display "ERROR: definition file " fname-def
                   " open failed, status=" ws-def-status
               move 8 to return-code
           else
               move ws-dataset to def-dataset
               read definition-file
                   invalid key
                       display "NOT ON FILE: "
                           function trim(ws-dataset)
                       move 4 to return-code
                   not invalid key
                       move definition-rec to ws-before-rec
                       delete definition-file record
                           invalid key
                               display "ERROR: delete failed,"
                                   " status=" ws-def-status
                               move 8 to return-code
                           not invalid key
                               move 'DELETE' to aud-action
                               move ws-before-rec to aud-image
                               perform write-audit
                               display "DELETED: "
                                   function trim(ws-dataset)
                       end-delete
               end-read
               close definition-file
           end-if.


       list-definitions.
      *> One dataset by key, or every definition in key order when
      *> the dataset is blank or '*'.
           open input definition-file.
           if ws-def-status not = '00' then
               display "ERROR: definition file " fname-def
                   " open failed, status=" ws-def-status
               move 8 to return-code
           else
               if ws-dataset = spaces or ws-dataset = '*' then
                   move low-values to def-dataset
                   start definition-file key >= def-dataset
                       invalid key
                           move 'Y' to feof
                   end-start
                   perform list-next-definition until feof = 'Y'
                   display ws-listed-count " definition(s) listed"
               else
                   move ws-dataset to def-dataset
                   read definition-file
                       invalid key
                           display "NOT ON FILE: "
                               function trim(ws-dataset)
                           move 4 to return-code
                       not invalid key
                           add 1 to ws-listed-count
                           perform display-definition
                   end-read
               end-if
               close definition-file
           end-if.


       list-next-definition.
           read definition-file next record
               at end
                   move 'Y' to feof
               not at end
                   add 1 to ws-listed-count
                   perform display-definition
           end-read.


       clear-definition.
      *> The all-defaults record: blank text, zero numbers, and the
      *> same defaults a bare statnew run would take.
           move spaces to definition-rec.
           move ws-dataset to def-dataset.
           move 'R' to def-mode.
           move ',' to def-delim.
           move 1 to def-valcol.
           move 0 to def-valcol2.
           move 0 to def-grpcol.
           move 0 to def-grpcol2.
           move 0 to def-datecol.
           move 'N' to def-rectype.
           move 90 to def-pctile.
           move 10 to def-bins.
           move 5 to def-siglevel.
           move 1.5 to def-out-mult.
           move 'I' to def-out-basis.
           move 55 to def-page-len.
           move 'N' to def-suppress.


       prompt-definition.
      *> One prompt per field showing the value on file; a blank
      *> answer keeps it and '*' clears a name field back to blank.
           display "Report file (now '" function trim(def-outfile)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-outfile
           else
               if ws-argument not = spaces then
                   move ws-argument to def-outfile
               end-if
           end-if.
           display "Export file (now '" function trim(def-export)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-export
           else
               if ws-argument not = spaces then
                   move ws-argument to def-export
               end-if
           end-if.
           display "Limits file (now '" function trim(def-limits)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-limits
           else
               if ws-argument not = spaces then
                   move ws-argument to def-limits
               end-if
           end-if.
           display "Input mode R, D or F (now " def-mode ")? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move function upper-case(ws-argument (1:1))
                   to def-mode
           end-if.
           display "Layout card (now '" function trim(def-layout)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-layout
           else
               if ws-argument not = spaces then
                   move ws-argument to def-layout
               end-if
           end-if.
           display "Selection card (now '"
               function trim(def-selcard)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-selcard
           else
               if ws-argument not = spaces then
                   move ws-argument to def-selcard
               end-if
           end-if.
           display "Correction file (now '"
               function trim(def-corrfile)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-corrfile
           else
               if ws-argument not = spaces then
                   move ws-argument to def-corrfile
               end-if
           end-if.
           display "Duplicate-key columns (now '"
               function trim(def-dupkeys)
               "', e.g. 1/3 or 1:6/20:8, * = none)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-dupkeys
           else
               if ws-argument not = spaces then
                   move ws-argument to def-dupkeys
               end-if
           end-if.
           display "Delimiter (now '" def-delim "')? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move ws-argument (1:1) to def-delim
           end-if.
           move def-valcol to ws-ed-col.
           display "Value column (now " ws-ed-col ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-valcol = function numval(ws-argument)
           end-if.
           move def-grpcol to ws-ed-col.
           display "Group column, 0 = none (now " ws-ed-col ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-grpcol = function numval(ws-argument)
           end-if.
           move def-grpcol2 to ws-ed-col.
           display "Minor group column, 0 = none (now " ws-ed-col
               ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-grpcol2 = function numval(ws-argument)
           end-if.
           move def-valcol2 to ws-ed-col.
           display "Second value column, 0 = none (now " ws-ed-col
               ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-valcol2 = function numval(ws-argument)
           end-if.
           move def-datecol to ws-ed-col.
           display "Date column, 0 = none (now " ws-ed-col ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-datecol = function numval(ws-argument)
           end-if.
           display "Bucket size D, W or M (now " def-bucket ")? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move function upper-case(ws-argument (1:1))
                   to def-bucket
           end-if.
           display "Typed header/trailer records Y/N (now "
               def-rectype ")? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move function upper-case(ws-argument (1:1))
                   to def-rectype
           end-if.
           display "Value column list (now '"
               function trim(def-collist)
               "', blank = keep, * = clear)? ".
           accept ws-argument.
           if ws-argument = '*' then
               move spaces to def-collist
           else
               if ws-argument not = spaces then
                   move ws-argument to def-collist
               end-if
           end-if.
           move def-pctile to ws-ed-pct.
           display "Percentile (now " ws-ed-pct ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-pctile = function numval(ws-argument)
           end-if.
           move def-bins to ws-ed-col.
           display "Distribution bins (now " ws-ed-col ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-bins = function numval(ws-argument)
           end-if.
      *> Definitions saved before the level existed carry blanks
      *> there; they take the 5% a bare run uses.
           if def-siglevel is not numeric then
               move 5 to def-siglevel
           end-if.
           move def-siglevel to ws-ed-col.
           display "Normality test level % (now " ws-ed-col
               "; 1, 5 or 10)? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-siglevel = function numval(ws-argument)
           end-if.
           move def-out-mult to ws-ed-mult.
           display "Outlier fence multiple (now " ws-ed-mult ")? ".
           accept ws-argument.
           if ws-argument not = spaces
                   and function test-numval(ws-argument) = 0 then
               compute def-out-mult = function numval(ws-argument)
           end-if.
           display "Outlier basis I=IQR, S=std dev (now "
               def-out-basis ")? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move function upper-case(ws-argument (1:1))
                   to def-out-basis
           end-if.
           move def-page-len to ws-ed-pct.
           display "Page length (now " ws-ed-pct ")? ".
           accept ws-argument.
           if function trim(ws-argument) is numeric then
               compute def-page-len = function numval(ws-argument)
           end-if.
           display "Suppress data-value echo Y/N (now "
               def-suppress ")? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move function upper-case(ws-argument (1:1))
                   to def-suppress
           end-if.
           display "Owner contact (now '" function trim(def-owner)
               "', blank = keep)? ".
           accept ws-argument.
           if ws-argument not = spaces then
               move ws-argument to def-owner
           end-if.


       edit-definition.
      *> The same bounds statnew's validate-run-parms clamps to --
      *> caught here so a bad definition is refused at the terminal
      *> instead of quietly defaulted at 2 a.m.
           move 'Y' to ws-def-ok.
           if def-mode not = 'R' and def-mode not = 'D'
                   and def-mode not = 'F' then
               display "ERROR: input mode must be R, D or F"
               move 'N' to ws-def-ok
           end-if.
           if def-mode = 'R' and def-selcard not = spaces then
               display "ERROR: a selection card needs delimited or"
                   " fixed-layout input"
               move 'N' to ws-def-ok
           end-if.
           if def-mode = 'R' and def-dupkeys not = spaces then
               display "ERROR: duplicate-key columns need delimited"
                   " or fixed-layout input"
               move 'N' to ws-def-ok
           end-if.
           if def-mode = 'F' and def-layout = spaces then
               display "ERROR: fixed-layout input needs a layout"
                   " card"
               move 'N' to ws-def-ok
           end-if.
           if def-delim = space then
               move ',' to def-delim
           end-if.
           if def-valcol < 1 or def-valcol > 20 then
               display "ERROR: value column must be 1-20"
               move 'N' to ws-def-ok
           end-if.
           if def-grpcol > 20 or def-grpcol2 > 20
                   or def-valcol2 > 20 or def-datecol > 20 then
               display "ERROR: group, second value and date columns"
                   " must be 0-20"
               move 'N' to ws-def-ok
           end-if.
           if def-grpcol2 > 0 and def-grpcol = 0 then
               display "ERROR: a minor group column needs a major"
                   " group column"
               move 'N' to ws-def-ok
           end-if.
           if def-datecol > 0 and def-bucket not = 'D'
                   and def-bucket not = 'W'
                   and def-bucket not = 'M' then
               display "ERROR: bucket size must be D, W or M"
               move 'N' to ws-def-ok
           end-if.
           if def-rectype not = 'Y' then
               move 'N' to def-rectype
           end-if.
           if def-pctile < 1 or def-pctile > 99 then
               display "ERROR: percentile must be 1-99"
               move 'N' to ws-def-ok
           end-if.
           if def-bins < 1 or def-bins > 50 then
               display "ERROR: distribution bins must be 1-50"
               move 'N' to ws-def-ok
           end-if.
           if def-siglevel not = 1 and def-siglevel not = 5
                   and def-siglevel not = 10 then
               display "ERROR: normality test level must be 1, 5 or 10"
               move 'N' to ws-def-ok
           end-if.
           if def-out-mult <= 0 then
               display "ERROR: outlier multiple must be positive"
               move 'N' to ws-def-ok
           end-if.
           if def-out-basis not = 'S' then
               move 'I' to def-out-basis
           end-if.
           if def-page-len < 10 then
               display "ERROR: page length must be 10-999"
               move 'N' to ws-def-ok
           end-if.
           if def-suppress not = 'Y' then
               move 'N' to def-suppress
           end-if.
           if ws-def-ok not = 'Y' then
               display "ERROR: definition for "
                   function trim(ws-dataset) " not saved"
               move 8 to return-code
           end-if.


       stamp-definition.
      *> Last-changed date, time and operator ride on the record
      *> itself as well as in the audit trail.
           move function current-date to ws-sys-date.
           move ws-sys-date (1:8) to def-upd-date.
           move ws-sys-date (9:6) to def-upd-time.
           move ws-operator to def-upd-oper.


       write-audit.
      *> One audit line per image. The definition change has
      *> already been made, so a failed audit write is a warning and
      *> a return-code 4, not a reason to back the change out.
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


       display-definition.
      *> One LIST block.
           display "DATASET = " function trim(def-dataset)
               "  OWNER = " function trim(def-owner).
           display " Report =   " function trim(def-outfile)
               "  Export = " function trim(def-export)
               "  Limits = " function trim(def-limits).
           display " Mode =     " def-mode "  Delim = '" def-delim
               "'  Layout = " function trim(def-layout).
           move def-valcol to ws-ed-col.
           display " Value col  " ws-ed-col with no advancing.
           move def-valcol2 to ws-ed-col.
           display "  Value2 col " ws-ed-col with no advancing.
           move def-grpcol to ws-ed-col.
           display "  Group col " ws-ed-col with no advancing.
           move def-grpcol2 to ws-ed-col.
           display "  Minor col " ws-ed-col with no advancing.
           move def-datecol to ws-ed-col.
           display "  Date col " ws-ed-col "  Bucket " def-bucket.
           display " Typed recs " def-rectype "  Col list = "
               function trim(def-collist)
               "  Selection = " function trim(def-selcard).
           display " Corrections " function trim(def-corrfile)
               "  Dup keys = " function trim(def-dupkeys).
           move def-pctile to ws-ed-pct.
           display " Pctile     " ws-ed-pct with no advancing.
           move def-bins to ws-ed-col.
           display "  Bins " ws-ed-col with no advancing.
           if def-siglevel is numeric then
               move def-siglevel to ws-ed-col
           else
               move 5 to ws-ed-col
           end-if.
           display "  Level% " ws-ed-col with no advancing.
           move def-out-mult to ws-ed-mult.
           display "  Outlier " ws-ed-mult " x " def-out-basis
               with no advancing.
           move def-page-len to ws-ed-pct.
           display "  Page len " ws-ed-pct "  Suppress "
               def-suppress.
           display " Updated    " def-upd-date " " def-upd-time
               " by " def-upd-oper.
