      *> Program: Cross-Feed Balancing Report
      *> By: Adam Sheeres-Paulicpulle
      *> Purpose: Tie feeds that are supposed to agree -- billing
      *> detail against the GL summary by region, say -- off the
      *> statistics export files statnew and statmerg already write,
      *> instead of two printouts compared by hand at month-end.
      *> Each line of the pairing card names a left and a right
      *> dataset, the key to match on (group key, group/minor key
      *> pair, or the whole-file totals), the measure to compare
      *> (count, sum or mean) and a tolerance, absolute or percent.
      *> The report lists every key as matched, out of tolerance, or
      *> present on one side only, with totals per pairing; any
      *> break ends the job with return-code 4 so the scheduler
      *> holds the close, and a pairing that cannot be balanced at
      *> all (missing export, dataset not in it) ends it with 8.
       identification division.
       program-id. statbal.


       environment division.
       input-output section.
       file-control.
       select pairing-file assign to dynamic fname-pair
           organization is line sequential
           file status is ws-pair-status.
       select report-file assign to dynamic fname-rpt
           organization is line sequential.
       select optional export-file assign to dynamic fname-exp
           organization is line sequential
           file status is ws-exp-status.
       select definition-file assign to dynamic fname-def
           organization is indexed
           access mode is random
           record key is def-dataset
           file status is ws-def-status.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       file section.
       FD  pairing-file.
           01  pairing-rec     pic x(140).
       FD  report-file.
           01  report-line     pic x(100).
       FD  export-file.
           01  export-rec      pic x(500).
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
       FD  alert-file.
           01  alert-rec       pic x(250).


       working-storage section.
       77  feof        pic a(1) value 'N'.
       77  ws-exp-eof  pic a(1) value 'N'.
       77  fname-pair  pic x(30) value 'statbal.dat'.
       77  fname-rpt   pic x(30) value 'statbal.rpt'.
       77  fname-def   pic x(30) value 'statdef.dat'.
       77  fname-exp   pic x(30).
       77  ws-pair-status pic xx.
       77  ws-exp-status  pic xx.
       77  ws-def-status  pic xx.
       77  ws-def-open    pic a(1) value 'N'.
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
       77  ws-argument  pic x(30).
       77  ws-file-ok   pic a(1).
       77  ws-any-fail  pic a(1) value 'N'.
       77  ws-bal-fail  pic a(1) value 'N'.

      *> The pairing card, one fixed-column line per pairing; '*' in
      *> column 1 is a comment, as on the limits card.
      *>   1-30    left dataset (the input extract name)
      *>   31-60   right dataset
      *>   61      key: G = group key (default), B = group and minor
      *>           key pair, T = the whole-file totals
      *>   62      measure: S = sum (default), C = count, M = mean
      *>   63-77   tolerance (blank = must agree exactly)
      *>   78      tolerance type: A = absolute (default), P = percent
      *>           of the left-hand value
      *>   79-108  left export file (blank = the dataset's STATDEF
      *>           export file)
      *>   109-138 right export file, likewise
       01  pair-line.
           02 pair-left        pic x(30).
           02 pair-right       pic x(30).
           02 pair-key-type    pic x(1).
           02 pair-measure     pic x(1).
           02 pair-tol         pic x(15).
           02 pair-tol-type    pic x(1).
           02 pair-left-exp    pic x(30).
           02 pair-right-exp   pic x(30).
           02 filler           pic x(2).

       77  ws-pair-ok       pic a(1).
       77  ws-key-type      pic x(1).
       77  ws-measure       pic x(1).
       77  ws-tol-type      pic x(1).
       77  ws-tolerance     pic s9(12)v9(4) usage is comp-3.
       77  ws-side-idx      pic 9 usage is comp.
       77  ws-side-dataset  pic x(30).

      *> One export line split on its commas, in the column order
      *> statnew's export-header names: dataset, group_key,
      *> group_key2, count, mean, ... normal_fit, sum.
       77  ws-exp-ptr       pic 9(4) usage is comp.
       77  ws-fld-idx       pic 9(4) usage is comp.
       77  ws-fld-max       pic 9(4) usage is comp value 22.
       01  exp-fields-area.
           02  exp-fld pic x(30) occurs 22 times.
       77  ws-row-key       pic x(60).
       77  ws-row-value     pic s9(14)v9(4) usage is comp-3.
       77  ws-value-fld     pic 9(4) usage is comp.

      *> Both sides of the pairing being balanced: the measure per
      *> key, as last seen in the export (a later block for the same
      *> key overwrites an earlier one), plus what the load found.
       77  ws-max-keys      pic 9(4) usage is comp value 2000.
       01  side-table-area.
           02  side-entry occurs 2 times.
               03  side-count     pic 9(4) usage is comp.
               03  side-rows      pic 9(7) usage is comp.
               03  side-bad-rows  pic 9(7) usage is comp.
               03  side-full      pic a(1).
               03  side-total     pic s9(16)v9(4) usage is comp-3.
               03  side-key-entry occurs 2000 times.
                   04  side-key     pic x(60).
                   04  side-value   pic s9(14)v9(4) usage is comp-3.
                   04  side-matched pic a(1).

       77  ws-key-idx       pic 9(4) usage is comp.
       77  ws-scan-idx      pic 9(4) usage is comp.
       77  ws-found-flag    pic a(1).
       77  ws-left-value    pic s9(14)v9(4) usage is comp-3.
       77  ws-right-value   pic s9(14)v9(4) usage is comp-3.
       77  ws-diff          pic s9(14)v9(4) usage is comp-3.
       77  ws-abs-diff      pic s9(14)v9(4) usage is comp-3.
       77  ws-basis         pic s9(14)v9(4) usage is comp-3.
       77  ws-pct-work      pic s9(18)v9(4) usage is comp-3.
       77  ws-diff-pct      pic s9(12)v9(4) usage is comp-3.
       77  ws-detail-status pic x(12).

      *> Counts for the pairing in hand and for the whole run.
       77  ws-cnt-matched   pic 9(5) usage is comp.
       77  ws-cnt-outtol    pic 9(5) usage is comp.
       77  ws-cnt-left-only pic 9(5) usage is comp.
       77  ws-cnt-rght-only pic 9(5) usage is comp.
       77  ws-card-read     pic 9(5) usage is comp value 0.
       77  ws-card-skipped  pic 9(5) usage is comp value 0.
       77  ws-pairs-read    pic 9(5) usage is comp value 0.
       77  ws-pairs-bal     pic 9(5) usage is comp value 0.
       77  ws-pairs-broken  pic 9(5) usage is comp value 0.
       77  ws-pairs-notrun  pic 9(5) usage is comp value 0.

       01  title-line.
           02 filler       pic x(45) value
           '  Cross-Feed Balancing Report'.
       01  under-line.
           02 filler       pic x(99) value all '-'.
       01  pair-heading-1.
           02 filler       pic x(12) value ' LEFT     = '.
           02 out-left     pic x(30).
           02 filler       pic x(2) value spaces.
           02 out-left-exp pic x(30).
       01  pair-heading-2.
           02 filler       pic x(12) value ' RIGHT    = '.
           02 out-right    pic x(30).
           02 filler       pic x(2) value spaces.
           02 out-right-exp pic x(30).
       01  pair-heading-3.
           02 filler       pic x(12) value ' KEY      = '.
           02 out-key-desc pic x(14).
           02 filler       pic x(12) value ' MEASURE = '.
           02 out-measure-desc pic x(6).
           02 filler       pic x(14) value ' TOLERANCE = '.
           02 out-tolerance pic -(11)9.9(4).
           02 filler       pic x(1) value space.
           02 out-tol-desc pic x(7).
       01  col-heads.
           02 filler       pic x(49) value
           ' KEY                                   LEFT VALUE'.
           02 filler       pic x(50) value
           '      RIGHT VALUE       DIFFERENCE  STATUS'.
       01  detail-line.
           02 filler       pic x(1) value space.
           02 out-key      pic x(31).
           02 out-left-val pic -(11)9.9(4).
           02 filler       pic x(1) value space.
           02 out-right-val pic -(11)9.9(4).
           02 filler       pic x(1) value space.
           02 out-diff     pic -(11)9.9(4).
           02 filler       pic x(2) value spaces.
           02 out-status   pic x(12).
       01  pair-total-1.
           02 filler   pic x(26) value ' Keys Matched =           '.
           02 out-matched       pic z(6)9.
       01  pair-total-2.
           02 filler   pic x(26) value ' Keys Out Of Tolerance =  '.
           02 out-outtol        pic z(6)9.
       01  pair-total-3.
           02 filler   pic x(26) value ' Keys On Left Only =      '.
           02 out-left-only     pic z(6)9.
       01  pair-total-4.
           02 filler   pic x(26) value ' Keys On Right Only =     '.
           02 out-rght-only     pic z(6)9.
       01  pair-total-5.
           02 filler   pic x(26) value ' Left Total =             '.
           02 out-left-total    pic -(15)9.9(4).
       01  pair-total-6.
           02 filler   pic x(26) value ' Right Total =            '.
           02 out-right-total   pic -(15)9.9(4).
       01  pair-result-line.
           02 filler   pic x(1) value space.
           02 out-result        pic x(60).
       01  footer-line-1.
           02 filler   pic x(26) value ' Pairings Read =          '.
           02 out-pairs-read    pic z(6)9.
       01  footer-line-2.
           02 filler   pic x(26) value ' Pairings Balanced =      '.
           02 out-pairs-bal     pic z(6)9.
       01  footer-line-3.
           02 filler   pic x(26) value ' Pairings Out Of Balance ='.
           02 out-pairs-broken  pic z(6)9.
       01  footer-line-4.
           02 filler   pic x(26) value ' Pairings Not Balanced =  '.
           02 out-pairs-notrun  pic z(6)9.
       01  footer-line-5.
           02 filler   pic x(26) value ' Card Lines Skipped =     '.
           02 out-card-skipped  pic z(6)9.

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

      *> One record appended to the shared alert file per failure,
      *> for STATALRT to list, acknowledge and close. Must match the
      *> record STATALRT maintains; the status and action area past
      *> column 112 is left blank for it.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statbal'.
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
           move 'Y' to ws-file-ok
           perform file-check.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               stop run
           end-if.

           open input pairing-file, output report-file.
           if ws-pair-status not = '00' then
               display "ERROR: pairing card " fname-pair
                   " open failed, status=" ws-pair-status
               move 8 to return-code
               stop run
           end-if.
      *> The definition file is only needed for a pairing that
      *> leaves an export file name blank, so a missing one is not
      *> an error until then.
           open input definition-file.
           if ws-def-status = '00' then
               move 'Y' to ws-def-open
           end-if.
           write report-line from title-line after advancing 0 lines.
           perform pairing-loop until feof = 'Y'.
           perform write-footer.
           perform finish.


       get-run-parms.
      *> Same PARM convention as statrej: positional arguments out of
      *> JCL, interactive ACCEPT fallback, every argument with a
      *> sensible default so a bare invocation balances statbal.dat.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if ws-argument not = '*' then
                   move ws-argument to fname-pair
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
                       move ws-argument to fname-def
                   end-if
               end-if
           else
               display "Pairing card name (default statbal.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-pair
               end-if
               display "Report file name (default statbal.rpt)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-rpt
               end-if
               display "Definition file (default statdef.dat)? "
               accept ws-argument
               if ws-argument not = spaces then
                   move ws-argument to fname-def
               end-if
           end-if.


       file-check.
      *> Checks to see if the pairing card exists, same as statrej
      *> does for its reject file.
           call "CBL_CHECK_FILE_EXIST" using fname-pair file-info.
           if return-code not = 0 then
               display "ERROR: FILE " fname-pair (1:20)
                   " DOES NOT EXIST"
               move 'N' to ws-file-ok
           end-if.


       pairing-loop.
      *> Reads one card line; comments and blank lines are skipped,
      *> anything else is a pairing to balance.
           read pairing-file into pair-line
               at end move 'Y' to feof
               not at end
                   add 1 to ws-card-read
                   if pair-line (1:1) = '*' or pair-line = spaces then
                       add 1 to ws-card-skipped
                   else
                       add 1 to ws-pairs-read
                       perform balance-pairing
                   end-if
           end-read.


       balance-pairing.
      *> One pairing: settle its options, find both export files,
      *> load each side, then compare key by key. Anything that
      *> stops the comparison is reported in the pairing's block and
      *> counted as not balanced.
           move 'Y' to ws-pair-ok.
           perform edit-pairing.
           write report-line from under-line after advancing 1 line.
           move pair-left to out-left.
           move pair-left-exp to out-left-exp.
           write report-line from pair-heading-1
               after advancing 1 line.
           move pair-right to out-right.
           move pair-right-exp to out-right-exp.
           write report-line from pair-heading-2
               after advancing 1 line.
           write report-line from pair-heading-3
               after advancing 1 line.

           if ws-pair-ok = 'Y' then
               move 1 to ws-side-idx
               move pair-left to ws-side-dataset
               move pair-left-exp to fname-exp
               perform load-export-side
           end-if.
           if ws-pair-ok = 'Y' then
               move 2 to ws-side-idx
               move pair-right to ws-side-dataset
               move pair-right-exp to fname-exp
               perform load-export-side
           end-if.

           if ws-pair-ok = 'Y' then
               perform compare-sides
               perform write-pairing-totals
           else
               add 1 to ws-pairs-notrun
               move 'Y' to ws-any-fail
               move '*** PAIRING NOT BALANCED -- SEE JOB LOG ***'
                   to out-result
               move pair-left to alrt-dataset
               move 'NOT BALANCED' to alrt-type
               move '1' to alrt-severity
               move 0 to alrt-value
               move 0 to alrt-limit
               perform write-alert
               write report-line from pair-result-line
                   after advancing 1 line
           end-if.


       edit-pairing.
      *> Defaults and edits for one card line, and the export file
      *> names off each dataset's definition where the card leaves
      *> them blank.
           move function upper-case(pair-key-type) to ws-key-type.
           if ws-key-type = space then
               move 'G' to ws-key-type
           end-if.
           move function upper-case(pair-measure) to ws-measure.
           if ws-measure = space then
               move 'S' to ws-measure
           end-if.
           move function upper-case(pair-tol-type) to ws-tol-type.
           if ws-tol-type = space then
               move 'A' to ws-tol-type
           end-if.
           move 0 to ws-tolerance.

           evaluate ws-key-type
               when 'G'
                   move 'GROUP' to out-key-desc
               when 'B'
                   move 'GROUP/MINOR' to out-key-desc
               when 'T'
                   move 'WHOLE FILE' to out-key-desc
               when other
                   move pair-key-type to out-key-desc
                   display "ERROR: key type '" pair-key-type
                       "' not G, B or T for "
                       function trim(pair-left)
                   move 'N' to ws-pair-ok
           end-evaluate.
           evaluate ws-measure
               when 'S'
                   move 'SUM' to out-measure-desc
                   move 22 to ws-value-fld
               when 'C'
                   move 'COUNT' to out-measure-desc
                   move 4 to ws-value-fld
               when 'M'
                   move 'MEAN' to out-measure-desc
                   move 5 to ws-value-fld
               when other
                   move pair-measure to out-measure-desc
                   display "ERROR: measure '" pair-measure
                       "' not S, C or M for "
                       function trim(pair-left)
                   move 'N' to ws-pair-ok
           end-evaluate.
           if pair-tol not = spaces then
               if function test-numval(pair-tol) = 0 then
                   compute ws-tolerance = function numval(pair-tol)
               else
                   display "ERROR: tolerance '" pair-tol
                       "' not numeric for " function trim(pair-left)
                   move 'N' to ws-pair-ok
               end-if
           end-if.
           if ws-tolerance < 0 then
               compute ws-tolerance = 0 - ws-tolerance
           end-if.
           move ws-tolerance to out-tolerance.
           evaluate ws-tol-type
               when 'A'
                   move 'ABS' to out-tol-desc
               when 'P'
                   move 'PERCENT' to out-tol-desc
               when other
                   move pair-tol-type to out-tol-desc
                   display "ERROR: tolerance type '" pair-tol-type
                       "' not A or P for " function trim(pair-left)
                   move 'N' to ws-pair-ok
           end-evaluate.

           if pair-left = spaces or pair-right = spaces then
               display "ERROR: pairing card line " ws-card-read
                   " needs both a left and a right dataset"
               move 'N' to ws-pair-ok
           end-if.
           if pair-left-exp = spaces and pair-left not = spaces then
               move pair-left to def-dataset
               perform read-definition
               move def-export to pair-left-exp
           end-if.
           if pair-right-exp = spaces and pair-right not = spaces then
               move pair-right to def-dataset
               perform read-definition
               move def-export to pair-right-exp
           end-if.


       read-definition.
      *> The dataset's definition, for its export file name; blank
      *> when there is none, which load-export-side reports.
           move spaces to def-export.
           if ws-def-open = 'Y' then
               read definition-file
                   invalid key
                       move spaces to def-export
               end-read
           end-if.
           if def-export = spaces then
               display "ERROR: no export file on the card or in "
                   function trim(fname-def) " for "
                   function trim(def-dataset)
               move 'N' to ws-pair-ok
           end-if.


       load-export-side.
      *> Reads one side's export file, keeping the rows for that
      *> side's dataset at the pairing's key level. A missing file,
      *> no rows for the dataset, or (for a sum) an export written
      *> before the sum column was added stops the pairing.
           move 0 to side-count(ws-side-idx).
           move 0 to side-rows(ws-side-idx).
           move 0 to side-bad-rows(ws-side-idx).
           move 0 to side-total(ws-side-idx).
           move 'N' to side-full(ws-side-idx).
           open input export-file.
           if ws-exp-status = '05' then
               display "ERROR: export file " function trim(fname-exp)
                   " for " function trim(ws-side-dataset)
                   " does not exist"
               move 'N' to ws-pair-ok
               close export-file
           else
           if ws-exp-status not = '00' then
               display "ERROR: export file " function trim(fname-exp)
                   " for " function trim(ws-side-dataset)
                   " open failed, status=" ws-exp-status
               move 'N' to ws-pair-ok
           else
               move 'N' to ws-exp-eof
               perform load-export-line until ws-exp-eof = 'Y'
               close export-file
               if side-rows(ws-side-idx) = 0 then
                   display "ERROR: no " function trim(out-key-desc)
                       " rows for " function trim(ws-side-dataset)
                       " in " function trim(fname-exp)
                   move 'N' to ws-pair-ok
               end-if
               if side-bad-rows(ws-side-idx) > 0 then
                   display "ERROR: " side-bad-rows(ws-side-idx)
                       " rows for " function trim(ws-side-dataset)
                       " in " function trim(fname-exp)
                       " carry no usable "
                       function trim(out-measure-desc)
                       "; rerun the dataset to rewrite its export"
                   move 'N' to ws-pair-ok
               end-if
           end-if
           end-if.


       load-export-line.
      *> One export line: the header line and other datasets' rows
      *> are passed over; a row at the pairing's key level has its
      *> measure stored against its key.
           read export-file
               at end move 'Y' to ws-exp-eof
               not at end
                   perform split-export-line
                   if exp-fld(1) = ws-side-dataset then
                       perform select-export-row
                   end-if
           end-read.


       split-export-line.
           move spaces to exp-fields-area.
           move 1 to ws-exp-ptr.
           perform varying ws-fld-idx from 1 by 1
                   until ws-fld-idx > ws-fld-max
                   or ws-exp-ptr > length of export-rec
               unstring export-rec delimited by ','
                   into exp-fld(ws-fld-idx)
                   with pointer ws-exp-ptr
               end-unstring
           end-perform.


       select-export-row.
      *> G takes the single-key rows (a group, a major subtotal or a
      *> date bucket), B the group/minor rows, T the whole-file row.
           move 'N' to ws-found-flag.
           evaluate ws-key-type
               when 'G'
                   if exp-fld(2) not = spaces
                           and exp-fld(3) = spaces then
                       move 'Y' to ws-found-flag
                   end-if
               when 'B'
                   if exp-fld(2) not = spaces
                           and exp-fld(3) not = spaces then
                       move 'Y' to ws-found-flag
                   end-if
               when other
                   if exp-fld(2) = spaces
                           and exp-fld(3) = spaces then
                       move 'Y' to ws-found-flag
                   end-if
           end-evaluate.
           if ws-found-flag = 'Y' then
               add 1 to side-rows(ws-side-idx)
               if exp-fld(ws-value-fld) = spaces
                       or function test-numval
                       (exp-fld(ws-value-fld)) not = 0 then
                   add 1 to side-bad-rows(ws-side-idx)
               else
                   compute ws-row-value =
                       function numval(exp-fld(ws-value-fld))
                   move exp-fld(2) to ws-row-key (1:30)
                   move exp-fld(3) to ws-row-key (31:30)
                   perform store-side-value
               end-if
           end-if.


       store-side-value.
      *> Finds (or adds) the key on this side; a later block for the
      *> same key -- a rerun appended to the same export -- wins.
           move 'N' to ws-found-flag.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > side-count(ws-side-idx)
               if side-key(ws-side-idx, ws-scan-idx) = ws-row-key then
                   move 'Y' to ws-found-flag
                   move ws-row-value
                       to side-value(ws-side-idx, ws-scan-idx)
               end-if
           end-perform.
           if ws-found-flag = 'N' then
               if side-count(ws-side-idx) < ws-max-keys then
                   add 1 to side-count(ws-side-idx)
                   move side-count(ws-side-idx) to ws-scan-idx
                   move ws-row-key
                       to side-key(ws-side-idx, ws-scan-idx)
                   move ws-row-value
                       to side-value(ws-side-idx, ws-scan-idx)
                   move 'N' to side-matched(ws-side-idx, ws-scan-idx)
               else
                   if side-full(ws-side-idx) = 'N' then
                       display "WARNING: more than " ws-max-keys
                           " keys for " function trim(ws-side-dataset)
                           "; remainder not balanced"
                       move 'Y' to side-full(ws-side-idx)
                   end-if
               end-if
           end-if.


       compare-sides.
      *> Every left key against the right side, in the order the
      *> left export has them, then whatever the right side has that
      *> the left does not.
           move 0 to ws-cnt-matched.
           move 0 to ws-cnt-outtol.
           move 0 to ws-cnt-left-only.
           move 0 to ws-cnt-rght-only.
           write report-line from col-heads after advancing 1 line.
           write report-line from under-line after advancing 1 line.
           perform compare-left-key
               varying ws-key-idx from 1 by 1
               until ws-key-idx > side-count(1).
           perform varying ws-key-idx from 1 by 1
                   until ws-key-idx > side-count(2)
               if side-matched(2, ws-key-idx) = 'N' then
                   add 1 to ws-cnt-rght-only
                   add side-value(2, ws-key-idx) to side-total(2)
                   move side-key(2, ws-key-idx) to ws-row-key
                   perform format-detail-key
                   move 0 to out-left-val
                   move side-value(2, ws-key-idx) to out-right-val
                   move side-value(2, ws-key-idx) to out-diff
                   move 'RIGHT ONLY' to out-status
                   write report-line from detail-line
                       after advancing 1 line
               end-if
           end-perform.


       compare-left-key.
           move side-key(1, ws-key-idx) to ws-row-key.
           move side-value(1, ws-key-idx) to ws-left-value.
           add ws-left-value to side-total(1).
           perform format-detail-key.
           move ws-left-value to out-left-val.
           move 'N' to ws-found-flag.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > side-count(2)
                   or ws-found-flag = 'Y'
               if side-key(2, ws-scan-idx) = ws-row-key then
                   move 'Y' to ws-found-flag
                   move 'Y' to side-matched(2, ws-scan-idx)
                   move side-value(2, ws-scan-idx) to ws-right-value
               end-if
           end-perform.
           if ws-found-flag = 'Y' then
               add ws-right-value to side-total(2)
               perform check-tolerance
               move ws-right-value to out-right-val
               move ws-diff to out-diff
           else
               add 1 to ws-cnt-left-only
               move 'LEFT ONLY' to ws-detail-status
               move 0 to out-right-val
               compute ws-diff = 0 - ws-left-value
               move ws-diff to out-diff
           end-if.
           move ws-detail-status to out-status.
           write report-line from detail-line after advancing 1 line.


       check-tolerance.
      *> Difference is right minus left. A percent tolerance is
      *> taken against the left-hand value; against a left value of
      *> zero only an exact match is within it.
           compute ws-diff = ws-right-value - ws-left-value.
           move ws-diff to ws-abs-diff.
           if ws-abs-diff < 0 then
               compute ws-abs-diff = 0 - ws-abs-diff
           end-if.
           move 'MATCHED' to ws-detail-status.
           if ws-tol-type = 'P' then
               move ws-left-value to ws-basis
               if ws-basis < 0 then
                   compute ws-basis = 0 - ws-basis
               end-if
               if ws-basis = 0 then
                   if ws-abs-diff > 0 then
                       move 'OUT OF TOL' to ws-detail-status
                   end-if
               else
      *> The product goes into its own field first -- dividing in
      *> the same COMPUTE truncates under this dialect.
                   compute ws-pct-work = ws-abs-diff * 100
                   compute ws-diff-pct rounded =
                       ws-pct-work / ws-basis
                   if ws-diff-pct > ws-tolerance then
                       move 'OUT OF TOL' to ws-detail-status
                   end-if
               end-if
           else
               if ws-abs-diff > ws-tolerance then
                   move 'OUT OF TOL' to ws-detail-status
               end-if
           end-if.
           if ws-detail-status = 'MATCHED' then
               add 1 to ws-cnt-matched
           else
               add 1 to ws-cnt-outtol
           end-if.


       format-detail-key.
      *> The key as printed: the group key, 'group / minor' for a
      *> key pair, or a fixed tag for the whole-file totals.
           move spaces to out-key.
           evaluate ws-key-type
               when 'B'
                   string function trim(ws-row-key (1:30)) ' / '
                       function trim(ws-row-key (31:30))
                       delimited by size into out-key
                   end-string
               when 'T'
                   move '(WHOLE FILE)' to out-key
               when other
                   move ws-row-key (1:30) to out-key
           end-evaluate.


       write-pairing-totals.
      *> The pairing's counts and side totals, then its verdict;
      *> any out-of-tolerance or one-sided key is a break.
           write report-line from under-line after advancing 1 line.
           move ws-cnt-matched to out-matched.
           write report-line from pair-total-1 after advancing 1 line.
           move ws-cnt-outtol to out-outtol.
           write report-line from pair-total-2 after advancing 1 line.
           move ws-cnt-left-only to out-left-only.
           write report-line from pair-total-3 after advancing 1 line.
           move ws-cnt-rght-only to out-rght-only.
           write report-line from pair-total-4 after advancing 1 line.
           if ws-measure not = 'M' then
               move side-total(1) to out-left-total
               write report-line from pair-total-5
                   after advancing 1 line
               move side-total(2) to out-right-total
               write report-line from pair-total-6
                   after advancing 1 line
           end-if.
           if ws-cnt-outtol > 0 or ws-cnt-left-only > 0
                   or ws-cnt-rght-only > 0 then
               add 1 to ws-pairs-broken
               move 'Y' to ws-bal-fail
               move '*** PAIRING OUT OF BALANCE ***' to out-result
               display "BALANCE BREAK: " function trim(pair-left)
                   " vs " function trim(pair-right)
      *> The alert's value is the number of keys that broke.
               move pair-left to alrt-dataset
               move 'BALANCE BREAK' to alrt-type
               move '2' to alrt-severity
               compute ws-key-idx = ws-cnt-outtol + ws-cnt-left-only
                   + ws-cnt-rght-only
               move ws-key-idx to alrt-value
               move 0 to alrt-limit
               perform write-alert
           else
               add 1 to ws-pairs-bal
               move 'PAIRING BALANCED' to out-result
           end-if.
           write report-line from pair-result-line
               after advancing 1 line.


       write-footer.
      *> Control totals, same idea as statrej's footer block.
           write report-line from under-line after advancing 1 line.
           move ws-pairs-read to out-pairs-read.
           write report-line from footer-line-1 after advancing 1 line.
           move ws-pairs-bal to out-pairs-bal.
           write report-line from footer-line-2 after advancing 1 line.
           move ws-pairs-broken to out-pairs-broken.
           write report-line from footer-line-3 after advancing 1 line.
           move ws-pairs-notrun to out-pairs-notrun.
           write report-line from footer-line-4 after advancing 1 line.
           move ws-card-skipped to out-card-skipped.
           write report-line from footer-line-5 after advancing 1 line.


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
       close pairing-file.
       close report-file.
       if ws-def-open = 'Y' then
           close definition-file
       end-if.

       if ws-any-fail = 'Y' then
           move 8 to return-code
       else
           if ws-bal-fail = 'Y' then
               move 4 to return-code
           end-if
       end-if.
       stop run.
