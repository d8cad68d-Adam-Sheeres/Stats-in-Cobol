           access mode is random
           record key is mast-key
           file status is ws-mast-status.
      *> STATDEF's dataset definitions, for the 'DEF' form of the
      *> PARM.
       select definition-file assign to dynamic fname-def
           organization is indexed
           access mode is random
           record key is def-dataset
           file status is ws-def-status.
       select optional alert-file assign to dynamic fname-alrt
           organization is line sequential
           file status is ws-alrt-status.


       data division.
       FD  output-file.
           01  output-line     pic x(80).
       FD  history-file.
           01  history-rec     pic x(120).
       FD  export-file.
           01  export-rec      pic x(500).
       FD  limits-file.
           01  limits-rec      pic x(120).
      *> Must match the record statnew's write-master lays down.
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
       77  ws-any-fail  pic a(1) value 'N'.
       77  ws-lim-fail  pic a(1) value 'N'.
       77  ws-sys-date  pic x(21).
       77  fname-def    pic x(30) value 'statdef.dat'.
       77  ws-def-status pic xx.
       77  ws-def-first pic 9(4) usage is comp value 12.

      *> The partial files named on the PARM, processed in order so
      *> the merged record numbers read partition by partition.
       77  ws-merge-sumsq     pic s9(26)v9(6) usage is comp-3.
       77  ws-ctl-seen        pic a(1).
       77  ws-footer-total    pic s9(14)v9(4) usage is comp-3.
      *> Rows the partition jobs' selection card left out, carried
      *> through to the merged control totals.
       77  ws-sel-used        pic a(1) value 'N'.
       77  ws-sel-out-count   pic 9(7) usage is comp value 0.
       77  ws-sel-out-sum     pic s9(14)v9(4) usage is comp-3
           value 0.

      *> Partial-record layouts, in step with statnew's write-partial.
       01  part-ctl-line.
           02 filler            pic x(1).
           02 part-sumsq        pic s9(26)v9(6)
                                sign is leading separate.
           02 filler            pic x(1).
           02 part-sel-flag     pic 9.
           02 filler            pic x(1).
           02 part-selout       pic 9(7).
           02 filler            pic x(1).
           02 part-selsum       pic s9(14)v9(4)
                                sign is leading separate.
       01  part-val-line.
           02 partv-tag         pic x(2).
           02 partv-value       pic s9(14)v9(4)
           02  hist-bin-count pic 9(7) usage is comp
               occurs 50 times.

      *> Distribution-shape and normal-fit fields, as in statnew.
       77  ws-sig-level    pic 99 usage is comp value 5.
       77  ws-skewness     pic s9(7)v9(6) usage is comp-3 value 0.
       77  ws-kurtosis     pic s9(7)v9(6) usage is comp-3 value 0.
       77  ws-shape-z      pic s9(9)v9(12) usage is comp-3.
       77  ws-shape-pow    pic s9(18)v9(12) usage is comp-3.
       77  ws-shape-s3     pic s9(18)v9(12) usage is comp-3.
       77  ws-shape-s4     pic s9(18)v9(12) usage is comp-3.
       77  ws-fit-chisq    pic s9(14)v9(4) usage is comp-3 value 0.
       77  ws-fit-df       pic 999 usage is comp value 0.
       77  ws-fit-crit     pic s9(7)v9(4) usage is comp-3 value 0.
       77  ws-fit-verdict  pic x(4) value spaces.
       77  ws-fit-classes  pic 999 usage is comp.
       77  ws-fit-obs      pic 9(7) usage is comp.
       77  ws-fit-exp      pic s9(9)v9(8) usage is comp-3.
       77  ws-fit-rest     pic s9(9)v9(8) usage is comp-3.
       77  ws-fit-term     pic s9(14)v9(8) usage is comp-3.
       77  ws-fit-edge     pic s9(14)v9(6) usage is comp-3.
       77  ws-fit-z        pic s9(9)v9(12) usage is comp-3.
       77  ws-fit-az       pic s9(9)v9(12) usage is comp-3.
       77  ws-fit-sq       pic s9(9)v9(12) usage is comp-3.
       77  ws-fit-t        pic s9v9(15) usage is comp-3.
       77  ws-fit-pdf      pic s9v9(15) usage is comp-3.
       77  ws-fit-poly     pic s9(3)v9(15) usage is comp-3.
       77  ws-fit-cdf-lo   pic s9v9(15) usage is comp-3.
       77  ws-fit-cdf-hi   pic s9v9(15) usage is comp-3.
       77  ws-fit-lvl      pic 9 usage is comp.
       77  ws-fit-zcrit    pic s9v9(4) usage is comp-3.
       77  ws-fit-wh       pic s9(3)v9(12) usage is comp-3.
       77  ws-fit-whs      pic s9(3)v9(12) usage is comp-3.
       01  chisq-crit-values.
           02 filler pic x(18) value '002706003841006635'.
           02 filler pic x(18) value '004605005991009210'.
           02 filler pic x(18) value '006251007815011345'.
           02 filler pic x(18) value '007779009488013277'.
           02 filler pic x(18) value '009236011070015086'.
           02 filler pic x(18) value '010645012592016812'.
           02 filler pic x(18) value '012017014067018475'.
           02 filler pic x(18) value '013362015507020090'.
           02 filler pic x(18) value '014684016919021666'.
           02 filler pic x(18) value '015987018307023209'.
           02 filler pic x(18) value '017275019675024725'.
           02 filler pic x(18) value '018549021026026217'.
           02 filler pic x(18) value '019812022362027688'.
           02 filler pic x(18) value '021064023685029141'.
           02 filler pic x(18) value '022307024996030578'.
           02 filler pic x(18) value '023542026296032000'.
           02 filler pic x(18) value '024769027587033409'.
           02 filler pic x(18) value '025989028869034805'.
           02 filler pic x(18) value '027204030144036191'.
           02 filler pic x(18) value '028412031410037566'.
           02 filler pic x(18) value '029615032671038932'.
           02 filler pic x(18) value '030813033924040289'.
           02 filler pic x(18) value '032007035172041638'.
           02 filler pic x(18) value '033196036415042980'.
           02 filler pic x(18) value '034382037652044314'.
           02 filler pic x(18) value '035563038885045642'.
           02 filler pic x(18) value '036741040113046963'.
           02 filler pic x(18) value '037916041337048278'.
           02 filler pic x(18) value '039087042557049588'.
           02 filler pic x(18) value '040256043773050892'.
       01  chisq-crit-area redefines chisq-crit-values.
           02  chisq-crit-df occurs 30 times.
               03  chisq-crit  pic 9(3)v9(3) occurs 3 times.

      *> Statistics export fields, as in statnew.
       77  ws-exp-ptr     pic 9(4) usage is comp.
       77  ws-exp-num     pic s9(16)v9(4) usage is comp-3.
       77  ws-exp-cnt-ed  pic z(6)9.
       77  ws-exp-key     pic x(30) value spaces.
       77  ws-exp-key2    pic x(30) value spaces.
       77  ws-stat-sum    pic s9(14)v9(4) usage is comp-3 value 0.
       01  export-line    pic x(500).
       01  export-header.
           02 filler pic x(57) value
           'dataset,group_key,group_key2,count,mean,std_dev,variance,'.
           02 filler pic x(36) value
           'geo_mean,harm_mean,median,q1,q3,iqr,'.
           02 filler pic x(18) value
           'pctile,mode,range,'.
           02 filler pic x(46) value
           'skewness,kurtosis,chi_sq,chi_df,normal_fit,sum'.

      *> Control-limit fields and layouts, as in statnew.
       77  ws-lim-count   pic 9(3) usage is comp value 0.
       01 print-line-16.
           02 filler   pic x(22) value ' Winsorized Std Dev = '.
           02 out-wins-sd       pic -(15)9.9(4).
       01 print-line-17.
           02 filler   pic x(22) value ' Skewness =           '.
           02 out-skewness      pic -(15)9.9(4).
       01 print-line-18.
           02 filler   pic x(22) value ' Excess Kurtosis =    '.
           02 out-kurtosis      pic -(15)9.9(4).

       01 outlier-title.
           02 filler   pic x(11) value '  Outliers '.
           02 out-bin-pct   pic zz9.9.
           02 filler        pic x(1) value space.
           02 out-bin-bar   pic x(30).
       01  fit-line.
           02 filler        pic x(22) value ' Normal Fit Chi-Sq =  '.
           02 out-fit-chisq pic -(15)9.9(4).
           02 filler        pic x(6) value '  df ='.
           02 out-fit-df    pic zz9.
           02 filler        pic x(5) value '  at '.
           02 out-fit-level pic z9.
           02 filler        pic x(3) value '%: '.
           02 out-fit-verdict pic x(4).
       01  fit-na-line.
           02 filler        pic x(40) value
           ' Normal Fit Chi-Sq =  N/A (fewer than 4 '.
           02 filler        pic x(30) value
           'pooled bins to test)'.

       01 footer-title.
           02 filler   pic x(45) value
       01 footer-line-9.
           02 filler   pic x(22) value ' Partials Combined =  '.
           02 out-part-combined pic -(15)9.
       01 footer-line-10.
           02 filler   pic x(22) value ' Selected-Out Rows =  '.
           02 out-selout-count  pic -(15)9.
       01 footer-line-11.
           02 filler   pic x(22) value ' Selected-Out Sum =   '.
           02 out-selout-sum    pic -(15)9.9(4).

      *> History line, in step with statnew's write-history. The
      *> merge has no single input file to take a timestamp from, so
           02 hist-mean        pic -(10)9.9(4).
           02 filler           pic x(1) value space.
           02 hist-stddev      pic -(10)9.9(4).
           02 filler           pic x(1) value space.
      *> Input fingerprint, as STATNEW logs it. A merge has no one
      *> input file to fingerprint, so it is always left blank.
           02 hist-fp.
               03 hist-read    pic z(6)9.
               03 filler       pic x(1) value space.
               03 hist-hash    pic -(14)9.9(4).

      *> Alert record, as in statnew.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statmerg'.
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
           if ws-export-mode = 'Y' then
               close export-file
           end-if.
      *> Whatever stopped the merge -- a bad or unbalanced partial,
      *> no values, a parameter error -- is one alert for the
      *> dataset; the job log has the particulars.
           if ws-any-fail = 'Y' then
               move fname-inp to alrt-dataset
               move 'MERGE FAILED' to alrt-type
               move '1' to alrt-severity
               move num-count to alrt-value
               move 0 to alrt-limit
               perform write-alert
               move 8 to return-code
           else
               if ws-lim-fail = 'Y' then
      *> page length, 11 = 'S' to suppress the data-value echo, and
      *> 12 onward the partial files (up to 8). The interactive
      *> ACCEPT fallback asks for the same things.
      *> 'DEF' as argument 1 takes everything but the partials from
      *> the dataset's STATDEF definition: 2 = the dataset, 3 onward
      *> the partial files.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 2 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if function upper-case(function trim(ws-argument))
                       = 'DEF' then
                   move 2 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept fname-inp from argument-value
                   perform load-definition
                   move 3 to ws-def-first
               else
               move ws-argument to fname-inp
               move 2 to ws-arg-idx
               display ws-arg-idx upon argument-number
                       move 'S' to ws-suppress-detail
                   end-if
               end-if
               end-if
               perform varying ws-arg-idx from ws-def-first by 1
                       until ws-arg-idx > ws-arg-count
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   compute ws-hist-bins =
                       function numval(ws-argument)
               end-if
               display "Normality test level % (1, 5 or 10;"
                   " default 5)? "
               accept ws-argument
               if function trim(ws-argument) is numeric then
                   compute ws-sig-level =
                       function numval(ws-argument)
               end-if
               display "Outlier fence multiple (default 1.5)? "
               accept ws-argument
               if function test-numval(ws-argument) = 0 then
                   " out of range 1-50; defaulting to 10"
               move 10 to ws-hist-bins
           end-if.
           if ws-sig-level not = 1 and ws-sig-level not = 5
                   and ws-sig-level not = 10 then
               display "WARNING: normality test level " ws-sig-level
                   " is not 1, 5 or 10; defaulting to 5"
               move 5 to ws-sig-level
           end-if.
           if ws-outlier-mult <= 0 then
               display "WARNING: outlier multiple " ws-outlier-mult
                   " must be positive; defaulting to 1.5"
           end-if.


       load-definition.
      *> The DEF form: the report, export and limits files and the
      *> statistical knobs come off the dataset's definition, with
      *> the same defaults statnew takes for a zero or blank field.
           open input definition-file.
           if ws-def-status not = '00' then
               display "ERROR: definition file " fname-def
                   " open failed, status=" ws-def-status
               move 'Y' to ws-any-fail
           else
               move fname-inp to def-dataset
               read definition-file
                   invalid key
                       display "ERROR: no definition for "
                           function trim(fname-inp) " in " fname-def
                       move 'Y' to ws-any-fail
                   not invalid key
                       perform set-parms-from-definition
               end-read
               close definition-file
           end-if.


       set-parms-from-definition.
           if def-outfile not = spaces then
               move def-outfile to fname-out
           else
               move spaces to fname-out
               string function trim(def-dataset) '.rpt'
                   delimited by size into fname-out
           end-if.
           if def-export not = spaces then
               move def-export to fname-exp
               move 'Y' to ws-export-mode
           end-if.
           if def-limits not = spaces then
               move def-limits to fname-lim
               move 'Y' to ws-limits-mode
           end-if.
           if def-pctile > 0 then
               move def-pctile to ws-percentile
           end-if.
           if def-bins > 0 then
               move def-bins to ws-hist-bins
           end-if.
           if def-siglevel is numeric and def-siglevel > 0 then
               move def-siglevel to ws-sig-level
           end-if.
           if def-out-mult > 0 then
               move def-out-mult to ws-outlier-mult
           end-if.
           if def-out-basis = 'S' then
               move 'S' to ws-outlier-basis
           end-if.
           if def-page-len > 0 then
               move def-page-len to ws-page-length
           end-if.
           if def-suppress = 'Y' then
               move 'S' to ws-suppress-detail
           end-if.


       accept-partial-name.
           display "Partial file (blank = done)? ".
           accept ws-argument.
           add part-num-count to ws-part-exp-count.
           add part-total-sum to ws-part-exp-sum.
           add part-sumsq to ws-part-exp-sumsq.
           if part-sel-flag = 1 then
               move 'Y' to ws-sel-used
               add part-selout to ws-sel-out-count
               add part-selsum to ws-sel-out-sum
           end-if.


       load-partial-value.
           perform append-export-field.
           move ws-range-val to ws-exp-num.
           perform append-export-field.
           move ws-skewness to ws-exp-num.
           perform append-export-field.
           move ws-kurtosis to ws-exp-num.
           perform append-export-field.
           move ws-fit-chisq to ws-exp-num.
           perform append-export-field.
           move ws-fit-df to ws-exp-cnt-ed.
           string ',' function trim(ws-exp-cnt-ed) ','
               function trim(ws-fit-verdict)
               delimited by size
               into export-line with pointer ws-exp-ptr.
           move ws-stat-sum to ws-exp-num.
           perform append-export-field.
           write export-rec from export-line.
           if ws-exp-status not = '00' then
               display "WARNING: export file " fname-exp
                   move 'Y' to ws-lim-fail
                   display "CONTROL LIMIT FAIL: " out-lim-name
                       " for " fname-inp (1:20)
                   move fname-inp to alrt-dataset
                   move spaces to alrt-type
                   string 'LIMIT ' function trim(out-lim-name)
                       delimited by size into alrt-type
                   end-string
                   move '2' to alrt-severity
                   move ws-lim-value to alrt-value
                   if ws-lim-min-f = 'Y'
                           and ws-lim-value < ws-lim-min then
                       move ws-lim-min to alrt-limit
                   else
                       move ws-lim-max to alrt-limit
                   end-if
                   perform write-alert
               end-if
               move ws-lim-value to out-lim-value
               move limit-line to ws-print-rec


       compute-statistics.
           move total-sum to ws-stat-sum.
           divide num-count into total-sum giving mean rounded.
           perform mean-loop varying i from 1 by 1 until i > num-count.

           perform quartiles.
           perform mode-and-range.
           perform compute-outlier-stats.
           perform build-histogram-bins.
           perform compute-shape-stats.


       compute-outlier-stats.
           perform write-report-line.
           move print-line-16 to ws-print-rec
           perform write-report-line.
           move ws-skewness to out-skewness.
           move ws-kurtosis to out-kurtosis.
           move print-line-17 to ws-print-rec
           perform write-report-line.
           move print-line-18 to ws-print-rec
           perform write-report-line.


       write-outlier-detail.
           end-if.


       build-histogram-bins.
           move input-array(1) to ws-hist-lo.
           compute ws-hist-width =
               (input-array(num-count) - ws-hist-lo) / ws-hist-bins.
               end-if
               add 1 to hist-bin-count(ws-hist-idx)
           end-perform.


       compute-shape-stats.
           compute ws-skewness = 0.
           compute ws-kurtosis = 0.
           if num-count >= 3 and ws-std-dev > 0 then
               compute ws-shape-s3 = 0
               compute ws-shape-s4 = 0
               perform varying i from 1 by 1 until i > num-count
                   compute ws-shape-z = input-array(i) - mean
                   compute ws-shape-z = ws-shape-z / ws-std-dev
                   compute ws-shape-pow = ws-shape-z ** 3
                   add ws-shape-pow to ws-shape-s3
                   compute ws-shape-pow = ws-shape-z ** 4
                   add ws-shape-pow to ws-shape-s4
               end-perform
               compute ws-skewness = ws-shape-s3 / num-count
               compute ws-kurtosis = ws-shape-s4 / num-count
               compute ws-kurtosis = ws-kurtosis - 3
           end-if.
           perform compute-normal-fit.


       compute-normal-fit.
           move 'N/A ' to ws-fit-verdict.
           move 0 to ws-fit-df.
           move 0 to ws-fit-classes.
           compute ws-fit-chisq = 0.
           compute ws-fit-crit = 0.
           if num-count >= 3 and ws-std-dev > 0
                   and ws-hist-width > 0 then
               move 0 to ws-fit-obs
               compute ws-fit-exp = 0
               compute ws-fit-cdf-lo = 0
               perform varying ws-hist-idx from 1 by 1
                       until ws-hist-idx > ws-hist-bins
                   if ws-hist-idx = ws-hist-bins then
                       compute ws-fit-cdf-hi = 1
                   else
                       compute ws-fit-edge = ws-hist-width * ws-hist-idx
                       compute ws-fit-edge = ws-fit-edge + ws-hist-lo
                       compute ws-fit-z = ws-fit-edge - mean
                       compute ws-fit-z = ws-fit-z / ws-std-dev
                       perform normal-cdf
                   end-if
                   add hist-bin-count(ws-hist-idx) to ws-fit-obs
                   compute ws-fit-term = ws-fit-cdf-hi - ws-fit-cdf-lo
                   compute ws-fit-term = ws-fit-term * num-count
                   add ws-fit-term to ws-fit-exp
                   move ws-fit-cdf-hi to ws-fit-cdf-lo
                   compute ws-fit-rest = 1 - ws-fit-cdf-hi
                   compute ws-fit-rest = ws-fit-rest * num-count
                   if ws-hist-idx = ws-hist-bins
                           or (ws-fit-exp >= 5 and ws-fit-rest >= 5)
                           then
                       perform close-fit-class
                   end-if
               end-perform
               if ws-fit-classes > 3 then
                   compute ws-fit-df = ws-fit-classes - 3
                   perform chisq-critical-value
                   if ws-fit-chisq > ws-fit-crit then
                       move 'FAIL' to ws-fit-verdict
                   else
                       move 'PASS' to ws-fit-verdict
                   end-if
               end-if
           end-if.


       close-fit-class.
           if ws-fit-exp > 0 then
               compute ws-fit-term = ws-fit-obs - ws-fit-exp
               compute ws-fit-term = ws-fit-term * ws-fit-term
               compute ws-fit-term = ws-fit-term / ws-fit-exp
               add ws-fit-term to ws-fit-chisq
           end-if.
           add 1 to ws-fit-classes.
           move 0 to ws-fit-obs.
           compute ws-fit-exp = 0.


       normal-cdf.
           move ws-fit-z to ws-fit-az.
           if ws-fit-az < 0 then
               compute ws-fit-az = 0 - ws-fit-az
           end-if.
           if ws-fit-az > 10 then
               compute ws-fit-cdf-hi = 0
           else
               compute ws-fit-t = 0.2316419 * ws-fit-az
               compute ws-fit-t = 1 + ws-fit-t
               compute ws-fit-t = 1 / ws-fit-t
               compute ws-fit-sq = ws-fit-az * ws-fit-az
               compute ws-fit-sq = ws-fit-sq / 2
               compute ws-fit-sq = 0 - ws-fit-sq
               compute ws-fit-pdf = function exp(ws-fit-sq)
               compute ws-fit-pdf = ws-fit-pdf * 0.398942280401433
               compute ws-fit-poly = 1.330274429 * ws-fit-t
               compute ws-fit-poly = ws-fit-poly - 1.821255978
               compute ws-fit-poly = ws-fit-poly * ws-fit-t
               compute ws-fit-poly = ws-fit-poly + 1.781477937
               compute ws-fit-poly = ws-fit-poly * ws-fit-t
               compute ws-fit-poly = ws-fit-poly - 0.356563782
               compute ws-fit-poly = ws-fit-poly * ws-fit-t
               compute ws-fit-poly = ws-fit-poly + 0.319381530
               compute ws-fit-poly = ws-fit-poly * ws-fit-t
               compute ws-fit-cdf-hi = ws-fit-pdf * ws-fit-poly
           end-if.
           if ws-fit-z >= 0 then
               compute ws-fit-cdf-hi = 1 - ws-fit-cdf-hi
           end-if.


       chisq-critical-value.
           evaluate ws-sig-level
               when 10
                   move 1 to ws-fit-lvl
                   move 1.2816 to ws-fit-zcrit
               when 1
                   move 3 to ws-fit-lvl
                   move 2.3263 to ws-fit-zcrit
               when other
                   move 2 to ws-fit-lvl
                   move 1.6449 to ws-fit-zcrit
           end-evaluate.
           if ws-fit-df <= 30 then
               move chisq-crit(ws-fit-df, ws-fit-lvl) to ws-fit-crit
           else
               compute ws-fit-wh = 9 * ws-fit-df
               compute ws-fit-wh = 2 / ws-fit-wh
               compute ws-fit-whs = ws-fit-wh ** 0.5
               compute ws-fit-whs = ws-fit-zcrit * ws-fit-whs
               compute ws-fit-whs = ws-fit-whs - ws-fit-wh
               compute ws-fit-whs = ws-fit-whs + 1
               compute ws-fit-crit = ws-fit-whs ** 3
               compute ws-fit-crit = ws-fit-crit * ws-fit-df
           end-if.


       write-histogram.
           move 0 to ws-hist-maxcnt.
           perform varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > ws-hist-bins
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-bins
               or (ws-hist-width = 0 and ws-hist-idx > 1).
           if ws-fit-verdict = 'N/A ' then
               move fit-na-line to ws-print-rec
           else
               move ws-fit-chisq to out-fit-chisq
               move ws-fit-df to out-fit-df
               move ws-sig-level to out-fit-level
               move ws-fit-verdict to out-fit-verdict
               move fit-line to ws-print-rec
           end-if.
           perform write-report-line.


       write-histogram-line.
           move ws-part-n to out-part-combined.
           move footer-line-9 to ws-print-rec
           perform write-report-line.
           if ws-sel-used = 'Y' then
               move ws-sel-out-count to out-selout-count
               move footer-line-10 to ws-print-rec
               perform write-report-line
               move ws-sel-out-sum to out-selout-sum
               move footer-line-11 to ws-print-rec
               perform write-report-line
           end-if.


       write-alert.
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


       write-history.
           move num-count to hist-count.
           move mean to hist-mean.
           move ws-std-dev to hist-stddev.
           move spaces to hist-fp.
           write history-rec from history-line.
           if ws-hist-status not = '00' then
               display "WARNING: history log " fname-hist
               move hist-year to mast-date (1:4)
               move hist-month to mast-date (5:2)
               move hist-day to mast-date (7:2)
               read master-file
                   invalid key
                       move spaces to mast-excl
               end-read
               move fname-inp to mast-dataset
               move hist-year to mast-date (1:4)
               move hist-month to mast-date (5:2)
               move hist-day to mast-date (7:2)
               if mast-excl-flag = 'E' then
                   display "WARNING: " function trim(fname-inp)
                       " run of " mast-date " is EXCLUDED in "
                       function trim(fname-mast)
                       "; it stays excluded until STATMAST UNEXCL"
               end-if
               move hist-time to mast-time
               move num-count to mast-count
               move mean to mast-mean
