      *> Keyed statistics master: one record per dataset per run
      *> date, so month-end questions are a keyed read instead of a
      *> stathist.log scan. STATMAST does the upkeep (inquiry, list,
      *> purge, exclusion flags, conversion); this program writes or
      *> rewrites the day's record, and reads the master for the
      *> duplicate-transmission fingerprint check.
      *> Partition mode ('PART' as the first PARM argument): this
      *> run reads one split of the input and writes its partial
      *> results -- counters, sum, sum of squares, and the sorted
           file status is ws-part-status.
       select optional master-file assign to dynamic fname-mast
           organization is indexed
           access mode is dynamic
           record key is mast-key
           file status is ws-mast-status.
       select optional export-file assign to dynamic fname-exp
       select layout-file assign to dynamic fname-lay
           organization is line sequential
           file status is ws-lay-status.
      *> Record selection card: include/exclude conditions on any
      *> column of delimited or fixed-layout input, applied before a
      *> row's value is edited or stored.
       select selection-file assign to dynamic fname-sel
           organization is line sequential
           file status is ws-sel-status.
      *> Corrections keyed by STATFIX against this dataset's rejects:
      *> the pending rows go through the normal detail path after the
      *> extract itself has been read, then are marked applied. The
      *> file is rewritten through a work copy and renamed back.
       select optional correction-file assign to dynamic fname-corr
           organization is line sequential
           file status is ws-corr-status.
       select correction-work-file assign to dynamic fname-corr-wrk
           organization is line sequential
           file status is ws-corw-status.
      *> Dataset definitions kept by STATDEF: 'DEF' as the first
      *> argument (or a dataset name as the only argument), or a
      *> control card naming just the dataset, takes every run
      *> parameter from the dataset's record here instead of the
      *> positional PARM or the card columns.
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
       FD  reject-file.
           01  reject-rec      pic x(152).
       FD  checkpoint-file.
           01  checkpoint-rec  pic x(80).
       FD  control-file.
           01  control-rec     pic x(200).
       FD  export-file.
           01  export-rec      pic x(500).
       FD  limits-file.
           01  limits-rec      pic x(120).
       FD  partial-file.
           01  partial-rec     pic x(160).
       FD  layout-file.
           01  layout-rec      pic x(80).
       FD  selection-file.
           01  selection-rec   pic x(80).
       FD  correction-file.
           01  correction-rec  pic x(161).
       FD  correction-work-file.
           01  correction-work-rec pic x(161).
      *> The key is dataset plus run DATE only -- a restarted job
      *> that reruns the same day REWRITEs the day's record instead
      *> of leaving two conflicting ones; the run time rides along
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
           02 filler            pic x(1) value space.
           02 part-sumsq        pic s9(26)v9(6)
                                sign is leading separate.
           02 filler            pic x(1) value space.
           02 part-sel-flag     pic 9.
           02 filler            pic x(1) value space.
           02 part-selout       pic 9(7).
           02 filler            pic x(1) value space.
           02 part-selsum       pic s9(14)v9(4)
                                sign is leading separate.
       01  part-val-line.
           02 partv-tag         pic x(2).
           02 partv-value       pic s9(14)v9(4)
      *> value column, group column); the whole read/compute/report
      *> cycle loops over the entries with the counters and arrays
      *> reset in between. A '*' in column 1 is a comment line.
      *> Columns 131-160 optionally name a record selection card,
      *> 161-180 the duplicate-key columns, and an 'F' in column 182
      *> processes the entry even when it looks like a duplicate
      *> transmission.
       77  ws-ctl-mode    pic a(1) value 'N'.
       77  ws-ctl-eof     pic a(1) value 'N'.
       77  ws-rej-append  pic a(1) value 'N'.
       77  ws-exp-cnt-ed  pic z(6)9.
       77  ws-exp-key     pic x(30) value spaces.
       77  ws-exp-key2    pic x(30) value spaces.
      *> The sum of the values behind each block, kept before
      *> mean-loop reuses total-sum, so STATBAL can tie one feed's
      *> totals to another's.
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

      *> Control-limit checking: a limits file (one fixed-column
      *> record per dataset: name, min/max record count, min/max
      *> of a control card would otherwise be forgotten by the time
      *> the run ends.
       77  ws-any-fail    pic a(1) value 'N'.
      *> Same idea for a refused duplicate transmission, which ends
      *> the job with its own return code (12) so the scheduler can
      *> tell "this file was already processed" from a failed run.
       77  ws-dup-fail    pic a(1) value 'N'.
       01  ctl-line.
           02 ctl-infile   pic x(30).
           02 ctl-outfile  pic x(30).
           02 filler       pic x(5).
           02 ctl-collist  pic x(20).
           02 ctl-layout   pic x(30).
           02 ctl-selcard  pic x(30).
           02 ctl-dupkeys  pic x(20).
           02 filler       pic x(1).
           02 ctl-force    pic x(1).
           02 filler       pic x(18).
      *> Definition-driven runs. ws-def-bad marks a run whose
      *> parameters could not be resolved (no definition and nothing
      *> else to go on), so run-analysis refuses it the way it
      *> refuses a missing extract. In control-card mode the job's
      *> own page length, summary flag, outlier settings and bin
      *> count are saved before the first card, so one definition's
      *> settings never leak into the next card.
       77  fname-def      pic x(30) value 'statdef.dat'.
       77  ws-def-status  pic xx.
       77  ws-def-mode    pic a(1) value 'N'.
       77  ws-def-found   pic a(1) value 'N'.
       77  ws-def-bad     pic a(1) value 'N'.
       77  ws-def-key     pic x(30).
       77  ws-def-owner   pic x(40) value spaces.
       77  ws-def-rpt-ovr pic x(30) value spaces.
       77  ws-def-exp-ovr pic x(30) value spaces.
       77  ws-def-options pic x(30) value spaces.
       77  ws-def-opt-n   pic 9(4) usage is comp.
       77  ws-job-page-length  pic 9(3) usage is comp.
       77  ws-job-suppress     pic a(1).
       77  ws-job-outlier-mult pic 9(3)v9(2) usage is comp-3.
       77  ws-job-outlier-basis pic a(1).
       77  ws-job-hist-bins    pic 99 usage is comp.
       77  ws-job-sig-level    pic 99 usage is comp.
       77  ws-sys-date pic x(21).
       77  ws-arg-count pic 9(4) usage is comp.
       77  ws-arg-idx   pic 9(4) usage is comp.
           02  hist-bin-count pic 9(7) usage is comp
               occurs 50 times.

      *> Distribution shape: skewness and excess kurtosis from the
      *> third and fourth standardized moments, and a chi-square
      *> goodness-of-fit of the distribution bins against the normal
      *> curve with the same mean and standard deviation. Bins are
      *> pooled from the low end until each class expects at least
      *> five values; the degrees of freedom are the classes less
      *> three (the class total, mean and std dev all come from the
      *> data). The statistic is judged against the chi-square
      *> critical value at ws-sig-level percent (1, 5 or 10): FAIL
      *> means the values are not plausibly normal, and the sigma-
      *> based limits and outlier fences should be read with care.
      *> Fewer than four classes leaves nothing to test (N/A).
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
      *> Chi-square critical values for 1-30 degrees of freedom, one
      *> row per df: the 10%, 5% and 1% points, 999v999 each. Past
      *> 30 df the Wilson-Hilferty approximation takes over.
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

      *> Period-over-period comparison: when a prior-period input file
      *> is named, the current file is reported as always, then the
      *> prior file is read and computed quietly (no report writes)
                          pic s9(18) usage is comp.
       77  ws-fx-val2-ed  pic -(14)9.9(4).

      *> Record selection: the selection card named by the dataset
      *> definition, the control card (columns 131-160) or the PART
      *> PARM holds one condition per line, in fixed columns:
      *> INCLUDE or EXCLUDE 1-7, AND/OR 9-11 joining it to the
      *> condition before of the same kind, the column number
      *> (delimited) or byte offset (fixed layout) 13-17, the field
      *> length 18-20 (fixed layout only), the operator 22-23 -- EQ,
      *> NE, IN (list), RG (numeric range), DR (date range) -- and
      *> the operand in 25-44, with a range's high end in 45-64 (a
      *> blank end is open) and an IN list comma-separated from
      *> column 25 on. AND binds tighter than OR. A row is kept when
      *> it satisfies the INCLUDE conditions (or there are none) and
      *> does not satisfy the EXCLUDE conditions. Rows selected out
      *> are neither invalid nor rejected: they get their own count
      *> and value sum in the control totals, so the footer and the
      *> trailer reconciliation still balance to the raw extract.
       77  fname-sel      pic x(30) value spaces.
       77  ws-sel-status  pic xx.
       77  ws-sel-eof     pic a(1).
       77  ws-sel-ok      pic a(1) value 'Y'.
       77  ws-sel-n       pic 99 usage is comp value 0.
       77  ws-sel-max     pic 99 usage is comp value 20.
       77  ws-sel-idx     pic 99 usage is comp.
       77  ws-sel-lidx    pic 99 usage is comp.
       77  ws-sel-keep    pic a(1) value 'Y'.
       77  ws-sel-hit     pic a(1).
       77  ws-sel-eq      pic a(1).
       77  ws-sel-inc-has pic a(1).
       77  ws-sel-inc-grp pic a(1).
       77  ws-sel-inc-res pic a(1).
       77  ws-sel-exc-has pic a(1).
       77  ws-sel-exc-grp pic a(1).
       77  ws-sel-exc-res pic a(1).
       77  ws-sel-text    pic x(30).
       77  ws-sel-cmp     pic x(20).
       77  ws-sel-num     pic s9(14)v9(4) usage is comp-3.
       77  ws-sel-cmp-num pic s9(14)v9(4) usage is comp-3.
       77  ws-sel-out-count pic 9(7) usage is comp value 0.
       77  ws-sel-out-sum pic s9(14)v9(4) usage is comp-3 value 0.
       77  ws-recon-total pic s9(14)v9(4) usage is comp-3.
       01  sel-line.
           02 sel-c-type   pic x(7).
           02 filler       pic x(1).
           02 sel-c-conn   pic x(3).
           02 filler       pic x(1).
           02 sel-c-col    pic x(5).
           02 sel-c-len    pic x(3).
           02 filler       pic x(1).
           02 sel-c-op     pic x(2).
           02 filler       pic x(1).
           02 sel-c-low    pic x(20).
           02 sel-c-high   pic x(20).
           02 filler       pic x(16).
       01  sel-table-area.
           02  sel-entry occurs 20 times.
               03  sel-type     pic x(1).
               03  sel-conn     pic x(1).
               03  sel-col      pic 9(4) usage is comp.
               03  sel-len      pic 9(3) usage is comp.
               03  sel-op       pic x(2).
               03  sel-low      pic x(20).
               03  sel-high     pic x(20).
               03  sel-low-f    pic a(1).
               03  sel-high-f   pic a(1).
               03  sel-low-n    pic s9(14)v9(4) usage is comp-3.
               03  sel-high-n   pic s9(14)v9(4) usage is comp-3.
               03  sel-list-n   pic 99 usage is comp.
               03  sel-list-val pic x(20) occurs 10 times.

      *> STATFIX corrections: one line per corrected reject, holding
      *> the rebuilt raw row. A pending row for this dataset is fed
      *> through the same edit/store path an extract row takes, under
      *> its original record number, and marked applied -- or marked
      *> re-rejected when the corrected row still fails the edits
      *> (it is then back in the reject file for another look). The
      *> rows never came in on this extract, so their count and sum
      *> sit on their own footer lines and come back out of the
      *> trailer reconciliation. Fixed-layout and multi-column runs
      *> leave the rows pending: the reject file keeps only the first
      *> 80 bytes of a fixed record, and a column list has no single
      *> value for a correction to replace.
       77  fname-corr     pic x(30) value 'statfix.dat'.
       77  fname-corr-wrk pic x(34).
       77  ws-corr-status pic xx.
       77  ws-corw-status pic xx.
       77  ws-corr-eof    pic a(1).
       77  ws-corr-changed pic a(1).
       77  ws-corr-count  pic 9(7) usage is comp value 0.
       77  ws-corr-rerej  pic 9(7) usage is comp value 0.
       77  ws-corr-held   pic 9(7) usage is comp value 0.
       77  ws-corr-lines  pic 9(7) usage is comp value 0.
       77  ws-corr-now    pic 9(7) usage is comp value 0.
       77  ws-corr-skip   pic 9(7) usage is comp value 0.
       77  ws-corr-late   pic 9(7) usage is comp value 0.
       77  ws-corr-sum    pic s9(14)v9(4) usage is comp-3 value 0.
       77  ws-corr-save-read   pic 9(7) usage is comp.
       77  ws-corr-save-detail pic 9(7) usage is comp.
       77  ws-corr-snap-num    pic 9(7) usage is comp.
       77  ws-corr-snap-selcnt pic 9(7) usage is comp.
       77  ws-corr-snap-total  pic s9(14)v9(4) usage is comp-3.
       77  ws-corr-snap-selsum pic s9(14)v9(4) usage is comp-3.
       77  ws-corr-snap-dupcnt pic 9(7) usage is comp.
       77  ws-corr-snap-dupsum pic s9(14)v9(4) usage is comp-3.
      *> Must match the record STATFIX writes.
       01  corr-line.
           02 corr-dataset     pic x(30).
           02 filler           pic x(1).
           02 corr-recnum      pic 9(7).
           02 filler           pic x(1).
           02 corr-reason      pic x(12).
           02 filler           pic x(1).
           02 corr-status      pic x(1).
           02 filler           pic x(1).
           02 corr-date        pic x(8).
           02 filler           pic x(1).
           02 corr-app-date    pic x(8).
           02 filler           pic x(1).
           02 corr-oper        pic x(8).
           02 filler           pic x(1).
           02 corr-row         pic x(80).

      *> Duplicate-transmission check. Before a dataset is processed
      *> its input is read once for a fingerprint -- records read,
      *> the count and hash total of the readable values, and the
      *> file date/time file-check captured -- and compared with
      *> every earlier run: a history line with the same records
      *> read and hash total, or a history line or master record
      *> with the same file date/time and value count, means the
      *> extract was processed before (under this dataset name or
      *> another one), and the dataset is refused. A restart, or
      *> the 'F' option, skips the comparison; the fingerprint still
      *> goes onto the history line for later runs to compare with.
       77  ws-dup-force    pic a(1) value 'N'.
       77  ws-dup-found    pic a(1).
       77  ws-dup-source   pic x(7).
       77  ws-dup-match-ds pic x(30).
       77  ws-dup-match-dt pic x(19).
       77  ws-fp-done      pic a(1) value 'N'.
       77  ws-fp-eof       pic a(1).
       77  ws-fp-read      pic 9(7) usage is comp value 0.
       77  ws-fp-valid     pic 9(7) usage is comp value 0.
       77  ws-fp-hash      pic s9(14)v9(4) usage is comp-3 value 0.
       77  ws-fp-hist-num  pic s9(14)v9(4) usage is comp-3.
       77  ws-fp-stamp-ok  pic a(1).
       77  ws-fp-mast-date pic x(8).
       01  fp-stamp.
           02 fp-date.
               03 fp-month     pic 99.
               03 filler       pic x(1) value '/'.
               03 fp-day       pic 99.
               03 filler       pic x(1) value '/'.
               03 fp-year      pic 9(4).
           02 filler           pic x(1) value space.
           02 fp-time.
               03 fp-hours     pic 99.
               03 filler       pic x(1) value ':'.
               03 fp-minutes   pic 99.
               03 filler       pic x(1) value ':'.
               03 fp-seconds   pic 99.

      *> Duplicate-key check within a file: up to five key columns
      *> (delimited column numbers, or offset:length byte ranges in
      *> fixed layout, '/'-separated, e.g. 1/3 or 1:6/20:8) named by
      *> the dataset's definition or the control card. Each edited
      *> row's key is looked up in an open-addressed hash table of
      *> the keys seen so far; a repeat is rejected with reason
      *> DUPLICATE and counted on its own footer lines (its value
      *> still counts toward the trailer hash -- it was sent). Keys
      *> longer than the slot are compared on their first 40 bytes.
      *> The table stops taking new keys, with a warning, once it
      *> is nine-tenths full, so probing stays short.
       77  ws-dup-keys     pic x(20) value spaces.
       77  ws-dupk-ok      pic a(1) value 'Y'.
       77  ws-dupk-n       pic 99 usage is comp value 0.
       77  ws-dupk-idx     pic 99 usage is comp.
       77  ws-dupk-a       pic x(5).
       77  ws-dupk-b       pic x(5).
       77  ws-dupk-dup     pic a(1).
       77  ws-dupk-full    pic a(1) value 'N'.
       77  ws-dupk-count   pic 9(7) usage is comp value 0.
       77  ws-dupk-sum     pic s9(14)v9(4) usage is comp-3 value 0.
       77  ws-dupk-used    pic 9(7) usage is comp value 0.
       77  ws-dupk-slots   pic 9(7) usage is comp value 250007.
       77  ws-dupk-limit   pic 9(7) usage is comp value 225000.
       77  ws-dupk-hash    pic 9(9) usage is comp.
       77  ws-dupk-slot    pic 9(7) usage is comp.
       77  ws-dupk-c       pic 99 usage is comp.
       77  ws-dupk-kptr    pic 99 usage is comp.
       77  ws-dupk-klen    pic 99 usage is comp.
       77  ws-dupk-key     pic x(40).
       77  ws-dupk-part    pic x(30).
       01  dupk-parse-area.
           02  dupk-parse-fld pic x(10) occurs 6 times.
       01  dupk-part-area.
           02  dupk-part-entry occurs 5 times.
               03  dupk-col     pic 9(4) usage is comp.
               03  dupk-len     pic 99 usage is comp.
       01  dupk-table-area.
           02  dupk-slot-key pic x(40) occurs 250007 times.

      *> Multi-column mode: a value-column LIST ('/'-separated, e.g.
      *> 3/5/7, up to 12 columns) in the PARM or the control card
      *> makes one read pass load every requested column, then
       01 print-line-16.
           02 filler   pic x(22) value ' Winsorized Std Dev = '.
           02 out-wins-sd       pic -(15)9.9(4).
       01 print-line-17.
           02 filler   pic x(22) value ' Skewness =           '.
           02 out-skewness      pic -(15)9.9(4).
       01 print-line-18.
           02 filler   pic x(22) value ' Excess Kurtosis =    '.
           02 out-kurtosis      pic -(15)9.9(4).

      *> Layouts for the outlier listing.
       01 outlier-title.
       01 footer-line-8.
           02 filler   pic x(22) value ' Bad-Date Rows =      '.
           02 out-baddate-count pic -(15)9.
       01 footer-line-10.
           02 filler   pic x(22) value ' Selected-Out Rows =  '.
           02 out-selout-count  pic -(15)9.
       01 footer-line-11.
           02 filler   pic x(22) value ' Selected-Out Sum =   '.
           02 out-selout-sum    pic -(15)9.9(4).
       01 footer-line-12.
           02 filler   pic x(22) value ' Corrected Rows =     '.
           02 out-corr-count    pic -(15)9.
       01 footer-line-13.
           02 filler   pic x(22) value ' Corrected Sum =      '.
           02 out-corr-sum      pic -(15)9.9(4).
       01 footer-line-14.
           02 filler   pic x(22) value ' Corrections Failed = '.
           02 out-corr-rerej    pic -(15)9.
       01 footer-line-15.
           02 filler   pic x(22) value ' Duplicate-Key Rows = '.
           02 out-dupk-count    pic -(15)9.
       01 footer-line-16.
           02 filler   pic x(22) value ' Duplicate-Key Sum =  '.
           02 out-dupk-sum      pic -(15)9.9(4).
       01 recon-line-1.
           02 filler   pic x(22) value ' Detail Rows Read =   '.
           02 out-detail-read   pic -(15)9.
           02 rej-data         pic x(80).
           02 filler           pic x(1) value space.
           02 rej-dataset      pic x(30).
           02 filler           pic x(1) value space.
           02 rej-status       pic x(1) value space.
           02 filler           pic x(1) value space.
           02 rej-res-date     pic x(8) value spaces.
           02 filler           pic x(1) value space.
           02 rej-date         pic x(8) value spaces.
       77  ws-rej-value-ed    pic -(14)9.9(4).
       77  ws-rej-warned      pic a(1) value 'N'.

           02 hist-mean        pic -(10)9.9(4).
           02 filler           pic x(1) value space.
           02 hist-stddev      pic -(10)9.9(4).
           02 filler           pic x(1) value space.
      *> The input fingerprint (records read 84-90, value hash total
      *> 92-111) the duplicate-transmission check compares against.
           02 hist-fp.
               03 hist-read    pic z(6)9.
               03 filler       pic x(1) value space.
               03 hist-hash    pic -(14)9.9(4).

      *> Paginated print layout: every report line goes out through
      *> write-report-line, which counts lines and repeats the page
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

      *> Layouts for the period-comparison section.
       01  compare-title.
           02 out-cmp-only-key  pic x(30).
           02 out-cmp-only-note pic x(24).

      *> One record appended to the shared alert file per failure,
      *> for STATALRT to list, acknowledge and close. Must match the
      *> record STATALRT maintains; the status and action area past
      *> column 112 is left blank for it.
       77  fname-alrt     pic x(30) value 'statalrt.dat'.
       77  ws-alrt-status pic xx.
       77  ws-alrt-warned pic a(1) value 'N'.
       77  ws-alrt-stamp  pic x(21).
       01  alert-line.
           02 alrt-program     pic x(10) value 'statnew'.
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
      *> Final return-code adjudication in one place: the CBL file
      *> calls reset return-code as a side effect, so the sticky
      *> flags decide what the scheduler sees.
           if ws-dup-fail = 'Y' then
               move 12 to return-code
           else
           if ws-any-fail = 'Y' then
               move 8 to return-code
           else
               if ws-lim-fail = 'Y' then
                   move 4 to return-code
               end-if
           end-if
           end-if.
           stop run.

      *> currently named in fname-inp / fname-out. Performed once in
      *> a normal run and once per control-card entry.
           move 'Y' to ws-file-ok
           move 'N' to ws-fp-done
           move 'N' to ws-dup-found
           if ws-def-bad = 'Y' then
               move 'N' to ws-file-ok
           else
               perform file-check
           end-if.
           if ws-file-ok not = 'Y' then
               move 8 to return-code
               move 'Y' to ws-any-fail
               if ws-def-owner not = spaces then
                   display "CONTACT: " function trim(ws-def-owner)
                       " for " fname-inp (1:20)
               end-if
               move fname-inp to alrt-dataset
               move 'INPUT ERROR' to alrt-type
               move '1' to alrt-severity
               move 0 to alrt-value
               move 0 to alrt-limit
               perform write-alert
           else
               perform fingerprint-input
               if ws-restart-mode not = 'Y' and ws-dup-force not = 'Y'
                       and ws-fp-read > 0 then
                   perform check-duplicate-run
               end-if
               if ws-dup-found = 'Y' then
                   move 'Y' to ws-dup-fail
               else
                   perform open-and-report
               end-if
           end-if.


           end-if.
           compute total-sum = 0
           compute num-count = 0
           if ws-dupk-n > 0 then
               perform clear-duplicate-keys
           end-if.
           if ws-restart-active = 'Y' then
               perform skip-to-checkpoint
           end-if.
           perform input-loop until feof='Y'
           if ws-part-mode not = 'Y' then
               perform apply-corrections
           end-if.
           if ws-mcol-n > 1 then
               perform multi-column-report
           else
      *> PART mode arguments: 2 = the input split, 3 = the partial
      *> output file, then optionally 4-8 = input mode, delimiter,
      *> value column, group column, minor group column, the same
      *> way the control card carries them, 9 = the layout card and
      *> 10 = the selection card. The statistical knobs
      *> (percentile, bins, outlier fences, limits) belong to the
      *> STATMERG step -- only the merge sees the whole dataset.
      *> The comparison, bivariate, time-series, restart and typed-
                       move ws-argument to fname-lay
                   end-if
               end-if
               if ws-arg-count >= 10 then
                   move 10 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-sel
                   end-if
               end-if
               perform validate-run-parms
           end-if.


       get-definition-parms.
      *> DEF mode arguments: 2 = the dataset (or the lone argument
      *> is the dataset), then optionally 3 and 4 = report and
      *> export file overriding the definition's, 5 = option letters
      *> ('R' restart from the last checkpoint, 'F' process even a
      *> duplicate transmission), 6 = the definition
      *> file. '*' holds a position open. Everything else comes from
      *> the dataset's STATDEF record.
           move 'Y' to ws-def-mode.
           if function upper-case(function trim(ws-argument))
                   not = 'DEF' then
               move ws-argument to ws-def-key
           else
               move spaces to ws-def-key
               if ws-arg-count >= 2 then
                   move 2 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-def-key from argument-value
               end-if
               if ws-arg-count >= 3 then
                   move 3 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to ws-def-rpt-ovr
                   end-if
               end-if
               if ws-arg-count >= 4 then
                   move 4 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to ws-def-exp-ovr
                   end-if
               end-if
               if ws-arg-count >= 5 then
                   move 5 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = '*' then
                       move function upper-case(ws-argument)
                           to ws-def-options
                   end-if
               end-if
               if ws-arg-count >= 6 then
                   move 6 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                   accept ws-argument from argument-value
                   if ws-argument not = spaces
                           and ws-argument not = '*' then
                       move ws-argument to fname-def
                   end-if
               end-if
           end-if.
           if ws-def-key = spaces then
               display "ERROR: DEF needs a dataset name"
               move 'Y' to ws-def-bad
               move 'Y' to ws-any-fail
           else
               perform load-definition
               if ws-def-found not = 'Y' then
                   display "ERROR: no definition for "
                       function trim(ws-def-key) " in " fname-def
                   move 'Y' to ws-def-bad
                   move 'Y' to ws-any-fail
                   move ws-def-key to fname-inp
               else
                   perform set-parms-from-definition
                   if ws-def-rpt-ovr not = spaces then
                       move ws-def-rpt-ovr to fname-out
                   end-if
                   if ws-def-exp-ovr not = spaces then
                       move ws-def-exp-ovr to fname-exp
                       move 'Y' to ws-export-mode
                   end-if
                   move 0 to ws-def-opt-n
                   inspect ws-def-options tallying ws-def-opt-n
                       for all 'R'
                   if ws-def-opt-n > 0 then
                       move 'Y' to ws-restart-mode
                   end-if
                   move 0 to ws-def-opt-n
                   inspect ws-def-options tallying ws-def-opt-n
                       for all 'F'
                   if ws-def-opt-n > 0 then
                       move 'Y' to ws-dup-force
                   end-if
               end-if
           end-if.


       load-definition.
      *> Keyed read of ws-def-key's definition; ws-def-found says
      *> whether there was one. The caller decides whether a missing
      *> definition is an error.
           move 'N' to ws-def-found.
           open input definition-file.
           if ws-def-status not = '00' then
               display "WARNING: definition file " fname-def
                   " open failed, status=" ws-def-status
           else
               move ws-def-key to def-dataset
               read definition-file
                   invalid key
                       move 'N' to ws-def-found
                   not invalid key
                       move 'Y' to ws-def-found
               end-read
               close definition-file
           end-if.


       set-parms-from-definition.
      *> Carries the definition just read into the run parameters. A
      *> zero or blank field takes the same default a bare PARM run
      *> would; the usual clamps follow in validate-run-parms. The
      *> report file defaults to the dataset name plus '.rpt'. The
      *> limits and export files apply to a single run only -- in
      *> control-card mode the job-level export collects every
      *> entry, and control-card-loop loads a definition's limits
      *> file itself.
           move def-dataset to fname-inp.
           if def-outfile not = spaces then
               move def-outfile to fname-out
           else
               move spaces to fname-out
               string function trim(def-dataset) '.rpt'
                   delimited by size into fname-out
           end-if.
           if def-pctile > 0 then
               move def-pctile to ws-percentile
           else
               move 90 to ws-percentile
           end-if.
           if def-mode = 'D' or def-mode = 'F' then
               move def-mode to ws-input-mode
           else
               move 'R' to ws-input-mode
           end-if.
           if def-delim not = space then
               move def-delim to ws-delimiter
           else
               move ',' to ws-delimiter
           end-if.
           if def-valcol > 0 then
               move def-valcol to ws-value-col
           else
               move 1 to ws-value-col
           end-if.
           move def-valcol2 to ws-value-col2.
           move def-grpcol to ws-group-col.
           move def-grpcol2 to ws-group-col2.
           move def-datecol to ws-date-col.
           if def-bucket not = space then
               move def-bucket to ws-bucket-size
           else
               move 'D' to ws-bucket-size
           end-if.
           if def-rectype = 'Y' then
               move 'Y' to ws-rectype-mode
           else
               move 'N' to ws-rectype-mode
           end-if.
           move def-collist to ws-collist.
           perform parse-column-list.
           move def-layout to fname-lay.
           move def-selcard to fname-sel.
           if def-corrfile not = spaces then
               move def-corrfile to fname-corr
           end-if.
           move def-dupkeys to ws-dup-keys.
           if def-bins > 0 then
               move def-bins to ws-hist-bins
           else
               move 10 to ws-hist-bins
           end-if.
           if def-siglevel is numeric and def-siglevel > 0 then
               move def-siglevel to ws-sig-level
           else
               move 5 to ws-sig-level
           end-if.
           if def-out-mult > 0 then
               move def-out-mult to ws-outlier-mult
           else
               move 1.5 to ws-outlier-mult
           end-if.
           if def-out-basis = 'S' then
               move 'S' to ws-outlier-basis
           else
               move 'I' to ws-outlier-basis
           end-if.
           if def-page-len > 0 then
               move def-page-len to ws-page-length
           else
               move 55 to ws-page-length
           end-if.
           if def-suppress = 'Y' then
               move 'S' to ws-suppress-detail
           else
               move 'N' to ws-suppress-detail
           end-if.
           move def-owner to ws-def-owner.
           if ws-ctl-mode not = 'Y' then
               if def-limits not = spaces then
                   move def-limits to fname-lim
                   move 'Y' to ws-limits-mode
               end-if
               if def-export not = spaces then
                   move def-export to fname-exp
                   move 'Y' to ws-export-mode
               end-if
           end-if.


       partition-run.
      *> One partition's read/validate/sort with the results written
      *> to the partial file. Rejects still get captured, into a
               move num-count to part-num-count
               move total-sum to part-total-sum
               move ws-part-sumsq to part-sumsq
               if ws-sel-n > 0 then
                   move 1 to part-sel-flag
               else
                   move 0 to part-sel-flag
               end-if
               move ws-sel-out-count to part-selout
               move ws-sel-out-sum to part-selsum
               write partial-rec from part-ctl-line
               move 'V ' to partv-tag
               move spaces to partv-grpkey
      *> original interactive ACCEPT so the program still works when
      *> someone runs it online at a terminal.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1 then
               move 1 to ws-arg-idx
               display ws-arg-idx upon argument-number
               accept ws-argument from argument-value
               if function upper-case(function trim(ws-argument))
                       = 'CTL' then
                   move 'Y' to ws-ctl-mode
                   if ws-arg-count < 2 then
                       display "ERROR: CTL needs a control file name"
                       move spaces to fname-ctl
                       move 'Y' to ws-any-fail
                   else
                       move 2 to ws-arg-idx
                       display ws-arg-idx upon argument-number
                       accept ws-argument from argument-value
                       move ws-argument to fname-ctl
                   end-if
      *> The argument after the control file, when present, names
      *> the export file that collects every entry's statistics.
                   if ws-arg-count >= 3 then
                       = 'PART' then
                   perform get-partition-parms
               else
      *> 'DEF', or a dataset name passed alone, takes the run
      *> parameters from the dataset definition file.
               if function upper-case(function trim(ws-argument))
                       = 'DEF' or ws-arg-count = 1 then
                   perform get-definition-parms
               else
               move ws-argument to fname-inp
               move 2 to ws-arg-idx
               display ws-arg-idx upon argument-number
                       move 'Y' to ws-compare-mode
                   end-if
               end-if
      *> Argument 9 is 'R' to restart from the last checkpoint; an
      *> 'F' anywhere in it processes the file even when it looks
      *> like a duplicate transmission.
               if ws-arg-count >= 9 then
                   move 9 to ws-arg-idx
                   display ws-arg-idx upon argument-number
                           or ws-argument (1:1) = 'r' then
                       move 'Y' to ws-restart-mode
                   end-if
                   move function upper-case(ws-argument)
                       to ws-argument
                   move 0 to ws-def-opt-n
                   inspect ws-argument tallying ws-def-opt-n
                       for all 'F'
                   if ws-def-opt-n > 0 then
                       move 'Y' to ws-dup-force
                   end-if
               end-if
      *> Argument 10 overrides the distribution bin count.
               if ws-arg-count >= 10 then
               end-if
               end-if
               end-if
               end-if
           else
               display "Input file name? "
               accept fname-inp
                       or ws-argument (1:1) = 'y' then
                   move 'Y' to ws-restart-mode
               end-if
               display "Process even if already processed (Y/N)? "
               accept ws-argument
               if ws-argument (1:1) = 'Y'
                       or ws-argument (1:1) = 'y' then
                   move 'Y' to ws-dup-force
               end-if
               display "Distribution bins (default 10)? "
               accept ws-argument
               if function trim(ws-argument) is numeric then
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
               display "Statistics export file (blank = none)? "
               accept ws-argument
               if ws-argument not = spaces then
                   " out of range 1-50; defaulting to 10"
               move 10 to ws-hist-bins
           end-if.
           if ws-sig-level not = 1 and ws-sig-level not = 5
                   and ws-sig-level not = 10 then
               display "WARNING: normality test level " ws-sig-level
                   " is not 1, 5 or 10; defaulting to 5"
               move 5 to ws-sig-level
           end-if.
           if ws-input-mode = 'F' then
               if ws-compare-mode = 'Y' or ws-restart-mode = 'Y'
                       then
                   " out of range 10-999; defaulting to 55"
               move 55 to ws-page-length
           end-if.
      *> The selection card is read once the input mode is settled,
      *> since its column numbers are byte offsets in fixed layout.
           move 0 to ws-sel-n.
           move 'Y' to ws-sel-ok.
           if fname-sel not = spaces then
               if ws-input-mode = 'R' then
                   display "WARNING: a selection card needs delimited"
                       " or fixed-layout input; card ignored"
               else
                   perform load-selection
               end-if
           end-if.
      *> Duplicate-key columns likewise, once the layout is loaded.
           move 0 to ws-dupk-n.
           move 'Y' to ws-dupk-ok.
           if ws-dup-keys not = spaces then
               if ws-input-mode = 'R' then
                   display "WARNING: duplicate-key columns need"
                       " delimited or fixed-layout input; ignored"
               else
                   perform load-duplicate-keys
               end-if
           end-if.


       file-check.
                   end-if
               end-if
           end-if.
           if ws-file-ok = 'Y' and ws-sel-ok not = 'Y' then
               display "ERROR: selection card for " fname-inp (1:20)
                   " is missing or unusable"
               move 'N' to ws-file-ok
           end-if.
           if ws-file-ok = 'Y' and ws-dupk-ok not = 'Y' then
               display "ERROR: duplicate-key columns for "
                   fname-inp (1:20) " are unusable"
               move 'N' to ws-file-ok
           end-if.


       fingerprint-input.
      *> Reads the input once ahead of the analysis for the
      *> fingerprint the duplicate-transmission check compares:
      *> records read, and the count and hash total of the readable
      *> values in the value column, taken before any edit,
      *> selection or duplicate-key test so the same extract always
      *> fingerprints the same. The file date/time is edited the way
      *> write-history edits it; one the runtime did not supply is
      *> left out of the comparison.
           move 0 to ws-fp-read.
           move 0 to ws-fp-valid.
           compute ws-fp-hash = 0.
           move file-month to fp-month.
           move file-day to fp-day.
           move file-year to fp-year.
           move file-hours to fp-hours.
           move file-minutes to fp-minutes.
           move file-seconds to fp-seconds.
           move 'Y' to ws-fp-stamp-ok.
           if fp-month < 1 or fp-month > 12
                   or fp-day < 1 or fp-day > 31
                   or fp-year < 1970 or fp-year > 2199 then
               move 'N' to ws-fp-stamp-ok
           end-if.
           move fp-year to ws-fp-mast-date (1:4).
           move fp-month to ws-fp-mast-date (5:2).
           move fp-day to ws-fp-mast-date (7:2).
           move 'N' to feof.
           if ws-input-mode = 'F' then
               perform open-fixed-input
               perform fingerprint-record until feof = 'Y'
               call "CBL_CLOSE_FILE" using ws-fix-handle
               move 0 to return-code
           else
               open input input-file
               perform fingerprint-record until feof = 'Y'
               close input-file
           end-if.
           move 'N' to feof.
           move 'Y' to ws-fp-done.


       fingerprint-record.
      *> One record into the fingerprint. Header and trailer records
      *> are counted as read but carry no value.
           if ws-input-mode = 'F' then
               perform read-fixed-record
               if feof not = 'Y' then
                   add 1 to ws-fp-read
                   move fixv-off to ws-fx-off
                   move fixv-len to ws-fx-len
                   move fixv-type to ws-fx-type
                   move fixv-scale to ws-fx-scale
                   perform extract-fixed-number
                   if ws-fx-ok = 'Y' then
                       add 1 to ws-fp-valid
                       add ws-fx-result to ws-fp-hash
                   end-if
               end-if
           else
               read input-file
                   at end move 'Y' to feof
                   not at end
                       add 1 to ws-fp-read
                       perform split-csv-line
                       move 'D' to ws-rectype-tst
                       if ws-rectype-mode = 'Y' then
                           perform classify-record-type
                       end-if
                       if ws-rectype-tst = 'D'
                           and ws-csv-field(ws-value-col) not = spaces
                           and function test-numval
                               (ws-csv-field(ws-value-col)) = 0 then
                           add 1 to ws-fp-valid
                           compute ws-fp-hash = ws-fp-hash
                               + function numval
                               (ws-csv-field(ws-value-col))
                       end-if
               end-read
           else
               read input-file into input-value
                   at end move 'Y' to feof
                   not at end
                       add 1 to ws-fp-read
                       if input-value not = spaces
                               and input-val is numeric then
                           add 1 to ws-fp-valid
                           add input-val to ws-fp-hash
                       end-if
               end-read
           end-if
           end-if.


       check-duplicate-run.
      *> Looks for an earlier run of the same extract: the history
      *> log first, then the master. The first match refuses the
      *> dataset, naming the run it matched.
           move 'N' to ws-fp-eof.
           open input history-file.
           if ws-hist-status = '00' or ws-hist-status = '05' then
               perform check-history-line until ws-fp-eof = 'Y'
               close history-file
           end-if.
           if ws-dup-found not = 'Y' and ws-fp-stamp-ok = 'Y' then
               open input master-file
               if ws-mast-status = '00' or ws-mast-status = '05' then
                   move 'N' to ws-fp-eof
                   move low-values to mast-key
                   start master-file key >= mast-key
                       invalid key
                           move 'Y' to ws-fp-eof
                   end-start
                   perform check-master-record until ws-fp-eof = 'Y'
                   close master-file
               end-if
           end-if.
           if ws-dup-found = 'Y' then
               display "DUPLICATE TRANSMISSION: " fname-inp (1:20)
                   " matches the " function trim(ws-dup-source)
                   " run of " function trim(ws-dup-match-ds)
                   " at " ws-dup-match-dt
               display "  not processed; rerun with option F if this"
                   " extract is meant to be processed again"
               move fname-inp to alrt-dataset
               move 'DUPLICATE RUN' to alrt-type
               move '1' to alrt-severity
               move ws-fp-read to alrt-value
               move 0 to alrt-limit
               perform write-alert
           end-if.


       check-history-line.
      *> A history line matches on records read and hash total, or
      *> on file date/time and value count. Lines written before the
      *> fingerprint was logged carry no records-read or hash, and
      *> can only match the second way.
           read history-file
               at end move 'Y' to ws-fp-eof
               not at end
                   if history-rec (84:7) not = spaces
                           and history-rec (92:20) not = spaces
                           and function test-numval
                               (history-rec (84:7)) = 0
                           and function test-numval
                               (history-rec (92:20)) = 0 then
                       compute ws-fp-hist-num =
                           function numval(history-rec (92:20))
                       if function numval(history-rec (84:7))
                               = ws-fp-read
                               and ws-fp-hist-num = ws-fp-hash then
                           move 'Y' to ws-dup-found
                       end-if
                   end-if
                   if ws-dup-found not = 'Y' and ws-fp-stamp-ok = 'Y'
                           and history-rec (22:10) = fp-date
                           and history-rec (33:8) = fp-time
                           and history-rec (42:7) not = spaces
                           and function test-numval
                               (history-rec (42:7)) = 0 then
                       if function numval(history-rec (42:7))
                               = ws-fp-valid then
                           move 'Y' to ws-dup-found
                       end-if
                   end-if
                   if ws-dup-found = 'Y' then
                       move 'history' to ws-dup-source
                       move history-rec (1:20) to ws-dup-match-ds
                       move history-rec (22:19) to ws-dup-match-dt
                       move 'Y' to ws-fp-eof
                   end-if
           end-read.


       check-master-record.
      *> A master record matches on file date/time and value count.
           read master-file next record
               at end
                   move 'Y' to ws-fp-eof
               not at end
                   if mast-date = ws-fp-mast-date
                           and mast-time = fp-time
                           and mast-count = ws-fp-valid then
                       move 'Y' to ws-dup-found
                       move 'master' to ws-dup-source
                       move mast-dataset to ws-dup-match-ds
                       move fp-stamp to ws-dup-match-dt
                       move 'Y' to ws-fp-eof
                   end-if
           end-read.


       input-loop.
      *> Read input, and decide how long the input is
      *> This code was adapted from:
      *> https://craftofcoding.wordpress.com/2021/03/23/coding-cobol-
      *> a-bubblesort/
           if ws-input-mode = 'F' then
               perform read-fixed-record
               if feof not = 'Y' then
                   add 1 to ws-records-read
                   move 'Y' to ws-sel-keep
                   if ws-sel-n > 0 then
                       perform apply-selection
                   end-if
                   if ws-sel-keep not = 'Y' then
                       perform count-selected-out
                   else
                       perform extract-fixed-fields
                       if ws-value-valid = 'Y' then
                           move 'N' to ws-dupk-dup
                           if ws-dupk-n > 0 then
                               perform check-duplicate-key
                           end-if
                           if ws-dupk-dup = 'Y' then
                               perform count-duplicate-key
                           else
                               perform store-input-value
                           end-if
                       else
                           add 1 to ws-invalid-count
                       end-if
                   end-if
               end-if
           else
           if ws-input-mode = 'D' then
               read input-file
                   at end move 'Y' to feof
                   not at end
                       add 1 to ws-records-read
                       perform split-csv-line
                       move 'D' to ws-rectype-tst
                       if ws-rectype-mode = 'Y' then
                           perform classify-record-type
                       end-if
                       if ws-rectype-tst = 'H' then
                           add 1 to ws-hdr-count
                       else
                       if ws-rectype-tst = 'T' then
                           perform capture-trailer
                       else
                           perform process-delimited-detail
                       end-if
                       end-if
               end-read
           else
               read input-file into input-value
                   at end move 'Y' to feof
                   not at end
                       add 1 to ws-records-read
                       perform validate-input-value
                       if ws-value-valid = 'Y' then
                           perform store-input-value
                       else
                           add 1 to ws-invalid-count
                       end-if
               end-read
           end-if
           end-if.
           if feof not = 'Y' and ws-period = 'C'
                   and ws-skip-phase not = 'Y'
                   and ws-ctl-mode not = 'Y'
                   and ws-part-mode not = 'Y' then
               if function mod(ws-records-read, ws-ckpt-interval)
                       = 0 then
                   perform take-checkpoint
               end-if
           end-if.


       process-delimited-detail.
      *> One delimited detail row: counted for the trailer
      *> reconciliation, passed through the selection card, then
      *> edited and stored -- into the per-column tables in
      *> multi-column mode, otherwise with its group and period keys.
           if ws-rectype-mode = 'Y' then
               add 1 to ws-detail-read
           end-if.
           move 'Y' to ws-sel-keep.
           if ws-sel-n > 0 then
               perform apply-selection
           end-if.
           if ws-sel-keep not = 'Y' then
               perform count-selected-out
           else
           if ws-mcol-n > 1 then
               move 'N' to ws-dupk-dup
               if ws-dupk-n > 0 then
                   perform check-duplicate-key
               end-if
               if ws-dupk-dup = 'Y' then
                   perform count-duplicate-key
               else
                   perform store-mcol-values
               end-if
           else
               perform validate-input-value
               move 'N' to ws-dupk-dup
               if ws-value-valid = 'Y' and ws-dupk-n > 0 then
                   perform check-duplicate-key
               end-if
               if ws-dupk-dup = 'Y' then
                   perform count-duplicate-key
               else
               if ws-value-valid = 'Y' then
                   if ws-group-col > 0 then
                       if ws-group-col2 > 0 then
                           move ws-csv-field(ws-group-col) (1:15)
                               to ws-group-key (1:15)
                           move ws-csv-field(ws-group-col2) (1:15)
                               to ws-group-key (16:15)
                       else
                           move ws-csv-field(ws-group-col)
                               to ws-group-key
                       end-if
                   end-if
                   if ws-date-col > 0 then
                       perform set-period-key
                   end-if
                   perform store-input-value
               else
                   add 1 to ws-invalid-count
               end-if
               end-if
           end-if
           end-if.


       classify-record-type.
      *> Column 1 of the record as a type code: 'H' for a header,
      *> 'T' for a trailer, 'D' for anything else (a detail row).
           move function upper-case(
               function trim(ws-csv-field(1))) to ws-rectype-tst.
           evaluate ws-rectype-tst
               when 'H'
               when 'HDR'
               when 'HEADER'
                   move 'H' to ws-rectype-tst
               when 'T'
               when 'TRL'
               when 'TRAILER'
                   move 'T' to ws-rectype-tst
               when other
                   move 'D' to ws-rectype-tst
           end-evaluate.
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
      *> Reads the control file and runs one full analysis per entry.
      *> A missing or unopenable control file is a hard stop, same as
      *> a missing input extract.
           if fname-ctl = spaces then
      *> No control file was named; the PARM check already said so.
               continue
           else
               open input control-file
               if ws-ctl-status not = '00' then
                   display "ERROR: control file " fname-ctl
                       " open failed, status=" ws-ctl-status
                   move 8 to return-code
               else
                   move ws-page-length to ws-job-page-length
                   move ws-suppress-detail to ws-job-suppress
                   move ws-outlier-mult to ws-job-outlier-mult
                   move ws-outlier-basis to ws-job-outlier-basis
                   move ws-hist-bins to ws-job-hist-bins
                   move ws-sig-level to ws-job-sig-level
                   move 'N' to ws-ctl-eof
                   perform control-card-entry until ws-ctl-eof = 'Y'
                   close control-file
                   if ws-any-fail = 'Y' then
                       move 8 to return-code
                   end-if
               end-if
           end-if.

      *> Carries one control record's fields into the run parameters,
      *> falling back to the usual defaults where a field was left
      *> blank, then clamps them exactly as PARM input is clamped.
      *> A card with nothing in columns 61-130 is looked up in the
      *> definition file first: a dataset with a definition runs
      *> from it (a report file or selection card on the card still
      *> overrides the definition's), and a card naming only a
      *> dataset that has no definition is refused.
           move ws-job-page-length to ws-page-length.
           move ws-job-suppress to ws-suppress-detail.
           move ws-job-outlier-mult to ws-outlier-mult.
           move ws-job-outlier-basis to ws-outlier-basis.
           move ws-job-hist-bins to ws-hist-bins.
           move ws-job-sig-level to ws-sig-level.
           move spaces to ws-def-owner.
           move spaces to fname-sel.
           move 'statfix.dat' to fname-corr.
           move spaces to ws-dup-keys.
           move 'N' to ws-dup-force.
           if ctl-force = 'F' or ctl-force = 'f' then
               move 'Y' to ws-dup-force
           end-if.
           move 'N' to ws-def-bad.
           move 'N' to ws-def-found.
           if ctl-line (61:70) = spaces then
               move ctl-infile to ws-def-key
               perform load-definition
           end-if.
           if ws-def-found = 'Y' then
               perform set-parms-from-definition
               if ctl-outfile not = spaces then
                   move ctl-outfile to fname-out
               end-if
               if ctl-selcard not = spaces then
                   move ctl-selcard to fname-sel
               end-if
               if ctl-dupkeys not = spaces then
                   move ctl-dupkeys to ws-dup-keys
               end-if
      *> A definition naming its own limits file has it loaded on
      *> top of the job's; check-limits takes the last entry for a
      *> dataset, so the definition's bounds win.
               if def-limits not = spaces
                       and def-limits not = fname-lim then
                   move def-limits to fname-lim
                   move 'Y' to ws-limits-mode
                   perform load-limits
               end-if
           else
               if ctl-outfile = spaces then
                   display "ERROR: no definition for "
                       function trim(ctl-infile)
                       " and no report file on the control card"
                   move 'Y' to ws-def-bad
               end-if
               move ctl-infile to fname-inp
               move ctl-outfile to fname-out
               if ctl-pctile not = spaces
                       and function trim(ctl-pctile) is numeric then
                   compute ws-percentile =
                       function numval(ctl-pctile)
               else
                   move 90 to ws-percentile
               end-if
               if ctl-mode = 'D' or ctl-mode = 'd' then
                   move 'D' to ws-input-mode
               else
                   if ctl-mode = 'F' or ctl-mode = 'f' then
                       move 'F' to ws-input-mode
                   else
                       move 'R' to ws-input-mode
                   end-if
               end-if
               if ctl-delim not = space then
                   move ctl-delim to ws-delimiter
               else
                   move ',' to ws-delimiter
               end-if
               if ctl-valcol not = spaces
                       and function trim(ctl-valcol) is numeric then
                   compute ws-value-col =
                       function numval(ctl-valcol)
               else
                   move 1 to ws-value-col
               end-if
               if ctl-grpcol not = spaces
                       and function trim(ctl-grpcol) is numeric then
                   compute ws-group-col =
                       function numval(ctl-grpcol)
               else
                   move 0 to ws-group-col
               end-if
               if ctl-grpcol2 not = spaces
                       and function trim(ctl-grpcol2) is numeric then
                   compute ws-group-col2 =
                       function numval(ctl-grpcol2)
               else
                   move 0 to ws-group-col2
               end-if
      *> Not a control-card field, but an 'F' entry's layout card
      *> switches it on; without this reset that setting would leak
      *> bivariate mode into every later entry on the card.
               move 0 to ws-value-col2
               if ctl-datecol not = spaces
                       and function trim(ctl-datecol) is numeric then
                   compute ws-date-col =
                       function numval(ctl-datecol)
               else
                   move 0 to ws-date-col
               end-if
               if ctl-bucket not = space then
                   move function upper-case(ctl-bucket)
                       to ws-bucket-size
               else
                   move 'D' to ws-bucket-size
               end-if
               if ctl-rectype = 'Y' or ctl-rectype = 'y' then
                   move 'Y' to ws-rectype-mode
               else
                   move 'N' to ws-rectype-mode
               end-if
               move ctl-collist to ws-collist
               perform parse-column-list
               move ctl-layout to fname-lay
               move ctl-selcard to fname-sel
               move ctl-dupkeys to ws-dup-keys
           end-if.
           perform validate-run-parms.


           move 0 to ws-overflow-count.
           move 0 to ws-group-overflow-count.
           move 0 to ws-baddate-count.
           move 0 to ws-sel-out-count.
           compute ws-sel-out-sum = 0.
           move 0 to ws-corr-count.
           move 0 to ws-corr-rerej.
           move 0 to ws-corr-held.
           compute ws-corr-sum = 0.
           move 0 to ws-dupk-count.
           compute ws-dupk-sum = 0.
           move 'N' to ws-period-warned.
           perform varying ws-mcol-idx from 1 by 1
                   until ws-mcol-idx > 12
           move ws-save-rc to return-code.


       apply-corrections.
      *> Pending STATFIX corrections for this dataset, applied after
      *> the extract's own rows. Every line is copied to the work
      *> file -- other datasets' lines and this one's already-settled
      *> lines unchanged -- and the work file replaces the original
      *> only when something was marked. No correction file is the
      *> normal case and passes silently.
           move 'N' to ws-corr-changed.
           move 0 to ws-corr-lines.
           open input correction-file.
           if ws-corr-status = '05' then
               close correction-file
           else
           if ws-corr-status not = '00' then
               display "WARNING: correction file " fname-corr
                   " open failed, status=" ws-corr-status
                   "; corrections not applied"
           else
               move spaces to fname-corr-wrk
               string function trim(fname-corr) '.wrk'
                   delimited by size into fname-corr-wrk
               open output correction-work-file
               if ws-corw-status not = '00' then
                   display "WARNING: correction work file "
                       fname-corr-wrk " open failed, status="
                       ws-corw-status "; corrections not applied"
                   close correction-file
               else
                   move 'N' to ws-corr-eof
                   perform apply-correction-line
                       until ws-corr-eof = 'Y'
                   close correction-file
                   close correction-work-file
                   perform replace-correction-file
               end-if
           end-if
           end-if.
           if ws-corr-held > 0 then
               display "WARNING: " ws-corr-held " correction(s) for "
                   fname-inp (1:20) " left pending; fixed-layout"
                   " and column-list runs do not apply them"
           end-if.


       apply-correction-line.
           read correction-file into corr-line
               at end move 'Y' to ws-corr-eof
               not at end
                   add 1 to ws-corr-lines
                   if corr-dataset = fname-inp
                           and corr-status = 'P' then
                       if ws-input-mode = 'F' or ws-mcol-n > 1 then
                           add 1 to ws-corr-held
                       else
                           perform apply-one-correction
                           move 'Y' to ws-corr-changed
                       end-if
                   end-if
                   write correction-work-rec from corr-line
           end-read.


       apply-one-correction.
      *> The corrected row goes through input-loop's own detail
      *> path under the record number it was rejected at. The
      *> counters it moves are compared before and after to tell a
      *> row that was taken (stored or selected out) from one that
      *> failed again, and the trailer's detail count and the
      *> duplicate-key counters are put back -- the row was not part
      *> of this transmission.
           move ws-records-read to ws-corr-save-read.
           move ws-detail-read to ws-corr-save-detail.
           move corr-recnum to ws-records-read.
           move num-count to ws-corr-snap-num.
           move ws-sel-out-count to ws-corr-snap-selcnt.
           move total-sum to ws-corr-snap-total.
           move ws-sel-out-sum to ws-corr-snap-selsum.
           move ws-dupk-count to ws-corr-snap-dupcnt.
           move ws-dupk-sum to ws-corr-snap-dupsum.
           if ws-input-mode = 'D' then
               move corr-row to input-rec
               perform split-csv-line
               perform process-delimited-detail
           else
               move corr-row to input-rec
               move corr-row to input-value
               perform validate-input-value
               if ws-value-valid = 'Y' then
                   perform store-input-value
               else
                   add 1 to ws-invalid-count
               end-if
           end-if.
           if num-count > ws-corr-snap-num
                   or ws-sel-out-count > ws-corr-snap-selcnt then
               move 'A' to corr-status
               add 1 to ws-corr-count
               compute ws-corr-sum = ws-corr-sum
                   + (total-sum - ws-corr-snap-total)
               compute ws-corr-sum = ws-corr-sum
                   + (ws-sel-out-sum - ws-corr-snap-selsum)
           else
               move 'R' to corr-status
               add 1 to ws-corr-rerej
               display "WARNING: correction for record " corr-recnum
                   " of " fname-inp (1:20) " failed the edits again"
           end-if.
           move rej-date to corr-app-date.
           move ws-corr-save-read to ws-records-read.
           move ws-corr-snap-dupcnt to ws-dupk-count.
           move ws-corr-snap-dupsum to ws-dupk-sum.
           move ws-corr-save-detail to ws-detail-read.


       replace-correction-file.
      *> Swaps the marked work copy in for the correction file, or
      *> just drops it when nothing changed. The file calls clobber
      *> return-code, which is preserved around them. STATFIX
      *> extends the correction file while operators work, so it is
      *> counted again before the swap, as STATARCH does: lines keyed
      *> since the copy was made are carried onto the end of the
      *> work copy unchanged, still pending for the next run, so the
      *> corrections applied here keep their marks and are not
      *> applied twice. If the file changed any other way the work
      *> copy is dropped and the original left as it was.
           move return-code to ws-save-rc.
           if ws-corr-changed = 'Y' then
               perform count-correction-lines
               if ws-corr-now > ws-corr-lines then
                   perform carry-late-corrections
                   perform count-correction-lines
               end-if
               if ws-corr-now not = ws-corr-lines then
                   call "CBL_DELETE_FILE" using fname-corr-wrk
                   display "WARNING: correction file " fname-corr
                       " changed while it was being marked; left as"
                       " it was, so this run's corrections still"
                       " read as pending"
               else
                   call "CBL_DELETE_FILE" using fname-corr
                   call "CBL_RENAME_FILE" using fname-corr-wrk
                       fname-corr
                   if return-code not = 0 then
                       display "WARNING: correction file " fname-corr
                           " could not be replaced; marked copy left"
                           " in " fname-corr-wrk
                   end-if
               end-if
           else
               call "CBL_DELETE_FILE" using fname-corr-wrk
           end-if.
           move ws-save-rc to return-code.


       count-correction-lines.
      *> Lines in the correction file as it stands now.
           move 0 to ws-corr-now.
           open input correction-file.
           if ws-corr-status = '00' then
               move 'N' to ws-corr-eof
               perform count-correction-line until ws-corr-eof = 'Y'
               close correction-file
           else
               if ws-corr-status = '05' then
                   close correction-file
               end-if
           end-if.


       count-correction-line.
           read correction-file
               at end move 'Y' to ws-corr-eof
               not at end add 1 to ws-corr-now
           end-read.


       carry-late-corrections.
      *> Copies the lines past the ones already in the work copy onto
      *> its end. A file that will not open leaves the line count as
      *> it was, so the swap is abandoned.
           move 0 to ws-corr-skip.
           move 0 to ws-corr-late.
           open input correction-file.
           open extend correction-work-file.
           if ws-corr-status not = '00' or ws-corw-status not = '00'
               then
               if ws-corr-status = '00' or ws-corr-status = '05' then
                   close correction-file
               end-if
               if ws-corw-status = '00' then
                   close correction-work-file
               end-if
           else
               move 'N' to ws-corr-eof
               perform carry-late-line until ws-corr-eof = 'Y'
               close correction-file
               close correction-work-file
               add ws-corr-late to ws-corr-lines
               display "WARNING: " ws-corr-late " correction(s) keyed"
                   " during this run left pending for the next run"
           end-if.


       carry-late-line.
           read correction-file into corr-line
               at end move 'Y' to ws-corr-eof
               not at end
                   add 1 to ws-corr-skip
                   if ws-corr-skip > ws-corr-lines then
                       write correction-work-rec from corr-line
                       add 1 to ws-corr-late
                   end-if
           end-read.


       write-reject.
      *> One reject record for the input row just rejected or
      *> flagged: its record number, the reason code already placed
           end-if.


       load-selection.
      *> Loads the selection card into sel-table-area. A card that
      *> cannot be opened, or a condition that makes no sense, stops
      *> the run the way an unusable layout card does: statistics
      *> over the wrong population are worse than none.
           move 0 to ws-sel-n.
           move 'Y' to ws-sel-ok.
           open input selection-file.
           if ws-sel-status not = '00' then
               display "ERROR: selection card " fname-sel
                   " open failed, status=" ws-sel-status
               move 'N' to ws-sel-ok
           else
               move 'N' to ws-sel-eof
               perform load-selection-entry until ws-sel-eof = 'Y'
               close selection-file
               if ws-sel-n = 0 then
                   display "WARNING: selection card " fname-sel
                       " holds no conditions; every row is kept"
               end-if
           end-if.


       load-selection-entry.
           read selection-file into sel-line
               at end
                   move 'Y' to ws-sel-eof
               not at end
                   if sel-line = spaces
                           or sel-c-type (1:1) = '*' then
                       continue
                   else
                       if ws-sel-n >= ws-sel-max then
                           display "ERROR: more than " ws-sel-max
                               " conditions in " fname-sel
                           move 'N' to ws-sel-ok
                           move 'Y' to ws-sel-eof
                       else
                           add 1 to ws-sel-n
                           perform parse-selection-line
                       end-if
                   end-if
           end-read.


       parse-selection-line.
      *> One condition line into table entry ws-sel-n. Range and
      *> date-range operands are converted once here, not per row.
           move function upper-case(sel-c-type) to sel-c-type.
           move function upper-case(sel-c-conn) to sel-c-conn.
           move function upper-case(sel-c-op) to sel-c-op.
           evaluate sel-c-type
               when 'INCLUDE'
                   move 'I' to sel-type(ws-sel-n)
               when 'EXCLUDE'
                   move 'E' to sel-type(ws-sel-n)
               when other
                   display "ERROR: selection condition " ws-sel-n
                       " must begin INCLUDE or EXCLUDE"
                   move 'N' to ws-sel-ok
           end-evaluate.
           evaluate sel-c-conn
               when 'OR '
                   move 'O' to sel-conn(ws-sel-n)
               when 'AND'
               when spaces
                   move 'A' to sel-conn(ws-sel-n)
               when other
                   display "ERROR: selection condition " ws-sel-n
                       " must be joined by AND or OR"
                   move 'N' to ws-sel-ok
           end-evaluate.
           move 0 to sel-col(ws-sel-n).
           move 0 to sel-len(ws-sel-n).
           if function trim(sel-c-col) is numeric then
               compute sel-col(ws-sel-n) = function numval(sel-c-col)
           end-if.
           if ws-input-mode = 'F' then
               if function trim(sel-c-len) is numeric then
                   compute sel-len(ws-sel-n) =
                       function numval(sel-c-len)
               end-if
               if sel-col(ws-sel-n) < 1 or sel-len(ws-sel-n) < 1
                       or sel-len(ws-sel-n) > 30
                       or sel-col(ws-sel-n) + sel-len(ws-sel-n) - 1
                           > ws-fix-reclen then
                   display "ERROR: selection condition " ws-sel-n
                       " needs an offset and a length of 1-30"
                       " inside the record"
                   move 'N' to ws-sel-ok
               end-if
           else
               if sel-col(ws-sel-n) < 1 or sel-col(ws-sel-n) > 20
                       then
                   display "ERROR: selection condition " ws-sel-n
                       " column must be 1-20"
                   move 'N' to ws-sel-ok
               end-if
           end-if.
           move sel-c-op to sel-op(ws-sel-n).
           move sel-c-low to sel-low(ws-sel-n).
           move sel-c-high to sel-high(ws-sel-n).
           move 'N' to sel-low-f(ws-sel-n).
           move 'N' to sel-high-f(ws-sel-n).
           move 0 to sel-low-n(ws-sel-n).
           move 0 to sel-high-n(ws-sel-n).
           move 0 to sel-list-n(ws-sel-n).
           evaluate sel-c-op
               when 'EQ'
               when 'NE'
                   continue
               when 'IN'
                   perform varying ws-sel-lidx from 1 by 1
                           until ws-sel-lidx > 10
                       move spaces
                           to sel-list-val(ws-sel-n, ws-sel-lidx)
                   end-perform
                   unstring sel-line (25:56) delimited by ','
                       into sel-list-val(ws-sel-n, 1)
                            sel-list-val(ws-sel-n, 2)
                            sel-list-val(ws-sel-n, 3)
                            sel-list-val(ws-sel-n, 4)
                            sel-list-val(ws-sel-n, 5)
                            sel-list-val(ws-sel-n, 6)
                            sel-list-val(ws-sel-n, 7)
                            sel-list-val(ws-sel-n, 8)
                            sel-list-val(ws-sel-n, 9)
                            sel-list-val(ws-sel-n, 10)
                       tallying in sel-list-n(ws-sel-n)
                   end-unstring
               when 'RG'
                   if sel-c-low not = spaces then
                       if function test-numval(sel-c-low) = 0 then
                           compute sel-low-n(ws-sel-n) =
                               function numval(sel-c-low)
                           move 'Y' to sel-low-f(ws-sel-n)
                       else
                           move 'N' to ws-sel-ok
                       end-if
                   end-if
                   if sel-c-high not = spaces then
                       if function test-numval(sel-c-high) = 0 then
                           compute sel-high-n(ws-sel-n) =
                               function numval(sel-c-high)
                           move 'Y' to sel-high-f(ws-sel-n)
                       else
                           move 'N' to ws-sel-ok
                       end-if
                   end-if
                   if ws-sel-ok not = 'Y' then
                       display "ERROR: selection condition " ws-sel-n
                           " range ends must be numeric"
                   end-if
               when 'DR'
                   if sel-c-low not = spaces then
                       move function trim(sel-c-low) to ws-date-work
                       perform parse-date-text
                       if ws-date-int = 0 then
                           move 'N' to ws-sel-ok
                       else
                           move ws-date-num to sel-low-n(ws-sel-n)
                           move 'Y' to sel-low-f(ws-sel-n)
                       end-if
                   end-if
                   if sel-c-high not = spaces then
                       move function trim(sel-c-high) to ws-date-work
                       perform parse-date-text
                       if ws-date-int = 0 then
                           move 'N' to ws-sel-ok
                       else
                           move ws-date-num to sel-high-n(ws-sel-n)
                           move 'Y' to sel-high-f(ws-sel-n)
                       end-if
                   end-if
                   if ws-sel-ok not = 'Y' then
                       display "ERROR: selection condition " ws-sel-n
                           " date range ends must be valid dates"
                   end-if
               when other
                   display "ERROR: selection condition " ws-sel-n
                       " operator must be EQ, NE, IN, RG or DR"
                   move 'N' to ws-sel-ok
           end-evaluate.


       apply-selection.
      *> Runs the current row past every condition in card order.
      *> Within each kind (INCLUDE, EXCLUDE) consecutive conditions
      *> joined by AND form one group and OR starts the next; the
      *> kind is satisfied when any group is. ws-sel-keep comes back
      *> 'N' for a row the card selects out.
           move 'N' to ws-sel-inc-has.
           move 'N' to ws-sel-inc-res.
           move 'Y' to ws-sel-inc-grp.
           move 'N' to ws-sel-exc-has.
           move 'N' to ws-sel-exc-res.
           move 'Y' to ws-sel-exc-grp.
           perform varying ws-sel-idx from 1 by 1
                   until ws-sel-idx > ws-sel-n
               perform test-selection
               if sel-type(ws-sel-idx) = 'I' then
                   if sel-conn(ws-sel-idx) = 'O'
                           and ws-sel-inc-has = 'Y' then
                       if ws-sel-inc-grp = 'Y' then
                           move 'Y' to ws-sel-inc-res
                       end-if
                       move 'Y' to ws-sel-inc-grp
                   end-if
                   move 'Y' to ws-sel-inc-has
                   if ws-sel-hit not = 'Y' then
                       move 'N' to ws-sel-inc-grp
                   end-if
               else
                   if sel-conn(ws-sel-idx) = 'O'
                           and ws-sel-exc-has = 'Y' then
                       if ws-sel-exc-grp = 'Y' then
                           move 'Y' to ws-sel-exc-res
                       end-if
                       move 'Y' to ws-sel-exc-grp
                   end-if
                   move 'Y' to ws-sel-exc-has
                   if ws-sel-hit not = 'Y' then
                       move 'N' to ws-sel-exc-grp
                   end-if
               end-if
           end-perform.
           if ws-sel-inc-has = 'Y' and ws-sel-inc-grp = 'Y' then
               move 'Y' to ws-sel-inc-res
           end-if.
           if ws-sel-exc-has = 'Y' and ws-sel-exc-grp = 'Y' then
               move 'Y' to ws-sel-exc-res
           end-if.
           move 'Y' to ws-sel-keep.
           if ws-sel-inc-has = 'Y' and ws-sel-inc-res not = 'Y' then
               move 'N' to ws-sel-keep
           end-if.
           if ws-sel-exc-res = 'Y' then
               move 'N' to ws-sel-keep
           end-if.


       test-selection.
      *> Condition ws-sel-idx against the current row; ws-sel-hit
      *> 'Y' when the row satisfies it. Fixed-layout fields are
      *> compared as the characters in the record, so selection
      *> there is on display fields.
           move 'N' to ws-sel-hit.
           move spaces to ws-fx-text.
           if ws-input-mode = 'F' then
               move ws-fix-rec (sel-col(ws-sel-idx):
                   sel-len(ws-sel-idx)) to ws-fx-text
           else
               move ws-csv-field(sel-col(ws-sel-idx)) to ws-fx-text
           end-if.
           move function trim(ws-fx-text) to ws-sel-text.
           evaluate sel-op(ws-sel-idx)
               when 'EQ'
                   move sel-low(ws-sel-idx) to ws-sel-cmp
                   perform selection-equal
                   move ws-sel-eq to ws-sel-hit
               when 'NE'
                   move sel-low(ws-sel-idx) to ws-sel-cmp
                   perform selection-equal
                   if ws-sel-eq not = 'Y' then
                       move 'Y' to ws-sel-hit
                   end-if
               when 'IN'
                   perform varying ws-sel-lidx from 1 by 1
                           until ws-sel-lidx > sel-list-n(ws-sel-idx)
                           or ws-sel-hit = 'Y'
                       move sel-list-val(ws-sel-idx, ws-sel-lidx)
                           to ws-sel-cmp
                       perform selection-equal
                       move ws-sel-eq to ws-sel-hit
                   end-perform
               when 'RG'
                   if ws-sel-text not = spaces
                           and function test-numval(ws-sel-text) = 0
                           then
                       compute ws-sel-num =
                           function numval(ws-sel-text)
                       perform selection-in-range
                   end-if
               when 'DR'
                   move ws-sel-text to ws-date-work
                   perform parse-date-text
                   if ws-date-int > 0 then
                       move ws-date-num to ws-sel-num
                       perform selection-in-range
                   end-if
           end-evaluate.


       selection-equal.
      *> Equal as text ignoring case and surrounding blanks, or, when
      *> both sides are numbers, equal in value (so 5 matches 5.00).
           move 'N' to ws-sel-eq.
           if function upper-case(function trim(ws-sel-text))
                   = function upper-case(function trim(ws-sel-cmp))
                   then
               move 'Y' to ws-sel-eq
           else
               if ws-sel-text not = spaces and ws-sel-cmp not = spaces
                       and function test-numval(ws-sel-text) = 0
                       and function test-numval(ws-sel-cmp) = 0 then
                   compute ws-sel-num = function numval(ws-sel-text)
                   compute ws-sel-cmp-num =
                       function numval(ws-sel-cmp)
                   if ws-sel-num = ws-sel-cmp-num then
                       move 'Y' to ws-sel-eq
                   end-if
               end-if
           end-if.


       selection-in-range.
      *> ws-sel-num against the condition's range; an end left blank
      *> on the card is open.
           move 'Y' to ws-sel-hit.
           if sel-low-f(ws-sel-idx) = 'Y'
                   and ws-sel-num < sel-low-n(ws-sel-idx) then
               move 'N' to ws-sel-hit
           end-if.
           if sel-high-f(ws-sel-idx) = 'Y'
                   and ws-sel-num > sel-high-n(ws-sel-idx) then
               move 'N' to ws-sel-hit
           end-if.


       count-selected-out.
      *> A row the selection card left out: counted, and its value
      *> summed when it has a readable one, so the control totals
      *> still account for every row of the extract.
           add 1 to ws-sel-out-count.
           if ws-input-mode = 'F' then
               move fixv-off to ws-fx-off
               move fixv-len to ws-fx-len
               move fixv-type to ws-fx-type
               move fixv-scale to ws-fx-scale
               perform extract-fixed-number
               if ws-fx-ok = 'Y' then
                   add ws-fx-result to ws-sel-out-sum
               end-if
           else
               if ws-csv-field(ws-value-col) not = spaces
                       and function test-numval
                       (ws-csv-field(ws-value-col)) = 0 then
                   compute ws-sel-out-sum = ws-sel-out-sum
                       + function numval(ws-csv-field(ws-value-col))
               end-if
           end-if.


       load-duplicate-keys.
      *> Breaks the '/'-separated duplicate-key columns into
      *> dupk-part-entry: a column number 1-20 for delimited input,
      *> an offset:length byte range inside the record for fixed
      *> layout. A part that is neither, or more than five parts,
      *> leaves ws-dupk-ok 'N' and file-check refuses the run.
           move spaces to dupk-parse-area.
           unstring ws-dup-keys delimited by '/'
               into dupk-parse-fld(1) dupk-parse-fld(2)
                    dupk-parse-fld(3) dupk-parse-fld(4)
                    dupk-parse-fld(5) dupk-parse-fld(6)
           end-unstring.
           if dupk-parse-fld(6) not = spaces then
               display "ERROR: more than 5 duplicate-key columns in '"
                   function trim(ws-dup-keys) "'"
               move 'N' to ws-dupk-ok
           end-if.
           perform varying ws-dupk-idx from 1 by 1
                   until ws-dupk-idx > 5
               if dupk-parse-fld(ws-dupk-idx) not = spaces then
                   add 1 to ws-dupk-n
                   move 0 to dupk-col(ws-dupk-n)
                   move 0 to dupk-len(ws-dupk-n)
                   if ws-input-mode = 'F' then
                       move spaces to ws-dupk-a ws-dupk-b
                       unstring dupk-parse-fld(ws-dupk-idx)
                           delimited by ':'
                           into ws-dupk-a ws-dupk-b
                       end-unstring
                       if function trim(ws-dupk-a) is numeric
                               and function trim(ws-dupk-b) is numeric
                               then
                           compute dupk-col(ws-dupk-n) =
                               function numval(ws-dupk-a)
                           compute dupk-len(ws-dupk-n) =
                               function numval(ws-dupk-b)
                       end-if
                       if dupk-col(ws-dupk-n) < 1
                               or dupk-len(ws-dupk-n) < 1
                               or dupk-len(ws-dupk-n) > 30
                               or dupk-col(ws-dupk-n)
                                   + dupk-len(ws-dupk-n) - 1
                                   > ws-fix-reclen then
                           move 'N' to ws-dupk-ok
                       end-if
                   else
                       if function trim(dupk-parse-fld(ws-dupk-idx))
                               is numeric then
                           compute dupk-col(ws-dupk-n) =
                               function numval
                               (dupk-parse-fld(ws-dupk-idx))
                       end-if
                       if dupk-col(ws-dupk-n) < 1
                               or dupk-col(ws-dupk-n) > 20 then
                           move 'N' to ws-dupk-ok
                       end-if
                   end-if
                   if ws-dupk-ok not = 'Y' then
                       display "ERROR: duplicate-key column '"
                           function trim(dupk-parse-fld(ws-dupk-idx))
                           "' is not usable for " fname-inp (1:20)
                   end-if
               end-if
           end-perform.


       clear-duplicate-keys.
      *> Empties the key table ahead of a pass over an input file.
           move spaces to dupk-table-area.
           move 0 to ws-dupk-used.
           move 'N' to ws-dupk-full.


       check-duplicate-key.
      *> Builds the current row's key from its key columns, '|'
      *> between parts, and looks it up in the key table: hashed to
      *> a slot, then probed forward one slot at a time to the key
      *> or an empty slot. Found sets ws-dupk-dup 'Y'; not found
      *> stores the key for the rows still to come. Every key starts
      *> with a '#' so that a blank key is never taken for an empty
      *> slot.
           move spaces to ws-dupk-key.
           move '#' to ws-dupk-key (1:1).
           move 2 to ws-dupk-kptr.
           perform varying ws-dupk-idx from 1 by 1
                   until ws-dupk-idx > ws-dupk-n
               move spaces to ws-dupk-part
               if ws-input-mode = 'F' then
                   move ws-fix-rec (dupk-col(ws-dupk-idx):
                       dupk-len(ws-dupk-idx)) to ws-dupk-part
                   move dupk-len(ws-dupk-idx) to ws-dupk-klen
               else
                   move ws-csv-field(dupk-col(ws-dupk-idx))
                       to ws-dupk-part
                   move function length(function trim
                       (ws-dupk-part trailing)) to ws-dupk-klen
                   if ws-dupk-part = spaces then
                       move 1 to ws-dupk-klen
                   end-if
               end-if
               if ws-dupk-idx > 1 and ws-dupk-kptr <= 40 then
                   move '|' to ws-dupk-key (ws-dupk-kptr:1)
                   add 1 to ws-dupk-kptr
               end-if
               if ws-dupk-kptr + ws-dupk-klen - 1 > 40 then
                   compute ws-dupk-klen = 41 - ws-dupk-kptr
               end-if
               if ws-dupk-klen > 0 then
                   move ws-dupk-part (1:ws-dupk-klen)
                       to ws-dupk-key (ws-dupk-kptr:ws-dupk-klen)
                   add ws-dupk-klen to ws-dupk-kptr
               end-if
           end-perform.
           move 0 to ws-dupk-hash.
           perform varying ws-dupk-c from 1 by 1 until ws-dupk-c > 40
               compute ws-dupk-hash = function mod(
                   ws-dupk-hash * 31
                   + function ord(ws-dupk-key (ws-dupk-c:1)),
                   ws-dupk-slots)
           end-perform.
           compute ws-dupk-slot = ws-dupk-hash + 1.
           perform until dupk-slot-key(ws-dupk-slot) = spaces
                   or dupk-slot-key(ws-dupk-slot) = ws-dupk-key
               add 1 to ws-dupk-slot
               if ws-dupk-slot > ws-dupk-slots then
                   move 1 to ws-dupk-slot
               end-if
           end-perform.
           if dupk-slot-key(ws-dupk-slot) = ws-dupk-key then
               move 'Y' to ws-dupk-dup
           else
               if ws-dupk-used < ws-dupk-limit then
                   move ws-dupk-key to dupk-slot-key(ws-dupk-slot)
                   add 1 to ws-dupk-used
               else
                   if ws-dupk-full not = 'Y' then
                       display "WARNING: duplicate-key table full at "
                           ws-dupk-used " keys in " fname-inp (1:20)
                           "; later rows are not checked"
                       move 'Y' to ws-dupk-full
                   end-if
               end-if
           end-if.


       count-duplicate-key.
      *> A row whose key repeats one already seen in the file: left
      *> out of the statistics and rejected as DUPLICATE, its value
      *> (every listed column's in multi-column mode) summed for the
      *> footer and the trailer reconciliation. The prior-period pass
      *> keeps out of the counters.
           if ws-period = 'C' then
               add 1 to ws-dupk-count
               if ws-mcol-n > 1 then
                   perform varying ws-mcol-idx from 1 by 1
                           until ws-mcol-idx > ws-mcol-n
                       if ws-csv-field(mcol-col(ws-mcol-idx))
                               not = spaces
                           and function test-numval
                               (ws-csv-field(mcol-col(ws-mcol-idx)))
                               = 0 then
                           compute ws-dupk-sum = ws-dupk-sum
                               + function numval
                               (ws-csv-field(mcol-col(ws-mcol-idx)))
                       end-if
                   end-perform
               else
                   add input-val to ws-dupk-sum
               end-if
           end-if.
           move 'DUPLICATE' to rej-reason.
           perform write-reject.


       open-fixed-input.
      *> Byte-level open of the fixed input; the running offset
      *> starts at zero and read-fixed-record walks it one record
      *> but sits outside the period blocks -- and goes to the
      *> reject file so the extract team can see it.
           move spaces to ws-period-key.
           move function trim(ws-csv-field(ws-date-col))
               to ws-date-work.
           perform parse-date-text.
           if ws-date-int = 0 then
               add 1 to ws-baddate-count
               display "WARNING: unusable date '"
           end-if.


       parse-date-text.
      *> The date in ws-date-work (yyyymmdd, yyyy-mm-dd, yyyy/mm/dd
      *> or mm/dd/yyyy) to ws-date-digits as yyyymmdd and ws-date-int
      *> as an integer date; ws-date-int is zero when it does not
      *> parse.
           move spaces to ws-date-digits.
           if ws-date-work (5:1) = '-' or ws-date-work (5:1) = '/'
                   then
               move ws-date-work (1:4) to ws-date-digits (1:4)
               move ws-date-work (6:2) to ws-date-digits (5:2)
               move ws-date-work (9:2) to ws-date-digits (7:2)
           else
               if ws-date-work (3:1) = '/' then
                   move ws-date-work (7:4) to ws-date-digits (1:4)
                   move ws-date-work (1:2) to ws-date-digits (5:2)
                   move ws-date-work (4:2) to ws-date-digits (7:2)
               else
                   move ws-date-work (1:8) to ws-date-digits
               end-if
           end-if.
           move 0 to ws-date-int.
           if ws-date-digits is numeric then
               move ws-date-digits to ws-date-num
      *> integer-of-date answers zero for a string of digits that is
      *> no calendar date (month 13, day 32).
               compute ws-date-int =
                   function integer-of-date(ws-date-num)
           end-if.


       store-mcol-values.
      *> One row into the per-column tables: each listed column's
      *> cell is edited and stored independently, so one bad cell
           string ws-sys-date (9:2) ':' ws-sys-date (11:2) ':'
               ws-sys-date (13:2)
               delimited by size into ws-run-time.
           move ws-sys-date (1:8) to rej-date.


       write-report-line.
               move footer-line-8 to ws-print-rec
               perform write-report-line
           end-if.
           if ws-sel-n > 0 then
               move ws-sel-out-count to out-selout-count
               move footer-line-10 to ws-print-rec
               perform write-report-line
               move ws-sel-out-sum to out-selout-sum
               move footer-line-11 to ws-print-rec
               perform write-report-line
           end-if.
           if ws-corr-count > 0 or ws-corr-rerej > 0 then
               move ws-corr-count to out-corr-count
               move footer-line-12 to ws-print-rec
               perform write-report-line
               move ws-corr-sum to out-corr-sum
               move footer-line-13 to ws-print-rec
               perform write-report-line
               move ws-corr-rerej to out-corr-rerej
               move footer-line-14 to ws-print-rec
               perform write-report-line
           end-if.
           if ws-dupk-n > 0 then
               move ws-dupk-count to out-dupk-count
               move footer-line-15 to ws-print-rec
               perform write-report-line
               move ws-dupk-sum to out-dupk-sum
               move footer-line-16 to ws-print-rec
               perform write-report-line
           end-if.
           if ws-rectype-mode = 'Y' then
               perform write-reconciliation
           end-if.
      *> the trailer hash total. Anything but an exact match on both
      *> -- including a trailer that never arrived or would not
      *> parse -- marks the run failed so a truncated transmission
      *> stops the downstream jobs. Rows the selection card left out
      *> were still sent, so their values count toward the hash, and
      *> so do rejected duplicate-key rows; STATFIX corrections were
      *> not, so theirs come back out.
           move ws-detail-read to out-detail-read.
           compute ws-recon-total = ws-footer-total + ws-sel-out-sum.
           compute ws-recon-total = ws-recon-total + ws-dupk-sum.
           compute ws-recon-total = ws-recon-total - ws-corr-sum.
           move recon-line-1 to ws-print-rec
           perform write-report-line.
           if ws-trl-found = 'Y' then
                   move 'BAD TRAILER' to out-recon-verdict
               else
                   if ws-trl-exp-cnt = ws-detail-read
                           and ws-trl-exp-amt = ws-recon-total
                           then
                       move 'BALANCED' to out-recon-verdict
                   else
               move 'Y' to ws-any-fail
               display "RECONCILIATION FAIL (" out-recon-verdict
                   ") for " fname-inp (1:20)
      *> The alert carries whichever side failed to tie: the record
      *> count if that is off, else the amount.
               move fname-inp to alrt-dataset
               move 'RECONCILIATION' to alrt-type
               move '1' to alrt-severity
               move ws-detail-read to alrt-value
               move 0 to alrt-limit
               if ws-trl-found = 'Y' and ws-trl-bad not = 'Y' then
                   if ws-trl-exp-cnt not = ws-detail-read then
                       move ws-trl-exp-cnt to alrt-limit
                   else
                       move ws-recon-total to alrt-value
                       move ws-trl-exp-amt to alrt-limit
                   end-if
               end-if
               perform write-alert
           end-if.
           move recon-line-4 to ws-print-rec
           perform write-report-line.


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


       write-history.
      *> Appends one line to fname-hist using the file-date/file-time
      *> already captured off the input file by file-check, so a run
           move num-count to hist-count.
           move mean to hist-mean.
           move ws-std-dev to hist-stddev.
           if ws-fp-done = 'Y' then
               move ws-fp-read to hist-read
               move ws-fp-hash to hist-hash
           else
               move spaces to hist-fp
           end-if.
           write history-rec from history-line.
           if ws-hist-status not = '00' then
               display "WARNING: history log " fname-hist
               move hist-year to mast-date (1:4)
               move hist-month to mast-date (5:2)
               move hist-day to mast-date (7:2)
      *> A day an operator has excluded through STATMAST stays
      *> excluded when it is rerun: only STATMAST sets or clears the
      *> flag, so its audit trail stays complete.
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
               move 'N' to ws-array-sorted
               move 0 to num-count
               compute total-sum = 0
               if ws-dupk-n > 0 then
                   perform clear-duplicate-keys
               end-if
               perform input-loop until feof = 'Y'
               if ws-group-col > 0 then
                   perform group-by-report
      *> The computation half on its own: every statistic lands in a
      *> ws- numeric field and nothing is written, so the prior-period
      *> comparison pass can run it quietly.
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
      *> Counts the sorted input-array into ws-hist-bins equal bins
      *> across its range, for the normal fit and the printed
      *> distribution alike. When every value is equal the range is
      *> a point and the first bin carries the whole count.
           move input-array(1) to ws-hist-lo.
           compute ws-hist-width =
               (input-array(num-count) - ws-hist-lo) / ws-hist-bins.
               end-if
               add 1 to hist-bin-count(ws-hist-idx)
           end-perform.


       compute-shape-stats.
      *> Skewness and excess kurtosis as the mean third and fourth
      *> powers of the standardized values, then the normal fit.
      *> Fewer than three values, or no spread at all, has no shape
      *> to measure: both figures stay zero and the fit is N/A.
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
      *> Walks the distribution bins low to high, adding each bin's
      *> observed count and its expected count under the normal curve
      *> (the first bin open to minus infinity, the last to plus
      *> infinity) into the current class, which is closed once it
      *> expects five values and the bins still to come expect five
      *> more.
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
      *> One pooled class into the statistic: (O - E) squared over E.
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
      *> Standard normal probability below ws-fit-z into
      *> ws-fit-cdf-hi, by the Abramowitz and Stegun polynomial
      *> (26.2.17, good to 7.5E-8). Worked one operation per COMPUTE
      *> so no intermediate loses its decimals.
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
      *> The critical value for ws-fit-df degrees of freedom at the
      *> run's significance level: off the table up to 30 df, by
      *> Wilson-Hilferty (df times the cube of 1 - 2/9df + z times
      *> the root of 2/9df) beyond it.
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
      *> Frequency distribution over the bins build-histogram-bins
      *> counted: one line per bin with its bounds, count, percentage
      *> of total, and an asterisk bar scaled so the fullest bin
      *> shows 30 stars. When every value is equal the range is a
      *> point and one line carries the whole count. The normal-fit
      *> verdict on the same bins closes the section.
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
