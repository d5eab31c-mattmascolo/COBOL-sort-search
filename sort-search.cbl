            file status is report-status.

         select except-file assign to "PROJ-Except.txt"
            organization is line sequential
            file status is except-status.

         select audit-file assign to "AUDIT-Log.txt"
            organization is line sequential
            organization is line sequential
            file status is dept-status.

         select gl-file assign to "GL-Extract.txt"
            organization is line sequential
            file status is gl-status.

         select gl-susp-file assign to "GL-Suspense.txt"
            organization is line sequential
            file status is gl-susp-status.

         select gl-recon-file assign to "GL-Recon.txt"
            organization is line sequential
            file status is gl-recon-status.

         select journal-file assign to "MASTER-Journal.txt"
            organization is line sequential
            file status is journal-status.

         select backout-file assign to "PROJ-Backout.txt"
            organization is line sequential
            file status is backout-status.

         select approval-file assign to "APPROVAL-Pending.txt"
            organization is line sequential
            file status is approval-status.

         select depend-file assign to "PROJ-Depend.txt"
            organization is line sequential
            file status is depend-status.

         select chain-file assign to "PROJ-Chain.txt"
            organization is line sequential
            file status is chain-status.

         select rates-file assign to "EXCH-Rates.txt"
            organization is line sequential
            file status is rates-status.

         select rkparm-file assign to "RISK-Parms.txt"
            organization is line sequential
            file status is rkparm-status.

         select risk-file assign to "PROJ-Risk.txt"
            organization is line sequential
            file status is risk-status.

         select stmt-file assign using stmt-name
            organization is line sequential
            file status is stmt-status.

         select stmt-idx-file assign to "STMT-Index.txt"
            organization is line sequential
            file status is stmt-idx-status.

         select bhist-file assign to "BATCH-History.txt"
            organization is line sequential
            file status is bhist-status.

         select trend-file assign to "BATCH-Trend.txt"
            organization is line sequential
            file status is trend-status.

         select pstat-file assign to "PERIOD-Stats.txt"
            organization is line sequential
            file status is pstat-status.

         select ptrend-file assign to "PROJ-Trend.txt"
            organization is line sequential
            file status is ptrend-status.

         select quar-file assign to "ORPHAN-Quarantine.txt"
            organization is line sequential
            file status is quar-status.

       data division.
       file section.
       fd master-file.
           05  msfile-desc       pic     x(30).
           05  msfile-due        pic     9(08).
           05  msfile-done       pic     x(01).
           05  msfile-done-date  pic     9(08).

       fd mstone-arch-file.
       01 mstone-arch-record.
           05  msafile-due         pic   9(08).
           05  msafile-done        pic   x(01).
           05  msafile-archived-on pic   9(08).
           05  msafile-done-date   pic   9(08).

       fd status-hist-file.
       01 status-hist-record.
           05  shfile-date       pic     9(08).
           05  shfile-time       pic     x(08).
           05  shfile-source     pic     x(12).
           05  shfile-oper       pic     x(08).
           05  shfile-approver   pic     x(08).

       fd oper-file.
       01 oper-file-record.
           05  bgfile-amount    pic     9(09)v99.
           05  bgfile-actual    pic     9(09)v99.
           05  bgfile-posted    pic     9(08).
           05  bgfile-currency  pic     x(03).

       fd btrans-file.
       01 btrans-file-record.
           05  btfile-idx       pic     9(05).
           05  btfile-amount    pic     9(09)v99.
           05  btfile-date      pic     9(08).
           05  btfile-currency  pic     x(03).

       fd bdisp-file.
       01 bdisp-record      pic     x(132).
       fd dept-file.
       01 dept-record       pic     x(132).

       fd gl-file.
       01 gl-file-record.
           05  glfile-type      pic     x(01).
           05  glfile-cost-ctr  pic     x(06).
           05  glfile-proj      pic     9(05).
           05  glfile-period    pic     9(06).
           05  glfile-amount    pic     9(09)v99.
           05  glfile-dr-cr     pic     x(01).
       01 gl-trailer-record.
           05  gltfile-type     pic     x(01).
           05  gltfile-count    pic     9(07).
           05  gltfile-debits   pic     9(11)v99.
           05  gltfile-credits  pic     9(11)v99.

       fd gl-susp-file.
       01 gl-susp-record.
           05  gsfile-cost-ctr  pic     x(06).
           05  gsfile-proj      pic     x(05).
           05  gsfile-period    pic     x(06).
           05  gsfile-amount    pic     x(11).
           05  gsfile-dr-cr     pic     x(01).
           05  gsfile-reason    pic     x(30).
           05  gsfile-date      pic     9(08).

       fd gl-recon-file.
       01 gl-recon-record   pic     x(132).

       fd journal-file.
       01 journal-file-record.
           05  jnfile-run-date  pic     9(08).
           05  jnfile-run-time  pic     x(08).
           05  jnfile-source    pic     x(08).
           05  jnfile-ref       pic     x(20).
           05  jnfile-oper      pic     x(08).
           05  jnfile-date      pic     9(08).
           05  jnfile-time      pic     x(08).
           05  jnfile-action    pic     x(01).
           05  jnfile-idx       pic     9(05).
           05  jnfile-before.
               10  jnfile-b-pname   pic x(38).
               10  jnfile-b-status  pic x(01).
               10  jnfile-b-owner   pic x(08).
               10  jnfile-b-start   pic x(08).
           05  jnfile-after.
               10  jnfile-a-pname   pic x(38).
               10  jnfile-a-status  pic x(01).
               10  jnfile-a-owner   pic x(08).
               10  jnfile-a-start   pic x(08).

       fd backout-file.
       01 backout-record    pic     x(132).

       fd approval-file.
       01 approval-file-record.
           05  apfile-seq        pic     9(05).
           05  apfile-type       pic     x(01).
           05  apfile-idx        pic     9(05).
           05  apfile-pname      pic     x(38).
           05  apfile-owner      pic     x(08).
           05  apfile-start-date pic     9(08).
           05  apfile-old-owner  pic     x(08).
           05  apfile-new-owner  pic     x(08).
           05  apfile-requester  pic     x(08).
           05  apfile-req-date   pic     9(08).
           05  apfile-req-time   pic     x(08).
           05  apfile-reason     pic     x(40).

       fd depend-file.
       01 depend-file-record.
           05  dpfile-idx        pic     9(05).
           05  dpfile-pred       pic     9(05).

       fd chain-file.
       01 chain-record      pic     x(132).

       fd rates-file.
       01 rates-file-record.
           05  erfile-currency   pic     x(03).
           05  erfile-period     pic     9(06).
           05  erfile-rate       pic     9(05)v9(06).

       fd rkparm-file.
       01 rkparm-file-record.
           05  rpfile-keyword    pic     x(21).
           05  rpfile-value      pic     9(05).

       fd risk-file.
       01 risk-record       pic     x(132).

       fd stmt-file.
       01 stmt-record       pic     x(132).

       fd stmt-idx-file.
       01 stmt-idx-record   pic     x(132).

       fd bhist-file.
       01 bhist-file-record.
           05  bhfile-run-date   pic     9(08).
           05  bhfile-run-time   pic     x(08).
           05  bhfile-step       pic     9(02).
           05  bhfile-name       pic     x(20).
           05  bhfile-start-date pic     9(08).
           05  bhfile-start-time pic     x(08).
           05  bhfile-end-date   pic     9(08).
           05  bhfile-end-time   pic     x(08).
           05  bhfile-elapsed    pic     9(07).
           05  bhfile-rc         pic     9(03).
           05  bhfile-label-1    pic     x(10).
           05  bhfile-count-1    pic     9(07).
           05  bhfile-label-2    pic     x(10).
           05  bhfile-count-2    pic     9(07).
           05  bhfile-label-3    pic     x(10).
           05  bhfile-count-3    pic     9(07).

       fd trend-file.
       01 trend-record      pic     x(132).

       fd pstat-file.
       01 pstat-summary-record.
           05  pssfile-type      pic     x(01).
           05  pssfile-period    pic     9(06).
           05  pssfile-close-date pic    9(08).
           05  pssfile-close-time pic    x(08).
           05  pssfile-oper      pic     x(08).
           05  pssfile-open      pic     9(05).
           05  pssfile-hold      pic     9(05).
           05  pssfile-closed    pic     9(05).
           05  pssfile-other     pic     9(05).
           05  pssfile-total     pic     9(05).
           05  pssfile-opened    pic     9(05).
           05  pssfile-closed-in pic     9(05).
           05  pssfile-budget    pic     9(11)v99.
           05  pssfile-actual    pic     9(11)v99.
           05  pssfile-ms-done   pic     9(05).
           05  pssfile-ms-overdue pic    9(05).
           05  pssfile-norate    pic     9(05).
           05  pssfile-reclose   pic     x(01).
       01 pstat-count-record.
           05  pscfile-type      pic     x(01).
           05  pscfile-period    pic     9(06).
           05  pscfile-close-date pic    9(08).
           05  pscfile-close-time pic    x(08).
           05  pscfile-key       pic     x(15).
           05  pscfile-open      pic     9(05).
           05  pscfile-hold      pic     9(05).
           05  pscfile-closed    pic     9(05).
           05  pscfile-total     pic     9(05).

       fd ptrend-file.
       01 ptrend-record     pic     x(132).

       fd quar-file.
       01 quar-file-record.
           05  qrfile-seq        pic     9(05).
           05  qrfile-source     pic     x(20).
           05  qrfile-idx        pic     9(05).
           05  qrfile-pos        pic     9(03).
           05  qrfile-reason     pic     x(30).
           05  qrfile-date       pic     9(08).
           05  qrfile-state      pic     x(01).
           05  qrfile-new-idx    pic     9(05).
           05  qrfile-image      pic     x(160).

       working-storage section.

       01  eof         pic     x       value 'n'.
           05  ms-desc         pic x(30).
           05  ms-due          pic 9(08).
           05  ms-done         pic x(01).
           05  ms-done-date    pic 9(08).
       01  ms-num          pic 9(05) value 0.
       01  mstone-status   pic x(02) value spaces.
       01  mstone-arch-status pic x(02) value spaces.
       01  hist-old        pic x(01) value spaces.
       01  hist-new        pic x(01) value spaces.
       01  hist-source     pic x(12) value spaces.
       01  hist-oper       pic x(08) value spaces.
       01  hist-approver   pic x(08) value spaces.

       01  oper-status     pic x(02) value spaces.
       01  oper-eof        pic x     value 'n'.
           05  bud-amount      pic 9(09)v99.
           05  bud-actual      pic 9(09)v99.
           05  bud-posted      pic 9(08).
           05  bud-currency    pic x(03).
       01  bud-num         pic 9(05) value 0.
       01  budget-status   pic x(02) value spaces.
       01  btrans-status   pic x(02) value spaces.
       01  var-nobud-count pic 9(05) value 0.
       01  var-orphan-count pic 9(05) value 0.

       01  gl-status       pic x(02) value spaces.
       01  gl-susp-status  pic x(02) value spaces.
       01  gl-recon-status pic x(02) value spaces.
       01  gl-eof          pic x     value 'n'.
       01  gl-trailer-found pic x    value 'n'.
       01  gl-in-balance   pic x     value 'n'.
       01  gl-reason       pic x(30) value spaces.
       01  gl-trl-count    pic 9(07) value 0.
       01  gl-trl-debits   pic 9(11)v99 value 0.
       01  gl-trl-credits  pic 9(11)v99 value 0.
       01  gl-read-count   pic 9(07) value 0.
       01  gl-read-debits  pic 9(11)v99 value 0.
       01  gl-read-credits pic 9(11)v99 value 0.
       01  gl-post-count   pic 9(07) value 0.
       01  gl-post-debits  pic 9(11)v99 value 0.
       01  gl-post-credits pic 9(11)v99 value 0.
       01  gl-susp-count   pic 9(07) value 0.
       01  gl-susp-debits  pic 9(11)v99 value 0.
       01  gl-susp-credits pic 9(11)v99 value 0.
       01  gl-tot-count    pic 9(07) value 0.
       01  gl-tot-debits   pic 9(11)v99 value 0.
       01  gl-tot-credits  pic 9(11)v99 value 0.
       01  gl-count-out    pic z(6)9.
       01  gl-amt-out      pic -(11)9.99.
       01  gl-amt-out-2    pic -(11)9.99.

       01  reassign-status pic x(02) value spaces.
       01  reassign-eof    pic x     value 'n'.
       01  reassign-old    pic x(08) value spaces.
       01  restart-mode    pic x     value 'n'.
       01  run-failed      pic x     value 'n'.
       01  batch-step      pic 9(02) value 0.
       01  batch-steps     pic 9(02) value 24.
       01  batch-rc        pic 9(03) value 0.
       01  step-done-tab.
           05  step-done       pic x(01) occurs 30 times.
       01  batch-step-names.
           05  filler pic x(20) value "MONTH-END CLOSE".
           05  filler pic x(20) value "CONSOLIDATE FEEDS".
           05  filler pic x(20) value "APPLY TRANSACTIONS".
           05  filler pic x(20) value "BUDGET TRANSACTIONS".
           05  filler pic x(20) value "GL ACTUALS INTERFACE".
           05  filler pic x(20) value "OWNER REASSIGNMENT".
           05  filler pic x(20) value "BATCH PURGE".
           05  filler pic x(20) value "INTEGRITY SWEEP".
           05  filler pic x(20) value "SORT TABLE".
           05  filler pic x(20) value "DELTA REPORT".
           05  filler pic x(20) value "REFRESH SNAPSHOT".
           05  filler pic x(20) value "DEPARTMENT REPORT".
           05  filler pic x(20) value "VARIANCE REPORT".
           05  filler pic x(20) value "AGING REPORT".
           05  filler pic x(20) value "DEPENDENCY REPORT".
           05  filler pic x(20) value "AT-RISK REPORT".
           05  filler pic x(20) value "OWNER STATEMENTS".
           05  filler pic x(20) value "APPROVAL EXCEPTIONS".
           05  filler pic x(20) value "STANDING EXTRACTS".
           05  filler pic x(20) value "AUDIT SUMMARY".
           05  filler pic x(20) value "AUDIT ROTATE".
           05  filler pic x(20) value "BATCH TREND REPORT".
       01  batch-step-name-tab redefines batch-step-names.
           05  step-name       pic x(20) occurs 24 times.

       01  journal-status  pic x(02) value spaces.
       01  backout-status  pic x(02) value spaces.
       01  journal-eof     pic x     value 'n'.
       01  jn-run-date     pic 9(08) value 0.
       01  jn-run-time     pic x(08) value spaces.
       01  jn-source       pic x(08) value spaces.
       01  jn-ref          pic x(20) value spaces.
       01  jn-action       pic x(01) value spaces.
       01  jn-idx          pic 9(05) value 0.
       01  jn-row          pic 9(05) value 0.
       01  jn-before.
           05  jn-b-pname      pic x(38).
           05  jn-b-status     pic x(01).
           05  jn-b-owner      pic x(08).
           05  jn-b-start      pic 9(08).
       01  jn-after.
           05  jn-a-pname      pic x(38).
           05  jn-a-status     pic x(01).
           05  jn-a-owner      pic x(08).
           05  jn-a-start      pic 9(08).
       01  jn-current.
           05  jn-c-pname      pic x(38).
           05  jn-c-status     pic x(01).
           05  jn-c-owner      pic x(08).
           05  jn-c-start      pic 9(08).
       01  jn-recno        pic 9(07) value 0.

       01  journal-runs  occurs 20 times.
           05  jr-date         pic 9(08).
           05  jr-time         pic x(08).
           05  jr-source       pic x(08).
           05  jr-ref          pic x(20).
           05  jr-oper         pic x(08).
           05  jr-count        pic 9(05).
           05  jr-last-rec     pic 9(07).
       01  jr-num          pic 9(02) value 0.
       01  jr-pick         pic 9(02) value 0.
       01  jr-new-run      pic x     value 'n'.
       01  jr              pic 9(02) value 0.

       01  backout-array  occurs 5000 times.
           05  bo-action       pic x(01).
           05  bo-idx          pic 9(05).
           05  bo-before       pic x(55).
           05  bo-after        pic x(55).
       01  bo-num          pic 9(05) value 0.
       01  bo              pic 9(05) value 0.
       01  bo-not-loaded   pic 9(05) value 0.
       01  bo-reversed     pic 9(05) value 0.
       01  bo-skipped      pic 9(05) value 0.
       01  bo-reason       pic x(40) value spaces.
       01  bo-confirm      pic x     value 'n'.
       01  bo-sub          pic 9(06) value 0.
       01  bo-idx-tab.
           05  bo-idx-flag     pic x(01) occurs 100000 times.

       01  approval-array  occurs 500 times.
           05  ap-seq          pic 9(05).
           05  ap-type         pic x(01).
           05  ap-idx          pic 9(05).
           05  ap-pname        pic x(38).
           05  ap-owner        pic x(08).
           05  ap-start-date   pic 9(08).
           05  ap-old-owner    pic x(08).
           05  ap-new-owner    pic x(08).
           05  ap-requester    pic x(08).
           05  ap-req-date     pic 9(08).
           05  ap-req-time     pic x(08).
           05  ap-reason       pic x(40).
           05  ap-state        pic x(01).
       01  appr-num        pic 9(03) value 0.
       01  appr-overflow   pic x     value 'n'.
       01  ap              pic 9(03) value 0.
       01  approval-status pic x(02) value spaces.
       01  approval-eof    pic x     value 'n'.
       01  except-status   pic x(02) value spaces.
       01  appr-type       pic x(01) value spaces.
       01  appr-type-desc  pic x(08) value spaces.
       01  appr-reason     pic x(40) value spaces.
       01  appr-decision   pic x     value spaces.
       01  appr-next-seq   pic 9(05) value 0.
       01  appr-void       pic x(40) value spaces.
       01  appr-applying   pic x     value 'n'.
       01  appr-requester  pic x(08) value spaces.
       01  appr-max-days   pic 9(03) value 3.
       01  appr-days       pic 9(05) value 0.
       01  appr-overdue    pic 9(05) value 0.
       01  appr-approved   pic 9(03) value 0.
       01  appr-rejected   pic 9(03) value 0.
       01  appr-seq-out    pic 9(05).

       01  dependency-array occurs 5000 times.
           05  dep-idx         pic 9(05).
           05  dep-pred        pic 9(05).
       01  dep-num         pic 9(05) value 0.
       01  dp              pic 9(05) value 0.
       01  dq              pic 9(05) value 0.
       01  dep-not-loaded  pic 9(05) value 0.
       01  depend-status   pic x(02) value spaces.
       01  depend-eof      pic x     value 'n'.
       01  chain-status    pic x(02) value spaces.
       01  check-idx       pic 9(05) value 0.
       01  dep-action      pic x     value spaces.
           88  dep-add                value 'A' 'a'.
           88  dep-delete             value 'D' 'd'.
       01  dep-maint-idx   pic 9(05) value 0.
       01  dep-maint-pred  pic 9(05) value 0.
       01  dep-row         pic 9(05) value 0.
       01  dep-look-idx    pic 9(05) value 0.
       01  dep-look-row    pic 9(05) value 0.
       01  dep-look-sub    pic 9(05) value 0.
       01  dep-cycle       pic x     value 'n'.
       01  dep-successors  pic 9(05) value 0.
       01  dep-open-succ   pic 9(05) value 0.
       01  dep-pred-out    pic 9(05).
       01  dep-stack       occurs 5000 times.
           05  dep-stk-idx     pic 9(05).
           05  dep-stk-lvl     pic 9(03).
       01  dep-top         pic 9(05) value 0.
       01  dep-level       pic 9(03) value 0.
       01  dep-col         pic 9(03) value 0.
       01  dep-seen-tab.
           05  dep-seen        pic x(01) occurs 100000 times.
       01  dep-chains      pic 9(05) value 0.
       01  dep-blocking    pic 9(05) value 0.
       01  dep-line        pic x(132) value spaces.
       01  dep-flag-out    pic x(10) value spaces.
       01  purge-held      pic 9(05) value 0.

       01  bhist-status    pic x(02) value spaces.
       01  bhist-eof       pic x     value 'n'.
       01  trend-status    pic x(02) value spaces.
       01  bh-run-date     pic 9(08) value 0.
       01  bh-run-time     pic x(08) value spaces.
       01  bh-start-date   pic 9(08) value 0.
       01  bh-start-time   pic x(08) value spaces.
       01  bh-end-date     pic 9(08) value 0.
       01  bh-end-time     pic x(08) value spaces.
       01  bh-time-work.
           05  bh-tw-hh        pic 9(02).
           05  bh-tw-mm        pic 9(02).
           05  bh-tw-ss        pic 9(02).
           05  bh-tw-cc        pic 9(02).
       01  bh-start-day    pic 9(07) value 0.
       01  bh-end-day      pic 9(07) value 0.
       01  bh-start-secs   pic 9(05) value 0.
       01  bh-end-secs     pic 9(05) value 0.
       01  bh-elapsed      pic 9(07) value 0.
       01  bh-rc           pic 9(03) value 0.
       01  bh-label-1      pic x(10) value spaces.
       01  bh-label-2      pic x(10) value spaces.
       01  bh-label-3      pic x(10) value spaces.
       01  bh-count-1      pic 9(07) value 0.
       01  bh-count-2      pic 9(07) value 0.
       01  bh-count-3      pic 9(07) value 0.
       01  bh-runs         occurs 30 times.
           05  bhr-key         pic x(16).
           05  bhr-total       pic 9(07).
       01  bh-run-num      pic 9(02) value 0.
       01  bh-r            pic 9(02) value 0.
       01  bh-key          pic x(16) value spaces.
       01  bh-last-key     pic x(16) value spaces.
       01  bh-steps        occurs 40 times.
           05  bhs-name        pic x(20).
           05  bhs-runs        pic 9(03).
           05  bhs-total       pic 9(09).
           05  bhs-worst       pic 9(07).
           05  bhs-latest      pic 9(07).
           05  bhs-latest-rc   pic 9(03).
       01  bhs-num         pic 9(02) value 0.
       01  bhs             pic 9(02) value 0.
       01  bhs-row         pic 9(02) value 0.
       01  bh-sum          pic 9(09) value 0.
       01  bh-avg          pic 9(07) value 0.
       01  bh-worst        pic 9(07) value 0.
       01  bh-slow-pct     pic 9(03) value 150.
       01  bh-slow-min     pic 9(05) value 30.
       01  bh-slow-count   pic 9(05) value 0.
       01  bh-flag         pic x(10) value spaces.
       01  bh-runs-out     pic 9(03).
       01  bh-avg-out      pic 9(07).
       01  bh-worst-out    pic 9(07).
       01  bh-last-out     pic 9(07).
       01  bh-rc-out       pic 9(03).
       01  bh-pct-out      pic 9(03).
       01  bh-secs-out     pic 9(05).
       01  ext-files       pic 9(05) value 0.
       01  ext-total-rows  pic 9(07) value 0.

       01  base-currency   pic x(03) value "USD".
       01  rate-array      occurs 1000 times.
           05  rt-currency     pic x(03).
           05  rt-period       pic 9(06).
           05  rt-rate         pic 9(05)v9(06).
       01  rt-num          pic 9(04) value 0.
       01  rt              pic 9(04) value 0.
       01  rt-not-loaded   pic 9(05) value 0.
       01  rates-status    pic x(02) value spaces.
       01  rates-eof       pic x     value 'n'.
       01  rate-curr       pic x(03) value spaces.
       01  rate-period     pic 9(06) value 0.
       01  rate-row        pic 9(04) value 0.
       01  rate-value      pic 9(05)v9(06) value 0.
       01  rate-found      pic x     value 'n'.
       01  rate-action     pic x     value spaces.
           88  rate-add               value 'A' 'a'.
           88  rate-delete            value 'D' 'd'.
       01  rate-in-curr    pic x(03) value spaces.
       01  rate-in-period  pic 9(06) value 0.
       01  rate-in-value   pic 9(05)v9(06) value 0.
       01  rate-year       pic 9(04) value 0.
       01  rate-month      pic 9(02) value 0.
       01  rate-out        pic 9(05).9(06).
       01  bt-currency     pic x(03) value spaces.
       01  gl-post-amt     pic 9(09)v99 value 0.
       01  var-base-budget pic 9(11)v99 value 0.
       01  var-base-actual pic 9(11)v99 value 0.
       01  var-base-amt    pic s9(11)v99 value 0.
       01  var-base-tot-b  pic 9(13)v99 value 0.
       01  var-base-tot-a  pic 9(13)v99 value 0.
       01  var-norate-count pic 9(05) value 0.
       01  base-out        pic -(11)9.99.
       01  base-out-2      pic -(11)9.99.
       01  base-var-out    pic -(11)9.99.
       01  base-tot-out    pic -(13)9.99.

       01  rkparm-status   pic x(02) value spaces.
       01  rkparm-eof      pic x     value 'n'.
       01  risk-status     pic x(02) value spaces.
       01  rk-hist-eof     pic x     value 'n'.
       01  rk-pts-ms       pic 9(05) value 0.
       01  rk-pts-budget   pic 9(05) value 0.
       01  rk-age-days-1   pic 9(05) value 0.
       01  rk-pts-age-1    pic 9(05) value 0.
       01  rk-age-days-2   pic 9(05) value 0.
       01  rk-pts-age-2    pic 9(05) value 0.
       01  rk-hold-days    pic 9(05) value 0.
       01  rk-pts-hold     pic 9(05) value 0.
       01  rk-pts-inactive pic 9(05) value 0.
       01  rk-pts-missing  pic 9(05) value 0.
       01  rk-at-risk      pic 9(05) value 0.
       01  risk-list  occurs 5000 times.
           05  rk-score        pic 9(05).
           05  rk-row          pic 9(05).
           05  rk-ms           pic 9(03).
           05  rk-bud          pic x(01).
           05  rk-age          pic 9(05).
           05  rk-hold         pic 9(05).
           05  rk-own          pic x(08).
           05  rk-dept         pic x(15).
       01  rk-temp         pic x(47) value spaces.
       01  rk-num          pic 9(05) value 0.
       01  rk              pic 9(05) value 0.
       01  rk-swaps        pic 9     value 1.
       01  rk-days         pic 9(07) value 0.
       01  rk-hold-tab.
           05  rk-hold-date    pic 9(08) occurs 5000 times.
       01  risk-dept  occurs 100 times.
           05  rd-dept         pic x(15).
           05  rd-projects     pic 9(05).
           05  rd-at-risk      pic 9(05).
           05  rd-score        pic 9(07).
       01  rk-dept-num     pic 9(03) value 0.
       01  rkd             pic 9(03) value 0.
       01  rd-row          pic 9(03) value 0.
       01  rk-at-risk-count pic 9(05) value 0.
       01  rk-pts-out      pic 9(05).
       01  rk-pts-out-2    pic 9(05).
       01  rk-days-out     pic 9(05).
       01  rk-days-out-2   pic 9(05).
       01  rk-total-out    pic 9(07).
       01  rk-rank-out     pic 9(04).
       01  rk-score-out    pic 9(05).
       01  rk-ms-out       pic 9(03).
       01  rk-ms-x         pic x(03) value spaces.
       01  rk-bud-x        pic x(03) value spaces.
       01  rk-age-x        pic x(05) value spaces.
       01  rk-hold-x       pic x(05) value spaces.
       01  rk-mark         pic x(01) value spaces.

       01  stmt-name       pic x(40) value spaces.
       01  stmt-status     pic x(02) value spaces.
       01  stmt-idx-status pic x(02) value spaces.
       01  stmt-hist-eof   pic x     value 'n'.
       01  stmt-days       pic 9(03) value 30.
       01  stmt-written    pic 9(05) value 0.
       01  stmt-no-activity pic 9(05) value 0.
       01  stmt-projects   pic 9(05) value 0.
       01  stmt-open-ms    pic 9(05) value 0.
       01  stmt-overdue-ms pic 9(05) value 0.
       01  stmt-changes    pic 9(05) value 0.
       01  stmt-own-row    pic 9(05) value 0.
       01  st-o            pic 9(03) value 0.
       01  recent-hist  occurs 5000 times.
           05  sh-idx          pic 9(05).
           05  sh-old          pic x(01).
           05  sh-new          pic x(01).
           05  sh-date         pic 9(08).
           05  sh-source       pic x(12).
       01  sh-num          pic 9(05) value 0.
       01  sh              pic 9(05) value 0.

       01  pstat-status    pic x(02) value spaces.
       01  ptrend-status   pic x(02) value spaces.
       01  pstat-eof       pic x     value 'n'.
       01  pc-hist-eof     pic x     value 'n'.
       01  pc-period       pic 9(06) value 0.
       01  pc-year         pic 9(04) value 0.
       01  pc-month        pic 9(02) value 0.
       01  pc-start        pic 9(08) value 0.
       01  pc-end          pic 9(08) value 0.
       01  pc-close-date   pic 9(08) value 0.
       01  pc-close-time   pic x(08) value spaces.
       01  pc-force        pic x     value 'n'.
       01  pc-prior-closed pic x     value 'n'.
       01  pc-current      pic 9(06) value 0.
       01  pc-prior-period pic 9(06) value 0.
       01  pc-ran          pic x     value 'n'.
       01  pc-quot         pic 9(07) value 0.
       01  pc-weekday      pic 9(01) value 0.
       01  pc-open         pic 9(05) value 0.
       01  pc-hold         pic 9(05) value 0.
       01  pc-closed       pic 9(05) value 0.
       01  pc-other        pic 9(05) value 0.
       01  pc-total        pic 9(05) value 0.
       01  pc-opened       pic 9(05) value 0.
       01  pc-closed-in    pic 9(05) value 0.
       01  pc-ms-done      pic 9(05) value 0.
       01  pc-ms-overdue   pic 9(05) value 0.
       01  pc-norate       pic 9(05) value 0.
       01  pc-budget       pic 9(11)v99 value 0.
       01  pc-actual       pic 9(11)v99 value 0.
       01  pc-dept-counts  occurs 100 times.
           05  pcd-dept        pic x(15).
           05  pcd-open        pic 9(05).
           05  pcd-hold        pic 9(05).
           05  pcd-closed      pic 9(05).
           05  pcd-total       pic 9(05).
       01  pcd-num         pic 9(03) value 0.
       01  pcd             pic 9(03) value 0.
       01  pcd-row         pic 9(03) value 0.
       01  pc-owner-counts occurs 500 times.
           05  pcw-owner       pic x(08).
           05  pcw-open        pic 9(05).
           05  pcw-hold        pic 9(05).
           05  pcw-closed      pic 9(05).
           05  pcw-total       pic 9(05).
       01  pcw-num         pic 9(03) value 0.
       01  pcw             pic 9(03) value 0.
       01  pcw-row         pic 9(03) value 0.
       01  trend-period    occurs 240 times.
           05  tp-period       pic 9(06).
           05  tp-close-date   pic 9(08).
           05  tp-close-time   pic x(08).
           05  tp-open         pic 9(05).
           05  tp-hold         pic 9(05).
           05  tp-closed       pic 9(05).
           05  tp-total        pic 9(05).
           05  tp-opened       pic 9(05).
           05  tp-closed-in    pic 9(05).
           05  tp-ms-done      pic 9(05).
           05  tp-ms-overdue   pic 9(05).
           05  tp-budget       pic 9(11)v99.
           05  tp-actual       pic 9(11)v99.
           05  tp-norate       pic 9(05).
       01  tp-temp         pic x(100) value spaces.
       01  tp-num          pic 9(03) value 0.
       01  tp              pic 9(03) value 0.
       01  tp-row          pic 9(03) value 0.
       01  tp-first        pic 9(03) value 0.
       01  tp-col          pic 9(02) value 0.
       01  tp-swaps        pic 9     value 0.
       01  trend-dept      occurs 100 times.
           05  tpd-dept        pic x(15).
           05  tpd-open        pic 9(05) occurs 12 times.
       01  tpd-num         pic 9(03) value 0.
       01  tpd             pic 9(03) value 0.
       01  tpd-row         pic 9(03) value 0.
       01  tr-line         pic x(132) value spaces.
       01  tr-col          pic 9(03) value 0.
       01  tr-metric       pic 9(02) value 0.
       01  tr-num-out      pic z(8)9.
       01  tr-period-out   pic 9(06).

       01  quar-status     pic x(02) value spaces.
       01  quar-eof        pic x     value 'n'.
       01  integ-counts    occurs 9 times.
           05  ig-file         pic x(20).
           05  ig-checked      pic 9(05).
           05  ig-orphans      pic 9(05).
       01  ig              pic 9(02) value 0.
       01  ig-f            pic 9(02) value 0.
       01  ig-eof          pic x     value 'n'.
       01  ig-total-orphans pic 9(05) value 0.
       01  ig-quarantined  pic 9(05) value 0.
       01  ig-keep         pic 9(05) value 0.
       01  ig-orph-idx     pic 9(05) value 0.
       01  ig-pos          pic 9(03) value 0.
       01  ig-reason       pic x(30) value spaces.
       01  ig-image        pic x(160) value spaces.
       01  ig-next-seq     pic 9(05) value 0.
       01  ig-listed       pic 9(05) value 0.
       01  ig-seq-in       pic 9(05) value 0.
       01  ig-new-idx      pic 9(05) value 0.
       01  ig-seq-3        pic 9(03) value 0.
       01  ig-reattach-ok  pic x     value 'n'.
       01  ig-trans-adds   occurs 1000 times.
           05  ig-add-idx      pic 9(05).
       01  ig-add-num      pic 9(04) value 0.
       01  ig-add          pic 9(04) value 0.
       01  ig-jn-last-tab.
           05  ig-jn-last      pic x(01) occurs 100000 times.
       01  quarantine-array occurs 2000 times.
           05  qa-seq          pic 9(05).
           05  qa-source       pic x(20).
           05  qa-idx          pic 9(05).
           05  qa-pos          pic 9(03).
           05  qa-reason       pic x(30).
           05  qa-date         pic 9(08).
           05  qa-state        pic x(01).
           05  qa-new-idx      pic 9(05).
           05  qa-image        pic x(160).
       01  qa-num          pic 9(04) value 0.
       01  qa              pic 9(04) value 0.
       01  qa-row          pic 9(04) value 0.
       01  qa-seq-out      pic 9(05).
       01  qa-overflow     pic x     value 'n'.

       01  parm-data        pic x(80)   value spaces.

           perform 120-load-owners
           perform 100-load-file
           perform 130-load-milestones
           perform 140-load-dependencies

           if running-batch
               perform 020-init-batch-run
                       perform 830-archive-inquiry
                   when 'R'
                       perform 840-restore-backup
                   when 'B'
                       perform 845-backout-run
                   when 'P'
                       perform 725-approval-queue
                   when 'F'
                       perform 693-maintain-rates
                   when 'I'
                       perform 910-import-master
                   when 'X'
                       perform 670-consolidate-feeds
                   when 'M'
                       perform 710-maintain-milestones
                   when 'D'
                       perform 730-maintain-dependencies
                   when 'L'
                       perform 736-dependency-report
                   when 'H'
                       perform 030-batch-trend-report
                   when 'K'
                       perform 880-risk-report
                   when 'O'
                       perform 960-month-end-prompt
                   when 'V'
                       perform 966-period-trend-report
                   when 'S'
                       perform 780-integrity-sweep
                   when 'N'
                       perform 795-reattach-quarantine
                   when 'W'
                       perform 715-reassign-owner
                   when 'T'
               stop run
           end-if
           move 'n' to run-failed
           accept bh-run-date from date yyyymmdd
           accept bh-run-time from time
           perform varying k from 1 by 1 until k > batch-steps
               move 'n' to step-done(k)
           end-perform
           if parm-data(7:7) = "RESTART" or parm-data(7:7) = "restart"
                     at end
                       move 'y' to ckpt-eof
                     not at end
                       if ckfile-step >= 1
                           and ckfile-step <= batch-steps
                           move 'y' to step-done(ckfile-step)
                       end-if
                   end-read
               display "batch step " batch-step " "
                   step-name(batch-step) " already complete -- skipped"
           else
               perform 026-start-step-timer
               evaluate batch-step
                   when 1
                       perform 961-month-end-batch
                   when 2
                       perform 670-consolidate-feeds
                   when 3
                       perform 650-apply-transactions
                   when 4
                       perform 690-apply-budget-trans
                   when 5
                       perform 695-gl-interface
                   when 6
                       perform 716-batch-reassign
                   when 7
                       perform 815-batch-purge
                   when 8
                       perform 780-integrity-sweep
                   when 9
                       perform 400-sort-table
                   when 10
                       perform 970-delta-report
                   when 11
                       perform 975-refresh-snapshot
                   when 12
                       perform 800-print-report
                   when 13
                       perform 810-print-summary
                   when 14
                       perform 990-dept-report
                   when 15
                       perform 980-variance-report
                   when 16
                       perform 860-aging-report
                   when 17
                       perform 736-dependency-report
                   when 18
                       perform 880-risk-report
                   when 19
                       perform 955-owner-statements
                   when 20
                       perform 728-approval-exceptions
                   when 21
                       perform 983-batch-extracts
                   when 22
                       perform 938-prior-date
                       perform 935-audit-summary
                   when 23
                       perform 940-audit-rotate
                   when 24
                       perform 030-batch-trend-report
               end-evaluate
               perform 027-write-step-history
               if run-failed = 'y'
                   compute batch-rc = 10 + batch-step
                   display "batch step " batch-step " "
               perform 028-write-checkpoint
           end-if.

       026-start-step-timer.
           accept bh-start-date from date yyyymmdd
           accept bh-start-time from time.

       027-write-step-history.
           accept bh-end-date from date yyyymmdd
           accept bh-end-time from time
           move bh-start-date to check-date
           perform 870-compute-day-number
           move day-number to bh-start-day
           move bh-start-time to bh-time-work
           compute bh-start-secs = bh-tw-hh * 3600 + bh-tw-mm * 60
               + bh-tw-ss
           move bh-end-date to check-date
           perform 870-compute-day-number
           move day-number to bh-end-day
           move bh-end-time to bh-time-work
           compute bh-end-secs = bh-tw-hh * 3600 + bh-tw-mm * 60
               + bh-tw-ss
           if bh-end-day * 86400 + bh-end-secs
               < bh-start-day * 86400 + bh-start-secs
               move 0 to bh-elapsed
           else
               compute bh-elapsed = (bh-end-day - bh-start-day) * 86400
                   + bh-end-secs - bh-start-secs
           end-if
           if run-failed = 'y'
               compute bh-rc = 10 + batch-step
           else
               move 0 to bh-rc
           end-if

           move spaces to bh-label-1
           move spaces to bh-label-2
           move spaces to bh-label-3
           move 0 to bh-count-1
           move 0 to bh-count-2
           move 0 to bh-count-3
           evaluate step-name(batch-step)
               when "MONTH-END CLOSE"
                   move "CLOSED" to bh-label-1
                   if pc-ran = 'y'
                       move 1 to bh-count-1
                   else
                       move 0 to bh-count-1
                   end-if
                   move "PROJECTS" to bh-label-2
                   move pc-total to bh-count-2
               when "CONSOLIDATE FEEDS"
                   move "ADDED" to bh-label-1
                   move cons-added to bh-count-1
                   move "DUPLICATES" to bh-label-2
                   move cons-dups to bh-count-2
                   move "CONFLICTS" to bh-label-3
                   move cons-conflicts to bh-count-3
               when "APPLY TRANSACTIONS"
                   move "ACCEPTED" to bh-label-1
                   move trans-accepted to bh-count-1
                   move "REJECTED" to bh-label-2
                   move trans-rejected to bh-count-2
               when "BUDGET TRANSACTIONS"
                   move "ACCEPTED" to bh-label-1
                   move bt-accepted to bh-count-1
                   move "REJECTED" to bh-label-2
                   move bt-rejected to bh-count-2
               when "GL ACTUALS INTERFACE"
                   move "READ" to bh-label-1
                   move gl-read-count to bh-count-1
                   move "POSTED" to bh-label-2
                   move gl-post-count to bh-count-2
                   move "SUSPENSE" to bh-label-3
                   move gl-susp-count to bh-count-3
               when "OWNER REASSIGNMENT"
                   move "REASSIGNED" to bh-label-1
                   move reassign-total to bh-count-1
               when "BATCH PURGE"
                   move "PURGED" to bh-label-1
                   move purge-count to bh-count-1
                   move "HELD" to bh-label-2
                   move purge-held to bh-count-2
               when "INTEGRITY SWEEP"
                   move "ORPHANS" to bh-label-1
                   move ig-total-orphans to bh-count-1
                   move "QUARANTINE" to bh-label-2
                   move ig-quarantined to bh-count-2
               when "DELTA REPORT"
                   move "ADDS" to bh-label-1
                   move delta-adds to bh-count-1
                   move "DELETES" to bh-label-2
                   move delta-deletes to bh-count-2
                   move "CHANGES" to bh-label-3
                   move delta-changes to bh-count-3
               when "VARIANCE REPORT"
                   move "OPEN" to bh-label-1
                   move var-open-count to bh-count-1
                   move "OVERRUN" to bh-label-2
                   move var-over-count to bh-count-2
                   move "NO BUDGET" to bh-label-3
                   move var-nobud-count to bh-count-3
               when "AGING REPORT"
                   move "AGED" to bh-label-1
                   move ag-num to bh-count-1
                   move "BAD DATES" to bh-label-2
                   move bad-date-count to bh-count-2
               when "DEPENDENCY REPORT"
                   move "CHAINS" to bh-label-1
                   move dep-chains to bh-count-1
                   move "LINKS" to bh-label-2
                   move dep-num to bh-count-2
                   move "BLOCKING" to bh-label-3
                   move dep-blocking to bh-count-3
               when "AT-RISK REPORT"
                   move "SCORED" to bh-label-1
                   move rk-num to bh-count-1
                   move "AT RISK" to bh-label-2
                   move rk-at-risk-count to bh-count-2
               when "OWNER STATEMENTS"
                   move "WRITTEN" to bh-label-1
                   move stmt-written to bh-count-1
                   move "IDLE" to bh-label-2
                   move stmt-no-activity to bh-count-2
               when "APPROVAL EXCEPTIONS"
                   move "PENDING" to bh-label-1
                   move appr-num to bh-count-1
                   move "OVERDUE" to bh-label-2
                   move appr-overdue to bh-count-2
               when "STANDING EXTRACTS"
                   move "FILES" to bh-label-1
                   move ext-files to bh-count-1
                   move "ROWS" to bh-label-2
                   move ext-total-rows to bh-count-2
               when "AUDIT SUMMARY"
                   move "ENTRIES" to bh-label-1
                   move cnt-total to bh-count-1
               when "AUDIT ROTATE"
                   move "ARCHIVED" to bh-label-1
                   move rotate-count to bh-count-1
               when other
                   move "ROWS" to bh-label-1
                   move num to bh-count-1
           end-evaluate

           open input bhist-file
           if bhist-status = "35"
               open output bhist-file
               close bhist-file
           else
               close bhist-file
           end-if
           open extend bhist-file
           move bh-run-date to bhfile-run-date
           move bh-run-time to bhfile-run-time
           move batch-step to bhfile-step
           move step-name(batch-step) to bhfile-name
           move bh-start-date to bhfile-start-date
           move bh-start-time to bhfile-start-time
           move bh-end-date to bhfile-end-date
           move bh-end-time to bhfile-end-time
           move bh-elapsed to bhfile-elapsed
           move bh-rc to bhfile-rc
           move bh-label-1 to bhfile-label-1
           move bh-count-1 to bhfile-count-1
           move bh-label-2 to bhfile-label-2
           move bh-count-2 to bhfile-count-2
           move bh-label-3 to bhfile-label-3
           move bh-count-3 to bhfile-count-3
           write bhist-file-record
           close bhist-file.

       028-write-checkpoint.
           accept audit-date from date yyyymmdd
           accept run-time from time
           open output ckpt-file
           close ckpt-file.

       030-batch-trend-report.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           move 0 to bh-run-num
           move 0 to bhs-num
           move 0 to bh-slow-count
           move spaces to bh-last-key
           move 'n' to bhist-eof
           open input bhist-file
           if bhist-status = "00"
               perform until bhist-eof = 'y'
                   read bhist-file
                     at end
                       move 'y' to bhist-eof
                     not at end
                       perform 031-collect-trend-run
                   end-read
               end-perform
               close bhist-file
           end-if
           if bh-run-num > 0
               move 'n' to bhist-eof
               open input bhist-file
               perform until bhist-eof = 'y'
                   read bhist-file
                     at end
                       move 'y' to bhist-eof
                     not at end
                       perform 032-collect-trend-step
                   end-read
               end-perform
               close bhist-file
           end-if

           open output trend-file
           if trend-status not = "00"
               display "cannot open batch trend report, status "
                   trend-status
               move 'y' to run-failed
           else
               move spaces to trend-record
               string "BATCH WINDOW TREND REPORT -- RUN DATE: "
                   report-date-out
                   delimited by size into trend-record
               write trend-record
               move spaces to trend-record
               write trend-record
               move spaces to trend-record
               move bh-run-num to bh-runs-out
               if bh-run-num = 0
                   string "NO BATCH HISTORY RECORDED"
                       delimited by size into trend-record
               else
                   string "RUNS ANALYSED: " bh-runs-out
                       "   FIRST: " bhr-key(1)(1:8) " "
                       bhr-key(1)(9:6)
                       "   LAST: " bhr-key(bh-run-num)(1:8) " "
                       bhr-key(bh-run-num)(9:6)
                       delimited by size into trend-record
               end-if
               write trend-record
               move spaces to trend-record
               move bh-slow-pct to bh-pct-out
               move bh-slow-min to bh-secs-out
               string "SLOW = LATEST OVER " bh-pct-out
                   "% OF AVERAGE AND AT LEAST " bh-secs-out " SECS"
                   delimited by size into trend-record
               write trend-record
               move spaces to trend-record
               write trend-record
               move spaces to trend-record
               string "STEP NAME            RUNS  AVG SECS"
                   " WORST SECS  LAST SECS  RC  FLAG"
                   delimited by size into trend-record
               write trend-record
               move spaces to trend-record
               string "-----------------------------------------------"
                   "---------------------------"
                   delimited by size into trend-record
               write trend-record

               perform varying bhs from 1 by 1 until bhs > bhs-num
                   perform 033-print-trend-step
               end-perform

               if bh-run-num > 0
                   move 0 to bh-sum
                   move 0 to bh-worst
                   perform varying bh-r from 1 by 1
                           until bh-r > bh-run-num
                       add bhr-total(bh-r) to bh-sum
                       if bhr-total(bh-r) > bh-worst
                           move bhr-total(bh-r) to bh-worst
                       end-if
                   end-perform
                   compute bh-avg = bh-sum / bh-run-num
                   move spaces to bh-flag
                   if bhr-total(bh-run-num) * 100
                       > bh-avg * bh-slow-pct
                       and bhr-total(bh-run-num) >= bh-slow-min
                       move "SLOW" to bh-flag
                   end-if
                   move spaces to trend-record
                   write trend-record
                   move spaces to trend-record
                   move bh-avg to bh-avg-out
                   move bh-worst to bh-worst-out
                   move bhr-total(bh-run-num) to bh-last-out
                   move bh-run-num to bh-runs-out
                   string "BATCH WINDOW         " bh-runs-out "  "
                       bh-avg-out "    " bh-worst-out "    "
                       bh-last-out "       " bh-flag
                       delimited by size into trend-record
                   write trend-record
               end-if

               move spaces to trend-record
               write trend-record
               move spaces to trend-record
               move bh-slow-count to count-out
               string "TOTAL STEPS FLAGGED SLOW: " count-out
                   delimited by size into trend-record
               write trend-record
               close trend-file
               display "batch steps flagged slow: " bh-slow-count
           end-if.

       031-collect-trend-run.
           move bhfile-run-date to bh-key(1:8)
           move bhfile-run-time to bh-key(9:8)
           if bh-key not = bh-last-key
               move bh-key to bh-last-key
               if bh-run-num >= 30
                   perform varying bh-r from 1 by 1 until bh-r >= 30
                       move bhr-key(bh-r + 1) to bhr-key(bh-r)
                       move bhr-total(bh-r + 1) to bhr-total(bh-r)
                   end-perform
               else
                   add 1 to bh-run-num
               end-if
               move bh-key to bhr-key(bh-run-num)
               move 0 to bhr-total(bh-run-num)
           end-if
           add bhfile-elapsed to bhr-total(bh-run-num).

       032-collect-trend-step.
           move bhfile-run-date to bh-key(1:8)
           move bhfile-run-time to bh-key(9:8)
           if bh-key >= bhr-key(1)
               move 0 to bhs-row
               perform varying bhs from 1 by 1 until bhs > bhs-num
                   if bhs-name(bhs) = bhfile-name
                       move bhs to bhs-row
                   end-if
               end-perform
               if bhs-row = 0 and bhs-num < 40
                   add 1 to bhs-num
                   move bhs-num to bhs-row
                   move bhfile-name to bhs-name(bhs-row)
                   move 0 to bhs-runs(bhs-row)
                   move 0 to bhs-total(bhs-row)
                   move 0 to bhs-worst(bhs-row)
               end-if
               if bhs-row not = 0
                   add 1 to bhs-runs(bhs-row)
                   add bhfile-elapsed to bhs-total(bhs-row)
                   if bhfile-elapsed > bhs-worst(bhs-row)
                       move bhfile-elapsed to bhs-worst(bhs-row)
                   end-if
                   move bhfile-elapsed to bhs-latest(bhs-row)
                   move bhfile-rc to bhs-latest-rc(bhs-row)
               end-if
           end-if.

       033-print-trend-step.
           compute bh-avg = bhs-total(bhs) / bhs-runs(bhs)
           move spaces to bh-flag
           if bhs-latest-rc(bhs) not = 0
               move "FAILED" to bh-flag
           else
               if bhs-latest(bhs) * 100 > bh-avg * bh-slow-pct
                   and bhs-latest(bhs) >= bh-slow-min
                   move "SLOW" to bh-flag
                   add 1 to bh-slow-count
               end-if
           end-if
           move bhs-runs(bhs) to bh-runs-out
           move bh-avg to bh-avg-out
           move bhs-worst(bhs) to bh-worst-out
           move bhs-latest(bhs) to bh-last-out
           move bhs-latest-rc(bhs) to bh-rc-out
           move spaces to trend-record
           string bhs-name(bhs) " " bh-runs-out "  " bh-avg-out
               "    " bh-worst-out "    " bh-last-out "  " bh-rc-out
               " " bh-flag
               delimited by size into trend-record
           write trend-record.

       050-operator-signon.
           move 'n' to signon-ok
           move 0 to signon-tries
                           move msfile-desc to ms-desc(ms-num)
                           move msfile-due to ms-due(ms-num)
                           move msfile-done to ms-done(ms-num)
                           if msfile-done-date is numeric
                               move msfile-done-date to
                                   ms-done-date(ms-num)
                           else
                               move 0 to ms-done-date(ms-num)
                           end-if
                       else
                           add 1 to ms-not-loaded
                       end-if
                           move bgfile-amount to bud-amount(bud-num)
                           move bgfile-actual to bud-actual(bud-num)
                           move bgfile-posted to bud-posted(bud-num)
                           if bgfile-currency = spaces
                               move base-currency to
                                   bud-currency(bud-num)
                           else
                               move bgfile-currency to
                                   bud-currency(bud-num)
                           end-if
                       else
                           add 1 to bud-not-loaded
                       end-if
                   bud-not-loaded " rows not loaded"
           end-if.

       136-load-rates.
           move 0 to rt-num
           move 0 to rt-not-loaded
           move 'n' to rates-eof
           open input rates-file
           if rates-status = "00"
               perform until rates-eof = 'y'
                   read rates-file
                     at end
                       move 'y' to rates-eof
                     not at end
                       if rt-num < 1000
                           add 1 to rt-num
                           move erfile-currency to rt-currency(rt-num)
                           move erfile-period to rt-period(rt-num)
                           move erfile-rate to rt-rate(rt-num)
                       else
                           add 1 to rt-not-loaded
                       end-if
                   end-read
               end-perform
               close rates-file
           end-if
           if rt-not-loaded > 0
               display "WARNING: exchange rate table full, "
                   rt-not-loaded " rows not loaded"
           end-if.

       137-find-rate.
           move 0 to rate-row
           move 'n' to rate-found
           move 0 to rate-value
           if rate-curr = base-currency or rate-curr = spaces
               move 1 to rate-value
               move 'y' to rate-found
           else
               perform varying rt from 1 by 1 until rt > rt-num
                   if rt-currency(rt) = rate-curr
                       and rt-period(rt) = rate-period
                       move rt to rate-row
                   end-if
               end-perform
               if rate-row not = 0
                   move rt-rate(rate-row) to rate-value
                   move 'y' to rate-found
               end-if
           end-if.

       138-rewrite-rates.
           open output rates-file
           if rates-status not = "00"
               display "cannot rewrite exchange rate file, status "
                   rates-status
               move 'y' to run-failed
           else
               perform varying rt from 1 by 1 until rt > rt-num
                   move rt-currency(rt) to erfile-currency
                   move rt-period(rt) to erfile-period
                   move rt-rate(rt) to erfile-rate
                   write rates-file-record
               end-perform
               if rates-status not = "00"
                   display "error writing exchange rate file, status "
                       rates-status
                   move 'y' to run-failed
               end-if
               close rates-file
           end-if.

       140-load-dependencies.
           move 0 to dep-num
           move 0 to dep-not-loaded
           move 'n' to depend-eof
           open input depend-file
           if depend-status not = "00"
               display "WARNING: PROJ-Depend.txt not available -- "
                   "no dependencies loaded"
           else
               perform until depend-eof = 'y'
                   read depend-file
                     at end
                       move 'y' to depend-eof
                     not at end
                       if dep-num < 5000
                           add 1 to dep-num
                           move dpfile-idx to dep-idx(dep-num)
                           move dpfile-pred to dep-pred(dep-num)
                       else
                           add 1 to dep-not-loaded
                       end-if
                   end-read
               end-perform
               close depend-file
           end-if
           if dep-not-loaded > 0
               display "WARNING: dependency table full, "
                   dep-not-loaded " rows not loaded"
           end-if.

       145-find-dep-project.
           move 0 to dep-look-row
           perform varying dep-look-sub from 1 by 1
                   until dep-look-sub > num or dep-look-row not = 0
               if idx(dep-look-sub) = dep-look-idx
                   move dep-look-sub to dep-look-row
               end-if
           end-perform.

       150-validate-array.
           move 0 to validation-errors
           open output except-file
                   to status-reason
           end-if
           end-if
           end-if
           if status-ok = 'y' and new-status = 'C'
               and old-status not = 'C'
               perform 187-check-predecessors
           end-if.

       187-check-predecessors.
           perform varying dp from 1 by 1
                   until dp > dep-num or status-ok not = 'y'
               if dep-idx(dp) = check-idx
                   move dep-pred(dp) to dep-look-idx
                   perform 145-find-dep-project
                   if dep-look-row not = 0
                       if pstatus(dep-look-row) = 'O'
                           or pstatus(dep-look-row) = 'H'
                           move 'n' to status-ok
                           move dep-pred(dp) to dep-pred-out
                           string "PREDECESSOR " dep-pred-out
                               " STILL OPEN"
                               delimited by size into status-reason
                       end-if
                   end-if
               end-if
           end-perform.

       190-write-status-history.
           accept audit-date from date yyyymmdd
           accept run-time from time
           move audit-date to shfile-date
           move run-time to shfile-time
           move hist-source to shfile-source
           if hist-oper = spaces
               move oper-id to shfile-oper
           else
               move hist-oper to shfile-oper
           end-if
           move hist-approver to shfile-approver
           write status-hist-record
           close status-hist-file.

           display "A - Archive Inquiry"
           if role-supervisor
               display "R - Restore Master Backup"
               display "B - Back Out a Journaled Run"
               display "P - Pending Approvals"
               display "F - Maintain Exchange Rates"
               display "I - Import MOI-Proj.txt"
           end-if
           if oper-role not = 'I'
               display "O - Month-End Period Close"
           end-if
           if role-supervisor
               display "S - Integrity Sweep"
               display "N - Re-attach Quarantined Record"
           end-if
           if oper-role not = 'I'
               display "X - Export MOI-Proj.txt"
           end-if
           display "G - Aging Report"
           display "L - Dependency Report"
           display "H - Batch Trend Report"
           display "K - At-Risk Report"
           display "V - 12-Month Period Trend"
           display "Q - Audit Inquiry"
           display "Y - Audit Daily Summary"
           display "T - Filtered Extract"
           if oper-role not = 'I'
               display "C - Consolidate Feeds"
               display "M - Maintain Milestones"
               display "D - Maintain Dependencies"
               display "W - Reassign Owner"
           end-if
           display " "
               when 'X'
               when 'C'
               when 'M'
               when 'D'
               when 'W'
               when 'O'
                   if role-inquiry
                       move 'n' to choice-allowed
                   end-if
               when '9'
               when 'R'
               when 'B'
               when 'P'
               when 'F'
               when 'I'
               when 'S'
               when 'N'
                   if not role-supervisor
                       move 'n' to choice-allowed
                   end-if
               write disp-record
               close disp-file
           else
               move "TRANS" to jn-source
               move "PROJ-Trans.txt" to jn-ref
               perform 770-start-journal-run
               accept report-date from date yyyymmdd
               move report-date(1:4) to rpt-year
               move report-date(5:2) to rpt-month
                                   temp-start-date
                               move "MASTER" to temp-source
                               perform 420-insert-project
                               move 'A' to jn-action
                               move tfile-idx to jn-idx
                               move spaces to jn-before
                               move insert-at to jn-row
                               perform 777-save-row-after-image
                               perform 772-write-journal
                               move tfile-idx to hist-idx
                               move space to hist-old
                               move tfile-status to hist-new
                       else
                           move pstatus(found-row) to old-status
                           move tfile-status to new-status
                           move tfile-idx to check-idx
                           perform 185-check-status-change
                           if status-ok not = 'y'
                               move status-reason to reject-reason
                                   move "TRANS" to hist-source
                                   perform 190-write-status-history
                               end-if
                               move found-row to jn-row
                               perform 776-save-row-before-image
                               move tfile-pname to pname(found-row)
                               move tfile-status to pstatus(found-row)
                               move tfile-owner to powner(found-row)
                               move tfile-start-date to
                                   pstart-date(found-row)
                               move 'U' to jn-action
                               move tfile-idx to jn-idx
                               perform 777-save-row-after-image
                               perform 772-write-journal
                           end-if
                       end-if
                   end-if
                           move 'O' to hist-new
                           move "TRANS REOPEN" to hist-source
                           perform 190-write-status-history
                           move found-row to jn-row
                           perform 776-save-row-before-image
                           move 'O' to pstatus(found-row)
                           move 'U' to jn-action
                           move tfile-idx to jn-idx
                           perform 777-save-row-after-image
                           perform 772-write-journal
                       end-if
                   end-if
               when tfile-action = 'D'
                   if found-row = 0
                       move "IDX NOT FOUND" to reject-reason
                   else
                       move 'D' to jn-action
                       move tfile-idx to jn-idx
                       move found-row to jn-row
                       perform 776-save-row-before-image
                       move spaces to jn-after
                       perform 772-write-journal
                       perform varying i from found-row by 1
                               until i >= num
                           move idx(i + 1) to idx(i)
                   delimited by size into conflict-record
               write conflict-record
           else
               move "FEED" to jn-source
               move feed-name(1:20) to jn-ref
               perform 770-start-journal-run
               perform until feed-eof = 'y'
                   read feed-file
                     at end
                   move ffile-start-date to temp-start-date
                   move feed-name(1:20) to temp-source
                   perform 420-insert-project
                   move 'A' to jn-action
                   move ffile-idx to jn-idx
                   move spaces to jn-before
                   move insert-at to jn-row
                   perform 777-save-row-after-image
                   perform 772-write-journal
                   add 1 to cons-added
                   move 'y' to cons-applied
               end-if

       690-apply-budget-trans.
           perform 135-load-budget
           perform 136-load-rates
           move 0 to bt-accepted
           move 0 to bt-rejected
           move 'n' to bt-applied
                   move k to bud-row
               end-if
           end-perform
           if btfile-currency = spaces
               move base-currency to bt-currency
           else
               move btfile-currency to bt-currency
           end-if
           move bt-currency to rate-curr
           compute rate-period = btfile-date / 100
           perform 137-find-rate

           evaluate true
               when found-row = 0
                   move "IDX NOT ON PROJECT MASTER" to bt-reason
               when bud-row not = 0
                   and bud-currency(bud-row) not = bt-currency
                   move "CURRENCY DOES NOT MATCH BUDGET" to bt-reason
               when rate-found not = 'y'
                   move "NO EXCHANGE RATE FOR PERIOD" to bt-reason
               when btfile-action = 'B'
                   if bud-row = 0
                       if bud-num >= 5000
                           move btfile-amount to bud-amount(bud-num)
                           move 0 to bud-actual(bud-num)
                           move btfile-date to bud-posted(bud-num)
                           move bt-currency to bud-currency(bud-num)
                       end-if
                   else
                       move btfile-amount to bud-amount(bud-row)
                           move 0 to bud-amount(bud-num)
                           move btfile-amount to bud-actual(bud-num)
                           move btfile-date to bud-posted(bud-num)
                           move bt-currency to bud-currency(bud-num)
                       end-if
                   else
                       add btfile-amount to bud-actual(bud-row)
               add 1 to bt-accepted
               move 'y' to bt-applied
               string "ACCEPTED  " btfile-action " IDX " idx-out
                   "  " money-out " " bt-currency
                   delimited by size into bdisp-record
           else
               add 1 to bt-rejected
           end-if
           write bdisp-record.

       693-maintain-rates.
           display "Action - (A)dd/change, (D)elete: " with no advancing
           accept rate-action
           display "Enter currency code: " with no advancing
           accept rate-in-curr
           display "Enter period (yyyymm): " with no advancing
           accept rate-in-period

           perform 136-load-rates
           move 0 to rate-row
           perform varying rt from 1 by 1 until rt > rt-num
               if rt-currency(rt) = rate-in-curr
                   and rt-period(rt) = rate-in-period
                   move rt to rate-row
               end-if
           end-perform
           divide rate-in-period by 100 giving rate-year
               remainder rate-month

           evaluate true
               when rate-in-curr = spaces
                   or rate-in-curr = base-currency
                   display "base currency " base-currency
                       " is always rate 1 -- not stored"
               when rate-month < 1 or rate-month > 12
                   or rate-year < 1900
                   display "invalid period " rate-in-period
               when rate-add
                   if rate-row = 0 and rt-num >= 1000
                       display "exchange rate table full -- cannot add"
                   else
                       display "Enter rate (" base-currency " per 1 "
                           rate-in-curr "): " with no advancing
                       accept rate-in-value
                       if rate-in-value = 0
                           display "rate must be greater than zero"
                       else
                           if rate-row = 0
                               add 1 to rt-num
                               move rt-num to rate-row
                               move rate-in-curr to
                                   rt-currency(rate-row)
                               move rate-in-period to
                                   rt-period(rate-row)
                           end-if
                           move rate-in-value to rt-rate(rate-row)
                           perform 138-rewrite-rates
                           move rate-in-value to rate-out
                           string "EXCH RATE SET " rate-in-curr " "
                               rate-in-period " " rate-out
                               delimited by size into audit-detail
                           perform 950-write-audit-log
                           display "exchange rate saved"
                       end-if
                   end-if
               when rate-delete
                   if rate-row = 0
                       display "exchange rate not found"
                   else
                       perform varying rt from rate-row by 1
                               until rt >= rt-num
                           move rt-currency(rt + 1) to rt-currency(rt)
                           move rt-period(rt + 1) to rt-period(rt)
                           move rt-rate(rt + 1) to rt-rate(rt)
                       end-perform
                       subtract 1 from rt-num
                       perform 138-rewrite-rates
                       string "EXCH RATE DELETE " rate-in-curr " "
                           rate-in-period
                           delimited by size into audit-detail
                       perform 950-write-audit-log
                       display "exchange rate deleted"
                   end-if
               when other
                   display "invalid action"
           end-evaluate.

       694-rewrite-budget.
           open output budget-file
           if budget-status not = "00"
                   move bud-amount(k) to bgfile-amount
                   move bud-actual(k) to bgfile-actual
                   move bud-posted(k) to bgfile-posted
                   move bud-currency(k) to bgfile-currency
                   write budget-file-record
               end-perform
               if budget-status not = "00"
               close budget-file
           end-if.

       695-gl-interface.
           perform 135-load-budget
           perform 136-load-rates
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           move 'n' to gl-trailer-found
           move 'n' to gl-in-balance
           move 0 to gl-trl-count
           move 0 to gl-trl-debits
           move 0 to gl-trl-credits
           move 0 to gl-read-count
           move 0 to gl-read-debits
           move 0 to gl-read-credits
           move 0 to gl-post-count
           move 0 to gl-post-debits
           move 0 to gl-post-credits
           move 0 to gl-susp-count
           move 0 to gl-susp-debits
           move 0 to gl-susp-credits

           open input gl-file
           if gl-status not = "00"
               display "no GL extract file -- GL interface skipped"
               open output gl-recon-file
               move spaces to gl-recon-record
               string "GL RECONCILIATION REPORT -- "
                   "NO GL EXTRACT FILE PRESENT"
                   delimited by size into gl-recon-record
               write gl-recon-record
               close gl-recon-file
           else
               move 'n' to gl-eof
               perform until gl-eof = 'y'
                   read gl-file
                     at end
                       move 'y' to gl-eof
                     not at end
                       perform 696-gl-total-one
                   end-read
               end-perform
               close gl-file

               open output gl-recon-file
               if gl-recon-status not = "00"
                   display "cannot open GL reconciliation file, "
                       "status " gl-recon-status
                   move 'y' to run-failed
               else
                   move spaces to gl-recon-record
                   string "GL RECONCILIATION REPORT -- RUN DATE: "
                       report-date-out
                       delimited by size into gl-recon-record
                   write gl-recon-record
                   move spaces to gl-recon-record
                   write gl-recon-record
                   move spaces to gl-recon-record
                   string "SUSPENSE ITEMS"
                       delimited by size into gl-recon-record
                   write gl-recon-record
                   move spaces to gl-recon-record
                   string "--------------"
                       delimited by size into gl-recon-record
                   write gl-recon-record

                   if gl-trailer-found = 'y'
                       and gl-read-count = gl-trl-count
                       and gl-read-debits = gl-trl-debits
                       and gl-read-credits = gl-trl-credits
                       perform 697-gl-post-file
                   else
                       move spaces to gl-recon-record
                       string "GL EXTRACT DOES NOT AGREE WITH ITS "
                           "TRAILER -- NOTHING POSTED"
                           delimited by size into gl-recon-record
                       write gl-recon-record
                   end-if

                   perform 699-gl-write-recon
                   close gl-recon-file
               end-if

               if gl-in-balance not = 'y'
                   display "GL INTERFACE OUT OF BALANCE -- "
                       "see GL-Recon.txt"
                   move 'y' to run-failed
               else
                   if gl-post-count > 0
                       perform 694-rewrite-budget
                   end-if
                   move gl-post-count to gl-count-out
                   display "GL lines posted:   " gl-count-out
                   move gl-susp-count to gl-count-out
                   display "GL lines suspense: " gl-count-out
               end-if
           end-if.

       696-gl-total-one.
           evaluate glfile-type
               when 'H'
                   continue
               when 'T'
                   move 'y' to gl-trailer-found
                   if gltfile-count is numeric
                       move gltfile-count to gl-trl-count
                   end-if
                   if gltfile-debits is numeric
                       move gltfile-debits to gl-trl-debits
                   end-if
                   if gltfile-credits is numeric
                       move gltfile-credits to gl-trl-credits
                   end-if
               when other
                   add 1 to gl-read-count
                   if glfile-amount is numeric
                       if glfile-dr-cr = 'D'
                           add glfile-amount to gl-read-debits
                       end-if
                       if glfile-dr-cr = 'C'
                           add glfile-amount to gl-read-credits
                       end-if
                   end-if
           end-evaluate.

       697-gl-post-file.
           open input gl-file
           open input gl-susp-file
           if gl-susp-status = "35"
               open output gl-susp-file
               close gl-susp-file
           else
               close gl-susp-file
           end-if
           open extend gl-susp-file
           move 'n' to gl-eof
           perform until gl-eof = 'y'
               read gl-file
                 at end
                   move 'y' to gl-eof
                 not at end
                   if glfile-type not = 'H' and glfile-type not = 'T'
                       perform 698-gl-post-one
                   end-if
               end-read
           end-perform
           close gl-susp-file
           close gl-file.

       698-gl-post-one.
           move spaces to gl-reason
           move 0 to bud-row
           evaluate true
               when glfile-type not = 'D'
                   move "INVALID RECORD TYPE" to gl-reason
               when glfile-amount not numeric
                   move "AMOUNT NOT NUMERIC" to gl-reason
               when glfile-dr-cr not = 'D' and glfile-dr-cr not = 'C'
                   move "INVALID DEBIT/CREDIT CODE" to gl-reason
               when glfile-proj not numeric
                   move "INVALID PROJECT NUMBER" to gl-reason
               when other
                   move glfile-proj to search-idx
                   perform 410-find-project
                   if found-row = 0
                       move "IDX NOT ON PROJECT MASTER" to gl-reason
                   else
                       perform varying k from 1 by 1 until k > bud-num
                           if bud-idx(k) = glfile-proj
                               move k to bud-row
                           end-if
                       end-perform
                   end-if
           end-evaluate

           if gl-reason = spaces
               move glfile-amount to gl-post-amt
               if bud-row not = 0
                   if bud-currency(bud-row) not = base-currency
                       move bud-currency(bud-row) to rate-curr
                       move glfile-period to rate-period
                       perform 137-find-rate
                       if rate-found not = 'y'
                           move "NO EXCHANGE RATE FOR PERIOD"
                               to gl-reason
                       else
                           compute gl-post-amt rounded =
                               glfile-amount / rate-value
                       end-if
                   end-if
               end-if
           end-if

           if gl-reason = spaces
               if glfile-dr-cr = 'C'
                   if bud-row = 0
                       move "CREDIT EXCEEDS ACTUAL" to gl-reason
                   else
                   if gl-post-amt > bud-actual(bud-row)
                       move "CREDIT EXCEEDS ACTUAL" to gl-reason
                   else
                       subtract gl-post-amt from bud-actual(bud-row)
                       move report-date to bud-posted(bud-row)
                   end-if
                   end-if
               else
                   if bud-row = 0
                       if bud-num >= 5000
                           move "BUDGET TABLE FULL" to gl-reason
                       else
                           add 1 to bud-num
                           move glfile-proj to bud-idx(bud-num)
                           move 0 to bud-amount(bud-num)
                           move glfile-amount to bud-actual(bud-num)
                           move report-date to bud-posted(bud-num)
                           move base-currency to bud-currency(bud-num)
                       end-if
                   else
                       add gl-post-amt to bud-actual(bud-row)
                       move report-date to bud-posted(bud-row)
                   end-if
               end-if
           end-if

           if gl-reason = spaces
               add 1 to gl-post-count
               if glfile-dr-cr = 'D'
                   add glfile-amount to gl-post-debits
               else
                   add glfile-amount to gl-post-credits
               end-if
           else
               add 1 to gl-susp-count
               if glfile-amount is numeric
                   if glfile-dr-cr = 'D'
                       add glfile-amount to gl-susp-debits
                   end-if
                   if glfile-dr-cr = 'C'
                       add glfile-amount to gl-susp-credits
                   end-if
               end-if
               move glfile-cost-ctr to gsfile-cost-ctr
               move gl-file-record(8:5) to gsfile-proj
               move gl-file-record(13:6) to gsfile-period
               move gl-file-record(19:11) to gsfile-amount
               move glfile-dr-cr to gsfile-dr-cr
               move gl-reason to gsfile-reason
               move report-date to gsfile-date
               write gl-susp-record
               move spaces to gl-recon-record
               if glfile-amount is numeric
                   move glfile-amount to gl-amt-out
               else
                   move 0 to gl-amt-out
               end-if
               string "SUSPENSE  IDX " gl-file-record(8:5)
                   "  CC " glfile-cost-ctr
                   "  PERIOD " gl-file-record(13:6)
                   "  " gl-amt-out " " glfile-dr-cr
                   "  " gl-reason
                   delimited by size into gl-recon-record
               write gl-recon-record
           end-if.

       699-gl-write-recon.
           compute gl-tot-count = gl-post-count + gl-susp-count
           compute gl-tot-debits = gl-post-debits + gl-susp-debits
           compute gl-tot-credits = gl-post-credits + gl-susp-credits
           if gl-trailer-found = 'y'
               and gl-read-count = gl-trl-count
               and gl-read-debits = gl-trl-debits
               and gl-read-credits = gl-trl-credits
               and gl-tot-count = gl-trl-count
               and gl-tot-debits = gl-trl-debits
               and gl-tot-credits = gl-trl-credits
               move 'y' to gl-in-balance
           else
               move 'n' to gl-in-balance
           end-if

           if gl-susp-count = 0
               move spaces to gl-recon-record
               string "NONE" delimited by size into gl-recon-record
               write gl-recon-record
           end-if
           move spaces to gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           string "                           RECORDS"
               "             DEBITS            CREDITS"
               delimited by size into gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           string "-----------------------------------------------"
               "-----------------------------"
               delimited by size into gl-recon-record
           write gl-recon-record

           move spaces to gl-recon-record
           if gl-trailer-found = 'y'
               move gl-trl-count to gl-count-out
               move gl-trl-debits to gl-amt-out
               move gl-trl-credits to gl-amt-out-2
               string "GL TRAILER TOTALS         " gl-count-out
                   "  " gl-amt-out "  " gl-amt-out-2
                   delimited by size into gl-recon-record
           else
               string "GL TRAILER TOTALS         "
                   "NO TRAILER RECORD ON GL EXTRACT"
                   delimited by size into gl-recon-record
           end-if
           write gl-recon-record
           move spaces to gl-recon-record
           move gl-read-count to gl-count-out
           move gl-read-debits to gl-amt-out
           move gl-read-credits to gl-amt-out-2
           string "GL DETAIL LINES READ      " gl-count-out
               "  " gl-amt-out "  " gl-amt-out-2
               delimited by size into gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           move gl-post-count to gl-count-out
           move gl-post-debits to gl-amt-out
           move gl-post-credits to gl-amt-out-2
           string "POSTED TO BUDGET ACTUALS  " gl-count-out
               "  " gl-amt-out "  " gl-amt-out-2
               delimited by size into gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           move gl-susp-count to gl-count-out
           move gl-susp-debits to gl-amt-out
           move gl-susp-credits to gl-amt-out-2
           string "PARKED IN SUSPENSE        " gl-count-out
               "  " gl-amt-out "  " gl-amt-out-2
               delimited by size into gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           move gl-tot-count to gl-count-out
           move gl-tot-debits to gl-amt-out
           move gl-tot-credits to gl-amt-out-2
           string "POSTED PLUS SUSPENSE      " gl-count-out
               "  " gl-amt-out "  " gl-amt-out-2
               delimited by size into gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           write gl-recon-record
           move spaces to gl-recon-record
           if gl-in-balance = 'y'
               string "RECONCILIATION: IN BALANCE"
                   delimited by size into gl-recon-record
           else
               string "RECONCILIATION: OUT OF BALANCE -- "
                   "BUDGET MASTER NOT UPDATED"
                   delimited by size into gl-recon-record
           end-if
           write gl-recon-record
           if gl-recon-status not = "00"
               display "error writing GL reconciliation file, "
                   "status " gl-recon-status
               move 'y' to run-failed
           end-if.

       700-maintain-array.
           display "Action - (A)dd, (U)pdate, (D)elete, (R)eopen: "
               with no advancing
           accept maint-action

           display "Enter project idx: " with no advancing
           accept maint-idx

           move "MAINT" to jn-source
           move "MENU" to jn-ref
           perform 770-start-journal-run
           move maint-idx to search-idx
           perform 410-find-project

           evaluate true
               when maint-add
                   if found-row not = 0
                       display "idx " maint-idx
                           " already exists -- use Update"
                   else
                       if num >= 5000
                           display "table full -- cannot add"
                       if owner-ok = 'y'
                           move pstatus(found-row) to old-status
                           move maint-status to new-status
                           move maint-idx to check-idx
                           perform 185-check-status-change
                           if status-ok not = 'y'
                               display "status change rejected: "
                                   status-reason
                           else
                           if role-maintenance
                               and maint-status = 'C'
                               and pstatus(found-row) not = 'C'
                               if maint-pname not =
                                       pname(found-row)
                                   or maint-owner not =
                                       powner(found-row)
                                   or maint-start-date not =
                                       pstart-date(found-row)
                                   display "a close request cannot "
                                       "change name, owner or start "
                                       "date -- submit those "
                                       "changes separately"
                               else
                                   move 'C' to appr-type
                                   perform 720-queue-approval
                               end-if
                           else
                               move "MAINT" to hist-source
                               perform 704-apply-maint-update
                           end-if
                           end-if
                       end-if
                   end-if
                   if found-row = 0
                       display "idx " maint-idx " not found"
                   else
                   if role-maintenance
                       move 'D' to appr-type
                       perform 720-queue-approval
                   else
                       perform 702-apply-maint-delete
                   end-if
                   end-if
               when other
                   display "invalid action"
           end-evaluate.

       702-apply-maint-delete.
           perform varying i from found-row by 1
                   until i >= num
               move idx(i + 1) to idx(i)
               move pname(i + 1) to pname(i)
               move pstatus(i + 1) to pstatus(i)
               move powner(i + 1) to powner(i)
               move pstart-date(i + 1) to pstart-date(i)
               move psource(i + 1) to psource(i)
           end-perform
           subtract 1 from num
           perform 748-delete-master-record
           accept report-date from date yyyymmdd
           move maint-idx to ms-arch-idx
           perform 827-archive-milestones
           if ms-arch-count > 0
               move ms-arch-count to count-out
               display "milestones archived: " count-out
           end-if.

       704-apply-maint-update.
           if maint-status not = pstatus(found-row)
               move maint-idx to hist-idx
               move pstatus(found-row) to hist-old
               move maint-status to hist-new
               perform 190-write-status-history
           end-if
           move maint-pname to pname(found-row)
           move maint-status to pstatus(found-row)
           move maint-owner to powner(found-row)
           move maint-start-date to pstart-date(found-row)
           perform 745-update-master-record
           perform 150-validate-array.

       710-maintain-milestones.
           display "Action - (A)dd, (C)omplete, (D)elete: "
               with no advancing
                       move msmaint-desc to ms-desc(ms-num)
                       move msmaint-due to ms-due(ms-num)
                       move 'N' to ms-done(ms-num)
                       move 0 to ms-done-date(ms-num)
                       perform 712-rewrite-milestones
                   end-if
                   end-if
                       display "milestone not found"
                   else
                       move 'Y' to ms-done(ms-row)
                       accept ms-done-date(ms-row) from date yyyymmdd
                       perform 712-rewrite-milestones
                       display "milestone marked complete"
                   end-if
                           move ms-desc(k + 1) to ms-desc(k)
                           move ms-due(k + 1) to ms-due(k)
                           move ms-done(k + 1) to ms-done(k)
                           move ms-done-date(k + 1) to ms-done-date(k)
                       end-perform
                       subtract 1 from ms-num
                       perform 712-rewrite-milestones
                   move ms-desc(k) to msfile-desc
                   move ms-due(k) to msfile-due
                   move ms-done(k) to msfile-done
                   move ms-done-date(k) to msfile-done-date
                   write mstone-file-record
               end-perform
               if mstone-status not = "00"
           display "Enter new owner id: " with no advancing
           accept reassign-new

           if role-maintenance
               move 'W' to appr-type
               perform 720-queue-approval
           else
               move "REASSIGN" to jn-source
               move "MENU" to jn-ref
               perform 770-start-journal-run
               perform 719-apply-menu-reassign
           end-if.

       716-batch-reassign.
           move 0 to reassign-total
               write reasgn-rpt-record
               close reasgn-rpt-file
           else
               move "REASSIGN" to jn-source
               move "OWNER-Reassign.txt" to jn-ref
               perform 770-start-journal-run
               accept report-date from date yyyymmdd
               move report-date(1:4) to rpt-year
               move report-date(5:2) to rpt-month
           else
               perform varying i from 1 by 1 until i > num
                   if powner(i) = reassign-old
                       move i to jn-row
                       perform 776-save-row-before-image
                       move reassign-new to powner(i)
                       move 'U' to jn-action
                       move idx(i) to jn-idx
                       perform 777-save-row-after-image
                       perform 772-write-journal
                       if appr-applying = 'y'
                           move idx(i) to hist-idx
                           move pstatus(i) to hist-old
                           move pstatus(i) to hist-new
                           move "APPR REASGN" to hist-source
                           perform 190-write-status-history
                       end-if
                       add 1 to reassign-count
                       add 1 to reassign-total
                       move 'y' to reassign-applied
               end-if
           end-if.

       719-apply-menu-reassign.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           move 0 to reassign-total
           move 'n' to reassign-applied
           open output reasgn-rpt-file
           move spaces to reasgn-rpt-record
           string "OWNER REASSIGNMENT REPORT -- RUN DATE: "
               report-date-out
               delimited by size into reasgn-rpt-record
           write reasgn-rpt-record
           move spaces to reasgn-rpt-record
           write reasgn-rpt-record
           perform 718-run-reassign
           move spaces to reasgn-rpt-record
           write reasgn-rpt-record
           move spaces to reasgn-rpt-record
           move reassign-total to count-out
           string "TOTAL REASSIGNED: " count-out
               delimited by size into reasgn-rpt-record
           write reasgn-rpt-record
           close reasgn-rpt-file
           if reassign-applied = 'y'
               perform 750-rewrite-file
               perform 150-validate-array
           end-if
           move reassign-total to count-out
           display "projects reassigned: " count-out.

       720-queue-approval.
           perform 722-load-approvals
           move 'n' to found-flag
           perform varying ap from 1 by 1 until ap > appr-num
               if ap-type(ap) = appr-type
                   if (appr-type = 'W'
                           and ap-old-owner(ap) = reassign-old)
                       or (appr-type not = 'W'
                           and ap-idx(ap) = maint-idx)
                       move ap-seq(ap) to appr-seq-out
                       move 'y' to found-flag
                   end-if
               end-if
           end-perform
           if appr-overflow = 'y'
               display "approval file exceeds 500 requests -- "
                   "request not queued"
           else
           if found-flag = 'y'
               display "request " appr-seq-out
                   " is already awaiting approval -- not queued"
           else
           if appr-num >= 500
               display "approval queue full -- request not queued"
           else
               display "Reason for request: " with no advancing
               accept appr-reason
               accept audit-date from date yyyymmdd
               accept run-time from time
               add 1 to appr-num
               move appr-next-seq to ap-seq(appr-num)
               move appr-type to ap-type(appr-num)
               move oper-id to ap-requester(appr-num)
               move audit-date to ap-req-date(appr-num)
               move run-time to ap-req-time(appr-num)
               move appr-reason to ap-reason(appr-num)
               move 'P' to ap-state(appr-num)
               if appr-type = 'W'
                   move 0 to ap-idx(appr-num)
                   move spaces to ap-pname(appr-num)
                   move spaces to ap-owner(appr-num)
                   move 0 to ap-start-date(appr-num)
                   move reassign-old to ap-old-owner(appr-num)
                   move reassign-new to ap-new-owner(appr-num)
               else
                   move maint-idx to ap-idx(appr-num)
                   move spaces to ap-old-owner(appr-num)
                   move spaces to ap-new-owner(appr-num)
                   if appr-type = 'C'
                       move maint-pname to ap-pname(appr-num)
                       move maint-owner to ap-owner(appr-num)
                       move maint-start-date to
                           ap-start-date(appr-num)
                   else
                       move pname(found-row) to ap-pname(appr-num)
                       move powner(found-row) to ap-owner(appr-num)
                       move pstart-date(found-row) to
                           ap-start-date(appr-num)
                   end-if
               end-if
               perform 724-rewrite-approvals
               move appr-num to ap
               perform 723-format-approval-type
               move appr-next-seq to appr-seq-out
               if appr-type = 'W'
                   string "APPROVAL REQUEST " appr-seq-out " "
                       appr-type-desc " " reassign-old " TO "
                       reassign-new
                       delimited by size into audit-detail
               else
                   move maint-idx to idx-out
                   string "APPROVAL REQUEST " appr-seq-out " "
                       appr-type-desc " IDX " idx-out
                       delimited by size into audit-detail
               end-if
               perform 950-write-audit-log
               display "queued for supervisor approval as request "
                   appr-seq-out
           end-if
           end-if
           end-if.

       722-load-approvals.
           move 0 to appr-num
           move 'n' to appr-overflow
           move 1 to appr-next-seq
           move 'n' to approval-eof
           open input approval-file
           if approval-status = "00"
               perform until approval-eof = 'y'
                   read approval-file
                     at end
                       move 'y' to approval-eof
                     not at end
                       if appr-num < 500
                           add 1 to appr-num
                           move apfile-seq to ap-seq(appr-num)
                           move apfile-type to ap-type(appr-num)
                           move apfile-idx to ap-idx(appr-num)
                           move apfile-pname to ap-pname(appr-num)
                           move apfile-owner to ap-owner(appr-num)
                           move apfile-start-date to
                               ap-start-date(appr-num)
                           move apfile-old-owner to
                               ap-old-owner(appr-num)
                           move apfile-new-owner to
                               ap-new-owner(appr-num)
                           move apfile-requester to
                               ap-requester(appr-num)
                           move apfile-req-date to ap-req-date(appr-num)
                           move apfile-req-time to ap-req-time(appr-num)
                           move apfile-reason to ap-reason(appr-num)
                           move 'P' to ap-state(appr-num)
                           if apfile-seq >= appr-next-seq
                               compute appr-next-seq = apfile-seq + 1
                           end-if
                       else
                           move 'y' to appr-overflow
                           display "WARNING: approval table full, "
                               "request " apfile-seq " not loaded"
                       end-if
                   end-read
               end-perform
               close approval-file
           end-if.

       723-format-approval-type.
           evaluate ap-type(ap)
               when 'D'
                   move "DELETE" to appr-type-desc
               when 'C'
                   move "CLOSE" to appr-type-desc
               when 'W'
                   move "REASSIGN" to appr-type-desc
               when other
                   move "UNKNOWN" to appr-type-desc
           end-evaluate.

       724-rewrite-approvals.
           if appr-overflow = 'y'
               display "approval file exceeds 500 requests -- "
                   "not rewritten"
               move 'y' to run-failed
           else
           open output approval-file
           if approval-status not = "00"
               display "cannot rewrite approval file, status "
                   approval-status
               move 'y' to run-failed
           else
               perform varying ap from 1 by 1 until ap > appr-num
                   if ap-state(ap) = 'P'
                       move ap-seq(ap) to apfile-seq
                       move ap-type(ap) to apfile-type
                       move ap-idx(ap) to apfile-idx
                       move ap-pname(ap) to apfile-pname
                       move ap-owner(ap) to apfile-owner
                       move ap-start-date(ap) to apfile-start-date
                       move ap-old-owner(ap) to apfile-old-owner
                       move ap-new-owner(ap) to apfile-new-owner
                       move ap-requester(ap) to apfile-requester
                       move ap-req-date(ap) to apfile-req-date
                       move ap-req-time(ap) to apfile-req-time
                       move ap-reason(ap) to apfile-reason
                       write approval-file-record
                   end-if
               end-perform
               if approval-status not = "00"
                   display "error writing approval file, status "
                       approval-status
                   move 'y' to run-failed
               end-if
               close approval-file
           end-if
           end-if.

       725-approval-queue.
           perform 722-load-approvals
           if appr-overflow = 'y'
               display "approval file exceeds 500 requests -- "
                   "requests cannot be decided"
           else
           if appr-num = 0
               display "no requests awaiting approval"
           else
               move 0 to appr-approved
               move 0 to appr-rejected
               perform varying ap from 1 by 1 until ap > appr-num
                   perform 726-review-one-request
               end-perform
               perform 724-rewrite-approvals
               display "requests approved: " appr-approved
                   "  rejected: " appr-rejected
           end-if
           end-if.

       726-review-one-request.
           perform 723-format-approval-type
           move ap-seq(ap) to appr-seq-out
           display "----"
           if ap-type(ap) = 'W'
               display "request " appr-seq-out "  " appr-type-desc
                   "  " ap-old-owner(ap) " TO " ap-new-owner(ap)
           else
               move ap-idx(ap) to idx-out
               display "request " appr-seq-out "  " appr-type-desc
                   "  idx " idx-out "  " ap-pname(ap)
           end-if
           display "  requested by " ap-requester(ap) " on "
               ap-req-date(ap) " " ap-req-time(ap)
           display "  reason: " ap-reason(ap)
           if ap-requester(ap) = oper-id
               display "  own request -- another supervisor "
                   "must approve"
           else
               display "(A)pprove, (R)eject, (S)kip: "
                   with no advancing
               accept appr-decision
               evaluate true
                   when appr-decision = 'A' or appr-decision = 'a'
                       perform 727-apply-request
                   when appr-decision = 'R' or appr-decision = 'r'
                       move 'R' to ap-state(ap)
                       add 1 to appr-rejected
                       string "REJECTED REQUEST " appr-seq-out " "
                           appr-type-desc " REQUESTED BY "
                           ap-requester(ap)
                           delimited by size into audit-detail
                       perform 950-write-audit-log
                       display "request " appr-seq-out " rejected"
                   when other
                       display "request " appr-seq-out
                           " left pending"
               end-evaluate
           end-if.

       727-apply-request.
           move spaces to appr-void
           move ap-requester(ap) to appr-requester
           move appr-requester to hist-oper
           move oper-id to hist-approver
           move "APPROVAL" to jn-source
           move spaces to jn-ref
           string "REQ " appr-seq-out " " appr-requester
               delimited by size into jn-ref
           perform 770-start-journal-run
           if ap-type(ap) not = 'W'
               move ap-idx(ap) to maint-idx
               move ap-idx(ap) to search-idx
               perform 410-find-project
               if found-row = 0
                   move "PROJECT NO LONGER ON MASTER" to appr-void
               end-if
           end-if
           if appr-void = spaces
               evaluate ap-type(ap)
                   when 'D'
                       move maint-idx to hist-idx
                       move pstatus(found-row) to hist-old
                       move space to hist-new
                       move "APPR DELETE" to hist-source
                       perform 190-write-status-history
                       perform 702-apply-maint-delete
                   when 'C'
                       move pname(found-row) to maint-pname
                       move 'C' to maint-status
                       move powner(found-row) to maint-owner
                       move pstart-date(found-row) to maint-start-date
                       perform 180-check-maint-owner
                       if owner-ok not = 'y'
                           move owner-reason to appr-void
                       else
                           move pstatus(found-row) to old-status
                           move maint-status to new-status
                           move maint-idx to check-idx
                           perform 185-check-status-change
                           if status-ok not = 'y'
                               move status-reason to appr-void
                           else
                               move "APPR CLOSE" to hist-source
                               perform 704-apply-maint-update
                           end-if
                       end-if
                   when 'W'
                       move ap-old-owner(ap) to reassign-old
                       move ap-new-owner(ap) to reassign-new
                       move 'y' to appr-applying
                       perform 719-apply-menu-reassign
                       move 'n' to appr-applying
                       if reassign-total = 0
                           move "NO PROJECTS REASSIGNED"
                               to appr-void
                       end-if
                   when other
                       move "UNKNOWN REQUEST TYPE" to appr-void
               end-evaluate
           end-if
           move spaces to hist-oper
           move spaces to hist-approver
           move 'R' to ap-state(ap)
           if appr-void = spaces
               add 1 to appr-approved
               string "APPROVED REQUEST " appr-seq-out " "
                   appr-type-desc " REQUESTED BY " appr-requester
                   delimited by size into audit-detail
               perform 950-write-audit-log
               display "request " appr-seq-out " approved and applied"
           else
               add 1 to appr-rejected
               string "VOIDED " appr-seq-out " "
                   appr-type-desc " BY " appr-requester
                   " " appr-void
                   delimited by size into audit-detail
               perform 950-write-audit-log
               display "request " appr-seq-out " cannot be applied: "
                   appr-void
           end-if.

       728-approval-exceptions.
           accept report-date from date yyyymmdd
           move report-date to check-date
           perform 870-compute-day-number
           move day-number to run-days
           move 0 to appr-overdue
           perform 722-load-approvals

           open input except-file
           if except-status = "35"
               open output except-file
               close except-file
           else
               close except-file
           end-if
           open extend except-file
           if except-status not = "00"
               display "cannot open exception file, status "
                   except-status
               move 'y' to run-failed
           else
               perform varying ap from 1 by 1 until ap > appr-num
                   move ap-req-date(ap) to check-date
                   perform 870-compute-day-number
                   if date-valid = 'y' and day-number <= run-days
                       compute appr-days = run-days - day-number
                   else
                       move 0 to appr-days
                   end-if
                   if appr-days > appr-max-days
                       add 1 to appr-overdue
                       perform 723-format-approval-type
                       move ap-seq(ap) to appr-seq-out
                       move appr-days to days-out
                       move spaces to except-record
                       if ap-type(ap) = 'W'
                           string "APPROVAL PENDING " appr-seq-out " "
                               appr-type-desc " " ap-old-owner(ap)
                               " BY " ap-requester(ap)
                               " DAYS " days-out
                               delimited by size into except-record
                       else
                           move ap-idx(ap) to idx-out
                           string "APPROVAL PENDING " appr-seq-out " "
                               appr-type-desc " IDX " idx-out
                               " BY " ap-requester(ap)
                               " DAYS " days-out
                               delimited by size into except-record
                       end-if
                       write except-record
                   end-if
               end-perform
               move spaces to except-record
               move appr-overdue to count-out
               string "APPROVALS PENDING OVER " appr-max-days
                   " DAYS: " count-out
                   delimited by size into except-record
               write except-record
               close except-file
               display "approvals pending over " appr-max-days
                   " days: " count-out
           end-if.

       730-maintain-dependencies.
           display "Action - (A)dd, (D)elete: " with no advancing
           accept dep-action

           display "Enter project idx: " with no advancing
           accept dep-maint-idx
           display "Enter predecessor idx: " with no advancing
           accept dep-maint-pred

           move 0 to dep-row
           perform varying dp from 1 by 1 until dp > dep-num
               if dep-idx(dp) = dep-maint-idx
                   and dep-pred(dp) = dep-maint-pred
                   move dp to dep-row
               end-if
           end-perform
           move dep-maint-idx to idx-out
           move dep-maint-pred to dep-pred-out

           evaluate true
               when dep-add
                   move dep-maint-idx to dep-look-idx
                   perform 145-find-dep-project
                   if dep-look-row = 0
                       display "project idx " dep-maint-idx
                           " not on master -- rejected"
                   else
                   move dep-maint-pred to dep-look-idx
                   perform 145-find-dep-project
                   if dep-look-row = 0
                       display "predecessor idx " dep-maint-pred
                           " not on master -- rejected"
                   else
                   if dep-maint-idx = dep-maint-pred
                       display "a project cannot depend on itself "
                           "-- rejected"
                   else
                   if dep-row not = 0
                       display "dependency already exists"
                   else
                   if dep-num >= 5000
                       display "dependency table full -- cannot add"
                   else
                       perform 732-check-dep-cycle
                       if dep-cycle = 'y'
                           display "link would create a circular "
                               "chain -- rejected"
                       else
                           add 1 to dep-num
                           move dep-maint-idx to dep-idx(dep-num)
                           move dep-maint-pred to dep-pred(dep-num)
                           perform 734-rewrite-dependencies
                           string "DEPEND ADD IDX " idx-out
                               " PRED " dep-pred-out
                               delimited by size into audit-detail
                           perform 950-write-audit-log
                           display "dependency added"
                       end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               when dep-delete
                   if dep-row = 0
                       display "dependency not found"
                   else
                       perform varying dp from dep-row by 1
                               until dp >= dep-num
                           move dep-idx(dp + 1) to dep-idx(dp)
                           move dep-pred(dp + 1) to dep-pred(dp)
                       end-perform
                       subtract 1 from dep-num
                       perform 734-rewrite-dependencies
                       string "DEPEND DELETE IDX " idx-out
                           " PRED " dep-pred-out
                           delimited by size into audit-detail
                       perform 950-write-audit-log
                       display "dependency deleted"
                   end-if
               when other
                   display "invalid action"
           end-evaluate.

       732-check-dep-cycle.
           move 'n' to dep-cycle
           move spaces to dep-seen-tab
           move 1 to dep-top
           move dep-maint-pred to dep-stk-idx(1)
           perform until dep-top = 0 or dep-cycle = 'y'
               move dep-stk-idx(dep-top) to dep-look-idx
               subtract 1 from dep-top
               if dep-look-idx = dep-maint-idx
                   move 'y' to dep-cycle
               else
               if dep-seen(dep-look-idx + 1) not = 'y'
                   move 'y' to dep-seen(dep-look-idx + 1)
                   perform varying dp from 1 by 1 until dp > dep-num
                       if dep-idx(dp) = dep-look-idx
                           and dep-top < 5000
                           add 1 to dep-top
                           move dep-pred(dp) to dep-stk-idx(dep-top)
                       end-if
                   end-perform
               end-if
               end-if
           end-perform.

       734-rewrite-dependencies.
           open output depend-file
           if depend-status not = "00"
               display "cannot rewrite dependency file, status "
                   depend-status
               move 'y' to run-failed
           else
               perform varying dp from 1 by 1 until dp > dep-num
                   move dep-idx(dp) to dpfile-idx
                   move dep-pred(dp) to dpfile-pred
                   write depend-file-record
               end-perform
               if depend-status not = "00"
                   display "error writing dependency file, status "
                       depend-status
                   move 'y' to run-failed
               end-if
               close depend-file
           end-if.

       736-dependency-report.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           move 0 to dep-chains
           move 0 to dep-blocking

           open output chain-file
           if chain-status not = "00"
               display "cannot open dependency report, status "
                   chain-status
               move 'y' to run-failed
           else
               move spaces to chain-record
               string "DEPENDENCY CHAIN REPORT -- RUN DATE: "
                   report-date-out
                   delimited by size into chain-record
               write chain-record
               move spaces to chain-record
               write chain-record
               move spaces to chain-record
               string "EACH CHAIN STARTS AT ITS LAST PROJECT; "
                   "PREDECESSORS ARE INDENTED BELOW"
                   delimited by size into chain-record
               write chain-record
               move spaces to chain-record
               string "IDX    PNAME"
                   "                                   ST OWNER"
                   "    OWNER NAME"
                   delimited by size into chain-record
               write chain-record
               move spaces to chain-record
               string "-----------------------------------------------"
                   "-----------------------------------------------"
                   "----"
                   delimited by size into chain-record
               write chain-record

               perform varying dq from 1 by 1 until dq > dep-num
                   move 0 to dep-successors
                   perform varying dp from 1 by 1 until dp > dep-num
                       if dep-pred(dp) = dep-idx(dq)
                           add 1 to dep-successors
                       end-if
                       if dp < dq and dep-idx(dp) = dep-idx(dq)
                           add 1 to dep-successors
                       end-if
                   end-perform
                   if dep-successors = 0
                       add 1 to dep-chains
                       perform 737-print-chain
                   end-if
               end-perform

               move spaces to chain-record
               write chain-record
               move spaces to chain-record
               move dep-chains to count-out
               string "TOTAL CHAINS: " count-out
                   delimited by size into chain-record
               write chain-record
               move spaces to chain-record
               move dep-num to count-out
               string "TOTAL LINKS: " count-out
                   delimited by size into chain-record
               write chain-record
               move spaces to chain-record
               move dep-blocking to count-out
               string "TOTAL BLOCKING: " count-out
                   delimited by size into chain-record
               write chain-record
               close chain-file
               display "dependency chains reported: " dep-chains
           end-if.

       737-print-chain.
           move spaces to chain-record
           write chain-record
           move 1 to dep-top
           move dep-idx(dq) to dep-stk-idx(1)
           move 0 to dep-stk-lvl(1)
           perform until dep-top = 0
               move dep-stk-idx(dep-top) to dep-look-idx
               move dep-stk-lvl(dep-top) to dep-level
               subtract 1 from dep-top
               perform 145-find-dep-project
               move dep-look-idx to idx-out
               move spaces to dep-line
               move spaces to dep-flag-out
               if dep-look-row = 0
                   string idx-out "  *NOT ON MASTER*"
                       delimited by size into dep-line
               else
                   if dep-level > 0
                       and (pstatus(dep-look-row) = 'O'
                           or pstatus(dep-look-row) = 'H')
                       move "BLOCKING" to dep-flag-out
                       add 1 to dep-blocking
                   end-if
                   move powner(dep-look-row) to lookup-owner
                   perform 175-format-owner-name
                   string idx-out "  " pname(dep-look-row) " "
                       pstatus(dep-look-row) "  "
                       powner(dep-look-row) " " owner-display
                       " " dep-flag-out
                       delimited by size into dep-line
               end-if
               if dep-level > 20
                   compute dep-col = 41
               else
                   compute dep-col = dep-level * 2 + 1
               end-if
               move spaces to chain-record
               move dep-line to chain-record(dep-col:)
               write chain-record
               if dep-level < 50
                   perform varying dp from dep-num by -1 until dp = 0
                       if dep-idx(dp) = dep-look-idx
                           and dep-top < 5000
                           add 1 to dep-top
                           move dep-pred(dp) to dep-stk-idx(dep-top)
                           compute dep-stk-lvl(dep-top) = dep-level + 1
                       end-if
                   end-perform
               end-if
           end-perform.

       738-count-open-successors.
           move 0 to dep-open-succ
           perform varying dp from 1 by 1 until dp > dep-num
               if dep-pred(dp) = check-idx
                   move dep-idx(dp) to dep-look-idx
                   perform 145-find-dep-project
                   if dep-look-row not = 0
                       if pstatus(dep-look-row) = 'O'
                           or pstatus(dep-look-row) = 'H'
                           add 1 to dep-open-succ
                       end-if
                   end-if
               end-if
           end-perform.

       740-add-master-record.
           perform 755-backup-master
           open i-o master-file
           if master-status not = "00"
               display "cannot open master file, status "
                   master-status " -- change not written"
           else
               move maint-idx to mfile-idx
               move maint-pname to mfile-pname
               move maint-status to mfile-status
               move maint-owner to mfile-owner
               move maint-start-date to mfile-start-date
               write master-file-record
                 invalid key
                   display "idx " maint-idx
                       " already on master file"
                 not invalid key
                   move 'A' to jn-action
                   move maint-idx to jn-idx
                   move spaces to jn-before
                   perform 778-save-maint-after-image
                   perform 772-write-journal
               end-write
               close master-file
               perform 765-write-control
           end-if.

       745-update-master-record.
           perform 755-backup-master
           open i-o master-file
           if master-status not = "00"
               display "cannot open master file, status "
                   master-status " -- change not written"
           else
               move maint-idx to mfile-idx
               read master-file
                 invalid key
                   display "idx " maint-idx " not on master file"
                 not invalid key
                   perform 779-save-file-before-image
                   move maint-pname to mfile-pname
                   move maint-status to mfile-status
                   move maint-owner to mfile-owner
                   move maint-start-date to mfile-start-date
                   rewrite master-file-record
                     invalid key
                       display "idx " maint-idx " not on master file"
                     not invalid key
                       move 'U' to jn-action
                       move maint-idx to jn-idx
                       perform 778-save-maint-after-image
                       perform 772-write-journal
                   end-rewrite
               end-read
               close master-file
           end-if.

       748-delete-master-record.
           perform 755-backup-master
           open i-o master-file
           if master-status not = "00"
               display "cannot open master file, status "
                   master-status " -- change not written"
           else
               move maint-idx to mfile-idx
               read master-file
                 invalid key
                   display "idx " maint-idx " not on master file"
                 not invalid key
                   perform 779-save-file-before-image
                   delete master-file record
                     invalid key
                       display "idx " maint-idx " not on master file"
                     not invalid key
                       move 'D' to jn-action
                       move maint-idx to jn-idx
                       move spaces to jn-after
                       perform 772-write-journal
                   end-delete
               end-read
               close master-file
               perform 765-write-control
           end-if.

       750-rewrite-file.
           perform 755-backup-master
           open output master-file
           if master-status not = "00"
               display "cannot rebuild master file, status "
                   master-status
               move 'y' to run-failed
           else
           move 'n' to rebuild-failed
           move 0 to rebuild-rows
               close ctl-file
           end-if.

       770-start-journal-run.
           accept jn-run-date from date yyyymmdd
           accept jn-run-time from time.

       772-write-journal.
           accept audit-date from date yyyymmdd
           accept run-time from time
           open input journal-file
           if journal-status = "35"
               open output journal-file
               close journal-file
           else
               close journal-file
           end-if
           open extend journal-file
           if journal-status not = "00"
               display "WARNING: cannot open master journal, status "
                   journal-status
           else
               move jn-run-date to jnfile-run-date
               move jn-run-time to jnfile-run-time
               move jn-source to jnfile-source
               move jn-ref to jnfile-ref
               move oper-id to jnfile-oper
               move audit-date to jnfile-date
               move run-time to jnfile-time
               move jn-action to jnfile-action
               move jn-idx to jnfile-idx
               move jn-before to jnfile-before
               move jn-after to jnfile-after
               write journal-file-record
               close journal-file
           end-if.

       776-save-row-before-image.
           move pname(jn-row) to jn-b-pname
           move pstatus(jn-row) to jn-b-status
           move powner(jn-row) to jn-b-owner
           move pstart-date(jn-row) to jn-b-start.

       777-save-row-after-image.
           move pname(jn-row) to jn-a-pname
           move pstatus(jn-row) to jn-a-status
           move powner(jn-row) to jn-a-owner
           move pstart-date(jn-row) to jn-a-start.

       778-save-maint-after-image.
           move maint-pname to jn-a-pname
           move maint-status to jn-a-status
           move maint-owner to jn-a-owner
           move maint-start-date to jn-a-start.

       779-save-file-before-image.
           move mfile-pname to jn-b-pname
           move mfile-status to jn-b-status
           move mfile-owner to jn-b-owner
           move mfile-start-date to jn-b-start.

       780-integrity-sweep.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day
           move 0 to ig-total-orphans
           move 0 to ig-quarantined
           perform varying ig from 1 by 1 until ig > 9
               move 0 to ig-checked(ig)
               move 0 to ig-orphans(ig)
           end-perform
           move "MSTONE-Master.txt" to ig-file(1)
           move "BUDGET-Master.txt" to ig-file(2)
           move "STATUS-Hist.txt" to ig-file(3)
           move "PROJ-Trans.txt" to ig-file(4)
           move "BUDGET-Trans.txt" to ig-file(5)
           move "APPROVAL-Pending.txt" to ig-file(6)
           move "PROJ-Depend.txt" to ig-file(7)
           move "MASTER-Journal.txt" to ig-file(8)
           move "OWNER-Master.txt" to ig-file(9)

           perform 796-load-quarantine
           open input quar-file
           if quar-status = "35"
               open output quar-file
               close quar-file
           else
               close quar-file
           end-if
           open extend quar-file
           if quar-status not = "00"
               display "cannot open quarantine file, status "
                   quar-status
               move 'y' to run-failed
           else
               open input except-file
               if except-status = "35"
                   open output except-file
                   close except-file
               else
                   close except-file
               end-if
               open extend except-file
               if except-status not = "00"
                   display "cannot open exception file, status "
                       except-status
                   move 'y' to run-failed
               else
                   perform 781-run-sweep
                   close except-file
               end-if
               close quar-file
           end-if.

       781-run-sweep.
           move spaces to except-record
           string "INTEGRITY SWEEP -- RUN DATE: " report-date-out
               delimited by size into except-record
           write except-record

           perform 782-sweep-milestones
           perform 783-sweep-budget
           perform 784-sweep-status-hist
           perform 785-sweep-trans
           perform 786-sweep-budget-trans
           perform 787-sweep-approvals
           perform 788-sweep-dependencies
           perform 789-sweep-journal
           perform 790-check-owner-codes

           perform varying ig from 1 by 1 until ig > 9
               move ig-checked(ig) to count-out
               move ig-orphans(ig) to count-out-2
               move spaces to except-record
               string "INTEGRITY " ig-file(ig) " CHECKED " count-out
                   " ORPHANS " count-out-2
                   delimited by size into except-record
               write except-record
               string "INTEGRITY " ig-file(ig) " CHECKED " count-out
                   " ORPHANS " count-out-2
                   delimited by size into audit-detail
               perform 950-write-audit-log
           end-perform
           move spaces to except-record
           move ig-total-orphans to count-out
           move ig-quarantined to count-out-2
           string "TOTAL ORPHANS: " count-out
               "  QUARANTINED: " count-out-2
               delimited by size into except-record
           write except-record
           display "integrity sweep -- orphans found: " count-out
               "  quarantined: " count-out-2.

       782-sweep-milestones.
           perform 130-load-milestones
           move 1 to ig-f
           move 0 to ig-keep
           perform varying ms2 from 1 by 1 until ms2 > ms-num
               add 1 to ig-checked(ig-f)
               move ms-idx(ms2) to search-idx
               perform 410-find-project
               if found-row = 0
                   move ms-idx(ms2) to ig-orph-idx
                   move 1 to ig-pos
                   move "PROJECT NOT ON MASTER" to ig-reason
                   move spaces to ig-image
                   string ms-idx(ms2) ms-seq(ms2) ms-desc(ms2)
                       ms-due(ms2) ms-done(ms2) ms-done-date(ms2)
                       delimited by size into ig-image
                   perform 791-quarantine-record
               else
                   add 1 to ig-keep
                   if ig-keep not = ms2
                       move ms-idx(ms2) to ms-idx(ig-keep)
                       move ms-seq(ms2) to ms-seq(ig-keep)
                       move ms-desc(ms2) to ms-desc(ig-keep)
                       move ms-due(ms2) to ms-due(ig-keep)
                       move ms-done(ms2) to ms-done(ig-keep)
                       move ms-done-date(ms2) to ms-done-date(ig-keep)
                   end-if
               end-if
           end-perform
           if ig-orphans(ig-f) > 0
               move ig-keep to ms-num
               perform 712-rewrite-milestones
           end-if.

       783-sweep-budget.
           perform 135-load-budget
           move 2 to ig-f
           move 0 to ig-keep
           perform varying k from 1 by 1 until k > bud-num
               add 1 to ig-checked(ig-f)
               move bud-idx(k) to search-idx
               perform 410-find-project
               if found-row = 0
                   move bud-idx(k) to ig-orph-idx
                   move 1 to ig-pos
                   move "PROJECT NOT ON MASTER" to ig-reason
                   move spaces to ig-image
                   move bud-idx(k) to bgfile-idx
                   move bud-amount(k) to bgfile-amount
                   move bud-actual(k) to bgfile-actual
                   move bud-posted(k) to bgfile-posted
                   move bud-currency(k) to bgfile-currency
                   move budget-file-record to ig-image
                   perform 791-quarantine-record
               else
                   add 1 to ig-keep
                   if ig-keep not = k
                       move bud-idx(k) to bud-idx(ig-keep)
                       move bud-amount(k) to bud-amount(ig-keep)
                       move bud-actual(k) to bud-actual(ig-keep)
                       move bud-posted(k) to bud-posted(ig-keep)
                       move bud-currency(k) to bud-currency(ig-keep)
                   end-if
               end-if
           end-perform
           if ig-orphans(ig-f) > 0
               move ig-keep to bud-num
               perform 694-rewrite-budget
           end-if.

       784-sweep-status-hist.
           move 3 to ig-f
           move 'n' to ig-eof
           open input status-hist-file
           if stat-hist-status = "00"
               move "INTEG-Work.txt" to copy-out-name
               open output copy-out-file
               perform until ig-eof = 'y'
                   read status-hist-file
                     at end
                       move 'y' to ig-eof
                     not at end
                       add 1 to ig-checked(ig-f)
                       move shfile-idx to search-idx
                       perform 410-find-project
                       if found-row = 0
                           move shfile-idx to ig-orph-idx
                           move 1 to ig-pos
                           move "PROJECT NOT ON MASTER" to ig-reason
                           move status-hist-record to ig-image
                           perform 791-quarantine-record
                       else
                           move status-hist-record to copy-out-record
                           write copy-out-record
                       end-if
                   end-read
               end-perform
               close status-hist-file
               close copy-out-file
               if ig-orphans(ig-f) > 0
                   move "INTEG-Work.txt" to copy-in-name
                   move "STATUS-Hist.txt" to copy-out-name
                   perform 760-copy-file
               end-if
           end-if.

       785-sweep-trans.
           move 4 to ig-f
           move 0 to ig-add-num
           move 'n' to ig-eof
           open input trans-file
           if trans-status = "00"
               move "INTEG-Work.txt" to copy-out-name
               open output copy-out-file
               perform until ig-eof = 'y'
                   read trans-file
                     at end
                       move 'y' to ig-eof
                     not at end
                       add 1 to ig-checked(ig-f)
                       move 1 to found-row
                       if tfile-action = 'A' and ig-add-num < 1000
                           add 1 to ig-add-num
                           move tfile-idx to ig-add-idx(ig-add-num)
                       end-if
                       if tfile-action not = 'A'
                           and tfile-action not = 'D'
                           move tfile-idx to search-idx
                           perform 410-find-project
                           perform varying ig-add from 1 by 1
                                   until ig-add > ig-add-num
                               if ig-add-idx(ig-add) = tfile-idx
                                   move ig-add to found-row
                               end-if
                           end-perform
                       end-if
                       if found-row = 0
                           move tfile-idx to ig-orph-idx
                           move 2 to ig-pos
                           move "PROJECT NOT ON MASTER" to ig-reason
                           move trans-file-record to ig-image
                           perform 791-quarantine-record
                       else
                           move trans-file-record to copy-out-record
                           write copy-out-record
                       end-if
                   end-read
               end-perform
               close trans-file
               close copy-out-file
               if ig-orphans(ig-f) > 0
                   move "INTEG-Work.txt" to copy-in-name
                   move "PROJ-Trans.txt" to copy-out-name
                   perform 760-copy-file
               end-if
           end-if.

       786-sweep-budget-trans.
           move 5 to ig-f
           move 'n' to ig-eof
           open input btrans-file
           if btrans-status = "00"
               move "INTEG-Work.txt" to copy-out-name
               open output copy-out-file
               perform until ig-eof = 'y'
                   read btrans-file
                     at end
                       move 'y' to ig-eof
                     not at end
                       add 1 to ig-checked(ig-f)
                       move btfile-idx to search-idx
                       perform 410-find-project
                       if found-row = 0
                           move btfile-idx to ig-orph-idx
                           move 2 to ig-pos
                           move "PROJECT NOT ON MASTER" to ig-reason
                           move btrans-file-record to ig-image
                           perform 791-quarantine-record
                       else
                           move btrans-file-record to copy-out-record
                           write copy-out-record
                       end-if
                   end-read
               end-perform
               close btrans-file
               close copy-out-file
               if ig-orphans(ig-f) > 0
                   move "INTEG-Work.txt" to copy-in-name
                   move "BUDGET-Trans.txt" to copy-out-name
                   perform 760-copy-file
               end-if
           end-if.

       787-sweep-approvals.
           perform 722-load-approvals
           move 6 to ig-f
           if appr-overflow = 'y'
               display "approval file exceeds 500 requests -- "
                   "approval check skipped"
               move spaces to except-record
               string "APPROVAL-Pending.txt OVER 500 REQUESTS -- "
                   "CHECK SKIPPED"
                   delimited by size into except-record
               write except-record
               move 'y' to run-failed
               move 0 to appr-num
           end-if
           perform varying ap from 1 by 1 until ap > appr-num
               add 1 to ig-checked(ig-f)
               move 1 to found-row
               if ap-type(ap) not = 'W'
                   move ap-idx(ap) to search-idx
                   perform 410-find-project
               end-if
               if found-row = 0
                   move ap-idx(ap) to ig-orph-idx
                   move 7 to ig-pos
                   move "PROJECT NOT ON MASTER" to ig-reason
                   move spaces to ig-image
                   string ap-seq(ap) ap-type(ap) ap-idx(ap)
                       ap-pname(ap) ap-owner(ap) ap-start-date(ap)
                       ap-old-owner(ap) ap-new-owner(ap)
                       ap-requester(ap) ap-req-date(ap)
                       ap-req-time(ap) ap-reason(ap)
                       delimited by size into ig-image
                   perform 791-quarantine-record
                   move 'Q' to ap-state(ap)
               end-if
           end-perform
           if ig-orphans(ig-f) > 0
               perform 724-rewrite-approvals
           end-if.

       788-sweep-dependencies.
           perform 140-load-dependencies
           move 7 to ig-f
           move 0 to ig-keep
           perform varying dp from 1 by 1 until dp > dep-num
               add 1 to ig-checked(ig-f)
               move dep-idx(dp) to search-idx
               perform 410-find-project
               if found-row = 0
                   move dep-idx(dp) to ig-orph-idx
                   move 1 to ig-pos
                   move "PROJECT NOT ON MASTER" to ig-reason
               else
                   move dep-pred(dp) to search-idx
                   perform 410-find-project
                   if found-row = 0
                       move dep-pred(dp) to ig-orph-idx
                       move 6 to ig-pos
                       move "PREDECESSOR NOT ON MASTER" to ig-reason
                   end-if
               end-if
               if found-row = 0
                   move spaces to ig-image
                   string dep-idx(dp) dep-pred(dp)
                       delimited by size into ig-image
                   perform 791-quarantine-record
               else
                   add 1 to ig-keep
                   if ig-keep not = dp
                       move dep-idx(dp) to dep-idx(ig-keep)
                       move dep-pred(dp) to dep-pred(ig-keep)
                   end-if
               end-if
           end-perform
           if ig-orphans(ig-f) > 0
               move ig-keep to dep-num
               perform 734-rewrite-dependencies
           end-if.

       789-sweep-journal.
           move 8 to ig-f
           move spaces to ig-jn-last-tab
           move 'n' to ig-eof
           open input journal-file
           if journal-status = "00"
               perform until ig-eof = 'y'
                   read journal-file
                     at end
                       move 'y' to ig-eof
                     not at end
                       move jnfile-action to
                           ig-jn-last(jnfile-idx + 1)
                   end-read
               end-perform
               close journal-file
               move 'n' to ig-eof
               open input journal-file
               perform until ig-eof = 'y'
                   read journal-file
                     at end
                       move 'y' to ig-eof
                     not at end
                       add 1 to ig-checked(ig-f)
                       perform 792-check-journal-entry
                   end-read
               end-perform
               close journal-file
           end-if.

       790-check-owner-codes.
           move 9 to ig-f
           if owner-num = 0
               display "no owner master -- owner check skipped"
               move spaces to except-record
               string "NO OWNER MASTER -- OWNER CHECK SKIPPED"
                   delimited by size into except-record
               write except-record
           else
               perform varying i from 1 by 1 until i > num
                   add 1 to ig-checked(ig-f)
                   move powner(i) to lookup-owner
                   perform 170-lookup-owner
                   if owner-row = 0
                       add 1 to ig-orphans(ig-f)
                       add 1 to ig-total-orphans
                       move idx(i) to idx-out
                       move spaces to except-record
                       string "ORPHAN OWNER  IDX " idx-out " OWNER "
                           powner(i) " NOT ON OWNER-Master"
                           delimited by size into except-record
                       write except-record
                   end-if
               end-perform
           end-if.

       791-quarantine-record.
           add 1 to ig-orphans(ig-f)
           add 1 to ig-total-orphans
           move spaces to quar-file-record
           move ig-next-seq to qrfile-seq
           move ig-file(ig-f) to qrfile-source
           move ig-orph-idx to qrfile-idx
           move ig-pos to qrfile-pos
           move ig-reason to qrfile-reason
           move report-date to qrfile-date
           move 'Q' to qrfile-state
           move 0 to qrfile-new-idx
           move ig-image to qrfile-image
           write quar-file-record
           if quar-status not = "00"
               display "error writing quarantine file, status "
                   quar-status
               move 'y' to run-failed
           else
               add 1 to ig-quarantined
           end-if
           move ig-next-seq to qa-seq-out
           move ig-orph-idx to idx-out
           move spaces to except-record
           string "ORPHAN " qa-seq-out " " ig-file(ig-f)(1:20)
               " IDX " idx-out " " ig-reason
               delimited by size into except-record
           write except-record
           add 1 to ig-next-seq.

       792-check-journal-entry.
           move jnfile-idx to search-idx
           perform 410-find-project
           if found-row = 0
               and ig-jn-last(jnfile-idx + 1) not = 'D'
               add 1 to ig-orphans(ig-f)
               add 1 to ig-total-orphans
               if ig-jn-last(jnfile-idx + 1) not = 'X'
                   move 'X' to ig-jn-last(jnfile-idx + 1)
                   move jnfile-idx to idx-out
                   move spaces to except-record
                   string "ORPHAN JOURNAL IDX " idx-out
                       " NOT ON MASTER AND NO JOURNALED DELETE"
                       delimited by size into except-record
                   write except-record
               end-if
           end-if.

       795-reattach-quarantine.
           perform 796-load-quarantine
           move 0 to ig-listed
           display "Quarantined records"
           display "-------------------"
           perform varying qa from 1 by 1 until qa > qa-num
               if qa-state(qa) = 'Q'
                   add 1 to ig-listed
                   move qa-seq(qa) to qa-seq-out
                   move qa-idx(qa) to idx-out
                   display qa-seq-out "  " qa-source(qa) "  IDX "
                       idx-out "  " qa-reason(qa) "  " qa-date(qa)
               end-if
           end-perform
           if qa-overflow = 'y'
               display "quarantine file exceeds 2000 records -- "
                   "re-attach not available"
           else
           if ig-listed = 0
               display "no quarantined records"
           else
               display "Enter quarantine seq to re-attach (0 = none): "
                   with no advancing
               accept ig-seq-in
               move 0 to qa-row
               perform varying qa from 1 by 1 until qa > qa-num
                   if qa-seq(qa) = ig-seq-in and qa-state(qa) = 'Q'
                       move qa to qa-row
                   end-if
               end-perform
               if qa-row = 0
                   if ig-seq-in not = 0
                       display "quarantine seq " ig-seq-in
                           " not found or already re-attached"
                   end-if
               else
                   perform 799-reattach-one
               end-if
           end-if
           end-if.

       796-load-quarantine.
           move 0 to qa-num
           move 'n' to qa-overflow
           move 1 to ig-next-seq
           move 'n' to quar-eof
           open input quar-file
           if quar-status = "00"
               perform until quar-eof = 'y'
                   read quar-file
                     at end
                       move 'y' to quar-eof
                     not at end
                       if qa-num < 2000
                           add 1 to qa-num
                           move qrfile-seq to qa-seq(qa-num)
                           move qrfile-source to qa-source(qa-num)
                           move qrfile-idx to qa-idx(qa-num)
                           move qrfile-pos to qa-pos(qa-num)
                           move qrfile-reason to qa-reason(qa-num)
                           move qrfile-date to qa-date(qa-num)
                           move qrfile-state to qa-state(qa-num)
                           move qrfile-new-idx to qa-new-idx(qa-num)
                           move qrfile-image to qa-image(qa-num)
                       else
                           move 'y' to qa-overflow
                           display "WARNING: quarantine table full, "
                               "record " qrfile-seq " not loaded"
                       end-if
                       if qrfile-seq >= ig-next-seq
                           compute ig-next-seq = qrfile-seq + 1
                       end-if
                   end-read
               end-perform
               close quar-file
           end-if.

       797-append-to-source.
           evaluate qa-source(qa-row)
               when "MSTONE-Master.txt"
                   move 0 to ig-keep
                   perform varying ms2 from 1 by 1 until ms2 > ms-num
                       if ms-idx(ms2) = ig-new-idx
                           and ms-seq(ms2) > ig-keep
                           move ms-seq(ms2) to ig-keep
                       end-if
                   end-perform
                   if ig-keep >= 999
                       display "no free milestone seq on idx "
                           ig-new-idx " -- rejected"
                       move 'n' to ig-reattach-ok
                   else
                       add 1 to ig-keep
                       move ig-keep to ig-seq-3
                       move ig-seq-3 to ig-image(6:3)
                       open input mstone-file
                       if mstone-status = "35"
                           open output mstone-file
                           close mstone-file
                       else
                           close mstone-file
                       end-if
                       open extend mstone-file
                       if mstone-status not = "00"
                           display "cannot open milestone file, status "
                               mstone-status
                           move 'n' to ig-reattach-ok
                       else
                           move ig-image to mstone-file-record
                           write mstone-file-record
                           if mstone-status not = "00"
                               display "error writing milestone file, "
                                   "status " mstone-status
                               move 'n' to ig-reattach-ok
                           end-if
                           close mstone-file
                       end-if
                       perform 130-load-milestones
                   end-if
               when "BUDGET-Master.txt"
                   perform 135-load-budget
                   move 'n' to found-flag
                   perform varying k from 1 by 1 until k > bud-num
                       if bud-idx(k) = ig-new-idx
                           move 'y' to found-flag
                       end-if
                   end-perform
                   if found-flag = 'y'
                       display "idx " ig-new-idx
                           " already has a budget row -- rejected"
                       move 'n' to ig-reattach-ok
                   else
                       open input budget-file
                       if budget-status = "35"
                           open output budget-file
                           close budget-file
                       else
                           close budget-file
                       end-if
                       open extend budget-file
                       if budget-status not = "00"
                           display "cannot open budget file, status "
                               budget-status
                           move 'n' to ig-reattach-ok
                       else
                           move ig-image to budget-file-record
                           write budget-file-record
                           if budget-status not = "00"
                               display "error writing budget file, "
                                   "status " budget-status
                               move 'n' to ig-reattach-ok
                           end-if
                           close budget-file
                       end-if
                       perform 135-load-budget
                   end-if
               when "STATUS-Hist.txt"
                   open input status-hist-file
                   if stat-hist-status = "35"
                       open output status-hist-file
                       close status-hist-file
                   else
                       close status-hist-file
                   end-if
                   open extend status-hist-file
                   if stat-hist-status not = "00"
                       display "cannot open status history file, "
                           "status " stat-hist-status
                       move 'n' to ig-reattach-ok
                   else
                       move ig-image to status-hist-record
                       write status-hist-record
                       if stat-hist-status not = "00"
                           display "error writing status history file, "
                               "status " stat-hist-status
                           move 'n' to ig-reattach-ok
                       end-if
                       close status-hist-file
                   end-if
               when "PROJ-Trans.txt"
                   open input trans-file
                   if trans-status = "35"
                       open output trans-file
                       close trans-file
                   else
                       close trans-file
                   end-if
                   open extend trans-file
                   if trans-status not = "00"
                       display "cannot open transaction file, status "
                           trans-status
                       move 'n' to ig-reattach-ok
                   else
                       move ig-image to trans-file-record
                       write trans-file-record
                       if trans-status not = "00"
                           display "error writing transaction file, "
                               "status " trans-status
                           move 'n' to ig-reattach-ok
                       end-if
                       close trans-file
                   end-if
               when "BUDGET-Trans.txt"
                   open input btrans-file
                   if btrans-status = "35"
                       open output btrans-file
                       close btrans-file
                   else
                       close btrans-file
                   end-if
                   open extend btrans-file
                   if btrans-status not = "00"
                       display "cannot open budget transaction file, "
                           "status " btrans-status
                       move 'n' to ig-reattach-ok
                   else
                       move ig-image to btrans-file-record
                       write btrans-file-record
                       if btrans-status not = "00"
                           display "error writing budget transaction "
                               "file, status " btrans-status
                           move 'n' to ig-reattach-ok
                       end-if
                       close btrans-file
                   end-if
               when "APPROVAL-Pending.txt"
                   open input approval-file
                   if approval-status = "35"
                       open output approval-file
                       close approval-file
                   else
                       close approval-file
                   end-if
                   open extend approval-file
                   if approval-status not = "00"
                       display "cannot open approval file, status "
                           approval-status
                       move 'n' to ig-reattach-ok
                   else
                       move ig-image to approval-file-record
                       write approval-file-record
                       if approval-status not = "00"
                           display "error writing approval file, "
                               "status " approval-status
                           move 'n' to ig-reattach-ok
                       end-if
                       close approval-file
                   end-if
                   perform 722-load-approvals
               when "PROJ-Depend.txt"
                   move ig-image(1:5) to dep-maint-idx
                   move ig-image(6:5) to dep-maint-pred
                   move 0 to dep-row
                   perform varying dp from 1 by 1 until dp > dep-num
                       if dep-idx(dp) = dep-maint-idx
                           and dep-pred(dp) = dep-maint-pred
                           move dp to dep-row
                       end-if
                   end-perform
                   move dep-maint-idx to dep-look-idx
                   perform 145-find-dep-project
                   if dep-look-row not = 0
                       move dep-maint-pred to dep-look-idx
                       perform 145-find-dep-project
                   end-if
                   if dep-look-row = 0
                       display "other end of link not on master "
                           "-- rejected"
                       move 'n' to ig-reattach-ok
                   else
                   if dep-maint-idx = dep-maint-pred
                       display "a project cannot depend on itself "
                           "-- rejected"
                       move 'n' to ig-reattach-ok
                   else
                   if dep-row not = 0
                       display "dependency already exists -- rejected"
                       move 'n' to ig-reattach-ok
                   else
                   if dep-num >= 5000
                       display "dependency table full -- rejected"
                       move 'n' to ig-reattach-ok
                   else
                       perform 732-check-dep-cycle
                       if dep-cycle = 'y'
                           display "link would create a circular "
                               "chain -- rejected"
                           move 'n' to ig-reattach-ok
                       else
                           add 1 to dep-num
                           move dep-maint-idx to dep-idx(dep-num)
                           move dep-maint-pred to dep-pred(dep-num)
                           move 'n' to run-failed
                           perform 734-rewrite-dependencies
                           if run-failed = 'y'
                               move 'n' to ig-reattach-ok
                           end-if
                       end-if
                   end-if
                   end-if
                   end-if
                   end-if
               when other
                   display "unknown quarantine source -- rejected"
                   move 'n' to ig-reattach-ok
           end-evaluate.

       798-rewrite-quarantine.
           open output quar-file
           if quar-status not = "00"
               display "cannot rewrite quarantine file, status "
                   quar-status
               move 'y' to run-failed
           else
               perform varying qa from 1 by 1 until qa > qa-num
                   move spaces to quar-file-record
                   move qa-seq(qa) to qrfile-seq
                   move qa-source(qa) to qrfile-source
                   move qa-idx(qa) to qrfile-idx
                   move qa-pos(qa) to qrfile-pos
                   move qa-reason(qa) to qrfile-reason
                   move qa-date(qa) to qrfile-date
                   move qa-state(qa) to qrfile-state
                   move qa-new-idx(qa) to qrfile-new-idx
                   move qa-image(qa) to qrfile-image
                   write quar-file-record
               end-perform
               close quar-file
           end-if.

       799-reattach-one.
           display "Enter new project idx: " with no advancing
           accept ig-new-idx
           move ig-new-idx to search-idx
           perform 410-find-project
           if found-row = 0
               display "project idx " ig-new-idx
                   " not on master -- rejected"
           else
               move qa-image(qa-row) to ig-image
               move ig-new-idx to ig-image(qa-pos(qa-row):5)
               move 'y' to ig-reattach-ok
               perform 797-append-to-source
               if ig-reattach-ok = 'y'
                   move 'A' to qa-state(qa-row)
                   move ig-new-idx to qa-new-idx(qa-row)
                   perform 798-rewrite-quarantine
                   move qa-seq(qa-row) to qa-seq-out
                   move qa-idx(qa-row) to idx-out
                   move ig-new-idx to dep-pred-out
                   string "QUARANTINE " qa-seq-out " IDX " idx-out
                       " RE-ATTACHED TO " dep-pred-out " "
                       qa-source(qa-row)
                       delimited by size into audit-detail
                   perform 950-write-audit-log
                   display "quarantine record " qa-seq-out
                       " re-attached to idx " ig-new-idx
               end-if
           end-if.

       800-print-report.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           open output report-file
           if report-status not = "00"
               display "cannot open report file, status "
                   report-status
               move 'y' to run-failed
           else
               perform 805-rollup-milestones
               move 0 to line-count
               move 1 to page-count
               perform 850-print-headers

               perform varying i from 1 by 1 until i > num
                   if line-count >= 60
                       add 1 to page-count
                       perform 850-print-headers
                   end-if
                   move spaces to report-record
                   move idx(i) to idx-out
                   move powner(i) to lookup-owner
                   perform 175-format-owner-name
                   move roll-open(i) to ms-open-out
                   if roll-open(i) = 0
                       move spaces to ms-next-due-out
                   else
                       move roll-due(i) to ms-next-due-out
                   end-if
                   string idx-out "   " pname(i) "  " pstatus(i)
                       "  " powner(i) " " owner-display
                       "  " pstart-date(i)
                       "    " ms-open-out "    " ms-next-due-out
                       delimited by size into report-record
                   write report-record
           move spaces to purge-record
           write purge-record

           move "PURGE" to jn-source
           move spaces to jn-ref
           string "CUTOFF " purge-cutoff
               delimited by size into jn-ref
           perform 770-start-journal-run
           move 0 to purge-count
           move 0 to purge-held
           move 1 to i
           perform until i > num
               move 0 to dep-open-succ
               if pstatus(i) = 'C' and pstart-date(i) < purge-cutoff
                   move idx(i) to check-idx
                   perform 738-count-open-successors
               end-if
               if pstatus(i) = 'C' and pstart-date(i) < purge-cutoff
                   and dep-open-succ = 0
                   move idx(i) to afile-idx
                   move pname(i) to afile-pname
                   move pstatus(i) to afile-status
                       delimited by size into purge-record
                   write purge-record
                   add 1 to purge-count
                   move 'D' to jn-action
                   move idx(i) to jn-idx
                   move i to jn-row
                   perform 776-save-row-before-image
                   move spaces to jn-after
                   perform 772-write-journal
                   move idx(i) to ms-arch-idx
                   perform 827-archive-milestones
                   perform varying j from i by 1 until j >= num
                   end-perform
                   subtract 1 from num
               else
                   if dep-open-succ > 0
                       move spaces to purge-record
                       move idx(i) to idx-out
                       move dep-open-succ to count-out
                       string "HELD    IDX " idx-out "  " pname(i)
                           "  OPEN SUCCESSORS: " count-out
                           delimited by size into purge-record
                       write purge-record
                       add 1 to purge-held
                   end-if
                   add 1 to i
               end-if
           end-perform
           string "TOTAL PURGED: " count-out
               delimited by size into purge-record
           write purge-record
           move spaces to purge-record
           move purge-held to count-out
           string "TOTAL HELD: " count-out
               delimited by size into purge-record
           write purge-record
           close purge-file
           close archive-file

           if purge-count > 0
               perform 750-rewrite-file
           end-if
           display "projects purged to archive: " purge-count
           if purge-held > 0
               display "projects held for open successors: "
                   purge-held
           end-if.

       827-archive-milestones.
           move 0 to ms-arch-count
                   move ms-due(ms2) to msafile-due
                   move ms-done(ms2) to msafile-done
                   move report-date to msafile-archived-on
                   move ms-done-date(ms2) to msafile-done-date
                   write mstone-arch-record
                   add 1 to ms-arch-count
                   perform varying k from ms2 by 1 until k >= ms-num
                       move ms-desc(k + 1) to ms-desc(k)
                       move ms-due(k + 1) to ms-due(k)
                       move ms-done(k + 1) to ms-done(k)
                       move ms-done-date(k + 1) to ms-done-date(k)
                   end-perform
                   subtract 1 from ms-num
               else
               end-if
           end-if.

       845-backout-run.
           perform 846-list-journal-runs
           if jr-num = 0
               display "master journal is empty -- nothing to back out"
           else
               display "Journaled runs, most recent last"
               display "--------------------------------"
               perform varying jr from 1 by 1 until jr > jr-num
                   move jr-count(jr) to count-out
                   display jr " - " jr-date(jr) " " jr-time(jr) "  "
                       jr-source(jr) " " jr-ref(jr) " " jr-oper(jr)
                       "  changes " count-out
               end-perform
               display "Enter run to back out (0 to cancel): "
                   with no advancing
               accept jr-pick
               evaluate true
                   when jr-pick = 0
                       display "back-out cancelled"
                   when jr-pick > jr-num
                       display "invalid run"
                   when other
                       move jr-count(jr-pick) to count-out
                       display "back out " count-out " changes made by "
                           jr-source(jr-pick) " run " jr-date(jr-pick)
                           " " jr-time(jr-pick) "? (y/n): "
                           with no advancing
                       accept bo-confirm
                       if bo-confirm = 'y' or bo-confirm = 'Y'
                           perform 847-load-run-entries
                           if bo-not-loaded > 0
                               display "run too large to back out"
                                   " -- master not changed"
                           else
                               perform 848-apply-backout
                           end-if
                       else
                           display "back-out cancelled"
                       end-if
               end-evaluate
           end-if.

       846-list-journal-runs.
           move 0 to jr-num
           move 0 to jn-recno
           move 'n' to journal-eof
           open input journal-file
           if journal-status = "00"
               perform until journal-eof = 'y'
                   read journal-file
                     at end
                       move 'y' to journal-eof
                     not at end
                       add 1 to jn-recno
                       move 'y' to jr-new-run
                       if jr-num > 0
                           if jnfile-run-date = jr-date(jr-num)
                               and jnfile-run-time = jr-time(jr-num)
                               and jnfile-source = jr-source(jr-num)
                               and jnfile-ref = jr-ref(jr-num)
                               move 'n' to jr-new-run
                           end-if
                       end-if
                       if jr-new-run = 'y'
                           if jr-num >= 20
                               perform varying jr from 1 by 1
                                       until jr >= 20
                                   move journal-runs(jr + 1)
                                       to journal-runs(jr)
                               end-perform
                           else
                               add 1 to jr-num
                           end-if
                           move jnfile-run-date to jr-date(jr-num)
                           move jnfile-run-time to jr-time(jr-num)
                           move jnfile-source to jr-source(jr-num)
                           move jnfile-ref to jr-ref(jr-num)
                           move jnfile-oper to jr-oper(jr-num)
                           move 0 to jr-count(jr-num)
                       end-if
                       add 1 to jr-count(jr-num)
                       move jn-recno to jr-last-rec(jr-num)
                   end-read
               end-perform
               close journal-file
           end-if.

       847-load-run-entries.
           move 0 to bo-num
           move 0 to bo-not-loaded
           move 0 to jn-recno
           move spaces to bo-idx-tab
           move 'n' to journal-eof
           open input journal-file
           if journal-status = "00"
               perform until journal-eof = 'y'
                   read journal-file
                     at end
                       move 'y' to journal-eof
                     not at end
                       add 1 to jn-recno
                       compute bo-sub = jnfile-idx + 1
                       if jn-recno <= jr-last-rec(jr-pick)
                           if jnfile-run-date = jr-date(jr-pick)
                               and jnfile-run-time = jr-time(jr-pick)
                               and jnfile-source = jr-source(jr-pick)
                               and jnfile-ref = jr-ref(jr-pick)
                               if bo-num < 5000
                                   add 1 to bo-num
                                   move jnfile-action
                                       to bo-action(bo-num)
                                   move jnfile-idx to bo-idx(bo-num)
                                   move jnfile-before
                                       to bo-before(bo-num)
                                   move jnfile-after
                                       to bo-after(bo-num)
                                   move 'r' to bo-idx-flag(bo-sub)
                               else
                                   add 1 to bo-not-loaded
                               end-if
                           end-if
                       else
                           if bo-idx-flag(bo-sub) = 'r'
                               move 'l' to bo-idx-flag(bo-sub)
                           end-if
                       end-if
                   end-read
               end-perform
               close journal-file
           end-if.

       848-apply-backout.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day
           move 0 to bo-reversed
           move 0 to bo-skipped
           open output backout-file
           if backout-status not = "00"
               display "cannot open back-out report, status "
                   backout-status
               move 'y' to run-failed
               display "back-out not run"
           else
               move "BACKOUT" to jn-source
               move spaces to jn-ref
               string jr-date(jr-pick) " " jr-time(jr-pick)
                   delimited by size into jn-ref
               perform 770-start-journal-run

               move spaces to backout-record
               string "BACK-OUT REPORT -- RUN DATE: " report-date-out
                   delimited by size into backout-record
               write backout-record
               move spaces to backout-record
               string "RUN BACKED OUT: " jr-date(jr-pick) " "
                   jr-time(jr-pick) "  SOURCE " jr-source(jr-pick)
                   " " jr-ref(jr-pick) "  OPERATOR " jr-oper(jr-pick)
                   delimited by size into backout-record
               write backout-record
               move spaces to backout-record
               write backout-record

               perform varying bo from bo-num by -1 until bo < 1
                   perform 849-backout-one-entry
               end-perform

               move spaces to backout-record
               write backout-record
               move spaces to backout-record
               move bo-reversed to count-out
               string "TOTAL REVERSED: " count-out
                   delimited by size into backout-record
               write backout-record
               move spaces to backout-record
               move bo-skipped to count-out
               string "TOTAL SKIPPED:  " count-out
                   delimited by size into backout-record
               write backout-record
               close backout-file

               if bo-reversed > 0
                   perform 750-rewrite-file
                   perform 150-validate-array
               end-if
               move bo-reversed to count-out
               move bo-skipped to count-out-2
               string "BACKOUT RUN " jr-date(jr-pick) " "
                   jr-time(jr-pick)
                   " " jr-source(jr-pick) " REVERSED " count-out
                   " SKIPPED " count-out-2
                   delimited by size into audit-detail
               perform 950-write-audit-log
               display "changes reversed: " count-out
                   "  skipped: " count-out-2
               display "back-out report written to PROJ-Backout.txt"
           end-if.

       849-backout-one-entry.
           move spaces to bo-reason
           move bo-idx(bo) to search-idx
           perform 410-find-project
           move spaces to jn-current
           if found-row not = 0
               move pname(found-row) to jn-c-pname
               move pstatus(found-row) to jn-c-status
               move powner(found-row) to jn-c-owner
               move pstart-date(found-row) to jn-c-start
           end-if
           compute bo-sub = bo-idx(bo) + 1
           move bo-idx(bo) to jn-idx

           evaluate true
               when bo-idx-flag(bo-sub) = 'l'
                   move "CHANGED AGAIN BY A LATER RUN" to bo-reason
               when bo-action(bo) = 'A'
                   if found-row = 0
                       move "PROJECT NO LONGER ON MASTER" to bo-reason
                   else
                   if jn-current not = bo-after(bo)
                       move "MASTER NO LONGER MATCHES AFTER IMAGE"
                           to bo-reason
                   else
                       move 'D' to jn-action
                       move jn-current to jn-before
                       move spaces to jn-after
                       perform 772-write-journal
                       move bo-idx(bo) to hist-idx
                       move pstatus(found-row) to hist-old
                       move space to hist-new
                       move "BACKOUT" to hist-source
                       perform 190-write-status-history
                       perform varying i from found-row by 1
                               until i >= num
                           move idx(i + 1) to idx(i)
                           move pname(i + 1) to pname(i)
                           move pstatus(i + 1) to pstatus(i)
                           move powner(i + 1) to powner(i)
                           move pstart-date(i + 1) to pstart-date(i)
                           move psource(i + 1) to psource(i)
                       end-perform
                       subtract 1 from num
                   end-if
                   end-if
               when bo-action(bo) = 'U'
                   if found-row = 0
                       move "PROJECT NO LONGER ON MASTER" to bo-reason
                   else
                   if jn-current not = bo-after(bo)
                       move "MASTER NO LONGER MATCHES AFTER IMAGE"
                           to bo-reason
                   else
                       move 'U' to jn-action
                       move jn-current to jn-before
                       move bo-before(bo) to jn-after
                       perform 772-write-journal
                       if jn-a-status not = pstatus(found-row)
                           move bo-idx(bo) to hist-idx
                           move pstatus(found-row) to hist-old
                           move jn-a-status to hist-new
                           move "BACKOUT" to hist-source
                           perform 190-write-status-history
                       end-if
                       move jn-a-pname to pname(found-row)
                       move jn-a-status to pstatus(found-row)
                       move jn-a-owner to powner(found-row)
                       move jn-a-start to pstart-date(found-row)
                   end-if
                   end-if
               when bo-action(bo) = 'D'
                   if found-row not = 0
                       move "IDX HAS BEEN ADDED AGAIN" to bo-reason
                   else
                   if num >= 5000
                       move "TABLE FULL" to bo-reason
                   else
                       move 'A' to jn-action
                       move spaces to jn-before
                       move bo-before(bo) to jn-after
                       perform 772-write-journal
                       move bo-idx(bo) to temp-idx
                       move jn-a-pname to temp-pname
                       move jn-a-status to temp-status
                       move jn-a-owner to temp-owner
                       move jn-a-start to temp-start-date
                       move "MASTER" to temp-source
                       perform 420-insert-project
                       move bo-idx(bo) to hist-idx
                       move space to hist-old
                       move jn-a-status to hist-new
                       move "BACKOUT" to hist-source
                       perform 190-write-status-history
                   end-if
                   end-if
               when other
                   move "UNKNOWN JOURNAL ACTION" to bo-reason
           end-evaluate

           move spaces to backout-record
           move bo-idx(bo) to idx-out
           if bo-reason = spaces
               add 1 to bo-reversed
               if bo-action(bo) = 'A'
                   string "REVERSED  " bo-action(bo) " IDX " idx-out
                       "  " bo-after(bo)(1:38)
                       delimited by size into backout-record
               else
                   string "REVERSED  " bo-action(bo) " IDX " idx-out
                       "  " bo-before(bo)(1:38)
                       delimited by size into backout-record
               end-if
           else
               add 1 to bo-skipped
               string "SKIPPED   " bo-action(bo) " IDX " idx-out
                   "  " bo-reason
                   delimited by size into backout-record
           end-if
           write backout-record.

       850-print-headers.
           move spaces to report-record
           string "PROJECT LIST -- PAGE " page-count
               delimited by size into report-record
           write report-record
               add chk-day to day-number
           end-if.

       875-load-risk-parms.
           move 10 to rk-pts-ms
           move 20 to rk-pts-budget
           move 180 to rk-age-days-1
           move 5 to rk-pts-age-1
           move 365 to rk-age-days-2
           move 15 to rk-pts-age-2
           move 30 to rk-hold-days
           move 10 to rk-pts-hold
           move 25 to rk-pts-inactive
           move 25 to rk-pts-missing
           move 20 to rk-at-risk
           move 'n' to rkparm-eof
           open input rkparm-file
           if rkparm-status not = "00"
               display "no risk parameter file -- default weights used"
           else
               perform until rkparm-eof = 'y'
                   read rkparm-file
                     at end
                       move 'y' to rkparm-eof
                     not at end
                       perform 877-set-risk-parm
                   end-read
               end-perform
               close rkparm-file
           end-if.

       877-set-risk-parm.
           if rpfile-value not numeric
               display "WARNING: risk parameter " rpfile-keyword
                   " value not numeric -- ignored"
           else
               evaluate rpfile-keyword
                   when "OVERDUE-MS-POINTS"
                       move rpfile-value to rk-pts-ms
                   when "OVER-BUDGET-POINTS"
                       move rpfile-value to rk-pts-budget
                   when "AGE-DAYS-1"
                       move rpfile-value to rk-age-days-1
                   when "AGE-POINTS-1"
                       move rpfile-value to rk-pts-age-1
                   when "AGE-DAYS-2"
                       move rpfile-value to rk-age-days-2
                   when "AGE-POINTS-2"
                       move rpfile-value to rk-pts-age-2
                   when "HOLD-DAYS"
                       move rpfile-value to rk-hold-days
                   when "HOLD-POINTS"
                       move rpfile-value to rk-pts-hold
                   when "OWNER-INACTIVE-POINTS"
                       move rpfile-value to rk-pts-inactive
                   when "OWNER-MISSING-POINTS"
                       move rpfile-value to rk-pts-missing
                   when "AT-RISK-SCORE"
                       move rpfile-value to rk-at-risk
                   when other
                       display "WARNING: unknown risk parameter "
                           rpfile-keyword " -- ignored"
               end-evaluate
           end-if.

       880-risk-report.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day
           move report-date to check-date
           perform 870-compute-day-number
           move day-number to run-days

           perform 875-load-risk-parms
           perform 135-load-budget
           perform 884-load-hold-dates

           move 0 to rk-num
           move 0 to rk-dept-num
           move 0 to rk-at-risk-count
           perform varying i from 1 by 1 until i > num
               if pstatus(i) = 'O' or pstatus(i) = 'H'
                   if rk-num < 5000
                       add 1 to rk-num
                       perform 882-score-project
                   end-if
               end-if
           end-perform
           perform 886-sort-risk-list

           open output risk-file
           if risk-status not = "00"
               display "cannot open risk report, status "
                   risk-status
               move 'y' to run-failed
           else
               move spaces to risk-record
               string "AT-RISK PROJECT REPORT -- RUN DATE: "
                   report-date-out
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               write risk-record
               move spaces to risk-record
               move rk-pts-ms to rk-pts-out
               move rk-pts-budget to rk-pts-out-2
               string "POINTS: OVERDUE MILESTONE " rk-pts-out
                   " EACH, OVER BUDGET " rk-pts-out-2
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               move rk-age-days-1 to rk-days-out
               move rk-pts-age-1 to rk-pts-out
               move rk-age-days-2 to rk-days-out-2
               move rk-pts-age-2 to rk-pts-out-2
               string "        OPEN OVER " rk-days-out " DAYS "
                   rk-pts-out ", OVER " rk-days-out-2 " DAYS "
                   rk-pts-out-2
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               move rk-hold-days to rk-days-out
               move rk-pts-hold to rk-pts-out
               string "        ON HOLD OVER " rk-days-out " DAYS "
                   rk-pts-out
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               move rk-pts-inactive to rk-pts-out
               move rk-pts-missing to rk-pts-out-2
               string "        OWNER INACTIVE " rk-pts-out
                   ", OWNER MISSING " rk-pts-out-2
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               move rk-at-risk to rk-pts-out
               string "        AT RISK AT SCORE " rk-pts-out
                   " OR MORE (*)"
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               write risk-record
               move spaces to risk-record
               string "RANK  SCORE  IDX    PNAME"
                   "                           ST  OWNER     "
                   "DEPARTMENT        MS  BUD    AGE   HOLD  OWNER"
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               string "-----------------------------------------------"
                   "-----------------------------------------------"
                   "------------------------"
                   delimited by size into risk-record
               write risk-record

               perform varying rk from 1 by 1 until rk > rk-num
                   perform 888-print-risk-line
               end-perform

               move spaces to risk-record
               write risk-record
               move spaces to risk-record
               string "SUBTOTALS BY DEPARTMENT"
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               string "DEPARTMENT        PROJECTS  AT RISK  "
                   "TOTAL SCORE"
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               string "-----------------------------------------------"
                   delimited by size into risk-record
               write risk-record
               perform varying rkd from 1 by 1 until rkd > rk-dept-num
                   move spaces to risk-record
                   move rd-projects(rkd) to count-out
                   move rd-at-risk(rkd) to count-out-2
                   move rd-score(rkd) to rk-total-out
                   string rd-dept(rkd) "   " count-out "    "
                       count-out-2 "    " rk-total-out
                       delimited by size into risk-record
                   write risk-record
               end-perform

               move spaces to risk-record
               write risk-record
               move spaces to risk-record
               move rk-num to count-out
               string "TOTAL PROJECTS SCORED: " count-out
                   delimited by size into risk-record
               write risk-record
               move spaces to risk-record
               move rk-at-risk-count to count-out
               string "TOTAL AT RISK: " count-out
                   delimited by size into risk-record
               write risk-record
               close risk-file
               display "projects at risk: " rk-at-risk-count
           end-if.

       882-score-project.
           move i to rk-row(rk-num)
           move 0 to rk-score(rk-num)
           move 0 to rk-ms(rk-num)
           move 'n' to rk-bud(rk-num)
           move 0 to rk-age(rk-num)
           move 0 to rk-hold(rk-num)
           move spaces to rk-own(rk-num)

           perform varying ms2 from 1 by 1 until ms2 > ms-num
               if ms-idx(ms2) = idx(i) and ms-done(ms2) not = 'Y'
                   and ms-due(ms2) < report-date
                   add 1 to rk-ms(rk-num)
               end-if
           end-perform
           compute rk-score(rk-num) = rk-score(rk-num)
               + rk-ms(rk-num) * rk-pts-ms

           perform varying k from 1 by 1 until k > bud-num
               if bud-idx(k) = idx(i)
                   and bud-actual(k) > bud-amount(k)
                   move 'y' to rk-bud(rk-num)
               end-if
           end-perform
           if rk-bud(rk-num) = 'y'
               add rk-pts-budget to rk-score(rk-num)
           end-if

           move pstart-date(i) to check-date
           perform 870-compute-day-number
           if date-valid = 'y' and day-number <= run-days
               compute rk-days = run-days - day-number
               if rk-days > rk-age-days-2
                   move rk-days to rk-age(rk-num)
                   add rk-pts-age-2 to rk-score(rk-num)
               else
                   if rk-days > rk-age-days-1
                       move rk-days to rk-age(rk-num)
                       add rk-pts-age-1 to rk-score(rk-num)
                   end-if
               end-if
           end-if

           if pstatus(i) = 'H'
               if rk-hold-date(i) = 0
                   move pstart-date(i) to check-date
               else
                   move rk-hold-date(i) to check-date
               end-if
               perform 870-compute-day-number
               if date-valid = 'y' and day-number <= run-days
                   compute rk-days = run-days - day-number
                   if rk-days > rk-hold-days
                       move rk-days to rk-hold(rk-num)
                       add rk-pts-hold to rk-score(rk-num)
                   end-if
               end-if
           end-if

           move powner(i) to lookup-owner
           perform 170-lookup-owner
           if owner-row = 0
               move "MISSING" to rk-own(rk-num)
               add rk-pts-missing to rk-score(rk-num)
               move "*UNKNOWN*" to dept-lookup
           else
               if owner-active(owner-row) not = 'Y'
                   move "INACTIVE" to rk-own(rk-num)
                   add rk-pts-inactive to rk-score(rk-num)
               end-if
               move owner-dept(owner-row) to dept-lookup
           end-if
           move dept-lookup to rk-dept(rk-num)

           move 0 to rd-row
           perform varying rkd from 1 by 1 until rkd > rk-dept-num
               if rd-dept(rkd) = dept-lookup
                   move rkd to rd-row
               end-if
           end-perform
           if rd-row = 0 and rk-dept-num < 100
               add 1 to rk-dept-num
               move rk-dept-num to rd-row
               move dept-lookup to rd-dept(rd-row)
               move 0 to rd-projects(rd-row)
               move 0 to rd-at-risk(rd-row)
               move 0 to rd-score(rd-row)
           end-if
           if rk-score(rk-num) >= rk-at-risk
               add 1 to rk-at-risk-count
           end-if
           if rd-row not = 0
               add 1 to rd-projects(rd-row)
               add rk-score(rk-num) to rd-score(rd-row)
               if rk-score(rk-num) >= rk-at-risk
                   add 1 to rd-at-risk(rd-row)
               end-if
           end-if.

       884-load-hold-dates.
           perform varying k from 1 by 1 until k > num
               move 0 to rk-hold-date(k)
           end-perform
           move 'n' to rk-hist-eof
           open input status-hist-file
           if stat-hist-status = "00"
               perform until rk-hist-eof = 'y'
                   read status-hist-file
                     at end
                       move 'y' to rk-hist-eof
                     not at end
                       if shfile-new = 'H' and shfile-old not = 'H'
                           move shfile-idx to search-idx
                           perform 410-find-project
                           if found-row not = 0
                               move shfile-date to
                                   rk-hold-date(found-row)
                           end-if
                       end-if
                   end-read
               end-perform
               close status-hist-file
           end-if.

       886-sort-risk-list.
           move 1 to rk-swaps
           perform until rk-swaps = 0
               move 0 to rk-swaps
               perform varying k from 1 by 1 until k >= rk-num
                   if rk-score(k) < rk-score(k + 1)
                       move risk-list(k) to rk-temp
                       move risk-list(k + 1) to risk-list(k)
                       move rk-temp to risk-list(k + 1)
                       move 1 to rk-swaps
                   end-if
               end-perform
           end-perform.

       888-print-risk-line.
           move rk-row(rk) to i
           move rk to rk-rank-out
           move rk-score(rk) to rk-score-out
           move idx(i) to idx-out
           move spaces to rk-ms-x
           move spaces to rk-bud-x
           move spaces to rk-age-x
           move spaces to rk-hold-x
           move spaces to rk-mark
           if rk-ms(rk) > 0
               move rk-ms(rk) to rk-ms-out
               move rk-ms-out to rk-ms-x
           end-if
           if rk-bud(rk) = 'y'
               move "OVR" to rk-bud-x
           end-if
           if rk-age(rk) > 0
               move rk-age(rk) to days-out
               move days-out to rk-age-x
           end-if
           if rk-hold(rk) > 0
               move rk-hold(rk) to days-out
               move days-out to rk-hold-x
           end-if
           if rk-score(rk) >= rk-at-risk
               move "*" to rk-mark
           end-if
           move spaces to risk-record
           string rk-rank-out "  " rk-score-out rk-mark " "
               idx-out "  " pname(i)(1:30) "  " pstatus(i) "   "
               powner(i) "  " rk-dept(rk) "  " rk-ms-x "  "
               rk-bud-x "  " rk-age-x "  " rk-hold-x "  " rk-own(rk)
               delimited by size into risk-record
           write risk-record.

       900-export-sorted-file.
           if not table-is-sorted
               display "table is not sorted -- sorting now"
                       end-if
                   end-read
               end-perform
               close audit-file
               move inq-count to count-out
               display "entries matched: " count-out
           end-if.

       933-audit-summary-prompt.
           display "Summary date (yyyymmdd): " with no advancing
           accept summary-date
           perform 935-audit-summary
           display "summary written to AUDIT-Summary.txt".

       935-audit-summary.
           move 0 to cnt-sort
           move 0 to cnt-id
           move 0 to cnt-name
           move 0 to cnt-other
           move 'n' to audit-read-eof
           open input audit-file
           if audit-status = "00"
               perform until audit-read-eof = 'y'
                   read audit-file
                     at end
                       move 'y' to audit-read-eof
                     not at end
                       if audit-record(1:8) = summary-date
                           evaluate true
                               when audit-record(33:5) = "SORT "
                                   or audit-record(23:5) = "SORT "
                                   add 1 to cnt-sort
                               when audit-record(33:13)
                                   = "SEARCH BY ID "
                                   or audit-record(23:13)
                                       = "SEARCH BY ID "
                                   add 1 to cnt-id
                               when audit-record(33:14)
                                   = "SEARCH BY NAME"
                                   or audit-record(23:14)
                                       = "SEARCH BY NAME"
                                   add 1 to cnt-name
                               when other
                                   add 1 to cnt-other
                           end-evaluate
                       end-if
                   end-read
               end-perform
               close audit-file
           end-if

           open output audit-sum-file
           move spaces to audit-sum-record
           string "AUDIT DAILY SUMMARY FOR " summary-date
               delimited by size into audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           move cnt-sort to count-out
           string "SORT:            " count-out
               delimited by size into audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           move cnt-id to count-out
           string "SEARCH BY ID:    " count-out
               delimited by size into audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           move cnt-name to count-out
           string "SEARCH BY NAME:  " count-out
               delimited by size into audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           move cnt-other to count-out
           string "OTHER:           " count-out
               delimited by size into audit-sum-record
           write audit-sum-record
           move spaces to audit-sum-record
           compute cnt-total = cnt-sort + cnt-id + cnt-name
               + cnt-other
           move cnt-total to count-out
           string "TOTAL:           " count-out
               delimited by size into audit-sum-record
           write audit-sum-record
           close audit-sum-file.

       938-prior-date.
           accept report-date from date yyyymmdd
           move report-date(1:4) to chk-year
           move report-date(5:2) to chk-month
           move report-date(7:2) to chk-day
           if chk-day > 1
               subtract 1 from chk-day
           else
               if chk-month = 1
                   subtract 1 from chk-year
                   move 12 to chk-month
                   move 31 to chk-day
               else
                   subtract 1 from chk-month
                   move month-days(chk-month) to chk-day
                   if chk-month = 2
                       divide chk-year by 4 giving quot-4
                           remainder rem-4
                       divide chk-year by 100 giving quot-100
                           remainder rem-100
                       divide chk-year by 400 giving quot-400
                           remainder rem-400
                       if rem-4 = 0
                           and (rem-100 not = 0 or rem-400 = 0)
                           move 29 to chk-day
                       end-if
                   end-if
               end-if
           end-if
           compute summary-date = chk-year * 10000
               + chk-month * 100 + chk-day.

       940-audit-rotate.
           accept report-date from date yyyymmdd
           move report-date to check-date
           perform 870-compute-day-number
           if date-valid not = 'y'
               display "cannot rotate audit log"
           else
               compute cutoff-days = day-number - audit-retention
               move 0 to rotate-count
               move spaces to current-arch-ym
               move 'n' to audit-read-eof
               open input audit-file
               if audit-status = "00"
                   move "AUDIT-Work.txt" to copy-out-name
                   open output copy-out-file
                   perform until audit-read-eof = 'y'
                       read audit-file
                         at end
                           move 'y' to audit-read-eof
                         not at end
                           perform 945-rotate-one-entry
                       end-read
                   end-perform
                   close audit-file
                   close copy-out-file
                   if current-arch-ym not = spaces
                       close audit-arch-file
                   end-if
                   move "AUDIT-Work.txt" to copy-in-name
                   move "AUDIT-Log.txt" to copy-out-name
                   perform 760-copy-file
                   if rotate-count > 0
                       move rotate-count to count-out
                       display "audit entries archived: " count-out
                   end-if
               end-if
           end-if.

       945-rotate-one-entry.
           move audit-record(1:4) to chk-year
           move audit-record(5:2) to chk-month
           move audit-record(7:2) to chk-day
           perform 870-compute-day-number
           if date-valid = 'y' and day-number < cutoff-days
               if audit-record(1:6) not = current-arch-ym
                   if current-arch-ym not = spaces
                       close audit-arch-file
                   end-if
                   move audit-record(1:6) to current-arch-ym
                   move spaces to audit-arch-name
                   string "AUDIT-" current-arch-ym ".txt"
                       delimited by size into audit-arch-name
                   open extend audit-arch-file
                   if audit-arch-status = "35"
                       open output audit-arch-file
                   end-if
               end-if
               move audit-record to audit-arch-record
               write audit-arch-record
               add 1 to rotate-count
           else
               move audit-record to copy-out-record
               write copy-out-record
           end-if.

       950-write-audit-log.
           accept audit-date from date yyyymmdd
           accept run-time from time

           open input audit-file
           if audit-status = "35"
               open output audit-file
               close audit-file
           else
               close audit-file
           end-if

           open extend audit-file
           move spaces to audit-record
           string audit-date "-" run-time "  " oper-id "  "
               user-choice "  "
               audit-detail delimited by size into audit-record
           write audit-record
           close audit-file
           move spaces to audit-detail.

       955-owner-statements.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day
           move report-date to check-date
           perform 870-compute-day-number
           move day-number to run-days

           perform 135-load-budget
           perform 956-load-recent-history
           move 0 to stmt-written
           move 0 to stmt-no-activity

           open output stmt-idx-file
           if stmt-idx-status not = "00"
               display "cannot open statement index, status "
                   stmt-idx-status
               move 'y' to run-failed
           else
               move spaces to stmt-idx-record
               string "OWNER STATEMENT INDEX -- RUN DATE: "
                   report-date-out
                   delimited by size into stmt-idx-record
               write stmt-idx-record
               move spaces to stmt-idx-record
               write stmt-idx-record
               move spaces to stmt-idx-record
               string "OWNER     OWNER NAME                      "
                   "DEPARTMENT       STATEMENT FILE          "
                   "PROJECTS"
                   delimited by size into stmt-idx-record
               write stmt-idx-record
               move spaces to stmt-idx-record
               string "-----------------------------------------------"
                   "-----------------------------------------------"
                   "--------"
                   delimited by size into stmt-idx-record
               write stmt-idx-record

               perform varying st-o from 1 by 1 until st-o > owner-num
                   if owner-active(st-o) = 'Y'
                       perform 957-write-one-statement
                   end-if
               end-perform

               move spaces to stmt-idx-record
               write stmt-idx-record
               move spaces to stmt-idx-record
               move stmt-written to count-out
               string "TOTAL STATEMENTS WRITTEN: " count-out
                   delimited by size into stmt-idx-record
               write stmt-idx-record
               move spaces to stmt-idx-record
               move stmt-no-activity to count-out
               string "TOTAL OWNERS NO ACTIVITY: " count-out
                   delimited by size into stmt-idx-record
               write stmt-idx-record
               close stmt-idx-file
               display "owner statements written: " stmt-written
           end-if.

       956-load-recent-history.
           move 0 to sh-num
           move 'n' to stmt-hist-eof
           open input status-hist-file
           if stat-hist-status = "00"
               perform until stmt-hist-eof = 'y'
                   read status-hist-file
                     at end
                       move 'y' to stmt-hist-eof
                     not at end
                       move shfile-date to check-date
                       perform 870-compute-day-number
                       if date-valid = 'y'
                           and day-number <= run-days
                           and run-days - day-number <= stmt-days
                           and sh-num < 5000
                           add 1 to sh-num
                           move shfile-idx to sh-idx(sh-num)
                           move shfile-old to sh-old(sh-num)
                           move shfile-new to sh-new(sh-num)
                           move shfile-date to sh-date(sh-num)
                           move shfile-source to sh-source(sh-num)
                       end-if
                   end-read
               end-perform
               close status-hist-file
           end-if.

       957-write-one-statement.
           move 0 to stmt-projects
           perform varying i from 1 by 1 until i > num
               if powner(i) = owner-id(st-o)
                   add 1 to stmt-projects
               end-if
           end-perform

           move spaces to stmt-idx-record
           move stmt-projects to count-out
           if stmt-projects = 0
               add 1 to stmt-no-activity
               string owner-id(st-o) "  " owner-name(st-o) "  "
                   owner-dept(st-o) "  NO ACTIVITY             "
                   count-out
                   delimited by size into stmt-idx-record
               write stmt-idx-record
           else
               move spaces to stmt-name
               string "STMT-" owner-id(st-o) delimited by space
                   ".txt" delimited by size
                   into stmt-name
               open output stmt-file
               if stmt-status not = "00"
                   display "cannot open statement " stmt-name
                       " status " stmt-status
                   move 'y' to run-failed
               else
                   add 1 to stmt-written
                   string owner-id(st-o) "  " owner-name(st-o) "  "
                       owner-dept(st-o) "  " stmt-name(1:24)
                       count-out
                       delimited by size into stmt-idx-record
                   write stmt-idx-record
                   perform 958-print-statement
                   close stmt-file
               end-if
           end-if.

       958-print-statement.
           move 0 to stmt-open-ms
           move 0 to stmt-overdue-ms
           move spaces to stmt-record
           string "PROJECT STATEMENT -- RUN DATE: " report-date-out
               delimited by size into stmt-record
           write stmt-record
           move spaces to stmt-record
           string "OWNER: " owner-id(st-o) "  " owner-name(st-o)
               "  DEPARTMENT: " owner-dept(st-o)
               delimited by size into stmt-record
           write stmt-record
           move spaces to stmt-record
           write stmt-record
           move spaces to stmt-record
           string "IDX    PNAME                                   ST"
               "  START DATE  CUR          BUDGET          ACTUAL"
               delimited by size into stmt-record
           write stmt-record
           move spaces to stmt-record
           string "-----------------------------------------------"
               "-----------------------------------------------"
               "-----"
               delimited by size into stmt-record
           write stmt-record

           perform varying i from 1 by 1 until i > num
               if powner(i) = owner-id(st-o)
                   perform 959-print-statement-project
               end-if
           end-perform

           move spaces to stmt-record
           write stmt-record
           move spaces to stmt-record
           move stmt-days to days-out
           string "STATUS CHANGES IN LAST " days-out " DAYS"
               delimited by size into stmt-record
           write stmt-record
           move spaces to stmt-record
           string "DATE      IDX    FROM TO  SOURCE"
               delimited by size into stmt-record
           write stmt-record
           move 0 to stmt-changes
           perform varying sh from 1 by 1 until sh > sh-num
               move 0 to stmt-own-row
               perform varying i from 1 by 1
                       until i > num or stmt-own-row not = 0
                   if idx(i) = sh-idx(sh)
                       move i to stmt-own-row
                   end-if
               end-perform
               if stmt-own-row not = 0
                   if powner(stmt-own-row) = owner-id(st-o)
                       add 1 to stmt-changes
                       move spaces to stmt-record
                       move sh-idx(sh) to idx-out
                       string sh-date(sh) "  " idx-out "  "
                           sh-old(sh) "    " sh-new(sh) "   "
                           sh-source(sh)
                           delimited by size into stmt-record
                       write stmt-record
                   end-if
               end-if
           end-perform
           if stmt-changes = 0
               move spaces to stmt-record
               string "  NONE"
                   delimited by size into stmt-record
               write stmt-record
           end-if

           move spaces to stmt-record
           write stmt-record
           move spaces to stmt-record
           move stmt-projects to count-out
           string "TOTAL PROJECTS: " count-out
               delimited by size into stmt-record
           write stmt-record
           move spaces to stmt-record
           move stmt-open-ms to count-out
           move stmt-overdue-ms to count-out-2
           string "OPEN MILESTONES: " count-out
               "   OVERDUE: " count-out-2
               delimited by size into stmt-record
           write stmt-record.

       959-print-statement-project.
           move 0 to bud-row
           perform varying k from 1 by 1 until k > bud-num
               if bud-idx(k) = idx(i)
                   move k to bud-row
               end-if
           end-perform
           move spaces to stmt-record
           move idx(i) to idx-out
           if bud-row = 0
               string idx-out "  " pname(i) "  " pstatus(i) "   "
                   pstart-date(i) "    NO BUDGET ROW"
                   delimited by size into stmt-record
           else
               move bud-amount(bud-row) to money-out
               move bud-actual(bud-row) to money-out-2
               string idx-out "  " pname(i) "  " pstatus(i) "   "
                   pstart-date(i) "    " bud-currency(bud-row)
                   "  " money-out "  " money-out-2
                   delimited by size into stmt-record
           end-if
           write stmt-record

           perform varying ms2 from 1 by 1 until ms2 > ms-num
               if ms-idx(ms2) = idx(i) and ms-done(ms2) not = 'Y'
                   add 1 to stmt-open-ms
                   move spaces to stmt-record
                   if ms-due(ms2) < report-date
                       add 1 to stmt-overdue-ms
                       string "       MILESTONE " ms-seq(ms2) "  "
                           ms-desc(ms2) "  DUE " ms-due(ms2)
                           "  *** OVERDUE ***"
                           delimited by size into stmt-record
                   else
                       string "       MILESTONE " ms-seq(ms2) "  "
                           ms-desc(ms2) "  DUE " ms-due(ms2)
                           delimited by size into stmt-record
                   end-if
                   write stmt-record
               end-if
           end-perform.

       960-month-end-prompt.
           display "Enter period to close (yyyymm, 0 = prior month): "
               with no advancing
           accept pc-period
           accept report-date from date yyyymmdd
           move 'n' to pc-force
           perform 962-check-period-closed
           move report-date(1:6) to pc-current
           divide pc-current by 100 giving pc-year remainder pc-month
           if pc-month = 1
               compute pc-prior-period = (pc-year - 1) * 100 + 12
           else
               compute pc-prior-period = pc-current - 1
           end-if
           evaluate true
               when pc-period >= pc-current
                   display "period " pc-period " has not ended -- "
                       "close refused"
               when pc-period < pc-prior-period
                   and not role-supervisor
                   display "period " pc-period " is before the prior "
                       "month -- supervisor close required"
               when pc-prior-closed = 'y'
                   and not role-supervisor
                   display "period " pc-period " already closed -- "
                       "supervisor re-close required"
               when pc-prior-closed = 'y'
               when pc-period < pc-prior-period
                   if pc-prior-closed = 'y'
                       display "period " pc-period " already closed "
                           "-- force re-close? (y/n): "
                           with no advancing
                   else
                       display "period " pc-period " is before the "
                           "prior month -- force close? (y/n): "
                           with no advancing
                   end-if
                   accept pc-force
                   if pc-force = 'y' or pc-force = 'Y'
                       move 'y' to pc-force
                       perform 963-run-period-close
                   else
                       display "close cancelled"
                   end-if
               when other
                   perform 963-run-period-close
           end-evaluate.

       961-month-end-batch.
           move 'n' to pc-ran
           move 0 to pc-total
           accept report-date from date yyyymmdd
           move report-date to check-date
           perform 870-compute-day-number
           compute pc-quot = (day-number - 1) / 7
           compute pc-weekday = day-number - 1 - pc-quot * 7
           if pc-weekday > 4
               or (chk-day > 1 and pc-weekday not = 0)
               or chk-day > 3
               display "not first business day of month -- "
                   "month-end close skipped"
           else
               move 0 to pc-period
               move 'n' to pc-force
               perform 962-check-period-closed
               if pc-prior-closed = 'y'
                   display "period " pc-period " already closed -- "
                       "month-end close skipped"
               else
                   perform 963-run-period-close
               end-if
           end-if.

       962-check-period-closed.
           if pc-period = 0
               move report-date(1:4) to pc-year
               move report-date(5:2) to pc-month
               if pc-month = 1
                   subtract 1 from pc-year
                   move 12 to pc-month
               else
                   subtract 1 from pc-month
               end-if
               compute pc-period = pc-year * 100 + pc-month
           end-if
           move 'n' to pc-prior-closed
           move 'n' to pstat-eof
           open input pstat-file
           if pstat-status = "00"
               perform until pstat-eof = 'y'
                   read pstat-file
                     at end
                       move 'y' to pstat-eof
                     not at end
                       if pssfile-type = 'S'
                           and pssfile-period = pc-period
                           move 'y' to pc-prior-closed
                       end-if
                   end-read
               end-perform
               close pstat-file
           end-if.

       963-run-period-close.
           divide pc-period by 100 giving pc-year remainder pc-month
           if pc-month < 1 or pc-month > 12 or pc-year < 1900
               display "invalid period " pc-period
                   " -- close not run"
           else
               move 'y' to pc-ran
               compute pc-start = pc-period * 100 + 1
               move pc-start to check-date
               perform 870-compute-day-number
               compute pc-end = pc-period * 100 + max-day
               accept pc-close-date from date yyyymmdd
               accept pc-close-time from time
               perform 964-count-period-stats
               perform 965-write-period-stats
               evaluate true
                   when pc-prior-closed = 'y'
                       string "MONTH-END RE-CLOSE " pc-period
                           delimited by size into audit-detail
                   when pc-force = 'y'
                       string "MONTH-END FORCED CLOSE " pc-period
                           delimited by size into audit-detail
                   when other
                       string "MONTH-END CLOSE " pc-period
                           delimited by size into audit-detail
               end-evaluate
               perform 950-write-audit-log
               display "period " pc-period " closed -- "
                   pc-total " projects"
           end-if.

       964-count-period-stats.
           move 0 to pc-open
           move 0 to pc-hold
           move 0 to pc-closed
           move 0 to pc-other
           move 0 to pc-total
           move 0 to pc-opened
           move 0 to pc-closed-in
           move 0 to pc-ms-done
           move 0 to pc-ms-overdue
           move 0 to pc-norate
           move 0 to pc-budget
           move 0 to pc-actual
           move 0 to pcd-num
           move 0 to pcw-num

           perform varying i from 1 by 1 until i > num
               add 1 to pc-total
               if pstart-date(i) >= pc-start
                   and pstart-date(i) <= pc-end
                   add 1 to pc-opened
               end-if
               move powner(i) to lookup-owner
               perform 170-lookup-owner
               if owner-row = 0
                   move "*UNKNOWN*" to dept-lookup
               else
                   move owner-dept(owner-row) to dept-lookup
               end-if
               move 0 to pcd-row
               perform varying pcd from 1 by 1 until pcd > pcd-num
                   if pcd-dept(pcd) = dept-lookup
                       move pcd to pcd-row
                   end-if
               end-perform
               if pcd-row = 0 and pcd-num < 100
                   add 1 to pcd-num
                   move pcd-num to pcd-row
                   move dept-lookup to pcd-dept(pcd-row)
                   move 0 to pcd-open(pcd-row)
                   move 0 to pcd-hold(pcd-row)
                   move 0 to pcd-closed(pcd-row)
                   move 0 to pcd-total(pcd-row)
               end-if
               move 0 to pcw-row
               perform varying pcw from 1 by 1 until pcw > pcw-num
                   if pcw-owner(pcw) = powner(i)
                       move pcw to pcw-row
                   end-if
               end-perform
               if pcw-row = 0 and pcw-num < 500
                   add 1 to pcw-num
                   move pcw-num to pcw-row
                   move powner(i) to pcw-owner(pcw-row)
                   move 0 to pcw-open(pcw-row)
                   move 0 to pcw-hold(pcw-row)
                   move 0 to pcw-closed(pcw-row)
                   move 0 to pcw-total(pcw-row)
               end-if
               if pcd-row not = 0
                   add 1 to pcd-total(pcd-row)
               end-if
               if pcw-row not = 0
                   add 1 to pcw-total(pcw-row)
               end-if
               evaluate pstatus(i)
                   when 'O'
                       add 1 to pc-open
                       if pcd-row not = 0
                           add 1 to pcd-open(pcd-row)
                       end-if
                       if pcw-row not = 0
                           add 1 to pcw-open(pcw-row)
                       end-if
                   when 'H'
                       add 1 to pc-hold
                       if pcd-row not = 0
                           add 1 to pcd-hold(pcd-row)
                       end-if
                       if pcw-row not = 0
                           add 1 to pcw-hold(pcw-row)
                       end-if
                   when 'C'
                       add 1 to pc-closed
                       if pcd-row not = 0
                           add 1 to pcd-closed(pcd-row)
                       end-if
                       if pcw-row not = 0
                           add 1 to pcw-closed(pcw-row)
                       end-if
                   when other
                       add 1 to pc-other
               end-evaluate
           end-perform

           move 'n' to pc-hist-eof
           open input status-hist-file
           if stat-hist-status = "00"
               perform until pc-hist-eof = 'y'
                   read status-hist-file
                     at end
                       move 'y' to pc-hist-eof
                     not at end
                       if shfile-new = 'C' and shfile-old not = 'C'
                           and shfile-date >= pc-start
                           and shfile-date <= pc-end
                           add 1 to pc-closed-in
                       end-if
                   end-read
               end-perform
               close status-hist-file
           end-if

           move 'n' to quar-eof
           open input quar-file
           if quar-status = "00"
               perform until quar-eof = 'y'
                   read quar-file
                     at end
                       move 'y' to quar-eof
                     not at end
                       if qrfile-source = "STATUS-Hist.txt"
                           and qrfile-state = 'Q'
                           move qrfile-image to status-hist-record
                           if shfile-new = 'C' and shfile-old not = 'C'
                               and shfile-date >= pc-start
                               and shfile-date <= pc-end
                               add 1 to pc-closed-in
                           end-if
                       end-if
                   end-read
               end-perform
               close quar-file
           end-if

           perform 135-load-budget
           perform 136-load-rates
           move pc-period to rate-period
           perform varying k from 1 by 1 until k > bud-num
               move bud-idx(k) to search-idx
               perform 410-find-project
               if found-row not = 0
                   move bud-currency(k) to rate-curr
                   perform 137-find-rate
                   if rate-found not = 'y'
                       add 1 to pc-norate
                   else
                       compute pc-budget rounded = pc-budget
                           + bud-amount(k) * rate-value
                       compute pc-actual rounded = pc-actual
                           + bud-actual(k) * rate-value
                   end-if
               end-if
           end-perform

           perform varying ms2 from 1 by 1 until ms2 > ms-num
               if ms-done(ms2) = 'Y'
                   and ms-done-date(ms2) >= pc-start
                   and ms-done-date(ms2) <= pc-end
                   add 1 to pc-ms-done
               end-if
               if ms-due(ms2) <= pc-end
                   and (ms-done(ms2) not = 'Y'
                       or ms-done-date(ms2) > pc-end)
                   add 1 to pc-ms-overdue
               end-if
           end-perform.

       965-write-period-stats.
           open input pstat-file
           if pstat-status = "35"
               open output pstat-file
               close pstat-file
           else
               close pstat-file
           end-if
           open extend pstat-file
           if pstat-status not = "00"
               display "cannot open period statistics file, status "
                   pstat-status
               move 'y' to run-failed
           else
               move spaces to pstat-summary-record
               move 'S' to pssfile-type
               move pc-period to pssfile-period
               move pc-close-date to pssfile-close-date
               move pc-close-time to pssfile-close-time
               move oper-id to pssfile-oper
               move pc-open to pssfile-open
               move pc-hold to pssfile-hold
               move pc-closed to pssfile-closed
               move pc-other to pssfile-other
               move pc-total to pssfile-total
               move pc-opened to pssfile-opened
               move pc-closed-in to pssfile-closed-in
               move pc-budget to pssfile-budget
               move pc-actual to pssfile-actual
               move pc-ms-done to pssfile-ms-done
               move pc-ms-overdue to pssfile-ms-overdue
               move pc-norate to pssfile-norate
               evaluate true
                   when pc-prior-closed = 'y'
                       move 'R' to pssfile-reclose
                   when pc-force = 'y'
                       move 'F' to pssfile-reclose
                   when other
                       move 'N' to pssfile-reclose
               end-evaluate
               write pstat-summary-record
               perform varying pcd from 1 by 1 until pcd > pcd-num
                   move spaces to pstat-count-record
                   move 'D' to pscfile-type
                   move pc-period to pscfile-period
                   move pc-close-date to pscfile-close-date
                   move pc-close-time to pscfile-close-time
                   move pcd-dept(pcd) to pscfile-key
                   move pcd-open(pcd) to pscfile-open
                   move pcd-hold(pcd) to pscfile-hold
                   move pcd-closed(pcd) to pscfile-closed
                   move pcd-total(pcd) to pscfile-total
                   write pstat-count-record
               end-perform
               perform varying pcw from 1 by 1 until pcw > pcw-num
                   move spaces to pstat-count-record
                   move 'W' to pscfile-type
                   move pc-period to pscfile-period
                   move pc-close-date to pscfile-close-date
                   move pc-close-time to pscfile-close-time
                   move pcw-owner(pcw) to pscfile-key
                   move pcw-open(pcw) to pscfile-open
                   move pcw-hold(pcw) to pscfile-hold
                   move pcw-closed(pcw) to pscfile-closed
                   move pcw-total(pcw) to pscfile-total
                   write pstat-count-record
               end-perform
               if pstat-status not = "00"
                   display "error writing period statistics, status "
                       pstat-status
                   move 'y' to run-failed
               end-if
               close pstat-file
           end-if.

       966-period-trend-report.
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move report-date(7:2) to rpt-day

           move 0 to tp-num
           move 0 to tpd-num
           move 'n' to pstat-eof
           open input pstat-file
           if pstat-status = "00"
               perform until pstat-eof = 'y'
                   read pstat-file
                     at end
                       move 'y' to pstat-eof
                     not at end
                       if pssfile-type = 'S'
                           perform 967-collect-trend-period
                       end-if
                   end-read
               end-perform
               close pstat-file
           end-if

           move 1 to tp-swaps
           perform until tp-swaps = 0
               move 0 to tp-swaps
               perform varying tp from 1 by 1 until tp >= tp-num
                   if tp-period(tp) > tp-period(tp + 1)
                       move trend-period(tp) to tp-temp
                       move trend-period(tp + 1) to trend-period(tp)
                       move tp-temp to trend-period(tp + 1)
                       move 1 to tp-swaps
                   end-if
               end-perform
           end-perform
           if tp-num > 12
               compute tp-first = tp-num - 11
           else
               move 1 to tp-first
           end-if

           if tp-num > 0
               move 'n' to pstat-eof
               open input pstat-file
               perform until pstat-eof = 'y'
                   read pstat-file
                     at end
                       move 'y' to pstat-eof
                     not at end
                       if pscfile-type = 'D'
                           perform 968-collect-trend-dept
                       end-if
                   end-read
               end-perform
               close pstat-file
           end-if

           open output ptrend-file
           if ptrend-status not = "00"
               display "cannot open trend report, status "
                   ptrend-status
               move 'y' to run-failed
           else
               move spaces to ptrend-record
               string "12-MONTH PERIOD TREND REPORT -- RUN DATE: "
                   report-date-out
                   delimited by size into ptrend-record
               write ptrend-record
               move spaces to ptrend-record
               write ptrend-record
               if tp-num = 0
                   move spaces to ptrend-record
                   string "NO CLOSED PERIODS ON PERIOD-Stats.txt"
                       delimited by size into ptrend-record
                   write ptrend-record
               else
                   move spaces to tr-line
                   move "PERIOD" to tr-line(1:20)
                   perform varying tp from tp-first by 1
                           until tp > tp-num
                       compute tr-col = 21 + (tp - tp-first) * 9
                       move tp-period(tp) to tr-period-out
                       move tr-period-out to tr-line(tr-col + 3:6)
                   end-perform
                   move tr-line to ptrend-record
                   write ptrend-record
                   move spaces to ptrend-record
                   string "--------------------------------"
                       "--------------------------------"
                       "--------------------------------"
                       "--------------------------------"
                       delimited by size into ptrend-record
                   write ptrend-record
                   perform varying tr-metric from 1 by 1
                           until tr-metric > 11
                       perform 969-print-trend-metric
                   end-perform
                   move spaces to ptrend-record
                   write ptrend-record
                   move spaces to ptrend-record
                   string "OPEN PROJECTS BY DEPARTMENT"
                       delimited by size into ptrend-record
                   write ptrend-record
                   move spaces to ptrend-record
                   string "---------------------------"
                       delimited by size into ptrend-record
                   write ptrend-record
                   perform varying tpd from 1 by 1 until tpd > tpd-num
                       move spaces to tr-line
                       move tpd-dept(tpd) to tr-line(1:20)
                       perform varying tp from tp-first by 1
                               until tp > tp-num
                           compute tr-col = 21 + (tp - tp-first) * 9
                           compute tp-col = tp - tp-first + 1
                           move tpd-open(tpd, tp-col) to tr-num-out
                           move tr-num-out to tr-line(tr-col:9)
                       end-perform
                       move tr-line to ptrend-record
                       write ptrend-record
                   end-perform
               end-if
               close ptrend-file
               display "period trend report written to PROJ-Trend.txt"
           end-if.

       967-collect-trend-period.
           move 0 to tp-row
           perform varying tp from 1 by 1 until tp > tp-num
               if tp-period(tp) = pssfile-period
                   move tp to tp-row
               end-if
           end-perform
           if tp-row = 0 and tp-num < 240
               add 1 to tp-num
               move tp-num to tp-row
           end-if
           if tp-row not = 0
               move pssfile-period to tp-period(tp-row)
               move pssfile-close-date to tp-close-date(tp-row)
               move pssfile-close-time to tp-close-time(tp-row)
               move pssfile-open to tp-open(tp-row)
               move pssfile-hold to tp-hold(tp-row)
               move pssfile-closed to tp-closed(tp-row)
               move pssfile-total to tp-total(tp-row)
               move pssfile-opened to tp-opened(tp-row)
               move pssfile-closed-in to tp-closed-in(tp-row)
               move pssfile-ms-done to tp-ms-done(tp-row)
               move pssfile-ms-overdue to tp-ms-overdue(tp-row)
               move pssfile-budget to tp-budget(tp-row)
               move pssfile-actual to tp-actual(tp-row)
               move pssfile-norate to tp-norate(tp-row)
           end-if.

       968-collect-trend-dept.
           move 0 to tp-row
           perform varying tp from tp-first by 1 until tp > tp-num
               if tp-period(tp) = pscfile-period
                   and tp-close-date(tp) = pscfile-close-date
                   and tp-close-time(tp) = pscfile-close-time
                   move tp to tp-row
               end-if
           end-perform
           if tp-row not = 0
               move 0 to tpd-row
               perform varying tpd from 1 by 1 until tpd > tpd-num
                   if tpd-dept(tpd) = pscfile-key
                       move tpd to tpd-row
                   end-if
               end-perform
               if tpd-row = 0 and tpd-num < 100
                   add 1 to tpd-num
                   move tpd-num to tpd-row
                   move pscfile-key to tpd-dept(tpd-row)
                   perform varying tp-col from 1 by 1 until tp-col > 12
                       move 0 to tpd-open(tpd-row, tp-col)
                   end-perform
               end-if
               if tpd-row not = 0
                   compute tp-col = tp-row - tp-first + 1
                   move pscfile-open to tpd-open(tpd-row, tp-col)
               end-if
           end-if.

       969-print-trend-metric.
           move spaces to tr-line
           evaluate tr-metric
               when 1
                   move "OPEN" to tr-line(1:20)
               when 2
                   move "ON HOLD" to tr-line(1:20)
               when 3
                   move "CLOSED" to tr-line(1:20)
               when 4
                   move "TOTAL PROJECTS" to tr-line(1:20)
               when 5
                   move "OPENED IN PERIOD" to tr-line(1:20)
               when 6
                   move "CLOSED IN PERIOD" to tr-line(1:20)
               when 7
                   move "MILESTONES DONE" to tr-line(1:20)
               when 8
                   move "MILESTONES OVERDUE" to tr-line(1:20)
               when 9
                   move "BUDGET (BASE 000)" to tr-line(1:20)
               when 10
                   move "ACTUAL (BASE 000)" to tr-line(1:20)
               when 11
                   move "NO EXCH RATE" to tr-line(1:20)
           end-evaluate
           perform varying tp from tp-first by 1 until tp > tp-num
               compute tr-col = 21 + (tp - tp-first) * 9
               evaluate tr-metric
                   when 1
                       move tp-open(tp) to tr-num-out
                   when 2
                       move tp-hold(tp) to tr-num-out
                   when 3
                       move tp-closed(tp) to tr-num-out
                   when 4
                       move tp-total(tp) to tr-num-out
                   when 5
                       move tp-opened(tp) to tr-num-out
                   when 6
                       move tp-closed-in(tp) to tr-num-out
                   when 7
                       move tp-ms-done(tp) to tr-num-out
                   when 8
                       move tp-ms-overdue(tp) to tr-num-out
                   when 9
                       compute tr-num-out rounded =
                           tp-budget(tp) / 1000
                   when 10
                       compute tr-num-out rounded =
                           tp-actual(tp) / 1000
                   when 11
                       move tp-norate(tp) to tr-num-out
               end-evaluate
               move tr-num-out to tr-line(tr-col:9)
           end-perform
           move tr-line to ptrend-record
           write ptrend-record.

       970-delta-report.
           accept report-date from date yyyymmdd

       980-variance-report.
           perform 135-load-budget
           perform 136-load-rates
           accept report-date from date yyyymmdd
           move report-date(1:4) to rpt-year
           move report-date(5:2) to rpt-month
           move 0 to var-over-count
           move 0 to var-nobud-count
           move 0 to var-orphan-count
           move 0 to var-norate-count
           move 0 to var-base-tot-b
           move 0 to var-base-tot-a
           compute rate-period = report-date / 100

           open output variance-file
           if variance-status not = "00"
               move spaces to variance-record
               write variance-record
               move spaces to variance-record
               string "IDX    PNAME                 CUR          "
                   "BUDGET          ACTUAL       BASE BUDGET       "
                   "BASE ACTUAL        OVER/UNDER  FLAG"
                   delimited by size into variance-record
               write variance-record
               move spaces to variance-record
               string "-----------------------------------------------"
                   "-----------------------------------------------"
                   "----------------------------------"
                   delimited by size into variance-record
               write variance-record

                       move idx(i) to idx-out
                       if bud-row = 0
                           add 1 to var-nobud-count
                           string idx-out "  " pname(i)(1:20)
                               "  NO BUDGET ROW"
                               delimited by size into variance-record
                       else
                           move bud-actual(bud-row) to money-out-2
                           compute variance-amt = bud-amount(bud-row)
                               - bud-actual(bud-row)
                           move spaces to var-flag
                           if variance-amt < 0
                               add 1 to var-over-count
                               move "OVER" to var-flag
                           end-if
                           move bud-currency(bud-row) to rate-curr
                           perform 137-find-rate
                           if rate-found not = 'y'
                               add 1 to var-norate-count
                               if variance-amt < 0
                                   move "OVER NO RATE" to var-flag
                               else
                                   move "NO RATE" to var-flag
                               end-if
                               string idx-out "  " pname(i)(1:20)
                                   "  " bud-currency(bud-row)
                                   "  " money-out "  " money-out-2
                                   "                            "
                                   "                            "
                                   var-flag
                                   delimited by size
                                   into variance-record
                           else
                               compute var-base-budget rounded =
                                   bud-amount(bud-row) * rate-value
                               compute var-base-actual rounded =
                                   bud-actual(bud-row) * rate-value
                               compute var-base-amt = var-base-budget
                                   - var-base-actual
                               add var-base-budget to var-base-tot-b
                               add var-base-actual to var-base-tot-a
                               move var-base-budget to base-out
                               move var-base-actual to base-out-2
                               move var-base-amt to base-var-out
                               string idx-out "  " pname(i)(1:20)
                                   "  " bud-currency(bud-row)
                                   "  " money-out "  " money-out-2
                                   "  " base-out "  " base-out-2
                                   "  " base-var-out "  " var-flag
                                   delimited by size
                                   into variance-record
                           end-if
                       end-if
                       write variance-record
                   end-if
               string "BUDGET ROWS WITHOUT PROJ: " count-out
                   delimited by size into variance-record
               write variance-record
               move spaces to variance-record
               move var-norate-count to count-out
               string "OPEN WITHOUT EXCH RATE:   " count-out
                   delimited by size into variance-record
               write variance-record
               move spaces to variance-record
               move var-base-tot-b to base-tot-out
               string "TOTAL BUDGET (" base-currency "):    "
                   base-tot-out
                   delimited by size into variance-record
               write variance-record
               move spaces to variance-record
               move var-base-tot-a to base-tot-out
               string "TOTAL ACTUAL (" base-currency "):    "
                   base-tot-out
                   delimited by size into variance-record
               write variance-record
               if variance-status not = "00"
                   display "error writing variance file, status "
                       variance-status
           display "rows extracted to PROJ-Extract.csv: " count-out.

       983-batch-extracts.
           move 0 to ext-files
           move 0 to ext-total-rows
           move 'n' to exparm-eof
           open input exparm-file
           if exparm-status not = "00"
                           move epfile-from to ext-from
                           move epfile-to to ext-to
                           perform 984-run-extract
                           add 1 to ext-files
                           add ext-count to ext-total-rows
                           move ext-count to count-out
                           display "extract written: " extract-name
                               " rows " count-out
