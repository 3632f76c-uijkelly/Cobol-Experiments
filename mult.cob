009717*                  left the field's tail as it was, and a field
009718*                  never otherwise written carries low-values
009719*                  that can bounce the report write.
009720* 2026-10-15  jk   added account budgets - the new budgets file
009721*                  carries a limit per account per period, and
009722*                  the account's posted total for the run
009723*                  date's period is picked up from the master
009724*                  through the run-date index at start of run.
009725*                  a clean transaction that would carry its
009726*                  account past the budget is held on the new
009727*                  heldtran file instead of posting to the
009728*                  master and the gl interface, flagged "H" on
009729*                  the result record, kept out of the grand
009730*                  total and the account subtotals, and shown in
009731*                  a budget-control section on the report.  a
009732*                  transaction multheld releases after approval
009733*                  carries tr-budget-flag and posts without the
009734*                  test.  the checkpoint grew the held count and
009735*                  total and is now 508 characters.
009736* 2026-10-16  jk   fiscal period lock - the run date is looked
009737*                  up on the new fiscal calendar right after the
009738*                  operator check, and a run date that falls in
009739*                  a closed period stops the run before any file
009740*                  is opened.  no calendar, or a date no period
009741*                  covers, is not a lock.
009742* 2026-10-17  jk   foreign currency - a transaction now carries
009743*                  a currency code (blank is the base currency,
009744*                  usd).  2200 computes the result in the
009745*                  transaction's currency as before and converts
009746*                  it to base at the exchange rate in force on
009747*                  the run date, from the new exchrate file.  the
009748*                  base figure is what the master, the gl
009749*                  interface, the audit log, the budget test, the
009750*                  grand total and the account subtotals have
009751*                  always carried; the currency, the result in
009752*                  that currency and the rate now ride along on
009753*                  all three records.  a currency not on the rate
009754*                  file, or one with no rate yet in force, is
009755*                  rejected to suspense like any other edit
009756*                  failure.  the report shows each detail line's
009757*                  currency amount and closes with a currency
009758*                  totals section.  the audit log record is now
009759*                  136 characters, the gl interface record 74,
009760*                  and the master record grew - an existing
009761*                  master must be unloaded and reloaded.  the
009762*                  checkpoint grew the currency totals and is
009763*                  now 826 characters.  the results file still
009764*                  carries the result in the transaction
009765*                  currency.
009766* 2026-10-19  jk   audit log chain - every audit record appended
009767*                  carries the next chain sequence number and a
009768*                  chain value worked from the record before it
009769*                  and its own content, so multlogv can prove no
009770*                  record was changed, removed or slipped in.
009771*                  audit records grew to 154 characters.
009772* 2026-10-21  jk   trial edit run - a "T" on the new multparm
009773*                  file runs mult edit-only, so a department can
009774*                  send a file in and get back what would reject
009775*                  before it is posted.  the batch balancing
009776*                  pre-pass, the duplicate check (the master is
009777*                  only read) and every record edit run as
009778*                  always; nothing is written to the master, the
009779*                  gl interface, suspense, results, the
009780*                  checkpoint, run control or run history, and no
009781*                  run number is drawn.  the new editrpt edit
009782*                  report lists every record with what would
009783*                  happen to it, and the new returns file carries
009784*                  one section per source batch listing each
009785*                  record that would reject, image and reason,
009786*                  for the department to correct and resubmit.
009787*                  no multparm file is a normal run.
009788* 2026-10-22  jk   each clean posting is now added to its
009789*                  account's balance record for the run month on
009790*                  the new acctbal account balance file, so the
009791*                  file holds every account's opening balance,
009792*                  postings and closing balance by period for
009793*                  multstmt.
009794*----------------------------------------------------------------
009795
009796 environment division.
009800 input-output section.
009900 file-control.
010000     select trans-file assign to "TRANSIN"
013302     select opsec-file assign to "OPERSEC"
013303         organization is line sequential
013304         file status is ws-opsec-status.
013306
013308     select budget-file assign to "BUDGETS"
013310         organization is line sequential
013312         file status is ws-budget-status.
013314
013316     select held-file assign to "HELDTRAN"
013318         organization is indexed
013320         access mode is dynamic
013322         record key is hd-trans-id
013324         file status is ws-held-status.
013326
013328     select fiscal-file assign to "FISCAL"
013330         organization is line sequential
013332         file status is ws-fiscal-status.
013334
013336     select rate-file assign to "EXCHRATE"
013338         organization is line sequential
013340         file status is ws-rate-status.
013342
013344     select parm-file assign to "MULTPARM"
013346         organization is line sequential
013348         file status is ws-parm-status.
013350
013352     select edit-file assign to "EDITRPT"
013354         organization is line sequential
013356         file status is ws-edit-status.
013358
013360     select return-file assign to "RETURNS"
013362         organization is line sequential
013364         file status is ws-return-status.
013366
013368     select balance-file assign to "ACCTBAL"
013370         organization is indexed
013372         access mode is dynamic
013374         record key is ab-key
013376         file status is ws-bal-status.
013378
013400 data division.
013500 file section.
013600 fd  trans-file
014200 copy resltrec.
014300
014400 fd  log-file
014500     record contains 154 characters.
014600 copy logrec.
015500
015600 fd  report-file
015750 01  report-print-record          pic x(132).
015760
020300 fd  chkpt-file
020400     record contains 826 characters.
020500 01  checkpoint-record.
020600     05  ck-last-trans-id        pic 9(06).
020700     05  ck-last-count           pic 9(06).
020876     05  ck-acct-over-cnt        pic 9(05).
020877     05  ck-acct-over-amt        pic 9(09)v99.
020878     05  ck-input-count          pic 9(06).
020879     05  ck-last-held            pic 9(06).
020880     05  ck-held-total           pic 9(09)v99.
020881     05  ck-curr-tot-table.
020882         10  ck-curr-tot-count   pic 9(02).
020883         10  ck-curr-tot-entry occurs 10 times.
020884             15  ck-curr-tot-code  pic x(03).
020885             15  ck-curr-tot-cnt   pic 9(05).
020886             15  ck-curr-tot-amt   pic 9(09)v99.
020887             15  ck-curr-tot-base  pic 9(09)v99.
020888     05  ck-curr-over-cnt        pic 9(05).
020889     05  ck-curr-over-amt        pic 9(09)v99.
020900     05  filler                  pic x(02).
021000
021100 fd  master-file.
021979     record contains 40 characters.
021980 copy operrec.
021981
021982 fd  budget-file
021984     record contains 40 characters.
021986 copy budgrec.
021988
021990 fd  held-file.
021992 copy heldrec.
021994
021996 fd  fiscal-file
021998     record contains 50 characters.
022000 copy fiscrec.
022002
022004 fd  rate-file
022006     record contains 30 characters.
022008 copy xratrec.
022010
022012 fd  parm-file
022014     record contains 20 characters.
022016 01  parm-record.
022018     05  mp-run-mode             pic x(01).
022020         88  mp-trial-run        value "T".
022022     05  filler                  pic x(19).
022024
022026 fd  edit-file
022028     record contains 132 characters.
022030 01  edit-print-record           pic x(132).
022032
022034 fd  return-file
022036     record contains 120 characters.
022038 copy rtnrec.
022040
022042 fd  balance-file
022044     record contains 120 characters.
022046 copy acbalrec.
022048
022050 fd  gliface-file
022100     record contains 74 characters.
022200 copy glifrec.
022900
023000 working-storage section.
025100 77  ws-report-status        pic xx       value "00".
025200*----------------------------------------------------------------
025300* report pagination, print lines and accumulators
025302*----------------------------------------------------------------
025304 01  rpt-heading-1.
025306     05  filler                  pic x(10) value spaces.
025308     05  filler                  pic x(25)
025310             value "MULT - CALCULATION REPORT".
025312     05  filler                  pic x(13) value spaces.
025314     05  rh1-run-date            pic x(10).
025316     05  filler                  pic x(05) value spaces.
025318     05  filler                  pic x(05) value "PAGE ".
025320     05  rh1-page-no             pic zz9.
025322     05  filler                  pic x(61) value spaces.
025324 01  rpt-heading-2.
025326     05  filler                  pic x(05) value spaces.
025328     05  filler                  pic x(06) value "TRANS ".
025330     05  filler                  pic x(02) value spaces.
025332     05  filler                  pic x(02) value "OP".
025334     05  filler                  pic x(01) value spaces.
025336     05  filler                  pic x(04) value "ACCT".
025338     05  filler                  pic x(04) value spaces.
025340     05  filler                  pic x(04) value "NUM1".
025342     05  filler                  pic x(08) value spaces.
025344     05  filler                  pic x(04) value "NUM2".
025346     05  filler                  pic x(08) value spaces.
025348     05  filler                  pic x(06) value "RESULT".
025350     05  filler                  pic x(08) value spaces.
025352     05  filler                  pic x(06) value "STATUS".
025354     05  filler                  pic x(27) value spaces.
025356     05  filler                  pic x(03) value "CCY".
025358     05  filler                  pic x(02) value spaces.
025360     05  filler                  pic x(10) value "CCY AMOUNT".
025362     05  filler                  pic x(22) value spaces.
025364 01  rpt-detail-line.
025366     05  filler                  pic x(05) value spaces.
025368     05  rd-trans-id             pic 9(06).
025370     05  filler                  pic x(02) value spaces.
025372     05  rd-oper-code            pic x(01).
025374     05  filler                  pic x(02) value spaces.
025376     05  rd-acct-code            pic x(04).
025378     05  filler                  pic x(03) value spaces.
025380     05  rd-num1-edit            pic zzzz9.99.
025382     05  filler                  pic x(04) value spaces.
025384     05  rd-num2-edit            pic zzzz9.99.
025386     05  filler                  pic x(04) value spaces.
025388     05  rd-result-edit          pic z(08)9.99.
025390     05  filler                  pic x(04) value spaces.
025392     05  rd-status               pic x(30).
025394     05  filler                  pic x(02) value spaces.
025396     05  rd-curr-code            pic x(03).
025398     05  filler                  pic x(02) value spaces.
025400     05  rd-curr-result-edit     pic z(08)9.99.
025402     05  filler                  pic x(20) value spaces.
025443 01  rpt-blank-line              pic x(132) value spaces.
025444 01  rpt-total-line.
025445     05  filler                  pic x(05) value spaces.
028100 77  ws-expected-total       pic 9(09)v99 value zeros.
028200 77  ws-difference           pic s9(09)v99 value zeros.
028300 77  ws-diff-edit            pic -9(08)9.99.
028301 77  ws-gliface-status       pic xx       value "00".
028302*----------------------------------------------------------------
028303* account reference table and per-account subtotals
028304*----------------------------------------------------------------
028305 77  ws-acct-status          pic xx       value "00".
028306 77  ws-acct-eof-switch      pic x        value "N".
028307     88  ws-acct-end-of-file value "Y".
028308 77  ws-acct-found-switch    pic x        value "N".
028309     88  ws-acct-is-found    value "Y".
028310 77  ws-acct-sub             pic 9(03)    value zeros.
028311 77  ws-acct-ref-max         pic 9(03)    value 100.
028312 01  ws-acct-ref-table.
028313     05  ws-acct-ref-count   pic 9(03)    value zeros.
028314     05  ws-acct-ref-entry occurs 100 times.
028315         10  ws-acct-ref-code  pic x(04).
028316         10  ws-acct-ref-name  pic x(30).
028317         10  ws-acct-ref-eff   pic 9(08).
028318         10  ws-acct-ref-stat  pic x(01).
028319         10  ws-acct-ref-budg-sw pic x(01).
028320         10  ws-acct-ref-budget  pic 9(09)v99.
028321         10  ws-acct-ref-posted  pic 9(09)v99.
028322 77  ws-acct-tot-max         pic 9(02)    value 20.
028323 01  ws-acct-tot-table.
028324     05  ws-acct-tot-count   pic 9(02)    value zeros.
028325     05  ws-acct-tot-entry occurs 20 times.
028326         10  ws-acct-tot-code  pic x(04).
028327         10  ws-acct-tot-cnt   pic 9(05).
028328         10  ws-acct-tot-amt   pic 9(09)v99.
028329 77  ws-acct-over-cnt        pic 9(05)    value zeros.
028330 77  ws-acct-over-amt        pic 9(09)v99 value zeros.
028331*----------------------------------------------------------------
028332* account budgets - the run date's period, its budgets carried
028333* on the account table entries above, and the over-budget
028334* held queue's counts for the report
028335*----------------------------------------------------------------
028336 77  ws-budget-status        pic xx       value "00".
028337 77  ws-held-status          pic xx       value "00".
028338 77  ws-budg-eof-switch      pic x        value "N".
028339     88  ws-budg-end-of-file value "Y".
028340 77  ws-sweep-eof-switch     pic x        value "N".
028341     88  ws-sweep-end-of-file value "Y".
028342 77  ws-budget-period        pic 9(06)    value zeros.
028343 77  ws-period-start         pic 9(08)    value zeros.
028344 77  ws-budget-count         pic 9(03)    value zeros.
028345 77  ws-budg-key             pic x(04)    value spaces.
028346 77  ws-budget-test          pic 9(10)v99 value zeros.
028347 77  ws-held-count           pic 9(06)    value zeros.
028348 77  ws-held-total           pic 9(09)v99 value zeros.
028349*----------------------------------------------------------------
028350* fiscal period lock - the calendar is read once at start up to
028351* find the period the run date falls in
028352*----------------------------------------------------------------
028353 77  ws-fiscal-status        pic xx       value "00".
028354 77  ws-fisc-eof-switch      pic x        value "N".
028355     88  ws-fisc-end-of-file value "Y".
028356 77  ws-closed-period        pic 9(06)    value zeros.
028357*----------------------------------------------------------------
028358* foreign currency - the exchange rate table, the current
028359* transaction's currency, its result in that currency and the
028360* rate it converts to base at, and the per-currency totals for
028361* the report.  more currencies than the totals table holds roll
028362* into one overflow line carrying the base figure only.
028363*----------------------------------------------------------------
028364 77  ws-base-currency        pic x(03)    value "USD".
028365 77  ws-rate-status          pic xx       value "00".
028366 77  ws-rate-eof-switch      pic x        value "N".
028367     88  ws-rate-end-of-file value "Y".
028368 77  ws-curr-known-switch    pic x        value "N".
028369     88  ws-curr-is-known    value "Y".
028370 77  ws-curr-code            pic x(03)    value spaces.
028371 77  ws-curr-result          pic 9(09)v99 value zeros.
028372 77  ws-exch-rate            pic 9(04)v9(06) value zeros.
028373 77  ws-rate-best-eff        pic 9(08)    value zeros.
028374 77  ws-rate-max             pic 9(03)    value 200.
028375 77  ws-rate-sub             pic 9(03)    value zeros.
028376 01  ws-rate-table.
028377     05  ws-rate-count       pic 9(03)    value zeros.
028378     05  ws-rate-entry occurs 200 times.
028379         10  ws-rate-code      pic x(03).
028380         10  ws-rate-eff       pic 9(08).
028381         10  ws-rate-value     pic 9(04)v9(06).
028382 77  ws-curr-tot-max         pic 9(02)    value 10.
028383 77  ws-curr-sub             pic 9(02)    value zeros.
028384 77  ws-curr-found-switch    pic x        value "N".
028385     88  ws-curr-tot-is-found value "Y".
028386 01  ws-curr-tot-table.
028387     05  ws-curr-tot-count   pic 9(02)    value zeros.
028388     05  ws-curr-tot-entry occurs 10 times.
028389         10  ws-curr-tot-code  pic x(03).
028390         10  ws-curr-tot-cnt   pic 9(05).
028391         10  ws-curr-tot-amt   pic 9(09)v99.
028392         10  ws-curr-tot-base  pic 9(09)v99.
028393 77  ws-curr-over-cnt        pic 9(05)    value zeros.
028394 77  ws-curr-over-amt        pic 9(09)v99 value zeros.
028395 01  rpt-curr-head-line.
028396     05  filler                  pic x(05) value spaces.
028397     05  filler                  pic x(43) value
028398         "CURRENCY TOTALS - BASE CURRENCY IS USD".
028399     05  filler                  pic x(84) value spaces.
028400 01  rpt-curr-line.
028401     05  filler                  pic x(05) value spaces.
028402     05  filler                  pic x(09) value "CURRENCY ".
028403     05  rc-curr-code            pic x(03).
028404     05  filler                  pic x(02) value spaces.
028405     05  filler                  pic x(08) value "COUNT = ".
028406     05  rc-curr-count           pic zzzz9.
028407     05  filler                  pic x(02) value spaces.
028408     05  filler                  pic x(17) value
028409         "CURRENCY TOTAL = ".
028410     05  rc-curr-total           pic z(08)9.99.
028411     05  rc-curr-total-x redefines rc-curr-total
028412                                 pic x(12).
028413     05  filler                  pic x(02) value spaces.
028414     05  filler                  pic x(13) value "BASE TOTAL = ".
028415     05  rc-base-total           pic z(08)9.99.
028416     05  filler                  pic x(42) value spaces.
028417 01  rpt-held-line.
028418     05  filler                  pic x(05) value spaces.
028419     05  filler                  pic x(36) value
028420         "BUDGET CONTROL - HELD OVER BUDGET = ".
028421     05  rhd-held-count          pic zzzzz9.
028422     05  filler                  pic x(10) value "  TOTAL = ".
028423     05  rhd-held-total          pic z(08)9.99.
028424     05  filler                  pic x(63) value spaces.
028425 01  rpt-held-note-line.
028426     05  filler                  pic x(05) value spaces.
028427     05  filler                  pic x(48) value
028428         "(HELD ITEMS KEPT OFF MASTER AND GL INTERFACE -  ".
028429     05  filler                  pic x(30) value
028430         "RELEASED BY MULTHELD APPROVAL)".
028431     05  filler                  pic x(49) value spaces.
028432*----------------------------------------------------------------
028433* source batch control - one entry per HDR/TRL pair on transin,
028434* filled by the balancing pre-pass and walked again while the
028435* transactions are processed.
028436*----------------------------------------------------------------
028437 77  ws-input-count          pic 9(06)    value zeros.
028438 77  ws-batch-max            pic 9(02)    value 20.
028439 77  ws-cur-batch            pic 9(02)    value zeros.
028440 77  ws-batch-sub            pic 9(02)    value zeros.
028441 77  ws-batch-open-switch    pic x        value "N".
028442     88  ws-batch-is-open    value "Y".
028443 01  ws-batch-table.
028444     05  ws-batch-count      pic 9(02)    value zeros.
028445     05  ws-batch-entry occurs 20 times.
028446         10  ws-batch-source   pic x(03).
028447         10  ws-batch-date     pic 9(08).
028448         10  ws-batch-no       pic 9(04).
028449         10  ws-batch-exp-cnt  pic 9(06).
028450         10  ws-batch-act-cnt  pic 9(06).
028475         10  ws-batch-exp-hash pic 9(11).
028500         10  ws-batch-act-hash pic 9(11).
028525         10  ws-batch-rej-cnt  pic 9(06).
028527         10  ws-batch-status   pic x(01).
028528             88  ws-batch-balanced    value "B".
028529             88  ws-batch-unbalanced  value "O".
028553     05  rbt-status              pic x(14).
028554     05  filler                  pic x(31) value spaces.
028555*----------------------------------------------------------------
028556* trial edit run - an edit-only pass selected from multparm that
028557* posts nothing, reports what each record would do, and returns
028558* the records that would reject to their source batch
028559*----------------------------------------------------------------
028560 77  ws-parm-status          pic xx       value "00".
028561 77  ws-edit-status          pic xx       value "00".
028562 77  ws-return-status        pic xx       value "00".
028563 77  ws-trial-switch         pic x        value "N".
028564     88  ws-is-trial-run     value "Y".
028565 77  ws-no-master-switch     pic x        value "N".
028566     88  ws-master-is-missing value "Y".
028567 77  ws-rtn-open-switch      pic x        value "N".
028568     88  ws-rtn-is-open      value "Y".
028569 77  ws-rtn-batch            pic 9(02)    value zeros.
028570 77  ws-rtn-section-count    pic 9(06)    value zeros.
028571 77  ws-rtn-record-count     pic 9(06)    value zeros.
028572 77  ws-trial-pass-count     pic 9(06)    value zeros.
028573 77  ws-trial-fail-count     pic 9(06)    value zeros.
028574 77  ws-nobatch-rej-count    pic 9(06)    value zeros.
028575 01  rpt-edit-heading-1.
028576     05  filler                  pic x(10) value spaces.
028577     05  filler                  pic x(25)
028578             value "MULT - TRIAL EDIT REPORT".
028579     05  filler                  pic x(13) value spaces.
028580     05  re1-run-date            pic x(10).
028581     05  filler                  pic x(05) value spaces.
028582     05  filler                  pic x(05) value "PAGE ".
028583     05  re1-page-no             pic zz9.
028584     05  filler                  pic x(61) value spaces.
028585 01  rpt-trial-head-line.
028586     05  filler                  pic x(05) value spaces.
028587     05  filler                  pic x(39) value
028588         "TRIAL EDIT SUMMARY - NOTHING WAS POSTED".
028589     05  filler                  pic x(88) value spaces.
028590 01  rpt-return-head-line.
028591     05  filler                  pic x(05) value spaces.
028592     05  filler                  pic x(20) value
028593         "SOURCE BATCH RETURNS".
028594     05  filler                  pic x(107) value spaces.
028595 01  rpt-return-line.
028596     05  filler                  pic x(05) value spaces.
028597     05  filler                  pic x(07) value "SOURCE ".
028598     05  rrt-source              pic x(03).
028599     05  filler                  pic x(07) value " BATCH ".
028600     05  rrt-batch-no            pic zzz9.
028601     05  filler                  pic x(01) value spaces.
028602     05  rrt-batch-date          pic x(10).
028603     05  filler                  pic x(09) value "  COUNT =".
028604     05  rrt-count               pic zzzzz9.
028605     05  filler                  pic x(12) value "  RETURNED =".
028606     05  rrt-returned            pic zzzzz9.
028607     05  filler                  pic x(02) value spaces.
028608     05  rrt-status              pic x(14).
028609     05  filler                  pic x(46) value spaces.
028610*----------------------------------------------------------------
028611* run control - run number, run-history fields and the
028612* end-of-job statistics page
028613*----------------------------------------------------------------
028614 77  ws-runctl-status        pic xx       value "00".
028615 77  ws-runstats-status      pic xx       value "00".
028616 77  ws-run-no               pic 9(04)    value zeros.
028617 77  ws-start-stamp          pic x(17)    value spaces.
028618 77  ws-end-stamp            pic x(17)    value spaces.
028619 77  ws-reject-count         pic 9(06)    value zeros.
028620 77  ws-sizeerr-count        pic 9(06)    value zeros.
028621 77  ws-processed-count      pic 9(06)    value zeros.
028622 77  ws-stat-count-edit      pic zzzzz9.
028623 77  ws-stat-total-edit      pic z(08)9.99.
028624 77  ws-stat-runno-edit      pic zzz9.
028625 01  rpt-stat-head-line.
028626     05  filler                  pic x(05) value spaces.
028627     05  filler                  pic x(21) value
028628         "END OF JOB STATISTICS".
028629     05  filler                  pic x(106) value spaces.
028630 01  rpt-stat-line.
028631     05  filler                  pic x(05) value spaces.
028632     05  rst-title               pic x(30).
028633     05  rst-value               pic x(26).
028634     05  filler                  pic x(71) value spaces.
028635*----------------------------------------------------------------
028636* account balances - the run month's balance record for each
028637* account posted to, read and kept up on the balance file
028638*----------------------------------------------------------------
028639 77  ws-bal-status           pic xx       value "00".
028640 77  ws-bal-new-switch       pic x        value "N".
028641     88  ws-bal-is-new       value "Y".
028642*----------------------------------------------------------------
028643* audit log chain - the sequence number and chain value of the
028644* last record on the log, carried on to every record appended.
028645* a record's chain value is worked from the value before it and
028646* every character of the record ahead of the value itself, so
028647* a record changed, removed or slipped in breaks the chain from
028648* that point on.
028649*----------------------------------------------------------------
028650 77  ws-chain-last-seq       pic 9(08)    value zeros.
028651 77  ws-chain-last-value     pic 9(10)    value zeros.
028652 77  ws-chain-hash           pic 9(10)    value zeros.
028653 77  ws-chain-work           pic 9(12)    value zeros.
028654 77  ws-chain-quotient       pic 9(12)    value zeros.
028655 77  ws-chain-sub            pic 9(03)    value zeros.
028656 77  ws-chain-eof-switch     pic x        value "N".
028657     88  ws-chain-end-of-log value "Y".
028658 01  ws-chain-byte-area.
028659     05  ws-chain-byte-pair  pic x(02).
028660     05  ws-chain-byte-value redefines ws-chain-byte-pair
028661                             pic 9(04) binary.
028662
028663 procedure division.
028700*================================================================
028800* 0000-mainline
028900*     top level control paragraph for the mult batch run.
030000*     identify the operator, check run control and draw this
030050*     execution's run number, open the transaction, result, log,
030100*     report and gl interface files, open (or create) the results
030150*     master, the suspense file and the over-budget held file,
030160*     load the account table and this period's budgets, and
030180*     prime the loop by reading the first transaction
030200*     record.  run control is checked before any output file is
030250*     opened, so a refused start leaves the prior run's output
030300*     untouched.  any bad open status along the way is fatal and
030400*     stops the run before the transaction loop is entered.  a
030425*     trial edit run skips the period lock, the checkpoint, run
030450*     control and every posting output, and opens only what
030475*     1500 needs to edit the file and report on it.
030500*================================================================
030600 1000-initialize.
030610     move spaces to ws-acct-tot-table.
030630     display ws-environment-name upon environment-name.
030640     accept ws-operator-id from environment-value.
030650     accept ws-run-date from date yyyymmdd.
030655     perform 1001-read-run-mode thru 1001-exit.
030660     perform 1005-check-operator thru 1005-exit.
030662     if not ws-has-fatal-error
030664         and not ws-is-trial-run
030666         perform 1009-check-fiscal-period thru 1009-exit
030668     end-if.
030670     if not ws-has-fatal-error
030700         perform 1010-open-transaction-file thru 1010-exit
030710     end-if.
030750     if not ws-has-fatal-error
030760         perform 1090-verify-batches thru 1090-exit
030770     end-if.
030775     if not ws-has-fatal-error
030780         and ws-is-trial-run
030785         perform 1500-start-trial-run thru 1500-exit
030790     end-if.
030800     if not ws-has-fatal-error
030850         and not ws-is-trial-run
030900         perform 1100-read-checkpoint thru 1100-exit
030950         perform 1080-read-run-control thru 1080-exit
031100     end-if.
031150     if not ws-has-fatal-error
031155         and not ws-is-trial-run
031160         perform 1020-open-output-files thru 1020-exit
031170     end-if.
031200     if not ws-has-fatal-error
031300         and not ws-is-trial-run
031550         if ws-is-restart
031560             continue
031570         else
031880         if not ws-has-fatal-error
031890             perform 1070-load-account-table thru 1070-exit
031895         end-if
031900         if not ws-has-fatal-error
031905             perform 1056-open-held-file thru 1056-exit
031910         end-if
031915         if not ws-has-fatal-error
031920             perform 1057-open-balance-file thru 1057-exit
031925         end-if
031930         if not ws-has-fatal-error
031935             perform 1300-load-budgets thru 1300-exit
031940         end-if
031945         if not ws-has-fatal-error
031950             perform 1400-load-rates thru 1400-exit
031955         end-if
031960     end-if.
032000     if not ws-has-fatal-error
032025         and not ws-is-trial-run
032050         perform 1085-write-run-control thru 1085-exit
032100         perform 1060-read-control-total thru 1060-exit
032200         if ws-is-restart
033500 1000-exit.
033600     exit.
033700
033702*================================================================
033704* 1001-read-run-mode
033706*     read the run mode from the parameter file, when one was
033708*     supplied.  a "T" makes this a trial edit run; no file, or
033710*     anything else on it, is a normal posting run.
033712*================================================================
033714 1001-read-run-mode.
033716     move "N" to ws-trial-switch.
033718     open input parm-file.
033720     if ws-parm-status = "00"
033722         read parm-file
033724             at end
033726                 continue
033728         end-read
033730         if ws-parm-status = "00"
033732             and mp-trial-run
033734             set ws-is-trial-run to true
033736             display "mult: trial edit run - nothing will be "
033738                 "posted"
033740         end-if
033742         close parm-file
033744     end-if.
033746 1001-exit.
033748     exit.
033750
033800*================================================================
033900* 1010-open-transaction-file
034000*     open the input transaction file; a bad open status here is
035268*     before the normal opens ever happen.
035269*================================================================
035270 1008-log-denial.
035271     perform 8700-find-log-chain thru 8700-exit.
035272     open extend log-file.
035273     if ws-log-status = "35"
035274         open output log-file
035275     end-if.
035276     if ws-log-status = "00"
035277         accept ws-run-time from time
035278         string ws-run-date delimited by size
035279                 "-" delimited by size
035280                 ws-run-time delimited by size
035281             into lg-timestamp
035282         move zeros          to lg-run-no
035283         move ws-operator-id to lg-operator-id
035284         move zeros          to lg-trans-id
035285         move space          to lg-mode-flag
035286         move space          to lg-oper-code
035287         move zeros          to lg-num1
035288         move zeros          to lg-num2
035289         move zeros          to lg-result
035290         move spaces         to lg-curr-code
035291         move zeros          to lg-curr-result
035292         move zeros          to lg-exch-rate
035293         move "security - batch run denied" to lg-message
035294         perform 8800-write-chained-log thru 8800-exit
035295         close log-file
035296     end-if.
035297 1008-exit.
035298     exit.
035299
035300*================================================================
035302* 1009-check-fiscal-period
035304*     read the fiscal calendar for the period the run date
035306*     falls in and stop the run when that period is closed -
035308*     nothing may post into a ledger month already final.  no
035310*     calendar on file, or a date no period covers, is not a
035312*     lock.
035314*================================================================
035316 1009-check-fiscal-period.
035318     move zeros to ws-closed-period.
035320     open input fiscal-file.
035322     if ws-fiscal-status = "00"
035324         move "N" to ws-fisc-eof-switch
035326         perform 1011-read-one-period thru 1011-exit
035328             until ws-fisc-end-of-file
035330         close fiscal-file
035332     end-if.
035334     if ws-closed-period not = zeros
035336         display "mult: run date " ws-run-date " falls in closed "
035338             "period " ws-closed-period " - run stopped"
035340         set ws-has-fatal-error to true
035342     end-if.
035344 1009-exit.
035346     exit.
035348
035350*================================================================
035352* 1011-read-one-period
035354*     read a single calendar record and note its period when
035356*     it covers the run date and is closed, as part of the
035358*     fiscal period check.
035360*================================================================
035362 1011-read-one-period.
035364     read fiscal-file
035366         at end
035368             set ws-fisc-end-of-file to true
035370     end-read.
035372     if not ws-fisc-end-of-file
035374         if ws-run-date not < fc-start-date
035376             and ws-run-date not > fc-end-date
035378             and fc-closed
035380             move fc-period to ws-closed-period
035382         end-if
035384     end-if.
035386 1011-exit.
035388     exit.
035390
035392*================================================================
035400* 1020-open-output-files
035500*     open result-file, report-file and gliface-file extend on a
035600*     checkpoint restart (so the segment already written before
038200             "status " ws-gliface-status " - run stopped"
038300         set ws-has-fatal-error to true
038400     end-if.
038450     perform 8700-find-log-chain thru 8700-exit.
038500     open extend log-file.
038600     if ws-log-status not = "00"
038700         display "mult: unable to open audit log file - status "
041805 1055-exit.
041806     exit.
041807
041808*================================================================
041809* 1056-open-held-file
041810*     open the over-budget held file for update, creating it
041811*     on the first run the same way the suspense file is
041812*     created - only a missing-file status (35) triggers the
041813*     create/reopen; any other bad status stops the run.
041814*================================================================
041815 1056-open-held-file.
041816     open i-o held-file.
041817     evaluate ws-held-status
041818         when "00"
041819             continue
041820         when "35"
041821             open output held-file
041822             close held-file
041823             open i-o held-file
041824         when other
041825             display "mult: unable to open held file - "
041826                 "status " ws-held-status " - run stopped"
041827             close master-file
041828             close susp-file
041829             set ws-has-fatal-error to true
041830     end-evaluate.
041831 1056-exit.
041832     exit.
041833
041834*================================================================
041835* 1057-open-balance-file
041836*     open the account balance file for update, creating it on
041837*     the first run the same way the held file is created -
041838*     only a missing-file status (35) triggers the create/reopen;
041839*     any other bad status stops the run.
041840*================================================================
041841 1057-open-balance-file.
041842     open i-o balance-file.
041843     evaluate ws-bal-status
041844         when "00"
041845             continue
041846         when "35"
041847             open output balance-file
041848             close balance-file
041849             open i-o balance-file
041850         when other
041851             display "mult: unable to open account balance file "
041852                 "- status " ws-bal-status " - run stopped"
041853             close master-file
041854             close susp-file
041855             close held-file
041856             set ws-has-fatal-error to true
041857     end-evaluate.
041858 1057-exit.
041859     exit.
041860
041900*================================================================
042000* 1060-read-control-total
042100*     read the independently supplied expected total for this
043860*     rereading the file.  a missing or unreadable reference
043870*     file, or one too big for the table, is fatal - running
043880*     without it would reject every transaction in the batch.
043881*================================================================
043882 1070-load-account-table.
043883     open input acct-file.
043884     if ws-acct-status not = "00"
043885         display "mult: unable to open account reference file - "
043886             "status " ws-acct-status " - run stopped"
043887         set ws-has-fatal-error to true
043888         close master-file
043889         close susp-file
043890     else
043891         move "N" to ws-acct-eof-switch
043892         perform 1075-load-one-account thru 1075-exit
043893             until ws-acct-end-of-file or ws-has-fatal-error
043894         close acct-file
043895         if ws-acct-ref-count = zero
043896             and not ws-has-fatal-error
043897             display "mult: account reference file is empty - "
043898                 "run stopped"
043899             set ws-has-fatal-error to true
043900             close master-file
043901             close susp-file
043902         end-if
043903     end-if.
043904 1070-exit.
043905     exit.
043906
043907*================================================================
043908* 1075-load-one-account
043909*     read one account reference record into the next table
043910*     entry, as part of the account table load.
043911*================================================================
043912 1075-load-one-account.
043913     read acct-file
043914         at end
043915             set ws-acct-end-of-file to true
043916     end-read.
043917     if not ws-acct-end-of-file
043918         if ws-acct-ref-count >= ws-acct-ref-max
043919             display "mult: account reference file exceeds "
043920                 "table size - run stopped"
043921             set ws-has-fatal-error to true
043922             close master-file
043923             close susp-file
043924         else
043925             add 1 to ws-acct-ref-count
043926             move ac-acct-code to
043927                 ws-acct-ref-code (ws-acct-ref-count)
043928             move ac-acct-name to
043929                 ws-acct-ref-name (ws-acct-ref-count)
043930             move "N" to ws-acct-ref-budg-sw (ws-acct-ref-count)
043931             move zeros to ws-acct-ref-budget (ws-acct-ref-count)
043932             move zeros to ws-acct-ref-posted (ws-acct-ref-count)
043939*            a record from before effective dating carries
043940*            spaces here - it loads as active and always
043941*            effective so the existing file keeps working
044009         set ws-has-fatal-error to true
044010         close master-file
044011         close susp-file
044015         close held-file
044025         close balance-file
044035     end-if.
044045 1085-exit.
044055     exit.
044065
044100*================================================================
044110* 1090-verify-batches
044120*     balancing pre-pass over the transaction file - walk every
045060         move zeros to ws-batch-act-cnt (ws-cur-batch)
045070         move zeros to ws-batch-exp-hash (ws-cur-batch)
045080         move zeros to ws-batch-act-hash (ws-cur-batch)
045085         move zeros to ws-batch-rej-cnt (ws-cur-batch)
045090         move "T" to ws-batch-status (ws-cur-batch)
045100         set ws-batch-is-open to true
045110     end-if.
045792             move ck-last-rejects   to ws-reject-count
045793             move ck-last-sizeerrs  to ws-sizeerr-count
045794             move ck-start-stamp    to ws-start-stamp
045800             if ck-last-held numeric
045810                 move ck-last-held  to ws-held-count
045820                 move ck-held-total to ws-held-total
045830             end-if
045840             if ck-curr-tot-count numeric
045850                 move ck-curr-tot-table to ws-curr-tot-table
045860                 move ck-curr-over-cnt  to ws-curr-over-cnt
045870                 move ck-curr-over-amt  to ws-curr-over-amt
045880             end-if
045890             set ws-is-restart to true
045900             display "mult: restarting after checkpoint - "
046000                 ws-skip-count " input records already processed"
046100         end-if
049280             move "N" to ws-batch-open-switch
049285         end-if
049300     end-if.
049301 1250-exit.
049302     exit.
049303
049304*================================================================
049305* 1300-load-budgets
049306*     carry the run date's period budgets onto the account
049307*     table, then pick up what each budgeted account has
049308*     already posted in the period from the master.  a
049309*     checkpoint restart needs nothing special here - the
049310*     segment posted before the restart is already on the
049311*     master and is picked up with the rest.  no budgets file
049312*     at all means no account is limited; an unreadable one
049313*     stops the run.
049314*================================================================
049315 1300-load-budgets.
049316     move ws-run-date (1:6) to ws-budget-period.
049317     move zeros to ws-budget-count.
049318     open input budget-file.
049319     evaluate ws-budget-status
049320         when "00"
049321             move "N" to ws-budg-eof-switch
049322             perform 1310-load-one-budget thru 1310-exit
049323                 until ws-budg-end-of-file
049324             close budget-file
049325         when "35"
049326             display "mult: no budgets file - no account is "
049327                 "limited this run"
049328         when other
049329             display "mult: unable to open budgets file - "
049330                 "status " ws-budget-status " - run stopped"
049331             close master-file
049332             close susp-file
049333             close held-file
049334             close balance-file
049335             set ws-has-fatal-error to true
049336     end-evaluate.
049337     if ws-budget-count > zero
049338         perform 1330-accumulate-posted thru 1330-exit
049339     end-if.
049340 1300-exit.
049341     exit.
049342
049343*================================================================
049344* 1310-load-one-budget
049345*     read one budget record and, when it is for the run
049346*     date's period, carry its limit onto the account's table
049347*     entry.  a budget for an account not on the reference file
049348*     can never be posted against and is only noted.
049349*================================================================
049350 1310-load-one-budget.
049351     read budget-file
049352         at end
049353             set ws-budg-end-of-file to true
049354     end-read.
049355     if not ws-budg-end-of-file
049356         and bg-period = ws-budget-period
049357         move bg-acct-code to ws-budg-key
049358         perform 1320-find-budget-account thru 1320-exit
049359         if ws-acct-is-found
049360             move "Y" to ws-acct-ref-budg-sw (ws-acct-sub)
049361             move bg-budget-amt
049362                 to ws-acct-ref-budget (ws-acct-sub)
049363             add 1 to ws-budget-count
049364         else
049365             display "mult: budget for unknown account "
049366                 bg-acct-code " ignored"
049367         end-if
049368     end-if.
049369 1310-exit.
049370     exit.
049371
049372*================================================================
049373* 1320-find-budget-account
049374*     scan the account table for ws-budg-key, leaving
049375*     ws-acct-sub on the entry when it is found.
049376*================================================================
049377 1320-find-budget-account.
049378     move "N" to ws-acct-found-switch.
049379     move zeros to ws-acct-sub.
049380     perform 1325-scan-budget-account thru 1325-exit
049381         until ws-acct-is-found
049382             or ws-acct-sub >= ws-acct-ref-count.
049383 1320-exit.
049384     exit.
049385
049386*================================================================
049387* 1325-scan-budget-account
049388*     compare ws-budg-key against a single account table
049389*     entry, as part of the budget account scan.
049390*================================================================
049391 1325-scan-budget-account.
049392     add 1 to ws-acct-sub.
049393     if ws-acct-ref-code (ws-acct-sub) = ws-budg-key
049394         set ws-acct-is-found to true
049395     end-if.
049396 1325-exit.
049397     exit.
049398
049399*================================================================
049400* 1330-accumulate-posted
049401*     sweep the master through its run-date index from the
049402*     first day of the period, adding every clean or corrected
049403*     posting into its account's posted-to-date figure.
049404*     rejected, size-errored and reversed records never
049405*     reached the ledger and are left out, the same way
049406*     multsum leaves them out of its totals.
049407*================================================================
049408 1330-accumulate-posted.
049409     move ws-run-date to ws-period-start.
049410     move "01" to ws-period-start (7:2).
049411     move ws-period-start to mr-run-date.
049412     move "N" to ws-sweep-eof-switch.
049413     start master-file key is not less than mr-run-date
049414         invalid key
049415             set ws-sweep-end-of-file to true
049416     end-start.
049417     perform 1340-accumulate-one-master thru 1340-exit
049418         until ws-sweep-end-of-file.
049419 1330-exit.
049420     exit.
049421
049422*================================================================
049423* 1340-accumulate-one-master
049424*     read the next master record through the run-date index
049425*     and roll it into its account's posted figure; a record
049426*     past the period ends the sweep.
049427*================================================================
049428 1340-accumulate-one-master.
049429     read master-file next record
049430         at end
049431             set ws-sweep-end-of-file to true
049432     end-read.
049433     if not ws-sweep-end-of-file
049434         if mr-run-date (1:6) not = ws-budget-period
049435             set ws-sweep-end-of-file to true
049436         else
049437             if mr-no-error or mr-corrected
049438                 move mr-acct-code to ws-budg-key
049439                 perform 1320-find-budget-account thru 1320-exit
049440                 if ws-acct-is-found
049441                     add mr-result
049442                         to ws-acct-ref-posted (ws-acct-sub)
049443                 end-if
049444             end-if
049445         end-if
049446     end-if.
049447 1340-exit.
049448     exit.
049449
049450*================================================================
049451* 1400-load-rates
049452*     load the exchange rate file into its table.  no rate
049453*     file at all means only base currency transactions can
049454*     post this run - a foreign currency transaction is
049455*     rejected to suspense for want of a rate.  an unreadable
049456*     file, or one larger than the table, stops the run rather
049457*     than convert at an incomplete set of rates.
049458*================================================================
049459 1400-load-rates.
049460     move zeros to ws-rate-count.
049461     open input rate-file.
049462     evaluate ws-rate-status
049463         when "00"
049464             move "N" to ws-rate-eof-switch
049465             perform 1410-load-one-rate thru 1410-exit
049466                 until ws-rate-end-of-file or ws-has-fatal-error
049467             close rate-file
049468         when "35"
049469             display "mult: no exchange rate file - only base "
049470                 "currency transactions will post this run"
049471         when other
049472             display "mult: unable to open exchange rate file - "
049473                 "status " ws-rate-status " - run stopped"
049474             set ws-has-fatal-error to true
049475     end-evaluate.
049476     if ws-has-fatal-error
049477         close master-file
049478         close susp-file
049479         close held-file
049480         close balance-file
049481     end-if.
049482 1400-exit.
049483     exit.
049484
049485*================================================================
049486* 1410-load-one-rate
049487*     read one exchange rate record into the next table entry,
049488*     as part of the rate load.
049489*================================================================
049490 1410-load-one-rate.
049491     read rate-file
049492         at end
049493             set ws-rate-end-of-file to true
049494     end-read.
049495     if not ws-rate-end-of-file
049496         if ws-rate-count >= ws-rate-max
049497             display "mult: exchange rate file exceeds table "
049498                 "size - run stopped"
049499             set ws-has-fatal-error to true
049500         else
049501             add 1 to ws-rate-count
049502             move xr-curr-code to ws-rate-code (ws-rate-count)
049503             move xr-eff-date  to ws-rate-eff (ws-rate-count)
049504             move xr-rate      to ws-rate-value (ws-rate-count)
049505         end-if
049506     end-if.
049507 1410-exit.
049508     exit.
049509
049510*================================================================
049511* 1500-start-trial-run
049512*     open what a trial edit run uses in place of the posting
049513*     outputs - the edit report, the department return file and
049514*     the audit log - then the master, read only for the
049515*     duplicate check, and load the account and exchange rate
049516*     tables the edits need.  no master yet means nothing can be
049517*     a duplicate; the trial is not the run that should create
049518*     it.  any other bad open status is fatal.
049519*================================================================
049520 1500-start-trial-run.
049521     accept ws-run-time from time.
049522     string ws-run-date delimited by size
049523             "-" delimited by size
049524             ws-run-time delimited by size
049525         into ws-start-stamp.
049526     open output edit-file.
049527     if ws-edit-status not = "00"
049528         display "mult: unable to open edit report file - status "
049529             ws-edit-status " - run stopped"
049530         set ws-has-fatal-error to true
049531         go to 1500-exit
049532     end-if.
049533     open output return-file.
049534     if ws-return-status not = "00"
049535         display "mult: unable to open return file - status "
049536             ws-return-status " - run stopped"
049537         set ws-has-fatal-error to true
049538         go to 1500-exit
049539     end-if.
049540     perform 8700-find-log-chain thru 8700-exit.
049541     open extend log-file.
049542     if ws-log-status = "35"
049543         open output log-file
049544     end-if.
049545     if ws-log-status not = "00"
049546         display "mult: unable to open audit log file - status "
049547             ws-log-status " - run stopped"
049548         set ws-has-fatal-error to true
049549         go to 1500-exit
049550     end-if.
049551     open input master-file.
049552     evaluate ws-master-status
049553         when "00"
049554             continue
049555         when "35"
049556             set ws-master-is-missing to true
049557             display "mult: no master file - duplicates are not "
049558                 "checked this trial"
049559         when other
049560             display "mult: unable to open master file - status "
049561                 ws-master-status " - run stopped"
049562             set ws-has-fatal-error to true
049563             go to 1500-exit
049564     end-evaluate.
049565     perform 1070-load-account-table thru 1070-exit.
049566     if not ws-has-fatal-error
049567         perform 1400-load-rates thru 1400-exit
049568     end-if.
049569     if not ws-has-fatal-error
049570         move 1 to ws-page-count
049571         perform 3000-write-report-header thru 3000-exit
049572     end-if.
049573 1500-exit.
049574     exit.
049600
049700*================================================================
049800* 2000-process-transaction
050100*================================================================
050200 2000-process-transaction.
050202     add 1 to ws-input-count.
050203     evaluate true
050204         when th-batch-header
050205             add 1 to ws-cur-batch
050206             set ws-batch-is-open to true
050207             if ws-is-trial-run
050208                 perform 2810-open-return-section thru 2810-exit
050209             end-if
050210         when tt-batch-trailer
050211             move "N" to ws-batch-open-switch
050212             if ws-is-trial-run
050213                 perform 2830-close-return-section thru 2830-exit
050214             end-if
050215         when other
050216             perform 2030-process-detail thru 2030-exit
050218     end-evaluate.
050220     read trans-file
050232*================================================================
050234* 2030-process-detail
050236*     carry one detail transaction through validation, the
050238*     arithmetic and the conversion to base currency, and
050239*     every output it posts to - result, audit log, suspense,
050240*     report, master, gl interface and account balance - with
050241*     a checkpoint dropped every checkpoint-interval
050242*     transactions.  a clean transaction that would carry its
050243*     account past the period's budget goes to the held file
050244*     instead of the master and the gl interface.  a trial edit
050245*     run stops after the edits and the arithmetic - 2800 takes
050246*     the transaction from there and nothing is posted.
050247*================================================================
050248 2030-process-detail.
050250     move spaces       to result-record.
050300     move tr-trans-id  to rs-trans-id.
050500     move tr-num1      to rs-num1.
050600     move tr-num2      to rs-num2.
050700     set rs-no-error   to true.
050705     move tr-curr-code to ws-curr-code.
050710     if ws-curr-code = spaces
050715         move ws-base-currency to ws-curr-code
050720     end-if.
050725     move zeros        to ws-curr-result.
050730     move zeros        to ws-exch-rate.
050750     perform 2050-check-duplicate thru 2050-exit.
050760     if rs-dup-trans
050770         move zeros to rs-result
050900         if ws-data-is-valid
051000             perform 2150-format-report-operands thru 2150-exit
051100             perform 2200-compute-result thru 2200-exit
051120             if rs-no-error
051140                 and not ws-is-trial-run
051160                 perform 2400-check-budget thru 2400-exit
051180             end-if
051200         else
051300             set rs-invalid-data to true
051400             move zeros to rs-result
051700             move zeros to ws-rpt-num2
051800         end-if
051850     end-if.
051860     if ws-is-trial-run
051870         perform 2800-edit-detail thru 2800-exit
051880         go to 2030-exit
051890     end-if.
051900     write result-record.
052000     perform 2600-write-log-record thru 2600-exit.
052010     if rs-invalid-data or rs-size-error
052020         perform 2670-write-suspense-record thru 2670-exit
052030     end-if.
052032     if rs-held-trans
052034         perform 2680-write-held-record thru 2680-exit
052036     end-if.
052040     evaluate true
052050         when rs-invalid-data
052060             add 1 to ws-reject-count
052070         when rs-size-error
052080             add 1 to ws-sizeerr-count
052082         when rs-held-trans
052084             add 1 to ws-held-count
052086             add ws-rpt-result to ws-held-total
052090         when other
052095             continue
052096     end-evaluate.
052300         perform 3000-write-report-header thru 3000-exit
052400     end-if.
052500     perform 3100-write-report-detail thru 3100-exit.
052550     if not rs-dup-trans and not rs-held-trans
052600         perform 2650-write-master-record thru 2650-exit
052700         perform 2660-write-gliface-record thru 2660-exit
052710         if rs-no-error
052720             perform 2690-post-account-balance thru 2690-exit
052730         end-if
052750     end-if.
052775     if not rs-held-trans
052800         add ws-rpt-result to ws-grand-total
052850         perform 2500-accumulate-account thru 2500-exit
052860         perform 2550-accumulate-currency thru 2550-exit
052880     end-if.
052900     add 1 to ws-record-count.
053000     divide ws-record-count by ws-checkpoint-interval
053100         giving ws-checkpoint-divide
054052*     whose record is error-flagged is the opposite case: a
054053*     suspended transaction multsusp released back into this
054054*     run - that one is reprocessed, and 2650 rewrites the
054055*     rejected master record instead of bypassing it.  a trial
054060*     edit run with no master yet has nothing to check against.
054070*================================================================
054080 2050-check-duplicate.
054081     move "N" to ws-reprocess-switch.
054082     if ws-master-is-missing
054084         go to 2050-exit
054086     end-if.
054090     move tr-trans-id to mr-trans-id.
054091     read master-file
054092         invalid key
054200*================================================================
054300* 2100-validate-record
054400*     reject the transaction if tr-num1 or tr-num2 is not
054450*     numeric, if its account or currency fails the reference
054500*     checks, if the operation code is not one of a/s/m/d, if a
054600*     divide transaction carries a zero divisor, or if a subtract
054605*     transaction's difference would go negative (the result
054610*     fields downstream are unsigned).  the arithmetic in 2200 is
055908         when other
055909             continue
055910     end-evaluate.
055911     perform 2130-find-rate thru 2130-exit.
055912     evaluate true
055913         when not ws-curr-is-known
055914             set ws-data-is-invalid to true
055915             move "REJECTED - UNKNOWN CURRENCY"
055916                 to ws-reject-reason
055917             move "rejected - currency not on exchange rate file"
055918                 to ws-reject-message
055919             display "mult: transaction " tr-trans-id
055920                 " rejected - unknown currency " ws-curr-code
055921         when ws-exch-rate = zero
055922             set ws-data-is-invalid to true
055923             move "REJECTED - NO EXCHANGE RATE"
055924                 to ws-reject-reason
055925             move "rejected - no exchange rate for the run date"
055926                 to ws-reject-message
055927             display "mult: transaction " tr-trans-id
055928                 " rejected - no " ws-curr-code
055929                 " exchange rate in force"
055930         when other
055931             continue
055932     end-evaluate.
055933     if ws-data-is-valid and tr-oper-divide
055934         if (tr-mode-decimal and tr-num2-dec = zero)
055935             or (not tr-mode-decimal and tr-num2 = zero)
055936             set ws-data-is-invalid to true
055937             move "REJECTED - DIVIDE BY ZERO" to ws-reject-reason
055938             move "rejected - divide by zero"
055939                 to ws-reject-message
055940             display "mult: transaction " tr-trans-id
055941                 " rejected - divide by zero"
055942         end-if
055943     end-if.
055944     if ws-data-is-valid and tr-oper-subtract
055945         if (tr-mode-decimal and tr-num2-dec > tr-num1-dec)
055946             or (not tr-mode-decimal and tr-num2 > tr-num1)
055947             set ws-data-is-invalid to true
055950             move "REJECTED - NEGATIVE RESULT" to ws-reject-reason
055960             move "rejected - num2 exceeds num1 for subtract"
055970                 to ws-reject-message
056099 2125-exit.
056100     exit.
056101
056102*================================================================
056104* 2130-find-rate
056106*     find the exchange rate in force for the transaction's
056108*     currency on the run date - the rate with the latest
056110*     effective date not after it.  the base currency always
056112*     converts at one.  ws-curr-is-known is left set when the
056114*     currency is on the rate file at all, and ws-exch-rate
056116*     stays zero when none of its rates is in force yet.
056118*================================================================
056120 2130-find-rate.
056122     move "N" to ws-curr-known-switch.
056124     move zeros to ws-exch-rate.
056126     move zeros to ws-rate-best-eff.
056128     if ws-curr-code = ws-base-currency
056130         set ws-curr-is-known to true
056132         move 1 to ws-exch-rate
056134     else
056136         move zeros to ws-rate-sub
056138         perform 2135-scan-one-rate thru 2135-exit
056140             until ws-rate-sub >= ws-rate-count
056142     end-if.
056144 2130-exit.
056146     exit.
056148
056150*================================================================
056152* 2135-scan-one-rate
056154*     compare a single rate table entry with the transaction's
056156*     currency and keep it when it is the latest in force so
056158*     far, as part of the rate search.
056160*================================================================
056162 2135-scan-one-rate.
056164     add 1 to ws-rate-sub.
056166     if ws-rate-code (ws-rate-sub) = ws-curr-code
056168         set ws-curr-is-known to true
056170         if ws-rate-eff (ws-rate-sub) not > ws-run-date
056172             and ws-rate-eff (ws-rate-sub) not < ws-rate-best-eff
056174             move ws-rate-eff (ws-rate-sub) to ws-rate-best-eff
056176             move ws-rate-value (ws-rate-sub) to ws-exch-rate
056178         end-if
056180     end-if.
056182 2135-exit.
056184     exit.
056186
056200*================================================================
056300* 2150-format-report-operands
056400*     align num1/num2 on the report's decimal picture regardless
057800*================================================================
057900* 2200-compute-result
058000*     perform the arithmetic the transaction's operation code
058100*     asks for, in the mode appropriate to this transaction and
058125*     in its own currency, flagging an overflowing result, then
058150*     convert the result to the base currency.  a divide by
058200*     zero never reaches here - 2100 already rejected it.
058250*================================================================
058300 2200-compute-result.
058400     if tr-mode-decimal
058980         end-evaluate
058990         move rs-result to ws-rpt-result
059000     end-if.
059010     if rs-no-error
059020         perform 2300-convert-to-base thru 2300-exit
059030     end-if.
059040 2200-exit.
059050     exit.
059060
059120*================================================================
059130 2250-flag-size-error.
059140     set rs-size-error to true.
059141     move zeros to rs-result.
059142     display "mult: size error - result of transaction "
059143         tr-trans-id " does not fit in result field".
059144 2250-exit.
059145     exit.
059146
059147*================================================================
059148* 2300-convert-to-base
059149*     keep the result in the transaction's currency and turn
059150*     the working result into base currency at the rate 2130
059151*     found, rounded to the cent.  a base figure too large for
059152*     the result field is a size error like any other.
059153*================================================================
059154 2300-convert-to-base.
059155     move ws-rpt-result to ws-curr-result.
059156     if ws-exch-rate not = 1
059157         multiply ws-curr-result by ws-exch-rate
059158             giving ws-rpt-result rounded
059159             on size error
059160                 perform 2250-flag-size-error thru 2250-exit
059161                 move zeros to ws-rpt-result
059162                 move zeros to ws-curr-result
059163         end-multiply
059164     end-if.
059165 2300-exit.
059166     exit.
059167
059168*================================================================
059169* 2400-check-budget
059170*     test a clean result against its account's budget for
059171*     the period.  a result that would carry the posted total
059172*     past the budget holds the transaction; otherwise it is
059173*     added into the posted figure so the next transaction is
059174*     tested against it.  an account with no budget, or a
059175*     transaction released after its hold was approved, posts
059176*     without the test but still counts toward the period.
059177*================================================================
059178 2400-check-budget.
059179     if tr-budget-approved
059180         or ws-acct-ref-budg-sw (ws-acct-sub) not = "Y"
059181         add ws-rpt-result to ws-acct-ref-posted (ws-acct-sub)
059182     else
059183         add ws-acct-ref-posted (ws-acct-sub) ws-rpt-result
059184             giving ws-budget-test
059185         if ws-budget-test > ws-acct-ref-budget (ws-acct-sub)
059186             set rs-held-trans to true
059187             display "mult: transaction " tr-trans-id
059188                 " held - account " tr-acct-code
059189                 " over budget for period " ws-budget-period
059190         else
059191             move ws-budget-test
059192                 to ws-acct-ref-posted (ws-acct-sub)
059193         end-if
059194     end-if.
059195 2400-exit.
059196     exit.
059200
059210*================================================================
059220* 2500-accumulate-account
059640     end-if.
059650 2510-exit.
059660     exit.
059680
059700*================================================================
059720* 2550-accumulate-currency
059740*     roll this transaction's result, in its own currency and
059760*     in base, into the totals bucket for its currency, opening
059780*     a new bucket for a currency not seen yet this run.  the
059800*     buckets cover the same transactions as the account
059820*     subtotals, so their base totals cross-foot to the grand
059840*     total; a currency past the table size rolls into one
059860*     overflow bucket.
059880*================================================================
059900 2550-accumulate-currency.
059920     move "N" to ws-curr-found-switch.
059940     move zeros to ws-curr-sub.
059960     perform 2560-scan-one-currency thru 2560-exit
059980         until ws-curr-tot-is-found
060000             or ws-curr-sub >= ws-curr-tot-count.
060020     if ws-curr-tot-is-found
060040         add 1 to ws-curr-tot-cnt (ws-curr-sub)
060060         add ws-curr-result to ws-curr-tot-amt (ws-curr-sub)
060080         add ws-rpt-result to ws-curr-tot-base (ws-curr-sub)
060100     else
060120         if ws-curr-tot-count < ws-curr-tot-max
060140             add 1 to ws-curr-tot-count
060160             move ws-curr-code
060180                 to ws-curr-tot-code (ws-curr-tot-count)
060200             move 1 to ws-curr-tot-cnt (ws-curr-tot-count)
060220             move ws-curr-result
060240                 to ws-curr-tot-amt (ws-curr-tot-count)
060260             move ws-rpt-result
060280                 to ws-curr-tot-base (ws-curr-tot-count)
060300         else
060320             add 1 to ws-curr-over-cnt
060340             add ws-rpt-result to ws-curr-over-amt
060360         end-if
060380     end-if.
060400 2550-exit.
060420     exit.
060440
060460*================================================================
060480* 2560-scan-one-currency
060500*     compare this transaction's currency against a single
060520*     totals bucket, as part of the currency totals scan.
060540*================================================================
060560 2560-scan-one-currency.
060580     add 1 to ws-curr-sub.
060600     if ws-curr-tot-code (ws-curr-sub) = ws-curr-code
060620         set ws-curr-tot-is-found to true
060640     end-if.
060660 2560-exit.
060680     exit.
060800
060900*================================================================
061000* 2600-write-log-record
061100*     append one audit record for this transaction showing the
061200*     run timestamp, operator id, mode, num1, num2 and result,
061250*     with the currency, the currency result and the rate.
061300*================================================================
061400 2600-write-log-record.
061500     accept ws-run-date from date yyyymmdd.
062400     move ws-rpt-num1    to lg-num1.
062500     move ws-rpt-num2    to lg-num2.
062600     move ws-rpt-result  to lg-result.
062625     move ws-curr-code   to lg-curr-code.
062650     move ws-curr-result to lg-curr-result.
062675     move ws-exch-rate   to lg-exch-rate.
062700     evaluate true
062750         when rs-dup-trans
062760             move "rejected - trans-id already on master"
063100         when rs-size-error
063200             move "size error - result overflowed result field"
063300                 to lg-message
063325         when rs-held-trans
063350             move "held - over budget for the period"
063375                 to lg-message
063400         when other
063500             move spaces to lg-message
063600     end-evaluate.
063700     perform 8800-write-chained-log thru 8800-exit.
063800 2600-exit.
063900     exit.
064000
065100     move ws-rpt-result to mr-result.
065200     move ws-run-date  to mr-run-date.
065250     move rs-error-flag to mr-error-flag.
065252     move ws-curr-code   to mr-curr-code.
065254     move ws-curr-result to mr-curr-result.
065256     move ws-exch-rate   to mr-exch-rate.
065260     if ws-is-reprocess
065270         rewrite master-record
065280             invalid key
067260     move rs-acct-code  to gl-acct-code.
067270     set gl-normal-doc  to true.
067280     move ws-run-no     to gl-run-no.
067285     move ws-curr-code   to gl-curr-code.
067290     move ws-curr-result to gl-curr-result.
067295     move ws-exch-rate   to gl-exch-rate.
067300     write gl-record.
067400 2660-exit.
067500     exit.
067592     move tr-trans-id   to ss-trans-id.
067593     move tr-mode-flag  to ss-mode-flag.
067594     move tr-oper-code  to ss-oper-code.
067595     move tr-acct-code  to ss-acct-code.
067596     move tr-curr-code  to ss-curr-code.
067597     move tr-num1       to ss-num1.
067598     move tr-num2       to ss-num2.
067599     move rs-error-flag to ss-error-flag.
067617 2670-exit.
067618     exit.
067619
067620*================================================================
067622* 2680-write-held-record
067624*     park the full image of an over-budget transaction on the
067626*     held file, with its result and the budget and posted
067628*     figures it was tested against, for multheld to approve
067630*     or reject.  a transaction held again (a resubmitted
067632*     batch) replaces its earlier held record.
067634*================================================================
067636 2680-write-held-record.
067638     move tr-trans-id   to hd-trans-id.
067640     move tr-mode-flag  to hd-mode-flag.
067642     move tr-oper-code  to hd-oper-code.
067644     move tr-num1       to hd-num1.
067646     move tr-num2       to hd-num2.
067648     move tr-acct-code  to hd-acct-code.
067650     move tr-curr-code  to hd-curr-code.
067652     move ws-rpt-result to hd-result.
067654     move ws-budget-period to hd-period.
067656     move ws-acct-ref-budget (ws-acct-sub) to hd-budget-amt.
067658     move ws-acct-ref-posted (ws-acct-sub) to hd-posted-amt.
067660     move ws-run-date   to hd-held-date.
067662     move ws-run-no     to hd-run-no.
067664     set hd-pending     to true.
067666     move zeros         to hd-decision-date.
067668     move spaces        to hd-decision-oper.
067670     write held-record
067672         invalid key
067674             rewrite held-record
067676                 invalid key
067678                     display "mult: held write failed for "
067680                         "transaction " tr-trans-id " - status "
067682                         ws-held-status
067684             end-rewrite
067686     end-write.
067688 2680-exit.
067690     exit.
067692
067694*================================================================
067696* 2690-post-account-balance
067698*     add a clean posting to its account's balance record for
067700*     the run month and work the closing balance again.  the
067702*     first posting of the month creates the record with a zero
067704*     opening balance - multstmt's month-end rollforward sets
067706*     the opening balance from the month before.
067708*================================================================
067710 2690-post-account-balance.
067712     move rs-acct-code      to ab-acct-code.
067714     move ws-run-date (1:6) to ab-period.
067716     move "N" to ws-bal-new-switch.
067718     read balance-file
067720         invalid key
067722             set ws-bal-is-new to true
067724     end-read.
067726     if ws-bal-is-new
067728         move spaces            to acct-balance-record
067730         move rs-acct-code      to ab-acct-code
067732         move ws-run-date (1:6) to ab-period
067734         set ab-period-open     to true
067736         move zeros to ab-opening-bal ab-post-count ab-postings
067738                       ab-rev-count ab-reversals ab-corr-count
067740                       ab-corrections ab-closing-bal
067742     end-if.
067744     add 1             to ab-post-count.
067746     add ws-rpt-result to ab-postings.
067748     compute ab-closing-bal = ab-opening-bal + ab-postings
067750         - ab-reversals + ab-corrections.
067752     move ws-run-date  to ab-last-date.
067754     if ws-bal-is-new
067756         write acct-balance-record
067758             invalid key
067760                 display "mult: balance write failed for account "
067762                     rs-acct-code " - status " ws-bal-status
067764         end-write
067766     else
067768         rewrite acct-balance-record
067770             invalid key
067772                 display "mult: balance rewrite failed for "
067774                     "account " rs-acct-code " - status "
067776                     ws-bal-status
067778         end-rewrite
067780     end-if.
067782 2690-exit.
067784     exit.
067786
067788*================================================================
067800* 2700-write-checkpoint
067900*     drop a checkpoint record showing the last transaction
068000*     successfully processed and the running grand total, so a
068693     move ws-sizeerr-count  to ck-last-sizeerrs.
068694     move ws-start-stamp    to ck-start-stamp.
068695     move ws-input-count    to ck-input-count.
068700     move ws-held-count     to ck-last-held.
068710     move ws-held-total     to ck-held-total.
068720     move ws-curr-tot-table to ck-curr-tot-table.
068730     move ws-curr-over-cnt  to ck-curr-over-cnt.
068740     move ws-curr-over-amt  to ck-curr-over-amt.
068750     open output chkpt-file.
068800     write checkpoint-record.
068900     close chkpt-file.
069000 2700-exit.
069001     exit.
069002
069003*================================================================
069004* 2800-edit-detail
069005*     finish one detail transaction on a trial edit run - count
069006*     what would have happened to it, return it to its source
069007*     batch when it would have been rejected, and list it on the
069008*     edit report.  clean results are totalled as the figure the
069009*     file would post; nothing is written anywhere else.
069010*================================================================
069011 2800-edit-detail.
069012     evaluate true
069013         when rs-dup-trans
069014             add 1 to ws-trial-fail-count
069015         when rs-invalid-data
069016             add 1 to ws-reject-count
069017             add 1 to ws-trial-fail-count
069018         when rs-size-error
069019             add 1 to ws-sizeerr-count
069020             add 1 to ws-trial-fail-count
069021         when other
069022             add 1 to ws-trial-pass-count
069023             add ws-rpt-result to ws-grand-total
069024     end-evaluate.
069025     if not rs-no-error
069026         perform 2850-write-return-detail thru 2850-exit
069027     end-if.
069028     if ws-line-count >= ws-lines-per-page
069029         add 1 to ws-page-count
069030         perform 3000-write-report-header thru 3000-exit
069031     end-if.
069032     perform 3100-write-report-detail thru 3100-exit.
069033     add 1 to ws-record-count.
069034 2800-exit.
069035     exit.
069036
069037*================================================================
069038* 2810-open-return-section
069039*     start the department return section for the batch whose
069040*     header was just read - the source system, batch date and
069041*     number, and how the batch balanced on the pre-pass.  a
069042*     section still open here belongs to a batch that lost its
069043*     trailer, and is closed first.
069044*================================================================
069045 2810-open-return-section.
069046     if ws-rtn-is-open
069047         perform 2830-close-return-section thru 2830-exit
069048     end-if.
069049     move ws-cur-batch to ws-rtn-batch.
069050     move spaces to return-header.
069051     set rth-return-header to true.
069052     move ws-batch-source (ws-rtn-batch) to rth-source-system.
069053     move ws-batch-no (ws-rtn-batch)     to rth-batch-no.
069054     move ws-batch-date (ws-rtn-batch)   to rth-batch-date.
069055     move ws-run-date                    to rth-edit-date.
069056     evaluate true
069057         when ws-batch-balanced (ws-rtn-batch)
069058             move "BALANCED"       to rth-batch-status
069059         when ws-batch-no-trailer (ws-rtn-batch)
069060             move "NO TRAILER"     to rth-batch-status
069061         when other
069062             move "OUT OF BALANCE" to rth-batch-status
069063     end-evaluate.
069064     write return-header.
069065     add 1 to ws-rtn-section-count.
069066     set ws-rtn-is-open to true.
069067 2810-exit.
069068     exit.
069069
069070*================================================================
069071* 2830-close-return-section
069072*     close the open department return section with a trailer
069073*     carrying the batch's detail count and how many of its
069074*     records were returned.  with no section open (a trailer
069075*     with no header) there is nothing to close.
069076*================================================================
069077 2830-close-return-section.
069078     if not ws-rtn-is-open
069079         go to 2830-exit
069080     end-if.
069081     move spaces to return-trailer.
069082     set rtt-return-trailer to true.
069083     move ws-batch-source (ws-rtn-batch)  to rtt-source-system.
069084     move ws-batch-no (ws-rtn-batch)      to rtt-batch-no.
069085     move ws-batch-act-cnt (ws-rtn-batch) to rtt-record-count.
069086     move ws-batch-rej-cnt (ws-rtn-batch) to rtt-return-count.
069087     write return-trailer.
069088     move "N" to ws-rtn-open-switch.
069089 2830-exit.
069090     exit.
069091
069092*================================================================
069093* 2850-write-return-detail
069094*     return a record that would have been rejected to its
069095*     source batch - the full input image exactly as keyed, and
069096*     the reason it would not post.  a record outside any batch
069097*     has no department to go back to and is only counted; the
069098*     edit report still lists it.
069099*================================================================
069100 2850-write-return-detail.
069102     if not ws-rtn-is-open
069104         or not ws-batch-is-open
069106         add 1 to ws-nobatch-rej-count
069108         go to 2850-exit
069110     end-if.
069112     move spaces to return-detail.
069114     set rtd-return-detail to true.
069116     move ws-batch-source (ws-rtn-batch) to rtd-source-system.
069118     move ws-batch-no (ws-rtn-batch)     to rtd-batch-no.
069120     move tran-record                    to rtd-tran-image.
069122     evaluate true
069124         when rs-dup-trans
069126             move "DUPLICATE - ALREADY ON MASTER" to rtd-reason
069128         when rs-size-error
069130             move "SIZE ERROR - OVERFLOW"         to rtd-reason
069132         when other
069134             move ws-reject-reason                to rtd-reason
069136     end-evaluate.
069138     write return-detail.
069140     add 1 to ws-batch-rej-cnt (ws-rtn-batch).
069142     add 1 to ws-rtn-record-count.
069144 2850-exit.
069146     exit.
069200
069300*================================================================
069400* 3000-write-report-header
069500*     write the report's two heading lines for the current page
069550*     - on the edit report instead on a trial edit run.
069600*================================================================
069700 3000-write-report-header.
069800     move ws-run-date(1:4) to rh1-run-date(1:4).
070100     move "-"               to rh1-run-date(8:1).
070200     move ws-run-date(7:2) to rh1-run-date(9:2).
070300     move ws-page-count to rh1-page-no.
070310     if ws-is-trial-run
070320         move rh1-run-date  to re1-run-date
070330         move ws-page-count to re1-page-no
070340         write edit-print-record from rpt-edit-heading-1
070350         write edit-print-record from rpt-heading-2
070360         write edit-print-record from rpt-blank-line
070370     else
070400         write report-print-record from rpt-heading-1
070500         write report-print-record from rpt-heading-2
070600         write report-print-record from rpt-blank-line
070650     end-if.
070700     move zeros to ws-line-count.
070800 3000-exit.
070900     exit.
071100*================================================================
071200* 3100-write-report-detail
071300*     write one detail line for the current transaction and
071400*     advance the report's line count.  a trial edit run lists
071450*     it on the edit report, a clean one as "would post".
071500*================================================================
071600 3100-write-report-detail.
071700     move rs-trans-id  to rd-trans-id.
071800     move ws-rpt-num1  to rd-num1-edit.
071900     move ws-rpt-num2  to rd-num2-edit.
072000     move ws-rpt-result to rd-result-edit.
072025     move ws-curr-code   to rd-curr-code.
072050     move ws-curr-result to rd-curr-result-edit.
072100     evaluate true
072150         when rs-dup-trans
072160             move "DUPLICATE - ALREADY ON MASTER" to rd-status
072300             move ws-reject-reason to rd-status
072400         when rs-size-error
072500             move "SIZE ERROR - OVERFLOW"  to rd-status
072525         when rs-held-trans
072550             move "HELD - OVER BUDGET"     to rd-status
072600         when ws-is-trial-run
072625             move "WOULD POST"             to rd-status
072650         when other
072700             move "OK"                     to rd-status
072800     end-evaluate.
072825     if ws-is-trial-run
072850         write edit-print-record from rpt-detail-line
072875     else
072900         write report-print-record from rpt-detail-line
072950     end-if.
073000     add 1 to ws-line-count.
073100 3100-exit.
073200     exit.
073455 3180-exit.
073456     exit.
073457
073458*================================================================
073459* 3190-write-currency-totals
073460*     write the currency totals section - one line per
073461*     currency seen this run with its count, its total in that
073462*     currency and the base figure it posted at, plus an
073463*     overflow line (base figure only) when the run carried
073464*     more currencies than the table holds.
073465*================================================================
073466 3190-write-currency-totals.
073467     write report-print-record from rpt-blank-line.
073468     write report-print-record from rpt-curr-head-line.
073469     move zeros to ws-curr-sub.
073470     perform 3195-write-one-currency thru 3195-exit
073471         until ws-curr-sub >= ws-curr-tot-count.
073472     if ws-curr-over-cnt > zero
073473         move "OTH" to rc-curr-code
073474         move ws-curr-over-cnt to rc-curr-count
073475         move spaces to rc-curr-total-x
073476         move ws-curr-over-amt to rc-base-total
073477         write report-print-record from rpt-curr-line
073478     end-if.
073479 3190-exit.
073480     exit.
073481
073482*================================================================
073483* 3195-write-one-currency
073484*     write the totals line for a single currency bucket, as
073485*     part of the currency totals section.
073486*================================================================
073487 3195-write-one-currency.
073488     add 1 to ws-curr-sub.
073489     move ws-curr-tot-code (ws-curr-sub) to rc-curr-code.
073490     move ws-curr-tot-cnt (ws-curr-sub)  to rc-curr-count.
073491     move ws-curr-tot-amt (ws-curr-sub)  to rc-curr-total.
073492     move ws-curr-tot-base (ws-curr-sub) to rc-base-total.
073493     write report-print-record from rpt-curr-line.
073494 3195-exit.
073495     exit.
073496
073497*================================================================
073498* 3300-write-statistics-page
073499*     print the end-of-job statistics page at the back of the
073500*     report - the run number, start and end of run, operator,
073501*     record counts, grand total and whether this execution
073502*     was a fresh start or a checkpoint restart.
073503*================================================================
073504 3300-write-statistics-page.
073505     accept ws-run-date from date yyyymmdd.
073506     accept ws-run-time from time.
073507     string ws-run-date delimited by size
073508             "-" delimited by size
073509             ws-run-time delimited by size
073510         into ws-end-stamp.
073511     subtract ws-reject-count from ws-record-count
073512         giving ws-processed-count.
073513     subtract ws-sizeerr-count from ws-processed-count.
073514     subtract ws-dup-count from ws-processed-count.
073515     subtract ws-held-count from ws-processed-count.
073516     add 1 to ws-page-count.
073517     perform 3000-write-report-header thru 3000-exit.
073518     write report-print-record from rpt-stat-head-line.
073519     write report-print-record from rpt-blank-line.
073520     move "RUN NUMBER" to rst-title.
073521     move ws-run-no to ws-stat-runno-edit.
073522     move ws-stat-runno-edit to rst-value.
073523     perform 3350-write-stat-line thru 3350-exit.
073524     move "RUN STARTED" to rst-title.
073525     move ws-start-stamp to rst-value.
073526     perform 3350-write-stat-line thru 3350-exit.
073527     move "RUN ENDED" to rst-title.
073528     move ws-end-stamp to rst-value.
073529     perform 3350-write-stat-line thru 3350-exit.
073530     move "OPERATOR" to rst-title.
073531     move ws-operator-id to rst-value.
073532     perform 3350-write-stat-line thru 3350-exit.
073533     move "RECORDS READ" to rst-title.
073534     move ws-record-count to ws-stat-count-edit.
073535     move ws-stat-count-edit to rst-value.
073536     perform 3350-write-stat-line thru 3350-exit.
073537     move "RECORDS PROCESSED" to rst-title.
073538     move ws-processed-count to ws-stat-count-edit.
073539     move ws-stat-count-edit to rst-value.
073540     perform 3350-write-stat-line thru 3350-exit.
073541     move "RECORDS REJECTED" to rst-title.
073542     move ws-reject-count to ws-stat-count-edit.
073543     move ws-stat-count-edit to rst-value.
073544     perform 3350-write-stat-line thru 3350-exit.
073545     move "RECORDS SIZE ERRORED" to rst-title.
073546     move ws-sizeerr-count to ws-stat-count-edit.
073547     move ws-stat-count-edit to rst-value.
073548     perform 3350-write-stat-line thru 3350-exit.
073549     move "DUPLICATES BYPASSED" to rst-title.
073550     move ws-dup-count to ws-stat-count-edit.
073551     move ws-stat-count-edit to rst-value.
073552     perform 3350-write-stat-line thru 3350-exit.
073553     move "HELD OVER BUDGET" to rst-title.
073554     move ws-held-count to ws-stat-count-edit.
073555     move ws-stat-count-edit to rst-value.
073556     perform 3350-write-stat-line thru 3350-exit.
073557     move "GRAND TOTAL" to rst-title.
073558     move ws-grand-total to ws-stat-total-edit.
073559     move ws-stat-total-edit to rst-value.
073560     perform 3350-write-stat-line thru 3350-exit.
073561     move "START MODE" to rst-title.
073562     if ws-is-restart
073563         move "CHECKPOINT RESTART" to rst-value
073564     else
073565         move "FRESH START" to rst-value
073566     end-if.
073567     perform 3350-write-stat-line thru 3350-exit.
073568 3300-exit.
073569     exit.
073570
073571*================================================================
073572* 3350-write-stat-line
073573*     write a single title/value line of the end-of-job
073574*     statistics page.
073575*================================================================
073576 3350-write-stat-line.
073577     write report-print-record from rpt-stat-line.
073578     add 1 to ws-line-count.
073579 3350-exit.
073580     exit.
073581
073582*================================================================
073583* 3200-write-report-total
073600*     write the grand total line for the run before the report
073700*     file is closed.
073800*================================================================
074493     write report-print-record from rpt-dup-note-line.
074494 3250-exit.
074495     exit.
074496
074497*================================================================
074498* 3260-write-held-control
074499*     write the budget-control section - how many transactions
074500*     were held over budget this run, and their total, kept
074501*     out of the grand total above.
074502*================================================================
074503 3260-write-held-control.
074504     move ws-held-count to rhd-held-count.
074505     move ws-held-total to rhd-held-total.
074506     write report-print-record from rpt-blank-line.
074507     write report-print-record from rpt-held-line.
074508     write report-print-record from rpt-held-note-line.
074509 3260-exit.
074510     exit.
074511
074512*================================================================
074513* 3500-write-trial-summary
074514*     close the edit report of a trial edit run with a page
074515*     showing each source batch's returns and what the whole
074516*     file would have done - how much would post, how much would
074517*     reject and why, and what went back to the departments.
074518*================================================================
074519 3500-write-trial-summary.
074520     add 1 to ws-page-count.
074521     perform 3000-write-report-header thru 3000-exit.
074522     write edit-print-record from rpt-trial-head-line.
074523     write edit-print-record from rpt-blank-line.
074524     write edit-print-record from rpt-return-head-line.
074525     move zeros to ws-batch-sub.
074526     perform 3550-write-one-return-batch thru 3550-exit
074527         until ws-batch-sub >= ws-batch-count.
074528     write edit-print-record from rpt-blank-line.
074529     move "OPERATOR" to rst-title.
074530     move ws-operator-id to rst-value.
074531     perform 3560-write-trial-line thru 3560-exit.
074532     move "RUN STARTED" to rst-title.
074533     move ws-start-stamp to rst-value.
074534     perform 3560-write-trial-line thru 3560-exit.
074535     move "RECORDS EDITED" to rst-title.
074536     move ws-record-count to ws-stat-count-edit.
074537     move ws-stat-count-edit to rst-value.
074538     perform 3560-write-trial-line thru 3560-exit.
074539     move "WOULD POST" to rst-title.
074540     move ws-trial-pass-count to ws-stat-count-edit.
074541     move ws-stat-count-edit to rst-value.
074542     perform 3560-write-trial-line thru 3560-exit.
074543     move "WOULD BE REJECTED" to rst-title.
074544     move ws-reject-count to ws-stat-count-edit.
074545     move ws-stat-count-edit to rst-value.
074546     perform 3560-write-trial-line thru 3560-exit.
074547     move "WOULD SIZE ERROR" to rst-title.
074548     move ws-sizeerr-count to ws-stat-count-edit.
074549     move ws-stat-count-edit to rst-value.
074550     perform 3560-write-trial-line thru 3560-exit.
074551     move "DUPLICATES ON MASTER" to rst-title.
074552     if ws-master-is-missing
074553         move "NOT CHECKED - NO MASTER" to rst-value
074554     else
074555         move ws-dup-count to ws-stat-count-edit
074556         move ws-stat-count-edit to rst-value
074557     end-if.
074558     perform 3560-write-trial-line thru 3560-exit.
074559     move "TOTAL THAT WOULD POST" to rst-title.
074560     move ws-grand-total to ws-stat-total-edit.
074561     move ws-stat-total-edit to rst-value.
074562     perform 3560-write-trial-line thru 3560-exit.
074563     move "RETURN SECTIONS WRITTEN" to rst-title.
074564     move ws-rtn-section-count to ws-stat-count-edit.
074565     move ws-stat-count-edit to rst-value.
074566     perform 3560-write-trial-line thru 3560-exit.
074567     move "RECORDS RETURNED" to rst-title.
074568     move ws-rtn-record-count to ws-stat-count-edit.
074569     move ws-stat-count-edit to rst-value.
074570     perform 3560-write-trial-line thru 3560-exit.
074571     move "REJECTS OUTSIDE ANY BATCH" to rst-title.
074572     move ws-nobatch-rej-count to ws-stat-count-edit.
074573     move ws-stat-count-edit to rst-value.
074574     perform 3560-write-trial-line thru 3560-exit.
074575 3500-exit.
074576     exit.
074577
074578*================================================================
074579* 3550-write-one-return-batch
074580*     write the returns line for a single source batch, as part
074581*     of the trial summary page.
074582*================================================================
074583 3550-write-one-return-batch.
074584     add 1 to ws-batch-sub.
074585     move ws-batch-source (ws-batch-sub) to rrt-source.
074586     move ws-batch-no (ws-batch-sub)     to rrt-batch-no.
074587     move ws-batch-date (ws-batch-sub) (1:4)
074588         to rrt-batch-date (1:4).
074589     move "-" to rrt-batch-date (5:1).
074590     move ws-batch-date (ws-batch-sub) (5:2)
074591         to rrt-batch-date (6:2).
074592     move "-" to rrt-batch-date (8:1).
074593     move ws-batch-date (ws-batch-sub) (7:2)
074594         to rrt-batch-date (9:2).
074595     move ws-batch-act-cnt (ws-batch-sub) to rrt-count.
074596     move ws-batch-rej-cnt (ws-batch-sub) to rrt-returned.
074597     evaluate true
074598         when ws-batch-balanced (ws-batch-sub)
074599             move "BALANCED"       to rrt-status
074600         when ws-batch-no-trailer (ws-batch-sub)
074601             move "NO TRAILER"     to rrt-status
074602         when other
074603             move "OUT OF BALANCE" to rrt-status
074604     end-evaluate.
074605     write edit-print-record from rpt-return-line.
074606 3550-exit.
074607     exit.
074608
074609*================================================================
074610* 3560-write-trial-line
074611*     write a single title/value line of the trial summary page.
074612*================================================================
074613 3560-write-trial-line.
074614     write edit-print-record from rpt-stat-line.
074615     add 1 to ws-line-count.
074616 3560-exit.
074617     exit.
074618
074619*================================================================
074620* 8700-find-log-chain
074621*     read the audit log through to pick up the sequence number
074622*     and chain value of its last record, so the records about
074623*     to be appended carry the chain on.  no log yet, or a log
074624*     written before records were chained, starts the chain at
074625*     sequence one.
074626*================================================================
074627 8700-find-log-chain.
074628     move zeros to ws-chain-last-seq.
074629     move zeros to ws-chain-last-value.
074630     open input log-file.
074631     if ws-log-status = "00"
074632         move "N" to ws-chain-eof-switch
074633         perform 8750-read-one-chain thru 8750-exit
074634             until ws-chain-end-of-log
074635         close log-file
074636     end-if.
074637 8700-exit.
074638     exit.
074639
074640*================================================================
074641* 8750-read-one-chain
074642*     read one audit log record and keep its chain position, as
074643*     part of the chain pick-up.
074644*================================================================
074645 8750-read-one-chain.
074646     read log-file
074647         at end
074648             set ws-chain-end-of-log to true
074649     end-read.
074650     if not ws-chain-end-of-log
074651         and lg-chain-seq numeric
074652         and lg-chain-value numeric
074653         move lg-chain-seq   to ws-chain-last-seq
074654         move lg-chain-value to ws-chain-last-value
074655     end-if.
074656 8750-exit.
074657     exit.
074658
074659*================================================================
074660* 8800-write-chained-log
074661*     stamp the next chain sequence number on the audit record
074662*     in log-record, work its chain value from the value before
074663*     it and the 144 characters ahead of the value, and append
074664*     it to the log.
074665*================================================================
074666 8800-write-chained-log.
074667     add 1 to ws-chain-last-seq.
074668     move ws-chain-last-seq to lg-chain-seq.
074669     move ws-chain-last-value to ws-chain-hash.
074670     move zeros to ws-chain-sub.
074671     perform 8850-chain-one-byte thru 8850-exit
074672         until ws-chain-sub >= 144.
074673     move ws-chain-hash to lg-chain-value.
074674     move ws-chain-hash to ws-chain-last-value.
074675     write log-record.
074676 8800-exit.
074677     exit.
074678
074679*================================================================
074680* 8850-chain-one-byte
074681*     fold the next character of the audit record into the
074682*     chain value - the character's code is picked up through
074683*     the binary halfword it is moved into.
074684*================================================================
074685 8850-chain-one-byte.
074686     add 1 to ws-chain-sub.
074687     move low-values to ws-chain-byte-pair.
074688     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
074689     compute ws-chain-work = ws-chain-hash * 31
074690         + ws-chain-byte-value.
074691     divide ws-chain-work by 4294967291
074692         giving ws-chain-quotient remainder ws-chain-hash.
074693 8850-exit.
074694     exit.
074695
074696*================================================================
074700* 9000-terminate
074800*     write the report total and close the files used by this
074900*     run.  a trial edit run has its own end in 9300.
075000*================================================================
075100 9000-terminate.
075110     if ws-is-trial-run
075120         perform 9300-end-trial-run thru 9300-exit
075130         go to 9000-exit
075140     end-if.
075150     perform 3150-write-account-subtotals thru 3150-exit.
075155     perform 3190-write-currency-totals thru 3190-exit.
075160     perform 3170-write-batch-control thru 3170-exit.
075200     perform 3200-write-report-total thru 3200-exit.
075250     perform 3250-write-duplicate-control thru 3250-exit.
075275     perform 3260-write-held-control thru 3260-exit.
075300     perform 9100-reconcile-control-total thru 9100-exit.
075310     if not ws-has-fatal-error
075320         perform 3300-write-statistics-page thru 3300-exit
075800     if not ws-has-fatal-error
075900         close master-file
075950         close susp-file
075960         close held-file
075980         close balance-file
076000     end-if.
076100     close gliface-file.
076200     if not ws-has-fatal-error
077829     end-if.
077830 9250-exit.
077831     exit.
077832
077833*================================================================
077834* 9300-end-trial-run
077835*     end a trial edit run - close the last department return
077836*     section, finish the edit report, log the trial on the
077837*     audit log and close the files the trial opened.  nothing
077838*     else is touched: no checkpoint to clear, and run control
077839*     and run history never saw this run.
077840*================================================================
077841 9300-end-trial-run.
077842     if not ws-has-fatal-error
077843         perform 2830-close-return-section thru 2830-exit
077844         perform 3500-write-trial-summary thru 3500-exit
077845         perform 9350-log-trial-run thru 9350-exit
077846         display "mult: trial edit run complete - "
077847             ws-record-count " records edited, "
077848             ws-trial-fail-count
077849             " would not post - nothing posted"
077850     end-if.
077851     close trans-file.
077852     close edit-file.
077853     close return-file.
077854     close log-file.
077855     if not ws-has-fatal-error
077856         and not ws-master-is-missing
077857         close master-file
077858     end-if.
077859 9300-exit.
077860     exit.
077861
077862*================================================================
077863* 9350-log-trial-run
077864*     append one control record for the trial to the audit log,
077865*     so who edited a file and when is on the permanent record.
077866*     it carries no trans-id and no run number - nothing was
077867*     posted - and the total the file would have posted.
077868*================================================================
077869 9350-log-trial-run.
077870     accept ws-run-date from date yyyymmdd.
077871     accept ws-run-time from time.
077872     string ws-run-date delimited by size
077873             "-" delimited by size
077874             ws-run-time delimited by size
077875         into lg-timestamp.
077876     move ws-operator-id to lg-operator-id.
077877     move zeros          to lg-run-no.
077878     move zeros          to lg-trans-id.
077879     move space          to lg-mode-flag.
077880     move space          to lg-oper-code.
077881     move zeros          to lg-num1.
077882     move zeros          to lg-num2.
077883     move ws-grand-total to lg-result.
077884     move spaces         to lg-curr-code.
077885     move zeros          to lg-curr-result.
077886     move zeros          to lg-exch-rate.
077887     move "trial edit run - nothing posted" to lg-message.
077888     perform 8800-write-chained-log thru 8800-exit.
077889 9350-exit.
077890     exit.
077891
077900*================================================================
078000* 9100-reconcile-control-total
078100*     compare the accumulated result total against the
080800     move zeros to lg-num1.
080900     move zeros to lg-num2.
081000     move ws-grand-total to lg-result.
081025     move spaces to lg-curr-code.
081050     move zeros to lg-curr-result.
081075     move zeros to lg-exch-rate.
081100     accept ws-run-date from date yyyymmdd.
081200     accept ws-run-time from time.
081300     string ws-run-date delimited by size
081600         into lg-timestamp.
081700     move ws-operator-id to lg-operator-id.
081750     move ws-run-no      to lg-run-no.
081800     perform 8800-write-chained-log thru 8800-exit.
081900 9100-exit.
082000     exit.
