002164*                  attempt is written to the permanent audit
002165*                  log.  no security file at all refuses the
002166*                  session - the check fails closed.
002168* 2026-10-17  jk   multi-currency - a repair now also shows and
002170*                  corrects the transaction's currency code,
002172*                  validated against the exchrate exchange rate
002174*                  file the way mult validates it: the currency
002176*                  must be on the file with a rate in force on
002178*                  the run date.  blank is the base currency.  no
002180*                  rate file at all lets only base currency
002182*                  repairs through.  audit records grew to 136
002184*                  characters.
002186* 2026-10-19  jk   audit log chain - every audit record appended
002188*                  carries the next chain sequence number and a
002190*                  chain value worked from the record before it
002192*                  and its own content, so multlogv can prove no
002194*                  record was changed, removed or slipped in.
002196*                  audit records grew to 154 characters.
002198*----------------------------------------------------------------
002200
002300 environment division.
002400 input-output section.
003491     select log-file assign to "AUDITLOG"
003492         organization is line sequential
003493         file status is ws-log-status.
003494
003495     select rate-file assign to "EXCHRATE"
003496         organization is line sequential
003497         file status is ws-rate-status.
003500
003600 data division.
003700 file section.
004380 copy operrec.
004390
004391 fd  log-file
004392     record contains 154 characters.
004393 copy logrec.
004394
004395 fd  rate-file
004396     record contains 30 characters.
004397 copy xratrec.
004400
004500 working-storage section.
004600 77  ws-susp-status          pic xx       value "00".
006700 01  ws-new-num2-whole redefines ws-new-num2
006800                             pic 9(05).
006900 77  ws-new-acct             pic x(04)    value spaces.
006950 77  ws-new-curr             pic x(03)    value spaces.
007000*----------------------------------------------------------------
007010* account reference table, loaded from acctref the same way
007020* mult loads it, so a corrected account code is validated here
007160         10  ws-acct-ref-name  pic x(30).
007170         10  ws-acct-ref-eff   pic 9(08).
007180         10  ws-acct-ref-stat  pic x(01).
007182*----------------------------------------------------------------
007184* exchange rate table, loaded from exchrate the same way mult
007186* loads it, so a corrected currency code is validated here
007188* instead of bouncing the released transaction.
007190*----------------------------------------------------------------
007192 77  ws-base-currency        pic x(03)    value "USD".
007194 77  ws-rate-status          pic xx       value "00".
007196 77  ws-rate-eof-switch      pic x        value "N".
007198     88  ws-rate-end-of-file value "Y".
007200 77  ws-curr-known-switch    pic x        value "N".
007202     88  ws-curr-is-known    value "Y".
007204 77  ws-rate-force-switch    pic x        value "N".
007206     88  ws-rate-in-force    value "Y".
007208 77  ws-rate-sub             pic 9(03)    value zeros.
007210 77  ws-rate-max             pic 9(03)    value 200.
007212 01  ws-rate-table.
007214     05  ws-rate-count       pic 9(03)    value zeros.
007216     05  ws-rate-entry occurs 200 times.
007218         10  ws-rate-code      pic x(03).
007220         10  ws-rate-eff       pic 9(08).
007222*----------------------------------------------------------------
007224* audit log chain - the sequence number and chain value of the
007226* last record on the log, carried on to every record appended.
007228* a record's chain value is worked from the value before it and
007230* every character of the record ahead of the value itself, so
007232* a record changed, removed or slipped in breaks the chain from
007234* that point on.
007236*----------------------------------------------------------------
007238 77  ws-chain-last-seq       pic 9(08)    value zeros.
007240 77  ws-chain-last-value     pic 9(10)    value zeros.
007242 77  ws-chain-hash           pic 9(10)    value zeros.
007244 77  ws-chain-work           pic 9(12)    value zeros.
007246 77  ws-chain-quotient       pic 9(12)    value zeros.
007248 77  ws-chain-sub            pic 9(03)    value zeros.
007250 77  ws-chain-eof-switch     pic x        value "N".
007252     88  ws-chain-end-of-log value "Y".
007254 01  ws-chain-byte-area.
007256     05  ws-chain-byte-pair  pic x(02).
007258     05  ws-chain-byte-value redefines ws-chain-byte-pair
007260                             pic 9(04) binary.
007300
007400 procedure division.
007500*================================================================
012010     if not ws-has-fatal-error
012020         perform 1100-load-account-table thru 1100-exit
012030     end-if.
012040     if not ws-has-fatal-error
012060         perform 1400-load-rate-table thru 1400-exit
012080     end-if.
012100 1000-exit.
012200     exit.
012210
012410*     does not otherwise write it.
012411*================================================================
012412 1300-log-denial.
012413     perform 8700-find-log-chain thru 8700-exit.
012414     open extend log-file.
012415     if ws-log-status = "35"
012416         open output log-file
012417     end-if.
012418     if ws-log-status = "00"
012419         accept ws-run-time from time
012420         string ws-run-date delimited by size
012421                 "-" delimited by size
012422                 ws-run-time delimited by size
012423             into lg-timestamp
012424         move zeros          to lg-run-no
012425         move ws-operator-id to lg-operator-id
012426         move zeros          to lg-trans-id
012427         move space          to lg-mode-flag
012428         move space          to lg-oper-code
012429         move zeros          to lg-num1
012430         move zeros          to lg-num2
012431         move zeros          to lg-result
012432         move spaces         to lg-curr-code
012433         move zeros          to lg-curr-result
012434         move zeros          to lg-exch-rate
012435         move "security - suspense repair denied"
012436             to lg-message
012437         perform 8800-write-chained-log thru 8800-exit
012438         close log-file
012439     end-if.
012440 1300-exit.
012441     exit.
012442
012443*================================================================
012444* 1400-load-rate-table
012445*     load the currency codes and effective dates from the
012446*     exchange rate file, the same file mult converts at, so a
012447*     corrected currency code can be validated before release.
012448*     no rate file means only base currency repairs can pass
012449*     mult's edits; an unreadable or oversized one is fatal.
012450*================================================================
012451 1400-load-rate-table.
012452     open input rate-file.
012453     evaluate ws-rate-status
012454         when "00"
012455             move "N" to ws-rate-eof-switch
012456             perform 1450-load-one-rate thru 1450-exit
012457                 until ws-rate-end-of-file or ws-has-fatal-error
012458             close rate-file
012459         when "35"
012460             display "multsusp: no exchange rate file - only "
012461                 "base currency repairs can be released"
012462         when other
012463             display "multsusp: unable to open exchange rate "
012464                 "file - status " ws-rate-status
012465             set ws-has-fatal-error to true
012466     end-evaluate.
012467     if ws-has-fatal-error
012468         set ws-no-more-repairs to true
012469         close susp-file
012470         close trans-file
012471     end-if.
012472 1400-exit.
012473     exit.
012474
012475*================================================================
012476* 1450-load-one-rate
012477*     read one exchange rate record into the next table entry,
012478*     as part of the rate table load.
012479*================================================================
012480 1450-load-one-rate.
012481     read rate-file
012482         at end
012483             set ws-rate-end-of-file to true
012484     end-read.
012485     if not ws-rate-end-of-file
012486         if ws-rate-count >= ws-rate-max
012487             display "multsusp: exchange rate file exceeds "
012488                 "table size"
012489             set ws-has-fatal-error to true
012490         else
012491             add 1 to ws-rate-count
012492             move xr-curr-code to ws-rate-code (ws-rate-count)
012493             move xr-eff-date  to ws-rate-eff (ws-rate-count)
012494         end-if
012495     end-if.
012496 1450-exit.
012497     exit.
012498
012499*================================================================
012500* 2000-repair
012600*     prompt for a suspended trans-id, show the record as it
012700*     was keyed, take the operator's corrections and, if they
016300     display "         mode   = " ss-mode-flag.
016400     display "         oper   = " ss-oper-code.
016450     display "         acct   = " ss-acct-code.
016475     display "         ccy    = " ss-curr-code.
016500     display "         num1   = " ss-num1.
016600     display "         num2   = " ss-num2.
016700     display "         reason = " ss-reason.
018700     accept ws-new-oper.
018710     display "multsusp: enter account code (4 characters): ".
018720     accept ws-new-acct.
018725     display "multsusp: enter currency code (3 characters, "
018750         "blank for " ws-base-currency "): ".
018775     accept ws-new-curr.
018800     display "multsusp: enter num1 (5 digits, leading zeros): ".
018900     accept ws-new-num1.
019000     display "multsusp: enter num2 (5 digits, leading zeros): ".
019500*================================================================
019600* 2300-validate-corrections
019700*     put the operator's corrections through the same edits
019750*     mult's 2100-validate-record applies, currency included,
019800*     so the released transaction will not bounce straight
019900*     back to suspense.
020000*================================================================
020100 2300-validate-corrections.
020200     set ws-entry-is-valid to true.
021160         when other
021161             continue
021162     end-evaluate.
021164     perform 2450-check-currency thru 2450-exit.
021166     evaluate true
021168         when not ws-curr-is-known
021170             set ws-entry-is-invalid to true
021172             display "multsusp: currency " ws-new-curr
021174                 " is not on the exchange rate file"
021176         when not ws-rate-in-force
021178             set ws-entry-is-invalid to true
021180             display "multsusp: currency " ws-new-curr
021182                 " has no rate in force yet - mult would "
021184                 "bounce the release"
021186         when other
021188             continue
021190     end-evaluate.
021200     if ws-new-num1 not numeric
021300         set ws-entry-is-invalid to true
021400         display "multsusp: num1 is not five digits"
023299 2360-exit.
023300     exit.
023301
023302*================================================================
023304* 2450-check-currency
023306*     scan the exchange rate table for the corrected currency
023308*     code, leaving ws-curr-is-known set when the code is on
023310*     the file and ws-rate-in-force set when one of its rates
023312*     is effective by the run date.  the base currency needs
023314*     no rate.
023316*================================================================
023318 2450-check-currency.
023320     move "N" to ws-curr-known-switch.
023322     move "N" to ws-rate-force-switch.
023324     if ws-new-curr = spaces or ws-new-curr = ws-base-currency
023326         set ws-curr-is-known to true
023328         set ws-rate-in-force to true
023330     else
023332         move zeros to ws-rate-sub
023334         perform 2460-scan-one-rate thru 2460-exit
023336             until ws-rate-in-force
023338                 or ws-rate-sub >= ws-rate-count
023340     end-if.
023342 2450-exit.
023344     exit.
023346
023348*================================================================
023350* 2460-scan-one-rate
023352*     compare the corrected currency code against a single
023354*     rate table entry, as part of the rate table scan.
023356*================================================================
023358 2460-scan-one-rate.
023360     add 1 to ws-rate-sub.
023362     if ws-rate-code (ws-rate-sub) = ws-new-curr
023364         set ws-curr-is-known to true
023366         if ws-rate-eff (ws-rate-sub) not > ws-run-date
023368             set ws-rate-in-force to true
023370         end-if
023372     end-if.
023374 2460-exit.
023376     exit.
023378
023400*================================================================
023500* 2400-release-transaction
023600*     append the corrected transaction to the transaction file
024200     move ws-new-mode  to tr-mode-flag.
024300     move ws-new-oper  to tr-oper-code.
024350     move ws-new-acct  to tr-acct-code.
024375     move ws-new-curr  to tr-curr-code.
024400     move ws-new-num1  to tr-num1.
024500     move ws-new-num2  to tr-num2.
024600     write tran-record.
026100 2400-exit.
026200     exit.
026300
026301*================================================================
026302* 8700-find-log-chain
026303*     read the audit log through to pick up the sequence number
026304*     and chain value of its last record, so the records about
026305*     to be appended carry the chain on.  no log yet, or a log
026306*     written before records were chained, starts the chain at
026307*     sequence one.
026308*================================================================
026309 8700-find-log-chain.
026310     move zeros to ws-chain-last-seq.
026311     move zeros to ws-chain-last-value.
026312     open input log-file.
026313     if ws-log-status = "00"
026314         move "N" to ws-chain-eof-switch
026315         perform 8750-read-one-chain thru 8750-exit
026316             until ws-chain-end-of-log
026317         close log-file
026318     end-if.
026319 8700-exit.
026320     exit.
026321
026322*================================================================
026323* 8750-read-one-chain
026324*     read one audit log record and keep its chain position, as
026325*     part of the chain pick-up.
026326*================================================================
026327 8750-read-one-chain.
026328     read log-file
026329         at end
026330             set ws-chain-end-of-log to true
026331     end-read.
026332     if not ws-chain-end-of-log
026333         and lg-chain-seq numeric
026334         and lg-chain-value numeric
026335         move lg-chain-seq   to ws-chain-last-seq
026336         move lg-chain-value to ws-chain-last-value
026337     end-if.
026338 8750-exit.
026339     exit.
026340
026341*================================================================
026342* 8800-write-chained-log
026343*     stamp the next chain sequence number on the audit record
026344*     in log-record, work its chain value from the value before
026345*     it and the 144 characters ahead of the value, and append
026346*     it to the log.
026347*================================================================
026348 8800-write-chained-log.
026349     add 1 to ws-chain-last-seq.
026350     move ws-chain-last-seq to lg-chain-seq.
026351     move ws-chain-last-value to ws-chain-hash.
026352     move zeros to ws-chain-sub.
026353     perform 8850-chain-one-byte thru 8850-exit
026354         until ws-chain-sub >= 144.
026355     move ws-chain-hash to lg-chain-value.
026356     move ws-chain-hash to ws-chain-last-value.
026357     write log-record.
026358 8800-exit.
026359     exit.
026360
026361*================================================================
026362* 8850-chain-one-byte
026363*     fold the next character of the audit record into the
026364*     chain value - the character's code is picked up through
026365*     the binary halfword it is moved into.
026366*================================================================
026367 8850-chain-one-byte.
026368     add 1 to ws-chain-sub.
026369     move low-values to ws-chain-byte-pair.
026370     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
026371     compute ws-chain-work = ws-chain-hash * 31
026372         + ws-chain-byte-value.
026373     divide ws-chain-work by 4294967291
026374         giving ws-chain-quotient remainder ws-chain-hash.
026375 8850-exit.
026376     exit.
026377
026400*================================================================
026500* 9000-terminate
026600*     close the files used by this session, provided the opens
