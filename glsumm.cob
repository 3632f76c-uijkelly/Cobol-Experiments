001700*                  summary crossfoots to the detail before the
001800*                  ledger posts it.  the detail feed itself is
001900*                  untouched - drill-down still reads gliface.
001905* 2026-10-16  jk   the outcome of every run - crossfooted or
001910*                  not, documents read and the span of run
001915*                  dates on the feed - is appended to the
001920*                  glbalctl file, where the period close looks
001925*                  for a balanced summary before it closes a
001930*                  period.
001935* 2026-10-17  jk   interface documents grew to 74 characters for
001940*                  the transaction currency.  the summary feed
001945*                  and crossfoot stay in the base currency; the
001950*                  control page adds a section netting the clean
001955*                  documents by currency, in that currency and
001960*                  in base.  a document with no currency code
001965*                  predates it and is base currency.
001970* 2026-10-24  jk   the last currency bucket is now kept for
001975*                  "OTH" - the overflow was being added to, and
001980*                  relabelled over, the twentieth currency seen.
001985*                  a new bucket starts from zero.
002000*----------------------------------------------------------------
002100
002200 environment division.
003300     select report-file assign to "GLSUMRPT"
003400         organization is line sequential
003500         file status is ws-report-status.
003520
003540     select glbal-file assign to "GLBALCTL"
003560         organization is line sequential
003580         file status is ws-glbal-status.
003600
003700 data division.
003800 file section.
003900 fd  gliface-file
004000     record contains 74 characters.
004100 copy glifrec.
004200
004300 fd  summ-file
004700 fd  report-file
004800     record contains 132 characters.
004900 01  summ-print-record           pic x(132).
004920
004940 fd  glbal-file
004960     record contains 60 characters.
004980 copy glbalrec.
005000
005100 working-storage section.
005200*----------------------------------------------------------------
009000     05  filler                  pic x(12) value "CROSSFOOT - ".
009100     05  sp-proof                pic x(08).
009200     05  filler                  pic x(107) value spaces.
009205 01  smm-curr-line.
009210     05  filler                  pic x(05) value spaces.
009215     05  filler                  pic x(09) value "CURRENCY ".
009220     05  sc-curr-code            pic x(03).
009225     05  filler                  pic x(02) value spaces.
009230     05  filler                  pic x(07) value "DOCS = ".
009235     05  sc-doc-count            pic zzzzz9.
009240     05  filler                  pic x(02) value spaces.
009245     05  filler                  pic x(13) value "NET IN CCY = ".
009250     05  sc-curr-net             pic -9(10)9.99.
009255     05  filler                  pic x(02) value spaces.
009260     05  filler                  pic x(12) value "NET IN USD =".
009265     05  sc-base-net             pic -9(10)9.99.
009270     05  filler                  pic x(41) value spaces.
009300 01  smm-blank-line              pic x(132) value spaces.
009400*----------------------------------------------------------------
009500* file status and end-of-file switches
009700 77  ws-gliface-status       pic xx       value "00".
009800 77  ws-summ-status          pic xx       value "00".
009900 77  ws-report-status        pic xx       value "00".
009950 77  ws-glbal-status         pic xx       value "00".
010000 77  ws-gl-eof-switch        pic x        value "N".
010100     88  ws-gl-end-of-file   value "Y".
010200 77  ws-fatal-switch         pic x        value "N".
011900         10  ws-summ-acct      pic x(04).
012000         10  ws-summ-docs      pic 9(06).
012100         10  ws-summ-net       pic s9(11)v99.
012102*----------------------------------------------------------------
012104* currency table - one bucket per currency seen on the clean
012106* detail, netted in that currency and in base.  it is a memo
012108* section of the control page only, so a currency past the
012110* table size rolls into an "OTH" bucket rather than stopping
012112* the run.  the last bucket is kept for "OTH", so the
012114* currencies before it keep their own totals.
012116*----------------------------------------------------------------
012118 77  ws-base-currency        pic x(03)    value "USD".
012120 77  ws-doc-curr-code        pic x(03)    value spaces.
012122 77  ws-doc-curr-amount      pic s9(11)v99 value zeros.
012124 77  ws-curr-max             pic 9(02)    value 20.
012126 77  ws-curr-sub             pic 9(02)    value zeros.
012128 77  ws-curr-found-switch    pic x        value "N".
012130     88  ws-curr-is-found    value "Y".
012132 01  ws-curr-table.
012134     05  ws-curr-count       pic 9(02)    value zeros.
012136     05  ws-curr-entry occurs 20 times.
012138         10  ws-curr-code      pic x(03).
012140         10  ws-curr-docs      pic 9(06).
012142         10  ws-curr-net       pic s9(11)v99.
012144         10  ws-curr-base-net  pic s9(11)v99.
012200*----------------------------------------------------------------
012300* control counts and crossfoot amounts
012400*----------------------------------------------------------------
013100 77  ws-doc-amount           pic s9(11)v99 value zeros.
013200 77  ws-detail-net           pic s9(11)v99 value zeros.
013300 77  ws-summary-net          pic s9(11)v99 value zeros.
013320 77  ws-low-date             pic 9(08)    value zeros.
013340 77  ws-high-date            pic 9(08)    value zeros.
013360 77  ws-run-date             pic 9(08)    value zeros.
013380 77  ws-run-time             pic 9(08)    value zeros.
013400
013500 procedure division.
013600*================================================================
014500     if not ws-has-fatal-error
014600         perform 3000-write-summary-feed thru 3000-exit
014700         perform 4000-write-control-page thru 4000-exit
014750         perform 5000-record-outcome thru 5000-exit
014800     end-if.
014900     perform 9000-terminate thru 9000-exit.
015000     goback.
020100     end-read.
020200     if not ws-gl-end-of-file
020300         add 1 to ws-read-count
020310         if ws-low-date = zero or gl-run-date < ws-low-date
020320             move gl-run-date to ws-low-date
020330         end-if
020340         if gl-run-date > ws-high-date
020350             move gl-run-date to ws-high-date
020360         end-if
020400     end-if.
020500 2100-exit.
020600     exit.
023100         end-evaluate
023200         add ws-doc-amount to ws-detail-net
023300         perform 2300-accumulate-bucket thru 2300-exit
023350         perform 2400-accumulate-currency thru 2400-exit
023400     end-if.
023500     perform 2100-read-gliface thru 2100-exit.
023600 2200-exit.
028300     end-if.
028400 2350-exit.
028500     exit.
028501
028502*================================================================
028503* 2400-accumulate-currency
028504*     net the current document into the bucket for its
028505*     currency, signed the same way as its base amount.  a
028506*     document with no currency code is base currency and its
028507*     currency amount is its base amount.
028508*================================================================
028509 2400-accumulate-currency.
028510     if gl-curr-code = spaces
028511         move ws-base-currency to ws-doc-curr-code
028512         move gl-result to ws-doc-curr-amount
028513     else
028514         move gl-curr-code to ws-doc-curr-code
028515         move gl-curr-result to ws-doc-curr-amount
028516     end-if.
028517     if gl-reversal-doc
028518         subtract ws-doc-curr-amount from zero
028519             giving ws-doc-curr-amount
028520     end-if.
028521     move "N" to ws-curr-found-switch.
028522     move zeros to ws-curr-sub.
028523     perform 2450-scan-one-currency thru 2450-exit
028524         until ws-curr-is-found
028525             or ws-curr-sub >= ws-curr-count.
028526     if not ws-curr-is-found
028527         if ws-curr-count < ws-curr-max - 1
028528             add 1 to ws-curr-count
028529             move ws-curr-count to ws-curr-sub
028530             move ws-doc-curr-code to ws-curr-code (ws-curr-sub)
028531             move zeros to ws-curr-docs (ws-curr-sub)
028532             move zeros to ws-curr-net (ws-curr-sub)
028533             move zeros to ws-curr-base-net (ws-curr-sub)
028534         else
028535             move ws-curr-max to ws-curr-sub
028536             if ws-curr-count < ws-curr-max
028537                 move ws-curr-max to ws-curr-count
028538                 move "OTH" to ws-curr-code (ws-curr-sub)
028539                 move zeros to ws-curr-docs (ws-curr-sub)
028540                 move zeros to ws-curr-net (ws-curr-sub)
028541                 move zeros to ws-curr-base-net (ws-curr-sub)
028542             end-if
028543         end-if
028544     end-if.
028545     add 1 to ws-curr-docs (ws-curr-sub).
028546     add ws-doc-curr-amount to ws-curr-net (ws-curr-sub).
028547     add ws-doc-amount to ws-curr-base-net (ws-curr-sub).
028548 2400-exit.
028549     exit.
028550
028551*================================================================
028552* 2450-scan-one-currency
028553*     compare the current document's currency against a single
028554*     currency bucket, as part of the currency table scan.
028555*================================================================
028556 2450-scan-one-currency.
028557     add 1 to ws-curr-sub.
028558     if ws-curr-code (ws-curr-sub) = ws-doc-curr-code
028559         set ws-curr-is-found to true
028560     end-if.
028561 2450-exit.
028562     exit.
028600
028700*================================================================
028800* 3000-write-summary-feed
031800*================================================================
031900* 4000-write-control-page
032000*     print the control page - per-line summary figures, the
032050*     clean documents by currency, the document counts, and
032100*     the proof that the summary's net equals the detail's
032200*     net.
032300*================================================================
032400 4000-write-control-page.
032500     write summ-print-record from smm-heading-line.
033200     perform 4100-report-one-bucket thru 4100-exit
033300         until ws-summ-sub >= ws-summ-count.
033400     write summ-print-record from smm-blank-line.
033410     move "CLEAN DOCUMENTS BY CURRENCY"
033420         to sms-section-title.
033430     write summ-print-record from smm-section-line.
033440     write summ-print-record from smm-blank-line.
033450     move zeros to ws-curr-sub.
033460     perform 4200-report-one-currency thru 4200-exit
033470         until ws-curr-sub >= ws-curr-count.
033480     write summ-print-record from smm-blank-line.
033500     move "DETAIL DOCUMENTS READ                   "
033600         to smc-count-title.
033700     move ws-read-count to smc-count.
038900     move ws-summ-docs (ws-summ-sub)   to sm-doc-count.
039000     move ws-summ-net (ws-summ-sub)    to sm-net-amount.
039100     write summ-print-record from smm-line-detail.
039300 4100-exit.
039301     exit.
039302
039303*================================================================
039304* 4200-report-one-currency
039305*     print the control-page line for a single currency bucket.
039306*================================================================
039307 4200-report-one-currency.
039308     add 1 to ws-curr-sub.
039309     move ws-curr-code (ws-curr-sub)     to sc-curr-code.
039310     move ws-curr-docs (ws-curr-sub)     to sc-doc-count.
039311     move ws-curr-net (ws-curr-sub)      to sc-curr-net.
039312     move ws-curr-base-net (ws-curr-sub) to sc-base-net.
039313     write summ-print-record from smm-curr-line.
039314 4200-exit.
039315     exit.
039316
039317*================================================================
039318* 5000-record-outcome
039319*     append this run's outcome to the gl balancing control
039320*     file - balanced only when the summary crossfoots to the
039321*     detail.  a file that cannot be written is reported; the
039322*     summary itself stands.
039323*================================================================
039324 5000-record-outcome.
039325     accept ws-run-date from date yyyymmdd.
039326     accept ws-run-time from time.
039327     open extend glbal-file.
039328     if ws-glbal-status = "35"
039329         open output glbal-file
039330     end-if.
039331     if ws-glbal-status not = "00"
039332         display "glsumm: unable to record outcome on gl "
039333             "balancing control - status " ws-glbal-status
039334     else
039335         move spaces to glbal-record
039336         move "GLSUMM" to gb-program
039337         move ws-run-date to gb-run-date
039338         move ws-run-time to gb-run-time
039339         if ws-summary-net = ws-detail-net
039340             set gb-balanced to true
039341         else
039342             set gb-not-balanced to true
039343         end-if
039344         move ws-read-count to gb-doc-count
039345         move ws-low-date to gb-low-date
039346         move ws-high-date to gb-high-date
039347         write glbal-record
039348         close glbal-file
039349     end-if.
039350 5000-exit.
039351     exit.
039400
039500*================================================================
039600* 9000-terminate
