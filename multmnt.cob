001901*                  leave it alone.  the master's select carries
001902*                  the new alternate index on mr-run-no,
001903*                  matching mult's file definition.
001904* 2026-10-15  jk   maker-checker control - a correction or
001906*                  reversal keyed here no longer posts.  it is
001908*                  edited and computed as before, then written
001910*                  as a request to the new pendmnt pending
001912*                  maintenance file with the master's image as
001914*                  it stands, and the request is logged.  the
001916*                  master rewrite, the r/c gl documents and the
001918*                  before/after images moved to multappr, which
001920*                  applies a request only once a second
001922*                  authorized operator approves it.  a record
001924*                  with a request already pending is refused
001926*                  another one, and this program no longer
001928*                  opens the gl interface.
001930* 2026-10-16  jk   fiscal period lock - the fiscal calendar is
001932*                  loaded at start up, and a master record whose
001934*                  run date falls in a closed period is no
001936*                  longer changed.  a reversal against one is
001938*                  refused, and a correction is requested as a
001940*                  prior-period adjustment instead, which
001942*                  multappr posts to the ledger in the current
001944*                  open period and leaves the master alone.  a
001946*                  record takes one approved adjustment only.
001948* 2026-10-17  jk   multi-currency - the record's currency, its
001950*                  result in that currency and the rate it was
001952*                  posted at are shown with the master.  a
001954*                  correction is computed in the record's own
001956*                  currency and converted to base at the rate
001958*                  the record was posted at, and the request
001960*                  carries both results.  audit records grew to
001962*                  136 characters for the currency fields.
001964* 2026-10-19  jk   audit log chain - every audit record appended
001966*                  carries the next chain sequence number and a
001968*                  chain value worked from the record before it
001970*                  and its own content, so multlogv can prove no
001972*                  record was changed, removed or slipped in.
001974*                  audit records grew to 154 characters.
001976* 2026-10-24  jk   the audit log is now opened only for each
001978*                  logged action, with the chain picked up afresh
001980*                  each time.  held open for the whole session,
001982*                  anything another program appended meanwhile
001984*                  left this session's next record carrying a
001986*                  stale sequence number and chain value, which
001988*                  multlogv reported as a broken link.
001990*----------------------------------------------------------------
002000
002100 environment division.
002200 input-output section.
003100         organization is line sequential
003200         file status is ws-log-status.
003300
003400     select pend-file assign to "PENDMNT"
003500         organization is indexed
003520         access mode is dynamic
003540         record key is pm-request-no
003560         alternate record key is pm-trans-id
003580             with duplicates
003600         file status is ws-pend-status.
003610
003620     select opsec-file assign to "OPERSEC"
003630         organization is line sequential
003640         file status is ws-opsec-status.
003650
003660     select fiscal-file assign to "FISCAL"
003670         organization is line sequential
003680         file status is ws-fiscal-status.
003700
003800 data division.
003900 file section.
004100 copy mstrrec.
004200
004300 fd  log-file
004400     record contains 154 characters.
004500 copy logrec.
004600
004700 fd  pend-file.
004900 copy pendrec.
004910
004920 fd  opsec-file
004930     record contains 40 characters.
004940 copy operrec.
004950
004960 fd  fiscal-file
004970     record contains 50 characters.
004980 copy fiscrec.
005000
005100 working-storage section.
005200 77  ws-master-status        pic xx       value "00".
005300 77  ws-log-status           pic xx       value "00".
005325 77  ws-log-open-switch      pic x        value "N".
005350     88  ws-log-is-open      value "Y".
005400 77  ws-pend-status          pic xx       value "00".
005410 77  ws-pend-eof-switch      pic x        value "N".
005420     88  ws-pend-end-of-file value "Y".
005430 77  ws-pend-found-switch    pic x        value "N".
005440     88  ws-pend-is-found    value "Y".
005450 77  ws-last-request-no      pic 9(06)    value zeros.
005460 77  ws-check-trans-id       pic 9(06)    value zeros.
005470 77  ws-pend-request-no      pic 9(06)    value zeros.
005500 77  ws-more-actions         pic x        value "Y".
005600     88  ws-no-more-actions  value "N".
005700 77  ws-fatal-switch         pic x        value "N".
006740 77  ws-oper-found-switch    pic x        value "N".
006750     88  ws-oper-is-found    value "Y".
006800 77  ws-action-code          pic x(01)    value spaces.
006802 77  ws-adjust-found-switch  pic x        value "N".
006804     88  ws-adjust-is-found  value "Y".
006806*----------------------------------------------------------------
006808* fiscal calendar, loaded at start up.  a record whose run date
006810* falls in a closed period is locked - no calendar at all, or a
006812* date no period covers, locks nothing.
006814*----------------------------------------------------------------
006816 77  ws-fiscal-status        pic xx       value "00".
006818 77  ws-fisc-eof-switch      pic x        value "N".
006820     88  ws-fisc-end-of-file value "Y".
006822 77  ws-closed-switch        pic x        value "N".
006824     88  ws-period-is-closed value "Y".
006826 77  ws-closed-period        pic 9(06)    value zeros.
006828 77  ws-fisc-max             pic 9(03)    value 120.
006830 77  ws-fisc-sub             pic 9(03)    value zeros.
006832 01  ws-fisc-table.
006834     05  ws-fisc-count       pic 9(03)    value zeros.
006836     05  ws-fisc-entry occurs 120 times.
006838         10  ws-fisc-period      pic 9(06).
006840         10  ws-fisc-start       pic 9(08).
006842         10  ws-fisc-end         pic 9(08).
006844         10  ws-fisc-status      pic x(01).
006900*----------------------------------------------------------------
007000* operator-keyed corrections.  operands are keyed as all seven
007100* digits with an implied decimal point (99999v99), matching the
008000 01  ws-new-num2-n redefines ws-new-num2
008100                             pic 9(05)v99.
008200 77  ws-new-result           pic 9(09)v99 value zeros.
008250 77  ws-new-curr-result      pic 9(09)v99 value zeros.
008300*----------------------------------------------------------------
008400* before image of the master record being maintained, held for
008500* the audit trail and the compensating gl reversal document.
009200     05  ws-old-run-date     pic 9(08).
009300     05  ws-old-error-flag   pic x(01).
009400     05  ws-old-acct-code    pic x(04).
009402     05  ws-old-curr-code    pic x(03).
009404     05  ws-old-curr-result  pic 9(09)v99.
009406     05  ws-old-exch-rate    pic 9(04)v9(06).
009408*----------------------------------------------------------------
009410* audit log chain - the sequence number and chain value of the
009412* last record on the log, carried on to every record appended.
009414* a record's chain value is worked from the value before it and
009416* every character of the record ahead of the value itself, so
009418* a record changed, removed or slipped in breaks the chain from
009420* that point on.
009422*----------------------------------------------------------------
009424 77  ws-chain-last-seq       pic 9(08)    value zeros.
009426 77  ws-chain-last-value     pic 9(10)    value zeros.
009428 77  ws-chain-hash           pic 9(10)    value zeros.
009430 77  ws-chain-work           pic 9(12)    value zeros.
009432 77  ws-chain-quotient       pic 9(12)    value zeros.
009434 77  ws-chain-sub            pic 9(03)    value zeros.
009436 77  ws-chain-eof-switch     pic x        value "N".
009438     88  ws-chain-end-of-log value "Y".
009440 01  ws-chain-byte-area.
009442     05  ws-chain-byte-pair  pic x(02).
009444     05  ws-chain-byte-value redefines ws-chain-byte-pair
009446                             pic 9(04) binary.
009500
009600 procedure division.
009700*================================================================
010700
010800*================================================================
010900* 1000-initialize
011000*     identify the operator, open the master, make sure the
011050*     audit log can be opened, and open the pending
011100*     maintenance file for update.  an
011200*     unidentified operator is refused - every maintenance
011300*     request must carry who asked for it - and a missing
011400*     master means there is nothing to maintain.
011500*================================================================
011600 1000-initialize.
011700     accept ws-run-date from date yyyymmdd.
012520         perform 1100-check-operator thru 1100-exit
012530     end-if.
012600     if not ws-has-fatal-error
012700         open input master-file
012800         if ws-master-status not = "00"
012900             if ws-master-status = "35"
013000                 display "multmnt: no master file - nothing to "
013800         end-if
013900     end-if.
014000     if not ws-has-fatal-error
014100         perform 8600-open-log thru 8600-exit
014200         if not ws-log-is-open
014500             set ws-no-more-actions to true
014600             set ws-has-fatal-error to true
014700             close master-file
014800         end-if
014850         perform 8650-close-log thru 8650-exit
014900     end-if.
015000     if not ws-has-fatal-error
015100         perform 1300-open-pend-file thru 1300-exit
016300     end-if.
016325     if not ws-has-fatal-error
016350         perform 1400-load-calendar thru 1400-exit
016375     end-if.
016400 1000-exit.
016500     exit.
016510
016571*     stops before the normal opens ever happen.
016572*================================================================
016573 1200-log-denial.
016574     perform 8700-find-log-chain thru 8700-exit.
016575     open extend log-file.
016576     if ws-log-status = "35"
016577         open output log-file
016578     end-if.
016579     if ws-log-status = "00"
016580         accept ws-run-time from time
016581         string ws-run-date delimited by size
016582                 "-" delimited by size
016583                 ws-run-time delimited by size
016584             into lg-timestamp
016585         move zeros          to lg-run-no
016586         move ws-operator-id to lg-operator-id
016587         move zeros          to lg-trans-id
016588         move space          to lg-mode-flag
016589         move space          to lg-oper-code
016590         move zeros          to lg-num1
016591         move zeros          to lg-num2
016592         move zeros          to lg-result
016593         move spaces         to lg-curr-code
016594         move zeros          to lg-curr-result
016595         move zeros          to lg-exch-rate
016596         move "security - master maintenance denied"
016597             to lg-message
016598         perform 8800-write-chained-log thru 8800-exit
016599         close log-file
016600     end-if.
016601 1200-exit.
016602     exit.
016603
016604*================================================================
016605* 1300-open-pend-file
016606*     open the pending maintenance file for update, creating
016607*     it the first time a request is ever made, and find the
016608*     last request number issued so the next one follows it.
016609*================================================================
016610 1300-open-pend-file.
016611     open i-o pend-file.
016612     if ws-pend-status = "35"
016613         open output pend-file
016614         close pend-file
016615         open i-o pend-file
016616     end-if.
016617     if ws-pend-status not = "00"
016618         display "multmnt: unable to open pending maintenance "
016619             "file - status " ws-pend-status
016620         set ws-no-more-actions to true
016621         set ws-has-fatal-error to true
016622         close master-file
016623     else
016624         move zeros to ws-last-request-no
016625         move zeros to pm-request-no
016626         move "N" to ws-pend-eof-switch
016627         start pend-file key is not less than pm-request-no
016628             invalid key
016629                 set ws-pend-end-of-file to true
016630         end-start
016631         perform 1350-read-one-request thru 1350-exit
016632             until ws-pend-end-of-file
016633     end-if.
016634 1300-exit.
016635     exit.
016636
016637*================================================================
016638* 1350-read-one-request
016639*     read the next request in request-number order and keep
016640*     its number, as part of the last-number search.
016641*================================================================
016642 1350-read-one-request.
016643     read pend-file next record
016644         at end
016645             set ws-pend-end-of-file to true
016646     end-read.
016647     if not ws-pend-end-of-file
016648         move pm-request-no to ws-last-request-no
016649     end-if.
016650 1350-exit.
016651     exit.
016652
016653*================================================================
016654* 1400-load-calendar
016655*     load the fiscal calendar into its table.  with no
016656*     calendar on file no period is closed, and maintenance
016657*     carries on as it always has.
016658*================================================================
016659 1400-load-calendar.
016660     move zeros to ws-fisc-count.
016661     open input fiscal-file.
016662     if ws-fiscal-status = "00"
016663         move "N" to ws-fisc-eof-switch
016664         perform 1450-load-one-period thru 1450-exit
016665             until ws-fisc-end-of-file
016666         close fiscal-file
016667     end-if.
016668 1400-exit.
016669     exit.
016670
016671*================================================================
016672* 1450-load-one-period
016673*     read one calendar record into the next table entry, as
016674*     part of the calendar load.  periods past the table size
016675*     are reported and not loaded.
016676*================================================================
016677 1450-load-one-period.
016678     read fiscal-file
016679         at end
016680             set ws-fisc-end-of-file to true
016681     end-read.
016682     if not ws-fisc-end-of-file
016683         if ws-fisc-count >= ws-fisc-max
016684             display "multmnt: fiscal calendar exceeds table "
016685                 "size - period " fc-period " not loaded"
016686         else
016687             add 1 to ws-fisc-count
016688             move fc-period     to ws-fisc-period (ws-fisc-count)
016689             move fc-start-date to ws-fisc-start (ws-fisc-count)
016690             move fc-end-date   to ws-fisc-end (ws-fisc-count)
016691             move fc-status     to ws-fisc-status (ws-fisc-count)
016692         end-if
016693     end-if.
016694 1450-exit.
016695     exit.
016696
016700*================================================================
016800* 2000-maintain
016900*     call up a master record by transaction id, show it, and
017000*     take the operator's correction or reversal against it as
017025*     a request for approval.  a record that already has a
017050*     request waiting is refused another.
017100*================================================================
017200 2000-maintain.
017300     display "multmnt: enter transaction id (000000 to quit): ".
018100                     " not found on master"
018200             not invalid key
018300                 perform 2100-display-master thru 2100-exit
018325                 perform 2300-check-pending thru 2300-exit
018350                 perform 2400-check-period thru 2400-exit
018400                 evaluate true
018450                 when mr-reversed
018500                     display "multmnt: transaction already "
018600                         "reversed - no further maintenance"
018610                 when ws-pend-is-found
018620                     display "multmnt: request "
018630                         ws-pend-request-no
018640                         " for this transaction is already "
018650                         "awaiting approval"
018700                 when other
018800                     perform 2200-get-action thru 2200-exit
018900                     evaluate ws-action-code
019000                         when "C"
019100                             perform 3000-post-correction
019200                                 thru 3000-exit
019210                         when "R"
019220                             if ws-period-is-closed
019230                                 display "multmnt: period "
019240                                     ws-closed-period " is "
019250                                     "closed - reversal refused"
019260                             else
019300                                 perform 4000-post-reversal
019400                                     thru 4000-exit
019500                             end-if
019600                         when other
019700                             display "multmnt: no action posted"
019800                     end-evaluate
019900                 end-evaluate
020000         end-read
020100     end-if.
020200 2000-exit.
020500*================================================================
020600* 2100-display-master
020700*     show the master record as it stands before any action is
020800*     taken, and hold its image for the request, where the
020900*     approver checks it is still the record on file.  a
020925*     record posted before currency was carried is base
020950*     currency at a rate of one.
021000*================================================================
021100 2100-display-master.
021105     if mr-curr-code = spaces
021110         or mr-exch-rate not numeric
021115         or mr-exch-rate = zero
021120         move "USD"     to ws-old-curr-code
021125         move mr-result to ws-old-curr-result
021130         move 1         to ws-old-exch-rate
021135     else
021140         move mr-curr-code   to ws-old-curr-code
021145         move mr-curr-result to ws-old-curr-result
021150         move mr-exch-rate   to ws-old-exch-rate
021155     end-if.
021200     display "multmnt: transaction " mr-trans-id.
021300     display "         oper   = " mr-oper-code.
021400     display "         acct   = " mr-acct-code.
021500     display "         num1   = " mr-num1.
021600     display "         num2   = " mr-num2.
021700     display "         result = " mr-result.
021725     display "         currency = " ws-old-curr-code
021750         "  ccy result = " ws-old-curr-result
021775         "  rate = " ws-old-exch-rate.
021800     display "         run date = " mr-run-date.
021900     display "         error flag = " mr-error-flag.
022000     move mr-oper-code   to ws-old-oper.
023800     accept ws-action-code.
023900 2200-exit.
024000     exit.
024001
024002*================================================================
024003* 2300-check-pending
024004*     look along the pending file's trans-id index for a
024005*     request against this record that is still waiting for a
024006*     decision, leaving ws-pend-is-found set when there is one,
024007*     and for a prior-period adjustment already approved,
024008*     leaving ws-adjust-is-found set.
024009*================================================================
024010 2300-check-pending.
024011     move "N" to ws-pend-found-switch.
024012     move "N" to ws-adjust-found-switch.
024013     move "N" to ws-pend-eof-switch.
024014     move mr-trans-id to ws-check-trans-id.
024015     move mr-trans-id to pm-trans-id.
024016     start pend-file key is = pm-trans-id
024017         invalid key
024018             set ws-pend-end-of-file to true
024019     end-start.
024020     perform 2350-check-one-request thru 2350-exit
024021         until ws-pend-end-of-file.
024022 2300-exit.
024023     exit.
024024
024025*================================================================
024026* 2350-check-one-request
024027*     read the next request for the record along the trans-id
024028*     index and note it when it is still pending, or when it
024029*     is an approved prior-period adjustment.
024030*================================================================
024031 2350-check-one-request.
024032     read pend-file next record
024033         at end
024034             set ws-pend-end-of-file to true
024035     end-read.
024036     if not ws-pend-end-of-file
024037         if pm-trans-id not = ws-check-trans-id
024038             set ws-pend-end-of-file to true
024039         else
024040             if pm-pending
024041                 set ws-pend-is-found to true
024042                 move pm-request-no to ws-pend-request-no
024043             end-if
024044             if pm-prior-adjust and pm-approved
024045                 set ws-adjust-is-found to true
024046             end-if
024047         end-if
024048     end-if.
024049 2350-exit.
024050     exit.
024051
024052*================================================================
024053* 2400-check-period
024054*     find the fiscal period the record's run date falls in
024055*     and note when that period is closed.  the record is then
024056*     locked - it is shown, but never changed again.
024057*================================================================
024058 2400-check-period.
024059     move "N" to ws-closed-switch.
024060     move zeros to ws-closed-period.
024061     move zeros to ws-fisc-sub.
024062     perform 2450-check-one-period thru 2450-exit
024063         until ws-period-is-closed
024064             or ws-fisc-sub >= ws-fisc-count.
024065     if ws-period-is-closed
024066         display "         period " ws-closed-period
024067             " is closed - corrections post as prior-period "
024068             "adjustments"
024069     end-if.
024070 2400-exit.
024071     exit.
024072
024073*================================================================
024074* 2450-check-one-period
024075*     compare the record's run date with a single calendar
024076*     entry, as part of the period check.
024077*================================================================
024078 2450-check-one-period.
024079     add 1 to ws-fisc-sub.
024080     if mr-run-date not < ws-fisc-start (ws-fisc-sub)
024081         and mr-run-date not > ws-fisc-end (ws-fisc-sub)
024082         and ws-fisc-status (ws-fisc-sub) = "C"
024083         set ws-period-is-closed to true
024084         move ws-fisc-period (ws-fisc-sub) to ws-closed-period
024085     end-if.
024086 2450-exit.
024087     exit.
024100
024200*================================================================
024300* 3000-post-correction
024400*     take corrected operation code and operands, put them
024500*     through the same edits mult applies and recompute the
024600*     result.  when everything passes, the correction goes to
024700*     the pending maintenance file for a second operator to
024800*     approve - the master, the gl interface and the audit
024900*     images are left alone until multappr applies it.  a
024950*     correction that fails the edits is not requested.  on a
024960*     record in a closed period the correction is requested as
024970*     a prior-period adjustment, and only one adjustment is
024980*     ever taken against a record.
025000*================================================================
025100 3000-post-correction.
025110     if ws-period-is-closed and ws-adjust-is-found
025120         display "multmnt: a prior-period adjustment has "
025130             "already been approved for this transaction - "
025140             "correction refused"
025150         go to 3000-exit
025160     end-if.
025170     if ws-period-is-closed
025180         move "A" to ws-action-code
025190     end-if.
025200     perform 3100-get-corrections thru 3100-exit.
025300     perform 3200-validate-corrections thru 3200-exit.
025400     if ws-entry-is-valid
025500         perform 3300-compute-result thru 3300-exit
025600     end-if.
025700     if ws-entry-is-valid and not ws-size-errored
025800         perform 6000-write-request thru 6000-exit
025900         if ws-pend-status = "00"
025910             if pm-prior-adjust
025920                 display "multmnt: prior-period adjustment "
025930                     "request " pm-request-no " awaiting "
025940                     "approval - master unchanged"
025950             else
026000                 display "multmnt: correction request "
026100                     pm-request-no " awaiting approval - "
026200                     "master unchanged"
026250             end-if
026300         end-if
026500     else
026600         display "multmnt: correction not requested - master "
026700             "unchanged"
026800     end-if.
026900 3000-exit.
032500*================================================================
032600* 3300-compute-result
032700*     recompute the result from the corrected operands with the
032800*     same arithmetic mult performs, in the record's own
032825*     currency, then convert it to base at the rate the record
032850*     was posted at.  a size error on either step refuses the
032900*     correction instead of storing a truncated figure.
033000*================================================================
033100 3300-compute-result.
033200     move "N" to ws-size-switch.
035600                     set ws-size-errored to true
035700             end-divide
035800     end-evaluate.
035810     move ws-new-result to ws-new-curr-result.
035820     if not ws-size-errored and ws-old-exch-rate not = 1
035830         multiply ws-new-curr-result by ws-old-exch-rate
035840             giving ws-new-result rounded
035850             on size error
035860                 set ws-size-errored to true
035870         end-multiply
035880     end-if.
035900     if ws-size-errored
036000         display "multmnt: corrected result does not fit in "
036100             "the result field - correction refused"
036300 3300-exit.
036400     exit.
036500
041000*================================================================
041100* 4000-post-reversal
041200*     ask for the whole posting to be backed out.  the
041300*     reversal goes to the pending maintenance file with the
041400*     record's figures as they stand - the reversed flag, the
041500*     compensating "R" document and the audit images are only
041600*     written when multappr applies the approved request.
041660*================================================================
041700 4000-post-reversal.
041800     move zeros to ws-new-result.
041850     move zeros to ws-new-curr-result.
041900     perform 6000-write-request thru 6000-exit.
042000     if ws-pend-status = "00"
042100         display "multmnt: reversal request " pm-request-no
042200             " awaiting approval - master unchanged"
042300     end-if.
043000 4000-exit.
043100     exit.
043200
049300*================================================================
049400* 5200-stamp-log-record
049500*     fill the timestamp, operator and key fields common to
049600*     every audit record this program writes.
049700*================================================================
049800 5200-stamp-log-record.
049900     accept ws-run-date from date yyyymmdd.
050500     move ws-operator-id to lg-operator-id.
050600     move mr-trans-id    to lg-trans-id.
050700     move space          to lg-mode-flag.
050725     move spaces         to lg-curr-code.
050750     move zeros          to lg-curr-result.
050775     move zeros          to lg-exch-rate.
050800 5200-exit.
050900     exit.
050901
050902*================================================================
050903* 6000-write-request
050904*     write the correction or reversal to the pending
050905*     maintenance file under the next request number, carrying
050906*     the master image as it stands and, for a correction or
050907*     adjustment, the new figures, and log the request.  a
050908*     failed write is reported and nothing is logged, and no
050909*     request is written when the audit log cannot be opened.
050910*================================================================
050911 6000-write-request.
050912     perform 8600-open-log thru 8600-exit.
050913     if not ws-log-is-open
050914         display "multmnt: request not written"
050915         go to 6000-exit
050916     end-if.
050917     move spaces            to pend-record.
050918     add 1 to ws-last-request-no.
050919     move ws-last-request-no to pm-request-no.
050920     move ws-action-code    to pm-action.
050921     move mr-trans-id       to pm-trans-id.
050922     move mr-run-no         to pm-run-no.
050923     move ws-old-acct-code  to pm-acct-code.
050924     move ws-old-oper       to pm-old-oper.
050925     move ws-old-num1       to pm-old-num1.
050926     move ws-old-num2       to pm-old-num2.
050927     move ws-old-result     to pm-old-result.
050928     move ws-old-error-flag to pm-old-error-flag.
050929     move ws-old-run-date   to pm-old-run-date.
050930     if pm-correction or pm-prior-adjust
050931         move ws-new-oper   to pm-new-oper
050932         move ws-new-num1-n to pm-new-num1
050933         move ws-new-num2-n to pm-new-num2
050934         move ws-new-result to pm-new-result
050935         move ws-new-curr-result to pm-new-curr-result
050936     else
050937         move space         to pm-new-oper
050938         move zeros         to pm-new-num1
050939         move zeros         to pm-new-num2
050940         move zeros         to pm-new-result
050941         move zeros         to pm-new-curr-result
050942     end-if.
050943     move ws-operator-id    to pm-requester.
050944     move ws-run-date       to pm-request-date.
050945     set pm-pending         to true.
050946     move spaces            to pm-approver.
050947     move zeros             to pm-decision-date.
050948     write pend-record
050949         invalid key
050950             display "multmnt: request write failed for "
050951                 "transaction " mr-trans-id " - status "
050952                 ws-pend-status
050953     end-write.
050954     if ws-pend-status = "00"
050955         perform 5200-stamp-log-record thru 5200-exit
050956         move ws-old-oper   to lg-oper-code
050957         move ws-old-num1   to lg-num1
050958         move ws-old-num2   to lg-num2
050959         move ws-old-result to lg-result
050960         move ws-old-curr-code   to lg-curr-code
050961         move ws-old-curr-result to lg-curr-result
050962         move ws-old-exch-rate   to lg-exch-rate
050963         move spaces        to lg-message
050964         evaluate true
050965             when pm-correction
050966                 string "request " pm-request-no
050967                         " - correction pending approval"
050968                         delimited by size
050969                     into lg-message
050970             when pm-prior-adjust
050971                 string "request " pm-request-no
050972                         " - prior period adjustment pending"
050973                         delimited by size
050974                     into lg-message
050975             when other
050976                 string "request " pm-request-no
050977                         " - reversal pending approval"
050978                         delimited by size
050979                     into lg-message
050980         end-evaluate
050981         perform 8800-write-chained-log thru 8800-exit
050982     end-if.
050983     perform 8650-close-log thru 8650-exit.
050984 6000-exit.
050985     exit.
050986
050987*================================================================
050988* 8600-open-log
050989*     pick the chain up afresh and open the audit log extend for
050990*     the records of one logged action.  the log is held open
050991*     only for the action, never for the whole session, so a
050992*     record appended meanwhile - by a batch run or another
050993*     terminal - is chained on from rather than written over.
050994*================================================================
050995 8600-open-log.
050996     move "N" to ws-log-open-switch.
050997     perform 8700-find-log-chain thru 8700-exit.
050998     open extend log-file.
050999     if ws-log-status = "35"
051000         open output log-file
051001     end-if.
051002     if ws-log-status = "00"
051003         set ws-log-is-open to true
051004     else
051005         display "multmnt: unable to open audit log file - "
051006             "status " ws-log-status
051007     end-if.
051008 8600-exit.
051009     exit.
051010
051011*================================================================
051012* 8650-close-log
051013*     close the audit log at the end of a logged action.
051014*================================================================
051015 8650-close-log.
051016     if ws-log-is-open
051017         close log-file
051018         move "N" to ws-log-open-switch
051019     end-if.
051020 8650-exit.
051021     exit.
051022
051023*================================================================
051024* 8700-find-log-chain
051025*     read the audit log through to pick up the sequence number
051026*     and chain value of its last record, so the records about
051027*     to be appended carry the chain on.  no log yet, or a log
051028*     written before records were chained, starts the chain at
051029*     sequence one.
051030*================================================================
051031 8700-find-log-chain.
051032     move zeros to ws-chain-last-seq.
051033     move zeros to ws-chain-last-value.
051034     open input log-file.
051035     if ws-log-status = "00"
051036         move "N" to ws-chain-eof-switch
051037         perform 8750-read-one-chain thru 8750-exit
051038             until ws-chain-end-of-log
051039         close log-file
051040     end-if.
051041 8700-exit.
051042     exit.
051043
051044*================================================================
051045* 8750-read-one-chain
051046*     read one audit log record and keep its chain position, as
051047*     part of the chain pick-up.
051048*================================================================
051049 8750-read-one-chain.
051050     read log-file
051051         at end
051052             set ws-chain-end-of-log to true
051053     end-read.
051054     if not ws-chain-end-of-log
051055         and lg-chain-seq numeric
051056         and lg-chain-value numeric
051057         move lg-chain-seq   to ws-chain-last-seq
051058         move lg-chain-value to ws-chain-last-value
051059     end-if.
051060 8750-exit.
051061     exit.
051062
051063*================================================================
051064* 8800-write-chained-log
051065*     stamp the next chain sequence number on the audit record
051066*     in log-record, work its chain value from the value before
051067*     it and the 144 characters ahead of the value, and append
051068*     it to the log.
051069*================================================================
051070 8800-write-chained-log.
051071     add 1 to ws-chain-last-seq.
051072     move ws-chain-last-seq to lg-chain-seq.
051073     move ws-chain-last-value to ws-chain-hash.
051074     move zeros to ws-chain-sub.
051075     perform 8850-chain-one-byte thru 8850-exit
051076         until ws-chain-sub >= 144.
051077     move ws-chain-hash to lg-chain-value.
051078     move ws-chain-hash to ws-chain-last-value.
051079     write log-record.
051080 8800-exit.
051081     exit.
051082
051083*================================================================
051084* 8850-chain-one-byte
051085*     fold the next character of the audit record into the
051086*     chain value - the character's code is picked up through
051087*     the binary halfword it is moved into.
051088*================================================================
051089 8850-chain-one-byte.
051090     add 1 to ws-chain-sub.
051091     move low-values to ws-chain-byte-pair.
051092     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
051093     compute ws-chain-work = ws-chain-hash * 31
051094         + ws-chain-byte-value.
051095     divide ws-chain-work by 4294967291
051096         giving ws-chain-quotient remainder ws-chain-hash.
051097 8850-exit.
051098     exit.
051099
051100*================================================================
051200* 9000-terminate
051300*     close the files used by this session, provided the opens
051600 9000-terminate.
051700     if not ws-has-fatal-error
051800         close master-file
052000         close pend-file
052100     end-if.
052200 9000-exit.
052300     exit.
