000100 identification division.
000200 program-id. multlogv.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-19.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-19  jk   original version - audit log chain proof.
001100*                  walks the archived log (archlog) and then the
001200*                  live log in the order they were written,
001300*                  works every record's chain value again from
001400*                  the one before it and its own content, and
001500*                  lists every gap in the chain sequence numbers
001600*                  and the first record whose chain value does not
001700*                  work out - the first record changed since it
001800*                  was written.  records from before the chain
001900*                  existed are counted and passed over.
002000*----------------------------------------------------------------
002100
002200 environment division.
002300 input-output section.
002400 file-control.
002500     select archlog-file assign to "ARCHLOG"
002600         organization is line sequential
002700         file status is ws-archlog-status.
002800
002900     select log-file assign to "AUDITLOG"
003000         organization is line sequential
003100         file status is ws-log-status.
003200
003300     select report-file assign to "LOGVRPT"
003400         organization is line sequential
003500         file status is ws-report-status.
003600
003700 data division.
003800 file section.
003900 fd  archlog-file
004000     record contains 154 characters.
004100 01  archlog-record              pic x(154).
004200
004300 fd  log-file
004400     record contains 154 characters.
004500 copy logrec.
004600
004700 fd  report-file
004800     record contains 132 characters.
004900 01  logv-print-record           pic x(132).
005000
005100 working-storage section.
005200*----------------------------------------------------------------
005300* report lines - built here and written from working storage,
005400* since a file section record's initial content is undefined.
005500*----------------------------------------------------------------
005600 01  lgv-heading-line.
005700     05  filler                  pic x(05) value spaces.
005800     05  filler                  pic x(35) value
005900         "MULT - AUDIT LOG CHAIN VERIFICATION".
006000     05  filler                  pic x(05) value spaces.
006100     05  filler                  pic x(09) value "RUN DATE ".
006200     05  vh-run-date             pic x(10).
006300     05  filler                  pic x(68) value spaces.
006400 01  lgv-section-line.
006500     05  filler                  pic x(05) value spaces.
006600     05  vs-section-title        pic x(46).
006700     05  filler                  pic x(81) value spaces.
006800 01  lgv-detail-line.
006900     05  filler                  pic x(05) value spaces.
007000     05  vd-log-name             pic x(08).
007100     05  filler                  pic x(06) value "  REC ".
007200     05  vd-record-no            pic zzzzzz9.
007300     05  filler                  pic x(11) value "  EXPECTED ".
007400     05  vd-expected-seq         pic zzzzzzz9.
007500     05  filler                  pic x(08) value "  FOUND ".
007600     05  vd-found-seq            pic zzzzzzz9.
007700     05  filler                  pic x(08) value "  TRANS ".
007800     05  vd-trans-id             pic 9(06).
007900     05  filler                  pic x(02) value spaces.
008000     05  vd-timestamp            pic x(17).
008100     05  filler                  pic x(02) value spaces.
008200     05  vd-detail-text          pic x(36).
008300 01  lgv-none-line.
008400     05  filler                  pic x(05) value spaces.
008500     05  vn-none-text            pic x(40).
008600     05  filler                  pic x(87) value spaces.
008700 01  lgv-count-line.
008800     05  filler                  pic x(05) value spaces.
008900     05  vc-count-title          pic x(40).
009000     05  vc-count                pic zzzzzz9.
009100     05  filler                  pic x(80) value spaces.
009200 01  lgv-proof-line.
009300     05  filler                  pic x(05) value spaces.
009400     05  filler                  pic x(10) value "OUTCOME - ".
009500     05  vp-proof                pic x(40).
009600     05  filler                  pic x(77) value spaces.
009700 01  lgv-blank-line              pic x(132) value spaces.
009800*----------------------------------------------------------------
009900* file status and end-of-file switches
010000*----------------------------------------------------------------
010100 77  ws-archlog-status       pic xx       value "00".
010200 77  ws-log-status           pic xx       value "00".
010300 77  ws-report-status        pic xx       value "00".
010400 77  ws-eof-switch           pic x        value "N".
010500     88  ws-end-of-file      value "Y".
010600 77  ws-fatal-switch         pic x        value "N".
010700     88  ws-has-fatal-error  value "Y".
010800 77  ws-archive-open-switch  pic x        value "N".
010900     88  ws-archive-is-open  value "Y".
011000 77  ws-live-open-switch     pic x        value "N".
011100     88  ws-live-is-open     value "Y".
011200 77  ws-run-date             pic 9(08)    value zeros.
011300*----------------------------------------------------------------
011400* one audit log record, whichever log it was read from, with the
011500* chain sequence number and value it was written with.
011600*----------------------------------------------------------------
011700 01  ws-log-work.
011800     05  wk-timestamp        pic x(17).
011900     05  wk-operator-id      pic x(08).
012000     05  wk-trans-id         pic 9(06).
012100     05  wk-mode-flag        pic x(01).
012200     05  wk-oper-code        pic x(01).
012300     05  wk-num1             pic 9(05)v99.
012400     05  wk-num2             pic 9(05)v99.
012500     05  wk-result           pic 9(09)v99.
012600     05  wk-message          pic x(50).
012700     05  wk-run-no           pic 9(04).
012800     05  wk-curr-code        pic x(03).
012900     05  wk-curr-result      pic 9(09)v99.
013000     05  wk-exch-rate        pic 9(04)v9(06).
013100     05  wk-chain-seq        pic 9(08).
013200     05  wk-chain-value      pic 9(10).
013300 77  ws-log-name             pic x(08)    value spaces.
013400 77  ws-record-no            pic 9(07)    value zeros.
013500*----------------------------------------------------------------
013600* the chain as walked so far - the sequence number and value of
013700* the last chained record, and the value worked out again for
013800* the record in hand.  a record's chain value is worked from the
013900* value before it and the 144 characters ahead of the value, the
014000* same way every program that writes the log works it.
014100*----------------------------------------------------------------
014200 77  ws-chain-started-switch pic x        value "N".
014300     88  ws-chain-started    value "Y".
014400 77  ws-chain-last-seq       pic 9(08)    value zeros.
014500 77  ws-chain-last-value     pic 9(10)    value zeros.
014600 77  ws-chain-expected-seq   pic 9(08)    value zeros.
014700 77  ws-chain-hash           pic 9(10)    value zeros.
014800 77  ws-chain-work           pic 9(12)    value zeros.
014900 77  ws-chain-quotient       pic 9(12)    value zeros.
015000 77  ws-chain-sub            pic 9(03)    value zeros.
015100 01  ws-chain-byte-area.
015200     05  ws-chain-byte-pair  pic x(02).
015300     05  ws-chain-byte-value redefines ws-chain-byte-pair
015400                             pic 9(04) binary.
015500*----------------------------------------------------------------
015600* the first broken link, kept until the walk is over
015700*----------------------------------------------------------------
015800 01  ws-first-break.
015900     05  fb-log-name         pic x(08)    value spaces.
016000     05  fb-record-no        pic 9(07)    value zeros.
016100     05  fb-seq              pic 9(08)    value zeros.
016200     05  fb-trans-id         pic 9(06)    value zeros.
016300     05  fb-timestamp        pic x(17)    value spaces.
016400*----------------------------------------------------------------
016500* counts
016600*----------------------------------------------------------------
016700 77  ws-arch-read-count      pic 9(07)    value zeros.
016800 77  ws-live-read-count      pic 9(07)    value zeros.
016900 77  ws-unchained-count      pic 9(07)    value zeros.
017000 77  ws-verified-count       pic 9(07)    value zeros.
017100 77  ws-broken-count         pic 9(07)    value zeros.
017200 77  ws-gap-count            pic 9(07)    value zeros.
017300
017400 procedure division.
017500*================================================================
017600* 0000-mainline
017700*     top level control paragraph for the chain verification.
017800*================================================================
017900 0000-mainline.
018000     perform 1000-initialize thru 1000-exit.
018100     if not ws-has-fatal-error
018200         perform 2000-walk-archive-log thru 2000-exit
018300         perform 3000-walk-live-log thru 3000-exit
018400         perform 6000-write-first-break thru 6000-exit
018500         perform 7000-write-counts thru 7000-exit
018600     end-if.
018700     perform 9000-terminate thru 9000-exit.
018800     goback.
018900
019000*================================================================
019100* 1000-initialize
019200*     open whichever of the two logs exist and the report.  the
019300*     archived log is optional - nothing may have been purged
019400*     yet - but at least one log must be there to prove.
019500*================================================================
019600 1000-initialize.
019700     accept ws-run-date from date yyyymmdd.
019800     open input archlog-file.
019900     evaluate ws-archlog-status
020000         when "00"
020100             set ws-archive-is-open to true
020200         when "35"
020300             continue
020400         when other
020500             display "multlogv: unable to open archived log - "
020600                 "status " ws-archlog-status " - run stopped"
020700             set ws-has-fatal-error to true
020800     end-evaluate.
020900     if not ws-has-fatal-error
021000         open input log-file
021100         evaluate ws-log-status
021200             when "00"
021300                 set ws-live-is-open to true
021400             when "35"
021500                 continue
021600             when other
021700                 display "multlogv: unable to open audit log - "
021800                     "status " ws-log-status " - run stopped"
021900                 set ws-has-fatal-error to true
022000         end-evaluate
022100     end-if.
022200     if not ws-has-fatal-error
022300         and not ws-archive-is-open
022400         and not ws-live-is-open
022500         display "multlogv: no audit log and no archived log - "
022600             "nothing to verify"
022700         set ws-has-fatal-error to true
022800     end-if.
022900     if ws-has-fatal-error
023000         go to 1000-exit
023100     end-if.
023200     open output report-file.
023300     if ws-report-status not = "00"
023400         display "multlogv: unable to open report file - status "
023500             ws-report-status " - run stopped"
023600         set ws-has-fatal-error to true
023700         go to 1000-exit
023800     end-if.
023900     move ws-run-date(1:4) to vh-run-date(1:4).
024000     move "-"              to vh-run-date(5:1).
024100     move ws-run-date(5:2) to vh-run-date(6:2).
024200     move "-"              to vh-run-date(8:1).
024300     move ws-run-date(7:2) to vh-run-date(9:2).
024400     write logv-print-record from lgv-heading-line.
024500     write logv-print-record from lgv-blank-line.
024600     move "GAPS IN THE CHAIN SEQUENCE" to vs-section-title.
024700     write logv-print-record from lgv-section-line.
024800 1000-exit.
024900     exit.
025000
025100*================================================================
025200* 2000-walk-archive-log
025300*     walk the archived log front to back ahead of the live one
025400*     - multarch trims the front of the chain out there.
025500*================================================================
025600 2000-walk-archive-log.
025700     if not ws-archive-is-open
025800         go to 2000-exit
025900     end-if.
026000     move "ARCHLOG" to ws-log-name.
026100     move zeros to ws-record-no.
026200     move "N" to ws-eof-switch.
026300     perform 2100-check-one-archive thru 2100-exit
026400         until ws-end-of-file.
026500 2000-exit.
026600     exit.
026700
026800*================================================================
026900* 2100-check-one-archive
027000*     read the next archived log record and check its link, as
027100*     part of the archive walk.
027200*================================================================
027300 2100-check-one-archive.
027400     read archlog-file
027500         at end
027600             set ws-end-of-file to true
027700     end-read.
027800     if not ws-end-of-file
027900         add 1 to ws-arch-read-count
028000         add 1 to ws-record-no
028100         move archlog-record to ws-log-work
028200         perform 4000-check-link thru 4000-exit
028300     end-if.
028400 2100-exit.
028500     exit.
028600
028700*================================================================
028800* 3000-walk-live-log
028900*     walk the live audit log front to back, after the archive.
029000*================================================================
029100 3000-walk-live-log.
029200     if not ws-live-is-open
029300         go to 3000-exit
029400     end-if.
029500     move "AUDITLOG" to ws-log-name.
029600     move zeros to ws-record-no.
029700     move "N" to ws-eof-switch.
029800     perform 3100-check-one-live thru 3100-exit
029900         until ws-end-of-file.
030000 3000-exit.
030100     exit.
030200
030300*================================================================
030400* 3100-check-one-live
030500*     read the next live log record and check its link, as part
030600*     of the live walk.
030700*================================================================
030800 3100-check-one-live.
030900     read log-file
031000         at end
031100             set ws-end-of-file to true
031200     end-read.
031300     if not ws-end-of-file
031400         add 1 to ws-live-read-count
031500         add 1 to ws-record-no
031600         move log-record to ws-log-work
031700         perform 4000-check-link thru 4000-exit
031800     end-if.
031900 3100-exit.
032000     exit.
032100
032200*================================================================
032300* 4000-check-link
032400*     check the record in ws-log-work against the chain so far.
032500*     before the first chained record, a record with no chain
032600*     value is from before the chain and is only counted; after
032700*     it, one is a record slipped in.  a sequence number out of
032800*     step is a gap - records removed, repeated or reordered -
032900*     and is listed; the chain then picks up again from the
033000*     record's own values, so every later gap is found too.  a
033100*     record in step whose chain value does not work out has
033200*     been changed since it was written.
033300*================================================================
033400 4000-check-link.
033500     if wk-chain-seq not numeric
033600         or wk-chain-value not numeric
033700         or wk-chain-seq = zero
033800         if not ws-chain-started
033900             add 1 to ws-unchained-count
034000         else
034100             add ws-chain-last-seq 1 giving ws-chain-expected-seq
034200             move zeros to vd-found-seq
034300             move "RECORD WITH NO CHAIN VALUE" to vd-detail-text
034400             perform 4200-list-gap thru 4200-exit
034500         end-if
034600         go to 4000-exit
034700     end-if.
034800     add ws-chain-last-seq 1 giving ws-chain-expected-seq.
034900     if wk-chain-seq not = ws-chain-expected-seq
035000         move wk-chain-seq to vd-found-seq
035100         if wk-chain-seq > ws-chain-expected-seq
035200             move "RECORDS MISSING FROM THE CHAIN"
035300                 to vd-detail-text
035400         else
035500             move "SEQUENCE REPEATED OR OUT OF ORDER"
035600                 to vd-detail-text
035700         end-if
035800         perform 4200-list-gap thru 4200-exit
035900     else
036000         add 1 to ws-verified-count
036100         move ws-chain-last-value to ws-chain-hash
036200         move zeros to ws-chain-sub
036300         perform 4100-chain-one-byte thru 4100-exit
036400             until ws-chain-sub >= 144
036500         if ws-chain-hash not = wk-chain-value
036600             add 1 to ws-broken-count
036700             if ws-broken-count = 1
036800                 move ws-log-name  to fb-log-name
036900                 move ws-record-no to fb-record-no
037000                 move wk-chain-seq to fb-seq
037100                 move wk-trans-id  to fb-trans-id
037200                 move wk-timestamp to fb-timestamp
037300             end-if
037400         end-if
037500     end-if.
037600     set ws-chain-started to true.
037700     move wk-chain-seq   to ws-chain-last-seq.
037800     move wk-chain-value to ws-chain-last-value.
037900 4000-exit.
038000     exit.
038100
038200*================================================================
038300* 4100-chain-one-byte
038400*     fold the next character of the record into the chain
038500*     value - the character's code is picked up through the
038600*     binary halfword it is moved into.
038700*================================================================
038800 4100-chain-one-byte.
038900     add 1 to ws-chain-sub.
039000     move low-values to ws-chain-byte-pair.
039100     move ws-log-work(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
039200     compute ws-chain-work = ws-chain-hash * 31
039300         + ws-chain-byte-value.
039400     divide ws-chain-work by 4294967291
039500         giving ws-chain-quotient remainder ws-chain-hash.
039600 4100-exit.
039700     exit.
039800
039900*================================================================
040000* 4200-list-gap
040100*     list a gap in the chain sequence - the found sequence
040200*     number and text are already set.
040300*================================================================
040400 4200-list-gap.
040500     add 1 to ws-gap-count.
040600     move ws-log-name           to vd-log-name.
040700     move ws-record-no          to vd-record-no.
040800     move ws-chain-expected-seq to vd-expected-seq.
040900     if wk-trans-id numeric
041000         move wk-trans-id to vd-trans-id
041100     else
041200         move zeros to vd-trans-id
041300     end-if.
041400     move wk-timestamp          to vd-timestamp.
041500     write logv-print-record from lgv-detail-line.
041600 4200-exit.
041700     exit.
041800
041900*================================================================
042000* 6000-write-first-break
042100*     print the first record whose chain value did not work out,
042200*     or say there was none.
042300*================================================================
042400 6000-write-first-break.
042500     if ws-gap-count = zero
042600         move "NO GAPS" to vn-none-text
042700         write logv-print-record from lgv-none-line
042800     end-if.
042900     write logv-print-record from lgv-blank-line.
043000     move "FIRST BROKEN LINK" to vs-section-title.
043100     write logv-print-record from lgv-section-line.
043200     if ws-broken-count = zero
043300         move "NO BROKEN LINKS" to vn-none-text
043400         write logv-print-record from lgv-none-line
043500     else
043600         move fb-log-name   to vd-log-name
043700         move fb-record-no  to vd-record-no
043800         move fb-seq        to vd-expected-seq
043900         move fb-seq        to vd-found-seq
044000         move fb-trans-id   to vd-trans-id
044100         move fb-timestamp  to vd-timestamp
044200         move "CHAIN VALUE DOES NOT WORK OUT"
044300             to vd-detail-text
044400         write logv-print-record from lgv-detail-line
044500     end-if.
044600 6000-exit.
044700     exit.
044800
044900*================================================================
045000* 7000-write-counts
045100*     print how much log was walked and what was found, and
045200*     note the outcome on the console for the operations log.
045300*================================================================
045400 7000-write-counts.
045500     write logv-print-record from lgv-blank-line.
045600     move "ARCHIVED LOG RECORDS READ               "
045700         to vc-count-title.
045800     move ws-arch-read-count to vc-count.
045900     write logv-print-record from lgv-count-line.
046000     move "LIVE LOG RECORDS READ                   "
046100         to vc-count-title.
046200     move ws-live-read-count to vc-count.
046300     write logv-print-record from lgv-count-line.
046400     move "RECORDS FROM BEFORE THE CHAIN           "
046500         to vc-count-title.
046600     move ws-unchained-count to vc-count.
046700     write logv-print-record from lgv-count-line.
046800     move "LINKS VERIFIED                          "
046900         to vc-count-title.
047000     move ws-verified-count to vc-count.
047100     write logv-print-record from lgv-count-line.
047200     move "BROKEN LINKS                            "
047300         to vc-count-title.
047400     move ws-broken-count to vc-count.
047500     write logv-print-record from lgv-count-line.
047600     move "GAPS IN THE SEQUENCE                    "
047700         to vc-count-title.
047800     move ws-gap-count to vc-count.
047900     write logv-print-record from lgv-count-line.
048000     write logv-print-record from lgv-blank-line.
048100     if ws-broken-count = zero and ws-gap-count = zero
048200         move "CHAIN INTACT" to vp-proof
048300         display "multlogv: audit log chain intact"
048400     else
048500         move "CHAIN BROKEN - SEE LISTING" to vp-proof
048600         display "multlogv: audit log chain broken - "
048700             ws-broken-count " broken links, "
048800             ws-gap-count " gaps"
048900     end-if.
049000     write logv-print-record from lgv-proof-line.
049100 7000-exit.
049200     exit.
049300
049400*================================================================
049500* 9000-terminate
049600*     close whichever files this run opened.
049700*================================================================
049800 9000-terminate.
049900     if ws-archive-is-open
050000         close archlog-file
050100     end-if.
050200     if ws-live-is-open
050300         close log-file
050400     end-if.
050500     if not ws-has-fatal-error
050600         close report-file
050700     end-if.
050800 9000-exit.
050900     exit.
