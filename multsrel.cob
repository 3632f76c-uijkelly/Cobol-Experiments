000100 identification division.
000200 program-id. multsrel.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-20.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-20  jk   original version - suspense re-edit and release
001100*                  sweep, run ahead of mult.  every transaction
001200*                  still pending on the suspense file is put back
001300*                  through mult's own edits against today's
001400*                  account reference and exchange rate files, and
001500*                  through the arithmetic, exactly as keyed.  one
001600*                  that now passes is released to the transaction
001700*                  file the way multsusp releases a repair; one
001800*                  that still fails stays pending with the reason
001900*                  it fails for today.  a transaction suspended
002000*                  because its source batch did not balance is
002100*                  left for an operator to repair - the batch,
002200*                  not the record, is what is in question.  every
002300*                  item is logged to the audit log and listed on
002400*                  a register.
002500*----------------------------------------------------------------
002600
002700 environment division.
002800 input-output section.
002900 file-control.
003000     select susp-file assign to "SUSPENSE"
003100         organization is indexed
003200         access mode is dynamic
003300         record key is ss-trans-id
003400         file status is ws-susp-status.
003500
003600     select trans-file assign to "TRANSIN"
003700         organization is line sequential
003800         file status is ws-trans-status.
003900
004000     select acct-file assign to "ACCTREF"
004100         organization is line sequential
004200         file status is ws-acct-status.
004300
004400     select rate-file assign to "EXCHRATE"
004500         organization is line sequential
004600         file status is ws-rate-status.
004700
004800     select opsec-file assign to "OPERSEC"
004900         organization is line sequential
005000         file status is ws-opsec-status.
005100
005200     select log-file assign to "AUDITLOG"
005300         organization is line sequential
005400         file status is ws-log-status.
005500
005600     select report-file assign to "SRELRPT"
005700         organization is line sequential
005800         file status is ws-report-status.
005900
006000 data division.
006100 file section.
006200 fd  susp-file.
006300 copy susprec.
006400
006500 fd  trans-file
006600     record contains 80 characters.
006700 copy tranrec.
006800
006900 fd  acct-file
007000     record contains 60 characters.
007100 copy acctrec.
007200
007300 fd  rate-file
007400     record contains 30 characters.
007500 copy xratrec.
007600
007700 fd  opsec-file
007800     record contains 40 characters.
007900 copy operrec.
008000
008100 fd  log-file
008200     record contains 154 characters.
008300 copy logrec.
008400
008500 fd  report-file
008600     record contains 132 characters.
008700 01  srel-print-record           pic x(132).
008800
008900 working-storage section.
009000*----------------------------------------------------------------
009100* report lines - built here and written from working storage,
009200* since a file section record's initial content is undefined.
009300*----------------------------------------------------------------
009400 01  srl-heading-1.
009500     05  filler                  pic x(05) value spaces.
009600     05  filler                  pic x(36)
009700             value "MULT - SUSPENSE RE-EDIT AND RELEASE".
009800     05  filler                  pic x(05) value spaces.
009900     05  sh1-run-date            pic x(10).
010000     05  filler                  pic x(05) value spaces.
010100     05  filler                  pic x(05) value "PAGE ".
010200     05  sh1-page-no             pic zz9.
010300     05  filler                  pic x(63) value spaces.
010400 01  srl-heading-2.
010500     05  filler                  pic x(05) value spaces.
010600     05  filler                  pic x(06) value "TRANS ".
010700     05  filler                  pic x(02) value spaces.
010800     05  filler                  pic x(04) value "ACCT".
010900     05  filler                  pic x(02) value spaces.
011000     05  filler                  pic x(03) value "CCY".
011100     05  filler                  pic x(02) value spaces.
011200     05  filler                  pic x(01) value "M".
011300     05  filler                  pic x(02) value spaces.
011400     05  filler                  pic x(01) value "O".
011500     05  filler                  pic x(02) value spaces.
011600     05  filler                  pic x(05) value " NUM1".
011700     05  filler                  pic x(02) value spaces.
011800     05  filler                  pic x(05) value " NUM2".
011900     05  filler                  pic x(02) value spaces.
012000     05  filler                  pic x(10) value "SUSPENDED".
012100     05  filler                  pic x(02) value spaces.
012200     05  filler                  pic x(14) value "OUTCOME".
012300     05  filler                  pic x(02) value spaces.
012400     05  filler                  pic x(30) value "REASON".
012500     05  filler                  pic x(28) value spaces.
012600 01  srl-detail-line.
012700     05  filler                  pic x(05) value spaces.
012800     05  sd-trans-id             pic 9(06).
012900     05  filler                  pic x(02) value spaces.
013000     05  sd-acct-code            pic x(04).
013100     05  filler                  pic x(02) value spaces.
013200     05  sd-curr-code            pic x(03).
013300     05  filler                  pic x(02) value spaces.
013400     05  sd-mode-flag            pic x(01).
013500     05  filler                  pic x(02) value spaces.
013600     05  sd-oper-code            pic x(01).
013700     05  filler                  pic x(02) value spaces.
013800     05  sd-num1                 pic x(05).
013900     05  filler                  pic x(02) value spaces.
014000     05  sd-num2                 pic x(05).
014100     05  filler                  pic x(02) value spaces.
014200     05  sd-susp-date            pic x(10).
014300     05  filler                  pic x(02) value spaces.
014400     05  sd-outcome              pic x(14).
014500     05  filler                  pic x(02) value spaces.
014600     05  sd-reason               pic x(30).
014700     05  filler                  pic x(28) value spaces.
014800 01  srl-count-line.
014900     05  filler                  pic x(05) value spaces.
015000     05  sc-count-title          pic x(30).
015100     05  sc-count                pic zzzzz9.
015200     05  filler                  pic x(91) value spaces.
015300 01  srl-blank-line              pic x(132) value spaces.
015400*----------------------------------------------------------------
015500* file status and end-of-file switches
015600*----------------------------------------------------------------
015700 77  ws-susp-status          pic xx       value "00".
015800 77  ws-trans-status         pic xx       value "00".
015900 77  ws-acct-status          pic xx       value "00".
016000 77  ws-rate-status          pic xx       value "00".
016100 77  ws-opsec-status         pic xx       value "00".
016200 77  ws-log-status           pic xx       value "00".
016300 77  ws-report-status        pic xx       value "00".
016400 77  ws-eof-switch           pic x        value "N".
016500     88  ws-end-of-file      value "Y".
016600 77  ws-fatal-switch         pic x        value "N".
016700     88  ws-has-fatal-error  value "Y".
016800 77  ws-opsec-eof-switch     pic x        value "N".
016900     88  ws-opsec-end-of-file value "Y".
017000 77  ws-oper-found-switch    pic x        value "N".
017100     88  ws-oper-is-found    value "Y".
017200 77  ws-acct-eof-switch      pic x        value "N".
017300     88  ws-acct-end-of-file value "Y".
017400 77  ws-rate-eof-switch      pic x        value "N".
017500     88  ws-rate-end-of-file value "Y".
017600 77  ws-run-date             pic 9(08)    value zeros.
017700 77  ws-run-time             pic 9(08)    value zeros.
017800 77  ws-operator-id          pic x(08)    value spaces.
017900 01  ws-environment-name     pic x(20)    value "USER".
018000 77  ws-fmt-date             pic x(10)    value spaces.
018100 77  ws-date-work            pic 9(08)    value zeros.
018200*----------------------------------------------------------------
018300* the suspended transaction being re-edited.  num1/num2 come off
018400* the suspense record alphanumeric and are class-tested before
018500* they are used, the same way mult edits the raw operands.
018600*----------------------------------------------------------------
018700 01  ws-sr-num1              pic x(05)    value spaces.
018800 01  ws-sr-num1-whole redefines ws-sr-num1
018900                             pic 9(05).
019000 01  ws-sr-num1-dec redefines ws-sr-num1
019100                             pic 9(03)v99.
019200 01  ws-sr-num2              pic x(05)    value spaces.
019300 01  ws-sr-num2-whole redefines ws-sr-num2
019400                             pic 9(05).
019500 01  ws-sr-num2-dec redefines ws-sr-num2
019600                             pic 9(03)v99.
019700 77  ws-sr-curr-code         pic x(03)    value spaces.
019800 77  ws-valid-switch         pic x        value "Y".
019900     88  ws-data-is-valid    value "Y".
020000     88  ws-data-is-invalid  value "N".
020100 77  ws-size-switch          pic x        value "N".
020200     88  ws-has-size-error   value "Y".
020300 77  ws-reject-reason        pic x(30)    value spaces.
020400 77  ws-sr-result            pic 9(09)    value zeros.
020500 77  ws-sr-result-dec        pic 9(07)v99 value zeros.
020600 77  ws-curr-result          pic 9(09)v99 value zeros.
020700 77  ws-base-result          pic 9(09)v99 value zeros.
020800*----------------------------------------------------------------
020900* account reference table, loaded from acctref the same way
021000* mult loads it.
021100*----------------------------------------------------------------
021200 77  ws-acct-found-switch    pic x        value "N".
021300     88  ws-acct-is-found    value "Y".
021400 77  ws-acct-sub             pic 9(03)    value zeros.
021500 77  ws-acct-ref-max         pic 9(03)    value 100.
021600 01  ws-acct-ref-table.
021700     05  ws-acct-ref-count   pic 9(03)    value zeros.
021800     05  ws-acct-ref-entry occurs 100 times.
021900         10  ws-acct-ref-code  pic x(04).
022000         10  ws-acct-ref-eff   pic 9(08).
022100         10  ws-acct-ref-stat  pic x(01).
022200*----------------------------------------------------------------
022300* exchange rate table, loaded from exchrate the same way mult
022400* loads it, and searched for the rate in force on the run date
022500* the same way.
022600*----------------------------------------------------------------
022700 77  ws-base-currency        pic x(03)    value "USD".
022800 77  ws-curr-known-switch    pic x        value "N".
022900     88  ws-curr-is-known    value "Y".
023000 77  ws-exch-rate            pic 9(04)v9(06) value zeros.
023100 77  ws-rate-best-eff        pic 9(08)    value zeros.
023200 77  ws-rate-sub             pic 9(03)    value zeros.
023300 77  ws-rate-max             pic 9(03)    value 200.
023400 01  ws-rate-table.
023500     05  ws-rate-count       pic 9(03)    value zeros.
023600     05  ws-rate-entry occurs 200 times.
023700         10  ws-rate-code      pic x(03).
023800         10  ws-rate-eff       pic 9(08).
023900         10  ws-rate-value     pic 9(04)v9(06).
024000*----------------------------------------------------------------
024100* sweep counts and report pagination
024200*----------------------------------------------------------------
024300 77  ws-examined-count       pic 9(06)    value zeros.
024400 77  ws-released-count       pic 9(06)    value zeros.
024500 77  ws-pending-count        pic 9(06)    value zeros.
024600 77  ws-batch-count          pic 9(06)    value zeros.
024700 77  ws-line-count           pic 9(03)    value zeros.
024800 77  ws-page-count           pic 9(03)    value zeros.
024900 77  ws-lines-per-page       pic 9(03)    value 20.
025000*----------------------------------------------------------------
025100* audit log chain - the sequence number and chain value of the
025200* last record on the log, carried on to every record appended.
025300* a record's chain value is worked from the value before it and
025400* every character of the record ahead of the value itself, so
025500* a record changed, removed or slipped in breaks the chain from
025600* that point on.
025700*----------------------------------------------------------------
025800 77  ws-chain-last-seq       pic 9(08)    value zeros.
025900 77  ws-chain-last-value     pic 9(10)    value zeros.
026000 77  ws-chain-hash           pic 9(10)    value zeros.
026100 77  ws-chain-work           pic 9(12)    value zeros.
026200 77  ws-chain-quotient       pic 9(12)    value zeros.
026300 77  ws-chain-sub            pic 9(03)    value zeros.
026400 77  ws-chain-eof-switch     pic x        value "N".
026500     88  ws-chain-end-of-log value "Y".
026600 01  ws-chain-byte-area.
026700     05  ws-chain-byte-pair  pic x(02).
026800     05  ws-chain-byte-value redefines ws-chain-byte-pair
026900                             pic 9(04) binary.
027000
027100 procedure division.
027200*================================================================
027300* 0000-mainline
027400*     top level control paragraph for the suspense sweep.
027500*================================================================
027600 0000-mainline.
027700     perform 1000-initialize thru 1000-exit.
027800     if not ws-has-fatal-error
027900         perform 2000-sweep-suspense thru 2000-exit
028000         perform 4000-write-closing-counts thru 4000-exit
028100     end-if.
028200     perform 9000-terminate thru 9000-exit.
028300     goback.
028400
028500*================================================================
028600* 1000-initialize
028700*     identify the operator and check the security file, load
028800*     the reference tables, then open the suspense file for
028900*     update, the transaction file extend, the audit log and
029000*     the register.  no suspense file means nothing was ever
029100*     suspended, and that is reported rather than treated as an
029200*     error.
029300*================================================================
029400 1000-initialize.
029500     accept ws-run-date from date yyyymmdd.
029600     display ws-environment-name upon environment-name.
029700     accept ws-operator-id from environment-value.
029800     perform 1100-check-operator thru 1100-exit.
029900     if not ws-has-fatal-error
030000         perform 1300-load-account-table thru 1300-exit
030100     end-if.
030200     if not ws-has-fatal-error
030300         perform 1400-load-rate-table thru 1400-exit
030400     end-if.
030500     if ws-has-fatal-error
030600         go to 1000-exit
030700     end-if.
030800     open i-o susp-file.
030900     if ws-susp-status not = "00"
031000         if ws-susp-status = "35"
031100             display "multsrel: no suspense file - "
031200                 "nothing to re-edit"
031300         else
031400             display "multsrel: unable to open suspense file - "
031500                 "status " ws-susp-status " - run stopped"
031600         end-if
031700         set ws-has-fatal-error to true
031800         go to 1000-exit
031900     end-if.
032000     open extend trans-file.
032100     if ws-trans-status = "35"
032200         open output trans-file
032300     end-if.
032400     if ws-trans-status not = "00"
032500         display "multsrel: unable to open transaction file - "
032600             "status " ws-trans-status " - run stopped"
032700         set ws-has-fatal-error to true
032800         close susp-file
032900         go to 1000-exit
033000     end-if.
033100     perform 8700-find-log-chain thru 8700-exit.
033200     open extend log-file.
033300     if ws-log-status = "35"
033400         open output log-file
033500     end-if.
033600     if ws-log-status not = "00"
033700         display "multsrel: unable to open audit log - status "
033800             ws-log-status " - run stopped"
033900         set ws-has-fatal-error to true
034000         close susp-file
034100         close trans-file
034200         go to 1000-exit
034300     end-if.
034400     open output report-file.
034500     if ws-report-status not = "00"
034600         display "multsrel: unable to open report file - status "
034700             ws-report-status " - run stopped"
034800         set ws-has-fatal-error to true
034900         close susp-file
035000         close trans-file
035100         close log-file
035200         go to 1000-exit
035300     end-if.
035400     move ws-run-date to ws-date-work.
035500     perform 8000-format-date thru 8000-exit.
035600     move ws-fmt-date to sh1-run-date.
035700     add 1 to ws-page-count.
035800     perform 7000-write-report-header thru 7000-exit.
035900 1000-exit.
036000     exit.
036100
036200*================================================================
036300* 1100-check-operator
036400*     check the operator the sweep runs under against the
036500*     operator security file.  releasing suspense posts to the
036600*     next run, so the operator must be on the file, active,
036700*     and flagged for both batch processing and suspense
036800*     repair; a denial goes to the permanent audit log.  a
036900*     missing security file also stops the sweep - the check
037000*     fails closed.
037100*================================================================
037200 1100-check-operator.
037300     open input opsec-file.
037400     if ws-opsec-status not = "00"
037500         display "multsrel: unable to open operator security "
037600             "file - status " ws-opsec-status " - run stopped"
037700         set ws-has-fatal-error to true
037800     else
037900         move "N" to ws-opsec-eof-switch
038000         move "N" to ws-oper-found-switch
038100         perform 1150-read-one-operator thru 1150-exit
038200             until ws-oper-is-found
038300                 or ws-opsec-end-of-file
038400         close opsec-file
038500         if not ws-oper-is-found
038600             or not op-is-active
038700             or not op-batch-allowed
038800             or not op-susp-allowed
038900             display "multsrel: operator " ws-operator-id
039000                 " is not authorized for suspense release "
039100                 "- run stopped"
039200             perform 1200-log-denial thru 1200-exit
039300             set ws-has-fatal-error to true
039400         end-if
039500     end-if.
039600 1100-exit.
039700     exit.
039800
039900*================================================================
040000* 1150-read-one-operator
040100*     read a single security record and remember when it is
040200*     the sweep operator's, as part of the sign-on check.
040300*================================================================
040400 1150-read-one-operator.
040500     read opsec-file
040600         at end
040700             set ws-opsec-end-of-file to true
040800     end-read.
040900     if not ws-opsec-end-of-file
041000         if op-operator-id = ws-operator-id
041100             set ws-oper-is-found to true
041200         end-if
041300     end-if.
041400 1150-exit.
041500     exit.
041600
041700*================================================================
041800* 1200-log-denial
041900*     append the denied attempt to the permanent audit log.
042000*     the log is opened just for this record - the sweep stops
042100*     before its normal opens ever happen.
042200*================================================================
042300 1200-log-denial.
042400     perform 8700-find-log-chain thru 8700-exit.
042500     open extend log-file.
042600     if ws-log-status = "35"
042700         open output log-file
042800     end-if.
042900     if ws-log-status = "00"
043000         accept ws-run-time from time
043100         string ws-run-date delimited by size
043200                 "-" delimited by size
043300                 ws-run-time delimited by size
043400             into lg-timestamp
043500         move zeros          to lg-run-no
043600         move ws-operator-id to lg-operator-id
043700         move zeros          to lg-trans-id
043800         move space          to lg-mode-flag
043900         move space          to lg-oper-code
044000         move zeros          to lg-num1
044100         move zeros          to lg-num2
044200         move zeros          to lg-result
044300         move spaces         to lg-curr-code
044400         move zeros          to lg-curr-result
044500         move zeros          to lg-exch-rate
044600         move "security - suspense release sweep denied"
044700             to lg-message
044800         perform 8800-write-chained-log thru 8800-exit
044900         close log-file
045000     end-if.
045100 1200-exit.
045200     exit.
045300
045400*================================================================
045500* 1300-load-account-table
045600*     load the account reference file into the account table,
045700*     the same load mult performs.  a missing or empty reference
045800*     file means no item could pass mult's edits, so the sweep
045900*     stops rather than re-suspend everything.
046000*================================================================
046100 1300-load-account-table.
046200     open input acct-file.
046300     if ws-acct-status not = "00"
046400         display "multsrel: unable to open account reference "
046500             "file - status " ws-acct-status " - run stopped"
046600         set ws-has-fatal-error to true
046700         go to 1300-exit
046800     end-if.
046900     move "N" to ws-acct-eof-switch.
047000     perform 1350-load-one-account thru 1350-exit
047100         until ws-acct-end-of-file or ws-has-fatal-error.
047200     close acct-file.
047300     if ws-acct-ref-count = zero
047400         and not ws-has-fatal-error
047500         display "multsrel: account reference file is empty - "
047600             "run stopped"
047700         set ws-has-fatal-error to true
047800     end-if.
047900 1300-exit.
048000     exit.
048100
048200*================================================================
048300* 1350-load-one-account
048400*     read one account reference record into the next table
048500*     entry, as part of the account table load.
048600*================================================================
048700 1350-load-one-account.
048800     read acct-file
048900         at end
049000             set ws-acct-end-of-file to true
049100     end-read.
049200     if ws-acct-end-of-file
049300         go to 1350-exit
049400     end-if.
049500     if ws-acct-ref-count >= ws-acct-ref-max
049600         display "multsrel: account reference file exceeds "
049700             "table size - run stopped"
049800         set ws-has-fatal-error to true
049900         go to 1350-exit
050000     end-if.
050100     add 1 to ws-acct-ref-count.
050200     move ac-acct-code to ws-acct-ref-code (ws-acct-ref-count).
050300*    a record from before effective dating carries spaces here -
050400*    it loads as active and always effective, the same way mult
050500*    loads it
050600     if ac-eff-date numeric
050700         move ac-eff-date to ws-acct-ref-eff (ws-acct-ref-count)
050800     else
050900         move zeros to ws-acct-ref-eff (ws-acct-ref-count)
051000     end-if.
051100     if ac-inactive
051200         move "I" to ws-acct-ref-stat (ws-acct-ref-count)
051300     else
051400         move "A" to ws-acct-ref-stat (ws-acct-ref-count)
051500     end-if.
051600 1350-exit.
051700     exit.
051800
051900*================================================================
052000* 1400-load-rate-table
052100*     load the exchange rate file into the rate table, the same
052200*     load mult performs.  no rate file means only base currency
052300*     items can pass; an unreadable or oversized one is fatal.
052400*================================================================
052500 1400-load-rate-table.
052600     open input rate-file.
052700     evaluate ws-rate-status
052800         when "00"
052900             move "N" to ws-rate-eof-switch
053000             perform 1450-load-one-rate thru 1450-exit
053100                 until ws-rate-end-of-file or ws-has-fatal-error
053200             close rate-file
053300         when "35"
053400             display "multsrel: no exchange rate file - only "
053500                 "base currency items can be released"
053600         when other
053700             display "multsrel: unable to open exchange rate "
053800                 "file - status " ws-rate-status " - run stopped"
053900             set ws-has-fatal-error to true
054000     end-evaluate.
054100 1400-exit.
054200     exit.
054300
054400*================================================================
054500* 1450-load-one-rate
054600*     read one exchange rate record into the next table entry,
054700*     as part of the rate table load.
054800*================================================================
054900 1450-load-one-rate.
055000     read rate-file
055100         at end
055200             set ws-rate-end-of-file to true
055300     end-read.
055400     if not ws-rate-end-of-file
055500         if ws-rate-count >= ws-rate-max
055600             display "multsrel: exchange rate file exceeds "
055700                 "table size - run stopped"
055800             set ws-has-fatal-error to true
055900         else
056000             add 1 to ws-rate-count
056100             move xr-curr-code to ws-rate-code (ws-rate-count)
056200             move xr-eff-date  to ws-rate-eff (ws-rate-count)
056300             move xr-rate      to ws-rate-value (ws-rate-count)
056400         end-if
056500     end-if.
056600 1450-exit.
056700     exit.
056800
056900*================================================================
057000* 2000-sweep-suspense
057100*     read the suspense file front to back and re-edit every
057200*     transaction still pending.  released ones are passed
057300*     over - they are already in a run's transaction file.
057400*================================================================
057500 2000-sweep-suspense.
057600     move "N" to ws-eof-switch.
057700     perform 2100-read-suspense thru 2100-exit.
057800     perform 2200-sweep-one-item thru 2200-exit
057900         until ws-end-of-file.
058000 2000-exit.
058100     exit.
058200
058300*================================================================
058400* 2100-read-suspense
058500*     read the next suspense record in trans-id order, as part
058600*     of the sweep.
058700*================================================================
058800 2100-read-suspense.
058900     read susp-file next record
059000         at end
059100             set ws-end-of-file to true
059200     end-read.
059300 2100-exit.
059400     exit.
059500
059600*================================================================
059700* 2200-sweep-one-item
059800*     take one suspense record through the sweep when it is
059900*     still pending, then read the next one.
060000*================================================================
060100 2200-sweep-one-item.
060200     if ss-suspended
060300         perform 2300-sweep-pending-item thru 2300-exit
060400     end-if.
060500     perform 2100-read-suspense thru 2100-exit.
060600 2200-exit.
060700     exit.
060800
060900*================================================================
061000* 2300-sweep-pending-item
061100*     re-edit one pending item and release it, leave it pending
061200*     with today's reason, or leave it for repair when its batch
061300*     did not balance; then log it and list it.
061400*================================================================
061500 2300-sweep-pending-item.
061600     add 1 to ws-examined-count.
061700     move ss-num1 to ws-sr-num1.
061800     move ss-num2 to ws-sr-num2.
061900     move zeros to ws-base-result.
062000     move zeros to ws-curr-result.
062100     move zeros to ws-exch-rate.
062200     if ss-reason = "BATCH OUT OF BALANCE"
062300         add 1 to ws-batch-count
062400         move "LEFT FOR REPAIR" to sd-outcome
062500         move "suspense sweep - left for repair - batch"
062600             to lg-message
062700     else
062800         perform 3000-re-edit thru 3000-exit
062900         if ws-data-is-valid
063000             perform 3500-release-item thru 3500-exit
063100         else
063200             perform 3600-keep-item thru 3600-exit
063300         end-if
063400     end-if.
063500     perform 5000-log-item thru 5000-exit.
063600     perform 6000-write-item-line thru 6000-exit.
063700 2300-exit.
063800     exit.
063900
064000*================================================================
064100* 3000-re-edit
064200*     put the suspended transaction through the edits mult's
064300*     2100-validate-record applies, in the same order, so the
064400*     reason left on a failing item is the one mult would give
064500*     it today.  one that passes is then put through mult's
064600*     arithmetic and conversion to base, since an overflow
064700*     suspends it just the same.
064800*================================================================
064900 3000-re-edit.
065000     set ws-data-is-valid to true.
065100     move "N" to ws-size-switch.
065200     move spaces to ws-reject-reason.
065300     if ws-sr-num1 not numeric
065400         or ws-sr-num2 not numeric
065500         set ws-data-is-invalid to true
065600         move "REJECTED - NOT NUMERIC" to ws-reject-reason
065700     end-if.
065800     if ss-oper-code not = "A" and ss-oper-code not = "S"
065900         and ss-oper-code not = "M" and ss-oper-code not = "D"
066000         set ws-data-is-invalid to true
066100         move "REJECTED - BAD OPERATION" to ws-reject-reason
066200     end-if.
066300     perform 3100-check-account thru 3100-exit.
066400     evaluate true
066500         when not ws-acct-is-found
066600             set ws-data-is-invalid to true
066700             move "REJECTED - UNKNOWN ACCOUNT" to ws-reject-reason
066800         when ws-acct-ref-stat (ws-acct-sub) = "I"
066900             set ws-data-is-invalid to true
067000             move "REJECTED - ACCOUNT INACTIVE"
067100                 to ws-reject-reason
067200         when ws-acct-ref-eff (ws-acct-sub) > ws-run-date
067300             set ws-data-is-invalid to true
067400             move "REJECTED - ACCT NOT EFFECTIVE"
067500                 to ws-reject-reason
067600         when other
067700             continue
067800     end-evaluate.
067900     perform 3200-find-rate thru 3200-exit.
068000     evaluate true
068100         when not ws-curr-is-known
068200             set ws-data-is-invalid to true
068300             move "REJECTED - UNKNOWN CURRENCY"
068400                 to ws-reject-reason
068500         when ws-exch-rate = zero
068600             set ws-data-is-invalid to true
068700             move "REJECTED - NO EXCHANGE RATE"
068800                 to ws-reject-reason
068900         when other
069000             continue
069100     end-evaluate.
069200     if ws-data-is-valid and ss-oper-code = "D"
069300         if (ss-mode-flag = "D" and ws-sr-num2-dec = zero)
069400             or (ss-mode-flag not = "D"
069500                 and ws-sr-num2-whole = zero)
069600             set ws-data-is-invalid to true
069700             move "REJECTED - DIVIDE BY ZERO" to ws-reject-reason
069800         end-if
069900     end-if.
070000     if ws-data-is-valid and ss-oper-code = "S"
070100         if (ss-mode-flag = "D"
070200                 and ws-sr-num2-dec > ws-sr-num1-dec)
070300             or (ss-mode-flag not = "D"
070400                 and ws-sr-num2-whole > ws-sr-num1-whole)
070500             set ws-data-is-invalid to true
070600             move "REJECTED - NEGATIVE RESULT" to ws-reject-reason
070700         end-if
070800     end-if.
070900     if ws-data-is-valid
071000         perform 3300-compute-result thru 3300-exit
071100         if ws-has-size-error
071200             set ws-data-is-invalid to true
071300             move "SIZE ERROR - OVERFLOW" to ws-reject-reason
071400         end-if
071500     end-if.
071600 3000-exit.
071700     exit.
071800
071900*================================================================
072000* 3100-check-account
072100*     scan the account reference table for the item's account
072200*     code, leaving ws-acct-is-found set when the code is a
072300*     known account and ws-acct-sub pointing at its entry.
072400*================================================================
072500 3100-check-account.
072600     move "N" to ws-acct-found-switch.
072700     move zeros to ws-acct-sub.
072800     perform 3150-scan-one-account thru 3150-exit
072900         until ws-acct-is-found
073000             or ws-acct-sub >= ws-acct-ref-count.
073100 3100-exit.
073200     exit.
073300
073400*================================================================
073500* 3150-scan-one-account
073600*     compare the item's account code against a single account
073700*     table entry, as part of the reference table scan.
073800*================================================================
073900 3150-scan-one-account.
074000     add 1 to ws-acct-sub.
074100     if ws-acct-ref-code (ws-acct-sub) = ss-acct-code
074200         set ws-acct-is-found to true
074300     end-if.
074400 3150-exit.
074500     exit.
074600
074700*================================================================
074800* 3200-find-rate
074900*     find the exchange rate in force for the item's currency on
075000*     the run date - the rate with the latest effective date not
075100*     after it - the way mult's 2130-find-rate does.  blank is
075200*     the base currency, which always converts at one.
075300*================================================================
075400 3200-find-rate.
075500     move ss-curr-code to ws-sr-curr-code.
075600     if ws-sr-curr-code = spaces
075700         move ws-base-currency to ws-sr-curr-code
075800     end-if.
075900     move "N" to ws-curr-known-switch.
076000     move zeros to ws-exch-rate.
076100     move zeros to ws-rate-best-eff.
076200     if ws-sr-curr-code = ws-base-currency
076300         set ws-curr-is-known to true
076400         move 1 to ws-exch-rate
076500     else
076600         move zeros to ws-rate-sub
076700         perform 3250-scan-one-rate thru 3250-exit
076800             until ws-rate-sub >= ws-rate-count
076900     end-if.
077000 3200-exit.
077100     exit.
077200
077300*================================================================
077400* 3250-scan-one-rate
077500*     compare a single rate table entry with the item's currency
077600*     and keep it when it is the latest in force so far, as part
077700*     of the rate search.
077800*================================================================
077900 3250-scan-one-rate.
078000     add 1 to ws-rate-sub.
078100     if ws-rate-code (ws-rate-sub) = ws-sr-curr-code
078200         set ws-curr-is-known to true
078300         if ws-rate-eff (ws-rate-sub) not > ws-run-date
078400             and ws-rate-eff (ws-rate-sub) not < ws-rate-best-eff
078500             move ws-rate-eff (ws-rate-sub) to ws-rate-best-eff
078600             move ws-rate-value (ws-rate-sub) to ws-exch-rate
078700         end-if
078800     end-if.
078900 3250-exit.
079000     exit.
079100
079200*================================================================
079300* 3300-compute-result
079400*     the arithmetic mult's 2200-compute-result performs, in the
079500*     item's mode and currency, and the conversion to base at
079600*     the rate 3200 found - only to learn whether the result
079700*     still overflows.  the figures are logged with a release
079800*     but mult works them out again when it posts.
079900*================================================================
080000 3300-compute-result.
080100     if ss-mode-flag = "D"
080200         evaluate ss-oper-code
080300             when "A"
080400                 add ws-sr-num1-dec to ws-sr-num2-dec
080500                     giving ws-sr-result-dec
080600                     on size error
080700                         set ws-has-size-error to true
080800                 end-add
080900             when "S"
081000                 subtract ws-sr-num2-dec from ws-sr-num1-dec
081100                     giving ws-sr-result-dec
081200                     on size error
081300                         set ws-has-size-error to true
081400                 end-subtract
081500             when "M"
081600                 multiply ws-sr-num1-dec by ws-sr-num2-dec
081700                     giving ws-sr-result-dec
081800                     on size error
081900                         set ws-has-size-error to true
082000                 end-multiply
082100             when "D"
082200                 divide ws-sr-num1-dec by ws-sr-num2-dec
082300                     giving ws-sr-result-dec rounded
082400                     on size error
082500                         set ws-has-size-error to true
082600                 end-divide
082700         end-evaluate
082800         move ws-sr-result-dec to ws-curr-result
082900     else
083000         evaluate ss-oper-code
083100             when "A"
083200                 add ws-sr-num1-whole to ws-sr-num2-whole
083300                     giving ws-sr-result
083400                     on size error
083500                         set ws-has-size-error to true
083600                 end-add
083700             when "S"
083800                 subtract ws-sr-num2-whole from ws-sr-num1-whole
083900                     giving ws-sr-result
084000                     on size error
084100                         set ws-has-size-error to true
084200                 end-subtract
084300             when "M"
084400                 multiply ws-sr-num1-whole by ws-sr-num2-whole
084500                     giving ws-sr-result
084600                     on size error
084700                         set ws-has-size-error to true
084800                 end-multiply
084900             when "D"
085000                 divide ws-sr-num1-whole by ws-sr-num2-whole
085100                     giving ws-sr-result
085200                     on size error
085300                         set ws-has-size-error to true
085400                 end-divide
085500         end-evaluate
085600         move ws-sr-result to ws-curr-result
085700     end-if.
085800     if ws-has-size-error
085900         move zeros to ws-curr-result
086000         go to 3300-exit
086100     end-if.
086200     move ws-curr-result to ws-base-result.
086300     if ws-exch-rate not = 1
086400         multiply ws-curr-result by ws-exch-rate
086500             giving ws-base-result rounded
086600             on size error
086700                 set ws-has-size-error to true
086800                 move zeros to ws-base-result
086900                 move zeros to ws-curr-result
087000         end-multiply
087100     end-if.
087200 3300-exit.
087300     exit.
087400
087500*================================================================
087600* 3500-release-item
087700*     append the transaction, exactly as keyed, to the
087800*     transaction file for the next run and mark the suspense
087900*     record released, the way multsusp releases a repair.
088000*================================================================
088100 3500-release-item.
088200     move spaces to tran-record.
088300     move ss-trans-id   to tr-trans-id.
088400     move ss-mode-flag  to tr-mode-flag.
088500     move ss-oper-code  to tr-oper-code.
088600     move ss-acct-code  to tr-acct-code.
088700     move ss-curr-code  to tr-curr-code.
088800     move ws-sr-num1    to tr-num1.
088900     move ws-sr-num2    to tr-num2.
089000     write tran-record.
089100     if ws-trans-status not = "00"
089200         display "multsrel: transaction write failed for "
089300             ss-trans-id " - status " ws-trans-status
089400             " - left pending"
089500         add 1 to ws-pending-count
089600         move "WRITE FAILED" to sd-outcome
089700         move "suspense sweep - release write failed"
089800             to lg-message
089900         go to 3500-exit
090000     end-if.
090100     set ss-released to true.
090200     move ws-run-date to ss-release-date.
090300     rewrite susp-record
090400         invalid key
090500             display "multsrel: suspense rewrite failed for "
090600                 ss-trans-id " - status " ws-susp-status
090700     end-rewrite.
090800     add 1 to ws-released-count.
090900     move "RELEASED" to sd-outcome.
091000     move "suspense sweep - re-edited clean, released"
091100         to lg-message.
091200 3500-exit.
091300     exit.
091400
091500*================================================================
091600* 3600-keep-item
091700*     leave the item pending with the reason it fails for today,
091800*     and the error flag that goes with it.
091900*================================================================
092000 3600-keep-item.
092100     move ws-reject-reason to ss-reason.
092200     if ws-has-size-error
092300         set ss-size-error to true
092400     else
092500         set ss-invalid-data to true
092600     end-if.
092700     rewrite susp-record
092800         invalid key
092900             display "multsrel: suspense rewrite failed for "
093000                 ss-trans-id " - status " ws-susp-status
093100     end-rewrite.
093200     add 1 to ws-pending-count.
093300     move "STILL PENDING" to sd-outcome.
093400     move "suspense sweep - still failing, left pending"
093500         to lg-message.
093600 3600-exit.
093700     exit.
093800
093900*================================================================
094000* 4000-write-closing-counts
094100*     print the sweep counts, note them on the console for the
094200*     operations log, and append a closing control record to
094300*     the audit log so the sweep itself stays on the trail.
094400*================================================================
094500 4000-write-closing-counts.
094600     write srel-print-record from srl-blank-line.
094700     move "PENDING ITEMS RE-EDITED" to sc-count-title.
094800     move ws-examined-count to sc-count.
094900     write srel-print-record from srl-count-line.
095000     move "RELEASED FOR THE NEXT RUN" to sc-count-title.
095100     move ws-released-count to sc-count.
095200     write srel-print-record from srl-count-line.
095300     move "STILL FAILING - LEFT PENDING" to sc-count-title.
095400     move ws-pending-count to sc-count.
095500     write srel-print-record from srl-count-line.
095600     move "BATCH ITEMS LEFT FOR REPAIR" to sc-count-title.
095700     move ws-batch-count to sc-count.
095800     write srel-print-record from srl-count-line.
095900     display "multsrel: " ws-released-count " released, "
096000         ws-pending-count " left pending, "
096100         ws-batch-count " left for repair".
096200     accept ws-run-time from time.
096300     string ws-run-date delimited by size
096400             "-" delimited by size
096500             ws-run-time delimited by size
096600         into lg-timestamp.
096700     move zeros          to lg-run-no.
096800     move ws-operator-id to lg-operator-id.
096900     move zeros          to lg-trans-id.
097000     move space          to lg-mode-flag.
097100     move space          to lg-oper-code.
097200     move zeros          to lg-num1.
097300     move zeros          to lg-num2.
097400     move ws-released-count to lg-result.
097500     move spaces         to lg-curr-code.
097600     move zeros          to lg-curr-result.
097700     move zeros          to lg-exch-rate.
097800     move spaces to lg-message.
097900     string "suspense sweep - released " delimited by size
098000             ws-released-count delimited by size
098100             ", pending " delimited by size
098200             ws-pending-count delimited by size
098300         into lg-message.
098400     perform 8800-write-chained-log thru 8800-exit.
098500 4000-exit.
098600     exit.
098700
098800*================================================================
098900* 5000-log-item
099000*     append the item's outcome to the permanent audit log.  the
099100*     message was set with the outcome; the operands are logged
099200*     as the item's mode reads them when they are numeric, and
099300*     a release carries the result mult will post.  the run
099400*     number is zero - the sweep is not a calculation run.
099500*================================================================
099600 5000-log-item.
099700     accept ws-run-time from time.
099800     string ws-run-date delimited by size
099900             "-" delimited by size
100000             ws-run-time delimited by size
100100         into lg-timestamp.
100200     move zeros          to lg-run-no.
100300     move ws-operator-id to lg-operator-id.
100400     move ss-trans-id    to lg-trans-id.
100500     move ss-mode-flag   to lg-mode-flag.
100600     move ss-oper-code   to lg-oper-code.
100700     move zeros          to lg-num1.
100800     move zeros          to lg-num2.
100900     if ws-sr-num1 numeric and ws-sr-num2 numeric
101000         if ss-mode-flag = "D"
101100             move ws-sr-num1-dec to lg-num1
101200             move ws-sr-num2-dec to lg-num2
101300         else
101400             move ws-sr-num1-whole to lg-num1
101500             move ws-sr-num2-whole to lg-num2
101600         end-if
101700     end-if.
101800     move ss-curr-code   to lg-curr-code.
101900     if ss-released
102000         move ws-base-result to lg-result
102100         move ws-curr-result to lg-curr-result
102200         move ws-exch-rate   to lg-exch-rate
102300     else
102400         move zeros to lg-result
102500         move zeros to lg-curr-result
102600         move zeros to lg-exch-rate
102700     end-if.
102800     perform 8800-write-chained-log thru 8800-exit.
102900 5000-exit.
103000     exit.
103100
103200*================================================================
103300* 6000-write-item-line
103400*     format and write the register line for the current item,
103500*     starting a new page when this one is full.  the outcome
103600*     was set with it.
103700*================================================================
103800 6000-write-item-line.
103900     if ws-line-count >= ws-lines-per-page
104000         add 1 to ws-page-count
104100         perform 7000-write-report-header thru 7000-exit
104200     end-if.
104300     move ss-trans-id  to sd-trans-id.
104400     move ss-acct-code to sd-acct-code.
104500     move ss-curr-code to sd-curr-code.
104600     move ss-mode-flag to sd-mode-flag.
104700     move ss-oper-code to sd-oper-code.
104800     move ss-num1      to sd-num1.
104900     move ss-num2      to sd-num2.
105000     move ss-susp-date to ws-date-work.
105100     perform 8000-format-date thru 8000-exit.
105200     move ws-fmt-date  to sd-susp-date.
105300     if ss-released
105400         move spaces to sd-reason
105500     else
105600         move ss-reason to sd-reason
105700     end-if.
105800     write srel-print-record from srl-detail-line.
105900     add 1 to ws-line-count.
106000 6000-exit.
106100     exit.
106200
106300*================================================================
106400* 7000-write-report-header
106500*     write the register's two heading lines for the current
106600*     page.
106700*================================================================
106800 7000-write-report-header.
106900     move ws-page-count to sh1-page-no.
107000     write srel-print-record from srl-heading-1.
107100     write srel-print-record from srl-blank-line.
107200     write srel-print-record from srl-heading-2.
107300     write srel-print-record from srl-blank-line.
107400     move zeros to ws-line-count.
107500 7000-exit.
107600     exit.
107700
107800*================================================================
107900* 8000-format-date
108000*     format the yyyymmdd date in ws-date-work as yyyy-mm-dd.
108100*================================================================
108200 8000-format-date.
108300     move ws-date-work(1:4) to ws-fmt-date(1:4).
108400     move "-"               to ws-fmt-date(5:1).
108500     move ws-date-work(5:2) to ws-fmt-date(6:2).
108600     move "-"               to ws-fmt-date(8:1).
108700     move ws-date-work(7:2) to ws-fmt-date(9:2).
108800 8000-exit.
108900     exit.
109000
110600*================================================================
110700* 8700-find-log-chain
110800*     read the audit log through to pick up the sequence number
110900*     and chain value of its last record, so the records about
111000*     to be appended carry the chain on.  no log yet, or a log
111100*     written before records were chained, starts the chain at
111200*     sequence one.
111300*================================================================
111400 8700-find-log-chain.
111500     move zeros to ws-chain-last-seq.
111600     move zeros to ws-chain-last-value.
111700     open input log-file.
111800     if ws-log-status = "00"
111900         move "N" to ws-chain-eof-switch
112000         perform 8750-read-one-chain thru 8750-exit
112100             until ws-chain-end-of-log
112200         close log-file
112300     end-if.
112400 8700-exit.
112500     exit.
112600
112700*================================================================
112800* 8750-read-one-chain
112900*     read one audit log record and keep its chain position, as
113000*     part of the chain pick-up.
113100*================================================================
113200 8750-read-one-chain.
113300     read log-file
113400         at end
113500             set ws-chain-end-of-log to true
113600     end-read.
113700     if not ws-chain-end-of-log
113800         and lg-chain-seq numeric
113900         and lg-chain-value numeric
114000         move lg-chain-seq   to ws-chain-last-seq
114100         move lg-chain-value to ws-chain-last-value
114200     end-if.
114300 8750-exit.
114400     exit.
114500
114600*================================================================
114700* 8800-write-chained-log
114800*     stamp the next chain sequence number on the audit record
114900*     in log-record, work its chain value from the value before
115000*     it and the 144 characters ahead of the value, and append
115100*     it to the log.
115200*================================================================
115300 8800-write-chained-log.
115400     add 1 to ws-chain-last-seq.
115500     move ws-chain-last-seq to lg-chain-seq.
115600     move ws-chain-last-value to ws-chain-hash.
115700     move zeros to ws-chain-sub.
115800     perform 8850-chain-one-byte thru 8850-exit
115900         until ws-chain-sub >= 144.
116000     move ws-chain-hash to lg-chain-value.
116100     move ws-chain-hash to ws-chain-last-value.
116200     write log-record.
116300 8800-exit.
116400     exit.
116500
116600*================================================================
116700* 8850-chain-one-byte
116800*     fold the next character of the audit record into the
116900*     chain value - the character's code is picked up through
117000*     the binary halfword it is moved into.
117100*================================================================
117200 8850-chain-one-byte.
117300     add 1 to ws-chain-sub.
117400     move low-values to ws-chain-byte-pair.
117500     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
117600     compute ws-chain-work = ws-chain-hash * 31
117700         + ws-chain-byte-value.
117800     divide ws-chain-work by 4294967291
117900         giving ws-chain-quotient remainder ws-chain-hash.
118000 8850-exit.
118100     exit.
118200
118300*================================================================
118400* 9000-terminate
118500*     close the files used by this run, provided the opens in
118600*     1000-initialize actually succeeded.
118700*================================================================
118800 9000-terminate.
118900     if not ws-has-fatal-error
119000         close susp-file
119100         close trans-file
119200         close log-file
119300         close report-file
119400     end-if.
119500 9000-exit.
119600     exit.
