000100 identification division.
000200 program-id. multstmt.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-22.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-22  jk   original version - month-end account balances
001100*                  and departmental statements.  once the month
001200*                  has ended, every account balance record for it
001300*                  has its closing balance carried forward as the
001400*                  next month's opening balance, and the month is
001500*                  marked rolled.  then one statement per account
001600*                  on the reference file is printed: the opening
001700*                  balance, each transaction of the month from the
001800*                  master with its trans-id, run number and date,
001900*                  the reversals, and the postings, reversals,
002000*                  corrections and closing balance the balance
002100*                  file holds.  a statement is final when the
002200*                  fiscal period the month ends in is closed, and
002300*                  provisional until then.  the month comes from
002400*                  the optional stmtparm file; no parameter file
002500*                  means last month.
002525* 2026-10-24  jk   a master record posted before currency was
002550*                  carried - blank currency, no rate - is listed
002575*                  in base currency at its base amount.
002600*----------------------------------------------------------------
002700
002800 environment division.
002900 input-output section.
003000 file-control.
003100     select balance-file assign to "ACCTBAL"
003200         organization is indexed
003300         access mode is dynamic
003400         record key is ab-key
003500         file status is ws-bal-status.
003600
003700     select master-file assign to "MULTMSTR"
003800         organization is indexed
003900         access mode is dynamic
004000         record key is mr-trans-id
004100         alternate record key is mr-run-date
004200             with duplicates
004300         alternate record key is mr-run-no
004400             with duplicates
004500         file status is ws-master-status.
004600
004700     select acct-file assign to "ACCTREF"
004800         organization is line sequential
004900         file status is ws-acct-status.
005000
005100     select fiscal-file assign to "FISCAL"
005200         organization is line sequential
005300         file status is ws-fiscal-status.
005400
005500     select parm-file assign to "STMTPARM"
005600         organization is line sequential
005700         file status is ws-parm-status.
005800
005900     select report-file assign to "STMTRPT"
006000         organization is line sequential
006100         file status is ws-report-status.
006200
006300     select log-file assign to "AUDITLOG"
006400         organization is line sequential
006500         file status is ws-log-status.
006600
006700     select opsec-file assign to "OPERSEC"
006800         organization is line sequential
006900         file status is ws-opsec-status.
007000
007100 data division.
007200 file section.
007300 fd  balance-file
007400     record contains 120 characters.
007500 copy acbalrec.
007600
007700 fd  master-file.
007800 copy mstrrec.
007900
008000 fd  acct-file
008100     record contains 60 characters.
008200 copy acctrec.
008300
008400 fd  fiscal-file
008500     record contains 50 characters.
008600 copy fiscrec.
008700
008800 fd  parm-file
008900     record contains 20 characters.
009000 01  parm-record.
009100     05  sp-period               pic x(06).
009200     05  filler                  pic x(14).
009300
009400 fd  report-file
009500     record contains 132 characters.
009600 01  stmt-print-record           pic x(132).
009700
009800 fd  log-file
009900     record contains 154 characters.
010000 copy logrec.
010100
010200 fd  opsec-file
010300     record contains 40 characters.
010400 copy operrec.
010500
010600 working-storage section.
010700*----------------------------------------------------------------
010800* statement lines - built here and written from working storage,
010900* since a file section record's initial content is undefined.
011000*----------------------------------------------------------------
011100 01  stm-heading-1.
011200     05  filler                  pic x(05) value spaces.
011300     05  filler                  pic x(27)
011400             value "MULT - ACCOUNT STATEMENT - ".
011500     05  filler                  pic x(07) value "PERIOD ".
011600     05  sh1-period              pic x(07).
011700     05  filler                  pic x(05) value spaces.
011800     05  sh1-run-date            pic x(10).
011900     05  filler                  pic x(05) value spaces.
012000     05  filler                  pic x(05) value "PAGE ".
012100     05  sh1-page-no             pic zz9.
012200     05  filler                  pic x(58) value spaces.
012300 01  stm-heading-2.
012400     05  filler                  pic x(05) value spaces.
012500     05  filler                  pic x(08) value "ACCOUNT ".
012600     05  sh2-acct-code           pic x(04).
012700     05  filler                  pic x(02) value spaces.
012800     05  sh2-acct-name           pic x(30).
012900     05  filler                  pic x(02) value spaces.
013000     05  sh2-stmt-status         pic x(11).
013100     05  filler                  pic x(70) value spaces.
013200 01  stm-section-line.
013300     05  filler                  pic x(05) value spaces.
013400     05  ss-section-title        pic x(40).
013500     05  filler                  pic x(87) value spaces.
013600 01  stm-column-heading.
013700     05  filler                  pic x(05) value spaces.
013800     05  filler                  pic x(08) value "TRANS   ".
013900     05  filler                  pic x(06) value " RUN  ".
014000     05  filler                  pic x(12) value "RUN DATE    ".
014100     05  filler                  pic x(03) value "OP ".
014200     05  filler                  pic x(10) value "    NUM1  ".
014300     05  filler                  pic x(10) value "    NUM2  ".
014400     05  filler                  pic x(14) value "      AMOUNT  ".
014500     05  filler                  pic x(05) value "CCY  ".
014600     05  filler                  pic x(14) value " CURR AMOUNT  ".
014700     05  filler                  pic x(20) value "NOTE".
014800     05  filler                  pic x(25) value spaces.
014900 01  stm-detail-line.
015000     05  filler                  pic x(05) value spaces.
015100     05  sd-trans-id             pic 9(06).
015200     05  filler                  pic x(02) value spaces.
015300     05  sd-run-no               pic 9(04).
015400     05  filler                  pic x(02) value spaces.
015500     05  sd-run-date             pic x(10).
015600     05  filler                  pic x(02) value spaces.
015700     05  sd-oper-code            pic x(01).
015800     05  filler                  pic x(02) value spaces.
015900     05  sd-num1                 pic z(04)9.99.
016000     05  filler                  pic x(02) value spaces.
016100     05  sd-num2                 pic z(04)9.99.
016200     05  filler                  pic x(02) value spaces.
016300     05  sd-result               pic z(08)9.99.
016400     05  filler                  pic x(02) value spaces.
016500     05  sd-curr-code            pic x(03).
016600     05  filler                  pic x(02) value spaces.
016700     05  sd-curr-result          pic z(08)9.99.
016800     05  filler                  pic x(02) value spaces.
016900     05  sd-note                 pic x(20).
017000     05  filler                  pic x(25) value spaces.
017100 01  stm-balance-line.
017200     05  filler                  pic x(05) value spaces.
017300     05  sb-balance-title        pic x(37).
017400     05  sb-balance              pic -z(10)9.99.
017500     05  filler                  pic x(75) value spaces.
017600 01  stm-figure-line.
017700     05  filler                  pic x(05) value spaces.
017800     05  sf-figure-title         pic x(30).
017900     05  sf-count                pic zzzzz9.
018000     05  filler                  pic x(02) value spaces.
018100     05  sf-amount               pic z(10)9.99.
018200     05  filler                  pic x(75) value spaces.
018300 01  stm-message-line.
018400     05  filler                  pic x(05) value spaces.
018500     05  sm-message              pic x(80).
018600     05  filler                  pic x(47) value spaces.
018700 01  stm-count-line.
018800     05  filler                  pic x(05) value spaces.
018900     05  sc-count-title          pic x(40).
019000     05  sc-count                pic zzzzz9.
019100     05  filler                  pic x(81) value spaces.
019200 01  stm-blank-line              pic x(132) value spaces.
019300*----------------------------------------------------------------
019400* file status and run switches
019500*----------------------------------------------------------------
019600 77  ws-bal-status           pic xx       value "00".
019700 77  ws-master-status        pic xx       value "00".
019800 77  ws-acct-status          pic xx       value "00".
019900 77  ws-fiscal-status        pic xx       value "00".
020000 77  ws-parm-status          pic xx       value "00".
020100 77  ws-report-status        pic xx       value "00".
020200 77  ws-log-status           pic xx       value "00".
020300 77  ws-opsec-status         pic xx       value "00".
020400 77  ws-fatal-switch         pic x        value "N".
020500     88  ws-has-fatal-error  value "Y".
020600 77  ws-eof-switch           pic x        value "N".
020700     88  ws-end-of-file      value "Y".
020800 77  ws-opsec-eof-switch     pic x        value "N".
020900     88  ws-opsec-end-of-file value "Y".
021000 77  ws-oper-found-switch    pic x        value "N".
021100     88  ws-oper-is-found    value "Y".
021200 77  ws-ended-switch         pic x        value "N".
021300     88  ws-month-has-ended  value "Y".
021400 77  ws-final-switch         pic x        value "N".
021500     88  ws-month-is-final   value "Y".
021600 77  ws-bal-new-switch       pic x        value "N".
021700     88  ws-bal-is-new       value "Y".
021800 77  ws-bal-found-switch     pic x        value "N".
021900     88  ws-bal-is-found     value "Y".
022000 77  ws-run-date             pic 9(08)    value zeros.
022100 77  ws-run-time             pic 9(08)    value zeros.
022200 77  ws-operator-id          pic x(08)    value spaces.
022300 01  ws-environment-name     pic x(20)    value "USER".
022400*----------------------------------------------------------------
022500* the statement month, the month after it that its closing
022600* balances roll into, and the month's first and last days
022700*----------------------------------------------------------------
022800 01  ws-period-area.
022900     05  ws-period           pic 9(06)    value zeros.
023000     05  ws-period-parts redefines ws-period.
023100         10  ws-period-yyyy  pic 9(04).
023200         10  ws-period-mm    pic 9(02).
023300 01  ws-next-period-area.
023400     05  ws-next-period      pic 9(06)    value zeros.
023500     05  ws-next-parts redefines ws-next-period.
023600         10  ws-next-yyyy    pic 9(04).
023700         10  ws-next-mm      pic 9(02).
023800 01  ws-month-days-area.
023900     05  ws-month-days-list  pic x(24)
024000             value "312831303130313130313031".
024100     05  ws-month-days redefines ws-month-days-list
024200                             pic 9(02) occurs 12 times.
024300 77  ws-month-start          pic 9(08)    value zeros.
024400 77  ws-month-end            pic 9(08)    value zeros.
024500 77  ws-last-day             pic 9(02)    value zeros.
024600 77  ws-leap-quotient        pic 9(04)    value zeros.
024700 77  ws-leap-rem-4           pic 9(03)    value zeros.
024800 77  ws-leap-rem-100         pic 9(03)    value zeros.
024900 77  ws-leap-rem-400         pic 9(03)    value zeros.
025000*----------------------------------------------------------------
025100* account table - one entry per reference account, each of
025200* which gets a statement
025300*----------------------------------------------------------------
025400 77  ws-acct-max             pic 9(03)    value 100.
025500 77  ws-acct-sub             pic 9(03)    value zeros.
025600 77  ws-acct-key             pic x(04)    value spaces.
025700 77  ws-acct-found-switch    pic x        value "N".
025800     88  ws-acct-is-found    value "Y".
025900 01  ws-acct-table.
026000     05  ws-acct-count       pic 9(03)    value zeros.
026100     05  ws-acct-entry occurs 100 times.
026200         10  ws-acct-code      pic x(04).
026300         10  ws-acct-name      pic x(30).
026400*----------------------------------------------------------------
026500* the month's balance records, gathered in one pass of the
026600* balance file before any is rewritten - the next month's
026700* records written by the rollforward land in the same file, so
026800* they are never written while it is being read through.
026900*----------------------------------------------------------------
027000 77  ws-roll-max             pic 9(03)    value 500.
027100 77  ws-roll-sub             pic 9(03)    value zeros.
027200 01  ws-roll-table.
027300     05  ws-roll-count       pic 9(03)    value zeros.
027400     05  ws-roll-entry occurs 500 times.
027500         10  ws-roll-acct-code pic x(04).
027600 77  ws-carry-bal            pic s9(11)v99 value zeros.
027700*----------------------------------------------------------------
027800* one statement's figures - from the balance file, and as
027900* itemized from the master
028000*----------------------------------------------------------------
028100 77  ws-stmt-opening         pic s9(11)v99 value zeros.
028200 77  ws-stmt-post-count      pic 9(06)    value zeros.
028300 77  ws-stmt-postings        pic 9(11)v99 value zeros.
028400 77  ws-stmt-rev-count       pic 9(06)    value zeros.
028500 77  ws-stmt-reversals       pic 9(11)v99 value zeros.
028600 77  ws-stmt-corr-count      pic 9(06)    value zeros.
028700 77  ws-stmt-corrections     pic 9(11)v99 value zeros.
028800 77  ws-stmt-closing         pic s9(11)v99 value zeros.
028900 77  ws-item-postings        pic 9(11)v99 value zeros.
029000 77  ws-item-reversals       pic 9(11)v99 value zeros.
029100 77  ws-item-corrections     pic 9(11)v99 value zeros.
029200 77  ws-item-count           pic 9(06)    value zeros.
029300 77  ws-date-work            pic 9(08)    value zeros.
029400*----------------------------------------------------------------
029500* pagination and run counts
029600*----------------------------------------------------------------
029700 77  ws-line-count           pic 9(03)    value zeros.
029800 77  ws-page-count           pic 9(03)    value zeros.
029900 77  ws-lines-per-page       pic 9(03)    value 50.
030000 77  ws-stmt-count           pic 9(06)    value zeros.
030100 77  ws-rolled-count         pic 9(06)    value zeros.
030200 77  ws-unknown-count        pic 9(06)    value zeros.
030300 77  ws-rerun-count          pic 9(06)    value zeros.
030400 77  ws-unitemized-count     pic 9(06)    value zeros.
030500*----------------------------------------------------------------
030600* audit log chain - the sequence number and chain value of the
030700* last record on the log, carried on to every record appended.
030800* a record's chain value is worked from the value before it and
030900* every character of the record ahead of the value itself, so
031000* a record changed, removed or slipped in breaks the chain from
031100* that point on.
031200*----------------------------------------------------------------
031300 77  ws-chain-last-seq       pic 9(08)    value zeros.
031400 77  ws-chain-last-value     pic 9(10)    value zeros.
031500 77  ws-chain-hash           pic 9(10)    value zeros.
031600 77  ws-chain-work           pic 9(12)    value zeros.
031700 77  ws-chain-quotient       pic 9(12)    value zeros.
031800 77  ws-chain-sub            pic 9(03)    value zeros.
031900 77  ws-chain-eof-switch     pic x        value "N".
032000     88  ws-chain-end-of-log value "Y".
032100 01  ws-chain-byte-area.
032200     05  ws-chain-byte-pair  pic x(02).
032300     05  ws-chain-byte-value redefines ws-chain-byte-pair
032400                             pic 9(04) binary.
032500
032600 procedure division.
032700*================================================================
032800* 0000-mainline
032900*     top level control paragraph for the month-end balances
033000*     and statements.
033100*================================================================
033200 0000-mainline.
033300     perform 1000-initialize thru 1000-exit.
033400     if not ws-has-fatal-error
033500         perform 2000-check-month thru 2000-exit
033600         perform 3000-load-month-balances thru 3000-exit
033700     end-if.
033800     if not ws-has-fatal-error
033900         and ws-month-has-ended
034000         perform 3200-roll-forward thru 3200-exit
034100     end-if.
034200     if not ws-has-fatal-error
034300         perform 4000-write-statements thru 4000-exit
034400         perform 4900-write-run-summary thru 4900-exit
034500         perform 5000-log-run thru 5000-exit
034600     end-if.
034700     perform 9000-terminate thru 9000-exit.
034800     goback.
034900
035000*================================================================
035100* 1000-initialize
035200*     identify and authorize the operator, take the month, load
035300*     the account table from the reference file, and open the
035400*     master, the balance file, the statements and the audit
035500*     log.  no reference file or no master is fatal - there
035600*     would be nothing to print statements for or from.  no
035700*     balance file yet is created empty.
035800*================================================================
035900 1000-initialize.
036000     accept ws-run-date from date yyyymmdd.
036100     display ws-environment-name upon environment-name.
036200     accept ws-operator-id from environment-value.
036300     perform 1050-check-operator thru 1050-exit.
036400     if ws-has-fatal-error
036500         go to 1000-exit
036600     end-if.
036700     perform 1100-read-parameters thru 1100-exit.
036800     if ws-has-fatal-error
036900         go to 1000-exit
037000     end-if.
037100     perform 1200-load-account-table thru 1200-exit.
037200     if ws-has-fatal-error
037300         go to 1000-exit
037400     end-if.
037500     open input master-file.
037600     if ws-master-status not = "00"
037700         display "multstmt: unable to open master file - "
037800             "status " ws-master-status " - run stopped"
037900         set ws-has-fatal-error to true
038000         go to 1000-exit
038100     end-if.
038200     open i-o balance-file.
038300     if ws-bal-status = "35"
038400         open output balance-file
038500         close balance-file
038600         open i-o balance-file
038700     end-if.
038800     if ws-bal-status not = "00"
038900         display "multstmt: unable to open account balance file "
039000             "- status " ws-bal-status " - run stopped"
039100         set ws-has-fatal-error to true
039200         close master-file
039300         go to 1000-exit
039400     end-if.
039500     open output report-file.
039600     if ws-report-status not = "00"
039700         display "multstmt: unable to open statement file - "
039800             "status " ws-report-status " - run stopped"
039900         set ws-has-fatal-error to true
040000         close master-file
040100         close balance-file
040200         go to 1000-exit
040300     end-if.
040400     perform 8700-find-log-chain thru 8700-exit.
040500     open extend log-file.
040600     if ws-log-status = "35"
040700         open output log-file
040800     end-if.
040900     if ws-log-status not = "00"
041000         display "multstmt: unable to open audit log - "
041100             "status " ws-log-status " - run stopped"
041200         set ws-has-fatal-error to true
041300         close master-file
041400         close balance-file
041500         close report-file
041600     end-if.
041700 1000-exit.
041800     exit.
041900
042000*================================================================
042100* 1050-check-operator
042200*     check the keyed-on operator against the operator security
042300*     file for batch processing - the rollforward carries the
042400*     ledger's balances into the next month, so it carries the
042500*     same control mult does.  the check fails closed.
042600*================================================================
042700 1050-check-operator.
042800     if ws-operator-id = spaces
042900         display "multstmt: operator id is blank - run stopped"
043000         set ws-has-fatal-error to true
043100         go to 1050-exit
043200     end-if.
043300     open input opsec-file.
043400     if ws-opsec-status not = "00"
043500         display "multstmt: unable to open operator security "
043600             "file - status " ws-opsec-status
043700             " - run stopped"
043800         set ws-has-fatal-error to true
043900     else
044000         move "N" to ws-opsec-eof-switch
044100         move "N" to ws-oper-found-switch
044200         perform 1060-read-one-operator thru 1060-exit
044300             until ws-oper-is-found
044400                 or ws-opsec-end-of-file
044500         close opsec-file
044600         if not ws-oper-is-found
044700             or not op-is-active
044800             or not op-batch-allowed
044900             display "multstmt: operator " ws-operator-id
045000                 " is not authorized for batch processing "
045100                 "- run stopped"
045200             perform 1080-log-denial thru 1080-exit
045300             set ws-has-fatal-error to true
045400         end-if
045500     end-if.
045600 1050-exit.
045700     exit.
045800
045900*================================================================
046000* 1060-read-one-operator
046100*     read a single security record and remember when it is the
046200*     keyed-on operator's, as part of the sign-on check.
046300*================================================================
046400 1060-read-one-operator.
046500     read opsec-file
046600         at end
046700             set ws-opsec-end-of-file to true
046800     end-read.
046900     if not ws-opsec-end-of-file
047000         if op-operator-id = ws-operator-id
047100             set ws-oper-is-found to true
047200         end-if
047300     end-if.
047400 1060-exit.
047500     exit.
047600
047700*================================================================
047800* 1080-log-denial
047900*     append the denied attempt to the permanent audit log.
048000*     the log is opened just for this record - the run stops
048100*     before the normal opens ever happen.
048200*================================================================
048300 1080-log-denial.
048400     perform 8700-find-log-chain thru 8700-exit.
048500     open extend log-file.
048600     if ws-log-status = "35"
048700         open output log-file
048800     end-if.
048900     if ws-log-status = "00"
049000         perform 5200-stamp-log-record thru 5200-exit
049100         move "security - statement run denied" to lg-message
049200         perform 8800-write-chained-log thru 8800-exit
049300         close log-file
049400     end-if.
049500 1080-exit.
049600     exit.
049700
049800*================================================================
049900* 1100-read-parameters
050000*     read the month (yyyymm) to roll forward and print, if a
050100*     parameter file was supplied; otherwise last month is the
050200*     one - month-end runs early in the month after.  a month
050300*     that is not a month stops the run rather than guess.
050400*================================================================
050500 1100-read-parameters.
050600     move ws-run-date (1:6) to ws-period.
050700     if ws-period-mm = 1
050800         subtract 1 from ws-period-yyyy
050900         move 12 to ws-period-mm
051000     else
051100         subtract 1 from ws-period-mm
051200     end-if.
051300     open input parm-file.
051400     if ws-parm-status = "00"
051500         read parm-file
051600             at end
051700                 continue
051800         end-read
051900         if ws-parm-status = "00"
052000             and sp-period not = spaces
052100             if sp-period numeric
052200                 and sp-period (5:2) >= "01"
052300                 and sp-period (5:2) <= "12"
052400                 move sp-period to ws-period
052500             else
052600                 display "multstmt: period " sp-period
052700                     " is not a valid month - run stopped"
052800                 set ws-has-fatal-error to true
052900             end-if
053000         end-if
053100         close parm-file
053200     end-if.
053300 1100-exit.
053400     exit.
053500
053600*================================================================
053700* 1200-load-account-table
053800*     load every reference account into the table, so each one
053900*     gets a statement whether or not it has any activity.
054000*================================================================
054100 1200-load-account-table.
054200     open input acct-file.
054300     if ws-acct-status not = "00"
054400         display "multstmt: unable to open account reference "
054500             "file - status " ws-acct-status " - run stopped"
054600         set ws-has-fatal-error to true
054700     else
054800         move "N" to ws-eof-switch
054900         perform 1250-load-one-account thru 1250-exit
055000             until ws-end-of-file or ws-has-fatal-error
055100         close acct-file
055200     end-if.
055300 1200-exit.
055400     exit.
055500
055600*================================================================
055700* 1250-load-one-account
055800*     read one account reference record into the next table
055900*     entry, as part of the account table load.
056000*================================================================
056100 1250-load-one-account.
056200     read acct-file
056300         at end
056400             set ws-end-of-file to true
056500     end-read.
056600     if not ws-end-of-file
056700         if ws-acct-count >= ws-acct-max
056800             display "multstmt: account reference file exceeds "
056900                 "table size - run stopped"
057000             set ws-has-fatal-error to true
057100         else
057200             add 1 to ws-acct-count
057300             move ac-acct-code to ws-acct-code (ws-acct-count)
057400             move ac-acct-name to ws-acct-name (ws-acct-count)
057500         end-if
057600     end-if.
057700 1250-exit.
057800     exit.
057900
058000*================================================================
058100* 2000-check-month
058200*     work out the month's first and last days and the month
058300*     after it, then decide whether the month has ended (the
058400*     rollforward waits until it has) and whether it is final -
058500*     the fiscal period its last day falls in is closed, so
058600*     nothing more can post into it.  no calendar, or a last
058700*     day no period covers, leaves the month provisional.
058800*================================================================
058900 2000-check-month.
059000     move ws-month-days (ws-period-mm) to ws-last-day.
059100     if ws-period-mm = 2
059200         divide ws-period-yyyy by 4
059300             giving ws-leap-quotient remainder ws-leap-rem-4
059400         divide ws-period-yyyy by 100
059500             giving ws-leap-quotient remainder ws-leap-rem-100
059600         divide ws-period-yyyy by 400
059700             giving ws-leap-quotient remainder ws-leap-rem-400
059800         if ws-leap-rem-4 = zero
059900             and (ws-leap-rem-100 not = zero
060000                  or ws-leap-rem-400 = zero)
060100             move 29 to ws-last-day
060200         end-if
060300     end-if.
060400     compute ws-month-start = ws-period * 100 + 1.
060500     compute ws-month-end = ws-period * 100 + ws-last-day.
060600     move ws-period to ws-next-period.
060700     if ws-next-mm = 12
060800         add 1 to ws-next-yyyy
060900         move 1 to ws-next-mm
061000     else
061100         add 1 to ws-next-mm
061200     end-if.
061300     move "N" to ws-ended-switch.
061400     if ws-run-date > ws-month-end
061500         set ws-month-has-ended to true
061600     else
061700         display "multstmt: period " ws-period " has not ended - "
061800             "statements are provisional and nothing is rolled "
061900             "forward"
062000     end-if.
062100     move "N" to ws-final-switch.
062200     open input fiscal-file.
062300     if ws-fiscal-status = "00"
062400         move "N" to ws-eof-switch
062500         perform 2100-check-one-period thru 2100-exit
062600             until ws-end-of-file
062700         close fiscal-file
062800     end-if.
062900 2000-exit.
063000     exit.
063100
063200*================================================================
063300* 2100-check-one-period
063400*     read a single calendar record and note when it covers the
063500*     month's last day and is closed, as part of the month
063600*     check.
063700*================================================================
063800 2100-check-one-period.
063900     read fiscal-file
064000         at end
064100             set ws-end-of-file to true
064200     end-read.
064300     if not ws-end-of-file
064400         if ws-month-end not < fc-start-date
064500             and ws-month-end not > fc-end-date
064600             and fc-closed
064700             set ws-month-is-final to true
064800         end-if
064900     end-if.
065000 2100-exit.
065100     exit.
065200
065300*================================================================
065400* 3000-load-month-balances
065500*     read the balance file through and gather the account of
065600*     every balance record for the month, counting those whose
065700*     account is no longer on the reference file - they are
065800*     rolled forward like any other but get no statement.  a
065900*     month with more accounts than the table holds stops the
066000*     run before anything is rewritten.
066100*================================================================
066200 3000-load-month-balances.
066300     move zeros to ws-roll-count.
066400     move low-values to ab-key.
066500     move "N" to ws-eof-switch.
066600     start balance-file key is not less than ab-key
066700         invalid key
066800             set ws-end-of-file to true
066900     end-start.
067000     perform 3100-load-one-balance thru 3100-exit
067100         until ws-end-of-file or ws-has-fatal-error.
067200     if ws-has-fatal-error
067300         close master-file
067400         close balance-file
067500         close report-file
067600         close log-file
067700     end-if.
067800 3000-exit.
067900     exit.
068000
068100*================================================================
068200* 3100-load-one-balance
068300*     read the next balance record and gather it when it is for
068400*     the month, as part of the balance load.
068500*================================================================
068600 3100-load-one-balance.
068700     read balance-file next record
068800         at end
068900             set ws-end-of-file to true
069000     end-read.
069100     if ws-end-of-file
069200         or ab-period not = ws-period
069300         go to 3100-exit
069400     end-if.
069500     if ws-roll-count >= ws-roll-max
069600         display "multstmt: balance records for period "
069700             ws-period " exceed table size - run stopped"
069800         set ws-has-fatal-error to true
069900         go to 3100-exit
070000     end-if.
070100     add 1 to ws-roll-count.
070200     move ab-acct-code to ws-roll-acct-code (ws-roll-count).
070300     move ab-acct-code to ws-acct-key.
070400     perform 6000-find-account thru 6000-exit.
070500     if not ws-acct-is-found
070600         add 1 to ws-unknown-count
070700     end-if.
070800 3100-exit.
070900     exit.
071000
071100*================================================================
071200* 3200-roll-forward
071300*     carry each of the month's closing balances forward as the
071400*     next month's opening balance.  running the rollforward
071500*     again for the same month comes to the same figures, so a
071600*     month changed after it was rolled is put right by rolling
071700*     it again.
071800*================================================================
071900 3200-roll-forward.
072000     move zeros to ws-roll-sub.
072100     perform 3300-roll-one-account thru 3300-exit
072200         until ws-roll-sub >= ws-roll-count.
072300     display "multstmt: period " ws-period " - " ws-rolled-count
072400         " balances rolled forward to " ws-next-period.
072500 3200-exit.
072600     exit.
072700
072800*================================================================
072900* 3300-roll-one-account
073000*     mark one account's month rolled (a history month rebuilt
073100*     by a restore stays marked history) and set the next
073200*     month's opening balance from its closing balance, creating
073300*     the next month's record when nothing has posted to it yet.
073400*     a next month already rolled on itself is counted - its
073500*     own month after now carries a stale opening balance until
073600*     that month is rolled again.
073700*================================================================
073800 3300-roll-one-account.
073900     add 1 to ws-roll-sub.
074000     move ws-roll-acct-code (ws-roll-sub) to ab-acct-code.
074100     move ws-period to ab-period.
074200     read balance-file
074300         invalid key
074400             display "multstmt: balance record for account "
074500                 ab-acct-code " has gone - not rolled"
074600             go to 3300-exit
074700     end-read.
074800     move ab-closing-bal to ws-carry-bal.
074900     if ab-period-open
075000         set ab-period-rolled to true
075100         rewrite acct-balance-record
075200             invalid key
075300                 display "multstmt: balance rewrite failed for "
075400                     "account " ab-acct-code " - status "
075500                     ws-bal-status
075600         end-rewrite
075700     end-if.
075800     move ws-next-period to ab-period.
075900     move "N" to ws-bal-new-switch.
076000     read balance-file
076100         invalid key
076200             set ws-bal-is-new to true
076300     end-read.
076400     if ws-bal-is-new
076500         move ws-roll-acct-code (ws-roll-sub) to ws-acct-key
076600         move spaces         to acct-balance-record
076700         move ws-acct-key    to ab-acct-code
076800         move ws-next-period to ab-period
076900         set ab-period-open  to true
077000         move zeros to ab-opening-bal ab-post-count ab-postings
077100                       ab-rev-count ab-reversals ab-corr-count
077200                       ab-corrections ab-closing-bal
077300     else
077400         if ab-period-rolled
077500             and ab-opening-bal not = ws-carry-bal
077600             add 1 to ws-rerun-count
077700         end-if
077800     end-if.
077900     move ws-carry-bal to ab-opening-bal.
078000     compute ab-closing-bal = ab-opening-bal + ab-postings
078100         - ab-reversals + ab-corrections.
078200     move ws-run-date to ab-last-date.
078300     if ws-bal-is-new
078400         write acct-balance-record
078500             invalid key
078600                 display "multstmt: balance write failed for "
078700                     "account " ab-acct-code " - status "
078800                     ws-bal-status
078900         end-write
079000     else
079100         rewrite acct-balance-record
079200             invalid key
079300                 display "multstmt: balance rewrite failed for "
079400                     "account " ab-acct-code " - status "
079500                     ws-bal-status
079600         end-rewrite
079700     end-if.
079800     if ws-bal-status = "00"
079900         add 1 to ws-rolled-count
080000     end-if.
080100 3300-exit.
080200     exit.
080300
080400*================================================================
080500* 4000-write-statements
080600*     print one statement for each account on the reference
080700*     file, each starting on a new page.
080800*================================================================
080900 4000-write-statements.
081000     move zeros to ws-acct-sub.
081100     perform 4100-write-one-statement thru 4100-exit
081200         until ws-acct-sub >= ws-acct-count.
081300 4000-exit.
081400     exit.
081500
081600*================================================================
081700* 4100-write-one-statement
081800*     print a single account's statement - the opening balance,
081900*     the month's transactions, its reversals, and the month's
082000*     figures and closing balance from the balance file.  an
082100*     account with no balance record for the month had no
082200*     activity and shows zeros.  when the items listed do not
082300*     come to the balance file's figures - a prior-period
082400*     adjustment or correction posted into the month, or the
082500*     original posting of a record since corrected into another
082600*     month - the statement says so.
082700*================================================================
082800 4100-write-one-statement.
082900     add 1 to ws-acct-sub.
083000     perform 4150-read-statement-balance thru 4150-exit.
083100     add 1 to ws-page-count.
083200     perform 7000-write-statement-header thru 7000-exit.
083300     move "OPENING BALANCE" to sb-balance-title.
083400     move ws-stmt-opening to sb-balance.
083500     perform 7100-write-balance-line thru 7100-exit.
083600     move zeros to ws-item-postings.
083700     move zeros to ws-item-reversals.
083800     move zeros to ws-item-corrections.
083900     write stmt-print-record from stm-blank-line.
084000     move "TRANSACTIONS" to ss-section-title.
084100     write stmt-print-record from stm-section-line.
084200     write stmt-print-record from stm-column-heading.
084300     add 3 to ws-line-count.
084400     move zeros to ws-item-count.
084500     perform 4200-start-account-sweep thru 4200-exit.
084600     perform 4300-list-one-transaction thru 4300-exit
084700         until ws-end-of-file.
084800     if ws-item-count = zero
084900         move "NO TRANSACTIONS THIS PERIOD" to sm-message
085000         perform 7200-write-message-line thru 7200-exit
085100     end-if.
085200     write stmt-print-record from stm-blank-line.
085300     move "REVERSALS" to ss-section-title.
085400     write stmt-print-record from stm-section-line.
085500     write stmt-print-record from stm-column-heading.
085600     add 3 to ws-line-count.
085700     move zeros to ws-item-count.
085800     perform 4200-start-account-sweep thru 4200-exit.
085900     perform 4400-list-one-reversal thru 4400-exit
086000         until ws-end-of-file.
086100     if ws-item-count = zero
086200         move "NO REVERSALS THIS PERIOD" to sm-message
086300         perform 7200-write-message-line thru 7200-exit
086400     end-if.
086500     perform 4500-write-statement-figures thru 4500-exit.
086600     add 1 to ws-stmt-count.
086700 4100-exit.
086800     exit.
086900
087000*================================================================
087100* 4150-read-statement-balance
087200*     pick up the account's balance record for the month, or
087300*     zero figures when it has none.
087400*================================================================
087500 4150-read-statement-balance.
087600     move ws-acct-code (ws-acct-sub) to ab-acct-code.
087700     move ws-period to ab-period.
087800     move "Y" to ws-bal-found-switch.
087900     read balance-file
088000         invalid key
088100             move "N" to ws-bal-found-switch
088200     end-read.
088300     if ws-bal-is-found
088400         move ab-opening-bal to ws-stmt-opening
088500         move ab-post-count  to ws-stmt-post-count
088600         move ab-postings    to ws-stmt-postings
088700         move ab-rev-count   to ws-stmt-rev-count
088800         move ab-reversals   to ws-stmt-reversals
088900         move ab-corr-count  to ws-stmt-corr-count
089000         move ab-corrections to ws-stmt-corrections
089100         move ab-closing-bal to ws-stmt-closing
089200     else
089300         move zeros to ws-stmt-opening ws-stmt-post-count
089400                       ws-stmt-postings ws-stmt-rev-count
089500                       ws-stmt-reversals ws-stmt-corr-count
089600                       ws-stmt-corrections ws-stmt-closing
089700     end-if.
089800 4150-exit.
089900     exit.
090000
090100*================================================================
090200* 4200-start-account-sweep
090300*     position the master on the month's first day through the
090400*     run-date index, the way multbudg sweeps a period.
090500*================================================================
090600 4200-start-account-sweep.
090700     move ws-month-start to mr-run-date.
090800     move "N" to ws-eof-switch.
090900     start master-file key is not less than mr-run-date
091000         invalid key
091100             set ws-end-of-file to true
091200     end-start.
091300 4200-exit.
091400     exit.
091500
091600*================================================================
091700* 4250-read-month-record
091800*     read the next master record of the month; a record past
091900*     the month ends the sweep.
092000*================================================================
092100 4250-read-month-record.
092200     read master-file next record
092300         at end
092400             set ws-end-of-file to true
092500     end-read.
092600     if not ws-end-of-file
092700         if mr-run-date > ws-month-end
092800             set ws-end-of-file to true
092900         end-if
093000     end-if.
093100 4250-exit.
093200     exit.
093300
093400*================================================================
093500* 4300-list-one-transaction
093600*     read the next record of the month and list it when it is
093700*     the account's and reached the ledger - a clean posting, a
093800*     posting since reversed, or a corrected record.  rejected
093900*     and size-errored records never posted and are left out.
094000*================================================================
094100 4300-list-one-transaction.
094200     perform 4250-read-month-record thru 4250-exit.
094300     if ws-end-of-file
094400         or mr-acct-code not = ws-acct-code (ws-acct-sub)
094500         go to 4300-exit
094600     end-if.
094700     evaluate true
094800         when mr-no-error
094900             move "POSTED" to sd-note
095000             add mr-result to ws-item-postings
095100         when mr-reversed
095200             move "REVERSED - SEE BELOW" to sd-note
095300             add mr-result to ws-item-postings
095400         when mr-corrected
095500             move "CORRECTED" to sd-note
095600             add mr-result to ws-item-corrections
095700         when other
095800             go to 4300-exit
095900     end-evaluate.
096000     perform 7300-write-detail-line thru 7300-exit.
096100     add 1 to ws-item-count.
096200 4300-exit.
096300     exit.
096400
096500*================================================================
096600* 4400-list-one-reversal
096700*     read the next record of the month and list it when it is
096800*     one of the account's postings since reversed.
096900*================================================================
097000 4400-list-one-reversal.
097100     perform 4250-read-month-record thru 4250-exit.
097200     if ws-end-of-file
097300         or mr-acct-code not = ws-acct-code (ws-acct-sub)
097400         or not mr-reversed
097500         go to 4400-exit
097600     end-if.
097700     move "REVERSED OUT" to sd-note.
097800     add mr-result to ws-item-reversals.
097900     perform 7300-write-detail-line thru 7300-exit.
098000     add 1 to ws-item-count.
098100 4400-exit.
098200     exit.
098300
098400*================================================================
098500* 4500-write-statement-figures
098600*     print the month's figures from the balance file and the
098700*     closing balance, and the note when the items listed do
098800*     not come to them.
098900*================================================================
099000 4500-write-statement-figures.
099100     if ws-line-count + 7 > ws-lines-per-page
099200         add 1 to ws-page-count
099300         perform 7000-write-statement-header thru 7000-exit
099400     end-if.
099500     write stmt-print-record from stm-blank-line.
099600     move "POSTINGS" to sf-figure-title.
099700     move ws-stmt-post-count to sf-count.
099800     move ws-stmt-postings to sf-amount.
099900     write stmt-print-record from stm-figure-line.
100000     move "REVERSALS" to sf-figure-title.
100100     move ws-stmt-rev-count to sf-count.
100200     move ws-stmt-reversals to sf-amount.
100300     write stmt-print-record from stm-figure-line.
100400     move "CORRECTIONS" to sf-figure-title.
100500     move ws-stmt-corr-count to sf-count.
100600     move ws-stmt-corrections to sf-amount.
100700     write stmt-print-record from stm-figure-line.
100800     move "CLOSING BALANCE" to sb-balance-title.
100900     move ws-stmt-closing to sb-balance.
101000     write stmt-print-record from stm-balance-line.
101100     add 5 to ws-line-count.
101200     if ws-item-postings not = ws-stmt-postings
101300         or ws-item-reversals not = ws-stmt-reversals
101400         or ws-item-corrections not = ws-stmt-corrections
101500         add 1 to ws-unitemized-count
101600         write stmt-print-record from stm-blank-line
101700         move "BALANCE FIGURES INCLUDE ITEMS NOT ITEMIZED ABOVE"
101800             to sm-message
101900         write stmt-print-record from stm-message-line
102000         add 2 to ws-line-count
102100     end-if.
102200 4500-exit.
102300     exit.
102400
102500*================================================================
102600* 4900-write-run-summary
102700*     the last page - the month, whether it was rolled forward
102800*     and is final, and the run counts.
102900*================================================================
103000 4900-write-run-summary.
103100     add 1 to ws-page-count.
103200     move zeros to ws-acct-sub.
103300     perform 7000-write-statement-header thru 7000-exit.
103400     if ws-month-has-ended
103500         string "PERIOD ROLLED FORWARD TO " ws-next-period
103600                 delimited by size
103700             into sm-message
103800     else
103900         move "PERIOD HAS NOT ENDED - NOTHING ROLLED FORWARD"
104000             to sm-message
104100     end-if.
104200     write stmt-print-record from stm-message-line.
104300     if ws-month-is-final
104400         move "FISCAL PERIOD CLOSED - STATEMENTS ARE FINAL"
104500             to sm-message
104600     else
104700         move "FISCAL PERIOD OPEN - STATEMENTS ARE PROVISIONAL"
104800             to sm-message
104900     end-if.
105000     write stmt-print-record from stm-message-line.
105100     write stmt-print-record from stm-blank-line.
105200     move "STATEMENTS PRINTED" to sc-count-title.
105300     move ws-stmt-count to sc-count.
105400     write stmt-print-record from stm-count-line.
105500     move "BALANCES FOR THE PERIOD" to sc-count-title.
105600     move ws-roll-count to sc-count.
105700     write stmt-print-record from stm-count-line.
105800     move "BALANCES ROLLED FORWARD" to sc-count-title.
105900     move ws-rolled-count to sc-count.
106000     write stmt-print-record from stm-count-line.
106100     move "BALANCES FOR ACCOUNTS NOT ON ACCTREF"
106200         to sc-count-title.
106300     move ws-unknown-count to sc-count.
106400     write stmt-print-record from stm-count-line.
106500     move "STATEMENTS WITH ITEMS NOT ITEMIZED" to sc-count-title.
106600     move ws-unitemized-count to sc-count.
106700     write stmt-print-record from stm-count-line.
106800     move "LATER PERIODS TO ROLL FORWARD AGAIN" to sc-count-title.
106900     move ws-rerun-count to sc-count.
107000     write stmt-print-record from stm-count-line.
107100     if ws-rerun-count > zero
107200         display "multstmt: " ws-rerun-count " balances for "
107300             ws-next-period " were already rolled - roll "
107400             ws-next-period " forward again"
107500     end-if.
107600 4900-exit.
107700     exit.
107800
107900*================================================================
108000* 5000-log-run
108100*     log the month-end run - who ran it, the month, and how
108200*     many statements and balances it printed and rolled.
108300*================================================================
108400 5000-log-run.
108500     perform 5200-stamp-log-record thru 5200-exit.
108600     string "period " ws-period " statements " ws-stmt-count
108700             " rolled " ws-rolled-count
108800             delimited by size
108900         into lg-message.
109000     perform 8800-write-chained-log thru 8800-exit.
109100 5000-exit.
109200     exit.
109300
109400*================================================================
109500* 5200-stamp-log-record
109600*     fill the timestamp, operator and empty transaction fields
109700*     of an audit record.  month-end is not a posting run, so
109800*     it stamps run number zero the way multclos does.
109900*================================================================
110000 5200-stamp-log-record.
110100     accept ws-run-time from time.
110200     string ws-run-date delimited by size
110300             "-" delimited by size
110400             ws-run-time delimited by size
110500         into lg-timestamp.
110600     move zeros          to lg-run-no.
110700     move ws-operator-id to lg-operator-id.
110800     move zeros          to lg-trans-id.
110900     move space          to lg-mode-flag.
111000     move space          to lg-oper-code.
111100     move zeros          to lg-num1.
111200     move zeros          to lg-num2.
111300     move zeros          to lg-result.
111400     move spaces         to lg-curr-code.
111500     move zeros          to lg-curr-result.
111600     move zeros          to lg-exch-rate.
111700     move spaces         to lg-message.
111800 5200-exit.
111900     exit.
112000
112100*================================================================
112200* 6000-find-account
112300*     scan the account table for ws-acct-key, leaving
112400*     ws-acct-sub on the entry when it is found.
112500*================================================================
112600 6000-find-account.
112700     move "N" to ws-acct-found-switch.
112800     move zeros to ws-acct-sub.
112900     perform 6100-scan-one-account thru 6100-exit
113000         until ws-acct-is-found
113100             or ws-acct-sub >= ws-acct-count.
113200 6000-exit.
113300     exit.
113400
113500*================================================================
113600* 6100-scan-one-account
113700*     compare ws-acct-key against a single account table
113800*     entry, as part of the account scan.
113900*================================================================
114000 6100-scan-one-account.
114100     add 1 to ws-acct-sub.
114200     if ws-acct-code (ws-acct-sub) = ws-acct-key
114300         set ws-acct-is-found to true
114400     end-if.
114500 6100-exit.
114600     exit.
114700
114800*================================================================
114900* 7000-write-statement-header
115000*     start a new page - the statement heading, and the account
115100*     with whether the statement is final.  the run summary
115200*     page carries no account.
115300*================================================================
115400 7000-write-statement-header.
115500     move ws-period (1:4)    to sh1-period (1:4).
115600     move "-"                to sh1-period (5:1).
115700     move ws-period (5:2)    to sh1-period (6:2).
115800     move ws-run-date (1:4)  to sh1-run-date (1:4).
115900     move "-"                to sh1-run-date (5:1).
116000     move ws-run-date (5:2)  to sh1-run-date (6:2).
116100     move "-"                to sh1-run-date (8:1).
116200     move ws-run-date (7:2)  to sh1-run-date (9:2).
116300     move ws-page-count to sh1-page-no.
116400     write stmt-print-record from stm-heading-1.
116500     if ws-acct-sub > zero
116600         move ws-acct-code (ws-acct-sub) to sh2-acct-code
116700         move ws-acct-name (ws-acct-sub) to sh2-acct-name
116800         if ws-month-is-final
116900             move "FINAL" to sh2-stmt-status
117000         else
117100             move "PROVISIONAL" to sh2-stmt-status
117200         end-if
117300         write stmt-print-record from stm-heading-2
117400     end-if.
117500     write stmt-print-record from stm-blank-line.
117600     move 3 to ws-line-count.
117700 7000-exit.
117800     exit.
117900
118000*================================================================
118100* 7100-write-balance-line
118200*     print an opening or closing balance line.
118300*================================================================
118400 7100-write-balance-line.
118500     write stmt-print-record from stm-balance-line.
118600     add 1 to ws-line-count.
118700 7100-exit.
118800     exit.
118900
119000*================================================================
119100* 7200-write-message-line
119200*     print a message line under a statement section.
119300*================================================================
119400 7200-write-message-line.
119500     write stmt-print-record from stm-message-line.
119600     add 1 to ws-line-count.
119700 7200-exit.
119800     exit.
119900
120000*================================================================
120100* 7300-write-detail-line
120200*     print the current master record as a statement item,
120300*     starting a continuation page when this one is full.  a
120325*     record posted before currency was carried shows as base
120350*     currency, the way multmnt shows it.
120400*================================================================
120500 7300-write-detail-line.
120600     if ws-line-count >= ws-lines-per-page
120700         add 1 to ws-page-count
120800         perform 7000-write-statement-header thru 7000-exit
120900         write stmt-print-record from stm-column-heading
121000         add 1 to ws-line-count
121100     end-if.
121200     move mr-trans-id    to sd-trans-id.
121300     move mr-run-no      to sd-run-no.
121400     move mr-run-date    to ws-date-work.
121500     move ws-date-work (1:4) to sd-run-date (1:4).
121600     move "-"                to sd-run-date (5:1).
121700     move ws-date-work (5:2) to sd-run-date (6:2).
121800     move "-"                to sd-run-date (8:1).
121900     move ws-date-work (7:2) to sd-run-date (9:2).
122000     move mr-oper-code   to sd-oper-code.
122100     move mr-num1        to sd-num1.
122200     move mr-num2        to sd-num2.
122300     move mr-result      to sd-result.
122400     if mr-curr-code = spaces
122420         or mr-exch-rate not numeric
122440         or mr-exch-rate = zero
122460         move "USD"          to sd-curr-code
122480         move mr-result      to sd-curr-result
122500     else
122520         move mr-curr-code   to sd-curr-code
122540         move mr-curr-result to sd-curr-result
122560     end-if.
122600     write stmt-print-record from stm-detail-line.
122700     add 1 to ws-line-count.
122800 7300-exit.
122900     exit.
123000
124600*================================================================
124700* 8700-find-log-chain
124800*     read the audit log through to pick up the sequence number
124900*     and chain value of its last record, so the records about
125000*     to be appended carry the chain on.  no log yet, or a log
125100*     written before records were chained, starts the chain at
125200*     sequence one.
125300*================================================================
125400 8700-find-log-chain.
125500     move zeros to ws-chain-last-seq.
125600     move zeros to ws-chain-last-value.
125700     open input log-file.
125800     if ws-log-status = "00"
125900         move "N" to ws-chain-eof-switch
126000         perform 8750-read-one-chain thru 8750-exit
126100             until ws-chain-end-of-log
126200         close log-file
126300     end-if.
126400 8700-exit.
126500     exit.
126600
126700*================================================================
126800* 8750-read-one-chain
126900*     read one audit log record and keep its chain position, as
127000*     part of the chain pick-up.
127100*================================================================
127200 8750-read-one-chain.
127300     read log-file
127400         at end
127500             set ws-chain-end-of-log to true
127600     end-read.
127700     if not ws-chain-end-of-log
127800         and lg-chain-seq numeric
127900         and lg-chain-value numeric
128000         move lg-chain-seq   to ws-chain-last-seq
128100         move lg-chain-value to ws-chain-last-value
128200     end-if.
128300 8750-exit.
128400     exit.
128500
128600*================================================================
128700* 8800-write-chained-log
128800*     stamp the next chain sequence number on the audit record
128900*     in log-record, work its chain value from the value before
129000*     it and the 144 characters ahead of the value, and append
129100*     it to the log.
129200*================================================================
129300 8800-write-chained-log.
129400     add 1 to ws-chain-last-seq.
129500     move ws-chain-last-seq to lg-chain-seq.
129600     move ws-chain-last-value to ws-chain-hash.
129700     move zeros to ws-chain-sub.
129800     perform 8850-chain-one-byte thru 8850-exit
129900         until ws-chain-sub >= 144.
130000     move ws-chain-hash to lg-chain-value.
130100     move ws-chain-hash to ws-chain-last-value.
130200     write log-record.
130300 8800-exit.
130400     exit.
130500
130600*================================================================
130700* 8850-chain-one-byte
130800*     fold the next character of the audit record into the
130900*     chain value - the character's code is picked up through
131000*     the binary halfword it is moved into.
131100*================================================================
131200 8850-chain-one-byte.
131300     add 1 to ws-chain-sub.
131400     move low-values to ws-chain-byte-pair.
131500     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
131600     compute ws-chain-work = ws-chain-hash * 31
131700         + ws-chain-byte-value.
131800     divide ws-chain-work by 4294967291
131900         giving ws-chain-quotient remainder ws-chain-hash.
132000 8850-exit.
132100     exit.
132200
132300*================================================================
132400* 9000-terminate
132500*     close the files used by this run, provided the opens in
132600*     1000-initialize actually succeeded.
132700*================================================================
132800 9000-terminate.
132900     if not ws-has-fatal-error
133000         close master-file
133100         close balance-file
133200         close report-file
133300         close log-file
133400     end-if.
133500 9000-exit.
133600     exit.
