000100 identification division.
000200 program-id. multbudg.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-15  jk   original version - budget against actual by
001100*                  account for one budget period.  one line per
001200*                  account on the reference file: its budget for
001300*                  the period, what it has posted to date (clean
001400*                  and corrected master records, swept through
001500*                  the run-date index the way multsum sweeps
001600*                  them), what is sitting on the held file
001700*                  waiting for approval, the budget remaining
001800*                  and the percent used.  the period comes from
001900*                  the optional budgparm file; no parameter file
002000*                  means the current month.
002020* 2026-10-24  jk   the total remaining is now the sum of the
002040*                  budgeted accounts' remaining figures - it
002060*                  was taken off the total posted, which also
002080*                  held the postings of accounts with no budget.
002100*----------------------------------------------------------------
002200
002300 environment division.
002400 input-output section.
002500 file-control.
002600     select master-file assign to "MULTMSTR"
002700         organization is indexed
002800         access mode is dynamic
002900         record key is mr-trans-id
003000         alternate record key is mr-run-date
003100             with duplicates
003200         alternate record key is mr-run-no
003300             with duplicates
003400         file status is ws-master-status.
003500
003600     select held-file assign to "HELDTRAN"
003700         organization is indexed
003800         access mode is dynamic
003900         record key is hd-trans-id
004000         file status is ws-held-status.
004100
004200     select budget-file assign to "BUDGETS"
004300         organization is line sequential
004400         file status is ws-budget-status.
004500
004600     select acct-file assign to "ACCTREF"
004700         organization is line sequential
004800         file status is ws-acct-status.
004900
005000     select parm-file assign to "BUDGPARM"
005100         organization is line sequential
005200         file status is ws-parm-status.
005300
005400     select report-file assign to "BUDGRPT"
005500         organization is line sequential
005600         file status is ws-report-status.
005700
005800 data division.
005900 file section.
006000 fd  master-file.
006100 copy mstrrec.
006200
006300 fd  held-file.
006400 copy heldrec.
006500
006600 fd  budget-file
006700     record contains 40 characters.
006800 copy budgrec.
006900
007000 fd  acct-file
007100     record contains 60 characters.
007200 copy acctrec.
007300
007400 fd  parm-file
007500     record contains 20 characters.
007600 01  parm-record.
007700     05  bu-period               pic 9(06).
007800     05  filler                  pic x(14).
007900
008000 fd  report-file
008100     record contains 132 characters.
008200 01  budg-print-record           pic x(132).
008300
008400 working-storage section.
008500*----------------------------------------------------------------
008600* report lines - built here and written from working storage,
008700* since a file section record's initial content is undefined.
008800*----------------------------------------------------------------
008900 01  bud-heading-1.
009000     05  filler                  pic x(05) value spaces.
009100     05  filler                  pic x(31)
009200             value "MULT - BUDGET AGAINST ACTUAL - ".
009300     05  filler                  pic x(07) value "PERIOD ".
009400     05  bh1-period              pic x(07).
009500     05  filler                  pic x(05) value spaces.
009600     05  bh1-run-date            pic x(10).
009700     05  filler                  pic x(05) value spaces.
009800     05  filler                  pic x(05) value "PAGE ".
009900     05  bh1-page-no             pic zz9.
010000     05  filler                  pic x(54) value spaces.
010100 01  bud-heading-2.
010200     05  filler                  pic x(05) value spaces.
010300     05  filler                  pic x(04) value "ACCT".
010400     05  filler                  pic x(02) value spaces.
010500     05  filler                  pic x(30) value "ACCOUNT NAME".
010600     05  filler                  pic x(02) value spaces.
010700     05  filler                  pic x(12) value "      BUDGET".
010800     05  filler                  pic x(02) value spaces.
010900     05  filler                  pic x(12) value "      POSTED".
011000     05  filler                  pic x(02) value spaces.
011100     05  filler                  pic x(12) value "        HELD".
011200     05  filler                  pic x(02) value spaces.
011300     05  filler                  pic x(13) value "    REMAINING".
011400     05  filler                  pic x(02) value spaces.
011500     05  filler                  pic x(09) value "  % USED ".
011600     05  filler                  pic x(23) value spaces.
011700 01  bud-detail-line.
011800     05  filler                  pic x(05) value spaces.
011900     05  bd-acct-code            pic x(04).
012000     05  filler                  pic x(02) value spaces.
012100     05  bd-acct-name            pic x(30).
012200     05  filler                  pic x(02) value spaces.
012300     05  bd-budget               pic z(08)9.99.
012400     05  filler                  pic x(02) value spaces.
012500     05  bd-posted               pic z(08)9.99.
012600     05  filler                  pic x(02) value spaces.
012700     05  bd-held                 pic z(08)9.99.
012800     05  filler                  pic x(02) value spaces.
012900     05  bd-remaining            pic -z(08)9.99.
013000     05  filler                  pic x(02) value spaces.
013100     05  bd-pct-used             pic x(09).
013200     05  filler                  pic x(23) value spaces.
013300 01  bud-total-line.
013400     05  filler                  pic x(11) value spaces.
013500     05  filler                  pic x(30) value "PERIOD TOTALS".
013600     05  filler                  pic x(02) value spaces.
013700     05  bt-budget               pic z(08)9.99.
013800     05  filler                  pic x(02) value spaces.
013900     05  bt-posted               pic z(08)9.99.
014000     05  filler                  pic x(02) value spaces.
014100     05  bt-held                 pic z(08)9.99.
014200     05  filler                  pic x(02) value spaces.
014300     05  bt-remaining            pic -z(08)9.99.
014400     05  filler                  pic x(34) value spaces.
014500 01  bud-count-line.
014600     05  filler                  pic x(05) value spaces.
014700     05  bc-count-title          pic x(40).
014800     05  bc-count                pic zzzzz9.
014900     05  filler                  pic x(81) value spaces.
015000 01  bud-blank-line              pic x(132) value spaces.
015100*----------------------------------------------------------------
015200* file status and end-of-file switches
015300*----------------------------------------------------------------
015400 77  ws-master-status        pic xx       value "00".
015500 77  ws-held-status          pic xx       value "00".
015600 77  ws-budget-status        pic xx       value "00".
015700 77  ws-acct-status          pic xx       value "00".
015800 77  ws-parm-status          pic xx       value "00".
015900 77  ws-report-status        pic xx       value "00".
016000 77  ws-eof-switch           pic x        value "N".
016100     88  ws-end-of-file      value "Y".
016200 77  ws-fatal-switch         pic x        value "N".
016300     88  ws-has-fatal-error  value "Y".
016400*----------------------------------------------------------------
016500* run date, period and pagination
016600*----------------------------------------------------------------
016700 77  ws-run-date             pic 9(08)    value zeros.
016800 77  ws-period               pic 9(06)    value zeros.
016900 77  ws-period-start         pic 9(08)    value zeros.
017000 77  ws-line-count           pic 9(03)    value zeros.
017100 77  ws-page-count           pic 9(03)    value zeros.
017200 77  ws-lines-per-page       pic 9(03)    value 50.
017300*----------------------------------------------------------------
017400* account table - one entry per reference account, carrying
017500* its budget, posted and held figures for the period
017600*----------------------------------------------------------------
017700 77  ws-acct-max             pic 9(03)    value 100.
017800 77  ws-acct-sub             pic 9(03)    value zeros.
017900 77  ws-acct-key             pic x(04)    value spaces.
018000 77  ws-acct-found-switch    pic x        value "N".
018100     88  ws-acct-is-found    value "Y".
018200 01  ws-acct-table.
018300     05  ws-acct-count       pic 9(03)    value zeros.
018400     05  ws-acct-entry occurs 100 times.
018500         10  ws-acct-code      pic x(04).
018600         10  ws-acct-name      pic x(30).
018700         10  ws-acct-budg-sw   pic x(01).
018800         10  ws-acct-budget    pic 9(09)v99.
018900         10  ws-acct-posted    pic 9(09)v99.
019000         10  ws-acct-held      pic 9(09)v99.
019100*----------------------------------------------------------------
019200* line and period work fields
019300*----------------------------------------------------------------
019400 77  ws-remaining            pic s9(10)v99 value zeros.
019500 77  ws-pct-work             pic 9(12)v99 value zeros.
019600 77  ws-pct-used             pic 9(04)v99 value zeros.
019700 77  ws-pct-edit             pic zzz9.99.
019800 77  ws-tot-budget           pic 9(11)v99 value zeros.
019900 77  ws-tot-posted           pic 9(11)v99 value zeros.
020000 77  ws-tot-held             pic 9(11)v99 value zeros.
020100 77  ws-tot-remaining        pic s9(11)v99 value zeros.
020200 77  ws-over-count           pic 9(06)    value zeros.
020300 77  ws-nobudget-count       pic 9(06)    value zeros.
020400 77  ws-unknown-count        pic 9(06)    value zeros.
020500 77  ws-held-count           pic 9(06)    value zeros.
020600
020700 procedure division.
020800*================================================================
020900* 0000-mainline
021000*     top level control paragraph for the budget report.
021100*================================================================
021200 0000-mainline.
021300     perform 1000-initialize thru 1000-exit.
021400     if not ws-has-fatal-error
021500         perform 2000-load-budgets thru 2000-exit
021600         perform 3000-sweep-master thru 3000-exit
021700         perform 4000-sweep-held thru 4000-exit
021800         perform 5000-write-report thru 5000-exit
021900     end-if.
022000     perform 9000-terminate thru 9000-exit.
022100     goback.
022200
022300*================================================================
022400* 1000-initialize
022500*     take the period, load the account table from the
022600*     reference file and open the master, the held file and
022700*     the report.  no reference file or no master is fatal -
022800*     there would be nothing to report against.  no held file
022900*     only means nothing has been held yet.
023000*================================================================
023100 1000-initialize.
023200     accept ws-run-date from date yyyymmdd.
023300     move ws-run-date (1:6) to ws-period.
023400     perform 1100-read-parameters thru 1100-exit.
023500     perform 1200-load-account-table thru 1200-exit.
023600     if not ws-has-fatal-error
023700         open input master-file
023800         if ws-master-status not = "00"
023900             display "multbudg: unable to open master file - "
024000                 "status " ws-master-status " - run stopped"
024100             set ws-has-fatal-error to true
024200         end-if
024300     end-if.
024400     if not ws-has-fatal-error
024500         open output report-file
024600         if ws-report-status not = "00"
024700             display "multbudg: unable to open report file - "
024800                 "status " ws-report-status " - run stopped"
024900             set ws-has-fatal-error to true
025000             close master-file
025100         end-if
025200     end-if.
025300 1000-exit.
025400     exit.
025500
025600*================================================================
025700* 1100-read-parameters
025800*     read the budget period (yyyymm) to report, if a
025900*     parameter file was supplied; otherwise the current month
026000*     is reported.
026100*================================================================
026200 1100-read-parameters.
026300     open input parm-file.
026400     if ws-parm-status = "00"
026500         read parm-file
026600             at end
026700                 continue
026800         end-read
026900         if ws-parm-status = "00"
027000             and bu-period numeric
027100             move bu-period to ws-period
027200         end-if
027300         close parm-file
027400     end-if.
027500 1100-exit.
027600     exit.
027700
027800*================================================================
027900* 1200-load-account-table
028000*     load every reference account into the table with zero
028100*     figures, so each one gets a line whether or not it has a
028200*     budget or any postings.
028300*================================================================
028400 1200-load-account-table.
028500     open input acct-file.
028600     if ws-acct-status not = "00"
028700         display "multbudg: unable to open account reference "
028800             "file - status " ws-acct-status " - run stopped"
028900         set ws-has-fatal-error to true
029000     else
029100         move "N" to ws-eof-switch
029200         perform 1250-load-one-account thru 1250-exit
029300             until ws-end-of-file or ws-has-fatal-error
029400         close acct-file
029500     end-if.
029600 1200-exit.
029700     exit.
029800
029900*================================================================
030000* 1250-load-one-account
030100*     read one account reference record into the next table
030200*     entry, as part of the account table load.
030300*================================================================
030400 1250-load-one-account.
030500     read acct-file
030600         at end
030700             set ws-end-of-file to true
030800     end-read.
030900     if not ws-end-of-file
031000         if ws-acct-count >= ws-acct-max
031100             display "multbudg: account reference file exceeds "
031200                 "table size - run stopped"
031300             set ws-has-fatal-error to true
031400         else
031500             add 1 to ws-acct-count
031600             move ac-acct-code to ws-acct-code (ws-acct-count)
031700             move ac-acct-name to ws-acct-name (ws-acct-count)
031800             move "N"   to ws-acct-budg-sw (ws-acct-count)
031900             move zeros to ws-acct-budget (ws-acct-count)
032000             move zeros to ws-acct-posted (ws-acct-count)
032100             move zeros to ws-acct-held (ws-acct-count)
032200         end-if
032300     end-if.
032400 1250-exit.
032500     exit.
032600
032700*================================================================
032800* 2000-load-budgets
032900*     carry the period's budgets onto the account table.  no
033000*     budgets file still produces the report - every account
033100*     simply shows no budget.
033200*================================================================
033300 2000-load-budgets.
033400     open input budget-file.
033500     if ws-budget-status not = "00"
033600         display "multbudg: no budgets file - status "
033700             ws-budget-status " - accounts show no budget"
033800     else
033900         move "N" to ws-eof-switch
034000         perform 2100-load-one-budget thru 2100-exit
034100             until ws-end-of-file
034200         close budget-file
034300     end-if.
034400 2000-exit.
034500     exit.
034600
034700*================================================================
034800* 2100-load-one-budget
034900*     read one budget record and, when it is for the period,
035000*     carry it onto its account.  a budget for an account not
035100*     on the reference file is counted for the control lines.
035200*================================================================
035300 2100-load-one-budget.
035400     read budget-file
035500         at end
035600             set ws-end-of-file to true
035700     end-read.
035800     if not ws-end-of-file
035900         and bg-period = ws-period
036000         move bg-acct-code to ws-acct-key
036100         perform 6000-find-account thru 6000-exit
036200         if ws-acct-is-found
036300             move "Y" to ws-acct-budg-sw (ws-acct-sub)
036400             move bg-budget-amt to ws-acct-budget (ws-acct-sub)
036500         else
036600             add 1 to ws-unknown-count
036700         end-if
036800     end-if.
036900 2100-exit.
037000     exit.
037100
037200*================================================================
037300* 3000-sweep-master
037400*     start the master at the first day of the period through
037500*     the run-date index and read to the end of the period.
037600*================================================================
037700 3000-sweep-master.
037800     move ws-period to ws-period-start (1:6).
037900     move "01" to ws-period-start (7:2).
038000     move ws-period-start to mr-run-date.
038100     move "N" to ws-eof-switch.
038200     start master-file key is not less than mr-run-date
038300         invalid key
038400             set ws-end-of-file to true
038500     end-start.
038600     perform 3100-post-one-record thru 3100-exit
038700         until ws-end-of-file.
038800 3000-exit.
038900     exit.
039000
039100*================================================================
039200* 3100-post-one-record
039300*     read the next master record and add a clean or corrected
039400*     posting into its account's posted figure.  rejected,
039500*     size-errored and reversed records never reached the
039600*     ledger and are left out.  a record past the period ends
039700*     the sweep.
039800*================================================================
039900 3100-post-one-record.
040000     read master-file next record
040100         at end
040200             set ws-end-of-file to true
040300     end-read.
040400     if not ws-end-of-file
040500         if mr-run-date (1:6) not = ws-period
040600             set ws-end-of-file to true
040700         else
040800             if mr-no-error or mr-corrected
040900                 move mr-acct-code to ws-acct-key
041000                 perform 6000-find-account thru 6000-exit
041100                 if ws-acct-is-found
041200                     add mr-result
041300                         to ws-acct-posted (ws-acct-sub)
041400                 end-if
041500             end-if
041600         end-if
041700     end-if.
041800 3100-exit.
041900     exit.
042000
042100*================================================================
042200* 4000-sweep-held
042300*     read the whole held file and add every item still
042400*     pending for the period into its account's held figure.
042500*     no held file means nothing has been held.
042600*================================================================
042700 4000-sweep-held.
042800     open input held-file.
042900     if ws-held-status = "00"
043000         move "N" to ws-eof-switch
043100         move zeros to hd-trans-id
043200         start held-file key is not less than hd-trans-id
043300             invalid key
043400                 set ws-end-of-file to true
043500         end-start
043600         perform 4100-hold-one-item thru 4100-exit
043700             until ws-end-of-file
043800         close held-file
043900     end-if.
044000 4000-exit.
044100     exit.
044200
044300*================================================================
044400* 4100-hold-one-item
044500*     read the next held record and add it into its account
044600*     when it is pending for the period.
044700*================================================================
044800 4100-hold-one-item.
044900     read held-file next record
045000         at end
045100             set ws-end-of-file to true
045200     end-read.
045300     if not ws-end-of-file
045400         and hd-pending
045500         and hd-period = ws-period
045600         move hd-acct-code to ws-acct-key
045700         perform 6000-find-account thru 6000-exit
045800         if ws-acct-is-found
045900             add hd-result to ws-acct-held (ws-acct-sub)
046000             add 1 to ws-held-count
046100         end-if
046200     end-if.
046300 4100-exit.
046400     exit.
046500
046600*================================================================
046700* 5000-write-report
046800*     print one line per account, the period totals and the
046900*     control counts.
047000*================================================================
047100 5000-write-report.
047200     add 1 to ws-page-count.
047300     perform 7000-write-report-header thru 7000-exit.
047400     move zeros to ws-acct-sub.
047500     perform 5100-write-one-account thru 5100-exit
047600         until ws-acct-sub >= ws-acct-count.
047900     move ws-tot-budget    to bt-budget.
048000     move ws-tot-posted    to bt-posted.
048100     move ws-tot-held      to bt-held.
048200     move ws-tot-remaining to bt-remaining.
048300     write budg-print-record from bud-blank-line.
048400     write budg-print-record from bud-total-line.
048500     write budg-print-record from bud-blank-line.
048600     move "ACCOUNTS OVER BUDGET" to bc-count-title.
048700     move ws-over-count to bc-count.
048800     write budg-print-record from bud-count-line.
048900     move "ACCOUNTS WITH NO BUDGET FOR THE PERIOD"
049000         to bc-count-title.
049100     move ws-nobudget-count to bc-count.
049200     write budg-print-record from bud-count-line.
049300     move "ITEMS HELD AWAITING APPROVAL" to bc-count-title.
049400     move ws-held-count to bc-count.
049500     write budg-print-record from bud-count-line.
049600     move "BUDGETS FOR UNKNOWN ACCOUNTS" to bc-count-title.
049700     move ws-unknown-count to bc-count.
049800     write budg-print-record from bud-count-line.
049900 5000-exit.
050000     exit.
050100
050200*================================================================
050300* 5100-write-one-account
050400*     print the line for a single account - remaining is the
050500*     budget less what has posted, and goes negative once an
050600*     approved overrun has posted; percent used is posted over
050700*     budget.  an account with no budget shows its actuals
050800*     only.
050900*================================================================
051000 5100-write-one-account.
051100     add 1 to ws-acct-sub.
051200     if ws-line-count >= ws-lines-per-page
051300         add 1 to ws-page-count
051400         perform 7000-write-report-header thru 7000-exit
051500     end-if.
051600     move ws-acct-code (ws-acct-sub)   to bd-acct-code.
051700     move ws-acct-name (ws-acct-sub)   to bd-acct-name.
051800     move ws-acct-posted (ws-acct-sub) to bd-posted.
051900     move ws-acct-held (ws-acct-sub)   to bd-held.
052000     add ws-acct-posted (ws-acct-sub) to ws-tot-posted.
052100     add ws-acct-held (ws-acct-sub)   to ws-tot-held.
052200     if ws-acct-budg-sw (ws-acct-sub) = "Y"
052300         move ws-acct-budget (ws-acct-sub) to bd-budget
052400         add ws-acct-budget (ws-acct-sub) to ws-tot-budget
052500         subtract ws-acct-posted (ws-acct-sub)
052600             from ws-acct-budget (ws-acct-sub)
052700             giving ws-remaining
052800         move ws-remaining to bd-remaining
052850         add ws-remaining to ws-tot-remaining
052900         if ws-remaining < zero
053000             add 1 to ws-over-count
053100         end-if
053200         perform 5200-compute-pct-used thru 5200-exit
053300     else
053400         add 1 to ws-nobudget-count
053500         move zeros to bd-budget
053600         move zeros to bd-remaining
053700         move "NO BUDGET" to bd-pct-used
053800     end-if.
053900     write budg-print-record from bud-detail-line.
054000     add 1 to ws-line-count.
054100 5100-exit.
054200     exit.
054300
054400*================================================================
054500* 5200-compute-pct-used
054600*     percent of the budget used to date.  a zero budget with
054700*     anything posted against it is simply over; a figure too
054800*     big for the column is shown as over as well.
054900*================================================================
055000 5200-compute-pct-used.
055100     if ws-acct-budget (ws-acct-sub) = zero
055200         if ws-acct-posted (ws-acct-sub) = zero
055300             move "   0.00" to bd-pct-used
055400         else
055500             move "OVER" to bd-pct-used
055600         end-if
055700     else
055800         multiply ws-acct-posted (ws-acct-sub) by 100
055900             giving ws-pct-work
056000         divide ws-pct-work by ws-acct-budget (ws-acct-sub)
056100             giving ws-pct-used rounded
056200             on size error
056300                 move 9999.99 to ws-pct-used
056400         end-divide
056500         move ws-pct-used to ws-pct-edit
056600         move ws-pct-edit to bd-pct-used
056700     end-if.
056800 5200-exit.
056900     exit.
057000
057100*================================================================
057200* 6000-find-account
057300*     scan the account table for ws-acct-key, leaving
057400*     ws-acct-sub on the entry when it is found.
057500*================================================================
057600 6000-find-account.
057700     move "N" to ws-acct-found-switch.
057800     move zeros to ws-acct-sub.
057900     perform 6100-scan-one-account thru 6100-exit
058000         until ws-acct-is-found
058100             or ws-acct-sub >= ws-acct-count.
058200 6000-exit.
058300     exit.
058400
058500*================================================================
058600* 6100-scan-one-account
058700*     compare ws-acct-key against a single account table
058800*     entry, as part of the account scan.
058900*================================================================
059000 6100-scan-one-account.
059100     add 1 to ws-acct-sub.
059200     if ws-acct-code (ws-acct-sub) = ws-acct-key
059300         set ws-acct-is-found to true
059400     end-if.
059500 6100-exit.
059600     exit.
059700
059800*================================================================
059900* 7000-write-report-header
060000*     write the report's two heading lines for the current
060100*     page.
060200*================================================================
060300 7000-write-report-header.
060400     move ws-period (1:4)    to bh1-period (1:4).
060500     move "-"                to bh1-period (5:1).
060600     move ws-period (5:2)    to bh1-period (6:2).
060700     move ws-run-date (1:4)  to bh1-run-date (1:4).
060800     move "-"                to bh1-run-date (5:1).
060900     move ws-run-date (5:2)  to bh1-run-date (6:2).
061000     move "-"                to bh1-run-date (8:1).
061100     move ws-run-date (7:2)  to bh1-run-date (9:2).
061200     move ws-page-count to bh1-page-no.
061300     write budg-print-record from bud-heading-1.
061400     write budg-print-record from bud-heading-2.
061500     write budg-print-record from bud-blank-line.
061600     move zeros to ws-line-count.
061700 7000-exit.
061800     exit.
061900
062000*================================================================
062100* 9000-terminate
062200*     close the files used by this run, provided the opens in
062300*     1000-initialize actually succeeded.
062400*================================================================
062500 9000-terminate.
062600     if not ws-has-fatal-error
062700         close master-file
062800         close report-file
062900     end-if.
063000 9000-exit.
063100     exit.
