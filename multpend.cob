000100 identification division.
000200 program-id. multpend.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-15  jk   original version - pending maintenance report
001100*                  over the pendmnt file.  every correction,
001200*                  reversal and run backout still waiting for a
001300*                  second operator's decision is listed with its
001400*                  requester and age in days, and a separate
001500*                  exceptions page lists every request older than
001600*                  the pendparm-supplied threshold (3 days when
001700*                  no parameter file is given), so a request
001800*                  nobody has looked at is chased up.  closing
001900*                  counts show how many were approved and
002000*                  rejected.
002025* 2026-10-24  jk   prior-period adjustment requests are listed
002050*                  as "PRIOR ADJ" - they were falling through to
002075*                  "RUN BACKOUT".
002100*----------------------------------------------------------------
002200
002300 environment division.
002400 input-output section.
002500 file-control.
002600     select pend-file assign to "PENDMNT"
002700         organization is indexed
002800         access mode is dynamic
002900         record key is pm-request-no
003000         alternate record key is pm-trans-id
003100             with duplicates
003200         file status is ws-pend-status.
003300
003400     select parm-file assign to "PENDPARM"
003500         organization is line sequential
003600         file status is ws-parm-status.
003700
003800     select report-file assign to "PENDRPT"
003900         organization is line sequential
004000         file status is ws-report-status.
004100
004200 data division.
004300 file section.
004400 fd  pend-file.
004500 copy pendrec.
004600
004700 fd  parm-file
004800     record contains 20 characters.
004900 01  parm-record.
005000     05  pp-threshold            pic 9(03).
005100     05  filler                  pic x(17).
005200
005300 fd  report-file
005400     record contains 132 characters.
005500 01  pend-print-record           pic x(132).
005600
005700 working-storage section.
005800*----------------------------------------------------------------
005900* report lines - built here and written from working storage,
006000* since a file section record's initial content is undefined.
006100*----------------------------------------------------------------
006200 01  pnd-heading-1.
006300     05  filler                  pic x(05) value spaces.
006400     05  filler                  pic x(33)
006500             value "MULT - PENDING MAINTENANCE REPORT".
006600     05  filler                  pic x(05) value spaces.
006700     05  ph1-run-date            pic x(10).
006800     05  filler                  pic x(05) value spaces.
006900     05  filler                  pic x(05) value "PAGE ".
007000     05  ph1-page-no             pic zz9.
007100     05  filler                  pic x(66) value spaces.
007200 01  pnd-heading-2.
007300     05  filler                  pic x(05) value spaces.
007400     05  filler                  pic x(07) value "REQUEST".
007500     05  filler                  pic x(02) value spaces.
007600     05  filler                  pic x(11) value "ACTION".
007700     05  filler                  pic x(02) value spaces.
007800     05  filler                  pic x(06) value "TRANS ".
007900     05  filler                  pic x(02) value spaces.
008000     05  filler                  pic x(04) value "RUN ".
008100     05  filler                  pic x(02) value spaces.
008200     05  filler                  pic x(04) value "ACCT".
008300     05  filler                  pic x(02) value spaces.
008400     05  filler                  pic x(13) value "       AMOUNT".
008500     05  filler                  pic x(02) value spaces.
008600     05  filler                  pic x(09) value "REQUESTER".
008700     05  filler                  pic x(02) value spaces.
008800     05  filler                  pic x(10) value "REQUESTED".
008900     05  filler                  pic x(02) value spaces.
009000     05  filler                  pic x(05) value "  AGE".
009100     05  filler                  pic x(42) value spaces.
009200 01  pnd-detail-line.
009300     05  filler                  pic x(05) value spaces.
009400     05  pd-request-no           pic 9(06).
009500     05  filler                  pic x(03) value spaces.
009600     05  pd-action               pic x(11).
009700     05  filler                  pic x(02) value spaces.
009800     05  pd-trans-id             pic 9(06).
009900     05  filler                  pic x(02) value spaces.
010000     05  pd-run-no               pic 9(04).
010100     05  filler                  pic x(02) value spaces.
010200     05  pd-acct-code            pic x(04).
010300     05  filler                  pic x(02) value spaces.
010400     05  pd-amount               pic z(09)9.99.
010500     05  filler                  pic x(02) value spaces.
010600     05  pd-requester            pic x(08).
010700     05  filler                  pic x(03) value spaces.
010800     05  pd-request-date         pic x(10).
010900     05  filler                  pic x(02) value spaces.
011000     05  pd-age                  pic zzzz9.
011100     05  filler                  pic x(42) value spaces.
011200 01  pnd-section-line.
011300     05  filler                  pic x(05) value spaces.
011400     05  ps-section-title        pic x(50).
011500     05  filler                  pic x(77) value spaces.
011600 01  pnd-count-line.
011700     05  filler                  pic x(05) value spaces.
011800     05  pc-count-title          pic x(30).
011900     05  pc-count                pic zzzzz9.
012000     05  filler                  pic x(91) value spaces.
012100 01  pnd-blank-line              pic x(132) value spaces.
012200*----------------------------------------------------------------
012300* file status and end-of-file switches
012400*----------------------------------------------------------------
012500 77  ws-pend-status          pic xx       value "00".
012600 77  ws-parm-status          pic xx       value "00".
012700 77  ws-report-status        pic xx       value "00".
012800 77  ws-eof-switch           pic x        value "N".
012900     88  ws-end-of-file      value "Y".
013000 77  ws-fatal-switch         pic x        value "N".
013100     88  ws-has-fatal-error  value "Y".
013200*----------------------------------------------------------------
013300* run date, exceptions threshold and age work fields
013400*----------------------------------------------------------------
013500 77  ws-run-date             pic 9(08)    value zeros.
013600 77  ws-threshold            pic 9(03)    value 3.
013700 77  ws-run-days             pic 9(07)    value zeros.
013800 77  ws-item-days            pic 9(07)    value zeros.
013900 77  ws-age-days             pic 9(05)    value zeros.
014000*----------------------------------------------------------------
014100* date-to-day-number conversion work fields (march-based civil
014200* day count, so leap days fall out of the year arithmetic)
014300*----------------------------------------------------------------
014400 77  ws-date-work            pic 9(08)    value zeros.
014500 77  ws-fmt-date             pic x(10)    value spaces.
014600 77  ws-days-work            pic 9(07)    value zeros.
014700 77  ws-dd-year              pic 9(04)    value zeros.
014800 77  ws-dd-month             pic 9(02)    value zeros.
014900 77  ws-dd-day               pic 9(02)    value zeros.
015000 77  ws-dd-work1             pic 9(07)    value zeros.
015100 77  ws-dd-work2             pic 9(07)    value zeros.
015200 77  ws-dd-work3             pic 9(07)    value zeros.
015300*----------------------------------------------------------------
015400* sweep counts
015500*----------------------------------------------------------------
015600 77  ws-pending-count        pic 9(06)    value zeros.
015700 77  ws-except-count         pic 9(06)    value zeros.
015800 77  ws-approved-count       pic 9(06)    value zeros.
015900 77  ws-rejected-count       pic 9(06)    value zeros.
016000*----------------------------------------------------------------
016100* report pagination
016200*----------------------------------------------------------------
016300 77  ws-line-count           pic 9(03)    value zeros.
016400 77  ws-page-count           pic 9(03)    value zeros.
016500 77  ws-lines-per-page       pic 9(03)    value 20.
016600
016700 procedure division.
016800*================================================================
016900* 0000-mainline
017000*     top level control paragraph for the pending maintenance
017100*     report.
017200*================================================================
017300 0000-mainline.
017400     perform 1000-initialize thru 1000-exit.
017500     if not ws-has-fatal-error
017600         perform 2000-list-pending thru 2000-exit
017700         perform 4000-write-exceptions-page thru 4000-exit
017800         perform 5000-write-closing-counts thru 5000-exit
017900     end-if.
018000     perform 9000-terminate thru 9000-exit.
018100     goback.
018200
018300*================================================================
018400* 1000-initialize
018500*     pick up the optional exceptions threshold, open the
018600*     pending maintenance file and the report, and write the
018700*     first page heading.  no pending file means nothing was
018800*     ever requested, and that is reported rather than treated
018900*     as an error in the report job itself.
019000*================================================================
019100 1000-initialize.
019200     accept ws-run-date from date yyyymmdd.
019300     move ws-run-date to ws-date-work.
019400     perform 8000-date-to-days thru 8000-exit.
019500     move ws-days-work to ws-run-days.
019600     perform 1100-read-threshold thru 1100-exit.
019700     open input pend-file.
019800     if ws-pend-status not = "00"
019900         if ws-pend-status = "35"
020000             display "multpend: no pending maintenance file - "
020100                 "nothing to report"
020200         else
020300             display "multpend: unable to open pending "
020400                 "maintenance file - status " ws-pend-status
020500         end-if
020600         set ws-has-fatal-error to true
020700     end-if.
020800     if not ws-has-fatal-error
020900         open output report-file
021000         if ws-report-status not = "00"
021100             display "multpend: unable to open report file - "
021200                 "status " ws-report-status
021300             set ws-has-fatal-error to true
021400             close pend-file
021500         end-if
021600     end-if.
021700     if not ws-has-fatal-error
021800         add 1 to ws-page-count
021900         perform 7000-write-report-header thru 7000-exit
022000         move "REQUESTS AWAITING A DECISION"
022100             to ps-section-title
022200         write pend-print-record from pnd-section-line
022300         write pend-print-record from pnd-blank-line
022400         add 2 to ws-line-count
022500     end-if.
022600 1000-exit.
022700     exit.
022800
022900*================================================================
023000* 1100-read-threshold
023100*     read the exceptions threshold in days from the parameter
023200*     file, when one was supplied; the 3-day default otherwise.
023300*================================================================
023400 1100-read-threshold.
023500     open input parm-file.
023600     if ws-parm-status = "00"
023700         read parm-file
023800             at end
023900                 continue
024000         end-read
024100         if ws-parm-status = "00"
024200             and pp-threshold numeric
024300             and pp-threshold > zero
024400             move pp-threshold to ws-threshold
024500         end-if
024600         close parm-file
024700     end-if.
024800 1100-exit.
024900     exit.
025000
025100*================================================================
025200* 2000-list-pending
025300*     first sweep of the pending file - list every request
025400*     still waiting for a decision with its age, and count the
025500*     decided ones for the closing counts.
025600*================================================================
025700 2000-list-pending.
025800     perform 2100-read-request thru 2100-exit.
025900     perform 2200-list-one-request thru 2200-exit
026000         until ws-end-of-file.
026100 2000-exit.
026200     exit.
026300
026400*================================================================
026500* 2100-read-request
026600*     read the next request in request-number order, as part
026700*     of the current sweep.
026800*================================================================
026900 2100-read-request.
027000     read pend-file next record
027100         at end
027200             set ws-end-of-file to true
027300     end-read.
027400 2100-exit.
027500     exit.
027600
027700*================================================================
027800* 2200-list-one-request
027900*     list a single pending request, or count a decided one,
028000*     then read the next record.
028100*================================================================
028200 2200-list-one-request.
028300     evaluate true
028400         when pm-pending
028500             add 1 to ws-pending-count
028600             perform 2250-compute-age thru 2250-exit
028700             perform 2300-write-request-line thru 2300-exit
028800         when pm-approved
028900             add 1 to ws-approved-count
029000         when pm-rejected
029100             add 1 to ws-rejected-count
029200     end-evaluate.
029300     perform 2100-read-request thru 2100-exit.
029400 2200-exit.
029500     exit.
029600
029700*================================================================
029800* 2250-compute-age
029900*     age in days between the request date and the run date.
030000*     a request date after the run date (a clock problem)
030100*     ages as zero.
030200*================================================================
030300 2250-compute-age.
030400     move pm-request-date to ws-date-work.
030500     perform 8000-date-to-days thru 8000-exit.
030600     move ws-days-work to ws-item-days.
030700     if ws-item-days > ws-run-days
030800         move zeros to ws-age-days
030900     else
031000         subtract ws-item-days from ws-run-days
031100             giving ws-age-days
031200     end-if.
031300 2250-exit.
031400     exit.
031500
031600*================================================================
031700* 2300-write-request-line
031800*     format and write the detail line for the current request,
031900*     starting a new page when this one is full.  the amount
032000*     is the figure the request would take out of the ledger -
032100*     the posting being corrected or reversed, or the total of
032200*     a run backout.
032300*================================================================
032400 2300-write-request-line.
032500     if ws-line-count >= ws-lines-per-page
032600         add 1 to ws-page-count
032700         perform 7000-write-report-header thru 7000-exit
032800     end-if.
032900     move pm-request-no to pd-request-no.
033000     evaluate true
033100         when pm-correction
033200             move "CORRECTION" to pd-action
033300         when pm-reversal
033400             move "REVERSAL" to pd-action
033425         when pm-prior-adjust
033450             move "PRIOR ADJ" to pd-action
033500         when other
033600             move "RUN BACKOUT" to pd-action
033700     end-evaluate.
033800     move pm-trans-id   to pd-trans-id.
033900     move pm-run-no     to pd-run-no.
034000     move pm-acct-code  to pd-acct-code.
034100     move pm-old-result to pd-amount.
034200     move pm-requester  to pd-requester.
034300     move pm-request-date to ws-date-work.
034400     perform 8100-format-date thru 8100-exit.
034500     move ws-fmt-date   to pd-request-date.
034600     move ws-age-days   to pd-age.
034700     write pend-print-record from pnd-detail-line.
034800     add 1 to ws-line-count.
034900 2300-exit.
035000     exit.
035100
035200*================================================================
035300* 4000-write-exceptions-page
035400*     second sweep - a fresh page listing every request older
035500*     than the exceptions threshold, so supervision sees
035600*     exactly what has waited too long for a second operator.
035700*     the pending file is closed and reopened to restart the
035800*     sweep from the front.
035900*================================================================
036000 4000-write-exceptions-page.
036100     close pend-file.
036200     open input pend-file.
036300     if ws-pend-status not = "00"
036400         display "multpend: unable to reopen pending "
036500             "maintenance file - status " ws-pend-status
036600         set ws-has-fatal-error to true
036700     else
036800         add 1 to ws-page-count
036900         perform 7000-write-report-header thru 7000-exit
037000         move spaces to ps-section-title
037100         string "EXCEPTIONS - PENDING OVER "
037200                 delimited by size
037300             ws-threshold delimited by size
037400             " DAYS" delimited by size
037500             into ps-section-title
037600         write pend-print-record from pnd-section-line
037700         write pend-print-record from pnd-blank-line
037800         add 2 to ws-line-count
037900         move "N" to ws-eof-switch
038000         perform 2100-read-request thru 2100-exit
038100         perform 4100-except-one-request thru 4100-exit
038200             until ws-end-of-file
038300         write pend-print-record from pnd-blank-line
038400         move "REQUESTS OVER THRESHOLD       "
038500             to pc-count-title
038600         move ws-except-count to pc-count
038700         write pend-print-record from pnd-count-line
038800         add 2 to ws-line-count
038900     end-if.
039000 4000-exit.
039100     exit.
039200
039300*================================================================
039400* 4100-except-one-request
039500*     list a single pending request on the exceptions page
039600*     when its age exceeds the threshold, then read the next
039700*     record.
039800*================================================================
039900 4100-except-one-request.
040000     if pm-pending
040100         perform 2250-compute-age thru 2250-exit
040200         if ws-age-days > ws-threshold
040300             add 1 to ws-except-count
040400             perform 2300-write-request-line thru 2300-exit
040500         end-if
040600     end-if.
040700     perform 2100-read-request thru 2100-exit.
040800 4100-exit.
040900     exit.
041000
041100*================================================================
041200* 5000-write-closing-counts
041300*     the closing counts - what is still waiting, what has
041400*     waited too long, and how the decided requests went.
041500*================================================================
041600 5000-write-closing-counts.
041700     if ws-has-fatal-error
041800         go to 5000-exit
041900     end-if.
042000     write pend-print-record from pnd-blank-line.
042100     move "REQUESTS PENDING              " to pc-count-title.
042200     move ws-pending-count to pc-count.
042300     write pend-print-record from pnd-count-line.
042400     move "REQUESTS APPROVED             " to pc-count-title.
042500     move ws-approved-count to pc-count.
042600     write pend-print-record from pnd-count-line.
042700     move "REQUESTS REJECTED             " to pc-count-title.
042800     move ws-rejected-count to pc-count.
042900     write pend-print-record from pnd-count-line.
043000     display "multpend: " ws-pending-count " pending, "
043100         ws-except-count " over " ws-threshold " days, "
043200         ws-approved-count " approved, " ws-rejected-count
043300         " rejected".
043400 5000-exit.
043500     exit.
043600
043700*================================================================
043800* 7000-write-report-header
043900*     write the report's two heading lines for the current page.
044000*================================================================
044100 7000-write-report-header.
044200     move ws-run-date to ws-date-work.
044300     perform 8100-format-date thru 8100-exit.
044400     move ws-fmt-date to ph1-run-date.
044500     move ws-page-count to ph1-page-no.
044600     write pend-print-record from pnd-heading-1.
044700     write pend-print-record from pnd-heading-2.
044800     write pend-print-record from pnd-blank-line.
044900     move zeros to ws-line-count.
045000 7000-exit.
045100     exit.
045200
045300*================================================================
045400* 8000-date-to-days
045500*     turn the yyyymmdd date in ws-date-work into a day number
045600*     in ws-days-work, so two dates subtract to an age in days.
045700*     the year is counted from march so the leap day falls at
045800*     the end of the counting year and drops out of the month
045900*     arithmetic.
046000*================================================================
046100 8000-date-to-days.
046200     move ws-date-work(1:4) to ws-dd-year.
046300     move ws-date-work(5:2) to ws-dd-month.
046400     move ws-date-work(7:2) to ws-dd-day.
046500     if ws-dd-month < 3
046600         subtract 1 from ws-dd-year
046700         add 12 to ws-dd-month
046800     end-if.
046900     multiply ws-dd-year by 365 giving ws-days-work.
047000     divide ws-dd-year by 4 giving ws-dd-work1.
047100     add ws-dd-work1 to ws-days-work.
047200     divide ws-dd-year by 100 giving ws-dd-work1.
047300     subtract ws-dd-work1 from ws-days-work.
047400     divide ws-dd-year by 400 giving ws-dd-work1.
047500     add ws-dd-work1 to ws-days-work.
047600     subtract 3 from ws-dd-month giving ws-dd-work2.
047700     multiply ws-dd-work2 by 153 giving ws-dd-work3.
047800     add 2 to ws-dd-work3.
047900     divide ws-dd-work3 by 5 giving ws-dd-work2.
048000     add ws-dd-work2 to ws-days-work.
048100     add ws-dd-day to ws-days-work.
048200 8000-exit.
048300     exit.
048400
048500*================================================================
048600* 8100-format-date
048700*     spread the yyyymmdd date in ws-date-work into yyyy-mm-dd
048800*     display form in ws-fmt-date for the caller to move.
048900*================================================================
049000 8100-format-date.
049100     move ws-date-work(1:4) to ws-fmt-date(1:4).
049200     move "-"               to ws-fmt-date(5:1).
049300     move ws-date-work(5:2) to ws-fmt-date(6:2).
049400     move "-"               to ws-fmt-date(8:1).
049500     move ws-date-work(7:2) to ws-fmt-date(9:2).
049600 8100-exit.
049700     exit.
049800
049900*================================================================
050000* 9000-terminate
050100*     close the files used by this run, provided the opens in
050200*     1000-initialize actually succeeded.
050300*================================================================
050400 9000-terminate.
050500     if not ws-has-fatal-error
050600         close pend-file
050700         close report-file
050800     end-if.
050900 9000-exit.
051000     exit.
