002200*                  proves every record in the run was accounted
002300*                  for exactly once.  the operator must carry
002400*                  the master maintenance function on opersec.
002402* 2026-10-15  jk   maker-checker control - the backout no longer
002404*                  posts.  the sweep now reads the master only
002406*                  and prints the register as a preview of what
002408*                  would be reversed, and a backout request for
002410*                  the run goes to the pendmnt pending
002412*                  maintenance file (unless one is already
002414*                  waiting) for a second authorized operator to
002416*                  approve.  multappr does the reversing, the
002418*                  "R" documents and the images once it is
002420*                  approved.  the gl interface is no longer
002422*                  opened here.
002424* 2026-10-16  jk   fiscal period lock - the fiscal calendar is
002426*                  loaded at start up, and records of the run
002428*                  whose run date falls in a closed period are
002430*                  shown as left alone and counted on the
002432*                  preview, and never asked to be reversed.
002434* 2026-10-17  jk   audit records grew to 136 characters for the
002436*                  currency code, currency result and rate -
002438*                  blank and zero on every record logged here.
002440* 2026-10-19  jk   audit log chain - every audit record appended
002442*                  carries the next chain sequence number and a
002444*                  chain value worked from the record before it
002446*                  and its own content, so multlogv can prove no
002448*                  record was changed, removed or slipped in.
002450*                  audit records grew to 154 characters.
002500*----------------------------------------------------------------
002600
002700 environment division.
004500         organization is line sequential
004600         file status is ws-log-status.
004700
004800     select pend-file assign to "PENDMNT"
004900         organization is indexed
004920         access mode is dynamic
004940         record key is pm-request-no
004960         alternate record key is pm-trans-id
004980             with duplicates
005000         file status is ws-pend-status.
005100
005200     select opsec-file assign to "OPERSEC"
005300         organization is line sequential
005600     select report-file assign to "BACKRPT"
005700         organization is line sequential
005800         file status is ws-report-status.
005820
005840     select fiscal-file assign to "FISCAL"
005860         organization is line sequential
005880         file status is ws-fiscal-status.
005900
006000 data division.
006100 file section.
006900     05  filler                  pic x(16).
007000
007100 fd  log-file
007200     record contains 154 characters.
007300 copy logrec.
007400
007500 fd  pend-file.
007700 copy pendrec.
007800
007900 fd  opsec-file
008000     record contains 40 characters.
008300 fd  report-file
008400     record contains 132 characters.
008500 01  back-print-record           pic x(132).
008520
008540 fd  fiscal-file
008560     record contains 50 characters.
008580 copy fiscrec.
008600
008700 working-storage section.
008800*----------------------------------------------------------------
009200 01  bkr-heading-1.
009300     05  filler                  pic x(05) value spaces.
009400     05  filler                  pic x(28)
009500             value "MULT - RUN BACKOUT PREVIEW".
009600     05  filler                  pic x(06) value spaces.
009700     05  bh1-run-no              pic zzz9.
009800     05  filler                  pic x(06) value spaces.
012400         "EVERY RECORD ACCOUNTED -  ".
012500     05  bp-proof                pic x(08).
012600     05  filler                  pic x(93) value spaces.
012610 01  bkr-request-line.
012620     05  filler                  pic x(05) value spaces.
012630     05  bq-request-text         pic x(40).
012640     05  bq-request-no           pic 9(06).
012650     05  filler                  pic x(81) value spaces.
012700 01  bkr-blank-line              pic x(132) value spaces.
012800*----------------------------------------------------------------
012900* file status and session switches
013100 77  ws-master-status        pic xx       value "00".
013200 77  ws-parm-status          pic xx       value "00".
013300 77  ws-log-status           pic xx       value "00".
013400 77  ws-pend-status          pic xx       value "00".
013410 77  ws-pend-eof-switch      pic x        value "N".
013420     88  ws-pend-end-of-file value "Y".
013430 77  ws-pend-found-switch    pic x        value "N".
013440     88  ws-pend-is-found    value "Y".
013450 77  ws-last-request-no      pic 9(06)    value zeros.
013500 77  ws-opsec-status         pic xx       value "00".
013600 77  ws-report-status        pic xx       value "00".
013700 77  ws-eof-switch           pic x        value "N".
014700 77  ws-operator-id          pic x(08)    value spaces.
014800 01  ws-environment-name     pic x(20)    value "USER".
014900 77  ws-backout-run-no       pic 9(04)    value zeros.
014950*----------------------------------------------------------------
015000* fiscal calendar, loaded at start up.  a record whose run date
015050* falls in a closed period is locked - no calendar at all, or a
015100* date no period covers, locks nothing.
015150*----------------------------------------------------------------
015200 77  ws-fiscal-status        pic xx       value "00".
015250 77  ws-fisc-eof-switch      pic x        value "N".
015300     88  ws-fisc-end-of-file value "Y".
015350 77  ws-closed-switch        pic x        value "N".
015400     88  ws-period-is-closed value "Y".
015450 77  ws-fisc-max             pic 9(03)    value 120.
015500 77  ws-fisc-sub             pic 9(03)    value zeros.
015550 01  ws-fisc-table.
015600     05  ws-fisc-count       pic 9(03)    value zeros.
015650     05  ws-fisc-entry occurs 120 times.
015700         10  ws-fisc-period      pic 9(06).
015750         10  ws-fisc-start       pic 9(08).
015800         10  ws-fisc-end         pic 9(08).
015850         10  ws-fisc-status      pic x(01).
016300*----------------------------------------------------------------
016400* register counts and control totals
016500*----------------------------------------------------------------
016600 77  ws-swept-count          pic 9(06)    value zeros.
016700 77  ws-eligible-count       pic 9(06)    value zeros.
016800 77  ws-alrrev-count         pic 9(06)    value zeros.
016900 77  ws-corrected-count      pic 9(06)    value zeros.
017000 77  ws-closed-count         pic 9(06)    value zeros.
017100 77  ws-eligible-amount      pic 9(11)v99 value zeros.
017200 77  ws-proof-work           pic 9(06)    value zeros.
017202*----------------------------------------------------------------
017204* audit log chain - the sequence number and chain value of the
017206* last record on the log, carried on to every record appended.
017208* a record's chain value is worked from the value before it and
017210* every character of the record ahead of the value itself, so
017212* a record changed, removed or slipped in breaks the chain from
017214* that point on.
017216*----------------------------------------------------------------
017218 77  ws-chain-last-seq       pic 9(08)    value zeros.
017220 77  ws-chain-last-value     pic 9(10)    value zeros.
017222 77  ws-chain-hash           pic 9(10)    value zeros.
017224 77  ws-chain-work           pic 9(12)    value zeros.
017226 77  ws-chain-quotient       pic 9(12)    value zeros.
017228 77  ws-chain-sub            pic 9(03)    value zeros.
017230 77  ws-chain-eof-switch     pic x        value "N".
017232     88  ws-chain-end-of-log value "Y".
017234 01  ws-chain-byte-area.
017236     05  ws-chain-byte-pair  pic x(02).
017238     05  ws-chain-byte-value redefines ws-chain-byte-pair
017240                             pic 9(04) binary.
017300
017400 procedure division.
017500*================================================================
018100     if not ws-has-fatal-error
018200         perform 2000-sweep-run thru 2000-exit
018300         perform 3000-write-register-totals thru 3000-exit
018350         perform 4000-request-backout thru 4000-exit
018400     end-if.
018500     perform 9000-terminate thru 9000-exit.
018600     goback.
018800*================================================================
018900* 1000-initialize
019000*     identify and authorize the operator, read the run number
019100*     to back out, and open the master for reading, the audit
019200*     log, the pending maintenance file and the register.
019300*     asking for a backout is master maintenance, so the
019400*     operator must carry that function on the security file.
019500*================================================================
019600 1000-initialize.
019700     accept ws-run-date from date yyyymmdd.
020200         perform 1100-read-run-number thru 1100-exit
020300     end-if.
020400     if not ws-has-fatal-error
020500         open input master-file
020600         if ws-master-status not = "00"
020700             if ws-master-status = "35"
020800                 display "multback: no master file - nothing to "
021500         end-if
021600     end-if.
021700     if not ws-has-fatal-error
021750         perform 8700-find-log-chain thru 8700-exit
021800         open extend log-file
021900         if ws-log-status = "35"
022000             open output log-file
022700         end-if
022800     end-if.
022900     if not ws-has-fatal-error
023000         perform 1200-open-pend-file thru 1200-exit
024100     end-if.
024125     if not ws-has-fatal-error
024150         perform 1300-load-calendar thru 1300-exit
024175     end-if.
024200     if not ws-has-fatal-error
024300         open output report-file
024400         if ws-report-status not = "00"
024700             set ws-has-fatal-error to true
024800             close master-file
024900             close log-file
025000             close pend-file
025100         else
025200             move ws-backout-run-no to bh1-run-no
025300             move ws-run-date(1:4) to bh1-run-date(1:4)
032100*     before the normal opens ever happen.
032200*================================================================
032300 1080-log-denial.
032350     perform 8700-find-log-chain thru 8700-exit.
032400     open extend log-file.
032500     if ws-log-status = "35"
032600         open output log-file
033900         move zeros          to lg-num1
034000         move zeros          to lg-num2
034100         move zeros          to lg-result
034125         move spaces         to lg-curr-code
034150         move zeros          to lg-curr-result
034175         move zeros          to lg-exch-rate
034200         move "security - run backout denied" to lg-message
034300         perform 8800-write-chained-log thru 8800-exit
034400         close log-file
034500     end-if.
034600 1080-exit.
037800     end-if.
037900 1100-exit.
038000     exit.
038001
038002*================================================================
038003* 1200-open-pend-file
038004*     open the pending maintenance file for update, creating
038005*     it the first time a request is ever made, and find the
038006*     last request number issued so the next one follows it.
038007*================================================================
038008 1200-open-pend-file.
038009     open i-o pend-file.
038010     if ws-pend-status = "35"
038011         open output pend-file
038012         close pend-file
038013         open i-o pend-file
038014     end-if.
038015     if ws-pend-status not = "00"
038016         display "multback: unable to open pending maintenance "
038017             "file - status " ws-pend-status
038018         set ws-has-fatal-error to true
038019         close master-file
038020         close log-file
038021     else
038022         move zeros to ws-last-request-no
038023         move zeros to pm-request-no
038024         move "N" to ws-pend-eof-switch
038025         start pend-file key is not less than pm-request-no
038026             invalid key
038027                 set ws-pend-end-of-file to true
038028         end-start
038029         perform 1250-read-one-request thru 1250-exit
038030             until ws-pend-end-of-file
038031     end-if.
038032 1200-exit.
038033     exit.
038034
038035*================================================================
038036* 1250-read-one-request
038037*     read the next request in request-number order and keep
038038*     its number, as part of the last-number search.
038039*================================================================
038040 1250-read-one-request.
038041     read pend-file next record
038042         at end
038043             set ws-pend-end-of-file to true
038044     end-read.
038045     if not ws-pend-end-of-file
038046         move pm-request-no to ws-last-request-no
038047     end-if.
038048 1250-exit.
038049     exit.
038050
038051*================================================================
038052* 1300-load-calendar
038053*     load the fiscal calendar into its table.  with no
038054*     calendar on file no period is closed.
038055*================================================================
038056 1300-load-calendar.
038057     move zeros to ws-fisc-count.
038058     open input fiscal-file.
038059     if ws-fiscal-status = "00"
038060         move "N" to ws-fisc-eof-switch
038061         perform 1350-load-one-period thru 1350-exit
038062             until ws-fisc-end-of-file
038063         close fiscal-file
038064     end-if.
038065 1300-exit.
038066     exit.
038067
038068*================================================================
038069* 1350-load-one-period
038070*     read one calendar record into the next table entry, as
038071*     part of the calendar load.  periods past the table size
038072*     are reported and not loaded.
038073*================================================================
038074 1350-load-one-period.
038075     read fiscal-file
038076         at end
038077             set ws-fisc-end-of-file to true
038078     end-read.
038079     if not ws-fisc-end-of-file
038080         if ws-fisc-count >= ws-fisc-max
038081             display "multback: fiscal calendar exceeds table "
038082                 "size - period " fc-period " not loaded"
038083         else
038084             add 1 to ws-fisc-count
038085             move fc-period     to ws-fisc-period (ws-fisc-count)
038086             move fc-start-date to ws-fisc-start (ws-fisc-count)
038087             move fc-end-date   to ws-fisc-end (ws-fisc-count)
038088             move fc-status     to ws-fisc-status (ws-fisc-count)
038089         end-if
038090     end-if.
038091 1350-exit.
038092     exit.
038100
038200*================================================================
038300* 2000-sweep-run
038400*     position the master on the first record of the target run
038500*     through the mr-run-no index and carry each of the run's
038600*     records through the preview.  a run with no records at
038700*     all is reported - the number is probably wrong.
038800*================================================================
038900 2000-sweep-run.
039400     end-start.
039500     if ws-end-of-run
039600         display "multback: no records on the master for run "
039700             ws-backout-run-no " - nothing to back out"
039800     else
039900         perform 2100-read-next-record thru 2100-exit
040000         perform 2200-backout-one-record thru 2200-exit
042300
042400*================================================================
042500* 2200-backout-one-record
042600*     show what the backout would do to a single record of the
042700*     target run - reverse it, or leave it alone because it
042800*     was already reversed, multmnt has since corrected it or
042850*     its period is closed - then read the next record.
042900*     nothing is changed here.
043000*================================================================
043100 2200-backout-one-record.
043200     add 1 to ws-swept-count.
043300     move mr-trans-id  to bd-trans-id.
043400     move mr-acct-code to bd-acct-code.
043500     move mr-result    to bd-result-edit.
043550     perform 2300-check-period thru 2300-exit.
043600     evaluate true
043700         when mr-reversed
043800             add 1 to ws-alrrev-count
044200             add 1 to ws-corrected-count
044300             move "CORRECTED SINCE RUN - NOT TOUCHED"
044400                 to bd-disposition
044420         when ws-period-is-closed
044440             add 1 to ws-closed-count
044460             move "CLOSED PERIOD - NOT TOUCHED"
044480                 to bd-disposition
044500         when other
044600             add 1 to ws-eligible-count
044625             add mr-result to ws-eligible-amount
044650             move "TO BE REVERSED" to bd-disposition
044700     end-evaluate.
044800     write back-print-record from bkr-detail-line.
044900     perform 2100-read-next-record thru 2100-exit.
045000 2200-exit.
045100     exit.
045102
045104*================================================================
045106* 2300-check-period
045108*     note whether the record's run date falls in a closed
045110*     fiscal period.
045112*================================================================
045114 2300-check-period.
045116     move "N" to ws-closed-switch.
045118     move zeros to ws-fisc-sub.
045120     perform 2350-check-one-period thru 2350-exit
045122         until ws-period-is-closed
045124             or ws-fisc-sub >= ws-fisc-count.
045126 2300-exit.
045128     exit.
045130
045132*================================================================
045134* 2350-check-one-period
045136*     compare the record's run date with a single calendar
045138*     entry, as part of the period check.
045140*================================================================
045142 2350-check-one-period.
045144     add 1 to ws-fisc-sub.
045146     if mr-run-date not < ws-fisc-start (ws-fisc-sub)
045148         and mr-run-date not > ws-fisc-end (ws-fisc-sub)
045150         and ws-fisc-status (ws-fisc-sub) = "C"
045152         set ws-period-is-closed to true
045154     end-if.
045156 2350-exit.
045158     exit.
045200
055300*================================================================
055400* 5200-stamp-log-record
055500*     fill the timestamp, operator and key fields common to
055600*     every audit record this program writes.  a backout is
055700*     maintenance, not a batch run, so it stamps run number
055800*     zero the way multmnt does - the run it backs out is
055900*     named in the message.
056900     move ws-operator-id to lg-operator-id.
057000     move mr-trans-id    to lg-trans-id.
057100     move space          to lg-mode-flag.
057125     move spaces         to lg-curr-code.
057150     move zeros          to lg-curr-result.
057175     move zeros          to lg-exch-rate.
057200 5200-exit.
057300     exit.
057400
057500*================================================================
057600* 3000-write-register-totals
057700*     the preview's control totals - swept, to be reversed and
057800*     left alone must account for every record of the run
057900*     exactly once, and the amount to be reversed is what the
058000*     "R" documents will carry to the ledger once approved.
058100*================================================================
058200 3000-write-register-totals.
058300     write back-print-record from bkr-blank-line.
058400     move "RECORDS ON THE RUN                " to bc-count-title.
058500     move ws-swept-count to bc-count.
058600     write back-print-record from bkr-count-line.
058700     move "TO BE REVERSED                    " to bc-count-title.
058800     move ws-eligible-count to bc-count.
058900     write back-print-record from bkr-count-line.
059000     move "ALREADY REVERSED - LEFT ALONE     " to bc-count-title.
059100     move ws-alrrev-count to bc-count.
059300     move "CORRECTED SINCE - LEFT ALONE      " to bc-count-title.
059400     move ws-corrected-count to bc-count.
059500     write back-print-record from bkr-count-line.
059600     move "CLOSED PERIOD - LEFT ALONE        " to bc-count-title.
059700     move ws-closed-count to bc-count.
059800     write back-print-record from bkr-count-line.
059900     move "AMOUNT TO BE REVERSED             " to ba-amount-title.
060000     move ws-eligible-amount to ba-amount.
060100     write back-print-record from bkr-amount-line.
060200     add ws-eligible-count ws-alrrev-count
060300         ws-corrected-count ws-closed-count
060400         giving ws-proof-work.
060500     if ws-proof-work = ws-swept-count
060700         move "BALANCED" to bp-proof
060800     else
060900         move "*ERROR* " to bp-proof
061000     end-if.
061100     write back-print-record from bkr-proof-line.
061200     display "multback: run " ws-backout-run-no " - "
061300         ws-swept-count " swept, " ws-eligible-count
061400         " to be reversed, " ws-alrrev-count
061500         " already reversed, " ws-corrected-count
061600         " corrected, " ws-closed-count " closed period".
061700 3000-exit.
061701     exit.
061702
061703*================================================================
061704* 4000-request-backout
061705*     ask for the backout - write a run backout request to the
061706*     pending maintenance file under the next request number,
061707*     carrying the amount the preview found to reverse, and
061708*     log it.  a run with nothing left to reverse, or with a
061709*     backout already awaiting approval, is not requested
061710*     again.  the outcome is noted at the foot of the preview.
061711*================================================================
061712 4000-request-backout.
061713     write back-print-record from bkr-blank-line.
061714     move zeros to bq-request-no.
061715     if ws-eligible-count = zero
061716         move "NOTHING TO REVERSE - NO REQUEST MADE"
061717             to bq-request-text
061718         display "multback: run " ws-backout-run-no
061719             " has nothing to reverse - no request made"
061720     else
061721         perform 4100-check-pending thru 4100-exit
061722         if ws-pend-is-found
061723             move pm-request-no to bq-request-no
061724             move "BACKOUT ALREADY AWAITING APPROVAL - REQ "
061725                 to bq-request-text
061726             display "multback: request " pm-request-no
061727                 " for run " ws-backout-run-no
061728                 " is already awaiting approval"
061729         else
061730             perform 4200-write-request thru 4200-exit
061731             if ws-pend-status = "00"
061732                 move pm-request-no to bq-request-no
061733                 move "BACKOUT AWAITING APPROVAL - REQUEST "
061734                     to bq-request-text
061735                 display "multback: backout request "
061736                     pm-request-no " awaiting approval - "
061737                     "master unchanged"
061738             else
061739                 move "BACKOUT REQUEST NOT WRITTEN"
061740                     to bq-request-text
061741             end-if
061742         end-if
061743     end-if.
061744     write back-print-record from bkr-request-line.
061745 4000-exit.
061746     exit.
061747
061748*================================================================
061749* 4100-check-pending
061750*     run backout requests all carry trans-id zero, so look
061751*     along that stretch of the trans-id index for one against
061752*     this run that is still waiting for a decision.
061753*================================================================
061754 4100-check-pending.
061755     move "N" to ws-pend-found-switch.
061756     move "N" to ws-pend-eof-switch.
061757     move zeros to pm-trans-id.
061758     start pend-file key is = pm-trans-id
061759         invalid key
061760             set ws-pend-end-of-file to true
061761     end-start.
061762     perform 4150-check-one-request thru 4150-exit
061763         until ws-pend-end-of-file or ws-pend-is-found.
061764 4100-exit.
061765     exit.
061766
061767*================================================================
061768* 4150-check-one-request
061769*     read the next trans-id zero request and note it when it
061770*     is a pending backout of this run.
061771*================================================================
061772 4150-check-one-request.
061773     read pend-file next record
061774         at end
061775             set ws-pend-end-of-file to true
061776     end-read.
061777     if not ws-pend-end-of-file
061778         if pm-trans-id not = zeros
061779             set ws-pend-end-of-file to true
061780         else
061781             if pm-run-backout and pm-pending
061782                 and pm-run-no = ws-backout-run-no
061783                 set ws-pend-is-found to true
061784             end-if
061785         end-if
061786     end-if.
061787 4150-exit.
061788     exit.
061789
061790*================================================================
061791* 4200-write-request
061792*     write the run backout request and log it.  a failed
061793*     write is reported and nothing is logged.
061794*================================================================
061795 4200-write-request.
061796     move spaces             to pend-record.
061797     add 1 to ws-last-request-no.
061798     move ws-last-request-no to pm-request-no.
061799     set pm-run-backout      to true.
061800     move zeros              to pm-trans-id.
061801     move ws-backout-run-no  to pm-run-no.
061802     move spaces             to pm-acct-code.
061803     move space              to pm-old-oper.
061804     move zeros              to pm-old-num1.
061805     move zeros              to pm-old-num2.
061806     move ws-eligible-amount to pm-old-result.
061807     move space              to pm-old-error-flag.
061808     move zeros              to pm-old-run-date.
061809     move space              to pm-new-oper.
061810     move zeros              to pm-new-num1.
061811     move zeros              to pm-new-num2.
061812     move zeros              to pm-new-result.
061813     move zeros              to pm-new-curr-result.
061814     move ws-operator-id     to pm-requester.
061815     move ws-run-date        to pm-request-date.
061816     set pm-pending          to true.
061817     move spaces             to pm-approver.
061818     move zeros              to pm-decision-date.
061819     write pend-record
061820         invalid key
061821             display "multback: request write failed for run "
061822                 ws-backout-run-no " - status " ws-pend-status
061823     end-write.
061824     if ws-pend-status = "00"
061825         perform 5200-stamp-log-record thru 5200-exit
061826         move zeros         to lg-trans-id
061827         move space         to lg-oper-code
061828         move zeros         to lg-num1
061829         move zeros         to lg-num2
061830         move ws-eligible-amount to lg-result
061831         move spaces        to lg-message
061832         string "request " pm-request-no " - run "
061833                 ws-backout-run-no " backout pending approval"
061834                 delimited by size
061835             into lg-message
061836         perform 8800-write-chained-log thru 8800-exit
061837     end-if.
061838 4200-exit.
061839     exit.
061900
061901*================================================================
061902* 8700-find-log-chain
061903*     read the audit log through to pick up the sequence number
061904*     and chain value of its last record, so the records about
061905*     to be appended carry the chain on.  no log yet, or a log
061906*     written before records were chained, starts the chain at
061907*     sequence one.
061908*================================================================
061909 8700-find-log-chain.
061910     move zeros to ws-chain-last-seq.
061911     move zeros to ws-chain-last-value.
061912     open input log-file.
061913     if ws-log-status = "00"
061914         move "N" to ws-chain-eof-switch
061915         perform 8750-read-one-chain thru 8750-exit
061916             until ws-chain-end-of-log
061917         close log-file
061918     end-if.
061919 8700-exit.
061920     exit.
061921
061922*================================================================
061923* 8750-read-one-chain
061924*     read one audit log record and keep its chain position, as
061925*     part of the chain pick-up.
061926*================================================================
061927 8750-read-one-chain.
061928     read log-file
061929         at end
061930             set ws-chain-end-of-log to true
061931     end-read.
061932     if not ws-chain-end-of-log
061933         and lg-chain-seq numeric
061934         and lg-chain-value numeric
061935         move lg-chain-seq   to ws-chain-last-seq
061936         move lg-chain-value to ws-chain-last-value
061937     end-if.
061938 8750-exit.
061939     exit.
061940
061941*================================================================
061942* 8800-write-chained-log
061943*     stamp the next chain sequence number on the audit record
061944*     in log-record, work its chain value from the value before
061945*     it and the 144 characters ahead of the value, and append
061946*     it to the log.
061947*================================================================
061948 8800-write-chained-log.
061949     add 1 to ws-chain-last-seq.
061950     move ws-chain-last-seq to lg-chain-seq.
061951     move ws-chain-last-value to ws-chain-hash.
061952     move zeros to ws-chain-sub.
061953     perform 8850-chain-one-byte thru 8850-exit
061954         until ws-chain-sub >= 144.
061955     move ws-chain-hash to lg-chain-value.
061956     move ws-chain-hash to ws-chain-last-value.
061957     write log-record.
061958 8800-exit.
061959     exit.
061960
061961*================================================================
061962* 8850-chain-one-byte
061963*     fold the next character of the audit record into the
061964*     chain value - the character's code is picked up through
061965*     the binary halfword it is moved into.
061966*================================================================
061967 8850-chain-one-byte.
061968     add 1 to ws-chain-sub.
061969     move low-values to ws-chain-byte-pair.
061970     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
061971     compute ws-chain-work = ws-chain-hash * 31
061972         + ws-chain-byte-value.
061973     divide ws-chain-work by 4294967291
061974         giving ws-chain-quotient remainder ws-chain-hash.
061975 8850-exit.
061976     exit.
061977
062000*================================================================
062100* 9000-terminate
062200*     close the files used by this run, provided the opens in
062600     if not ws-has-fatal-error
062700         close master-file
062800         close log-file
062900         close pend-file
063000         close report-file
063100     end-if.
063200 9000-exit.
063300     exit.
