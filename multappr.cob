000100 identification division.
000200 program-id. multappr.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-15  jk   original version - checker side of the
001100*                  maker-checker control on master maintenance.
001200*                  multmnt corrections and reversals and
001300*                  multback run backouts arrive here as
001400*                  requests on the pendmnt pending maintenance
001500*                  file.  the pending requests are listed at
001600*                  sign-on; an authorized operator who is not
001700*                  the requester then calls one up and approves
001800*                  or rejects it.  only an approved request
001900*                  touches the master - the rewrite first, then
002000*                  the compensating gl documents and the before
002100*                  and after images, in the order multmnt and
002200*                  multback always posted them.  a record that
002300*                  has changed since the request was made is
002400*                  refused.  every decision, and every refusal
002500*                  of a requester approving their own request,
002600*                  is written to the permanent audit log, and
002700*                  the session prints an approval register.
002702* 2026-10-16  jk   fiscal period lock - the fiscal calendar is
002704*                  loaded at sign-on.  an approved prior-period
002706*                  adjustment leaves the master alone and posts
002708*                  its "R" and "C" documents dated today, in the
002710*                  current open period.  a correction or
002712*                  reversal against a record whose period has
002714*                  closed since the request was made is not
002716*                  applied, and a run backout leaves records of
002718*                  a closed period untouched and counts them on
002720*                  the register.
002722* 2026-10-17  jk   multi-currency - audit records grew to 136
002724*                  characters and gl documents to 74 for the
002726*                  currency code, currency result and rate.  the
002728*                  "R" document and before image carry the
002730*                  record's figures in its own currency, the "C"
002732*                  document and after image the corrected
002734*                  currency result multmnt worked out at the
002736*                  record's original rate.
002738* 2026-10-19  jk   audit log chain - every audit record appended
002740*                  carries the next chain sequence number and a
002742*                  chain value worked from the record before it
002744*                  and its own content, so multlogv can prove no
002746*                  record was changed, removed or slipped in.
002748*                  audit records grew to 154 characters.
002750* 2026-10-22  jk   account balances - an applied reversal, backout
002752*                  or correction now also updates the account
002754*                  balance file: the old result comes off the
002756*                  balance of the month it posted in as a
002758*                  reversal, and a correction's new result goes on
002760*                  the current month as a correction.  a
002762*                  prior-period adjustment puts both in the
002764*                  current month, as it does its gl documents.
002766* 2026-10-24  jk   the audit log is now opened only for each
002768*                  logged decision, with the chain picked up
002770*                  afresh each time.  held open for the whole
002772*                  session, anything another program appended
002773*                  meanwhile left this session's next record
002774*                  carrying a stale sequence number and chain
002776*                  value, which multlogv reported as a broken
002778*                  link.
002800*----------------------------------------------------------------
002900
003000 environment division.
003100 input-output section.
003200 file-control.
003300     select pend-file assign to "PENDMNT"
003400         organization is indexed
003500         access mode is dynamic
003600         record key is pm-request-no
003700         alternate record key is pm-trans-id
003800             with duplicates
003900         file status is ws-pend-status.
004000
004100     select master-file assign to "MULTMSTR"
004200         organization is indexed
004300         access mode is dynamic
004400         record key is mr-trans-id
004500         alternate record key is mr-run-date
004600             with duplicates
004700         alternate record key is mr-run-no
004800             with duplicates
004900         file status is ws-master-status.
005000
005100     select log-file assign to "AUDITLOG"
005200         organization is line sequential
005300         file status is ws-log-status.
005400
005500     select gliface-file assign to "GLIFACE"
005600         organization is line sequential
005700         file status is ws-gliface-status.
005800
005900     select opsec-file assign to "OPERSEC"
006000         organization is line sequential
006100         file status is ws-opsec-status.
006200
006300     select report-file assign to "APPRRPT"
006400         organization is line sequential
006500         file status is ws-report-status.
006505
006510     select fiscal-file assign to "FISCAL"
006515         organization is line sequential
006520         file status is ws-fiscal-status.
006525
006530     select balance-file assign to "ACCTBAL"
006535         organization is indexed
006540         access mode is dynamic
006545         record key is ab-key
006550         file status is ws-bal-status.
006600
006700 data division.
006800 file section.
006900 fd  pend-file.
007000 copy pendrec.
007100
007200 fd  master-file.
007300 copy mstrrec.
007400
007500 fd  log-file
007600     record contains 154 characters.
007700 copy logrec.
007800
007900 fd  gliface-file
008000     record contains 74 characters.
008100 copy glifrec.
008200
008300 fd  opsec-file
008400     record contains 40 characters.
008500 copy operrec.
008600
008700 fd  report-file
008800     record contains 132 characters.
008900 01  appr-print-record           pic x(132).
008910
008920 fd  fiscal-file
008930     record contains 50 characters.
008940 copy fiscrec.
008950
008960 fd  balance-file
008970     record contains 120 characters.
008980 copy acbalrec.
009000
009100 working-storage section.
009200*----------------------------------------------------------------
009300* register lines - built here and written from working storage,
009400* since a file section record's initial content is undefined.
009500*----------------------------------------------------------------
009600 01  apr-heading-1.
009700     05  filler                  pic x(05) value spaces.
009800     05  filler                  pic x(37)
009900             value "MULT - MAINTENANCE APPROVAL REGISTER".
010000     05  filler                  pic x(04) value spaces.
010100     05  ah1-run-date            pic x(10).
010200     05  filler                  pic x(04) value spaces.
010300     05  filler                  pic x(09) value "APPROVER ".
010400     05  ah1-operator            pic x(08).
010500     05  filler                  pic x(55) value spaces.
010600 01  apr-heading-2.
010700     05  filler                  pic x(05) value spaces.
010800     05  filler                  pic x(62) value
010900         "REQUEST  ACTION TRANS   RUN   REQUESTER  DECISION".
011000     05  filler                  pic x(65) value spaces.
011100 01  apr-decision-line.
011200     05  filler                  pic x(05) value spaces.
011300     05  ad-request-no           pic 9(06).
011400     05  filler                  pic x(03) value spaces.
011500     05  ad-action               pic x(01).
011600     05  filler                  pic x(06) value spaces.
011700     05  ad-trans-id             pic 9(06).
011800     05  filler                  pic x(02) value spaces.
011900     05  ad-run-no               pic 9(04).
012000     05  filler                  pic x(02) value spaces.
012100     05  ad-requester            pic x(08).
012200     05  filler                  pic x(03) value spaces.
012300     05  ad-decision             pic x(40).
012400     05  filler                  pic x(46) value spaces.
012500 01  apr-detail-line.
012600     05  filler                  pic x(09) value spaces.
012700     05  bd-trans-id             pic 9(06).
012800     05  filler                  pic x(02) value spaces.
012900     05  bd-acct-code            pic x(04).
013000     05  filler                  pic x(02) value spaces.
013100     05  bd-result-edit          pic z(08)9.99.
013200     05  filler                  pic x(02) value spaces.
013300     05  bd-disposition          pic x(34).
013400     05  filler                  pic x(61) value spaces.
013500 01  apr-count-line.
013600     05  filler                  pic x(09) value spaces.
013700     05  bc-count-title          pic x(34).
013800     05  bc-count                pic zzzzz9.
013900     05  filler                  pic x(83) value spaces.
014000 01  apr-amount-line.
014100     05  filler                  pic x(09) value spaces.
014200     05  ba-amount-title         pic x(34).
014300     05  ba-amount               pic z(10)9.99.
014400     05  filler                  pic x(75) value spaces.
014500 01  apr-proof-line.
014600     05  filler                  pic x(09) value spaces.
014700     05  filler                  pic x(26) value
014800         "EVERY RECORD ACCOUNTED -  ".
014900     05  bp-proof                pic x(08).
015000     05  filler                  pic x(89) value spaces.
015100 01  apr-blank-line              pic x(132) value spaces.
015200*----------------------------------------------------------------
015300* file status and session switches
015400*----------------------------------------------------------------
015500 77  ws-pend-status          pic xx       value "00".
015600 77  ws-master-status        pic xx       value "00".
015700 77  ws-log-status           pic xx       value "00".
015725 77  ws-log-open-switch      pic x        value "N".
015750     88  ws-log-is-open      value "Y".
015800 77  ws-gliface-status       pic xx       value "00".
015900 77  ws-opsec-status         pic xx       value "00".
016000 77  ws-report-status        pic xx       value "00".
016100 77  ws-more-decisions       pic x        value "Y".
016200     88  ws-no-more-decisions value "N".
016300 77  ws-fatal-switch         pic x        value "N".
016400     88  ws-has-fatal-error  value "Y".
016500 77  ws-pend-eof-switch      pic x        value "N".
016600     88  ws-pend-end-of-file value "Y".
016700 77  ws-eof-switch           pic x        value "N".
016800     88  ws-end-of-run       value "Y".
016900 77  ws-applied-switch       pic x        value "N".
017000     88  ws-request-applied  value "Y".
017100 77  ws-changed-switch       pic x        value "N".
017200     88  ws-master-changed   value "Y".
017300 77  ws-opsec-eof-switch     pic x        value "N".
017400     88  ws-opsec-end-of-file value "Y".
017500 77  ws-oper-found-switch    pic x        value "N".
017600     88  ws-oper-is-found    value "Y".
017700 77  ws-pending-count        pic 9(05)    value zeros.
017800 77  ws-action-code          pic x(01)    value spaces.
017900 77  ws-run-date             pic 9(08)    value zeros.
018000 77  ws-run-time             pic 9(08)    value zeros.
018100 77  ws-operator-id          pic x(08)    value spaces.
018200 01  ws-environment-name     pic x(20)    value "USER".
018300 77  ws-backout-run-no       pic 9(04)    value zeros.
018302*----------------------------------------------------------------
018304* fiscal calendar, loaded at sign-on.  a record whose run date
018306* falls in a closed period is locked - no calendar at all, or a
018308* date no period covers, locks nothing.
018310*----------------------------------------------------------------
018312 77  ws-fiscal-status        pic xx       value "00".
018314 77  ws-fisc-eof-switch      pic x        value "N".
018316     88  ws-fisc-end-of-file value "Y".
018318 77  ws-closed-switch        pic x        value "N".
018320     88  ws-period-is-closed value "Y".
018322 77  ws-closed-period        pic 9(06)    value zeros.
018324 77  ws-fisc-max             pic 9(03)    value 120.
018326 77  ws-fisc-sub             pic 9(03)    value zeros.
018328 01  ws-fisc-table.
018330     05  ws-fisc-count       pic 9(03)    value zeros.
018332     05  ws-fisc-entry occurs 120 times.
018334         10  ws-fisc-period      pic 9(06).
018336         10  ws-fisc-start       pic 9(08).
018338         10  ws-fisc-end         pic 9(08).
018340         10  ws-fisc-status      pic x(01).
018400*----------------------------------------------------------------
018500* display edits for the pending list and the called-up request
018600*----------------------------------------------------------------
018700 77  ws-amount-edit          pic z(08)9.99.
018800 77  ws-new-amount-edit      pic z(08)9.99.
018900*----------------------------------------------------------------
019000* before image of the master record being maintained, held for
019100* the audit trail and the compensating gl reversal document.
019200*----------------------------------------------------------------
019300 01  ws-old-master.
019400     05  ws-old-oper         pic x(01).
019500     05  ws-old-num1         pic 9(05)v99.
019600     05  ws-old-num2         pic 9(05)v99.
019700     05  ws-old-result       pic 9(09)v99.
019800     05  ws-old-run-date     pic 9(08).
019900     05  ws-old-error-flag   pic x(01).
020000     05  ws-old-acct-code    pic x(04).
020020     05  ws-old-curr-code    pic x(03).
020040     05  ws-old-curr-result  pic 9(09)v99.
020060     05  ws-old-exch-rate    pic 9(04)v9(06).
020080 77  ws-new-curr-result      pic 9(09)v99 value zeros.
020100*----------------------------------------------------------------
020200* run backout counts and control totals
020300*----------------------------------------------------------------
020400 77  ws-swept-count          pic 9(06)    value zeros.
020500 77  ws-reversed-count       pic 9(06)    value zeros.
020600 77  ws-alrrev-count         pic 9(06)    value zeros.
020700 77  ws-corrected-count      pic 9(06)    value zeros.
020800 77  ws-failed-count         pic 9(06)    value zeros.
020850 77  ws-closed-count         pic 9(06)    value zeros.
020900 77  ws-reversed-amount      pic 9(11)v99 value zeros.
021000 77  ws-proof-work           pic 9(06)    value zeros.
021002*----------------------------------------------------------------
021004* account balance update - the account, month, amount and kind
021006* of change being posted to the account balance file
021008*----------------------------------------------------------------
021010 77  ws-bal-status           pic xx       value "00".
021012 77  ws-bal-new-switch       pic x        value "N".
021014     88  ws-bal-is-new       value "Y".
021016 77  ws-bal-acct-code        pic x(04)    value spaces.
021018 77  ws-bal-period           pic 9(06)    value zeros.
021020 77  ws-bal-amount           pic 9(09)v99 value zeros.
021022 77  ws-bal-kind             pic x(01)    value spaces.
021024     88  ws-bal-reversal     value "R".
021026     88  ws-bal-correction   value "C".
021028*----------------------------------------------------------------
021030* audit log chain - the sequence number and chain value of the
021032* last record on the log, carried on to every record appended.
021034* a record's chain value is worked from the value before it and
021036* every character of the record ahead of the value itself, so
021038* a record changed, removed or slipped in breaks the chain from
021040* that point on.
021042*----------------------------------------------------------------
021044 77  ws-chain-last-seq       pic 9(08)    value zeros.
021046 77  ws-chain-last-value     pic 9(10)    value zeros.
021048 77  ws-chain-hash           pic 9(10)    value zeros.
021050 77  ws-chain-work           pic 9(12)    value zeros.
021052 77  ws-chain-quotient       pic 9(12)    value zeros.
021054 77  ws-chain-sub            pic 9(03)    value zeros.
021056 77  ws-chain-eof-switch     pic x        value "N".
021058     88  ws-chain-end-of-log value "Y".
021060 01  ws-chain-byte-area.
021062     05  ws-chain-byte-pair  pic x(02).
021064     05  ws-chain-byte-value redefines ws-chain-byte-pair
021066                             pic 9(04) binary.
021100
021200 procedure division.
021300*================================================================
021400* 0000-mainline
021500*     top level control paragraph for the maintenance approval
021600*     program.
021700*================================================================
021800 0000-mainline.
021900     perform 1000-initialize thru 1000-exit.
022000     perform 2000-decide thru 2000-exit
022100         until ws-no-more-decisions.
022200     perform 9000-terminate thru 9000-exit.
022300     goback.
022400
022500*================================================================
022600* 1000-initialize
022700*     identify the operator and check the security file, open
022800*     the pending maintenance file, the master and the account
022825*     balance file for update, make sure the audit log can be
022850*     opened, open the gl interface extend and the register,
022900*     then list what is waiting for a decision.  no pending
023100*     file means nothing was ever requested, so that is
023200*     reported and the program ends.
023300*================================================================
023400 1000-initialize.
023500     accept ws-run-date from date yyyymmdd.
023600     display ws-environment-name upon environment-name.
023700     accept ws-operator-id from environment-value.
023800     perform 1200-check-operator thru 1200-exit.
023900     if ws-has-fatal-error
024000         go to 1000-exit
024100     end-if.
024200     open i-o pend-file.
024300     if ws-pend-status not = "00"
024400         if ws-pend-status = "35"
024500             display "multappr: no pending maintenance file - "
024600                 "nothing to approve"
024700         else
024800             display "multappr: unable to open pending "
024900                 "maintenance file - status " ws-pend-status
025000         end-if
025100         set ws-no-more-decisions to true
025200         set ws-has-fatal-error to true
025300         go to 1000-exit
025400     end-if.
025500     open i-o master-file.
025600     if ws-master-status not = "00"
025700         display "multappr: unable to open master file - "
025800             "status " ws-master-status
025900         set ws-no-more-decisions to true
026000         set ws-has-fatal-error to true
026100         close pend-file
026200         go to 1000-exit
026300     end-if.
026400     perform 8600-open-log thru 8600-exit.
026800     if not ws-log-is-open
027100         set ws-no-more-decisions to true
027200         set ws-has-fatal-error to true
027300         close pend-file
027400         close master-file
027500         go to 1000-exit
027600     end-if.
027650     perform 8650-close-log thru 8650-exit.
027700     open extend gliface-file.
027800     if ws-gliface-status = "35"
027900         open output gliface-file
028000     end-if.
028100     if ws-gliface-status not = "00"
028200         display "multappr: unable to open gl interface file - "
028300             "status " ws-gliface-status
028400         set ws-no-more-decisions to true
028500         set ws-has-fatal-error to true
028600         close pend-file
028700         close master-file
028900         go to 1000-exit
029000     end-if.
029005     open i-o balance-file.
029010     if ws-bal-status = "35"
029015         open output balance-file
029020         close balance-file
029025         open i-o balance-file
029030     end-if.
029035     if ws-bal-status not = "00"
029040         display "multappr: unable to open account balance "
029045             "file - status " ws-bal-status
029050         set ws-no-more-decisions to true
029055         set ws-has-fatal-error to true
029060         close pend-file
029065         close master-file
029070         close gliface-file
029075         go to 1000-exit
029080     end-if.
029100     open output report-file.
029200     if ws-report-status not = "00"
029300         display "multappr: unable to open register file - "
029400             "status " ws-report-status
029500         set ws-no-more-decisions to true
029600         set ws-has-fatal-error to true
029700         close pend-file
029800         close master-file
030000         close gliface-file
030050         close balance-file
030100         go to 1000-exit
030200     end-if.
030300     move ws-run-date(1:4) to ah1-run-date(1:4).
030400     move "-"              to ah1-run-date(5:1).
030500     move ws-run-date(5:2) to ah1-run-date(6:2).
030600     move "-"              to ah1-run-date(8:1).
030700     move ws-run-date(7:2) to ah1-run-date(9:2).
030800     move ws-operator-id   to ah1-operator.
030900     write appr-print-record from apr-heading-1.
031000     write appr-print-record from apr-blank-line.
031100     write appr-print-record from apr-heading-2.
031200     write appr-print-record from apr-blank-line.
031250     perform 1400-load-calendar thru 1400-exit.
031300     perform 1100-list-pending thru 1100-exit.
031400 1000-exit.
031500     exit.
031600
031700*================================================================
031800* 1100-list-pending
031900*     walk the pending maintenance file from the top and show
032000*     every request still waiting for a decision.
032100*================================================================
032200 1100-list-pending.
032300     move zeros to ws-pending-count.
032400     move "N" to ws-pend-eof-switch.
032500     move zeros to pm-request-no.
032600     start pend-file key is not less than pm-request-no
032700         invalid key
032800             set ws-pend-end-of-file to true
032900     end-start.
033000     display "multappr: maintenance requests awaiting a "
033100         "decision -".
033200     perform 1150-list-one-request thru 1150-exit
033300         until ws-pend-end-of-file.
033400     display "multappr: " ws-pending-count
033500         " request(s) pending".
033600 1100-exit.
033700     exit.
033800
033900*================================================================
034000* 1150-list-one-request
034100*     read the next request and show it when it is still
034200*     pending, as part of the pending list.
034300*================================================================
034400 1150-list-one-request.
034500     read pend-file next record
034600         at end
034700             set ws-pend-end-of-file to true
034800     end-read.
034900     if not ws-pend-end-of-file
035000         if pm-pending
035100             add 1 to ws-pending-count
035200             evaluate true
035300                 when pm-correction
035400                     display "         " pm-request-no
035500                         "  correct  trans " pm-trans-id
035600                         "  by " pm-requester
035700                         "  on " pm-request-date
035800                 when pm-reversal
035900                     display "         " pm-request-no
036000                         "  reverse  trans " pm-trans-id
036100                         "  by " pm-requester
036200                         "  on " pm-request-date
036210                 when pm-prior-adjust
036220                     display "         " pm-request-no
036230                         "  adjust   trans " pm-trans-id
036240                         "  by " pm-requester
036250                         "  on " pm-request-date
036300                 when other
036400                     display "         " pm-request-no
036500                         "  backout  run   " pm-run-no
036600                         "  by " pm-requester
036700                         "  on " pm-request-date
036800             end-evaluate
036900         end-if
037000     end-if.
037100 1150-exit.
037200     exit.
037300
037400*================================================================
037500* 1200-check-operator
037600*     check the keyed-on operator against the operator
037700*     security file.  approving maintenance is itself master
037800*     maintenance, so the session is refused unless the
037900*     operator is on the file, active and flagged for master
038000*     maintenance, and the denial goes to the permanent audit
038100*     log.  a missing security file also refuses the session -
038200*     the check fails closed.
038300*================================================================
038400 1200-check-operator.
038500     if ws-operator-id = spaces
038600         display "multappr: operator id is blank - approvals "
038700             "refused"
038800         set ws-no-more-decisions to true
038900         set ws-has-fatal-error to true
039000         go to 1200-exit
039100     end-if.
039200     open input opsec-file.
039300     if ws-opsec-status not = "00"
039400         display "multappr: unable to open operator security "
039500             "file - status " ws-opsec-status
039600             " - approvals refused"
039700         set ws-no-more-decisions to true
039800         set ws-has-fatal-error to true
039900     else
040000         move "N" to ws-opsec-eof-switch
040100         move "N" to ws-oper-found-switch
040200         perform 1250-read-one-operator thru 1250-exit
040300             until ws-oper-is-found
040400                 or ws-opsec-end-of-file
040500         close opsec-file
040600         if not ws-oper-is-found
040700             or not op-is-active
040800             or not op-maint-allowed
040900             display "multappr: operator " ws-operator-id
041000                 " is not authorized for maintenance approval "
041100                 "- refused"
041200             perform 1300-log-denial thru 1300-exit
041300             set ws-no-more-decisions to true
041400             set ws-has-fatal-error to true
041500         end-if
041600     end-if.
041700 1200-exit.
041800     exit.
041900
042000*================================================================
042100* 1250-read-one-operator
042200*     read a single security record and remember when it is
042300*     the keyed-on operator's, as part of the sign-on check.
042400*================================================================
042500 1250-read-one-operator.
042600     read opsec-file
042700         at end
042800             set ws-opsec-end-of-file to true
042900     end-read.
043000     if not ws-opsec-end-of-file
043100         if op-operator-id = ws-operator-id
043200             set ws-oper-is-found to true
043300         end-if
043400     end-if.
043500 1250-exit.
043600     exit.
043700
043800*================================================================
043900* 1300-log-denial
044000*     append the denied attempt to the permanent audit log.
044100*     the log is opened just for this record - the session
044200*     stops before the normal opens ever happen.
044300*================================================================
044400 1300-log-denial.
044450     perform 8700-find-log-chain thru 8700-exit.
044500     open extend log-file.
044600     if ws-log-status = "35"
044700         open output log-file
044800     end-if.
044900     if ws-log-status = "00"
045000         accept ws-run-time from time
045100         string ws-run-date delimited by size
045200                 "-" delimited by size
045300                 ws-run-time delimited by size
045400             into lg-timestamp
045500         move zeros          to lg-run-no
045600         move ws-operator-id to lg-operator-id
045700         move zeros          to lg-trans-id
045800         move space          to lg-mode-flag
045900         move space          to lg-oper-code
046000         move zeros          to lg-num1
046100         move zeros          to lg-num2
046200         move zeros          to lg-result
046225         move spaces         to lg-curr-code
046250         move zeros          to lg-curr-result
046275         move zeros          to lg-exch-rate
046300         move "security - maintenance approval denied"
046400             to lg-message
046500         perform 8800-write-chained-log thru 8800-exit
046600         close log-file
046700     end-if.
046800 1300-exit.
046900     exit.
046902
046904*================================================================
046906* 1400-load-calendar
046908*     load the fiscal calendar into its table.  with no
046910*     calendar on file no period is closed, and approvals
046912*     apply as they always have.
046914*================================================================
046916 1400-load-calendar.
046918     move zeros to ws-fisc-count.
046920     open input fiscal-file.
046922     if ws-fiscal-status = "00"
046924         move "N" to ws-fisc-eof-switch
046926         perform 1450-load-one-period thru 1450-exit
046928             until ws-fisc-end-of-file
046930         close fiscal-file
046932     end-if.
046934 1400-exit.
046936     exit.
046938
046940*================================================================
046942* 1450-load-one-period
046944*     read one calendar record into the next table entry, as
046946*     part of the calendar load.  periods past the table size
046948*     are reported and not loaded.
046950*================================================================
046952 1450-load-one-period.
046954     read fiscal-file
046956         at end
046958             set ws-fisc-end-of-file to true
046960     end-read.
046962     if not ws-fisc-end-of-file
046964         if ws-fisc-count >= ws-fisc-max
046966             display "multappr: fiscal calendar exceeds table "
046968                 "size - period " fc-period " not loaded"
046970         else
046972             add 1 to ws-fisc-count
046974             move fc-period     to ws-fisc-period (ws-fisc-count)
046976             move fc-start-date to ws-fisc-start (ws-fisc-count)
046978             move fc-end-date   to ws-fisc-end (ws-fisc-count)
046980             move fc-status     to ws-fisc-status (ws-fisc-count)
046982         end-if
046984     end-if.
046986 1450-exit.
046988     exit.
047000
047100*================================================================
047200* 2000-decide
047300*     prompt for a request number, show the request, and post
047400*     the operator's approval or rejection.  a request already
047500*     decided is shown but left alone, and nobody may decide a
047600*     request they made themselves - that refusal is logged.
047700*================================================================
047800 2000-decide.
047900     display "multappr: enter request number (000000 to quit): ".
048000     accept pm-request-no.
048100     if pm-request-no = zeros
048200         set ws-no-more-decisions to true
048300     else
048400         read pend-file
048500             invalid key
048600                 display "multappr: request " pm-request-no
048700                     " is not on the pending file"
048800             not invalid key
048900                 perform 2100-display-request thru 2100-exit
049000                 evaluate true
049100                     when not pm-pending
049200                         display "multappr: request already "
049300                             "decided - no further action"
049400                     when pm-requester = ws-operator-id
049500                         perform 2300-refuse-requester
049600                             thru 2300-exit
049700                     when other
049800                         perform 2200-get-action thru 2200-exit
049900                         evaluate ws-action-code
050000                             when "A"
050100                                 perform 3000-approve-request
050200                                     thru 3000-exit
050300                             when "R"
050400                                 perform 4000-reject-request
050500                                     thru 4000-exit
050600                             when other
050700                                 display "multappr: no decision "
050800                                     "posted"
050900                         end-evaluate
051000                 end-evaluate
051100         end-read
051200     end-if.
051300 2000-exit.
051400     exit.
051500
051600*================================================================
051700* 2100-display-request
051800*     show the request as it was made - the master image the
051900*     requester saw, the corrected figures for a correction,
052000*     or the run and amount for a backout.
052100*================================================================
052200 2100-display-request.
052300     move pm-old-result to ws-amount-edit.
052400     move pm-new-result to ws-new-amount-edit.
052500     display "multappr: request " pm-request-no
052600         " made by " pm-requester " on " pm-request-date.
052700     evaluate true
052800         when pm-run-backout
052900             display "         backout of run " pm-run-no
053000             display "         amount to reverse = "
053100                 ws-amount-edit
053200         when other
053300             evaluate true
053400                 when pm-correction
053425                     display "         correction of "
053450                         "transaction " pm-trans-id
053475                 when pm-prior-adjust
053500                     display "         prior-period adjustment "
053525                         "of transaction " pm-trans-id
053600                 when other
053700                     display "         reversal of transaction "
053800                         pm-trans-id
053900             end-evaluate
054000             display "         acct   = " pm-acct-code
054100             display "         oper   = " pm-old-oper
054200             display "         num1   = " pm-old-num1
054300             display "         num2   = " pm-old-num2
054400             display "         result = " ws-amount-edit
054500             display "         run date = " pm-old-run-date
054600             display "         error flag = " pm-old-error-flag
054700             if pm-correction or pm-prior-adjust
054800                 display "         new oper   = " pm-new-oper
054900                 display "         new num1   = " pm-new-num1
055000                 display "         new num2   = " pm-new-num2
055100                 display "         new result = "
055200                     ws-new-amount-edit
055300             end-if
055400     end-evaluate.
055500     if not pm-pending
055600         display "         decided " pm-status " on "
055700             pm-decision-date " by " pm-approver
055800     end-if.
055900 2100-exit.
056000     exit.
056100
056200*================================================================
056300* 2200-get-action
056400*     ask the operator whether to approve or reject the
056500*     request.
056600*================================================================
056700 2200-get-action.
056800     display "multappr: enter decision - A approve, R reject, "
056900         "Q cancel: ".
057000     accept ws-action-code.
057100 2200-exit.
057200     exit.
057300
057400*================================================================
057500* 2300-refuse-requester
057600*     the operator made this request - refuse the decision and
057700*     log the attempt.  the request stays pending for somebody
057800*     else.
057900*================================================================
058000 2300-refuse-requester.
058100     display "multappr: request " pm-request-no " was made by "
058200         "this operator - it must be decided by another".
058220     perform 8600-open-log thru 8600-exit.
058240     if not ws-log-is-open
058260         go to 2300-exit
058280     end-if.
058300     perform 5200-stamp-log-record thru 5200-exit.
058400     move pm-trans-id    to lg-trans-id.
058500     move pm-old-oper    to lg-oper-code.
058600     move pm-old-result  to lg-result.
058700     move spaces         to lg-message.
058800     string "request " pm-request-no
058900             " refused - approver is requester"
059000             delimited by size
059100         into lg-message.
059200     perform 8800-write-chained-log thru 8800-exit.
059250     perform 8650-close-log thru 8650-exit.
059300 2300-exit.
059400     exit.
059500
059600*================================================================
059700* 3000-approve-request
059800*     apply the approved request to the master, and only when
059900*     it has actually been applied mark the request approved
060000*     and log the decision.  a request that could not be
060100*     applied stays pending - it can be rejected and made
060200*     again.
060300*================================================================
060400 3000-approve-request.
060410     perform 8600-open-log thru 8600-exit.
060420     if not ws-log-is-open
060430         display "multappr: request " pm-request-no
060440             " not applied - left pending"
060450         go to 3000-exit
060460     end-if.
060500     move "N" to ws-applied-switch.
060600     if pm-run-backout
060700         perform 3500-apply-backout thru 3500-exit
060800     else
060900         perform 3100-apply-maintenance thru 3100-exit
061000     end-if.
061100     if ws-request-applied
061200         set pm-approved to true
061300         perform 5300-record-decision thru 5300-exit
061400         string "request " pm-request-no
061500                 " approved - requested by " pm-requester
061600                 delimited by size
061700             into lg-message
061800         perform 8800-write-chained-log thru 8800-exit
061900         move "APPROVED AND APPLIED" to ad-decision
062000         perform 6000-write-decision-line thru 6000-exit
062100         display "multappr: request " pm-request-no
062200             " approved and applied"
062300     else
062400         display "multappr: request " pm-request-no
062500             " not applied - left pending"
062600     end-if.
062650     perform 8650-close-log thru 8650-exit.
062700 3000-exit.
062800     exit.
062900
063000*================================================================
063100* 3100-apply-maintenance
063200*     call up the master record the correction or reversal is
063300*     against and make sure it is still the record the
063400*     requester saw - a record since reversed, corrected or
063500*     backed out again is refused, as is a correction or
063525*     reversal whose period has closed since.  a prior-period
063550*     adjustment is posted to the ledger only.  otherwise
063575*     rewrite the record first, and
063600*     only when the rewrite has taken write the compensating
063700*     gl documents and the before and after images, so a
063800*     failed rewrite leaves the ledger and the audit trail
063900*     exactly as they were.
064000*================================================================
064100 3100-apply-maintenance.
064200     move pm-trans-id to mr-trans-id.
064300     read master-file
064400         invalid key
064500             display "multappr: transaction " pm-trans-id
064600                 " is no longer on the master"
064700             go to 3100-exit
064800     end-read.
064900     perform 3150-check-unchanged thru 3150-exit.
065000     if ws-master-changed
065100         display "multappr: transaction " pm-trans-id
065200             " has changed since the request was made - "
065300             "reject it and request again"
065400         go to 3100-exit
065500     end-if.
065510     perform 3160-check-period thru 3160-exit.
065520     if ws-period-is-closed and not pm-prior-adjust
065530         display "multappr: period " ws-closed-period
065540             " has closed since the request was made - "
065550             "reject it and request again"
065560         go to 3100-exit
065570     end-if.
065600     move pm-old-oper       to ws-old-oper.
065700     move pm-old-num1       to ws-old-num1.
065800     move pm-old-num2       to ws-old-num2.
065900     move pm-old-result     to ws-old-result.
066000     move pm-old-run-date   to ws-old-run-date.
066100     move pm-old-error-flag to ws-old-error-flag.
066200     move pm-acct-code      to ws-old-acct-code.
066205     move mr-curr-code      to ws-old-curr-code.
066210     move mr-curr-result    to ws-old-curr-result.
066215     move mr-exch-rate      to ws-old-exch-rate.
066220*    a request made before the currency result was carried has
066225*    none - its record can only be in the base currency.
066230     if pm-new-curr-result numeric
066235         move pm-new-curr-result to ws-new-curr-result
066240     else
066245         move pm-new-result      to ws-new-curr-result
066250     end-if.
066255     if pm-prior-adjust
066260         perform 3250-post-adjustment thru 3250-exit
066265         go to 3100-exit
066270     end-if.
066300     if pm-correction
066400         perform 3200-rewrite-correction thru 3200-exit
066500     else
066600         perform 3300-rewrite-reversal thru 3300-exit
066700     end-if.
066800     if ws-master-status = "00"
066900         perform 5000-write-before-image thru 5000-exit
067000         perform 3450-write-gl-reversal thru 3450-exit
067100         if pm-correction
067200             perform 3400-write-gl-correction thru 3400-exit
067300         end-if
067400         perform 5100-write-after-image thru 5100-exit
067450         perform 5400-post-balance-changes thru 5400-exit
067500         set ws-request-applied to true
067600     else
067700         display "multappr: master unchanged"
067800     end-if.
067900 3100-exit.
068000     exit.
068100
068200*================================================================
068300* 3150-check-unchanged
068400*     compare the master record as it stands now with the
068500*     image held on the request.
068600*================================================================
068700 3150-check-unchanged.
068800     move "N" to ws-changed-switch.
068900     if mr-reversed
069000         or mr-oper-code  not = pm-old-oper
069100         or mr-num1       not = pm-old-num1
069200         or mr-num2       not = pm-old-num2
069300         or mr-result     not = pm-old-result
069400         or mr-error-flag not = pm-old-error-flag
069500         or mr-run-date   not = pm-old-run-date
069600         set ws-master-changed to true
069700     end-if.
069800 3150-exit.
069900     exit.
069902
069904*================================================================
069906* 3160-check-period
069908*     find the fiscal period the master record's run date
069910*     falls in and note when that period is closed.
069912*================================================================
069914 3160-check-period.
069916     move "N" to ws-closed-switch.
069918     move zeros to ws-closed-period.
069920     move zeros to ws-fisc-sub.
069922     perform 3170-check-one-period thru 3170-exit
069924         until ws-period-is-closed
069926             or ws-fisc-sub >= ws-fisc-count.
069928 3160-exit.
069930     exit.
069932
069934*================================================================
069936* 3170-check-one-period
069938*     compare the record's run date with a single calendar
069940*     entry, as part of the period check.
069942*================================================================
069944 3170-check-one-period.
069946     add 1 to ws-fisc-sub.
069948     if mr-run-date not < ws-fisc-start (ws-fisc-sub)
069950         and mr-run-date not > ws-fisc-end (ws-fisc-sub)
069952         and ws-fisc-status (ws-fisc-sub) = "C"
069954         set ws-period-is-closed to true
069956         move ws-fisc-period (ws-fisc-sub) to ws-closed-period
069958     end-if.
069960 3170-exit.
069962     exit.
070000
070100*================================================================
070200* 3200-rewrite-correction
070300*     store the corrected operation code, operands and result
070400*     back on the master.  the record is re-dated to today so
070500*     period reporting lines the correction up with the gl
070600*     documents posted today, and the error flag becomes "C" -
070700*     the corrected values passed every edit when they were
070800*     keyed, and the corrected mark keeps the run backout off
070900*     the record.
071000*================================================================
071100 3200-rewrite-correction.
071200     move pm-new-oper     to mr-oper-code.
071300     move pm-new-num1     to mr-num1.
071400     move pm-new-num2     to mr-num2.
071500     move pm-new-result   to mr-result.
071550     move ws-new-curr-result to mr-curr-result.
071600     move ws-run-date     to mr-run-date.
071700     set mr-corrected     to true.
071800     rewrite master-record
071900         invalid key
072000             display "multappr: master rewrite failed for "
072100                 "transaction " mr-trans-id " - status "
072200                 ws-master-status
072300     end-rewrite.
072400 3200-exit.
072500     exit.
072505
072510*================================================================
072515* 3250-post-adjustment
072520*     post a prior-period adjustment.  the master record stays
072525*     exactly as the closed period left it; the ledger gets an
072530*     "R" document backing the old figures out and a "C"
072535*     document with the corrected ones, both dated today so
072540*     they fall in the current open period, between the
072545*     adjustment's before and after images.
072550*================================================================
072555 3250-post-adjustment.
072560     perform 5000-write-before-image thru 5000-exit.
072565     perform 3450-write-gl-reversal thru 3450-exit.
072570     perform 3400-write-gl-correction thru 3400-exit.
072575     perform 5100-write-after-image thru 5100-exit.
072580     perform 5400-post-balance-changes thru 5400-exit.
072585     set ws-request-applied to true.
072590 3250-exit.
072595     exit.
072600
072700*================================================================
072800* 3300-rewrite-reversal
072900*     flag the master record reversed.  the stored figures are
073000*     kept so the record still shows what was reversed.
073100*================================================================
073200 3300-rewrite-reversal.
073300     set mr-reversed to true.
073400     rewrite master-record
073500         invalid key
073600             display "multappr: master rewrite failed for "
073700                 "transaction " mr-trans-id " - status "
073800                 ws-master-status
073900     end-rewrite.
074000 3300-exit.
074100     exit.
074200
074300*================================================================
074400* 3400-write-gl-correction
074500*     write the corrected figures to the gl interface as a "C"
074600*     document, following the "R" document that backed the old
074700*     posting out.
074800*================================================================
074900 3400-write-gl-correction.
075000     move ws-run-date     to gl-run-date.
075100     move mr-trans-id     to gl-trans-id.
075200     move pm-new-oper     to gl-oper-code.
075300     move pm-new-num1     to gl-num1.
075400     move pm-new-num2     to gl-num2.
075500     move pm-new-result   to gl-result.
075600     set gl-no-error      to true.
075700     move ws-old-acct-code to gl-acct-code.
075800     set gl-correction-doc to true.
075900     move zeros to gl-run-no.
075925     move ws-old-curr-code   to gl-curr-code.
075950     move ws-new-curr-result to gl-curr-result.
075975     move ws-old-exch-rate   to gl-exch-rate.
076000     write gl-record.
076100 3400-exit.
076200     exit.
076300
076400*================================================================
076500* 3450-write-gl-reversal
076600*     write the record's original figures to the gl interface
076700*     as an "R" document so accounting backs the original
076800*     posting out.  the original error flag rides along - a
076900*     posting the feeder skipped going in is skipped coming
077000*     back out, and the feed stays symmetric.
077100*================================================================
077200 3450-write-gl-reversal.
077300     move ws-run-date      to gl-run-date.
077400     move mr-trans-id      to gl-trans-id.
077500     move ws-old-oper      to gl-oper-code.
077600     move ws-old-num1      to gl-num1.
077700     move ws-old-num2      to gl-num2.
077800     move ws-old-result    to gl-result.
077900     move ws-old-error-flag to gl-error-flag.
078000     move ws-old-acct-code to gl-acct-code.
078100     set gl-reversal-doc   to true.
078200     move zeros            to gl-run-no.
078225     move ws-old-curr-code   to gl-curr-code.
078250     move ws-old-curr-result to gl-curr-result.
078275     move ws-old-exch-rate   to gl-exch-rate.
078300     write gl-record.
078400 3450-exit.
078500     exit.
078600
078700*================================================================
078800* 3500-apply-backout
078900*     back the requested run out - position the master on the
079000*     run's first record through the mr-run-no index and
079100*     reverse each record not already reversed or since
079200*     corrected, listing every record on the register with
079300*     control totals that prove each was accounted for once.
079400*================================================================
079500 3500-apply-backout.
079600     move pm-run-no to ws-backout-run-no.
079700     move zeros to ws-swept-count.
079800     move zeros to ws-reversed-count.
079900     move zeros to ws-alrrev-count.
080000     move zeros to ws-corrected-count.
080100     move zeros to ws-failed-count.
080150     move zeros to ws-closed-count.
080200     move zeros to ws-reversed-amount.
080300     move "N" to ws-eof-switch.
080400     move ws-backout-run-no to mr-run-no.
080500     start master-file key is = mr-run-no
080600         invalid key
080700             set ws-end-of-run to true
080800     end-start.
080900     if ws-end-of-run
081000         display "multappr: no records on the master for run "
081100             ws-backout-run-no " - nothing backed out"
081200         go to 3500-exit
081300     end-if.
081400     perform 3600-read-next-record thru 3600-exit.
081500     perform 3700-backout-one-record thru 3700-exit
081600         until ws-end-of-run.
081700     perform 3900-write-backout-totals thru 3900-exit.
081800     set ws-request-applied to true.
081900 3500-exit.
082000     exit.
082100
082200*================================================================
082300* 3600-read-next-record
082400*     read the next record along the run-number index; a record
082500*     of a different run, or end of file, ends the sweep.
082600*================================================================
082700 3600-read-next-record.
082800     read master-file next record
082900         at end
083000             set ws-end-of-run to true
083100     end-read.
083200     if not ws-end-of-run
083300         if mr-run-no not = ws-backout-run-no
083400             set ws-end-of-run to true
083500         end-if
083600     end-if.
083700 3600-exit.
083800     exit.
083900
084000*================================================================
084100* 3700-backout-one-record
084200*     reverse a single record of the target run - unless it
084300*     was already reversed, has since been corrected, or its
084400*     period is closed, in which case it is reported and left
084500*     exactly as it stands - then read the next record.
084600*================================================================
084700 3700-backout-one-record.
084800     add 1 to ws-swept-count.
084900     move mr-trans-id  to bd-trans-id.
085000     move mr-acct-code to bd-acct-code.
085100     move mr-result    to bd-result-edit.
085150     perform 3160-check-period thru 3160-exit.
085200     evaluate true
085300         when mr-reversed
085400             add 1 to ws-alrrev-count
085500             move "ALREADY REVERSED - NOT TOUCHED"
085600                 to bd-disposition
085700         when mr-corrected
085800             add 1 to ws-corrected-count
085900             move "CORRECTED SINCE RUN - NOT TOUCHED"
086000                 to bd-disposition
086020         when ws-period-is-closed
086040             add 1 to ws-closed-count
086060             move "CLOSED PERIOD - NOT TOUCHED"
086080                 to bd-disposition
086100         when other
086200             perform 3800-reverse-this-record thru 3800-exit
086300     end-evaluate.
086400     write appr-print-record from apr-detail-line.
086500     perform 3600-read-next-record thru 3600-exit.
086600 3700-exit.
086700     exit.
086800
086900*================================================================
087000* 3800-reverse-this-record
087100*     hold the before image, flag the record reversed and
087200*     rewrite it first; the compensating "R" document and the
087300*     audit images are only written when the rewrite took.
087400*================================================================
087500 3800-reverse-this-record.
087600     move mr-oper-code   to ws-old-oper.
087700     move mr-num1        to ws-old-num1.
087800     move mr-num2        to ws-old-num2.
087900     move mr-result      to ws-old-result.
088000     move mr-run-date    to ws-old-run-date.
088100     move mr-error-flag  to ws-old-error-flag.
088200     move mr-acct-code   to ws-old-acct-code.
088225     move mr-curr-code   to ws-old-curr-code.
088250     move mr-curr-result to ws-old-curr-result.
088275     move mr-exch-rate   to ws-old-exch-rate.
088300     set mr-reversed to true.
088400     rewrite master-record
088500         invalid key
088600             display "multappr: master rewrite failed for "
088700                 "transaction " mr-trans-id " - status "
088800                 ws-master-status
088900     end-rewrite.
089000     if ws-master-status = "00"
089100         add 1 to ws-reversed-count
089200         add ws-old-result to ws-reversed-amount
089300         perform 5000-write-before-image thru 5000-exit
089400         perform 3450-write-gl-reversal thru 3450-exit
089500         perform 5100-write-after-image thru 5100-exit
089550         perform 5400-post-balance-changes thru 5400-exit
089600         move "REVERSED" to bd-disposition
089700     else
089800         add 1 to ws-failed-count
089900         move "REWRITE FAILED - NOT REVERSED"
090000             to bd-disposition
090100     end-if.
090200 3800-exit.
090300     exit.
090400
090500*================================================================
090600* 3900-write-backout-totals
090700*     the backout's control totals - swept, reversed, left
090800*     alone and failed must account for every record of the
090900*     run exactly once, and the reversed amount is what the
091000*     "R" documents carry to the ledger.
091100*================================================================
091200 3900-write-backout-totals.
091300     move "RECORDS ON THE RUN                " to bc-count-title.
091400     move ws-swept-count to bc-count.
091500     write appr-print-record from apr-count-line.
091600     move "REVERSED                          " to bc-count-title.
091700     move ws-reversed-count to bc-count.
091800     write appr-print-record from apr-count-line.
091900     move "ALREADY REVERSED - LEFT ALONE     " to bc-count-title.
092000     move ws-alrrev-count to bc-count.
092100     write appr-print-record from apr-count-line.
092200     move "CORRECTED SINCE - LEFT ALONE      " to bc-count-title.
092300     move ws-corrected-count to bc-count.
092400     write appr-print-record from apr-count-line.
092425     move "CLOSED PERIOD - LEFT ALONE        " to bc-count-title.
092450     move ws-closed-count to bc-count.
092475     write appr-print-record from apr-count-line.
092500     move "REWRITE FAILURES                  " to bc-count-title.
092600     move ws-failed-count to bc-count.
092700     write appr-print-record from apr-count-line.
092800     move "AMOUNT REVERSED TO THE LEDGER     " to ba-amount-title.
092900     move ws-reversed-amount to ba-amount.
093000     write appr-print-record from apr-amount-line.
093100     add ws-reversed-count ws-alrrev-count
093200         ws-corrected-count ws-closed-count ws-failed-count
093300         giving ws-proof-work.
093400     if ws-proof-work = ws-swept-count
093500         and ws-failed-count = zero
093600         move "BALANCED" to bp-proof
093700     else
093800         move "*ERROR* " to bp-proof
093900     end-if.
094000     write appr-print-record from apr-proof-line.
094100     display "multappr: run " ws-backout-run-no " - "
094200         ws-swept-count " swept, " ws-reversed-count
094300         " reversed, " ws-alrrev-count " already reversed, "
094400         ws-corrected-count " corrected, " ws-closed-count
094500         " closed period, " ws-failed-count " failed".
094600 3900-exit.
094700     exit.
094800
094900*================================================================
095000* 4000-reject-request
095100*     mark the request rejected and log the decision - nothing
095200*     reaches the master or the gl interface.
095300*================================================================
095400 4000-reject-request.
095410     perform 8600-open-log thru 8600-exit.
095420     if not ws-log-is-open
095430         display "multappr: request " pm-request-no
095440             " not rejected - left pending"
095450         go to 4000-exit
095460     end-if.
095500     set pm-rejected to true.
095600     perform 5300-record-decision thru 5300-exit.
095700     string "request " pm-request-no
095800             " rejected - requested by " pm-requester
095900             delimited by size
096000         into lg-message.
096100     perform 8800-write-chained-log thru 8800-exit.
096200     move "REJECTED - NOT APPLIED" to ad-decision.
096300     perform 6000-write-decision-line thru 6000-exit.
096400     display "multappr: request " pm-request-no " rejected".
096450     perform 8650-close-log thru 8650-exit.
096500 4000-exit.
096600     exit.
096700
096800*================================================================
096900* 5000-write-before-image
097000*     append the master record's image as it stood before the
097100*     approved action to the permanent audit log.
097200*================================================================
097300 5000-write-before-image.
097400     perform 5200-stamp-log-record thru 5200-exit.
097500     move mr-trans-id     to lg-trans-id.
097600     move ws-old-oper     to lg-oper-code.
097700     move ws-old-num1     to lg-num1.
097800     move ws-old-num2     to lg-num2.
097900     move ws-old-result   to lg-result.
097925     move ws-old-curr-code   to lg-curr-code.
097950     move ws-old-curr-result to lg-curr-result.
097975     move ws-old-exch-rate   to lg-exch-rate.
098000     move spaces to lg-message.
098100     evaluate true
098200         when pm-run-backout
098300             string "backout before image - run "
098325                     delimited by size
098350                 ws-backout-run-no delimited by size
098400                 into lg-message
098425         when pm-prior-adjust
098450             move "prior period adjustment before image"
098475                 to lg-message
098500         when other
098600             move "maintenance before image" to lg-message
098700     end-evaluate.
098800     perform 8800-write-chained-log thru 8800-exit.
098900 5000-exit.
099000     exit.
099100
099200*================================================================
099300* 5100-write-after-image
099400*     append the master record's image as it stands after the
099500*     approved action to the permanent audit log - for a
099525*     prior-period adjustment, the figures the ledger now
099550*     carries, the master itself being left alone.
099600*================================================================
099700 5100-write-after-image.
099800     perform 5200-stamp-log-record thru 5200-exit.
099900     move mr-trans-id     to lg-trans-id.
100000     move mr-oper-code    to lg-oper-code.
100100     move mr-num1         to lg-num1.
100200     move mr-num2         to lg-num2.
100300     move mr-result       to lg-result.
100325     move mr-curr-code    to lg-curr-code.
100350     move mr-curr-result  to lg-curr-result.
100375     move mr-exch-rate    to lg-exch-rate.
100400     move spaces to lg-message.
100500     evaluate true
100600         when pm-run-backout
100700             string "backout after image - reversed - run "
100800                     delimited by size
100900                 ws-backout-run-no delimited by size
101000                 into lg-message
101010         when pm-prior-adjust
101020             move pm-new-oper  to lg-oper-code
101030             move pm-new-num1  to lg-num1
101040             move pm-new-num2  to lg-num2
101050             move pm-new-result to lg-result
101060             move ws-new-curr-result to lg-curr-result
101070             move "prior period adjustment after image"
101080                 to lg-message
101100         when mr-reversed
101200             move "maintenance after image - reversed"
101300                 to lg-message
101400         when other
101500             move "maintenance after image - corrected"
101600                 to lg-message
101700     end-evaluate.
101800     perform 8800-write-chained-log thru 8800-exit.
101900 5100-exit.
102000     exit.
102100
102200*================================================================
102300* 5200-stamp-log-record
102400*     fill the timestamp, operator and fixed fields common to
102500*     every audit record this program writes.  approval is
102600*     maintenance, not a batch run, so it stamps run number
102700*     zero the way multmnt does; the caller fills the
102800*     transaction fields and the message.
102900*================================================================
103000 5200-stamp-log-record.
103100     accept ws-run-time from time.
103200     string ws-run-date delimited by size
103300             "-" delimited by size
103400             ws-run-time delimited by size
103500         into lg-timestamp.
103600     move zeros          to lg-run-no.
103700     move ws-operator-id to lg-operator-id.
103800     move zeros          to lg-trans-id.
103900     move space          to lg-mode-flag.
104000     move space          to lg-oper-code.
104100     move zeros          to lg-num1.
104200     move zeros          to lg-num2.
104300     move zeros          to lg-result.
104325     move spaces         to lg-curr-code.
104350     move zeros          to lg-curr-result.
104375     move zeros          to lg-exch-rate.
104400 5200-exit.
104500     exit.
104600
104700*================================================================
104800* 5300-record-decision
104900*     stamp the approver and the decision date on the request,
105000*     rewrite it, and fill the audit record common to both
105100*     decisions - the caller supplies the message and writes
105200*     it.
105300*================================================================
105400 5300-record-decision.
105500     move ws-operator-id to pm-approver.
105600     move ws-run-date    to pm-decision-date.
105700     rewrite pend-record
105800         invalid key
105900             display "multappr: request rewrite failed - "
106000                 "status " ws-pend-status
106100     end-rewrite.
106200     perform 5200-stamp-log-record thru 5200-exit.
106300     move pm-trans-id    to lg-trans-id.
106400     move pm-old-oper    to lg-oper-code.
106500     move pm-old-result  to lg-result.
106600     move spaces         to lg-message.
106700 5300-exit.
106800     exit.
106801
106802*================================================================
106803* 5400-post-balance-changes
106804*     carry an applied change to the account balance file.  the
106805*     old result comes off as a reversal - in the month it was
106806*     posted in, or the current month for a prior-period
106807*     adjustment - provided it was ever posted: a record that
106808*     suspended or was rejected never reached the balance.  a
106809*     correction or adjustment puts the new result on the
106810*     current month as a correction.
106811*================================================================
106812 5400-post-balance-changes.
106813     move ws-old-acct-code to ws-bal-acct-code.
106814     if ws-old-error-flag = space
106815         or ws-old-error-flag = "C"
106816         set ws-bal-reversal to true
106817         move ws-old-result to ws-bal-amount
106818         if pm-prior-adjust
106819             move ws-run-date (1:6) to ws-bal-period
106820         else
106821             move ws-old-run-date (1:6) to ws-bal-period
106822         end-if
106823         perform 5500-post-account-balance thru 5500-exit
106824     end-if.
106825     if pm-correction or pm-prior-adjust
106826         set ws-bal-correction to true
106827         move pm-new-result     to ws-bal-amount
106828         move ws-run-date (1:6) to ws-bal-period
106829         perform 5500-post-account-balance thru 5500-exit
106830     end-if.
106831 5400-exit.
106832     exit.
106833
106834*================================================================
106835* 5500-post-account-balance
106836*     add one reversal or correction to the account's balance
106837*     record for the month and work the closing balance again.
106838*     a month with no record yet gets one with a zero opening
106839*     balance - multstmt's month-end rollforward sets the
106840*     opening balance from the month before.
106841*================================================================
106842 5500-post-account-balance.
106843     move ws-bal-acct-code to ab-acct-code.
106844     move ws-bal-period    to ab-period.
106845     move "N" to ws-bal-new-switch.
106846     read balance-file
106847         invalid key
106848             set ws-bal-is-new to true
106849     end-read.
106850     if ws-bal-is-new
106851         move spaces           to acct-balance-record
106852         move ws-bal-acct-code to ab-acct-code
106853         move ws-bal-period    to ab-period
106854         set ab-period-open    to true
106855         move zeros to ab-opening-bal ab-post-count ab-postings
106856                       ab-rev-count ab-reversals ab-corr-count
106857                       ab-corrections ab-closing-bal
106858     end-if.
106859     if ws-bal-reversal
106860         add 1             to ab-rev-count
106861         add ws-bal-amount to ab-reversals
106862     else
106863         add 1             to ab-corr-count
106864         add ws-bal-amount to ab-corrections
106865     end-if.
106866     compute ab-closing-bal = ab-opening-bal + ab-postings
106867         - ab-reversals + ab-corrections.
106868     move ws-run-date to ab-last-date.
106869     if ws-bal-is-new
106870         write acct-balance-record
106871             invalid key
106872                 display "multappr: balance write failed for "
106873                     "account " ws-bal-acct-code " - status "
106874                     ws-bal-status
106875         end-write
106876     else
106877         rewrite acct-balance-record
106878             invalid key
106879                 display "multappr: balance rewrite failed for "
106880                     "account " ws-bal-acct-code " - status "
106881                     ws-bal-status
106882         end-rewrite
106883     end-if.
106884 5500-exit.
106885     exit.
106900
107000*================================================================
107100* 6000-write-decision-line
107200*     put the decided request on the approval register.
107300*================================================================
107400 6000-write-decision-line.
107500     move pm-request-no  to ad-request-no.
107600     move pm-action      to ad-action.
107700     move pm-trans-id    to ad-trans-id.
107800     move pm-run-no      to ad-run-no.
107900     move pm-requester   to ad-requester.
108000     write appr-print-record from apr-decision-line.
108100     if pm-run-backout and pm-approved
108200         write appr-print-record from apr-blank-line
108300     end-if.
108400 6000-exit.
108500     exit.
108501
108502*================================================================
108503* 8600-open-log
108504*     pick the chain up afresh and open the audit log extend for
108505*     the records of one logged action.  the log is held open
108506*     only for the action, never for the whole session, so a
108507*     record appended meanwhile - by a batch run or another
108508*     terminal - is chained on from rather than written over.
108509*================================================================
108510 8600-open-log.
108511     move "N" to ws-log-open-switch.
108512     perform 8700-find-log-chain thru 8700-exit.
108513     open extend log-file.
108514     if ws-log-status = "35"
108515         open output log-file
108516     end-if.
108517     if ws-log-status = "00"
108518         set ws-log-is-open to true
108519     else
108520         display "multappr: unable to open audit log file - "
108521             "status " ws-log-status
108522     end-if.
108523 8600-exit.
108524     exit.
108525
108526*================================================================
108527* 8650-close-log
108528*     close the audit log at the end of a logged action.
108529*================================================================
108530 8650-close-log.
108531     if ws-log-is-open
108532         close log-file
108533         move "N" to ws-log-open-switch
108534     end-if.
108535 8650-exit.
108536     exit.
108537
108538*================================================================
108539* 8700-find-log-chain
108540*     read the audit log through to pick up the sequence number
108541*     and chain value of its last record, so the records about
108542*     to be appended carry the chain on.  no log yet, or a log
108543*     written before records were chained, starts the chain at
108544*     sequence one.
108545*================================================================
108546 8700-find-log-chain.
108547     move zeros to ws-chain-last-seq.
108548     move zeros to ws-chain-last-value.
108549     open input log-file.
108550     if ws-log-status = "00"
108551         move "N" to ws-chain-eof-switch
108552         perform 8750-read-one-chain thru 8750-exit
108553             until ws-chain-end-of-log
108554         close log-file
108555     end-if.
108556 8700-exit.
108557     exit.
108558
108559*================================================================
108560* 8750-read-one-chain
108561*     read one audit log record and keep its chain position, as
108562*     part of the chain pick-up.
108563*================================================================
108564 8750-read-one-chain.
108565     read log-file
108566         at end
108567             set ws-chain-end-of-log to true
108568     end-read.
108569     if not ws-chain-end-of-log
108570         and lg-chain-seq numeric
108571         and lg-chain-value numeric
108572         move lg-chain-seq   to ws-chain-last-seq
108573         move lg-chain-value to ws-chain-last-value
108574     end-if.
108575 8750-exit.
108576     exit.
108577
108578*================================================================
108579* 8800-write-chained-log
108580*     stamp the next chain sequence number on the audit record
108581*     in log-record, work its chain value from the value before
108582*     it and the 144 characters ahead of the value, and append
108583*     it to the log.
108584*================================================================
108585 8800-write-chained-log.
108586     add 1 to ws-chain-last-seq.
108587     move ws-chain-last-seq to lg-chain-seq.
108588     move ws-chain-last-value to ws-chain-hash.
108589     move zeros to ws-chain-sub.
108590     perform 8850-chain-one-byte thru 8850-exit
108591         until ws-chain-sub >= 144.
108592     move ws-chain-hash to lg-chain-value.
108593     move ws-chain-hash to ws-chain-last-value.
108594     write log-record.
108595 8800-exit.
108596     exit.
108597
108598*================================================================
108599* 8850-chain-one-byte
108600*     fold the next character of the audit record into the
108601*     chain value - the character's code is picked up through
108602*     the binary halfword it is moved into.
108603*================================================================
108604 8850-chain-one-byte.
108605     add 1 to ws-chain-sub.
108606     move low-values to ws-chain-byte-pair.
108607     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
108608     compute ws-chain-work = ws-chain-hash * 31
108609         + ws-chain-byte-value.
108610     divide ws-chain-work by 4294967291
108611         giving ws-chain-quotient remainder ws-chain-hash.
108612 8850-exit.
108613     exit.
108614
108700*================================================================
108800* 9000-terminate
108900*     close the files used by this session, provided the opens
109000*     in 1000-initialize actually succeeded.
109100*================================================================
109200 9000-terminate.
109300     if not ws-has-fatal-error
109400         close pend-file
109500         close master-file
109700         close gliface-file
109750         close balance-file
109800         close report-file
109900     end-if.
110000 9000-exit.
110100     exit.
