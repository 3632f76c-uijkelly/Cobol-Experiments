000100 identification division.
000200 program-id. multcycl.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-23.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-23  jk   original version - nightly cycle control.
001100*                  the cycle status file holds one record per
001200*                  business date with the start, end and outcome
001300*                  of each step - multgen, mult, glsumm, glrecon,
001400*                  multaged, multstat and, at month end,
001500*                  multarch.  the operator runs multcycl before
001600*                  a step to start it and after it to record it
001700*                  completed or failed, with the action, step and
001800*                  business date on the optional cyclparm file.
001900*                  a step is refused while a step it depends on
002000*                  has not completed clean, when it has already
002100*                  completed, or while run control shows a mult
002200*                  run active or abended.  mult completing is
002300*                  checked against run control, and glsumm and
002400*                  glrecon against their balancing outcomes.
002500*                  every run prints the cycle summary page for
002600*                  the shift handover, with the step the cycle
002700*                  resumes at.
002800*----------------------------------------------------------------
002900
003000 environment division.
003100 input-output section.
003200 file-control.
003300     select cycle-file assign to "CYCLSTAT"
003400         organization is indexed
003500         access mode is dynamic
003600         record key is cs-business-date
003700         file status is ws-cycle-status.
003800
003900     select parm-file assign to "CYCLPARM"
004000         organization is line sequential
004100         file status is ws-parm-status.
004200
004300     select runctl-file assign to "RUNCTL"
004400         organization is line sequential
004500         file status is ws-runctl-status.
004600
004700     select glbal-file assign to "GLBALCTL"
004800         organization is line sequential
004900         file status is ws-glbal-status.
005000
005100     select report-file assign to "CYCLRPT"
005200         organization is line sequential
005300         file status is ws-report-status.
005400
005500     select log-file assign to "AUDITLOG"
005600         organization is line sequential
005700         file status is ws-log-status.
005800
005900     select opsec-file assign to "OPERSEC"
006000         organization is line sequential
006100         file status is ws-opsec-status.
006200
006300 data division.
006400 file section.
006500 fd  cycle-file
006600     record contains 640 characters.
006700 copy cyclrec.
006800
006900 fd  parm-file
007000     record contains 20 characters.
007100 01  parm-record.
007200     05  cp-action               pic x(01).
007300         88  cp-start-step       value "S".
007400         88  cp-step-completed   value "C".
007500         88  cp-step-failed      value "F".
007600         88  cp-report-only      value "R" " ".
007700     05  cp-step-name            pic x(08).
007800     05  cp-business-date        pic x(08).
007900     05  filler                  pic x(03).
008000
008100 fd  runctl-file
008200     record contains 20 characters.
008300 01  runctl-record.
008400     05  rc-last-run-no          pic 9(04).
008500     05  rc-last-date            pic 9(08).
008600     05  rc-run-status           pic x(01).
008700         88  rc-run-active       value "A".
008800         88  rc-run-ended        value "N".
008900     05  filler                  pic x(07).
009000
009100 fd  glbal-file
009200     record contains 60 characters.
009300 copy glbalrec.
009400
009500 fd  report-file
009600     record contains 132 characters.
009700 01  cycl-print-record           pic x(132).
009800
009900 fd  log-file
010000     record contains 154 characters.
010100 copy logrec.
010200
010300 fd  opsec-file
010400     record contains 40 characters.
010500 copy operrec.
010600
010700 working-storage section.
010800*----------------------------------------------------------------
010900* summary page lines - built here and written from working
011000* storage, since a file section record's initial content is
011100* undefined.
011200*----------------------------------------------------------------
011300 01  cyc-heading-1.
011400     05  filler                  pic x(05) value spaces.
011500     05  filler                  pic x(31)
011600             value "MULT - NIGHTLY CYCLE SUMMARY - ".
011700     05  filler                  pic x(14) value "BUSINESS DATE ".
011800     05  ch1-business-date       pic x(10).
011900     05  filler                  pic x(05) value spaces.
012000     05  filler                  pic x(08) value "PRINTED ".
012100     05  ch1-printed             pic x(19).
012200     05  filler                  pic x(40) value spaces.
012300 01  cyc-heading-2.
012400     05  filler                  pic x(05) value spaces.
012500     05  ch2-cycle-type          pic x(40).
012600     05  filler                  pic x(87) value spaces.
012700 01  cyc-column-heading.
012800     05  filler                  pic x(05) value spaces.
012900     05  filler                  pic x(10) value "STEP".
013000     05  filler                  pic x(13) value "STATUS".
013100     05  filler                  pic x(21) value "STARTED".
013200     05  filler                  pic x(21) value "ENDED".
013300     05  filler                  pic x(10) value "OPERATOR".
013400     05  filler                  pic x(06) value "RUNS".
013500     05  filler                  pic x(09) value "REFUSED".
013600     05  filler                  pic x(20) value "NOTE".
013700     05  filler                  pic x(17) value spaces.
013800 01  cyc-detail-line.
013900     05  filler                  pic x(05) value spaces.
014000     05  cd-step-name            pic x(08).
014100     05  filler                  pic x(02) value spaces.
014200     05  cd-status               pic x(11).
014300     05  filler                  pic x(02) value spaces.
014400     05  cd-start                pic x(19).
014500     05  filler                  pic x(02) value spaces.
014600     05  cd-end                  pic x(19).
014700     05  filler                  pic x(02) value spaces.
014800     05  cd-operator             pic x(08).
014900     05  filler                  pic x(02) value spaces.
015000     05  cd-runs                 pic z9.
015100     05  filler                  pic x(04) value spaces.
015200     05  cd-refused              pic zz9.
015300     05  filler                  pic x(06) value spaces.
015400     05  cd-note                 pic x(30).
015500     05  filler                  pic x(07) value spaces.
015600 01  cyc-section-line.
015700     05  filler                  pic x(05) value spaces.
015800     05  cy-section-title        pic x(40).
015900     05  filler                  pic x(87) value spaces.
016000 01  cyc-message-line.
016100     05  filler                  pic x(05) value spaces.
016200     05  cm-message              pic x(90).
016300     05  filler                  pic x(37) value spaces.
016400 01  cyc-blank-line              pic x(132) value spaces.
016500*----------------------------------------------------------------
016600* file status and run switches
016700*----------------------------------------------------------------
016800 77  ws-cycle-status         pic xx       value "00".
016900 77  ws-parm-status          pic xx       value "00".
017000 77  ws-runctl-status        pic xx       value "00".
017100 77  ws-glbal-status         pic xx       value "00".
017200 77  ws-report-status        pic xx       value "00".
017300 77  ws-log-status           pic xx       value "00".
017400 77  ws-opsec-status         pic xx       value "00".
017500 77  ws-fatal-switch         pic x        value "N".
017600     88  ws-has-fatal-error  value "Y".
017700 77  ws-glbal-eof-switch     pic x        value "N".
017800     88  ws-glbal-end-of-file value "Y".
017900 77  ws-opsec-eof-switch     pic x        value "N".
018000     88  ws-opsec-end-of-file value "Y".
018100 77  ws-oper-found-switch    pic x        value "N".
018200     88  ws-oper-is-found    value "Y".
018300 77  ws-cycle-new-switch     pic x        value "N".
018400     88  ws-cycle-is-new     value "Y".
018500 77  ws-runctl-found-switch  pic x        value "N".
018600     88  ws-runctl-is-found  value "Y".
018700 77  ws-run-date             pic 9(08)    value zeros.
018800 77  ws-run-time             pic 9(08)    value zeros.
018900 77  ws-operator-id          pic x(08)    value spaces.
019000 01  ws-environment-name     pic x(20)    value "USER".
019100*----------------------------------------------------------------
019200* this run's action - start a step, record it completed or
019300* failed, or only print the summary - and its outcome
019400*----------------------------------------------------------------
019500 77  ws-action               pic x(01)    value "R".
019600     88  ws-start-step       value "S".
019700     88  ws-step-completed   value "C".
019800     88  ws-step-failed      value "F".
019900     88  ws-report-only      value "R".
020000 77  ws-step-key             pic x(08)    value spaces.
020100 77  ws-refuse-switch        pic x        value "N".
020200     88  ws-step-refused     value "Y".
020300 77  ws-refuse-reason        pic x(30)    value spaces.
020400 77  ws-outcome-message      pic x(90)    value spaces.
020500*----------------------------------------------------------------
020600* the business date, and whether it is the last day of its
020700* month - the only cycle multarch runs in
020800*----------------------------------------------------------------
020900 01  ws-business-area.
021000     05  ws-business-date    pic 9(08)    value zeros.
021100     05  ws-business-parts redefines ws-business-date.
021200         10  ws-business-yyyy pic 9(04).
021300         10  ws-business-mm  pic 9(02).
021400         10  ws-business-dd  pic 9(02).
021500 01  ws-month-days-area.
021600     05  ws-month-days-list  pic x(24)
021700             value "312831303130313130313031".
021800     05  ws-month-days redefines ws-month-days-list
021900                             pic 9(02) occurs 12 times.
022000 77  ws-last-day             pic 9(02)    value zeros.
022100 77  ws-leap-quotient        pic 9(04)    value zeros.
022200 77  ws-leap-rem-4           pic 9(03)    value zeros.
022300 77  ws-leap-rem-100         pic 9(03)    value zeros.
022400 77  ws-leap-rem-400         pic 9(03)    value zeros.
022500*----------------------------------------------------------------
022600* the cycle's steps in the order they run, and for each step
022700* the steps that must have completed clean before it starts -
022800* one flag per step, in the same order.  mult posts from the
022900* transactions multgen builds; glsumm, glrecon, multaged and
023000* multstat all work from what mult wrote; multarch archives
023100* the master only once everything else has read it.
023200*----------------------------------------------------------------
023300 77  ws-step-max             pic 9(02)    value 7.
023400 77  ws-mult-step            pic 9(02)    value 2.
023500 77  ws-arch-step            pic 9(02)    value 7.
023600 01  ws-step-name-area.
023700     05  ws-step-name-list.
023800         10  filler          pic x(24)
023900                 value "MULTGEN MULT    GLSUMM  ".
024000         10  filler          pic x(24)
024100                 value "GLRECON MULTAGEDMULTSTAT".
024200         10  filler          pic x(08)    value "MULTARCH".
024300     05  ws-step-name redefines ws-step-name-list
024400                             pic x(08) occurs 7 times.
024500 01  ws-step-needs-area.
024600     05  ws-step-needs-list.
024700         10  filler          pic x(07)    value "NNNNNNN".
024800         10  filler          pic x(07)    value "YNNNNNN".
024900         10  filler          pic x(07)    value "NYNNNNN".
025000         10  filler          pic x(07)    value "NYNNNNN".
025100         10  filler          pic x(07)    value "NYNNNNN".
025200         10  filler          pic x(07)    value "NYNNNNN".
025300         10  filler          pic x(07)    value "YYYYYYN".
025400     05  ws-step-needs redefines ws-step-needs-list
025500                             occurs 7 times.
025600         10  ws-step-needs-flag pic x(01) occurs 7 times.
025700 77  ws-step-sub             pic 9(02)    value zeros.
025800 77  ws-dep-sub              pic 9(02)    value zeros.
025900 77  ws-resume-sub           pic 9(02)    value zeros.
026000*----------------------------------------------------------------
026100* the evidence the steps leave behind - run control as mult
026200* last left it, and the latest balancing outcome of glsumm
026300* and of glrecon
026400*----------------------------------------------------------------
026500 77  ws-rc-run-no            pic 9(04)    value zeros.
026600 77  ws-rc-date              pic 9(08)    value zeros.
026700 77  ws-rc-status            pic x(01)    value space.
026800     88  ws-rc-active        value "A".
026900     88  ws-rc-ended         value "N".
027000 77  ws-summ-date            pic 9(08)    value zeros.
027100 77  ws-summ-flag            pic x(01)    value space.
027200 77  ws-recon-date           pic 9(08)    value zeros.
027300 77  ws-recon-flag           pic x(01)    value space.
027400*----------------------------------------------------------------
027500* timestamps - as stamped on the cycle record, and as printed
027600*----------------------------------------------------------------
027700 77  ws-stamp                pic x(17)    value spaces.
027800 77  ws-print-stamp          pic x(19)    value spaces.
027900 77  ws-print-date           pic x(10)    value spaces.
028000 77  ws-date-work            pic 9(08)    value zeros.
028100*----------------------------------------------------------------
028200* audit log chain - the sequence number and chain value of the
028300* last record on the log, carried on to every record appended.
028400* a record's chain value is worked from the value before it and
028500* every character of the record ahead of the value itself, so
028600* a record changed, removed or slipped in breaks the chain from
028700* that point on.
028800*----------------------------------------------------------------
028900 77  ws-chain-last-seq       pic 9(08)    value zeros.
029000 77  ws-chain-last-value     pic 9(10)    value zeros.
029100 77  ws-chain-hash           pic 9(10)    value zeros.
029200 77  ws-chain-work           pic 9(12)    value zeros.
029300 77  ws-chain-quotient       pic 9(12)    value zeros.
029400 77  ws-chain-sub            pic 9(03)    value zeros.
029500 77  ws-chain-eof-switch     pic x        value "N".
029600     88  ws-chain-end-of-log value "Y".
029700 01  ws-chain-byte-area.
029800     05  ws-chain-byte-pair  pic x(02).
029900     05  ws-chain-byte-value redefines ws-chain-byte-pair
030000                             pic 9(04) binary.
030100
030200 procedure division.
030300*================================================================
030400* 0000-mainline
030500*     top level control paragraph for the nightly cycle.
030600*================================================================
030700 0000-mainline.
030800     perform 1000-initialize thru 1000-exit.
030900     if not ws-has-fatal-error
031000         perform 2000-load-evidence thru 2000-exit
031100         perform 3000-read-cycle-record thru 3000-exit
031200     end-if.
031300     if not ws-has-fatal-error
031400         evaluate true
031500             when ws-start-step
031600                 perform 4000-start-step thru 4000-exit
031700             when ws-step-completed or ws-step-failed
031800                 perform 4500-end-step thru 4500-exit
031900         end-evaluate
032000         perform 3500-write-cycle-record thru 3500-exit
032100     end-if.
032200     if not ws-has-fatal-error
032300         perform 6000-write-summary thru 6000-exit
032400     end-if.
032500     perform 9000-terminate thru 9000-exit.
032600     goback.
032700
032800*================================================================
032900* 1000-initialize
033000*     identify and authorize the operator, take the action,
033100*     step and business date, and open the cycle status file,
033200*     the summary page and the audit log.  no cycle status file
033300*     yet is created empty.
033400*================================================================
033500 1000-initialize.
033600     accept ws-run-date from date yyyymmdd.
033700     display ws-environment-name upon environment-name.
033800     accept ws-operator-id from environment-value.
033900     perform 1050-check-operator thru 1050-exit.
034000     if ws-has-fatal-error
034100         go to 1000-exit
034200     end-if.
034300     perform 1100-read-parameters thru 1100-exit.
034400     if ws-has-fatal-error
034500         go to 1000-exit
034600     end-if.
034700     perform 1200-check-month-end thru 1200-exit.
034800     open i-o cycle-file.
034900     if ws-cycle-status = "35"
035000         open output cycle-file
035100         close cycle-file
035200         open i-o cycle-file
035300     end-if.
035400     if ws-cycle-status not = "00"
035500         display "multcycl: unable to open cycle status file - "
035600             "status " ws-cycle-status " - run stopped"
035700         set ws-has-fatal-error to true
035800         go to 1000-exit
035900     end-if.
036000     open output report-file.
036100     if ws-report-status not = "00"
036200         display "multcycl: unable to open cycle summary file - "
036300             "status " ws-report-status " - run stopped"
036400         set ws-has-fatal-error to true
036500         close cycle-file
036600         go to 1000-exit
036700     end-if.
036800     perform 8700-find-log-chain thru 8700-exit.
036900     open extend log-file.
037000     if ws-log-status = "35"
037100         open output log-file
037200     end-if.
037300     if ws-log-status not = "00"
037400         display "multcycl: unable to open audit log - "
037500             "status " ws-log-status " - run stopped"
037600         set ws-has-fatal-error to true
037700         close cycle-file
037800         close report-file
037900     end-if.
038000 1000-exit.
038100     exit.
038200
038300*================================================================
038400* 1050-check-operator
038500*     check the keyed-on operator against the operator security
038600*     file for batch processing - the cycle record is what lets
038700*     the nightly batch steps run, so it carries the same
038800*     control they do.  the check fails closed.
038900*================================================================
039000 1050-check-operator.
039100     if ws-operator-id = spaces
039200         display "multcycl: operator id is blank - run stopped"
039300         set ws-has-fatal-error to true
039400         go to 1050-exit
039500     end-if.
039600     open input opsec-file.
039700     if ws-opsec-status not = "00"
039800         display "multcycl: unable to open operator security "
039900             "file - status " ws-opsec-status
040000             " - run stopped"
040100         set ws-has-fatal-error to true
040200     else
040300         move "N" to ws-opsec-eof-switch
040400         move "N" to ws-oper-found-switch
040500         perform 1060-read-one-operator thru 1060-exit
040600             until ws-oper-is-found
040700                 or ws-opsec-end-of-file
040800         close opsec-file
040900         if not ws-oper-is-found
041000             or not op-is-active
041100             or not op-batch-allowed
041200             display "multcycl: operator " ws-operator-id
041300                 " is not authorized for batch processing "
041400                 "- run stopped"
041500             perform 1080-log-denial thru 1080-exit
041600             set ws-has-fatal-error to true
041700         end-if
041800     end-if.
041900 1050-exit.
042000     exit.
042100
042200*================================================================
042300* 1060-read-one-operator
042400*     read a single security record and remember when it is the
042500*     keyed-on operator's, as part of the sign-on check.
042600*================================================================
042700 1060-read-one-operator.
042800     read opsec-file
042900         at end
043000             set ws-opsec-end-of-file to true
043100     end-read.
043200     if not ws-opsec-end-of-file
043300         if op-operator-id = ws-operator-id
043400             set ws-oper-is-found to true
043500         end-if
043600     end-if.
043700 1060-exit.
043800     exit.
043900
044000*================================================================
044100* 1080-log-denial
044200*     append the denied attempt to the permanent audit log.
044300*     the log is opened just for this record - the run stops
044400*     before the normal opens ever happen.
044500*================================================================
044600 1080-log-denial.
044700     perform 8700-find-log-chain thru 8700-exit.
044800     open extend log-file.
044900     if ws-log-status = "35"
045000         open output log-file
045100     end-if.
045200     if ws-log-status = "00"
045300         perform 5200-stamp-log-record thru 5200-exit
045400         move "security - cycle control denied" to lg-message
045500         perform 8800-write-chained-log thru 8800-exit
045600         close log-file
045700     end-if.
045800 1080-exit.
045900     exit.
046000
046100*================================================================
046200* 1100-read-parameters
046300*     read the action, the step and the business date, if a
046400*     parameter file was supplied.  no parameter file, or a
046500*     blank action, only prints the summary; a blank business
046600*     date is today.  an action, step or date that is not one
046700*     stops the run rather than guess.
046800*================================================================
046900 1100-read-parameters.
047000     move ws-run-date to ws-business-date.
047100     open input parm-file.
047200     if ws-parm-status not = "00"
047300         go to 1100-exit
047400     end-if.
047500     read parm-file
047600         at end
047700             continue
047800     end-read.
047900     if ws-parm-status = "00"
048000         inspect cp-step-name converting
048100             "abcdefghijklmnopqrstuvwxyz"
048200             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
048300         inspect cp-action converting "scfr" to "SCFR"
048400         evaluate true
048500             when cp-report-only
048600                 move "R" to ws-action
048700             when cp-start-step or cp-step-completed
048800                     or cp-step-failed
048900                 move cp-action to ws-action
049000             when other
049100                 display "multcycl: action " cp-action
049200                     " is not S, C, F or R - run stopped"
049300                 set ws-has-fatal-error to true
049400         end-evaluate
049500         if cp-business-date not = spaces
049600             if cp-business-date numeric
049700                 and cp-business-date (5:2) >= "01"
049800                 and cp-business-date (5:2) <= "12"
049900                 and cp-business-date (7:2) >= "01"
050000                 and cp-business-date (7:2) <= "31"
050100                 move cp-business-date to ws-business-date
050200             else
050300                 display "multcycl: business date "
050400                     cp-business-date " is not a date - "
050500                     "run stopped"
050600                 set ws-has-fatal-error to true
050700             end-if
050800         end-if
050900         move cp-step-name to ws-step-key
051000     end-if.
051100     close parm-file.
051200     if ws-has-fatal-error
051300         or ws-report-only
051400         go to 1100-exit
051500     end-if.
051600     perform 1150-find-step thru 1150-exit.
051700     if ws-step-sub = zero
051800         display "multcycl: step " ws-step-key
051900             " is not a step of the nightly cycle - run stopped"
052000         set ws-has-fatal-error to true
052100     end-if.
052200 1100-exit.
052300     exit.
052400
052500*================================================================
052600* 1150-find-step
052700*     scan the step table for ws-step-key, leaving ws-step-sub
052800*     on the step when it is found and zero when it is not.
052900*================================================================
053000 1150-find-step.
053100     move zeros to ws-dep-sub.
053200     move zeros to ws-step-sub.
053300     perform 1160-scan-one-step thru 1160-exit
053400         until ws-step-sub > zero
053500             or ws-dep-sub >= ws-step-max.
053600 1150-exit.
053700     exit.
053800
053900*================================================================
054000* 1160-scan-one-step
054100*     compare ws-step-key against a single step table entry, as
054200*     part of the step scan.
054300*================================================================
054400 1160-scan-one-step.
054500     add 1 to ws-dep-sub.
054600     if ws-step-name (ws-dep-sub) = ws-step-key
054700         move ws-dep-sub to ws-step-sub
054800     end-if.
054900 1160-exit.
055000     exit.
055100
055200*================================================================
055300* 1200-check-month-end
055400*     work out whether the business date is the last day of its
055500*     month, the leap year way multstmt does.
055600*================================================================
055700 1200-check-month-end.
055800     move ws-month-days (ws-business-mm) to ws-last-day.
055900     if ws-business-mm = 2
056000         divide ws-business-yyyy by 4
056100             giving ws-leap-quotient remainder ws-leap-rem-4
056200         divide ws-business-yyyy by 100
056300             giving ws-leap-quotient remainder ws-leap-rem-100
056400         divide ws-business-yyyy by 400
056500             giving ws-leap-quotient remainder ws-leap-rem-400
056600         if ws-leap-rem-4 = zero
056700             and (ws-leap-rem-100 not = zero
056800                  or ws-leap-rem-400 = zero)
056900             move 29 to ws-last-day
057000         end-if
057100     end-if.
057200     if ws-business-dd > ws-last-day
057300         display "multcycl: business date " ws-business-date
057400             " is not a date - run stopped"
057500         set ws-has-fatal-error to true
057600     end-if.
057700 1200-exit.
057800     exit.
057900
058000*================================================================
058100* 2000-load-evidence
058200*     pick up run control as mult last left it, and the latest
058300*     balancing outcome of glsumm and of glrecon.  either file
058400*     missing only means that evidence is not there yet.
058500*================================================================
058600 2000-load-evidence.
058700     move "N" to ws-runctl-found-switch.
058800     open input runctl-file.
058900     if ws-runctl-status = "00"
059000         read runctl-file
059100             at end
059200                 continue
059300         end-read
059400         if ws-runctl-status = "00"
059500             set ws-runctl-is-found to true
059600             move rc-last-run-no to ws-rc-run-no
059700             move rc-last-date   to ws-rc-date
059800             move rc-run-status  to ws-rc-status
059900         end-if
060000         close runctl-file
060100     end-if.
060200     open input glbal-file.
060300     if ws-glbal-status = "00"
060400         move "N" to ws-glbal-eof-switch
060500         perform 2100-read-one-outcome thru 2100-exit
060600             until ws-glbal-end-of-file
060700         close glbal-file
060800     end-if.
060900 2000-exit.
061000     exit.
061100
061200*================================================================
061300* 2100-read-one-outcome
061400*     read one outcome record and keep it as its program's
061500*     latest.
061600*================================================================
061700 2100-read-one-outcome.
061800     read glbal-file
061900         at end
062000             set ws-glbal-end-of-file to true
062100     end-read.
062200     if not ws-glbal-end-of-file
062300         evaluate gb-program
062400             when "GLRECON"
062500                 move gb-run-date      to ws-recon-date
062600                 move gb-balanced-flag to ws-recon-flag
062700             when "GLSUMM"
062800                 move gb-run-date      to ws-summ-date
062900                 move gb-balanced-flag to ws-summ-flag
063000         end-evaluate
063100     end-if.
063200 2100-exit.
063300     exit.
063400
063500*================================================================
063600* 3000-read-cycle-record
063700*     read the business date's cycle record, or set up a new
063800*     one with every step waiting - multarch is not due on a
063900*     date that is not a month end.
064000*================================================================
064100 3000-read-cycle-record.
064200     move ws-business-date to cs-business-date.
064300     move "N" to ws-cycle-new-switch.
064400     read cycle-file
064500         invalid key
064600             set ws-cycle-is-new to true
064700     end-read.
064800     if not ws-cycle-is-new
064900         go to 3000-exit
065000     end-if.
065100     move spaces to cycle-record.
065200     move ws-business-date to cs-business-date.
065300     if ws-business-dd = ws-last-day
065400         set cs-is-month-end to true
065500     else
065600         move "N" to cs-month-end-flag
065700     end-if.
065800     move zeros to ws-step-sub.
065900     perform 3100-set-one-step thru 3100-exit
066000         until ws-step-sub >= ws-step-max.
066100 3000-exit.
066200     exit.
066300
066400*================================================================
066500* 3100-set-one-step
066600*     set up a single step entry of a new cycle record.
066700*================================================================
066800 3100-set-one-step.
066900     add 1 to ws-step-sub.
067000     move ws-step-name (ws-step-sub)
067100         to cs-step-name (ws-step-sub).
067200     set cs-step-waiting (ws-step-sub) to true.
067300     if ws-step-sub = ws-arch-step
067400         and not cs-is-month-end
067500         set cs-step-not-due (ws-step-sub) to true
067600     end-if.
067700     move zeros to cs-run-count (ws-step-sub).
067800     move zeros to cs-refused-count (ws-step-sub).
067900 3100-exit.
068000     exit.
068100
068200*================================================================
068300* 3500-write-cycle-record
068400*     write the cycle record back - a new record, or the
068500*     existing one with this run's start, end or refusal.
068600*================================================================
068700 3500-write-cycle-record.
068800     if ws-cycle-is-new
068900         write cycle-record
069000             invalid key
069100                 display "multcycl: cycle record write failed "
069200                     "for " cs-business-date " - status "
069300                     ws-cycle-status
069400         end-write
069500     else
069600         rewrite cycle-record
069700             invalid key
069800                 display "multcycl: cycle record rewrite failed "
069900                     "for " cs-business-date " - status "
070000                     ws-cycle-status
070100         end-rewrite
070200     end-if.
070300 3500-exit.
070400     exit.
070500
070600*================================================================
070700* 4000-start-step
070800*     let the step start, or refuse it.  a step already
070900*     completed clean is not run again, a step still marked
071000*     running must be recorded completed or failed first, and
071100*     a step waits until every step it depends on has completed
071200*     clean.  a step after mult also waits while run control
071300*     shows a mult run active - still running, or abended and
071400*     not yet restarted.  a failed step may be started again -
071500*     the cycle resumes at the step that failed.
071600*================================================================
071700 4000-start-step.
071800     move "N" to ws-refuse-switch.
071900     move spaces to ws-refuse-reason.
072000     evaluate true
072100         when cs-step-not-due (ws-step-sub)
072200             move "NOT DUE - NOT A MONTH END" to ws-refuse-reason
072300         when cs-step-completed (ws-step-sub)
072400             move "ALREADY COMPLETED CLEAN" to ws-refuse-reason
072500         when cs-step-running (ws-step-sub)
072600             move "ALREADY RUNNING - RECORD END"
072700                 to ws-refuse-reason
072800         when other
072900             move zeros to ws-dep-sub
073000             perform 4100-check-one-depend thru 4100-exit
073100                 until ws-refuse-reason not = spaces
073200                     or ws-dep-sub >= ws-step-max
073300     end-evaluate.
073400     if ws-refuse-reason = spaces
073500         and ws-step-needs-flag (ws-step-sub, ws-mult-step) = "Y"
073600         and ws-runctl-is-found
073700         and ws-rc-active
073800         move "MULT RUN ACTIVE ON RUNCTL" to ws-refuse-reason
073900     end-if.
074000     perform 5200-stamp-log-record thru 5200-exit.
074100     if ws-refuse-reason not = spaces
074200         set ws-step-refused to true
074300         add 1 to cs-refused-count (ws-step-sub)
074400         move ws-refuse-reason to cs-step-note (ws-step-sub)
074500         display "multcycl: " ws-step-key " not started - "
074600             ws-refuse-reason
074700         string ws-step-key delimited by space
074800                 " START REFUSED - " delimited by size
074900                 ws-refuse-reason delimited by size
075000             into ws-outcome-message
075100         string "cycle " ws-business-date " " ws-step-key
075200                 " refused" delimited by size
075300             into lg-message
075400     else
075500         set cs-step-running (ws-step-sub) to true
075600         move lg-timestamp to cs-start-stamp (ws-step-sub)
075700         move spaces to cs-end-stamp (ws-step-sub)
075800         move ws-operator-id to cs-operator-id (ws-step-sub)
075900         add 1 to cs-run-count (ws-step-sub)
076000         move spaces to cs-step-note (ws-step-sub)
076100         display "multcycl: " ws-step-key " started for business "
076200             "date " ws-business-date " - run it now"
076300         string ws-step-key delimited by space
076400                 " STARTED" delimited by size
076500             into ws-outcome-message
076600         string "cycle " ws-business-date " " ws-step-key
076700                 " started" delimited by size
076800             into lg-message
076900     end-if.
077000     perform 8800-write-chained-log thru 8800-exit.
077100 4000-exit.
077200     exit.
077300
077400*================================================================
077500* 4100-check-one-depend
077600*     check one step the starting step depends on has completed
077700*     clean, as part of the start check.
077800*================================================================
077900 4100-check-one-depend.
078000     add 1 to ws-dep-sub.
078100     if ws-step-needs-flag (ws-step-sub, ws-dep-sub) = "Y"
078200         and not cs-step-completed (ws-dep-sub)
078300         string cs-step-name (ws-dep-sub) delimited by space
078400                 " HAS NOT COMPLETED CLEAN" delimited by size
078500             into ws-refuse-reason
078600     end-if.
078700 4100-exit.
078800     exit.
078900
079000*================================================================
079100* 4500-end-step
079200*     record a running step's end.  a step reported failed is
079300*     marked failed; a step reported completed is checked
079400*     against what it should have left behind first, and is
079500*     marked failed with the reason when that is not there.  a
079600*     step that is not running has nothing to end.
079700*================================================================
079800 4500-end-step.
079900     move "N" to ws-refuse-switch.
080000     move spaces to ws-refuse-reason.
080100     perform 5200-stamp-log-record thru 5200-exit.
080200     if not cs-step-running (ws-step-sub)
080300         set ws-step-refused to true
080400         display "multcycl: " ws-step-key " is not running - "
080500             "nothing recorded"
080600         string ws-step-key delimited by space
080700                 " IS NOT RUNNING - END NOT RECORDED"
080800                 delimited by size
080900             into ws-outcome-message
081000         string "cycle " ws-business-date " " ws-step-key
081100                 " end refused" delimited by size
081200             into lg-message
081300         perform 8800-write-chained-log thru 8800-exit
081400         go to 4500-exit
081500     end-if.
081600     if ws-step-completed
081700         perform 4600-verify-step thru 4600-exit
081800     else
081900         move "REPORTED FAILED BY OPERATOR" to ws-refuse-reason
082000     end-if.
082100     move lg-timestamp to cs-end-stamp (ws-step-sub).
082200     move ws-refuse-reason to cs-step-note (ws-step-sub).
082300     if ws-refuse-reason = spaces
082400         set cs-step-completed (ws-step-sub) to true
082500         display "multcycl: " ws-step-key " completed clean"
082600         string ws-step-key delimited by space
082700                 " COMPLETED CLEAN" delimited by size
082800             into ws-outcome-message
082900         string "cycle " ws-business-date " " ws-step-key
083000                 " completed" delimited by size
083100             into lg-message
083200     else
083300         set cs-step-failed (ws-step-sub) to true
083400         display "multcycl: " ws-step-key " failed - "
083500             ws-refuse-reason
083600         string ws-step-key delimited by space
083700                 " FAILED - " delimited by size
083800                 ws-refuse-reason delimited by size
083900             into ws-outcome-message
084000         string "cycle " ws-business-date " " ws-step-key
084100                 " failed" delimited by size
084200             into lg-message
084300     end-if.
084400     perform 8800-write-chained-log thru 8800-exit.
084500 4500-exit.
084600     exit.
084700
084800*================================================================
084900* 4600-verify-step
085000*     check a step reported completed left its evidence behind.
085100*     mult must have marked run control ended on or after the
085200*     business date; glsumm and glrecon must have a balancing
085300*     outcome from on or after the business date, and it must
085400*     have balanced.  the other steps leave nothing to check
085500*     and are taken at the operator's word.
085600*================================================================
085700 4600-verify-step.
085800     evaluate ws-step-key
085900         when "MULT"
086000             evaluate true
086100                 when not ws-runctl-is-found
086200                     move "NO RUN CONTROL RECORD"
086300                         to ws-refuse-reason
086400                 when ws-rc-active
086500                     move "RUNCTL SHOWS MULT STILL ACTIVE"
086600                         to ws-refuse-reason
086700                 when ws-rc-date < ws-business-date
086800                     move "RUNCTL HAS NO RUN FOR THE DATE"
086900                         to ws-refuse-reason
087000             end-evaluate
087100         when "GLSUMM"
087200             evaluate true
087300                 when ws-summ-date < ws-business-date
087400                     move "NO GLSUMM OUTCOME FOR THE DATE"
087500                         to ws-refuse-reason
087600                 when ws-summ-flag not = "Y"
087700                     move "GLSUMM DID NOT BALANCE"
087800                         to ws-refuse-reason
087900             end-evaluate
088000         when "GLRECON"
088100             evaluate true
088200                 when ws-recon-date < ws-business-date
088300                     move "NO GLRECON OUTCOME FOR THE DATE"
088400                         to ws-refuse-reason
088500                 when ws-recon-flag not = "Y"
088600                     move "GLRECON DID NOT BALANCE"
088700                         to ws-refuse-reason
088800             end-evaluate
088900     end-evaluate.
089000 4600-exit.
089100     exit.
089200
089300*================================================================
089400* 5200-stamp-log-record
089500*     fill the timestamp, operator and empty transaction fields
089600*     of an audit record.  cycle control is not a posting run,
089700*     so it stamps run number zero the way multclos does.
089800*================================================================
089900 5200-stamp-log-record.
090000     accept ws-run-time from time.
090100     string ws-run-date delimited by size
090200             "-" delimited by size
090300             ws-run-time delimited by size
090400         into lg-timestamp.
090500     move zeros          to lg-run-no.
090600     move ws-operator-id to lg-operator-id.
090700     move zeros          to lg-trans-id.
090800     move space          to lg-mode-flag.
090900     move space          to lg-oper-code.
091000     move zeros          to lg-num1.
091100     move zeros          to lg-num2.
091200     move zeros          to lg-result.
091300     move spaces         to lg-curr-code.
091400     move zeros          to lg-curr-result.
091500     move zeros          to lg-exch-rate.
091600     move spaces         to lg-message.
091700 5200-exit.
091800     exit.
091900
092000*================================================================
092100* 6000-write-summary
092200*     print the cycle summary page for the shift handover - one
092300*     line per step, where the cycle resumes, what this run
092400*     did, and the run control and balancing evidence the steps
092500*     were checked against.
092600*================================================================
092700 6000-write-summary.
092800     move ws-business-date to ws-date-work.
092900     perform 7200-format-date thru 7200-exit.
093000     move ws-print-date to ch1-business-date.
093100     accept ws-run-time from time.
093200     string ws-run-date delimited by size
093300             "-" delimited by size
093400             ws-run-time delimited by size
093500         into ws-stamp.
093600     perform 7100-format-stamp thru 7100-exit.
093700     move ws-print-stamp to ch1-printed.
093800     write cycl-print-record from cyc-heading-1.
093900     if cs-is-month-end
094000         move "MONTH END CYCLE - MULTARCH IS DUE"
094100             to ch2-cycle-type
094200     else
094300         move "DAILY CYCLE" to ch2-cycle-type
094400     end-if.
094500     write cycl-print-record from cyc-heading-2.
094600     write cycl-print-record from cyc-blank-line.
094700     write cycl-print-record from cyc-column-heading.
094800     move zeros to ws-step-sub.
094900     perform 6100-write-one-step thru 6100-exit
095000         until ws-step-sub >= ws-step-max.
095100     write cycl-print-record from cyc-blank-line.
095200     perform 6200-find-resume-step thru 6200-exit.
095300     move spaces to cm-message.
095400     if ws-resume-sub = zero
095500         move "CYCLE COMPLETE - EVERY STEP DUE COMPLETED CLEAN"
095600             to cm-message
095700     else
095800         evaluate true
095900             when cs-step-failed (ws-resume-sub)
096000                 string "RESUME AT " delimited by size
096100                         cs-step-name (ws-resume-sub)
096200                             delimited by space
096300                         " - IT FAILED AND MUST BE RERUN"
096400                             delimited by size
096500                     into cm-message
096600             when cs-step-running (ws-resume-sub)
096700                 string "WAITING ON " delimited by size
096800                         cs-step-name (ws-resume-sub)
096900                             delimited by space
097000                         " - STILL MARKED RUNNING"
097100                             delimited by size
097200                     into cm-message
097300             when other
097400                 string "NEXT STEP " delimited by size
097500                         cs-step-name (ws-resume-sub)
097600                             delimited by space
097700                     into cm-message
097800         end-evaluate
097900     end-if.
098000     write cycl-print-record from cyc-message-line.
098100     if ws-outcome-message not = spaces
098200         move spaces to cm-message
098300         string "THIS RUN - " delimited by size
098400                 ws-outcome-message delimited by size
098500             into cm-message
098600         write cycl-print-record from cyc-message-line
098700     end-if.
098800     write cycl-print-record from cyc-blank-line.
098900     move "EVIDENCE" to cy-section-title.
099000     write cycl-print-record from cyc-section-line.
099100     perform 6300-write-evidence thru 6300-exit.
099200 6000-exit.
099300     exit.
099400
099500*================================================================
099600* 6100-write-one-step
099700*     print a single step's line of the summary.
099800*================================================================
099900 6100-write-one-step.
100000     add 1 to ws-step-sub.
100100     move cs-step-name (ws-step-sub) to cd-step-name.
100200     evaluate true
100300         when cs-step-running (ws-step-sub)
100400             move "RUNNING" to cd-status
100500         when cs-step-completed (ws-step-sub)
100600             move "COMPLETED" to cd-status
100700         when cs-step-failed (ws-step-sub)
100800             move "FAILED" to cd-status
100900         when cs-step-not-due (ws-step-sub)
101000             move "NOT DUE" to cd-status
101100         when other
101200             move "NOT STARTED" to cd-status
101300     end-evaluate.
101400     move cs-start-stamp (ws-step-sub) to ws-stamp.
101500     perform 7100-format-stamp thru 7100-exit.
101600     move ws-print-stamp to cd-start.
101700     move cs-end-stamp (ws-step-sub) to ws-stamp.
101800     perform 7100-format-stamp thru 7100-exit.
101900     move ws-print-stamp to cd-end.
102000     move cs-operator-id (ws-step-sub) to cd-operator.
102100     move cs-run-count (ws-step-sub) to cd-runs.
102200     move cs-refused-count (ws-step-sub) to cd-refused.
102300     move cs-step-note (ws-step-sub) to cd-note.
102400     write cycl-print-record from cyc-detail-line.
102500 6100-exit.
102600     exit.
102700
102800*================================================================
102900* 6200-find-resume-step
103000*     find the first step, in cycle order, that is due and has
103100*     not completed clean - the step the cycle resumes at.
103200*     zero when the cycle is complete.
103300*================================================================
103400 6200-find-resume-step.
103500     move zeros to ws-resume-sub.
103600     move zeros to ws-dep-sub.
103700     perform 6250-check-one-resume thru 6250-exit
103800         until ws-resume-sub > zero
103900             or ws-dep-sub >= ws-step-max.
104000 6200-exit.
104100     exit.
104200
104300*================================================================
104400* 6250-check-one-resume
104500*     check a single step, as part of finding the resume step.
104600*================================================================
104700 6250-check-one-resume.
104800     add 1 to ws-dep-sub.
104900     if not cs-step-completed (ws-dep-sub)
105000         and not cs-step-not-due (ws-dep-sub)
105100         move ws-dep-sub to ws-resume-sub
105200     end-if.
105300 6250-exit.
105400     exit.
105500
105600*================================================================
105700* 6300-write-evidence
105800*     print run control as mult last left it and the latest
105900*     balancing outcome of glsumm and of glrecon.
106000*================================================================
106100 6300-write-evidence.
106200     move spaces to cm-message.
106300     if ws-runctl-is-found
106400         move ws-rc-date to ws-date-work
106500         perform 7200-format-date thru 7200-exit
106600         if ws-rc-active
106700             string "RUNCTL   LAST MULT RUN " ws-rc-run-no
106800                     " OF " ws-print-date
106900                     " - ACTIVE (RUNNING OR ABENDED)"
107000                     delimited by size
107100                 into cm-message
107200         else
107300             string "RUNCTL   LAST MULT RUN " ws-rc-run-no
107400                     " OF " ws-print-date " - ENDED"
107500                     delimited by size
107600                 into cm-message
107700         end-if
107800     else
107900         move "RUNCTL   NO RUN CONTROL RECORD" to cm-message
108000     end-if.
108100     write cycl-print-record from cyc-message-line.
108200     move spaces to cm-message.
108300     if ws-summ-date = zero
108400         move "GLSUMM   NO BALANCING OUTCOME ON GLBALCTL"
108500             to cm-message
108600     else
108700         move ws-summ-date to ws-date-work
108800         perform 7200-format-date thru 7200-exit
108900         if ws-summ-flag = "Y"
109000             string "GLSUMM   LATEST OUTCOME " ws-print-date
109100                     " - BALANCED" delimited by size
109200                 into cm-message
109300         else
109400             string "GLSUMM   LATEST OUTCOME " ws-print-date
109500                     " - NOT BALANCED" delimited by size
109600                 into cm-message
109700         end-if
109800     end-if.
109900     write cycl-print-record from cyc-message-line.
110000     move spaces to cm-message.
110100     if ws-recon-date = zero
110200         move "GLRECON  NO BALANCING OUTCOME ON GLBALCTL"
110300             to cm-message
110400     else
110500         move ws-recon-date to ws-date-work
110600         perform 7200-format-date thru 7200-exit
110700         if ws-recon-flag = "Y"
110800             string "GLRECON  LATEST OUTCOME " ws-print-date
110900                     " - BALANCED" delimited by size
111000                 into cm-message
111100         else
111200             string "GLRECON  LATEST OUTCOME " ws-print-date
111300                     " - NOT BALANCED" delimited by size
111400                 into cm-message
111500         end-if
111600     end-if.
111700     write cycl-print-record from cyc-message-line.
111800 6300-exit.
111900     exit.
112000
112100*================================================================
112200* 7100-format-stamp
112300*     turn a yyyymmdd-hhmmsshh stamp into yyyy-mm-dd hh:mm:ss
112400*     for printing.  a blank stamp prints blank.
112500*================================================================
112600 7100-format-stamp.
112700     move spaces to ws-print-stamp.
112800     if ws-stamp = spaces
112900         go to 7100-exit
113000     end-if.
113100     move ws-stamp (1:4)   to ws-print-stamp (1:4).
113200     move "-"              to ws-print-stamp (5:1).
113300     move ws-stamp (5:2)   to ws-print-stamp (6:2).
113400     move "-"              to ws-print-stamp (8:1).
113500     move ws-stamp (7:2)   to ws-print-stamp (9:2).
113600     move ws-stamp (10:2)  to ws-print-stamp (12:2).
113700     move ":"              to ws-print-stamp (14:1).
113800     move ws-stamp (12:2)  to ws-print-stamp (15:2).
113900     move ":"              to ws-print-stamp (17:1).
114000     move ws-stamp (14:2)  to ws-print-stamp (18:2).
114100 7100-exit.
114200     exit.
114300
114400*================================================================
114500* 7200-format-date
114600*     turn the yyyymmdd date in ws-date-work into yyyy-mm-dd
114700*     for printing.
114800*================================================================
114900 7200-format-date.
115000     move ws-date-work (1:4) to ws-print-date (1:4).
115100     move "-"                to ws-print-date (5:1).
115200     move ws-date-work (5:2) to ws-print-date (6:2).
115300     move "-"                to ws-print-date (8:1).
115400     move ws-date-work (7:2) to ws-print-date (9:2).
115500 7200-exit.
115600     exit.
115700
117200*================================================================
117300* 8700-find-log-chain
117400*     read the audit log through to pick up the sequence number
117500*     and chain value of its last record, so the records about
117600*     to be appended carry the chain on.  no log yet, or a log
117700*     written before records were chained, starts the chain at
117800*     sequence one.
117900*================================================================
118000 8700-find-log-chain.
118100     move zeros to ws-chain-last-seq.
118200     move zeros to ws-chain-last-value.
118300     open input log-file.
118400     if ws-log-status = "00"
118500         move "N" to ws-chain-eof-switch
118600         perform 8750-read-one-chain thru 8750-exit
118700             until ws-chain-end-of-log
118800         close log-file
118900     end-if.
119000 8700-exit.
119100     exit.
119200
119300*================================================================
119400* 8750-read-one-chain
119500*     read one audit log record and keep its chain position, as
119600*     part of the chain pick-up.
119700*================================================================
119800 8750-read-one-chain.
119900     read log-file
120000         at end
120100             set ws-chain-end-of-log to true
120200     end-read.
120300     if not ws-chain-end-of-log
120400         and lg-chain-seq numeric
120500         and lg-chain-value numeric
120600         move lg-chain-seq   to ws-chain-last-seq
120700         move lg-chain-value to ws-chain-last-value
120800     end-if.
120900 8750-exit.
121000     exit.
121100
121200*================================================================
121300* 8800-write-chained-log
121400*     stamp the next chain sequence number on the audit record
121500*     in log-record, work its chain value from the value before
121600*     it and the 144 characters ahead of the value, and append
121700*     it to the log.
121800*================================================================
121900 8800-write-chained-log.
122000     add 1 to ws-chain-last-seq.
122100     move ws-chain-last-seq to lg-chain-seq.
122200     move ws-chain-last-value to ws-chain-hash.
122300     move zeros to ws-chain-sub.
122400     perform 8850-chain-one-byte thru 8850-exit
122500         until ws-chain-sub >= 144.
122600     move ws-chain-hash to lg-chain-value.
122700     move ws-chain-hash to ws-chain-last-value.
122800     write log-record.
122900 8800-exit.
123000     exit.
123100
123200*================================================================
123300* 8850-chain-one-byte
123400*     fold the next character of the audit record into the
123500*     chain value - the character's code is picked up through
123600*     the binary halfword it is moved into.
123700*================================================================
123800 8850-chain-one-byte.
123900     add 1 to ws-chain-sub.
124000     move low-values to ws-chain-byte-pair.
124100     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
124200     compute ws-chain-work = ws-chain-hash * 31
124300         + ws-chain-byte-value.
124400     divide ws-chain-work by 4294967291
124500         giving ws-chain-quotient remainder ws-chain-hash.
124600 8850-exit.
124700     exit.
124800
124900*================================================================
125000* 9000-terminate
125100*     close the files used by this run, provided the opens in
125200*     1000-initialize actually succeeded.
125300*================================================================
125400 9000-terminate.
125500     if not ws-has-fatal-error
125600         close cycle-file
125700         close report-file
125800         close log-file
125900     end-if.
126000 9000-exit.
126100     exit.
