000100 identification division.
000200 program-id. multclos.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-16.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-16  jk   original version - fiscal period close.  takes
001100*                  a period from closparm and closes it on the
001200*                  fiscal calendar, provided the period has
001300*                  ended, every earlier period is already
001400*                  closed, and the latest glrecon and glsumm
001500*                  outcomes on glbalctl both balanced and were
001600*                  run after the period's last day.  once
001700*                  closed, nothing posts with a run date in the
001800*                  period and its master records are not
001900*                  changed again.  the close, or the reason it
002000*                  was refused, is written to the permanent
002100*                  audit log.  the operator must carry the
002200*                  master maintenance function on opersec.
002205* 2026-10-17  jk   audit records grew to 136 characters for the
002210*                  currency fields - blank and zero here.
002215* 2026-10-19  jk   audit log chain - every audit record appended
002220*                  carries the next chain sequence number and a
002225*                  chain value worked from the record before it
002230*                  and its own content, so multlogv can prove no
002235*                  record was changed, removed or slipped in.
002240*                  audit records grew to 154 characters.
002245* 2026-10-24  jk   a refused close now logs the reason it was
002250*                  refused, not just the period.
002300*----------------------------------------------------------------
002400
002500 environment division.
002600 input-output section.
002700 file-control.
002800     select fiscal-file assign to "FISCAL"
002900         organization is line sequential
003000         file status is ws-fiscal-status.
003100
003200     select glbal-file assign to "GLBALCTL"
003300         organization is line sequential
003400         file status is ws-glbal-status.
003500
003600     select parm-file assign to "CLOSPARM"
003700         organization is line sequential
003800         file status is ws-parm-status.
003900
004000     select log-file assign to "AUDITLOG"
004100         organization is line sequential
004200         file status is ws-log-status.
004300
004400     select opsec-file assign to "OPERSEC"
004500         organization is line sequential
004600         file status is ws-opsec-status.
004700
004800 data division.
004900 file section.
005000 fd  fiscal-file
005100     record contains 50 characters.
005200 copy fiscrec.
005300
005400 fd  glbal-file
005500     record contains 60 characters.
005600 copy glbalrec.
005700
005800 fd  parm-file
005900     record contains 20 characters.
006000 01  parm-record.
006100     05  cp-period               pic x(06).
006200     05  filler                  pic x(14).
006300
006400 fd  log-file
006500     record contains 154 characters.
006600 copy logrec.
006700
006800 fd  opsec-file
006900     record contains 40 characters.
007000 copy operrec.
007100
007200 working-storage section.
007300*----------------------------------------------------------------
007400* file status and run switches
007500*----------------------------------------------------------------
007600 77  ws-fiscal-status        pic xx       value "00".
007700 77  ws-glbal-status         pic xx       value "00".
007800 77  ws-parm-status          pic xx       value "00".
007900 77  ws-log-status           pic xx       value "00".
008000 77  ws-opsec-status         pic xx       value "00".
008100 77  ws-fatal-switch         pic x        value "N".
008200     88  ws-has-fatal-error  value "Y".
008300 77  ws-fisc-eof-switch      pic x        value "N".
008400     88  ws-fisc-end-of-file value "Y".
008500 77  ws-glbal-eof-switch     pic x        value "N".
008600     88  ws-glbal-end-of-file value "Y".
008700 77  ws-opsec-eof-switch     pic x        value "N".
008800     88  ws-opsec-end-of-file value "Y".
008900 77  ws-oper-found-switch    pic x        value "N".
009000     88  ws-oper-is-found    value "Y".
009100 77  ws-refuse-switch        pic x        value "N".
009200     88  ws-close-refused    value "Y".
009300 77  ws-run-date             pic 9(08)    value zeros.
009400 77  ws-run-time             pic 9(08)    value zeros.
009500 77  ws-operator-id          pic x(08)    value spaces.
009600 01  ws-environment-name     pic x(20)    value "USER".
009700 77  ws-close-period         pic 9(06)    value zeros.
009800 77  ws-refuse-reason        pic x(36)    value spaces.
009900*----------------------------------------------------------------
010000* fiscal calendar table - the whole calendar is loaded, the
010100* period closed in the table, and the file written back from
010200* it, the way acctmnt rewrites the account reference file.
010300*----------------------------------------------------------------
010400 77  ws-fisc-max             pic 9(03)    value 120.
010500 77  ws-fisc-sub             pic 9(03)    value zeros.
010600 77  ws-close-sub            pic 9(03)    value zeros.
010700 01  ws-fisc-table.
010800     05  ws-fisc-count       pic 9(03)    value zeros.
010900     05  ws-fisc-entry occurs 120 times.
011000         10  ws-fisc-period      pic 9(06).
011100         10  ws-fisc-start       pic 9(08).
011200         10  ws-fisc-end         pic 9(08).
011300         10  ws-fisc-status      pic x(01).
011400         10  ws-fisc-close-date  pic 9(08).
011500         10  ws-fisc-close-oper  pic x(08).
011600*----------------------------------------------------------------
011700* latest balancing outcome of each gl feed job
011800*----------------------------------------------------------------
011900 77  ws-recon-date           pic 9(08)    value zeros.
012000 77  ws-recon-flag           pic x(01)    value spaces.
012100 77  ws-summ-date            pic 9(08)    value zeros.
012200 77  ws-summ-flag            pic x(01)    value spaces.
012202*----------------------------------------------------------------
012204* audit log chain - the sequence number and chain value of the
012206* last record on the log, carried on to every record appended.
012208* a record's chain value is worked from the value before it and
012210* every character of the record ahead of the value itself, so
012212* a record changed, removed or slipped in breaks the chain from
012214* that point on.
012216*----------------------------------------------------------------
012218 77  ws-chain-last-seq       pic 9(08)    value zeros.
012220 77  ws-chain-last-value     pic 9(10)    value zeros.
012222 77  ws-chain-hash           pic 9(10)    value zeros.
012224 77  ws-chain-work           pic 9(12)    value zeros.
012226 77  ws-chain-quotient       pic 9(12)    value zeros.
012228 77  ws-chain-sub            pic 9(03)    value zeros.
012230 77  ws-chain-eof-switch     pic x        value "N".
012232     88  ws-chain-end-of-log value "Y".
012234 01  ws-chain-byte-area.
012236     05  ws-chain-byte-pair  pic x(02).
012238     05  ws-chain-byte-value redefines ws-chain-byte-pair
012240                             pic 9(04) binary.
012300
012400 procedure division.
012500*================================================================
012600* 0000-mainline
012700*     top level control paragraph for the period close.
012800*================================================================
012900 0000-mainline.
013000     perform 1000-initialize thru 1000-exit.
013100     if not ws-has-fatal-error
013200         perform 2000-check-close thru 2000-exit
013300         if ws-close-refused
013400             perform 4000-log-refusal thru 4000-exit
013500         else
013600             perform 3000-close-period thru 3000-exit
013700         end-if
013800     end-if.
013900     perform 9000-terminate thru 9000-exit.
014000     goback.
014100
014200*================================================================
014300* 1000-initialize
014400*     identify and authorize the operator, read the period to
014500*     close, load the fiscal calendar and the gl balancing
014600*     outcomes, and open the audit log.  no calendar or no
014700*     outcomes at all stops the run - there is nothing to
014800*     close, or nothing to prove the close with.
014900*================================================================
015000 1000-initialize.
015100     accept ws-run-date from date yyyymmdd.
015200     display ws-environment-name upon environment-name.
015300     accept ws-operator-id from environment-value.
015400     perform 1050-check-operator thru 1050-exit.
015500     if not ws-has-fatal-error
015600         perform 1100-read-period thru 1100-exit
015700     end-if.
015800     if not ws-has-fatal-error
015900         perform 1200-load-calendar thru 1200-exit
016000     end-if.
016100     if not ws-has-fatal-error
016200         perform 1300-load-outcomes thru 1300-exit
016300     end-if.
016400     if not ws-has-fatal-error
016450         perform 8700-find-log-chain thru 8700-exit
016500         open extend log-file
016600         if ws-log-status = "35"
016700             open output log-file
016800         end-if
016900         if ws-log-status not = "00"
017000             display "multclos: unable to open audit log - "
017100                 "status " ws-log-status " - run stopped"
017200             set ws-has-fatal-error to true
017300         end-if
017400     end-if.
017500 1000-exit.
017600     exit.
017700
017800*================================================================
017900* 1050-check-operator
018000*     check the keyed-on operator against the operator security
018100*     file for the master maintenance function - closing a
018200*     period locks the master, so it carries the same control
018300*     multmnt does.  the check fails closed.
018400*================================================================
018500 1050-check-operator.
018600     if ws-operator-id = spaces
018700         display "multclos: operator id is blank - close "
018800             "refused"
018900         set ws-has-fatal-error to true
019000         go to 1050-exit
019100     end-if.
019200     open input opsec-file.
019300     if ws-opsec-status not = "00"
019400         display "multclos: unable to open operator security "
019500             "file - status " ws-opsec-status
019600             " - close refused"
019700         set ws-has-fatal-error to true
019800     else
019900         move "N" to ws-opsec-eof-switch
020000         move "N" to ws-oper-found-switch
020100         perform 1060-read-one-operator thru 1060-exit
020200             until ws-oper-is-found
020300                 or ws-opsec-end-of-file
020400         close opsec-file
020500         if not ws-oper-is-found
020600             or not op-is-active
020700             or not op-maint-allowed
020800             display "multclos: operator " ws-operator-id
020900                 " is not authorized for master maintenance "
021000                 "- close refused"
021100             perform 1080-log-denial thru 1080-exit
021200             set ws-has-fatal-error to true
021300         end-if
021400     end-if.
021500 1050-exit.
021600     exit.
021700
021800*================================================================
021900* 1060-read-one-operator
022000*     read a single security record and remember when it is the
022100*     keyed-on operator's, as part of the sign-on check.
022200*================================================================
022300 1060-read-one-operator.
022400     read opsec-file
022500         at end
022600             set ws-opsec-end-of-file to true
022700     end-read.
022800     if not ws-opsec-end-of-file
022900         if op-operator-id = ws-operator-id
023000             set ws-oper-is-found to true
023100         end-if
023200     end-if.
023300 1060-exit.
023400     exit.
023500
023600*================================================================
023700* 1080-log-denial
023800*     append the denied attempt to the permanent audit log.
023900*     the log is opened just for this record - the run stops
024000*     before the normal opens ever happen.
024100*================================================================
024200 1080-log-denial.
024250     perform 8700-find-log-chain thru 8700-exit.
024300     open extend log-file.
024400     if ws-log-status = "35"
024500         open output log-file
024600     end-if.
024700     if ws-log-status = "00"
024800         perform 5200-stamp-log-record thru 5200-exit
024900         move "security - period close denied" to lg-message
025000         perform 8800-write-chained-log thru 8800-exit
025100         close log-file
025200     end-if.
025300 1080-exit.
025400     exit.
025500
025600*================================================================
025700* 1100-read-period
025800*     read the period to close.  a close must never guess its
025900*     own target, so a missing, empty or non-numeric parameter
026000*     refuses the run.
026100*================================================================
026200 1100-read-period.
026300     open input parm-file.
026400     if ws-parm-status not = "00"
026500         display "multclos: no parameter file - run stopped"
026600         set ws-has-fatal-error to true
026700     else
026800         read parm-file
026900             at end
027000                 display "multclos: parameter file is empty - "
027100                     "run stopped"
027200                 set ws-has-fatal-error to true
027300         end-read
027400         if not ws-has-fatal-error
027500             if cp-period not numeric
027600                 or cp-period = "000000"
027700                 display "multclos: period is missing or not "
027800                     "numeric - run stopped"
027900                 set ws-has-fatal-error to true
028000             else
028100                 move cp-period to ws-close-period
028200             end-if
028300         end-if
028400         close parm-file
028500     end-if.
028600 1100-exit.
028700     exit.
028800
028900*================================================================
029000* 1200-load-calendar
029100*     load the fiscal calendar into its table.  a calendar
029200*     larger than the table stops the run rather than writing
029300*     back a truncated calendar.
029400*================================================================
029500 1200-load-calendar.
029600     open input fiscal-file.
029700     if ws-fiscal-status not = "00"
029800         display "multclos: unable to open fiscal calendar - "
029900             "status " ws-fiscal-status " - run stopped"
030000         set ws-has-fatal-error to true
030100     else
030200         move "N" to ws-fisc-eof-switch
030300         perform 1250-load-one-period thru 1250-exit
030400             until ws-fisc-end-of-file or ws-has-fatal-error
030500         close fiscal-file
030600     end-if.
030700 1200-exit.
030800     exit.
030900
031000*================================================================
031100* 1250-load-one-period
031200*     read one calendar record into the next table entry, as
031300*     part of the calendar load.
031400*================================================================
031500 1250-load-one-period.
031600     read fiscal-file
031700         at end
031800             set ws-fisc-end-of-file to true
031900     end-read.
032000     if not ws-fisc-end-of-file
032100         if ws-fisc-count >= ws-fisc-max
032200             display "multclos: fiscal calendar exceeds table "
032300                 "size - run stopped"
032400             set ws-has-fatal-error to true
032500         else
032600             add 1 to ws-fisc-count
032700             move fc-period     to ws-fisc-period (ws-fisc-count)
032800             move fc-start-date to ws-fisc-start (ws-fisc-count)
032900             move fc-end-date   to ws-fisc-end (ws-fisc-count)
033000             move fc-status     to ws-fisc-status (ws-fisc-count)
033100             move fc-close-date
033200                 to ws-fisc-close-date (ws-fisc-count)
033300             move fc-close-oper
033400                 to ws-fisc-close-oper (ws-fisc-count)
033500         end-if
033600     end-if.
033700 1250-exit.
033800     exit.
033900
034000*================================================================
034100* 1300-load-outcomes
034200*     read the gl balancing control file through, keeping the
034300*     last outcome each of glrecon and glsumm recorded - the
034400*     file is appended in run order, so the last is the latest.
034500*================================================================
034600 1300-load-outcomes.
034700     open input glbal-file.
034800     if ws-glbal-status not = "00"
034900         display "multclos: no gl balancing outcomes - status "
035000             ws-glbal-status " - glrecon and glsumm must run "
035100             "before a close - run stopped"
035200         set ws-has-fatal-error to true
035300     else
035400         move "N" to ws-glbal-eof-switch
035500         perform 1350-read-one-outcome thru 1350-exit
035600             until ws-glbal-end-of-file
035700         close glbal-file
035800     end-if.
035900 1300-exit.
036000     exit.
036100
036200*================================================================
036300* 1350-read-one-outcome
036400*     read one outcome record and keep it as its program's
036500*     latest.
036600*================================================================
036700 1350-read-one-outcome.
036800     read glbal-file
036900         at end
037000             set ws-glbal-end-of-file to true
037100     end-read.
037200     if not ws-glbal-end-of-file
037300         evaluate gb-program
037400             when "GLRECON"
037500                 move gb-run-date      to ws-recon-date
037600                 move gb-balanced-flag to ws-recon-flag
037700             when "GLSUMM"
037800                 move gb-run-date      to ws-summ-date
037900                 move gb-balanced-flag to ws-summ-flag
038000         end-evaluate
038100     end-if.
038200 1350-exit.
038300     exit.
038400
038500*================================================================
038600* 2000-check-close
038700*     find the period and apply the close conditions in turn,
038800*     stopping at the first one that fails: the period is on
038900*     the calendar and still open, its last day has passed,
039000*     every earlier period is closed, and both gl feed jobs
039100*     last ran in balance after the period ended - so every
039200*     document dated in the period was on the feed they
039300*     balanced.
039400*================================================================
039500 2000-check-close.
039600     move "N" to ws-refuse-switch.
039700     move zeros to ws-close-sub.
039800     move zeros to ws-fisc-sub.
039900     perform 2100-find-one-period thru 2100-exit
040000         until ws-close-sub > zero
040100             or ws-fisc-sub >= ws-fisc-count.
040200     evaluate true
040300         when ws-close-sub = zero
040400             move "PERIOD NOT ON THE FISCAL CALENDAR"
040500                 to ws-refuse-reason
040600         when ws-fisc-status (ws-close-sub) = "C"
040700             move "PERIOD IS ALREADY CLOSED"
040800                 to ws-refuse-reason
040900         when ws-fisc-end (ws-close-sub) not < ws-run-date
041000             move "PERIOD HAS NOT ENDED"
041100                 to ws-refuse-reason
041200         when other
041300             perform 2200-check-earlier thru 2200-exit
041400     end-evaluate.
041500     if ws-refuse-reason = spaces
041600         evaluate true
041700             when ws-recon-flag not = "Y"
041800                 move "GLRECON DID NOT BALANCE"
041900                     to ws-refuse-reason
042000             when ws-recon-date not > ws-fisc-end (ws-close-sub)
042100                 move "GLRECON NOT RUN SINCE PERIOD END"
042200                     to ws-refuse-reason
042300             when ws-summ-flag not = "Y"
042400                 move "GLSUMM DID NOT BALANCE"
042500                     to ws-refuse-reason
042600             when ws-summ-date not > ws-fisc-end (ws-close-sub)
042700                 move "GLSUMM NOT RUN SINCE PERIOD END"
042800                     to ws-refuse-reason
042900         end-evaluate
043000     end-if.
043100     if ws-refuse-reason not = spaces
043200         set ws-close-refused to true
043300     end-if.
043400 2000-exit.
043500     exit.
043600
043700*================================================================
043800* 2100-find-one-period
043900*     compare a single calendar entry with the period to close,
044000*     as part of the period search.
044100*================================================================
044200 2100-find-one-period.
044300     add 1 to ws-fisc-sub.
044400     if ws-fisc-period (ws-fisc-sub) = ws-close-period
044500         move ws-fisc-sub to ws-close-sub
044600     end-if.
044700 2100-exit.
044800     exit.
044900
045000*================================================================
045100* 2200-check-earlier
045200*     periods close in order - refuse while any period that
045300*     ended before this one is still open.
045400*================================================================
045500 2200-check-earlier.
045600     move zeros to ws-fisc-sub.
045700     perform 2250-check-one-earlier thru 2250-exit
045800         until ws-refuse-reason not = spaces
045900             or ws-fisc-sub >= ws-fisc-count.
046000 2200-exit.
046100     exit.
046200
046300*================================================================
046400* 2250-check-one-earlier
046500*     check a single calendar entry, as part of the earlier
046600*     period sweep.
046700*================================================================
046800 2250-check-one-earlier.
046900     add 1 to ws-fisc-sub.
047000     if ws-fisc-end (ws-fisc-sub) < ws-fisc-start (ws-close-sub)
047100         and ws-fisc-status (ws-fisc-sub) not = "C"
047200         move "AN EARLIER PERIOD IS STILL OPEN"
047300             to ws-refuse-reason
047400     end-if.
047500 2250-exit.
047600     exit.
047700
047800*================================================================
047900* 3000-close-period
048000*     mark the period closed in the table with today's date and
048100*     the operator, write the calendar back, and log the close.
048200*     a calendar that cannot be written back leaves the period
048300*     open, and nothing is logged.
048400*================================================================
048500 3000-close-period.
048600     move "C"            to ws-fisc-status (ws-close-sub).
048700     move ws-run-date    to ws-fisc-close-date (ws-close-sub).
048800     move ws-operator-id to ws-fisc-close-oper (ws-close-sub).
048900     open output fiscal-file.
049000     if ws-fiscal-status not = "00"
049100         display "multclos: unable to rewrite fiscal calendar - "
049200             "status " ws-fiscal-status " - period not closed"
049300     else
049400         move zeros to ws-fisc-sub
049500         perform 3100-write-one-period thru 3100-exit
049600             until ws-fisc-sub >= ws-fisc-count
049700         close fiscal-file
049800         perform 5200-stamp-log-record thru 5200-exit
049900         string "period " ws-close-period " closed"
050000                 delimited by size
050100             into lg-message
050200         perform 8800-write-chained-log thru 8800-exit
050300         display "multclos: period " ws-close-period " closed"
050400     end-if.
050500 3000-exit.
050600     exit.
050700
050800*================================================================
050900* 3100-write-one-period
051000*     write a single table entry back to the calendar, as part
051100*     of the rewrite.
051200*================================================================
051300 3100-write-one-period.
051400     add 1 to ws-fisc-sub.
051500     move spaces to fiscal-record.
051600     move ws-fisc-period (ws-fisc-sub)     to fc-period.
051700     move ws-fisc-start (ws-fisc-sub)      to fc-start-date.
051800     move ws-fisc-end (ws-fisc-sub)        to fc-end-date.
051900     move ws-fisc-status (ws-fisc-sub)     to fc-status.
052000     move ws-fisc-close-date (ws-fisc-sub) to fc-close-date.
052100     move ws-fisc-close-oper (ws-fisc-sub) to fc-close-oper.
052200     write fiscal-record.
052300 3100-exit.
052400     exit.
052500
052600*================================================================
052700* 4000-log-refusal
052800*     report why the period was not closed and log the
052900*     refused attempt.
053000*================================================================
053100 4000-log-refusal.
053200     display "multclos: period " ws-close-period
053300         " not closed - " ws-refuse-reason.
053400     perform 5200-stamp-log-record thru 5200-exit.
053500     string ws-close-period delimited by size
053600             " refused - " delimited by size
053650             ws-refuse-reason delimited by "  "
053700         into lg-message.
053800     perform 8800-write-chained-log thru 8800-exit.
053900 4000-exit.
054000     exit.
054100
054200*================================================================
054300* 5200-stamp-log-record
054400*     fill the timestamp, operator and empty transaction fields
054500*     of an audit record.  a close is maintenance, not a batch
054600*     run, so it stamps run number zero the way multmnt does.
054700*================================================================
054800 5200-stamp-log-record.
054900     accept ws-run-time from time.
055000     string ws-run-date delimited by size
055100             "-" delimited by size
055200             ws-run-time delimited by size
055300         into lg-timestamp.
055400     move zeros          to lg-run-no.
055500     move ws-operator-id to lg-operator-id.
055600     move zeros          to lg-trans-id.
055700     move space          to lg-mode-flag.
055800     move space          to lg-oper-code.
055900     move zeros          to lg-num1.
056000     move zeros          to lg-num2.
056100     move zeros          to lg-result.
056125     move spaces         to lg-curr-code.
056150     move zeros          to lg-curr-result.
056175     move zeros          to lg-exch-rate.
056200     move spaces         to lg-message.
056300 5200-exit.
056400     exit.
056500
056501*================================================================
056502* 8700-find-log-chain
056503*     read the audit log through to pick up the sequence number
056504*     and chain value of its last record, so the records about
056505*     to be appended carry the chain on.  no log yet, or a log
056506*     written before records were chained, starts the chain at
056507*     sequence one.
056508*================================================================
056509 8700-find-log-chain.
056510     move zeros to ws-chain-last-seq.
056511     move zeros to ws-chain-last-value.
056512     open input log-file.
056513     if ws-log-status = "00"
056514         move "N" to ws-chain-eof-switch
056515         perform 8750-read-one-chain thru 8750-exit
056516             until ws-chain-end-of-log
056517         close log-file
056518     end-if.
056519 8700-exit.
056520     exit.
056521
056522*================================================================
056523* 8750-read-one-chain
056524*     read one audit log record and keep its chain position, as
056525*     part of the chain pick-up.
056526*================================================================
056527 8750-read-one-chain.
056528     read log-file
056529         at end
056530             set ws-chain-end-of-log to true
056531     end-read.
056532     if not ws-chain-end-of-log
056533         and lg-chain-seq numeric
056534         and lg-chain-value numeric
056535         move lg-chain-seq   to ws-chain-last-seq
056536         move lg-chain-value to ws-chain-last-value
056537     end-if.
056538 8750-exit.
056539     exit.
056540
056541*================================================================
056542* 8800-write-chained-log
056543*     stamp the next chain sequence number on the audit record
056544*     in log-record, work its chain value from the value before
056545*     it and the 144 characters ahead of the value, and append
056546*     it to the log.
056547*================================================================
056548 8800-write-chained-log.
056549     add 1 to ws-chain-last-seq.
056550     move ws-chain-last-seq to lg-chain-seq.
056551     move ws-chain-last-value to ws-chain-hash.
056552     move zeros to ws-chain-sub.
056553     perform 8850-chain-one-byte thru 8850-exit
056554         until ws-chain-sub >= 144.
056555     move ws-chain-hash to lg-chain-value.
056556     move ws-chain-hash to ws-chain-last-value.
056557     write log-record.
056558 8800-exit.
056559     exit.
056560
056561*================================================================
056562* 8850-chain-one-byte
056563*     fold the next character of the audit record into the
056564*     chain value - the character's code is picked up through
056565*     the binary halfword it is moved into.
056566*================================================================
056567 8850-chain-one-byte.
056568     add 1 to ws-chain-sub.
056569     move low-values to ws-chain-byte-pair.
056570     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
056571     compute ws-chain-work = ws-chain-hash * 31
056572         + ws-chain-byte-value.
056573     divide ws-chain-work by 4294967291
056574         giving ws-chain-quotient remainder ws-chain-hash.
056575 8850-exit.
056576     exit.
056577
056600*================================================================
056700* 9000-terminate
056800*     close the audit log, provided the opens in
056900*     1000-initialize actually succeeded.
057000*================================================================
057100 9000-terminate.
057200     if not ws-has-fatal-error
057300         close log-file
057400     end-if.
057500 9000-exit.
057600     exit.
