000100 identification division.
000200 program-id. multheld.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-15.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-15  jk   original version - approval companion for
001100*                  mult's over-budget held file.  the pending
001200*                  items are listed at sign-on; an authorized
001300*                  operator then calls one up by trans-id and
001400*                  approves or rejects it.  an approved item is
001500*                  appended to the transaction file for the
001600*                  next run with tr-budget-flag set, so mult
001700*                  posts it without holding it again; a
001800*                  rejected item never posts.  the held record
001900*                  is marked with the decision, the date and the
002000*                  operator (not deleted), and every decision is
002100*                  written to the permanent audit log.
002105* 2026-10-17  jk   multi-currency - an approved item is released
002110*                  in the currency it was keyed in, and the
002115*                  decision's audit record (now 136 characters)
002120*                  carries that currency code.
002125* 2026-10-19  jk   audit log chain - every audit record appended
002130*                  carries the next chain sequence number and a
002135*                  chain value worked from the record before it
002140*                  and its own content, so multlogv can prove no
002145*                  record was changed, removed or slipped in.
002150*                  audit records grew to 154 characters.
002155* 2026-10-24  jk   the audit log is now opened only for each
002160*                  logged action, with the chain picked up afresh
002165*                  each time.  held open for the whole session,
002170*                  anything another program appended meanwhile
002175*                  left this session's next record carrying a
002180*                  stale sequence number and chain value, which
002185*                  multlogv reported as a broken link.
002200*----------------------------------------------------------------
002300
002400 environment division.
002500 input-output section.
002600 file-control.
002700     select held-file assign to "HELDTRAN"
002800         organization is indexed
002900         access mode is dynamic
003000         record key is hd-trans-id
003100         file status is ws-held-status.
003200
003300     select trans-file assign to "TRANSIN"
003400         organization is line sequential
003500         file status is ws-trans-status.
003600
003700     select opsec-file assign to "OPERSEC"
003800         organization is line sequential
003900         file status is ws-opsec-status.
004000
004100     select log-file assign to "AUDITLOG"
004200         organization is line sequential
004300         file status is ws-log-status.
004400
004500 data division.
004600 file section.
004700 fd  held-file.
004800 copy heldrec.
004900
005000 fd  trans-file
005100     record contains 80 characters.
005200 copy tranrec.
005300
005400 fd  opsec-file
005500     record contains 40 characters.
005600 copy operrec.
005700
005800 fd  log-file
005900     record contains 154 characters.
006000 copy logrec.
006100
006200 working-storage section.
006300 77  ws-held-status          pic xx       value "00".
006400 77  ws-trans-status         pic xx       value "00".
006500 77  ws-more-decisions       pic x        value "Y".
006600     88  ws-no-more-decisions value "N".
006700 77  ws-fatal-switch         pic x        value "N".
006800     88  ws-has-fatal-error  value "Y".
006900 77  ws-held-eof-switch      pic x        value "N".
007000     88  ws-held-end-of-file value "Y".
007100 77  ws-pending-count        pic 9(05)    value zeros.
007200 77  ws-action-code          pic x(01)    value spaces.
007300 77  ws-run-date             pic 9(08)    value zeros.
007400 77  ws-run-time             pic 9(08)    value zeros.
007500 77  ws-operator-id          pic x(08)    value spaces.
007600 01  ws-environment-name     pic x(20)    value "USER".
007700 77  ws-opsec-status         pic xx       value "00".
007800 77  ws-log-status           pic xx       value "00".
007825 77  ws-log-open-switch      pic x        value "N".
007850     88  ws-log-is-open      value "Y".
007900 77  ws-opsec-eof-switch     pic x        value "N".
008000     88  ws-opsec-end-of-file value "Y".
008100 77  ws-oper-found-switch    pic x        value "N".
008200     88  ws-oper-is-found    value "Y".
008300*----------------------------------------------------------------
008400* display edits for the pending list and the called-up item
008500*----------------------------------------------------------------
008600 77  ws-amount-edit          pic z(08)9.99.
008700 77  ws-budget-edit          pic z(08)9.99.
008800 77  ws-posted-edit          pic z(08)9.99.
008802*----------------------------------------------------------------
008804* audit log chain - the sequence number and chain value of the
008806* last record on the log, carried on to every record appended.
008808* a record's chain value is worked from the value before it and
008810* every character of the record ahead of the value itself, so
008812* a record changed, removed or slipped in breaks the chain from
008814* that point on.
008816*----------------------------------------------------------------
008818 77  ws-chain-last-seq       pic 9(08)    value zeros.
008820 77  ws-chain-last-value     pic 9(10)    value zeros.
008822 77  ws-chain-hash           pic 9(10)    value zeros.
008824 77  ws-chain-work           pic 9(12)    value zeros.
008826 77  ws-chain-quotient       pic 9(12)    value zeros.
008828 77  ws-chain-sub            pic 9(03)    value zeros.
008830 77  ws-chain-eof-switch     pic x        value "N".
008832     88  ws-chain-end-of-log value "Y".
008834 01  ws-chain-byte-area.
008836     05  ws-chain-byte-pair  pic x(02).
008838     05  ws-chain-byte-value redefines ws-chain-byte-pair
008840                             pic 9(04) binary.
008900
009000 procedure division.
009100*================================================================
009200* 0000-mainline
009300*     top level control paragraph for the held-item approval
009400*     program.
009500*================================================================
009600 0000-mainline.
009700     perform 1000-initialize thru 1000-exit.
009800     perform 2000-decide thru 2000-exit
009900         until ws-no-more-decisions.
010000     perform 9000-terminate thru 9000-exit.
010100     goback.
010200
010300*================================================================
010400* 1000-initialize
010500*     identify the operator and check the security file, open
010600*     the held file for update and the transaction file extend
010700*     (approved items are appended for the next run), make
010800*     sure the audit log can be opened, then list what is
010900*     waiting for a decision.  no held file means nothing was
011000*     ever held, so that is reported and the program ends.
011100*================================================================
011200 1000-initialize.
011300     accept ws-run-date from date yyyymmdd.
011400     display ws-environment-name upon environment-name.
011500     accept ws-operator-id from environment-value.
011600     perform 1200-check-operator thru 1200-exit.
011700     if ws-has-fatal-error
011800         go to 1000-exit
011900     end-if.
012000     open i-o held-file.
012100     if ws-held-status not = "00"
012200         if ws-held-status = "35"
012300             display "multheld: no held file - nothing to "
012400                 "approve"
012500         else
012600             display "multheld: unable to open held file - "
012700                 "status " ws-held-status
012800         end-if
012900         set ws-no-more-decisions to true
013000         set ws-has-fatal-error to true
013100     end-if.
013200     if not ws-has-fatal-error
013300         open extend trans-file
013400         if ws-trans-status = "35"
013500             open output trans-file
013600         end-if
013700         if ws-trans-status not = "00"
013800             display "multheld: unable to open transaction "
013900                 "file - status " ws-trans-status
014000             set ws-no-more-decisions to true
014100             set ws-has-fatal-error to true
014200             close held-file
014300         end-if
014400     end-if.
014500     if not ws-has-fatal-error
014600         perform 8600-open-log thru 8600-exit
015000         if not ws-log-is-open
015300             set ws-no-more-decisions to true
015400             set ws-has-fatal-error to true
015500             close held-file
015600             close trans-file
015700         end-if
015750         perform 8650-close-log thru 8650-exit
015800     end-if.
015900     if not ws-has-fatal-error
016000         perform 1100-list-pending thru 1100-exit
016100     end-if.
016200 1000-exit.
016300     exit.
016400
016500*================================================================
016600* 1100-list-pending
016700*     walk the held file from the top and show every item
016800*     still waiting for a decision.
016900*================================================================
017000 1100-list-pending.
017100     move zeros to ws-pending-count.
017200     move "N" to ws-held-eof-switch.
017300     move zeros to hd-trans-id.
017400     start held-file key is not less than hd-trans-id
017500         invalid key
017600             set ws-held-end-of-file to true
017700     end-start.
017800     display "multheld: items held over budget awaiting a "
017900         "decision -".
018000     perform 1150-list-one-item thru 1150-exit
018100         until ws-held-end-of-file.
018200     display "multheld: " ws-pending-count " item(s) pending".
018300 1100-exit.
018400     exit.
018500
018600*================================================================
018700* 1150-list-one-item
018800*     read the next held record and show it when it is still
018900*     pending, as part of the pending list.
019000*================================================================
019100 1150-list-one-item.
019200     read held-file next record
019300         at end
019400             set ws-held-end-of-file to true
019500     end-read.
019600     if not ws-held-end-of-file
019700         if hd-pending
019800             add 1 to ws-pending-count
019900             move hd-result to ws-amount-edit
020000             display "         " hd-trans-id "  acct "
020100                 hd-acct-code "  period " hd-period
020200                 "  amount " ws-amount-edit
020300                 "  held " hd-held-date
020400         end-if
020500     end-if.
020600 1150-exit.
020700     exit.
020800
020900*================================================================
021000* 1200-check-operator
021100*     check the keyed-on operator against the operator
021200*     security file.  approving an overrun is a master
021300*     maintenance decision, so the session is refused unless
021400*     the operator is on the file, active and flagged for
021500*     master maintenance, and the denial goes to the permanent
021600*     audit log.  a missing security file also refuses the
021700*     session - the check fails closed.
021800*================================================================
021900 1200-check-operator.
022000     open input opsec-file.
022100     if ws-opsec-status not = "00"
022200         display "multheld: unable to open operator security "
022300             "file - status " ws-opsec-status
022400             " - approvals refused"
022500         set ws-no-more-decisions to true
022600         set ws-has-fatal-error to true
022700     else
022800         move "N" to ws-opsec-eof-switch
022900         move "N" to ws-oper-found-switch
023000         perform 1250-read-one-operator thru 1250-exit
023100             until ws-oper-is-found
023200                 or ws-opsec-end-of-file
023300         close opsec-file
023400         if not ws-oper-is-found
023500             or not op-is-active
023600             or not op-maint-allowed
023700             display "multheld: operator " ws-operator-id
023800                 " is not authorized for budget approval "
023900                 "- refused"
024000             perform 1300-log-denial thru 1300-exit
024100             set ws-no-more-decisions to true
024200             set ws-has-fatal-error to true
024300         end-if
024400     end-if.
024500 1200-exit.
024600     exit.
024700
024800*================================================================
024900* 1250-read-one-operator
025000*     read a single security record and remember when it is
025100*     the keyed-on operator's, as part of the sign-on check.
025200*================================================================
025300 1250-read-one-operator.
025400     read opsec-file
025500         at end
025600             set ws-opsec-end-of-file to true
025700     end-read.
025800     if not ws-opsec-end-of-file
025900         if op-operator-id = ws-operator-id
026000             set ws-oper-is-found to true
026100         end-if
026200     end-if.
026300 1250-exit.
026400     exit.
026500
026600*================================================================
026700* 1300-log-denial
026800*     append the denied attempt to the permanent audit log.
026900*     the log is opened just for this record - the session
027000*     stops before the normal opens ever happen.
027100*================================================================
027200 1300-log-denial.
027250     perform 8700-find-log-chain thru 8700-exit.
027300     open extend log-file.
027400     if ws-log-status = "35"
027500         open output log-file
027600     end-if.
027700     if ws-log-status = "00"
027800         accept ws-run-time from time
027900         string ws-run-date delimited by size
028000                 "-" delimited by size
028100                 ws-run-time delimited by size
028200             into lg-timestamp
028300         move zeros          to lg-run-no
028400         move ws-operator-id to lg-operator-id
028500         move zeros          to lg-trans-id
028600         move space          to lg-mode-flag
028700         move space          to lg-oper-code
028800         move zeros          to lg-num1
028900         move zeros          to lg-num2
029000         move zeros          to lg-result
029025         move spaces         to lg-curr-code
029050         move zeros          to lg-curr-result
029075         move zeros          to lg-exch-rate
029100         move "security - budget approval denied"
029200             to lg-message
029300         perform 8800-write-chained-log thru 8800-exit
029400         close log-file
029500     end-if.
029600 1300-exit.
029700     exit.
029800
029900*================================================================
030000* 2000-decide
030100*     prompt for a held trans-id, show the item with the
030200*     budget it overran, and post the operator's approval or
030300*     rejection.  an item already decided is shown but left
030400*     alone.
030500*================================================================
030600 2000-decide.
030700     display "multheld: enter transaction id (000000 to quit): ".
030800     accept hd-trans-id.
030900     if hd-trans-id = zeros
031000         set ws-no-more-decisions to true
031100     else
031200         read held-file
031300             invalid key
031400                 display "multheld: transaction " hd-trans-id
031500                     " is not on the held file"
031600             not invalid key
031700                 perform 2100-display-held thru 2100-exit
031800                 if not hd-pending
031900                     display "multheld: transaction already "
032000                         "decided - no further action"
032100                 else
032200                     perform 2200-get-action thru 2200-exit
032300                     evaluate ws-action-code
032400                         when "A"
032500                             perform 3000-approve-item
032600                                 thru 3000-exit
032700                         when "R"
032800                             perform 4000-reject-item
032900                                 thru 4000-exit
033000                         when other
033100                             display "multheld: no decision "
033200                                 "posted"
033300                     end-evaluate
033400                 end-if
033500         end-read
033600     end-if.
033700 2000-exit.
033800     exit.
033900
034000*================================================================
034100* 2100-display-held
034200*     show the held transaction as it was keyed, with its
034300*     result and the budget and posted-to-date figures it was
034400*     tested against.
034500*================================================================
034600 2100-display-held.
034700     move hd-result     to ws-amount-edit.
034800     move hd-budget-amt to ws-budget-edit.
034900     move hd-posted-amt to ws-posted-edit.
035000     display "multheld: transaction " hd-trans-id.
035100     display "         mode   = " hd-mode-flag.
035200     display "         oper   = " hd-oper-code.
035300     display "         acct   = " hd-acct-code.
035400     display "         num1   = " hd-num1.
035500     display "         num2   = " hd-num2.
035600     display "         result = " ws-amount-edit.
035700     display "         period = " hd-period.
035800     display "         budget = " ws-budget-edit.
035900     display "         posted = " ws-posted-edit.
036000     display "         held on " hd-held-date " in run "
036100         hd-run-no.
036200     if not hd-pending
036300         display "         decided " hd-status " on "
036400             hd-decision-date " by " hd-decision-oper
036500     end-if.
036600 2100-exit.
036700     exit.
036800
036900*================================================================
037000* 2200-get-action
037100*     ask the operator whether to approve or reject the item.
037200*================================================================
037300 2200-get-action.
037400     display "multheld: enter decision - A approve, R reject, "
037500         "Q cancel: ".
037600     accept ws-action-code.
037700 2200-exit.
037800     exit.
037900
038000*================================================================
038100* 3000-approve-item
038200*     append the held transaction to the transaction file for
038300*     the next run, flagged as budget-approved so mult posts
038400*     it instead of holding it again, and only when that write
038500*     has taken mark the held record approved and log the
038600*     decision.
038700*================================================================
038800 3000-approve-item.
038810     perform 8600-open-log thru 8600-exit.
038820     if not ws-log-is-open
038830         display "multheld: held item not approved"
038840         go to 3000-exit
038850     end-if.
038900     move spaces to tran-record.
039000     move hd-trans-id   to tr-trans-id.
039100     move hd-mode-flag  to tr-mode-flag.
039200     move hd-oper-code  to tr-oper-code.
039300     move hd-acct-code  to tr-acct-code.
039350     move hd-curr-code  to tr-curr-code.
039400     move hd-num1       to tr-num1.
039500     move hd-num2       to tr-num2.
039600     set tr-budget-approved to true.
039700     write tran-record.
039800     if ws-trans-status not = "00"
039900         display "multheld: transaction write failed - status "
040000             ws-trans-status " - held item not approved"
040100     else
040200         set hd-approved to true
040300         perform 5000-record-decision thru 5000-exit
040400         move "budget hold approved - released for next run"
040500             to lg-message
040600         perform 8800-write-chained-log thru 8800-exit
040700         display "multheld: transaction " hd-trans-id
040800             " approved and released for the next run"
040900     end-if.
040950     perform 8650-close-log thru 8650-exit.
041000 3000-exit.
041100     exit.
041200
041300*================================================================
041400* 4000-reject-item
041500*     mark the held record rejected and log the decision - the
041600*     transaction never posts.
041700*================================================================
041800 4000-reject-item.
041810     perform 8600-open-log thru 8600-exit.
041820     if not ws-log-is-open
041830         display "multheld: held item not rejected"
041840         go to 4000-exit
041850     end-if.
041900     set hd-rejected to true.
042000     perform 5000-record-decision thru 5000-exit.
042100     move "budget hold rejected - not posted" to lg-message.
042200     perform 8800-write-chained-log thru 8800-exit.
042300     display "multheld: transaction " hd-trans-id " rejected".
042350     perform 8650-close-log thru 8650-exit.
042400 4000-exit.
042500     exit.
042600
042700*================================================================
042800* 5000-record-decision
042900*     stamp the decision date and operator on the held record,
043000*     rewrite it, and fill the audit record common to both
043100*     decisions - the caller supplies the message and writes
043200*     it.
043300*================================================================
043400 5000-record-decision.
043500     move ws-run-date    to hd-decision-date.
043600     move ws-operator-id to hd-decision-oper.
043700     rewrite held-record
043800         invalid key
043900             display "multheld: held rewrite failed - status "
044000                 ws-held-status
044100     end-rewrite.
044200     accept ws-run-time from time.
044300     string ws-run-date delimited by size
044400             "-" delimited by size
044500             ws-run-time delimited by size
044600         into lg-timestamp.
044700     move zeros          to lg-run-no.
044800     move ws-operator-id to lg-operator-id.
044900     move hd-trans-id    to lg-trans-id.
045000     move hd-mode-flag   to lg-mode-flag.
045100     move hd-oper-code   to lg-oper-code.
045200     move zeros          to lg-num1.
045300     move zeros          to lg-num2.
045400     move hd-result      to lg-result.
045425     move hd-curr-code   to lg-curr-code.
045450     move zeros          to lg-curr-result.
045475     move zeros          to lg-exch-rate.
045500 5000-exit.
045600     exit.
045601
045602*================================================================
045603* 8600-open-log
045604*     pick the chain up afresh and open the audit log extend for
045605*     the records of one logged action.  the log is held open
045606*     only for the action, never for the whole session, so a
045607*     record appended meanwhile - by a batch run or another
045608*     terminal - is chained on from rather than written over.
045609*================================================================
045610 8600-open-log.
045611     move "N" to ws-log-open-switch.
045612     perform 8700-find-log-chain thru 8700-exit.
045613     open extend log-file.
045614     if ws-log-status = "35"
045615         open output log-file
045616     end-if.
045617     if ws-log-status = "00"
045618         set ws-log-is-open to true
045619     else
045620         display "multheld: unable to open audit log file - "
045621             "status " ws-log-status
045622     end-if.
045623 8600-exit.
045624     exit.
045625
045626*================================================================
045627* 8650-close-log
045628*     close the audit log at the end of a logged action.
045629*================================================================
045630 8650-close-log.
045631     if ws-log-is-open
045632         close log-file
045633         move "N" to ws-log-open-switch
045634     end-if.
045635 8650-exit.
045636     exit.
045637
045638*================================================================
045639* 8700-find-log-chain
045640*     read the audit log through to pick up the sequence number
045641*     and chain value of its last record, so the records about
045642*     to be appended carry the chain on.  no log yet, or a log
045643*     written before records were chained, starts the chain at
045644*     sequence one.
045645*================================================================
045646 8700-find-log-chain.
045647     move zeros to ws-chain-last-seq.
045648     move zeros to ws-chain-last-value.
045649     open input log-file.
045650     if ws-log-status = "00"
045651         move "N" to ws-chain-eof-switch
045652         perform 8750-read-one-chain thru 8750-exit
045653             until ws-chain-end-of-log
045654         close log-file
045655     end-if.
045656 8700-exit.
045657     exit.
045658
045659*================================================================
045660* 8750-read-one-chain
045661*     read one audit log record and keep its chain position, as
045662*     part of the chain pick-up.
045663*================================================================
045664 8750-read-one-chain.
045665     read log-file
045666         at end
045667             set ws-chain-end-of-log to true
045668     end-read.
045669     if not ws-chain-end-of-log
045670         and lg-chain-seq numeric
045671         and lg-chain-value numeric
045672         move lg-chain-seq   to ws-chain-last-seq
045673         move lg-chain-value to ws-chain-last-value
045674     end-if.
045675 8750-exit.
045676     exit.
045677
045678*================================================================
045679* 8800-write-chained-log
045680*     stamp the next chain sequence number on the audit record
045681*     in log-record, work its chain value from the value before
045682*     it and the 144 characters ahead of the value, and append
045683*     it to the log.
045684*================================================================
045685 8800-write-chained-log.
045686     add 1 to ws-chain-last-seq.
045687     move ws-chain-last-seq to lg-chain-seq.
045688     move ws-chain-last-value to ws-chain-hash.
045689     move zeros to ws-chain-sub.
045690     perform 8850-chain-one-byte thru 8850-exit
045691         until ws-chain-sub >= 144.
045692     move ws-chain-hash to lg-chain-value.
045693     move ws-chain-hash to ws-chain-last-value.
045694     write log-record.
045695 8800-exit.
045696     exit.
045697
045698*================================================================
045699* 8850-chain-one-byte
045700*     fold the next character of the audit record into the
045701*     chain value - the character's code is picked up through
045702*     the binary halfword it is moved into.
045703*================================================================
045704 8850-chain-one-byte.
045705     add 1 to ws-chain-sub.
045706     move low-values to ws-chain-byte-pair.
045707     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
045708     compute ws-chain-work = ws-chain-hash * 31
045709         + ws-chain-byte-value.
045710     divide ws-chain-work by 4294967291
045711         giving ws-chain-quotient remainder ws-chain-hash.
045712 8850-exit.
045713     exit.
045714
045800*================================================================
045900* 9000-terminate
046000*     close the files used by this session, provided the opens
046100*     in 1000-initialize actually succeeded.
046200*================================================================
046300 9000-terminate.
046400     if not ws-has-fatal-error
046500         close held-file
046600         close trans-file
046800     end-if.
046900 9000-exit.
047000     exit.
