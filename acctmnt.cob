002160*                  is written to the permanent audit log.  no
002170*                  security file at all refuses the session -
002180*                  the check fails closed.
002181* 2026-10-17  jk   audit log records grew to 136 characters for
002182*                  the currency fields mult now carries - blank
002183*                  and zero on the records logged here.
002184* 2026-10-19  jk   audit log chain - every audit record appended
002185*                  carries the next chain sequence number and a
002186*                  chain value worked from the record before it
002187*                  and its own content, so multlogv can prove no
002188*                  record was changed, removed or slipped in.
002189*                  audit records grew to 154 characters.
002190* 2026-10-24  jk   the audit log is now opened only for each
002191*                  logged action, with the chain picked up afresh
002192*                  each time.  held open for the whole session,
002193*                  anything another program appended meanwhile
002194*                  left this session's next record carrying a
002195*                  stale sequence number and chain value, which
002196*                  multlogv reported as a broken link.
002200*----------------------------------------------------------------
002300
002400 environment division.
004300 copy acctrec.
004400
004500 fd  log-file
004600     record contains 154 characters.
004700 copy logrec.
004800
004900 fd  list-file
005140 copy operrec.
005150
005160 fd  archlog-file
005170     record contains 154 characters.
005180 01  archlog-record              pic x(154).
005200
005300 working-storage section.
005400*----------------------------------------------------------------
010800*----------------------------------------------------------------
010900 77  ws-acct-status          pic xx       value "00".
011000 77  ws-log-status           pic xx       value "00".
011025 77  ws-log-open-switch      pic x        value "N".
011050     88  ws-log-is-open      value "Y".
011100 77  ws-list-status          pic xx       value "00".
011200 77  ws-more-actions         pic x        value "Y".
011300     88  ws-no-more-actions  value "N".
012498     05  wk-result           pic 9(09)v99.
012499     05  wk-message          pic x(50).
012500     05  wk-run-no           pic 9(04).
012520     05  wk-curr-code        pic x(03).
012540     05  wk-curr-result      pic 9(09)v99.
012560     05  wk-exch-rate        pic 9(04)v9(06).
012580 77  ws-run-date             pic 9(08)    value zeros.
012600 77  ws-run-time             pic 9(08)    value zeros.
012700 77  ws-operator-id          pic x(08)    value spaces.
012800 01  ws-environment-name     pic x(20)    value "USER".
016100 77  ws-hist-count           pic 9(06)    value zeros.
016200 77  ws-fmt-date             pic x(10)    value spaces.
016300 77  ws-date-work            pic 9(08)    value zeros.
016302*----------------------------------------------------------------
016304* audit log chain - the sequence number and chain value of the
016306* last record on the log, carried on to every record appended.
016308* a record's chain value is worked from the value before it and
016310* every character of the record ahead of the value itself, so
016312* a record changed, removed or slipped in breaks the chain from
016314* that point on.
016316*----------------------------------------------------------------
016318 77  ws-chain-last-seq       pic 9(08)    value zeros.
016320 77  ws-chain-last-value     pic 9(10)    value zeros.
016322 77  ws-chain-hash           pic 9(10)    value zeros.
016324 77  ws-chain-work           pic 9(12)    value zeros.
016326 77  ws-chain-quotient       pic 9(12)    value zeros.
016328 77  ws-chain-sub            pic 9(03)    value zeros.
016330 77  ws-chain-eof-switch     pic x        value "N".
016332     88  ws-chain-end-of-log value "Y".
016334 01  ws-chain-byte-area.
016336     05  ws-chain-byte-pair  pic x(02).
016338     05  ws-chain-byte-value redefines ws-chain-byte-pair
016340                             pic 9(04) binary.
016400
016500 procedure division.
016600*================================================================
017800*================================================================
017900* 1000-initialize
018000*     identify the operator, load the reference file into the
018100*     session table and make sure the audit log can be
018150*     opened.  an
018200*     unidentified operator is refused - every maintenance
018300*     action must carry who posted it.  a missing reference
018400*     file is not fatal here: the session starts empty and a
019800         perform 1100-load-account-table thru 1100-exit
019900     end-if.
020000     if not ws-has-fatal-error
020100         perform 8600-open-log thru 8600-exit
020500         if not ws-log-is-open
020800             set ws-no-more-actions to true
020900             set ws-has-fatal-error to true
021000         end-if
021050         perform 8650-close-log thru 8650-exit
021100     end-if.
021200 1000-exit.
021300     exit.
028471*     stops before the normal open ever happens.
028472*================================================================
028473 1300-log-denial.
028474     perform 8700-find-log-chain thru 8700-exit.
028476     open extend log-file.
028478     if ws-log-status = "35"
028480         open output log-file
028482     end-if.
028484     if ws-log-status = "00"
028486         accept ws-run-time from time
028488         string ws-run-date delimited by size
028490                 "-" delimited by size
028492                 ws-run-time delimited by size
028494             into lg-timestamp
028496         move zeros          to lg-run-no
028498         move ws-operator-id to lg-operator-id
028500         move zeros          to lg-trans-id
028502         move space          to lg-mode-flag
028504         move space          to lg-oper-code
028506         move zeros          to lg-num1
028508         move zeros          to lg-num2
028510         move zeros          to lg-result
028512         move spaces         to lg-curr-code
028514         move zeros          to lg-curr-result
028516         move zeros          to lg-exch-rate
028518         move "security - acct maintenance denied"
028520             to lg-message
028522         perform 8800-write-chained-log thru 8800-exit
028524         close log-file
028526     end-if.
028528 1300-exit.
028530     exit.
028532
028600*================================================================
028700* 2000-maintain
028800*     take the operator's next action against the reference
029300     display "acctmnt: enter action - A add, R rename, "
029400         "D deactivate, L list, Q quit: ".
029500     accept ws-action-code.
029510     if ws-action-code = "A" or "R" or "D"
029520         perform 8600-open-log thru 8600-exit
029530         if not ws-log-is-open
029540             display "acctmnt: no action taken"
029550             go to 2000-exit
029560         end-if
029570     end-if.
029600     evaluate ws-action-code
029700         when "A"
029800             perform 3000-add-account thru 3000-exit
030700         when other
030800             display "acctmnt: no action taken"
030900     end-evaluate.
030950     perform 8650-close-log thru 8650-exit.
031000 2000-exit.
031100     exit.
031200
046400*     print the reference file and its change history to the
046500*     listing file for the year-end binder.  the history is
046600*     swept from the audit log, which carries every image this
046700*     program has ever written.
046900*================================================================
047000 6000-print-listing.
047100     open output list-file.
052920*     purge with a cutoff inside the year does not drop the
052930*     older images from the binder; none at all (status 35)
052940*     just means nothing has been purged yet.  the live log is
053000*     only open extend while an action is being logged, so it
053100*     is free to be read here.
053200*================================================================
053300 6200-list-change-history.
053410     write list-print-record from lst-blank-line.
053420     move "CHANGE HISTORY FROM THE AUDIT LOG"
053430         to ls-section-title.
055630         to lc-count-title.
055640     move ws-hist-count to lc-count.
055650     write list-print-record from lst-count-line.
056400 6200-exit.
056500     exit.
056510
066600         ws-acct-ref-name (ws-acct-sub) (1:22)
066700             delimited by size
066800         into lg-message.
066900     perform 8800-write-chained-log thru 8800-exit.
067000 8000-exit.
067100     exit.
067200
068900         ws-acct-ref-name (ws-acct-sub) (1:22)
069000             delimited by size
069100         into lg-message.
069200     perform 8800-write-chained-log thru 8800-exit.
069300 8100-exit.
069400     exit.
069500
071600     move zeros          to lg-num1.
071700     move zeros          to lg-num2.
071800     move zeros          to lg-result.
071825     move spaces         to lg-curr-code.
071850     move zeros          to lg-curr-result.
071875     move zeros          to lg-exch-rate.
071900 8200-exit.
072000     exit.
072001
072002*================================================================
072003* 8600-open-log
072004*     pick the chain up afresh and open the audit log extend for
072005*     the records of one logged action.  the log is held open
072006*     only for the action, never for the whole session, so a
072007*     record appended meanwhile - by a batch run or another
072008*     terminal - is chained on from rather than written over.
072009*================================================================
072010 8600-open-log.
072011     move "N" to ws-log-open-switch.
072012     perform 8700-find-log-chain thru 8700-exit.
072013     open extend log-file.
072014     if ws-log-status = "35"
072015         open output log-file
072016     end-if.
072017     if ws-log-status = "00"
072018         set ws-log-is-open to true
072019     else
072020         display "acctmnt: unable to open audit log file - "
072021             "status " ws-log-status
072022     end-if.
072023 8600-exit.
072024     exit.
072025
072026*================================================================
072027* 8650-close-log
072028*     close the audit log at the end of a logged action.
072029*================================================================
072030 8650-close-log.
072031     if ws-log-is-open
072032         close log-file
072033         move "N" to ws-log-open-switch
072034     end-if.
072035 8650-exit.
072036     exit.
072037
072038*================================================================
072039* 8700-find-log-chain
072040*     read the audit log through to pick up the sequence number
072041*     and chain value of its last record, so the records about
072042*     to be appended carry the chain on.  no log yet, or a log
072043*     written before records were chained, starts the chain at
072044*     sequence one.
072045*================================================================
072046 8700-find-log-chain.
072047     move zeros to ws-chain-last-seq.
072048     move zeros to ws-chain-last-value.
072049     open input log-file.
072050     if ws-log-status = "00"
072051         move "N" to ws-chain-eof-switch
072052         perform 8750-read-one-chain thru 8750-exit
072053             until ws-chain-end-of-log
072054         close log-file
072055     end-if.
072056 8700-exit.
072057     exit.
072058
072059*================================================================
072060* 8750-read-one-chain
072061*     read one audit log record and keep its chain position, as
072062*     part of the chain pick-up.
072063*================================================================
072064 8750-read-one-chain.
072065     read log-file
072066         at end
072067             set ws-chain-end-of-log to true
072068     end-read.
072069     if not ws-chain-end-of-log
072070         and lg-chain-seq numeric
072071         and lg-chain-value numeric
072072         move lg-chain-seq   to ws-chain-last-seq
072073         move lg-chain-value to ws-chain-last-value
072074     end-if.
072075 8750-exit.
072076     exit.
072077
072078*================================================================
072079* 8800-write-chained-log
072080*     stamp the next chain sequence number on the audit record
072081*     in log-record, work its chain value from the value before
072082*     it and the 144 characters ahead of the value, and append
072083*     it to the log.
072084*================================================================
072085 8800-write-chained-log.
072086     add 1 to ws-chain-last-seq.
072087     move ws-chain-last-seq to lg-chain-seq.
072088     move ws-chain-last-value to ws-chain-hash.
072089     move zeros to ws-chain-sub.
072090     perform 8850-chain-one-byte thru 8850-exit
072091         until ws-chain-sub >= 144.
072092     move ws-chain-hash to lg-chain-value.
072093     move ws-chain-hash to ws-chain-last-value.
072094     write log-record.
072095 8800-exit.
072096     exit.
072097
072098*================================================================
072099* 8850-chain-one-byte
072100*     fold the next character of the audit record into the
072101*     chain value - the character's code is picked up through
072102*     the binary halfword it is moved into.
072103*================================================================
072104 8850-chain-one-byte.
072105     add 1 to ws-chain-sub.
072106     move low-values to ws-chain-byte-pair.
072107     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
072108     compute ws-chain-work = ws-chain-hash * 31
072109         + ws-chain-byte-value.
072110     divide ws-chain-work by 4294967291
072111         giving ws-chain-quotient remainder ws-chain-hash.
072112 8850-exit.
072113     exit.
072114
072200*================================================================
072300* 9000-terminate
072400*     rewrite the reference file when the session changed it.
072500*     the file is only rewritten at a
072600*     clean end of session, so a session that died mid-action
072700*     leaves the file exactly as it was.
072800*================================================================
073000     if ws-file-changed and not ws-has-fatal-error
073100         perform 9100-rewrite-reference thru 9100-exit
073200     end-if.
073600 9000-exit.
073700     exit.
073800
077200     write acct-record.
077300 9150-exit.
077400     exit.
