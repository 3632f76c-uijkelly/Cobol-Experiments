003110* 2026-09-02  jk   the master's select carries the new alternate
003120*                  index on mr-run-no, matching mult's file
003130*                  definition.
003135* 2026-10-22  jk   account balances - a restored transaction's
003140*                  month is checked on the account balance file.
003145*                  a month the file already carries (posted since
003150*                  the file began) has the transaction in its
003155*                  figures and is left alone; a month from before
003160*                  the file began gets a history balance record
003165*                  rebuilt from the account's records now on the
003170*                  master for it.
003200*----------------------------------------------------------------
003300
003400 environment division.
005500     select rpt-file assign to "RESTRPT"
005600         organization is line sequential
005700         file status is ws-rpt-status.
005710
005720     select balance-file assign to "ACCTBAL"
005730         organization is indexed
005740         access mode is dynamic
005750         record key is ab-key
005760         file status is ws-bal-status.
005800
005900 data division.
006000 file section.
007300 fd  rpt-file
007400     record contains 132 characters.
007500 01  rest-print-record           pic x(132).
007520
007540 fd  balance-file
007560     record contains 120 characters.
007580 copy acbalrec.
007600
007700 working-storage section.
007800*----------------------------------------------------------------
011800     88  ws-record-found     value "Y".
011900 77  ws-wanted-id            pic 9(06)    value zeros.
012000 77  ws-run-date             pic 9(08)    value zeros.
012005 77  ws-restored-switch      pic x        value "N".
012010     88  ws-was-restored     value "Y".
012015*----------------------------------------------------------------
012020* account balance history - the month of a restored record and
012025* the sweep of the master that rebuilds its balance record
012030*----------------------------------------------------------------
012035 77  ws-bal-status           pic xx       value "00".
012040 77  ws-bal-new-switch       pic x        value "N".
012045     88  ws-bal-is-new       value "Y".
012050 77  ws-hist-switch          pic x        value "N".
012055     88  ws-hist-rebuilt     value "Y".
012060 77  ws-sweep-eof-switch     pic x        value "N".
012065     88  ws-sweep-end-of-file value "Y".
012070 77  ws-hist-acct-code       pic x(04)    value spaces.
012075 77  ws-hist-period          pic 9(06)    value zeros.
012080 77  ws-hist-from-date       pic 9(08)    value zeros.
012100*----------------------------------------------------------------
012200* batch register counts
012300*----------------------------------------------------------------
012600 77  ws-onmaster-count       pic 9(06)    value zeros.
012700 77  ws-notfound-count       pic 9(06)    value zeros.
012800 77  ws-badreq-count         pic 9(06)    value zeros.
012850 77  ws-rebuilt-count        pic 9(06)    value zeros.
012900
013000 procedure division.
013100*================================================================
014900
015000*================================================================
015100* 1000-initialize
015200*     open the master and the account balance file for update
015250*     and the archive for lookup, then try the request file -
015300*     present means batch mode.  no
015400*     master file means there is nowhere to restore to, and no
015500*     archive means there is nothing to restore from; both are
015600*     operations problems, not first runs.
018600             close master-file
018700         end-if
018800     end-if.
018825     if not ws-has-fatal-error
018850         perform 1050-open-balance-file thru 1050-exit
018875     end-if.
018900     if not ws-has-fatal-error
019000         perform 1100-open-request-file thru 1100-exit
019100     end-if.
019200 1000-exit.
019300     exit.
019302
019304*================================================================
019306* 1050-open-balance-file
019308*     open the account balance file for update, creating it when
019310*     it is not there yet - only a missing-file status (35)
019312*     triggers the create/reopen; any other bad status stops the
019314*     session.
019316*================================================================
019318 1050-open-balance-file.
019320     open i-o balance-file.
019322     evaluate ws-bal-status
019324         when "00"
019326             continue
019328         when "35"
019330             open output balance-file
019332             close balance-file
019334             open i-o balance-file
019336         when other
019338             display "multrest: unable to open account balance "
019340                 "file - status " ws-bal-status
019342             set ws-no-more-restores to true
019344             set ws-has-fatal-error to true
019346             set ws-req-end-of-file to true
019348             close master-file
019350             close arch-file
019352     end-evaluate.
019354 1050-exit.
019356     exit.
019400
019500*================================================================
019600* 1100-open-request-file
021500             set ws-req-end-of-file to true
021600             close master-file
021700             close arch-file
021750             close balance-file
021800     end-evaluate.
021900 1100-exit.
022000     exit.
023300         set ws-req-end-of-file to true
023400         close master-file
023500         close arch-file
023550         close balance-file
023600         close req-file
023700     else
023800         move ws-run-date(1:4) to rs1-run-date(1:4)
029400*     put the archived image back on the master under its
029500*     original key.  a transaction already on the master is
029600*     reported and left alone - restoring over live data is
029700*     never right.  a restored record has its month's balance
029750*     history seen to.
029800*================================================================
029900 2300-write-to-master.
029950     move "N" to ws-restored-switch.
030000     move arch-record to master-record.
030100     write master-record
030200         invalid key
030400                 " is already on the master - not restored"
030500     end-write.
030600     if ws-master-status = "00"
030650         set ws-was-restored to true
030700         display "multrest: transaction " mr-trans-id
030800             " restored with run date " mr-run-date
030850         perform 2400-rebuild-balance-history thru 2400-exit
030900     end-if.
031000 2300-exit.
031001     exit.
031002
031003*================================================================
031004* 2400-rebuild-balance-history
031005*     see to the account balance record for the restored
031006*     record's account and month.  a month the balance file
031007*     carried before the restore was posted live and already
031008*     counts the transaction - archiving never took it off - so
031009*     it is left alone.  a month from before the balance file
031010*     began has no record, or a history record an earlier
031011*     restore built: its figures are worked again from every
031012*     record of the account now on the master for the month,
031013*     keeping the opening balance, so restoring the same month
031014*     twice comes to the same figures.
031015*================================================================
031016 2400-rebuild-balance-history.
031017     move "N" to ws-hist-switch.
031018     move mr-acct-code      to ws-hist-acct-code.
031019     move mr-run-date (1:6) to ws-hist-period.
031020     move ws-hist-acct-code to ab-acct-code.
031021     move ws-hist-period    to ab-period.
031022     move "N" to ws-bal-new-switch.
031023     read balance-file
031024         invalid key
031025             set ws-bal-is-new to true
031026     end-read.
031027     if not ws-bal-is-new
031028         and not ab-period-history
031029         go to 2400-exit
031030     end-if.
031031     if ws-bal-is-new
031032         move spaces            to acct-balance-record
031033         move ws-hist-acct-code to ab-acct-code
031034         move ws-hist-period    to ab-period
031035         move zeros             to ab-opening-bal
031036     end-if.
031037     set ab-period-history to true.
031038     move zeros to ab-post-count ab-postings ab-rev-count
031039                   ab-reversals ab-corr-count ab-corrections.
031040     compute ws-hist-from-date = ws-hist-period * 100 + 1.
031041     move ws-hist-from-date to mr-run-date.
031042     move "N" to ws-sweep-eof-switch.
031043     start master-file key is not less than mr-run-date
031044         invalid key
031045             set ws-sweep-end-of-file to true
031046     end-start.
031047     perform 2450-count-one-history thru 2450-exit
031048         until ws-sweep-end-of-file.
031049     compute ab-closing-bal = ab-opening-bal + ab-postings
031050         - ab-reversals + ab-corrections.
031051     move ws-run-date to ab-last-date.
031052     if ws-bal-is-new
031053         write acct-balance-record
031054             invalid key
031055                 display "multrest: balance write failed for "
031056                     "account " ws-hist-acct-code " - status "
031057                     ws-bal-status
031058         end-write
031059     else
031060         rewrite acct-balance-record
031061             invalid key
031062                 display "multrest: balance rewrite failed for "
031063                     "account " ws-hist-acct-code " - status "
031064                     ws-bal-status
031065         end-rewrite
031066     end-if.
031067     if ws-bal-status = "00"
031068         set ws-hist-rebuilt to true
031069         add 1 to ws-rebuilt-count
031070         display "multrest: balance history for account "
031071             ws-hist-acct-code " period " ws-hist-period
031072             " rebuilt"
031073     end-if.
031074 2400-exit.
031075     exit.
031076
031077*================================================================
031078* 2450-count-one-history
031079*     read the next master record along the run-date index and
031080*     count it into the history record when it is the account's
031081*     - a posting stays a posting once reversed, with the
031082*     reversal against it, and a corrected record counts as a
031083*     correction.  a record of a later month ends the sweep.
031084*================================================================
031085 2450-count-one-history.
031086     read master-file next record
031087         at end
031088             set ws-sweep-end-of-file to true
031089     end-read.
031090     if ws-sweep-end-of-file
031091         go to 2450-exit
031092     end-if.
031093     if mr-run-date (1:6) not = ws-hist-period
031094         set ws-sweep-end-of-file to true
031095         go to 2450-exit
031096     end-if.
031097     if mr-acct-code = ws-hist-acct-code
031098         evaluate true
031099             when mr-no-error
031100                 add 1         to ab-post-count
031101                 add mr-result to ab-postings
031102             when mr-reversed
031103                 add 1         to ab-post-count
031104                 add mr-result to ab-postings
031105                 add 1         to ab-rev-count
031106                 add mr-result to ab-reversals
031107             when mr-corrected
031108                 add 1         to ab-corr-count
031109                 add mr-result to ab-corrections
031110             when other
031111                 continue
031112         end-evaluate
031113     end-if.
031114 2450-exit.
031115     exit.
031200
031300*================================================================
031400* 3000-process-request
033000             move "NOT ON THE ARCHIVE" to rr-disposition
033100         else
033200             perform 2300-write-to-master thru 2300-exit
033300             if ws-was-restored
033400                 add 1 to ws-restored-count
033420                 if ws-hist-rebuilt
033440                     move "RESTORED - BALANCE HISTORY REBUILT"
033460                         to rr-disposition
033480                 else
033500                     move "RESTORED TO MASTER" to rr-disposition
033550                 end-if
033600             else
033700                 add 1 to ws-onmaster-count
033800                 move "ALREADY ON MASTER - NOT RESTORED"
038300     move "REQUESTS NOT NUMERIC          " to rsc-count-title.
038400     move ws-badreq-count to rsc-count.
038500     write rest-print-record from rst-count-line.
038525     move "BALANCE HISTORIES REBUILT     " to rsc-count-title.
038550     move ws-rebuilt-count to rsc-count.
038575     write rest-print-record from rst-count-line.
038600     display "multrest: " ws-request-count " requested, "
038700         ws-restored-count " restored, " ws-onmaster-count
038800         " already on master, " ws-notfound-count
039900     if not ws-has-fatal-error
040000         close master-file
040100         close arch-file
040150         close balance-file
040200         if ws-batch-mode
040300             close req-file
040400             close rpt-file
