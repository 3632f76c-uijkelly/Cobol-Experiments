002410*                  hundred periods, so last year's posting
002420*                  still on the master never swallows this
002430*                  year's charge.
002440* 2026-10-16  jk   fiscal period lock - the run date, from
002450*                  genparm or today, is looked up on the new
002460*                  fiscal calendar, and a run date that falls in
002470*                  a closed period stops the run before anything
002480*                  is generated.  no calendar, or a date no
002490*                  period covers, is not a lock.
002500*----------------------------------------------------------------
002600
002700 environment division.
004200     select report-file assign to "GENRPT"
004300         organization is line sequential
004400         file status is ws-report-status.
004420
004440     select fiscal-file assign to "FISCAL"
004460         organization is line sequential
004480         file status is ws-fiscal-status.
004500
004600 data division.
004700 file section.
006200 fd  report-file
006300     record contains 132 characters.
006400 01  gen-print-record            pic x(132).
006420
006440 fd  fiscal-file
006460     record contains 50 characters.
006480 copy fiscrec.
006500
006600 working-storage section.
006700*----------------------------------------------------------------
013700 77  ws-run-date             pic 9(08)    value zeros.
013800 77  ws-fmt-date             pic x(10)    value spaces.
013900 77  ws-date-work            pic 9(08)    value zeros.
013920 77  ws-fiscal-status        pic xx       value "00".
013940 77  ws-fisc-eof-switch      pic x        value "N".
013960     88  ws-fisc-end-of-file value "Y".
013980 77  ws-closed-period        pic 9(06)    value zeros.
014000*----------------------------------------------------------------
014100* the whole standing order file is held in this table for the
014200* run and rewritten at end of job with the advanced due dates
020600 1000-initialize.
020700     accept ws-run-date from date yyyymmdd.
020800     perform 1100-read-run-date thru 1100-exit.
020825     perform 1150-check-fiscal-period thru 1150-exit.
020850     if not ws-has-fatal-error
020900         perform 1200-load-standing-orders thru 1200-exit
020950     end-if.
021000     if not ws-has-fatal-error
021100         open extend trans-file
021200         if ws-trans-status = "35"
026000     end-if.
026100 1100-exit.
026200     exit.
026202
026204*================================================================
026206* 1150-check-fiscal-period
026208*     read the fiscal calendar for the period the run date
026210*     falls in and stop the run when that period is closed -
026212*     a charge generated into a final ledger month could never
026214*     post.  no calendar on file, or a date no period covers,
026216*     is not a lock.
026218*================================================================
026220 1150-check-fiscal-period.
026222     move zeros to ws-closed-period.
026224     open input fiscal-file.
026226     if ws-fiscal-status = "00"
026228         move "N" to ws-fisc-eof-switch
026230         perform 1160-read-one-period thru 1160-exit
026232             until ws-fisc-end-of-file
026234         close fiscal-file
026236     end-if.
026238     if ws-closed-period not = zeros
026240         display "multgen: run date " ws-run-date " falls in "
026242             "closed period " ws-closed-period " - run stopped"
026244         set ws-has-fatal-error to true
026246     end-if.
026248 1150-exit.
026250     exit.
026252
026254*================================================================
026256* 1160-read-one-period
026258*     read a single calendar record and note its period when
026260*     it covers the run date and is closed, as part of the
026262*     fiscal period check.
026264*================================================================
026266 1160-read-one-period.
026268     read fiscal-file
026270         at end
026272             set ws-fisc-end-of-file to true
026274     end-read.
026276     if not ws-fisc-end-of-file
026278         if ws-run-date not < fc-start-date
026280             and ws-run-date not > fc-end-date
026282             and fc-closed
026284             move fc-period to ws-closed-period
026286         end-if
026288     end-if.
026290 1160-exit.
026292     exit.
026300
026400*================================================================
026500* 1200-load-standing-orders
