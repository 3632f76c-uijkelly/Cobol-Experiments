000100 identification division.
000200 program-id. multintg.
000300 author. jessica kelly.
000400 installation. data processing.
000500 date-written. 2026-10-18.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*----------------------------------------------------------------
001000* 2026-10-18  jk   original version - cross-file integrity audit,
001100*                  run after the nightly cycle to prove the files
001200*                  agree before accounting finds the gaps at
001300*                  close.  every results master record must have
001400*                  its posting on the audit log (archived or live)
001500*                  and its "N" document on the gl interface under
001600*                  the same run number; every "R" and "C"
001700*                  document must trace to a before and after image
001800*                  on the audit log; each run's clean total on the
001900*                  master, netted for the maintenance since, must
002000*                  equal the grand total on its runstats record;
002100*                  and every run number runctl has issued must
002200*                  have a runstats record.  each break is listed
002300*                  with its run number and trans-id.
002310* 2026-10-19  jk   audit records grew to 154 characters for the
002320*                  chain sequence number and chain value, which
002330*                  this program reads past.
002340* 2026-10-24  jk   a run stopped after the opens - a table too
002350*                  small for the files - now closes its files and
002360*                  ends the report with a run stopped line; it
002370*                  left them open with no outcome on the report.
002400*----------------------------------------------------------------
002500
002600 environment division.
002700 input-output section.
002800 file-control.
002900     select master-file assign to "MULTMSTR"
003000         organization is indexed
003100         access mode is dynamic
003200         record key is mr-trans-id
003300         alternate record key is mr-run-date
003400             with duplicates
003500         alternate record key is mr-run-no
003600             with duplicates
003700         file status is ws-master-status.
003800
003900     select arch-file assign to "MSTRARCH"
004000         organization is indexed
004100         access mode is dynamic
004200         record key is ar-trans-id
004300         file status is ws-arch-status.
004400
004500     select log-file assign to "AUDITLOG"
004600         organization is line sequential
004700         file status is ws-log-status.
004800
004900     select archlog-file assign to "ARCHLOG"
005000         organization is line sequential
005100         file status is ws-archlog-status.
005200
005300     select gliface-file assign to "GLIFACE"
005400         organization is line sequential
005500         file status is ws-gliface-status.
005600
005700     select runstats-file assign to "RUNSTATS"
005800         organization is line sequential
005900         file status is ws-runstats-status.
006000
006100     select runctl-file assign to "RUNCTL"
006200         organization is line sequential
006300         file status is ws-runctl-status.
006400
006500     select report-file assign to "INTGRPT"
006600         organization is line sequential
006700         file status is ws-report-status.
006800
006900 data division.
007000 file section.
007100 fd  master-file.
007200 copy mstrrec.
007300
007400 fd  arch-file.
007500 copy archrec.
007600
007700 fd  log-file
007800     record contains 154 characters.
007900 copy logrec.
008000
008100 fd  archlog-file
008200     record contains 154 characters.
008300 01  archlog-record              pic x(154).
008400
008500 fd  gliface-file
008600     record contains 74 characters.
008700 copy glifrec.
008800
008900 fd  runstats-file
009000     record contains 92 characters.
009100 copy runstrec.
009200
009300 fd  runctl-file
009400     record contains 20 characters.
009500 01  runctl-record.
009600     05  rc-last-run-no          pic 9(04).
009700     05  rc-last-date            pic 9(08).
009800     05  rc-run-status           pic x(01).
009900         88  rc-run-active       value "A".
010000         88  rc-run-ended        value "N".
010100     05  filler                  pic x(07).
010200
010300 fd  report-file
010400     record contains 132 characters.
010500 01  intg-print-record           pic x(132).
010600
010700 working-storage section.
010800*----------------------------------------------------------------
010900* report lines - built here and written from working storage,
011000* since a file section record's initial content is undefined.
011100*----------------------------------------------------------------
011200 01  ig-heading-line.
011300     05  filler                  pic x(05) value spaces.
011400     05  filler                  pic x(33) value
011500         "MULT - CROSS-FILE INTEGRITY AUDIT".
011600     05  filler                  pic x(05) value spaces.
011700     05  filler                  pic x(09) value "RUN DATE ".
011800     05  ih-run-date             pic x(10).
011900     05  filler                  pic x(70) value spaces.
012000 01  ig-section-line.
012100     05  filler                  pic x(05) value spaces.
012200     05  igs-section-title       pic x(50).
012300     05  filler                  pic x(77) value spaces.
012400 01  ig-break-line.
012500     05  filler                  pic x(05) value spaces.
012600     05  filler                  pic x(04) value "RUN ".
012700     05  ib-run-no               pic zzz9.
012800     05  filler                  pic x(03) value spaces.
012900     05  filler                  pic x(06) value "TRANS ".
013000     05  ib-trans-id             pic 9(06).
013100     05  filler                  pic x(03) value spaces.
013200     05  ib-break-text           pic x(50).
013300     05  filler                  pic x(51) value spaces.
013400 01  ig-total-line.
013500     05  filler                  pic x(05) value spaces.
013600     05  filler                  pic x(04) value "RUN ".
013700     05  it-run-no               pic zzzz.
013800     05  filler                  pic x(03) value spaces.
013900     05  filler                  pic x(17) value
014000         "RUNSTATS TOTAL = ".
014100     05  it-stats-total          pic -9(10)9.99.
014200     05  filler                  pic x(03) value spaces.
014300     05  filler                  pic x(29) value
014400         "MASTER NET OF MAINTENANCE = ".
014500     05  it-master-total         pic -9(10)9.99.
014600     05  filler                  pic x(37) value spaces.
014700 01  ig-count-line.
014800     05  filler                  pic x(05) value spaces.
014900     05  igc-count-title         pic x(40).
015000     05  igc-count               pic zzzzzz9.
015100     05  filler                  pic x(80) value spaces.
015200 01  ig-proof-line.
015300     05  filler                  pic x(05) value spaces.
015400     05  filler                  pic x(10) value "OUTCOME - ".
015500     05  ip-proof                pic x(40).
015600     05  filler                  pic x(77) value spaces.
015700 01  ig-blank-line               pic x(132) value spaces.
015800*----------------------------------------------------------------
015900* file status and end-of-file switches
016000*----------------------------------------------------------------
016100 77  ws-master-status        pic xx       value "00".
016200 77  ws-arch-status          pic xx       value "00".
016300 77  ws-log-status           pic xx       value "00".
016400 77  ws-archlog-status       pic xx       value "00".
016500 77  ws-gliface-status       pic xx       value "00".
016600 77  ws-runstats-status      pic xx       value "00".
016700 77  ws-runctl-status        pic xx       value "00".
016800 77  ws-report-status        pic xx       value "00".
016900 77  ws-eof-switch           pic x        value "N".
017000     88  ws-end-of-file      value "Y".
017100 77  ws-fatal-switch         pic x        value "N".
017200     88  ws-has-fatal-error  value "Y".
017300 77  ws-arch-open-switch     pic x        value "N".
017400     88  ws-arch-is-open     value "Y".
017425 77  ws-files-open-switch    pic x        value "N".
017450     88  ws-files-are-open   value "Y".
017500 77  ws-found-switch         pic x        value "N".
017600     88  ws-entry-is-found   value "Y".
017700 77  ws-run-date             pic 9(08)    value zeros.
017800*----------------------------------------------------------------
017900* one audit log record, whichever log it was read from - the
018000* archived log is read ahead of the live one, as multlogq does.
018100*----------------------------------------------------------------
018200 01  ws-log-work.
018300     05  wk-timestamp        pic x(17).
018400     05  wk-operator-id      pic x(08).
018500     05  wk-trans-id         pic 9(06).
018600     05  wk-mode-flag        pic x(01).
018700     05  wk-oper-code        pic x(01).
018800     05  wk-num1             pic 9(05)v99.
018900     05  wk-num2             pic 9(05)v99.
019000     05  wk-result           pic 9(09)v99.
019100     05  wk-message          pic x(50).
019200     05  wk-run-no           pic 9(04).
019300     05  wk-curr-code        pic x(03).
019400     05  wk-curr-result      pic 9(09)v99.
019500     05  wk-exch-rate        pic 9(04)v9(06).
019600*----------------------------------------------------------------
019700* posting table - the trans-id and run number of every batch
019800* posting on the audit log.  a master record is proved when its
019900* trans-id and run number are here.
020000*----------------------------------------------------------------
020100 77  ws-post-max             pic 9(05)    value 5000.
020200 77  ws-post-sub             pic 9(05)    value zeros.
020300 01  ws-post-table.
020400     05  ws-post-count       pic 9(05)    value zeros.
020500     05  ws-post-entry occurs 5000 times.
020600         10  ws-post-trans     pic 9(06).
020700         10  ws-post-run       pic 9(04).
020800*----------------------------------------------------------------
020900* normal document table - the trans-id and run number of every
021000* "N" document on the gl interface.
021100*----------------------------------------------------------------
021200 77  ws-ndoc-max             pic 9(05)    value 5000.
021300 77  ws-ndoc-sub             pic 9(05)    value zeros.
021400 01  ws-ndoc-table.
021500     05  ws-ndoc-count       pic 9(05)    value zeros.
021600     05  ws-ndoc-entry occurs 5000 times.
021700         10  ws-ndoc-trans     pic 9(06).
021800         10  ws-ndoc-run       pic 9(04).
021900*----------------------------------------------------------------
022000* maintenance table - one entry per trans-id touched by
022100* maintenance: the "R" and "C" documents on the gl interface
022200* (clean amounts only, as glsumm nets them) and the before and
022300* after images on the audit log.  a prior-period adjustment
022400* posts its documents but leaves the master alone, so its image
022500* amounts are kept apart to take back out of the netting.
022600*----------------------------------------------------------------
022700 77  ws-mnt-max              pic 9(04)    value 1000.
022800 77  ws-mnt-sub              pic 9(04)    value zeros.
022900 77  ws-find-trans           pic 9(06)    value zeros.
023000 01  ws-mnt-table.
023100     05  ws-mnt-count        pic 9(04)    value zeros.
023200     05  ws-mnt-entry occurs 1000 times.
023300         10  ws-mnt-trans      pic 9(06).
023400         10  ws-mnt-r-cnt      pic 9(04).
023500         10  ws-mnt-c-cnt      pic 9(04).
023600         10  ws-mnt-r-amt      pic 9(11)v99.
023700         10  ws-mnt-c-amt      pic 9(11)v99.
023800         10  ws-mnt-bef-cnt    pic 9(04).
023900         10  ws-mnt-aft-cnt    pic 9(04).
024000         10  ws-mnt-adj-bef    pic 9(11)v99.
024100         10  ws-mnt-adj-aft    pic 9(11)v99.
024200*----------------------------------------------------------------
024300* run table - one entry per run number met on the master, the
024400* master archive or runstats: the clean total the master
024500* carries now, the maintenance netted back out of it, and the
024600* grand total the run itself recorded.
024700*----------------------------------------------------------------
024800 77  ws-run-max              pic 9(04)    value 1000.
024900 77  ws-run-sub              pic 9(04)    value zeros.
025000 77  ws-find-run             pic 9(04)    value zeros.
025100 01  ws-run-table.
025200     05  ws-run-count        pic 9(04)    value zeros.
025300     05  ws-run-entry occurs 1000 times.
025400         10  ws-run-number     pic 9(04).
025500         10  ws-run-live       pic s9(11)v99.
025600         10  ws-run-maint      pic s9(11)v99.
025700         10  ws-run-stats-flag pic x(01).
025800         10  ws-run-grand      pic 9(09)v99.
025900*----------------------------------------------------------------
026000* working amounts and the run number sweep over runctl
026100*----------------------------------------------------------------
026200 77  ws-live-amount          pic 9(09)v99 value zeros.
026300 77  ws-master-net           pic s9(11)v99 value zeros.
026400 77  ws-check-run-no         pic 9(04)    value zeros.
026500 77  ws-place-run-no         pic 9(04)    value zeros.
026600*----------------------------------------------------------------
026700* counts - files read and breaks found
026800*----------------------------------------------------------------
026900 77  ws-log-read-count       pic 9(07)    value zeros.
027000 77  ws-gl-read-count        pic 9(07)    value zeros.
027100 77  ws-mstr-read-count      pic 9(07)    value zeros.
027200 77  ws-arch-read-count      pic 9(07)    value zeros.
027300 77  ws-runs-checked         pic 9(07)    value zeros.
027400 77  ws-nopost-count         pic 9(07)    value zeros.
027500 77  ws-nodoc-count          pic 9(07)    value zeros.
027600 77  ws-noimage-count        pic 9(07)    value zeros.
027700 77  ws-total-break-count    pic 9(07)    value zeros.
027800 77  ws-nostats-count        pic 9(07)    value zeros.
027900 77  ws-break-count          pic 9(07)    value zeros.
028000
028100 procedure division.
028200*================================================================
028300* 0000-mainline
028400*     top level control paragraph for the integrity audit.
028500*================================================================
028600 0000-mainline.
028700     perform 1000-initialize thru 1000-exit.
028800     if not ws-has-fatal-error
028900         perform 2000-load-audit-log thru 2000-exit
029000     end-if.
029100     if not ws-has-fatal-error
029200         perform 3000-load-gl-documents thru 3000-exit
029300     end-if.
029400     if not ws-has-fatal-error
029500         perform 4000-check-master thru 4000-exit
029600     end-if.
029700     if not ws-has-fatal-error
029800         perform 4500-add-archive thru 4500-exit
029900     end-if.
030000     if not ws-has-fatal-error
030100         perform 5000-check-maintenance thru 5000-exit
030200     end-if.
030300     if not ws-has-fatal-error
030400         perform 6000-check-run-totals thru 6000-exit
030500     end-if.
030600     if not ws-has-fatal-error
030700         perform 7000-check-run-numbers thru 7000-exit
030800         perform 8000-write-counts thru 8000-exit
030900     end-if.
031000     perform 9000-terminate thru 9000-exit.
031100     goback.
031200
031300*================================================================
031400* 1000-initialize
031500*     open the master, the gl interface and the report.  the
031600*     master and the interface are what is being proved, so no
031700*     master or no interface file is fatal; the master archive
031800*     is optional - a shop that has never purged has none.
031900*================================================================
032000 1000-initialize.
032100     accept ws-run-date from date yyyymmdd.
032200     open input master-file.
032300     if ws-master-status not = "00"
032400         display "multintg: unable to open master file - status "
032500             ws-master-status " - run stopped"
032600         set ws-has-fatal-error to true
032700         go to 1000-exit
032800     end-if.
032900     open input gliface-file.
033000     if ws-gliface-status not = "00"
033100         display "multintg: unable to open gl interface file - "
033200             "status " ws-gliface-status " - run stopped"
033300         set ws-has-fatal-error to true
033400         close master-file
033500         go to 1000-exit
033600     end-if.
033700     open output report-file.
033800     if ws-report-status not = "00"
033900         display "multintg: unable to open report file - status "
034000             ws-report-status " - run stopped"
034100         set ws-has-fatal-error to true
034200         close master-file
034300         close gliface-file
034400         go to 1000-exit
034500     end-if.
034550     set ws-files-are-open to true.
034600     open input arch-file.
034700     if ws-arch-status = "00"
034800         set ws-arch-is-open to true
034900     end-if.
035000     move ws-run-date(1:4) to ih-run-date(1:4).
035100     move "-"              to ih-run-date(5:1).
035200     move ws-run-date(5:2) to ih-run-date(6:2).
035300     move "-"              to ih-run-date(8:1).
035400     move ws-run-date(7:2) to ih-run-date(9:2).
035500     write intg-print-record from ig-heading-line.
035600 1000-exit.
035700     exit.
035800
035900*================================================================
036000* 2000-load-audit-log
036100*     read the archived audit log and then the live one into
036200*     the posting and maintenance tables.  either log may be
036300*     missing - multarch may never have trimmed, or the live
036400*     log may just have been swapped - and a record carried by
036500*     neither simply shows up as a break.
036600*================================================================
036700 2000-load-audit-log.
036800     open input archlog-file.
036900     if ws-archlog-status = "00"
037000         move "N" to ws-eof-switch
037100         perform 2100-read-archive-log thru 2100-exit
037200             until ws-end-of-file or ws-has-fatal-error
037300         close archlog-file
037400     end-if.
037500     open input log-file.
037600     if ws-log-status = "00"
037700         move "N" to ws-eof-switch
037800         perform 2200-read-live-log thru 2200-exit
037900             until ws-end-of-file or ws-has-fatal-error
038000         close log-file
038100     else
038200         display "multintg: no live audit log - status "
038300             ws-log-status
038400     end-if.
038500 2000-exit.
038600     exit.
038700
038800*================================================================
038900* 2100-read-archive-log
039000*     read one archived log record and file it, as part of the
039100*     audit log load.
039200*================================================================
039300 2100-read-archive-log.
039400     read archlog-file
039500         at end
039600             set ws-end-of-file to true
039700     end-read.
039800     if not ws-end-of-file
039900         add 1 to ws-log-read-count
040000         move archlog-record to ws-log-work
040100         perform 2300-file-log-record thru 2300-exit
040200     end-if.
040300 2100-exit.
040400     exit.
040500
040600*================================================================
040700* 2200-read-live-log
040800*     read one live log record and file it, as part of the
040900*     audit log load.
041000*================================================================
041100 2200-read-live-log.
041200     read log-file
041300         at end
041400             set ws-end-of-file to true
041500     end-read.
041600     if not ws-end-of-file
041700         add 1 to ws-log-read-count
041800         move log-record to ws-log-work
041900         perform 2300-file-log-record thru 2300-exit
042000     end-if.
042100 2200-exit.
042200     exit.
042300
042400*================================================================
042500* 2300-file-log-record
042600*     file the record in ws-log-work.  a maintenance before or
042700*     after image counts against its trans-id in the
042800*     maintenance table; any other record carrying both a
042900*     trans-id and a run number is a batch posting.  control,
043000*     security and account maintenance records carry neither
043100*     and are passed over.
043200*================================================================
043300 2300-file-log-record.
043400     if wk-trans-id not numeric or wk-trans-id = zero
043500         go to 2300-exit
043600     end-if.
043700     evaluate true
043800         when wk-message(1:24) = "maintenance before image"
043900             or wk-message(1:20) = "backout before image"
044000             or wk-message(1:36) =
044100                 "prior period adjustment before image"
044200             move wk-trans-id to ws-find-trans
044300             perform 2600-find-maint-entry thru 2600-exit
044400             if not ws-has-fatal-error
044500                 add 1 to ws-mnt-bef-cnt (ws-mnt-sub)
044600                 if wk-message(1:23) = "prior period adjustment"
044700                     add wk-result to ws-mnt-adj-bef (ws-mnt-sub)
044800                 end-if
044900             end-if
045000         when wk-message(1:23) = "maintenance after image"
045100             or wk-message(1:19) = "backout after image"
045200             or wk-message(1:35) =
045300                 "prior period adjustment after image"
045400             move wk-trans-id to ws-find-trans
045500             perform 2600-find-maint-entry thru 2600-exit
045600             if not ws-has-fatal-error
045700                 add 1 to ws-mnt-aft-cnt (ws-mnt-sub)
045800                 if wk-message(1:23) = "prior period adjustment"
045900                     add wk-result to ws-mnt-adj-aft (ws-mnt-sub)
046000                 end-if
046100             end-if
046200         when wk-run-no numeric and wk-run-no > zero
046300             perform 2400-add-posting thru 2400-exit
046400         when other
046500             continue
046600     end-evaluate.
046700 2300-exit.
046800     exit.
046900
047000*================================================================
047100* 2400-add-posting
047200*     add the batch posting in ws-log-work to the posting
047300*     table.  the proof must cover every posting, so a log
047400*     with more than the table holds stops the run.
047500*================================================================
047600 2400-add-posting.
047700     if ws-post-count >= ws-post-max
047800         display "multintg: more postings than the posting "
047900             "table holds - run stopped"
048000         set ws-has-fatal-error to true
048100     else
048200         add 1 to ws-post-count
048300         move wk-trans-id to ws-post-trans (ws-post-count)
048400         move wk-run-no   to ws-post-run (ws-post-count)
048500     end-if.
048600 2400-exit.
048700     exit.
048800
048900*================================================================
049000* 2600-find-maint-entry
049100*     find the maintenance table entry for ws-find-trans,
049200*     opening a new one for a trans-id not seen yet, and leave
049300*     ws-mnt-sub on it.
049400*================================================================
049500 2600-find-maint-entry.
049600     move "N" to ws-found-switch.
049700     move zeros to ws-mnt-sub.
049800     perform 2650-scan-one-maint thru 2650-exit
049900         until ws-entry-is-found
050000             or ws-mnt-sub >= ws-mnt-count.
050100     if not ws-entry-is-found
050200         if ws-mnt-count >= ws-mnt-max
050300             display "multintg: more maintained transactions "
050400                 "than the maintenance table holds - run stopped"
050500             set ws-has-fatal-error to true
050600         else
050700             add 1 to ws-mnt-count
050800             move ws-mnt-count to ws-mnt-sub
050900             move ws-find-trans to ws-mnt-trans (ws-mnt-sub)
051000             move zeros to ws-mnt-r-cnt (ws-mnt-sub)
051100             move zeros to ws-mnt-c-cnt (ws-mnt-sub)
051200             move zeros to ws-mnt-r-amt (ws-mnt-sub)
051300             move zeros to ws-mnt-c-amt (ws-mnt-sub)
051400             move zeros to ws-mnt-bef-cnt (ws-mnt-sub)
051500             move zeros to ws-mnt-aft-cnt (ws-mnt-sub)
051600             move zeros to ws-mnt-adj-bef (ws-mnt-sub)
051700             move zeros to ws-mnt-adj-aft (ws-mnt-sub)
051800         end-if
051900     end-if.
052000 2600-exit.
052100     exit.
052200
052300*================================================================
052400* 2650-scan-one-maint
052500*     compare ws-find-trans against a single maintenance table
052600*     entry, as part of the maintenance table scan.
052700*================================================================
052800 2650-scan-one-maint.
052900     add 1 to ws-mnt-sub.
053000     if ws-mnt-trans (ws-mnt-sub) = ws-find-trans
053100         set ws-entry-is-found to true
053200     end-if.
053300 2650-exit.
053400     exit.
053500
053600*================================================================
053700* 3000-load-gl-documents
053800*     read the whole gl interface.  an "N" document goes into
053900*     the normal document table; an "R" or "C" document counts
054000*     against its trans-id in the maintenance table, its amount
054100*     netted only when it is clean, as glsumm nets it.
054200*================================================================
054300 3000-load-gl-documents.
054400     move "N" to ws-eof-switch.
054500     perform 3100-read-one-document thru 3100-exit
054600         until ws-end-of-file or ws-has-fatal-error.
054700 3000-exit.
054800     exit.
054900
055000*================================================================
055100* 3100-read-one-document
055200*     read one gl interface document and file it, as part of
055300*     the document load.
055400*================================================================
055500 3100-read-one-document.
055600     read gliface-file
055700         at end
055800             set ws-end-of-file to true
055900     end-read.
056000     if ws-end-of-file
056100         go to 3100-exit
056200     end-if.
056300     add 1 to ws-gl-read-count.
056400     evaluate true
056500         when gl-normal-doc
056600             if ws-ndoc-count >= ws-ndoc-max
056700                 display "multintg: more normal documents than "
056800                     "the document table holds - run stopped"
056900                 set ws-has-fatal-error to true
057000             else
057100                 add 1 to ws-ndoc-count
057200                 move gl-trans-id to ws-ndoc-trans (ws-ndoc-count)
057300                 move gl-run-no   to ws-ndoc-run (ws-ndoc-count)
057400             end-if
057500         when gl-reversal-doc
057600             move gl-trans-id to ws-find-trans
057700             perform 2600-find-maint-entry thru 2600-exit
057800             if not ws-has-fatal-error
057900                 add 1 to ws-mnt-r-cnt (ws-mnt-sub)
058000                 if gl-no-error
058100                     add gl-result to ws-mnt-r-amt (ws-mnt-sub)
058200                 end-if
058300             end-if
058400         when gl-correction-doc
058500             move gl-trans-id to ws-find-trans
058600             perform 2600-find-maint-entry thru 2600-exit
058700             if not ws-has-fatal-error
058800                 add 1 to ws-mnt-c-cnt (ws-mnt-sub)
058900                 if gl-no-error
059000                     add gl-result to ws-mnt-c-amt (ws-mnt-sub)
059100                 end-if
059200             end-if
059300         when other
059400             continue
059500     end-evaluate.
059600 3100-exit.
059700     exit.
059800
059900*================================================================
060000* 4000-check-master
060100*     sweep the master front to back.  each record must have
060200*     its posting on the audit log and its "N" document on the
060300*     gl interface under its own run number; its clean result
060400*     goes into its run's total.
060500*================================================================
060600 4000-check-master.
060700     write intg-print-record from ig-blank-line.
060800     move "MASTER RECORDS - POSTING AND N DOCUMENT"
060900         to igs-section-title.
061000     write intg-print-record from ig-section-line.
061100     move "N" to ws-eof-switch.
061200     perform 4100-check-one-master thru 4100-exit
061300         until ws-end-of-file or ws-has-fatal-error.
061400 4000-exit.
061500     exit.
061600
061700*================================================================
061800* 4100-check-one-master
061900*     read the next master record and prove it, as part of the
062000*     master sweep.
062100*================================================================
062200 4100-check-one-master.
062300     read master-file next record
062400         at end
062500             set ws-end-of-file to true
062600     end-read.
062700     if ws-end-of-file
062800         go to 4100-exit
062900     end-if.
063000     add 1 to ws-mstr-read-count.
063100     move "N" to ws-found-switch.
063200     move zeros to ws-post-sub.
063300     perform 4200-scan-one-posting thru 4200-exit
063400         until ws-entry-is-found
063500             or ws-post-sub >= ws-post-count.
063600     if not ws-entry-is-found
063700         add 1 to ws-nopost-count
063800         move mr-run-no   to ib-run-no
063900         move mr-trans-id to ib-trans-id
064000         move "MASTER RECORD WITH NO POSTING ON THE AUDIT LOG"
064100             to ib-break-text
064200         write intg-print-record from ig-break-line
064300     end-if.
064400     move "N" to ws-found-switch.
064500     move zeros to ws-ndoc-sub.
064600     perform 4300-scan-one-ndoc thru 4300-exit
064700         until ws-entry-is-found
064800             or ws-ndoc-sub >= ws-ndoc-count.
064900     if not ws-entry-is-found
065000         add 1 to ws-nodoc-count
065100         move mr-run-no   to ib-run-no
065200         move mr-trans-id to ib-trans-id
065300         move "MASTER RECORD WITH NO N DOCUMENT ON GL INTERFACE"
065400             to ib-break-text
065500         write intg-print-record from ig-break-line
065600     end-if.
065700     if mr-no-error or mr-corrected
065800         move mr-result to ws-live-amount
065900     else
066000         move zeros to ws-live-amount
066100     end-if.
066200     move mr-run-no to ws-find-run.
066300     perform 4800-find-run-entry thru 4800-exit.
066400     if not ws-has-fatal-error
066500         add ws-live-amount to ws-run-live (ws-run-sub)
066600     end-if.
066700 4100-exit.
066800     exit.
066900
067000*================================================================
067100* 4200-scan-one-posting
067200*     compare the master record's trans-id and run number
067300*     against a single posting table entry.
067400*================================================================
067500 4200-scan-one-posting.
067600     add 1 to ws-post-sub.
067700     if ws-post-trans (ws-post-sub) = mr-trans-id
067800         and ws-post-run (ws-post-sub) = mr-run-no
067900         set ws-entry-is-found to true
068000     end-if.
068100 4200-exit.
068200     exit.
068300
068400*================================================================
068500* 4300-scan-one-ndoc
068600*     compare the master record's trans-id and run number
068700*     against a single normal document table entry.
068800*================================================================
068900 4300-scan-one-ndoc.
069000     add 1 to ws-ndoc-sub.
069100     if ws-ndoc-trans (ws-ndoc-sub) = mr-trans-id
069200         and ws-ndoc-run (ws-ndoc-sub) = mr-run-no
069300         set ws-entry-is-found to true
069400     end-if.
069500 4300-exit.
069600     exit.
069700
069800*================================================================
069900* 4500-add-archive
070000*     a run multarch has purged in part still has to total to
070100*     its grand total, so every archived record not back on the
070200*     master (multrest may have restored it) adds its clean
070300*     result to its run.  archived records are not themselves
070400*     proved against the log and interface - the trimmed log
070500*     may have gone to tape with them.
070600*================================================================
070700 4500-add-archive.
070800     if not ws-arch-is-open
070900         go to 4500-exit
071000     end-if.
071100     move "N" to ws-eof-switch.
071200     move zeros to ar-trans-id.
071300     start arch-file key is not less than ar-trans-id
071400         invalid key
071500             set ws-end-of-file to true
071600     end-start.
071700     perform 4600-add-one-archive thru 4600-exit
071800         until ws-end-of-file or ws-has-fatal-error.
071900 4500-exit.
072000     exit.
072100
072200*================================================================
072300* 4600-add-one-archive
072400*     read the next archived record and add it to its run's
072500*     total when the master does not carry it, as part of the
072600*     archive sweep.
072700*================================================================
072800 4600-add-one-archive.
072900     read arch-file next record
073000         at end
073100             set ws-end-of-file to true
073200     end-read.
073300     if ws-end-of-file
073400         go to 4600-exit
073500     end-if.
073600     move ar-trans-id to mr-trans-id.
073700     read master-file
073800         invalid key
073900             continue
074000     end-read.
074100     if ws-master-status = "00"
074200         go to 4600-exit
074300     end-if.
074400     add 1 to ws-arch-read-count.
074500     if ar-no-error or ar-corrected
074600         move ar-result to ws-live-amount
074700     else
074800         move zeros to ws-live-amount
074900     end-if.
075000     move ar-run-no to ws-find-run.
075100     perform 4800-find-run-entry thru 4800-exit.
075200     if not ws-has-fatal-error
075300         add ws-live-amount to ws-run-live (ws-run-sub)
075400     end-if.
075500 4600-exit.
075600     exit.
075700
075800*================================================================
075900* 4800-find-run-entry
076000*     find the run table entry for ws-find-run, opening a new
076100*     one for a run not seen yet, and leave ws-run-sub on it.
076200*================================================================
076300 4800-find-run-entry.
076400     move "N" to ws-found-switch.
076500     move zeros to ws-run-sub.
076600     perform 4850-scan-one-run thru 4850-exit
076700         until ws-entry-is-found
076800             or ws-run-sub >= ws-run-count.
076900     if not ws-entry-is-found
077000         if ws-run-count >= ws-run-max
077100             display "multintg: more runs than the run table "
077200                 "holds - run stopped"
077300             set ws-has-fatal-error to true
077400         else
077500             add 1 to ws-run-count
077600             move ws-run-count to ws-run-sub
077700             move ws-find-run to ws-run-number (ws-run-sub)
077800             move zeros to ws-run-live (ws-run-sub)
077900             move zeros to ws-run-maint (ws-run-sub)
078000             move "N"   to ws-run-stats-flag (ws-run-sub)
078100             move zeros to ws-run-grand (ws-run-sub)
078200         end-if
078300     end-if.
078400 4800-exit.
078500     exit.
078600
078700*================================================================
078800* 4850-scan-one-run
078900*     compare ws-find-run against a single run table entry, as
079000*     part of the run table scan.
079100*================================================================
079200 4850-scan-one-run.
079300     add 1 to ws-run-sub.
079400     if ws-run-number (ws-run-sub) = ws-find-run
079500         set ws-entry-is-found to true
079600     end-if.
079700 4850-exit.
079800     exit.
079900
080000*================================================================
080100* 5000-check-maintenance
080200*     prove every trans-id with "R" or "C" documents against
080300*     its images - each maintenance action writes one before
080400*     and one after image around its documents - and net its
080500*     documents back out of the run the record belongs to.
080600*================================================================
080700 5000-check-maintenance.
080800     write intg-print-record from ig-blank-line.
080900     move "R AND C DOCUMENTS - BEFORE AND AFTER IMAGES"
081000         to igs-section-title.
081100     write intg-print-record from ig-section-line.
081200     move zeros to ws-mnt-sub.
081300     perform 5100-check-one-maint thru 5100-exit
081400         until ws-mnt-sub >= ws-mnt-count
081500             or ws-has-fatal-error.
081600 5000-exit.
081700     exit.
081800
081900*================================================================
082000* 5100-check-one-maint
082100*     prove a single maintenance table entry.  the record's
082200*     run is found from the master, or the archive when it has
082300*     been purged.  the clean total the run posted is what the
082400*     master carries now, plus what the "R" documents took out,
082500*     less what the "C" documents put back - except for a
082600*     prior-period adjustment, whose documents never touched
082700*     the master.
082800*================================================================
082900 5100-check-one-maint.
083000     add 1 to ws-mnt-sub.
083100     if ws-mnt-r-cnt (ws-mnt-sub) = zero
083200         and ws-mnt-c-cnt (ws-mnt-sub) = zero
083300         go to 5100-exit
083400     end-if.
083500     perform 5200-place-maint-record thru 5200-exit.
083600     if ws-mnt-r-cnt (ws-mnt-sub) > ws-mnt-bef-cnt (ws-mnt-sub)
083700         add 1 to ws-noimage-count
083800         move ws-place-run-no to ib-run-no
083900         move ws-mnt-trans (ws-mnt-sub) to ib-trans-id
084000         move "R DOCUMENT WITH NO BEFORE IMAGE ON THE AUDIT LOG"
084100             to ib-break-text
084200         write intg-print-record from ig-break-line
084300     end-if.
084400     if ws-mnt-r-cnt (ws-mnt-sub) > ws-mnt-aft-cnt (ws-mnt-sub)
084500         or ws-mnt-c-cnt (ws-mnt-sub)
084600             > ws-mnt-aft-cnt (ws-mnt-sub)
084700         add 1 to ws-noimage-count
084800         move ws-place-run-no to ib-run-no
084900         move ws-mnt-trans (ws-mnt-sub) to ib-trans-id
085000         move "R/C DOCUMENT WITH NO AFTER IMAGE ON THE AUDIT LOG"
085100             to ib-break-text
085200         write intg-print-record from ig-break-line
085300     end-if.
085400     if ws-place-run-no = zero
085500         go to 5100-exit
085600     end-if.
085700     move ws-place-run-no to ws-find-run.
085800     perform 4800-find-run-entry thru 4800-exit.
085900     if not ws-has-fatal-error
086000         add ws-mnt-r-amt (ws-mnt-sub)
086100             to ws-run-maint (ws-run-sub)
086200         subtract ws-mnt-c-amt (ws-mnt-sub)
086300             from ws-run-maint (ws-run-sub)
086400         subtract ws-mnt-adj-bef (ws-mnt-sub)
086500             from ws-run-maint (ws-run-sub)
086600         add ws-mnt-adj-aft (ws-mnt-sub)
086700             to ws-run-maint (ws-run-sub)
086800     end-if.
086900 5100-exit.
087000     exit.
087100
087200*================================================================
087300* 5200-place-maint-record
087400*     find the run the maintained record belongs to - from the
087500*     master, or the archive when it has been purged.  a
087600*     document for a trans-id on neither is a break of its own
087700*     and is left out of every run.
087800*================================================================
087900 5200-place-maint-record.
088000     move zeros to ws-place-run-no.
088100     move ws-mnt-trans (ws-mnt-sub) to mr-trans-id.
088200     read master-file
088300         invalid key
088400             continue
088500     end-read.
088600     if ws-master-status = "00"
088700         move mr-run-no to ws-place-run-no
088800         go to 5200-exit
088900     end-if.
089000     if ws-arch-is-open
089100         move ws-mnt-trans (ws-mnt-sub) to ar-trans-id
089200         read arch-file
089300             invalid key
089400                 continue
089500         end-read
089600         if ws-arch-status = "00"
089700             move ar-run-no to ws-place-run-no
089800             go to 5200-exit
089900         end-if
090000     end-if.
090100     add 1 to ws-noimage-count.
090200     move zeros to ib-run-no.
090300     move ws-mnt-trans (ws-mnt-sub) to ib-trans-id.
090400     move "R/C DOCUMENT FOR A TRANS-ID NOT ON MASTER OR ARCHIVE"
090500         to ib-break-text.
090600     write intg-print-record from ig-break-line.
090700 5200-exit.
090800     exit.
090900
091000*================================================================
091100* 6000-check-run-totals
091200*     load the run history and compare each run's grand total
091300*     with the master's clean total for the run, netted for
091400*     maintenance.  a run executed more than once (a checkpoint
091500*     restart) is judged on its last runstats record, which
091600*     carries the whole run's total.
091700*================================================================
091800 6000-check-run-totals.
091900     write intg-print-record from ig-blank-line.
092000     move "RUN TOTALS - MASTER AGAINST RUNSTATS"
092100         to igs-section-title.
092200     write intg-print-record from ig-section-line.
092300     open input runstats-file.
092400     if ws-runstats-status = "00"
092500         move "N" to ws-eof-switch
092600         perform 6100-load-one-runstats thru 6100-exit
092700             until ws-end-of-file or ws-has-fatal-error
092800         close runstats-file
092900     else
093000         display "multintg: no run history file - status "
093100             ws-runstats-status
093200     end-if.
093300     move zeros to ws-run-sub.
093400     perform 6200-check-one-run-total thru 6200-exit
093500         until ws-run-sub >= ws-run-count
093600             or ws-has-fatal-error.
093700 6000-exit.
093800     exit.
093900
094000*================================================================
094100* 6100-load-one-runstats
094200*     read one run history record onto its run table entry, as
094300*     part of the run history load.
094400*================================================================
094500 6100-load-one-runstats.
094600     read runstats-file
094700         at end
094800             set ws-end-of-file to true
094900     end-read.
095000     if not ws-end-of-file
095100         move rn-run-no to ws-find-run
095200         perform 4800-find-run-entry thru 4800-exit
095300         if not ws-has-fatal-error
095400             move "Y" to ws-run-stats-flag (ws-run-sub)
095500             move rn-grand-total to ws-run-grand (ws-run-sub)
095600         end-if
095700     end-if.
095800 6100-exit.
095900     exit.
096000
096100*================================================================
096200* 6200-check-one-run-total
096300*     compare a single run's grand total with the master's net
096400*     figure.  a run with no runstats record is not judged here
096500*     - the run number check lists it.
096600*================================================================
096700 6200-check-one-run-total.
096800     add 1 to ws-run-sub.
096900     if ws-run-stats-flag (ws-run-sub) not = "Y"
097000         go to 6200-exit
097100     end-if.
097200     add 1 to ws-runs-checked.
097300     add ws-run-live (ws-run-sub) ws-run-maint (ws-run-sub)
097400         giving ws-master-net.
097500     if ws-master-net not = ws-run-grand (ws-run-sub)
097600         add 1 to ws-total-break-count
097700         move ws-run-number (ws-run-sub) to it-run-no
097800         move ws-run-grand (ws-run-sub)  to it-stats-total
097900         move ws-master-net              to it-master-total
098000         write intg-print-record from ig-total-line
098100     end-if.
098200 6200-exit.
098300     exit.
098400
098500*================================================================
098600* 7000-check-run-numbers
098700*     every run number runctl has issued, one through the last,
098800*     must have a runstats record.  the last run may still be
098900*     active or may have abended - it is listed as such.  no
099000*     run control file means mult has never run.
099100*================================================================
099200 7000-check-run-numbers.
099300     write intg-print-record from ig-blank-line.
099400     move "RUN NUMBERS ISSUED ON RUNCTL - RUNSTATS RECORD"
099500         to igs-section-title.
099600     write intg-print-record from ig-section-line.
099700     open input runctl-file.
099800     if ws-runctl-status not = "00"
099900         display "multintg: no run control file - status "
100000             ws-runctl-status
100100         go to 7000-exit
100200     end-if.
100300     read runctl-file
100400         at end
100500             continue
100600     end-read.
100700     if ws-runctl-status = "00"
100800         and rc-last-run-no numeric
100900         move zeros to ws-check-run-no
101000         perform 7100-check-one-run-no thru 7100-exit
101100             until ws-check-run-no >= rc-last-run-no
101200                 or ws-has-fatal-error
101300     end-if.
101400     close runctl-file.
101500 7000-exit.
101600     exit.
101700
101800*================================================================
101900* 7100-check-one-run-no
102000*     look up the next run number on the run table and list it
102100*     when no runstats record was found for it.
102200*================================================================
102300 7100-check-one-run-no.
102400     add 1 to ws-check-run-no.
102500     move ws-check-run-no to ws-find-run.
102600     perform 4800-find-run-entry thru 4800-exit.
102700     if ws-has-fatal-error
102800         go to 7100-exit
102900     end-if.
103000     if ws-run-stats-flag (ws-run-sub) not = "Y"
103100         add 1 to ws-nostats-count
103200         move ws-check-run-no to ib-run-no
103300         move zeros           to ib-trans-id
103400         if ws-check-run-no = rc-last-run-no and rc-run-active
103500             move "RUN STILL ACTIVE OR ABENDED - NO RUNSTATS"
103600                 to ib-break-text
103700         else
103800             move "RUN NUMBER ISSUED WITH NO RUNSTATS RECORD"
103900                 to ib-break-text
104000         end-if
104100         write intg-print-record from ig-break-line
104200     end-if.
104300 7100-exit.
104400     exit.
104500
104600*================================================================
104700* 8000-write-counts
104800*     print the files read, the breaks by kind and the outcome,
104900*     and note the outcome on the console for the operations
105000*     log.
105100*================================================================
105200 8000-write-counts.
105300     add ws-nopost-count ws-nodoc-count ws-noimage-count
105400         ws-total-break-count ws-nostats-count
105500         giving ws-break-count.
105600     write intg-print-record from ig-blank-line.
105700     move "AUDIT LOG RECORDS READ                  "
105800         to igc-count-title.
105900     move ws-log-read-count to igc-count.
106000     write intg-print-record from ig-count-line.
106100     move "GL INTERFACE DOCUMENTS READ             "
106200         to igc-count-title.
106300     move ws-gl-read-count to igc-count.
106400     write intg-print-record from ig-count-line.
106500     move "MASTER RECORDS PROVED                   "
106600         to igc-count-title.
106700     move ws-mstr-read-count to igc-count.
106800     write intg-print-record from ig-count-line.
106900     move "ARCHIVED RECORDS ADDED TO RUN TOTALS    "
107000         to igc-count-title.
107100     move ws-arch-read-count to igc-count.
107200     write intg-print-record from ig-count-line.
107300     move "RUN TOTALS COMPARED                     "
107400         to igc-count-title.
107500     move ws-runs-checked to igc-count.
107600     write intg-print-record from ig-count-line.
107700     write intg-print-record from ig-blank-line.
107800     move "NO POSTING ON THE AUDIT LOG             "
107900         to igc-count-title.
108000     move ws-nopost-count to igc-count.
108100     write intg-print-record from ig-count-line.
108200     move "NO N DOCUMENT ON THE GL INTERFACE       "
108300         to igc-count-title.
108400     move ws-nodoc-count to igc-count.
108500     write intg-print-record from ig-count-line.
108600     move "R/C DOCUMENTS NOT TRACED TO AN IMAGE    "
108700         to igc-count-title.
108800     move ws-noimage-count to igc-count.
108900     write intg-print-record from ig-count-line.
109000     move "RUN TOTALS NOT AGREEING WITH RUNSTATS   "
109100         to igc-count-title.
109200     move ws-total-break-count to igc-count.
109300     write intg-print-record from ig-count-line.
109400     move "RUN NUMBERS WITH NO RUNSTATS RECORD     "
109500         to igc-count-title.
109600     move ws-nostats-count to igc-count.
109700     write intg-print-record from ig-count-line.
109800     move "TOTAL BREAKS                            "
109900         to igc-count-title.
110000     move ws-break-count to igc-count.
110100     write intg-print-record from ig-count-line.
110200     write intg-print-record from ig-blank-line.
110300     if ws-break-count = zero
110400         move "FILES AGREE" to ip-proof
110500         display "multintg: files agree - no breaks"
110600     else
110700         move "BREAKS FOUND - SEE LISTING" to ip-proof
110800         display "multintg: " ws-break-count
110900             " breaks found - see integrity report"
111000     end-if.
111100     write intg-print-record from ig-proof-line.
111200 8000-exit.
111300     exit.
111400
111500*================================================================
111600* 9000-terminate
111700*     close the files used by this run, provided the opens in
111800*     1000-initialize actually succeeded.  a run stopped after
111825*     they did - a table too small for the files - says so on
111850*     the report, so the report is never mistaken for a proof.
111900*================================================================
112000 9000-terminate.
112100     if ws-files-are-open
112110         if ws-has-fatal-error
112120             write intg-print-record from ig-blank-line
112130             move "RUN STOPPED - SEE CONSOLE - FILES NOT PROVED"
112140                 to igs-section-title
112150             write intg-print-record from ig-section-line
112160         end-if
112200         close master-file
112300         close gliface-file
112400         close report-file
112500         if ws-arch-is-open
112600             close arch-file
112700         end-if
112800     end-if.
112900 9000-exit.
113000     exit.
