002220*                  the run number mult now stamps on them; the
002230*                  re-feed file carries the full document, run
002240*                  number included.
002245* 2026-10-16  jk   the outcome of every run - balanced or not,
002250*                  documents read and the span of run dates on
002255*                  the feed - is appended to the glbalctl file,
002260*                  where the period close looks for a balanced
002265*                  reconciliation before it closes a period.
002270* 2026-10-17  jk   interface documents grew to 74 characters for
002275*                  the currency code, currency result and rate
002280*                  mult now carries; the re-feed file carries the
002285*                  full document as before.
002300*----------------------------------------------------------------
002400
002500 environment division.
004000     select report-file assign to "GLRECRPT"
004100         organization is line sequential
004200         file status is ws-report-status.
004220
004240     select glbal-file assign to "GLBALCTL"
004260         organization is line sequential
004280         file status is ws-glbal-status.
004300
004400 data division.
004500 file section.
004600 fd  gliface-file
004700     record contains 74 characters.
004800 copy glifrec.
004900
005000 fd  ack-file
005400     05  filler                  pic x(14).
005500
005600 fd  refeed-file
005700     record contains 74 characters.
005800 01  refeed-record               pic x(74).
005900
006000 fd  report-file
006100     record contains 132 characters.
006150 01  recon-print-record          pic x(132).
006152
006154 fd  glbal-file
006156     record contains 60 characters.
006158 copy glbalrec.
006160
006170 working-storage section.
006180*----------------------------------------------------------------
010200 77  ws-ack-status           pic xx       value "00".
010300 77  ws-refeed-status        pic xx       value "00".
010400 77  ws-report-status        pic xx       value "00".
010450 77  ws-glbal-status         pic xx       value "00".
010500 77  ws-gl-eof-switch        pic x        value "N".
010600     88  ws-gl-end-of-file   value "Y".
010700 77  ws-ack-eof-switch       pic x        value "N".
013100 77  ws-unack-count          pic 9(07)    value zeros.
013200 77  ws-orphan-count         pic 9(07)    value zeros.
013300 77  ws-bypass-count         pic 9(07)    value zeros.
013320 77  ws-low-date             pic 9(08)    value zeros.
013340 77  ws-high-date            pic 9(08)    value zeros.
013360 77  ws-run-date             pic 9(08)    value zeros.
013380 77  ws-run-time             pic 9(08)    value zeros.
013400
013500 procedure division.
013600*================================================================
014300         perform 2000-match-sends thru 2000-exit
014400         perform 3000-list-orphan-acks thru 3000-exit
014500         perform 4000-write-counts thru 4000-exit
014550         perform 5000-record-outcome thru 5000-exit
014600     end-if.
014700     perform 9000-terminate thru 9000-exit.
014800     goback.
024800     end-read.
024900     if not ws-gl-end-of-file
025000         add 1 to ws-sent-count
025010         if ws-low-date = zero or gl-run-date < ws-low-date
025020             move gl-run-date to ws-low-date
025030         end-if
025040         if gl-run-date > ws-high-date
025050             move gl-run-date to ws-high-date
025060         end-if
025100     end-if.
025200 2100-exit.
025300     exit.
039600     end-if.
039700 4000-exit.
039800     exit.
039802
039804*================================================================
039806* 5000-record-outcome
039808*     append this run's outcome to the gl balancing control
039810*     file - balanced only when nothing is unacknowledged and
039812*     no acknowledgment is orphaned.  a file that cannot be
039814*     written is reported; the reconciliation itself stands.
039816*================================================================
039818 5000-record-outcome.
039820     accept ws-run-date from date yyyymmdd.
039822     accept ws-run-time from time.
039824     open extend glbal-file.
039826     if ws-glbal-status = "35"
039828         open output glbal-file
039830     end-if.
039832     if ws-glbal-status not = "00"
039834         display "glrecon: unable to record outcome on gl "
039836             "balancing control - status " ws-glbal-status
039838     else
039840         move spaces to glbal-record
039842         move "GLRECON" to gb-program
039844         move ws-run-date to gb-run-date
039846         move ws-run-time to gb-run-time
039848         if ws-unack-count = zero and ws-orphan-count = zero
039850             set gb-balanced to true
039852         else
039854             set gb-not-balanced to true
039856         end-if
039858         move ws-sent-count to gb-doc-count
039860         move ws-low-date to gb-low-date
039862         move ws-high-date to gb-high-date
039864         write glbal-record
039866         close glbal-file
039868     end-if.
039870 5000-exit.
039872     exit.
039900
040000*================================================================
040100* 9000-terminate
