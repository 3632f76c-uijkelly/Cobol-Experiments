002497* 2026-09-02  jk   the master's select carries the new alternate
002498*                  index on mr-run-no, matching mult's file
002499*                  definition.
002500* 2026-10-17  jk   audit log records grew to 136 characters for
002505*                  the currency code, currency result and rate
002510*                  mult now carries; the archive log and the
002515*                  swapped-in log carry the full record.  the
002520*                  purge control record leaves them blank.
002525* 2026-10-19  jk   audit log chain - audit records grew to 154
002530*                  characters for the chain sequence number and
002535*                  chain value, copied through untouched so the
002540*                  chain reads straight on from the log archive
002545*                  into auditnew.  the trim now stops archiving
002550*                  at the first record it keeps, so the log
002555*                  archive stays the leading part of the chain,
002560*                  and the purge control record is chained on
002565*                  from the last record copied.
002570*----------------------------------------------------------------
002600
002700 environment division.
002800 input-output section.
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
008500 fd  newlog-file
008600     record contains 154 characters.
008700 01  newlog-record               pic x(154).
008800
008900 fd  report-file
009000     record contains 132 characters.
014700 77  ws-log-arch-count       pic 9(07)    value zeros.
014800 77  ws-log-kept-count       pic 9(07)    value zeros.
014900 77  ws-proof-work           pic 9(07)    value zeros.
014902 77  ws-log-keep-switch      pic x        value "N".
014904     88  ws-log-keeping      value "Y".
014906*----------------------------------------------------------------
014908* audit log chain - the sequence number and chain value of the
014910* last record copied, carried on to the purge control record.
014912* a record's chain value is worked from the value before it and
014914* every character of the record ahead of the value itself, so
014916* a record changed, removed or slipped in breaks the chain from
014918* that point on.
014920*----------------------------------------------------------------
014922 77  ws-chain-last-seq       pic 9(08)    value zeros.
014924 77  ws-chain-last-value     pic 9(10)    value zeros.
014926 77  ws-chain-hash           pic 9(10)    value zeros.
014928 77  ws-chain-work           pic 9(12)    value zeros.
014930 77  ws-chain-quotient       pic 9(12)    value zeros.
014932 77  ws-chain-sub            pic 9(03)    value zeros.
014934 01  ws-chain-byte-area.
014936     05  ws-chain-byte-pair  pic x(02).
014938     05  ws-chain-byte-value redefines ws-chain-byte-pair
014940                             pic 9(04) binary.
015000
015100 procedure division.
015200*================================================================
032200*     the go-forward log the operator swaps in when the job
032300*     ends clean.  a closing control record is appended to
032400*     auditnew so the purge itself stays on the audit trail.
032425*     records are copied in log order and untouched, so the
032450*     chain runs on from the log archive into auditnew.
032500*================================================================
032600 3000-purge-audit-log.
032700     perform 3100-read-log thru 3100-exit.
035000* 3200-purge-one-log
035100*     route the current audit log record to the archive or to
035200*     auditnew by its timestamp date, then read the next one.
035225*     once a record has been kept every later one is kept too,
035250*     so the log archive is always the front of the chain and
035275*     auditnew the rest of it.
035300*================================================================
035400 3200-purge-one-log.
035410     if lg-chain-seq numeric
035420         and lg-chain-value numeric
035430         move lg-chain-seq   to ws-chain-last-seq
035440         move lg-chain-value to ws-chain-last-value
035450     end-if.
035500     if lg-timestamp(1:8) < ws-cutoff-date
035550         and not ws-log-keeping
035600         write archlog-record from log-record
035700         add 1 to ws-log-arch-count
035800     else
035850         set ws-log-keeping to true
035900         write newlog-record from log-record
036000         add 1 to ws-log-kept-count
036100     end-if.
038200     move zeros to lg-num1.
038300     move zeros to lg-num2.
038400     move ws-mstr-arch-count to lg-result.
038425     move spaces to lg-curr-code.
038450     move zeros to lg-curr-result.
038475     move zeros to lg-exch-rate.
038500     move "archive purge - master and log records archived"
038600         to lg-message.
038650     perform 8800-chain-log-record thru 8800-exit.
038700     write newlog-record from log-record.
038800     add 1 to ws-log-kept-count.
038900 3300-exit.
044000 4000-exit.
044100     exit.
044200
044202*================================================================
044204* 8800-chain-log-record
044206*     stamp the next chain sequence number on the audit record
044208*     in log-record and work its chain value from the value
044210*     before it and the 144 characters ahead of the value.
044212*================================================================
044214 8800-chain-log-record.
044216     add 1 to ws-chain-last-seq.
044218     move ws-chain-last-seq to lg-chain-seq.
044220     move ws-chain-last-value to ws-chain-hash.
044222     move zeros to ws-chain-sub.
044224     perform 8850-chain-one-byte thru 8850-exit
044226         until ws-chain-sub >= 144.
044228     move ws-chain-hash to lg-chain-value.
044230     move ws-chain-hash to ws-chain-last-value.
044232 8800-exit.
044234     exit.
044236
044238*================================================================
044240* 8850-chain-one-byte
044242*     fold the next character of the audit record into the
044244*     chain value - the character's code is picked up through
044246*     the binary halfword it is moved into.
044248*================================================================
044250 8850-chain-one-byte.
044252     add 1 to ws-chain-sub.
044254     move low-values to ws-chain-byte-pair.
044256     move log-record(ws-chain-sub:1) to ws-chain-byte-pair(2:1).
044258     compute ws-chain-work = ws-chain-hash * 31
044260         + ws-chain-byte-value.
044262     divide ws-chain-work by 4294967291
044264         giving ws-chain-quotient remainder ws-chain-hash.
044266 8850-exit.
044268     exit.
044270
044300*================================================================
044400* 9000-terminate
044500*     close the files used by this run, provided the opens in
045600     end-if.
045700 9000-exit.
045800     exit.
