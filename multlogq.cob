001900*                  log, so the report covers every run ever kept
002000*                  and falls out in timestamp order - both logs
002100*                  are appended chronologically.
002110* 2026-10-17  jk   audit log records grew to 136 characters for
002120*                  the currency code, currency result and rate
002130*                  mult now carries.  the currency code prints
002140*                  at the end of the detail line; a record from
002150*                  before it existed prints blank there.
002160* 2026-10-19  jk   audit records grew to 154 characters for the
002170*                  chain sequence number and chain value, which
002180*                  this program reads past.
002200*----------------------------------------------------------------
002300
002400 environment division.
005900     05  filler                  pic x(05).
006000
006100 fd  archlog-file
006200     record contains 154 characters.
006300 01  archlog-record              pic x(154).
006400
006500 fd  log-file
006600     record contains 154 characters.
006700 copy logrec.
006800
006900 fd  report-file
010500     05  filler                  pic x(12) value "      RESULT".
010600     05  filler                  pic x(01) value spaces.
010700     05  filler                  pic x(50) value "MESSAGE".
010800     05  filler                  pic x(03) value "CCY".
010900 01  lgq-detail-line.
011000     05  filler                  pic x(05) value spaces.
011100     05  qd-timestamp            pic x(17).
012700     05  qd-result-edit          pic z(08)9.99.
012800     05  filler                  pic x(01) value spaces.
012900     05  qd-message              pic x(50).
013000     05  qd-curr-code            pic x(03).
013100 01  lgq-count-line.
013200     05  filler                  pic x(05) value spaces.
013300     05  qc-count-title          pic x(32).
017300     05  wk-result           pic 9(09)v99.
017400     05  wk-message          pic x(50).
017500     05  wk-run-no           pic 9(04).
017525     05  wk-curr-code        pic x(03).
017550     05  wk-curr-result      pic 9(09)v99.
017575     05  wk-exch-rate        pic 9(04)v9(06).
017600 77  ws-source-flag          pic x(01)    value spaces.
017700*----------------------------------------------------------------
017800* counts and report pagination
048700     move wk-num2        to qd-num2-edit.
048800     move wk-result      to qd-result-edit.
048900     move wk-message     to qd-message.
048950     move wk-curr-code   to qd-curr-code.
049000     write logq-print-record from lgq-detail-line.
049100     add 1 to ws-line-count.
049200 5100-exit.
