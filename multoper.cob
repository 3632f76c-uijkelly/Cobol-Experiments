001800*                  security denials, and the control records -
001900*                  for the optional oprparm date range (the
002000*                  whole log when no parameter file is given).
002010* 2026-10-17  jk   audit log records grew to 136 characters for
002020*                  the currency fields mult now carries.
002030* 2026-10-19  jk   audit records grew to 154 characters for the
002040*                  chain sequence number and chain value, which
002050*                  this program reads past.
002100*----------------------------------------------------------------
002200
002300 environment division.
003800 data division.
003900 file section.
004000 fd  log-file
004100     record contains 154 characters.
004200 copy logrec.
004300
004400 fd  parm-file
