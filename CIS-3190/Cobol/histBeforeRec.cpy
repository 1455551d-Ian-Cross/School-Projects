*> One line per history record a batch run overwrote, in
*> history-before-image.dat: the record exactly as it stood before
*> the rewrite, stamped with the run that replaced it. A rerun's
*> WRITE ... INVALID KEY REWRITE used to destroy the earlier result
*> outright; with this journal runBackout can put it back when the
*> run that replaced it turns out to be bad. Append-only. Built in
*> working storage rather than an FD so the separator bytes get
*> their VALUE.
01 history-before-line.
  *> The run whose rewrite displaced the record.
  02 hbi-run-id pic x(14).
  02 filler     pic x value space.
  *> yyyymmddhhmmss of the rewrite.
  02 hbi-stamp  pic x(14).
  02 filler     pic x value space.
  *> The displaced record in historyRec layout - wider than
  *> history-rec, the same allowance the archives make, so the
  *> layout can grow without the journal's record length changing.
  02 hbi-image  pic x(100).
