*> result, I = reading ID unknown to the instrument master,
*> R = instrument retired, W = wrong station for the instrument,
*> V = value outside the instrument's range, U = the downstream
*> checker returned the reading unreadable, C = the instrument was
*> overdue for calibration on the reading's business date, H = held
*> by the baseline screen and rejected by an engineer in holdRelease.
01 resubmit-queue-line.
  02 rsq-image   pic x(33).
  02 filler      pic x value space.
  *> Sending station code, RS for the corrected-resubmission
  *> pickup, TC for rejects raised from the tolerance checker's
  *> dispositions rather than from a station extract, BS for held
  *> readings an engineer rejected off the baseline screen.
  02 rsq-station pic x(2).
  02 filler      pic x value space.
  02 rsq-reason  pic x.
