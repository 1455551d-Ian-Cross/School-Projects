*> One case per out-of-tolerance reading, keyed by the reading ID
*> and date it was flagged under - the same key as the history
*> record and the tolerance-review.dat line it was opened from. A
*> case moves open -> investigating -> closed, and can't close
*> without saying what was actually wrong. Maintained by
*> reviewCase; every change to one also leaves a line in
*> review-case-log.dat, so the auditors can see who looked at which
*> reading, and when.
01 review-case-rec.
  02 rvc-key.
    03 rvc-id   pic x(10).
    03 rvc-date pic x(8).
  *> O = open, I = under investigation, C = closed.
  02 rvc-status   pic x.
  *> Initials of the engineer the case is assigned to.
  02 rvc-engineer pic x(3).
  *> yyyymmdd the case reached each stage - blank until it does.
  02 rvc-opened   pic x(8).
  02 rvc-investigated pic x(8).
  02 rvc-closed   pic x(8).
  *> Why the case closed: S = sensor fault, C = cable replaced,
  *> R = recalibrated, F = false alarm. Blank until closed.
  02 rvc-closure  pic x.
  *> The closing engineer's note - required, never blank on a
  *> closed case.
  02 rvc-note     pic x(60).
  *> The reading's value, result, and prior-day result as the
  *> review line carried them, so a case can be read without the
  *> queue beside it.
  02 rvc-value    pic x(19).
  02 rvc-result   pic x(19).
  02 rvc-prior    pic x(19).
  *> yyyymmddhhmmss and initials of the last change to the case.
  02 rvc-stamp    pic x(14).
  02 rvc-changed-by pic x(3).
