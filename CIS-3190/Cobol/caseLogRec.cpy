*> One permanent line per change to a tolerance review case in
*> review-case-log.dat - opened, taken under investigation,
*> reassigned, or closed - with who did it and when. Append-only:
*> the case file holds where each case stands now, this holds how
*> it got there. Built in working storage rather than an FD so the
*> separator bytes get their VALUE.
01 case-log-line.
  *> When the change was made, yyyymmddhhmmss.
  02 rcl-stamp    pic x(14).
  02 filler       pic x value space.
  *> The initials the session was signed with.
  02 rcl-operator pic x(3).
  02 filler       pic x value space.
  02 rcl-id       pic x(10).
  02 filler       pic x value space.
  02 rcl-date     pic x(8).
  02 filler       pic x value space.
  *> O = opened, I = under investigation, C = closed.
  02 rcl-action   pic x.
  02 filler       pic x value space.
  02 rcl-engineer pic x(3).
  02 filler       pic x value space.
  *> Closure code and note on a C line, blank otherwise.
  02 rcl-closure  pic x.
  02 filler       pic x value space.
  02 rcl-note     pic x(60).
