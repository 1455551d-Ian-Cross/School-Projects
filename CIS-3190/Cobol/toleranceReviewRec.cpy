*> One line per reading the tolerance checker flagged out of
*> tolerance, in tolerance-review.dat: everything the tolerance
*> investigation opens three files for today, on one line - the
*> reading's history value and result, and the prior day's result
*> to hold it against. dispMatch appends these as T dispositions
*> come back; reviewCase opens a case against each one. Built in
*> working storage rather than an FD so the separator bytes get
*> their VALUE.
01 tolerance-review-line.
  02 trv-id     pic x(10).
  02 filler     pic x value space.
  02 trv-date   pic x(8).
  02 filler     pic x value space.
  02 trv-value  pic -(11)9.9(6).
  02 filler     pic x value space.
  02 trv-result pic -(11)9.9(6).
  02 filler     pic x value space.
  02 trv-prior  pic -(11)9.9(6).
  02 filler     pic x value space.
  *> 'none' when the instrument has no prior-day record to hold
  *> the result against.
  02 trv-prior-note pic x(4).
