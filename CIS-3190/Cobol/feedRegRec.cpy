  02 frg-hash     pic 9(13)v9(6).
  02 filler       pic x value space.
  *> W = written, S = sent to the checker, A = acknowledged (its
  *> dispositions arrived), B = backed out (runBackout retracted
  *> the run and sent the checker a reversal section). Only ever
  *> moves forward, and B is the end of the line from any state.
  02 frg-status   pic x.
  02 filler       pic x value space.
  *> yyyymmddhhmmss of the last status change.
  02 frg-stamp    pic x(14).
  02 filler       pic x value space.
  *> Space = the section as the run wrote it; R = a retransmission
  *> feedRegen rebuilt from history under the same run ID and date.
  *> A retransmission is the same section sent again, not a new
  *> one: it tracks its own sent/acknowledged progress, but nothing
  *> counts it as another section. Lines written before this field
  *> existed read back with it blank, which is what they were.
  *> S = a supplementary section holdRelease wrote for readings the
  *> baseline screen held: a section of its own, counted as one,
  *> registered under its release session's ID as frg-run-id.
  02 frg-kind     pic x.
