*> One line per alert in alert-queue.dat - the file the paging
*> system picks up, so on-call hears about a stalled run, an
*> out-of-balance night, a failed step, or an unanswered feed
*> section without having to be looking at the screen that said
*> so. raiseAlert appends a line, and only when no alert for the
*> same condition is still open; alertAck moves a line on to
*> acknowledged and resolved; opsPack lists what is still open.
*> Built in working storage rather than an FD so the separator
*> bytes get their VALUE.
01 alert-line.
  *> Numbered in the order raised - the number on-call quotes to
  *> alertAck.
  02 alr-number    pic 9(6).
  02 filler        pic x value space.
  *> yyyymmddhhmmss the alert was raised.
  02 alr-raised    pic x(14).
  02 filler        pic x value space.
  *> C = critical, page now; W = warning, for the next look.
  02 alr-severity  pic x.
  02 filler        pic x value space.
  *> The program-id that raised it.
  02 alr-source    pic x(12).
  02 filler        pic x value space.
  *> What kind of trouble, per source: STAL = run stalled
  *> (runMonitor), OBAL = run out of balance (balanceRun), STPF =
  *> step failed and STPR = step refused (nightStep), NACK = feed
  *> section unacknowledged (feedStatus).
  02 alr-condition pic x(4).
  02 filler        pic x value space.
  *> The run ID or business date the condition is about, followed
  *> where one source can raise it for several things at once by
  *> which one - nightStep's step, feedStatus's section date.
  *> Source, condition, and subject together are what make two
  *> alerts the same.
  02 alr-subject   pic x(24).
  02 filler        pic x value space.
  *> O = open, nobody has seen it; A = acknowledged, on-call has it
  *> in hand; R = resolved. Only ever moves forward, and an alert
  *> counts as open until it is resolved.
  02 alr-state     pic x.
  02 filler        pic x value space.
  *> Who last moved it on and when - blank while open.
  02 alr-by        pic x(3).
  02 filler        pic x value space.
  02 alr-stamp     pic x(14).
  02 filler        pic x value space.
  02 alr-text      pic x(60).
