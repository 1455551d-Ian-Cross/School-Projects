*> One row per reading the batch run held out of the tolerance feed
*> because its result sat too many spreads from its instrument's
*> baseline, keyed like history by reading ID and business date.
*> Written by the batch run when the screen is switched on; worked
*> by holdRelease, where an engineer releases the reading into a
*> supplementary feed section or rejects it to the repair queue.
*> Rows are kept after the decision, so balancing can still account
*> for every reading the night's section went without.
01 held-rec.
  02 hld-key.
    03 hld-id      pic x(10).
    03 hld-date    pic x(8).
  *> H = held, awaiting an engineer; R = released into a
  *> supplementary section; J = rejected to the repair queue.
  02 hld-state     pic x.
  *> The run that held it - a held row only speaks for the history
  *> row carrying the same run ID.
  02 hld-run-id    pic x(14).
  *> Sending station code, or RS for the corrected pickup.
  02 hld-station   pic x(2).
  *> The input record as the station sent it, in batchInRec
  *> layout - what goes back on the repair queue if it is rejected.
  02 hld-image     pic x(33).
  *> What the feed detail would have carried, field for field.
  02 hld-value     pic s9(11)v9(6).
  02 hld-result    pic 9(11)v9(6).
  02 hld-status    pic 9.
  02 hld-op        pic x.
  02 hld-escalated pic x.
  *> The baseline it failed against, how many spreads out it was,
  *> and the threshold the run was holding at.
  02 hld-mean      pic 9(11)v9(6).
  02 hld-spread    pic 9(11)v9(6).
  02 hld-deviation pic 9(9)v9(2).
  02 hld-threshold pic 9(3)v9(2).
  *> Who released or rejected it and when - blank while held.
  02 hld-decided-by    pic x(3).
  02 hld-decided-stamp pic x(14).
  *> For a released reading, the supplementary section it went out
  *> in, as tsh-section-id.
  02 hld-section-id pic x(14).
