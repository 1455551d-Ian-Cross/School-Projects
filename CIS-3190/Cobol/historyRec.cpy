  *> What the downstream tolerance checker said about this reading
  *> once its disposition file came back - space until dispMatch
  *> stamps it. A = accepted, T = out of tolerance, U = unreadable.
  *> H = held out of the feed by the baseline screen, awaiting an
  *> engineer (back to space once released, since the checker then
  *> has it); J = held and then rejected to the repair queue - the
  *> checker never saw it and never will.
  02 hist-disposition pic x.
  *> Which execution wrote this record. Finding today's key already
  *> stamped with the current run is how a repeated reading ID is
  *> after aborting under the profile the run was using - space for
  *> a result that converged first time.
  02 hist-escalated pic x.
  *> The reading as the station sent it, before the calibration
  *> correction - hist-value is what was actually computed. The two
  *> are equal for an instrument with no calibration row. For an
  *> RMS group, the mean of the squares of the raw samples.
  02 hist-raw-value pic s9(11)v9(6).
