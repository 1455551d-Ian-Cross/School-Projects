  *> Hash total of the magnitudes of every detail tfr-value, high
  *> order digits dropped on overflow - both sides sum the same way.
  02 tft-hash  pic 9(13)v9(6).
  02 filler    pic x value space.
  *> Readings of this night the baseline screen held back instead
  *> of sending - tft-count plus this is the night. Blank on
  *> trailers written before readings could be held.
  02 tft-held  pic 9(9).
*> A reversal section retracts a backed-out run's section from the
*> checker: its own header naming the run and business date being
*> withdrawn, one detail record in the ordinary D layout for each
*> reading the checker should drop, and its own trailer balancing
*> those details the same way - so a reversal can never be taken
*> for a night's real feed.
01 tolerance-reversal-header.
  02 trh-type     pic x value 'R'.
  02 trh-run-date pic x(8).
  02 filler       pic x value space.
  *> The run being retracted, as its own header named it.
  02 trh-run-id   pic x(14).
  02 filler       pic x value space.
  *> yyyymmddhhmmss the backout was taken.
  02 trh-stamp    pic x(14).
01 tolerance-reversal-trailer.
  02 trt-type  pic x value 'E'.
  02 trt-count pic 9(9).
  02 filler    pic x value space.
  02 trt-hash  pic 9(13)v9(6).
*> A supplementary section sends readings the baseline screen held
*> out of a night's section and an engineer has since released:
*> its own header naming the business date the readings belong to
*> and the release session that let them go, one detail record in
*> the ordinary D layout per released reading, and its own trailer
*> balancing those details the same way.
01 tolerance-supplement-header.
  02 tsh-type     pic x value 'S'.
  02 tsh-run-date pic x(8).
  02 filler       pic x value space.
  *> yyyymmddhhmmss the release session started - the section's ID
  *> on the feed register, where a run ID would be.
  02 tsh-section-id pic x(14).
  02 filler       pic x value space.
  *> The operator who released them.
  02 tsh-operator pic x(3).
01 tolerance-supplement-trailer.
  02 tst-type  pic x value 'F'.
  02 tst-count pic 9(9).
  02 filler    pic x value space.
  02 tst-hash  pic 9(13)v9(6).
