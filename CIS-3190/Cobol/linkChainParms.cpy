*> Passed to linkChain: one step along an instrument's replacement
*> chain per call.
01 link-chain-parms.
  *> P = the instrument lcp-id replaced; S = the instrument that
  *> replaced lcp-id.
  02 lcp-function   pic x.
  02 lcp-id         pic x(10).
  *> Y = a link in force was found - lcp-other-id is the ID at the
  *> other end and lcp-changeover the date the later of the two took
  *> over. N = lcp-id is the end of its chain that way.
  02 lcp-found      pic x.
  02 lcp-other-id   pic x(10).
  02 lcp-changeover pic x(8).
  *> N when there is no instrument-link.dat - no link was ever made,
  *> and every chain is a single instrument.
  02 lcp-available  pic x.
*> Longest chain any caller walks - a cable replaced this many times
*> is a design problem, and the cap keeps a damaged link file from
*> looping a report forever.
77 max-chain-hops pic 99 value 50.
