  02 top-entry occurs 10 times.
    03 top-id    pic x(10).
    03 top-count pic 9(9).
    *> Y = the count includes the aborts of instruments this one
    *> replaced.
    03 top-combined pic x.
*> One reading ID's records sit together in key order, so its
*> aborts for the month can be counted in the single sweep and
*> judged against the leader board when the ID changes.
77 group-id     pic x(10) value spaces.
77 group-aborts pic 9(9) value 0.
77 chain-entry  pic x(10).
*> Y = a replacement instrument is ranked with the aborts of the
*> instruments it replaced, under its own (the latest) ID.
77 follow-chains pic x value 'N'.
77 chain-hops   pic 99 value 0.
77 end-of-chain pic x value 'N'.
77 has-links    pic x value 'N'.
77 head-id      pic x(10).
77 chain-x      pic 9(4) comp.
77 chain-count  pic 9(4) comp value 0.
77 place-id     pic x(10).
77 place-count  pic 9(9).
77 place-combined pic x.
*> Aborts of linked instruments, gathered under the head of each
*> chain. Its members are scattered through the key order, so they
*> are ranked only once the sweep has seen them all.
01 chain-tab.
  02 chn-entry occurs 500 times.
    03 chn-head    pic x(10).
    03 chn-aborts  pic 9(9).
    03 chn-members pic 9(4).
copy linkChainParms.
01 title-line.
  02 filler pic X(31) value 'Instrument performance report'.
01 prompt-line.
  02 filler pic X(26) value 'Report month (yyyymm):'.
  02 filler pic X value space.
01 chain-prompt-line.
  02 filler pic X(44) value
      'Follow replacement chains? (Y/N, blank = N):'.
  02 filler pic X value space.
01 bad-month-line.
  02 filler pic X(37) value 'Month must be yyyymm - no report run'.
01 page-header-line.
  02 topl-id pic X(10).
  02 filler pic X(2) value spaces.
  02 topl-count pic Z(8)9.
  02 topl-note pic X(16).
01 no-data-line.
  02 filler pic X(40) value 'No history records found for that month'.
01 done-line.
*> month (the early-warning signal for a wrong precision profile or
*> a failing instrument bank), per-day min, max, and mean input
*> values, and the ten reading IDs with the most aborted attempts.
*> Paginated for printing. Following replacement chains, an
*> instrument's aborts count toward the instrument that replaced
*> it, so a failing position is ranked as one.
procedure division.
main-logic.
  open output standard-output.
  move spaces to month-entry.
  accept month-entry.
  move month-entry(1:6) to report-month.
  write out-line from chain-prompt-line after advancing 1 line.
  move spaces to chain-entry.
  accept chain-entry.
  if chain-entry is equal to 'Y' or chain-entry is equal to 'y'
    move 'Y' to follow-chains
  end-if.
  if report-month is not numeric
    write out-line from bad-month-line after advancing 1 line
  else
init-top-tab.
  move spaces to top-id(top-x).
  move 0 to top-count(top-x).
  move 'N' to top-combined(top-x).

sweep-history.
  move low-values to hist-key.
    end-read
  end-perform.
  perform judge-group.
  perform place-chain
    varying chain-x from 1 by 1
    until chain-x is greater than chain-count.

tally-record.
  move function numval(hist-date(7:2)) to day-x.
  *> place on the leader board, pushing lesser entries down a slot.
  if group-id is not equal to spaces
       and group-aborts is greater than 0
    move 'N' to has-links
    if follow-chains is equal to 'Y'
      perform find-chain-head
    end-if
    if has-links is equal to 'Y'
      perform add-to-chain
    else
      move group-id to place-id
      move group-aborts to place-count
      move 'N' to place-combined
      perform place-on-board
    end-if
  end-if.
  move 0 to group-aborts.

find-chain-head.
  move group-id to head-id.
  move group-id to lcp-id.
  move 'P' to lcp-function.
  call "linkChain" using link-chain-parms.
  if lcp-found is equal to 'Y'
    move 'Y' to has-links
  end-if.
  move 0 to chain-hops.
  move 'N' to end-of-chain.
  perform until end-of-chain is equal to 'Y'
    move head-id to lcp-id
    move 'S' to lcp-function
    call "linkChain" using link-chain-parms
    add 1 to chain-hops
    if lcp-found is not equal to 'Y'
         or chain-hops is greater than max-chain-hops
      move 'Y' to end-of-chain
    else
      move 'Y' to has-links
      move lcp-other-id to head-id
    end-if
  end-perform.

add-to-chain.
  move 'N' to slot-found.
  perform varying chain-x from 1 by 1
    until chain-x is greater than chain-count
      or slot-found is equal to 'Y'
    if chn-head(chain-x) is equal to head-id
      move 'Y' to slot-found
      add group-aborts to chn-aborts(chain-x)
      add 1 to chn-members(chain-x)
    end-if
  end-perform.
  if slot-found is equal to 'N'
    if chain-count is less than 500
      add 1 to chain-count
      move head-id to chn-head(chain-count)
      move group-aborts to chn-aborts(chain-count)
      move 1 to chn-members(chain-count)
    else
      *> More chains with aborts than the table holds - this one is
      *> ranked as a single instrument rather than left off.
      move group-id to place-id
      move group-aborts to place-count
      move 'N' to place-combined
      perform place-on-board
    end-if
  end-if.

place-chain.
  move chn-head(chain-x) to place-id.
  move chn-aborts(chain-x) to place-count.
  if chn-members(chain-x) is greater than 1
    move 'Y' to place-combined
  else
    move 'N' to place-combined
  end-if.
  perform place-on-board.

place-on-board.
  move 'N' to slot-found.
  perform varying top-x from 1 by 1
    until top-x is greater than 10
      or slot-found is equal to 'Y'
    if place-count is greater than top-count(top-x)
      move 'Y' to slot-found
      perform varying shift-x from 10 by -1
        until shift-x is not greater than top-x
        move top-entry(shift-x - 1) to top-entry(shift-x)
      end-perform
      move place-id to top-id(top-x)
      move place-count to top-count(top-x)
      move place-combined to top-combined(top-x)
    end-if
  end-perform.

write-report-line.
  *> All report output funnels through here so the page break and
  *> the header land in one place. A fresh page every 55 lines.
    perform write-report-line
    move top-id(top-x) to topl-id
    move top-count(top-x) to topl-count
    if top-combined(top-x) is equal to 'Y'
      move '  incl. replaced' to topl-note
    else
      move spaces to topl-note
    end-if
    write rpt-line from top-line after advancing 1 line
    add 1 to line-count
  end-if.
