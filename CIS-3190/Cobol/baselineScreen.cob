*> A baseline built on a handful of readings flags everything -
*> demand at least this many samples before trusting it.
77 minimum-samples      pic 9(4) value 5.
77 chain-entry          pic x(10).
*> Y = a reading with no usable baseline of its own is judged by
*> the baseline of the instrument it replaced.
77 follow-chains        pic x value 'N'.
77 chain-hops           pic 99 value 0.
77 end-of-chain         pic x value 'N'.
*> N = no baseline row, T = too thin or flat to judge by, U =
*> usable - for the row last read.
77 baseline-state       pic x value 'N'.
77 own-baseline-state   pic x value 'N'.
*> The predecessor whose baseline judged the reading - blank when
*> it was the instrument's own.
77 baseline-via         pic x(10).
77 result-deviation     pic 9(9)v9(2).
77 count-screened       pic 9(9) value 0.
77 count-flagged        pic 9(9) value 0.
77 count-no-baseline    pic 9(9) value 0.
77 count-thin-baseline  pic 9(9) value 0.
77 count-chained        pic 9(9) value 0.
copy linkChainParms.
01 title-line.
  02 filler pic X(36) value 'Baseline deviation screening report'.
01 under-line.
01 samples-prompt-line.
  02 filler pic X(44) value 'Minimum baseline samples (blank = 5):'.
  02 filler pic X value space.
01 chain-prompt-line.
  02 filler pic X(44) value
      'Follow replacement chains? (Y/N, blank = N):'.
  02 filler pic X value space.
01 flagged-line.
  02 flg-id pic X(10).
  02 filler pic X(9) value '  Today: '.
  02 filler pic X(2) value spaces.
  02 flg-devs pic Z(7)9.99.
  02 filler pic X(11) value ' deviations'.
01 via-line.
  02 filler pic X(32) value '          judged by baseline of '.
  02 via-id pic X(10).
  02 filler pic X(28) value ', the instrument it replaced'.
01 summary-line.
  02 filler pic X(10) value 'Screened: '.
  02 sum-screened pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(15) value 'Thin baseline: '.
  02 sum-thin pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(17) value 'Via predecessor: '.
  02 sum-chained pic Z(8)9.

*> Statistical screen over one day's results: every computed
*> reading on the report date is judged against its own
*> is listed. This is the net for the slow failures - a cable that
*> drifts a little every night never trips the day-over-day report,
*> but it can't stay inside its own month's spread forever.
*> Following replacement chains, a replacement with no usable
*> baseline yet is judged by its predecessor's.
procedure division.
main-logic.
  open output standard-output.
       and function test-numval(samples-entry) is equal to 0
    compute minimum-samples = function numval(samples-entry)
  end-if.
  write out-line from chain-prompt-line after advancing 1 line.
  move spaces to chain-entry.
  accept chain-entry.
  if chain-entry is equal to 'Y' or chain-entry is equal to 'y'
    move 'Y' to follow-chains
  end-if.
  if report-date is not numeric
    display 'Report date must be yyyymmdd'
  else
        move count-flagged to sum-flagged
        move count-no-baseline to sum-no-baseline
        move count-thin-baseline to sum-thin
        move count-chained to sum-chained
        write out-line from summary-line after advancing 1 line
        write rpt-line from summary-line
        close screen-report-file

screen-one-record.
  add 1 to count-screened.
  move spaces to baseline-via.
  move hist-id to bsl-id.
  perform judge-baseline-row.
  if baseline-state is not equal to 'U'
       and follow-chains is equal to 'Y'
    perform find-chain-baseline
  end-if.
  evaluate baseline-state
    when 'N'
      add 1 to count-no-baseline
    when 'T'
      add 1 to count-thin-baseline
    when other
      compute result-deviation rounded =
        function abs(hist-result - bsl-mean) / bsl-spread
        on size error
          move 999999999.99 to result-deviation
      end-compute
      if result-deviation is greater than deviation-threshold
        add 1 to count-flagged
        move hist-id to flg-id
        move hist-result to flg-result
        move bsl-mean to flg-mean
        move bsl-spread to flg-spread
        move result-deviation to flg-devs
        write out-line from flagged-line after advancing 1 line
        write rpt-line from flagged-line
        if baseline-via is not equal to spaces
          move baseline-via to via-id
          write out-line from via-line after advancing 1 line
          write rpt-line from via-line
        end-if
      end-if
  end-evaluate.

judge-baseline-row.
  read baseline-file key is bsl-id
    invalid key
      move 'N' to baseline-state
    not invalid key
      evaluate true
        when bsl-count is less than minimum-samples
          move 'T' to baseline-state
        *> A flat baseline has no yardstick - anything to judge by
        *> spread needs a spread. The drift report still covers
        *> instruments like this.
        when bsl-spread is equal to 0
          move 'T' to baseline-state
        when other
          move 'U' to baseline-state
      end-evaluate
  end-read.

find-chain-baseline.
  *> A replacement too new for a baseline of its own is judged by
  *> the nearest instrument it replaced that has one. Nothing
  *> usable along the chain leaves the reading counted as its own
  *> baseline left it.
  move baseline-state to own-baseline-state.
  move hist-id to lcp-id.
  move 0 to chain-hops.
  move 'N' to end-of-chain.
  perform until end-of-chain is equal to 'Y'
    move 'P' to lcp-function
    call "linkChain" using link-chain-parms
    add 1 to chain-hops
    if lcp-found is not equal to 'Y'
         or chain-hops is greater than max-chain-hops
      move 'Y' to end-of-chain
    else
      move lcp-other-id to bsl-id
      perform judge-baseline-row
      if baseline-state is equal to 'U'
        move lcp-other-id to baseline-via
        add 1 to count-chained
        move 'Y' to end-of-chain
      else
        move lcp-other-id to lcp-id
      end-if
    end-if
  end-perform.
  if baseline-state is not equal to 'U'
    move own-baseline-state to baseline-state
  end-if.
