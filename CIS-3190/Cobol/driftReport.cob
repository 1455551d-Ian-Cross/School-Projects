      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> The same history file opened a second time, for looking up a
  *> predecessor's readings by key while the sweep above keeps its
  *> place.
  select chain-history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is chh-key
      file status chain-history-status.
  select drift-report-file assign to "drift-report.dat"
      organization line sequential
      file status drift-report-status.
data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd history-file.
  copy historyRec.
fd chain-history-file.
  *> Only the leading fields of history-rec are needed here.
  01 chain-history-rec.
    02 chh-key.
      03 chh-id     pic x(10).
      03 chh-date   pic x(8).
    02 chh-value    pic s9(11)v9(6).
    02 chh-result   pic 9(11)v9(6).
    02 chh-status   pic 9.
    02 filler       pic x(34).
fd drift-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 history-file-status pic xx value '00'.
77 chain-history-status pic xx value '00'.
77 drift-report-status pic xx value '00'.
77 end-of-history     pic x value 'N'.
77 run-date           pic x(8).
77 yesterday-date     pic x(8).
77 date-entry         pic x(10).
77 threshold-entry    pic x(10).
77 chain-entry        pic x(10).
*> Y = a replacement with no prior record of its own is judged
*> against the instrument it replaced, and an instrument replaced
*> by one that reported today is not missing.
77 follow-chains      pic x value 'N'.
77 chain-hops         pic 99 value 0.
*> Readings of a predecessor on or after this date are not carried
*> over - from then on the reading ID after it was in service.
77 chain-boundary     pic x(8).
77 end-of-chain       pic x value 'N'.
77 end-of-chain-scan  pic x value 'N'.
*> The predecessor whose reading became the prior - blank when the
*> prior is the instrument's own.
77 prior-via          pic x(10).
77 count-replaced     pic 9(9) value 0.
*> Flag any reading whose result moved more than this percentage
*> against its own prior record - ten percent overnight is already
*> twice what a healthy cable drifts.
77 count-compared     pic 9(9) value 0.
77 count-flagged      pic 9(9) value 0.
77 count-missing      pic 9(9) value 0.
copy linkChainParms.
01 title-line.
  02 filler pic X(26) value 'Day-over-day drift report'.
01 under-line.
01 threshold-prompt-line.
  02 filler pic X(44) value 'Drift threshold percent (blank = 10):'.
  02 filler pic X value space.
01 chain-prompt-line.
  02 filler pic X(44) value
      'Follow replacement chains? (Y/N, blank = N):'.
  02 filler pic X value space.
01 drift-line.
  02 dft-id pic X(10).
  02 filler pic X value space.
  02 filler pic X(8) value '  Drift '.
  02 dft-pct pic -(4)9.99.
  02 filler pic X value '%'.
  02 dft-via pic X(17).
01 missing-line.
  02 mis-id pic X(10).
  02 filler pic X value space.
  02 filler pic X(3) value spaces.
  02 filler pic X(15) value 'Missing today: '.
  02 sum-missing pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(20) value 'Replaced, not lost: '.
  02 sum-replaced pic Z(8)9.

*> End-of-batch drift check: for every reading ID with a record on
*> the report date, compare its result against that ID's most recent
*> prior record and list any move beyond the threshold - plus IDs
*> that reported yesterday but are silent today. A cable drifting
*> overnight is exactly what this system is paid to catch. Following
*> replacement chains, a new instrument's first night is judged
*> against the last reading of the one it replaced.
procedure division.
main-logic.
  open output standard-output.
  if threshold-entry is not equal to spaces
    compute drift-threshold = function numval(threshold-entry)
  end-if.
  write out-line from chain-prompt-line after advancing 1 line.
  move spaces to chain-entry.
  accept chain-entry.
  if chain-entry is equal to 'Y' or chain-entry is equal to 'y'
    move 'Y' to follow-chains
  end-if.
  if run-date is not numeric
    display 'Report date must be yyyymmdd'
  else
      display 'Unable to open history-file.dat'
    else
      open output drift-report-file
      if follow-chains is equal to 'Y'
        open input chain-history-file
        if chain-history-status is not equal to '00'
          display 'Unable to open history-file.dat a second time'
              ' - replacement chains not followed'
          move 'N' to follow-chains
        end-if
      end-if
      perform sweep-history
      if follow-chains is equal to 'Y'
        close chain-history-file
      end-if
      move count-compared to sum-compared
      move count-flagged to sum-flagged
      move count-missing to sum-missing
      move count-replaced to sum-replaced
      write out-line from summary-line after advancing 1 line
      write rpt-line from summary-line
      close drift-report-file
  end-if.

judge-group.
  move spaces to prior-via.
  if group-id is not equal to spaces
    if has-today is equal to 'Y' and has-prior is equal to 'N'
         and follow-chains is equal to 'Y'
      perform find-chain-prior
    end-if
    if has-today is equal to 'Y' and has-prior is equal to 'Y'
      add 1 to count-compared
      if prior-result is equal to 0
        end-if
      end-if
    end-if
    if seen-yesterday is equal to 'Y'
         and reported-today is equal to 'N'
         and follow-chains is equal to 'Y'
      perform check-replaced-today
    end-if
    if seen-yesterday is equal to 'Y'
         and reported-today is equal to 'N'
      add 1 to count-missing
  move 'N' to seen-yesterday.
  move 'N' to reported-today.

find-chain-prior.
  *> Back along the chain one instrument at a time until one has a
  *> computed reading from before it was replaced - a spare that
  *> only stood in for a night or two may have none.
  move group-id to lcp-id.
  move run-date to chain-boundary.
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
      if lcp-changeover is less than chain-boundary
        move lcp-changeover to chain-boundary
      end-if
      perform find-predecessor-reading
      if has-prior is equal to 'Y'
        move lcp-other-id to prior-via
        move 'Y' to end-of-chain
      else
        move lcp-other-id to lcp-id
      end-if
    end-if
  end-perform.

find-predecessor-reading.
  *> Key order is date order within the ID, so the last computed
  *> reading before the boundary is the one the changeover followed.
  move lcp-other-id to chh-id.
  move low-values to chh-date.
  start chain-history-file key is not less than chh-key
    invalid key
      continue
    not invalid key
      move 'N' to end-of-chain-scan
      perform until end-of-chain-scan is equal to 'Y'
        read chain-history-file next record
          at end
            move 'Y' to end-of-chain-scan
          not at end
            if chh-id is not equal to lcp-other-id
                 or chh-date is not less than chain-boundary
              move 'Y' to end-of-chain-scan
            else
              if chh-status is equal to 0 or chh-status is equal to 2
                move 'Y' to has-prior
                move chh-result to prior-result
                move chh-date to prior-date
              end-if
            end-if
        end-read
      end-perform
  end-start.

check-replaced-today.
  *> Silent because its replacement took over - the successor's
  *> own reading today says the position is still reporting.
  move group-id to lcp-id.
  move 'S' to lcp-function.
  call "linkChain" using link-chain-parms.
  if lcp-found is equal to 'Y'
       and lcp-changeover is not greater than run-date
    move lcp-other-id to chh-id
    move run-date to chh-date
    read chain-history-file key is chh-key
      invalid key
        continue
      not invalid key
        move 'Y' to reported-today
        add 1 to count-replaced
    end-read
  end-if.

write-drift-line.
  add 1 to count-flagged.
  move group-id to dft-id.
  move prior-date to dft-prior-date.
  move today-result to dft-today.
  move drift-pct to dft-pct.
  if prior-via is equal to spaces
    move spaces to dft-via
  else
    move spaces to dft-via
    string '  from ' prior-via delimited by size into dft-via
  end-if.
  write out-line from drift-line after advancing 1 line.
  write rpt-line from drift-line.
