      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> The same history file opened a second time, for reading a
  *> predecessor's results by key while the sweep keeps its place.
  select chain-history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is chh-key
      file status chain-history-status.
  *> Every replacement, for the ones too new to have a reading of
  *> their own yet.
  select link-file assign to "instrument-link.dat"
      organization indexed
      access mode dynamic
      record key is lnk-successor
      file status link-file-status.
  select baseline-file assign to "baseline-file.dat"
      organization indexed
      access mode dynamic
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
fd link-file.
  copy instLinkRec.
fd baseline-file.
  copy baselineRec.

working-storage section.
77 history-file-status  pic xx value '00'.
77 baseline-file-status pic xx value '00'.
77 chain-history-status pic xx value '00'.
77 link-file-status     pic xx value '00'.
77 end-of-links         pic x value 'N'.
77 chain-entry          pic x(10).
*> Y = a replacement's window takes in the readings of the
*> instruments it replaced from before each changeover, so its
*> baseline is there from its first night.
77 follow-chains        pic x value 'N'.
77 chain-hops           pic 99 value 0.
77 chain-boundary       pic x(8).
77 end-of-chain         pic x value 'N'.
77 end-of-chain-scan    pic x value 'N'.
77 group-seeded         pic x value 'N'.
77 count-seeded         pic 9(9) value 0.
*> The result being added to the group in hand - its own or a
*> predecessor's.
77 sample-result        pic 9(11)v9(6).
77 end-of-history       pic x value 'N'.
77 asof-entry           pic x(10).
77 window-entry         pic x(10).
77 count-too-few        pic 9(9) value 0.
77 count-off-scale      pic 9(9) value 0.
copy calcParms.
copy linkChainParms.
01 title-line.
  02 filler pic X(29) value 'Instrument baseline build'.
01 under-line.
01 window-prompt-line.
  02 filler pic X(36) value 'Window length in days (blank = 30):'.
  02 filler pic X value space.
01 chain-prompt-line.
  02 filler pic X(44) value
      'Follow replacement chains? (Y/N, blank = N):'.
  02 filler pic X value space.
01 off-scale-line.
  02 ofs-id pic X(10).
  02 filler pic X(44) value
  02 filler pic X(3) value spaces.
  02 filler pic X(11) value 'Off-scale: '.
  02 sum-off-scale pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(20) value 'Seeded from chains: '.
  02 sum-seeded pic Z(8)9.

*> Baseline build: sweeps history-file.dat once and computes, per
*> reading ID, the mean and spread of its computed results (status
*> writes them to the keyed baseline file baselineScreen judges new
*> results against. An ID with fewer than two usable readings in
*> the window keeps whatever baseline it already had rather than
*> being overwritten with statistics of nothing. Following
*> replacement chains, a replacement's window also takes in its
*> predecessors' results from before each changeover - a new cable
*> at an old position starts with the position's baseline.
procedure division.
main-logic.
  open output standard-output.
       and function test-numval(window-entry) is equal to 0
    compute window-days = function numval(window-entry)
  end-if.
  write out-line from chain-prompt-line after advancing 1 line.
  move spaces to chain-entry.
  accept chain-entry.
  if chain-entry is equal to 'Y' or chain-entry is equal to 'y'
    move 'Y' to follow-chains
  end-if.
  if asof-date is not numeric or window-days is equal to 0
    display 'As-of date must be yyyymmdd and the window at least'
        ' one day - no baselines built'
        *> This sweep is statistics, not a production feed - keep
        *> the spread calls off calcSqrt's ad-hoc file.
        move 'Y' to csp-skip-feed
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
          perform seed-new-replacements
          close chain-history-file
        end-if
        move count-baselined to sum-baselined
        move count-seeded to sum-seeded
        move count-too-few to sum-too-few
        move count-off-scale to sum-off-scale
        write out-line from summary-line after advancing 1 line
  if (hist-status is equal to 0 or hist-status is equal to 2)
       and hist-date is not less than window-from
       and hist-date is not greater than asof-date
    move hist-result to sample-result
    perform add-group-sample
  end-if.

add-group-sample.
  compute result-square = sample-result * sample-result
    on size error
      move 'Y' to group-ovfl
    not on size error
      add sample-result to group-sum
        on size error
          move 'Y' to group-ovfl
      end-add
      add result-square to group-sum-sq
        on size error
          move 'Y' to group-ovfl
      end-add
      add 1 to group-count
  end-compute.

judge-group.
  if group-id is not equal to spaces
    if follow-chains is equal to 'Y'
      perform seed-from-chain
    end-if
    evaluate true
      when group-ovfl is equal to 'Y'
        add 1 to count-off-scale
  move 0 to group-sum-sq.
  move 'N' to group-ovfl.

seed-from-chain.
  *> Back along the chain while the window still reaches - each
  *> predecessor only up to the date it was replaced, so no night
  *> is counted twice.
  move 'N' to group-seeded.
  move group-id to lcp-id.
  move high-values to chain-boundary.
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
      if chain-boundary is not greater than window-from
        move 'Y' to end-of-chain
      else
        perform add-predecessor-results
        move lcp-other-id to lcp-id
      end-if
    end-if
  end-perform.
  if group-seeded is equal to 'Y'
    add 1 to count-seeded
  end-if.

add-predecessor-results.
  move lcp-other-id to chh-id.
  move window-from to chh-date.
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
                 or chh-date is greater than asof-date
              move 'Y' to end-of-chain-scan
            else
              if chh-status is equal to 0 or chh-status is equal to 2
                move chh-result to sample-result
                perform add-group-sample
                move 'Y' to group-seeded
              end-if
            end-if
        end-read
      end-perform
  end-start.

seed-new-replacements.
  *> A replacement with no reading of its own yet never formed a
  *> group in the sweep - its baseline comes wholly from the chain.
  open input link-file.
  if link-file-status is equal to '00'
    perform until end-of-links is equal to 'Y'
      read link-file next record
        at end
          move 'Y' to end-of-links
        not at end
          if lnk-state is equal to 'A'
            perform seed-one-replacement
          end-if
      end-read
    end-perform
    close link-file
  end-if.

seed-one-replacement.
  move lnk-successor to chh-id.
  move low-values to chh-date.
  start chain-history-file key is not less than chh-key
    invalid key
      move spaces to chh-id
  end-start.
  if chh-id is not equal to spaces
    read chain-history-file next record
      at end
        move spaces to chh-id
    end-read
  end-if.
  if chh-id is not equal to lnk-successor
    move lnk-successor to group-id
    perform judge-group
  end-if.

write-group-baseline.
  compute group-mean rounded = group-sum / group-count
    on size error
