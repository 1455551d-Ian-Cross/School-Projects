identification division.
program-id. profileSim.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> Read only - the simulation never rewrites a history row, and
  *> never goes near the feed or the repair queue.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> For each instrument's own precision profile, which the batch
  *> run puts ahead of the card's - read only, like history.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  select sim-report-file assign to "profile-sim-report.dat"
      organization line sequential
      file status sim-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd history-file.
  copy historyRec.
fd instrument-file.
  copy instrumentRec.
fd sim-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 history-file-status pic xx value '00'.
77 sim-report-status  pic xx value '00'.
77 instrument-file-status pic xx value '00'.
77 master-available   pic x value 'N'.
*> The profile the reading in hand would really run under: the
*> candidate, unless its instrument has a profile of its own.
77 group-profile      pic x value space.
77 reading-tolerance  pic v9(5).
77 reading-max-iter   pic s9999.
77 end-of-history     pic x value 'N'.
77 date-entry         pic x(10).
77 tolerance-entry    pic x(10).
77 iter-entry         pic x(10).
77 from-date          pic x(8).
77 to-date            pic x(8).
77 settings-valid     pic x value 'Y'.
*> The candidate settings, same pictures as calc-sqrt-parms - blank
*> answers leave the Standard profile the run defaults to.
77 sim-tolerance      pic v9(5) value .00100.
77 sim-max-iter       pic s9999 value 1000.
*> What calcSqrt is handed and hands back - the same pictures the
*> batch run calls it with.
77 z                  pic s9(11)v9(6).
77 sim-outval         pic Z(11)9.9(6).
*> What the candidate would have made of the reading in hand.
77 sim-result         pic 9(11)v9(6).
77 sim-status         pic 9.
77 sim-escalated      pic x value space.
77 posted-aborted     pic x value 'N'.
77 sim-aborted        pic x value 'N'.
77 result-diff        pic 9(11)v9(6).
*> One ID's records sit together in key order, so each instrument
*> is judged when the ID changes - one pass, no work file.
77 group-id           pic x(10) value spaces.
77 grp-readings       pic 9(9) value 0.
77 grp-compared       pic 9(9) value 0.
77 grp-changed        pic 9(9) value 0.
77 grp-new-aborts     pic 9(9) value 0.
77 grp-new-escalations pic 9(9) value 0.
77 grp-recovered      pic 9(9) value 0.
77 grp-max-diff       pic 9(11)v9(6) value 0.
77 grp-total-diff     pic 9(13)v9(6) value 0.
77 grp-mean-diff      pic 9(11)v9(6) value 0.
77 count-instruments  pic 9(9) value 0.
77 count-affected     pic 9(9) value 0.
77 count-readings     pic 9(9) value 0.
77 count-not-computed pic 9(9) value 0.
77 count-changed      pic 9(9) value 0.
77 count-new-aborts   pic 9(9) value 0.
77 count-new-escalations pic 9(9) value 0.
77 count-recovered    pic 9(9) value 0.
77 overall-max-diff   pic 9(11)v9(6) value 0.
copy calcParms.
01 title-line.
  02 filler pic X(28) value 'Precision profile simulation'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 from-prompt-line.
  02 filler pic X(44) value
      'From history date yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 to-prompt-line.
  02 filler pic X(44) value 'To history date yyyymmdd (blank = same):'.
  02 filler pic X value space.
01 tolerance-prompt-line.
  02 filler pic X(44) value 'Candidate tolerance (blank = .001):'.
  02 filler pic X value space.
01 iter-prompt-line.
  02 filler pic X(44) value 'Candidate iteration cap (blank = 1000):'.
  02 filler pic X value space.
01 settings-line.
  02 filler pic X(6) value 'Span: '.
  02 stl-from pic X(8).
  02 filler pic X(4) value ' to '.
  02 stl-to pic X(8).
  02 filler pic X(14) value '   Tolerance: '.
  02 stl-tolerance pic .9(5).
  02 filler pic X(18) value '   Iteration cap: '.
  02 stl-max-iter pic Z(3)9.
01 heading-line.
  02 filler pic X(11) value 'ID'.
  02 filler pic X(11) value '   Readings'.
  02 filler pic X(11) value '    Changed'.
  02 filler pic X(21) value '           Max change'.
  02 filler pic X(21) value '          Mean change'.
  02 filler pic X(11) value ' New aborts'.
  02 filler pic X(11) value ' Escalation'.
  02 filler pic X(11) value '  Recovered'.
01 instrument-line.
  02 inl-id pic X(10).
  02 filler pic X value space.
  02 filler pic X(2) value spaces.
  02 inl-readings pic Z(8)9.
  02 filler pic X(2) value spaces.
  02 inl-changed pic Z(8)9.
  02 filler pic X(2) value spaces.
  02 inl-max-diff pic Z(11)9.9(6).
  02 filler pic X(2) value spaces.
  02 inl-mean-diff pic Z(11)9.9(6).
  02 filler pic X(2) value spaces.
  02 inl-new-aborts pic Z(8)9.
  02 filler pic X(2) value spaces.
  02 inl-new-escalations pic Z(8)9.
  02 filler pic X(2) value spaces.
  02 inl-recovered pic Z(8)9.
01 no-change-line.
  02 filler pic X(59) value
      'No instrument in the span would change under these settings'.
01 summary-line-1.
  02 filler pic X(13) value 'Instruments: '.
  02 sum-instruments pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Affected: '.
  02 sum-affected pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Recomputed: '.
  02 sum-readings pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(21) value 'Negative, no result: '.
  02 sum-not-computed pic Z(8)9.
01 summary-line-2.
  02 filler pic X(9) value 'Changed: '.
  02 sum-changed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Max change: '.
  02 sum-max-diff pic Z(11)9.9(6).
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'New aborts: '.
  02 sum-new-aborts pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Escalation: '.
  02 sum-new-escalations pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(11) value 'Recovered: '.
  02 sum-recovered pic Z(8)9.

*> What-if for a precision profile change, decided on evidence:
*> every history row in a date span is recomputed through calcSqrt
*> under a candidate tolerance and iteration cap, by its own
*> hist-op, and set beside the result actually posted. Per
*> instrument it reports how far the new results land from the
*> posted ones, and how many readings would newly abort, newly need
*> the batch run's escalation retry, or converge where the posted
*> attempt aborted. An instrument with its own profile on the
*> master keeps it, exactly as the batch run does, so a card change
*> is never shown moving readings it would not touch; today's
*> master is the one read, since it is the one the next run will
*> use. Nothing is written anywhere but the report - calcSqrt is
*> told to skip its own feed write, as reconcileSqrt does.
procedure division.
main-logic.
  open output standard-output.
  move 'Y' to csp-skip-feed.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from from-prompt-line after advancing 1 line.
  move spaces to date-entry.
  accept date-entry.
  if date-entry is equal to spaces
    move function current-date(1:8) to from-date
  else
    move date-entry to from-date
  end-if.
  write out-line from to-prompt-line after advancing 1 line.
  move spaces to date-entry.
  accept date-entry.
  if date-entry is equal to spaces
    move from-date to to-date
  else
    move date-entry to to-date
  end-if.
  write out-line from tolerance-prompt-line after advancing 1 line.
  move spaces to tolerance-entry.
  accept tolerance-entry.
  if tolerance-entry is not equal to spaces
    if function test-numval(tolerance-entry) is not equal to 0
      move 'N' to settings-valid
    else if function numval(tolerance-entry) is not greater than 0
         or function numval(tolerance-entry) is not less than 1
      move 'N' to settings-valid
    else
      compute sim-tolerance = function numval(tolerance-entry)
    end-if
    end-if
  end-if.
  write out-line from iter-prompt-line after advancing 1 line.
  move spaces to iter-entry.
  accept iter-entry.
  if iter-entry is not equal to spaces
    if function test-numval(iter-entry) is not equal to 0
      move 'N' to settings-valid
    else if function numval(iter-entry) is less than 1
         or function numval(iter-entry) is greater than 9999
      move 'N' to settings-valid
    else
      compute sim-max-iter = function numval(iter-entry)
    end-if
    end-if
  end-if.
  if from-date is not numeric or to-date is not numeric
    display 'History dates must be yyyymmdd'
  else if to-date is less than from-date
    display 'The span ends before it starts'
  else if settings-valid is equal to 'N'
    display 'Tolerance must be between 0 and 1, iteration cap'
        ' between 1 and 9999'
  else
    open input history-file
    if history-file-status is not equal to '00'
      display 'Unable to open history-file.dat'
    else
      open input instrument-file
      if instrument-file-status is equal to '00'
        move 'Y' to master-available
      else
        display 'No instrument-master.dat - every reading is taken'
            ' under the candidate'
      end-if
      open output sim-report-file
      move from-date to stl-from
      move to-date to stl-to
      move sim-tolerance to stl-tolerance
      move sim-max-iter to stl-max-iter
      write out-line from settings-line after advancing 1 line
      write rpt-line from settings-line
      write out-line from heading-line after advancing 2 lines
      write rpt-line from heading-line
      perform sweep-history
      if count-affected is equal to 0
        write out-line from no-change-line after advancing 1 line
        write rpt-line from no-change-line
      end-if
      move count-instruments to sum-instruments
      move count-affected to sum-affected
      move count-readings to sum-readings
      move count-not-computed to sum-not-computed
      move count-changed to sum-changed
      move overall-max-diff to sum-max-diff
      move count-new-aborts to sum-new-aborts
      move count-new-escalations to sum-new-escalations
      move count-recovered to sum-recovered
      write out-line from summary-line-1 after advancing 2 lines
      write rpt-line from summary-line-1
      write out-line from summary-line-2 after advancing 1 line
      write rpt-line from summary-line-2
      close sim-report-file
      if master-available is equal to 'Y'
        close instrument-file
      end-if
      close history-file
    end-if
  end-if
  end-if
  end-if.
  close standard-output.
  stop run.

sweep-history.
  move low-values to hist-key.
  start history-file key is not less than hist-key
    invalid key
      move 'Y' to end-of-history
  end-start.
  perform until end-of-history is equal to 'Y'
    read history-file next record
      at end
        move 'Y' to end-of-history
      not at end
        if hist-date is not less than from-date
             and hist-date is not greater than to-date
          if hist-id is not equal to group-id
            perform judge-group
            move hist-id to group-id
            perform find-group-profile
          end-if
          perform simulate-reading
        end-if
    end-read
  end-perform.
  perform judge-group.

simulate-reading.
  *> A negative reading the run rejected has no result under any
  *> profile - tolerance never touches it.
  if hist-status is equal to 1
    add 1 to count-not-computed
  else
    add 1 to grp-readings
    add 1 to count-readings
    perform recompute-reading
    if hist-status is equal to 3 or hist-status is equal to 4
      move 'Y' to posted-aborted
    else
      move 'N' to posted-aborted
    end-if
    if sim-status is equal to 3 or sim-status is equal to 4
      move 'Y' to sim-aborted
    else
      move 'N' to sim-aborted
    end-if
    if sim-aborted is equal to 'Y' and posted-aborted is equal to 'N'
      add 1 to grp-new-aborts
    end-if
    if sim-aborted is equal to 'N' and posted-aborted is equal to 'Y'
      add 1 to grp-recovered
    end-if
    if sim-escalated is equal to 'E'
         and hist-escalated is not equal to 'E'
      add 1 to grp-new-escalations
    end-if
    *> Only two converged results say anything about how far a
    *> result moves - an abort's figure is whatever the loop had.
    if sim-aborted is equal to 'N' and posted-aborted is equal to 'N'
      add 1 to grp-compared
      compute result-diff = function abs(sim-result - hist-result)
      add result-diff to grp-total-diff
      if result-diff is greater than 0
        add 1 to grp-changed
      end-if
      if result-diff is greater than grp-max-diff
        move result-diff to grp-max-diff
      end-if
    end-if
  end-if.

recompute-reading.
  *> The reading as the run computed it: hist-value is the
  *> calibrated input (for an RMS row, the mean of squares), and a
  *> status 2 or 4 row was posted in imaginary mode.
  move hist-value to z.
  if hist-op is equal to 'C' or hist-op is equal to 'R'
    move hist-op to csp-op-code
  else
    move 'S' to csp-op-code
  end-if.
  if hist-status is equal to 2 or hist-status is equal to 4
    move 'Y' to csp-imaginary-mode
  else
    move 'N' to csp-imaginary-mode
  end-if.
  move space to sim-escalated.
  move sim-tolerance to reading-tolerance.
  move sim-max-iter to reading-max-iter.
  *> The instrument's own profile wins over the candidate, with the
  *> same 1/2/3 meanings the batch run gives it.
  evaluate group-profile
    when '1'
      move .01000 to reading-tolerance
      move 100 to reading-max-iter
    when '2'
      move .00100 to reading-tolerance
      move 1000 to reading-max-iter
    when '3'
      move .00001 to reading-tolerance
      move 5000 to reading-max-iter
    when other
      continue
  end-evaluate.
  move reading-tolerance to csp-tolerance.
  move reading-max-iter to csp-max-iter.
  call "calcSqrt" using z, sim-outval, calc-sqrt-parms.
  *> The batch run's own second try at Precise, for any profile
  *> short of Precise - an abort it rescues is an escalation, not
  *> an abort.
  if (csp-status is equal to 3 or csp-status is equal to 4)
       and (reading-tolerance is greater than .00001
            or reading-max-iter is less than 5000)
    move .00001 to csp-tolerance
    move 5000 to csp-max-iter
    call "calcSqrt" using z, sim-outval, calc-sqrt-parms
    if csp-status is not equal to 3 and csp-status is not equal to 4
      move 'E' to sim-escalated
    end-if
  end-if.
  move csp-result to sim-result.
  move csp-status to sim-status.

find-group-profile.
  move space to group-profile.
  if master-available is equal to 'Y'
    move hist-id to inst-id
    read instrument-file key is inst-id
      invalid key
        continue
      not invalid key
        move inst-profile to group-profile
    end-read
  end-if.

judge-group.
  if group-id is not equal to spaces
    add 1 to count-instruments
    add grp-changed to count-changed
    add grp-new-aborts to count-new-aborts
    add grp-new-escalations to count-new-escalations
    add grp-recovered to count-recovered
    if grp-max-diff is greater than overall-max-diff
      move grp-max-diff to overall-max-diff
    end-if
    *> Only instruments the change would touch are listed - the
    *> rest are in the summary count.
    if grp-changed is greater than 0
         or grp-new-aborts is greater than 0
         or grp-new-escalations is greater than 0
         or grp-recovered is greater than 0
      add 1 to count-affected
      if grp-compared is greater than 0
        compute grp-mean-diff rounded = grp-total-diff / grp-compared
      else
        move 0 to grp-mean-diff
      end-if
      move group-id to inl-id
      move grp-readings to inl-readings
      move grp-changed to inl-changed
      move grp-max-diff to inl-max-diff
      move grp-mean-diff to inl-mean-diff
      move grp-new-aborts to inl-new-aborts
      move grp-new-escalations to inl-new-escalations
      move grp-recovered to inl-recovered
      write out-line from instrument-line after advancing 1 line
      write rpt-line from instrument-line
    end-if
  end-if.
  move 0 to grp-readings.
  move 0 to grp-compared.
  move 0 to grp-changed.
  move 0 to grp-new-aborts.
  move 0 to grp-new-escalations.
  move 0 to grp-recovered.
  move 0 to grp-max-diff.
  move 0 to grp-total-diff.
