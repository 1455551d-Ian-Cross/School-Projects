  *> raw station extracts - a malformed record gets rejected up front
  *> with a reason code instead of sailing in here to produce
  *> nonsense. One validated file per collection station, opened in
  *> turn from the station master; no more hand-concatenated input.
  select batch-input-file assign to dynamic station-input-name
      organization line sequential
      file status batch-file-status.
  select station-control-file assign to "station-control.dat"
      organization line sequential
      file status station-control-status.
  *> The station list itself - which stations deliver tonight and
  *> where each one's validated file is. editBatch reads the same.
  select station-master-file assign to "station-master.dat"
      organization indexed
      access mode sequential
      record key is stm-code
      file status station-master-status.
  *> Each station's per-night counts, kept for the monthly scorecard
  *> - editBatch fills in the edit-pass half of the same row.
  select station-night-file assign to "station-night.dat"
      organization indexed
      access mode dynamic
      record key is sng-key
      file status station-night-status.
  *> Scheduler support: when this card file is present the run takes
  *> its mode, precision profile, and imaginary setting from it and
  *> never stops to prompt - lights-out is the whole point of batch.
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  *> instMaint's record of every master change, with the date each
  *> took effect - how a backdated or catch-up night is judged
  *> against the master as it stood on that night, not today.
  select instrument-change-file assign to "instrument-change.dat"
      organization indexed
      access mode dynamic
      record key is chg-key
      file status change-file-status.
  *> The calibration schedule and bench corrections calibMaint
  *> keeps - read-only here, and optional like the master.
  select calibration-file assign to "calibration.dat"
      organization indexed
      access mode dynamic
      record key is clb-id
      file status calibration-file-status.
  *> Each instrument's rolling mean and spread, as baselineCalc
  *> last built them - read only when the run is holding outliers.
  select baseline-file assign to "baseline-file.dat"
      organization indexed
      access mode dynamic
      record key is bsl-id
      file status baseline-file-status.
  *> Readings held out of the feed for an engineer to release or
  *> reject with holdRelease, keyed like history.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  *> Keyed by reading ID and date so a lookup can pull back any past
  *> result without re-running the calculation.
  select history-file assign to "history-file.dat"
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> Every history record a rerun overwrites, kept as it stood
  *> before - what lets runBackout undo this run's rewrites if the
  *> run turns out to be bad.
  select before-image-file assign to "history-before-image.dat"
      organization line sequential
      file status before-image-status.
  *> Permanent audit trail for invalid input and aborted (non-
  *> converging) attempts - the screen scrolls them away otherwise.
  select exception-log-file assign to "exception-log.dat"
    02 ckpt-count pic 9(9).
fd station-control-file.
  01 station-control-rec pic x(40).
fd station-master-file.
  copy stationRec.
fd station-night-file.
  copy stationNightRec.
fd run-status-file.
  01 run-status-rec pic x(81).
fd feed-register-file.
  01 feed-register-rec pic x(72).

fd instrument-file.
  copy instrumentRec.
fd instrument-change-file.
  copy instChangeRec.
fd calibration-file.
  copy calibrationRec.
fd baseline-file.
  copy baselineRec.
fd held-file.
  copy heldRec.
fd history-file.
  copy historyRec.
fd before-image-file.
  01 before-image-rec pic x(130).
fd exception-log-file.
  01 exc-line picture X(100).
fd tolerance-feed-file.
  01 feed-line picture X(48).
fd run-log-file.
  01 run-log-rec picture X(200).
fd run-lock-file.
  01 run-lock-rec picture X(31).

77 last-checkpointed  pic 9(9) value 0.
77 raw-entry          pic s9(13)v9(8).
77 history-file-status pic xx value '00'.
77 before-image-status pic xx value '00'.
*> The new history record in hand while the one it replaces is
*> read back for the before-image journal.
77 replacing-image     pic x(100).
77 instrument-file-status pic xx value '00'.
*> Y only when the instrument master opened cleanly - a shop that
*> hasn't built the master yet still gets its batch run, minus the
*> per-ID validation, and is told so once instead of per record.
77 master-available     pic x value 'N'.
77 instrument-ok        pic x value 'Y'.
77 change-file-status   pic xx value '00'.
*> Y when the change record opened - a master that has never been
*> changed through instMaint has no record, and today's version is
*> then the only one there is.
77 changes-available    pic x value 'N'.
*> N when the ID has no version in effect on the process date - not
*> on the master at all, or added only after that night.
77 instrument-found     pic x value 'Y'.
77 calibration-file-status pic xx value '00'.
*> Y only when the calibration file opened cleanly - without it
*> every reading goes through uncorrected and nothing is held
*> overdue, which is said once at the start of the run.
77 calibration-available pic x value 'N'.
*> Y when the run holds readings that fail the baseline screen out
*> of the feed - off unless the card or the console asks for it,
*> and switched back off for the night if the baseline or held file
*> won't open.
77 hold-readings        pic x value 'N'.
*> More than this many spreads from the instrument's baseline mean
*> is held - the same three baselineScreen starts from.
77 hold-threshold       pic 9(3)v9(2) value 3.00.
*> A baseline built on fewer samples than this, or with no spread
*> at all, has no yardstick - its readings go through unscreened.
77 hold-min-samples     pic 9(4) value 5.
77 hold-deviation       pic 9(9)v9(2).
77 baseline-file-status pic xx value '00'.
77 held-file-status     pic xx value '00'.
77 held-available       pic x value 'N'.
*> Y for the reading in hand once the screen has held it - keeps it
*> off the feed and marks its history row H.
77 reading-held         pic x value 'N'.
*> This run's own holds, for the trailer and the run log.
77 count-held           pic 9(9) value 0.
*> Held readings of the section being written - a restart's count
*> also takes in the failed run's holds it skips over, so the
*> trailer speaks for the whole night.
77 feed-held            pic 9(9) value 0.
*> The reading with the bench correction applied - what z is set
*> from. batch-value itself stays as the station sent it, so a
*> queued reject goes back uncorrected and is corrected again, once,
*> when it is resubmitted. Wider than z so a correction that pushes
*> a reading past the safe limit is caught by the same guard.
77 calibrated-value     pic s9(15)v9(8).
77 calibration-gain     pic 9(3)v9(6).
77 calibration-due-integer pic 9(9).
77 calibration-due-date pic 9(8).
*> The uncorrected counterpart of z, for hist-raw-value.
77 raw-z                pic s9(11)v9(6).
*> The checked instrument's own precision profile (blank = none) -
*> applied around the compute so a touchy instrument can run
*> Precise while the rest of the night runs the card's profile.
  *> through this one in a single invocation, each date's readings
  *> posted and fed under its own date. Blank = the one date only.
  02 rcc-catchup-to pic x(8).
  02 filler        pic x.
  *> The operator the scheduled run signs on as - it must hold
  *> function B on the operator file. Blank refuses a card run,
  *> since nobody is at the console to be asked.
  02 rcc-operator  pic x(3).
  02 filler        pic x.
  *> Y = hold readings that fail the baseline screen out of the
  *> feed for an engineer to release. Blank = send everything.
  02 rcc-hold      pic x.
  02 filler        pic x.
  *> Hold threshold in spreads, two implied decimals (0300 = 3.00)
  *> - blank keeps three.
  02 rcc-hold-devs pic x(4).
*> How many records go by between checkpoint rewrites. Writing the
*> checkpoint used to mean an open-write-close per record - at a
*> quarter-million readings a night that overhead alone blew the
77 rms-count           pic 9(5) value 0.
77 rms-mean            pic 9(11)v9(6).
77 sample-square       pic 9(16)v9(6).
*> The same group's raw samples squared and averaged, so history
*> carries the uncorrected mean of squares beside the corrected one.
*> Bounded by the same sample limit and count as rms-sum, so it
*> can't outgrow its picture where rms-sum doesn't.
77 rms-raw-sum         pic 9(16)v9(6) value 0.
77 rms-raw-mean        pic 9(11)v9(6).
77 raw-square          pic 9(16)v9(6).
*> Largest magnitude an R sample may have: the square root of what
*> z's picture holds, so the mean of squares can never outgrow
*> rms-mean and silently truncate - the exact failure the
*> Held to the flush, every checkpoint sits on a group boundary
*> and a restart wholly includes or wholly excludes each group.
77 checkpoint-due      pic x value 'N'.
*> Which input source the record now in hand came from: entries
*> 1 through station-count are the stations, rs-slot just past them
*> is the corrected-resubmission pickup. Indexes the per-source
*> subtotals below; only meaningful in batch mode.
77 station-x           pic 99 comp.
77 station-sub         pic 99 comp.
77 station-master-status pic xx value '00'.
77 end-of-stations     pic x value 'N'.
77 station-count       pic 99 comp value 0.
77 rs-slot             pic 99 comp value 1.
77 station-night-status pic xx value '00'.
77 nights-available    pic x value 'N'.
*> Y when this run picked up from a checkpoint - its night counts
*> then add to what the failed run recorded rather than replace it.
77 restart-run         pic x value 'N'.
77 restart-merge       pic x value 'N'.
*> The station's run totals as its file was opened - the night's own
*> counts are the difference once the file is finished, which keeps
*> a catch-up span's dates apart in a run-long tally.
77 night-base-read     pic 9(9).
77 night-base-processed pic 9(9).
77 night-base-aborted  pic 9(9).
77 night-base-dups     pic 9(9).
77 night-first         pic x value 'Y'.
77 night-min           pic s9(11)v9(6).
77 night-max           pic s9(11)v9(6).
*> The active collection stations' codes and validated files in
*> code order, loaded from the station master - the same list
*> editBatch loads, so onboarding a station is a data change.
01 station-tab.
  02 station-entry occurs 20 times.
    03 station-code      pic x(2).
    03 station-validated pic x(30).
77 station-control-status pic xx value '00'.
77 end-of-control      pic x value 'N'.
*> The processing night's weekday, 1 = Monday through 7 = Sunday,
77 outage-x            pic 99 comp.
77 outage-used         pic 99 comp value 0.
copy stationCtlRec.
copy histBeforeRec.
copy runStatusRec.
copy feedRegRec.
77 run-status-status   pic xx value '00'.
*> station-tab - cal-present stays N for a station the control
*> file never mentions, which keeps the old always-alarm behavior.
01 station-cal-tab.
  02 station-cal occurs 20 times.
    03 cal-present pic x.
    03 cal-days    pic x(7).
    03 cal-vol-min pic 9(9).
    03 cal-vol-max pic 9(9).
01 outage-tab.
  02 outage-entry occurs 99 times.
    03 outg-station pic x(2).
    03 outg-from    pic x(8).
    03 outg-to      pic x(8).
*> Per-source tallies for the end-of-run subtotals - one slot per
*> station plus rs-slot, the corrected-resubmission pickup,
*> reported alongside the stations.
01 station-stats.
  02 station-stat occurs 21 times.
    03 st-read      pic 9(9).
    03 st-processed pic 9(9).
    03 st-aborted   pic 9(9).
    03 st-duplicates pic 9(9).
    03 st-first     pic x.
    03 st-min       pic s9(11)v9(6).
    03 st-max       pic s9(11)v9(6).
*> file can both be read INTO it and share the same processing.
copy batchInRec.
copy calcParms.
copy signOnParms.
copy toleranceFeedRec.
*> The queue record a failed reading goes out as - image plus
*> station, reason, date, and run stamps for the aging report.
  02 filler pic X(48) value
      'Catch up through yyyymmdd (blank = single date):'.
  02 filler pic X value space.
01 hold-prompt-line.
  02 filler pic X(54) value
      'Hold readings that fail the baseline screen? (Y/N):'.
  02 filler pic X value space.
01 hold-threshold-prompt-line.
  02 filler pic X(40) value 'Hold threshold in spreads (blank = 3):'.
  02 filler pic X value space.
01 prompt-line.
  02 filler pic X(29) value 'Enter a number (q to quit):'.
  02 filler pic X value space.
  02 filler pic X(27) value '  Outside instrument range'.
  02 filler pic X(2) value spaces.
  02 rng-run pic X(14).
01 station-skipped-line.
  02 filler pic X(15) value 'Active station '.
  02 sks-code pic X(2).
  02 filler pic X(36) value
      ' not loaded - the run reads at most'.
  02 filler pic X(12) value ' 20 stations'.
01 no-master-line.
  02 filler pic X(56) value
      'Instrument master not found - per-ID validation skipped'.
01 overdue-cal-line.
  02 odc-id pic X(10).
  02 filler pic X value space.
  02 odc-z  pic -(13)9.9(8).
  02 filler pic X(28) value '  Calibration overdue since '.
  02 odc-due pic X(8).
  02 filler pic X(2) value spaces.
  02 odc-run pic X(14).
01 no-calibration-line.
  02 filler pic X(56) value
      'Calibration file not found - readings go uncorrected'.
01 no-baseline-line.
  02 filler pic X(60) value
      'Baseline file not found - nothing held out of the feed'.
01 no-held-file-line.
  02 filler pic X(60) value
      'Held-readings file would not open - nothing held'.
01 duplicate-line.
  02 dup-id pic X(10).
  02 filler pic X(8) value ' First: '.
  02 rlg-dups pic Z(8)9.
  02 filler pic X(5) value ' esc '.
  02 rlg-esc pic Z(8)9.
  *> Blank as the run writes it; runBackout sets ' BACKED OUT' here
  *> when it retracts the run.
  02 rlg-state pic X(11) value spaces.
  *> Who signed on for a batch run - blank for an interactive one,
  *> which nobody has to be authorised for.
  02 filler pic X(6) value ' oper '.
  02 rlg-operator pic X(3) value spaces.
  *> Blank as the run writes it; runBackout fills in ' by ' and the
  *> operator who retracted the run.
  02 rlg-backout-by pic X(7) value spaces.
  *> Readings this run held out of its feed - zero when the screen
  *> was off.
  02 filler pic X(6) value ' held '.
  02 rlg-held pic Z(8)9.
  02 filler pic X(9) value spaces.
01 summary-line.
  02 filler pic X(11) value 'Processed: '.
  02 sum-processed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(11) value 'Escalated: '.
  02 sum-escalated pic Z(8)9.
01 held-summary-line.
  02 filler pic X(42) value
      'Held out of the feed by baseline screen: '.
  02 sum-held pic Z(8)9.
  02 filler pic X(14) value ' at threshold '.
  02 sum-threshold pic ZZ9.99.

*> A program that repeatedly allows the user to calculate square roots.
procedure division.
  move run-id to ret-run.
  move run-id to wst-run.
  move run-id to rng-run.
  move run-id to odc-run.
  *> Create the history file on its first-ever use, then reopen it
  *> for keyed read/write for the rest of the run.
  open i-o history-file.

  if run-mode is equal to 'B' or run-mode is equal to 'b'
  then
    *> With no station list there is nothing to read but the
    *> pickup - and a night that quietly processes no stations looks
    *> far too much like a night when none of them delivered.
    perform sign-on-batch
    perform load-stations
    if station-count is equal to 0
      display 'No active stations on station-master.dat - key them'
          ' with stationMaint. Run refused'
      perform abandon-run
    end-if
    perform run-batch-mode
  else
    perform run-interactive-mode
  move count-aborted to rlg-aborted.
  move count-duplicates to rlg-dups.
  move count-escalated to rlg-esc.
  move count-held to rlg-held.
  write run-log-rec from run-log-line.
  close run-log-file.

sign-on-batch.
  *> A batch run posts a night's history and feeds it out, so it is
  *> function B. A card run signs on as the card's operator without
  *> prompting; a console run asks. signOn has already told the
  *> operator and logged it by the time a refusal comes back.
  move 'sqrtBabyEx' to son-program.
  move 'B' to son-function.
  if card-present is equal to 'Y'
    move 'N' to son-prompt
    move rcc-operator to son-operator
  else
    move 'Y' to son-prompt
    move spaces to son-operator
  end-if.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    perform abandon-run
  end-if.
  move son-operator to rlg-operator.

abandon-run.
  *> Refused after the lock and the shared files were taken, but
  *> before anything was read - hand them all back untouched.
  perform release-run-lock.
  close history-file.
  close exception-log-file.
  close results-file.
  close standard-output.
  stop run.

read-run-control.
  open input run-control-file.
  if run-control-status is equal to '00'
       and rcc-catchup-to is greater than process-date
    move rcc-catchup-to to catchup-to-date
  end-if.
  if rcc-hold is equal to 'Y' or rcc-hold is equal to 'y'
    move 'Y' to hold-readings
  end-if.
  if rcc-hold-devs is numeric and rcc-hold-devs is not equal to '0000'
    compute hold-threshold = function numval(rcc-hold-devs) / 100
  end-if.
  *> Only a lights-out batch run skips the screen echo - a card
  *> that asks for interactive mode still has an operator watching.
  if run-mode is equal to 'B'
       and date-entry(1:8) is greater than process-date
    move date-entry(1:8) to catchup-to-date
  end-if.
  if run-mode is equal to 'B'
    write out-line from hold-prompt-line after advancing 1 line
    move spaces to setting-entry
    accept setting-entry
    if setting-entry is equal to 'Y' or setting-entry is equal to 'y'
      move 'Y' to hold-readings
      write out-line from hold-threshold-prompt-line
        after advancing 1 line
      move spaces to date-entry
      accept date-entry
      if date-entry is not equal to spaces
           and function test-numval(date-entry) is equal to 0
        compute hold-threshold = function numval(date-entry)
      end-if
    end-if
  end-if.

run-interactive-mode.
  *> Run the program until the user quits
      write exc-line from oversize-line
    else
      move raw-entry to z
      move z to raw-z
      *> 0 is the quit sentinel - anything else (including negative,
      *> which calcSqrt will flag) is sent through compute-and-print.
      if z is equal 0

run-batch-mode.
  perform read-checkpoint
  if last-good-count is greater than 0
    move 'Y' to restart-run
  end-if
  perform load-station-control
  *> The instrument master is optional equipment: a missing file
  *> costs the per-ID checks, never the night's run - but say so
    write out-line from no-master-line after advancing 1 line
    write exc-line from no-master-line
  end-if.
  open input instrument-change-file.
  if change-file-status is equal to '00'
    move 'Y' to changes-available
  end-if.
  *> Created on its first-ever use. Losing it costs the scorecard
  *> a night, never the night's run.
  open i-o station-night-file.
  if station-night-status is equal to '35'
    open output station-night-file
    close station-night-file
    open i-o station-night-file
  end-if.
  if station-night-status is equal to '00'
    move 'Y' to nights-available
  else
    display 'Unable to open station-night.dat - status '
        station-night-status ' - this run is missing from the'
        ' station scorecard'
  end-if.
  open input calibration-file.
  if calibration-file-status is equal to '00'
    move 'Y' to calibration-available
  else
    write out-line from no-calibration-line after advancing 1 line
    write exc-line from no-calibration-line
  end-if.
  perform open-hold-files.
  open extend resubmit-file.
  if resubmit-file-status is equal to '35'
    open output resubmit-file
  if tol-feed-status is equal to '35'
    open output tolerance-feed-file
  end-if.
  open extend before-image-file.
  if before-image-status is equal to '35'
    open output before-image-file
  end-if.
  perform init-station-stats
    varying station-sub from 1 by 1
    until station-sub is greater than rs-slot.
  *> One pass per business date: a normal night is a one-date span
  *> ending immediately, a catch-up works forward a day at a time,
  *> each date's readings posted and fed under its own balanced
    end-if
  end-perform.
  close tolerance-feed-file.
  close before-image-file.
  *> Finished every input cleanly - reset the checkpoint so the
  *> next run starts from record one. The final heartbeat rides
  *> along, with the done marker as its source.
  move count-duplicates to sum-duplicates.
  move count-escalated to sum-escalated.
  write out-line from summary-line after advancing 1 line.
  if hold-readings is equal to 'Y'
    move count-held to sum-held
    move hold-threshold to sum-threshold
    write out-line from held-summary-line after advancing 1 line
    write res-line from held-summary-line
  end-if.
  perform print-station-subtotal
    varying station-sub from 1 by 1
    until station-sub is greater than rs-slot.
  close resubmit-file.
  close duplicates-file.
  if master-available is equal to 'Y'
    close instrument-file
  end-if.
  if calibration-available is equal to 'Y'
    close calibration-file
  end-if.
  if changes-available is equal to 'Y'
    close instrument-change-file
  end-if.
  if nights-available is equal to 'Y'
    close station-night-file
  end-if.
  if hold-readings is equal to 'Y'
    close baseline-file
  end-if.
  if held-available is equal to 'Y'
    close held-file
  end-if.

open-hold-files.
  *> The held file is opened whether or not tonight holds anything:
  *> a restart or a rerun still has to know which of the night's
  *> readings an earlier run held. Created only when there is
  *> something to hold.
  open i-o held-file.
  if held-file-status is equal to '35'
       and hold-readings is equal to 'Y'
    open output held-file
    close held-file
    open i-o held-file
  end-if.
  if held-file-status is equal to '00'
    move 'Y' to held-available
  end-if.
  *> A screen that can't run, or can't record what it held, holds
  *> nothing - the night's feed goes out whole, as it did before,
  *> and the results file says why.
  if hold-readings is equal to 'Y'
    if held-available is not equal to 'Y'
      move 'N' to hold-readings
      write out-line from no-held-file-line after advancing 1 line
      write exc-line from no-held-file-line
    else
      open input baseline-file
      if baseline-file-status is not equal to '00'
        move 'N' to hold-readings
        write out-line from no-baseline-line after advancing 1 line
        write exc-line from no-baseline-line
      end-if
    end-if
  end-if.

process-one-business-date.
  *> One business date's whole flow: its own feed section under its
  *> recent night being posted.
  move 0 to feed-count.
  move 0 to feed-hash.
  move 0 to feed-held.
  move process-date to tfh-run-date.
  move run-id to tfh-run-id.
  write feed-line from tolerance-feed-header.
  perform process-one-station
    varying station-x from 1 by 1
    until station-x is greater than station-count.
  if catchup-to-date is equal to spaces
       or process-date is not less than catchup-to-date
    *> Pick up any operator-corrected resubmissions after the
    *> station files, then empty the corrected file - a repaired
    *> reading goes through exactly once, not again on every
    *> following night.
    move rs-slot to station-sub
    move 'RS' to current-source
    perform write-heartbeat
    move 'N' to end-of-batch
  *> are what the receiving side checks before loading.
  move feed-count to tft-count.
  move feed-hash to tft-hash.
  move feed-held to tft-held.
  write feed-line from tolerance-feed-trailer.
  perform register-feed-section.

    move feed-hash to frg-hash
    move 'W' to frg-status
    move function current-date(1:14) to frg-stamp
    move space to frg-kind
    write feed-register-rec from feed-register-line
    close feed-register-file
  end-if.
  *> master knows, still in service, owned by the station that sent
  *> it, reporting a value inside its plausible range. Anything
  *> else goes to the exception log and the resubmit queue like any
  *> other reject. The corrected-resubmission pickup (rs-slot) has
  *> no sending station, so ownership can't be judged there - a
  *> repaired reading was already challenged the night it failed.
  move 'Y' to instrument-ok.
  move space to current-inst-profile.
  move batch-value to calibrated-value.
  if master-available is equal to 'Y'
    move reading-id to inst-id
    read instrument-file key is inst-id
      invalid key
        move 'N' to instrument-found
      not invalid key
        move 'Y' to instrument-found
        perform find-effective-version
    end-read
    if instrument-found is equal to 'N'
      move 'N' to instrument-ok
      move 'I' to resubmit-reason
      move reading-id to unk-id
      move batch-value to unk-z
      if echo-records is equal to 'Y'
        write out-line from unknown-inst-line after advancing 1 line
      end-if
      write exc-line from unknown-inst-line
    else
      if inst-status is equal to 'R'
        move 'N' to instrument-ok
        move 'R' to resubmit-reason
        move reading-id to ret-id
        move batch-value to ret-z
        if echo-records is equal to 'Y'
          write out-line from retired-inst-line
            after advancing 1 line
        end-if
        write exc-line from retired-inst-line
      else if station-sub is less than rs-slot
           and inst-station is not equal to
               station-code(station-x)
        move 'N' to instrument-ok
        move 'W' to resubmit-reason
        move reading-id to wst-id
        move batch-value to wst-z
        move station-code(station-x) to wst-station
        if echo-records is equal to 'Y'
          write out-line from wrong-station-line
            after advancing 1 line
        end-if
        write exc-line from wrong-station-line
      else if batch-value is less than inst-min-value
           or batch-value is greater than inst-max-value
        move 'N' to instrument-ok
        move 'V' to resubmit-reason
        move reading-id to rng-id
        move batch-value to rng-z
        if echo-records is equal to 'Y'
          write out-line from out-of-range-line
            after advancing 1 line
        end-if
        write exc-line from out-of-range-line
      else
        move inst-profile to current-inst-profile
      end-if
      end-if
      end-if
    end-if
  end-if.
  *> The range above is judged on the raw reading - it is what the
  *> instrument can physically report, calibrated or not.
  if instrument-ok is equal to 'Y'
    perform check-calibration
  end-if.

find-effective-version.
  *> A change effective after the process date hadn't happened yet
  *> that night - the first such change's before image is the
  *> version that was in effect. None means today's master is. A
  *> blank before image is an add: the ID didn't exist that night.
  if changes-available is equal to 'Y'
    move reading-id to chg-id
    move process-date to chg-effective
    move 9999 to chg-seq
    start instrument-change-file key is greater than chg-key
      invalid key
        continue
      not invalid key
        read instrument-change-file next record
          at end
            continue
          not at end
            if chg-id is equal to reading-id
              if chg-before is equal to spaces
                move 'N' to instrument-found
              else
                move chg-before to instrument-rec
              end-if
            end-if
        end-read
    end-start
  end-if.

check-calibration.
  *> An instrument past its calibration due date can't be trusted,
  *> corrected or not - its readings wait on the resubmit queue
  *> until the bench has seen it. Inside its schedule, the bench's
  *> correction goes onto the value before anything is computed.
  *> Judged against the business date being posted, so a catch-up
  *> night asks whether the instrument was in calibration THAT
  *> night. No row on the file means no schedule and no correction.
  if calibration-available is equal to 'Y'
    move reading-id to clb-id
    read calibration-file key is clb-id
      invalid key
        continue
      not invalid key
        perform apply-calibration
    end-read
  end-if.

apply-calibration.
  if clb-interval is greater than 0
    *> A schedule with no calibration on record has never been
    *> in calibration at all.
    if clb-last-date is not numeric
      move 'N' to instrument-ok
      move spaces to odc-due
    else
      compute calibration-due-integer =
        function integer-of-date(function numval(clb-last-date))
          + clb-interval
      if function integer-of-date(function numval(process-date))
           is greater than calibration-due-integer
        move 'N' to instrument-ok
        compute calibration-due-date =
          function date-of-integer(calibration-due-integer)
        move calibration-due-date to odc-due
      end-if
    end-if
  end-if.
  if instrument-ok is equal to 'N'
    move 'C' to resubmit-reason
    move reading-id to odc-id
    move batch-value to odc-z
    if echo-records is equal to 'Y'
      write out-line from overdue-cal-line after advancing 1 line
    end-if
    write exc-line from overdue-cal-line
  else
    move clb-gain to calibration-gain
    if calibration-gain is equal to 0
      move 1 to calibration-gain
    end-if
    compute calibrated-value rounded =
      batch-value * calibration-gain + clb-offset
  end-if.

apply-instrument-profile.
  *> The instrument's own precision profile, when it has one, wins
  *> over the run's - the same 1/2/3 meanings as the run menu.
  move run-csp-tolerance to csp-tolerance.
  move run-csp-max-iter to csp-max-iter.

load-stations.
  move 0 to station-count.
  open input station-master-file.
  if station-master-status is equal to '00'
    perform until end-of-stations is equal to 'Y'
      read station-master-file
        at end
          move 'Y' to end-of-stations
        not at end
          *> An inactive station is out of the pipeline - no file
          *> read, no subtotal line, no silent-station alarm.
          if stm-status is not equal to 'I'
            if station-count is less than 20
              add 1 to station-count
              move stm-code to station-code(station-count)
              move stm-validated-file
                to station-validated(station-count)
            else
              *> stationMaint refuses a 21st active station, but a
              *> master keyed some other way must not lose a
              *> station's night without a word.
              move stm-code to sks-code
              write out-line from station-skipped-line
                after advancing 1 line
              write exc-line from station-skipped-line
            end-if
          end-if
      end-read
    end-perform
    close station-master-file
  end-if.
  compute rs-slot = station-count + 1.

load-station-control.
  *> Pull the whole control file into the tables up front - S lines
  *> slot into the calendar beside their station-tab entry, O lines
  *> every cal-present at N, which is the old always-alarm world.
  perform init-station-cal
    varying station-x from 1 by 1
    until station-x is greater than station-count.
  open input station-control-file.
  if station-control-status is equal to '00'
    perform until end-of-control is equal to 'Y'
load-one-control-line.
  if ssc-type is equal to 'S'
    perform varying station-x from 1 by 1
      until station-x is greater than station-count
      if ssc-station is equal to station-code(station-x)
        move 'Y' to cal-present(station-x)
        move ssc-days to cal-days(station-x)
    end-perform
  end-if.
  if ssc-type is equal to 'O'
       and outage-used is less than 99
    move station-schedule-line to station-outage-line
    add 1 to outage-used
    move sso-station to outg-station(outage-used)
  move 0 to st-read(station-sub).
  move 0 to st-processed(station-sub).
  move 0 to st-aborted(station-sub).
  move 0 to st-duplicates(station-sub).
  move 'Y' to st-first(station-sub).
  move 0 to st-min(station-sub).
  move 0 to st-max(station-sub).
  *> normal single-date run reads the undated names as always.
  if catchup-to-date is not equal to spaces
    move spaces to station-input-name
    string station-validated(station-x) delimited by '.'
           '-' delimited by size
           process-date delimited by size
           '.dat' delimited by size
      into station-input-name
  else
    move station-validated(station-x) to station-input-name
  end-if.
  move station-x to station-sub.
  move station-code(station-x) to current-source.
  move st-read(station-sub) to night-base-read.
  move st-processed(station-sub) to night-base-processed.
  move st-aborted(station-sub) to night-base-aborted.
  move st-duplicates(station-sub) to night-base-dups.
  move 'Y' to night-first.
  move 0 to night-min.
  move 0 to night-max.
  perform write-heartbeat.
  move 'N' to end-of-batch.
  open input batch-input-file.
      perform flush-rms-group
    end-if
  end-if.
  perform record-station-night.

record-station-night.
  *> A station that sent nothing still gets its row - a night with
  *> no delivery is exactly what the scorecard has to count.
  if nights-available is equal to 'Y'
    move station-code(station-x) to sng-station
    move process-date to sng-date
    read station-night-file key is sng-key
      invalid key
        initialize station-night-rec
        move station-code(station-x) to sng-station
        move process-date to sng-date
        move 'N' to restart-merge
        perform fill-night-counts
        *> Terminated explicitly so the READ's NOT INVALID KEY phrase
        *> can't be taken as belonging to this WRITE instead.
        write station-night-rec
        end-write
      not invalid key
        move restart-run to restart-merge
        perform fill-night-counts
        rewrite station-night-rec
    end-read
  end-if.

fill-night-counts.
  *> A rerun of a night replaces its counts. A restart re-reads the
  *> whole file but only processes what the failed run hadn't, so
  *> its read count replaces and everything else adds on.
  if night-first is equal to 'N'
    if restart-merge is equal to 'Y' and sng-processed is greater than 0
      if night-min is less than sng-min
        move night-min to sng-min
      end-if
      if night-max is greater than sng-max
        move night-max to sng-max
      end-if
    else
      move night-min to sng-min
      move night-max to sng-max
    end-if
  else
    if restart-merge is not equal to 'Y'
      move 0 to sng-min
      move 0 to sng-max
    end-if
  end-if.
  if restart-merge is not equal to 'Y'
    move 0 to sng-processed
    move 0 to sng-aborted
    move 0 to sng-duplicates
  end-if.
  compute sng-read = st-read(station-sub) - night-base-read.
  compute sng-processed = sng-processed
    + st-processed(station-sub) - night-base-processed.
  compute sng-aborted = sng-aborted
    + st-aborted(station-sub) - night-base-aborted.
  compute sng-duplicates = sng-duplicates
    + st-duplicates(station-sub) - night-base-dups.
  move run-id to sng-run-id.

print-station-subtotal.
  if station-sub is less than rs-slot
    move station-code(station-sub) to ssl-code
  else
    move 'RS' to ssl-code
  *> trailer - a silent missing station is how a night was lost.
  *> Unless the control file scheduled the silence, in which case
  *> it gets the calm note instead of the alarm.
  if station-sub is less than rs-slot
       and st-read(station-sub) is equal to 0
    move station-sub to check-station-x
    perform check-station-expected
  *> A station that delivered far under its normal volume used to
  *> pass for a healthy small night - judge it against the control
  *> file's expected minimum.
  if station-sub is less than rs-slot
       and st-read(station-sub) is greater than 0
       and cal-present(station-sub) is equal to 'Y'
       and st-read(station-sub) is less than
    *> rather than letting it truncate silently and compute a
    *> confidently wrong answer.
    if function abs(batch-value) is greater than max-safe-value
         or function abs(calibrated-value) is greater than
            max-safe-value
      move reading-id to ovr-id
      move batch-value to ovr-z
      if echo-records is equal to 'Y'
      move 'O' to resubmit-reason
      perform queue-for-resubmit
    else
      move calibrated-value to z
      move batch-value to raw-z
      if batch-op is equal to 'R'
        perform accumulate-rms-sample
      else
  *> used to write itself - but under this run's header/trailer so
  *> the file balances. Interactive calls stay off the batch feed;
  *> calcSqrt logs those to its own ad-hoc file.
  move 'N' to reading-held.
  if run-mode is equal to 'B'
    *> Only computed results have a baseline to be judged by, and
    *> never an RMS group - its one result can't go back on the
    *> repair queue as a record image if the engineer rejects it.
    if hold-readings is equal to 'Y'
         and (csp-status is equal to 0 or csp-status is equal to 2)
         and csp-op-code is not equal to 'R'
      perform screen-against-baseline
    end-if
    if reading-held is equal to 'Y'
      add 1 to count-held
      add 1 to feed-held
      perform record-held-reading
    else
      if held-available is equal to 'Y'
        perform clear-stale-hold
      end-if
      add 1 to feed-count
      add function abs(z) to feed-hash
      move z to tfr-value
      move csp-result to tfr-result
      *> A negative reading's cube root is itself negative - the
      *> feed field is signed, so say so there even though
      *> csp-result only carries the magnitude.
      if csp-op-code is equal to 'C' and z is less than 0
        compute tfr-result = 0 - csp-result
      end-if
      move csp-status to tfr-status
      move csp-op-code to tfr-op
      move escalated-result to tfr-escalated
      write feed-line from tolerance-feed-rec
    end-if
  end-if.

screen-against-baseline.
  *> baselineScreen's judgment, made before the feed goes out
  *> instead of the morning after.
  move reading-id to bsl-id.
  read baseline-file key is bsl-id
    invalid key
      continue
    not invalid key
      if bsl-count is not less than hold-min-samples
           and bsl-spread is greater than 0
        compute hold-deviation rounded =
          function abs(csp-result - bsl-mean) / bsl-spread
          on size error
            move 999999999.99 to hold-deviation
        end-compute
        if hold-deviation is greater than hold-threshold
          move 'Y' to reading-held
        end-if
      end-if
  end-read.

record-held-reading.
  move reading-id to hld-id.
  move process-date to hld-date.
  move 'H' to hld-state.
  move run-id to hld-run-id.
  if station-sub is less than rs-slot
    move station-code(station-x) to hld-station
  else
    move 'RS' to hld-station
  end-if.
  move batch-in-rec to hld-image.
  move z to hld-value.
  move csp-result to hld-result.
  move csp-status to hld-status.
  move csp-op-code to hld-op.
  move escalated-result to hld-escalated.
  move bsl-mean to hld-mean.
  move bsl-spread to hld-spread.
  move hold-deviation to hld-deviation.
  move hold-threshold to hld-threshold.
  move spaces to hld-decided-by.
  move spaces to hld-decided-stamp.
  move spaces to hld-section-id.
  *> A rerun of the night holds the reading afresh - whatever an
  *> earlier run's hold said about it went with that run's result.
  write held-rec
    invalid key
      rewrite held-rec
  end-write.

clear-stale-hold.
  *> A rerun that now sends a reading an earlier run held still
  *> waiting must take the hold back, or holdRelease would offer to
  *> send it a second time.
  move reading-id to hld-id.
  move process-date to hld-date.
  read held-file key is hld-key
    invalid key
      continue
    not invalid key
      if hld-state is equal to 'H'
        delete held-file record
      end-if
  end-read.

escalate-retry.
  *> Second pass at the Precise profile. A success is a normal
  *> result from here on, bar the E marker; a failure falls through
      invalid key
        continue
      not invalid key
        perform check-skipped-hold
        *> The failed run's held readings stay held - counted in
        *> the trailer, never fed.
        if reading-held is equal to 'Y'
          add 1 to feed-held
        else
          add 1 to feed-count
          add function abs(hist-value) to feed-hash
          move hist-value to tfr-value
          move hist-result to tfr-result
          if hist-op is equal to 'C' and hist-value is less than 0
            compute tfr-result = 0 - hist-result
          end-if
          move hist-status to tfr-status
          move hist-op to tfr-op
          move hist-escalated to tfr-escalated
          write feed-line from tolerance-feed-rec
          end-write
        end-if
    end-read
  end-if.

check-skipped-hold.
  *> Held if the history row says so, or if the held file has it
  *> under the same run - one already released went out in its own
  *> supplementary section and must not be fed here again.
  move 'N' to reading-held.
  if hist-disposition is equal to 'H'
       or hist-disposition is equal to 'J'
    move 'Y' to reading-held
  else
    if held-available is equal to 'Y'
      move hist-key to hld-key
      read held-file key is hld-key
        invalid key
          continue
        not invalid key
          if hld-run-id is equal to hist-run-id
            move 'Y' to reading-held
          end-if
      end-read
    end-if
  end-if.

accumulate-rms-sample.
  *> One more sample for the open group - or the first sample of a
  *> new one. A sample whose square would outgrow the mean's
  *> picture is rejected like any oversize reading rather than
  *> letting the group's arithmetic silently truncate; the size
  *> guards behind the bound are belt and braces for the sum.
  *> Raw and corrected samples are both bounded - history keeps a
  *> mean of squares of each.
  if function abs(z) is greater than max-rms-sample
       or function abs(batch-value) is greater than max-rms-sample
    perform reject-rms-sample
  else
    compute sample-square = z * z
      on size error
        perform reject-rms-sample
      not on size error
        compute raw-square = batch-value * batch-value
        if rms-active is equal to 'N'
          move 'Y' to rms-active
          move batch-id to rms-id
          *> first sample's instrument profile is the group's.
          move current-inst-profile to rms-profile
          move 0 to rms-sum
          move 0 to rms-raw-sum
          move 0 to rms-count
        end-if
        add sample-square to rms-sum
            perform reject-rms-sample
          not on size error
            add 1 to rms-count
            add raw-square to rms-raw-sum
        end-add
    end-compute
  end-if.
        write exc-line from invalid-line
      else
        move rms-mean to z
        compute rms-raw-mean rounded = rms-raw-sum / rms-count
        move rms-raw-mean to raw-z
        move 'R' to csp-op-code
        perform check-duplicate
        if duplicate-reading is equal to 'N'
      if hist-run-id is equal to run-id
        move 'Y' to duplicate-reading
        add 1 to count-duplicates
        if run-mode is equal to 'B'
          add 1 to st-duplicates(station-sub)
        end-if
        move reading-id to dup-id
        move hist-value to dup-first
        *> z, not batch-value: for a flushed sample group the value
  if run-mode is equal to 'B'
       and rms-flushing is not equal to 'Y'
    move batch-in-rec to rsq-image
    if station-sub is less than rs-slot
      move station-code(station-x) to rsq-station
    else
      move 'RS' to rsq-station
        move z to st-max(station-sub)
      end-if
    end-if
    if night-first is equal to 'Y'
      move z to night-min
      move z to night-max
      move 'N' to night-first
    else
      if z is less than night-min
        move z to night-min
      end-if
      if z is greater than night-max
        move z to night-max
      end-if
    end-if
  end-if.
  perform record-history.

    move csp-result to hist-result
    move csp-status to hist-status
    *> The checker hasn't seen this reading yet - dispMatch fills
    *> this in when the disposition file comes back. A held reading
    *> says so instead, until holdRelease decides it.
    if reading-held is equal to 'Y'
      move 'H' to hist-disposition
    else
      move space to hist-disposition
    end-if
    move run-id to hist-run-id
    move csp-op-code to hist-op
    move escalated-result to hist-escalated
    move raw-z to hist-raw-value
    write history-rec
      invalid key
        perform rewrite-history
    end-write
  end-if.

rewrite-history.
  *> The key is already on file from an earlier run - keep what it
  *> held on the before-image journal, then replace it.
  move history-rec to replacing-image.
  read history-file key is hist-key
    invalid key
      continue
    not invalid key
      move run-id to hbi-run-id
      move function current-date(1:14) to hbi-stamp
      move history-rec to hbi-image
      write before-image-rec from history-before-line
  end-read.
  move replacing-image to history-rec.
  rewrite history-rec.
