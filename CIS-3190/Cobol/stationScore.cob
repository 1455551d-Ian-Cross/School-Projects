identification division.
program-id. stationScore.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> Every station on the master is scored, inactive ones included -
  *> a station taken out mid-month still owes the nights before.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode sequential
      record key is stm-code
      file status station-file-status.
  select station-night-file assign to "station-night.dat"
      organization indexed
      access mode dynamic
      record key is sng-key
      file status station-night-status.
  *> The delivery calendar, planned outages, and volume range - the
  *> same file editBatch and the batch run judge each night against.
  select station-control-file assign to "station-control.dat"
      organization line sequential
      file status station-control-status.
  select scorecard-file assign to "station-scorecard.dat"
      organization line sequential
      file status scorecard-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd station-file.
  copy stationRec.
fd station-night-file.
  copy stationNightRec.
fd station-control-file.
  01 station-control-rec pic x(40).
fd scorecard-file.
  01 rpt-line picture X(132).

working-storage section.
77 station-file-status pic xx value '00'.
77 station-night-status pic xx value '00'.
77 station-control-status pic xx value '00'.
77 scorecard-status    pic xx value '00'.
77 end-of-stations     pic x value 'N'.
77 end-of-control      pic x value 'N'.
77 month-entry         pic x(10).
77 today-date          pic x(8).
77 today-integer       pic 9(9).
*> The month being scored and the one before it, as yyyymm and as
*> integer-date spans - each span runs from its first day up to, not
*> including, the next month's first day.
77 score-month         pic x(6).
77 prior-month         pic x(6).
77 month-year          pic 9(4).
77 month-number        pic 99.
77 first-of-month      pic 9(8).
77 month-start-integer pic 9(9).
77 month-end-integer   pic 9(9).
77 prior-start-integer pic 9(9).
77 span-start-integer  pic 9(9).
77 span-end-integer    pic 9(9).
77 night-integer       pic 9(9).
77 night-date          pic 9(8).
77 weekday-number      pic 9.
77 station-x           pic 99 comp.
77 station-count       pic 99 comp value 0.
77 outage-x            pic 99 comp.
77 outage-used         pic 99 comp value 0.
77 night-expected      pic x value 'Y'.
77 night-delivered     pic x value 'N'.
77 night-volume        pic 9(9).
*> One span's tallies for the station in hand - filled by
*> score-span, once for the prior month and once for this one.
77 sc-expected         pic 9(4).
77 sc-delivered        pic 9(4).
77 sc-missed           pic 9(4).
77 sc-unscheduled      pic 9(4).
77 sc-under            pic 9(4).
77 sc-over             pic 9(4).
77 sc-edit-read        pic 9(11).
77 sc-edit-rejected    pic 9(11).
77 sc-read             pic 9(11).
77 sc-aborted          pic 9(11).
77 sc-duplicates       pic 9(11).
77 sc-delivery-rate    pic 9(3)v99.
77 sc-reject-rate      pic 9(3)v99.
77 sc-abort-rate       pic 9(3)v99.
*> The prior month's rates, held while this month is scored.
77 prior-delivery-rate pic 9(3)v99.
77 prior-reject-rate   pic 9(3)v99.
77 prior-abort-rate    pic 9(3)v99.
77 prior-duplicates    pic 9(11).
77 count-scored        pic 9(4) value 0.
copy stationCtlRec.
*> The master's stations in code order, each with its calendar and
*> volume range - cal-present stays N for a station the control
*> file never mentions, and then every night counts as expected.
01 station-tab.
  02 station-entry occurs 30 times.
    03 station-code   pic x(2).
    03 station-status pic x.
    03 cal-present    pic x.
    03 cal-days       pic x(7).
    03 cal-vol-min    pic 9(9).
    03 cal-vol-max    pic 9(9).
01 outage-tab.
  02 outage-entry occurs 99 times.
    03 outg-station pic x(2).
    03 outg-from    pic x(8).
    03 outg-to      pic x(8).
01 title-line.
  02 filler pic X(27) value 'Station delivery scorecard'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 month-prompt-line.
  02 filler pic X(44) value 'Scorecard month yyyymm (blank = last month):'.
  02 filler pic X value space.
01 bad-month-line.
  02 filler pic X(46) value 'Not a month - give the year and month, yyyymm'.
01 heading-line.
  02 filler pic X(15) value 'Scorecard for '.
  02 hdl-month pic X(6).
  02 filler pic X(28) value ', trend against prior month '.
  02 hdl-prior pic X(6).
01 score-line.
  02 filler pic X(8) value 'Station '.
  02 scl-code pic X(2).
  02 scl-status pic X(11).
  02 filler pic X(17) value 'Nights expected '.
  02 scl-expected pic ZZ9.
  02 filler pic X(12) value '  delivered '.
  02 scl-delivered pic ZZ9.
  02 filler pic X(9) value '  missed '.
  02 scl-missed pic ZZ9.
  02 filler pic X(14) value '  unscheduled '.
  02 scl-unscheduled pic ZZ9.
  02 filler pic X(12) value '  under-min '.
  02 scl-under pic ZZ9.
  02 filler pic X(11) value '  over-max '.
  02 scl-over pic ZZ9.
01 rate-line.
  02 filler pic X(12) value spaces.
  02 filler pic X(10) value 'Delivery '.
  02 rtl-delivery pic ZZ9.99.
  02 filler pic X(17) value '%  Edit rejects '.
  02 rtl-reject pic ZZ9.99.
  02 filler pic X(11) value '%  Aborts '.
  02 rtl-abort pic ZZ9.99.
  02 filler pic X(15) value '%  Duplicates '.
  02 rtl-duplicates pic Z(10)9.
01 trend-line.
  02 filler pic X(12) value spaces.
  02 filler pic X(16) value 'Trend: delivery '.
  02 trl-delivery pic +(3)9.99.
  02 filler pic X(14) value ' pts  rejects '.
  02 trl-reject pic +(3)9.99.
  02 filler pic X(13) value ' pts  aborts '.
  02 trl-abort pic +(3)9.99.
  02 filler pic X(17) value ' pts  duplicates '.
  02 trl-duplicates pic +(10)9.
01 summary-line.
  02 filler pic X(16) value 'Stations scored:'.
  02 sum-scored pic Z(3)9.

*> The station supervisors' monthly scorecard, from the per-night
*> rows editBatch and the batch run keep in station-night.dat: for
*> each station, nights delivered against nights the calendar
*> expected, nights under the expected minimum volume or over the
*> maximum, edit-reject and abort rates, duplicates raised against
*> it - and each of those against the month before.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from month-prompt-line after advancing 1 line.
  move spaces to month-entry.
  accept month-entry.
  move function current-date(1:8) to today-date.
  compute today-integer =
    function integer-of-date(function numval(today-date)).
  *> Blank is the month before the one today falls in - the last
  *> month with every night already in.
  if month-entry is equal to spaces
    move today-date(1:6) to score-month
    perform step-back-one-month
    move prior-month to score-month
  else
    move month-entry(1:6) to score-month
  end-if.
  if score-month is not numeric
       or score-month(5:2) is less than '01'
       or score-month(5:2) is greater than '12'
    write out-line from bad-month-line after advancing 1 line
  else
    perform step-back-one-month
    perform compute-month-spans
    open input station-night-file
    if station-night-status is not equal to '00'
      display 'Unable to open station-night.dat - no night has been'
          ' recorded yet'
    else
      perform load-stations
      perform load-station-control
      open output scorecard-file
      write rpt-line from title-line
      move score-month to hdl-month
      move prior-month to hdl-prior
      write out-line from heading-line after advancing 1 line
      write rpt-line from heading-line
      perform score-one-station
        varying station-x from 1 by 1
        until station-x is greater than station-count
      move count-scored to sum-scored
      write out-line from summary-line after advancing 1 line
      write rpt-line from summary-line
      close scorecard-file
      close station-night-file
    end-if
  end-if.
  close standard-output.
  stop run.

step-back-one-month.
  *> prior-month = the month before score-month.
  move score-month(1:4) to month-year.
  move score-month(5:2) to month-number.
  if month-number is equal to 1
    subtract 1 from month-year
    move 12 to month-number
  else
    subtract 1 from month-number
  end-if.
  move month-year to prior-month(1:4).
  move month-number to prior-month(5:2).

compute-month-spans.
  compute first-of-month = function numval(score-month) * 100 + 1.
  compute month-start-integer = function integer-of-date(first-of-month).
  compute first-of-month = function numval(prior-month) * 100 + 1.
  compute prior-start-integer = function integer-of-date(first-of-month).
  *> The next month's first day ends this month's span.
  move score-month(1:4) to month-year.
  move score-month(5:2) to month-number.
  if month-number is equal to 12
    add 1 to month-year
    move 1 to month-number
  else
    add 1 to month-number
  end-if.
  compute first-of-month = month-year * 10000 + month-number * 100 + 1.
  compute month-end-integer = function integer-of-date(first-of-month).
  *> A month still running is scored up to yesterday - tonight's
  *> night isn't over, and later ones haven't happened.
  if month-end-integer is greater than today-integer
    move today-integer to month-end-integer
  end-if.

load-stations.
  open input station-file.
  if station-file-status is equal to '00'
    perform until end-of-stations is equal to 'Y'
      read station-file
        at end
          move 'Y' to end-of-stations
        not at end
          if station-count is less than 30
            add 1 to station-count
            move stm-code to station-code(station-count)
            move stm-status to station-status(station-count)
            move 'N' to cal-present(station-count)
            move spaces to cal-days(station-count)
            move 0 to cal-vol-min(station-count)
            move 0 to cal-vol-max(station-count)
          end-if
      end-read
    end-perform
    close station-file
  end-if.

load-station-control.
  open input station-control-file.
  if station-control-status is equal to '00'
    perform until end-of-control is equal to 'Y'
      read station-control-file into station-schedule-line
        at end
          move 'Y' to end-of-control
        not at end
          perform load-one-control-line
      end-read
    end-perform
    close station-control-file
  end-if.

load-one-control-line.
  if ssc-type is equal to 'S'
    perform varying station-x from 1 by 1
      until station-x is greater than station-count
      if ssc-station is equal to station-code(station-x)
        move 'Y' to cal-present(station-x)
        move ssc-days to cal-days(station-x)
        move ssc-vol-min to cal-vol-min(station-x)
        move ssc-vol-max to cal-vol-max(station-x)
      end-if
    end-perform
  end-if.
  if ssc-type is equal to 'O'
       and outage-used is less than 99
    move station-schedule-line to station-outage-line
    add 1 to outage-used
    move sso-station to outg-station(outage-used)
    move sso-from to outg-from(outage-used)
    move sso-to to outg-to(outage-used)
  end-if.

score-one-station.
  add 1 to count-scored.
  *> The prior month first, so its rates are in hand for the trend.
  move prior-start-integer to span-start-integer.
  move month-start-integer to span-end-integer.
  perform score-span.
  move sc-delivery-rate to prior-delivery-rate.
  move sc-reject-rate to prior-reject-rate.
  move sc-abort-rate to prior-abort-rate.
  move sc-duplicates to prior-duplicates.
  move month-start-integer to span-start-integer.
  move month-end-integer to span-end-integer.
  perform score-span.
  move station-code(station-x) to scl-code.
  if station-status(station-x) is equal to 'I'
    move ' (inactive)' to scl-status
  else
    move spaces to scl-status
  end-if.
  move sc-expected to scl-expected.
  move sc-delivered to scl-delivered.
  move sc-missed to scl-missed.
  move sc-unscheduled to scl-unscheduled.
  move sc-under to scl-under.
  move sc-over to scl-over.
  write out-line from score-line after advancing 2 lines.
  write rpt-line from score-line.
  move sc-delivery-rate to rtl-delivery.
  move sc-reject-rate to rtl-reject.
  move sc-abort-rate to rtl-abort.
  move sc-duplicates to rtl-duplicates.
  write out-line from rate-line after advancing 1 line.
  write rpt-line from rate-line.
  compute trl-delivery = sc-delivery-rate - prior-delivery-rate.
  compute trl-reject = sc-reject-rate - prior-reject-rate.
  compute trl-abort = sc-abort-rate - prior-abort-rate.
  compute trl-duplicates = sc-duplicates - prior-duplicates.
  write out-line from trend-line after advancing 1 line.
  write rpt-line from trend-line.

score-span.
  move 0 to sc-expected.
  move 0 to sc-delivered.
  move 0 to sc-missed.
  move 0 to sc-unscheduled.
  move 0 to sc-under.
  move 0 to sc-over.
  move 0 to sc-edit-read.
  move 0 to sc-edit-rejected.
  move 0 to sc-read.
  move 0 to sc-aborted.
  move 0 to sc-duplicates.
  perform score-one-night
    varying night-integer from span-start-integer by 1
    until night-integer is not less than span-end-integer.
  *> A station expected on no night at all has nothing to miss -
  *> call that full delivery rather than a divide by zero.
  if sc-expected is equal to 0
    move 100 to sc-delivery-rate
  else
    compute sc-delivery-rate rounded =
      sc-delivered * 100 / sc-expected
  end-if.
  if sc-edit-read is equal to 0
    move 0 to sc-reject-rate
  else
    compute sc-reject-rate rounded =
      sc-edit-rejected * 100 / sc-edit-read
  end-if.
  if sc-read is equal to 0
    move 0 to sc-abort-rate
  else
    compute sc-abort-rate rounded = sc-aborted * 100 / sc-read
  end-if.

score-one-night.
  compute night-date = function date-of-integer(night-integer).
  *> Day 1 of the integer-date epoch was a Monday, so the remainder
  *> lines straight up with the calendar mask.
  compute weekday-number = function mod(night-integer - 1, 7) + 1.
  move 'Y' to night-expected.
  if cal-present(station-x) is equal to 'Y'
       and cal-days(station-x)(weekday-number:1) is equal to 'N'
    move 'N' to night-expected
  end-if.
  perform check-one-outage
    varying outage-x from 1 by 1
    until outage-x is greater than outage-used.
  move 'N' to night-delivered.
  move 0 to night-volume.
  move station-code(station-x) to sng-station.
  move night-date to sng-date.
  read station-night-file key is sng-key
    invalid key
      continue
    not invalid key
      if sng-edit-read is greater than 0 or sng-read is greater than 0
        move 'Y' to night-delivered
      end-if
      *> The batch run's count is what actually got processed; an
      *> edit pass with no batch run behind it is the next best.
      if sng-read is greater than 0
        move sng-read to night-volume
      else
        move sng-edit-valid to night-volume
      end-if
      add sng-edit-read to sc-edit-read
      add sng-edit-rejected to sc-edit-rejected
      add sng-read to sc-read
      add sng-aborted to sc-aborted
      add sng-duplicates to sc-duplicates
  end-read.
  if night-expected is equal to 'Y'
    add 1 to sc-expected
    if night-delivered is equal to 'Y'
      add 1 to sc-delivered
    else
      add 1 to sc-missed
    end-if
  else
    if night-delivered is equal to 'Y'
      add 1 to sc-unscheduled
    end-if
  end-if.
  *> Volume is only judged on a night that delivered against a
  *> station with a control-file range - no range, no verdict.
  if night-delivered is equal to 'Y'
       and cal-present(station-x) is equal to 'Y'
    if night-volume is less than cal-vol-min(station-x)
      add 1 to sc-under
    end-if
    if cal-vol-max(station-x) is greater than 0
         and night-volume is greater than cal-vol-max(station-x)
      add 1 to sc-over
    end-if
  end-if.

check-one-outage.
  if outg-station(outage-x) is equal to station-code(station-x)
       and night-date is not less than outg-from(outage-x)
       and night-date is not greater than outg-to(outage-x)
    move 'N' to night-expected
  end-if.
