identification division.
program-id. rangeForecast.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> The limits each trend is run out to, and which instruments are
  *> still in service to forecast at all.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  select forecast-report-file assign to "range-forecast-report.dat"
      organization line sequential
      file status forecast-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd history-file.
  copy historyRec.
fd instrument-file.
  copy instrumentRec.
fd forecast-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 history-file-status pic xx value '00'.
77 instrument-file-status pic xx value '00'.
77 forecast-report-status pic xx value '00'.
77 end-of-history      pic x value 'N'.
77 from-entry          pic x(10).
77 to-entry            pic x(10).
77 from-date           pic x(8).
77 to-date             pic x(8).
77 today-date          pic x(8).
77 from-integer        pic 9(9).
77 to-integer          pic 9(9).
77 today-integer       pic 9(9).
77 work-date           pic 9(8).
77 dates-ok            pic x value 'Y'.
*> Crossings further out than this are not worth a crew booking yet;
*> the list is banded at 30 and 60 days inside it.
77 horizon-days        pic 9(4) value 90.
*> Fewer readings than this and a straight line through them is
*> noise - the same floor baselineScreen puts on a baseline.
77 min-readings        pic 9(4) value 5.
*> One ID's rows sit together in key order, so the sweep is a
*> single pass: accumulate the window's readings for the current
*> ID, fit its trend when the ID changes.
77 group-id            pic x(10) value spaces.
77 group-count         pic 9(9) value 0.
*> Days from the start of the window - the x of the fit.
77 day-x               pic 9(9).
77 sample-value        pic s9(11)v9(6).
77 group-sum-x         pic 9(18) value 0.
77 group-sum-xx        pic 9(18) value 0.
*> Wide enough for a long window of top-of-range readings; the
*> guarded adds mark the group off-scale rather than ever fitting
*> a truncated sum.
77 group-sum-y         pic s9(24)v9(6) value 0.
77 group-sum-xy        pic s9(24)v9(6) value 0.
77 group-ovfl          pic x value 'N'.
77 xy-product          pic s9(24)v9(6).
77 fit-numerator       pic s9(24)v9(6).
77 fit-denominator     pic s9(24).
*> Change in the reading per day, and where the line stands on the
*> window's first day and on today.
77 fit-slope           pic s9(11)v9(9).
77 fit-intercept       pic s9(13)v9(6).
77 trend-today         pic s9(13)v9(6).
77 limit-value         pic s9(11)v9(6).
77 limit-kind          pic x(3).
77 days-exact          pic s9(9)v9(4).
77 days-out            pic 9(9).
77 trend-past          pic x value 'N'.
77 rank-x              pic 99 comp.
77 rank-used           pic 99 comp value 0.
77 rank-slot           pic 99 comp.
*> Which band the line in hand belongs to, to head each band once.
77 band-printed        pic 9(4) value 0.
77 band-limit          pic 9(4).
77 count-fitted        pic 9(9) value 0.
77 count-too-few       pic 9(9) value 0.
77 count-off-scale     pic 9(9) value 0.
77 count-not-heading   pic 9(9) value 0.
77 count-beyond        pic 9(9) value 0.
77 count-crossing      pic 9(9) value 0.
*> Crossings inside the horizon, soonest first - each fitted
*> instrument is slotted in on the way past, so no sort step is
*> needed for a list this short.
01 rank-tab.
  02 rank-entry occurs 99 times.
    03 rnk-id       pic x(10).
    03 rnk-station  pic x(2).
    03 rnk-kind     pic x(3).
    03 rnk-limit    pic s9(11)v9(6).
    03 rnk-slope    pic s9(11)v9(9).
    03 rnk-readings pic 9(9).
    03 rnk-days     pic 9(9).
    03 rnk-date     pic x(8).
    03 rnk-past     pic x.
01 title-line.
  02 filler pic X(32) value 'Projected out-of-range forecast'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 from-prompt-line.
  02 filler pic X(42) value 'From date yyyymmdd (blank = 90 days back):'.
  02 filler pic X value space.
01 to-prompt-line.
  02 filler pic X(34) value 'To date yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 bad-date-line.
  02 filler pic X(57) value
      'Not a date, or the span ends before it starts - no report'.
01 window-line.
  02 filler pic X(14) value 'Trend fitted '.
  02 wnl-from pic X(8).
  02 filler pic X(4) value ' to '.
  02 wnl-to pic X(8).
  02 filler pic X(24) value ', crossings projected '.
  02 filler pic X(10) value 'from today'.
  02 filler pic X value space.
  02 wnl-today pic X(8).
01 band-line.
  02 filler pic X(14) value 'Crossing in   '.
  02 bnl-text pic X(16).
01 heading-line.
  02 filler pic X(11) value 'Reading ID '.
  02 filler pic X(4) value 'Stn '.
  02 filler pic X(6) value 'Limit '.
  02 filler pic X(20) value '         Limit value'.
  02 filler pic X(19) value '      Slope per day'.
  02 filler pic X(9) value ' Readings'.
  02 filler pic X(10) value '  Crosses '.
  02 filler pic X(6) value '  Days'.
01 forecast-line.
  02 fcl-id pic X(10).
  02 filler pic X value space.
  02 fcl-station pic X(2).
  02 filler pic X(2) value spaces.
  02 fcl-kind pic X(3).
  02 filler pic X(3) value spaces.
  02 fcl-limit pic -(11)9.9(6).
  02 filler pic X value space.
  02 fcl-slope pic -(7)9.9(9).
  02 filler pic X value space.
  02 fcl-readings pic Z(7)9.
  02 filler pic X(2) value spaces.
  02 fcl-date pic X(8).
  02 filler pic X(2) value spaces.
  02 fcl-days pic Z(3)9.
  02 filler pic X value space.
  02 fcl-flag pic X(22).
01 off-scale-line.
  02 ofs-id pic X(10).
  02 filler pic X(44) value
      '  Sums off-scale - no trend fitted'.
01 none-line.
  02 filler pic X(44) value
      'No in-service instrument projected to cross '.
  02 filler pic X(23) value 'within the next 90 days'.
01 dropped-line.
  02 filler pic X(40) value
      '*** More crossings than the list holds -'.
  02 filler pic X(26) value ' only the soonest 99 shown'.
01 summary-line.
  02 filler pic X(8) value 'Fitted: '.
  02 sum-fitted pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Crossing: '.
  02 sum-crossing pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(15) value 'Later than 90: '.
  02 sum-beyond pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(14) value 'Not heading: '.
  02 sum-not-heading pic Z(8)9.
01 summary-2-line.
  02 filler pic X(18) value 'Too few readings: '.
  02 sum-too-few pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(11) value 'Off-scale: '.
  02 sum-off-scale pic Z(8)9.

*> Maintenance planning's look ahead at reason V: fits a straight
*> least-squares trend to each in-service instrument's readings
*> over a window of history, runs it forward from today to the
*> instrument's range limits, and lists the ones it carries over a
*> limit inside 90 days - soonest first, banded at 30, 60 and 90 -
*> so a crew visit is booked before the batch run starts rejecting
*> them. The reading fitted is the raw one as the station sent it,
*> since that is what the batch run holds against the range; for
*> an instrument with no calibration row it is hist-value itself.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from from-prompt-line after advancing 1 line.
  move spaces to from-entry.
  accept from-entry.
  write out-line from to-prompt-line after advancing 1 line.
  move spaces to to-entry.
  accept to-entry.
  perform settle-window.
  if dates-ok is equal to 'N'
    write out-line from bad-date-line after advancing 1 line
  else
    open input history-file
    if history-file-status is not equal to '00'
      display 'Unable to open history-file.dat'
    else
      open input instrument-file
      if instrument-file-status is not equal to '00'
        display 'Unable to open instrument-master.dat - status '
            instrument-file-status
      else
        perform sweep-history
        perform print-forecast
        close instrument-file
      end-if
      close history-file
    end-if
  end-if.
  close standard-output.
  stop run.

settle-window.
  *> Blank to is today; blank from is 90 days back from the to date,
  *> inclusive - long enough that a slow drift shows over the
  *> night-to-night scatter.
  move function current-date(1:8) to today-date.
  compute today-integer =
    function integer-of-date(function numval(today-date)).
  if to-entry is equal to spaces
    move today-date to to-date
  else
    move to-entry(1:8) to to-date
  end-if.
  if to-date is not numeric
    move 'N' to dates-ok
  else if function test-date-yyyymmdd(function numval(to-date))
       is not equal to 0
    move 'N' to dates-ok
  end-if.
  if dates-ok is equal to 'Y'
    compute to-integer =
      function integer-of-date(function numval(to-date))
    if from-entry is equal to spaces
      compute from-integer = to-integer - 89
      compute work-date = function date-of-integer(from-integer)
      move work-date to from-date
    else
      move from-entry(1:8) to from-date
      if from-date is not numeric
        move 'N' to dates-ok
      else if function test-date-yyyymmdd(function numval(from-date))
           is not equal to 0
        move 'N' to dates-ok
      else
        compute from-integer =
          function integer-of-date(function numval(from-date))
      end-if
    end-if
  end-if.
  if dates-ok is equal to 'Y'
    if from-integer is greater than to-integer
      move 'N' to dates-ok
    end-if
  end-if.

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
        if hist-id is not equal to group-id
          perform judge-group
          move hist-id to group-id
        end-if
        perform note-group-record
    end-read
  end-perform.
  perform judge-group.

note-group-record.
  *> An RMS row's raw value is a mean of squares, not a reading the
  *> range was ever held against, and a held reading the engineer
  *> rejected (J) was judged not to be a measurement at all.
  if hist-date is not less than from-date
       and hist-date is not greater than to-date
       and hist-op is not equal to 'R'
       and hist-disposition is not equal to 'J'
    if hist-raw-value is numeric
      move hist-raw-value to sample-value
    else
      move hist-value to sample-value
    end-if
    compute day-x = function integer-of-date(function numval(hist-date))
      - from-integer
    compute xy-product = day-x * sample-value
      on size error
        move 'Y' to group-ovfl
      not on size error
        add day-x to group-sum-x
        compute group-sum-xx = group-sum-xx + day-x * day-x
          on size error
            move 'Y' to group-ovfl
        end-compute
        add sample-value to group-sum-y
          on size error
            move 'Y' to group-ovfl
        end-add
        add xy-product to group-sum-xy
          on size error
            move 'Y' to group-ovfl
        end-add
        add 1 to group-count
    end-compute
  end-if.

judge-group.
  *> Only an instrument still in service gets a forecast - a retired
  *> one's readings are rejects however they trend.
  if group-id is not equal to spaces and group-count is greater than 0
    move group-id to inst-id
    read instrument-file key is inst-id
      invalid key
        move 'R' to inst-status
    end-read
    if inst-status is equal to 'I'
      evaluate true
        when group-ovfl is equal to 'Y'
          add 1 to count-off-scale
          move group-id to ofs-id
          write out-line from off-scale-line after advancing 1 line
        when group-count is less than min-readings
          add 1 to count-too-few
        when other
          perform fit-group-trend
      end-evaluate
    end-if
  end-if.
  move 0 to group-count.
  move 0 to group-sum-x.
  move 0 to group-sum-xx.
  move 0 to group-sum-y.
  move 0 to group-sum-xy.
  move 'N' to group-ovfl.

fit-group-trend.
  *> Ordinary least squares off the running sums:
  *> slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx), and the line passes
  *> through the mean reading at the mean day.
  compute fit-denominator =
      group-count * group-sum-xx - group-sum-x * group-sum-x
    on size error
      move 'Y' to group-ovfl
  end-compute.
  compute fit-numerator =
      group-count * group-sum-xy - group-sum-x * group-sum-y
    on size error
      move 'Y' to group-ovfl
  end-compute.
  evaluate true
    when group-ovfl is equal to 'Y'
      add 1 to count-off-scale
      move group-id to ofs-id
      write out-line from off-scale-line after advancing 1 line
    *> Every reading on the one day - a column of points has no
    *> slope to run forward.
    when fit-denominator is not greater than 0
      add 1 to count-too-few
    when other
      add 1 to count-fitted
      compute fit-slope rounded = fit-numerator / fit-denominator
        on size error
          move 'Y' to group-ovfl
      end-compute
      compute fit-intercept rounded =
          (group-sum-y - fit-slope * group-sum-x) / group-count
        on size error
          move 'Y' to group-ovfl
      end-compute
      compute trend-today rounded = fit-intercept
          + fit-slope * (today-integer - from-integer)
        on size error
          move 'Y' to group-ovfl
      end-compute
      if group-ovfl is equal to 'Y'
        subtract 1 from count-fitted
        add 1 to count-off-scale
        move group-id to ofs-id
        write out-line from off-scale-line after advancing 1 line
      else
        perform project-crossing
      end-if
  end-evaluate.

project-crossing.
  *> A trend already past a limit today, while the readings still
  *> pass, is the most urgent of all - it goes at the head of the
  *> list as crossing now. Otherwise the limit that matters is the
  *> one the slope is heading for.
  move 'N' to trend-past.
  evaluate true
    when trend-today is greater than inst-max-value
      move 'MAX' to limit-kind
      move inst-max-value to limit-value
      move 'Y' to trend-past
      move 0 to days-out
    when trend-today is less than inst-min-value
      move 'MIN' to limit-kind
      move inst-min-value to limit-value
      move 'Y' to trend-past
      move 0 to days-out
    when fit-slope is greater than 0
      move 'MAX' to limit-kind
      move inst-max-value to limit-value
    when fit-slope is less than 0
      move 'MIN' to limit-kind
      move inst-min-value to limit-value
    when other
      move spaces to limit-kind
  end-evaluate.
  if limit-kind is equal to spaces
    add 1 to count-not-heading
  else
    if trend-past is equal to 'N'
      *> Whole days, rounded up - the first day the line is over.
      compute days-exact = (limit-value - trend-today) / fit-slope
        on size error
          move 999999999 to days-exact
      end-compute
      move days-exact to days-out
      if days-out is less than days-exact
        add 1 to days-out
      end-if
    end-if
    if days-out is greater than horizon-days
      add 1 to count-beyond
    else
      add 1 to count-crossing
      perform rank-one-crossing
    end-if
  end-if.

rank-one-crossing.
  *> Find the first slot this crossing comes before - ties keep the
  *> earlier ID ahead - then shift the rest down one, dropping off
  *> the end.
  move 0 to rank-slot.
  perform varying rank-x from 1 by 1
    until rank-x is greater than rank-used
      or rank-slot is greater than 0
    if days-out is less than rnk-days(rank-x)
      move rank-x to rank-slot
    end-if
  end-perform.
  if rank-slot is equal to 0
    if rank-used is less than 99
      add 1 to rank-used
      move rank-used to rank-slot
    end-if
  else
    if rank-used is less than 99
      add 1 to rank-used
    end-if
    perform varying rank-x from rank-used by -1
      until rank-x is not greater than rank-slot
      move rank-entry(rank-x - 1) to rank-entry(rank-x)
    end-perform
  end-if.
  if rank-slot is greater than 0
    move group-id to rnk-id(rank-slot)
    move inst-station to rnk-station(rank-slot)
    move limit-kind to rnk-kind(rank-slot)
    move limit-value to rnk-limit(rank-slot)
    move fit-slope to rnk-slope(rank-slot)
    move group-count to rnk-readings(rank-slot)
    move days-out to rnk-days(rank-slot)
    compute work-date =
      function date-of-integer(today-integer + days-out)
    move work-date to rnk-date(rank-slot)
    move trend-past to rnk-past(rank-slot)
  end-if.

print-forecast.
  open output forecast-report-file.
  write rpt-line from title-line.
  move from-date to wnl-from.
  move to-date to wnl-to.
  move today-date to wnl-today.
  write out-line from window-line after advancing 1 line.
  write rpt-line from window-line.
  if rank-used is equal to 0
    write out-line from none-line after advancing 1 line
    write rpt-line from none-line
  else
    perform print-one-crossing
      varying rank-x from 1 by 1
      until rank-x is greater than rank-used
    if count-crossing is greater than rank-used
      write out-line from dropped-line after advancing 1 line
      write rpt-line from dropped-line
    end-if
  end-if.
  move count-fitted to sum-fitted.
  move count-crossing to sum-crossing.
  move count-beyond to sum-beyond.
  move count-not-heading to sum-not-heading.
  move count-too-few to sum-too-few.
  move count-off-scale to sum-off-scale.
  write out-line from summary-line after advancing 1 line.
  write rpt-line from summary-line.
  write out-line from summary-2-line after advancing 1 line.
  write rpt-line from summary-2-line.
  close forecast-report-file.

print-one-crossing.
  *> The list is soonest first, so a band starts the first time a
  *> line falls past the one before it.
  evaluate true
    when rnk-days(rank-x) is not greater than 30
      move 30 to band-limit
      move 'the next 30 days' to bnl-text
    when rnk-days(rank-x) is not greater than 60
      move 60 to band-limit
      move '31 to 60 days' to bnl-text
    when other
      move 90 to band-limit
      move '61 to 90 days' to bnl-text
  end-evaluate.
  if band-limit is not equal to band-printed
    move band-limit to band-printed
    write out-line from band-line after advancing 2 lines
    write rpt-line from band-line
    write out-line from heading-line after advancing 1 line
    write rpt-line from heading-line
  end-if.
  move rnk-id(rank-x) to fcl-id.
  move rnk-station(rank-x) to fcl-station.
  move rnk-kind(rank-x) to fcl-kind.
  move rnk-limit(rank-x) to fcl-limit.
  move rnk-slope(rank-x) to fcl-slope.
  move rnk-readings(rank-x) to fcl-readings.
  move rnk-date(rank-x) to fcl-date.
  move rnk-days(rank-x) to fcl-days.
  if rnk-past(rank-x) is equal to 'Y'
    move 'trend already past' to fcl-flag
  else
    move spaces to fcl-flag
  end-if.
  write out-line from forecast-line after advancing 1 line.
  write rpt-line from forecast-line.
