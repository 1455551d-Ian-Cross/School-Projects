  select aging-report-file assign to "resubmit-aging-report.dat"
      organization line sequential
      file status aging-report-status.
  *> Seeds the by-station breakdown, so a station with nothing
  *> queued shows as a zero instead of not showing at all.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode sequential
      record key is stm-code
      file status station-file-status.

data division.
file section.
  01 resubmit-rec pic x(62).
fd aging-report-file.
  01 rpt-line picture X(100).
fd station-file.
  copy stationRec.

working-storage section.
77 resubmit-file-status pic xx value '00'.
77 count-retired        pic 9(9) value 0.
77 count-wrong-station  pic 9(9) value 0.
77 count-out-of-range   pic 9(9) value 0.
77 count-cal-overdue    pic 9(9) value 0.
77 count-unreadable     pic 9(9) value 0.
77 count-held-rejected  pic 9(9) value 0.
77 count-other-reason   pic 9(9) value 0.
77 station-x            pic 99 comp.
77 station-found        pic x value 'N'.
77 station-file-status  pic xx value '00'.
77 end-of-stations      pic x value 'N'.
*> Per-source backlog tallies - the master's stations first, in code
*> order, then slots claimed as other codes are seen: the queue can
*> carry RS and TC records, and records from stations since taken
*> off the master, alike.
01 station-tally-tab.
  02 station-tally occurs 30 times.
    03 stt-code  pic x(2).
    03 stt-count pic 9(9).
copy batchInRec.
    function integer-of-date(function numval(today-date)).
  perform init-station-tally
    varying station-x from 1 by 1
    until station-x is greater than 30.
  perform seed-station-tally.
  open input resubmit-file.
  if resubmit-file-status is not equal to '00'
    write out-line from empty-queue-line after advancing 1 line
  close standard-output.
  stop run.

seed-station-tally.
  move 0 to station-x.
  open input station-file.
  if station-file-status is equal to '00'
    perform until end-of-stations is equal to 'Y'
      read station-file
        at end
          move 'Y' to end-of-stations
        not at end
          if station-x is less than 20
            add 1 to station-x
            move stm-code to stt-code(station-x)
          end-if
      end-read
    end-perform
    close station-file
  end-if.

init-station-tally.
  move spaces to stt-code(station-x).
  move 0 to stt-count(station-x).
      add 1 to count-wrong-station
    when 'V'
      add 1 to count-out-of-range
    when 'C'
      add 1 to count-cal-overdue
    when 'U'
      add 1 to count-unreadable
    when 'H'
      add 1 to count-held-rejected
    when other
      add 1 to count-other-reason
  end-evaluate.
tally-station.
  move 'N' to station-found.
  perform varying station-x from 1 by 1
    until station-x is greater than 30
      or station-found is equal to 'Y'
    if stt-code(station-x) is equal to rsq-station
         or stt-code(station-x) is equal to spaces
  move 'Outside range (V):' to rsn-label.
  move count-out-of-range to rsn-count.
  perform write-reason-line.
  move 'Calibration overdue (C):' to rsn-label.
  move count-cal-overdue to rsn-count.
  perform write-reason-line.
  move 'Checker unreadable (U):' to rsn-label.
  move count-unreadable to rsn-count.
  perform write-reason-line.
  move 'Held, engineer rejected (H):' to rsn-label.
  move count-held-rejected to rsn-count.
  perform write-reason-line.
  move 'No reason stamped:' to rsn-label.
  move count-other-reason to rsn-count.
  perform write-reason-line.
  write rpt-line from station-header-line.
  perform print-station-line
    varying station-x from 1 by 1
    until station-x is greater than 30.
  move count-queued to sum-queued.
  move threshold-days to sum-threshold.
  move count-stale to sum-stale.
