  *> One raw extract per collection station, read as plain text
  *> rather than through batchInRec so a malformed line can be
  *> inspected byte-by-byte instead of being forced through the
  *> record layout. The name is set per station from the master.
  select batch-input-file assign to dynamic station-input-name
      organization line sequential
      file status batch-file-status.
  select run-control-file assign to "run-control.dat"
      organization line sequential
      file status run-control-status.
  *> Which stations to edit tonight, and where each one's files are.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode sequential
      record key is stm-code
      file status station-file-status.
  *> Each station's edit counts for the night, kept for the monthly
  *> scorecard - the batch run fills in the rest of the same row.
  select station-night-file assign to "station-night.dat"
      organization indexed
      access mode dynamic
      record key is sng-key
      file status station-night-status.

data division.
file section.
  01 station-control-rec pic x(40).
fd run-control-file.
  01 run-control-line pic x(40).
fd station-file.
  copy stationRec.
fd station-night-file.
  copy stationNightRec.

working-storage section.
77 batch-file-status    pic xx value '00'.
77 outage-x             pic 99 comp.
77 outage-used          pic 99 comp value 0.
77 run-control-status   pic xx value '00'.
*> Y once a run card was read - the operator then comes off the
*> card instead of the console.
77 card-present         pic x value 'N'.
77 station-file-status  pic xx value '00'.
77 station-night-status pic xx value '00'.
77 nights-available     pic x value 'N'.
77 end-of-stations      pic x value 'N'.
*> Active stations loaded from the master - the edit loop, the
*> calendar slots, and the report all run to this.
77 station-count        pic 99 comp value 0.
*> Mirror of Babylonian-sqrt's run-control-card - only the
*> business date and the operator matter here, the rest stays
*> filler.
01 run-control-card.
  02 filler            pic x(12).
  02 rcc-business-date pic x(8).
  02 filler            pic x(10).
  02 rcc-operator      pic x(3).
  02 filler            pic x(7).
copy stationCtlRec.
copy signOnParms.
*> Each station's calendar and volume range, slotted to match
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
*> The active collection stations in code order: code, raw extract,
*> validated file - loaded from the station master, the same list
*> the batch run loads, so the two ends of the pipeline can't fall
*> out of step.
01 station-tab.
  02 station-entry occurs 20 times.
    03 station-code pic x(2).
    03 station-in   pic x(30).
    03 station-out  pic x(30).
*> Built here rather than in the FD so the separator bytes get their
*> VALUE - file-section fillers start out uninitialized, and a line
*> sequential write rejects a record holding a stray control byte.
procedure division.
main-logic.
  open output standard-output.
  move function current-date(1:8) to control-date.
  perform read-business-date.
  perform sign-on-batch.
  open output reject-file.
  open output edit-report-file.
  *> A failed output open would otherwise no-op every write while
  else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    compute date-integer =
      function integer-of-date(function numval(control-date))
    *> Day 1 of the integer-date epoch was a Monday, so the
    *> remainder lines straight up with the calendar mask.
    compute weekday-number =
      function mod(date-integer - 1, 7) + 1
    perform load-stations
    *> No stations means no validated files get rewritten - far
    *> better to stop here than let the batch run feed on yesterday's.
    if station-count is equal to 0
      display 'No active stations on station-master.dat - nothing'
          ' edited'
    else
      perform load-station-control
      perform open-station-night
      perform edit-one-station
        varying station-x from 1 by 1
        until station-x is greater than station-count
      perform print-edit-report
      if nights-available is equal to 'Y'
        close station-night-file
      end-if
    end-if
  end-if.
  close reject-file.
  close edit-report-file.
      write out-line from low-volume-line after advancing 1 line
      write rpt-line from low-volume-line
    end-if
    perform record-station-night
  end-if.

open-station-night.
  *> Created on its first-ever use. Losing it costs the scorecard a
  *> night, never the edit pass - say so and carry on.
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
        station-night-status ' - tonight is missing from the'
        ' station scorecard'
  end-if.

record-station-night.
  *> A rerun of the edit pass replaces its own half of the row - the
  *> extract it edited is the whole night, not an addition to it.
  if nights-available is equal to 'Y'
    move station-code(station-x) to sng-station
    move control-date to sng-date
    read station-night-file key is sng-key
      invalid key
        initialize station-night-rec
        move station-code(station-x) to sng-station
        move control-date to sng-date
        perform fill-edit-counts
        *> Terminated explicitly so the READ's NOT INVALID KEY phrase
        *> can't be taken as belonging to this WRITE instead.
        write station-night-rec
        end-write
      not invalid key
        perform fill-edit-counts
        rewrite station-night-rec
    end-read
  end-if.

fill-edit-counts.
  move stn-read to sng-edit-read.
  move stn-valid to sng-edit-valid.
  move stn-rejected to sng-edit-rejected.
  move function current-date(1:14) to sng-edit-stamp.

read-business-date.
  open input run-control-file.
  if run-control-status is equal to '00'
      at end
        continue
      not at end
        move 'Y' to card-present
        if rcc-business-date is numeric
          move rcc-business-date to control-date
        end-if
    close run-control-file
  end-if.

sign-on-batch.
  *> The edit rewrites the validated files the batch run feeds on,
  *> so it is function B like the run itself - signed on as the
  *> card's operator when scheduled, asked for at the console when
  *> not. signOn has already told the operator and logged it by the
  *> time a refusal comes back, and nothing has been opened yet.
  move 'editBatch' to son-program.
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
    close standard-output
    stop run
  end-if.

load-stations.
  move 0 to station-count.
  open input station-file.
  if station-file-status is equal to '00'
    perform until end-of-stations is equal to 'Y'
      read station-file
        at end
          move 'Y' to end-of-stations
        not at end
          *> An inactive station is out of the pipeline entirely -
          *> not edited, and not alarmed on for a missing extract.
          if stm-status is not equal to 'I'
            if station-count is less than 20
              add 1 to station-count
              move stm-code to station-code(station-count)
              move stm-raw-file to station-in(station-count)
              move stm-validated-file to station-out(station-count)
            else
              *> Past the table's end - say which station goes
              *> unedited rather than drop its night quietly.
              display 'Active station ' stm-code
                  ' not loaded - editBatch edits at most 20 stations'
            end-if
          end-if
      end-read
    end-perform
    close station-file
  end-if.

load-station-control.
  *> Pull the whole control file into the tables up front - S lines
  *> slot into the calendar beside their station-tab entry, O lines
  *> every cal-present at N.
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
