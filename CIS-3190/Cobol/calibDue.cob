identification division.
program-id. calibDue.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select calibration-file assign to "calibration.dat"
      organization indexed
      access mode dynamic
      record key is clb-id
      file status calibration-file-status.
  *> For the owning station beside each instrument, and to leave
  *> retired instruments off the list - nobody recalls a sensor
  *> that is already out of service.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  select due-report-file assign to "calibration-due-report.dat"
      organization line sequential
      file status due-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(100).
fd calibration-file.
  copy calibrationRec.
fd instrument-file.
  copy instrumentRec.
fd due-report-file.
  01 rpt-line picture X(100).

working-storage section.
77 calibration-file-status pic xx value '00'.
77 instrument-file-status pic xx value '00'.
77 due-report-status   pic xx value '00'.
77 master-available    pic x value 'N'.
77 end-of-calibration  pic x value 'N'.
77 window-entry        pic x(10).
77 window-days         pic 9(4) value 30.
77 today-date          pic x(8).
77 today-integer       pic 9(9).
77 due-integer         pic 9(9).
77 due-date            pic 9(8).
*> Days from today to the due date - negative once it has passed.
77 days-to-due         pic s9(6).
*> O while the overdue pass runs, D while the coming-due pass runs -
*> two passes over the file list the overdue ones first without a
*> sort.
77 report-pass         pic x.
77 skip-instrument     pic x value 'N'.
77 count-overdue       pic 9(9) value 0.
77 count-coming-due    pic 9(9) value 0.
77 count-unscheduled   pic 9(9) value 0.
01 title-line.
  02 filler pic X(28) value 'Instrument calibration due'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 window-prompt-line.
  02 filler pic X(38) value 'Look ahead how many days (blank = 30):'.
  02 filler pic X value space.
01 overdue-header-line.
  02 filler pic X(44) value 'Overdue - readings are being held as rejects'.
01 due-header-line.
  02 filler pic X(17) value 'Coming due within'.
  02 dhl-days pic Z(3)9.
  02 filler pic X(6) value ' days:'.
01 due-line.
  02 filler pic X(2) value spaces.
  02 due-id pic X(10).
  02 filler pic X(6) value '  Stn '.
  02 due-station pic X(2).
  02 filler pic X(8) value '  Last '.
  02 due-last pic X(8).
  02 filler pic X(12) value '  Interval '.
  02 due-interval pic Z(4)9.
  02 filler pic X(7) value '  Due '.
  02 due-on pic X(8).
  02 filler pic X(2) value spaces.
  02 due-days pic -(5)9.
  02 due-label pic X(10).
01 none-line.
  02 filler pic X(8) value '  (none)'.
01 summary-line.
  02 filler pic X(9) value 'Overdue: '.
  02 sum-overdue pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Coming due: '.
  02 sum-coming-due pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(13) value 'No schedule: '.
  02 sum-unscheduled pic Z(8)9.

*> The calibration bench's planning list: every scheduled
*> instrument already past its due date - whose readings the batch
*> run is holding on the resubmit queue until it is recalibrated -
*> and every one falling due within the look-ahead window, 30 days
*> unless the operator asks for another span.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from window-prompt-line after advancing 1 line.
  move spaces to window-entry.
  accept window-entry.
  if window-entry is not equal to spaces
       and function test-numval(window-entry) is equal to 0
    compute window-days = function numval(window-entry)
  end-if.
  move function current-date(1:8) to today-date.
  compute today-integer =
    function integer-of-date(function numval(today-date)).
  open input calibration-file.
  if calibration-file-status is not equal to '00'
    display 'Unable to open calibration.dat - no instrument has'
        ' ever been put on a calibration schedule'
  else
    open input instrument-file
    if instrument-file-status is equal to '00'
      move 'Y' to master-available
    end-if
    open output due-report-file
    write rpt-line from title-line
    write out-line from overdue-header-line after advancing 1 line
    write rpt-line from overdue-header-line
    move 'O' to report-pass
    perform sweep-calibrations
    if count-overdue is equal to 0
      write out-line from none-line after advancing 1 line
      write rpt-line from none-line
    end-if
    move window-days to dhl-days
    write out-line from due-header-line after advancing 1 line
    write rpt-line from due-header-line
    move 'D' to report-pass
    perform sweep-calibrations
    if count-coming-due is equal to 0
      write out-line from none-line after advancing 1 line
      write rpt-line from none-line
    end-if
    move count-overdue to sum-overdue
    move count-coming-due to sum-coming-due
    move count-unscheduled to sum-unscheduled
    write out-line from summary-line after advancing 1 line
    write rpt-line from summary-line
    close due-report-file
    if master-available is equal to 'Y'
      close instrument-file
    end-if
    close calibration-file
  end-if.
  close standard-output.
  stop run.

sweep-calibrations.
  move 'N' to end-of-calibration.
  move low-values to clb-id.
  start calibration-file key is not less than clb-id
    invalid key
      move 'Y' to end-of-calibration
  end-start.
  perform until end-of-calibration is equal to 'Y'
    read calibration-file next record
      at end
        move 'Y' to end-of-calibration
      not at end
        perform judge-one-calibration
    end-read
  end-perform.

judge-one-calibration.
  *> An interval of zero is a correction with no recall schedule -
  *> counted once, on the first pass, and never listed.
  if clb-interval is equal to 0
    if report-pass is equal to 'O'
      add 1 to count-unscheduled
    end-if
  else
    move 'N' to skip-instrument
    move spaces to due-station
    if master-available is equal to 'Y'
      move clb-id to inst-id
      read instrument-file key is inst-id
        invalid key
          continue
        not invalid key
          move inst-station to due-station
          if inst-status is equal to 'R'
            move 'Y' to skip-instrument
          end-if
      end-read
    end-if
    if skip-instrument is equal to 'N'
      *> A schedule with no calibration on record is as overdue as
      *> an instrument can be - the batch run holds it the same way.
      if clb-last-date is not numeric
        move spaces to due-on
        move 0 to days-to-due
        move ' never cal' to due-label
        if report-pass is equal to 'O'
          add 1 to count-overdue
          perform write-due-line
        end-if
      else
        compute due-integer = function integer-of-date(
          function numval(clb-last-date)) + clb-interval
        compute due-date = function date-of-integer(due-integer)
        move due-date to due-on
        compute days-to-due = due-integer - today-integer
        if days-to-due is less than 0
          move ' days over' to due-label
          if report-pass is equal to 'O'
            add 1 to count-overdue
            perform write-due-line
          end-if
        else
          move ' days left' to due-label
          if report-pass is equal to 'D'
               and days-to-due is not greater than window-days
            add 1 to count-coming-due
            perform write-due-line
          end-if
        end-if
      end-if
    end-if
  end-if.

write-due-line.
  move clb-id to due-id.
  move clb-last-date to due-last.
  move clb-interval to due-interval.
  move days-to-due to due-days.
  write out-line from due-line after advancing 1 line.
  write rpt-line from due-line.
