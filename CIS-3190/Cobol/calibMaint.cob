identification division.
program-id. calibMaint.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The calibration schedule and bench corrections the batch run
  *> applies - this program is the only writer.
  select calibration-file assign to "calibration.dat"
      organization indexed
      access mode dynamic
      record key is clb-id
      file status calibration-file-status.
  *> Read-only here: a schedule is only taken for an instrument the
  *> master already knows.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(100).
fd calibration-file.
  copy calibrationRec.
fd instrument-file.
  copy instrumentRec.

working-storage section.
77 calibration-file-status pic xx value '00'.
77 instrument-file-status pic xx value '00'.
*> Y only when the master opened - without it IDs can't be checked,
*> which is said once rather than refusing every add.
77 master-available    pic x value 'N'.
77 end-of-session      pic x value 'N'.
77 action-entry        pic x(10).
77 id-entry            pic x(10).
77 date-entry          pic x(10).
77 value-entry         pic x(22).
77 session-operator    pic x(3).
77 today-date          pic x(8).
*> N when any field entered in the pass in hand was refused - the
*> record is then left exactly as it was.
77 entry-ok            pic x value 'Y'.
77 work-interval       pic 9(5).
77 work-gain           pic 9(3)v9(6).
77 work-offset         pic s9(9)v9(6).
77 work-date           pic x(8).
77 count-added         pic 9(9) value 0.
77 count-recorded      pic 9(9) value 0.
77 count-changed       pic 9(9) value 0.
77 count-dropped       pic 9(9) value 0.
copy signOnParms.
01 title-line.
  02 filler pic X(36) value 'Instrument calibration maintenance'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 action-prompt-line.
  02 filler pic X(63) value
      'A)dd, R)ecord a calibration, C)hange, D)rop, L)ookup, Q)uit:'.
  02 filler pic X value space.
01 id-prompt-line.
  02 filler pic X(11) value 'Reading ID:'.
  02 filler pic X value space.
01 last-date-prompt-line.
  02 filler pic X(47) value 'Calibrated on yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 change-date-prompt-line.
  02 filler pic X(33) value 'Last calibration date yyyymmdd:'.
  02 filler pic X value space.
01 interval-prompt-line.
  02 filler pic X(50) value
      'Calibration interval in days (0 = no schedule):'.
  02 filler pic X value space.
01 gain-prompt-line.
  02 filler pic X(30) value 'Gain correction (blank = 1):'.
  02 filler pic X value space.
01 offset-prompt-line.
  02 filler pic X(32) value 'Offset correction (blank = 0):'.
  02 filler pic X value space.
01 keep-note-line.
  02 filler pic X(40) value 'Blank at any prompt keeps the old value'.
01 bad-date-line.
  02 filler pic X(51) value
      'Not a yyyymmdd date, or in the future - not written'.
01 bad-interval-line.
  02 filler pic X(47) value 'Interval must be 0 to 99999 days - not written'.
01 bad-gain-line.
  02 filler pic X(58) value
      'Gain must be a number above 0 and below 1000 - not written'.
01 bad-offset-line.
  02 filler pic X(43) value 'Offset is not a usable number - not written'.
01 exists-line.
  02 filler pic X(50) value
      'That reading ID already has a calibration record'.
01 missing-line.
  02 filler pic X(43) value 'No calibration record for that reading ID'.
01 not-on-master-line.
  02 filler pic X(47) value 'That reading ID is not on the instrument master'.
01 no-master-line.
  02 filler pic X(57) value
      'Instrument master not found - reading IDs are not checked'.
01 blank-id-line.
  02 filler pic X(34) value 'A blank reading ID names nothing'.
01 display-line.
  02 dis-id pic X(10).
  02 filler pic X(8) value '  Last '.
  02 dis-last pic X(8).
  02 filler pic X(12) value '  Interval '.
  02 dis-interval pic Z(4)9.
  02 filler pic X(8) value '  Gain '.
  02 dis-gain pic ZZ9.9(6).
  02 filler pic X(10) value '  Offset '.
  02 dis-offset pic -(9)9.9(6).
  02 filler pic X(5) value '  by '.
  02 dis-operator pic X(3).
01 summary-line.
  02 filler pic X(7) value 'Added: '.
  02 sum-added pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Recorded: '.
  02 sum-recorded pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Changed: '.
  02 sum-changed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Dropped: '.
  02 sum-dropped pic Z(8)9.

*> Maintenance front end for the calibration file: put an
*> instrument on a calibration schedule, record a bench calibration
*> (the new date and the correction it measured), change a schedule
*> or correction that was keyed wrong, drop an instrument from the
*> schedule altogether, or look one up. Creates the file on its
*> first-ever use, the same way instMaint creates the master.
procedure division.
main-logic.
  open output standard-output.
  *> Calibration maintenance comes under instrument maintenance,
  *> function I - signOn turns away anyone not granted it and logs the
  *> attempt.
  move 'calibMaint' to son-program.
  move 'I' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  open i-o calibration-file.
  if calibration-file-status is equal to '35'
    open output calibration-file
    close calibration-file
    open i-o calibration-file
  end-if.
  if calibration-file-status is not equal to '00'
    display 'Unable to open calibration.dat - status '
        calibration-file-status
  else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    open input instrument-file
    if instrument-file-status is equal to '00'
      move 'Y' to master-available
    else
      write out-line from no-master-line after advancing 1 line
    end-if
    *> The operator signOn admitted - every record this pass writes
    *> carries their ID.
    move son-operator to session-operator
    move function current-date(1:8) to today-date
    perform until end-of-session is equal to 'Y'
      write out-line from action-prompt-line after advancing 1 line
      move spaces to action-entry
      accept action-entry
      evaluate action-entry
        when 'A'
        when 'a'
          perform add-calibration
        when 'R'
        when 'r'
          perform record-calibration
        when 'C'
        when 'c'
          perform change-calibration
        when 'D'
        when 'd'
          perform drop-calibration
        when 'L'
        when 'l'
          perform lookup-calibration
        when 'Q'
        when 'q'
          move 'Y' to end-of-session
        *> Anything else just reprompts - a mistyped action must
        *> not fall through into a write.
        when other
          continue
      end-evaluate
    end-perform
    move count-added to sum-added
    move count-recorded to sum-recorded
    move count-changed to sum-changed
    move count-dropped to sum-dropped
    write out-line from summary-line after advancing 1 line
    if master-available is equal to 'Y'
      close instrument-file
    end-if
    close calibration-file
  end-if.
  close standard-output.
  stop run.

prompt-for-id.
  write out-line from id-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.

add-calibration.
  perform prompt-for-id.
  if id-entry is equal to spaces
    write out-line from blank-id-line after advancing 1 line
  else
    move 'Y' to entry-ok
    if master-available is equal to 'Y'
      move id-entry to inst-id
      read instrument-file key is inst-id
        invalid key
          move 'N' to entry-ok
          write out-line from not-on-master-line
            after advancing 1 line
          end-write
      end-read
    end-if
    if entry-ok is equal to 'Y'
      *> A probe read first, so an ID already on the schedule is
      *> reported before any field prompts rather than after them.
      move id-entry to clb-id
      read calibration-file key is clb-id
        invalid key
          perform prompt-new-fields
        not invalid key
          write out-line from exists-line after advancing 1 line
      end-read
    end-if
  end-if.

prompt-new-fields.
  move 'Y' to entry-ok.
  move today-date to work-date.
  move 0 to work-interval.
  move 1 to work-gain.
  move 0 to work-offset.
  write out-line from last-date-prompt-line after advancing 1 line.
  perform accept-date.
  write out-line from interval-prompt-line after advancing 1 line.
  perform accept-interval.
  write out-line from gain-prompt-line after advancing 1 line.
  perform accept-gain.
  write out-line from offset-prompt-line after advancing 1 line.
  perform accept-offset.
  if entry-ok is equal to 'Y'
    move id-entry to clb-id
    move work-date to clb-last-date
    move work-interval to clb-interval
    move work-gain to clb-gain
    move work-offset to clb-offset
    move session-operator to clb-operator
    move function current-date(1:14) to clb-stamp
    write calibration-rec
      invalid key
        *> Terminated explicitly so the outer WRITE's NOT INVALID
        *> KEY phrase can't be taken as belonging to this one.
        write out-line from exists-line after advancing 1 line
        end-write
      not invalid key
        add 1 to count-added
        perform show-calibration
    end-write
  end-if.

record-calibration.
  *> The bench has seen the instrument: a new calibration date and
  *> whatever correction it measured this time. The interval stays.
  perform prompt-for-id.
  move id-entry to clb-id.
  read calibration-file key is clb-id
    invalid key
      *> Terminated explicitly so the READ's NOT INVALID KEY phrase
      *> can't be taken as belonging to this WRITE instead.
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-calibration
      move 'Y' to entry-ok
      move today-date to work-date
      move clb-gain to work-gain
      move clb-offset to work-offset
      write out-line from last-date-prompt-line after advancing 1 line
      perform accept-date
      write out-line from keep-note-line after advancing 1 line
      write out-line from gain-prompt-line after advancing 1 line
      perform accept-gain
      write out-line from offset-prompt-line after advancing 1 line
      perform accept-offset
      if entry-ok is equal to 'Y'
        move work-date to clb-last-date
        move work-gain to clb-gain
        move work-offset to clb-offset
        move session-operator to clb-operator
        move function current-date(1:14) to clb-stamp
        rewrite calibration-rec
        add 1 to count-recorded
        perform show-calibration
      end-if
  end-read.

change-calibration.
  *> Correcting what was keyed, not a new bench visit - every field
  *> may change and a blank keeps it.
  perform prompt-for-id.
  move id-entry to clb-id.
  read calibration-file key is clb-id
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-calibration
      move 'Y' to entry-ok
      move clb-last-date to work-date
      move clb-interval to work-interval
      move clb-gain to work-gain
      move clb-offset to work-offset
      write out-line from keep-note-line after advancing 1 line
      write out-line from change-date-prompt-line
        after advancing 1 line
      perform accept-date
      write out-line from interval-prompt-line after advancing 1 line
      perform accept-interval
      write out-line from gain-prompt-line after advancing 1 line
      perform accept-gain
      write out-line from offset-prompt-line after advancing 1 line
      perform accept-offset
      if entry-ok is equal to 'Y'
        move work-date to clb-last-date
        move work-interval to clb-interval
        move work-gain to clb-gain
        move work-offset to clb-offset
        move session-operator to clb-operator
        move function current-date(1:14) to clb-stamp
        rewrite calibration-rec
        add 1 to count-changed
        perform show-calibration
      end-if
  end-read.

drop-calibration.
  *> Off the schedule entirely - the instrument's readings go
  *> through uncorrected and are never held overdue from here on.
  perform prompt-for-id.
  move id-entry to clb-id.
  read calibration-file key is clb-id
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-calibration
      delete calibration-file record
      add 1 to count-dropped
  end-read.

lookup-calibration.
  perform prompt-for-id.
  move id-entry to clb-id.
  read calibration-file key is clb-id
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-calibration
  end-read.

accept-date.
  *> A calibration can't have happened tomorrow - a future date
  *> would quietly push the instrument's due date out.
  move spaces to date-entry.
  accept date-entry.
  if date-entry is not equal to spaces
    if date-entry(1:8) is numeric
         and function test-date-yyyymmdd(
               function numval(date-entry(1:8))) is equal to 0
         and date-entry(1:8) is not greater than today-date
      move date-entry(1:8) to work-date
    else
      move 'N' to entry-ok
      write out-line from bad-date-line after advancing 1 line
    end-if
  end-if.

accept-interval.
  move spaces to value-entry.
  accept value-entry.
  if value-entry is not equal to spaces
    if function test-numval(value-entry) is equal to 0
         and function numval(value-entry) is not less than 0
         and function numval(value-entry) is less than 100000
      compute work-interval = function numval(value-entry)
    else
      move 'N' to entry-ok
      write out-line from bad-interval-line after advancing 1 line
    end-if
  end-if.

accept-gain.
  move spaces to value-entry.
  accept value-entry.
  if value-entry is not equal to spaces
    if function test-numval(value-entry) is equal to 0
         and function numval(value-entry) is greater than 0
         and function numval(value-entry) is less than 1000
      compute work-gain = function numval(value-entry)
    else
      move 'N' to entry-ok
      write out-line from bad-gain-line after advancing 1 line
    end-if
  end-if.

accept-offset.
  move spaces to value-entry.
  accept value-entry.
  if value-entry is not equal to spaces
    if function test-numval(value-entry) is equal to 0
         and function abs(function numval(value-entry))
             is less than 1000000000
      compute work-offset = function numval(value-entry)
    else
      move 'N' to entry-ok
      write out-line from bad-offset-line after advancing 1 line
    end-if
  end-if.

show-calibration.
  move clb-id to dis-id.
  move clb-last-date to dis-last.
  move clb-interval to dis-interval.
  move clb-gain to dis-gain.
  move clb-offset to dis-offset.
  move clb-operator to dis-operator.
  write out-line from display-line after advancing 1 line.
