identification division.
program-id. stationMaint.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The station master editBatch and the batch run build their
  *> station lists from every night - this program is the only
  *> writer.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode dynamic
      record key is stm-code
      file status station-file-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(100).
fd station-file.
  copy stationRec.

working-storage section.
77 station-file-status pic xx value '00'.
77 end-of-session      pic x value 'N'.
77 end-of-stations     pic x value 'N'.
77 action-entry        pic x(10).
77 code-entry          pic x(10).
77 name-entry          pic x(30).
77 count-added         pic 9(9) value 0.
77 count-changed       pic 9(9) value 0.
77 count-deactivated   pic 9(9) value 0.
77 count-reactivated   pic 9(9) value 0.
*> The most active stations editBatch and the batch run will load -
*> their station tables stop at 20, so a 21st would never be read.
77 max-active-stations pic 9(4) value 20.
77 active-count        pic 9(4) value 0.
copy signOnParms.
01 title-line.
  02 filler pic X(26) value 'Station master maintenance'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 action-prompt-line.
  02 filler pic X(59) value
      'A)dd, C)hange, D)eactivate, R)eactivate, L)ist all, Q)uit:'.
  02 filler pic X value space.
01 code-prompt-line.
  02 filler pic X(13) value 'Station code:'.
  02 filler pic X value space.
01 raw-prompt-line.
  02 filler pic X(20) value 'Raw extract file:'.
  02 filler pic X value space.
01 validated-prompt-line.
  02 filler pic X(20) value 'Validated file:'.
  02 filler pic X value space.
01 contact-prompt-line.
  02 filler pic X(20) value 'Contact:'.
  02 filler pic X value space.
01 keep-note-line.
  02 filler pic X(40) value 'Blank at any prompt keeps the old value'.
01 exists-line.
  02 filler pic X(42) value 'That station code is already on the master'.
01 missing-line.
  02 filler pic X(37) value 'No master entry for that station code'.
01 bad-code-line.
  02 filler pic X(60) value
      'A station code is two non-blank bytes, and not RS, TC, or BS'.
01 too-many-active-line.
  02 filler pic X(44) value
      'Already 20 active stations - the nightly run'.
  02 filler pic X(30) value ' loads no more; entry not made'.
01 names-needed-line.
  02 filler pic X(56) value
      'Both file names are needed - entry not written'.
01 display-line.
  02 dis-code pic X(2).
  02 filler pic X(2) value spaces.
  02 dis-status pic X(8).
  02 filler pic X(2) value spaces.
  02 dis-raw pic X(30).
  02 filler pic X value space.
  02 dis-validated pic X(30).
  02 filler pic X value space.
  02 dis-contact pic X(30).
01 summary-line.
  02 filler pic X(7) value 'Added: '.
  02 sum-added pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Changed: '.
  02 sum-changed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(13) value 'Deactivated: '.
  02 sum-deactivated pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(13) value 'Reactivated: '.
  02 sum-reactivated pic Z(8)9.

*> Maintenance front end for the station master: add a collection
*> station, change its file names or contact, take it out of the
*> nightly pipeline or bring it back, or list them all. Creates the
*> master on its first-ever use, the same way instMaint does.
procedure division.
main-logic.
  open output standard-output.
  *> Station maintenance comes under instrument maintenance,
  *> function I - signOn turns away anyone not granted it and logs
  *> the attempt.
  move 'stationMaint' to son-program.
  move 'I' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  open i-o station-file.
  if station-file-status is equal to '35'
    open output station-file
    close station-file
    open i-o station-file
  end-if.
  if station-file-status is not equal to '00'
    display 'Unable to open station-master.dat - status '
        station-file-status
  else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    perform until end-of-session is equal to 'Y'
      write out-line from action-prompt-line after advancing 1 line
      move spaces to action-entry
      accept action-entry
      evaluate action-entry
        when 'A'
        when 'a'
          perform add-station
        when 'C'
        when 'c'
          perform change-station
        when 'D'
        when 'd'
          perform deactivate-station
        when 'R'
        when 'r'
          perform reactivate-station
        when 'L'
        when 'l'
          perform list-stations
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
    move count-changed to sum-changed
    move count-deactivated to sum-deactivated
    move count-reactivated to sum-reactivated
    write out-line from summary-line after advancing 1 line
    close station-file
  end-if.
  close standard-output.
  stop run.

prompt-for-code.
  write out-line from code-prompt-line after advancing 1 line.
  move spaces to code-entry.
  accept code-entry.

add-station.
  perform prompt-for-code.
  *> RS, TC, and BS already mean something on the resubmit queue -
  *> a station under one of them would be indistinguishable there.
  if code-entry(1:1) is equal to space
       or code-entry(2:1) is equal to space
       or code-entry(1:2) is equal to 'RS'
       or code-entry(1:2) is equal to 'TC'
       or code-entry(1:2) is equal to 'BS'
    write out-line from bad-code-line after advancing 1 line
  else
    perform count-active-stations
    if active-count is not less than max-active-stations
      write out-line from too-many-active-line after advancing 1 line
    else
      move code-entry(1:2) to stm-code
      read station-file key is stm-code
        invalid key
          perform prompt-new-fields
        not invalid key
          write out-line from exists-line after advancing 1 line
      end-read
    end-if
  end-if.

prompt-new-fields.
  move code-entry(1:2) to stm-code.
  move 'A' to stm-status.
  write out-line from raw-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  move name-entry to stm-raw-file.
  write out-line from validated-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  move name-entry to stm-validated-file.
  write out-line from contact-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  move name-entry to stm-contact.
  *> A station with no file names would send the nightly pipeline
  *> looking for a file called nothing.
  if stm-raw-file is equal to spaces
       or stm-validated-file is equal to spaces
    write out-line from names-needed-line after advancing 1 line
  else
    write station-rec
      invalid key
        *> Terminated explicitly so the outer WRITE's NOT INVALID
        *> KEY phrase can't be taken as belonging to this one.
        write out-line from exists-line after advancing 1 line
        end-write
      not invalid key
        add 1 to count-added
        perform show-station
    end-write
  end-if.

change-station.
  perform prompt-for-code.
  move code-entry(1:2) to stm-code.
  read station-file key is stm-code
    invalid key
      *> Terminated explicitly so the READ's NOT INVALID KEY phrase
      *> can't be taken as belonging to this WRITE instead.
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-station
      perform prompt-changed-fields
  end-read.

prompt-changed-fields.
  write out-line from keep-note-line after advancing 1 line.
  write out-line from raw-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  if name-entry is not equal to spaces
    move name-entry to stm-raw-file
  end-if.
  write out-line from validated-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  if name-entry is not equal to spaces
    move name-entry to stm-validated-file
  end-if.
  write out-line from contact-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  if name-entry is not equal to spaces
    move name-entry to stm-contact
  end-if.
  rewrite station-rec.
  add 1 to count-changed.
  perform show-station.

deactivate-station.
  perform prompt-for-code.
  move code-entry(1:2) to stm-code.
  read station-file key is stm-code
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      move 'I' to stm-status
      rewrite station-rec
      add 1 to count-deactivated
      perform show-station
  end-read.

reactivate-station.
  perform prompt-for-code.
  *> Counted first - the sweep uses the record area the station
  *> being reactivated is read into.
  perform count-active-stations.
  move code-entry(1:2) to stm-code.
  read station-file key is stm-code
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      if stm-status is equal to 'I'
           and active-count is not less than max-active-stations
        write out-line from too-many-active-line
          after advancing 1 line
      else
        move 'A' to stm-status
        rewrite station-rec
        add 1 to count-reactivated
        perform show-station
      end-if
  end-read.

count-active-stations.
  move 0 to active-count.
  move 'N' to end-of-stations.
  move low-values to stm-code.
  start station-file key is not less than stm-code
    invalid key
      move 'Y' to end-of-stations
  end-start.
  perform until end-of-stations is equal to 'Y'
    read station-file next record
      at end
        move 'Y' to end-of-stations
      not at end
        if stm-status is not equal to 'I'
          add 1 to active-count
        end-if
    end-read
  end-perform.

list-stations.
  move 'N' to end-of-stations.
  move low-values to stm-code.
  start station-file key is not less than stm-code
    invalid key
      move 'Y' to end-of-stations
  end-start.
  perform until end-of-stations is equal to 'Y'
    read station-file next record
      at end
        move 'Y' to end-of-stations
      not at end
        perform show-station
    end-read
  end-perform.

show-station.
  move stm-code to dis-code.
  if stm-status is equal to 'I'
    move 'inactive' to dis-status
  else
    move 'active' to dis-status
  end-if.
  move stm-raw-file to dis-raw.
  move stm-validated-file to dis-validated.
  move stm-contact to dis-contact.
  write out-line from display-line after advancing 1 line.
