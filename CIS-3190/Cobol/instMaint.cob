      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  *> Every master write is recorded here first, with the date it
  *> takes effect from and the record before and after - the master
  *> itself only ever holds today's version.
  select instrument-change-file assign to "instrument-change.dat"
      organization indexed
      access mode dynamic
      record key is chg-key
      file status change-file-status.
  *> An instrument can only be owned by a station the master knows
  *> and has in service - read only, stationMaint keeps it.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode dynamic
      record key is stm-code
      file status station-file-status.
  *> Which instrument each replacement took over from - written
  *> only here, followed by the reports through linkChain.
  select link-file assign to "instrument-link.dat"
      organization indexed
      access mode dynamic
      record key is lnk-successor
      file status link-file-status.

data division.
file section.
  01 out-line picture X(100).
fd instrument-file.
  copy instrumentRec.
fd instrument-change-file.
  copy instChangeRec.
fd station-file.
  copy stationRec.
fd link-file.
  copy instLinkRec.

working-storage section.
77 instrument-file-status pic xx value '00'.
77 change-file-status  pic xx value '00'.
77 station-file-status pic xx value '00'.
77 link-file-status    pic xx value '00'.
77 links-available     pic x value 'N'.
77 end-of-links        pic x value 'N'.
77 successor-id        pic x(10).
77 predecessor-id      pic x(10).
77 predecessor-status  pic x.
*> Y once the link in hand has passed every check and may be
*> written.
77 link-ok             pic x value 'N'.
*> A cancelled link under the successor's key is rewritten rather
*> than added - the key is the successor's.
77 link-exists         pic x value 'N'.
77 chain-id            pic x(10).
77 chain-hops          pic 99 value 0.
77 stations-available  pic x value 'N'.
*> N when the station code typed is not an active station - the
*> batch run would reject every reading the instrument sent.
77 station-ok          pic x value 'Y'.
77 end-of-session      pic x value 'N'.
77 action-entry        pic x(10).
77 id-entry            pic x(10).
77 station-entry       pic x(10).
77 value-entry         pic x(22).
77 profile-entry       pic x(10).
77 session-operator    pic x(3).
77 effective-entry     pic x(10).
77 effective-date      pic x(8).
77 today-date          pic x(8).
*> Y once the effective date typed for the change in hand passed.
77 effective-ok        pic x value 'N'.
*> The instrument's most recent change on file and its sequence -
*> a new change can't take effect before the last one did, or the
*> before images would stop describing a single history.
77 latest-effective    pic x(8).
77 latest-seq          pic 9(4).
77 end-of-changes      pic x value 'N'.
*> The master record as it stood before the change in hand.
77 before-image        pic x(48).
*> Y once the change record is safely on file - only then is the
*> master itself written.
77 change-logged       pic x value 'N'.
*> A = add, C = change, R = retire - what the change in hand is.
77 change-action       pic x.
77 count-added         pic 9(9) value 0.
77 count-changed       pic 9(9) value 0.
77 count-retired       pic 9(9) value 0.
77 count-linked        pic 9(9) value 0.
77 count-unlinked      pic 9(9) value 0.
copy signOnParms.
01 title-line.
  02 filler pic X(29) value 'Instrument master maintenance'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 effective-prompt-line.
  02 filler pic X(41) value 'Effective from yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 bad-effective-line.
  02 filler pic X(60) value
      'Effective date is not a date, or in the future - not written'.
01 too-early-line.
  02 filler pic X(48) value
      'Effective date is before the last change, dated '.
  02 tel-latest pic X(8).
  02 filler pic X(14) value ' - not written'.
01 not-logged-line.
  02 filler pic X(57) value
      'Change could not be recorded - master left as it was'.
01 action-prompt-line.
  02 filler pic X(45) value 'A)dd, C)hange, R)etire, L)ookup, Q)uit,'.
  02 filler pic X(34) value ' K) link replacement, U)nlink:'.
  02 filler pic X value space.
01 successor-prompt-line.
  02 filler pic X(32) value 'Replacement (new) reading ID:'.
  02 filler pic X value space.
01 predecessor-prompt-line.
  02 filler pic X(32) value 'Replaced (old) reading ID:'.
  02 filler pic X value space.
01 changeover-prompt-line.
  02 filler pic X(45) value
      'Changeover date yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 no-links-line.
  02 filler pic X(52) value
      'instrument-link.dat would not open - no links made'.
01 link-refused-line.
  02 filler pic X(14) value 'Not linked -  '.
  02 lrf-reason pic X(60).
01 still-in-service-line.
  02 filler pic X(62) value
      'The replaced instrument is still in service - retire it with R'.
01 link-line.
  02 lkl-successor pic X(10).
  02 filler pic X(10) value ' replaces '.
  02 lkl-predecessor pic X(10).
  02 filler pic X(6) value ' from '.
  02 lkl-changeover pic X(8).
  02 lkl-state pic X(12).
01 not-linked-line.
  02 filler pic X(48) value
      'That reading ID replaces nothing - not unlinked'.
01 id-prompt-line.
  02 filler pic X(11) value 'Reading ID:'.
  02 filler pic X value space.
01 station-prompt-line.
  02 filler pic X(20) value 'Owning station code:'.
  02 filler pic X value space.
01 bad-station-line.
  02 filler pic X(56) value
      'Not an active station on the master - entry not written'.
01 min-prompt-line.
  02 filler pic X(24) value 'Expected minimum value:'.
  02 filler pic X value space.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Retired: '.
  02 sum-retired pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(8) value 'Linked: '.
  02 sum-linked pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Unlinked: '.
  02 sum-unlinked pic Z(8)9.

*> Maintenance front end for the instrument master: add a new
*> instrument, change an existing entry's station, range, or
*> precision profile, retire an instrument so new readings under
*> its ID become rejects, or just look one up. Creates the master
*> on its first-ever use, the same way the batch run creates the
*> history file. A replacement instrument is linked to the one it
*> took over from, with the changeover date, so the reports that
*> follow chains carry the old instrument's history across.
procedure division.
main-logic.
  open output standard-output.
  *> Instrument maintenance is function I - signOn turns away anyone
  *> not granted it and logs the attempt.
  move 'instMaint' to son-program.
  move 'I' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  open i-o instrument-file.
  if instrument-file-status is equal to '35'
    open output instrument-file
    close instrument-file
    open i-o instrument-file
  end-if.
  open i-o instrument-change-file.
  if change-file-status is equal to '35'
    open output instrument-change-file
    close instrument-change-file
    open i-o instrument-change-file
  end-if.
  *> Without a station master the code is taken as typed, as it
  *> always was - the batch run refuses to start without one anyway.
  open input station-file.
  if station-file-status is equal to '00'
    move 'Y' to stations-available
  end-if.
  *> Links are their own file - without it the master can still be
  *> kept, only linking is refused.
  open i-o link-file.
  if link-file-status is equal to '35'
    open output link-file
    close link-file
    open i-o link-file
  end-if.
  if link-file-status is equal to '00'
    move 'Y' to links-available
  end-if.
  *> A master change that can't be recorded must not happen at
  *> all - a backdated run would judge readings against a version
  *> nobody can reconstruct.
  if instrument-file-status is not equal to '00'
       or change-file-status is not equal to '00'
    display 'Unable to open instrument-master.dat or'
        ' instrument-change.dat - status ' instrument-file-status
        ' ' change-file-status
  else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    *> The operator signOn admitted - every change this pass records
    *> carries their ID.
    move son-operator to session-operator
    move function current-date(1:8) to today-date
    perform until end-of-session is equal to 'Y'
      write out-line from action-prompt-line after advancing 1 line
      move spaces to action-entry
        when 'R'
        when 'r'
          perform retire-instrument
        when 'K'
        when 'k'
          perform link-instrument
        when 'U'
        when 'u'
          perform unlink-instrument
        when 'L'
        when 'l'
          perform lookup-instrument
    move count-added to sum-added
    move count-changed to sum-changed
    move count-retired to sum-retired
    move count-linked to sum-linked
    move count-unlinked to sum-unlinked
    write out-line from summary-line after advancing 1 line
  end-if.
  close instrument-file.
  close instrument-change-file.
  if stations-available is equal to 'Y'
    close station-file
  end-if.
  if links-available is equal to 'Y'
    close link-file
  end-if.
  close standard-output.
  stop run.
  move spaces to station-entry.
  accept station-entry.
  move station-entry(1:2) to inst-station.
  perform check-station.
  write out-line from min-prompt-line after advancing 1 line.
  move spaces to value-entry.
  accept value-entry.
       or profile-entry is equal to '3'
    move profile-entry to inst-profile
  end-if.
  if station-ok is equal to 'N'
    write out-line from bad-station-line after advancing 1 line
  else if inst-min-value is greater than inst-max-value
    *> An inverted range would reject every reading the instrument
    *> ever sends - refuse the entry rather than write a trap.
    write out-line from bad-range-line after advancing 1 line
  else
    move spaces to before-image
    move 'A' to change-action
    perform prompt-effective-date
    if effective-ok is equal to 'Y'
      perform record-change
    end-if
    if effective-ok is equal to 'Y' and change-logged is equal to 'Y'
      write instrument-rec
        invalid key
          *> Terminated explicitly so the outer WRITE's NOT INVALID
          *> KEY phrase can't be taken as belonging to this one.
          write out-line from exists-line after advancing 1 line
          end-write
        not invalid key
          add 1 to count-added
          perform show-instrument
      end-write
    end-if
  end-if.

change-instrument.
      end-write
    not invalid key
      perform show-instrument
      move instrument-rec to before-image
      perform prompt-changed-fields
  end-read.

prompt-changed-fields.
  *> Only a new station is checked - an instrument whose station has
  *> since gone inactive can still have its range corrected.
  move 'Y' to station-ok.
  write out-line from keep-note-line after advancing 1 line.
  write out-line from station-prompt-line after advancing 1 line.
  move spaces to station-entry.
  accept station-entry.
  if station-entry is not equal to spaces
    move station-entry(1:2) to inst-station
    perform check-station
  end-if.
  write out-line from min-prompt-line after advancing 1 line.
  move spaces to value-entry.
       or profile-entry is equal to '3'
    move profile-entry to inst-profile
  end-if.
  if station-ok is equal to 'N'
    write out-line from bad-station-line after advancing 1 line
  else if inst-min-value is greater than inst-max-value
    write out-line from bad-range-line after advancing 1 line
  else
    move 'C' to change-action
    perform prompt-effective-date
    if effective-ok is equal to 'Y'
      perform record-change
    end-if
    if effective-ok is equal to 'Y' and change-logged is equal to 'Y'
      rewrite instrument-rec
      add 1 to count-changed
      perform show-instrument
    end-if
  end-if.

retire-instrument.
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      move instrument-rec to before-image
      move 'R' to inst-status
      move 'R' to change-action
      perform prompt-effective-date
      if effective-ok is equal to 'Y'
        perform record-change
      end-if
      if effective-ok is equal to 'Y' and change-logged is equal to 'Y'
        rewrite instrument-rec
        add 1 to count-retired
        perform show-instrument
      end-if
  end-read.

lookup-instrument.
      perform show-instrument
  end-read.

link-instrument.
  if links-available is not equal to 'Y'
    write out-line from no-links-line after advancing 1 line
  else
    perform prompt-link-fields
    if link-ok is equal to 'Y'
      move successor-id to lnk-successor
      move predecessor-id to lnk-predecessor
      move effective-date to lnk-changeover
      move 'A' to lnk-state
      move session-operator to lnk-linked-by
      move function current-date(1:14) to lnk-linked-stamp
      move spaces to lnk-ended-by
      move spaces to lnk-ended-stamp
      if link-exists is equal to 'Y'
        rewrite inst-link-rec
      else
        write inst-link-rec
      end-if
      add 1 to count-linked
      perform show-link
      if predecessor-status is not equal to 'R'
        write out-line from still-in-service-line
          after advancing 1 line
      end-if
    end-if
  end-if.

prompt-link-fields.
  *> Both ends must be on the master, neither may already be linked
  *> that way, and the link may not close a loop - every report that
  *> follows a chain walks it expecting an end.
  move 'N' to link-ok.
  move 'N' to link-exists.
  write out-line from successor-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.
  move id-entry to successor-id.
  write out-line from predecessor-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.
  move id-entry to predecessor-id.
  move spaces to lrf-reason.
  if successor-id is equal to spaces
       or predecessor-id is equal to spaces
    move 'a blank reading ID names nothing' to lrf-reason
  else if successor-id is equal to predecessor-id
    move 'an instrument cannot replace itself' to lrf-reason
  else
    move successor-id to inst-id
    read instrument-file key is inst-id
      invalid key
        move 'the replacement is not on the master' to lrf-reason
    end-read
    move predecessor-id to inst-id
    read instrument-file key is inst-id
      invalid key
        move 'the replaced instrument is not on the master'
          to lrf-reason
      not invalid key
        move inst-status to predecessor-status
    end-read
  end-if
  end-if.
  if lrf-reason is equal to spaces
    move successor-id to lnk-successor
    read link-file key is lnk-successor
      invalid key
        continue
      not invalid key
        move 'Y' to link-exists
        if lnk-state is equal to 'A'
          string 'the replacement already replaces '
              lnk-predecessor delimited by size into lrf-reason
        end-if
    end-read
  end-if.
  if lrf-reason is equal to spaces
    perform find-existing-successor
  end-if.
  if lrf-reason is equal to spaces
    perform check-for-loop
  end-if.
  if lrf-reason is equal to spaces
    perform prompt-changeover
  end-if.
  if lrf-reason is not equal to spaces
    write out-line from link-refused-line after advancing 1 line
  end-if.

find-existing-successor.
  *> Keyed by successor, so one instrument already replaced by
  *> another is found by a pass over the links.
  move 'N' to end-of-links.
  move low-values to lnk-successor.
  start link-file key is not less than lnk-successor
    invalid key
      move 'Y' to end-of-links
  end-start.
  perform until end-of-links is equal to 'Y'
    read link-file next record
      at end
        move 'Y' to end-of-links
      not at end
        if lnk-predecessor is equal to predecessor-id
             and lnk-state is equal to 'A'
          string 'the replaced instrument is already replaced by '
              lnk-successor delimited by size into lrf-reason
          move 'Y' to end-of-links
        end-if
    end-read
  end-perform.

check-for-loop.
  *> Walk back from the replaced instrument - meeting the
  *> replacement on the way means the link would close a loop.
  move predecessor-id to chain-id.
  move 0 to chain-hops.
  move 'N' to end-of-links.
  perform until end-of-links is equal to 'Y'
    move chain-id to lnk-successor
    read link-file key is lnk-successor
      invalid key
        move 'Y' to end-of-links
      not invalid key
        if lnk-state is equal to 'A'
          move lnk-predecessor to chain-id
          add 1 to chain-hops
          if chain-id is equal to successor-id
            move 'the link would make the chain a loop' to lrf-reason
            move 'Y' to end-of-links
          end-if
          if chain-hops is not less than 99
            move 'Y' to end-of-links
          end-if
        else
          move 'Y' to end-of-links
        end-if
    end-read
  end-perform.

prompt-changeover.
  *> Blank is today; a date still to come is refused for the same
  *> reason a future effective date is.
  write out-line from changeover-prompt-line after advancing 1 line.
  move spaces to effective-entry.
  accept effective-entry.
  if effective-entry is equal to spaces
    move today-date to effective-date
  else
    move effective-entry(1:8) to effective-date
  end-if.
  if effective-date is not numeric
    move 'the changeover date is not a date' to lrf-reason
  else if function test-date-yyyymmdd(function numval(effective-date))
       is not equal to 0
       or effective-date is greater than today-date
    move 'the changeover date is not a date, or in the future'
      to lrf-reason
  else
    move 'Y' to link-ok
  end-if
  end-if.

unlink-instrument.
  if links-available is not equal to 'Y'
    write out-line from no-links-line after advancing 1 line
  else
    write out-line from successor-prompt-line after advancing 1 line
    move spaces to id-entry
    accept id-entry
    move id-entry to lnk-successor
    read link-file key is lnk-successor
      invalid key
        write out-line from not-linked-line after advancing 1 line
        end-write
      not invalid key
        if lnk-state is not equal to 'A'
          write out-line from not-linked-line after advancing 1 line
        else
          move 'X' to lnk-state
          move session-operator to lnk-ended-by
          move function current-date(1:14) to lnk-ended-stamp
          rewrite inst-link-rec
          add 1 to count-unlinked
          perform show-link
        end-if
    end-read
  end-if.

show-link.
  move lnk-successor to lkl-successor.
  move lnk-predecessor to lkl-predecessor.
  move lnk-changeover to lkl-changeover.
  if lnk-state is equal to 'A'
    move spaces to lkl-state
  else
    move '  - unlinked' to lkl-state
  end-if.
  write out-line from link-line after advancing 1 line.

check-station.
  move 'Y' to station-ok.
  if stations-available is equal to 'Y'
    move inst-station to stm-code
    read station-file key is stm-code
      invalid key
        move 'N' to station-ok
      not invalid key
        if stm-status is equal to 'I'
          move 'N' to station-ok
        end-if
    end-read
  end-if.

show-instrument.
  move inst-id to dis-id.
  move inst-station to dis-station.
  move inst-max-value to dis-max.
  move inst-profile to dis-profile.
  write out-line from display-line after advancing 1 line.

prompt-effective-date.
  *> Blank is today. A future date is refused - the master would
  *> already be showing a version not yet in effect - and so is a
  *> date before the instrument's last recorded change, which would
  *> leave two changes each claiming the other's before image.
  move 'N' to effective-ok.
  write out-line from effective-prompt-line after advancing 1 line.
  move spaces to effective-entry.
  accept effective-entry.
  if effective-entry is equal to spaces
    move today-date to effective-date
  else
    move effective-entry(1:8) to effective-date
  end-if.
  if effective-date is not numeric
    write out-line from bad-effective-line after advancing 1 line
  else if function test-date-yyyymmdd(function numval(effective-date))
       is not equal to 0
       or effective-date is greater than today-date
    write out-line from bad-effective-line after advancing 1 line
  else
    perform find-latest-change
    if latest-effective is not equal to spaces
         and effective-date is less than latest-effective
      move latest-effective to tel-latest
      write out-line from too-early-line after advancing 1 line
    else
      move 'Y' to effective-ok
    end-if
  end-if
  end-if.

find-latest-change.
  *> The instrument's changes sit together in key order, oldest
  *> first - the last one read is the latest.
  move spaces to latest-effective.
  move 0 to latest-seq.
  move 'N' to end-of-changes.
  move inst-id to chg-id.
  move '00000000' to chg-effective.
  move 0 to chg-seq.
  start instrument-change-file key is not less than chg-key
    invalid key
      move 'Y' to end-of-changes
  end-start.
  perform until end-of-changes is equal to 'Y'
    read instrument-change-file next record
      at end
        move 'Y' to end-of-changes
      not at end
        if chg-id is equal to inst-id
          move chg-effective to latest-effective
          move chg-seq to latest-seq
        else
          move 'Y' to end-of-changes
        end-if
    end-read
  end-perform.

record-change.
  *> The scan for the latest change has since used the record
  *> area, so it is built whole here.
  move 'N' to change-logged.
  move inst-id to chg-id.
  move effective-date to chg-effective.
  if effective-date is equal to latest-effective
    compute chg-seq = latest-seq + 1
  else
    move 1 to chg-seq
  end-if.
  move change-action to chg-action.
  move session-operator to chg-operator.
  move function current-date(1:14) to chg-stamp.
  move before-image to chg-before.
  move instrument-rec to chg-after.
  write instrument-change-rec
    invalid key
      write out-line from not-logged-line after advancing 1 line
      end-write
    not invalid key
      move 'Y' to change-logged
  end-write.
