identification division.
program-id. changeReport.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select instrument-change-file assign to "instrument-change.dat"
      organization indexed
      access mode dynamic
      record key is chg-key
      file status change-file-status.
  select change-report-file assign to "instrument-change-report.dat"
      organization line sequential
      file status change-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd instrument-change-file.
  copy instChangeRec.
fd change-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 change-file-status  pic xx value '00'.
77 change-report-status pic xx value '00'.
77 end-of-changes      pic x value 'N'.
77 from-entry          pic x(10).
77 to-entry            pic x(10).
77 id-entry            pic x(10).
77 from-date           pic x(8).
77 to-date             pic x(8).
77 count-listed        pic 9(9) value 0.
*> The before and after images are whole instrument records - laid
*> out here under the master's own names to be printed field by
*> field.
copy instrumentRec.
01 title-line.
  02 filler pic X(26) value 'Instrument master changes'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 from-prompt-line.
  02 filler pic X(48) value 'Effective from yyyymmdd (blank = the beginning):'.
  02 filler pic X value space.
01 to-prompt-line.
  02 filler pic X(40) value 'Effective to yyyymmdd (blank = the end):'.
  02 filler pic X value space.
01 id-prompt-line.
  02 filler pic X(30) value 'Reading ID (blank = all IDs):'.
  02 filler pic X value space.
01 change-line.
  02 chl-id pic X(10).
  02 filler pic X(12) value '  Effective '.
  02 chl-effective pic X(8).
  02 filler pic X value '/'.
  02 chl-seq pic 9(4).
  02 filler pic X(2) value spaces.
  02 chl-action pic X(8).
  02 filler pic X(5) value '  by '.
  02 chl-operator pic X(3).
  02 filler pic X(6) value '  on '.
  02 chl-stamp pic X(14).
01 image-line.
  02 filler pic X(4) value spaces.
  02 img-label pic X(8).
  02 filler pic X(9) value 'Station '.
  02 img-station pic X(2).
  02 filler pic X(9) value '  Status '.
  02 img-status pic X.
  02 filler pic X(6) value '  Min '.
  02 img-min pic -(11)9.9(6).
  02 filler pic X(6) value '  Max '.
  02 img-max pic -(11)9.9(6).
  02 filler pic X(10) value '  Profile '.
  02 img-profile pic X.
01 not-on-file-line.
  02 filler pic X(4) value spaces.
  02 filler pic X(8) value 'Before: '.
  02 filler pic X(17) value '(not on master)'.
01 summary-line.
  02 filler pic X(16) value 'Changes listed: '.
  02 sum-listed pic Z(8)9.
  02 filler pic X(13) value '  effective '.
  02 sum-from pic X(8).
  02 filler pic X(4) value ' to '.
  02 sum-to pic X(8).

*> Lists every instrument master change taking effect inside a
*> date span - optionally for one reading ID - with who made it and
*> the record before and after. Read beside the night's exception
*> log, it shows which station, range, and status a reading was
*> judged against when it passed or failed validation.
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
  write out-line from id-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.
  if from-entry is equal to spaces
    move '00000000' to from-date
  else
    move from-entry(1:8) to from-date
  end-if.
  if to-entry is equal to spaces
    move '99999999' to to-date
  else
    move to-entry(1:8) to to-date
  end-if.
  open input instrument-change-file.
  if change-file-status is not equal to '00'
    display 'Unable to open instrument-change.dat - no master'
        ' change has ever been recorded'
  else
    open output change-report-file
    write rpt-line from title-line
    perform sweep-changes
    move count-listed to sum-listed
    move from-date to sum-from
    move to-date to sum-to
    write out-line from summary-line after advancing 1 line
    write rpt-line from summary-line
    close change-report-file
    close instrument-change-file
  end-if.
  close standard-output.
  stop run.

sweep-changes.
  *> One ID's changes sit together in key order, so a single ID is
  *> a START and a short read; all IDs is the whole file.
  if id-entry is equal to spaces
    move low-values to chg-key
  else
    move id-entry to chg-id
    move '00000000' to chg-effective
    move 0 to chg-seq
  end-if.
  start instrument-change-file key is not less than chg-key
    invalid key
      move 'Y' to end-of-changes
  end-start.
  perform until end-of-changes is equal to 'Y'
    read instrument-change-file next record
      at end
        move 'Y' to end-of-changes
      not at end
        if id-entry is not equal to spaces
             and chg-id is not equal to id-entry
          move 'Y' to end-of-changes
        else
          if chg-effective is not less than from-date
               and chg-effective is not greater than to-date
            perform list-one-change
          end-if
        end-if
    end-read
  end-perform.

list-one-change.
  add 1 to count-listed.
  move chg-id to chl-id.
  move chg-effective to chl-effective.
  move chg-seq to chl-seq.
  evaluate chg-action
    when 'A'
      move 'Added' to chl-action
    when 'R'
      move 'Retired' to chl-action
    when other
      move 'Changed' to chl-action
  end-evaluate.
  move chg-operator to chl-operator.
  move chg-stamp to chl-stamp.
  write out-line from change-line after advancing 1 line.
  write rpt-line from change-line.
  if chg-before is equal to spaces
    write out-line from not-on-file-line after advancing 1 line
    write rpt-line from not-on-file-line
  else
    move chg-before to instrument-rec
    move 'Before: ' to img-label
    perform write-image-line
  end-if.
  move chg-after to instrument-rec.
  move 'After:  ' to img-label.
  perform write-image-line.

write-image-line.
  move inst-station to img-station.
  move inst-status to img-status.
  move inst-min-value to img-min.
  move inst-max-value to img-max.
  move inst-profile to img-profile.
  write out-line from image-line after advancing 1 line.
  write rpt-line from image-line.
