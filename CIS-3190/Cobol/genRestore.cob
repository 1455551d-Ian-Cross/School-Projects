identification division.
program-id. genRestore.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The same exclusive lock the batch run takes - nothing may post
  *> into a file while it is being replaced.
  select run-lock-file assign to "run-lock.dat"
      organization line sequential
      file status run-lock-status.
  *> Read only: the runs logged after the generation was taken are
  *> the ones its restore undoes.
  select run-log-file assign to "run-log.dat"
      organization line sequential
      file status run-log-status.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  *> The rest of the indexed backup set - put back with history and
  *> the master as one set, never one without the others.
  select change-file assign to "instrument-change.dat"
      organization indexed
      access mode dynamic
      record key is chg-key
      file status change-file-status.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  select calibration-file assign to "calibration.dat"
      organization indexed
      access mode dynamic
      record key is clb-id
      file status calibration-file-status.
  select station-file assign to "station-master.dat"
      organization indexed
      access mode dynamic
      record key is stm-code
      file status station-file-status.
  select station-night-file assign to "station-night.dat"
      organization indexed
      access mode dynamic
      record key is sng-key
      file status station-night-status.
  select link-file assign to "instrument-link.dat"
      organization indexed
      access mode dynamic
      record key is lnk-successor
      file status link-file-status.
  select operator-file assign to "operator-file.dat"
      organization indexed
      access mode dynamic
      record key is opr-id
      file status operator-file-status.
  select case-file assign to "review-case.dat"
      organization indexed
      access mode dynamic
      record key is rvc-key
      file status case-file-status.
  *> A flat file of the backup set, by name.
  select flat-file assign to dynamic flat-file-name
      organization line sequential
      file status flat-file-status.
  *> The generation copy being checked or restored from.
  select copy-file assign to dynamic copy-file-name
      organization line sequential
      file status copy-file-status.
  select catalog-file assign to "backup-catalog.dat"
      organization line sequential
      file status catalog-status.
  *> Everything the screen shows, kept for the incident record.
  select restore-report-file assign to "backup-restore-report.dat"
      organization line sequential
      file status restore-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd run-lock-file.
  01 run-lock-rec picture X(31).
fd run-log-file.
  01 run-log-rec picture X(200).
fd history-file.
  copy historyRec.
fd instrument-file.
  copy instrumentRec.
fd change-file.
  copy instChangeRec.
fd held-file.
  copy heldRec.
fd calibration-file.
  copy calibrationRec.
fd station-file.
  copy stationRec.
fd station-night-file.
  copy stationNightRec.
fd link-file.
  copy instLinkRec.
fd operator-file.
  copy operatorRec.
fd case-file.
  copy reviewCaseRec.
fd flat-file.
  01 flat-rec pic x(200).
fd copy-file.
  01 copy-rec pic x(200).
fd catalog-file.
  01 catalog-rec pic x(129).
fd restore-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 run-lock-status       pic xx value '00'.
77 run-log-status        pic xx value '00'.
77 history-file-status   pic xx value '00'.
77 instrument-file-status pic xx value '00'.
77 change-file-status     pic xx value '00'.
77 held-file-status       pic xx value '00'.
77 calibration-file-status pic xx value '00'.
77 station-file-status    pic xx value '00'.
77 station-night-status   pic xx value '00'.
77 link-file-status       pic xx value '00'.
77 operator-file-status   pic xx value '00'.
77 case-file-status       pic xx value '00'.
77 flat-file-status      pic xx value '00'.
77 copy-file-status      pic xx value '00'.
77 catalog-status        pic xx value '00'.
77 restore-report-status pic xx value '00'.
77 end-of-file-flag      pic x value 'N'.
77 lock-refused          pic x value 'N'.
77 generation-entry-in   pic x(20).
77 confirm-entry         pic x(10).
77 target-generation     pic x(14).
*> The newest generation with every file copied - what a blank
*> answer restores.
77 latest-usable         pic x(14).
*> The generation under the listing's control break.
77 list-generation       pic x(14).
77 list-date             pic x(8).
77 list-files            pic 9(4) value 0.
77 list-failed           pic 9(4) value 0.
77 list-pruned           pic 9(4) value 0.
*> This restore's own stamp, on the lock while it runs.
77 restore-id            pic x(14).
77 flat-file-name        pic x(24).
77 copy-file-name        pic x(48).
77 file-x                pic 99 comp.
77 files-used            pic 99 comp value 0.
*> Y while every check has passed - one failed copy and nothing in
*> the generation is restored, since a history file from one night
*> beside a master from another is worse than either.
77 generation-ok         pic x value 'Y'.
77 copy-count            pic 9(9) value 0.
77 count-loaded          pic 9(9) value 0.
77 count-refused         pic 9(9) value 0.
77 count-restored        pic 9(4) value 0.
77 count-later-runs      pic 9(4) value 0.
copy recordHashParms.
copy signOnParms.
copy backupCatRec.
*> The chosen generation's catalog lines.
01 restore-tab.
  02 restore-entry occurs 20 times pic x(129).
*> The lock as it lives on disk, same layout the batch run writes.
01 run-lock-line.
  02 rlk-state pic x.
  02 filler    pic x value space.
  02 rlk-run-id pic x(14).
  02 filler    pic x value space.
  02 rlk-since pic x(14).
*> Mirror of the front of Babylonian-sqrt's run-log-line - the run
*> ID, when it ran, and whether it was backed out.
01 log-entry.
  02 log-run-id pic x(14).
  02 filler     pic x(7).
  02 log-start  pic x(14).
  02 filler     pic x(5).
  02 log-end    pic x(14).
  02 filler     pic x(95).
  02 log-state  pic x(11).
  02 filler     pic x(40).
01 title-line.
  02 filler pic X(26) value 'Generation restore'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 list-header-line.
  02 filler pic X(40) value
      'Generation      Business date   Files'.
01 list-line.
  02 lil-generation pic X(14).
  02 filler pic X(2) value spaces.
  02 lil-date pic X(8).
  02 filler pic X(8) value spaces.
  02 lil-files pic Z(3)9.
  02 filler pic X(2) value spaces.
  02 lil-state pic X(20).
01 generation-prompt-line.
  02 filler pic X(44) value
      'Generation to restore (blank = latest usable'.
  02 filler pic X(2) value '):'.
  02 filler pic X value space.
01 confirm-prompt-line.
  02 filler pic X(44) value
      'Replace the live files with this generation?'.
  02 filler pic X(7) value ' (Y/N):'.
  02 filler pic X value space.
01 no-catalog-line.
  02 filler pic X(44) value
      'No backup-catalog.dat - no backup ever taken'.
01 no-usable-line.
  02 filler pic X(38) value 'No usable generation in the catalog'.
01 missing-line.
  02 filler pic X(32) value 'No generation with that stamp'.
01 pruned-gen-line.
  02 filler pic X(42) value
      'That generation is pruned - its copies are'.
  02 filler pic X(5) value ' gone'.
01 failed-gen-line.
  02 filler pic X(44) value
      'That generation did not copy completely - it'.
  02 filler pic X(20) value ' cannot be restored'.
01 check-line.
  02 chk-file pic X(24).
  02 filler pic X(2) value spaces.
  02 chk-count pic Z(8)9.
  02 filler pic X(8) value ' records'.
  02 filler pic X(2) value spaces.
  02 chk-outcome pic X(44).
01 refused-line.
  02 filler pic X(44) value
      '*** A copy fails its catalog check - nothing'.
  02 filler pic X(10) value ' restored'.
01 later-header-line.
  02 filler pic X(41) value
      'Runs logged after this generation - rerun'.
  02 filler pic X(36) value ' them once the restore is in place:'.
01 later-run-line.
  02 filler pic X(2) value spaces.
  02 lrl-run-id pic X(14).
  02 filler pic X(8) value '  start '.
  02 lrl-start pic X(14).
  02 filler pic X(6) value '  end '.
  02 lrl-end pic X(14).
01 no-later-line.
  02 filler pic X(42) value 'No runs logged after this generation'.
01 not-confirmed-line.
  02 filler pic X(32) value 'Not confirmed - nothing touched'.
01 lock-held-line.
  02 filler pic X(32) value 'Another run holds the lock: run '.
  02 lkh-run-id pic X(14).
  02 filler pic X(7) value ' since '.
  02 lkh-since pic X(14).
01 lock-refused-line.
  02 filler pic X(50) value
      'Restore refused - the lock is held by another run'.
01 restored-line.
  02 rsl-file pic X(24).
  02 filler pic X(2) value spaces.
  02 rsl-count pic Z(8)9.
  02 filler pic X(8) value ' records'.
  02 filler pic X(2) value spaces.
  02 rsl-outcome pic X(44).
01 summary-line.
  02 filler pic X(16) value 'Files restored: '.
  02 sum-restored pic Z(3)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(18) value 'Runs to rerun: '.
  02 sum-later pic Z(3)9.

*> The way back from a damaged history file or master: lists the
*> generations genBackup has catalogued, and for the one chosen
*> reads every copy back and checks its record count and hash
*> against the catalog before anything live is touched. Only when
*> every copy checks out, and the operator confirms, are the live
*> files replaced - under the batch lock, so no run posts into one
*> half-restored. The runs run-log.dat shows after the generation
*> are listed: their work is gone with the restore and they need
*> rerunning. run-log.dat itself is never restored, since it is the
*> record of what ran.
procedure division.
main-logic.
  open output standard-output.
  *> A restore is function P, with purge and backout - signOn turns
  *> away anyone not granted it and logs the attempt.
  move 'genRestore' to son-program.
  move 'P' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  open input catalog-file.
  if catalog-status is not equal to '00'
    write out-line from no-catalog-line after advancing 1 line
  else
    close catalog-file
    perform list-generations
    write out-line from generation-prompt-line after advancing 1 line
    move spaces to generation-entry-in
    accept generation-entry-in
    if generation-entry-in is equal to spaces
      move latest-usable to target-generation
    else
      move generation-entry-in(1:14) to target-generation
    end-if
    if target-generation is equal to spaces
      write out-line from no-usable-line after advancing 1 line
    else
      open output restore-report-file
      write rpt-line from title-line
      perform load-generation
      if generation-ok is equal to 'Y'
        perform check-one-copy
          varying file-x from 1 by 1
          until file-x is greater than files-used
        if generation-ok is equal to 'N'
          write out-line from refused-line after advancing 1 line
          write rpt-line from refused-line
        else
          perform list-later-runs
          perform confirm-and-restore
        end-if
      end-if
      close restore-report-file
    end-if
  end-if.
  close standard-output.
  stop run.

list-generations.
  *> One line per generation - the catalog holds a generation's
  *> lines together, so a change of stamp closes one off.
  write out-line from list-header-line after advancing 1 line.
  move spaces to latest-usable.
  move spaces to list-generation.
  open input catalog-file.
  move 'N' to end-of-file-flag.
  perform until end-of-file-flag is equal to 'Y'
    read catalog-file into backup-catalog-line
      at end
        move 'Y' to end-of-file-flag
      not at end
        if bkc-generation is not equal to list-generation
          perform close-list-generation
          move bkc-generation to list-generation
          move bkc-business-date to list-date
          move 0 to list-files
          move 0 to list-failed
          move 0 to list-pruned
        end-if
        add 1 to list-files
        evaluate bkc-state
          when 'F'
            add 1 to list-failed
          when 'P'
            add 1 to list-pruned
        end-evaluate
    end-read
  end-perform.
  perform close-list-generation.
  close catalog-file.

close-list-generation.
  if list-generation is not equal to spaces
    move list-generation to lil-generation
    move list-date to lil-date
    move list-files to lil-files
    evaluate true
      when list-pruned is greater than 0
        move 'pruned' to lil-state
      when list-failed is greater than 0
        move 'INCOMPLETE' to lil-state
      when other
        move 'usable' to lil-state
        move list-generation to latest-usable
    end-evaluate
    write out-line from list-line after advancing 1 line
  end-if.

load-generation.
  move 0 to files-used.
  open input catalog-file.
  move 'N' to end-of-file-flag.
  perform until end-of-file-flag is equal to 'Y'
    read catalog-file into backup-catalog-line
      at end
        move 'Y' to end-of-file-flag
      not at end
        if bkc-generation is equal to target-generation
             and files-used is less than 20
          add 1 to files-used
          move backup-catalog-line to restore-entry(files-used)
          if bkc-state is equal to 'P'
            move 'P' to generation-ok
          end-if
          if bkc-state is equal to 'F'
               and generation-ok is equal to 'Y'
            move 'F' to generation-ok
          end-if
        end-if
    end-read
  end-perform.
  close catalog-file.
  evaluate true
    when files-used is equal to 0
      write out-line from missing-line after advancing 1 line
      write rpt-line from missing-line
      move 'N' to generation-ok
    when generation-ok is equal to 'P'
      write out-line from pruned-gen-line after advancing 1 line
      write rpt-line from pruned-gen-line
      move 'N' to generation-ok
    when generation-ok is equal to 'F'
      write out-line from failed-gen-line after advancing 1 line
      write rpt-line from failed-gen-line
      move 'N' to generation-ok
  end-evaluate.

check-one-copy.
  *> Read the copy end to end, count and hash it the way genBackup
  *> did, and hold it to the catalog line.
  move restore-entry(file-x) to backup-catalog-line.
  move bkc-file to chk-file.
  move bkc-count to chk-count.
  if bkc-state is equal to 'M'
    move 'no live file then - live file left as it is'
      to chk-outcome
  else
    move bkc-copy to copy-file-name
    move 0 to copy-count
    move 0 to rhp-hash
    open input copy-file
    if copy-file-status is not equal to '00'
      move '*** COPY MISSING' to chk-outcome
      move 'N' to generation-ok
    else
      move 'N' to end-of-file-flag
      perform until end-of-file-flag is equal to 'Y'
        read copy-file
          at end
            move 'Y' to end-of-file-flag
          not at end
            add 1 to copy-count
            move copy-rec to rhp-record
            call "recordHash" using record-hash-parms
        end-read
      end-perform
      close copy-file
      evaluate true
        when copy-count is not equal to bkc-count
          move copy-count to chk-count
          move '*** RECORD COUNT DIFFERS FROM THE CATALOG'
            to chk-outcome
          move 'N' to generation-ok
        when rhp-hash is not equal to bkc-hash
          move '*** HASH DIFFERS FROM THE CATALOG' to chk-outcome
          move 'N' to generation-ok
        when other
          move 'checked against the catalog' to chk-outcome
      end-evaluate
    end-if
  end-if.
  write out-line from check-line after advancing 1 line.
  write rpt-line from check-line.

list-later-runs.
  *> Stamps sort as they read, so any run that started or ended
  *> after the generation was taken posted work the restore takes
  *> away. A backed-out run has nothing left to lose.
  write out-line from later-header-line after advancing 1 line.
  write rpt-line from later-header-line.
  open input run-log-file.
  if run-log-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read run-log-file into log-entry
        at end
          move 'Y' to end-of-file-flag
        not at end
          if (log-start is greater than target-generation
               or log-end is greater than target-generation)
               and log-state is not equal to ' BACKED OUT'
            add 1 to count-later-runs
            move log-run-id to lrl-run-id
            move log-start to lrl-start
            move log-end to lrl-end
            write out-line from later-run-line after advancing 1 line
            write rpt-line from later-run-line
          end-if
      end-read
    end-perform
    close run-log-file
  end-if.
  if count-later-runs is equal to 0
    write out-line from no-later-line after advancing 1 line
    write rpt-line from no-later-line
  end-if.

confirm-and-restore.
  write out-line from confirm-prompt-line after advancing 1 line.
  move spaces to confirm-entry.
  accept confirm-entry.
  if confirm-entry is not equal to 'Y'
       and confirm-entry is not equal to 'y'
    write out-line from not-confirmed-line after advancing 1 line
    write rpt-line from not-confirmed-line
  else
    move function current-date(1:14) to restore-id
    perform acquire-run-lock
    if lock-refused is equal to 'Y'
      write out-line from lock-refused-line after advancing 1 line
      write rpt-line from lock-refused-line
    else
      perform restore-one-file
        varying file-x from 1 by 1
        until file-x is greater than files-used
      perform release-run-lock
      move count-restored to sum-restored
      move count-later-runs to sum-later
      write out-line from summary-line after advancing 1 line
      write rpt-line from summary-line
    end-if
  end-if.

acquire-run-lock.
  *> No override here: a held lock is either a live run or a crash
  *> an operator must clear from the batch run's own prompt.
  open input run-lock-file.
  if run-lock-status is equal to '00'
    read run-lock-file into run-lock-line
      at end
        continue
      not at end
        if rlk-state is equal to 'A'
          move rlk-run-id to lkh-run-id
          move rlk-since to lkh-since
          write out-line from lock-held-line after advancing 1 line
          move 'Y' to lock-refused
        end-if
    end-read
    close run-lock-file
  end-if.
  if lock-refused is not equal to 'Y'
    open output run-lock-file
    move 'A' to rlk-state
    move restore-id to rlk-run-id
    move function current-date(1:14) to rlk-since
    write run-lock-rec from run-lock-line
    close run-lock-file
  end-if.

release-run-lock.
  open output run-lock-file.
  move 'R' to rlk-state.
  move restore-id to rlk-run-id.
  move function current-date(1:14) to rlk-since.
  write run-lock-rec from run-lock-line.
  close run-lock-file.

restore-one-file.
  move restore-entry(file-x) to backup-catalog-line.
  if bkc-state is equal to 'C'
    move 0 to count-loaded
    move 0 to count-refused
    move bkc-copy to copy-file-name
    open input copy-file
    evaluate bkc-file
      when 'history-file.dat'
        perform restore-history
      when 'instrument-master.dat'
        perform restore-master
      when 'instrument-change.dat'
        perform restore-changes
      when 'held-readings.dat'
        perform restore-held
      when 'calibration.dat'
        perform restore-calibration
      when 'station-master.dat'
        perform restore-stations
      when 'station-night.dat'
        perform restore-station-nights
      when 'instrument-link.dat'
        perform restore-links
      when 'operator-file.dat'
        perform restore-operators
      when 'review-case.dat'
        perform restore-cases
      when other
        perform restore-flat-file
    end-evaluate
    close copy-file
    move bkc-file to rsl-file
    move count-loaded to rsl-count
    if count-loaded is equal to bkc-count
      move 'restored' to rsl-outcome
      add 1 to count-restored
    else
      move '*** NOT ALL RECORDS RESTORED - see above'
        to rsl-outcome
    end-if
    write out-line from restored-line after advancing 1 line
    write rpt-line from restored-line
  end-if.

restore-history.
  *> Opened output, so the damaged file is replaced outright rather
  *> than patched - every record that comes back is the copy's.
  open output history-file.
  if history-file-status is not equal to '00'
    display 'Unable to recreate history-file.dat - status '
        history-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to history-rec
          write history-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close history-file
  end-if.

restore-master.
  open output instrument-file.
  if instrument-file-status is not equal to '00'
    display 'Unable to recreate instrument-master.dat - status '
        instrument-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to instrument-rec
          write instrument-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close instrument-file
  end-if.

restore-changes.
  open output change-file.
  if change-file-status is not equal to '00'
    display 'Unable to recreate instrument-change.dat - status '
        change-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to instrument-change-rec
          write instrument-change-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close change-file
  end-if.

restore-held.
  open output held-file.
  if held-file-status is not equal to '00'
    display 'Unable to recreate held-readings.dat - status '
        held-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to held-rec
          write held-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close held-file
  end-if.

restore-calibration.
  open output calibration-file.
  if calibration-file-status is not equal to '00'
    display 'Unable to recreate calibration.dat - status '
        calibration-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to calibration-rec
          write calibration-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close calibration-file
  end-if.

restore-stations.
  open output station-file.
  if station-file-status is not equal to '00'
    display 'Unable to recreate station-master.dat - status '
        station-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to station-rec
          write station-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close station-file
  end-if.

restore-station-nights.
  open output station-night-file.
  if station-night-status is not equal to '00'
    display 'Unable to recreate station-night.dat - status '
        station-night-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to station-night-rec
          write station-night-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close station-night-file
  end-if.

restore-links.
  open output link-file.
  if link-file-status is not equal to '00'
    display 'Unable to recreate instrument-link.dat - status '
        link-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to inst-link-rec
          write inst-link-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close link-file
  end-if.

restore-operators.
  open output operator-file.
  if operator-file-status is not equal to '00'
    display 'Unable to recreate operator-file.dat - status '
        operator-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to operator-rec
          write operator-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close operator-file
  end-if.

restore-cases.
  open output case-file.
  if case-file-status is not equal to '00'
    display 'Unable to recreate review-case.dat - status '
        case-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          move copy-rec to review-case-rec
          write review-case-rec
            invalid key
              add 1 to count-refused
            not invalid key
              add 1 to count-loaded
          end-write
      end-read
    end-perform
    close case-file
  end-if.

restore-flat-file.
  move bkc-file to flat-file-name.
  open output flat-file.
  if flat-file-status is not equal to '00'
    display 'Unable to rewrite ' flat-file-name ' - status '
        flat-file-status
  else
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read copy-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          write flat-rec from copy-rec
          add 1 to count-loaded
      end-read
    end-perform
    close flat-file
  end-if.
