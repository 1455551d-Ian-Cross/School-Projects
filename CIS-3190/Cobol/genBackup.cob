identification division.
program-id. genBackup.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The same exclusive lock the batch run takes - a copy taken
  *> while a run posts would be half one night and half the next.
  select run-lock-file assign to "run-lock.dat"
      organization line sequential
      file status run-lock-status.
  *> The batch run's control card - read for the business date and
  *> the operator a scheduled step signs on as.
  select run-control-file assign to "run-control.dat"
      organization line sequential
      file status run-control-status.
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
  *> The files the night and the maintenance programs read beside
  *> history and the master - restored with them as one set, so
  *> none is left a night out of step with the others.
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
  *> Each flat file in the backup set in turn, by name.
  select flat-file assign to dynamic flat-file-name
      organization line sequential
      file status flat-file-status.
  *> The generation copy being written.
  select copy-file assign to dynamic copy-file-name
      organization line sequential
      file status copy-file-status.
  select catalog-file assign to "backup-catalog.dat"
      organization line sequential
      file status catalog-status.
  select catalog-work-file assign to "backup-catalog-work.dat"
      organization line sequential
      file status catalog-work-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd run-lock-file.
  01 run-lock-rec picture X(31).
fd run-control-file.
  01 run-control-line pic x(40).
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
fd catalog-work-file.
  01 catalog-work-rec pic x(129).

working-storage section.
77 run-lock-status       pic xx value '00'.
77 run-control-status    pic xx value '00'.
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
77 catalog-work-status   pic xx value '00'.
77 end-of-file-flag      pic x value 'N'.
77 lock-refused          pic x value 'N'.
*> Y once a run card was read - the operator then comes off the
*> card instead of the console.
77 card-present          pic x value 'N'.
77 business-date         pic x(8).
*> This backup's own stamp - the generation's name, on every copy
*> and catalog line, and on the lock while it runs.
77 generation-id         pic x(14).
77 flat-file-name        pic x(24).
77 copy-file-name        pic x(48).
77 file-count            pic 9(9) value 0.
77 files-failed          pic 9(4) value 0.
*> How many generations stay on disk - a week of nights. The oldest
*> beyond it are deleted and marked pruned in the catalog.
77 keep-generations      pic 9(4) value 7.
77 generations-kept      pic 9(4) value 0.
77 generations-excess    pic 9(4) value 0.
77 generation-ordinal    pic 9(4) value 0.
77 last-generation       pic x(14).
*> Y once the generation under the scan has shown an F line.
77 generation-failed     pic x value 'N'.
*> The oldest complete generation kept - every generation older
*> than it goes, failed ones included.
77 prune-before          pic x(14).
77 count-pruned          pic 9(4) value 0.
77 delete-status         pic s9(9) comp-5.
77 gen-x                 pic 99 comp.
77 gen-used              pic 99 comp value 0.
copy recordHashParms.
copy signOnParms.
copy backupCatRec.
*> This generation's catalog lines, one per file, held until every
*> copy is taken so the catalog never shows half a generation.
01 generation-tab.
  02 generation-entry occurs 20 times pic x(129).
*> Mirror of Babylonian-sqrt's run-control-card - only the
*> business date and the operator matter here.
01 run-control-card.
  02 filler            pic x(12).
  02 rcc-business-date pic x(8).
  02 filler            pic x(10).
  02 rcc-operator      pic x(3).
  02 filler            pic x(7).
*> The lock as it lives on disk, same layout the batch run writes.
01 run-lock-line.
  02 rlk-state pic x.
  02 filler    pic x value space.
  02 rlk-run-id pic x(14).
  02 filler    pic x value space.
  02 rlk-since pic x(14).
01 title-line.
  02 filler pic X(26) value 'Generation backup'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 generation-line.
  02 filler pic X(12) value 'Generation: '.
  02 gnl-id pic X(14).
  02 filler pic X(19) value '  business date: '.
  02 gnl-date pic X(8).
01 lock-held-line.
  02 filler pic X(32) value 'Another run holds the lock: run '.
  02 lkh-run-id pic X(14).
  02 filler pic X(7) value ' since '.
  02 lkh-since pic X(14).
01 lock-refused-line.
  02 filler pic X(50) value
      'Backup refused - the lock is held by another run'.
01 file-line.
  02 fil-file pic X(24).
  02 filler pic X(2) value spaces.
  02 fil-count pic Z(8)9.
  02 filler pic X(8) value ' records'.
  02 filler pic X(8) value '  hash '.
  02 fil-hash pic 9(15).
  02 filler pic X(2) value spaces.
  02 fil-outcome pic X(30).
01 no-catalog-line.
  02 filler pic X(35) value 'Unable to write backup-catalog.dat'.
  02 filler pic X(34) value ' - this generation is not usable'.
01 pruned-line.
  02 filler pic X(20) value 'Generations pruned: '.
  02 prl-count pic Z(3)9.
  02 filler pic X(10) value '  - kept: '.
  02 prl-kept pic Z(3)9.
01 failed-line.
  02 filler pic X(40) value
      '*** BACKUP INCOMPLETE - a file failed to'.
  02 filler pic X(38) value ' copy; this generation cannot restore'.

*> Nightly step: copies history-file.dat and instrument-master.dat,
*> every other indexed file the night, the sign-on and the review
*> desk read, and the flat files the feed and the repair queue live
*> in, to one dated generation of line sequential copies. Every
*> file's record count and hash go in backup-catalog.dat, which is
*> what genRestore checks a copy against before putting it back.
*> Keeps keep-generations complete ones, deleting everything older
*> than the oldest of those. Signed on and run the way editBatch is, so
*> it can sit in step-control.dat; a backup that could not finish
*> ends with return code 8, which nightStep journals as a failed
*> step.
procedure division.
main-logic.
  open output standard-output.
  perform read-business-date.
  perform sign-on-batch.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  move function current-date(1:14) to generation-id.
  move generation-id to gnl-id.
  move business-date to gnl-date.
  write out-line from generation-line after advancing 1 line.
  perform acquire-run-lock.
  if lock-refused is equal to 'Y'
    write out-line from lock-refused-line after advancing 1 line
    move 8 to return-code
  else
    perform backup-history
    perform backup-master
    perform backup-changes
    perform backup-held
    perform backup-calibration
    perform backup-stations
    perform backup-station-nights
    perform backup-links
    perform backup-operators
    perform backup-cases
    move 'feed-register.dat' to flat-file-name
    perform backup-flat-file
    move 'tolerance-feed.dat' to flat-file-name
    perform backup-flat-file
    move 'batch-resubmit.dat' to flat-file-name
    perform backup-flat-file
    perform write-catalog
    perform release-run-lock
    if files-failed is greater than 0
      write out-line from failed-line after advancing 1 line
      move 8 to return-code
    else
      perform prune-generations
      move 0 to return-code
    end-if
  end-if.
  close standard-output.
  stop run.

read-business-date.
  move function current-date(1:8) to business-date.
  open input run-control-file.
  if run-control-status is equal to '00'
    read run-control-file into run-control-card
      at end
        continue
      not at end
        move 'Y' to card-present
        if rcc-business-date is numeric
          move rcc-business-date to business-date
        end-if
    end-read
    close run-control-file
  end-if.

sign-on-batch.
  *> A backup deletes the generations it ages out, and it holds the
  *> batch lock while it copies, so it is function B like the run -
  *> signed on as the card's operator when scheduled, asked for at
  *> the console when not.
  move 'genBackup' to son-program.
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
    move 8 to return-code
    stop run
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
    move generation-id to rlk-run-id
    move function current-date(1:14) to rlk-since
    write run-lock-rec from run-lock-line
    close run-lock-file
  end-if.

release-run-lock.
  open output run-lock-file.
  move 'R' to rlk-state.
  move generation-id to rlk-run-id.
  move function current-date(1:14) to rlk-since.
  write run-lock-rec from run-lock-line.
  close run-lock-file.

start-catalog-line.
  move generation-id to bkc-generation.
  move business-date to bkc-business-date.
  move spaces to copy-file-name.
  string 'gen-' generation-id '-' bkc-file
    delimited by space into copy-file-name.
  move copy-file-name to bkc-copy.
  move 0 to bkc-count.
  move 0 to bkc-hash.
  move 'C' to bkc-state.
  move son-operator to bkc-operator.
  move 0 to file-count.
  move 0 to rhp-hash.

backup-history.
  move 'history-file.dat' to bkc-file.
  perform start-catalog-line.
  open input history-file.
  if history-file-status is equal to '35'
    move 'M' to bkc-state
  else if history-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to hist-key
      start history-file key is not less than hist-key
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read history-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move history-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close history-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-master.
  move 'instrument-master.dat' to bkc-file.
  perform start-catalog-line.
  open input instrument-file.
  if instrument-file-status is equal to '35'
    move 'M' to bkc-state
  else if instrument-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to inst-id
      start instrument-file key is not less than inst-id
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read instrument-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move instrument-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close instrument-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-changes.
  move 'instrument-change.dat' to bkc-file.
  perform start-catalog-line.
  open input change-file.
  if change-file-status is equal to '35'
    move 'M' to bkc-state
  else if change-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to chg-key
      start change-file key is not less than chg-key
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read change-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move instrument-change-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close change-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-held.
  move 'held-readings.dat' to bkc-file.
  perform start-catalog-line.
  open input held-file.
  if held-file-status is equal to '35'
    move 'M' to bkc-state
  else if held-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to hld-key
      start held-file key is not less than hld-key
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read held-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move held-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close held-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-calibration.
  move 'calibration.dat' to bkc-file.
  perform start-catalog-line.
  open input calibration-file.
  if calibration-file-status is equal to '35'
    move 'M' to bkc-state
  else if calibration-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to clb-id
      start calibration-file key is not less than clb-id
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read calibration-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move calibration-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close calibration-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-stations.
  move 'station-master.dat' to bkc-file.
  perform start-catalog-line.
  open input station-file.
  if station-file-status is equal to '35'
    move 'M' to bkc-state
  else if station-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to stm-code
      start station-file key is not less than stm-code
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read station-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move station-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close station-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-station-nights.
  move 'station-night.dat' to bkc-file.
  perform start-catalog-line.
  open input station-night-file.
  if station-night-status is equal to '35'
    move 'M' to bkc-state
  else if station-night-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to sng-key
      start station-night-file key is not less than sng-key
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read station-night-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move station-night-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close station-night-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-links.
  move 'instrument-link.dat' to bkc-file.
  perform start-catalog-line.
  open input link-file.
  if link-file-status is equal to '35'
    move 'M' to bkc-state
  else if link-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to lnk-successor
      start link-file key is not less than lnk-successor
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read link-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move inst-link-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close link-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-operators.
  move 'operator-file.dat' to bkc-file.
  perform start-catalog-line.
  open input operator-file.
  if operator-file-status is equal to '35'
    move 'M' to bkc-state
  else if operator-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to opr-id
      start operator-file key is not less than opr-id
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read operator-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move operator-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close operator-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-cases.
  move 'review-case.dat' to bkc-file.
  perform start-catalog-line.
  open input case-file.
  if case-file-status is equal to '35'
    move 'M' to bkc-state
  else if case-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      move low-values to rvc-key
      start case-file key is not less than rvc-key
        invalid key
          move 'Y' to end-of-file-flag
      end-start
      perform until end-of-file-flag is equal to 'Y'
        read case-file next record
          at end
            move 'Y' to end-of-file-flag
          not at end
            move review-case-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close case-file
  end-if
  end-if.
  perform finish-catalog-line.

backup-flat-file.
  move flat-file-name to bkc-file.
  perform start-catalog-line.
  open input flat-file.
  if flat-file-status is equal to '35'
    move 'M' to bkc-state
  else if flat-file-status is not equal to '00'
    move 'F' to bkc-state
  else
    open output copy-file
    if copy-file-status is not equal to '00'
      move 'F' to bkc-state
    else
      move 'N' to end-of-file-flag
      perform until end-of-file-flag is equal to 'Y'
        read flat-file
          at end
            move 'Y' to end-of-file-flag
          not at end
            move flat-rec to rhp-record
            perform copy-one-record
        end-read
      end-perform
      close copy-file
    end-if
    close flat-file
  end-if
  end-if.
  perform finish-catalog-line.

copy-one-record.
  write copy-rec from rhp-record.
  if copy-file-status is not equal to '00'
    move 'F' to bkc-state
  end-if.
  add 1 to file-count.
  call "recordHash" using record-hash-parms.

finish-catalog-line.
  *> A file that was never created is no failure - the generation
  *> records that it had nothing, and nothing is kept for it.
  if bkc-state is equal to 'M'
    move spaces to bkc-copy
  else
    move file-count to bkc-count
    move rhp-hash to bkc-hash
  end-if.
  move bkc-file to fil-file.
  move bkc-count to fil-count.
  move bkc-hash to fil-hash.
  evaluate bkc-state
    when 'C'
      move 'copied' to fil-outcome
    when 'M'
      move 'no live file - nothing to copy' to fil-outcome
    when other
      move '*** COPY FAILED' to fil-outcome
      add 1 to files-failed
  end-evaluate.
  write out-line from file-line after advancing 1 line.
  if gen-used is less than 20
    add 1 to gen-used
    move backup-catalog-line to generation-entry(gen-used)
  end-if.

write-catalog.
  open extend catalog-file.
  if catalog-status is equal to '35'
    open output catalog-file
  end-if.
  if catalog-status is not equal to '00'
    write out-line from no-catalog-line after advancing 1 line
    add 1 to files-failed
  else
    perform varying gen-x from 1 by 1
      until gen-x is greater than gen-used
      write catalog-rec from generation-entry(gen-x)
    end-perform
    close catalog-file
  end-if.

prune-generations.
  *> Only complete generations count toward keep-generations - a
  *> string of failed nights must never push out the last good
  *> copies. The scan runs twice: once to count the complete ones,
  *> then again to find the oldest of those kept. Everything older
  *> than that, complete or failed, is pruned; lines already pruned
  *> are history and are not counted.
  move 0 to generations-kept.
  move 9999 to generations-excess.
  move high-values to prune-before.
  perform scan-catalog-generations.
  move generation-ordinal to generations-kept.
  if generations-kept is greater than keep-generations
    compute generations-excess =
      generations-kept - keep-generations
    perform scan-catalog-generations
    perform rewrite-catalog
  end-if.
  move count-pruned to prl-count.
  if generations-kept is greater than keep-generations
    move keep-generations to prl-kept
  else
    move generations-kept to prl-kept
  end-if.
  write out-line from pruned-line after advancing 1 line.

scan-catalog-generations.
  *> A generation's lines sit together in catalog order, the order
  *> they were taken, so a change of stamp closes one off.
  move 0 to generation-ordinal.
  move spaces to last-generation.
  open input catalog-file.
  if catalog-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read catalog-file into backup-catalog-line
        at end
          move 'Y' to end-of-file-flag
        not at end
          if bkc-state is not equal to 'P'
            if bkc-generation is not equal to last-generation
              perform close-scan-generation
              move bkc-generation to last-generation
              move 'N' to generation-failed
            end-if
            if bkc-state is equal to 'F'
              move 'Y' to generation-failed
            end-if
          end-if
      end-read
    end-perform
    perform close-scan-generation
    close catalog-file
  end-if.

close-scan-generation.
  if last-generation is not equal to spaces
       and generation-failed is equal to 'N'
    add 1 to generation-ordinal
    if generation-ordinal is equal to generations-excess + 1
      move last-generation to prune-before
    end-if
  end-if.

rewrite-catalog.
  *> Copied through the work file and back, both opens checked
  *> before a byte moves - the same dance feedStatus does to mark
  *> a section sent.
  open input catalog-file.
  if catalog-status is not equal to '00'
    display 'Unable to reread backup-catalog.dat - nothing pruned'
  else
    open output catalog-work-file
    if catalog-work-status is not equal to '00'
      display 'Unable to open backup-catalog-work.dat - nothing'
          ' pruned'
      close catalog-file
    else
      move spaces to last-generation
      move 'N' to end-of-file-flag
      perform until end-of-file-flag is equal to 'Y'
        read catalog-file into backup-catalog-line
          at end
            move 'Y' to end-of-file-flag
          not at end
            perform judge-prune-line
            write catalog-work-rec from backup-catalog-line
        end-read
      end-perform
      close catalog-file
      close catalog-work-file
      perform copy-catalog-back
    end-if
  end-if.

judge-prune-line.
  *> Should the catalog then fail to copy back, a line still shows
  *> C for a deleted copy - genRestore's check finds the copy gone
  *> and will not restore from it.
  if bkc-state is not equal to 'P'
       and bkc-generation is less than prune-before
    if bkc-generation is not equal to last-generation
      add 1 to count-pruned
      move bkc-generation to last-generation
    end-if
    if bkc-copy is not equal to spaces
      move bkc-copy to copy-file-name
      call "CBL_DELETE_FILE" using copy-file-name
        returning delete-status
    end-if
    move 'P' to bkc-state
  end-if.

copy-catalog-back.
  open input catalog-work-file.
  if catalog-work-status is not equal to '00'
    display 'Unable to reread backup-catalog-work.dat - catalog'
        ' left as it was'
  else
    open output catalog-file
    if catalog-status is not equal to '00'
      display 'Unable to rewrite backup-catalog.dat - backup-'
          'catalog-work.dat holds the pruned catalog'
    else
      move 'N' to end-of-file-flag
      perform until end-of-file-flag is equal to 'Y'
        read catalog-work-file into backup-catalog-line
          at end
            move 'Y' to end-of-file-flag
          not at end
            write catalog-rec from backup-catalog-line
        end-read
      end-perform
      close catalog-file
    end-if
    close catalog-work-file
  end-if.
