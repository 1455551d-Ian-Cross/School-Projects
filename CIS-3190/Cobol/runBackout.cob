identification division.
program-id. runBackout.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The same exclusive lock the batch run takes - a backout
  *> rewrites history and appends to the feed, and must never
  *> interleave with a run doing the same.
  select run-lock-file assign to "run-lock.dat"
      organization line sequential
      file status run-lock-status.
  select run-log-file assign to "run-log.dat"
      organization line sequential
      file status run-log-status.
  select run-log-work-file assign to "run-log-work.dat"
      organization line sequential
      file status run-log-work-status.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> What each rerun overwrote - the earlier records this backout
  *> puts back.
  select before-image-file assign to "history-before-image.dat"
      organization line sequential
      file status before-image-status.
  select tolerance-feed-file assign to "tolerance-feed.dat"
      organization line sequential
      file status tol-feed-status.
  *> Readings the run held back from its feed - still held, they
  *> go with the run; decided, they stay as the decision's record.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  select feed-register-file assign to "feed-register.dat"
      organization line sequential
      file status feed-register-status.
  select register-work-file assign to "feed-register-work.dat"
      organization line sequential
      file status register-work-status.
  *> Every record touched, for the binder.
  select backout-report-file assign to "backout-report.dat"
      organization line sequential
      file status backout-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd run-lock-file.
  01 run-lock-rec picture X(31).
fd run-log-file.
  01 run-log-rec picture X(200).
fd run-log-work-file.
  01 run-log-work-rec picture X(200).
fd history-file.
  copy historyRec.
fd before-image-file.
  01 before-image-rec pic x(130).
fd held-file.
  copy heldRec.
fd tolerance-feed-file.
  01 feed-line picture X(48).
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd register-work-file.
  01 register-work-rec pic x(72).
fd backout-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 run-lock-status      pic xx value '00'.
77 run-log-status       pic xx value '00'.
77 run-log-work-status  pic xx value '00'.
77 history-file-status  pic xx value '00'.
77 before-image-status  pic xx value '00'.
77 held-file-status     pic xx value '00'.
77 tol-feed-status      pic xx value '00'.
77 feed-register-status pic xx value '00'.
77 register-work-status pic xx value '00'.
77 backout-report-status pic xx value '00'.
77 end-of-log           pic x value 'N'.
77 end-of-history       pic x value 'N'.
77 end-of-images        pic x value 'N'.
77 end-of-register      pic x value 'N'.
77 end-of-held          pic x value 'N'.
77 lock-refused         pic x value 'N'.
77 log-line-found       pic x value 'N'.
77 log-backed-out       pic x value 'N'.
77 run-id-entry         pic x(14).
77 confirm-entry        pic x(10).
77 target-run-id        pic x(14).
*> This backout's own stamp - on the lock while it runs, and on
*> every reversal header it writes.
77 backout-id           pic x(14).
*> The record the before-image journal says to put back, held while
*> the live record under its key is read and judged.
77 prior-image          pic x(100).
*> Which run owns the live record under the journal line's key.
77 live-run-id          pic x(14).
77 date-found           pic x value 'N'.
*> Y when the run posted under more business dates than the table
*> holds - the backout is refused rather than retract history the
*> checker would never be told about.
77 dates-overflow       pic x value 'N'.
77 date-x               pic 99 comp.
77 dates-used           pic 99 comp value 0.
77 reversal-count       pic 9(9) value 0.
*> Same picture and silent high-order truncation as the batch run's
*> feed hash, so the reversal trailer sums the way every trailer
*> does.
77 reversal-hash        pic 9(13)v9(6) value 0.
77 count-found          pic 9(9) value 0.
77 count-restored       pic 9(9) value 0.
77 count-removed        pic 9(9) value 0.
77 count-superseded     pic 9(9) value 0.
77 count-withdrawn      pic 9(9) value 0.
77 count-reversed       pic 9(9) value 0.
77 count-sections       pic 9(9) value 0.
77 count-register       pic 9(9) value 0.
copy signOnParms.
*> Every business date the run posted history under - one reversal
*> section each, the way the run wrote one feed section each.
01 run-date-table.
  02 run-date-entry pic x(8) occurs 31 times.
copy histBeforeRec.
copy toleranceFeedRec.
copy feedRegRec.
*> The lock as it lives on disk, same layout the batch run writes.
01 run-lock-line.
  02 rlk-state pic x.
  02 filler    pic x value space.
  02 rlk-run-id pic x(14).
  02 filler    pic x value space.
  02 rlk-since pic x(14).
*> Mirror of Babylonian-sqrt's run-log-line - only the run ID, the
*> state field, and who backed the run out matter here; the line is
*> otherwise copied as is.
01 log-entry.
  02 log-run-id pic x(14).
  02 filler     pic x(135).
  02 log-state  pic x(11).
  02 filler     pic x(9).
  02 log-backout-by.
    03 log-by-caption pic x(4).
    03 log-backout-operator pic x(3).
  02 filler     pic x(24).
01 title-line.
  02 filler pic X(28) value 'Batch run backout by run ID'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 run-prompt-line.
  02 filler pic X(23) value 'Run ID to back out:'.
  02 filler pic X value space.
01 confirm-prompt-line.
  02 filler pic X(51) value
      'Retract this run from history and the feed? (Y/N):'.
  02 filler pic X value space.
01 lock-held-line.
  02 filler pic X(32) value 'Another run holds the lock: run '.
  02 lkh-run-id pic X(14).
  02 filler pic X(7) value ' since '.
  02 lkh-since pic X(14).
01 lock-refused-line.
  02 filler pic X(50) value
      'Backout refused - the lock is held by another run'.
01 no-log-line.
  02 filler pic X(31) value 'No run log line found for run '.
  02 nlg-run-id pic X(14).
01 too-many-dates-line.
  02 filler pic X(44) value
      'Backout refused - the run posted under more '.
  02 filler pic X(32) value 'than 31 business dates; nothing'.
  02 filler pic X(9) value ' touched'.
01 already-line.
  02 filler pic X(48) value
      'That run is already backed out - nothing to do'.
01 not-confirmed-line.
  02 filler pic X(32) value 'Not confirmed - nothing touched'.
01 no-journal-line.
  02 filler pic X(70) value
      'No history-before-image.dat - every record of the run is removed'.
01 checked-run-line.
  02 filler pic X(13) value 'Backing out  '.
  02 chk-run-id pic X(14).
01 touched-line.
  02 tch-action pic X(10).
  02 filler pic X value space.
  02 tch-id pic X(10).
  02 filler pic X value space.
  02 tch-date pic X(8).
  02 filler pic X(9) value '  Value: '.
  02 tch-value pic -(11)9.9(6).
  02 filler pic X(10) value '  Result: '.
  02 tch-result pic Z(11)9.9(6).
  02 filler pic X(2) value spaces.
  02 tch-note pic X(40).
01 reversal-line.
  02 filler pic X(18) value 'Reversal section ('.
  02 rvl-date pic X(8).
  02 filler pic X(12) value ') details: '.
  02 rvl-count pic Z(8)9.
01 summary-line.
  02 filler pic X(7) value 'Found: '.
  02 sum-found pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Restored: '.
  02 sum-restored pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Removed: '.
  02 sum-removed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Superseded: '.
  02 sum-superseded pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(16) value 'Held withdrawn: '.
  02 sum-withdrawn pic Z(8)9.
01 marked-line.
  02 filler pic X(19) value 'Reversal sections: '.
  02 mkl-sections pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(29) value 'Register entries backed out: '.
  02 mkl-register pic Z(8)9.

*> Undoes a bad batch run by its run ID. Every history record the
*> run stamped is either put back to the record it overwrote - from
*> the before-image journal the batch run keeps of its rewrites -
*> or, where the run wrote the key fresh, deleted. The tolerance
*> checker is sent a reversal section per business date, with its
*> own header and trailer, listing exactly what to retract; the
*> run's run-log line and feed-register entries are marked backed
*> out so nothing downstream keeps chasing them; and every record
*> touched is itemized in backout-report.dat. A later run that has
*> since overwritten one of this run's records owns that key now -
*> it is reported as superseded and left alone. Readings the run
*> held off its feed and nobody has decided yet are withdrawn with
*> it.
procedure division.
main-logic.
  open output standard-output.
  *> A backout is function P, with purge and restore - signOn turns
  *> away anyone not granted it and logs the attempt.
  move 'runBackout' to son-program.
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
  write out-line from run-prompt-line after advancing 1 line.
  move spaces to run-id-entry.
  accept run-id-entry.
  move run-id-entry to target-run-id.
  perform find-log-line.
  if log-line-found is equal to 'N'
    move target-run-id to nlg-run-id
    write out-line from no-log-line after advancing 1 line
  else if log-backed-out is equal to 'Y'
    write out-line from already-line after advancing 1 line
  else
    write out-line from confirm-prompt-line after advancing 1 line
    move spaces to confirm-entry
    accept confirm-entry
    if confirm-entry is not equal to 'Y'
         and confirm-entry is not equal to 'y'
      write out-line from not-confirmed-line after advancing 1 line
    else
      move function current-date(1:14) to backout-id
      perform acquire-run-lock
      if lock-refused is equal to 'Y'
        write out-line from lock-refused-line after advancing 1 line
      else
        perform back-out-run
        perform release-run-lock
      end-if
    end-if
  end-if
  end-if.
  close standard-output.
  stop run.

find-log-line.
  open input run-log-file.
  if run-log-status is equal to '00'
    perform until end-of-log is equal to 'Y'
      read run-log-file into log-entry
        at end
          move 'Y' to end-of-log
        not at end
          if log-run-id is equal to target-run-id
               and target-run-id is not equal to spaces
            move 'Y' to log-line-found
            if log-state is equal to ' BACKED OUT'
              move 'Y' to log-backed-out
            end-if
          end-if
      end-read
    end-perform
    close run-log-file
  end-if.

acquire-run-lock.
  *> No override here: a held lock is either a live run or a crash
  *> an operator must clear from the batch run's own prompt - a
  *> backout is the last job that should guess which.
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
    move backout-id to rlk-run-id
    move function current-date(1:14) to rlk-since
    write run-lock-rec from run-lock-line
    close run-lock-file
  end-if.

release-run-lock.
  open output run-lock-file.
  move 'R' to rlk-state.
  move backout-id to rlk-run-id.
  move function current-date(1:14) to rlk-since.
  write run-lock-rec from run-lock-line.
  close run-lock-file.

back-out-run.
  open i-o history-file.
  if history-file-status is not equal to '00'
    display 'Unable to open history-file.dat - nothing backed out'
  else
    *> Every date is known before the feed or the report is even
    *> opened, so a run too long to reverse is refused untouched.
    perform collect-run-dates
  end-if.
  if history-file-status is not equal to '00'
    continue
  else if dates-overflow is equal to 'Y'
    write out-line from too-many-dates-line after advancing 1 line
    close history-file
  else
    open extend tolerance-feed-file
    if tol-feed-status is equal to '35'
      open output tolerance-feed-file
    end-if
    open output backout-report-file
    if tol-feed-status is not equal to '00'
         or backout-report-status is not equal to '00'
      *> Retracting history without telling the checker, or
      *> without the itemized list, would leave the two sides
      *> disagreeing with nothing on paper to say why.
      display 'Unable to open tolerance-feed.dat or'
          ' backout-report.dat - nothing backed out'
      close tolerance-feed-file
      close backout-report-file
    else
      move target-run-id to chk-run-id
      write out-line from checked-run-line after advancing 1 line
      write rpt-line from checked-run-line
      *> The reversal goes out before a single record changes -
      *> it is built from the records as the run left them.
      perform write-reversal-section
        varying date-x from 1 by 1
        until date-x is greater than dates-used
      close tolerance-feed-file
      perform restore-overwritten
      perform remove-remaining
      perform withdraw-held
      move count-found to sum-found
      move count-restored to sum-restored
      move count-removed to sum-removed
      move count-superseded to sum-superseded
      move count-withdrawn to sum-withdrawn
      write out-line from summary-line after advancing 1 line
      write rpt-line from summary-line
      perform mark-run-log
      perform mark-feed-register
      move count-sections to mkl-sections
      move count-register to mkl-register
      write out-line from marked-line after advancing 1 line
      write rpt-line from marked-line
      close backout-report-file
    end-if
    close history-file
  end-if
  end-if.

collect-run-dates.
  *> One sweep for the distinct business dates the run posted under
  *> - a catch-up run spans several.
  move 'N' to end-of-history.
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
        if hist-run-id is equal to target-run-id
          add 1 to count-found
          perform note-run-date
        end-if
    end-read
  end-perform.

note-run-date.
  move 'N' to date-found.
  perform varying date-x from 1 by 1
    until date-x is greater than dates-used
      or date-found is equal to 'Y'
    if run-date-entry(date-x) is equal to hist-date
      move 'Y' to date-found
    end-if
  end-perform.
  if date-found is equal to 'N'
    if dates-used is less than 31
      add 1 to dates-used
      move hist-date to run-date-entry(dates-used)
    else
      move 'Y' to dates-overflow
    end-if
  end-if.

write-reversal-section.
  *> One section per business date, details in the feed's own D
  *> layout exactly as the run sent them.
  move 0 to reversal-count.
  move 0 to reversal-hash.
  move run-date-entry(date-x) to trh-run-date.
  move target-run-id to trh-run-id.
  move backout-id to trh-stamp.
  write feed-line from tolerance-reversal-header.
  move 'N' to end-of-history.
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
        *> Held and never released, or rejected off the screen -
        *> the checker was never sent it, so there is nothing to
        *> retract. A released reading went out, and comes back.
        if hist-run-id is equal to target-run-id
             and hist-date is equal to run-date-entry(date-x)
             and hist-disposition is not equal to 'H'
             and hist-disposition is not equal to 'J'
          perform write-reversal-detail
        end-if
    end-read
  end-perform.
  move reversal-count to trt-count.
  move reversal-hash to trt-hash.
  write feed-line from tolerance-reversal-trailer.
  add 1 to count-sections.
  move run-date-entry(date-x) to rvl-date.
  move reversal-count to rvl-count.
  write out-line from reversal-line after advancing 1 line.
  write rpt-line from reversal-line.

write-reversal-detail.
  add 1 to reversal-count.
  add 1 to count-reversed.
  add function abs(hist-value) to reversal-hash.
  move hist-value to tfr-value.
  move hist-result to tfr-result.
  if hist-op is equal to 'C' and hist-value is less than 0
    compute tfr-result = 0 - hist-result
  end-if.
  move hist-status to tfr-status.
  move hist-op to tfr-op.
  move hist-escalated to tfr-escalated.
  write feed-line from tolerance-feed-rec.

restore-overwritten.
  *> Every record the run overwrote goes back as it stood - but
  *> only where the run's own record is still the live one. A key a
  *> later run has rewritten since belongs to that run now.
  open input before-image-file.
  if before-image-status is not equal to '00'
    write out-line from no-journal-line after advancing 1 line
    write rpt-line from no-journal-line
  else
    perform until end-of-images is equal to 'Y'
      read before-image-file into history-before-line
        at end
          move 'Y' to end-of-images
        not at end
          if hbi-run-id is equal to target-run-id
            perform restore-one-record
          end-if
      end-read
    end-perform
    close before-image-file
  end-if.

restore-one-record.
  move hbi-image to prior-image.
  move prior-image to history-rec.
  read history-file key is hist-key
    invalid key
      *> Removed by hand since - nothing of this run's to replace,
      *> and nothing this backout should resurrect.
      continue
    not invalid key
      move hist-run-id to live-run-id
      move hist-value to tch-value
      move hist-result to tch-result
      move prior-image to history-rec
      if live-run-id is equal to target-run-id
        move 'restored' to tch-action
        rewrite history-rec
        add 1 to count-restored
        move spaces to tch-note
        string 'back to run ' hist-run-id
          delimited by size into tch-note
        perform write-touched-line
      else
        *> The live record already is the earlier one when an
        *> interrupted backout is being finished - only a third run
        *> holding the key is worth a line.
        if live-run-id is not equal to hist-run-id
          move 'superseded' to tch-action
          add 1 to count-superseded
          move spaces to tch-note
          string 'left - now held by run ' live-run-id
            delimited by size into tch-note
          perform write-touched-line
        end-if
      end-if
  end-read.

remove-remaining.
  *> What still carries the run ID after the restores was written
  *> fresh by the run - there is no earlier record to go back to.
  move 'N' to end-of-history.
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
        if hist-run-id is equal to target-run-id
          move 'removed' to tch-action
          move hist-value to tch-value
          move hist-result to tch-result
          move 'no earlier record' to tch-note
          delete history-file record
          add 1 to count-removed
          perform write-touched-line
        end-if
    end-read
  end-perform.

withdraw-held.
  *> A reading still waiting on an engineer was only ever this
  *> run's - with the run gone there is nothing for holdRelease to
  *> release it into. No held file means the run held nothing.
  open i-o held-file.
  if held-file-status is equal to '00'
    move low-values to hld-key
    start held-file key is not less than hld-key
      invalid key
        move 'Y' to end-of-held
    end-start
    perform until end-of-held is equal to 'Y'
      read held-file next record
        at end
          move 'Y' to end-of-held
        not at end
          if hld-run-id is equal to target-run-id
               and hld-state is equal to 'H'
            move 'withdrawn' to tch-action
            move hld-id to tch-id
            move hld-date to tch-date
            move hld-value to tch-value
            move hld-result to tch-result
            move 'held - never fed, no longer held' to tch-note
            delete held-file record
            add 1 to count-withdrawn
            write out-line from touched-line after advancing 1 line
            write rpt-line from touched-line
          end-if
      end-read
    end-perform
    close held-file
  end-if.

write-touched-line.
  move hist-id to tch-id.
  move hist-date to tch-date.
  write out-line from touched-line after advancing 1 line.
  write rpt-line from touched-line.

mark-run-log.
  *> Copied through the work file and back, both opens checked
  *> before a byte moves - the run log is the permanent record and
  *> must never be truncated without its copy in hand.
  open input run-log-file.
  if run-log-status is equal to '00'
    open output run-log-work-file
    if run-log-work-status is not equal to '00'
      display 'Unable to open run-log-work.dat - mark the run log'
          ' line by hand'
      close run-log-file
    else
      move 'N' to end-of-log
      perform until end-of-log is equal to 'Y'
        read run-log-file into log-entry
          at end
            move 'Y' to end-of-log
          not at end
            if log-run-id is equal to target-run-id
              move ' BACKED OUT' to log-state
              move ' by ' to log-by-caption
              move son-operator to log-backout-operator
            end-if
            write run-log-work-rec from log-entry
        end-read
      end-perform
      close run-log-file
      close run-log-work-file
      perform copy-run-log-back
    end-if
  end-if.

copy-run-log-back.
  open input run-log-work-file.
  if run-log-work-status is not equal to '00'
    display 'Unable to reread run-log-work.dat - mark the run log'
        ' line by hand'
  else
    open output run-log-file
    if run-log-status is not equal to '00'
      display 'Unable to rewrite run-log.dat - mark the run log'
          ' line by hand'
    else
      move 'N' to end-of-log
      perform until end-of-log is equal to 'Y'
        read run-log-work-file into log-entry
          at end
            move 'Y' to end-of-log
          not at end
            write run-log-rec from log-entry
        end-read
      end-perform
      close run-log-file
    end-if
    close run-log-work-file
  end-if.

mark-feed-register.
  *> Every section the run registered is backed out, whatever it
  *> had reached - the reversal sections supersede them all.
  open input feed-register-file.
  if feed-register-status is equal to '00'
    open output register-work-file
    if register-work-status is not equal to '00'
      display 'Unable to open feed-register-work.dat - mark the'
          ' register entries by hand'
      close feed-register-file
    else
      move 'N' to end-of-register
      perform until end-of-register is equal to 'Y'
        read feed-register-file into feed-register-line
          at end
            move 'Y' to end-of-register
          not at end
            if frg-run-id is equal to target-run-id
                 and frg-status is not equal to 'B'
              move 'B' to frg-status
              move function current-date(1:14) to frg-stamp
              add 1 to count-register
            end-if
            write register-work-rec from feed-register-line
        end-read
      end-perform
      close feed-register-file
      close register-work-file
      perform copy-register-back
    end-if
  end-if.

copy-register-back.
  open input register-work-file.
  if register-work-status is not equal to '00'
    display 'Unable to reread feed-register-work.dat - mark the'
        ' register entries by hand'
  else
    open output feed-register-file
    if feed-register-status is not equal to '00'
      display 'Unable to rewrite feed-register.dat - mark the'
          ' register entries by hand'
    else
      move 'N' to end-of-register
      perform until end-of-register is equal to 'Y'
        read register-work-file into feed-register-line
          at end
            move 'Y' to end-of-register
          not at end
            write feed-register-rec from feed-register-line
        end-read
      end-perform
      close feed-register-file
    end-if
    close register-work-file
  end-if.
