identification division.
program-id. holdRelease.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select run-lock-file assign to "run-lock.dat"
      organization line sequential
      file status run-lock-status.
  *> What the batch run held back from the feed for an engineer.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> Released readings go out on the live feed, in a supplementary
  *> section of their own after whatever the nights already wrote.
  select tolerance-feed-file assign to "tolerance-feed.dat"
      organization line sequential
      file status tol-feed-status.
  select feed-register-file assign to "feed-register.dat"
      organization line sequential
      file status feed-register-status.
  *> Rejected readings join the repair queue like any batch reject.
  select resubmit-file assign to "batch-resubmit.dat"
      organization line sequential
      file status resubmit-file-status.
  select release-report-file assign to "hold-release-report.dat"
      organization line sequential
      file status release-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd run-lock-file.
  01 run-lock-rec picture X(31).
fd held-file.
  copy heldRec.
fd history-file.
  copy historyRec.
fd tolerance-feed-file.
  01 feed-line picture X(48).
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd resubmit-file.
  01 resubmit-rec pic x(62).
fd release-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 run-lock-status      pic xx value '00'.
77 held-file-status     pic xx value '00'.
77 history-file-status  pic xx value '00'.
77 tol-feed-status      pic xx value '00'.
77 feed-register-status pic xx value '00'.
77 resubmit-file-status pic xx value '00'.
77 release-report-status pic xx value '00'.
77 lock-refused         pic x value 'N'.
77 end-of-held          pic x value 'N'.
77 date-entry           pic x(10).
77 action-entry         pic x(10).
*> What the decision makes of the reading's history row.
77 new-disposition      pic x.
*> The one business date this session works - a supplementary
*> section carries one date, like the night's own section.
77 review-date          pic x(8).
*> yyyymmddhhmmss this session started - its lock ID and the ID of
*> the supplementary section it writes.
77 session-id           pic x(14).
*> Y once the supplementary header is on the feed - written with
*> the first release, so a session that releases nothing leaves no
*> empty section behind.
77 section-open         pic x value 'N'.
77 supplement-count     pic 9(9) value 0.
*> Same picture and silent high-order truncation as the batch run's
*> feed hash, so both sides wrap identically.
77 supplement-hash      pic 9(13)v9(6) value 0.
77 count-released       pic 9(9) value 0.
77 count-rejected       pic 9(9) value 0.
77 count-left-held      pic 9(9) value 0.
copy toleranceFeedRec.
copy feedRegRec.
copy resubmitRec.
copy signOnParms.
01 run-lock-line.
  02 rlk-state pic x.
  02 filler    pic x value space.
  02 rlk-run-id pic x(14).
  02 filler    pic x value space.
  02 rlk-since pic x(14).
01 title-line.
  02 filler pic X(33) value 'Held readings - release or reject'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 date-prompt-line.
  02 filler pic X(60) value
      'Business date of the held readings (blank = oldest held):'.
  02 filler pic X value space.
01 no-held-file-line.
  02 filler pic X(56) value
      'Nothing has ever been held - no held-readings.dat'.
01 none-waiting-line.
  02 filler pic X(46) value
      'No held readings are waiting for that date'.
01 lock-held-line.
  02 filler pic X(32) value 'Another run holds the lock: run '.
  02 lkh-run-id pic X(14).
  02 filler pic X(7) value ' since '.
  02 lkh-since pic X(14).
01 lock-refused-line.
  02 filler pic X(50) value
      'Release refused - the lock is held by another run'.
01 reading-line.
  02 filler pic X(4) value 'ID: '.
  02 rdl-id pic X(10).
  02 filler pic X(11) value '  Station: '.
  02 rdl-station pic X(2).
  02 filler pic X(9) value '  Value: '.
  02 rdl-value pic -(11)9.9(6).
  02 filler pic X(10) value '  Result: '.
  02 rdl-result pic -(11)9.9(6).
  02 filler pic X(7) value '  Run: '.
  02 rdl-run-id pic X(14).
01 baseline-line.
  02 filler pic X(19) value '    Baseline mean: '.
  02 bsl-line-mean pic Z(11)9.9(6).
  02 filler pic X(10) value '  Spread: '.
  02 bsl-line-spread pic Z(11)9.9(6).
  02 filler pic X(2) value spaces.
  02 bsl-line-devs pic Z(8)9.99.
  02 filler pic X(23) value ' deviations, held over '.
  02 bsl-line-threshold pic ZZ9.99.
01 action-prompt-line.
  02 filler pic X(62) value
      'R)elease to the feed, X) reject to repair queue, S)kip, Q)uit:'.
  02 filler pic X value space.
01 decision-line.
  02 dcl-id pic X(10).
  02 filler pic X value space.
  02 dcl-date pic X(8).
  02 filler pic X(2) value spaces.
  02 dcl-action pic X(30).
  02 filler pic X(4) value ' by '.
  02 dcl-operator pic X(3).
01 section-line.
  02 filler pic X(22) value 'Supplementary section '.
  02 scl-section-id pic X(14).
  02 filler pic X(5) value ' for '.
  02 scl-date pic X(8).
  02 filler pic X(11) value ' details: '.
  02 scl-count pic Z(8)9.
01 summary-line.
  02 filler pic X(10) value 'Released: '.
  02 sum-released pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Rejected: '.
  02 sum-rejected pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(11) value 'Left held: '.
  02 sum-left pic Z(8)9.

*> Pages an engineer through the readings the batch run held out
*> of one night's feed because they sat too far from their
*> instrument's baseline. Each one can be released - sent to the
*> checker in a supplementary section with its own header and
*> trailer, registered like any other section - or rejected to the
*> repair queue, or left held for later. History follows each
*> decision, so dispMatch and balanceRun see what the checker was
*> actually sent. Takes the run lock: the feed it appends to is the
*> batch run's.
procedure division.
main-logic.
  open output standard-output.
  *> Deciding a held reading is tolerance review work, function E -
  *> signOn turns away anyone not granted it and logs the attempt.
  move 'holdRelease' to son-program.
  move 'E' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  move function current-date(1:14) to session-id.
  open i-o held-file.
  if held-file-status is not equal to '00'
    write out-line from no-held-file-line after advancing 1 line
  else
    write out-line from date-prompt-line after advancing 1 line
    move spaces to date-entry
    accept date-entry
    if date-entry is equal to spaces
      perform find-oldest-held
    else
      move date-entry(1:8) to review-date
    end-if
    if review-date is equal to spaces
      write out-line from none-waiting-line after advancing 1 line
    else
      perform acquire-run-lock
      if lock-refused is equal to 'Y'
        write out-line from lock-refused-line after advancing 1 line
      else
        perform release-session
        perform release-run-lock
      end-if
    end-if
    close held-file
  end-if.
  close standard-output.
  stop run.

find-oldest-held.
  move spaces to review-date.
  move low-values to hld-key.
  start held-file key is not less than hld-key
    invalid key
      move 'Y' to end-of-held
  end-start.
  perform until end-of-held is equal to 'Y'
    read held-file next record
      at end
        move 'Y' to end-of-held
      not at end
        if hld-state is equal to 'H'
             and (review-date is equal to spaces
                  or hld-date is less than review-date)
          move hld-date to review-date
        end-if
    end-read
  end-perform.

release-session.
  open i-o history-file.
  open extend tolerance-feed-file.
  if tol-feed-status is equal to '35'
    open output tolerance-feed-file
  end-if.
  open extend resubmit-file.
  if resubmit-file-status is equal to '35'
    open output resubmit-file
  end-if.
  open output release-report-file.
  *> Every file a decision writes must be in hand before the first
  *> one is made - a release with no feed to go out on, or a reject
  *> with no queue to land on, would lose the reading between them.
  if history-file-status is not equal to '00'
       or tol-feed-status is not equal to '00'
       or resubmit-file-status is not equal to '00'
       or release-report-status is not equal to '00'
    display 'Unable to open history-file.dat, tolerance-feed.dat,'
        ' batch-resubmit.dat, or hold-release-report.dat - nothing'
        ' decided'
  else
    move son-operator to dcl-operator
    move 'N' to end-of-held
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
          if hld-state is equal to 'H'
               and hld-date is equal to review-date
            perform review-one-reading
          end-if
      end-read
    end-perform
    if section-open is equal to 'Y'
      perform close-supplement-section
    end-if
    move count-released to sum-released
    move count-rejected to sum-rejected
    move count-left-held to sum-left
    write out-line from summary-line after advancing 1 line
    write rpt-line from summary-line
  end-if.
  close history-file.
  close tolerance-feed-file.
  close resubmit-file.
  close release-report-file.

review-one-reading.
  move hld-id to rdl-id.
  move hld-station to rdl-station.
  move hld-value to rdl-value.
  move hld-result to rdl-result.
  if hld-op is equal to 'C' and hld-value is less than 0
    compute rdl-result = 0 - hld-result
  end-if.
  move hld-run-id to rdl-run-id.
  move hld-mean to bsl-line-mean.
  move hld-spread to bsl-line-spread.
  move hld-deviation to bsl-line-devs.
  move hld-threshold to bsl-line-threshold.
  write out-line from reading-line after advancing 1 line.
  write out-line from baseline-line after advancing 1 line.
  write out-line from action-prompt-line after advancing 1 line.
  move spaces to action-entry.
  accept action-entry.
  evaluate action-entry
    when 'R'
    when 'r'
      perform release-reading
    when 'X'
    when 'x'
      perform reject-reading
    when 'Q'
    when 'q'
      add 1 to count-left-held
      move 'Y' to end-of-held
    *> Anything else is the safe choice - keep the reading held
    *> rather than guess at what a mistyped action meant.
    when other
      add 1 to count-left-held
  end-evaluate.

release-reading.
  if section-open is equal to 'N'
    perform open-supplement-section
  end-if.
  add 1 to supplement-count.
  add function abs(hld-value) to supplement-hash.
  *> Field for field what write-feed-detail would have sent.
  move hld-value to tfr-value.
  move hld-result to tfr-result.
  if hld-op is equal to 'C' and hld-value is less than 0
    compute tfr-result = 0 - hld-result
  end-if.
  move hld-status to tfr-status.
  move hld-op to tfr-op.
  move hld-escalated to tfr-escalated.
  write feed-line from tolerance-feed-rec.
  move 'R' to hld-state.
  move session-id to hld-section-id.
  perform stamp-decision.
  *> The checker has it now - the history row waits on its
  *> disposition like any reading fed the usual way.
  move space to new-disposition.
  perform mark-history.
  add 1 to count-released.
  move 'released to the feed' to dcl-action.
  perform write-decision-line.

reject-reading.
  move hld-image to rsq-image.
  move 'BS' to rsq-station.
  move 'H' to rsq-reason.
  move hld-date to rsq-date.
  move hld-run-id to rsq-run-id.
  write resubmit-rec from resubmit-queue-line.
  move 'J' to hld-state.
  move spaces to hld-section-id.
  perform stamp-decision.
  move 'J' to new-disposition.
  perform mark-history.
  add 1 to count-rejected.
  move 'rejected to the repair queue' to dcl-action.
  perform write-decision-line.

stamp-decision.
  move son-operator to hld-decided-by.
  move function current-date(1:14) to hld-decided-stamp.
  rewrite held-rec.

mark-history.
  *> Only the history row the hold speaks for - one a later run has
  *> rewritten since is that run's, and carries its own answer.
  move hld-key to hist-key.
  read history-file key is hist-key
    invalid key
      continue
    not invalid key
      if hist-run-id is equal to hld-run-id
        move new-disposition to hist-disposition
        rewrite history-rec
      end-if
  end-read.

open-supplement-section.
  move review-date to tsh-run-date.
  move session-id to tsh-section-id.
  move son-operator to tsh-operator.
  write feed-line from tolerance-supplement-header.
  move 'Y' to section-open.

close-supplement-section.
  move supplement-count to tst-count.
  move supplement-hash to tst-hash.
  write feed-line from tolerance-supplement-trailer.
  move session-id to scl-section-id.
  move review-date to scl-date.
  move supplement-count to scl-count.
  write out-line from section-line after advancing 1 line.
  write rpt-line from section-line.
  *> On the register like any section, so its acknowledgment is
  *> chased the same way.
  open extend feed-register-file.
  if feed-register-status is equal to '35'
    open output feed-register-file
  end-if.
  if feed-register-status is not equal to '00'
    display 'Unable to open feed-register.dat - register the'
        ' supplementary section by hand'
  else
    move session-id to frg-run-id
    move review-date to frg-run-date
    move supplement-count to frg-count
    move supplement-hash to frg-hash
    move 'W' to frg-status
    move function current-date(1:14) to frg-stamp
    move 'S' to frg-kind
    write feed-register-rec from feed-register-line
    close feed-register-file
  end-if.

write-decision-line.
  move hld-id to dcl-id.
  move hld-date to dcl-date.
  write out-line from decision-line after advancing 1 line.
  write rpt-line from decision-line.

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
    move session-id to rlk-run-id
    move function current-date(1:14) to rlk-since
    write run-lock-rec from run-lock-line
    close run-lock-file
  end-if.

release-run-lock.
  open output run-lock-file.
  move 'R' to rlk-state.
  move session-id to rlk-run-id.
  move function current-date(1:14) to rlk-since.
  write run-lock-rec from run-lock-line.
  close run-lock-file.
