identification division.
program-id. alertAck.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The queue raiseAlert appends to and the paging system reads.
  select alert-file assign to "alert-queue.dat"
      organization line sequential
      file status alert-file-status.
  select alert-work-file assign to "alert-queue-work.dat"
      organization line sequential
      file status alert-work-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd alert-file.
  01 alert-rec pic x(148).
fd alert-work-file.
  01 alert-work-rec pic x(148).

working-storage section.
77 alert-file-status   pic xx value '00'.
77 alert-work-status   pic xx value '00'.
77 end-of-session      pic x value 'N'.
77 end-of-alerts       pic x value 'N'.
77 action-entry        pic x(10).
77 number-entry        pic x(10).
77 target-number       pic 9(6).
*> A = acknowledge, R = resolve - the state the chosen alert moves
*> to.
77 new-state           pic x.
*> What happened to the chosen alert on the pass through the file:
*> N = no such number, C = changed, A = already acknowledged,
*> R = already resolved, F = changed but the queue would not take
*> the change back (already displayed).
77 alert-outcome       pic x value 'N'.
77 count-open          pic 9(9) value 0.
77 count-acknowledged  pic 9(9) value 0.
77 count-resolved      pic 9(9) value 0.
77 session-operator    pic x(3).
copy alertRec.
copy signOnParms.
01 title-line.
  02 filler pic X(24) value 'On-call alert queue'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 action-prompt-line.
  02 filler pic X(52) value
      'L)ist open alerts, A)cknowledge, R)esolve, Q)uit:'.
  02 filler pic X value space.
01 number-prompt-line.
  02 filler pic X(13) value 'Alert number:'.
  02 filler pic X value space.
01 alert-list-line.
  02 all-number pic Z(5)9.
  02 filler pic X(2) value spaces.
  02 all-severity pic X(8).
  02 filler pic X(2) value spaces.
  02 all-state pic X(12).
  02 filler pic X(2) value spaces.
  02 all-raised pic X(14).
  02 filler pic X(2) value spaces.
  02 all-source pic X(12).
  02 filler pic X(2) value spaces.
  02 all-subject pic X(24).
01 alert-text-line.
  02 filler pic X(8) value spaces.
  02 atl-text pic X(60).
01 handled-by-line.
  02 filler pic X(24) value '        acknowledged by '.
  02 hbl-by pic X(3).
  02 filler pic X(4) value ' at '.
  02 hbl-stamp pic X(14).
01 no-alerts-line.
  02 filler pic X(36) value 'No alert-queue.dat - nothing raised'.
01 none-open-line.
  02 filler pic X(24) value 'No alerts open'.
01 bad-number-line.
  02 filler pic X(31) value 'Alert number must be numeric'.
01 missing-line.
  02 filler pic X(30) value 'No alert with that number'.
01 already-acked-line.
  02 filler pic X(44) value
      'Alert already acknowledged - left as it was'.
01 already-resolved-line.
  02 filler pic X(40) value 'Alert already resolved - left as it was'.
01 changed-line.
  02 filler pic X(6) value 'Alert '.
  02 chl-number pic Z(5)9.
  02 filler pic X(1) value space.
  02 chl-state pic X(12).
01 summary-line.
  02 filler pic X(14) value 'Acknowledged: '.
  02 sum-acknowledged pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Resolved: '.
  02 sum-resolved pic Z(8)9.

*> On-call's side of the alert queue: lists every alert not yet
*> resolved, in the order raised, and moves one on - acknowledged
*> when on-call has seen it and has it in hand, resolved when the
*> condition is dealt with. Until an alert is resolved its source
*> raises no new one for the same condition, so resolving is also
*> what re-arms the page. Each change stamps the line with who made
*> it and when.
procedure division.
main-logic.
  open output standard-output.
  *> Alert handling is function O - signOn turns away anyone not
  *> granted it and logs the attempt.
  move 'alertAck' to son-program.
  move 'O' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  move son-operator to session-operator.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  perform until end-of-session is equal to 'Y'
    write out-line from action-prompt-line after advancing 1 line
    move spaces to action-entry
    accept action-entry
    evaluate action-entry
      when 'L'
      when 'l'
        perform list-open-alerts
      when 'A'
      when 'a'
        move 'A' to new-state
        perform change-alert
      when 'R'
      when 'r'
        move 'R' to new-state
        perform change-alert
      when 'Q'
      when 'q'
        move 'Y' to end-of-session
      *> Anything else just reprompts - a mistyped action must
      *> not fall through into a rewrite.
      when other
        continue
    end-evaluate
  end-perform.
  move count-acknowledged to sum-acknowledged.
  move count-resolved to sum-resolved.
  write out-line from summary-line after advancing 1 line.
  close standard-output.
  stop run.

list-open-alerts.
  move 0 to count-open.
  open input alert-file.
  if alert-file-status is not equal to '00'
    write out-line from no-alerts-line after advancing 1 line
  else
    move 'N' to end-of-alerts
    perform until end-of-alerts is equal to 'Y'
      read alert-file into alert-line
        at end
          move 'Y' to end-of-alerts
        not at end
          if alr-state is not equal to 'R'
            add 1 to count-open
            perform show-alert
          end-if
      end-read
    end-perform
    close alert-file
    if count-open is equal to 0
      write out-line from none-open-line after advancing 1 line
    end-if
  end-if.

show-alert.
  move alr-number to all-number.
  if alr-severity is equal to 'C'
    move 'CRITICAL' to all-severity
  else
    move 'warning' to all-severity
  end-if.
  evaluate alr-state
    when 'A'
      move 'acknowledged' to all-state
    when 'R'
      move 'resolved' to all-state
    when other
      move 'OPEN' to all-state
  end-evaluate.
  move alr-raised to all-raised.
  move alr-source to all-source.
  move alr-subject to all-subject.
  write out-line from alert-list-line after advancing 1 line.
  move alr-text to atl-text.
  write out-line from alert-text-line after advancing 1 line.
  if alr-state is equal to 'A'
    move alr-by to hbl-by
    move alr-stamp to hbl-stamp
    write out-line from handled-by-line after advancing 1 line
  end-if.

change-alert.
  write out-line from number-prompt-line after advancing 1 line.
  move spaces to number-entry.
  accept number-entry.
  if number-entry is equal to spaces
       or function test-numval(number-entry) is not equal to 0
    write out-line from bad-number-line after advancing 1 line
  else
    compute target-number = function numval(number-entry)
    perform rewrite-alert-file
  end-if.

rewrite-alert-file.
  *> Copied through the work file and back, both opens checked
  *> before a byte moves - the same dance feedStatus does to mark
  *> a section sent.
  move 'N' to alert-outcome.
  open input alert-file.
  if alert-file-status is not equal to '00'
    write out-line from no-alerts-line after advancing 1 line
  else
    open output alert-work-file
    if alert-work-status is not equal to '00'
      display 'Unable to open alert-queue-work.dat - queue left as'
          ' it was'
      close alert-file
    else
      move 'N' to end-of-alerts
      perform until end-of-alerts is equal to 'Y'
        read alert-file into alert-line
          at end
            move 'Y' to end-of-alerts
          not at end
            if alr-number is equal to target-number
              perform judge-alert-change
            end-if
            write alert-work-rec from alert-line
        end-read
      end-perform
      close alert-file
      close alert-work-file
      if alert-outcome is equal to 'C'
        perform copy-alerts-back
      end-if
      perform report-alert-outcome
    end-if
  end-if.

judge-alert-change.
  *> An alert only moves forward: acknowledging an acknowledged one
  *> or touching a resolved one leaves it as it was.
  if alr-state is equal to 'R'
    move 'R' to alert-outcome
  else if alr-state is equal to 'A' and new-state is equal to 'A'
    move 'A' to alert-outcome
  else
    move new-state to alr-state
    move session-operator to alr-by
    move function current-date(1:14) to alr-stamp
    move 'C' to alert-outcome
  end-if
  end-if.

report-alert-outcome.
  evaluate alert-outcome
    when 'C'
      move target-number to chl-number
      if new-state is equal to 'A'
        move 'acknowledged' to chl-state
        add 1 to count-acknowledged
      else
        move 'resolved' to chl-state
        add 1 to count-resolved
      end-if
      write out-line from changed-line after advancing 1 line
    when 'A'
      write out-line from already-acked-line after advancing 1 line
    when 'R'
      write out-line from already-resolved-line after advancing 1 line
    when 'F'
      continue
    when other
      write out-line from missing-line after advancing 1 line
  end-evaluate.

copy-alerts-back.
  open input alert-work-file.
  if alert-work-status is not equal to '00'
    display 'Unable to reread alert-queue-work.dat - queue left as'
        ' it was'
    move 'F' to alert-outcome
  else
    open output alert-file
    if alert-file-status is not equal to '00'
      display 'Unable to rewrite alert-queue.dat - alert-queue-'
          'work.dat holds the change'
      move 'F' to alert-outcome
    else
      move 'N' to end-of-alerts
      perform until end-of-alerts is equal to 'Y'
        read alert-work-file into alert-line
          at end
            move 'Y' to end-of-alerts
          not at end
            write alert-rec from alert-line
        end-read
      end-perform
      close alert-file
    end-if
    close alert-work-file
  end-if.
