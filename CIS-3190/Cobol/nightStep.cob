*> The command handed to the system - trailing spaces are harmless
*> to a shell, so the fixed field goes as-is.
77 step-command        pic x(40).
copy raiseAlertParms.
01 step-tab.
  02 step-entry occurs 20 times.
    03 stc-seq     pic x(2).
  02 blk-id pic X(12).
  02 filler pic X(46) value
      ' refused - its predecessor never completed ***'.
01 failed-alert-text.
  02 filler pic X(5) value 'Step '.
  02 fat-id pic X(12).
  02 filler pic X(12) value ' failed - rc'.
  02 fat-rc pic -(4)9.
  02 filler pic X(26) value ' - rest of night not run'.
01 refused-alert-text.
  02 filler pic X(5) value 'Step '.
  02 rat-id pic X(12).
  02 filler pic X(43) value
      ' refused - its predecessor never completed'.
01 alert-raised-line.
  02 filler pic X(34) value 'Alert raised for on-call - number '.
  02 arl-number pic Z(5)9.
01 alert-open-line.
  02 filler pic X(32) value 'Alert for this step already open'.
  02 filler pic X(10) value ' - number '.
  02 aol-number pic Z(5)9.
01 summary-line.
  02 filler pic X(5) value 'Ran: '.
  02 sum-run pic Z(3)9.
*> from the failed step instead of from the top, and nobody can
*> launch the batch run against the previous night's stale
*> validated files again. The batch run's own record checkpoint
*> handles restart within a step; this handles between steps. A
*> failed or refused step is raised as an alert for on-call.
procedure division.
main-logic.
  open output standard-output.
      move stc-id(step-x) to blk-id
      write out-line from blocked-line after advancing 1 line
      move 'Y' to run-stopped
      move 'W' to rap-severity
      move 'STPR' to rap-condition
      move stc-id(step-x) to rat-id
      move refused-alert-text to rap-text
      perform raise-step-alert
    when other
      perform launch-step
  end-evaluate.
    move return-code to fld-rc
    write out-line from failed-line after advancing 1 line
    move 'Y' to run-stopped
    move 'C' to rap-severity
    move 'STPF' to rap-condition
    move stc-id(step-x) to fat-id
    move return-code to fat-rc
    move failed-alert-text to rap-text
    perform raise-step-alert
  end-if.

raise-step-alert.
  *> The step goes in the subject beside the date - a night that
  *> fails at one step and, once fixed, at the next is two
  *> conditions, not one.
  move 'nightStep' to rap-source.
  move spaces to rap-subject.
  move business-date to rap-subject(1:8).
  move stc-id(step-x) to rap-subject(10:12).
  call "raiseAlert" using raise-alert-parms.
  if rap-result is equal to 'N'
    move rap-number to arl-number
    write out-line from alert-raised-line after advancing 1 line
  else if rap-result is equal to 'D'
    move rap-number to aol-number
    write out-line from alert-open-line after advancing 1 line
  end-if
  end-if.

journal-step.
