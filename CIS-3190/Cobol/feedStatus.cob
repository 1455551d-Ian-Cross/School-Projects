  select register-report-file assign to "feed-register-report.dat"
      organization line sequential
      file status register-report-status.
  *> Who marked a section sent goes beside the sign-ons - the
  *> register line has no room for an operator of its own.
  select security-log-file assign to "security-log.dat"
      organization line sequential
      file status security-log-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd register-work-file.
  01 register-work-rec pic x(72).
fd register-report-file.
  01 rpt-line picture X(132).
fd security-log-file.
  01 security-log-rec pic x(80).

working-storage section.
77 feed-register-status pic xx value '00'.
77 register-work-status pic xx value '00'.
77 register-report-status pic xx value '00'.
77 security-log-status pic xx value '00'.
77 end-of-register     pic x value 'N'.
77 action-entry        pic x(10).
77 run-id-entry        pic x(14).
77 count-sent          pic 9(9) value 0.
77 count-acknowledged  pic 9(9) value 0.
77 count-marked        pic 9(9) value 0.
77 count-backed-out    pic 9(9) value 0.
*> Days a section may wait on the checker before on-call is told -
*> the checker answers overnight, so two days is a lost section,
*> not a slow one.
77 overdue-days        pic 9(4) value 2.
77 count-alerted       pic 9(9) value 0.
copy feedRegRec.
copy raiseAlertParms.
copy signOnParms.
copy securityLogRec.
01 title-line.
  02 filler pic X(31) value 'Tolerance feed register'.
01 under-line.
01 marked-line.
  02 filler pic X(15) value 'Marked sent: '.
  02 mrk-count pic Z(8)9.
01 overdue-alert-text.
  02 filler pic X(40) value 'Section unacknowledged by checker after'.
  02 oat-age pic Z(5)9.
  02 filler pic X(5) value ' days'.
01 alerted-line.
  02 filler pic X(38) value 'Overdue sections raised for on-call: '.
  02 alt-count pic Z(8)9.
01 summary-line.
  02 filler pic X(9) value 'Written: '.
  02 sum-written pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(14) value 'Acknowledged: '.
  02 sum-acknowledged pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(12) value 'Backed out: '.
  02 sum-backed-out pic Z(8)9.

*> The register's two front-office jobs: list every feed section
*> still waiting on the downstream checker's answer - and how old
*> section sent once the operator has actually transmitted it, so
*> the register's written/sent/acknowledged progression means what
*> it says. The batch run writes entries; dispMatch acknowledges
*> them; this is everything in between. A section left waiting
*> past overdue-days is raised as an alert for on-call.
procedure division.
main-logic.
  open output standard-output.
  move spaces to action-entry.
  accept action-entry.
  if action-entry is equal to 'S' or action-entry is equal to 's'
    *> Listing only reads the register and is anybody's. Marking
    *> a section sent changes it, so it is function B with the
    *> feed's other writers - signOn turns away anyone not granted
    *> it and logs the attempt.
    move 'feedStatus' to son-program
    move 'B' to son-function
    move 'Y' to son-prompt
    move spaces to son-operator
    call "signOn" using sign-on-parms
    if son-status is not equal to 'Y'
      close standard-output
      stop run
    end-if
    perform mark-section-sent
  else
    perform list-awaiting
    move count-written to sum-written
    move count-sent to sum-sent
    move count-acknowledged to sum-acknowledged
    move count-backed-out to sum-backed-out
    write out-line from summary-line after advancing 1 line
    write rpt-line from summary-line
    if count-alerted is greater than 0
      move count-alerted to alt-count
      write out-line from alerted-line after advancing 1 line
      write rpt-line from alerted-line
    end-if
    close register-report-file
  end-if.

list-one-entry.
  *> A retransmission is the same section again - shown beside it
  *> while it is still unanswered, never counted as another one.
  if frg-kind is equal to 'R'
    if frg-status is equal to 'W' or frg-status is equal to 'S'
      perform write-awaiting-line
    end-if
  else
    evaluate frg-status
      when 'A'
        add 1 to count-acknowledged
      *> Retracted by runBackout - nothing left to wait for.
      when 'B'
        add 1 to count-backed-out
      when 'S'
        add 1 to count-sent
        perform write-awaiting-line
      when other
        add 1 to count-written
        perform write-awaiting-line
    end-evaluate
  end-if.

write-awaiting-line.
  move frg-run-id to awl-run-id.
  else
    move 'written' to awl-status
  end-if.
  if frg-kind is equal to 'R'
    if frg-status is equal to 'S'
      move 'resent' to awl-status
    else
      move 'resend ready' to awl-status
    end-if
  end-if.
  if frg-run-date is numeric
    compute age-days = today-integer
      - function integer-of-date(function numval(frg-run-date))
  move age-days to awl-age.
  write out-line from awaiting-line after advancing 1 line.
  write rpt-line from awaiting-line.
  if age-days is greater than overdue-days
    perform raise-overdue-alert
  end-if.

raise-overdue-alert.
  *> A retransmission carries its section's run ID and date, so a
  *> section and its resend waiting together raise one alert.
  move 'W' to rap-severity.
  move 'feedStatus' to rap-source.
  move 'NACK' to rap-condition.
  move spaces to rap-subject.
  move frg-run-id to rap-subject(1:14).
  move frg-run-date to rap-subject(16:8).
  move age-days to oat-age.
  move overdue-alert-text to rap-text.
  call "raiseAlert" using raise-alert-parms.
  if rap-result is equal to 'N'
    add 1 to count-alerted
  end-if.

mark-section-sent.
  write out-line from run-prompt-line after advancing 1 line.
      perform copy-register-back
      move count-marked to mrk-count
      write out-line from marked-line after advancing 1 line
      if count-marked is greater than 0
        perform log-section-marked
      end-if
    end-if
  end-if.

log-section-marked.
  move function current-date(1:14) to slg-stamp.
  move 'feedStatus' to slg-program.
  move son-operator to slg-operator.
  move 'B' to slg-function.
  move 'M' to slg-event.
  move spaces to slg-subject.
  move spaces to slg-text.
  string 'Sent: run ' delimited by size
         run-id-entry delimited by size
         ' date ' delimited by size
         date-entry(1:8) delimited by size
    into slg-text.
  open extend security-log-file.
  if security-log-status is equal to '35'
    open output security-log-file
  end-if.
  if security-log-status is not equal to '00'
    display 'Unable to open security-log.dat - status '
        security-log-status ' - this change is not logged'
  else
    write security-log-rec from security-log-line
    close security-log-file
  end-if.

copy-register-back.
  open input register-work-file.
  if register-work-status is not equal to '00'
