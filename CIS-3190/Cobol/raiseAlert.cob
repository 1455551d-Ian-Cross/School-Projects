identification division.
program-id. raiseAlert.

environment division.
input-output section.
file-control.
  *> Append-only from here - only alertAck rewrites a line.
  select alert-file assign to "alert-queue.dat"
      organization line sequential
      file status alert-file-status.

data division.
file section.
fd alert-file.
  01 alert-rec pic x(148).

working-storage section.
77 alert-file-status pic xx value '00'.
77 end-of-alerts     pic x value 'N'.
77 last-number       pic 9(6) value 0.
copy alertRec.
linkage section.
copy raiseAlertParms.

*> Puts one alert on the queue the paging system reads - unless
*> the same source already has an alert open for the same
*> condition and subject. A monitor rerun every few minutes over
*> one stalled run must page once, not every few minutes; once
*> on-call resolves the alert, the next sighting raises a new one.
procedure division using raise-alert-parms.
main-logic.
  move 'N' to rap-result.
  move 0 to rap-number.
  move 0 to last-number.
  move 'N' to end-of-alerts.
  open input alert-file.
  if alert-file-status is equal to '00'
    perform until end-of-alerts is equal to 'Y'
      read alert-file into alert-line
        at end
          move 'Y' to end-of-alerts
        not at end
          if alr-number is numeric
               and alr-number is greater than last-number
            move alr-number to last-number
          end-if
          if alr-source is equal to rap-source
               and alr-condition is equal to rap-condition
               and alr-subject is equal to rap-subject
               and alr-state is not equal to 'R'
            move 'D' to rap-result
            move alr-number to rap-number
          end-if
      end-read
    end-perform
    close alert-file
  end-if.
  if rap-result is equal to 'N'
    perform append-alert
  end-if.
  exit program.

append-alert.
  open extend alert-file.
  if alert-file-status is equal to '35'
    open output alert-file
  end-if.
  *> An alert that can't be queued must still reach whoever is
  *> watching the console - the page it should have sent won't.
  if alert-file-status is not equal to '00'
    display 'Unable to open alert-queue.dat - status '
        alert-file-status ' - alert not queued: ' rap-text
    move 'F' to rap-result
  else
    add 1 to last-number giving alr-number
    move alr-number to rap-number
    move function current-date(1:14) to alr-raised
    move rap-severity to alr-severity
    move rap-source to alr-source
    move rap-condition to alr-condition
    move rap-subject to alr-subject
    move 'O' to alr-state
    move spaces to alr-by
    move spaces to alr-stamp
    move rap-text to alr-text
    write alert-rec from alert-line
    close alert-file
  end-if.
