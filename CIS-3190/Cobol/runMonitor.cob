fd run-status-file.
  01 run-status-rec pic x(81).
fd run-log-file.
  01 run-log-rec picture X(200).

working-storage section.
77 run-lock-status     pic xx value '00'.
*> how many records tonight holds.
77 estimated-total     pic 9(9) value 0.
copy runStatusRec.
copy raiseAlertParms.
*> Mirror of Babylonian-sqrt's run-lock-line layout.
01 run-lock-line.
  02 rlk-state pic x.
  02 filler pic X(20) value ' seconds (threshold '.
  02 stl-threshold pic Z(3)9.
  02 filler pic X(13) value ' minutes) ***'.
01 stall-alert-text.
  02 filler pic X(17) value 'No heartbeat for '.
  02 sat-age pic Z(5)9.
  02 filler pic X(34) value ' seconds - the run may be hung'.
01 alert-raised-line.
  02 filler pic X(34) value 'Alert raised for on-call - number '.
  02 arl-number pic Z(5)9.
01 alert-open-line.
  02 filler pic X(33) value 'Alert for this stall already open'.
  02 filler pic X(10) value ' - number '.
  02 aol-number pic Z(5)9.
01 finished-line.
  02 filler pic X(4) value 'Run '.
  02 fin-run-id pic X(14).
*> alongside the run lock and the run log, and says whether the run
*> is active and how far along, finished, or has gone quiet long
*> enough to call stalled. Until this existed a hung run and a slow
*> run looked identical until morning. A stall is also raised as
*> an alert, so on-call is paged without anyone watching this.
procedure division.
main-logic.
  open output standard-output.
    move age-seconds to stl-age
    move stale-minutes to stl-threshold
    write out-line from stalled-line after advancing 1 line
    perform raise-stall-alert
  else
    move rst-run-id to prg-run-id
    move rst-source to prg-source
    end-if
  end-if.

raise-stall-alert.
  move 'C' to rap-severity.
  move 'runMonitor' to rap-source.
  move 'STAL' to rap-condition.
  move rst-run-id to rap-subject.
  move age-seconds to sat-age.
  move stall-alert-text to rap-text.
  call "raiseAlert" using raise-alert-parms.
  if rap-result is equal to 'N'
    move rap-number to arl-number
    write out-line from alert-raised-line after advancing 1 line
  else if rap-result is equal to 'D'
    move rap-number to aol-number
    write out-line from alert-open-line after advancing 1 line
  end-if
  end-if.

compute-heartbeat-age.
  move function current-date(1:14) to now-stamp.
  compute heartbeat-seconds =
