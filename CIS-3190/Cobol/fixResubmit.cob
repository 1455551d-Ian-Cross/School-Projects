77 audit-file-status     pic xx value '00'.
77 end-of-queue          pic x value 'N'.
77 action-entry          pic x(10).
*> The queue image as it stood before the operator touched it -
*> batch-in-rec itself is what gets corrected.
77 original-image        pic x(33).
*> keeps its age.
copy resubmitRec.
copy auditRec.
copy signOnParms.
01 title-line.
  02 filler pic X(33) value 'Resubmit queue - repair readings'.
01 under-line.
procedure division.
main-logic.
  open output standard-output.
  *> Resubmit queue repair is function Q - signOn turns away anyone not
  *> granted it and logs the attempt.
  move 'fixResubmit' to son-program.
  move 'Q' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  open input resubmit-file.
  if resubmit-file-status is not equal to '00'
    write out-line from empty-queue-line after advancing 0 lines
    else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    *> The operator signOn admitted - every audit line this pass writes
    *> carries their ID.
    move son-operator to aud-operator
    perform until end-of-queue is equal to 'Y'
      read resubmit-file into resubmit-queue-line
        at end
