identification division.
program-id. signOn.

environment division.
input-output section.
file-control.
  select operator-file assign to "operator-file.dat"
      organization indexed
      access mode dynamic
      record key is opr-id
      file status operator-file-status.
  *> Permanent: opened extend, so every refusal ever made is kept.
  select security-log-file assign to "security-log.dat"
      organization line sequential
      file status security-log-status.

data division.
file section.
fd operator-file.
  copy operatorRec.
fd security-log-file.
  01 security-log-rec pic x(80).

working-storage section.
77 operator-file-status pic xx value '00'.
77 security-log-status pic xx value '00'.
77 operator-entry      pic x(10).
77 grant-count         pic 9(4).
copy securityLogRec.
linkage section.
copy signOnParms.

*> The one gate in front of every maintenance and destructive
*> program: takes the operator ID (from the caller's run card, or
*> asked for here), and grants the caller's function only to an
*> active operator on the operator file who holds it. Every refusal
*> is told to the operator and written to the security log before
*> control goes back - the caller only has to stop. Grants are
*> logged too, so a purge or a restore always names who ran it even
*> where the program keeps no audit trail of its own.
procedure division using sign-on-parms.
main-logic.
  move 'N' to son-status.
  move space to son-reason.
  move spaces to son-name.
  if son-operator is equal to spaces
       and son-prompt is equal to 'Y'
    display 'Operator ID:'
    move spaces to operator-entry
    accept operator-entry
    move operator-entry(1:3) to son-operator
  end-if.
  open input operator-file.
  if operator-file-status is not equal to '00'
    move 'N' to son-reason
  else
    move son-operator to opr-id
    read operator-file key is opr-id
      invalid key
        move 'U' to son-reason
      not invalid key
        move opr-name to son-name
        move 0 to grant-count
        inspect opr-functions tallying grant-count
          for all son-function
        if opr-status is equal to 'I'
          move 'I' to son-reason
        else if grant-count is equal to 0
          move 'F' to son-reason
        else
          move 'Y' to son-status
        end-if
    end-read
    close operator-file
  end-if.
  move function current-date(1:14) to slg-stamp.
  move son-program to slg-program.
  move son-operator to slg-operator.
  move son-function to slg-function.
  if son-status is equal to 'Y'
    move 'G' to slg-event
    move spaces to slg-subject
    move son-name to slg-text
  else
    perform explain-refusal
  end-if.
  perform write-security-log.
  exit program.

explain-refusal.
  move 'R' to slg-event.
  move son-reason to slg-subject.
  evaluate son-reason
    when 'N'
      move 'No operator file - nobody can sign on' to slg-text
    when 'U'
      move 'Unknown operator ID' to slg-text
    when 'I'
      move 'Operator inactive' to slg-text
    when other
      move 'Function not granted to this operator' to slg-text
  end-evaluate.
  display 'Sign-on refused for ' son-program ' - ' slg-text.

write-security-log.
  open extend security-log-file.
  if security-log-status is equal to '35'
    open output security-log-file
  end-if.
  *> A refusal that can't be logged is still a refusal, and a grant
  *> still a grant - but the console says so, since the audit trail
  *> is now short a line.
  if security-log-status is not equal to '00'
    display 'Unable to open security-log.dat - status '
        security-log-status ' - this sign-on is not logged'
  else
    write security-log-rec from security-log-line
    close security-log-file
  end-if.
