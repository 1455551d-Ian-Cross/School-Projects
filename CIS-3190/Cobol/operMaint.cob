identification division.
program-id. operMaint.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> The operator file signOn checks every maintenance program
  *> against - this program is the only writer.
  select operator-file assign to "operator-file.dat"
      organization indexed
      access mode dynamic
      record key is opr-id
      file status operator-file-status.
  select security-log-file assign to "security-log.dat"
      organization line sequential
      file status security-log-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(100).
fd operator-file.
  copy operatorRec.
fd security-log-file.
  01 security-log-rec pic x(80).

working-storage section.
77 operator-file-status pic xx value '00'.
77 security-log-status pic xx value '00'.
77 end-of-session      pic x value 'N'.
77 end-of-operators    pic x value 'N'.
77 action-entry        pic x(10).
77 id-entry            pic x(10).
77 name-entry          pic x(30).
77 functions-entry     pic x(10).
77 session-operator    pic x(3).
*> Y while the operator file holds nobody - the one time an operator
*> can be added without signing on, so the first one can exist.
*> Cleared by the first add.
77 bootstrap           pic x value 'N'.
*> Every function letter there is - anything else typed is refused
*> rather than granting a function nothing checks for.
77 known-functions     pic x(10) value 'IQPBESO'.
77 functions-ok        pic x value 'Y'.
77 function-x          pic 99 comp.
77 letter-count        pic 9(4).
77 count-added         pic 9(9) value 0.
77 count-changed       pic 9(9) value 0.
77 count-deactivated   pic 9(9) value 0.
77 count-reactivated   pic 9(9) value 0.
copy securityLogRec.
copy signOnParms.
01 title-line.
  02 filler pic X(20) value 'Operator maintenance'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 bootstrap-line.
  02 filler pic X(63) value
      'No operators on file - add the first one, holding S, to begin'.
01 action-prompt-line.
  02 filler pic X(59) value
      'A)dd, C)hange, D)eactivate, R)eactivate, L)ist all, Q)uit:'.
  02 filler pic X value space.
01 id-prompt-line.
  02 filler pic X(23) value 'Operator ID (up to 3):'.
  02 filler pic X value space.
01 name-prompt-line.
  02 filler pic X(5) value 'Name:'.
  02 filler pic X value space.
01 functions-prompt-line.
  02 filler pic X(60) value
      'Functions I/Q/P/B/E/S/O, e.g. IQ (blank on change = keep):'.
  02 filler pic X value space.
01 keep-note-line.
  02 filler pic X(40) value 'Blank at any prompt keeps the old value'.
01 exists-line.
  02 filler pic X(37) value 'That operator ID is already on file'.
01 missing-line.
  02 filler pic X(33) value 'No operator on file with that ID'.
01 blank-id-line.
  02 filler pic X(36) value 'A blank operator ID names nobody'.
01 bad-functions-line.
  02 filler pic X(52) value
      'Unknown function letter - entry not written'.
01 first-needs-s-line.
  02 filler pic X(58) value
      'The first operator must hold S - entry not written'.
01 self-line.
  02 filler pic X(64) value
      'Nobody may deactivate themselves or give up their own S'.
01 display-line.
  02 dis-id pic X(3).
  02 filler pic X(2) value spaces.
  02 dis-name pic X(30).
  02 filler pic X(2) value spaces.
  02 dis-status pic X(8).
  02 filler pic X(12) value '  Functions '.
  02 dis-functions pic X(10).
  02 filler pic X(6) value '  By '.
  02 dis-changed-by pic X(3).
  02 filler pic X(4) value ' on '.
  02 dis-stamp pic X(14).
01 summary-line.
  02 filler pic X(7) value 'Added: '.
  02 sum-added pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(9) value 'Changed: '.
  02 sum-changed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(13) value 'Deactivated: '.
  02 sum-deactivated pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(13) value 'Reactivated: '.
  02 sum-reactivated pic Z(8)9.

*> Maintenance front end for the operator file: add an operator,
*> change their name or granted functions, take one out of service
*> or bring them back, or list them all. Guarded by its own function
*> letter, S, through signOn - except on an empty operator file,
*> where the first operator is added unguarded and must be given S.
*> Every change is written to the security log.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  perform check-for-operators.
  if bootstrap is equal to 'Y'
    write out-line from bootstrap-line after advancing 1 line
    move spaces to session-operator
  else
    move 'operMaint' to son-program
    move 'S' to son-function
    move 'Y' to son-prompt
    move spaces to son-operator
    call "signOn" using sign-on-parms
    if son-status is not equal to 'Y'
      close standard-output
      stop run
    end-if
    move son-operator to session-operator
  end-if.
  open i-o operator-file.
  if operator-file-status is not equal to '00'
    display 'Unable to open operator-file.dat - status '
        operator-file-status
  else
    perform until end-of-session is equal to 'Y'
      write out-line from action-prompt-line after advancing 1 line
      move spaces to action-entry
      accept action-entry
      evaluate action-entry
        when 'A'
        when 'a'
          perform add-operator
        when 'C'
        when 'c'
          perform change-operator
        when 'D'
        when 'd'
          perform deactivate-operator
        when 'R'
        when 'r'
          perform reactivate-operator
        when 'L'
        when 'l'
          perform list-operators
        when 'Q'
        when 'q'
          move 'Y' to end-of-session
        *> Anything else just reprompts - a mistyped action must
        *> not fall through into a write.
        when other
          continue
      end-evaluate
    end-perform
    move count-added to sum-added
    move count-changed to sum-changed
    move count-deactivated to sum-deactivated
    move count-reactivated to sum-reactivated
    write out-line from summary-line after advancing 1 line
    close operator-file
  end-if.
  close standard-output.
  stop run.

check-for-operators.
  *> Created on its first-ever use. Empty - just created, or never
  *> given a row - means nobody could ever sign on to fill it.
  open i-o operator-file.
  if operator-file-status is equal to '35'
    open output operator-file
    close operator-file
    open i-o operator-file
  end-if.
  if operator-file-status is equal to '00'
    move low-values to opr-id
    start operator-file key is not less than opr-id
      invalid key
        move 'Y' to bootstrap
    end-start
    close operator-file
  end-if.

prompt-for-id.
  write out-line from id-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.

add-operator.
  perform prompt-for-id.
  if id-entry is equal to spaces
    write out-line from blank-id-line after advancing 1 line
  else
    move id-entry(1:3) to opr-id
    read operator-file key is opr-id
      invalid key
        perform prompt-new-fields
      not invalid key
        write out-line from exists-line after advancing 1 line
    end-read
  end-if.

prompt-new-fields.
  move id-entry(1:3) to opr-id.
  move 'A' to opr-status.
  write out-line from name-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  move name-entry to opr-name.
  write out-line from functions-prompt-line after advancing 1 line.
  move spaces to functions-entry.
  accept functions-entry.
  move functions-entry to opr-functions.
  perform check-functions.
  move 0 to letter-count.
  inspect opr-functions tallying letter-count for all 'S'.
  if functions-ok is equal to 'N'
    write out-line from bad-functions-line after advancing 1 line
  else if bootstrap is equal to 'Y' and letter-count is equal to 0
    write out-line from first-needs-s-line after advancing 1 line
  else
    *> The first operator signs for their own creation - there is
    *> nobody else on file to.
    if bootstrap is equal to 'Y'
      move opr-id to session-operator
    end-if
    perform stamp-operator
    write operator-rec
      invalid key
        *> Terminated explicitly so the outer WRITE's NOT INVALID
        *> KEY phrase can't be taken as belonging to this one.
        write out-line from exists-line after advancing 1 line
        end-write
      not invalid key
        add 1 to count-added
        if bootstrap is equal to 'Y'
          move 'B' to slg-event
          move 'N' to bootstrap
        else
          move 'A' to slg-event
        end-if
        perform log-operator-change
        perform show-operator
    end-write
  end-if.

change-operator.
  perform prompt-for-id.
  move id-entry(1:3) to opr-id.
  read operator-file key is opr-id
    invalid key
      *> Terminated explicitly so the READ's NOT INVALID KEY phrase
      *> can't be taken as belonging to this WRITE instead.
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      perform show-operator
      perform prompt-changed-fields
  end-read.

prompt-changed-fields.
  write out-line from keep-note-line after advancing 1 line.
  write out-line from name-prompt-line after advancing 1 line.
  move spaces to name-entry.
  accept name-entry.
  if name-entry is not equal to spaces
    move name-entry to opr-name
  end-if.
  write out-line from functions-prompt-line after advancing 1 line.
  move spaces to functions-entry.
  accept functions-entry.
  if functions-entry is not equal to spaces
    move functions-entry to opr-functions
  end-if.
  perform check-functions.
  move 0 to letter-count.
  inspect opr-functions tallying letter-count for all 'S'.
  if functions-ok is equal to 'N'
    write out-line from bad-functions-line after advancing 1 line
  *> Losing your own S mid-session could leave nobody able to run
  *> this program at all.
  else if opr-id is equal to session-operator
       and letter-count is equal to 0
    write out-line from self-line after advancing 1 line
  else
    perform stamp-operator
    rewrite operator-rec
    add 1 to count-changed
    move 'C' to slg-event
    perform log-operator-change
    perform show-operator
  end-if.

deactivate-operator.
  perform prompt-for-id.
  move id-entry(1:3) to opr-id.
  read operator-file key is opr-id
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      if opr-id is equal to session-operator
        write out-line from self-line after advancing 1 line
      else
        move 'I' to opr-status
        perform stamp-operator
        rewrite operator-rec
        add 1 to count-deactivated
        move 'D' to slg-event
        perform log-operator-change
        perform show-operator
      end-if
  end-read.

reactivate-operator.
  perform prompt-for-id.
  move id-entry(1:3) to opr-id.
  read operator-file key is opr-id
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      move 'A' to opr-status
      perform stamp-operator
      rewrite operator-rec
      add 1 to count-reactivated
      move 'E' to slg-event
      perform log-operator-change
      perform show-operator
  end-read.

list-operators.
  move 'N' to end-of-operators.
  move low-values to opr-id.
  start operator-file key is not less than opr-id
    invalid key
      move 'Y' to end-of-operators
  end-start.
  perform until end-of-operators is equal to 'Y'
    read operator-file next record
      at end
        move 'Y' to end-of-operators
      not at end
        perform show-operator
    end-read
  end-perform.

check-functions.
  move 'Y' to functions-ok.
  perform check-one-function
    varying function-x from 1 by 1
    until function-x is greater than 10.

check-one-function.
  if opr-functions(function-x:1) is not equal to space
    move 0 to letter-count
    inspect known-functions tallying letter-count
      for all opr-functions(function-x:1)
    if letter-count is equal to 0
      move 'N' to functions-ok
    end-if
  end-if.

stamp-operator.
  move session-operator to opr-changed-by.
  move function current-date(1:14) to opr-stamp.

log-operator-change.
  move opr-stamp to slg-stamp.
  move 'operMaint' to slg-program.
  move session-operator to slg-operator.
  move 'S' to slg-function.
  move opr-id to slg-subject.
  move spaces to slg-text.
  string opr-functions delimited by space
         ' ' delimited by size
         opr-name delimited by size
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

show-operator.
  move opr-id to dis-id.
  move opr-name to dis-name.
  if opr-status is equal to 'I'
    move 'inactive' to dis-status
  else
    move 'active' to dis-status
  end-if.
  move opr-functions to dis-functions.
  move opr-changed-by to dis-changed-by.
  move opr-stamp to dis-stamp.
  write out-line from display-line after advancing 1 line.
