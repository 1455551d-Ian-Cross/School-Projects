identification division.
program-id. reviewCase.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  *> dispMatch's queue of readings the tolerance checker flagged out
  *> of tolerance - read only here; each line becomes a case.
  select review-queue-file assign to "tolerance-review.dat"
      organization line sequential
      file status review-queue-status.
  *> Where each flagged reading's investigation stands - keyed the
  *> same as the history record it is about.
  select case-file assign to "review-case.dat"
      organization indexed
      access mode dynamic
      record key is rvc-key
      file status case-file-status.
  *> Permanent trail of every case change, for the auditors.
  select case-log-file assign to "review-case-log.dat"
      organization line sequential
      file status case-log-status.
  select aged-report-file assign to "review-case-aged.dat"
      organization line sequential
      file status aged-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd review-queue-file.
  01 review-rec pic x(84).
fd case-file.
  copy reviewCaseRec.
fd case-log-file.
  01 case-log-rec pic x(107).
fd aged-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 review-queue-status pic xx value '00'.
77 case-file-status    pic xx value '00'.
77 case-log-status     pic xx value '00'.
77 aged-report-status  pic xx value '00'.
77 end-of-session      pic x value 'N'.
77 end-of-queue        pic x value 'N'.
77 end-of-cases        pic x value 'N'.
77 case-found          pic x value 'N'.
77 action-entry        pic x(10).
77 id-entry            pic x(10).
77 date-entry          pic x(10).
77 engineer-entry      pic x(10).
77 closure-entry       pic x(10).
77 note-entry          pic x(60).
77 days-entry          pic x(10).
*> How many days a case may sit unclosed before the aged list
*> calls it out - a week unless the operator says otherwise.
77 aged-days           pic 9(5) value 7.
77 today-date          pic x(8).
77 today-integer       pic 9(9).
77 age-days            pic s9(6).
77 count-opened        pic 9(9) value 0.
77 count-investigating pic 9(9) value 0.
77 count-closed        pic 9(9) value 0.
77 count-uncased       pic 9(9) value 0.
77 count-aged          pic 9(9) value 0.
copy toleranceReviewRec.
copy caseLogRec.
copy signOnParms.
01 title-line.
  02 filler pic X(31) value 'Tolerance review case tracking'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 action-prompt-line.
  02 filler pic X(60) value
      'P)ick up, I)nvestigate, C)lose, A)ged list, L)ookup, Q)uit:'.
  02 filler pic X value space.
01 id-prompt-line.
  02 filler pic X(11) value 'Reading ID:'.
  02 filler pic X value space.
01 date-prompt-line.
  02 filler pic X(32) value 'Reading date flagged (yyyymmdd):'.
  02 filler pic X value space.
01 engineer-prompt-line.
  02 filler pic X(54) value
      'Assign to engineer initials (blank = leave uncased):'.
  02 filler pic X value space.
01 reassign-prompt-line.
  02 filler pic X(51) value
      'Engineer initials (blank = keep the one assigned):'.
  02 filler pic X value space.
01 closure-prompt-line.
  02 filler pic X(72) value
      'Closure S)ensor fault, C)able replaced, R)ecalibrated, F)alse alarm:'.
  02 filler pic X value space.
01 note-prompt-line.
  02 filler pic X(36) value 'Closing note (what was found/done):'.
  02 filler pic X value space.
01 days-prompt-line.
  02 filler pic X(43) value 'List cases unclosed past days (blank = 7):'.
  02 filler pic X value space.
01 flagged-line.
  02 filler pic X(9) value 'Flagged: '.
  02 flg-id pic X(10).
  02 filler pic X value space.
  02 flg-date pic X(8).
  02 filler pic X(9) value '  Value: '.
  02 flg-value pic X(19).
  02 filler pic X(10) value '  Result: '.
  02 flg-result pic X(19).
  02 filler pic X(9) value '  Prior: '.
  02 flg-prior pic X(19).
01 case-line.
  02 csl-id pic X(10).
  02 filler pic X value space.
  02 csl-date pic X(8).
  02 filler pic X(10) value '  Status: '.
  02 csl-status pic X(13).
  02 filler pic X(12) value '  Engineer: '.
  02 csl-engineer pic X(3).
  02 filler pic X(10) value '  Opened: '.
  02 csl-opened pic X(8).
  02 filler pic X(10) value '  Closed: '.
  02 csl-closed pic X(8).
  02 filler pic X(2) value spaces.
  02 csl-closure pic X(14).
01 note-line.
  02 filler pic X(21) value '                Note '.
  02 nln-note pic X(60).
01 aged-line.
  02 agl-id pic X(10).
  02 filler pic X value space.
  02 agl-date pic X(8).
  02 filler pic X(2) value spaces.
  02 agl-status pic X(13).
  02 filler pic X(12) value '  Engineer: '.
  02 agl-engineer pic X(3).
  02 filler pic X(2) value spaces.
  02 agl-age pic Z(5)9.
  02 filler pic X(9) value ' days old'.
01 aged-title-line.
  02 filler pic X(40) value 'Tolerance review cases unclosed past '.
  02 atl-days pic Z(4)9.
  02 filler pic X(5) value ' days'.
01 no-queue-line.
  02 filler pic X(44) value 'No tolerance-review.dat - nothing flagged'.
01 missing-line.
  02 filler pic X(40) value 'No case for that reading ID and date'.
01 exists-line.
  02 filler pic X(36) value 'Case already closed - left as it was'.
01 bad-closure-line.
  02 filler pic X(47) value 'Closure code must be S, C, R, or F - not closed'.
01 blank-note-line.
  02 filler pic X(47) value 'A case cannot close without a note - not closed'.
01 none-aged-line.
  02 filler pic X(44) value 'No case has sat unclosed that long'.
01 summary-line.
  02 filler pic X(8) value 'Opened: '.
  02 sum-opened pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(15) value 'Investigating: '.
  02 sum-investigating pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(8) value 'Closed: '.
  02 sum-closed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(14) value 'Left uncased: '.
  02 sum-uncased pic Z(8)9.

*> Case tracking for the out-of-tolerance readings dispMatch queues
*> in tolerance-review.dat. Picking up the queue opens one case per
*> flagged reading, assigned to an engineer; a case then moves to
*> under investigation and finally closes with a closure code -
*> sensor fault, cable replaced, recalibrated, or false alarm - and
*> a note, neither of which may be left out. The aged list calls
*> out every case still unclosed past a number of days, and every
*> flagged reading nobody has opened a case on at all. The queue
*> itself is never rewritten: a case already on file is simply
*> passed over on the next pick-up.
procedure division.
main-logic.
  open output standard-output.
  *> Tolerance review cases are function E - signOn turns away anyone
  *> not granted it and logs the attempt.
  move 'reviewCase' to son-program.
  move 'E' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  open i-o case-file.
  if case-file-status is equal to '35'
    open output case-file
    close case-file
    open i-o case-file
  end-if.
  open extend case-log-file.
  if case-log-status is equal to '35'
    open output case-log-file
  end-if.
  *> A case change that can't be logged must not happen at all -
  *> the log is the part the auditors read.
  if case-file-status is not equal to '00'
       or case-log-status is not equal to '00'
    display 'Unable to open review-case.dat or review-case-log.dat'
    close case-file
    close case-log-file
  else
    write out-line from title-line after advancing 0 lines
    write out-line from under-line after advancing 1 line
    *> The operator signOn admitted - every log line this pass writes
    *> carries their ID.
    move son-operator to rcl-operator
    move function current-date(1:8) to today-date
    compute today-integer = function integer-of-date(
      function numval(today-date))
    perform until end-of-session is equal to 'Y'
      write out-line from action-prompt-line after advancing 1 line
      move spaces to action-entry
      accept action-entry
      evaluate action-entry
        when 'P'
        when 'p'
          perform pick-up-queue
        when 'I'
        when 'i'
          perform investigate-case
        when 'C'
        when 'c'
          perform close-case
        when 'A'
        when 'a'
          perform list-aged-cases
        when 'L'
        when 'l'
          perform lookup-case
        when 'Q'
        when 'q'
          move 'Y' to end-of-session
        *> Anything else just reprompts - a mistyped action must
        *> not fall through into a rewrite.
        when other
          continue
      end-evaluate
    end-perform
    move count-opened to sum-opened
    move count-investigating to sum-investigating
    move count-closed to sum-closed
    move count-uncased to sum-uncased
    write out-line from summary-line after advancing 1 line
    close case-file
    close case-log-file
  end-if.
  close standard-output.
  stop run.

pick-up-queue.
  *> Every flagged reading without a case is offered in queue order;
  *> the engineer's initials open its case, a blank leaves it for a
  *> later pick-up.
  open input review-queue-file.
  if review-queue-status is not equal to '00'
    write out-line from no-queue-line after advancing 1 line
  else
    move 'N' to end-of-queue
    perform until end-of-queue is equal to 'Y'
      read review-queue-file into tolerance-review-line
        at end
          move 'Y' to end-of-queue
        not at end
          perform offer-one-reading
      end-read
    end-perform
    close review-queue-file
  end-if.

offer-one-reading.
  move trv-id to rvc-id.
  move trv-date to rvc-date.
  read case-file key is rvc-key
    invalid key
      perform open-one-case
    not invalid key
      continue
  end-read.

open-one-case.
  move trv-id to flg-id.
  move trv-date to flg-date.
  move trv-value to flg-value.
  move trv-result to flg-result.
  if trv-prior-note is equal to spaces
    move trv-prior to flg-prior
  else
    move trv-prior-note to flg-prior
  end-if.
  write out-line from flagged-line after advancing 1 line.
  write out-line from engineer-prompt-line after advancing 1 line.
  move spaces to engineer-entry.
  accept engineer-entry.
  if engineer-entry is equal to spaces
    add 1 to count-uncased
  else
    move trv-id to rvc-id
    move trv-date to rvc-date
    move 'O' to rvc-status
    move engineer-entry(1:3) to rvc-engineer
    move today-date to rvc-opened
    move spaces to rvc-investigated
    move spaces to rvc-closed
    move space to rvc-closure
    move spaces to rvc-note
    move trv-value to rvc-value
    move trv-result to rvc-result
    move flg-prior to rvc-prior
    move function current-date(1:14) to rvc-stamp
    move rcl-operator to rvc-changed-by
    write review-case-rec
      invalid key
        *> Terminated explicitly so the outer WRITE's NOT INVALID
        *> KEY phrase can't be taken as belonging to this one.
        display 'Case already on file for ' trv-id ' ' trv-date
        end-display
      not invalid key
        add 1 to count-opened
        perform log-case-change
        perform show-case
    end-write
  end-if.

prompt-for-case.
  write out-line from id-prompt-line after advancing 1 line.
  move spaces to id-entry.
  accept id-entry.
  write out-line from date-prompt-line after advancing 1 line.
  move spaces to date-entry.
  accept date-entry.
  move id-entry to rvc-id.
  move date-entry(1:8) to rvc-date.
  move 'N' to case-found.
  read case-file key is rvc-key
    invalid key
      write out-line from missing-line after advancing 1 line
      end-write
    not invalid key
      move 'Y' to case-found
      perform show-case
  end-read.

investigate-case.
  perform prompt-for-case.
  if case-found is equal to 'Y'
    if rvc-status is equal to 'C'
      write out-line from exists-line after advancing 1 line
    else
      write out-line from reassign-prompt-line after advancing 1 line
      move spaces to engineer-entry
      accept engineer-entry
      if engineer-entry is not equal to spaces
        move engineer-entry(1:3) to rvc-engineer
      end-if
      *> The first move to investigating dates the stage; a later
      *> reassignment keeps that date.
      if rvc-status is equal to 'O'
        move today-date to rvc-investigated
        add 1 to count-investigating
      end-if
      move 'I' to rvc-status
      move function current-date(1:14) to rvc-stamp
      move rcl-operator to rvc-changed-by
      rewrite review-case-rec
      perform log-case-change
      perform show-case
    end-if
  end-if.

close-case.
  perform prompt-for-case.
  if case-found is equal to 'Y'
    if rvc-status is equal to 'C'
      write out-line from exists-line after advancing 1 line
    else
      write out-line from closure-prompt-line after advancing 1 line
      move spaces to closure-entry
      accept closure-entry
      write out-line from note-prompt-line after advancing 1 line
      move spaces to note-entry
      accept note-entry
      *> A closed case has to say what was wrong - a case closed
      *> with no code or no note is no answer for the auditors, so
      *> either omission leaves it open.
      evaluate closure-entry
        when 'S'
        when 's'
        when 'C'
        when 'c'
        when 'R'
        when 'r'
        when 'F'
        when 'f'
          if note-entry is equal to spaces
            write out-line from blank-note-line after advancing 1 line
          else
            move function upper-case(closure-entry(1:1))
              to rvc-closure
            move note-entry to rvc-note
            move 'C' to rvc-status
            move today-date to rvc-closed
            move function current-date(1:14) to rvc-stamp
            move rcl-operator to rvc-changed-by
            rewrite review-case-rec
            add 1 to count-closed
            perform log-case-change
            perform show-case
          end-if
        when other
          write out-line from bad-closure-line after advancing 1 line
      end-evaluate
    end-if
  end-if.

lookup-case.
  perform prompt-for-case.

log-case-change.
  move rvc-stamp to rcl-stamp.
  move rvc-id to rcl-id.
  move rvc-date to rcl-date.
  move rvc-status to rcl-action.
  move rvc-engineer to rcl-engineer.
  move rvc-closure to rcl-closure.
  move rvc-note to rcl-note.
  write case-log-rec from case-log-line.

show-case.
  move rvc-id to csl-id.
  move rvc-date to csl-date.
  perform describe-status.
  move rvc-engineer to csl-engineer.
  move rvc-opened to csl-opened.
  move rvc-closed to csl-closed.
  evaluate rvc-closure
    when 'S'
      move 'sensor fault' to csl-closure
    when 'C'
      move 'cable replaced' to csl-closure
    when 'R'
      move 'recalibrated' to csl-closure
    when 'F'
      move 'false alarm' to csl-closure
    when other
      move spaces to csl-closure
  end-evaluate.
  write out-line from case-line after advancing 1 line.
  if rvc-note is not equal to spaces
    move rvc-note to nln-note
    write out-line from note-line after advancing 1 line
  end-if.

describe-status.
  evaluate rvc-status
    when 'O'
      move 'open' to csl-status
    when 'I'
      move 'investigating' to csl-status
    when 'C'
      move 'closed' to csl-status
    when other
      move 'not opened' to csl-status
  end-evaluate.

list-aged-cases.
  write out-line from days-prompt-line after advancing 1 line.
  move spaces to days-entry.
  accept days-entry.
  if days-entry is not equal to spaces
       and function test-numval(days-entry) is equal to 0
    compute aged-days = function numval(days-entry)
  else
    move 7 to aged-days
  end-if.
  move 0 to count-aged.
  open output aged-report-file.
  move aged-days to atl-days.
  write out-line from aged-title-line after advancing 1 line.
  write rpt-line from aged-title-line.
  write out-line from under-line after advancing 1 line.
  write rpt-line from under-line.
  *> Cases on file first, in reading ID order; an unclosed case's
  *> age runs from the day it was opened.
  move low-values to rvc-key.
  move 'N' to end-of-cases.
  start case-file key is not less than rvc-key
    invalid key
      move 'Y' to end-of-cases
  end-start.
  perform until end-of-cases is equal to 'Y'
    read case-file next record
      at end
        move 'Y' to end-of-cases
      not at end
        if rvc-status is not equal to 'C'
             and rvc-opened is numeric
          compute age-days = today-integer
            - function integer-of-date(function numval(rvc-opened))
          if age-days is greater than aged-days
            perform write-aged-line
          end-if
        end-if
    end-read
  end-perform.
  *> Then the readings flagged but never opened at all - the most
  *> likely to be forgotten, aged from the date they were flagged.
  open input review-queue-file.
  if review-queue-status is equal to '00'
    move 'N' to end-of-queue
    perform until end-of-queue is equal to 'Y'
      read review-queue-file into tolerance-review-line
        at end
          move 'Y' to end-of-queue
        not at end
          perform judge-uncased-reading
      end-read
    end-perform
    close review-queue-file
  end-if.
  if count-aged is equal to 0
    write out-line from none-aged-line after advancing 1 line
    write rpt-line from none-aged-line
  end-if.
  close aged-report-file.

judge-uncased-reading.
  move trv-id to rvc-id.
  move trv-date to rvc-date.
  read case-file key is rvc-key
    invalid key
      if trv-date is numeric
        compute age-days = today-integer
          - function integer-of-date(function numval(trv-date))
        if age-days is greater than aged-days
          move trv-id to rvc-id
          move trv-date to rvc-date
          move space to rvc-status
          move spaces to rvc-engineer
          perform write-aged-line
        end-if
      end-if
    not invalid key
      continue
  end-read.

write-aged-line.
  add 1 to count-aged.
  move rvc-id to agl-id.
  move rvc-date to agl-date.
  perform describe-status.
  move csl-status to agl-status.
  move rvc-engineer to agl-engineer.
  move age-days to agl-age.
  write out-line from aged-line after advancing 1 line.
  write rpt-line from aged-line.
