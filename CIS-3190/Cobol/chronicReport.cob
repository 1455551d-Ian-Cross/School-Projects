identification division.
program-id. chronicReport.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select exception-log-file assign to "exception-log.dat"
      organization line sequential
      file status exception-log-status.
  select resubmit-file assign to "batch-resubmit.dat"
      organization line sequential
      file status resubmit-file-status.
  select audit-file assign to "resubmit-audit.dat"
      organization line sequential
      file status audit-file-status.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> For the owning station beside each ID - who the crew calls.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  *> Scratch tally, one row per troubled reading ID, rebuilt from
  *> nothing on every run - the four sources are the record.
  select chronic-work-file assign to "chronic-work.dat"
      organization indexed
      access mode dynamic
      record key is cw-id
      file status chronic-work-status.
  select chronic-report-file assign to "chronic-offender-report.dat"
      organization line sequential
      file status chronic-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd exception-log-file.
  01 exc-rec pic x(100).
fd resubmit-file.
  01 resubmit-rec pic x(62).
fd audit-file.
  01 audit-rec pic x(88).
fd history-file.
  copy historyRec.
fd instrument-file.
  copy instrumentRec.
fd chronic-work-file.
  01 chronic-work-rec.
    02 cw-id         pic x(10).
    *> This span's trouble, one count per category.
    02 cw-aborts     pic 9(7).
    02 cw-invalid    pic 9(7).
    *> Rejects still on the resubmit queue, one count per reason.
    02 cw-q-unknown  pic 9(7).
    02 cw-q-retired  pic 9(7).
    02 cw-q-wrong-stn pic 9(7).
    02 cw-q-range    pic 9(7).
    02 cw-q-calib    pic 9(7).
    02 cw-q-oversize pic 9(7).
    02 cw-q-held     pic 9(7).
    02 cw-q-negative pic 9(7).
    02 cw-corrected  pic 9(7).
    02 cw-discarded  pic 9(7).
    02 cw-tolerance  pic 9(7).
    02 cw-unreadable pic 9(7).
    02 cw-total      pic 9(7).
    *> The span before, same length, all categories together.
    02 cw-prior-total pic 9(7).
fd chronic-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 exception-log-status pic xx value '00'.
77 resubmit-file-status pic xx value '00'.
77 audit-file-status   pic xx value '00'.
77 history-file-status pic xx value '00'.
77 instrument-file-status pic xx value '00'.
77 chronic-work-status pic xx value '00'.
77 chronic-report-status pic xx value '00'.
77 master-available    pic x value 'N'.
77 end-of-file-flag    pic x value 'N'.
77 from-entry          pic x(10).
77 to-entry            pic x(10).
77 top-entry           pic x(10).
77 from-date           pic x(8).
77 to-date             pic x(8).
77 prior-from-date     pic x(8).
77 prior-to-date       pic x(8).
77 today-date          pic x(8).
77 from-integer        pic 9(9).
77 to-integer          pic 9(9).
77 span-days           pic 9(9).
77 work-date           pic 9(8).
77 dates-ok            pic x value 'Y'.
*> How many IDs make the list - 20 unless the operator asks.
77 top-count           pic 99 value 20.
*> Which span the line in hand falls in: C = the span asked for,
*> P = the one before it, space = neither.
77 span-found          pic x.
77 trouble-date        pic x(8).
77 trouble-id          pic x(10).
*> Which category the line in hand adds to: A = abort, I = invalid
*> input, Q = queued reject, C = corrected, D = discarded,
*> T = out of tolerance, U = unreadable.
77 trouble-kind        pic x.
*> For a queued reject, the queue's own reason code - its letters
*> overlap the kinds above, so it travels separately.
77 trouble-reason      pic x.
77 rank-x              pic 99 comp.
77 rank-used           pic 99 comp value 0.
77 rank-slot           pic 99 comp.
77 count-ids           pic 9(9) value 0.
77 count-rising        pic 9(9) value 0.
copy resubmitRec.
copy auditRec.
*> Mirrors of the batch run's abort and invalid-input exception
*> lines - only the reading ID, the message, and the run stamp,
*> whose first eight bytes date the line, matter here. Aborts and
*> zero inputs are queued for resubmission as well, so the queue
*> pass leaves them to this one; every other rejection is counted
*> off the queue, by its reason.
01 abort-log-line.
  02 abl-id   pic x(10).
  02 filler   pic x(20).
  02 abl-text pic x(38).
  02 filler   pic x(2).
  02 abl-run  pic x(14).
  02 filler   pic x(16).
01 invalid-log-line.
  02 ivl-id   pic x(10).
  02 filler   pic x(20).
  02 ivl-text pic x(15).
  02 filler   pic x(2).
  02 ivl-run  pic x(14).
  02 filler   pic x(39).
*> The top N so far, worst first - each work-file row is slotted in
*> on the way past, so no sort step is needed for a list this short.
01 rank-tab.
  02 rank-entry occurs 99 times.
    03 rnk-id    pic x(10).
    03 rnk-total pic 9(7).
01 title-line.
  02 filler pic X(24) value 'Chronic-offender report'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 from-prompt-line.
  02 filler pic X(42) value 'From date yyyymmdd (blank = 30 days back):'.
  02 filler pic X value space.
01 to-prompt-line.
  02 filler pic X(34) value 'To date yyyymmdd (blank = today):'.
  02 filler pic X value space.
01 top-prompt-line.
  02 filler pic X(37) value 'How many reading IDs (blank = 20):'.
  02 filler pic X value space.
01 bad-date-line.
  02 filler pic X(57) value
      'Not a date, or the span ends before it starts - no report'.
01 span-line.
  02 filler pic X(5) value 'Span '.
  02 spl-from pic X(8).
  02 filler pic X(4) value ' to '.
  02 spl-to pic X(8).
  02 filler pic X(26) value ', rising against the span '.
  02 spl-prior-from pic X(8).
  02 filler pic X(4) value ' to '.
  02 spl-prior-to pic X(8).
01 heading-line.
  02 filler pic X(5) value 'Rank '.
  02 filler pic X(11) value 'Reading ID '.
  02 filler pic X(3) value 'Stn'.
  02 filler pic X(8) value '  Total '.
  02 filler pic X(7) value ' Abort '.
  02 filler pic X(7) value ' Inval '.
  02 filler pic X(5) value 'Unkn '.
  02 filler pic X(5) value 'Retd '.
  02 filler pic X(5) value 'WStn '.
  02 filler pic X(5) value 'Rnge '.
  02 filler pic X(5) value 'Calb '.
  02 filler pic X(5) value 'Size '.
  02 filler pic X(5) value 'Held '.
  02 filler pic X(5) value ' Neg '.
  02 filler pic X(7) value '  Corr '.
  02 filler pic X(7) value '  Disc '.
  02 filler pic X(7) value '   Tol '.
  02 filler pic X(7) value ' Unrdb '.
  02 filler pic X(8) value '  Prior '.
01 offender-line.
  02 ofl-rank pic ZZ9.
  02 filler pic X(2) value spaces.
  02 ofl-id pic X(10).
  02 filler pic X value space.
  02 ofl-station pic X(2).
  02 filler pic X value space.
  02 ofl-total pic Z(6)9.
  02 filler pic X value space.
  02 ofl-aborts pic Z(5)9.
  02 filler pic X value space.
  02 ofl-invalid pic Z(5)9.
  02 filler pic X value space.
  *> Queued rejects by reason - narrower, so all eight fit.
  02 ofl-q-unknown pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-retired pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-wrong-stn pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-range pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-calib pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-oversize pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-held pic Z(3)9.
  02 filler pic X value space.
  02 ofl-q-negative pic Z(3)9.
  02 filler pic X value space.
  02 ofl-corrected pic Z(5)9.
  02 filler pic X value space.
  02 ofl-discarded pic Z(5)9.
  02 filler pic X value space.
  02 ofl-tolerance pic Z(5)9.
  02 filler pic X value space.
  02 ofl-unreadable pic Z(5)9.
  02 filler pic X value space.
  02 ofl-prior pic Z(6)9.
  02 filler pic X value space.
  02 ofl-flag pic X(8).
01 none-line.
  02 filler pic X(35) value 'No trouble recorded inside the span'.
01 summary-line.
  02 filler pic X(20) value 'IDs with trouble: '.
  02 sum-ids pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(8) value 'Listed: '.
  02 sum-listed pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(16) value 'Rising, listed: '.
  02 sum-rising pic Z(8)9.

*> The field crew's replacement list: every reading ID's trouble
*> over a date span, gathered from the four files that each know
*> part of it - aborts and invalid input from the exception log,
*> every other reject still on the resubmit queue, by its reason,
*> operator corrections and discards from the repair audit trail,
*> and T and U dispositions from history - ranked worst first,
*> with the owning station, and flagged where the trouble is up on
*> the span of the same length just before.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from from-prompt-line after advancing 1 line.
  move spaces to from-entry.
  accept from-entry.
  write out-line from to-prompt-line after advancing 1 line.
  move spaces to to-entry.
  accept to-entry.
  write out-line from top-prompt-line after advancing 1 line.
  move spaces to top-entry.
  accept top-entry.
  if top-entry is not equal to spaces
       and function test-numval(top-entry) is equal to 0
       and function numval(top-entry) is greater than 0
       and function numval(top-entry) is less than 100
    compute top-count = function numval(top-entry)
  end-if.
  perform settle-spans.
  if dates-ok is equal to 'N'
    write out-line from bad-date-line after advancing 1 line
  else
    open output chronic-work-file
    close chronic-work-file
    open i-o chronic-work-file
    if chronic-work-status is not equal to '00'
      display 'Unable to open chronic-work.dat - status '
          chronic-work-status
    else
      open input instrument-file
      if instrument-file-status is equal to '00'
        move 'Y' to master-available
      end-if
      perform gather-exception-log
      perform gather-resubmit-queue
      perform gather-repair-audit
      perform gather-history
      perform rank-offenders
      perform print-offenders
      if master-available is equal to 'Y'
        close instrument-file
      end-if
      close chronic-work-file
    end-if
  end-if.
  close standard-output.
  stop run.

settle-spans.
  *> Blank to is today; blank from is 30 days back from the to date,
  *> inclusive. The prior span is as many days, ending the day before
  *> from.
  move function current-date(1:8) to today-date.
  if to-entry is equal to spaces
    move today-date to to-date
  else
    move to-entry(1:8) to to-date
  end-if.
  if to-date is not numeric
    move 'N' to dates-ok
  else if function test-date-yyyymmdd(function numval(to-date))
       is not equal to 0
    move 'N' to dates-ok
  end-if.
  if dates-ok is equal to 'Y'
    compute to-integer =
      function integer-of-date(function numval(to-date))
    if from-entry is equal to spaces
      compute from-integer = to-integer - 29
      compute work-date = function date-of-integer(from-integer)
      move work-date to from-date
    else
      move from-entry(1:8) to from-date
      if from-date is not numeric
        move 'N' to dates-ok
      else if function test-date-yyyymmdd(function numval(from-date))
           is not equal to 0
        move 'N' to dates-ok
      else
        compute from-integer =
          function integer-of-date(function numval(from-date))
      end-if
    end-if
  end-if.
  if dates-ok is equal to 'Y'
    if from-integer is greater than to-integer
      move 'N' to dates-ok
    else
      compute span-days = to-integer - from-integer + 1
      compute work-date = function date-of-integer(from-integer - 1)
      move work-date to prior-to-date
      compute work-date =
        function date-of-integer(from-integer - span-days)
      move work-date to prior-from-date
    end-if
  end-if.

gather-exception-log.
  open input exception-log-file.
  if exception-log-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read exception-log-file
        at end
          move 'Y' to end-of-file-flag
        not at end
          perform judge-exception-line
      end-read
    end-perform
    close exception-log-file
  end-if.

judge-exception-line.
  move exc-rec to abort-log-line.
  move exc-rec to invalid-log-line.
  if abl-text is equal to '  Attempt Aborted, too many iterations'
    move abl-id to trouble-id
    move abl-run(1:8) to trouble-date
    move 'A' to trouble-kind
    perform count-trouble
  else if ivl-text is equal to '  Invalid Input'
    move ivl-id to trouble-id
    move ivl-run(1:8) to trouble-date
    move 'I' to trouble-kind
    perform count-trouble
  end-if.

gather-resubmit-queue.
  open input resubmit-file.
  if resubmit-file-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read resubmit-file into resubmit-queue-line
        at end
          move 'Y' to end-of-file-flag
        not at end
          *> A reject queued before the stamps existed can't be
          *> placed in any span, so it counts in none. Aborts and
          *> zero inputs are already counted off the exception
          *> log, and a checker-unreadable requeue off its U
          *> disposition in history - counting them here too would
          *> rank those IDs twice over.
          if rsq-reason is not equal to 'A'
               and rsq-reason is not equal to 'Z'
               and rsq-reason is not equal to 'U'
            move rsq-image(1:10) to trouble-id
            move rsq-date to trouble-date
            move 'Q' to trouble-kind
            move rsq-reason to trouble-reason
            perform count-trouble
          end-if
      end-read
    end-perform
    close resubmit-file
  end-if.

gather-repair-audit.
  open input audit-file.
  if audit-file-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read audit-file into repair-audit-line
        at end
          move 'Y' to end-of-file-flag
        not at end
          move aud-original(1:10) to trouble-id
          move aud-stamp(1:8) to trouble-date
          if aud-action is equal to 'C'
            move 'C' to trouble-kind
          else
            move 'D' to trouble-kind
          end-if
          perform count-trouble
      end-read
    end-perform
    close audit-file
  end-if.

gather-history.
  open input history-file.
  if history-file-status is equal to '00'
    move 'N' to end-of-file-flag
    move low-values to hist-key
    start history-file key is not less than hist-key
      invalid key
        move 'Y' to end-of-file-flag
    end-start
    perform until end-of-file-flag is equal to 'Y'
      read history-file next record
        at end
          move 'Y' to end-of-file-flag
        not at end
          if hist-disposition is equal to 'T'
               or hist-disposition is equal to 'U'
            move hist-id to trouble-id
            move hist-date to trouble-date
            move hist-disposition to trouble-kind
            perform count-trouble
          end-if
      end-read
    end-perform
    close history-file
  end-if.

count-trouble.
  move space to span-found.
  if trouble-date is not less than from-date
       and trouble-date is not greater than to-date
    move 'C' to span-found
  else if trouble-date is not less than prior-from-date
       and trouble-date is not greater than prior-to-date
    move 'P' to span-found
  end-if.
  if span-found is not equal to space
       and trouble-id is not equal to spaces
    move trouble-id to cw-id
    read chronic-work-file key is cw-id
      invalid key
        initialize chronic-work-rec
        move trouble-id to cw-id
        perform add-trouble
        *> Terminated explicitly so the READ's NOT INVALID KEY phrase
        *> can't be taken as belonging to this WRITE instead.
        write chronic-work-rec
        end-write
      not invalid key
        perform add-trouble
        rewrite chronic-work-rec
    end-read
  end-if.

add-trouble.
  if span-found is equal to 'P'
    add 1 to cw-prior-total
  else
    add 1 to cw-total
    evaluate trouble-kind
      when 'A'
        add 1 to cw-aborts
      when 'I'
        add 1 to cw-invalid
      when 'Q'
        perform add-queued-trouble
      when 'C'
        add 1 to cw-corrected
      when 'D'
        add 1 to cw-discarded
      when 'T'
        add 1 to cw-tolerance
      when other
        add 1 to cw-unreadable
    end-evaluate
  end-if.

add-queued-trouble.
  evaluate trouble-reason
    when 'I'
      add 1 to cw-q-unknown
    when 'R'
      add 1 to cw-q-retired
    when 'W'
      add 1 to cw-q-wrong-stn
    when 'V'
      add 1 to cw-q-range
    when 'C'
      add 1 to cw-q-calib
    when 'O'
      add 1 to cw-q-oversize
    when 'H'
      add 1 to cw-q-held
    when 'N'
      add 1 to cw-q-negative
  end-evaluate.

rank-offenders.
  move 'N' to end-of-file-flag.
  move low-values to cw-id.
  start chronic-work-file key is not less than cw-id
    invalid key
      move 'Y' to end-of-file-flag
  end-start.
  perform until end-of-file-flag is equal to 'Y'
    read chronic-work-file next record
      at end
        move 'Y' to end-of-file-flag
      not at end
        *> An ID with trouble only in the prior span is getting
        *> better - it has nothing to rank on here.
        if cw-total is greater than 0
          add 1 to count-ids
          perform rank-one-id
        end-if
    end-read
  end-perform.

rank-one-id.
  *> Find the first slot this ID beats - ties keep the earlier ID
  *> ahead - then shift the rest down one, dropping off the end.
  move 0 to rank-slot.
  perform varying rank-x from 1 by 1
    until rank-x is greater than rank-used
      or rank-slot is greater than 0
    if cw-total is greater than rnk-total(rank-x)
      move rank-x to rank-slot
    end-if
  end-perform.
  if rank-slot is equal to 0
    if rank-used is less than top-count
      add 1 to rank-used
      move rank-used to rank-slot
    end-if
  else
    if rank-used is less than top-count
      add 1 to rank-used
    end-if
    perform varying rank-x from rank-used by -1
      until rank-x is not greater than rank-slot
      move rank-entry(rank-x - 1) to rank-entry(rank-x)
    end-perform
  end-if.
  if rank-slot is greater than 0
    move cw-id to rnk-id(rank-slot)
    move cw-total to rnk-total(rank-slot)
  end-if.

print-offenders.
  open output chronic-report-file.
  write rpt-line from title-line.
  move from-date to spl-from.
  move to-date to spl-to.
  move prior-from-date to spl-prior-from.
  move prior-to-date to spl-prior-to.
  write out-line from span-line after advancing 1 line.
  write rpt-line from span-line.
  if rank-used is equal to 0
    write out-line from none-line after advancing 1 line
    write rpt-line from none-line
  else
    write out-line from heading-line after advancing 1 line
    write rpt-line from heading-line
    perform print-one-offender
      varying rank-x from 1 by 1
      until rank-x is greater than rank-used
  end-if.
  move count-ids to sum-ids.
  move rank-used to sum-listed.
  move count-rising to sum-rising.
  write out-line from summary-line after advancing 1 line.
  write rpt-line from summary-line.
  close chronic-report-file.

print-one-offender.
  move rnk-id(rank-x) to cw-id.
  read chronic-work-file key is cw-id
    invalid key
      continue
  end-read.
  move rank-x to ofl-rank.
  move cw-id to ofl-id.
  move spaces to ofl-station.
  if master-available is equal to 'Y'
    move cw-id to inst-id
    read instrument-file key is inst-id
      invalid key
        continue
      not invalid key
        move inst-station to ofl-station
    end-read
  end-if.
  move cw-total to ofl-total.
  move cw-aborts to ofl-aborts.
  move cw-invalid to ofl-invalid.
  move cw-q-unknown to ofl-q-unknown.
  move cw-q-retired to ofl-q-retired.
  move cw-q-wrong-stn to ofl-q-wrong-stn.
  move cw-q-range to ofl-q-range.
  move cw-q-calib to ofl-q-calib.
  move cw-q-oversize to ofl-q-oversize.
  move cw-q-held to ofl-q-held.
  move cw-q-negative to ofl-q-negative.
  move cw-corrected to ofl-corrected.
  move cw-discarded to ofl-discarded.
  move cw-tolerance to ofl-tolerance.
  move cw-unreadable to ofl-unreadable.
  move cw-prior-total to ofl-prior.
  if cw-total is greater than cw-prior-total
    move ' RISING' to ofl-flag
    add 1 to count-rising
  else
    move spaces to ofl-flag
  end-if.
  write out-line from offender-line after advancing 1 line.
  write rpt-line from offender-line.
