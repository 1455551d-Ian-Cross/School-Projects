      file status old-history-status.
  *> The same file in the eight-field layout that came next - with
  *> disposition, run ID, and op, but from before the escalation
  *> marker. Only one of the old selects is ever opened.
  select mid-history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is mid-hist-key
      file status mid-history-status.
  *> The nine-field layout that came after that - everything but
  *> the raw value, from before the calibration correction existed.
  select pre-cal-history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is pcl-hist-key
      file status pre-cal-history-status.
  *> The same records in today's layout, written to a new file so a
  *> failed conversion leaves the original untouched. The operator
  *> swaps the files once the counts agree.
    02 mid-hist-disposition pic x.
    02 mid-hist-run-id pic x(14).
    02 mid-hist-op pic x.
fd pre-cal-history-file.
  *> The pre-calibration layout, spelled out here because the
  *> shared copybook now describes the newer one.
  01 pre-cal-history-rec.
    02 pcl-hist-key.
      03 pcl-hist-id   pic x(10).
      03 pcl-hist-date pic x(8).
    02 pcl-hist-value  pic s9(11)v9(6).
    02 pcl-hist-result pic 9(11)v9(6).
    02 pcl-hist-status pic 9.
    02 pcl-hist-disposition pic x.
    02 pcl-hist-run-id pic x(14).
    02 pcl-hist-op pic x.
    02 pcl-hist-escalated pic x.
fd new-history-file.
  copy historyRec.

working-storage section.
77 old-history-status pic xx value '00'.
77 mid-history-status pic xx value '00'.
77 pre-cal-history-status pic xx value '00'.
77 new-history-status pic xx value '00'.
77 end-of-history     pic x value 'N'.
77 count-converted    pic 9(9) value 0.
77 layout-entry       pic x(10).
copy signOnParms.
01 title-line.
  02 filler pic X(41) value 'History file conversion to the new layout'.
01 layout-prompt-line.
  02 filler pic X(44) value 'Old layout - 1) five-field (pre-disposition)'.
01 layout-prompt-line2.
  02 filler pic X(44) value '             2) eight-field (pre-escalation)'.
01 layout-prompt-line3.
  02 filler pic X(44) value '             3) nine-field (pre-calibration)'.
01 layout-choice-line.
  02 filler pic X(21) value 'Choice (1, 2, or 3):'.
  02 filler pic X value space.
01 summary-line.
  02 filler pic X(11) value 'Converted: '.
*> initialized. For the five-field layout that means no disposition
*> yet, no run ID (these rows predate run IDs), and operation S,
*> since square roots were all the system computed before there was
*> a choice; for the eight-field layout the escalation marker is
*> new, and none of those rows were escalated. Every older layout
*> also lacks the raw value, and none of those readings were ever
*> corrected, so it is set to the computed value. Writes to a
*> separate file so the original survives a failed run; the
*> operator swaps the files after checking counts.
procedure division.
main-logic.
  open output standard-output.
  *> A conversion is function P, with purge and restore - signOn turns
  *> away anyone not granted it and logs the attempt.
  move 'histConvert' to son-program.
  move 'P' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  write out-line from title-line after advancing 0 lines.
  write out-line from layout-prompt-line after advancing 1 line.
  write out-line from layout-prompt-line2 after advancing 1 line.
  write out-line from layout-prompt-line3 after advancing 1 line.
  write out-line from layout-choice-line after advancing 1 line.
  move spaces to layout-entry.
  accept layout-entry.
  evaluate layout-entry
    when '2'
      perform convert-mid-layout
    when '3'
      perform convert-pre-cal-layout
    when other
      perform convert-old-layout
  end-evaluate.
  close standard-output.
  stop run.

    close mid-history-file
  end-if.

convert-pre-cal-layout.
  open input pre-cal-history-file.
  if pre-cal-history-status is not equal to '00'
    display 'Unable to open history-file.dat - status '
        pre-cal-history-status
  else
    open output new-history-file
    if new-history-status is not equal to '00'
      display 'Unable to open history-file-new.dat - status '
          new-history-status
    else
      perform convert-pre-cal-records
      perform print-conversion-summary
      close new-history-file
    end-if
    close pre-cal-history-file
  end-if.

print-conversion-summary.
  move count-converted to sum-converted.
  write out-line from summary-line after advancing 1 line.
        move spaces to hist-run-id
        move 'S' to hist-op
        move space to hist-escalated
        move old-hist-value to hist-raw-value
        write history-rec
        add 1 to count-converted
    end-read
        move mid-hist-run-id to hist-run-id
        move mid-hist-op to hist-op
        move space to hist-escalated
        move mid-hist-value to hist-raw-value
        write history-rec
        add 1 to count-converted
    end-read
  end-perform.

convert-pre-cal-records.
  move low-values to pcl-hist-key.
  start pre-cal-history-file key is not less than pcl-hist-key
    invalid key
      move 'Y' to end-of-history
  end-start.
  perform until end-of-history is equal to 'Y'
    read pre-cal-history-file next record
      at end
        move 'Y' to end-of-history
      not at end
        move pcl-hist-id to hist-id
        move pcl-hist-date to hist-date
        move pcl-hist-value to hist-value
        move pcl-hist-result to hist-result
        move pcl-hist-status to hist-status
        move pcl-hist-disposition to hist-disposition
        move pcl-hist-run-id to hist-run-id
        move pcl-hist-op to hist-op
        move pcl-hist-escalated to hist-escalated
        move pcl-hist-value to hist-raw-value
        write history-rec
        add 1 to count-converted
    end-read
