fd archive-file.
  *> Wider than history-rec so the layout can grow without old
  *> archives and new ones disagreeing on record length.
  01 archive-rec pic x(100).
fd archive-index-file.
  01 archive-index-rec pic x(62).
fd purge-report-file.
  01 rpt-line picture X(100).

77 end-of-history     pic x value 'N'.
77 count-kept         pic 9(9) value 0.
77 count-archived     pic 9(9) value 0.
copy signOnParms.
01 index-line.
  02 idx-from pic x(8).
  02 filler   pic x value space.
  02 idx-to   pic x(8).
  02 filler   pic x value space.
  02 idx-name pic x(40).
  02 filler   pic x value space.
  *> Who cut the archive - blank on lines written before it was
  *> recorded.
  02 idx-operator pic x(3).
01 title-line.
  02 filler pic X(30) value 'History archive and purge'.
01 under-line.
  02 filler pic X(3) value spaces.
  02 filler pic X(6) value 'Kept: '.
  02 sum-kept pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Operator: '.
  02 sum-operator pic X(3).

*> Maintenance job: moves every history record whose hist-date is
*> older than the operator's retention cutoff into a sequential
procedure division.
main-logic.
  open output standard-output.
  *> A purge is function P - signOn turns away anyone not granted it
  *> and logs the attempt.
  move 'histPurge' to son-program.
  move 'P' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from cutoff-prompt-line after advancing 1 line.
    move oldest-date to idx-from
    move newest-date to idx-to
    move archive-file-name to idx-name
    move son-operator to idx-operator
    write archive-index-rec from index-line
    close archive-index-file
    move archive-file-name to arn-name
  move cutoff-date to sum-cutoff.
  move count-archived to sum-archived.
  move count-kept to sum-kept.
  move son-operator to sum-operator.
  write out-line from summary-line after advancing 1 line.
  if purge-report-status is equal to '00'
    if count-archived is greater than 0
