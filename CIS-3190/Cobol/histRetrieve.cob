fd history-file.
  copy historyRec.
fd archive-index-file.
  01 archive-index-rec pic x(62).
fd archive-file.
  *> Same width histPurge writes, so the layout can keep growing
  *> without old archives and this reader disagreeing on length.
  01 archive-line pic x(100).
fd retrieval-report-file.
  01 rpt-line picture X(100).

77 count-listed        pic 9(9) value 0.
77 count-restored      pic 9(9) value 0.
77 count-kept-live     pic 9(9) value 0.
copy signOnParms.
*> Mirror of histPurge's index-line layout.
01 index-entry.
  02 idx-from pic x(8).
  02 idx-to   pic x(8).
  02 filler   pic x.
  02 idx-name pic x(40).
  02 filler   pic x.
  02 idx-operator pic x(3).
01 title-line.
  02 filler pic X(26) value 'History archive retrieval'.
01 under-line.
  02 filler pic X(3) value spaces.
  02 filler pic X(29) value 'Kept (newer live record): '.
  02 rsd-kept pic Z(8)9.
  02 filler pic X(3) value spaces.
  02 filler pic X(10) value 'Operator: '.
  02 rsd-operator pic X(3).

*> The way back out of histPurge's archives: takes a reading ID
*> and/or date span, finds every archive the index says covers it,
  else
    move 'L' to retrieval-mode
  end-if.
  *> A listing only reads archives and is anybody's. A restore
  *> writes live history, so it is function P along with the purge
  *> that filed those records away - signOn turns away anyone not
  *> granted it and logs the attempt.
  if retrieval-mode is equal to 'R'
    move 'histRetrieve' to son-program
    move 'P' to son-function
    move 'Y' to son-prompt
    move spaces to son-operator
    call "signOn" using sign-on-parms
    if son-status is not equal to 'Y'
      close standard-output
      stop run
    end-if
  end-if.
  open input archive-index-file.
  if archive-index-status is not equal to '00'
    display 'Unable to open history-archive-index.dat - no'
        at end
          move 'Y' to end-of-archive
        not at end
          *> Archives written before the raw value was kept read
          *> back with it blank - those readings were never
          *> corrected, so raw and computed are the same value.
          if hist-raw-value is not numeric
            move hist-value to hist-raw-value
          end-if
          if (entry-id is equal to spaces
               or hist-id is equal to entry-id)
               and hist-date is not less than from-date
  if retrieval-mode is equal to 'R'
    move count-restored to rsd-restored
    move count-kept-live to rsd-kept
    move son-operator to rsd-operator
    write out-line from restore-summary-line after advancing 1 line
    write rpt-line from restore-summary-line
  else
