fd history-file.
  copy historyRec.
fd archive-index-file.
  01 archive-index-rec pic x(62).
fd browse-report-file.
  01 rpt-line picture X(100).

  02 idx-to   pic x(8).
  02 filler   pic x.
  02 idx-name pic x(40).
  02 filler   pic x.
  02 idx-operator pic x(3).
01 title-line.
  02 filler pic X(15) value 'History browse'.
01 under-line.
