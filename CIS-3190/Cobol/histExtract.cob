fd history-file.
  copy historyRec.
fd extract-file.
  01 extract-rec pic x(104).

working-storage section.
77 history-file-status pic xx value '00'.
  02 ext-run-id pic x(14).
  02 filler pic x value ','.
  02 ext-escalated pic x.
  02 filler pic x value ','.
  02 ext-raw-value pic -(11)9.9(6).
01 extract-trailer-line.
  02 filler pic x(2) value 'T,'.
  02 ext-count pic 9(9).
  move hist-op to ext-op.
  move hist-run-id to ext-run-id.
  move hist-escalated to ext-escalated.
  move hist-raw-value to ext-raw-value.
  write extract-rec from extract-detail-line.
