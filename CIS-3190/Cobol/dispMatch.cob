fd recon-report-file.
  01 rpt-line picture X(100).
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd register-work-file.
  01 register-work-rec pic x(72).
fd resubmit-file.
  01 resubmit-rec pic x(62).
fd review-queue-file.
77 saved-result       pic 9(11)v9(6).
77 saved-op           pic x.
77 saved-run-id       pic x(14).
copy toleranceReviewRec.
*> One reading per line: the ID and date we fed, and the checker's
*> verdict. A = accepted, T = out of tolerance, U = unreadable.
01 disposition-entry.
  end-if.

advance-one-register-entry.
  *> A backed-out section stays backed out - the checker answering
  *> for its date speaks for the other sections of that night.
  if frg-status is equal to 'W' or frg-status is equal to 'S'
    move 'N' to date-found
    perform varying date-x from 1 by 1
      until date-x is greater than seen-dates-used
    if date-found is equal to 'Y'
      move 'A' to frg-status
      move function current-date(1:14) to frg-stamp
      *> A retransmission's entry advances with its section, but
      *> the section is only counted once.
      if frg-kind is not equal to 'R'
        add 1 to count-acknowledged
      end-if
    end-if
  end-if.

