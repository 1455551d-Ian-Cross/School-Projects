      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> Readings the baseline screen kept out of the night's section -
  *> the feed and history only balance once these are counted in.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  select tolerance-feed-file assign to "tolerance-feed.dat"
      organization line sequential
      file status tol-feed-status.
fd standard-output.
  01 out-line picture X(132).
fd run-log-file.
  01 run-log-rec picture X(200).
fd history-file.
  copy historyRec.
fd held-file.
  copy heldRec.
fd tolerance-feed-file.
  01 feed-line picture X(48).
fd balance-report-file.
working-storage section.
77 run-log-status      pic xx value '00'.
77 history-file-status pic xx value '00'.
77 held-file-status    pic xx value '00'.
77 tol-feed-status     pic xx value '00'.
77 balance-report-status pic xx value '00'.
77 end-of-log          pic x value 'N'.
77 end-of-history      pic x value 'N'.
77 end-of-feed         pic x value 'N'.
77 end-of-held         pic x value 'N'.
77 run-id-entry        pic x(14).
77 target-run-id       pic x(14).
77 log-line-found      pic x value 'N'.
77 log-backed-out      pic x value 'N'.
77 in-balance          pic x value 'Y'.
*> What the run log claims for the night, lifted out of the matched
*> line so the comparisons below read cleanly.
77 log-processed       pic 9(9) value 0.
77 log-aborted         pic 9(9) value 0.
77 log-duplicates      pic 9(9) value 0.
*> Y when the line carries a held count - blank on lines logged
*> before readings could be held.
77 log-held-known      pic x value 'N'.
77 log-held-count      pic 9(9) value 0.
*> What actually sits in history under the run ID, recounted.
77 hist-total          pic 9(9) value 0.
77 hist-computed       pic 9(9) value 0.
77 hist-dated-total    pic 9(9) value 0.
77 end-of-dated-scan   pic x value 'N'.
77 dated-match         pic x value 'N'.
*> Dated history rows the screen held out of their section - the
*> section details plus these are the dated history total.
77 hist-dated-held     pic 9(9) value 0.
77 row-held            pic x value 'N'.
77 held-available      pic x value 'N'.
*> The held file's rows on the section dates, by where each stands,
*> and every row the run itself held, whatever its date.
77 held-waiting        pic 9(9) value 0.
77 held-released       pic 9(9) value 0.
77 held-rejected       pic 9(9) value 0.
77 held-by-run         pic 9(9) value 0.
*> The held counts the run's trailers carry, summed - only trusted
*> when every trailer of the run has one.
77 trailer-held        pic 9(9) value 0.
77 trailer-held-known  pic x value 'Y'.
*> Supplementary sections for the section dates, re-added the way
*> the night's own are.
77 supplements-found   pic 9(4) value 0.
77 in-supplement       pic x value 'N'.
77 supplement-total    pic 9(9) value 0.
77 probe-date          pic x(8).
77 date-x              pic 9(4) comp value 0.
01 section-date-table.
  *> One slot per matched section date - a catch-up span writes one
77 feed-detail-total   pic 9(9) value 0.
77 feed-buffer         pic x(48).
copy toleranceFeedRec.
copy raiseAlertParms.
*> Mirror of Babylonian-sqrt's run-log-line layout, the numeric
*> fields as plain text so the edited pictures can be re-read with
*> NUMVAL instead of guessing at their blanks.
  *> Blank on lines logged before escalation counting existed.
  02 filler     pic x(5).
  02 log-esc    pic x(9).
  *> ' BACKED OUT' once runBackout has retracted the run.
  02 log-state  pic x(11).
  *> Blank on lines logged before operators signed on.
  02 filler     pic x(6).
  02 log-operator pic x(3).
  02 log-backout-by pic x(7).
  *> Blank on lines logged before readings could be held.
  02 filler     pic x(6).
  02 log-held   pic x(9).
  02 filler     pic x(9).
01 title-line.
  02 filler pic X(22) value 'Daily run balancing'.
01 under-line.
  02 sec-trailer pic Z(8)9.
  02 filler pic X(9) value '   hash '.
  02 sec-verdict pic X(8).
01 held-counts-line.
  02 filler pic X(20) value 'Held      -   held: '.
  02 hdc-waiting pic Z(8)9.
  02 filler pic X(13) value '   released: '.
  02 hdc-released pic Z(8)9.
  02 filler pic X(13) value '   rejected: '.
  02 hdc-rejected pic Z(8)9.
  02 filler pic X(11) value '   by run: '.
  02 hdc-by-run pic Z(8)9.
01 supplement-line.
  02 filler pic X(14) value 'Supplementary '.
  02 spl-section-id pic X(14).
  02 filler pic X(2) value ' ('.
  02 spl-date pic X(8).
  02 filler pic X(12) value ') details: '.
  02 spl-details pic Z(8)9.
  02 filler pic X(11) value '   trailer '.
  02 spl-trailer pic Z(8)9.
  02 filler pic X(9) value '   hash '.
  02 spl-verdict pic X(8).
01 backed-out-line.
  02 filler pic X(55) value
      'Run was backed out - its history and feed are retracted'.
01 no-section-line.
  02 filler pic X(38) value 'No feed section carries this run ID'.
01 open-section-line.
01 out-balance-line.
  02 filler pic X(52) value
      '*** OUT OF BALANCE - see the itemized lines above'.
01 alert-raised-line.
  02 filler pic X(34) value 'Alert raised for on-call - number '.
  02 arl-number pic Z(5)9.
01 alert-open-line.
  02 filler pic X(31) value 'Alert for this run already open'.
  02 filler pic X(10) value ' - number '.
  02 aol-number pic Z(5)9.

*> Morning-after balancing proof: takes a run ID (or the latest one
*> in the run log), re-counts the history records stamped with it,
*> compares everything to the run log line, and prints a signed-off
*> in-balance or out-of-balance verdict with every discrepancy
*> itemized. A crashed run that left these files out of step shows
*> up here instead of days later downstream. Readings the baseline
*> screen held are balanced too: against the trailers' held counts,
*> the run log, and the supplementary sections that released them.
*> An out-of-balance verdict is raised as an alert for on-call.
procedure division.
main-logic.
  open output standard-output.
      move target-run-id to chk-run-id
      write out-line from checked-run-line after advancing 1 line
      write rpt-line from checked-run-line
      *> A backed-out run has nothing left to balance - its records
      *> are gone on purpose, and a verdict would only cry wolf.
      if log-backed-out is equal to 'Y'
        write out-line from backed-out-line after advancing 1 line
        write rpt-line from backed-out-line
      else
        perform count-history
        perform readd-feed
        perform balance-held
        perform print-verdict
      end-if
      close balance-report-file
    end-if
  end-if.
             or log-run-id is equal to run-id-entry
          move 'Y' to log-line-found
          move log-run-id to target-run-id
          if log-state is equal to ' BACKED OUT'
            move 'Y' to log-backed-out
          else
            move 'N' to log-backed-out
          end-if
          compute log-processed = function numval(log-proc)
          compute log-aborted = function numval(log-abrt)
          compute log-duplicates = function numval(log-dups)
          if log-held is equal to spaces
            move 'N' to log-held-known
            move 0 to log-held-count
          else
            move 'Y' to log-held-known
            compute log-held-count = function numval(log-held)
          end-if
        end-if
    end-read
  end-perform.
    else
      *> Every history record of the run went down the feed exactly
      *> once - computed, aborted, and rejected alike all drew one
      *> detail record when calcSqrt returned - unless the baseline
      *> screen held it back. Counted by section run date, any run
      *> ID: a restart's section re-emits the skipped records, whose
      *> history rows still carry the crashed run's ID.
      perform count-dated-history
      if feed-detail-total + hist-dated-held
           is not equal to hist-dated-total
        move 'N' to in-balance
        move 'Feed details plus held disagree with history count'
          to dsc-text
        perform write-discrepancy
      end-if
      to dsc-text
    perform write-discrepancy
  else
    open input held-file
    if held-file-status is equal to '00'
      move 'Y' to held-available
    else
      move 'N' to held-available
    end-if
    move low-values to hist-key
    start history-file key is not less than hist-key
      invalid key
          end-perform
          if dated-match is equal to 'Y'
            add 1 to hist-dated-total
            perform judge-row-held
            if row-held is equal to 'Y'
              add 1 to hist-dated-held
            end-if
          end-if
      end-read
    end-perform
    if held-available is equal to 'Y'
      close held-file
    end-if
    close history-file
  end-if.

judge-row-held.
  *> The batch run's own test when it re-emits a skipped record:
  *> held if history says so, or if the held file has it under the
  *> same run - a released one went out in a supplementary section.
  move 'N' to row-held.
  if hist-disposition is equal to 'H'
       or hist-disposition is equal to 'J'
    move 'Y' to row-held
  else
    if held-available is equal to 'Y'
      move hist-key to hld-key
      read held-file key is hld-key
        invalid key
          continue
        not invalid key
          if hld-run-id is equal to hist-run-id
            move 'Y' to row-held
          end-if
      end-read
    end-if
  end-if.

judge-feed-line.
  evaluate feed-buffer(1:1)
    when 'H'
          write rpt-line from open-section-line
        end-if
      end-if
    *> A supplementary or backout section's details are never the
    *> night's - either header ends an unfinished section of ours
    *> the same way.
    when 'S'
    when 'R'
      if in-section is equal to 'Y'
        move 'N' to in-section
        move 'N' to in-balance
        write out-line from open-section-line
          after advancing 1 line
        write rpt-line from open-section-line
      end-if
    when 'D'
      if in-section is equal to 'Y'
        move feed-buffer to tolerance-feed-rec
      if in-section is equal to 'Y'
        move 'N' to in-section
        move feed-buffer to tolerance-feed-trailer
        if tft-held is numeric
          add tft-held to trailer-held
        else
          move 'N' to trailer-held-known
        end-if
        move section-count to sec-details
        move tft-count to sec-trailer
        if section-hash is equal to tft-hash
      continue
  end-evaluate.

balance-held.
  *> Only once the night's own sections are in hand - the section
  *> dates are what every held count below is taken over.
  if sections-found is greater than 0
    perform count-held-rows
    move held-waiting to hdc-waiting
    move held-released to hdc-released
    move held-rejected to hdc-rejected
    move held-by-run to hdc-by-run
    write out-line from held-counts-line after advancing 1 line
    write rpt-line from held-counts-line
    if trailer-held-known is equal to 'Y'
         and trailer-held is not equal to hist-dated-held
      move 'N' to in-balance
      move 'Trailer held counts disagree with held history rows'
        to dsc-text
      perform write-discrepancy
    end-if
    if log-held-known is equal to 'Y'
         and log-held-count is not equal to held-by-run
      move 'N' to in-balance
      move 'Run log held count disagrees with the run''s held rows'
        to dsc-text
      perform write-discrepancy
    end-if
    perform readd-supplements
    if supplement-total is not equal to held-released
      move 'N' to in-balance
      move 'Supplementary details disagree with released held rows'
        to dsc-text
      perform write-discrepancy
    end-if
  end-if.

count-held-rows.
  *> No held file is a night nothing was ever held - every count
  *> stays zero.
  open input held-file.
  if held-file-status is equal to '00'
    move low-values to hld-key
    start held-file key is not less than hld-key
      invalid key
        move 'Y' to end-of-held
    end-start
    perform until end-of-held is equal to 'Y'
      read held-file next record
        at end
          move 'Y' to end-of-held
        not at end
          if hld-run-id is equal to target-run-id
            add 1 to held-by-run
          end-if
          move hld-date to probe-date
          perform match-section-date
          if dated-match is equal to 'Y'
            evaluate hld-state
              when 'R'
                add 1 to held-released
              when 'J'
                add 1 to held-rejected
              when other
                add 1 to held-waiting
            end-evaluate
          end-if
      end-read
    end-perform
    close held-file
  end-if.

match-section-date.
  move 'N' to dated-match.
  perform varying date-x from 1 by 1
      until dated-match is equal to 'Y'
         or date-x is greater than sections-found
         or date-x is greater than 31
    if probe-date is equal to sec-run-date(date-x)
      move 'Y' to dated-match
    end-if
  end-perform.

readd-supplements.
  *> A second pass over the feed: a supplementary section can go
  *> out any time after its night, so it is matched by business
  *> date, not by where it sits.
  open input tolerance-feed-file.
  if tol-feed-status is not equal to '00'
    display 'Unable to open tolerance-feed.dat'
  else
    move 'N' to end-of-feed
    perform until end-of-feed is equal to 'Y'
      read tolerance-feed-file into feed-buffer
        at end
          move 'Y' to end-of-feed
        not at end
          perform judge-supplement-line
      end-read
    end-perform
    close tolerance-feed-file
    if in-supplement is equal to 'Y'
      move 'N' to in-balance
      move 'Supplementary section has no trailer' to dsc-text
      perform write-discrepancy
    end-if
  end-if.

judge-supplement-line.
  evaluate feed-buffer(1:1)
    when 'S'
      move feed-buffer to tolerance-supplement-header
      if in-supplement is equal to 'Y'
        move 'N' to in-balance
        move 'Supplementary section has no trailer' to dsc-text
        perform write-discrepancy
      end-if
      move tsh-run-date to probe-date
      perform match-section-date
      move dated-match to in-supplement
      if in-supplement is equal to 'Y'
        add 1 to supplements-found
        move 0 to section-count
        move 0 to section-hash
        move tsh-section-id to spl-section-id
        move tsh-run-date to spl-date
      end-if
    *> Any other header ends whatever supplementary section was open
    *> - and one still open at that point never got its trailer.
    when 'H'
    when 'R'
      if in-supplement is equal to 'Y'
        move 'N' to in-supplement
        move 'N' to in-balance
        move 'Supplementary section has no trailer' to dsc-text
        perform write-discrepancy
      end-if
    when 'D'
      if in-supplement is equal to 'Y'
        move feed-buffer to tolerance-feed-rec
        add 1 to section-count
        add 1 to supplement-total
        add function abs(function numval(tfr-value))
          to section-hash
      end-if
    when 'F'
      if in-supplement is equal to 'Y'
        move 'N' to in-supplement
        move feed-buffer to tolerance-supplement-trailer
        move section-count to spl-details
        move tst-count to spl-trailer
        if section-hash is equal to tst-hash
          move 'agrees' to spl-verdict
        else
          move 'DIFFERS' to spl-verdict
          move 'N' to in-balance
          move 'Re-added supplementary hash disagrees with its trailer'
            to dsc-text
          perform write-discrepancy
        end-if
        write out-line from supplement-line after advancing 1 line
        write rpt-line from supplement-line
        if section-count is not equal to tst-count
          move 'N' to in-balance
          move 'Re-added supplementary details disagree with trailer'
            to dsc-text
          perform write-discrepancy
        end-if
      end-if
    when other
      continue
  end-evaluate.

write-discrepancy.
  write out-line from discrepancy-line after advancing 1 line.
  write rpt-line from discrepancy-line.
  else
    write out-line from out-balance-line after advancing 1 line
    write rpt-line from out-balance-line
    perform raise-balance-alert
  end-if.

raise-balance-alert.
  move 'C' to rap-severity.
  move 'balanceRun' to rap-source.
  move 'OBAL' to rap-condition.
  move target-run-id to rap-subject.
  move 'Run out of balance - see balancing-report.dat' to rap-text.
  call "raiseAlert" using raise-alert-parms.
  if rap-result is equal to 'N'
    move rap-number to arl-number
    write out-line from alert-raised-line after advancing 1 line
    write rpt-line from alert-raised-line
  else if rap-result is equal to 'D'
    move rap-number to aol-number
    write out-line from alert-open-line after advancing 1 line
    write rpt-line from alert-open-line
  end-if
  end-if.
