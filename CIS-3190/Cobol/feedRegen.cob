identification division.
program-id. feedRegen.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> Tells a reading the screen held out of its night's section
  *> from one that went out in it - history alone can't, once a
  *> held reading is released.
  select held-file assign to "held-readings.dat"
      organization indexed
      access mode dynamic
      record key is hld-key
      file status held-file-status.
  select feed-register-file assign to "feed-register.dat"
      organization line sequential
      file status feed-register-status.
  *> The rebuilt section goes out on its own, never appended to the
  *> live feed - a second copy of a section there would put every
  *> balancing pass over the feed out of step with history.
  select resend-file assign to "tolerance-feed-resend.dat"
      organization line sequential
      file status resend-file-status.
  select regen-report-file assign to "feed-resend-report.dat"
      organization line sequential
      file status regen-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(132).
fd history-file.
  copy historyRec.
fd held-file.
  copy heldRec.
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd resend-file.
  01 feed-line picture X(48).
fd regen-report-file.
  01 rpt-line picture X(132).

working-storage section.
77 history-file-status pic xx value '00'.
77 held-file-status    pic xx value '00'.
*> Y when held-readings.dat opened - without it nothing was ever
*> held, and every dated history row went out in the section.
77 held-available      pic x value 'N'.
77 end-of-held         pic x value 'N'.
77 held-out            pic x value 'N'.
77 feed-register-status pic xx value '00'.
77 resend-file-status  pic xx value '00'.
77 regen-report-status pic xx value '00'.
77 end-of-history      pic x value 'N'.
77 end-of-register     pic x value 'N'.
77 run-id-entry        pic x(14).
77 date-entry          pic x(10).
77 confirm-entry       pic x(10).
77 target-run-id       pic x(14).
77 target-date         pic x(8).
*> The register entry the section was first written under - its
*> count and hash are what the rebuilt section must agree with.
77 entry-found         pic x value 'N'.
77 entry-status        pic x value space.
*> The entry's kind - S is a supplementary section, rebuilt from
*> the readings its release session let go.
77 entry-kind          pic x value space.
77 entry-count         pic 9(9) value 0.
77 entry-hash          pic 9(13)v9(6) value 0.
77 regen-count         pic 9(9) value 0.
*> Same picture and silent high-order truncation as the batch run's
*> feed hash, so a faithful rebuild wraps exactly as the original.
77 regen-hash          pic 9(13)v9(6) value 0.
77 regen-held          pic 9(9) value 0.
77 in-agreement        pic x value 'Y'.
copy toleranceFeedRec.
copy feedRegRec.
copy signOnParms.
01 title-line.
  02 filler pic X(36) value 'Tolerance feed section regeneration'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 run-prompt-line.
  02 filler pic X(26) value 'Run ID of the section:'.
  02 filler pic X value space.
01 date-prompt-line.
  02 filler pic X(32) value 'Run date of the section:'.
  02 filler pic X value space.
01 register-anyway-line.
  02 filler pic X(55) value
      'Register the resend as a retransmission anyway? (Y/N):'.
  02 filler pic X value space.
01 no-entry-line.
  02 filler pic X(52) value
      'No feed register entry for that run ID and run date'.
01 backed-out-line.
  02 filler pic X(52) value
      'That section was backed out - it must not be resent'.
01 section-line.
  02 filler pic X(9) value 'Section  '.
  02 scl-run-id pic X(14).
  02 filler pic X value space.
  02 scl-date pic X(8).
  02 scl-kind pic X(16).
01 compare-line.
  02 cmp-label pic X(12).
  02 filler pic X(9) value 'Details: '.
  02 cmp-count pic Z(8)9.
  02 filler pic X(9) value '   Hash: '.
  02 cmp-hash pic Z(12)9.9(6).
01 discrepancy-line.
  02 filler pic X(6) value '  *** '.
  02 dsc-text pic X(70).
01 agrees-line.
  02 filler pic X(57) value
      '*** REBUILT SECTION AGREES with its feed register entry'.
01 differs-line.
  02 filler pic X(59) value
      '*** REBUILT SECTION DIFFERS - see the itemized lines above'.
01 written-line.
  02 filler pic X(41) value 'Resend written: tolerance-feed-resend.dat'.
01 registered-line.
  02 filler pic X(45) value 'Registered as a retransmission of the section'.
01 not-registered-line.
  02 filler pic X(56) value
      'Not registered - resolve the mismatch before it goes out'.

*> Rebuilds a tolerance feed section the checker lost or rejected,
*> from the history records its run posted under its run date -
*> hist-value, hist-result, hist-status, hist-op and
*> hist-escalated are everything a detail record carries - in the
*> same header, detail, and trailer layout the batch run writes,
*> into tolerance-feed-resend.dat for transmission. The rebuilt
*> count and hash are held against the section's feed register
*> entry first, and any disagreement is flagged before the resend
*> goes anywhere. A clean rebuild is logged on the register as a
*> retransmission of the same section, so feedStatus and dispMatch
*> track it as that section sent again rather than a new one.
*> Readings the baseline screen held are left out and counted in
*> the trailer as the night did; a supplementary section is rebuilt
*> from the held file's rows its release session let go.
procedure division.
main-logic.
  open output standard-output.
  *> Feed regeneration is function B, with the batch run - signOn turns
  *> away anyone not granted it and logs the attempt.
  move 'feedRegen' to son-program.
  move 'B' to son-function.
  move 'Y' to son-prompt.
  move spaces to son-operator.
  call "signOn" using sign-on-parms.
  if son-status is not equal to 'Y'
    close standard-output
    stop run
  end-if.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  write out-line from run-prompt-line after advancing 1 line.
  move spaces to run-id-entry.
  accept run-id-entry.
  write out-line from date-prompt-line after advancing 1 line.
  move spaces to date-entry.
  accept date-entry.
  move run-id-entry to target-run-id.
  move date-entry(1:8) to target-date.
  perform find-register-entry.
  if entry-found is equal to 'N'
    write out-line from no-entry-line after advancing 1 line
  else if entry-status is equal to 'B'
    write out-line from backed-out-line after advancing 1 line
  else
    open input history-file
    if history-file-status is not equal to '00'
      display 'Unable to open history-file.dat'
    else
      open input held-file
      if held-file-status is equal to '00'
        move 'Y' to held-available
      end-if
      open output resend-file
      open output regen-report-file
      if resend-file-status is not equal to '00'
        display 'Unable to open tolerance-feed-resend.dat'
      else if entry-kind is equal to 'S'
           and held-available is not equal to 'Y'
        display 'Unable to open held-readings.dat - a supplementary'
            ' section cannot be rebuilt without it'
        close resend-file
      else
        if entry-kind is equal to 'S'
          perform rebuild-supplement
        else
          perform rebuild-section
        end-if
        close resend-file
        write out-line from written-line after advancing 1 line
        write rpt-line from written-line
        perform compare-with-register
        perform register-or-hold
      end-if
      end-if
      close regen-report-file
      if held-available is equal to 'Y'
        close held-file
      end-if
      close history-file
    end-if
  end-if
  end-if.
  close standard-output.
  stop run.

find-register-entry.
  *> The section's own entry, as the run wrote it - earlier
  *> retransmissions of it are passed over.
  open input feed-register-file.
  if feed-register-status is equal to '00'
    perform until end-of-register is equal to 'Y'
      read feed-register-file into feed-register-line
        at end
          move 'Y' to end-of-register
        not at end
          if frg-run-id is equal to target-run-id
               and frg-run-date is equal to target-date
               and frg-kind is not equal to 'R'
            move 'Y' to entry-found
            move frg-status to entry-status
            move frg-kind to entry-kind
            move frg-count to entry-count
            move frg-hash to entry-hash
          end-if
      end-read
    end-perform
    close feed-register-file
  end-if.

rebuild-section.
  move target-date to tfh-run-date.
  move target-run-id to tfh-run-id.
  write feed-line from tolerance-feed-header.
  move low-values to hist-key.
  start history-file key is not less than hist-key
    invalid key
      move 'Y' to end-of-history
  end-start.
  perform until end-of-history is equal to 'Y'
    read history-file next record
      at end
        move 'Y' to end-of-history
      not at end
        if hist-run-id is equal to target-run-id
             and hist-date is equal to target-date
          perform check-held-out
        end-if
    end-read
  end-perform.
  move regen-count to tft-count.
  move regen-hash to tft-hash.
  move regen-held to tft-held.
  write feed-line from tolerance-feed-trailer.

check-held-out.
  *> Held by this run - whatever the engineer has decided since, it
  *> was never in this section, and a release went out in its own.
  move 'N' to held-out.
  if hist-disposition is equal to 'H'
       or hist-disposition is equal to 'J'
    move 'Y' to held-out
  else if held-available is equal to 'Y'
    move hist-key to hld-key
    read held-file key is hld-key
      invalid key
        continue
      not invalid key
        if hld-run-id is equal to target-run-id
          move 'Y' to held-out
        end-if
    end-read
  end-if
  end-if.
  if held-out is equal to 'N'
    perform write-rebuilt-detail
  else
    add 1 to regen-held
  end-if.

rebuild-supplement.
  *> The release session's own header, naming who let them go.
  move target-date to tsh-run-date.
  move target-run-id to tsh-section-id.
  move spaces to tsh-operator.
  move low-values to hld-key.
  start held-file key is not less than hld-key
    invalid key
      move 'Y' to end-of-held
  end-start.
  perform until end-of-held is equal to 'Y'
    read held-file next record
      at end
        move 'Y' to end-of-held
      not at end
        if hld-state is equal to 'R'
             and hld-section-id is equal to target-run-id
             and hld-date is equal to target-date
          move hld-decided-by to tsh-operator
          move 'Y' to end-of-held
        end-if
    end-read
  end-perform.
  write feed-line from tolerance-supplement-header.
  move 'N' to end-of-held.
  move low-values to hld-key.
  start held-file key is not less than hld-key
    invalid key
      move 'Y' to end-of-held
  end-start.
  perform until end-of-held is equal to 'Y'
    read held-file next record
      at end
        move 'Y' to end-of-held
      not at end
        if hld-state is equal to 'R'
             and hld-section-id is equal to target-run-id
             and hld-date is equal to target-date
          perform write-released-detail
        end-if
    end-read
  end-perform.
  move regen-count to tst-count.
  move regen-hash to tst-hash.
  write feed-line from tolerance-supplement-trailer.

write-released-detail.
  *> Field for field what holdRelease sent when it let it go.
  add 1 to regen-count.
  add function abs(hld-value) to regen-hash.
  move hld-value to tfr-value.
  move hld-result to tfr-result.
  if hld-op is equal to 'C' and hld-value is less than 0
    compute tfr-result = 0 - hld-result
  end-if.
  move hld-status to tfr-status.
  move hld-op to tfr-op.
  move hld-escalated to tfr-escalated.
  write feed-line from tolerance-feed-rec.

write-rebuilt-detail.
  *> Field for field what write-feed-detail sent the night it ran.
  add 1 to regen-count.
  add function abs(hist-value) to regen-hash.
  move hist-value to tfr-value.
  move hist-result to tfr-result.
  if hist-op is equal to 'C' and hist-value is less than 0
    compute tfr-result = 0 - hist-result
  end-if.
  move hist-status to tfr-status.
  move hist-op to tfr-op.
  move hist-escalated to tfr-escalated.
  write feed-line from tolerance-feed-rec.

compare-with-register.
  move target-run-id to scl-run-id.
  move target-date to scl-date.
  if entry-kind is equal to 'S'
    move '  supplementary' to scl-kind
  else
    move spaces to scl-kind
  end-if.
  write out-line from section-line after advancing 1 line.
  write rpt-line from section-line.
  move 'Register    ' to cmp-label.
  move entry-count to cmp-count.
  move entry-hash to cmp-hash.
  write out-line from compare-line after advancing 1 line.
  write rpt-line from compare-line.
  move 'Rebuilt     ' to cmp-label.
  move regen-count to cmp-count.
  move regen-hash to cmp-hash.
  write out-line from compare-line after advancing 1 line.
  write rpt-line from compare-line.
  *> A rerun or a restart since can leave history holding something
  *> other than what the night actually sent - the checker must
  *> not be handed a section that disagrees with the one it lost.
  if regen-count is not equal to entry-count
    move 'N' to in-agreement
    move 'Rebuilt detail count disagrees with the register entry'
      to dsc-text
    perform write-discrepancy
  end-if.
  if regen-hash is not equal to entry-hash
    move 'N' to in-agreement
    move 'Rebuilt hash total disagrees with the register entry'
      to dsc-text
    perform write-discrepancy
  end-if.
  if in-agreement is equal to 'Y'
    write out-line from agrees-line after advancing 1 line
    write rpt-line from agrees-line
  else
    write out-line from differs-line after advancing 1 line
    write rpt-line from differs-line
  end-if.

write-discrepancy.
  write out-line from discrepancy-line after advancing 1 line.
  write rpt-line from discrepancy-line.

register-or-hold.
  *> A mismatch is the operator's call - the rebuilt file is on
  *> disk to inspect either way, but only a registered resend is
  *> one anyone will chase.
  if in-agreement is equal to 'N'
    write out-line from register-anyway-line after advancing 1 line
    move spaces to confirm-entry
    accept confirm-entry
    if confirm-entry is equal to 'Y' or confirm-entry is equal to 'y'
      move 'Y' to in-agreement
    end-if
  end-if.
  if in-agreement is equal to 'Y'
    open extend feed-register-file
    if feed-register-status is equal to '35'
      open output feed-register-file
    end-if
    if feed-register-status is not equal to '00'
      display 'Unable to open feed-register.dat - register the'
          ' resend by hand'
    else
      move target-run-id to frg-run-id
      move target-date to frg-run-date
      move regen-count to frg-count
      move regen-hash to frg-hash
      move 'W' to frg-status
      move function current-date(1:14) to frg-stamp
      move 'R' to frg-kind
      write feed-register-rec from feed-register-line
      close feed-register-file
      write out-line from registered-line after advancing 1 line
      write rpt-line from registered-line
    end-if
  else
    write out-line from not-registered-line after advancing 1 line
    write rpt-line from not-registered-line
  end-if.
