  select feed-register-file assign to "feed-register.dat"
      organization line sequential
      file status feed-register-status.
  *> What on-call has been paged about and not yet resolved.
  select alert-file assign to "alert-queue.dat"
      organization line sequential
      file status alert-file-status.
  *> The one document for the shift-change binder.
  select ops-pack-file assign to "ops-pack.dat"
      organization line sequential
fd standard-output.
  01 out-line picture X(132).
fd run-log-file.
  01 run-log-rec picture X(200).
fd edit-report-file.
  01 edit-report-rec picture X(100).
fd exception-log-file.
fd recon-report-file.
  01 recon-rec picture X(100).
fd feed-register-file.
  01 feed-register-rec pic x(72).
fd alert-file.
  01 alert-rec pic x(148).
fd ops-pack-file.
  01 pck-line picture X(200).

working-storage section.
77 run-log-status      pic xx value '00'.
77 recon-report-status pic xx value '00'.
77 feed-register-status pic xx value '00'.
77 ops-pack-status     pic xx value '00'.
77 alert-file-status   pic xx value '00'.
77 end-of-file-flag    pic x value 'N'.
77 date-entry          pic x(10).
77 pack-date           pic x(8).
77 section-hash        pic 9(13)v9(6) value 0.
77 register-entries    pic 99 comp value 0.
77 verdict-clean       pic x value 'Y'.
*> Alerts not yet resolved, whatever night raised them - the next
*> shift inherits every one.
77 alerts-open         pic 9(9) value 0.
77 alerts-critical     pic 9(9) value 0.
copy toleranceFeedRec.
copy feedRegRec.
copy alertRec.
*> The run log lines belonging to the pack's date, kept whole so
*> the pack shows exactly what the log says - a catch-up or
*> backdated run is found through the feed register's run IDs, not
*> just the run ID's own date prefix.
01 night-run-tab.
  02 night-run occurs 6 times.
    03 nrt-line pic x(200).
01 night-run-ids.
  02 night-run-id occurs 6 times pic x(14).
*> The per-section feed balance results, judged in the gather pass
    03 fst-trailer pic 9(9).
    03 fst-hash-ok pic x.
    03 fst-open pic x.
*> Mirror of Babylonian-sqrt's run-log-line - the night's counts
*> lifted out by name, the state and the operators carried along
*> so the stored line prints whole.
01 log-entry.
  02 log-run-id pic x(14).
  02 filler     pic x(7).
  02 log-dups   pic x(9).
  02 filler     pic x(5).
  02 log-esc    pic x(9).
  02 filler     pic x(51).
*> Mirror of editBatch's totals-line, to lift the reject count.
01 edit-totals-entry.
  02 edt-caption pic x(12).
  02 rgl-run-id pic X(14).
  02 filler pic X(10) value '  status: '.
  02 rgl-status pic X(12).
  02 rgl-kind pic X(16).
01 open-alert-line.
  02 oal-number pic Z(5)9.
  02 filler pic X(2) value spaces.
  02 oal-severity pic X(8).
  02 filler pic X(2) value spaces.
  02 oal-state pic X(12).
  02 filler pic X(2) value spaces.
  02 oal-raised pic X(14).
  02 filler pic X(2) value spaces.
  02 oal-source pic X(12).
  02 filler pic X(2) value spaces.
  02 oal-subject pic X(24).
  02 filler pic X(2) value spaces.
  02 oal-text pic X(60).
01 no-open-alerts-line.
  02 filler pic X(24) value 'No alerts open'.
01 done-line.
  02 filler pic X(29) value 'Pack written: ops-pack.dat'.

*> One paginated document instead of a scavenger hunt: the night's
*> run log lines and totals, the edit pass report, the exception
*> log lines the night's runs wrote, the resubmit queue depth, the
*> feed balance per section, the feed register state, the
*> disposition reconciliation, and the on-call alerts still open -
*> with a ran-clean / needs-attention verdict at the top so the
*> shift lead knows in one glance whether the binder gets a
*> signature or a phone call. Two passes: gather the verdict's
*> counts first, then assemble the pack.
procedure division.
main-logic.
  open output standard-output.
    perform gather-exceptions
    perform gather-queue-depth
    perform gather-feed-balance
    perform gather-alerts
    perform judge-verdict
    open output ops-pack-file
    if ops-pack-status is not equal to '00'
        move 0 to section-count
        move 0 to section-hash
      end-if
    *> A supplementary section is not the night's - its header only
    *> ends an unfinished night section, as any header does.
    when 'S'
      if in-section is equal to 'Y'
        move 'Y' to fst-open(feed-sections-found)
        move 'Y' to feed-out-of-balance
        move 'N' to in-section
      end-if
    when 'D'
      if in-section is equal to 'Y'
        move feed-line to tolerance-feed-rec
      continue
  end-evaluate.

gather-alerts.
  open input alert-file.
  if alert-file-status is equal to '00'
    move 'N' to end-of-file-flag
    perform until end-of-file-flag is equal to 'Y'
      read alert-file into alert-line
        at end
          move 'Y' to end-of-file-flag
        not at end
          if alr-state is not equal to 'R'
            add 1 to alerts-open
            if alr-severity is equal to 'C'
              add 1 to alerts-critical
            end-if
          end-if
      end-read
    end-perform
    close alert-file
  end-if.

judge-verdict.
  if runs-found is equal to 0
    move 'N' to verdict-clean
       or feed-out-of-balance is equal to 'Y'
       or feed-sections-found is equal to 0
       or edit-report-found is equal to 'N'
       or alerts-open is greater than 0
    move 'N' to verdict-clean
  end-if.

  perform write-feed-section.
  perform write-register-section.
  perform write-recon-section.
  perform write-alert-section.

write-attention-lines.
  if runs-found is equal to 0
      to att-text
    perform write-attention-line
  end-if.
  if alerts-critical is greater than 0
    move 'Critical on-call alerts still open - see the alert section'
      to att-text
    perform write-attention-line
  else if alerts-open is greater than 0
    move 'On-call alerts still open - see the alert section'
      to att-text
    perform write-attention-line
  end-if
  end-if.

write-attention-line.
  perform write-pack-line.
                move 'acknowledged' to rgl-status
              when 'S'
                move 'sent' to rgl-status
              when 'B'
                move 'backed out' to rgl-status
              when other
                move 'written' to rgl-status
            end-evaluate
            if frg-kind is equal to 'R'
              move '  retransmission' to rgl-kind
            else if frg-kind is equal to 'S'
              move '  supplementary' to rgl-kind
            else
              move spaces to rgl-kind
            end-if
            end-if
            perform write-pack-line
            write pck-line from register-line after advancing 1 line
            add 1 to line-count
    end-perform
    close recon-report-file
  end-if.

write-alert-section.
  move 'On-call alerts still open' to sch-text.
  perform write-section-header.
  if alerts-open is equal to 0
    perform write-pack-line
    write pck-line from no-open-alerts-line after advancing 1 line
    add 1 to line-count
  else
    open input alert-file
    if alert-file-status is equal to '00'
      move 'N' to end-of-file-flag
      perform until end-of-file-flag is equal to 'Y'
        read alert-file into alert-line
          at end
            move 'Y' to end-of-file-flag
          not at end
            if alr-state is not equal to 'R'
              perform write-open-alert-line
            end-if
        end-read
      end-perform
      close alert-file
    end-if
  end-if.

write-open-alert-line.
  move alr-number to oal-number.
  if alr-severity is equal to 'C'
    move 'CRITICAL' to oal-severity
  else
    move 'warning' to oal-severity
  end-if.
  if alr-state is equal to 'A'
    move 'acknowledged' to oal-state
  else
    move 'OPEN' to oal-state
  end-if.
  move alr-raised to oal-raised.
  move alr-source to oal-source.
  move alr-subject to oal-subject.
  move alr-text to oal-text.
  perform write-pack-line.
  write pck-line from open-alert-line after advancing 1 line.
  add 1 to line-count.
