identification division.
program-id. instLineage.

environment division.
input-output section.
file-control.
  select standard-output assign to display.
  select instrument-file assign to "instrument-master.dat"
      organization indexed
      access mode dynamic
      record key is inst-id
      file status instrument-file-status.
  select history-file assign to "history-file.dat"
      organization indexed
      access mode dynamic
      record key is hist-key
      file status history-file-status.
  *> The listing is repeated here so a chain can be attached to the
  *> fault ticket for the position.
  select lineage-report-file assign to "instrument-lineage-report.dat"
      organization line sequential
      file status lineage-report-status.

data division.
file section.
fd standard-output.
  01 out-line picture X(100).
fd instrument-file.
  copy instrumentRec.
fd history-file.
  copy historyRec.
fd lineage-report-file.
  01 rpt-line picture X(100).

working-storage section.
77 instrument-file-status pic xx value '00'.
77 history-file-status    pic xx value '00'.
77 lineage-report-status  pic xx value '00'.
77 end-of-history         pic x value 'N'.
77 end-of-chain           pic x value 'N'.
77 chain-hops             pic 99 value 0.
77 entry-id               pic x(10).
*> The first instrument of the chain - where the listing starts.
77 root-id                pic x(10).
77 member-id              pic x(10).
77 member-changeover      pic x(8).
77 count-members          pic 9(4) value 0.
77 member-readings        pic 9(9) value 0.
77 member-first           pic x(8).
77 member-last            pic x(8).
copy linkChainParms.
01 title-line.
  02 filler pic X(19) value 'Instrument lineage'.
01 under-line.
  02 filler pic X(44) value '--------------------------------------------'.
01 id-prompt-line.
  02 filler pic X(11) value 'Reading ID:'.
  02 filler pic X value space.
01 no-entry-line.
  02 filler pic X(27) value 'No reading ID - no inquiry'.
01 column-header-line.
  02 filler pic X(40) value
      '  Instrument  Stn  Status       Took ove'.
  02 filler pic X(29) value 'r    Readings  First     Last'.
01 lineage-line.
  02 lin-mark pic X(2).
  02 lin-id pic X(10).
  02 filler pic X(2) value spaces.
  02 lin-station pic X(2).
  02 filler pic X(3) value spaces.
  02 lin-status pic X(11).
  02 filler pic X(2) value spaces.
  02 lin-changeover pic X(10).
  02 filler pic X(2) value spaces.
  02 lin-readings pic Z(8)9.
  02 filler pic X(2) value spaces.
  02 lin-first pic X(8).
  02 filler pic X(2) value spaces.
  02 lin-last pic X(8).
01 mark-note-line.
  02 filler pic X(25) value '> = the reading ID asked'.
01 alone-line.
  02 filler pic X(42) value
      'No replacement links - the ID stands alone'.
01 no-links-line.
  02 filler pic X(44) value
      'instrument-link.dat not found - no link has'.
  02 filler pic X(14) value ' been made yet'.
01 too-long-line.
  02 filler pic X(40) value
      'Chain longer than the link limit - the'.
  02 filler pic X(24) value ' listing stops here'.
01 members-line.
  02 filler pic X(20) value 'Instruments in chain'.
  02 filler pic X(2) value ': '.
  02 mbl-count pic Z(3)9.

*> Lineage inquiry: the whole replacement chain an instrument
*> belongs to, from the first instrument at the position to the one
*> reading there now, each with its master status, the date it took
*> over, and the span of history recorded under its own ID. Read
*> only - links are made and taken back in instMaint.
procedure division.
main-logic.
  open output standard-output.
  write out-line from title-line after advancing 0 lines.
  write out-line from under-line after advancing 1 line.
  open input instrument-file.
  open input history-file.
  if instrument-file-status is not equal to '00'
       or history-file-status is not equal to '00'
    display 'Unable to open instrument-master.dat or'
        ' history-file.dat'
  else
    write out-line from id-prompt-line after advancing 1 line
    move spaces to entry-id
    accept entry-id
    if entry-id is equal to spaces
      write out-line from no-entry-line after advancing 1 line
    else
      open output lineage-report-file
      perform find-root
      perform list-chain
      close lineage-report-file
    end-if
  end-if.
  close instrument-file.
  close history-file.
  close standard-output.
  stop run.

find-root.
  move entry-id to root-id.
  move 0 to chain-hops.
  move 'N' to end-of-chain.
  perform until end-of-chain is equal to 'Y'
    move root-id to lcp-id
    move 'P' to lcp-function
    call "linkChain" using link-chain-parms
    add 1 to chain-hops
    if lcp-found is not equal to 'Y'
         or chain-hops is greater than max-chain-hops
      move 'Y' to end-of-chain
    else
      move lcp-other-id to root-id
    end-if
  end-perform.

list-chain.
  write out-line from column-header-line after advancing 1 line.
  write rpt-line from title-line.
  write rpt-line from column-header-line.
  move root-id to member-id.
  move spaces to member-changeover.
  perform list-member.
  move 0 to chain-hops.
  move 'N' to end-of-chain.
  perform until end-of-chain is equal to 'Y'
    move member-id to lcp-id
    move 'S' to lcp-function
    call "linkChain" using link-chain-parms
    add 1 to chain-hops
    if lcp-found is not equal to 'Y'
      move 'Y' to end-of-chain
    else if chain-hops is greater than max-chain-hops
      *> Only a damaged link file loops - say so rather than let
      *> the listing pass for a whole chain.
      write out-line from too-long-line after advancing 1 line
      write rpt-line from too-long-line
      move 'Y' to end-of-chain
    else
      move lcp-other-id to member-id
      move lcp-changeover to member-changeover
      perform list-member
    end-if
    end-if
  end-perform.
  if count-members is equal to 1
    if lcp-available is equal to 'N'
      write out-line from no-links-line after advancing 1 line
      write rpt-line from no-links-line
    else
      write out-line from alone-line after advancing 1 line
      write rpt-line from alone-line
    end-if
  else
    move count-members to mbl-count
    write out-line from members-line after advancing 1 line
    write rpt-line from members-line
    write out-line from mark-note-line after advancing 1 line
    write rpt-line from mark-note-line
  end-if.

list-member.
  add 1 to count-members.
  if member-id is equal to entry-id
    move '> ' to lin-mark
  else
    move spaces to lin-mark
  end-if.
  move member-id to lin-id.
  move member-id to inst-id.
  read instrument-file key is inst-id
    invalid key
      move spaces to lin-station
      move 'Not on file' to lin-status
    not invalid key
      move inst-station to lin-station
      if inst-status is equal to 'R'
        move 'Retired' to lin-status
      else
        move 'In service' to lin-status
      end-if
  end-read.
  if member-changeover is equal to spaces
    move '(original)' to lin-changeover
  else
    move member-changeover to lin-changeover
  end-if.
  perform count-member-history.
  move member-readings to lin-readings.
  move member-first to lin-first.
  move member-last to lin-last.
  write out-line from lineage-line after advancing 1 line.
  write rpt-line from lineage-line.

count-member-history.
  *> The key is ID then date, so an instrument's records sit
  *> together in date order - the first one read is its earliest.
  move 0 to member-readings.
  move spaces to member-first.
  move spaces to member-last.
  move member-id to hist-id.
  move low-values to hist-date.
  move 'N' to end-of-history.
  start history-file key is not less than hist-key
    invalid key
      move 'Y' to end-of-history
  end-start.
  perform until end-of-history is equal to 'Y'
    read history-file next record
      at end
        move 'Y' to end-of-history
      not at end
        if hist-id is equal to member-id
          add 1 to member-readings
          if member-first is equal to spaces
            move hist-date to member-first
          end-if
          move hist-date to member-last
        else
          move 'Y' to end-of-history
        end-if
    end-read
  end-perform.
