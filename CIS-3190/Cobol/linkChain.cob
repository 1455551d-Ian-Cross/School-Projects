identification division.
program-id. linkChain.

environment division.
input-output section.
file-control.
  select link-file assign to "instrument-link.dat"
      organization indexed
      access mode dynamic
      record key is lnk-successor
      file status link-file-status.

data division.
file section.
fd link-file.
  copy instLinkRec.

working-storage section.
77 link-file-status pic xx value '00'.
77 links-loaded     pic x value 'N'.
77 links-present    pic x value 'N'.
77 end-of-links     pic x value 'N'.
77 link-x           pic 9(4) comp.
*> The links in force, read once on the first call - a called
*> subprogram keeps its working-storage for the whole run, and a
*> report asks about every instrument it sweeps.
77 link-count       pic 9(4) comp value 0.
01 link-table.
  02 lkt-entry occurs 2000 times.
    03 lkt-successor   pic x(10).
    03 lkt-predecessor pic x(10).
    03 lkt-changeover  pic x(8).
linkage section.
copy linkChainParms.

*> Answers one step along an instrument's replacement chain:
*> which instrument a reading ID replaced, or which replaced it,
*> and the changeover date between them. Only links in force count
*> - an unlinked row is history, not lineage. Callers walk a whole
*> chain a step at a time, up to max-chain-hops.
procedure division using link-chain-parms.
main-logic.
  if links-loaded is equal to 'N'
    perform load-links
    move 'Y' to links-loaded
  end-if.
  move links-present to lcp-available.
  move 'N' to lcp-found.
  move spaces to lcp-other-id.
  move spaces to lcp-changeover.
  perform varying link-x from 1 by 1
    until link-x is greater than link-count
      or lcp-found is equal to 'Y'
    if lcp-function is equal to 'P'
      if lkt-successor(link-x) is equal to lcp-id
        move 'Y' to lcp-found
        move lkt-predecessor(link-x) to lcp-other-id
        move lkt-changeover(link-x) to lcp-changeover
      end-if
    else
      if lkt-predecessor(link-x) is equal to lcp-id
        move 'Y' to lcp-found
        move lkt-successor(link-x) to lcp-other-id
        move lkt-changeover(link-x) to lcp-changeover
      end-if
    end-if
  end-perform.
  exit program.

load-links.
  open input link-file.
  if link-file-status is equal to '00'
    move 'Y' to links-present
    perform until end-of-links is equal to 'Y'
      read link-file next record
        at end
          move 'Y' to end-of-links
        not at end
          if lnk-state is equal to 'A'
            if link-count is less than 2000
              add 1 to link-count
              move lnk-successor to lkt-successor(link-count)
              move lnk-predecessor to lkt-predecessor(link-count)
              move lnk-changeover to lkt-changeover(link-count)
            else
              display 'More than 2000 instrument links - the rest'
                  ' are not followed'
              move 'Y' to end-of-links
            end-if
          end-if
      end-read
    end-perform
    close link-file
  end-if.
