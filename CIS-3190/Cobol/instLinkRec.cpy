*> One row per replacement instrument, keyed by its reading ID: the
*> instrument it took over from and the business date it took
*> over. A failed cable's new sensor arrives under a new ID, so
*> without this row every report treats it as a stranger with no
*> past. Written by instMaint; followed by linkChain for the
*> reports that can carry an instrument's history across a
*> replacement, and by instLineage.
01 inst-link-rec.
  02 lnk-successor   pic x(10).
  02 lnk-predecessor pic x(10).
  *> First business date readings are the successor's - readings
  *> under the predecessor before it are the history carried over.
  02 lnk-changeover  pic x(8).
  *> A = in force; X = unlinked by instMaint, kept so a mistaken
  *> link stays on record with who took it back.
  02 lnk-state       pic x.
  02 lnk-linked-by   pic x(3).
  02 lnk-linked-stamp pic x(14).
  *> Who unlinked it and when - blank while in force.
  02 lnk-ended-by    pic x(3).
  02 lnk-ended-stamp pic x(14).
