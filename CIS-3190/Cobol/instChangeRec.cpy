*> One row per instrument master change, keyed by reading ID, the
*> business date the change takes effect from, and a sequence for
*> more than one change taking effect the same day. The before and
*> after images are whole instrumentRec records, so the master as
*> it stood on any past date can be rebuilt from here: for a
*> process date D, the version in effect is the before image of the
*> ID's first change effective after D - or today's master when
*> there is none. Written by instMaint alongside every master
*> write; read by the batch run and changeReport.
01 instrument-change-rec.
  02 chg-key.
    03 chg-id        pic x(10).
    03 chg-effective pic x(8).
    03 chg-seq       pic 9(4).
  *> A = added, C = changed, R = retired.
  02 chg-action      pic x.
  02 chg-operator    pic x(3).
  02 chg-stamp       pic x(14).
  *> Spaces for an add - the instrument did not exist before it.
  02 chg-before      pic x(48).
  02 chg-after       pic x(48).
