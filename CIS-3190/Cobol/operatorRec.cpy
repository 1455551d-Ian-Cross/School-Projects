*> One row per operator allowed near the system's maintenance and
*> destructive programs, keyed by the three-byte ID every audit
*> trail already carries. signOn checks it when each such program
*> starts; operMaint is the only writer.
01 operator-rec.
  02 opr-id        pic x(3).
  02 opr-name      pic x(30).
  *> A = active, I = inactive - an operator who has left keeps the
  *> row, so the IDs on old audit lines still name somebody.
  02 opr-status    pic x.
  *> The function letters the operator may perform, in any order,
  *> space-filled: I = instrument, station, and calibration
  *> maintenance, Q = resubmit queue repair, P = history purge,
  *> restore, conversion, and run backout, B = batch runs, feed
  *> regeneration, backups, and marking feed sections sent,
  *> E = tolerance review cases, S = operator
  *> maintenance, O = on-call alert acknowledgment.
  02 opr-functions pic x(10).
  *> Who last changed this row, and when.
  02 opr-changed-by pic x(3).
  02 opr-stamp     pic x(14).
