*> One row per station per business date: what editBatch made of
*> the station's raw extract and what the batch run then did with
*> its validated file - the numbers print-station-subtotal used to
*> scroll past, kept where a month of them can be totalled. Both
*> programs write their own half and leave the other's alone, so
*> the row exists once either has run for that night. Read by
*> stationScore for the monthly scorecard.
01 station-night-rec.
  02 sng-key.
    03 sng-station     pic x(2).
    03 sng-date        pic x(8).
  *> editBatch's half - raw records read, passed, and rejected.
  02 sng-edit-read     pic 9(9).
  02 sng-edit-valid    pic 9(9).
  02 sng-edit-rejected pic 9(9).
  02 sng-edit-stamp    pic x(14).
  *> The batch run's half. A restarted run adds to what the failed
  *> run recorded instead of replacing it, since the restart skips
  *> the records the failed run already finished.
  02 sng-read          pic 9(9).
  02 sng-processed     pic 9(9).
  02 sng-aborted       pic 9(9).
  02 sng-duplicates    pic 9(9).
  *> Smallest and largest value processed that night - meaningless
  *> while sng-processed is zero.
  02 sng-min           pic s9(11)v9(6).
  02 sng-max           pic s9(11)v9(6).
  02 sng-run-id        pic x(14).
