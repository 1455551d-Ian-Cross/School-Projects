*> One row per collection station, keyed by its two-byte code - the
*> list editBatch and the batch run work through each night, in code
*> order, in place of a table compiled into both. Onboarding a
*> station is a row here plus an S line in station-control.dat;
*> taking one out of service is a flag, so its history and queue
*> records keep a station to belong to. RS, TC, and BS are pickup
*> and disposition sources, not stations, and are never used here.
*> Maintained by stationMaint.
01 station-rec.
  02 stm-code           pic x(2).
  *> The station's raw extract, as editBatch reads it.
  02 stm-raw-file       pic x(30).
  *> editBatch's output for the station, which the batch run reads.
  *> A catch-up run looks for it with -yyyymmdd before the '.dat'.
  02 stm-validated-file pic x(30).
  *> A = active, I = inactive - an inactive station is skipped by
  *> the nightly pipeline and draws no missing-extract alarm.
  02 stm-status         pic x.
  *> Who to call when the station goes quiet.
  02 stm-contact        pic x(30).
