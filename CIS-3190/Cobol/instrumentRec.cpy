*> Maintained by instMaint; read by the batch run.
01 instrument-rec.
  02 inst-id       pic x(10).
  *> Owning collection station - a two-byte code from
  *> station-master.dat, maintained by stationMaint.
  02 inst-station  pic x(2).
  *> I = in service, R = retired. A retired instrument's history
  *> stays readable; new readings under its ID are rejects.
