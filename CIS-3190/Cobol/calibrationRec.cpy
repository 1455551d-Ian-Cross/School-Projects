*> One row per calibrated instrument, keyed by reading ID - when
*> the instrument was last calibrated, how often it must be, and
*> the correction the calibration bench measured. The batch run
*> applies the correction to every reading before computing and
*> refuses readings from an instrument past its due date. An
*> instrument with no row here has never been put on a schedule:
*> its readings go through uncorrected and are never held overdue.
*> Maintained by calibMaint; read by the batch run and calibDue.
01 calibration-rec.
  02 clb-id        pic x(10).
  *> yyyymmdd of the last bench calibration.
  02 clb-last-date pic x(8).
  *> Days the calibration holds good for. Zero means the
  *> correction applies but the instrument has no recall schedule.
  02 clb-interval  pic 9(5).
  *> corrected = raw * gain + offset. A zero gain is an unset field,
  *> not a request to zero every reading - it is taken as 1.
  02 clb-gain      pic 9(3)v9(6).
  02 clb-offset    pic s9(9)v9(6).
  *> Who recorded the calibration and when, for the audit trail.
  02 clb-operator  pic x(3).
  02 clb-stamp     pic x(14).
