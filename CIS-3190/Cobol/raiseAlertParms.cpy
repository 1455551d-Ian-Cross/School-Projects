*> Passed to raiseAlert by every program that can see something
*> on-call must hear about. The caller fills in everything but
*> rap-result and rap-number, as alertRec.
01 raise-alert-parms.
  02 rap-severity  pic x.
  02 rap-source    pic x(12).
  02 rap-condition pic x(4).
  02 rap-subject   pic x(24).
  02 rap-text      pic x(60).
  *> N = a new alert was written; D = the same condition already
  *> has an alert open, so nothing was; F = the alert file would
  *> not open (already displayed).
  02 rap-result    pic x.
  *> The alert's number - the new one, or the one already open.
  02 rap-number    pic 9(6).
