*> Passed to signOn by every program that must know who is running
*> it and whether they may. The caller fills in the first three
*> fields; signOn fills in the rest.
01 sign-on-parms.
  *> The caller's program-id, for the refusal message and the log.
  02 son-program  pic x(12).
  *> The function letter the caller performs, as operatorRec.
  02 son-function pic x.
  *> Y = ask at the console when son-operator is blank. N for an
  *> unattended run, where nobody is there to answer - a blank
  *> operator is then refused outright.
  02 son-prompt   pic x.
  *> The operator ID - from a run card, or blank to be asked. Holds
  *> the ID signed on when signOn returns.
  02 son-operator pic x(3).
  02 son-name     pic x(30).
  *> Y = granted, N = refused (already displayed and logged).
  02 son-status   pic x.
  *> Why refused, as the security log's slg-subject.
  02 son-reason   pic x.
