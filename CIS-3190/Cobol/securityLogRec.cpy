*> One permanent line per security event: every sign-on signOn
*> granted or refused, every change operMaint made to the operator
*> file, and every feed section feedStatus marked sent.
*> Append-only: nothing in the system ever rewrites or deletes one
*> of these. Built in working storage rather than an FD so the
*> separator bytes get their VALUE.
01 security-log-line.
  *> When it happened, yyyymmddhhmmss.
  02 slg-stamp    pic x(14).
  02 filler       pic x value space.
  *> The program the operator was starting.
  02 slg-program  pic x(12).
  02 filler       pic x value space.
  *> The operator ID given - for an operator file change, the
  *> operator who made it.
  02 slg-operator pic x(3).
  02 filler       pic x value space.
  *> The function letter asked for, as operatorRec.
  02 slg-function pic x.
  02 filler       pic x value space.
  *> G = sign-on granted, R = refused; A = operator added,
  *> C = changed, D = deactivated, E = reactivated, B = first
  *> operator added with nobody on file to sign on; M = feed
  *> section marked sent, the run ID and date in slg-text.
  02 slg-event    pic x.
  02 filler       pic x value space.
  *> For a refusal, why: U = unknown operator ID, I = operator
  *> inactive, F = function not granted, N = no operator file. For
  *> a grant or a section marked sent, blank. For an operator file
  *> change, the operator ID changed.
  02 slg-subject  pic x(3).
  02 filler       pic x value space.
  02 slg-text     pic x(40).
