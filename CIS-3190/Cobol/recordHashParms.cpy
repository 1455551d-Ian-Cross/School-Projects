*> Passed to recordHash once per record of a file being hashed. The
*> caller zeroes rhp-hash before the first record and reads it
*> after the last; in between it carries the running hash.
01 record-hash-parms.
  *> The record as read or written - a shorter record space-padded,
  *> which is exactly how it reads back from a line sequential copy.
  02 rhp-record pic x(200).
  02 rhp-hash   pic 9(15).
