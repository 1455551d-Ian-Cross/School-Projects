identification division.
program-id. recordHash.

data division.
working-storage section.
77 byte-x      pic 9(3) comp.
77 used-length pic 9(3) comp.
77 length-found pic x value 'N'.
*> The largest prime under a trillion - keeps the running hash
*> inside its picture while every byte still moves it.
77 hash-modulus pic 9(12) value 999999999989.
linkage section.
copy recordHashParms.

*> Folds one record into a file's running hash, byte by byte and in
*> order, so a changed byte, a dropped record, or two records
*> swapped all show. Trailing spaces are left out: a line sequential
*> copy drops them on write and pads them back on read, and the
*> copy has to hash the same as the file it was taken from. genBackup
*> hashes what it copies and genRestore what it is about to restore,
*> through this one routine so the two can never disagree.
procedure division using record-hash-parms.
main-logic.
  move 200 to used-length.
  move 'N' to length-found.
  perform until length-found is equal to 'Y'
    if used-length is equal to 0
      move 'Y' to length-found
    else if rhp-record(used-length:1) is not equal to space
      move 'Y' to length-found
    else
      subtract 1 from used-length
    end-if
    end-if
  end-perform.
  perform varying byte-x from 1 by 1
    until byte-x is greater than used-length
    compute rhp-hash = function mod(
      rhp-hash * 31 + function ord(rhp-record(byte-x:1)),
      hash-modulus)
  end-perform.
  *> The record boundary counts too - without it, two records could
  *> trade bytes across the line break and hash the same.
  compute rhp-hash = function mod(rhp-hash * 31 + used-length,
    hash-modulus).
  exit program.
