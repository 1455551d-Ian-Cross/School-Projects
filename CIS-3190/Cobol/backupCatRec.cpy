*> One line per file per backup generation in backup-catalog.dat:
*> which live file, the copy it was taken to, and the record count
*> and hash the copy must still show before genRestore will put it
*> back. genBackup appends a generation's lines together once every
*> copy is taken, and marks them pruned when the generation ages
*> out. Built in working storage rather than an FD so the separator
*> bytes get their VALUE.
01 backup-catalog-line.
  *> yyyymmddhhmmss the backup started - names the generation, and
  *> is the line run-log.dat is read against on a restore.
  02 bkc-generation    pic x(14).
  02 filler            pic x value space.
  *> The business date on the run card when the copy was taken - the
  *> night the generation follows.
  02 bkc-business-date pic x(8).
  02 filler            pic x value space.
  02 bkc-file          pic x(24).
  02 filler            pic x value space.
  *> The generation copy: line sequential, one record per line, the
  *> same way histPurge files an archive.
  02 bkc-copy          pic x(48).
  02 filler            pic x value space.
  02 bkc-count         pic 9(9).
  02 filler            pic x value space.
  *> recordHash over every record in file order.
  02 bkc-hash          pic 9(15).
  02 filler            pic x value space.
  *> C = copied; M = the live file did not exist, so there was
  *> nothing to copy; F = the copy failed, and the generation cannot
  *> be restored; P = pruned, the copy is deleted.
  02 bkc-state         pic x.
  02 filler            pic x value space.
  02 bkc-operator      pic x(3).
