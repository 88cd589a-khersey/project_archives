*>
*> filename:   backcatrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for BACKUP.CAT, the catalog of generation
*> copies of the master and control files. master-backup appends one
*> line per file per generation - the generation number, when it was
*> taken, the copy it went to, and the records copied - and
*> master-restore reads the catalog to offer the generations still on
*> hand and appends a RESTOR line for every restore it makes.
*>
*> copies rotate through KEEP slots per file, named for the file's
*> short code and the slot (OPERMAST.B03), so a generation's copy is
*> overwritten KEEP generations later; the latest GOOD line for a copy
*> name is the one that describes what the copy holds. STAT is GOOD
*> for a copy that foots to its master, NOFILE when the master did not
*> exist to be copied, BAD when the copy did not foot, and RESTOR on
*> a restore line.
*>

01 backup-catalog-line.
    02 bc-gen-label      pic X(6)  value 'GEN = '.
    02 bc-generation     pic 9(6).
    02 bc-date-label     pic X(8)  value ' DATE = '.
    02 bc-date           pic 9(8).
    02 bc-time-label     pic X(8)  value ' TIME = '.
    02 bc-time           pic 9(8).
    02 bc-file-label     pic X(8)  value ' FILE = '.
    02 bc-file           pic X(14).
    02 bc-copy-label     pic X(8)  value ' COPY = '.
    02 bc-copy           pic X(14).
    02 bc-slot-label     pic X(8)  value ' SLOT = '.
    02 bc-slot           pic 9(2).
    02 bc-keep-label     pic X(8)  value ' KEEP = '.
    02 bc-keep           pic 9(2).
    02 bc-records-label  pic X(11) value ' RECORDS = '.
    02 bc-records        pic 9(9).
    02 bc-status-label   pic X(8)  value ' STAT = '.
    02 bc-status         pic X(6).
    02 bc-oper-label     pic X(12) value ' OPERATOR = '.
    02 bc-operator       pic X(8).
