      * length kept here so EXPAND knows where the stream ends
           02 :PREF:-DIR-COMP-FLAG                           PIC X.
           02 :PREF:-DIR-COMP-LEN                            PIC 9(8).
      * Generation data group base: a non-zero limit marks the entry
      * as the registration of a group, whose generations are stored
      * as NAME.G0001, NAME.G0002 ... with a blank extension.  The
      * limit is how many generations are kept before the oldest is
      * rolled off; spaces on an entry written before the field
      * existed.
           02 :PREF:-DIR-GDG-LIMIT                           PIC 9(2).
      * Record format: 'V' marks variable-length records, held as a
      * stream from the first sector -- a 16-byte header ("KVR1", the
      * record count, the stream's byte length) then each record as a
      * 4-digit length and its data.  RECLEN is then the longest a
      * record may be and NUMRECS the records held; spaces (or 'F')
      * is the classic fixed-length layout.
           02 :PREF:-DIR-RECFM                               PIC X.
      * Record-change journal: 'J' has every record written to the
      * file logged with its before and after images (who, when,
      * which record) so a record's history can be inquired into;
      * spaces on an entry written before the field existed.
           02 :PREF:-DIR-JRN-FLAG                            PIC X.
      * Migration: 'M' marks a stub whose content MIGRATE moved off
      * to the volume named beside it, with the sectors it occupies
      * there -- the stub itself holds none, and the first FILE-OPEN
      * recalls the content, leaving 'R' and the recall date so the
      * next MIGRATE run does not send it straight back.  The copy
      * on the other volume is marked 'C', naming A: as its home.
      * Spaces on an entry never migrated.
           02 :PREF:-DIR-MIG-FLAG                            PIC X.
           02 :PREF:-DIR-MIG-VOL                             PIC X.
           02 :PREF:-DIR-MIG-NUMSECT                         PIC 9(4).
           02 :PREF:-DIR-MIG-DATE                            PIC X(8).
      * Retention: the class RETAIN assigned the file explicitly
      * (spaces leaves it to the name patterns in RETAIN.DAT), and
      * 'H' for a legal hold, which no expiry or PURGE gets past.
           02 :PREF:-DIR-RET-CLASS                           PIC X(8).
           02 :PREF:-DIR-RET-HOLD                            PIC X.
