           SELECT OPTIONAL FILE-JNL-FILE ASSIGN TO WS-VOL-JNL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-JNL-STATUS.
      * Record-change journal: one line per record written to a file
      * flagged for it, before and after images hex-encoded, kept
      * across sessions and volumes (each line names its volume)
           SELECT OPTIONAL REC-JNL-FILE ASSIGN TO "KINNOREC.JNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-JNL-STATUS.
      * Job run history: one line per batch job that reached an end,
      * appended for good and read back by JOBSTATS
           SELECT OPTIONAL JOB-HIST-FILE ASSIGN TO "KINNOJOB.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-HIST-STATUS.
      * Volume capacity history: one day's snapshot of each volume
      * in use, appended for good and read back by CAPACITY
           SELECT OPTIONAL CAP-HIST-FILE ASSIGN TO "KINNOCAP.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAP-HIST-STATUS.
      * Migration register: one line per file moved off A: or
      * recalled to it, appended for good and read back by MIGRATE
           SELECT OPTIONAL MIG-HIST-FILE ASSIGN TO "KINNOMIG.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MIG-HIST-STATUS.
      * Disposal register: one line per file PURGE wiped and
      * deleted, appended for good
           SELECT OPTIONAL DSP-HIST-FILE ASSIGN TO "KINNODSP.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-HIST-STATUS.
      * Erasure certificates: every one WIPE issues, appended for
      * good, a blank line between them
           SELECT OPTIONAL WIP-HIST-FILE ASSIGN TO "KINNOWIP.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIP-HIST-STATUS.
      * Report repository register: one line per report run filed,
      * appended for good and read back by the Report Recall screen
           SELECT OPTIONAL RRP-HIST-FILE ASSIGN TO "KINNORPT.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRP-HIST-STATUS.
      * Log shipping: the queue of changes not yet acknowledged by the
      * standby, where this machine stands, and a standby's landing
      * place for a directory snapshot until the whole of it is in
           SELECT OPTIONAL SHP-QUEUE-FILE ASSIGN TO "KINNOSHP.QUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHP-QUEUE-STATUS.
           SELECT OPTIONAL SHP-POS-FILE ASSIGN TO "KINNOSHP.POS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHP-POS-STATUS.
           SELECT OPTIONAL SHP-DIR-FILE ASSIGN TO "KINNOSHP.DIR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHP-DIR-STATUS.
      * Transaction holding files: the image every sector a
      * transaction overwrites had at BEGIN, keyed by volume and
      * sector, and each volume's directory and allocator as BEGIN
      * found them.  A snapshot carrying both its header and its
      * trailer line is an open transaction -- found at boot, that
      * is a crash before COMMIT, and it is rolled back.
           SELECT OPTIONAL TXN-UNDO-FILE ASSIGN TO "KINNOTXN.UND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXN-UNDO-KEY
           FILE STATUS IS WS-TXN-UNDO-STATUS.
           SELECT OPTIONAL TXN-DIR-FILE ASSIGN TO "KINNOTXN.DIR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-DIR-STATUS.
      * Clean-shutdown flag: DIRTY from login until KDEMO-EXIT says
      * CLEAN, so the next boot knows whether the last session ended
      * the way it was supposed to
       01  BACKUP-STAMP-REC                                PIC X(14).
       FD  FILE-JNL-FILE.
       01  FILE-JNL-REC                                    PIC X(4120).
       FD  REC-JNL-FILE.
       01  REC-JNL-REC                                     PIC X(8251).
       FD  JOB-HIST-FILE.
       01  JOB-HIST-REC                                     PIC X(160).
       FD  CAP-HIST-FILE.
       01  CAP-HIST-REC                                      PIC X(80).
       FD  MIG-HIST-FILE.
       01  MIG-HIST-REC                                      PIC X(80).
       FD  DSP-HIST-FILE.
       01  DSP-HIST-REC                                      PIC X(80).
       FD  WIP-HIST-FILE.
       01  WIP-HIST-REC                                      PIC X(80).
       FD  RRP-HIST-FILE.
       01  RRP-HIST-REC                                      PIC X(80).
       FD  SHP-QUEUE-FILE.
       01  SHP-QUEUE-REC                                   PIC X(4121).
       FD  SHP-POS-FILE.
       01  SHP-POS-REC                                       PIC X(80).
       FD  SHP-DIR-FILE.
       01  SHP-DIR-REC                                      PIC X(200).
       FD  SESSION-FLAG-FILE.
       01  SESSION-FLAG-REC                                PIC X(5).
       FD  TXN-UNDO-FILE.
       01  TXN-UNDO-REC.
           02 TXN-UNDO-KEY.
               05 TXN-UNDO-VOL                               PIC X.
               05 TXN-UNDO-SECT                              PIC 9(8).
           02 TXN-UNDO-DATA                                PIC X(2048).
       FD  TXN-DIR-FILE.
       01  TXN-DIR-REC                                      PIC X(200).
       FD  MIRROR-BLOCK-FILE.
       01  MIRROR-BLOCK-REC.
           02 MIRROR-BLOCK-SECT                              PIC 9(8).
       01  WS-BACKUP-INC-STATUS                               PIC XX.
       01  WS-BACKUP-STAMP-STATUS                             PIC XX.
       01  WS-FILE-JNL-STATUS                                 PIC XX.
       01  WS-REC-JNL-STATUS                                  PIC XX.
       01  WS-JOB-HIST-STATUS                                 PIC XX.
       01  WS-CAP-HIST-STATUS                                 PIC XX.
       01  WS-MIG-HIST-STATUS                                 PIC XX.
       01  WS-DSP-HIST-STATUS                                 PIC XX.
       01  WS-WIP-HIST-STATUS                                 PIC XX.
       01  WS-RRP-HIST-STATUS                                 PIC XX.
       01  WS-SHP-QUEUE-STATUS                                PIC XX.
       01  WS-SHP-POS-STATUS                                  PIC XX.
       01  WS-SHP-DIR-STATUS                                  PIC XX.
       01  WS-TXN-UNDO-STATUS                                 PIC XX.
       01  WS-TXN-DIR-STATUS                                  PIC XX.
       01  WS-SESSION-FLAG-STATUS                             PIC XX.
       01  WS-BOOT-DIRTY                                      PIC A
           VALUE 'N'.
       01  WS-FILE-REC-PART1                                 PIC 9(4).
       01  WS-FILE-REC-PART2                                 PIC 9(4).
       01  WS-FILE-SECT-BUF                               PIC X(2048).
      * Variable-length record state.  WS-FILE-VAR-ON is the live
      * flag FILE-OPEN/FILE-CREATE raise while a 'V' file is the one
      * being worked, as WS-FILE-ENC-ON is for the cipher.
      * WS-FILE-NEW-VAR and WS-FILE-VAR-ALLOC ask the next FILE-CREATE
      * for a 'V' file (and, when non-zero, an exact sector count) --
      * every FILE-CREATE consumes them.  The position memo remembers
      * the last record located so a sequential pass does not walk
      * the length chain from the top for every record.
       01  WS-FILE-VAR-ON                                    PIC A
           VALUE 'N'.
       01  WS-FILE-NEW-VAR                                   PIC A
           VALUE 'N'.
       01  WS-FILE-VAR-ALLOC                                 PIC 9(4)
           VALUE 0.
       01  WS-FILE-CRT-VAR                                   PIC A.
       01  WS-FILE-CRT-ALLOC                                 PIC 9(4).
       01  WS-FILE-VAR-COUNT                                 PIC 9(4).
       01  WS-FILE-VAR-BYTES                                 PIC 9(8).
       01  WS-FILE-VAR-CAP                                   PIC 9(8).
       01  WS-FILE-VAR-OFS                                   PIC 9(8).
       01  WS-FILE-VAR-REC                                   PIC 9(4).
       01  WS-FILE-VAR-LEN                                   PIC 9(4).
       01  WS-FILE-VAR-OLDLEN                                PIC 9(4).
       01  WS-FILE-VAR-BROKEN                                PIC A.
       01  WS-FILE-VAR-APPEND                                PIC A.
       01  WS-FILE-VAR-FROM                                  PIC 9(8).
       01  WS-FILE-VAR-TO                                    PIC 9(8).
       01  WS-FILE-VAR-LEFT                                  PIC 9(8).
       01  WS-FILE-VAR-DONE                                  PIC 9(8).
       01  WS-FILE-VAR-CHUNK                                 PIC 9(4).
       01  WS-FILE-VAR-BASE                                  PIC 9(8).
       01  WS-FILE-VAR-MEMO-VOL                              PIC X.
       01  WS-FILE-VAR-MEMO-BASE                             PIC 9(8).
       01  WS-FILE-VAR-MEMO-REC                              PIC 9(4)
           VALUE 0.
       01  WS-FILE-VAR-MEMO-OFS                              PIC 9(8).
      * Byte-stream access to the open file: WS-FILE-STR-LEN bytes at
      * stream offset WS-FILE-STR-OFS (0-based from the first sector)
      * move between the sectors and WS-FILE-STR-BUF, however many
      * sector boundaries the run crosses
       01  WS-FILE-STR-OFS                                   PIC 9(8).
       01  WS-FILE-STR-LEN                                   PIC 9(4).
       01  WS-FILE-STR-AT                                    PIC 9(8).
       01  WS-FILE-STR-LEFT                                  PIC 9(4).
       01  WS-FILE-STR-POS                                   PIC 9(4).
       01  WS-FILE-STR-PART                                  PIC 9(4).
       01  WS-FILE-STR-INSECT                                PIC 9(4).
       01  WS-FILE-STR-SECT                                  PIC 9(8).
       01  WS-FILE-STR-BAD                                   PIC A.
       01  WS-FILE-STR-BUF                                PIC X(2048).
       01  WS-FILE-VAR-HDR.
           02 WS-FILE-VAR-HDR-TAG                            PIC X(4).
           02 WS-FILE-VAR-HDR-COUNT                          PIC 9(4).
           02 WS-FILE-VAR-HDR-BYTES                          PIC 9(8).
      * FILE-EXTEND scratch: the extent being grown, and the fresh
      * base it gets relocated to when it can't grow in place
       01  WS-FILE-EXT-BASE                                  PIC 9(8).
      * names a credential file the current operator may not touch
       01  WS-FILE-PROTECTED                                 PIC A
           VALUE 'N'.
      * WS-CFG-STORE-RO (raised by a safe boot) closes the store to
      * change: the writing entry points answer FILE-OP-DENIED, the
      * directory and block files are opened for input only, and no
      * sector reaches the cache, the journal or the disk
      * Block-store open state and the in-memory sector cache.  The
      * block file used to be opened and closed around every single
      * sector, which made a 100-sector copy cost 100 opens; it is
           VALUE 'N'.
       01  WS-BOOT-SKIP-SB16                                PIC A
           VALUE 'N'.
      * Boot profile, asked for first thing: Normal is the full boot;
      * Maintenance holds the scheduler, file triggers, job queue and
      * remote job entry and lets only supervisors log on; Safe skips
      * every optional probe and the serial and network services and
      * leaves the store read-only once the boot record is written
       01  WS-BOOT-PROFILE                                 PIC A
           VALUE 'N'.
           88 BOOT-NORMAL                                  VALUE 'N'.
           88 BOOT-MAINT                                   VALUE 'M'.
           88 BOOT-SAFE                                    VALUE 'S'.
       01  WS-BOOT-PROFILE-TXT                             PIC X(11)
           VALUE "Normal".
       01  WS-PTR                                          USAGE IS
           POINTER.
       01  I                                               PIC S9(8)
      * serial port a character at a time once the UART is up
      * The wire each serial service rides: the trace mirror and the
      * XMODEM transfers get their own ports (seeded from UARTPORT
      * when runtime.cfg doesn't split them out); remote job entry
      * has one only when runtime.cfg assigns it, and so has log
      * shipping, whose mode (P primary, S standby, N neither) is
      * settled once the store is consistent at boot
       01  WS-TRACE-UART-PORT                              PIC 9(4).
       01  WS-XFER-PORT                                    PIC 9(4).
       01  WS-RJE-PORT                                     PIC 9(4)
           VALUE 0.
       01  WS-SHIP-PORT                                    PIC 9(4)
           VALUE 0.
       01  WS-SHIP-MODE                                    PIC X
           VALUE 'N'.
       01  WS-TRACE-PORT                                   PIC 9(5).
       01  WS-TRACE-DATA                                   PIC 9(10).
       01  WS-TRACE-LINE                                   PIC X(80).
      * FILE-WRITE-RECORD -- only the first FILE-RECLEN bytes are
      * meaningful on any given call
           02 FILE-REC-AREA                                PIC X(2048).
      * The length of the record in FILE-REC-AREA: set by
      * FILE-READ-RECORD (always FILE-RECLEN on a fixed file), and on
      * a variable-length file taken by FILE-WRITE-RECORD as the
      * length to lay down -- zero, or anything past FILE-RECLEN,
      * means the record's length less its trailing spaces
           02 FILE-REC-LEN                                 PIC 9(4).
      * Key declaration for the keyed paragraphs: where the key field
      * sits within a FILE-RECLEN record, how long it is, and the
      * value being looked for -- set after FILE-OPEN, before
      * rendered "1=Y 2=N 3=N 4=N" style
           02 WS-BOOT-ATAPI-DRIVES                          PIC X(16).
      * Which COM port each serial service landed on (T=trace,
      * X=XMODEM, N=NETECHO, R=remote job entry; 0 = the primary
      * UARTPORT, or for R the service is off)
           02 WS-BOOT-COM-TXT                               PIC X(35).
           02 WS-BOOT-COM-SAVE                              PIC X(4).
           02 WS-BOOT-COM-HOLD                              PIC 9(4).
           02 WS-BOOT-INIT-T0                               PIC 9(10).
           02 DIR-LINE                                     PIC X(76)
           OCCURS 12 TIMES.
      ******************************************************************
      * Generation data group state.  A group is registered as a
      * NAME.GDG directory entry carrying the generation limit; its
      * generations are NAME.Gnnnn entries, found by starting the
      * directory at NAME.G0000 and reading forward.  A specification
      * of NAME(+1) names the next generation, NAME(0) the current
      * one and NAME(-n) the one n back.
       01  GDG-DATA.
      ******************************************************************
           02 GDG-BASE                                     PIC X(24).
           02 GDG-BASE-LEN                                 PIC 9(2).
           02 GDG-POS                                      PIC 9(2).
           02 GDG-REL-TEXT                                 PIC X(6).
           02 GDG-REL-SIGN                                 PIC X.
           02 GDG-REL-DIGITS                               PIC X(4).
           02 GDG-REL-LEN                                  PIC 9(2).
           02 GDG-REL-NUM                                  PIC 9(4).
           02 GDG-REL-EDIT                                 PIC Z(3)9.
           02 GDG-LIMIT                                    PIC 9(2).
           02 GDG-COUNT                                    PIC 9(4).
           02 GDG-HIGH                                     PIC 9(4).
           02 GDG-GEN                                      PIC 9(4).
           02 GDG-IDX                                      PIC 9(4).
           02 GDG-DROP                                     PIC 9(4).
           02 GDG-TALLY                                    PIC 9(2).
           02 GDG-OK                                       PIC A.
           02 GDG-EOF                                      PIC A.
           02 GDG-KEY-SAVE                                 PIC X(27).
      * The generations found by the last scan, oldest first
           02 GDG-ENT OCCURS 100 TIMES.
              05 GDG-ENT-NUM                               PIC 9(4).
              05 GDG-ENT-STAMP                             PIC X(16).
      ******************************************************************
      * Record-format conversion state: the source and target extents
      * RECFM swaps in and out of FILE-DATA a record at a time, and
      * the source's position memo kept across the swaps
       01  RFM-DATA.
      ******************************************************************
           02 RFM-DST-SPEC                                 PIC X(28).
           02 RFM-WANT                                     PIC X.
           02 RFM-SRC-VOL                                  PIC X.
           02 RFM-SRC-NAME                                 PIC X(24).
           02 RFM-SRC-EXT                                  PIC X(3).
           02 RFM-SRC-CYL                                  PIC 9(4).
           02 RFM-SRC-SECT                                 PIC 9(4).
           02 RFM-SRC-NUMSECT                              PIC 9(4).
           02 RFM-SRC-VAR                                  PIC A.
           02 RFM-DST-VOL                                  PIC X.
           02 RFM-DST-NAME                                 PIC X(24).
           02 RFM-DST-EXT                                  PIC X(3).
           02 RFM-DST-CYL                                  PIC 9(4).
           02 RFM-DST-SECT                                 PIC 9(4).
           02 RFM-DST-NUMSECT                              PIC 9(4).
           02 RFM-DST-VAR                                  PIC A.
           02 RFM-RECLEN                                   PIC 9(4).
           02 RFM-NUMRECS                                  PIC 9(4).
           02 RFM-REC                                      PIC 9(4).
           02 RFM-COPIED                                   PIC 9(4).
           02 RFM-BAD                                      PIC 9(4).
           02 RFM-SAVE-MEMO                                PIC 9(4).
           02 RFM-SAVE-OFS                                 PIC 9(8).
           02 RFM-BUF                                      PIC X(2048).
      ******************************************************************
      * File manager state -- the operator browses a numbered page of
      * directory entries and picks an entry plus an action; the entry
      * keys behind the twelve display rows are remembered here so the
           VALUE 'F'.
           02 BKP-LAST-STAMP                               PIC X(14).
           02 BKP-CUT-STAMP                                PIC X(14).
      * A migrated stub's content is fetched from its copy on the
      * volume it went to (BKP-SRC-VOL) while the directory scan runs
      * on the volume being archived (BKP-HOME-VOL)
           02 BKP-HOME-VOL                                 PIC X.
           02 BKP-SRC-VOL                                  PIC X.
           02 BKP-COPY-OK                                  PIC A.
           02 BKP-DIR-SAVE                                 PIC X(200).
       01  BKP-VOL-OUT.
           02 FILLER                                       PIC X(10)
           VALUE "KINNOBKP01".
           02 BKP-OUT-COMP-FLAG                            PIC X.
           02 BKP-OUT-COMP-LEN                             PIC 9(8).
           02 BKP-OUT-CREAT                                PIC X(14).
      * A generation group's limit rides along with its base entry
           02 BKP-OUT-GDG-LIMIT                            PIC 9(2).
      * So does a variable-length file's record format
           02 BKP-OUT-RECFM                                PIC X.
      * And the record-change journal flag
           02 BKP-OUT-JRN-FLAG                             PIC X.
      * And an explicit retention class and a legal hold
           02 BKP-OUT-RET-CLASS                            PIC X(8).
           02 BKP-OUT-RET-HOLD                             PIC X.
       01  BKP-SECT-OUT.
           02 FILLER                                       PIC X
           VALUE "S".
           02 FCOPY-RECLEN                                 PIC 9(4).
           02 FCOPY-NUMRECS                                PIC 9(4).
           02 FCOPY-IDX                                    PIC 9(4).
           02 FCOPY-VAR                                    PIC A.
      ******************************************************************
      * Undelete state -- a numbered page of soft-deleted directory
      * entries plus the extent bookkeeping UNDEL-CHECK-SAFE needs to
           02 ALH-UNACKED                                  PIC A
           VALUE 'N'.
           02 ALH-NOTE                                     PIC X(14).
      ******************************************************************
      * Waiting on the console keyboard with the system kept moving:
      * KEYW-SCOPE says what runs meanwhile -- M the menu (every pump,
      * and the mouse may pick an option), A every pump, L only the
      * operator terminal and RJE lines (nobody has logged on yet)
       01  KEYW-DATA.
      ******************************************************************
           02 KEYW-SCOPE                                   PIC A.
           02 KEYW-READY                                   PIC A.
           02 KEYW-PERIOD-MS                               PIC 9(3)
           VALUE 50.
           02 KEYW-DEADLINE                                PIC 9(10).
      ******************************************************************
       01  LOCK-DATA.
      ******************************************************************
           02 JOBQ-CAP-NOTE                                PIC X(60).
           02 JOBQ-CAP-NAME                                PIC X(24).
           02 JOBQ-CAP-RECNO                               PIC 9(4).
           02 JOBQ-CAP-MAXREC                              PIC 9(4).
           02 JOBQ-CAP-OK                                  PIC A.
           02 JOBQ-CAP-VOL                                 PIC X.
           02 JOBQ-CAP-CYL                                 PIC 9(4).
           02 JOBQ-LINE                                    PIC X(70)
           OCCURS 16 TIMES.
      ******************************************************************
      * Job deadline state.  A schedule entry with an '@' in column
      * 60 and a must-complete-by time in 61-64, or a job JOBSUB'd as
      * "KIND @HHMM", opens a row in SLAHIST.DAT when it is queued:
      * deadline date (1-8) and time (10-13), kind (15-22), queue
      * slot (24-25), outcome (27: P pending, O on time, L late, M
      * missed), finish date (29-36) and time (38-41), minutes late
      * (43-46), where it came from (48: S schedule, J JOBSUB), the
      * first argument (50-77) and why a miss missed (79: F failed, H
      * held, S stale at boot).  The queue record carries the row
      * number in 74-77 and an 'A' in 78 once the deadline alert has
      * gone off.
       01  SLA-DATA.
      ******************************************************************
           02 SLA-BY                                       PIC X(4).
           02 SLA-BY-OK                                    PIC A.
           02 SLA-START                                    PIC X(4).
           02 SLA-BASE                                     PIC X(8).
           02 SLA-DUE-DATE                                 PIC X(8).
           02 SLA-SRC                                      PIC X.
           02 SLA-KIND                                     PIC X(8).
           02 SLA-TOKEN                                    PIC X(20).
           02 SLA-ARG                                      PIC X(28).
           02 SLA-SLOT                                     PIC 9(2).
           02 SLA-ROW                                      PIC 9(4).
           02 SLA-NEWRECS                                  PIC 9(4).
           02 SLA-STAT                                     PIC X.
           02 SLA-WHY                                      PIC X.
           02 SLA-NOW-DATE                                 PIC X(8).
           02 SLA-NOW-TIME                                 PIC X(4).
           02 SLA-IDX                                      PIC 9(2).
           02 SLA-SAVE-REC                                 PIC X(80).
           02 SLA-CY                                       PIC 9(4).
           02 SLA-CM                                       PIC 9(2).
           02 SLA-CD                                       PIC 9(2).
           02 SLA-MDAYS                                    PIC 9(2).
           02 SLA-DN-DUE                                   PIC 9(8).
           02 SLA-LATE                                     PIC S9(8).
           02 SLA-HH                                       PIC 9(2).
           02 SLA-MI                                       PIC 9(2).
           02 SLA-LATE-MIN                                 PIC 9(4).
      * The SLA report: the rows whose deadline falls in the range,
      * put in deadline order, and the tallies
           02 SLA-FROM                                     PIC X(8).
           02 SLA-TO                                       PIC X(8).
           02 SLA-COUNT                                    PIC 9(3).
           02 SLA-MORE                                     PIC A.
           02 SLA-ENTRY                                    PIC X(80)
           OCCURS 300 TIMES.
           02 SLA-I                                        PIC 9(3).
           02 SLA-J                                        PIC 9(3).
           02 SLA-SWAP                                     PIC X(80).
           02 SLA-N-ON                                     PIC 9(4).
           02 SLA-N-LATE                                   PIC 9(4).
           02 SLA-N-MISS                                   PIC 9(4).
           02 SLA-N-PEND                                   PIC 9(4).
           02 SLA-LAST-DATE                                PIC X(8).
           02 SLA-RESULT                                   PIC X(24).
           02 SLA-LATE-ED                                  PIC Z(3)9.
      ******************************************************************
      * Job run history.  Every job that reaches an end -- done,
      * failed, or found still running at boot and failed as stale
      * -- appends one line to KINNOJOB.HST on the host, kept across
      * sessions and volumes: kind, both arguments, queue slot, who
      * submitted it (the operator, or SCHEDULE), when it was
      * queued, started and ended, the elapsed milliseconds and the
      * result (D done, F failed, S stale at boot).  Who and when
      * queued ride beside the queue in JOBQSUB.DAT, one 80-byte
      * record per slot: submitter (1-8) and queue stamp (10-23).
       01  JHS-DATA.
      ******************************************************************
           02 JHS-WHO                                      PIC X(8).
           02 JHS-SLOT                                     PIC 9(4).
           02 JHS-EOF                                      PIC A.
           02 JHS-REC-OUT.
              03 JHS-OUT-KIND                              PIC X(8).
              03 FILLER                                    PIC X.
              03 JHS-OUT-ARG1                              PIC X(28).
              03 FILLER                                    PIC X.
              03 JHS-OUT-ARG2                              PIC X(28).
              03 FILLER                                    PIC X.
              03 JHS-OUT-SLOT                              PIC 9(2).
              03 FILLER                                    PIC X.
              03 JHS-OUT-WHO                               PIC X(8).
              03 FILLER                                    PIC X.
              03 JHS-OUT-QUEUED                            PIC X(14).
              03 FILLER                                    PIC X.
              03 JHS-OUT-START                             PIC X(14).
              03 FILLER                                    PIC X.
              03 JHS-OUT-END                               PIC X(14).
              03 FILLER                                    PIC X.
              03 JHS-OUT-MS                                PIC 9(10).
              03 FILLER                                    PIC X.
              03 JHS-OUT-RESULT                            PIC X.
      * JOBSTATS: per kind, runs and failures over the whole file,
      * then the timed runs (a stale one has no real elapsed time)
      * split into an earlier and a later half for the trend
           02 JHS-FILTER                                   PIC X(8).
           02 JHS-PASS                                     PIC 9.
           02 JHS-TOTAL                                    PIC 9(6).
           02 JHS-KINDS                                    PIC 9(2).
           02 JHS-FULL                                     PIC A.
           02 JHS-K                                        PIC 9(2).
           02 JHS-I                                        PIC 9(2).
           02 JHS-KIND-TAB OCCURS 32 TIMES.
              03 JHS-T-KIND                                PIC X(8).
              03 JHS-T-RUNS                                PIC 9(6).
              03 JHS-T-FAILS                               PIC 9(6).
              03 JHS-T-TIMED                               PIC 9(6).
              03 JHS-T-SUM                                 PIC 9(14).
              03 JHS-T-MAX                                 PIC 9(10).
              03 JHS-T-SEEN                                PIC 9(6).
              03 JHS-T-H1-N                                PIC 9(6).
              03 JHS-T-H1-SUM                              PIC 9(14).
              03 JHS-T-H2-N                                PIC 9(6).
              03 JHS-T-H2-SUM                              PIC 9(14).
           02 JHS-AVG                                      PIC 9(10).
           02 JHS-AVG1                                     PIC 9(10).
           02 JHS-AVG2                                     PIC 9(10).
           02 JHS-PCT                                      PIC S9(6).
           02 JHS-FAIL-PCT                                 PIC 9(3).
           02 JHS-TREND                                    PIC X(16).
           02 JHS-RUNS-ED                                  PIC Z(5)9.
           02 JHS-PCT-ED                                   PIC ZZ9.
           02 JHS-MS-ED                                    PIC Z(9)9.
           02 JHS-MAX-ED                                   PIC Z(9)9.
           02 JHS-TPCT-ED                                  PIC Z(5)9.
      ******************************************************************
      * File-arrival triggers.  TRIGGERS.DAT is an ordinary store
      * file the operators keep with the text editor, one trigger per
      * 80-byte record: a name pattern (1-24, the DIR/DELETE kind --
      * optional volume prefix and folder, '*' for "anything here"),
      * an extension (26-28, blank for any), the job kind (30-37)
      * and its two arguments (39-66, 68-80; an argument that is
      * just "&" becomes the arriving file's own name).  Blank lines
      * and '*' lines are ignored.  FILE-CREATE notes every new file
      * here; the menu loop matches them against the triggers and
      * queues the jobs.  TRIGLOG.DAT keeps one row per firing --
      * trigger row (1-4), volume (6), name (8-31), extension
      * (33-35), the file's creation stamp (37-50), when it fired
      * (52-65), the queue slot (67-68) and the kind (70-77) -- and
      * an arrival already in it never fires that trigger again.
       01  TRG-DATA.
      ******************************************************************
           02 TRG-QUIET                                    PIC A
           VALUE 'N'.
           02 TRG-PEND-COUNT                               PIC 9(2)
           VALUE 0.
           02 TRG-PEND OCCURS 16 TIMES.
              03 TRG-P-VOL                                 PIC X.
              03 TRG-P-NAME                                PIC X(24).
              03 TRG-P-EXT                                 PIC X(3).
              03 TRG-P-STAMP                               PIC X(14).
              03 TRG-P-KEEP                                PIC A.
           02 TRG-COUNT                                    PIC 9(2).
           02 TRG-TAB OCCURS 32 TIMES.
              03 TRG-T-ROW                                 PIC 9(4).
              03 TRG-T-PATTERN                             PIC X(24).
              03 TRG-T-EXT                                 PIC X(3).
              03 TRG-T-KIND                                PIC X(8).
              03 TRG-T-ARG1                                PIC X(28).
              03 TRG-T-ARG2                                PIC X(13).
           02 TRG-I                                        PIC 9(2).
           02 TRG-T                                        PIC 9(2).
           02 TRG-N                                        PIC 9(2).
           02 TRG-MATCHED                                  PIC A.
           02 TRG-FIRED                                    PIC A.
           02 TRG-STAMP                                    PIC X(14).
           02 TRG-SPEC                                     PIC X(40).
           02 TRG-KEY                                      PIC X(35).
           02 TRG-KIND                                     PIC X(8).
           02 TRG-ARG1                                     PIC X(28).
           02 TRG-ARG2                                     PIC X(28).
           02 TRG-NEWRECS                                  PIC 9(4).
      ******************************************************************
      * Inbound transfer register.  Every file that comes in by
      * XRECV, IMPORT, FATGET or the ISODIR import gets a row in
      * INBOUND.DAT (120-byte records): when (1-14), the channel
      * (16-21), volume (23), name (25-48) and extension (50-52) it
      * arrived under, the sender (54-61) and sequence number
      * (63-68) off its header, the record count (70-73), the content
      * checksum (75-82), status (84: R released, H held) and why a
      * held one was held (86: D same content as an earlier arrival,
      * S sequence number already seen), the name it was held under
      * (88-111) and who released it (113-120).  A branch file's
      * first record is its header: "HDR", the sender in 4-11 and
      * the transmission's sequence number in 12-17.  A held file
      * is moved into the HOLD folder; FMOVE out of there releases
      * it.
       01  INB-DATA.
      ******************************************************************
           02 INB-CHANNEL                                  PIC X(6).
           02 INB-VOL                                      PIC X.
           02 INB-NAME                                     PIC X(24).
           02 INB-EXT                                      PIC X(3).
           02 INB-SENDER                                   PIC X(8).
           02 INB-SEQ                                      PIC 9(6).
           02 INB-HAS-SEQ                                  PIC A.
           02 INB-LAST-SEQ                                 PIC 9(6).
           02 INB-RECS                                     PIC 9(4).
           02 INB-CKSUM                                    PIC 9(8).
           02 INB-CK-IDX                                   PIC 9(4).
           02 INB-CK-REC                                   PIC 9(4).
           02 INB-STATUS                                   PIC X.
           02 INB-REASON                                   PIC X.
           02 INB-HOLD-NAME                                PIC X(24).
           02 INB-NEWRECS                                  PIC 9(4).
           02 INB-ROW                                      PIC 9(4).
           02 INB-MSG                                      PIC X(40).
      * INBOUND report
           02 INB-FILTER                                   PIC X(8).
           02 INB-N-REL                                    PIC 9(4).
           02 INB-N-HELD                                   PIC 9(4).
           02 INB-RESULT                                   PIC X(16).
      ******************************************************************
      * Volume capacity history.  A snapshot of every volume in use
      * is taken once a day at boot and whenever a CAPSNAP job runs,
      * and appended to KINNOCAP.HST on the host, 80-byte lines:
      * the date (1-8), row type (10), volume (12), then for a 'V'
      * row the live sectors (25-32), file count (34-39), dead
      * sectors -- allocated span nothing live occupies (41-48) --
      * and the allocator's next-free sector (50-57); 'O' and 'F'
      * rows carry one operator's or one folder's live sectors and
      * file count under its name (14-23, "/" for the root folder).
      * CAPACITY reads the history back for the trend and projects
      * each volume's fill date off the next-free sector's growth.
       01  CAP-DATA.
      ******************************************************************
           02 CAP-ROW.
               03 CAP-R-DATE                               PIC X(8).
               03 FILLER                                   PIC X.
               03 CAP-R-TYPE                               PIC X.
               03 FILLER                                   PIC X.
               03 CAP-R-VOL                                PIC X.
               03 FILLER                                   PIC X.
               03 CAP-R-KEY                                PIC X(10).
               03 FILLER                                   PIC X.
               03 CAP-R-LIVE                               PIC 9(8).
               03 FILLER                                   PIC X.
               03 CAP-R-FILES                              PIC 9(6).
               03 FILLER                                   PIC X.
               03 CAP-R-DEAD                               PIC 9(8).
               03 FILLER                                   PIC X.
               03 CAP-R-NEXT                               PIC 9(8).
               03 FILLER                                   PIC X(23).
           02 CAP-EOF                                      PIC A.
           02 CAP-IF-DUE                                   PIC A.
           02 CAP-TAKEN                                    PIC A.
           02 CAP-TODAY                                    PIC X(8).
           02 CAP-VOLS                                     PIC X(3)
               VALUE "ABC".
           02 CAP-V-IDX                                    PIC 9.
           02 CAP-VOL                                      PIC X.
           02 CAP-SIZE                                     PIC 9(8).
           02 CAP-WARN                                     PIC 9(4).
           02 CAP-NEXT                                     PIC 9(8).
           02 CAP-LIVE                                     PIC 9(8).
           02 CAP-FILES                                    PIC 9(6).
           02 CAP-IDX                                      PIC 9(3).
           02 CAP-HIT                                      PIC 9(3).
      * Usage by operator and by folder, one volume at a time
           02 CAP-OWN-COUNT                                PIC 9(3).
           02 CAP-OWN OCCURS 16 TIMES.
               03 CAP-OWN-ID                               PIC X(10).
               03 CAP-OWN-SECT                             PIC 9(8).
               03 CAP-OWN-FILES                            PIC 9(6).
           02 CAP-FLD-COUNT                                PIC 9(3).
           02 CAP-FLD OCCURS 32 TIMES.
               03 CAP-FLD-NAME                             PIC X(10).
               03 CAP-FLD-SECT                             PIC 9(8).
               03 CAP-FLD-FILES                            PIC 9(6).
      * One volume's history back from the file: its daily samples
      * inside the window (a day snapped twice keeps the later), and
      * the operator and folder rows of the newest day
           02 CAP-WEEKS                                    PIC 9(2).
           02 CAP-TODAY-DN                                 PIC 9(8).
           02 CAP-FROM-DN                                  PIC 9(8).
           02 CAP-SMP-COUNT                                PIC 9(3).
           02 CAP-SMP OCCURS 200 TIMES.
               03 CAP-S-DN                                 PIC 9(8).
               03 CAP-S-DATE                               PIC X(8).
               03 CAP-S-NEXT                               PIC 9(8).
               03 CAP-S-LIVE                               PIC 9(8).
               03 CAP-S-DEAD                               PIC 9(8).
               03 CAP-S-FILES                              PIC 9(6).
           02 CAP-USE-DATE                                 PIC X(8).
           02 CAP-USE-COUNT                                PIC 9(3).
           02 CAP-USE OCCURS 48 TIMES                      PIC X(80).
      * The projection
           02 CAP-SPAN-DAYS                                PIC 9(8).
           02 CAP-RATE                                     PIC 9(8)V99.
           02 CAP-DAYS-LEFT                                PIC 9(8).
           02 CAP-FULL-DN                                  PIC 9(8).
           02 CAP-FULL-DATE                                PIC X(10).
           02 CAP-FORECAST                                 PIC A.
           02 CAP-Z                                        PIC 9(8).
           02 CAP-ERA                                      PIC 9(2).
           02 CAP-DOE                                      PIC 9(6).
           02 CAP-YOE                                      PIC 9(3).
           02 CAP-DOY                                      PIC 9(3).
           02 CAP-MP                                       PIC 9(2).
           02 CAP-T1                                       PIC 9(8).
           02 CAP-Y                                        PIC 9(4).
           02 CAP-M                                        PIC 9(2).
           02 CAP-D                                        PIC 9(2).
      * Report edit fields
           02 CAP-PREV                                     PIC 9(8).
           02 CAP-GROW                                     PIC S9(8).
           02 CAP-GROW-ED                                  PIC -(7)9.
           02 CAP-RATE-ED                                  PIC Z(7)9.99.
           02 CAP-DAYS-ED                                  PIC Z(7)9.
           02 CAP-SECT-ED                                  PIC Z(7)9.
           02 CAP-FILES-ED                                 PIC Z(5)9.
           02 CAP-PICK                                     PIC 9(3).
           02 CAP-PICK-DN                                  PIC 9(8).
           02 CAP-WK                                       PIC 9(2).
      ******************************************************************
      * Inactive-file migration.  MIGRATE moves each file on A: not
      * modified for a given number of days to B: or the C: hard
      * disk, leaving a stub entry on A: that FILE-OPEN recalls on
      * first use.  Every move either way is appended to KINNOMIG.HST
      * on the host, 80-byte lines: stamp (1-14), 'M' migrated or 'R'
      * recalled (16), the other volume (18), name (20-43), ext
      * (45-47), sectors (49-52), operator or SYSTEM (54-61) and the
      * date the file was last modified (63-70).
       01  MIG-DATA.
      ******************************************************************
           02 MIG-ROW.
               03 MIG-R-STAMP                              PIC X(14).
               03 FILLER                                   PIC X.
               03 MIG-R-ACTION                             PIC X.
               03 FILLER                                   PIC X.
               03 MIG-R-VOL                                PIC X.
               03 FILLER                                   PIC X.
               03 MIG-R-NAME                               PIC X(24).
               03 FILLER                                   PIC X.
               03 MIG-R-EXT                                PIC X(3).
               03 FILLER                                   PIC X.
               03 MIG-R-SECT                               PIC 9(4).
               03 FILLER                                   PIC X.
               03 MIG-R-WHO                                PIC X(8).
               03 FILLER                                   PIC X.
               03 MIG-R-MODDATE                            PIC X(8).
               03 FILLER                                   PIC X(10).
           02 MIG-EOF                                      PIC A.
           02 MIG-OK                                       PIC A.
           02 MIG-MSG                                      PIC X(40).
           02 MIG-LIST                                     PIC A.
           02 MIG-DAYS                                     PIC 9(4).
           02 MIG-TGT                                      PIC X.
           02 MIG-TODAY                                    PIC X(8).
           02 MIG-CUTOFF                                   PIC X(8).
           02 MIG-MODDATE                                  PIC X(8).
      * The files chosen, gathered before any is moved so the A:
      * directory is never held open across a volume switch
           02 MIG-CAND-COUNT                               PIC 9(3).
           02 MIG-OVER                                     PIC A.
           02 MIG-CAND OCCURS 64 TIMES.
               03 MIG-C-NAME                               PIC X(24).
               03 MIG-C-EXT                                PIC X(3).
           02 MIG-IDX                                      PIC 9(3).
      * One move: the entry as it stood, the volumes and extents
           02 MIG-SAVE-REC                                 PIC X(200).
           02 MIG-NAME                                     PIC X(24).
           02 MIG-EXT                                      PIC X(3).
           02 MIG-HOME-VOL                                 PIC X.
           02 MIG-FROM-VOL                                 PIC X.
           02 MIG-TO-VOL                                   PIC X.
           02 MIG-SRC-BASE                                 PIC 9(8).
           02 MIG-DST-BASE                                 PIC 9(8).
           02 MIG-NUMSECT                                  PIC 9(4).
           02 MIG-SECT-IDX                                 PIC 9(4).
           02 MIG-RECALL-OK                                PIC A.
           02 MIG-DROP-VOL                                 PIC X.
           02 MIG-DROP-STATUS                              PIC XX.
           02 MIG-FAIL-WHY                                 PIC X(30).
      * Run and report totals
           02 MIG-MOVED                                    PIC 9(4).
           02 MIG-SKIPPED                                  PIC 9(4).
           02 MIG-FREED                                    PIC 9(8).
           02 MIG-N-MIG                                    PIC 9(4).
           02 MIG-N-REC                                    PIC 9(4).
           02 MIG-S-MIG                                    PIC 9(8).
           02 MIG-S-REC                                    PIC 9(8).
           02 MIG-STUBS                                    PIC 9(4).
           02 MIG-STUB-SECT                                PIC 9(8).
           02 MIG-CNT-ED                                   PIC Z(3)9.
           02 MIG-SECT-ED                                  PIC Z(7)9.
      ******************************************************************
      * Retention.  RETAIN.DAT on A: holds the class table, 80-byte
      * rows: a 'C' row (1) defines a class -- name (3-10), days
      * kept (12-16) and what they count from (18), 'C' creation or
      * 'M' last modification; a 'P' row assigns a class by name --
      * pattern (3-26, a trailing '*' matching any name it starts),
      * extension (28-30, spaces for any) and class (32-39).  A
      * class RETAIN set on the entry itself beats any pattern, the
      * first pattern matching wins, and a file with no class never
      * expires.  PURGE deletes what has expired, its sectors wiped,
      * each disposal appended to KINNODSP.HST on the host: stamp
      * (1-14), volume (16), name (18-41), ext (43-45), class
      * (47-54), expiry date (56-63), sectors (65-68), operator
      * (70-77).
       01  RET-DATA.
      ******************************************************************
           02 RET-CLS-COUNT                                PIC 9(2).
           02 RET-CLS OCCURS 32 TIMES.
               03 RET-C-NAME                               PIC X(8).
               03 RET-C-DAYS                               PIC 9(5).
               03 RET-C-BASIS                              PIC X.
           02 RET-PAT-COUNT                                PIC 9(2).
           02 RET-PAT OCCURS 32 TIMES.
               03 RET-P-TEXT                               PIC X(24).
               03 RET-P-LEN                                PIC 9(2).
               03 RET-P-PREFIX                             PIC A.
               03 RET-P-EXT                                PIC X(3).
               03 RET-P-CLASS                              PIC X(8).
           02 RET-IDX                                      PIC 9(3).
           02 RET-HIT                                      PIC 9(3).
           02 RET-V-IDX                                    PIC 9.
           02 RET-TODAY                                    PIC X(8).
           02 RET-MSG                                      PIC X(40).
      * One entry's standing, off RET-EVALUATE: its class, the date
      * its days count from and run out, and RET-STATE -- 'N' no
      * class, 'H' on hold, 'E' expired, 'L' still live
           02 RET-CLASS                                    PIC X(8).
           02 RET-DAYS                                     PIC 9(5).
           02 RET-BASIS                                    PIC X.
           02 RET-FROM                                     PIC X(8).
           02 RET-EXPIRY                                   PIC X(8).
           02 RET-STATE                                    PIC X.
           02 RET-STATE-TEXT                               PIC X(8).
      * RETAIN maintenance arguments
           02 RET-ARG-A                                    PIC X(24).
           02 RET-ARG-B                                    PIC X(8).
           02 RET-ARG-C                                    PIC X(8).
           02 RET-ROW-TYPE                                 PIC X.
           02 RET-ROW-KEY                                  PIC X(30).
           02 RET-NUMLEN                                   PIC 9(2).
           02 RET-NEW-ROW                                  PIC X(80).
      * PURGE: the expired files, gathered before any is touched
           02 RET-PUR-COUNT                                PIC 9(3).
           02 RET-PUR-OVER                                 PIC A.
           02 RET-PUR OCCURS 64 TIMES.
               03 RET-U-VOL                                PIC X.
               03 RET-U-NAME                               PIC X(24).
               03 RET-U-EXT                                PIC X(3).
               03 RET-U-CLASS                              PIC X(8).
               03 RET-U-EXPIRY                             PIC X(8).
               03 RET-U-SECT                               PIC 9(4).
           02 RET-PURGED                                   PIC 9(4).
           02 RET-FREED                                    PIC 9(8).
           02 RET-BASE                                     PIC 9(8).
           02 RET-WIPE-N                                   PIC 9(4).
           02 RET-WIPE-IDX                                 PIC 9(4).
           02 RET-N-FILES                                  PIC 9(4).
           02 RET-N-EXPIRED                                PIC 9(4).
           02 RET-N-HELD                                   PIC 9(4).
           02 RET-DAYS-ED                                  PIC Z(4)9.
           02 RET-CNT-ED                                   PIC Z(3)9.
           02 RET-SECT-ED                                  PIC Z(7)9.
           02 RET-DSP-ROW.
               03 RET-D-STAMP                              PIC X(14).
               03 FILLER                                   PIC X.
               03 RET-D-VOL                                PIC X.
               03 FILLER                                   PIC X.
               03 RET-D-NAME                               PIC X(24).
               03 FILLER                                   PIC X.
               03 RET-D-EXT                                PIC X(3).
               03 FILLER                                   PIC X.
               03 RET-D-CLASS                              PIC X(8).
               03 FILLER                                   PIC X.
               03 RET-D-EXPIRY                             PIC X(8).
               03 FILLER                                   PIC X.
               03 RET-D-SECT                               PIC 9(4).
               03 FILLER                                   PIC X.
               03 RET-D-WHO                                PIC X(8).
               03 FILLER                                   PIC X(3).
      ******************************************************************
      * Secure erase.  WIPE overwrites, in patterned passes, either
      * the sectors a deleted entry still points at or every sector
      * below a volume's allocator that no live entry owns; a sector
      * a live file has since taken over is never touched.  Each
      * pass is flushed to disk on its own, which takes the same
      * image through to B: when A: is mirrored and starts the
      * write-ahead journal over, so no earlier image of the data
      * survives there either.  The run ends with an erasure
      * certificate, sealed with the position-weighted checksum of
      * its own text, printed through OUTPUT and appended for good
      * to KINNOWIP.HST on the host.
       01  WIP-DATA.
      ******************************************************************
           02 WIP-MODE                                     PIC A.
           02 WIP-VOL                                      PIC X.
           02 WIP-NAME                                     PIC X(24).
           02 WIP-EXT                                      PIC X(3).
           02 WIP-PASSES                                   PIC 9.
           02 WIP-PASS                                     PIC 9.
           02 WIP-FROM                                     PIC 9(8).
           02 WIP-LAST                                     PIC 9(8).
           02 WIP-WIN-BASE                                 PIC 9(8).
           02 WIP-WIN-END                                  PIC 9(8).
           02 WIP-SECT                                     PIC 9(8).
           02 WIP-BASE                                     PIC 9(8).
           02 WIP-TOP                                      PIC 9(8).
           02 WIP-LO                                       PIC 9(8).
           02 WIP-HI                                       PIC 9(8).
           02 WIP-IDX                                      PIC 9(4).
           02 WIP-WIPED                                    PIC 9(8).
           02 WIP-KEPT                                     PIC 9(8).
           02 WIP-CELLS                                    PIC X(4800).
      * The sectors overwritten, as runs: the first eight are named
      * on the certificate, any beyond that only counted
           02 WIP-RUN-COUNT                                PIC 9(6).
           02 WIP-RUN-END                                  PIC 9(8).
           02 WIP-RUN OCCURS 8 TIMES.
               03 WIP-RUN-LO                               PIC 9(8).
               03 WIP-RUN-HI                               PIC 9(8).
           02 WIP-PAT-NAME                                 PIC X(5).
           02 WIP-PAT-LIST                                 PIC X(64).
           02 WIP-PTR                                      PIC 9(3).
           02 WIP-OFFSET                                   PIC 9(4).
           02 WIP-STAMP                                    PIC X(14).
           02 WIP-SEAL                                     PIC 9(8).
           02 WIP-CERT-COUNT                               PIC 9(2).
           02 WIP-CERT-LINE OCCURS 20 TIMES                PIC X(80).
           02 WIP-LINE                                     PIC X(80).
           02 WIP-CNT-ED                                   PIC Z(7)9.
           02 WIP-LVL-ED                                   PIC 9.
      ******************************************************************
      * Report repository.  Every finished report -- SHIFTRPT,
      * AUDITRPT, RPTOUT, a report OUTPUT filed, a job's JOBnnOUT --
      * is copied on completion into the next generation of a group
      * named after it (SHIFTRPT.G0001, .G0002 ...), registered with
      * RRP-GENS generations the first time and thereafter kept to
      * whatever limit GDG has set on it.  Who cut each run and how
      * long it was goes to KINNORPT.HST on the host: stamp (1-14),
      * report (16-33), generation (35-38), operator or job (40-47),
      * pages (49-52), lines (54-57).  The Report Recall screen off
      * the main menu lists a report's runs newest first.
       01  RRP-DATA.
      ******************************************************************
           02 RRP-GENS                                     PIC 9(2)
           VALUE 7.
           02 RRP-IN-NAME                                  PIC X(24).
           02 RRP-IN-BY                                    PIC X(8).
           02 RRP-IN-LINES                                 PIC 9(4).
           02 RRP-IN-PAGES                                 PIC 9(4).
           02 RRP-BASE-LEN                                 PIC 9(2).
           02 RRP-GEN                                      PIC 9(4).
           02 RRP-REC                                      PIC 9(4).
           02 RRP-SAVE-QUIET                               PIC A.
           02 RRP-SRC-VOL                                  PIC X.
           02 RRP-SRC-CYL                                  PIC 9(4).
           02 RRP-SRC-SECT                                 PIC 9(4).
           02 RRP-SRC-NUMSECT                              PIC 9(4).
           02 RRP-SRC-RECLEN                               PIC 9(4).
           02 RRP-SRC-NUMRECS                              PIC 9(4).
           02 RRP-SRC-VAR                                  PIC A.
           02 RRP-SRC-ENC                                  PIC A.
           02 RRP-DST-NAME                                 PIC X(24).
           02 RRP-DST-CYL                                  PIC 9(4).
           02 RRP-DST-SECT                                 PIC 9(4).
           02 RRP-DST-NUMSECT                              PIC 9(4).
           02 RRP-DST-NUMRECS                              PIC 9(4).
           02 RRP-ROW.
               03 RRP-R-STAMP                              PIC X(14).
               03 FILLER                                   PIC X.
               03 RRP-R-NAME                               PIC X(18).
               03 FILLER                                   PIC X.
               03 RRP-R-GEN                                PIC 9(4).
               03 FILLER                                   PIC X.
               03 RRP-R-BY                                 PIC X(8).
               03 FILLER                                   PIC X.
               03 RRP-R-PAGES                              PIC 9(4).
               03 FILLER                                   PIC X.
               03 RRP-R-LINES                              PIC 9(4).
               03 FILLER                                   PIC X(23).
           02 RRP-EOF                                      PIC A.
      * Recall screen: the report asked for (blank lists the reports
      * the register knows), the twelve rows on show and the report
      * or generation behind each one
           02 RRP-REPORT                                   PIC X(18).
           02 RRP-MODE                                     PIC A.
           02 RRP-PICK                                     PIC 9(2).
           02 RRP-ACTION                                   PIC A.
           02 RRP-MSG                                      PIC X(40).
           02 RRP-PAGE                                     PIC 9(4).
           02 RRP-SKIP                                     PIC 9(4).
           02 RRP-COUNT                                    PIC 9(2).
           02 RRP-AT-END                                   PIC A.
           02 RRP-IDX                                      PIC 9(4).
           02 RRP-ENT                                      PIC 9(4).
           02 RRP-HEAD                                     PIC X(70).
           02 RRP-LINE                                     PIC X(70)
           OCCURS 12 TIMES.
           02 RRP-ROW-NAME                                 PIC X(18)
           OCCURS 12 TIMES.
           02 RRP-ROW-GEN                                  PIC 9(4)
           OCCURS 12 TIMES.
      * Register detail for the generations GDG-SCAN found, by the
      * same subscript as GDG-ENT
           02 RRP-INF OCCURS 100 TIMES.
               03 RRP-I-STAMP                              PIC X(14).
               03 RRP-I-BY                                 PIC X(8).
               03 RRP-I-PAGES                              PIC 9(4).
               03 RRP-I-LINES                              PIC 9(4).
      * The reports the register names, first filing first
           02 RRP-NAME-COUNT                               PIC 9(2).
           02 RRP-NAME OCCURS 48 TIMES                     PIC X(18).
           02 RRP-RUNS-ED                                  PIC Z(3)9.
      * One screenful of the generation being viewed
           02 RRP-VIEW-PAGE                                PIC 9(4).
           02 RRP-VIEW-LINE                                PIC X(78)
           OCCURS 20 TIMES.
      ******************************************************************
      * Report distribution.  DISTRIB.DAT on A: names who receives
      * each report: report (1-18), 'U' in 20 for an urgent report,
      * then up to six operators eight wide from 22 (22, 31, 40 ...).
      * Whenever a report is filed -- at the screen, through OUTPUT
      * or by a batch job -- each of them is left a MAILBOX.DAT
      * note pointing at the run, which MAIL-CHECK shows at their
      * next login; an urgent report also raises an advisory alert.
       01  RDS-DATA.
      ******************************************************************
           02 RDS-ROW                                      PIC X(80).
           02 RDS-HIT                                      PIC 9(4).
           02 RDS-IDX                                      PIC 9(2).
           02 RDS-SLOT                                     PIC 9(2).
           02 RDS-TOK-IDX                                  PIC 9(2).
           02 RDS-POS                                      PIC 9(2).
           02 RDS-SENT                                     PIC 9(2).
           02 RDS-NAME                                     PIC X(18).
           02 RDS-TARGET                                   PIC X(24).
           02 RDS-NOTE                                     PIC X(40).
           02 RDS-PAGES-ED                                 PIC Z(3)9.
           02 RDS-TOK                                      PIC X(9)
           OCCURS 6 TIMES.
           02 RDS-TO                                       PIC X(8)
           OCCURS 6 TIMES.
           02 RDS-URGENT                                   PIC A.
      ******************************************************************
      * Remote job entry.  With RJEPORT set in runtime.cfg the menu
      * loop listens on that COM port for lines from a branch
      * terminal: LOGON id password (checked the way the console
      * login checks it), SUBMIT kind arg1 arg2, STATUS [slot],
      * KINDS and LOGOFF.  Only the kinds RJEKINDS.DAT on A: lists
      * (one to a row, columns 1-8) may be sent in -- without that
      * file the read-only kinds below.  A job sent in this way has
      * its captured output written back down the line when it ends.
       01  RJE-DATA.
      ******************************************************************
           02 RJE-INBUF                                    PIC X(80).
           02 RJE-INLEN                                    PIC 9(2).
           02 RJE-BYTE                                     PIC 9(3).
           02 RJE-GOT                                      PIC 9(3).
           02 RJE-QUIET                                    PIC A.
           02 RJE-LINE                                     PIC X(80).
           02 RJE-VERB                                     PIC X(8).
           02 RJE-W1                                       PIC X(28).
           02 RJE-W2                                       PIC X(28).
           02 RJE-W3                                       PIC X(28).
           02 RJE-USER                                     PIC X(8)
           VALUE SPACES.
           02 RJE-OUT                                      PIC X(80).
           02 RJE-OUTLEN                                   PIC 9(2).
           02 RJE-IDX                                      PIC 9(2).
           02 RJE-SEND-FAIL                                PIC A.
           02 RJE-OK                                       PIC A.
           02 RJE-SLOT                                     PIC 9(2).
           02 RJE-REC                                      PIC 9(4).
           02 RJE-SAVE-ON                                  PIC A.
           02 RJE-SAVE-ID                                  PIC X(8).
           02 RJE-HOLD-USER                                PIC X(8).
      * Slots holding a job sent in over the line, and by whom
           02 RJE-WATCH                                    PIC A
           OCCURS 16 TIMES.
           02 RJE-OWNER                                    PIC X(8)
           OCCURS 16 TIMES.
      * The kinds that may be sent in
           02 RJE-KIND-COUNT                               PIC 9(2).
           02 RJE-KIND                                     PIC X(8)
           OCCURS 24 TIMES.
           02 RJE-DEFAULT-KINDS.
               03 FILLER                                   PIC X(40)
               VALUE "VERIFY  VALIDATEREFCHK  BALANCE AGING   ".
               03 FILLER                                   PIC X(32)
               VALUE "PROFDATASELECT  FCOMPARECAPSNAP ".
           02 RJE-DEFAULT-TABLE REDEFINES RJE-DEFAULT-KINDS.
               03 RJE-DEFAULT-KIND                         PIC X(8)
               OCCURS 9 TIMES.
      ******************************************************************
      * Log shipping state.  On the primary every A: sector the
      * journal takes is also queued in KINNOSHP.QUE, one line per
      * change under a rising sequence number: a "J" body is the
      * journal record itself, and the directory and allocator, which
      * are not sectors, ride as a snapshot -- "B" begins it, a "D"
      * per directory entry, "E" ends it carrying the allocator --
      * queued whenever their fingerprint moves.  Each line goes over
      * the wire as "S", sequence, a checksum of the body and the
      * body, and is only counted shipped once the standby answers
      * "ACK" with the same sequence, which it does after the change
      * is in its own journal.  KINNOSHP.POS holds the role this
      * machine last ran (P, S, or L once a standby has taken over),
      * the last sequence queued and the last acknowledged (on a
      * standby, applied), the stamp of that acknowledgement and the
      * directory fingerprint.
       01  SHP-DATA.
      ******************************************************************
           02 SHP-QUEUED                                   PIC 9(8).
           02 SHP-ACKED                                    PIC 9(8).
           02 SHP-SEQ                                      PIC 9(8).
           02 SHP-SUM                                      PIC 9(8).
           02 SHP-LAST-STAMP                              PIC X(14).
           02 SHP-DIR-PRINT                                PIC 9(8).
           02 SHP-NEW-PRINT                                PIC 9(8).
           02 SHP-ALLOC                                    PIC 9(8).
           02 SHP-DIR-COUNT                                PIC 9(6).
           02 SHP-POS-ROLE                                 PIC X.
      * Link as last seen: U answering, D down (alerted once), space
      * not yet tried this session
           02 SHP-LINK                                     PIC X.
           02 SHP-MISSES                                   PIC 9(4).
           02 SHP-NEXT-TRY                                PIC 9(10).
           02 SHP-NEXT-DIR                                PIC 9(10).
           02 SHP-NEXT-SHOW                               PIC 9(10).
           02 SHP-LAST-RX                                 PIC 9(10).
           02 SHP-IDLE                                    PIC 9(10).
           02 SHP-BURST                                    PIC 9(4).
           02 SHP-SENT                                     PIC 9(4).
           02 SHP-STOP                                     PIC A.
           02 SHP-EOF                                      PIC A.
           02 SHP-Q-OPEN                                   PIC A
           VALUE 'N'.
           02 SHP-Q-LIVE                                   PIC A.
           02 SHP-POS-DIRTY                                PIC A.
           02 SHP-IN-SNAP                                  PIC A.
           02 SHP-FORCE                                    PIC A.
           02 SHP-BYE                                      PIC A.
           02 SHP-LEAVE                                    PIC A.
           02 SHP-OK                                       PIC A.
           02 SHP-SAVE-ENC                                 PIC A.
           02 SHP-SEND-FAIL                                PIC A.
           02 SHP-QUIET                                    PIC A.
           02 SHP-QUIET-POLLS                              PIC 9(4).
           02 SHP-GOT                                      PIC 9(5).
           02 SHP-BYTE                                     PIC 9(3).
           02 SHP-IDX                                      PIC 9(4).
           02 SHP-CK-IDX                                   PIC 9(4).
           02 SHP-INLEN                                    PIC 9(4).
           02 SHP-OUTLEN                                   PIC 9(4).
           02 SHP-RLEN                                     PIC 9(4).
           02 SHP-REPLY                                   PIC X(20).
           02 SHP-ED                                      PIC Z(7)9.
           02 SHP-ED2                                     PIC Z(7)9.
           02 SHP-POS-LINE                                PIC X(80).
           02 SHP-INBUF                                 PIC X(4130).
           02 SHP-LINE                                  PIC X(4130).
           02 SHP-OUT                                   PIC X(4130).
           02 SHP-Q.
              03 SHP-Q-SEQ                                 PIC 9(8).
              03 SHP-Q-BODY                             PIC X(4113).
      ******************************************************************
      * CDMASTER state: the files bound for the disc with the 8.3
      * names they get there (ISO9660 level 1, sorted the way the
      * standard wants the root directory sorted), the extent each is
      * given, and the image sectors built ahead of writing.  The
      * layout is fixed: LBA 0-15 system area, 16 the primary volume
      * descriptor, 17 the set terminator, 18 and 19 the little- and
      * big-endian path tables, 20-21 the root directory, files from
      * LBA 22 on.
       01  CDM-DATA.
      ******************************************************************
           02 CDM-COUNT                                    PIC 9(2).
           02 CDM-IDX                                      PIC 9(2).
           02 CDM-IDX2                                     PIC 9(2).
           02 CDM-SKIPPED                                  PIC 9(2).
           02 CDM-SWAPPED                                  PIC A.
           02 CDM-DUP                                      PIC A.
           02 CDM-TRY                                      PIC 9(2).
           02 CDM-VOL-ID                                   PIC X(32).
           02 CDM-FOLDER                                   PIC X(10).
           02 CDM-SAVE-CWD                                 PIC X(10).
           02 CDM-NAME                                     PIC X(24).
           02 CDM-CH                                       PIC X.
           02 CDM-CHIDX                                    PIC 9(2).
           02 CDM-LEN                                      PIC 9(2).
           02 CDM-NEXT-LBA                                 PIC 9(8).
           02 CDM-LBA                                      PIC 9(8).
           02 CDM-SECT-IDX                                 PIC 9(8).
           02 CDM-REM                                      PIC 9(8).
           02 CDM-WRITTEN                                  PIC 9(8).
           02 CDM-BAD                                      PIC 9(8).
           02 CDM-USED                                     PIC 9(4).
           02 CDM-FILE-BAD                                 PIC A.
           02 CDM-ED                                       PIC Z(7)9.
           02 CDM-ED2                                      PIC Z(7)9.
      * Little-endian bytes of CDM-V, for the both-endian fields
           02 CDM-V                                        PIC 9(10).
           02 CDM-Q                                        PIC 9(10).
           02 CDM-BY                                       PIC 9(3)
           OCCURS 4.
           02 CDM-K                                        PIC 9(1).
           02 CDM-OFF                                      PIC 9(4).
           02 CDM-BASE-OFF                                 PIC 9(4).
      * One directory record going into CDM-IMG at CDM-OFF
           02 CDM-REC-LBA                                  PIC 9(8).
           02 CDM-REC-SIZE                                 PIC 9(10).
           02 CDM-REC-FLAGS                                PIC 9(3).
           02 CDM-REC-LEN                                  PIC 9(3).
           02 CDM-ID                                       PIC X(14).
           02 CDM-ID-LEN                                   PIC 9(2).
           02 CDM-PTR                                      PIC 9(2).
      * Recording stamp: the 17-byte descriptor form and the seven
      * binary bytes a directory record carries
           02 CDM-STAMP17                                  PIC X(17).
           02 CDM-DT                                       PIC 9(3)
           OCCURS 7.
           02 CDM-IMG                                      PIC X(4096).
           02 CDM-ROOT                                     PIC X(4096).
           02 CDM-TABLE.
              03 CDM-ENT OCCURS 48.
                 05 CDM-E-KEY.
                    07 CDM-E-NAME                          PIC X(8).
                    07 CDM-E-EXT                           PIC X(3).
                 05 CDM-E-VOL                              PIC X.
                 05 CDM-E-STORE                            PIC X(24).
                 05 CDM-E-SEXT                             PIC X(3).
                 05 CDM-E-BASE                             PIC 9(8).
                 05 CDM-E-SIZE                             PIC 9(10).
                 05 CDM-E-SECTS                            PIC 9(8).
                 05 CDM-E-LBA                              PIC 9(8).
           02 CDM-HOLD                                     PIC X(73).
      ******************************************************************
      * Media catalog: every diskette, DOS diskette, archive and disc
      * written gets a media number (its record number in MEDIAVOL.DAT)
      * and a row there with its label, where it is kept and whether
      * it is on site, off site or destroyed; MEDIACAT.DAT has a row
      * per file placed on one, with size, content checksum and the
      * file's own date, which is what FINDMEDIA searches.
      *   MEDIAVOL.DAT (120): 1 Mnnnnn, 8 type (D EXPORT diskette,
      *     F DOS diskette, A archive, C disc), 10 label, 43 written,
      *     58 status (O, F, X), 60 location, 81 DOS serial, 92 by,
      *     101 last changed, 116 files
      *   MEDIACAT.DAT (100): 1 Mnnnnn, 8 volume, 10 name, 35 ext,
      *     39 bytes, 50 checksum, 59 file date, 68 placed
       01  MED-DATA.
      ******************************************************************
           02 MED-ID-NUM                                   PIC 9(5).
           02 MED-ID                                       PIC X(6).
           02 MED-TYPE                                     PIC X.
           02 MED-LABEL                                    PIC X(32).
           02 MED-SERIAL                                   PIC 9(10).
           02 MED-SRC-VOL                                  PIC X.
           02 MED-NEWRECS                                  PIC 9(4).
           02 MED-FILES                                    PIC 9(4).
           02 MED-F-VOL                                    PIC X.
           02 MED-F-NAME                                   PIC X(24).
           02 MED-F-EXT                                    PIC X(3).
           02 MED-F-SIZE                                   PIC 9(10).
           02 MED-F-SUM                                    PIC 9(8).
           02 MED-F-DATE                                   PIC X(8).
           02 MED-VOL-REC                                  PIC X(120).
           02 MED-ARG                                      PIC X(40).
           02 MED-DIGIT                                    PIC 9.
           02 MED-IDX                                      PIC 9(2).
           02 MED-PTR                                      PIC 9(2).
           02 MED-BAD                                      PIC A.
           02 MED-VERB                                     PIC X(10).
           02 MED-REST                                     PIC X(40).
           02 MED-STATUS-TXT                               PIC X(9).
           02 MED-TYPE-TXT                                 PIC X(12).
           02 MED-PAT-NAME                                 PIC X(24).
           02 MED-PAT-EXT                                  PIC X(3).
           02 MED-PAT-LEN                                  PIC 9(2).
           02 MED-PAT-DATE                                 PIC X(8).
           02 MED-DATE-LEN                                 PIC 9(2).
           02 MED-MATCHED                                  PIC A.
           02 MED-N-VOLS                                   PIC 9(5).
           02 MED-ED                                       PIC Z(9)9.
      * FINDMEDIA hits off MEDIACAT.DAT, looked up in MEDIAVOL.DAT
      * once the catalog pass is over
           02 MED-HIT-COUNT                                PIC 9(2).
           02 MED-HIT-OVER                                 PIC A.
           02 MED-HIT OCCURS 50.
              03 MED-H-ID-NUM                              PIC 9(5).
              03 MED-H-NAME                                PIC X(24).
              03 MED-H-EXT                                 PIC X(3).
              03 MED-H-DATE                                PIC X(8).
              03 MED-H-SIZE                                PIC 9(10).
      ******************************************************************
      * Hardware inventory: each boot takes stock of the machine -- the
      * PCI functions with class and BARs, what the drives answer to
      * IDENTIFY, the RAM, the Sound Blaster and the COM and LPT ports
      * that answer a probe -- and holds it up against what the last
      * boot recorded.  Anything added, removed or different goes to
      * the change register and up as an alert.
      *   HWINV.DAT (80): record 1 is the header, 1 "*INVENTORY",
      *     14 taken, 29 items, 33 changes, 37 F on the first boot;
      *     records 2-65 one item each, 1 key, 14 value
      *   HWCHG.DAT (170): 1 boot taken, 16 A added, R removed or
      *     C changed, 18 key, 31 old value, 99 new value
       01  HWI-DATA.
      ******************************************************************
           02 HWI-COUNT                                    PIC 9(3).
           02 HWI-OLD-COUNT                                PIC 9(3).
           02 HWI-IDX                                      PIC 9(3).
           02 HWI-IDX2                                     PIC 9(3).
           02 HWI-FOUND                                    PIC X.
           02 HWI-HAVE-OLD                                 PIC X.
           02 HWI-OVER                                     PIC 9(3).
           02 HWI-STAMP                                    PIC X(14).
           02 HWI-KEY                                      PIC X(12).
           02 HWI-VALUE                                    PIC X(67).
           02 HWI-CHANGES                                  PIC 9(3).
           02 HWI-KIND                                     PIC X.
           02 HWI-OLD-VALUE                                PIC X(67).
           02 HWI-NEWRECS                                  PIC 9(4).
           02 HWI-HV                                       PIC 9(10).
           02 HWI-HW                                       PIC 9(2).
           02 HWI-HPOS                                     PIC 9(2).
           02 HWI-HD                                       PIC 9(2).
           02 HWI-HQ                                       PIC 9(10).
           02 HWI-HEX                                      PIC X(8).
           02 HWI-B3                                       PIC 9(3).
           02 HWI-S2                                       PIC 9(2).
           02 HWI-F1                                       PIC 9.
           02 HWI-BAR-IDX                                  PIC 9.
           02 HWI-BARS                                     PIC X(54).
           02 HWI-BAR-PTR                                  PIC 9(3).
           02 HWI-DEVHEX                                   PIC X(9).
           02 HWI-CLASSHEX                                 PIC X(2).
           02 HWI-POS                                      PIC 9.
           02 HWI-SAVE-BUS                                 PIC 9(4).
           02 HWI-DRV-KIND                                 PIC X(5).
           02 HWI-ID-OK                                    PIC X.
           02 HWI-ID-STOP                                  PIC X.
           02 HWI-MODEL                                    PIC X(40).
           02 HWI-SERIAL                                   PIC X(20).
           02 HWI-SWAP                                     PIC 9(2).
           02 HWI-SWAP-OFS                                 PIC 9(3).
           02 HWI-PORT-IDX                                 PIC 9.
           02 HWI-PORT-BASE                                PIC 9(4).
           02 HWI-PORT-NAME                                PIC X(4).
           02 HWI-PORT-OFS                                 PIC 9.
           02 HWI-PROBE-OK                                 PIC X.
           02 HWI-ED                                       PIC ZZ9.
           02 HWI-HDR                                      PIC X(80).
           02 HWI-NEW-TABLE.
              03 HWI-NEW OCCURS 64.
                 05 HWI-N-KEY                              PIC X(12).
                 05 HWI-N-VALUE                            PIC X(67).
           02 HWI-OLD-TABLE.
              03 HWI-OLD OCCURS 64.
                 05 HWI-O-KEY                              PIC X(12).
                 05 HWI-O-VALUE                            PIC X(67).
                 05 HWI-O-SEEN                             PIC X.
      ******************************************************************
      * Bad-sector map for the C: volume's hard disk.  A disk LBA that
      * fails is retired to a spare in the BADSPARE.SYS extent on C:
      * -- its data moved across if a retry can still read it -- and
      * every later access to it is steered to the spare.  The map
      * lives on A:, away from the disk it describes, and is only
      * written back between operations (BSM-FLUSH), never from
      * inside the sector path that finds the failure.
      *   BADSECT.DAT (40): record 1 the header, 1 "*SPARES", 10 first
      *     spare LBA, 19 spares, 24 spares used, 29 entries;
      *     records 2-129 an entry each, 1 bad LBA, 10 spare LBA,
      *     19 R data recovered or L lost, 21 I found in use or S by
      *     the surface scan, 23 when
       01  BSM-DATA.
      ******************************************************************
           02 BSM-LOADED                                   PIC X
           VALUE 'N'.
           02 BSM-DIRTY                                    PIC X
           VALUE 'N'.
           02 BSM-FORCE                                    PIC X.
           02 BSM-SPARE-BASE                               PIC 9(8).
           02 BSM-SPARE-COUNT                              PIC 9(4).
           02 BSM-SPARE-NEXT                               PIC 9(4).
           02 BSM-COUNT                                    PIC 9(4).
           02 BSM-IDX                                      PIC 9(4).
           02 BSM-HIT                                      PIC 9(4).
           02 BSM-TRY                                      PIC 9.
           02 BSM-BAD-LBA                                  PIC 9(8).
           02 BSM-DATA-OK                                  PIC X.
           02 BSM-HOMED                                    PIC X.
           02 BSM-HOW                                      PIC X
           VALUE 'I'.
           02 BSM-ED                                       PIC Z(7)9.
           02 BSM-SCAN-NEXT                                PIC 9(8).
           02 BSM-SCAN-END                                 PIC 9(8).
           02 BSM-SCAN-READ                                PIC 9(8).
           02 BSM-SCAN-SKIP                                PIC 9(8).
           02 BSM-SCAN-NEW                                 PIC 9(4).
           02 BSM-SCAN-RECOV                               PIC 9(4).
           02 BSM-SCAN-LOST                                PIC 9(4).
           02 BSM-SCAN-UNMAP                               PIC 9(4).
           02 BSM-SCAN-PHYS                                PIC 9(8).
           02 BSM-BURST                                    PIC 9(4).
           02 BSM-SCAN-CUT                                 PIC X.
           02 BSM-TABLE.
              03 BSM-ENT OCCURS 128.
                 05 BSM-E-LBA                              PIC 9(8).
                 05 BSM-E-SPARE                            PIC 9(8).
                 05 BSM-E-STATE                            PIC X.
                 05 BSM-E-HOW                              PIC X.
                 05 BSM-E-WHEN                             PIC X(14).
                 05 BSM-E-SAVED                            PIC X.
      ******************************************************************
      * UPS monitor: a serial-signalling UPS cabled to the COM port
      * UPSPORT names talks through the modem status lines alone --
      * CTS raised means the UPS is running on battery, DCD raised
      * that the battery is low (the usual contact-closure cable;
      * DTR and RTS are held up to power it).  A reading has to be
      * seen on two passes running before it counts, so a glitch on
      * the line does not shut the machine down.
      *   UPS-STATE O on line, B on battery, L battery low
       01  UPS-DATA.
      ******************************************************************
           02 UPS-PORT                                     PIC 9(4)
           VALUE 0.
           02 UPS-STATE                                    PIC X
           VALUE 'O'.
           02 UPS-SEEN                                     PIC X.
           02 UPS-PEND                                     PIC X
           VALUE 'O'.
           02 UPS-HOLD                                     PIC X
           VALUE 'N'.
           02 UPS-SINCE                                    PIC X(14)
           VALUE SPACES.
           02 UPS-EVENTS                                   PIC 9(4)
           VALUE 0.
           02 UPS-OK                                       PIC X.
           02 UPS-STATE-TEXT                               PIC X(20).
      ******************************************************************
      * Clock synchronization from the serial time source on TIMEPORT.
      * Once an hour (and on TIMESYNC NOW) the line is listened to
      * for up to a few seconds for one good RMC or ZDA sentence --
      * checksum right, fix valid -- and the RTC, read the moment the
      * sentence ends, is compared with it.  Out by more than TIMETOL
      * seconds, the clock is set and the correction goes to the drift
      * history, with the time since the one before so a drift rate
      * can be worked out from it.
      *   TIMEDRFT.DAT (80): 1 RTC time before, 16 source time, 31
      *     correction in signed seconds, 42 seconds since the last
      *     correction (zero for the first), 53 'J' if the step
      *     crossed a schedule entry's time, 55 that entry's kind
       01  TSY-DATA.
      ******************************************************************
           02 TSY-PORT                                     PIC 9(4)
           VALUE 0.
           02 TSY-TOL                                      PIC 9(4)
           VALUE 2.
           02 TSY-ZONE                                     PIC S9(4)
           VALUE 0.
           02 TSY-DIVISOR                                  PIC 9(6).
           02 TSY-NEXT-CHECK                               PIC 9(10)
           VALUE 0.
           02 TSY-SILENT                                   PIC X
           VALUE 'N'.
           02 TSY-BYTE                                     PIC 9(3).
           02 TSY-DRAIN                                    PIC 9(3).
           02 TSY-STARTED                                  PIC X.
           02 TSY-HAVE                                     PIC X.
           02 TSY-INBUF                                    PIC X(82).
           02 TSY-INLEN                                    PIC 9(3).
           02 TSY-LINE                                     PIC X(82).
           02 TSY-STAR                                     PIC 9(3).
           02 TSY-POS                                      PIC 9(3).
           02 TSY-CK                                       PIC 9(3).
           02 TSY-CK-HI                                    PIC 9(3).
           02 TSY-CK-LO                                    PIC 9(3).
           02 TSY-CK-HEX                                   PIC X(2).
           02 TSY-F                                        PIC X(12)
           OCCURS 10 TIMES.
      * The source's time, moved to local time, and the RTC's at the
      * same moment; both also as seconds from the start of 2000
           02 TSY-SY                                       PIC 9(4).
           02 TSY-SM                                       PIC 9(2).
           02 TSY-SD                                       PIC 9(2).
           02 TSY-SH                                       PIC 9(2).
           02 TSY-SMI                                      PIC 9(2).
           02 TSY-SS                                       PIC 9(2).
           02 TSY-MINS                                     PIC S9(5).
           02 TSY-RTC-STAMP                                PIC X(14).
           02 TSY-SRC-STAMP                                PIC X(14).
           02 TSY-STAMP                                    PIC X(14).
           02 TSY-SECS                                     PIC 9(12).
           02 TSY-WY                                       PIC 9(4).
           02 TSY-WM                                       PIC 9(2).
           02 TSY-WD                                       PIC 9(2).
           02 TSY-WH                                       PIC 9(2).
           02 TSY-WMI                                      PIC 9(2).
           02 TSY-WS                                       PIC 9(2).
           02 TSY-DAYS                                     PIC 9(6).
           02 TSY-LEAPS                                    PIC 9(3).
           02 TSY-RTC-SECS                                 PIC 9(12).
           02 TSY-SRC-SECS                                 PIC 9(12).
           02 TSY-OFS                                      PIC S9(11).
           02 TSY-ABS                                      PIC 9(11).
           02 TSY-LAST-SECS                                PIC 9(12)
           VALUE 0.
           02 TSY-ELAPSED                                  PIC 9(12).
      * Did the step carry the clock over a schedule entry's time?
           02 TSY-JUMP                                     PIC X.
           02 TSY-JUMP-KIND                                PIC X(8).
           02 TSY-LO                                       PIC 9(12).
           02 TSY-HI                                       PIC 9(12).
           02 TSY-CAND                                     PIC 9(12).
           02 TSY-IDX                                      PIC 9(4).
           02 TSY-NEWRECS                                  PIC 9(8).
      * This session's checks, for the report
           02 TSY-CHECKS                                   PIC 9(6)
           VALUE 0.
           02 TSY-FIXES                                    PIC 9(4)
           VALUE 0.
           02 TSY-LAST-CHECK                               PIC X(14)
           VALUE SPACES.
           02 TSY-LAST-OFS                                 PIC S9(11)
           VALUE 0.
           02 TSY-LAST-RESULT                              PIC X(40)
           VALUE SPACES.
      * Drift-rate arithmetic and the report's edited fields
           02 TSY-N                                        PIC 9(6).
           02 TSY-FIRST                                    PIC 9(8).
           02 TSY-SUM-OFS                                  PIC S9(11).
           02 TSY-SUM-EL                                   PIC 9(12).
           02 TSY-RATE                                     PIC S9(7)V99.
           02 TSY-ED                                       PIC -(10)9.
           02 TSY-RATE-ED                                  PIC -(6)9.99.
           02 TSY-RATE30-ED                                PIC -(6)9.99.
      * Days before the first of each month in a common year
           02 TSY-MONTH-STARTS                             PIC X(36)
           VALUE "000031059090120151181212243273304334".
           02 TSY-MONTH-TAB REDEFINES TSY-MONTH-STARTS.
              03 TSY-MSTART                                PIC 9(3)
              OCCURS 12 TIMES.
      ******************************************************************
      * Daylight saving.  The RTC keeps local wall time; whether that
      * is standard or daylight time just now is a byte of CMOS beside
      * the saved settings (4AH: D5H daylight, 5AH standard, anything
      * else not known yet), so it survives a power-off along with the
      * clock itself.  The year's two transitions are worked out from
      * the rules once a year, as seconds from 2000 each in its own
      * frame -- the start in standard time, the end in daylight.
       01  DST-DATA.
      ******************************************************************
           02 DST-ON                                       PIC X
           VALUE 'N'.
           02 DST-OFS                                      PIC 9(3)
           VALUE 60.
           02 DST-STATE                                    PIC X
           VALUE SPACE.
           02 DST-WANT                                     PIC X.
           02 DST-YEAR                                     PIC 9(4)
           VALUE 0.
           02 DST-START-SECS                               PIC 9(12).
           02 DST-END-SECS                                 PIC 9(12).
           02 DST-LIM-START                                PIC 9(12).
           02 DST-LIM-END                                  PIC 9(12).
           02 DST-NOW-SECS                                 PIC 9(12).
           02 DST-RULE                                     PIC X(9).
           02 DST-RULE-OK                                  PIC X.
           02 DST-SET-OK                                   PIC X.
           02 DST-RM                                       PIC 9(2).
           02 DST-RW                                       PIC 9(1).
           02 DST-RD                                       PIC 9(1).
           02 DST-RH                                       PIC 9(2).
           02 DST-DAY                                      PIC 9(2).
           02 DST-MINS                                     PIC S9(5).
           02 DST-ED                                       PIC ZZ9.
      ******************************************************************
      * Two-person authorization: the operation being asked for, the
      * second supervisor who vouched for it, and the compiled-in list
      * of operations that need one when runtime.cfg names none
       01  TPA-DATA.
      ******************************************************************
           02 TPA-OP                                       PIC X(10).
           02 TPA-NEEDED                                   PIC X.
           02 TPA-OK                                       PIC X.
           02 TPA-ID                                       PIC X(8).
           02 TPA-ANSWER                                   PIC X(20).
           02 TPA-IDX                                      PIC 9(2).
           02 TPA-PTR                                      PIC 9(2).
      * The caller's file context, put back once the authorizer has
      * been looked up in OPERATOR.SEC
           02 TPA-SAVE-VOL                                 PIC X.
           02 TPA-SAVE-NAME                                PIC X(24).
           02 TPA-SAVE-EXT                                 PIC X(3).
           02 TPA-DEFAULT-LIST.
               03 FILLER                                   PIC X(30)
               VALUE "COMPACT   RESTORE   PURGE     ".
               03 FILLER                                   PIC X(30)
               VALUE "WIPE      OPERADM   MIRROR    ".
           02 TPA-DEFAULT-TAB REDEFINES TPA-DEFAULT-LIST.
               03 TPA-DEFAULT-OP                           PIC X(10)
               OCCURS 6 TIMES.
      ******************************************************************
      * Operations dashboard: one refresh's figures as shown, the
      * colour each is drawn in (white, or red once it crosses its
      * warning level) and the warning levels themselves.  The live
      * view redraws every DASH-PERIOD-MS for DASH-CYCLES passes,
      * about a minute, then waits on the operator.
       01  DASH-DATA.
      ******************************************************************
           02 DASH-ACTION                                  PIC A.
           02 DASH-STOP                                    PIC A.
           02 DASH-CYCLE                                   PIC 9(2).
           02 DASH-CYCLES                                  PIC 9(2)
           VALUE 12.
           02 DASH-PERIOD-MS                               PIC 9(5)
           VALUE 5000.
           02 DASH-DEADLINE                                PIC 9(10).
           02 DASH-NORMAL                                  PIC 9
           VALUE 7.
           02 DASH-WARN                                    PIC 9
           VALUE 4.
           02 DASH-WARN-JOBS                               PIC 9(2)
           VALUE 8.
           02 DASH-WARN-SPOOL                              PIC 9(2)
           VALUE 3.
           02 DASH-WARN-CRIT                               PIC 9(4)
           VALUE 1.
           02 DASH-WARN-ALERTS                             PIC 9(4)
           VALUE 5.
           02 DASH-WARN-FREE-PCT                           PIC 9(3)
           VALUE 10.
           02 DASH-STAMP                                   PIC X(19).
           02 DASH-PROMPT                                  PIC X(50).
           02 DASH-QUEUED                                  PIC 9(2).
           02 DASH-HELD                                    PIC 9(2).
           02 DASH-JOBS-TXT                                PIC X(50).
           02 DASH-RUN-TXT                                 PIC X(50).
           02 DASH-SPOOL-N                                 PIC 9(2).
           02 DASH-SPOOL-FORM                              PIC X(8).
           02 DASH-SPOOL-TXT                               PIC X(50).
           02 DASH-AL-CRIT                                 PIC 9(4).
           02 DASH-AL-WARN                                 PIC 9(4).
           02 DASH-AL-ADV                                  PIC 9(4).
           02 DASH-VOL-TXT                                 PIC X(50)
           OCCURS 3 TIMES.
           02 DASH-MIRROR-TXT                              PIC X(50).
           02 DASH-JNL-TXT                                 PIC X(50).
           02 DASH-UP-TXT                                  PIC X(20).
           02 DASH-FIRE-TXT                                PIC X(50)
           OCCURS 3 TIMES.
           02 DASH-WHO-TXT                                 PIC X(30).
           02 DASH-RJE-TXT                                 PIC X(30).
           02 DASH-TTY-TXT                                 PIC X(60).
           02 DASH-C-JOBS                                  PIC 9.
           02 DASH-C-SPOOL                                 PIC 9.
           02 DASH-C-CRIT                                  PIC 9.
           02 DASH-C-ALERTS                                PIC 9.
           02 DASH-C-VOL                                   PIC 9
           OCCURS 3 TIMES.
           02 DASH-C-MIRROR                                PIC 9.
           02 DASH-C-JNL                                   PIC 9.
           02 DASH-C-FIRE                                  PIC 9
           OCCURS 3 TIMES.
      * Free-space arithmetic for one volume, off its allocator file
           02 DASH-V-IDX                                   PIC 9.
           02 DASH-VOL                                     PIC X.
           02 DASH-SAVE-ALLOC                              PIC X(12).
           02 DASH-NEXT                                    PIC 9(8).
           02 DASH-SIZE                                    PIC 9(8).
           02 DASH-USED                                    PIC 9(8).
           02 DASH-FREE                                    PIC 9(8).
           02 DASH-PCT                                     PIC 9(3).
      * Uptime split out of the PIT's millisecond count
           02 DASH-SECS                                    PIC 9(10).
           02 DASH-REM                                     PIC 9(10).
           02 DASH-DD                                      PIC 9(3).
           02 DASH-HH                                      PIC 9(2).
           02 DASH-MI                                      PIC 9(2).
           02 DASH-SS                                      PIC 9(2).
      * The next three firings, earliest first: date and HHMM as one
      * sortable key, the kind, and 'Y' where it is overdue today
           02 DASH-S-COUNT                                 PIC 9(4).
           02 DASH-DAY                                     PIC 9(3).
           02 DASH-FOUND                                   PIC A.
           02 DASH-SHIFT                                   PIC A.
           02 DASH-J                                       PIC 9.
           02 DASH-FIRE
           OCCURS 3 TIMES.
               03 DASH-F-KEY                               PIC X(12).
               03 DASH-F-KIND                              PIC X(8).
               03 DASH-F-LATE                              PIC A.
           02 DASH-K.
               03 DASH-K-KEY                               PIC X(12).
               03 DASH-K-KIND                              PIC X(8).
               03 DASH-K-LATE                              PIC A.
           02 DASH-T                                       PIC X(21).
      ******************************************************************
      * Threshold rules.  THRESHLD.DAT is an ordinary store file the
      * operators keep with the text editor, one rule per 80-byte
      * record: the measure (1-12 -- a KRNLCNTR counter, ATAPI-CMDS
      * ATAPI-RETRY ATAPI-FAILS UART-TX UART-RX UART-TMOUT KBD-IRQS
      * PS2-RESEND, or FREE-A, FREE-B, FREE-C for a volume's percent
      * free), the limit (14-21), the window in minutes (23-27,
      * blank for the whole session) and the alert severity (29, 1-3,
      * blank for a warning), with the alert's wording in 31-70 if
      * the default will not do.  A counter trips when it rose by
      * more than the limit inside the window; a volume when its free
      * space falls below the limit.  Blank and '*' lines are
      * ignored; only the first sixteen rows count.  Each tripped
      * rule raises its alert once and stays quiet until the measure
      * is back inside its limit.  The window slides in twelfths: a
      * sample of the counter per twelfth, the oldest one the base --
      * across a gap in the checks longer than that (the menu waiting
      * on the operator) the whole rise counts.
       01  THR-DATA.
      ******************************************************************
           02 THR-NEXT-CHECK                               PIC 9(10)
           VALUE 0.
           02 THR-NOW                                      PIC 9(10).
           02 THR-RULE OCCURS 16 TIMES.
              03 THR-R-SPEC                                PIC X(30).
              03 THR-R-OK                                  PIC A.
              03 THR-R-RAISED                              PIC A.
              03 THR-R-AT                                  PIC 9(10).
              03 THR-R-POS                                 PIC 9(2).
              03 THR-R-SAMP                                PIC 9(8)
              OCCURS 12 TIMES.
           02 THR-IDX                                      PIC 9(2).
           02 THR-S                                        PIC 9(2).
           02 THR-K                                        PIC 9(10).
           02 THR-NUMRECS                                  PIC 9(4).
           02 THR-MEASURE                                  PIC X(12).
           02 THR-LIMIT                                    PIC 9(8).
           02 THR-WINDOW                                   PIC 9(5).
           02 THR-STEP                                     PIC 9(8).
           02 THR-SEV                                      PIC 9.
           02 THR-CUR                                      PIC 9(8).
           02 THR-CARRY                                    PIC 9(8).
           02 THR-VALUE                                    PIC 9(8).
           02 THR-HIT                                      PIC A.
           02 THR-VALID                                    PIC A.
           02 THR-VAL-ED                                   PIC Z(7)9.
           02 THR-LIM-ED                                   PIC Z(7)9.
           02 THR-WIN-ED                                   PIC Z(4)9.

      ******************************************************************
      * Job accounting.  Every shell operation and batch job is
      * charged to an operator: the elapsed milliseconds, the sectors
      * the store read and wrote meanwhile and the one operation.  An
      * operation run inside another -- a script's steps under its
      * EXEC -- is the outer one's; a batch job is its submitter's,
      * slices and all.  Lines the spooler feeds the printer go to
      * whoever queued the job.  Usage builds up in a bucket per
      * operator and goes down in ACCTDAY.DAT on A: every five
      * minutes, when the day turns and at shutdown: one 80-byte row
      * per operator per day and session -- the date (1-8), operator
      * (10-17), the department OPERATOR.SEC gave them at the time
      * (19-26), ms (28-37), sectors read (39-46) and written
      * (48-55), printed lines (57-64) and operations (66-71).
       01  ACCT-DATA.
      ******************************************************************
           02 ACCT-RD-COUNT                                PIC 9(10)
           VALUE 0.
           02 ACCT-WR-COUNT                                PIC 9(10)
           VALUE 0.
           02 ACCT-DEPTH                                   PIC 9(2)
           VALUE 0.
           02 ACCT-WHO-IN                                  PIC X(8).
           02 ACCT-CUR-WHO                                 PIC X(8).
           02 ACCT-T0                                      PIC 9(10).
           02 ACCT-RD0                                     PIC 9(10).
           02 ACCT-WR0                                     PIC 9(10).
           02 ACCT-MS                                      PIC 9(10).
           02 ACCT-RD                                      PIC 9(10).
           02 ACCT-WR                                      PIC 9(10).
           02 ACCT-LINES                                   PIC 9(8).
           02 ACCT-OPS                                     PIC 9(6).
           02 ACCT-DAY                                     PIC X(8)
           VALUE SPACES.
           02 ACCT-TODAY                                   PIC X(8).
           02 ACCT-NEXT-POST                               PIC 9(10)
           VALUE 0.
           02 ACCT-NOW                                     PIC 9(10).
           02 ACCT-COUNT                                   PIC 9(2)
           VALUE 0.
           02 ACCT-BUCKET OCCURS 8 TIMES.
              03 ACCT-B-WHO                                PIC X(8).
              03 ACCT-B-DEPT                               PIC X(8).
              03 ACCT-B-ROW                                PIC 9(4).
              03 ACCT-B-MS                                 PIC 9(10).
              03 ACCT-B-RD                                 PIC 9(8).
              03 ACCT-B-WR                                 PIC 9(8).
              03 ACCT-B-LINES                              PIC 9(8).
              03 ACCT-B-OPS                                PIC 9(6).
           02 ACCT-IDX                                     PIC 9(2).
           02 ACCT-HIT                                     PIC 9(2).
           02 ACCT-Q-WHO                                   PIC X(8).
           02 ACCT-Q-DEPT                                  PIC X(8).
           02 ACCT-NEWRECS                                 PIC 9(4).
           02 ACCT-N10                                     PIC 9(10).
           02 ACCT-N8                                      PIC 9(8).
           02 ACCT-N6                                      PIC 9(6).
      ******************************************************************
      * CHARGEBACK report state.  CHGRATES.DAT on A: is the rate
      * table, kept with the text editor: a measure in 1-8 -- CPUSEC,
      * READ, WRITE, LINE or SPACE -- and its price in 10-21, per
      * second of elapsed time, per sector read or written, per line
      * printed and per sector held for a day.  The usage comes off
      * ACCTDAY.DAT and the space off the operator rows of the
      * capacity history, the first snapshot of each day.  The rows
      * are kept in department and operator order.
       01  CBK-DATA.
      ******************************************************************
           02 CBK-ARG                                      PIC X(40).
           02 CBK-FROM                                     PIC X(8).
           02 CBK-TO                                       PIC X(8).
           02 CBK-OK                                       PIC A.
           02 CBK-YEAR                                     PIC 9(4).
           02 CBK-MONTH                                    PIC 9(2).
           02 CBK-MDAYS-TEXT                               PIC X(24)
           VALUE "312831303130313130313031".
           02 CBK-MDAYS-TABLE REDEFINES CBK-MDAYS-TEXT.
              03 CBK-MDAYS                                 PIC 9(2)
              OCCURS 12 TIMES.
           02 CBK-LAST                                     PIC 9(2).
           02 CBK-RATES-FOUND                              PIC A.
           02 CBK-RATE                                     PIC 9(5)V9(4)
           OCCURS 5 TIMES.
           02 CBK-RATE-NAMES.
               03 FILLER                                   PIC X(40)
               VALUE "CPUSEC  READ    WRITE   LINE    SPACE   ".
           02 CBK-RATE-TABLE REDEFINES CBK-RATE-NAMES.
               03 CBK-RATE-NAME                            PIC X(8)
               OCCURS 5 TIMES.
           02 CBK-COUNT                                    PIC 9(2).
           02 CBK-MORE                                     PIC A.
           02 CBK-ROW OCCURS 32 TIMES.
              03 CBK-R-DEPT                                PIC X(8).
              03 CBK-R-WHO                                 PIC X(8).
              03 CBK-R-MS                                  PIC 9(12).
              03 CBK-R-RD                                  PIC 9(10).
              03 CBK-R-WR                                  PIC 9(10).
              03 CBK-R-LINES                               PIC 9(10).
              03 CBK-R-SPACE                               PIC 9(12).
              03 CBK-R-AMT                                 PIC 9(11)V99.
      * The row being printed, and the department and grand totals,
      * all laid out like a row
           02 CBK-PR.
              03 CBK-P-DEPT                                PIC X(8).
              03 CBK-P-WHO                                 PIC X(8).
              03 CBK-P-MS                                  PIC 9(12).
              03 CBK-P-RD                                  PIC 9(10).
              03 CBK-P-WR                                  PIC 9(10).
              03 CBK-P-LINES                               PIC 9(10).
              03 CBK-P-SPACE                               PIC 9(12).
              03 CBK-P-AMT                                 PIC 9(11)V99.
           02 CBK-SUM OCCURS 2 TIMES.
              03 CBK-S-DEPT                                PIC X(8).
              03 CBK-S-WHO                                 PIC X(8).
              03 CBK-S-MS                                  PIC 9(12).
              03 CBK-S-RD                                  PIC 9(10).
              03 CBK-S-WR                                  PIC 9(10).
              03 CBK-S-LINES                               PIC 9(10).
              03 CBK-S-SPACE                               PIC 9(12).
              03 CBK-S-AMT                                 PIC 9(11)V99.
           02 CBK-SWAP                                     PIC X(83).
           02 CBK-I                                        PIC 9(2).
           02 CBK-J                                        PIC 9(2).
           02 CBK-HIT                                      PIC 9(2).
           02 CBK-Q-DEPT                                   PIC X(8).
           02 CBK-Q-WHO                                    PIC X(8).
           02 CBK-SEEN                                     PIC X(8)
           OCCURS 3 TIMES.
           02 CBK-V                                        PIC 9.
           02 CBK-TAKE                                     PIC A.
           02 CBK-TAKE-VOL                                 PIC X.
           02 CBK-PTR                                      PIC 9(3).
           02 CBK-SAVE-DEST                                PIC X.
           02 CBK-SAVE-FNAME                               PIC X(24).
           02 CBK-ED-RATE                                PIC Z(4)9.9999.
           02 CBK-ED-SEC                                   PIC Z(6)9.
           02 CBK-ED-RD                                    PIC Z(6)9.
           02 CBK-ED-WR                                    PIC Z(6)9.
           02 CBK-ED-LINES                                 PIC Z(6)9.
           02 CBK-ED-SPACE                                 PIC Z(8)9.
           02 CBK-ED-AMT                                   PIC Z(8)9.99.
      ******************************************************************
      * LINECOPY state: a deck with its COPY statements resolved
      * against the deck library.  Each COPY names a registered
      * member (NAME or NAME.EXT, a bare name preferring .CPY); the
      * member's lines go in where the statement stood, the statement
      * itself kept as comment lines, and a member's own COPYs open a
      * further level on the frame stack, eight deep at most.  The
      * output is a LINESORT-layout deck renumbered 100 by 100, every
      * inserted line tagged from column 81: "*>", the member (84-111)
      * and its line there (113-118).  Two passes, the first only
      * counting, so the output is cut to size.  The outcome code
      * follows LINECOMP: 0 expanded clean, 1 expanded with findings
      * (nesting too deep, a member copying itself, a statement that
      * would not parse, a line REPLACING pushed past column 72, the
      * 2000-line cap), 2 a member missing or the deck not opened.
       01  LCPY-DATA.
      ******************************************************************
           02 LCPY-SRC-SPEC                                PIC X(40).
           02 LCPY-DST-SPEC                                PIC X(40).
           02 LCPY-LEVEL-ARG                               PIC X(8).
           02 LCPY-LEVEL                                   PIC X.
           02 LCPY-OK                                      PIC A.
           02 LCPY-RC                                      PIC 9.
           02 LCPY-MSG                                     PIC X(40).
           02 LCPY-COUNT-ONLY                              PIC A.
           02 LCPY-OUT-RECNO                               PIC 9(4).
           02 LCPY-OUT-COUNT                               PIC 9(4).
           02 LCPY-NEWNO                                   PIC 9(6).
           02 LCPY-CAPPED                                  PIC A.
           02 LCPY-COPIES                                  PIC 9(4).
           02 LCPY-INSERTED                                PIC 9(4).
           02 LCPY-MISSING                                 PIC 9(4).
           02 LCPY-TOO-DEEP                                PIC 9(4).
           02 LCPY-LOOPS                                   PIC 9(4).
           02 LCPY-BAD-STMT                                PIC 9(4).
           02 LCPY-CUT                                     PIC 9(4).
           02 LCPY-FINDINGS                                PIC 9(4).
           02 LCPY-MISS-COUNT                              PIC 9.
           02 LCPY-MISS-NAME                               PIC X(28)
           OCCURS 8 TIMES.
           02 LCPY-SRC-VOL                                 PIC X.
           02 LCPY-SRC-CYL                                 PIC 9(4).
           02 LCPY-SRC-SECT                                PIC 9(4).
           02 LCPY-SRC-NUMSECT                             PIC 9(4).
           02 LCPY-SRC-RECLEN                              PIC 9(4).
           02 LCPY-SRC-NUMRECS                             PIC 9(4).
           02 LCPY-SRC-VAR                                 PIC A.
           02 LCPY-DST-VOL                                 PIC X.
           02 LCPY-DST-NAME                                PIC X(24).
           02 LCPY-DST-EXT                                 PIC X(3).
           02 LCPY-DST-CYL                                 PIC 9(4).
           02 LCPY-DST-SECT                                PIC 9(4).
           02 LCPY-DST-NUMSECT                             PIC 9(4).
      * The registry, read once per run
           02 LCPY-REG-COUNT                               PIC 9(4).
           02 LCPY-REG OCCURS 64 TIMES.
                 05 LCPY-REG-MEMBER                        PIC X(24).
                 05 LCPY-REG-EXT                           PIC X(3).
                 05 LCPY-REG-NAME                          PIC X(24).
                 05 LCPY-REG-BASE                          PIC X(24).
      * The frame stack: frame 1 is the deck itself, each further
      * frame a member being copied, with the REPLACING pairs its
      * COPY statement carried ('W' whole words, 'P' text anywhere)
           02 LCPY-DEPTH                                   PIC 9.
           02 LCPY-FRAME OCCURS 8 TIMES.
                 05 LCPY-F-VOL                             PIC X.
                 05 LCPY-F-CYL                             PIC 9(4).
                 05 LCPY-F-SECT                            PIC 9(4).
                 05 LCPY-F-NUMSECT                         PIC 9(4).
                 05 LCPY-F-RECLEN                          PIC 9(4).
                 05 LCPY-F-NUMRECS                         PIC 9(4).
                 05 LCPY-F-VAR                             PIC A.
                 05 LCPY-F-NEXT                            PIC 9(4).
                 05 LCPY-F-SPEC                            PIC X(28).
                 05 LCPY-F-REG                             PIC 9(4).
                 05 LCPY-F-NREP                            PIC 9.
                 05 LCPY-F-REP OCCURS 6 TIMES.
                    07 LCPY-F-KIND                         PIC X.
                    07 LCPY-F-FROM                         PIC X(60).
                    07 LCPY-F-FLEN                         PIC 9(2).
                    07 LCPY-F-TO                           PIC X(60).
                    07 LCPY-F-TLEN                         PIC 9(2).
      * The statement being read and what it parsed to
           02 LCPY-IN                                      PIC X(80).
           02 LCPY-LINE-NO                                 PIC 9(6).
           02 LCPY-UP                                      PIC X(65).
           02 LCPY-STMT                                    PIC X(400).
           02 LCPY-STMT-LEN                                PIC 9(4).
           02 LCPY-STMT-LINES                              PIC 9.
           02 LCPY-STMT-END                                PIC A.
           02 LCPY-STMT-STOP                               PIC 9(4).
           02 LCPY-QUOTE                                   PIC X.
           02 LCPY-IN-PSEUDO                               PIC A.
           02 LCPY-POS                                     PIC 9(4).
           02 LCPY-TOK-START                               PIC 9(4).
           02 LCPY-TOK                                     PIC X(80).
           02 LCPY-TOK-UP                                  PIC X(80).
           02 LCPY-TOK-LEN                                 PIC 9(4).
           02 LCPY-TOK-KIND                                PIC X.
           02 LCPY-TXT                                     PIC X(80).
           02 LCPY-TXT-LEN                                 PIC 9(2).
           02 LCPY-PARSE-OK                                PIC A.
           02 LCPY-PART                                    PIC A.
           02 LCPY-MEMBER                                  PIC X(24).
           02 LCPY-EXT                                     PIC X(3).
           02 LCPY-NREP                                    PIC 9.
           02 LCPY-REP OCCURS 6 TIMES.
                 05 LCPY-KIND                              PIC X.
                 05 LCPY-FROM                              PIC X(60).
                 05 LCPY-FLEN                              PIC 9(2).
                 05 LCPY-TO                                PIC X(60).
                 05 LCPY-TLEN                              PIC 9(2).
           02 LCPY-HIT                                     PIC 9(4).
           02 LCPY-I                                       PIC 9(4).
           02 LCPY-K                                       PIC 9(4).
           02 LCPY-W1                                      PIC X(24).
           02 LCPY-W2                                      PIC X(24).
      * REPLACING applied to one line's columns 8-72
           02 LCPY-SRC                                     PIC X(65).
           02 LCPY-SRC-LEN                                 PIC 9(2).
           02 LCPY-DST                                     PIC X(200).
           02 LCPY-DST-LEN                                 PIC 9(3).
           02 LCPY-MATCHED                                 PIC A.
           02 LCPY-EDGE                                    PIC X.
           02 LCPY-EDGE-OK                                 PIC A.
      ******************************************************************
      * The second operator session, on the serial terminal TTYPORT
      * names: who is signed on there, at what level, in which folder
      * and on which default volume, the line being typed, and the
      * console's own context while an operation runs for the
      * terminal.  TTY-STATE is I awaiting an operator ID, P awaiting
      * the password (not echoed), S at the shell prompt.
       01  TTY-DATA.
      ******************************************************************
           02 TTY-PORT                                     PIC 9(4)
           VALUE 0.
           02 TTY-STATE                                    PIC A
           VALUE 'I'.
           02 TTY-USER                                     PIC X(8)
           VALUE SPACES.
           02 TTY-LEVEL                                    PIC 9(1)
           VALUE 0.
           02 TTY-CWD                                      PIC X(10)
           VALUE SPACES.
           02 TTY-DEF-VOL                                  PIC X
           VALUE 'A'.
           02 TTY-SINCE                                    PIC X(5)
           VALUE SPACES.
           02 TTY-LAST-OP                                  PIC X(10)
           VALUE SPACES.
           02 TTY-RUNNING                                  PIC A
           VALUE 'N'.
      * Raised when the operation run for the terminal opened its
      * report down the line; one that never got that far (its
      * arguments refused) has said so only on the console
           02 TTY-RPT-OPEN                                 PIC A
           VALUE 'N'.
           02 TTY-INBUF                                    PIC X(80).
           02 TTY-INLEN                                    PIC 9(2).
           02 TTY-BYTE                                     PIC 9(3).
           02 TTY-GOT                                      PIC 9(3).
           02 TTY-QUIET                                    PIC A.
           02 TTY-LINE                                     PIC X(80).
           02 TTY-VERB                                     PIC X(10).
           02 TTY-W1                                       PIC X(40).
           02 TTY-W2                                       PIC X(40).
           02 TTY-W3                                       PIC X(28).
           02 TTY-TRY-ID                                   PIC X(8).
           02 TTY-OUT                                      PIC X(80).
           02 TTY-OUTLEN                                   PIC 9(2).
           02 TTY-EOL                                      PIC A
           VALUE 'Y'.
           02 TTY-IDX                                      PIC 9(2).
           02 TTY-SEND-FAIL                                PIC A
           VALUE 'N'.
           02 TTY-OK                                       PIC A.
           02 TTY-REC                                      PIC 9(4).
      * The console's context, put back once the terminal's turn ends
           02 TTY-SAVE-ON                                  PIC A.
           02 TTY-SAVE-ID                                  PIC X(8).
           02 TTY-SAVE-LEVEL                               PIC 9(1).
           02 TTY-SAVE-CWD                                 PIC X(10).
           02 TTY-SAVE-VOL                                 PIC X.
           02 TTY-SAVE-DEST                                PIC X.
           02 TTY-SAVE-FNAME                               PIC X(24).
           02 TTY-SAVE-REQ                                 PIC X(106).
      * The shell operations the terminal may run: reports that need
      * no screen of their own, sent down the line instead
           02 TTY-OP-LIST.
               03 FILLER                                   PIC X(40)
               VALUE "DIR       VERIFY    COUNTERS  PCILIST   ".
               03 FILLER                                   PIC X(40)
               VALUE "SLA       JOBSTATS  CAPACITY  INBOUND   ".
               03 FILLER                                   PIC X(30)
               VALUE "UPS       HWINV     TIMESYNC  ".
           02 TTY-OP-TABLE REDEFINES TTY-OP-LIST.
               03 TTY-OP                                   PIC X(10)
               OCCURS 11 TIMES.
      ******************************************************************
      * DICTGEN state: a copybook deck parsed into its data items --
      * level, name, the size of one occurrence, where it starts, its
      * parent group and what it redefines -- and from them the
      * layout's DATADICT.DAT rows.  An OCCURS item gives one row per
      * occurrence, NAME-1, NAME-2 and so on; a layout holds at most
      * 24 fields, the number the dictionary's users load.  Clauses
      * that have no place in the dictionary are listed as it goes.
       01  DGEN-DATA.
      ******************************************************************
           02 DGEN-LAYOUT                                  PIC X(10).
           02 DGEN-SPEC                                    PIC X(40).
           02 DGEN-LEVEL-ARG                               PIC X(8).
           02 DGEN-LEVEL                                   PIC A.
           02 DGEN-OK                                      PIC A.
           02 DGEN-MSG                                     PIC X(40).
           02 DGEN-DECK-NAME                               PIC X(28).
           02 DGEN-VOL                                     PIC X.
           02 DGEN-CYL                                     PIC 9(4).
           02 DGEN-SECT                                    PIC 9(4).
           02 DGEN-NUMSECT                                 PIC 9(4).
           02 DGEN-RECLEN                                  PIC 9(4).
           02 DGEN-NUMRECS                                 PIC 9(4).
           02 DGEN-VAR                                     PIC A.
           02 DGEN-RECNO                                   PIC 9(4).
           02 DGEN-IN                                      PIC X(80).
      * The statement being gathered, and the word being looked at
           02 DGEN-STMT                                    PIC X(400).
           02 DGEN-STMT-LEN                                PIC 9(3).
           02 DGEN-QUOTE                                   PIC X.
           02 DGEN-CH                                      PIC X.
           02 DGEN-NEXT-CH                                 PIC X.
           02 DGEN-COL                                     PIC 9(2).
           02 DGEN-PTR                                     PIC 9(3).
           02 DGEN-TOK                                     PIC X(40).
           02 DGEN-LEVEL-NO                                PIC 9(2).
           02 DGEN-NAME                                    PIC X(30).
           02 DGEN-PIC                                     PIC X(30).
           02 DGEN-USAGE                                   PIC X.
           02 DGEN-SIGN-SEP                                PIC X.
           02 DGEN-CL-OCCURS                               PIC 9(4).
           02 DGEN-REDEF-NAME                              PIC X(30).
           02 DGEN-KEYWORD                                 PIC A.
      * What the picture came to
           02 DGEN-SIZE                                    PIC 9(5).
           02 DGEN-TYPE                                    PIC X.
           02 DGEN-HSIZE                                   PIC 9(5).
           02 DGEN-HTYPE                                   PIC X.
           02 DGEN-DIGITS                                  PIC 9(3).
           02 DGEN-CHARS                                   PIC 9(5).
           02 DGEN-ALPHA                                   PIC A.
           02 DGEN-EDIT                                    PIC A.
           02 DGEN-SIGNED                                  PIC A.
           02 DGEN-PIC-I                                   PIC 9(2).
           02 DGEN-PIC-REP                                 PIC 9(4).
           02 DGEN-PIC-LAST                                PIC 9.
      * The items, and the groups open around the current one
           02 DGEN-COUNT                                   PIC 9(3).
           02 DGEN-ITEM OCCURS 120 TIMES.
                 05 DGEN-I-LEVEL                           PIC 9(2).
                 05 DGEN-I-NAME                            PIC X(30).
                 05 DGEN-I-ELEM                            PIC A.
                 05 DGEN-I-TYPE                            PIC X.
                 05 DGEN-I-SIZE                            PIC 9(5).
                 05 DGEN-I-OCCURS                          PIC 9(4).
                 05 DGEN-I-START                           PIC 9(5).
                 05 DGEN-I-PARENT                          PIC 9(3).
                 05 DGEN-I-ENDMAX                          PIC 9(5).
                 05 DGEN-I-HTYPE                           PIC X.
                 05 DGEN-I-HSIZE                           PIC 9(5).
                 05 DGEN-I-HSTART                          PIC 9(5).
                 05 DGEN-I-HENDMAX                         PIC 9(5).
           02 DGEN-DEPTH                                   PIC 9(2).
           02 DGEN-STACK                                   PIC 9(3)
           OCCURS 50 TIMES.
           02 DGEN-POS                                     PIC 9(5).
           02 DGEN-HPOS                                    PIC 9(5).
           02 DGEN-TOP                                     PIC 9(3).
           02 DGEN-CUR                                     PIC 9(3).
           02 DGEN-PARENT                                  PIC 9(3).
      * The OCCURS items around one field, outermost first
           02 DGEN-OC-N                                    PIC 9.
           02 DGEN-OC OCCURS 3 TIMES.
                 05 DGEN-OC-COUNT                          PIC 9(4).
                 05 DGEN-OC-UNIT                           PIC 9(5).
                 05 DGEN-OC-HUNIT                          PIC 9(5).
                 05 DGEN-OC-DIGIT                          PIC 9(4).
           02 DGEN-TOTAL                                   PIC 9(6).
           02 DGEN-K                                       PIC 9(6).
           02 DGEN-REST                                    PIC 9(6).
           02 DGEN-DIGIT                                   PIC 9(4).
           02 DGEN-FPOS                                    PIC 9(5).
           02 DGEN-HFPOS                                   PIC 9(5).
           02 DGEN-SEQ                                     PIC 9(6).
           02 DGEN-SEQ-Z                                   PIC Z(5)9.
           02 DGEN-SUFFIX                                  PIC X(8).
           02 DGEN-NAME12                                  PIC X(12).
           02 DGEN-NAME-LEN                                PIC 9(2).
           02 DGEN-SUF-LEN                                 PIC 9(2).
      * The rows to write, a host number's host type, position and
      * length with them, and the old rows' hand-kept columns 37-69
      * (bounds, key flag, host description, mask flag) by field name
           02 DGEN-ROWS                                    PIC 9(2).
           02 DGEN-OVER                                    PIC 9(6).
           02 DGEN-ROW OCCURS 24 TIMES.
                 05 DGEN-R-NAME                            PIC X(12).
                 05 DGEN-R-POS                             PIC 9(4).
                 05 DGEN-R-LEN                             PIC 9(4).
                 05 DGEN-R-TYPE                            PIC X.
                 05 DGEN-R-HTYPE                           PIC X.
                 05 DGEN-R-HPOS                            PIC 9(4).
                 05 DGEN-R-HLEN                            PIC 9(4).
           02 DGEN-OLD-COUNT                               PIC 9(2).
           02 DGEN-OLD OCCURS 24 TIMES.
                 05 DGEN-O-NAME                            PIC X(12).
                 05 DGEN-O-TAIL                            PIC X(33).
           02 DGEN-REPLACED                                PIC 9(2).
           02 DGEN-KEPT                                    PIC 9(2).
           02 DGEN-FREE-COUNT                              PIC 9(2).
           02 DGEN-FREE                                    PIC 9(4)
           OCCURS 24 TIMES.
           02 DGEN-NEWRECS                                 PIC 9(4).
      * Clauses that could not be mapped
           02 DGEN-UNMAP-COUNT                             PIC 9(3).
           02 DGEN-UNMAP                                   PIC X(60)
           OCCURS 12 TIMES.
           02 DGEN-NOTE                                    PIC X(60).
      * Scratch, and the printed copybook's lines
           02 DGEN-I                                       PIC 9(3).
           02 DGEN-J                                       PIC 9(3).
           02 DGEN-SWAP                                    PIC X(30).
           02 DGEN-NUM-Z                                   PIC Z(3)9.
           02 DGEN-LINE                                    PIC X(80).
      ******************************************************************
      * FAPPEND state: one deck concatenated onto the end of another
      * through the append-mode open plus an extension of the
      * destination's allocation
           02 LSRT-SRC-NUMSECT                             PIC 9(4).
           02 LSRT-SRC-RECLEN                              PIC 9(4).
           02 LSRT-SRC-NUMRECS                             PIC 9(4).
           02 LSRT-SRC-VAR                                 PIC A.
           02 LSRT-DST-VOL                                 PIC X.
           02 LSRT-DST-CYL                                 PIC 9(4).
           02 LSRT-DST-SECT                                PIC 9(4).
           02 KSRT-SRC-NUMSECT                             PIC 9(4).
           02 KSRT-SRC-RECLEN                              PIC 9(4).
           02 KSRT-SRC-NUMRECS                             PIC 9(4).
           02 KSRT-SRC-VAR                                 PIC A.
           02 KSRT-DST-VOL                                 PIC X.
           02 KSRT-DST-CYL                                 PIC 9(4).
           02 KSRT-DST-SECT                                PIC 9(4).
                 05 KSRT-ENT-KEY                           PIC X(40).
                 05 KSRT-ENT-RECNO                         PIC 9(4).
      ******************************************************************
      * Duplicate-key state.  DEDUP borrows the sort's key parser and
      * its key table (same key-spec, same 2000-record cap), so only
      * the grouping, the keep rule and the register live here.  A
      * record that loses its group is marked by record number in
      * DDUP-DROP.
       01  DDUP-DATA.
      ******************************************************************
           02 DDUP-SRC-SPEC                                PIC X(40).
           02 DDUP-DST-SPEC                                PIC X(40).
           02 DDUP-KEEP-TXT                                PIC X(8).
           02 DDUP-KEEP                                    PIC X.
           02 DDUP-DATE-NAME                               PIC X(12).
           02 DDUP-DATE-POS                                PIC 9(4).
           02 DDUP-OK                                      PIC A.
           02 DDUP-MSG                                     PIC X(40).
           02 DDUP-GROUPS                                  PIC 9(4).
           02 DDUP-DROPPED                                 PIC 9(4).
           02 DDUP-WRITTEN                                 PIC 9(4).
           02 DDUP-IDX                                     PIC 9(4).
           02 DDUP-JDX                                     PIC 9(4).
           02 DDUP-GRP-TO                                  PIC 9(4).
           02 DDUP-GRP-SIZE                                PIC 9(4).
           02 DDUP-KEEPER                                  PIC 9(4).
           02 DDUP-BEST-DATE                               PIC X(8).
           02 DDUP-DATE                                    PIC X(8).
           02 DDUP-ON-LINE                                 PIC 9(2).
           02 DDUP-AT                                      PIC 9(2).
           02 DDUP-OUT-VOL                                 PIC X.
           02 DDUP-OUT-CYL                                 PIC 9(4).
           02 DDUP-OUT-SECT                                PIC 9(4).
           02 DDUP-OUT-NUMSECT                             PIC 9(4).
           02 DDUP-OUT-RECNO                               PIC 9(4).
           02 DDUP-LINE                                    PIC X(80).
           02 DDUP-DROP OCCURS 2000 TIMES                  PIC A.
      ******************************************************************
      * Data dictionary state.  DATADICT.DAT is an ordinary store
      * file the operators maintain with the text editor, one field
      * per 80-byte record: layout name (1-10), field name (12-23),
      * position (25-28), length (30-33), type letter (35: X text,
      * 9 numeric, D date YYYYMMDD), low bound (37-44), high bound
      * (46-53).  FORMS renders a field-by-field screen off it, and
      * VALIDATE sweeps files against it.  A 'K' in column 55 marks
      * the layout's key field -- the one POST matches transactions
      * on; a layout that flags none is keyed on its first field.
      * Type S is a signed number: a sign column ('-', '+' or blank)
      * ahead of the digits.  Columns 57-67 describe the field as the
      * head-office mainframe holds it, for CONVERT: host type (57:
      * C EBCDIC text, Z zoned, P packed, B binary), host position
      * (59-62) and host length (64-67); blank for local-only fields.
      * An 'M' in column 69 marks a sensitive field, one MASKCOPY
      * scrambles when it makes a test copy of the file.
       01  DCT-DATA.
      ******************************************************************
           02 DCT-LAYOUT                                   PIC X(10).
           02 DCT-COUNT                                    PIC 9(2).
           02 DCT-IDX                                      PIC 9(2).
           02 DCT-KEY-IDX                                  PIC 9(2).
           02 DCT-FIELD OCCURS 24 TIMES.
              05 DCT-F-NAME                                PIC X(12).
              05 DCT-F-POS                                 PIC 9(4).
              05 DCT-F-TYPE                                PIC X.
              05 DCT-F-LOW                                 PIC X(8).
              05 DCT-F-HIGH                                PIC X(8).
              05 DCT-F-HTYPE                               PIC X.
              05 DCT-F-HPOS                                PIC 9(4).
              05 DCT-F-HLEN                                PIC 9(4).
              05 DCT-F-MASK                                PIC X.
      ******************************************************************
      * Forms facility state: the record under the generated screen
      * and the per-field entry scratch
           02 FRM-NUMSECT                                  PIC 9(4).
           02 FRM-RECLEN                                   PIC 9(4).
           02 FRM-NUMRECS                                  PIC 9(4).
           02 FRM-VAR                                      PIC A.
      * Keying batches.  FORMS given a batch name after the layout
      * registers every record it writes in FORMBTCH.DAT, one 80-byte
      * row per record: batch (1-10), volume (12), file name (13-36)
      * and extension (37-39), record (41-44), keying operator
      * (46-53) and stamp (55-68), status (70: K keyed, V verified)
      * and the verifier (72-79).  VERIFY-KEY has a second operator
      * re-key the batch blind against it.
           02 FRM-BATCH                                    PIC X(10).
           02 FRM-NAME                                     PIC X(24).
           02 FRM-EXT                                      PIC X(3).
           02 FRM-BT-OK                                    PIC A.
           02 FRM-BT-VOL                                   PIC X.
           02 FRM-BT-CYL                                   PIC 9(4).
           02 FRM-BT-SECT                                  PIC 9(4).
           02 FRM-BT-NUMSECT                               PIC 9(4).
           02 FRM-BT-NUMRECS                               PIC 9(4).
           02 FRM-BT-IDX                                   PIC 9(4).
           02 FRM-BT-HIT                                   PIC 9(4).
           02 FRM-BT-FREE                                  PIC 9(4).
           02 FRM-BT-ROW                                   PIC X(80).
           02 FRM-VK-COUNT                                 PIC 9(4).
           02 FRM-VK-ENT OCCURS 500 TIMES.
              05 FRM-VK-RECNO                              PIC 9(4).
              05 FRM-VK-ROW                                PIC 9(4).
           02 FRM-VK-IDX                                   PIC 9(4).
           02 FRM-VK-SELF                                  PIC A.
           02 FRM-VK-DONE-ALREADY                          PIC A.
           02 FRM-VK-PASSED                                PIC 9(4).
           02 FRM-VK-CORRECTED                             PIC 9(4).
           02 FRM-VK-QUIT                                  PIC A.
           02 FRM-VK-REC-OK                                PIC A.
           02 FRM-VK-DIRTY                                 PIC A.
           02 FRM-VK-SETTLED                               PIC A.
           02 FRM-VK-CHOICE                                PIC X.
           02 FRM-VK-HELD                               PIC X(2048).
           02 FRM-VK-LINE                                  PIC X(80).
           02 FRM-VK-WHAT                                  PIC X(30).
           02 FRM-VK-OPER                                  PIC X(8).
           02 FRM-RP-VOL                                   PIC X.
           02 FRM-RP-CYL                                   PIC 9(4).
           02 FRM-RP-SECT                                  PIC 9(4).
           02 FRM-RP-NUMSECT                               PIC 9(4).
           02 FRM-RP-RECNO                                 PIC 9(4).
      ******************************************************************
      * Query-by-example state.  QUERY asks each field of a layout
      * for a value (9 and S fields compared as numbers, the rest as
      * text), a LOW..HIGH range with either end open, or TEXT* for a
      * leading match; blank leaves the field free.  The numbers of
      * the records that satisfy every criterion are kept, 500 at
      * most, and paged with a few columns -- the key field first --
      * read fresh each page, so a record changed through FORMS shows
      * its new values on return.
       01  QRY-DATA.
      ******************************************************************
           02 QRY-CRIT OCCURS 24 TIMES.
              03 QRY-MODE                                  PIC X.
              03 QRY-LOW                                   PIC X(40).
              03 QRY-HIGH                                  PIC X(40).
              03 QRY-LOW-N                                 PIC S9(17).
              03 QRY-HIGH-N                                PIC S9(17).
              03 QRY-PLEN                                  PIC 9(2).
           02 QRY-F                                        PIC 9(2).
           02 QRY-USED                                     PIC 9(2).
           02 QRY-ANSWER                                   PIC X(40).
           02 QRY-TEXT                                     PIC X(40).
           02 QRY-TLEN                                     PIC 9(2).
           02 QRY-T                                        PIC 9(2).
           02 QRY-NUM-OK                                   PIC A.
           02 QRY-NUM                                      PIC S9(17).
           02 QRY-MATCH                                    PIC A.
           02 QRY-HIT-COUNT                                PIC 9(4).
           02 QRY-HIT-MORE                                 PIC A.
           02 QRY-HITS.
              03 QRY-HIT OCCURS 500 TIMES                  PIC 9(4).
           02 QRY-H                                        PIC 9(4).
           02 QRY-TOP                                      PIC 9(4).
           02 QRY-PICK                                     PIC 9(4).
           02 QRY-COL-COUNT                                PIC 9(1).
           02 QRY-COL OCCURS 4 TIMES                       PIC 9(2).
           02 QRY-COL-W OCCURS 4 TIMES                     PIC 9(2).
           02 QRY-C                                        PIC 9(1).
           02 QRY-WIDTH                                    PIC 9(3).
           02 QRY-LPOS                                     PIC 9(3).
           02 QRY-LINE                                     PIC X(80).
           02 QRY-DONE                                     PIC A.
           02 QRY-RAW                                      PIC X(40).
           02 QRY-RLEN                                     PIC 9(2).
           02 QRY-VAR                                      PIC A.
           02 QRY-ENC                                      PIC A.
      ******************************************************************
      * Dictionary validation state: the file being swept, the error
      * register being written, and the current complaint
           02 VAL-SRC-NUMSECT                              PIC 9(4).
           02 VAL-SRC-RECLEN                               PIC 9(4).
           02 VAL-SRC-NUMRECS                              PIC 9(4).
           02 VAL-SRC-VAR                                  PIC A.
           02 VAL-ERR-VOL                                  PIC X.
           02 VAL-ERR-CYL                                  PIC 9(4).
           02 VAL-ERR-SECT                                 PIC 9(4).
           02 VAL-ERR-RECNO                                PIC 9(4).
           02 VAL-REASON                                   PIC X(24).
           02 VAL-FLD-TXT                                  PIC X(8).
           02 VAL-FLD-NUM                                  PIC S9(8).
           02 VAL-LOW-NUM                                  PIC S9(8).
           02 VAL-HIGH-NUM                                 PIC S9(8).
           02 VAL-MM                                       PIC 9(2).
           02 VAL-DD                                       PIC 9(2).
           02 VAL-OK                                       PIC A.
           02 VAL-HELD-REC                              PIC X(2048).
      ******************************************************************
      * Referential integrity state.  RELATION.DAT is a hand-kept
      * store file, one relationship per 80-byte row, blank-separated:
      * the child layout, the child file, the child's field, the
      * parent layout, the parent file and (optionally) the parent's
      * key field -- the parent layout's own key when left off.  A
      * row starting "*" is a comment.  REFCHK loads each parent's
      * keys (2000 at most, as the deck utilities) and streams the
      * child past them; a child value with no parent is an orphan,
      * listed with its record number in REFERR.TXT.  A blank child
      * value refers to nothing and passes.
       01  REF-DATA.
      ******************************************************************
           02 REF-ONLY                                     PIC X(10).
           02 REF-OK                                       PIC A.
           02 REF-MSG                                      PIC X(40).
           02 REF-RELS                                     PIC 9(2).
           02 REF-REL OCCURS 20 TIMES.
              05 REF-R-CLAY                                PIC X(10).
              05 REF-R-CSPEC                               PIC X(28).
              05 REF-R-CFLD                                PIC X(12).
              05 REF-R-PLAY                                PIC X(10).
              05 REF-R-PSPEC                               PIC X(28).
              05 REF-R-PFLD                                PIC X(12).
           02 REF-TOKENS.
              05 REF-T1                                    PIC X(28).
              05 REF-T2                                    PIC X(28).
              05 REF-T3                                    PIC X(28).
              05 REF-T4                                    PIC X(28).
              05 REF-T5                                    PIC X(28).
              05 REF-T6                                    PIC X(28).
           02 REF-IDX                                      PIC 9(2).
           02 REF-CHECKED                                  PIC 9(2).
           02 REF-UNCHECKED                                PIC 9(2).
           02 REF-ORPHANS                                  PIC 9(4).
           02 REF-REL-ORPHANS                              PIC 9(4).
           02 REF-C-POS                                    PIC 9(4).
           02 REF-C-LEN                                    PIC 9(4).
           02 REF-P-POS                                    PIC 9(4).
           02 REF-P-LEN                                    PIC 9(4).
           02 REF-REC-IDX                                  PIC 9(4).
           02 REF-K-IDX                                    PIC 9(4).
           02 REF-HIT                                      PIC A.
           02 REF-VALUE                                    PIC X(40).
           02 REF-SRC-VOL                                  PIC X.
           02 REF-SRC-CYL                                  PIC 9(4).
           02 REF-SRC-SECT                                 PIC 9(4).
           02 REF-SRC-NUMSECT                              PIC 9(4).
           02 REF-SRC-RECLEN                               PIC 9(4).
           02 REF-SRC-NUMRECS                              PIC 9(4).
           02 REF-SRC-VAR                                  PIC A.
           02 REF-ERR-VOL                                  PIC X.
           02 REF-ERR-CYL                                  PIC 9(4).
           02 REF-ERR-SECT                                 PIC 9(4).
           02 REF-ERR-NUMSECT                              PIC 9(4).
           02 REF-ERR-RECNO                                PIC 9(4).
           02 REF-LINE                                     PIC X(80).
           02 REF-COUNT                                    PIC 9(4).
           02 REF-KEY OCCURS 2000 TIMES                    PIC X(40).
      ******************************************************************
      * Aged-items state.  AGING sorts every record of a file into
      * current, 1-30, 31-60, 61-90 and over-90 days past its due
      * date, summing a 9 or S amount field per bucket -- by group
      * when a grouping field is named (its first 12 bytes, 100
      * groups; any past that count in the total only).  Dates are
      * carried as day numbers from 0000-03-01 so the difference is
      * a subtraction.  An item due on a CALENDAR.DAT holiday ages
      * from the next business day; the holidays are loaded once.
       01  AGE-DATA.
      ******************************************************************
           02 AGE-OK                                       PIC A.
           02 AGE-MSG                                      PIC X(40).
           02 AGE-SPEC                                     PIC X(40).
           02 AGE-ASOF-TXT                                 PIC X(10).
           02 AGE-ASOF                                     PIC X(8).
           02 AGE-DFLD                                     PIC X(12).
           02 AGE-AFLD                                     PIC X(12).
           02 AGE-GFLD                                     PIC X(12).
           02 AGE-D-POS                                    PIC 9(4).
           02 AGE-A-POS                                    PIC 9(4).
           02 AGE-A-LEN                                    PIC 9(4).
           02 AGE-A-TYPE                                   PIC X.
           02 AGE-G-POS                                    PIC 9(4).
           02 AGE-G-LEN                                    PIC 9(4).
           02 AGE-SRC-VOL                                  PIC X.
           02 AGE-SRC-NAME                                 PIC X(24).
           02 AGE-SRC-EXT                                  PIC X(3).
           02 AGE-SRC-CYL                                  PIC 9(4).
           02 AGE-SRC-SECT                                 PIC 9(4).
           02 AGE-SRC-NUMSECT                              PIC 9(4).
           02 AGE-SRC-RECLEN                               PIC 9(4).
           02 AGE-SRC-NUMRECS                              PIC 9(4).
           02 AGE-SRC-VAR                                  PIC A.
           02 AGE-REC-IDX                                  PIC 9(4).
      * Day-number arithmetic
           02 AGE-Y                                        PIC 9(4).
           02 AGE-M                                        PIC 9(2).
           02 AGE-D                                        PIC 9(2).
           02 AGE-MDAYS                                    PIC 9(2).
           02 AGE-DATE-OK                                  PIC A.
           02 AGE-YY                                       PIC 9(4).
           02 AGE-MM                                       PIC 9(2).
           02 AGE-ERA                                      PIC 9(2).
           02 AGE-YOE                                      PIC 9(3).
           02 AGE-DOY                                      PIC 9(3).
           02 AGE-T1                                       PIC 9(8).
           02 AGE-DN                                       PIC 9(8).
           02 AGE-DOW                                      PIC 9(1).
           02 AGE-ASOF-DN                                  PIC 9(8).
           02 AGE-PAST                                     PIC S9(8).
           02 AGE-BKT                                      PIC 9(1).
           02 AGE-HOL-COUNT                                PIC 9(3).
           02 AGE-HOL OCCURS 366 TIMES                     PIC 9(8).
           02 AGE-HOL-IDX                                  PIC 9(3).
           02 AGE-IS-HOL                                   PIC A.
      * Amounts and the buckets they land in
           02 AGE-NUM                                      PIC S9(13).
           02 AGE-NUM-TXT                                  PIC X(14).
           02 AGE-KEY                                      PIC X(12).
           02 AGE-GRP-COUNT                                PIC 9(3).
           02 AGE-GRP OCCURS 100 TIMES.
              05 AGE-GRP-KEY                               PIC X(12).
              05 AGE-GRP-AMT OCCURS 5 TIMES                PIC S9(15).
           02 AGE-GRP-IDX                                  PIC 9(3).
           02 AGE-GRP-HIT                                  PIC 9(3).
           02 AGE-GRP-OVER                                 PIC 9(4).
           02 AGE-TOT-AMT OCCURS 5 TIMES                   PIC S9(15).
           02 AGE-TOT-CNT OCCURS 5 TIMES                   PIC 9(6).
           02 AGE-ROW-SUM                                  PIC S9(15).
           02 AGE-TAKEN                                    PIC 9(6).
           02 AGE-SHIFTED                                  PIC 9(4).
           02 AGE-BAD-DATE                                 PIC 9(4).
           02 AGE-BAD-AMT                                  PIC 9(4).
           02 AGE-B-IDX                                    PIC 9(1).
           02 AGE-COL                                      PIC 9(2).
           02 AGE-ED-AMT                                   PIC -(9)9.
           02 AGE-ED-CNT                                   PIC Z(9)9.
           02 AGE-RP-VOL                                   PIC X.
           02 AGE-RP-CYL                                   PIC 9(4).
           02 AGE-RP-SECT                                  PIC 9(4).
           02 AGE-RP-NUMSECT                               PIC 9(4).
           02 AGE-RP-RECNO                                 PIC 9(4).
           02 AGE-LINE                                     PIC X(80).
      ******************************************************************
      * Mail-merge state.  MERGE-LETTER fills a KRNLEDIT template
      * once per record of a data file, a SELECT-style condition
      * choosing the records when one is given.  {NAME} in the
      * template takes the dictionary field of that name -- dates
      * and numbers through KRNLFMT, text as keyed -- and {TODAY}
      * the run date.  Letters are parted by a form-feed record so
      * each starts on a fresh form when the file is PRINTed.
       01  MRG-DATA.
      ******************************************************************
           02 MRG-OK                                       PIC A.
           02 MRG-MSG                                      PIC X(40).
           02 MRG-TPL-SPEC                                 PIC X(40).
           02 MRG-OUT-SPEC                                 PIC X(40).
           02 MRG-TPL-LEN                                  PIC 9(4).
           02 MRG-TPL-COUNT                                PIC 9(3).
           02 MRG-TPL-IDX                                  PIC 9(3).
           02 MRG-TPL-LINES.
              03 MRG-TPL OCCURS 100 TIMES                  PIC X(80).
           02 MRG-OUT-VOL                                  PIC X.
           02 MRG-OUT-CYL                                  PIC 9(4).
           02 MRG-OUT-SECT                                 PIC 9(4).
           02 MRG-OUT-NUMSECT                              PIC 9(4).
           02 MRG-OUT-NUMRECS                              PIC 9(4).
           02 MRG-OUT-RECNO                                PIC 9(4).
           02 MRG-NEED                                     PIC 9(6).
           02 MRG-LETTERS                                  PIC 9(4).
           02 MRG-HELD                                     PIC X(2048).
           02 MRG-LINE                                     PIC X(132).
           02 MRG-LPOS                                     PIC 9(3).
           02 MRG-CPOS                                     PIC 9(3).
           02 MRG-CLOSE                                    PIC 9(3).
           02 MRG-SCAN                                     PIC 9(3).
           02 MRG-SCAN-END                                 PIC 9(3).
           02 MRG-ROOM                                     PIC 9(3).
           02 MRG-NAME                                     PIC X(12).
           02 MRG-UNKNOWN                                  PIC X(12).
           02 MRG-FLD                                      PIC 9(2).
           02 MRG-RAW                                      PIC X(40).
           02 MRG-RAW-LEN                                  PIC 9(2).
           02 MRG-VAL                                      PIC X(40).
           02 MRG-VLEN                                     PIC 9(2).
           02 MRG-NEG                                      PIC A.
           02 MRG-FF                                       PIC X
           VALUE X"0C".
      ******************************************************************
      * Test-data masking state.  MASKCOPY copies a dictionary file
      * record for record, scrambling the fields DATADICT marks 'M'.
      * The scramble is worked from the value alone under MSK-KEY, so
      * the same real value always comes out the same in every file
      * and a masked key still finds its masked detail records.
       01  MSK-DATA.
      ******************************************************************
           02 MSK-SRC-SPEC                                 PIC X(28).
           02 MSK-DST-SPEC                                 PIC X(28).
           02 MSK-OK                                       PIC A.
           02 MSK-MSG                                      PIC X(40).
           02 MSK-FIELDS                                   PIC 9(2).
           02 MSK-RECS                                     PIC 9(4).
           02 MSK-REC-IDX                                  PIC 9(4).
           02 MSK-SRC-VOL                                  PIC X.
           02 MSK-SRC-NAME                                 PIC X(24).
           02 MSK-SRC-EXT                                  PIC X(3).
           02 MSK-SRC-CYL                                  PIC 9(4).
           02 MSK-SRC-SECT                                 PIC 9(4).
           02 MSK-SRC-NUMSECT                              PIC 9(4).
           02 MSK-SRC-RECLEN                               PIC 9(4).
           02 MSK-SRC-NUMRECS                              PIC 9(4).
           02 MSK-SRC-ENC                                  PIC A.
           02 MSK-DST-VOL                                  PIC X.
           02 MSK-DST-NAME                                 PIC X(24).
           02 MSK-DST-EXT                                  PIC X(3).
           02 MSK-DST-CYL                                  PIC 9(4).
           02 MSK-DST-SECT                                 PIC 9(4).
           02 MSK-DST-NUMSECT                              PIC 9(4).
      * The house masking key.  Changing it changes every masked
      * value, so keep it fixed while copies are expected to join.
           02 MSK-KEY                                      PIC X(24)
           VALUE "K7QW2MX9RB4TZ1HN8VC5JD3P".
           02 MSK-POS                                      PIC 9(4).
           02 MSK-END                                      PIC 9(4).
           02 MSK-I                                        PIC 9(4).
           02 MSK-K                                        PIC 9(4).
           02 MSK-CH                                       PIC X.
           02 MSK-BASE                                     PIC 9(3).
           02 MSK-RANGE                                    PIC 9(2).
           02 MSK-V                                        PIC 9(4).
           02 MSK-CHAIN                                    PIC 9(4).
           02 MSK-PASS                                     PIC 9.
           02 MSK-HASH                                     PIC 9(10).
           02 MSK-SIGN                                     PIC X.
           02 MSK-NUM                                      PIC S9(9).
           02 MSK-LOW-NUM                                  PIC S9(9).
           02 MSK-HIGH-NUM                                 PIC S9(9).
           02 MSK-DIGITS                                   PIC 9(8).
           02 MSK-DATE.
              05 MSK-YYYY                                  PIC 9(4).
              05 MSK-MM                                    PIC 9(2).
              05 MSK-DD                                    PIC 9(2).
           02 MSK-FLD-TXT                                  PIC X(8).
      ******************************************************************
      * Host data conversion state.  A layout's dictionary rows may
      * also describe where each field sits in the head-office
      * mainframe record: host type (C EBCDIC characters, Z zoned
      * decimal, P packed decimal, B big-endian binary), position and
      * length.  CONVERT turns a host file into a display-format store
      * file of the same layout (direction A) or back again (E); a
      * field that will not decode goes to CONVERR.TXT with its
      * record number.
       01  CNV-DATA.
      ******************************************************************
           02 CNV-IN-SPEC                                  PIC X(28).
           02 CNV-OUT-SPEC                                 PIC X(28).
           02 CNV-DIR                                      PIC X.
           02 CNV-OK                                       PIC A.
           02 CNV-MSG                                      PIC X(40).
           02 CNV-HOST-LEN                                 PIC 9(4).
           02 CNV-DISP-LEN                                 PIC 9(4).
           02 CNV-END                                      PIC 9(4).
           02 CNV-RECS                                     PIC 9(4).
           02 CNV-REC-IDX                                  PIC 9(4).
           02 CNV-ERRORS                                   PIC 9(4).
           02 CNV-BAD-RECS                                 PIC 9(4).
           02 CNV-REC-BAD                                  PIC A.
           02 CNV-TOTAL                                    PIC 9(8).
           02 CNV-PART                                     PIC 9(4).
           02 CNV-IN-VOL                                   PIC X.
           02 CNV-IN-CYL                                   PIC 9(4).
           02 CNV-IN-SECT                                  PIC 9(4).
           02 CNV-IN-NUMSECT                               PIC 9(4).
           02 CNV-IN-RECLEN                                PIC 9(4).
           02 CNV-IN-NUMRECS                               PIC 9(4).
           02 CNV-OUT-VOL                                  PIC X.
           02 CNV-OUT-NAME                                 PIC X(24).
           02 CNV-OUT-EXT                                  PIC X(3).
           02 CNV-OUT-CYL                                  PIC 9(4).
           02 CNV-OUT-SECT                                 PIC 9(4).
           02 CNV-OUT-NUMSECT                              PIC 9(4).
           02 CNV-OUT-RECLEN                               PIC 9(4).
           02 CNV-ERR-VOL                                  PIC X.
           02 CNV-ERR-CYL                                  PIC 9(4).
           02 CNV-ERR-SECT                                 PIC 9(4).
           02 CNV-ERR-NUMSECT                              PIC 9(4).
           02 CNV-ERR-RECNO                                PIC 9(4).
           02 CNV-ERR-REC                                  PIC 9(4).
           02 CNV-FLD-NAME                                 PIC X(12).
           02 CNV-REASON                                   PIC X(30).
           02 CNV-IN-REC                                   PIC X(2048).
           02 CNV-OUT-REC                                  PIC X(2048).
           02 CNV-TXT                                      PIC X(2048).
      * Numeric scratch: a decoded value is carried as its magnitude
      * and a sign flag, the magnitude's digits viewed as text for
      * laying out and picking apart
           02 CNV-ABS                                      PIC 9(18).
           02 CNV-ABS-X REDEFINES CNV-ABS                  PIC X(18).
           02 CNV-DIG19                                    PIC X(19).
           02 CNV-NEG                                      PIC A.
           02 CNV-SEEN                                     PIC A.
           02 CNV-DONE                                     PIC A.
           02 CNV-NDIG                                     PIC 9(2).
           02 CNV-ROOM                                     PIC 9(4).
           02 CNV-I                                        PIC 9(4).
           02 CNV-K                                        PIC 9(4).
           02 CNV-CODE                                     PIC 9(3).
           02 CNV-HI                                       PIC 9(2).
           02 CNV-LO                                       PIC 9(2).
           02 CNV-D                                        PIC 9(2).
           02 CNV-ZONE                                     PIC 9(2).
           02 CNV-WORK                                     PIC 9(18).
           02 CNV-CH                                       PIC X.
           02 CNV-HOST-FLD                                 PIC X(2048).
      * EBCDIC (code page 037) to ASCII, indexed by EBCDIC byte + 1;
      * the reverse table is built from it on first use
           02 CNV-E2A-TABLE.
              03 FILLER                                    PIC X(16)
              VALUE X"000102039C09867F978D8E0B0C0D0E0F".
              03 FILLER                                    PIC X(16)
              VALUE X"101112139D8508871819928F1C1D1E1F".
              03 FILLER                                    PIC X(16)
              VALUE X"80818283840A171B88898A8B8C050607".
              03 FILLER                                    PIC X(16)
              VALUE X"909116939495960498999A9B14159E1A".
              03 FILLER                                    PIC X(16)
              VALUE X"20A0E2E4E0E1E3E5E7F1A22E3C282B7C".
              03 FILLER                                    PIC X(16)
              VALUE X"26E9EAEBE8EDEEEFECDF21242A293BAC".
              03 FILLER                                    PIC X(16)
              VALUE X"2D2FC2C4C0C1C3C5C7D1A62C255F3E3F".
              03 FILLER                                    PIC X(16)
              VALUE X"F8C9CACBC8CDCECFCC603A2340273D22".
              03 FILLER                                    PIC X(16)
              VALUE X"D8616263646566676869ABBBF0FDFEB1".
              03 FILLER                                    PIC X(16)
              VALUE X"B06A6B6C6D6E6F707172AABAE6B8C6A4".
              03 FILLER                                    PIC X(16)
              VALUE X"B57E737475767778797AA1BFD0DDDEAE".
              03 FILLER                                    PIC X(16)
              VALUE X"5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7".
              03 FILLER                                    PIC X(16)
              VALUE X"7B414243444546474849ADF4F6F2F3F5".
              03 FILLER                                    PIC X(16)
              VALUE X"7D4A4B4C4D4E4F505152B9FBFCF9FAFF".
              03 FILLER                                    PIC X(16)
              VALUE X"5CF7535455565758595AB2D4D6D2D3D5".
              03 FILLER                                    PIC X(16)
              VALUE X"30313233343536373839B3DBDCD9DA9F".
           02 CNV-E2A REDEFINES CNV-E2A-TABLE              PIC X(256).
           02 CNV-A2E                                      PIC X(256).
           02 CNV-A2E-BUILT                                PIC A
              VALUE 'N'.
      ******************************************************************
      * Comma-separated interchange with the office PCs.  CSVOUT
      * writes a dictionary-described file as a CSV text file, CSVIN
      * loads one back.  A CSV file in the store is plain PC text in
      * 512-byte records, the shape FATGET brings it in and FATPUT
      * takes it out: lines end CR LF, and the tail of the last
      * record is padded with the DOS end-of-file byte (X"1A") so the
      * PC sees nothing past the last line.  CSVIN maps columns to
      * dictionary fields by the names in the header row; rows that
      * fail the VALIDATE rules are copied untouched to CSVREJ.CSV,
      * header and all, to be fixed on the PC and loaded again, and
      * the reasons go to the CSVREG.TXT register.
       01  CSV-DATA.
      ******************************************************************
           02 CSV-IN-SPEC                                  PIC X(28).
           02 CSV-OUT-SPEC                                 PIC X(28).
           02 CSV-OK                                       PIC A.
           02 CSV-MSG                                      PIC X(40).
           02 CSV-RECLEN                                   PIC 9(4).
           02 CSV-END                                      PIC 9(4).
           02 CSV-IDX                                      PIC 9(4).
           02 CSV-PASS                                     PIC 9.
           02 CSV-WRITTEN                                  PIC 9(4).
           02 CSV-ROWS                                     PIC 9(4).
           02 CSV-LOADED                                   PIC 9(4).
           02 CSV-REJECTED                                 PIC 9(4).
           02 CSV-ERRORS                                   PIC 9(4).
           02 CSV-MATCHED                                  PIC 9(2).
           02 CSV-IGNORED                                  PIC 9(2).
           02 CSV-LINE-NO                                  PIC 9(5).
           02 CSV-BYTES                                    PIC 9(8).
           02 CSV-SECTS                                    PIC 9(8).
           02 CSV-SRC-VOL                                  PIC X.
           02 CSV-SRC-CYL                                  PIC 9(4).
           02 CSV-SRC-SECT                                 PIC 9(4).
           02 CSV-SRC-NUMSECT                              PIC 9(4).
           02 CSV-SRC-RECLEN                               PIC 9(4).
           02 CSV-SRC-NUMRECS                              PIC 9(4).
           02 CSV-SRC-VAR                                  PIC A.
           02 CSV-SRC-ENC                                  PIC A.
           02 CSV-DST-VOL                                  PIC X.
           02 CSV-DST-NAME                                 PIC X(24).
           02 CSV-DST-EXT                                  PIC X(3).
           02 CSV-DST-CYL                                  PIC 9(4).
           02 CSV-DST-SECT                                 PIC 9(4).
           02 CSV-DST-NUMSECT                              PIC 9(4).
           02 CSV-DST-NUMRECS                              PIC 9(4).
           02 CSV-REG-VOL                                  PIC X.
           02 CSV-REG-CYL                                  PIC 9(4).
           02 CSV-REG-SECT                                 PIC 9(4).
           02 CSV-REG-NUMSECT                              PIC 9(4).
           02 CSV-REG-RECNO                                PIC 9(4).
      * The text writer: one CSV file being laid down 512 bytes at a
      * time
           02 CSV-TW-VOL                                   PIC X.
           02 CSV-TW-NAME                                  PIC X(24).
           02 CSV-TW-EXT                                   PIC X(3).
           02 CSV-TW-CYL                                   PIC 9(4).
           02 CSV-TW-SECT                                  PIC 9(4).
           02 CSV-TW-NUMSECT                               PIC 9(4).
           02 CSV-TW-NUMRECS                               PIC 9(4).
           02 CSV-TW-RECNO                                 PIC 9(4).
           02 CSV-TW-POS                                   PIC 9(4).
           02 CSV-TW-LEFT                                  PIC 9(4).
           02 CSV-TW-AT                                    PIC 9(4).
           02 CSV-TW-PART                                  PIC 9(4).
           02 CSV-TW-BUF                                   PIC X(512).
      * One line of CSV text, and the header line kept for the reject
      * file
           02 CSV-LINE                                     PIC X(4200).
           02 CSV-LINE-LEN                                 PIC 9(4).
           02 CSV-HDR-LINE                                 PIC X(4200).
           02 CSV-HDR-LEN                                  PIC 9(4).
      * Field scanning: the value being gathered, the column it is in,
      * and where each column lands in the layout
           02 CSV-FLD                                      PIC X(2048).
           02 CSV-FLD-LEN                                  PIC 9(4).
           02 CSV-FLD-LONG                                 PIC A.
           02 CSV-FROM                                     PIC 9(4).
           02 CSV-TO                                       PIC 9(4).
           02 CSV-SIZE                                     PIC 9(4).
           02 CSV-QUOTES                                   PIC 9(4).
           02 CSV-COL                                      PIC 9(4).
           02 CSV-COL-FLD OCCURS 40 TIMES                  PIC 9(2).
           02 CSV-QUOTED                                   PIC A.
           02 CSV-QPEND                                    PIC A.
           02 CSV-HDR-DONE                                 PIC A.
           02 CSV-EOF-SEEN                                 PIC A.
           02 CSV-CH                                       PIC X.
           02 CSV-I                                        PIC 9(4).
           02 CSV-AT                                       PIC 9(4).
           02 CSV-ROOM                                     PIC 9(4).
           02 CSV-DNAME                                    PIC X(12).
           02 CSV-NAME                                     PIC X(12).
           02 CSV-SIGN                                     PIC X.
           02 CSV-REC                                      PIC X(2048).
           02 CSV-IN-BUF                                   PIC X(2048).
           02 CSV-IN-LEN                                   PIC 9(4).
           02 CSV-ROW-BAD                                  PIC A.
           02 CSV-REASON                                   PIC X(30).
           02 CSV-CR                                       PIC X
              VALUE X"0D".
           02 CSV-LF                                       PIC X
              VALUE X"0A".
           02 CSV-EOF                                      PIC X
              VALUE X"1A".
      ******************************************************************
      * Master-file posting state.  A transaction record carries its
      * code in column 1 (A add, C change, D delete) and the master
      * record image from column 2 on, so every dictionary field
      * sits one column to the right of where the master keeps it.
      * A change only overlays the fields the transaction fills in --
      * blank keeps the master's value, the way FORMS treats a blank
      * answer.  Rejected transactions are copied unaltered to
      * POSTREJ.DAT (fix them there and post that file next run) and
      * the reason for each goes to the POSTREG.TXT register.  A
      * delete blanks the master record where it stands, keeping
      * every other record's number (the change journal's history
      * goes by record number); an add takes the first blank slot
      * from POST-FREE-FROM on before the master is grown.
       01  POST-DATA.
      ******************************************************************
           02 POST-MST-SPEC                                PIC X(40).
           02 POST-TRN-SPEC                                PIC X(40).
           02 POST-OK                                      PIC A.
           02 POST-MSG                                     PIC X(40).
           02 POST-CODE                                    PIC X.
           02 POST-REASON                                  PIC X(30).
           02 POST-KEY-POS                                 PIC 9(4).
           02 POST-KEY-LEN                                 PIC 9(4).
           02 POST-KEY                                     PIC X(40).
           02 POST-TRN-IDX                                 PIC 9(4).
           02 POST-HIT                                     PIC 9(4).
           02 POST-FREE-FROM                               PIC 9(5).
           02 POST-SLOT                                    PIC 9(4).
           02 POST-SLOT-IDX                                PIC 9(5).
           02 POST-ADDED                                   PIC 9(4).
           02 POST-CHANGED                                 PIC 9(4).
           02 POST-DELETED                                 PIC 9(4).
           02 POST-REJECTED                                PIC 9(4).
           02 POST-REJ-RECNO                               PIC 9(4).
           02 POST-REG-RECNO                               PIC 9(4).
           02 POST-TRN-REC                              PIC X(2048).
           02 POST-NEW-REC                              PIC X(2048).
           02 POST-MST-VOL                                 PIC X.
           02 POST-MST-NAME                                PIC X(24).
           02 POST-MST-EXT                                 PIC X(3).
           02 POST-MST-CYL                                 PIC 9(4).
           02 POST-MST-SECT                                PIC 9(4).
           02 POST-MST-NUMSECT                             PIC 9(4).
           02 POST-MST-RECLEN                              PIC 9(4).
           02 POST-MST-NUMRECS                             PIC 9(4).
           02 POST-TRN-VOL                                 PIC X.
           02 POST-TRN-CYL                                 PIC 9(4).
           02 POST-TRN-SECT                                PIC 9(4).
           02 POST-TRN-NUMSECT                             PIC 9(4).
           02 POST-TRN-RECLEN                              PIC 9(4).
           02 POST-TRN-NUMRECS                             PIC 9(4).
           02 POST-REJ-VOL                                 PIC X.
           02 POST-REJ-CYL                                 PIC 9(4).
           02 POST-REJ-SECT                                PIC 9(4).
           02 POST-REJ-NUMSECT                             PIC 9(4).
           02 POST-REJ-NUMRECS                             PIC 9(4).
           02 POST-REG-VOL                                 PIC X.
           02 POST-REG-CYL                                 PIC 9(4).
           02 POST-REG-SECT                                PIC 9(4).
           02 POST-REG-NUMSECT                             PIC 9(4).
      ******************************************************************
      * Batch control state.  BATCHCTL.DAT holds one 120-byte header
      * per keying batch, entered with BATCH off the clerk's adding-
      * machine tape: batch (1-10), layout (12-21) and the amount
      * field hashed (23-34), the detail file's volume (36), name
      * (37-60) and extension (61-63), the expected record count
      * (65-68) and hash total (70-83, sign leading, in the field's
      * own units), status (85: O open, B balanced, H held), and what
      * BALANCE last found -- count (87-90), hash (92-105) and when
      * (107-120).  The detail is the batch's records in FORMBTCH.DAT
      * when FORMS keyed it, otherwise every record of the file.  A
      * held batch stops POST until a BALANCE finds it corrected.
       01  BAL-DATA.
      ******************************************************************
           02 BAL-OK                                       PIC A.
           02 BAL-MSG                                      PIC X(40).
           02 BAL-WHY                                      PIC X(30).
           02 BAL-RESULT                                   PIC X.
           02 BAL-BATCH                                    PIC X(10).
           02 BAL-ONE-BATCH                                PIC X(10).
           02 BAL-FIELD                                    PIC X(12).
           02 BAL-SPEC                                     PIC X(40).
           02 BAL-COUNT-TXT                                PIC X(8).
           02 BAL-TOTAL-TXT                                PIC X(20).
           02 BAL-TXT-LEN                                  PIC 9(2).
           02 BAL-SAVE-LAYOUT                              PIC X(10).
           02 BAL-CT-VOL                                   PIC X.
           02 BAL-CT-CYL                                   PIC 9(4).
           02 BAL-CT-SECT                                  PIC 9(4).
           02 BAL-CT-NUMSECT                               PIC 9(4).
           02 BAL-CT-NUMRECS                               PIC 9(4).
           02 BAL-CT-IDX                                   PIC 9(4).
           02 BAL-CT-HIT                                   PIC 9(4).
           02 BAL-CT-FREE                                  PIC 9(4).
           02 BAL-ROW                                      PIC X(120).
           02 BAL-FLD-POS                                  PIC 9(4).
           02 BAL-FLD-LEN                                  PIC 9(4).
           02 BAL-FLD-TYPE                                 PIC X.
           02 BAL-DT-VOL                                   PIC X.
           02 BAL-DT-NAME                                  PIC X(24).
           02 BAL-DT-EXT                                   PIC X(3).
           02 BAL-DT-CYL                                   PIC 9(4).
           02 BAL-DT-SECT                                  PIC 9(4).
           02 BAL-DT-NUMSECT                               PIC 9(4).
           02 BAL-DT-RECLEN                                PIC 9(4).
           02 BAL-DT-NUMRECS                               PIC 9(4).
           02 BAL-DT-VAR                                   PIC A.
           02 BAL-EXP-COUNT                                PIC 9(4).
           02 BAL-KEY-COUNT                                PIC 9(4).
           02 BAL-EXP-HASH                                 PIC S9(13).
           02 BAL-KEY-HASH                                 PIC S9(13).
           02 BAL-NUM                                      PIC S9(13).
           02 BAL-NUM-TXT                                  PIC X(14).
           02 BAL-BAD-AMT                                  PIC 9(4).
           02 BAL-DIFF-COUNT                               PIC S9(5).
           02 BAL-DIFF-HASH                                PIC S9(14).
           02 BAL-OU-COUNT                                 PIC X(5).
           02 BAL-OU-HASH                                  PIC X(5).
      * The hash as the header row carries it
           02 BAL-HASH-G.
              05 BAL-HASH-SGN                              PIC S9(13)
                 SIGN IS LEADING SEPARATE.
           02 BAL-ED-HASH                                  PIC -(13)9.
           02 BAL-ED-DIFF                                  PIC Z(13)9.
           02 BAL-REC-COUNT                                PIC 9(4).
           02 BAL-REC OCCURS 500 TIMES                     PIC 9(4).
           02 BAL-REC-IDX                                  PIC 9(4).
           02 BAL-RECNO                                    PIC 9(4).
           02 BAL-CHECKED                                  PIC 9(4).
           02 BAL-HELD                                     PIC 9(4).
           02 BAL-GATE-VOL                                 PIC X.
           02 BAL-GATE-NAME                                PIC X(24).
           02 BAL-GATE-EXT                                 PIC X(3).
           02 BAL-RP-VOL                                   PIC X.
           02 BAL-RP-CYL                                   PIC 9(4).
           02 BAL-RP-SECT                                  PIC 9(4).
           02 BAL-RP-NUMSECT                               PIC 9(4).
           02 BAL-RP-RECNO                                 PIC 9(4).
           02 BAL-LINE                                     PIC X(80).
      ******************************************************************
      * Keyed file compare state.  The new file's keys are held in
      * memory (record numbers beside them, capped at the deck
      * utilities' 2000) and the old file streams past them once;
      * a new key nobody claimed is an addition.  The outcome code
      * follows LINECOMP: 0 the files match, 1 they differ, 2 one
      * of them would not open.
       01  FCMP-DATA.
      ******************************************************************
           02 FCMP-OLD-SPEC                                PIC X(40).
           02 FCMP-NEW-SPEC                                PIC X(40).
           02 FCMP-RC                                      PIC 9.
           02 FCMP-MSG                                     PIC X(40).
           02 FCMP-KEY-POS                                 PIC 9(4).
           02 FCMP-KEY-LEN                                 PIC 9(4).
           02 FCMP-ADDED                                   PIC 9(4).
           02 FCMP-DELETED                                 PIC 9(4).
           02 FCMP-CHANGED                                 PIC 9(4).
           02 FCMP-SAME                                    PIC 9(4).
           02 FCMP-REC-IDX                                 PIC 9(4).
           02 FCMP-IDX                                     PIC 9(4).
           02 FCMP-HIT                                     PIC 9(4).
           02 FCMP-DIFFS                                   PIC 9(2).
           02 FCMP-KEY                                     PIC X(40).
           02 FCMP-BEFORE                                  PIC X(24).
           02 FCMP-AFTER                                   PIC X(24).
           02 FCMP-OUT-RECNO                               PIC 9(4).
           02 FCMP-OLD-REC                              PIC X(2048).
           02 FCMP-NEW-REC                              PIC X(2048).
           02 FCMP-OLD-VOL                                 PIC X.
           02 FCMP-OLD-CYL                                 PIC 9(4).
           02 FCMP-OLD-SECT                                PIC 9(4).
           02 FCMP-OLD-NUMSECT                             PIC 9(4).
           02 FCMP-OLD-RECLEN                              PIC 9(4).
           02 FCMP-OLD-NUMRECS                             PIC 9(4).
           02 FCMP-OLD-VAR                                 PIC A.
           02 FCMP-NEW-VOL                                 PIC X.
           02 FCMP-NEW-CYL                                 PIC 9(4).
           02 FCMP-NEW-SECT                                PIC 9(4).
           02 FCMP-NEW-NUMSECT                             PIC 9(4).
           02 FCMP-NEW-RECLEN                              PIC 9(4).
           02 FCMP-NEW-NUMRECS                             PIC 9(4).
           02 FCMP-NEW-VAR                                 PIC A.
           02 FCMP-OUT-VOL                                 PIC X.
           02 FCMP-OUT-CYL                                 PIC 9(4).
           02 FCMP-OUT-SECT                                PIC 9(4).
           02 FCMP-OUT-NUMSECT                             PIC 9(4).
           02 FCMP-COUNT                                   PIC 9(4).
           02 FCMP-ENT OCCURS 2000 TIMES.
                 05 FCMP-ENT-KEY                           PIC X(40).
                 05 FCMP-ENT-RECNO                         PIC 9(4).
                 05 FCMP-ENT-SEEN                          PIC A.
      ******************************************************************
      * Report-writer state.  A report definition is an ordinary
      * store file the operator writes with the text editor, one
      * KEY=VALUE line per record: FILE= the data file, LAYOUT= the
           02 RPT-SRC-NUMSECT                              PIC 9(4).
           02 RPT-SRC-RECLEN                               PIC 9(4).
           02 RPT-SRC-NUMRECS                              PIC 9(4).
           02 RPT-SRC-VAR                                  PIC A.
           02 RPT-OUT-VOL                                  PIC X.
           02 RPT-OUT-CYL                                  PIC 9(4).
           02 RPT-OUT-SECT                                 PIC 9(4).
           02 RPT-OUT-RECLEN                               PIC 9(4).
           02 RPT-OUT-NUMRECS                              PIC 9(4).
      ******************************************************************
      * Cross-tabulation state.  A crosstab definition is written
      * with the text editor like a report definition, KEY=VALUE a
      * line: FILE= the data file, LAYOUT= the dictionary layout,
      * TITLE= the heading, ROW= the field down the side, COLUMN=
      * the field across the top, MEASURE= the numeric field summed
      * into the cells (left out, the cells count records).  ROW and
      * COLUMN may take a start and length within the field after
      * the name, "COLUMN=PAYDATE 5 2" putting the month across.
      * Distinct values are kept in order as they turn up; past the
      * table sizes the rest fall into an *OTHER* row or column.
       01  CTB-DATA.
      ******************************************************************
           02 CTB-OK                                       PIC A.
           02 CTB-MSG                                      PIC X(40).
           02 CTB-TITLE                                    PIC X(40).
           02 CTB-FILE-SPEC                                PIC X(40).
           02 CTB-ROW-NAME                                 PIC X(12).
           02 CTB-ROW-POS                                  PIC 9(4).
           02 CTB-ROW-LEN                                  PIC 9(4).
           02 CTB-ROW-SUB-POS                              PIC 9(4).
           02 CTB-ROW-SUB-LEN                              PIC 9(4).
           02 CTB-COL-NAME                                 PIC X(12).
           02 CTB-COL-POS                                  PIC 9(4).
           02 CTB-COL-LEN                                  PIC 9(4).
           02 CTB-COL-SUB-POS                              PIC 9(4).
           02 CTB-COL-SUB-LEN                              PIC 9(4).
           02 CTB-MSR-NAME                                 PIC X(12).
           02 CTB-MSR-POS                                  PIC 9(4).
           02 CTB-MSR-LEN                                  PIC 9(4).
           02 CTB-MSR-TYPE                                 PIC X.
           02 CTB-ARG-NAME                                 PIC X(12).
           02 CTB-ARG-START                                PIC X(4).
           02 CTB-ARG-LEN                                  PIC X(4).
           02 CTB-SRC-VOL                                  PIC X.
           02 CTB-SRC-CYL                                  PIC 9(4).
           02 CTB-SRC-SECT                                 PIC 9(4).
           02 CTB-SRC-NUMSECT                              PIC 9(4).
           02 CTB-SRC-RECLEN                               PIC 9(4).
           02 CTB-SRC-NUMRECS                              PIC 9(4).
           02 CTB-SRC-VAR                                  PIC A.
           02 CTB-REC-IDX                                  PIC 9(4).
           02 CTB-USED                                     PIC 9(4).
           02 CTB-SKIPPED                                  PIC 9(4).
           02 CTB-KEY                                      PIC X(10).
           02 CTB-HIT                                      PIC 9(2).
           02 CTB-R                                        PIC 9(2).
           02 CTB-C                                        PIC 9(2).
           02 CTB-I                                        PIC 9(2).
           02 CTB-NUM-TXT                                  PIC X(18).
           02 CTB-NUM                                      PIC S9(15).
      * Up to 50 rows by 24 columns; the cells and both margins
           02 CTB-ROW-COUNT                                PIC 9(2).
           02 CTB-ROW-KEY OCCURS 50 TIMES                  PIC X(10).
           02 CTB-ROW-TOT OCCURS 50 TIMES                  PIC S9(15).
           02 CTB-COL-COUNT                                PIC 9(2).
           02 CTB-COL-KEY OCCURS 24 TIMES                  PIC X(10).
           02 CTB-COL-TOT OCCURS 24 TIMES                  PIC S9(15).
           02 CTB-GRAND                                    PIC S9(15).
           02 CTB-ROW OCCURS 50 TIMES.
              05 CTB-CELL OCCURS 24 TIMES                  PIC S9(15).
      * The printed matrix goes five columns to a panel, so a wide
      * one (a year of months) prints as panels one after another
           02 CTB-PANEL-FROM                               PIC 9(2).
           02 CTB-PANEL-TO                                 PIC 9(2).
           02 CTB-AT                                       PIC 9(2).
           02 CTB-N                                        PIC 9(2).
           02 CTB-SWAP                                     PIC 9(2).
           02 CTB-KEY-A                                    PIC X(10).
           02 CTB-KEY-B                                    PIC X(10).
           02 CTB-RORD OCCURS 50 TIMES                     PIC 9(2).
           02 CTB-CORD OCCURS 24 TIMES                     PIC 9(2).
           02 CTB-CELL-ED                                  PIC -(9)9.
           02 CTB-TOT-ED                                   PIC -(11)9.
      ******************************************************************
      * PROFILE-DATA state: what is actually in a file, field by
      * field, before anybody trusts it.  One pass of the file per
      * dictionary field; the distinct-value table holds the first
      * 100 different values (judged on their first 40 characters)
      * and past that the field is reported as having "many".
       01  DPRF-DATA.
      ******************************************************************
           02 DPRF-OK                                      PIC A.
           02 DPRF-MSG                                     PIC X(40).
           02 DPRF-BATCH                                   PIC A.
           02 DPRF-SRC-VOL                                 PIC X.
           02 DPRF-SRC-CYL                                 PIC 9(4).
           02 DPRF-SRC-SECT                                PIC 9(4).
           02 DPRF-SRC-NUMSECT                             PIC 9(4).
           02 DPRF-SRC-RECLEN                              PIC 9(4).
           02 DPRF-SRC-NUMRECS                             PIC 9(4).
           02 DPRF-SRC-VAR                                 PIC A.
           02 DPRF-SRC-ENC                                 PIC A.
           02 DPRF-REC-IDX                                 PIC 9(4).
           02 DPRF-RECS                                    PIC 9(4).
           02 DPRF-EMPTY                                   PIC 9(4).
           02 DPRF-BLANK                                   PIC 9(4).
           02 DPRF-NONNUM                                  PIC 9(4).
           02 DPRF-HAVE                                    PIC A.
           02 DPRF-GOOD                                    PIC A.
           02 DPRF-VLEN                                    PIC 9(4).
           02 DPRF-SHOW                                    PIC 9(4).
           02 DPRF-VAL                                     PIC X(40).
           02 DPRF-MIN-TXT                                 PIC X(40).
           02 DPRF-MAX-TXT                                 PIC X(40).
           02 DPRF-NUM                                     PIC S9(17).
           02 DPRF-MIN-NUM                                 PIC S9(17).
           02 DPRF-MAX-NUM                                 PIC S9(17).
           02 DPRF-DIST-COUNT                              PIC 9(3).
           02 DPRF-MANY                                    PIC A.
           02 DPRF-DIST OCCURS 100 TIMES.
              03 DPRF-DIST-VAL                             PIC X(40).
              03 DPRF-DIST-CNT                             PIC 9(4).
              03 DPRF-DIST-SHOWN                           PIC A.
           02 DPRF-I                                       PIC 9(3).
           02 DPRF-HIT                                     PIC 9(3).
           02 DPRF-T                                       PIC 9(1).
           02 DPRF-BEST                                    PIC 9(3).
           02 DPRF-PTR                                     PIC 9(3).
           02 DPRF-LINE                                    PIC X(80).
      ******************************************************************
      * SELECT state: copy the records of a dictionary-described file
      * that satisfy a condition.  The condition reads the way EVAL
      * does -- space-separated words taken strictly left to right --
      * with comparisons as the terms: FIELD op value, op one of
      * = <> > < >= <=, joined by AND, OR and XOR, NOT ahead of a term
      * inverting it, + and - between numeric operands.  A value is a
      * field name, a number (decimal, or hex with a trailing H) or
      * text, quoted or bare.  Numeric fields (9, S, D) compare by
      * value, anything involving an X field or text by characters.
       01  SEL-DATA.
      ******************************************************************
           02 SEL-OK                                       PIC A.
           02 SEL-MSG                                      PIC X(40).
           02 SEL-SRC-SPEC                                 PIC X(40).
           02 SEL-DST-SPEC                                 PIC X(40).
           02 SEL-WHERE                                    PIC X(80).
           02 SEL-TOKENS.
              03 SEL-TOKEN OCCURS 20 TIMES                 PIC X(20).
           02 SEL-TOK                                      PIC X(20).
           02 SEL-TOK-UP                                   PIC X(20).
           02 SEL-TLEN                                     PIC 9(2).
           02 SEL-T                                        PIC 9(2).
           02 SEL-BAD                                      PIC A.
           02 SEL-STATE                                    PIC X.
           02 SEL-SIDE                                     PIC X.
           02 SEL-ARITH                                    PIC X.
           02 SEL-COMP                                     PIC X(2).
           02 SEL-NOT                                      PIC A.
           02 SEL-JOIN                                     PIC X(3).
           02 SEL-TRUTH                                    PIC A.
           02 SEL-TERM                                     PIC A.
           02 SEL-L-KIND                                   PIC X.
           02 SEL-L-NUM                                    PIC S9(17).
           02 SEL-L-TXT                                    PIC X(40).
           02 SEL-R-KIND                                   PIC X.
           02 SEL-R-NUM                                    PIC S9(17).
           02 SEL-R-TXT                                    PIC X(40).
           02 SEL-V-KIND                                   PIC X.
           02 SEL-V-NUM                                    PIC S9(17).
           02 SEL-V-TXT                                    PIC X(40).
           02 SEL-HEX-IDX                                  PIC 9(2).
           02 SEL-HEX-DIGIT                                PIC 9(2).
           02 SEL-HEXMAP                                   PIC X(16)
               VALUE "0123456789ABCDEF".
           02 SEL-FLD                                      PIC 9(2).
           02 SEL-SRC-VOL                                  PIC X.
           02 SEL-SRC-CYL                                  PIC 9(4).
           02 SEL-SRC-SECT                                 PIC 9(4).
           02 SEL-SRC-NUMSECT                              PIC 9(4).
           02 SEL-SRC-RECLEN                               PIC 9(4).
           02 SEL-SRC-NUMRECS                              PIC 9(4).
           02 SEL-SRC-VAR                                  PIC A.
           02 SEL-SRC-ENC                                  PIC A.
           02 SEL-DST-VOL                                  PIC X.
           02 SEL-DST-CYL                                  PIC 9(4).
           02 SEL-DST-SECT                                 PIC 9(4).
           02 SEL-DST-NUMSECT                              PIC 9(4).
           02 SEL-REC-IDX                                  PIC 9(4).
           02 SEL-READ                                     PIC 9(4).
           02 SEL-SELECTED                                 PIC 9(4).
           02 SEL-HELD-REC                              PIC X(2048).
      ******************************************************************
      * MASSUPD state: one field set to one value in every record a
      * SELECT-style condition holds for.  The new value is built
      * and checked against the dictionary once, before any record
      * is touched; a preview pass lists what would change and only
      * the operator's yes sends the writing pass, which leaves the
      * key, old and new value of each record in MASSAUD.TXT.
       01  MUPD-DATA.
      ******************************************************************
           02 MUPD-OK                                      PIC A.
           02 MUPD-MSG                                     PIC X(40).
           02 MUPD-SPEC                                    PIC X(40).
           02 MUPD-SET                                     PIC X(40).
           02 MUPD-FLD-NAME                                PIC X(12).
           02 MUPD-VALUE                                   PIC X(40).
           02 MUPD-VLEN                                    PIC 9(2).
           02 MUPD-FLD                                     PIC 9(2).
           02 MUPD-POS                                     PIC 9(4).
           02 MUPD-LEN                                     PIC 9(4).
           02 MUPD-NEW                                     PIC X(40).
           02 MUPD-OLD                                     PIC X(40).
           02 MUPD-KEY                                     PIC X(20).
           02 MUPD-NUM                                     PIC S9(17).
           02 MUPD-ABS                                     PIC 9(17).
           02 MUPD-ABS-X REDEFINES MUPD-ABS                PIC X(17).
           02 MUPD-MODE                                    PIC X.
           02 MUPD-MATCHED                                 PIC 9(4).
           02 MUPD-CHANGED                                 PIC 9(4).
           02 MUPD-REC-IDX                                 PIC 9(4).
           02 MUPD-SRC-VOL                                 PIC X.
           02 MUPD-SRC-CYL                                 PIC 9(4).
           02 MUPD-SRC-SECT                                PIC 9(4).
           02 MUPD-SRC-NUMSECT                             PIC 9(4).
           02 MUPD-SRC-RECLEN                              PIC 9(4).
           02 MUPD-SRC-NUMRECS                             PIC 9(4).
           02 MUPD-SRC-ENC                                 PIC A.
           02 MUPD-SRC-NAME                                PIC X(24).
           02 MUPD-SRC-EXT                                 PIC X(3).
           02 MUPD-OUT-VOL                                 PIC X.
           02 MUPD-OUT-CYL                                 PIC 9(4).
           02 MUPD-OUT-SECT                                PIC 9(4).
           02 MUPD-OUT-NUMSECT                             PIC 9(4).
           02 MUPD-OUT-RECNO                               PIC 9(4).
           02 MUPD-LINE                                    PIC X(80).
      ******************************************************************
      * Record-change journal state.  A directory entry flagged 'J'
      * has every record FILE-WRITE-RECORD lays down logged to
      * KINNOREC.JNL with the image before and after, the operator and
      * the instant.  The write paths work against swapped-in extents
      * with FILE-NAME as often as not left over from another file,
      * so the watch table -- the journalled files opened this
      * session, kept up by FILE-OPEN and FILE-CREATE -- is matched
      * on the extent, and supplies the name the line carries.
       01  RCJ-DATA.
      ******************************************************************
           02 RCJ-WATCH-COUNT                              PIC 9(2)
           VALUE 0.
           02 RCJ-WATCH-NEXT                               PIC 9(2)
           VALUE 0.
           02 RCJ-WATCH OCCURS 10.
              03 RCJ-W-VOL                                 PIC X.
              03 RCJ-W-NAME                                PIC X(24).
              03 RCJ-W-EXT                                 PIC X(3).
              03 RCJ-W-CYL                                 PIC 9(4).
              03 RCJ-W-SECT                                PIC 9(4).
           02 RCJ-W-IDX                                    PIC 9(2).
           02 RCJ-HIT                                      PIC 9(2).
           02 RCJ-PENDING                                  PIC A
           VALUE 'N'.
           02 RCJ-RECNO                                    PIC 9(4).
           02 RCJ-RECLEN                                   PIC 9(4).
           02 RCJ-HOLD-LEN                                 PIC 9(4).
           02 RCJ-OFS                                      PIC 9(4).
           02 RCJ-CHUNK                                    PIC 9(4).
           02 RCJ-BEFORE                                PIC X(2048).
           02 RCJ-AFTER                                 PIC X(2048).
           02 RCJ-IMAGE                                 PIC X(2048).
           02 RCJ-HEX                                   PIC X(4096).
      * One journal line: who, when, which record of which file, and
      * the two images back to back, each RECLEN bytes as hex
           02 RCJ-REC-OUT.
              03 RCJ-OUT-TYPE                              PIC X.
              03 RCJ-OUT-STAMP                             PIC X(14).
              03 RCJ-OUT-OPER                              PIC X(8).
              03 RCJ-OUT-VOL                               PIC X.
              03 RCJ-OUT-NAME                              PIC X(24).
              03 RCJ-OUT-EXT                               PIC X(3).
              03 RCJ-OUT-RECNO                             PIC 9(4).
              03 RCJ-OUT-RECLEN                            PIC 9(4).
              03 RCJ-OUT-IMAGES                         PIC X(8192).
      * JOURNAL and HISTORY shell operations
           02 RCJ-OK                                       PIC A.
           02 RCJ-MSG                                      PIC X(40).
           02 RCJ-SPEC                                     PIC X(40).
           02 RCJ-WANT                                     PIC X(40).
           02 RCJ-VLEN                                     PIC 9(2).
           02 RCJ-FLAG                                     PIC X.
           02 RCJ-EOF                                      PIC A.
           02 RCJ-ENTRIES                                  PIC 9(4).
           02 RCJ-LAST-STAMP                               PIC X(14).
           02 RCJ-FIELDS                                   PIC 9(2).
           02 RCJ-HIST-VOL                                 PIC X.
           02 RCJ-HIST-NAME                                PIC X(24).
           02 RCJ-HIST-EXT                                 PIC X(3).
           02 RCJ-HIST-RECNO                               PIC 9(4).
           02 RCJ-LINE                                     PIC X(80).
      ******************************************************************
      * Multi-file transaction state.  Between BEGIN and COMMIT every
      * sector FILE-SECT-STORE is about to overwrite has its old image
      * held in KINNOTXN.UND first (once -- the first write is the one
      * that matters), and KINNOTXN.DIR keeps each volume's directory
      * and allocator as BEGIN found them, so a ROLLBACK (asked for,
      * or forced by a failed step or a crash) puts both back.
      * Sectors at or past a volume's allocator base were free at
      * BEGIN and need nothing held.  The job machinery's own files
      * (queue, schedule, alerts, capture files) are exempt: they
      * record the run itself, rollback included.
       01  TXN-DATA.
      ******************************************************************
           02 TXN-ACTIVE                                   PIC A
           VALUE 'N'.
           02 TXN-ROLLING                                  PIC A
           VALUE 'N'.
      * Who opened it: 'S' the shell, 'E' a script, 'J' a job chain --
      * a script or chain that fails takes its own transaction back
           02 TXN-OWNER                                    PIC X.
           02 TXN-STAMP                                    PIC X(14).
           02 TXN-LABEL                                    PIC X(14).
           02 TXN-BY                                       PIC X(8).
           02 TXN-OK                                       PIC A.
           02 TXN-MSG                                      PIC X(40).
           02 TXN-REASON                                   PIC X(30).
           02 TXN-BASE                                     PIC 9(8)
           OCCURS 3.
           02 TXN-VOL-IDX                                  PIC 9.
           02 TXN-VOLS                                     PIC X(3)
           VALUE "ABC".
           02 TXN-EXEMPT-COUNT                             PIC 9(2).
           02 TXN-EXEMPT OCCURS 20.
              03 TXN-X-FIRST                               PIC 9(8).
              03 TXN-X-LAST                                PIC 9(8).
           02 TXN-X-IDX                                    PIC 9(2).
           02 TXN-IS-EXEMPT                                PIC A.
           02 TXN-HAD-DIR                                  PIC A.
           02 TXN-HAD-HEADER                               PIC A.
           02 TXN-HAD-TRAILER                              PIC A.
      * What the next BEGIN is asked for; the live fields above are
      * only taken over once it is known no transaction is open
           02 TXN-NEW-OWNER                                PIC X.
           02 TXN-NEW-LABEL                                PIC X(14).
           02 TXN-EOF                                      PIC A.
           02 TXN-SECTORS                                  PIC 9(6).
           02 TXN-SAVE-VOL                                 PIC X.
           02 TXN-SAVE-ENC                                 PIC A.
           02 TXN-SAVE-CKBAD                               PIC A.
           02 TXN-SAVE-SECT                                PIC 9(8).
           02 TXN-SAVE-BUF                              PIC X(2048).
           02 TXN-DIR-IMAGE                              PIC X(198).
      * One snapshot line: "B" header (stamp, operator, owner,
      * label), "A" a volume's allocator base, "D" one directory
      * entry as it stood, "M" a volume with no directory yet, and
      * the "Z" trailer written once the snapshot is whole
           02 TXN-LINE.
              03 TXN-L-TYPE                                PIC X.
              03 TXN-L-VOL                                 PIC X.
              03 TXN-L-BODY                             PIC X(198).
      ******************************************************************
      * Deck library state.  LIBRARY.DAT is the member registry, one
      * 80-byte row per master deck: member name (1-24), ext (26-28),
      * checked-out-by (30-37, spaces when free), checkout stamp
           02 LIB-WRK-NUMSECT                              PIC 9(4).
           02 LIB-WRK-NUMRECS                              PIC 9(4).
           02 LIB-HELD-REC                              PIC X(2048).
           02 LIB-HIST-LINE                               PIC X(80).
      ******************************************************************
      * Library promotion levels.  LIBLEVEL.DAT rides beside the
      * registry, one 128-byte row per member: member (1-24), ext
      * (26-28), development version (30-33, counted up by every
      * check-in -- the master is always the development copy), the
      * test version (35-38) with who promoted it (40-47) and when
      * (49-62), and the production version (64-67) with who asked
      * (69-76), the supervisor who approved (78-85) and when
      * (87-100).  The test and production copies themselves live as
      * LIBTEST/NAME.EXT and LIBPROD/NAME.EXT.  A member with no row
      * yet is at version 1 in development and nowhere else.
       01  LVL-DATA.
      ******************************************************************
           02 LVL-ROW                                      PIC 9(4).
           02 LVL-FREE-ROW                                 PIC 9(4).
           02 LVL-DEV                                      PIC 9(4).
           02 LVL-TEST                                     PIC 9(4).
           02 LVL-PROD                                     PIC 9(4).
           02 LVL-TO                                       PIC X.
           02 LVL-VER                                      PIC 9(4).
           02 LVL-FOLDER                                   PIC X(8).
           02 LVL-DST-SPEC                                 PIC X(40).
           02 LVL-ANSWER                                   PIC X(20).
           02 LVL-APPR-ID                                  PIC X(8).
           02 LVL-APPR-OK                                  PIC X.
           02 LVL-REC                                      PIC X(128).
           02 LVL-T-TXT                                    PIC X(4).
           02 LVL-P-TXT                                    PIC X(4).
      * LINELINT's checks, made on the member's records where they
      * lie: sequence area, indicator, verbs in Area A, text past 72
           02 LVL-LINT-RECNO                               PIC 9(6).
           02 LVL-BAD-SEQ                                  PIC 9(6).
           02 LVL-BAD-IND                                  PIC 9(6).
           02 LVL-BAD-AREA                                 PIC 9(6).
           02 LVL-BAD-TAIL                                 PIC 9(6).
           02 LVL-FINDINGS                                 PIC 9(6).
           02 LVL-WORD                                     PIC X(12).
           02 LVL-WORD-LEN                                 PIC 9(2).
           02 LVL-I                                        PIC 9(4).
           02 LVL-CH                                       PIC X.
           02 LVL-TAIL-LEN                                 PIC 9(4).
           02 LVL-VERB-LIST.
               03 FILLER                                   PIC X(48)
               VALUE "MOVE        PERFORM     IF          DISPLAY     ".
               03 FILLER                                   PIC X(48)
               VALUE "COMPUTE     ADD         SUBTRACT    CALL        ".
               03 FILLER                                   PIC X(48)
               VALUE "OPEN        CLOSE       READ        WRITE       ".
               03 FILLER                                   PIC X(48)
               VALUE "EVALUATE    SET         STRING      UNSTRING    ".
               03 FILLER                                   PIC X(24)
               VALUE "GO          EXIT        ".
           02 LVL-VERB-TAB REDEFINES LVL-VERB-LIST.
               03 LVL-VERB                                 PIC X(12)
               OCCURS 18 TIMES.
      * LIBLEVELS: the registry's members with their level rows
           02 LVL-COUNT                                    PIC 9(2).
           02 LVL-IDX                                      PIC 9(2).
           02 LVL-ENT OCCURS 32 TIMES.
               03 LVL-E-MEMBER                             PIC X(24).
               03 LVL-E-EXT                                PIC X(3).
               03 LVL-E-ROW                                PIC X(128).
      ******************************************************************
      * ARC state: the members matched for packing and the cursor
      * walking the self-describing archive.  An archive is an
      * ordinary store file of 2048-byte records: a "KINNOARC01"
      * header record carrying the member count, then per member one
      * header record (name, ext, reclen, numrecs, numsect, and a
      * 'V' for a variable-length member) followed by its sectors as
      * records.
       01  ARC-DATA.
      ******************************************************************
           02 ARC-COUNT                                    PIC 9(2).
           02 ARC-SECT                                     PIC 9(4).
           02 ARC-NSECT                                    PIC 9(4).
           02 ARC-NRECS                                    PIC 9(4).
           02 ARC-RECFM                                    PIC X.
           02 ARC-MEMBERS.
              03 ARC-MEM OCCURS 64 TIMES.
                 05 ARC-MEM-NAME                           PIC X(24).
                 05 ARC-MEM-NUMSECT                        PIC 9(4).
                 05 ARC-MEM-RECLEN                         PIC 9(4).
                 05 ARC-MEM-NUMRECS                        PIC 9(4).
                 05 ARC-MEM-RECFM                          PIC X.
      ******************************************************************
      * Settings editor state: the running configuration copied into
      * edit fields, validated, applied and written back
           02 SET-SKIPSB                                   PIC A.
           02 SET-LOGMAX                                   PIC 9(8).
           02 SET-LOGKEEP                                  PIC 9(2).
           02 SET-DSTSTART                                 PIC X(9).
           02 SET-DSTEND                                   PIC X(9).
           02 SET-DSTOFS                                   PIC 9(3).
           02 SET-ACTION                                   PIC A.
           02 SET-MSG                                      PIC X(40).
      ******************************************************************
      * Scheduler state: SCHEDULE.DAT records are "HHMM D KIND ARGS"
      * (D a weekday digit 0=Sunday..6, * for every day, or a day of
      * the month: M day NN, L last day, Q quarter-end, B NNth
      * business day, E last business day, NN in columns 79-80; see
      * SCHED-RULE-MATCH) with the last-fired date in columns 70-77
      * and the firing time in 65-68, so an action runs once per
      * matching day and the record says when it really last ran.
      * Column 69 is the per-entry catch-up policy: 'C' makes a run
      * missed while the machine was off fire at the next boot, 'R'
      * only reports it loudly, blank lets it slide.  The menu loop
      * consults the RTC about twice a minute and fires due actions
      * into the batch queue.  An '@' in column 60 puts a
      * must-complete-by time in 61-64 (see SLA-DATA).
       01  SCHED-DATA.
      ******************************************************************
           02 SCHED-NEXT-CHECK                             PIC 9(10)
           02 SCHED-CM                                     PIC 9(2).
           02 SCHED-CD                                     PIC 9(2).
           02 SCHED-CDOW                                   PIC 9(1).
           02 SCHED-BACK-IDX                               PIC 9(3).
           02 SCHED-BACK-MAX                               PIC 9(3).
           02 SCHED-DUE-DATE                               PIC X(8).
           02 SCHED-POLICY                                 PIC X.
           02 SCHED-MISSED                                 PIC 9(2).
           02 SCHED-HOL-POLICY                             PIC X.
           02 SCHED-CHK-DATE                               PIC X(8).
           02 SCHED-IS-HOL                                 PIC A.
      * Rule matching for the calendar cursor's day, and the month
      * of holidays the business-day rules count around (an 'H' per
      * holiday day, loaded once per pass for the month in hand)
           02 SCHED-MATCH                                  PIC A.
           02 SCHED-RULE                                   PIC X.
           02 SCHED-RULE-N                                 PIC 9(2).
           02 SCHED-YM                                     PIC X(6).
           02 SCHED-HOL-YM                                 PIC X(6).
           02 SCHED-HOL-MAP                                PIC X(31).
           02 SCHED-HD                                     PIC 9(2).
           02 SCHED-DD                                     PIC 9(2).
           02 SCHED-DDOW                                   PIC 9(1).
           02 SCHED-DOW1                                   PIC 9(1).
           02 SCHED-SAVE-CD                                PIC 9(2).
           02 SCHED-SAVE-CDOW                              PIC 9(1).
           02 SCHED-BIZ-N                                  PIC 9(2).
           02 SCHED-BIZ-NTH                                PIC 9(2).
           02 SCHED-BIZ-LAST                               PIC 9(2).
           02 SCHED-SAVE-REC                               PIC X(80).
      ******************************************************************
      * Post-mortem snapshot state: which screen was up when the
      * exception hit, the saved file-request fields (the dump itself
           02 SNAP-SAVE-CYL                                PIC 9(4).
           02 SNAP-SAVE-SECT                               PIC 9(4).
           02 SNAP-SAVE-NUMSECT                            PIC 9(4).
           02 SNAP-SAVE-VAR                                PIC A.
           02 SNAP-PICK                                    PIC 9(2).
           02 SNAP-ACTION                                  PIC A.
           02 SNAP-MSG                                     PIC X(40).
                 05 AUD-DAY-SHELL                          PIC 9(4).
                 05 AUD-DAY-BOOTRPT                        PIC 9(4).
                 05 AUD-DAY-ACTIONS                        PIC 9(4).
                 05 AUD-DAY-FIRST                          PIC X(9).
                 05 AUD-DAY-LAST                           PIC X(9).
      ******************************************************************
      * Shift-change report state: one pass over today's session-log
      * window collecting actions by operator, alert and batch-job
           02 OADM-ID                                      PIC X(8).
           02 OADM-PW                                      PIC X(8).
           02 OADM-LEVEL                                   PIC X.
           02 OADM-DEPT                                    PIC X(8).
           02 OADM-ROW                                     PIC 9(4).
           02 OADM-FREE                                    PIC 9(4).
           02 OADM-ANSWER                                  PIC X(40).
      * file (kind 'F') or the built-in boot report (kind 'B'),
      * drained a bounded burst of bytes at a time by SPOOLER-PUMP so
      * the console never waits on the printer.  Page handling is a
      * form feed every SPOOL-LINES-PER-PAGE lines and at end of job;
      * a record opening with a form feed ejects to a fresh page.
       01  SPOOL-DATA.
      ******************************************************************
           02 SPOOL-ACTIVE                                 PIC 9(1)
           02 SPOOL-CURLEN                                 PIC 9(4).
           02 SPOOL-BUDGET                                 PIC 9(4).
           02 SPOOL-STALLED                                PIC A.
           02 SPOOL-EJECT                                  PIC A
           VALUE 'N'.
           02 SPOOL-FF                                     PIC X
           VALUE X"0C".
           02 SPOOL-IDX                                    PIC 9(1).
           02 SPOOL-LPT-UP                                 PIC A
           VALUE 'N'.
                 05 SPOOL-JOB-LEN                          PIC 9(4).
                 05 SPOOL-JOB-BOLD                         PIC A.
                 05 SPOOL-JOB-COND                         PIC A.
      * Whom the printed lines are charged to
                 05 SPOOL-JOB-OPER                         PIC X(8).
           02 SPOOL-MOUNTED-FORM                           PIC X(8).
           02 SPOOL-FORM-ASKED                             PIC X(8).
           02 SPOOL-OPT-FORM                               PIC X(8).
           02 FAT-ATTR                                     PIC 9(4).
           02 FAT-NAME11                                   PIC X(11).
           02 FAT-WANT11                                   PIC X(11).
           02 FAT-SERIAL                                  PIC 9(10).
           02 FAT-SIZE                                     PIC 9(8).
           02 FAT-START-CL                                 PIC 9(4).
           02 FAT-COUNT                                    PIC 9(4).
      * Removable-media exchange state: a KINNOFAT file travels to or
      * from a diskette as a 512-byte header sector (magic, name and
      * record metadata) followed by each 2048-byte store sector split
      * into four diskette sectors.  A variable-length file travels as
      * plain text instead -- one CR/LF-ended line per record, packed
      * into 2048-byte blocks the same way, with a 'V' and the text's
      * byte length after the header's record metadata.
       01  FDX-DATA.
      ******************************************************************
           02 FDX-IDX                                      PIC 9(4).
           02 FDX-NUMSECT                                  PIC 9(4).
           02 FDX-FAILS                                    PIC 9(4).
           02 FDX-HDR                                      PIC X(512).
           02 FDX-CR                                       PIC X
           VALUE X"0D".
           02 FDX-LF                                       PIC X
           VALUE X"0A".
           02 FDX-RECS                                     PIC 9(4).
           02 FDX-BYTES                                    PIC 9(8).
           02 FDX-AT                                       PIC 9(8).
           02 FDX-FILL                                     PIC 9(4).
           02 FDX-ROOM                                     PIC 9(4).
           02 FDX-PART                                     PIC 9(4).
           02 FDX-POS                                      PIC 9(4).
           02 FDX-LEFT                                     PIC 9(4).
           02 FDX-LINE-LEN                                 PIC 9(4).
           02 FDX-CUT                                      PIC 9(4).
           02 FDX-LINE-CUT                                 PIC A.
           02 FDX-PUT-LEN                                  PIC 9(4).
           02 FDX-PUT-BUF                                  PIC X(2050).
           02 FDX-BLOCK                                    PIC X(2048).
      * STATUS-SCREEN captions that go through gettext, so an operator
      * with LANG=es sees the shell in Spanish without a separate build
       01  WS-GTX-IN                                       PIC X(80).
           02 VALUE "Snapshot [D]umps" LINE 14 COL 40.
           02 VALUE "[J]ob Queue" LINE 15 COL 40.
           02 VALUE "[O]ptions" LINE 16 COL 40.
           02 VALUE "[R]eport Recall" LINE 17 COL 40.
           02 VALUE "D[A]shboard" LINE 19 COL 40.
           02 VALUE "E[X]it" LINE 19 COL 10.
           02 KD-MSG-OPTION LINE 20 COL 10 PIC X(10)
           USING WS-MSG-OPTION.
           02 KD-BOOT-CDRIVES LINE 16 COL 25 PIC X(16)
           USING WS-BOOT-ATAPI-DRIVES.
           02 VALUE "Serial:" LINE 17 COL 10.
           02 KD-BOOT-COM LINE 17 COL 25 PIC X(35)
           USING WS-BOOT-COM-TXT.
           02 VALUE "Boot profile:" LINE 18 COL 10.
           02 KD-BOOT-PROFILE LINE 18 COL 25 PIC X(11)
           USING WS-BOOT-PROFILE-TXT.
           02 KD-BOOT-REGRESS LINE 13 COL 10 PIC X(44)
           HIGHLIGHT USING WS-BOOT-REGRESS.
           02 KD-BOOT-CRASH LINE 14 COL 10 PIC X(44)
           02 KD-SET-LOGKEEP LINE 11 COL 20 PIC 9(2)
           USING SET-LOGKEEP.
           02 VALUE "03" LINE 11 COL 32.
           02 VALUE "DSTSTART" LINE 12 COL 5.
           02 KD-SET-DSTSTART LINE 12 COL 20 PIC X(9)
           USING SET-DSTSTART.
           02 VALUE "off  (MM.W.D/HH)" LINE 12 COL 32.
           02 VALUE "DSTEND" LINE 13 COL 5.
           02 KD-SET-DSTEND LINE 13 COL 20 PIC X(9)
           USING SET-DSTEND.
           02 VALUE "off" LINE 13 COL 32.
           02 VALUE "DSTOFFSET" LINE 14 COL 5.
           02 KD-SET-DSTOFS LINE 14 COL 20 PIC 9(3)
           USING SET-DSTOFS.
           02 VALUE "000 (60 min)" LINE 14 COL 32.
           02 VALUE "Action (S=save X=back):" LINE 16 COL 5.
           02 KD-SET-ACTION LINE 16 COL 29 PIC A
           USING SET-ACTION.
           02 KD-SET-MSG LINE 18 COL 5 PIC X(40)
           USING SET-MSG.
      * The job queue, one line per queue slot
       01  JOBS-SCREEN.
           02 VALUE "Slot:" LINE 21 COL 48.
           02 KD-JOBS-PICK LINE 21 COL 54 PIC 9(2)
           USING JOBQ-PICK.
      * Operations dashboard: each figure in white, or red once past
      * its warning level (see DASH-DATA)
       01  DASH-SCREEN.
           02 VALUE "Operations Dashboard" BLANK SCREEN LINE 1 COL 1.
           02 KD-DASH-STAMP LINE 1 COL 60 PIC X(19)
           FROM DASH-STAMP.
           02 VALUE "Job queue:" LINE 3 COL 2.
           02 KD-DASH-JOBS LINE 3 COL 18 PIC X(50)
           FROM DASH-JOBS-TXT FOREGROUND-COLOR DASH-C-JOBS.
           02 VALUE "Running:" LINE 4 COL 2.
           02 KD-DASH-RUN LINE 4 COL 18 PIC X(50)
           FROM DASH-RUN-TXT.
           02 VALUE "Spooler:" LINE 5 COL 2.
           02 KD-DASH-SPOOL LINE 5 COL 18 PIC X(50)
           FROM DASH-SPOOL-TXT FOREGROUND-COLOR DASH-C-SPOOL.
           02 VALUE "Alerts open:" LINE 7 COL 2.
           02 VALUE "critical" LINE 7 COL 18.
           02 KD-DASH-CRIT LINE 7 COL 27 PIC Z(3)9
           FROM DASH-AL-CRIT FOREGROUND-COLOR DASH-C-CRIT.
           02 VALUE "warning" LINE 7 COL 34.
           02 KD-DASH-WARN LINE 7 COL 42 PIC Z(3)9
           FROM DASH-AL-WARN FOREGROUND-COLOR DASH-C-ALERTS.
           02 VALUE "advisory" LINE 7 COL 49.
           02 KD-DASH-ADV LINE 7 COL 58 PIC Z(3)9
           FROM DASH-AL-ADV.
           02 VALUE "Free space:" LINE 9 COL 2.
           02 KD-DASH-VOL-1 LINE 9 COL 18 PIC X(50)
           FROM DASH-VOL-TXT(1) FOREGROUND-COLOR DASH-C-VOL(1).
           02 KD-DASH-VOL-2 LINE 10 COL 18 PIC X(50)
           FROM DASH-VOL-TXT(2) FOREGROUND-COLOR DASH-C-VOL(2).
           02 KD-DASH-VOL-3 LINE 11 COL 18 PIC X(50)
           FROM DASH-VOL-TXT(3) FOREGROUND-COLOR DASH-C-VOL(3).
           02 VALUE "Mirror:" LINE 13 COL 2.
           02 KD-DASH-MIRROR LINE 13 COL 18 PIC X(50)
           FROM DASH-MIRROR-TXT FOREGROUND-COLOR DASH-C-MIRROR.
           02 VALUE "Journal:" LINE 14 COL 2.
           02 KD-DASH-JNL LINE 14 COL 18 PIC X(50)
           FROM DASH-JNL-TXT FOREGROUND-COLOR DASH-C-JNL.
           02 VALUE "Uptime:" LINE 16 COL 2.
           02 KD-DASH-UP LINE 16 COL 18 PIC X(20)
           FROM DASH-UP-TXT.
           02 VALUE "Next firings:" LINE 18 COL 2.
           02 KD-DASH-FIRE-1 LINE 18 COL 18 PIC X(50)
           FROM DASH-FIRE-TXT(1) FOREGROUND-COLOR DASH-C-FIRE(1).
           02 KD-DASH-FIRE-2 LINE 19 COL 18 PIC X(50)
           FROM DASH-FIRE-TXT(2) FOREGROUND-COLOR DASH-C-FIRE(2).
           02 KD-DASH-FIRE-3 LINE 20 COL 18 PIC X(50)
           FROM DASH-FIRE-TXT(3) FOREGROUND-COLOR DASH-C-FIRE(3).
           02 VALUE "Signed on:" LINE 22 COL 2.
           02 KD-DASH-WHO LINE 22 COL 18 PIC X(30)
           FROM DASH-WHO-TXT.
           02 KD-DASH-RJE LINE 22 COL 50 PIC X(30)
           FROM DASH-RJE-TXT.
           02 KD-DASH-TTY LINE 23 COL 18 PIC X(60)
           FROM DASH-TTY-TXT.
           02 KD-DASH-PROMPT LINE 24 COL 2 PIC X(50)
           FROM DASH-PROMPT.
           02 KD-DASH-ACTION LINE 24 COL 53 PIC A
           USING DASH-ACTION.
      * Past exception snapshots, numbered for viewing
       01  SNAP-SCREEN.
           02 VALUE "Exception Snapshots" BLANK SCREEN LINE 1 COL 1.
           COL 2.
           02 KD-SNAP-MSG LINE 18 COL 2 PIC X(40)
           USING SNAP-MSG.
      * Report repository: a report's filed runs, newest first, or
      * with no report named the reports on file
       01  RECALL-SCREEN.
           02 VALUE "Report Recall" BLANK SCREEN LINE 1 COL 1.
           02 VALUE "Report:" LINE 2 COL 2.
           02 KD-RRP-REPORT LINE 2 COL 10 PIC X(18)
           USING RRP-REPORT.
           02 KD-RRP-HEAD LINE 3 COL 5 PIC X(70)
           USING RRP-HEAD.
           02 VALUE "01" LINE 4 COL 2.
           02 RRP-ROW-01 LINE 4 COL 5 PIC X(70)
           USING RRP-LINE(1).
           02 VALUE "02" LINE 5 COL 2.
           02 RRP-ROW-02 LINE 5 COL 5 PIC X(70)
           USING RRP-LINE(2).
           02 VALUE "03" LINE 6 COL 2.
           02 RRP-ROW-03 LINE 6 COL 5 PIC X(70)
           USING RRP-LINE(3).
           02 VALUE "04" LINE 7 COL 2.
           02 RRP-ROW-04 LINE 7 COL 5 PIC X(70)
           USING RRP-LINE(4).
           02 VALUE "05" LINE 8 COL 2.
           02 RRP-ROW-05 LINE 8 COL 5 PIC X(70)
           USING RRP-LINE(5).
           02 VALUE "06" LINE 9 COL 2.
           02 RRP-ROW-06 LINE 9 COL 5 PIC X(70)
           USING RRP-LINE(6).
           02 VALUE "07" LINE 10 COL 2.
           02 RRP-ROW-07 LINE 10 COL 5 PIC X(70)
           USING RRP-LINE(7).
           02 VALUE "08" LINE 11 COL 2.
           02 RRP-ROW-08 LINE 11 COL 5 PIC X(70)
           USING RRP-LINE(8).
           02 VALUE "09" LINE 12 COL 2.
           02 RRP-ROW-09 LINE 12 COL 5 PIC X(70)
           USING RRP-LINE(9).
           02 VALUE "10" LINE 13 COL 2.
           02 RRP-ROW-10 LINE 13 COL 5 PIC X(70)
           USING RRP-LINE(10).
           02 VALUE "11" LINE 14 COL 2.
           02 RRP-ROW-11 LINE 14 COL 5 PIC X(70)
           USING RRP-LINE(11).
           02 VALUE "12" LINE 15 COL 2.
           02 RRP-ROW-12 LINE 15 COL 5 PIC X(70)
           USING RRP-LINE(12).
           02 VALUE "Entry:" LINE 17 COL 2.
           02 KD-RRP-PICK LINE 17 COL 9 PIC 9(2)
           USING RRP-PICK.
           02 VALUE "Action (L/V/P/N/X):" LINE 17 COL 13.
           02 KD-RRP-ACTION LINE 17 COL 33 PIC A
           USING RRP-ACTION.
           02 VALUE "L=list runs V=view P=reprint N=next page X=back"
           LINE 18 COL 2.
           02 KD-RRP-MSG LINE 19 COL 2 PIC X(40)
           USING RRP-MSG.
      * One filed run, twenty lines to a page
       01  RECALL-VIEW-SCREEN.
           02 VALUE "Report View - page" BLANK SCREEN LINE 1 COL 1.
           02 KD-RRP-VIEW-PAGE LINE 1 COL 20 PIC 9(4)
           USING RRP-VIEW-PAGE.
           02 KD-RRP-VIEW-NAME LINE 1 COL 26 PIC X(24)
           USING RRP-DST-NAME.
           02 RRP-VROW-01 LINE 2 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(1).
           02 RRP-VROW-02 LINE 3 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(2).
           02 RRP-VROW-03 LINE 4 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(3).
           02 RRP-VROW-04 LINE 5 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(4).
           02 RRP-VROW-05 LINE 6 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(5).
           02 RRP-VROW-06 LINE 7 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(6).
           02 RRP-VROW-07 LINE 8 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(7).
           02 RRP-VROW-08 LINE 9 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(8).
           02 RRP-VROW-09 LINE 10 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(9).
           02 RRP-VROW-10 LINE 11 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(10).
           02 RRP-VROW-11 LINE 12 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(11).
           02 RRP-VROW-12 LINE 13 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(12).
           02 RRP-VROW-13 LINE 14 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(13).
           02 RRP-VROW-14 LINE 15 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(14).
           02 RRP-VROW-15 LINE 16 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(15).
           02 RRP-VROW-16 LINE 17 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(16).
           02 RRP-VROW-17 LINE 18 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(17).
           02 RRP-VROW-18 LINE 19 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(18).
           02 RRP-VROW-19 LINE 20 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(19).
           02 RRP-VROW-20 LINE 21 COL 2 PIC X(78)
           USING RRP-VIEW-LINE(20).
           02 VALUE "N = next page, any other key returns" LINE 23
           COL 2.
           02 KD-RRP-VIEW-KEY LINE 23 COL 45 PIC X
           USING WS-REPLY.
      * One sector of the file being viewed, 64 characters to a line
       01  FMGR-VIEW-SCREEN.
           02 VALUE "File View - sector" BLANK SCREEN LINE 1 COL 1.
                   MOVE WS-CFG-ATA-BASE TO WS-ATA-VOL-BASE
               END-IF
           END-IF.
      * The profile comes before any driver is touched: a probe that
      * hangs the machine is exactly what Safe is for
           DISPLAY "Boot profile - (N)ormal (M)aintenance (S)afe [N]: "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-BOOT-PROFILE END-ACCEPT.
           IF WS-BOOT-PROFILE = 'm' OR WS-BOOT-PROFILE = 's'
               INSPECT WS-BOOT-PROFILE CONVERTING "ms" TO "MS"
           END-IF.
           IF NOT (BOOT-MAINT OR BOOT-SAFE)
               MOVE 'N' TO WS-BOOT-PROFILE
           END-IF.
           EVALUATE TRUE
               WHEN BOOT-MAINT MOVE "Maintenance" TO WS-BOOT-PROFILE-TXT
               WHEN BOOT-SAFE
                   MOVE "Safe mode" TO WS-BOOT-PROFILE-TXT
                   MOVE 'Y' TO WS-BOOT-SKIP-FLOPPY
                   MOVE 'Y' TO WS-BOOT-SKIP-SB16
           END-EVALUATE.
      * Did the previous session ever reach KDEMO-EXIT?  The flag is
      * raised at login and lowered by the orderly exit, so finding
      * it raised now means a hang or a power cut -- remembered here,
           END-IF.
      * All four bus/drive positions get a presence probe, so two CD
      * drives stop meaning two reboots
           IF NOT BOOT-SAFE
               PERFORM ATAPI-ENUM
           END-IF.
           PERFORM DEBUG-HANG.
           MOVE "UART-INIT" TO WDOG-WHERE.
           PERFORM WDOG-ARM.
           IF WS-CFG-XFER-PORT NOT = 0
               MOVE WS-CFG-XFER-PORT TO WS-XFER-PORT
           END-IF.
           MOVE WS-CFG-RJE-PORT TO WS-RJE-PORT.
           MOVE WS-CFG-SHIP-PORT TO WS-SHIP-PORT.
           MOVE WS-CFG-TIME-PORT TO TSY-PORT.
           MOVE WS-CFG-TTY-PORT TO TTY-PORT.
      * Safe mode keeps every service on the primary wire, which is
      * to say off
           IF BOOT-SAFE
               MOVE UART-PORT TO WS-TRACE-UART-PORT WS-XFER-PORT
               MOVE 0 TO WS-RJE-PORT WS-SHIP-PORT TSY-PORT TTY-PORT
           END-IF.
           PERFORM DST-INIT.
           PERFORM UART-INIT-EXTRA.
           PERFORM MEM-INIT.
           IF WS-BOOT-SKIP-FLOPPY NOT = 'Y'
                   MOVE "FAIL" TO WS-BOOT-SB16-STATUS
               END-IF
           END-IF.
           IF NOT BOOT-SAFE
               PERFORM BOOT-CLOCK-START
               PERFORM PCI-INIT
               PERFORM BOOT-CLOCK-STOP
               MOVE WS-BOOT-INIT-MS TO WS-BOOT-PCI-MS
               MOVE "NET-INIT" TO WDOG-WHERE
               PERFORM WDOG-ARM
               PERFORM NET-INIT
               PERFORM WDOG-CHECK
               IF WDOG-FIRED = 'Y'
                   MOVE "FAIL" TO WS-BOOT-NET-STATUS
               END-IF
           END-IF.
           MOVE 'N' TO WDOG-ARMED.
           CALL "KRNLPIC" END-CALL.
           CALL "KRNLPS2C" END-CALL.
      * The mouse hangs off the second PS2 port KRNLPS2C just tested
           IF NOT BOOT-SAFE
               SET WS-MOUS-OP-INIT TO TRUE
               CALL "KRNLMOUS" END-CALL
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE RTC-HOUR TO WS-BOOT-RTC-HOUR.
           MOVE RTC-MINUTE TO WS-BOOT-RTC-MINUTE.
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Boot profile: " WS-BOOT-PROFILE-TXT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM SHIP-INIT.
           IF NOT BOOT-SAFE
               PERFORM UPS-INIT
           END-IF.
           PERFORM TSY-INIT.
           PERFORM TTY-INIT.
           PERFORM DST-PUMP.
      * The C: bad-sector map before any C: sector is touched; a
      * standby's A: store is its primary's, map and all, so it
      * leaves the map alone
           IF WS-SHIP-MODE NOT = 'S'
               PERFORM BSM-LOAD
           END-IF.
      * With the sectors consistent, a transaction the last session
      * left open is taken back to its BEGIN
           PERFORM TXN-RECOVER.
      * A dirty previous session gets the integrity check before any
      * file is touched this session; the outcome goes to the boot
      * report and the permanent record
           END-IF.
      * Nothing can legitimately be running this early in a boot, so
      * any R record is a crash leftover: fail it visibly and free
      * the slot instead of leaking it forever.  A standby leaves all
      * of this to its primary: the queue, the schedule and the
      * capacity history it holds are the primary's, shipped in.
      * A safe boot leaves all of it for the next proper one, and a
      * maintenance boot the catch-up too: the missed entries keep
      * their old date stamps and are still owed afterwards
           IF WS-SHIP-MODE NOT = 'S' AND NOT BOOT-SAFE
               PERFORM JOBQ-RECLAIM-STALE
      * Sunday's backup silently not running is how quarters go bad:
      * sweep the schedule for entries whose most recent due day
      * passed with the machine off, and make them up or shout,
      * per-entry
               IF BOOT-NORMAL
                   PERFORM SCHED-CATCHUP
               END-IF
      * The day's capacity snapshot, if today has none yet, and an
      * alert for any volume now projected to fill inside the window
               MOVE 'Y' TO CAP-IF-DUE
               PERFORM CAP-SNAPSHOT
      * What is fitted against what was fitted last boot; a standby's
      * HWINV.DAT is its primary's, so it leaves the comparison alone
               PERFORM HWI-SNAPSHOT
           END-IF.
           MOVE "Boot completed" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM BOOT-HISTORY-UPDATE.
      * The boot record was the last thing a safe boot writes
           IF BOOT-SAFE
               PERFORM FILE-IO-FLUSH
               MOVE 'Y' TO WS-CFG-STORE-RO
               MOVE "Store opened read-only" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
           PERFORM MOTD-CHECK.
      * Open the dynamic-module loader for the session so the shell's
      * NETECHO can lt_dlopen/lt_dlsym its way to KRNLNET instead of
           CALL "lt_dlinit" END-CALL.
           PERFORM MEM-FORMAT-TEXT.
           PERFORM LOAD-MESSAGES.
           PERFORM SHIP-STANDBY-LOOP.
           PERFORM OPERATOR-LOGIN.
      * Anything critical left unacknowledged by the last shift goes
      * straight up on the menu
      * blip at the menu resumes the operator into the shell
                MOVE "MAIN-MENU" TO WS-ACTIVE-SCREEN
                PERFORM CHECKPOINT-SAVE
                PERFORM MENU-PUMPS
                PERFORM KDEMO-MOUSE-POLL
      * The idle clock starts before the wait, not at the ACCEPT
                IF WS-MOUSE-PICKED = 'N'
                    PERFORM RTC-SECONDS-NOW
                    MOVE WS-RTC-SECS TO LOCK-T0
                    DISPLAY STATUS-SCREEN END-DISPLAY
                    MOVE 'M' TO KEYW-SCOPE
                    PERFORM MENU-KEY-WAIT
                END-IF
                IF WS-MOUSE-PICKED = 'N'
                    ACCEPT STATUS-SCREEN END-ACCEPT
                    PERFORM KDEMO-ERROR
                    PERFORM LOCK-CHECK-IDLE
                    WHEN 'O' MOVE "Opened settings" TO WS-LOG-ACTION
                             PERFORM SESSION-LOG-WRITE
                             PERFORM KDEMO-SETTINGS
                    WHEN 'R' MOVE "Recalled reports" TO WS-LOG-ACTION
                             PERFORM SESSION-LOG-WRITE
                             PERFORM KDEMO-RECALL
                    WHEN 'A' MOVE "Viewed dashboard" TO WS-LOG-ACTION
                             PERFORM SESSION-LOG-WRITE
                             PERFORM KDEMO-DASHBOARD
      * The macro hotkey: name a saved sequence and it replays on
      * the spot, halting where a step fails
                    WHEN 'M' PERFORM KDEMO-MACRO-HOTKEY
               MOVE FILE-NUMSECT TO LSRT-SRC-NUMSECT
               MOVE FILE-RECLEN TO LSRT-SRC-RECLEN
               MOVE FILE-NUMRECS TO LSRT-SRC-NUMRECS
               MOVE WS-FILE-VAR-ON TO LSRT-SRC-VAR
               MOVE LSRT-DST-SPEC TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               MOVE FILE-VOL TO LSRT-DST-VOL
           MOVE LSRT-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE LSRT-SRC-RECLEN TO FILE-RECLEN.
           MOVE LSRT-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE LSRT-SRC-VAR TO WS-FILE-VAR-ON.
       LSRT-SET-DST.
           MOVE LSRT-DST-VOL TO FILE-VOL.
           MOVE LSRT-DST-CYL TO FILE-CYL.
           MOVE LSRT-DST-NUMSECT TO FILE-NUMSECT.
           MOVE LSRT-SRC-RECLEN TO FILE-RECLEN.
           MOVE LSRT-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * The sort core, shared by the SORT shell operation and the
      * SORT batch-job kind: parse the key columns, stream every
      * source record once to build the key table, insertion-sort the
           MOVE FILE-NUMSECT TO KSRT-SRC-NUMSECT.
           MOVE FILE-RECLEN TO KSRT-SRC-RECLEN.
           MOVE FILE-NUMRECS TO KSRT-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO KSRT-SRC-VAR.
      * Pass one: keys only
           MOVE 0 TO KSRT-COUNT.
           PERFORM VARYING KSRT-IDX FROM 1 BY 1
           MOVE KSRT-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE KSRT-SRC-RECLEN TO FILE-RECLEN.
           MOVE KSRT-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE KSRT-SRC-VAR TO WS-FILE-VAR-ON.
       KSRT-SET-DST.
           MOVE KSRT-DST-VOL TO FILE-VOL.
           MOVE KSRT-DST-CYL TO FILE-CYL.
           MOVE KSRT-DST-NUMSECT TO FILE-NUMSECT.
           MOVE KSRT-SRC-RECLEN TO FILE-RECLEN.
           MOVE KSRT-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * Fold the record in FILE-REC-AREA into one composite key:
      * each column's bytes appended in order, complemented when the
      * column sorts descending so one ascending compare serves all
               DISPLAY "SORT: " KSRT-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * DEDUP shell operation: Argument the file, Argument 2 the key
      * columns as SORT takes them, then optionally a destination for
      * a de-duplicated copy and which record of each group it keeps
      * -- F the first (the default), L the last, or D LAYOUT FIELD
      * the one with the latest date in that dictionary date field,
      * e.g. "1,6 CUSTDD.DAT D CUSTMAST LASTORDER".  The groups are
      * listed in DEDUPOUT.TXT.
       DDUP-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO DDUP-SRC-SPEC.
           MOVE SPACES TO KSRT-KEYSPEC.
           MOVE SPACES TO DDUP-DST-SPEC.
           MOVE SPACES TO DDUP-KEEP-TXT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO DDUP-DATE-NAME.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO KSRT-KEYSPEC DDUP-DST-SPEC DDUP-KEEP-TXT
               DCT-LAYOUT DDUP-DATE-NAME
           END-UNSTRING.
           MOVE DDUP-KEEP-TXT(1:1) TO DDUP-KEEP.
           INSPECT DDUP-KEEP CONVERTING "fld" TO "FLD".
           IF DDUP-KEEP = SPACE
               MOVE 'F' TO DDUP-KEEP
           END-IF.
           PERFORM DDUP-RUN.
           IF DDUP-OK = 'Y'
               DISPLAY "DEDUP: " DDUP-GROUPS " duplicate key groups"
                   " -> DEDUPOUT.TXT" END-DISPLAY
               IF DDUP-DST-SPEC NOT = SPACES
                   DISPLAY "  copy written, " DDUP-WRITTEN
                       " records kept, " DDUP-DROPPED " dropped"
                   END-DISPLAY
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Deduplicated file, dropped " DDUP-DROPPED
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Checked duplicate keys, groups "
                       DDUP-GROUPS
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               END-IF
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "DEDUP: " DDUP-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The duplicate sweep: the sort's pass one builds the key
      * table, the same stable insertion sort brings equal keys
      * together in record order, and each run of equal keys is a
      * group.  Blank records are empty slots and never group.
       DDUP-RUN.
           MOVE 'N' TO DDUP-OK.
           MOVE SPACES TO DDUP-MSG.
           MOVE 0 TO DDUP-GROUPS.
           MOVE 0 TO DDUP-DROPPED.
           MOVE 0 TO DDUP-WRITTEN.
           PERFORM KSRT-PARSE-KEYSPEC.
           IF KSRT-NUMKEYS = 0
               MOVE "no usable key columns given" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
      * A descending flag means nothing to equality; ignoring it
      * keeps the keys readable in the register
           PERFORM VARYING KSRT-KDX FROM 1 BY 1 UNTIL KSRT-KDX > 3
               MOVE 'A' TO KSRT-KEY-ORD(KSRT-KDX)
           END-PERFORM.
           IF DDUP-KEEP NOT = 'F' AND DDUP-KEEP NOT = 'L'
               AND DDUP-KEEP NOT = 'D'
               MOVE "keep rule must be F, L or D" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF DDUP-DST-SPEC NOT = SPACES
               IF DDUP-DST-SPEC = DDUP-SRC-SPEC
                   MOVE "copy must go to another file" TO DDUP-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE DDUP-DST-SPEC TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               PERFORM FILE-CHECK-PROTECTED
               IF WS-FILE-PROTECTED = 'Y'
                   MOVE "SEC files are supervisor material"
                       TO DDUP-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DDUP-KEEP = 'D'
               PERFORM DCT-LOAD-LAYOUT
               MOVE 0 TO DDUP-DATE-POS
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   IF DCT-F-NAME(DCT-IDX) = DDUP-DATE-NAME
                       AND DCT-F-TYPE(DCT-IDX) = "D"
                       MOVE DCT-F-POS(DCT-IDX) TO DDUP-DATE-POS
                   END-IF
               END-PERFORM
               IF DDUP-DATE-POS = 0
                   MOVE "D needs a layout and its date field"
                       TO DDUP-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE DDUP-SRC-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO KSRT-SRC-VOL.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "source not found" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-ENC-ON = 'Y'
               MOVE "source enciphered - decrypt first" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "source is a variable-length file" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-NUMRECS > 2000
               MOVE "over 2000 records - split the file" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING KSRT-KDX FROM 1 BY 1
               UNTIL KSRT-KDX > KSRT-NUMKEYS
               IF (KSRT-KEY-POS(KSRT-KDX) +
                   KSRT-KEY-LEN(KSRT-KDX) - 1) > FILE-RECLEN
                   MOVE "key column outside the record" TO DDUP-MSG
               END-IF
           END-PERFORM.
           IF DDUP-KEEP = 'D' AND DDUP-DATE-POS + 7 > FILE-RECLEN
               MOVE "date field outside the record" TO DDUP-MSG
           END-IF.
           IF DDUP-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO KSRT-SRC-CYL.
           MOVE FILE-SECT TO KSRT-SRC-SECT.
           MOVE FILE-NUMSECT TO KSRT-SRC-NUMSECT.
           MOVE FILE-RECLEN TO KSRT-SRC-RECLEN.
           MOVE FILE-NUMRECS TO KSRT-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO KSRT-SRC-VAR.
           MOVE 0 TO KSRT-COUNT.
           PERFORM VARYING KSRT-IDX FROM 1 BY 1
               UNTIL KSRT-IDX > KSRT-SRC-NUMRECS
               MOVE 'N' TO DDUP-DROP(KSRT-IDX)
               PERFORM KSRT-SET-SRC
               MOVE KSRT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:KSRT-SRC-RECLEN) NOT = SPACES
                   ADD 1 TO KSRT-COUNT END-ADD
                   PERFORM KSRT-BUILD-KEY
                   MOVE KSRT-IDX TO KSRT-ENT-RECNO(KSRT-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING KSRT-IDX FROM 2 BY 1
               UNTIL KSRT-IDX > KSRT-COUNT
               MOVE KSRT-ENT-KEY(KSRT-IDX) TO KSRT-HOLD-KEY
               MOVE KSRT-ENT-RECNO(KSRT-IDX) TO KSRT-HOLD-RECNO
               MOVE KSRT-IDX TO KSRT-JDX
               PERFORM UNTIL KSRT-JDX = 1
                   OR KSRT-ENT-KEY(KSRT-JDX - 1) NOT > KSRT-HOLD-KEY
                   MOVE KSRT-ENT-KEY(KSRT-JDX - 1)
                       TO KSRT-ENT-KEY(KSRT-JDX)
                   MOVE KSRT-ENT-RECNO(KSRT-JDX - 1)
                       TO KSRT-ENT-RECNO(KSRT-JDX)
                   SUBTRACT 1 FROM KSRT-JDX END-SUBTRACT
               END-PERFORM
               MOVE KSRT-HOLD-KEY TO KSRT-ENT-KEY(KSRT-JDX)
               MOVE KSRT-HOLD-RECNO TO KSRT-ENT-RECNO(KSRT-JDX)
           END-PERFORM.
      * A fresh register each run, 400 lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "DEDUPOUT" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "register would not open" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO DDUP-OUT-VOL.
           MOVE FILE-CYL TO DDUP-OUT-CYL.
           MOVE FILE-SECT TO DDUP-OUT-SECT.
           MOVE FILE-NUMSECT TO DDUP-OUT-NUMSECT.
           MOVE 0 TO DDUP-OUT-RECNO.
           MOVE SPACES TO DDUP-LINE.
           STRING "DUPLICATE KEYS in " DDUP-SRC-SPEC
               DELIMITED BY SIZE INTO DDUP-LINE
           END-STRING.
           PERFORM DDUP-OUT-LINE.
           MOVE SPACES TO DDUP-LINE.
           STRING "Key columns " KSRT-KEYSPEC "  keep " DDUP-KEEP
               DELIMITED BY SIZE INTO DDUP-LINE
           END-STRING.
           PERFORM DDUP-OUT-LINE.
           MOVE 1 TO DDUP-IDX.
           PERFORM UNTIL DDUP-IDX > KSRT-COUNT
               MOVE DDUP-IDX TO DDUP-GRP-TO
               PERFORM UNTIL DDUP-GRP-TO >= KSRT-COUNT
                   OR KSRT-ENT-KEY(DDUP-GRP-TO + 1) NOT =
                   KSRT-ENT-KEY(DDUP-IDX)
                   ADD 1 TO DDUP-GRP-TO END-ADD
               END-PERFORM
               IF DDUP-GRP-TO > DDUP-IDX
                   PERFORM DDUP-ONE-GROUP
               END-IF
               COMPUTE DDUP-IDX = DDUP-GRP-TO + 1 END-COMPUTE
           END-PERFORM.
           IF DDUP-DST-SPEC NOT = SPACES
               PERFORM DDUP-WRITE-COPY
               IF DDUP-MSG NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO DDUP-LINE.
           STRING "GROUPS   " DDUP-GROUPS
               DELIMITED BY SIZE INTO DDUP-LINE
           END-STRING.
           PERFORM DDUP-OUT-LINE.
           IF DDUP-DST-SPEC NOT = SPACES
               MOVE SPACES TO DDUP-LINE
               STRING "DROPPED  " DDUP-DROPPED " of " KSRT-COUNT
                   " records, copy in " DDUP-DST-SPEC
                   DELIMITED BY SIZE INTO DDUP-LINE
               END-STRING
               PERFORM DDUP-OUT-LINE
           END-IF.
           MOVE 'Y' TO DDUP-OK.
      * Table entries DDUP-IDX to DDUP-GRP-TO share a key: list the
      * group, choose the record that stays and mark the rest
       DDUP-ONE-GROUP.
           ADD 1 TO DDUP-GROUPS END-ADD.
           COMPUTE DDUP-GRP-SIZE = DDUP-GRP-TO - DDUP-IDX + 1
           END-COMPUTE.
           MOVE SPACES TO DDUP-LINE.
           STRING "KEY " KSRT-ENT-KEY(DDUP-IDX) "  records "
               DDUP-GRP-SIZE DELIMITED BY SIZE INTO DDUP-LINE
           END-STRING.
           PERFORM DDUP-OUT-LINE.
           MOVE SPACES TO DDUP-LINE.
           MOVE 0 TO DDUP-ON-LINE.
           PERFORM VARYING DDUP-JDX FROM DDUP-IDX BY 1
               UNTIL DDUP-JDX > DDUP-GRP-TO
               IF DDUP-ON-LINE = 14
                   PERFORM DDUP-OUT-LINE
                   MOVE SPACES TO DDUP-LINE
                   MOVE 0 TO DDUP-ON-LINE
               END-IF
               COMPUTE DDUP-AT = 5 + (DDUP-ON-LINE * 5) END-COMPUTE
               MOVE KSRT-ENT-RECNO(DDUP-JDX) TO DDUP-LINE(DDUP-AT:4)
               ADD 1 TO DDUP-ON-LINE END-ADD
           END-PERFORM.
           PERFORM DDUP-OUT-LINE.
           EVALUATE DDUP-KEEP
               WHEN 'L' MOVE DDUP-GRP-TO TO DDUP-KEEPER
               WHEN 'D' PERFORM DDUP-LATEST-DATE
               WHEN OTHER MOVE DDUP-IDX TO DDUP-KEEPER
           END-EVALUATE.
           PERFORM VARYING DDUP-JDX FROM DDUP-IDX BY 1
               UNTIL DDUP-JDX > DDUP-GRP-TO
               IF DDUP-JDX NOT = DDUP-KEEPER
                   MOVE 'Y' TO DDUP-DROP(KSRT-ENT-RECNO(DDUP-JDX))
                   ADD 1 TO DDUP-DROPPED END-ADD
               END-IF
           END-PERFORM.
           IF DDUP-DST-SPEC NOT = SPACES
               MOVE SPACES TO DDUP-LINE
               STRING "    keeps " KSRT-ENT-RECNO(DDUP-KEEPER)
                   DELIMITED BY SIZE INTO DDUP-LINE
               END-STRING
               PERFORM DDUP-OUT-LINE
           END-IF.
      * The group member with the latest YYYYMMDD; a date that isn't
      * eight digits never wins, and on a tie the later record does
       DDUP-LATEST-DATE.
           MOVE DDUP-IDX TO DDUP-KEEPER.
           MOVE SPACES TO DDUP-BEST-DATE.
           PERFORM VARYING DDUP-JDX FROM DDUP-IDX BY 1
               UNTIL DDUP-JDX > DDUP-GRP-TO
               PERFORM KSRT-SET-SRC
               MOVE KSRT-ENT-RECNO(DDUP-JDX) TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE FILE-REC-AREA(DDUP-DATE-POS:8) TO DDUP-DATE
               IF DDUP-DATE IS NUMERIC
                   AND DDUP-DATE NOT < DDUP-BEST-DATE
                   MOVE DDUP-DATE TO DDUP-BEST-DATE
                   MOVE DDUP-JDX TO DDUP-KEEPER
               END-IF
           END-PERFORM.
      * The source again in record order, less the marked records,
      * into a fresh destination of the same record length
       DDUP-WRITE-COPY.
           MOVE DDUP-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE FILE-VOL TO KSRT-DST-VOL.
           PERFORM FILE-DELETE.
           MOVE KSRT-SRC-RECLEN TO FILE-RECLEN.
           COMPUTE FILE-NUMRECS = KSRT-SRC-NUMRECS - DDUP-DROPPED
           END-COMPUTE.
           IF FILE-NUMRECS = 0
               MOVE 1 TO FILE-NUMRECS
           END-IF.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "create of destination failed" TO DDUP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO KSRT-DST-CYL.
           MOVE FILE-SECT TO KSRT-DST-SECT.
           MOVE FILE-NUMSECT TO KSRT-DST-NUMSECT.
           PERFORM VARYING KSRT-IDX FROM 1 BY 1
               UNTIL KSRT-IDX > KSRT-SRC-NUMRECS
               IF DDUP-DROP(KSRT-IDX) = 'N'
                   PERFORM KSRT-SET-SRC
                   MOVE KSRT-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   PERFORM KSRT-SET-DST
                   COMPUTE FILE-NUMRECS =
                       KSRT-SRC-NUMRECS - DDUP-DROPPED END-COMPUTE
                   ADD 1 TO DDUP-WRITTEN END-ADD
                   MOVE DDUP-WRITTEN TO FILE-RECORD
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-PERFORM.
      * One line into DEDUPOUT.TXT from DDUP-LINE
       DDUP-OUT-LINE.
           IF DDUP-OUT-RECNO >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DDUP-OUT-RECNO END-ADD.
           MOVE DDUP-OUT-VOL TO FILE-VOL.
           MOVE "DEDUPOUT" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE DDUP-OUT-CYL TO FILE-CYL.
           MOVE DDUP-OUT-SECT TO FILE-SECT.
           MOVE DDUP-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE DDUP-LINE TO FILE-REC-AREA(1:80).
           MOVE DDUP-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * LINESORT shell operation: the parameters come straight off
      * the prompt's fields -- Argument the source, Argument 2 the
      * destination, WS-TMP the starting number, Result the increment
       LINESORT-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO LSRT-SRC-SPEC.
           MOVE WS-SHELL-REQ-ARG2 TO LSRT-DST-SPEC.
           MOVE WS-SHELL-REQ-NUM1 TO LSRT-START.
           MOVE WS-SHELL-REQ-NUM2 TO LSRT-INCR.
           PERFORM LSRT-RUN.
           IF LSRT-OK = 'Y'
               DISPLAY "LINESORT: resequenced " LSRT-COUNT
                   " records" END-DISPLAY
               MOVE "Resequenced store deck" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "LINESORT: source not usable or create"
               " failed" END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * Settings editor off the main menu: the running configuration
      * is edited in place, validated, applied to the live state,
      * written back to runtime.cfg in the exact KEY=VALUE form the
      * boot parser reads, and saved to CMOS NVRAM -- no more
      * shutting the system down to change the ATAPI bus
       KDEMO-SETTINGS.
           MOVE "SETTINGS" TO WS-ACTIVE-SCREEN.
           MOVE WS-DEBUG TO SET-DEBUG.
           MOVE UART-PORT TO SET-UART.
           MOVE ATAPI-BUS TO SET-ATAPIBUS.
           MOVE ATAPI-DRIVE TO SET-ATAPIDRIVE.
           MOVE WS-BOOT-SKIP-FLOPPY TO SET-SKIPFL.
           ELSE
               MOVE 3 TO SET-LOGKEEP
           END-IF.
           MOVE WS-CFG-DST-START TO SET-DSTSTART.
           MOVE WS-CFG-DST-END TO SET-DSTEND.
           MOVE WS-CFG-DST-OFS TO SET-DSTOFS.
           MOVE SPACES TO SET-MSG.
           MOVE SPACE TO SET-ACTION.
           PERFORM UNTIL SET-ACTION = 'X'
           END-PERFORM.
           MOVE SPACE TO SET-ACTION.
       SETTINGS-APPLY.
      * Daylight saving wants both rules or neither
           MOVE 'Y' TO DST-SET-OK.
           IF SET-DSTSTART NOT = SPACES OR SET-DSTEND NOT = SPACES
               MOVE SET-DSTSTART TO DST-RULE
               PERFORM DST-CHECK-RULE
               IF DST-RULE-OK = 'Y'
                   MOVE SET-DSTEND TO DST-RULE
                   PERFORM DST-CHECK-RULE
               END-IF
               MOVE DST-RULE-OK TO DST-SET-OK
           END-IF.
           IF SET-DSTOFS > 180
               MOVE 'N' TO DST-SET-OK
           END-IF.
           IF SET-DEBUG NOT = 'Q' AND SET-DEBUG NOT = 'V'
               AND SET-DEBUG NOT = 'F' AND SET-DEBUG NOT = 'A'
               MOVE "DEBUG must be Q, V, F or A" TO SET-MSG
           IF (SET-SKIPFL NOT = 'Y' AND SET-SKIPFL NOT = 'N')
               OR (SET-SKIPSB NOT = 'Y' AND SET-SKIPSB NOT = 'N')
               MOVE "Skip flags must be Y or N" TO SET-MSG
           ELSE
           IF DST-SET-OK = 'N'
               MOVE "DST rules MM.W.D/HH, offset 0-180" TO SET-MSG
           ELSE
               MOVE SET-DEBUG TO WS-DEBUG
               MOVE WS-DEBUG TO WS-CFG-DEBUG
               MOVE SET-SKIPSB TO WS-CFG-SKIP-SB16
               MOVE SET-LOGMAX TO WS-CFG-LOG-MAX
               MOVE SET-LOGKEEP TO WS-CFG-LOG-KEEP
               MOVE SET-DSTSTART TO WS-CFG-DST-START
               MOVE SET-DSTEND TO WS-CFG-DST-END
               MOVE SET-DSTOFS TO WS-CFG-DST-OFS
               PERFORM DST-INIT
               PERFORM SETTINGS-WRITE-CFG
               PERFORM CMOS-CFG-SAVE
               MOVE "Saved and applied" TO SET-MSG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       SETTINGS-WRITE-CFG.
           OPEN OUTPUT RUNTIME-CFG-OUT-FILE.
               DELIMITED BY SIZE INTO RUNTIME-CFG-OUT-REC
           END-STRING.
           WRITE RUNTIME-CFG-OUT-REC END-WRITE.
           IF SET-DSTSTART NOT = SPACES
               MOVE SPACES TO RUNTIME-CFG-OUT-REC
               STRING "DSTSTART=" SET-DSTSTART
                   DELIMITED BY SIZE INTO RUNTIME-CFG-OUT-REC
               END-STRING
               WRITE RUNTIME-CFG-OUT-REC END-WRITE
               MOVE SPACES TO RUNTIME-CFG-OUT-REC
               STRING "DSTEND=" SET-DSTEND
                   DELIMITED BY SIZE INTO RUNTIME-CFG-OUT-REC
               END-STRING
               WRITE RUNTIME-CFG-OUT-REC END-WRITE
               MOVE SPACES TO RUNTIME-CFG-OUT-REC
               STRING "DSTOFFSET=" SET-DSTOFS
                   DELIMITED BY SIZE INTO RUNTIME-CFG-OUT-REC
               END-STRING
               WRITE RUNTIME-CFG-OUT-REC END-WRITE
           END-IF.
      * The two-person list isn't on the screen, but a rewrite must
      * not quietly drop it back to the compiled-in one
           IF WS-CFG-TWO-SET = 'Y'
               IF WS-CFG-TWO-COUNT = 0
                   MOVE "TWOPERSON=NONE" TO RUNTIME-CFG-OUT-REC
                   WRITE RUNTIME-CFG-OUT-REC END-WRITE
               END-IF
               PERFORM VARYING TPA-IDX FROM 1 BY 1
                   UNTIL TPA-IDX > WS-CFG-TWO-COUNT
                   MOVE SPACES TO RUNTIME-CFG-OUT-REC
                   STRING "TWOPERSON=" WS-CFG-TWO-OP(TPA-IDX)
                       DELIMITED BY SIZE INTO RUNTIME-CFG-OUT-REC
                   END-STRING
                   WRITE RUNTIME-CFG-OUT-REC END-WRITE
               END-PERFORM
           END-IF.
           CLOSE RUNTIME-CFG-OUT-FILE.
      * Fire any schedule entries that have come due.  The machine is
      * powered and idle exactly when maintenance should run: a due
      * entry is stamped with today's date (so it fires once per day)
      * and dropped into the batch queue, which the same menu loop
      * then executes unattended.  SCHEDULE.DAT is an ordinary store
      * file the operators maintain with the text editor.  The date
      * stamp is also what carries an entry across a daylight-saving
      * change exactly once: one in the skipped spring hour is simply
      * late and catches up, one in the repeated autumn hour already
      * carries today's date the second time round.
       SCHED-PUMP.
           PERFORM RTC-SECONDS-NOW.
           IF WS-RTC-SECS < SCHED-NEXT-CHECK
                   END-STRING
                   PERFORM SCHED-CALC-DOW
                   PERFORM SCHED-TODAY-FLAGS
                   MOVE SPACES TO SCHED-HOL-YM
                   PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT
                       PERFORM SCHED-CHECK-ONE
                   END-PERFORM
               END-IF
               PERFORM SLA-WATCH
           END-IF.
       SCHED-CHECK-ONE.
           MOVE 'A' TO FILE-VOL.
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA(78:1) TO SCHED-HOL-POLICY.
           MOVE SCHED-TODAY(1:4) TO SCHED-CY.
           MOVE SCHED-TODAY(5:2) TO SCHED-CM.
           MOVE SCHED-TODAY(7:2) TO SCHED-CD.
           MOVE SCHED-DOW TO SCHED-CDOW.
           PERFORM SCHED-RULE-MATCH.
           IF FILE-REC-AREA(1:4) <= SCHED-NOW
               AND FILE-REC-AREA(70:8) NOT = SCHED-TODAY
               AND SCHED-MATCH = 'Y'
      * Due today -- the shop calendar gets the last word (column
      * 78: 'S' skips a holiday outright, 'B' shifts the run to the
      * next business day, blank runs regardless)
           END-IF.
      * Stamp the entry as run now and drop it into the batch queue
       SCHED-FIRE-ENTRY.
           PERFORM SCHED-TAKE-ARGS.
           MOVE SCHED-TODAY TO SLA-BASE.
           MOVE SCHED-TODAY TO FILE-REC-AREA(70:8).
           MOVE SCHED-NOW TO FILE-REC-AREA(65:4).
           PERFORM FILE-WRITE-RECORD.
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Kind and arguments off the schedule record in FILE-REC-AREA.
      * An '@' in column 60 gives 61-64 over to the must-complete-by
      * time, which leaves the second argument fifteen columns.
       SCHED-TAKE-ARGS.
           MOVE FILE-REC-AREA(8:8) TO SCHED-KIND.
           MOVE FILE-REC-AREA(17:28) TO SCHED-A1.
           MOVE FILE-REC-AREA(45:20) TO SCHED-A2.
           MOVE FILE-REC-AREA(1:4) TO SLA-START.
           MOVE SPACES TO SLA-BY.
           IF FILE-REC-AREA(60:1) = "@"
               MOVE SPACES TO SCHED-A2(16:5)
               MOVE FILE-REC-AREA(61:4) TO SLA-BY
               PERFORM SLA-CHECK-BY
               IF SLA-BY-OK = 'N'
                   MOVE SPACES TO SLA-BY
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Bad deadline on schedule entry " SCHED-KIND
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               END-IF
           END-IF.
      * Walk the calendar cursor back from today to the most recent
      * day the entry in FILE-REC-AREA was due (its rule matched,
      * and for today itself the time already past), leaving it in
      * SCHED-DUE-DATE -- shared by the boot catch-up and the
      * holiday-shift branch.  A weekly rule looks back a week; a
      * day-of-the-month rule looks back a quarter, so a month-end
      * or quarter-end lost to a long outage is still found.
       SCHED-FIND-DUE-DATE.
           MOVE SPACES TO SCHED-DUE-DATE.
           MOVE RTC-YEAR TO SCHED-CY.
           MOVE RTC-MONTH TO SCHED-CM.
           MOVE RTC-DAY TO SCHED-CD.
           IF FILE-REC-AREA(6:1) = "*"
               OR (FILE-REC-AREA(6:1) >= "0"
               AND FILE-REC-AREA(6:1) <= "6")
               MOVE 7 TO SCHED-BACK-MAX
           ELSE
               MOVE 92 TO SCHED-BACK-MAX
           END-IF.
           PERFORM VARYING SCHED-BACK-IDX FROM 0 BY 1
               UNTIL SCHED-BACK-IDX > SCHED-BACK-MAX
               OR SCHED-DUE-DATE NOT = SPACES
               PERFORM SCHED-CALC-CDOW
               PERFORM SCHED-RULE-MATCH
               IF SCHED-MATCH = 'Y'
                   AND (SCHED-BACK-IDX NOT = 0
                       OR FILE-REC-AREA(1:4) <= SCHED-NOW)
                   STRING SCHED-CY SCHED-CM SCHED-CD
                   PERFORM SCHED-PREV-DAY
               END-IF
           END-PERFORM.
      * Does the entry in FILE-REC-AREA fall due on the calendar
      * cursor's day (SCHED-CY/CM/CD, weekday in SCHED-CDOW)?
      * Column 6 is the rule: '*' every day, a weekday digit, or a
      * day of the month -- 'M' day NN (79-80; a short month uses
      * its last day), 'L' the last day, 'Q' the last day of a
      * quarter, 'B' the NNth business day (or the last, in a month
      * with fewer), 'E' the last business day.  A business day is
      * Monday to Friday and not a CALENDAR.DAT holiday.
       SCHED-RULE-MATCH.
           MOVE 'N' TO SCHED-MATCH.
           MOVE FILE-REC-AREA(6:1) TO SCHED-RULE.
           MOVE 0 TO SCHED-RULE-N.
           IF FILE-REC-AREA(79:2) IS NUMERIC
               MOVE FILE-REC-AREA(79:2) TO SCHED-RULE-N
           END-IF.
           EVALUATE SCHED-RULE
               WHEN "*"
                   MOVE 'Y' TO SCHED-MATCH
               WHEN "0" THRU "6"
                   IF SCHED-RULE = SCHED-CDOW
                       MOVE 'Y' TO SCHED-MATCH
                   END-IF
               WHEN "M"
                   PERFORM SCHED-MONTH-DAYS
                   IF SCHED-RULE-N > SCHED-MDAYS
                       MOVE SCHED-MDAYS TO SCHED-RULE-N
                   END-IF
                   IF SCHED-CD = SCHED-RULE-N
                       MOVE 'Y' TO SCHED-MATCH
                   END-IF
               WHEN "L"
                   PERFORM SCHED-MONTH-DAYS
                   IF SCHED-CD = SCHED-MDAYS
                       MOVE 'Y' TO SCHED-MATCH
                   END-IF
               WHEN "Q"
                   PERFORM SCHED-MONTH-DAYS
                   IF SCHED-CD = SCHED-MDAYS
                       AND (SCHED-CM = 3 OR SCHED-CM = 6
                       OR SCHED-CM = 9 OR SCHED-CM = 12)
                       MOVE 'Y' TO SCHED-MATCH
                   END-IF
               WHEN "B"
               WHEN "E"
                   PERFORM SCHED-BIZ-MATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The business days of the cursor's month, counted from the
      * first: which is the NNth and which the last.  The month's
      * holidays come off CALENDAR.DAT once per pass; when that read
      * happens the schedule record is put back afterwards.
       SCHED-BIZ-MATCH.
           MOVE SPACES TO SCHED-YM.
           STRING SCHED-CY SCHED-CM DELIMITED BY SIZE INTO SCHED-YM
           END-STRING.
           IF SCHED-YM NOT = SCHED-HOL-YM
               MOVE FILE-REC-AREA(1:80) TO SCHED-SAVE-REC
               PERFORM SCHED-LOAD-HOL-MAP
               MOVE 'A' TO FILE-VOL
               MOVE "SCHEDULE" TO FILE-NAME
               MOVE "DAT" TO FILE-EXT
               PERFORM FILE-OPEN
               MOVE SCHED-SAVE-REC TO FILE-REC-AREA(1:80)
               MOVE SCHED-IDX TO FILE-RECORD
           END-IF.
           PERFORM SCHED-MONTH-DAYS.
           MOVE SCHED-CD TO SCHED-SAVE-CD.
           MOVE SCHED-CDOW TO SCHED-SAVE-CDOW.
           MOVE 1 TO SCHED-CD.
           PERFORM SCHED-CALC-CDOW.
           MOVE SCHED-CDOW TO SCHED-DOW1.
           MOVE SCHED-SAVE-CD TO SCHED-CD.
           MOVE SCHED-SAVE-CDOW TO SCHED-CDOW.
           MOVE 0 TO SCHED-BIZ-N.
           MOVE 0 TO SCHED-BIZ-NTH.
           MOVE 0 TO SCHED-BIZ-LAST.
           PERFORM VARYING SCHED-DD FROM 1 BY 1
               UNTIL SCHED-DD > SCHED-MDAYS
               COMPUTE SCHED-DDOW =
                   FUNCTION MOD(SCHED-DOW1 + SCHED-DD - 1, 7)
               END-COMPUTE
               IF SCHED-DDOW NOT = 0 AND SCHED-DDOW NOT = 6
                   AND SCHED-HOL-MAP(SCHED-DD:1) NOT = 'H'
                   ADD 1 TO SCHED-BIZ-N END-ADD
                   IF SCHED-BIZ-N = SCHED-RULE-N
                       MOVE SCHED-DD TO SCHED-BIZ-NTH
                   END-IF
                   MOVE SCHED-DD TO SCHED-BIZ-LAST
               END-IF
           END-PERFORM.
           IF SCHED-BIZ-NTH = 0
               MOVE SCHED-BIZ-LAST TO SCHED-BIZ-NTH
           END-IF.
           IF SCHED-RULE = "B" AND SCHED-RULE-N NOT = 0
               AND SCHED-CD = SCHED-BIZ-NTH
               MOVE 'Y' TO SCHED-MATCH
           END-IF.
           IF SCHED-RULE = "E" AND SCHED-CD = SCHED-BIZ-LAST
               MOVE 'Y' TO SCHED-MATCH
           END-IF.
      * An 'H' in SCHED-HOL-MAP for each CALENDAR.DAT holiday in
      * the month SCHED-YM
       SCHED-LOAD-HOL-MAP.
           MOVE SPACES TO SCHED-HOL-MAP.
           MOVE SCHED-YM TO SCHED-HOL-YM.
           MOVE 'A' TO FILE-VOL.
           MOVE "CALENDAR" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:6) = SCHED-YM
                   AND FILE-REC-AREA(7:2) IS NUMERIC
                   AND FILE-REC-AREA(10:1) = 'H'
                   MOVE FILE-REC-AREA(7:2) TO SCHED-HD
                   IF SCHED-HD >= 1 AND SCHED-HD <= 31
                       MOVE 'H' TO SCHED-HOL-MAP(SCHED-HD:1)
                   END-IF
               END-IF
           END-PERFORM.
      * Days in the calendar cursor's month, leap Februaries included
       SCHED-MONTH-DAYS.
           EVALUATE SCHED-CM
               WHEN 4 MOVE 30 TO SCHED-MDAYS
               WHEN 6 MOVE 30 TO SCHED-MDAYS
               WHEN 9 MOVE 30 TO SCHED-MDAYS
               WHEN 11 MOVE 30 TO SCHED-MDAYS
               WHEN 2
                   IF FUNCTION MOD(SCHED-CY, 4) = 0
                       MOVE 29 TO SCHED-MDAYS
                   ELSE
                       MOVE 28 TO SCHED-MDAYS
                   END-IF
               WHEN OTHER MOVE 31 TO SCHED-MDAYS
           END-EVALUATE.
      * Is SCHED-CHK-DATE marked a holiday in CALENDAR.DAT?  The
      * calendar is an ordinary store file the operators keep with
      * the text editor: date in 1-8, 'H' in column 10, the name of
               END-IF
           END-PERFORM.
           IF JOBQ-FOUND NOT = 0
               MOVE SCHED-KIND TO SLA-KIND
               MOVE SCHED-A1 TO SLA-ARG
               MOVE JOBQ-FOUND TO SLA-SLOT
               MOVE 'S' TO SLA-SRC
               PERFORM SLA-OPEN-ROW
               PERFORM JOBQ-ENSURE-FILE
               MOVE SPACES TO FILE-REC-AREA
               MOVE SCHED-KIND TO FILE-REC-AREA(1:8)
               MOVE SCHED-A1 TO FILE-REC-AREA(9:28)
               MOVE SCHED-A2 TO FILE-REC-AREA(37:20)
               IF SLA-ROW NOT = 0
                   MOVE SLA-ROW TO FILE-REC-AREA(74:4)
               END-IF
               MOVE 'Q' TO FILE-REC-AREA(70:1)
               MOVE JOBQ-FOUND TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               MOVE "SCHEDULE" TO JHS-WHO
               PERFORM JHS-NOTE-SUBMIT
           END-IF.
      * Zeller's congruence on the RTC date, mapped so Sunday is 0 --
      * the same digit the schedule records carry
               WHEN OTHER MOVE 31 TO SCHED-MDAYS
           END-EVALUATE.
           MOVE SCHED-MDAYS TO SCHED-CD.
      * And forward one
       SCHED-NEXT-DAY.
           PERFORM SCHED-MONTH-DAYS.
           IF SCHED-CD < SCHED-MDAYS
               ADD 1 TO SCHED-CD END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SCHED-CD.
           IF SCHED-CM = 12
               MOVE 1 TO SCHED-CM
               ADD 1 TO SCHED-CY END-ADD
           ELSE
               ADD 1 TO SCHED-CM END-ADD
           END-IF.
      * Boot-time sweep: for each schedule entry, find the most
      * recent day (today included, earlier days back a week) its
      * day-of-week matched and its time had come, and compare that
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NUMRECS TO SCHED-COUNT.
           MOVE SPACES TO SCHED-HOL-YM.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO SCHED-NOW.
           STRING RTC-HOUR RTC-MINUTE
           ADD 1 TO SCHED-MISSED END-ADD.
           MOVE FILE-REC-AREA(8:8) TO SCHED-KIND.
           IF SCHED-POLICY = 'C'
               PERFORM SCHED-TAKE-ARGS
               MOVE SCHED-DUE-DATE TO SLA-BASE
               MOVE SCHED-DUE-DATE TO FILE-REC-AREA(70:8)
               MOVE FILE-REC-AREA(1:4) TO FILE-REC-AREA(65:4)
               PERFORM FILE-WRITE-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(70:1) = 'R'
                   MOVE 'F' TO FILE-REC-AREA(70:1)
                   PERFORM FILE-WRITE-RECORD
                   PERFORM JHS-STALE
                   MOVE JOBQ-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   MOVE 'S' TO SLA-WHY
                   PERFORM SLA-CLOSE-ROW
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Stale running job failed in slot "
                       JOBQ-IDX DELIMITED BY SIZE INTO WS-LOG-ACTION
      * two arguments (9-36, 37-64), a dependency (65-66: run after
      * that slot, 67: 'S' after it succeeds / 'F' after it fails),
      * and a status byte (70: Q queued, R running, D done, F
      * failed, H held because its dependency went the other way),
      * then the percent done (71-73) and, for a job with a deadline,
      * its SLAHIST.DAT row (74-77) and the alerted flag (78)
       JOBQ-ENSURE-FILE.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
      * queue slot; it runs when the operator is next idle at the
      * menu
       JOBQ-SUBMIT.
           MOVE SPACES TO SLA-KIND.
           MOVE SPACES TO SLA-TOKEN.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO SLA-KIND SLA-TOKEN
           END-UNSTRING.
      * "KIND @HHMM" puts a must-complete-by time on the job
           MOVE SPACES TO SLA-BY.
           IF SLA-TOKEN NOT = SPACES
               MOVE 'N' TO SLA-BY-OK
               IF SLA-TOKEN(1:1) = "@" AND SLA-TOKEN(6:1) = SPACE
                   MOVE SLA-TOKEN(2:4) TO SLA-BY
                   PERFORM SLA-CHECK-BY
               END-IF
               IF SLA-BY-OK = 'N'
                   DISPLAY "JOBSUB: a deadline is written @HHMM"
                   END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM JOBQ-ENSURE-FILE.
           MOVE 0 TO JOBQ-FOUND.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF JOBQ-FOUND = 0
               IF TTY-RUNNING = 'N'
                   DISPLAY "JOBSUB: queue is full" END-DISPLAY
               END-IF
           ELSE
               MOVE SPACES TO JOBQ-ARG1
               MOVE SPACES TO JOBQ-ARG2
               UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
                   INTO JOBQ-ARG1 JOBQ-ARG2
               END-UNSTRING
               PERFORM SLA-READ-NOW
               MOVE SLA-NOW-DATE TO SLA-BASE
               MOVE SLA-NOW-TIME TO SLA-START
               MOVE JOBQ-ARG1 TO SLA-ARG
               MOVE JOBQ-FOUND TO SLA-SLOT
               MOVE 'J' TO SLA-SRC
               PERFORM SLA-OPEN-ROW
               PERFORM JOBQ-ENSURE-FILE
               MOVE SPACES TO FILE-REC-AREA
               MOVE SLA-KIND TO FILE-REC-AREA(1:8)
               MOVE JOBQ-ARG1 TO FILE-REC-AREA(9:28)
               MOVE JOBQ-ARG2 TO FILE-REC-AREA(37:28)
               IF SLA-ROW NOT = 0
                   MOVE SLA-ROW TO FILE-REC-AREA(74:4)
               END-IF
      * WS-TMP names the slot this job waits on; Result nonzero
      * makes it the failure branch (run only if that slot fails)
               IF WS-SHELL-REQ-NUM1 NOT = 0
               MOVE 'Q' TO FILE-REC-AREA(70:1)
               MOVE JOBQ-FOUND TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               IF WS-OPER-ON = 'Y'
                   MOVE WS-OPER-ID TO JHS-WHO
               ELSE
                   MOVE "SYSTEM" TO JHS-WHO
               END-IF
               PERFORM JHS-NOTE-SUBMIT
               IF TTY-RUNNING = 'N'
                   DISPLAY "JOBSUB: queued in slot " JOBQ-FOUND
                   END-DISPLAY
               END-IF
               MOVE "Submitted batch job" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
           PERFORM LIB-PAUSE.
      * Is SLA-BY a real time of day, HHMM?
       SLA-CHECK-BY.
           MOVE 'N' TO SLA-BY-OK.
           IF SLA-BY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SLA-BY(1:2) TO SLA-HH.
           MOVE SLA-BY(3:2) TO SLA-MI.
           IF SLA-HH < 24 AND SLA-MI < 60
               MOVE 'Y' TO SLA-BY-OK
           END-IF.
       SLA-READ-NOW.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO SLA-NOW-DATE.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO SLA-NOW-DATE
           END-STRING.
           MOVE SPACES TO SLA-NOW-TIME.
           STRING RTC-HOUR RTC-MINUTE
               DELIMITED BY SIZE INTO SLA-NOW-TIME
           END-STRING.
      * A job with a deadline is being queued: SLA-BY is the time it
      * must be done by, SLA-START when it was meant to start on day
      * SLA-BASE.  A deadline no later than the start falls on the
      * next day.  The new SLAHIST.DAT row number comes back in
      * SLA-ROW, zero when there is no deadline or the row would not
      * write.
       SLA-OPEN-ROW.
           MOVE 0 TO SLA-ROW.
           IF SLA-BY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SLA-BASE TO SLA-DUE-DATE.
           IF SLA-BY <= SLA-START
               PERFORM SLA-NEXT-DAY
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "SLAHIST" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK AND NOT FILE-OP-NOTFOUND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SLA-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE SLA-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE SLA-DUE-DATE TO FILE-REC-AREA(1:8).
           MOVE SLA-BY TO FILE-REC-AREA(10:4).
           MOVE SLA-KIND TO FILE-REC-AREA(15:8).
           MOVE SLA-SLOT TO FILE-REC-AREA(24:2).
           MOVE 'P' TO FILE-REC-AREA(27:1).
           MOVE SLA-SRC TO FILE-REC-AREA(48:1).
           MOVE SLA-ARG TO FILE-REC-AREA(50:28).
           MOVE SLA-NEWRECS TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF FILE-OP-OK
               MOVE SLA-NEWRECS TO SLA-ROW
           END-IF.
      * SLA-DUE-DATE moved on one real day
       SLA-NEXT-DAY.
           MOVE SLA-DUE-DATE(1:4) TO SLA-CY.
           MOVE SLA-DUE-DATE(5:2) TO SLA-CM.
           MOVE SLA-DUE-DATE(7:2) TO SLA-CD.
           EVALUATE SLA-CM
               WHEN 4 MOVE 30 TO SLA-MDAYS
               WHEN 6 MOVE 30 TO SLA-MDAYS
               WHEN 9 MOVE 30 TO SLA-MDAYS
               WHEN 11 MOVE 30 TO SLA-MDAYS
               WHEN 2
                   IF FUNCTION MOD(SLA-CY, 4) = 0
                       AND (FUNCTION MOD(SLA-CY, 100) NOT = 0
                       OR FUNCTION MOD(SLA-CY, 400) = 0)
                       MOVE 29 TO SLA-MDAYS
                   ELSE
                       MOVE 28 TO SLA-MDAYS
                   END-IF
               WHEN OTHER MOVE 31 TO SLA-MDAYS
           END-EVALUATE.
           IF SLA-CD < SLA-MDAYS
               ADD 1 TO SLA-CD END-ADD
           ELSE
               MOVE 1 TO SLA-CD
               IF SLA-CM = 12
                   MOVE 1 TO SLA-CM
                   ADD 1 TO SLA-CY END-ADD
               ELSE
                   ADD 1 TO SLA-CM END-ADD
               END-IF
           END-IF.
           MOVE SPACES TO SLA-DUE-DATE.
           STRING SLA-CY SLA-CM SLA-CD
               DELIMITED BY SIZE INTO SLA-DUE-DATE
           END-STRING.
      * The queue record in FILE-REC-AREA has just been written with
      * its final status: put the outcome on its SLAHIST.DAT row.
      * Done is on time or late by however many minutes; failed,
      * held or reclaimed as stale (SLA-WHY 'S') is a miss.  The
      * request is left pointing at JOBQUEUE.DAT again, so a caller
      * walking the queue carries on.
       SLA-CLOSE-ROW.
           IF FILE-REC-AREA(74:4) IS NOT NUMERIC
               OR FILE-REC-AREA(74:4) = "0000"
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA(74:4) TO SLA-ROW.
           MOVE FILE-REC-AREA(70:1) TO SLA-STAT.
           PERFORM SLA-READ-NOW.
           MOVE 'A' TO FILE-VOL.
           MOVE "SLAHIST" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK AND SLA-ROW <= FILE-NUMRECS
               MOVE SLA-ROW TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(27:1) = 'P'
                   PERFORM SLA-SET-OUTCOME
                   MOVE SLA-ROW TO FILE-RECORD
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
       SLA-SET-OUTCOME.
           IF SLA-STAT NOT = 'D'
               MOVE 'M' TO FILE-REC-AREA(27:1)
               IF SLA-WHY NOT = SPACE
                   MOVE SLA-WHY TO FILE-REC-AREA(79:1)
               ELSE
                   MOVE SLA-STAT TO FILE-REC-AREA(79:1)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SLA-NOW-DATE TO FILE-REC-AREA(29:8).
           MOVE SLA-NOW-TIME TO FILE-REC-AREA(38:4).
      * Minutes past the deadline: whole days between the two dates
      * by day number, then the times of day
           MOVE FILE-REC-AREA(1:4) TO AGE-Y.
           MOVE FILE-REC-AREA(5:2) TO AGE-M.
           MOVE FILE-REC-AREA(7:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           MOVE AGE-DN TO SLA-DN-DUE.
           MOVE RTC-YEAR TO AGE-Y.
           MOVE RTC-MONTH TO AGE-M.
           MOVE RTC-DAY TO AGE-D.
           PERFORM AGE-DAYNUM.
           MOVE FILE-REC-AREA(10:2) TO SLA-HH.
           MOVE FILE-REC-AREA(12:2) TO SLA-MI.
           COMPUTE SLA-LATE = ((AGE-DN - SLA-DN-DUE) * 1440)
               + (RTC-HOUR * 60) + RTC-MINUTE
               - (SLA-HH * 60) - SLA-MI END-COMPUTE.
           IF SLA-LATE > 0
               MOVE 'L' TO FILE-REC-AREA(27:1)
               IF SLA-LATE > 9999
                   MOVE 9999 TO SLA-LATE
               END-IF
               MOVE SLA-LATE TO SLA-LATE-MIN
               MOVE SLA-LATE-MIN TO FILE-REC-AREA(43:4)
           ELSE
               MOVE 'O' TO FILE-REC-AREA(27:1)
           END-IF.
      * Every thirty seconds from the scheduler's pump: any queued or
      * running job whose deadline has come raises a critical alert,
      * once, and the queue record remembers that it has
       SLA-WATCH.
           PERFORM SLA-READ-NOW.
           PERFORM VARYING SLA-IDX FROM 1 BY 1 UNTIL SLA-IDX > 16
               MOVE 'A' TO FILE-VOL
               MOVE "JOBQUEUE" TO FILE-NAME
               MOVE "DAT" TO FILE-EXT
               PERFORM FILE-OPEN
               IF FILE-OP-OK
                   MOVE SLA-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK
                       AND (FILE-REC-AREA(70:1) = 'Q'
                       OR FILE-REC-AREA(70:1) = 'R')
                       AND FILE-REC-AREA(74:4) IS NUMERIC
                       AND FILE-REC-AREA(74:4) NOT = "0000"
                       AND FILE-REC-AREA(78:1) NOT = 'A'
                       PERFORM SLA-WATCH-ONE
                   END-IF
               END-IF
           END-PERFORM.
       SLA-WATCH-ONE.
           MOVE FILE-REC-AREA(1:80) TO SLA-SAVE-REC.
           MOVE FILE-REC-AREA(74:4) TO SLA-ROW.
           MOVE 'A' TO FILE-VOL.
           MOVE "SLAHIST" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK OR SLA-ROW > FILE-NUMRECS
               EXIT PARAGRAPH
           END-IF.
           MOVE SLA-ROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:8) > SLA-NOW-DATE
               OR (FILE-REC-AREA(1:8) = SLA-NOW-DATE
               AND FILE-REC-AREA(10:4) > SLA-NOW-TIME)
               EXIT PARAGRAPH
           END-IF.
           MOVE "JOBQUEUE" TO WS-ALERT-SUBSYS.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF SLA-SAVE-REC(70:1) = 'Q'
               STRING "Job " SLA-SAVE-REC(1:8) " still queued at "
                   FILE-REC-AREA(10:4) " deadline"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
           ELSE
               STRING "Job " SLA-SAVE-REC(1:8) " still running at "
                   FILE-REC-AREA(10:4) " deadline"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
           END-IF.
           MOVE 3 TO WS-ALERT-SEVERITY.
           CALL "KRNLALRT" END-CALL.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE SLA-SAVE-REC TO FILE-REC-AREA(1:80)
               MOVE 'A' TO FILE-REC-AREA(78:1)
               MOVE SLA-IDX TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * SLA shell operation: the deadline jobs whose deadline fell
      * between two dates (Argument "FROM TO", YYYYMMDD; one date
      * means that day to today, none means today), a day at a time,
      * each on time, late by how long, missed or still pending, to
      * wherever OUTPUT has reports going
       SLA-REPORT.
           PERFORM SLA-READ-NOW.
           MOVE SPACES TO SLA-FROM.
           MOVE SPACES TO SLA-TO.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO SLA-FROM SLA-TO
           END-UNSTRING.
           IF SLA-FROM = SPACES
               MOVE SLA-NOW-DATE TO SLA-FROM
           END-IF.
           IF SLA-TO = SPACES
               MOVE SLA-NOW-DATE TO SLA-TO
           END-IF.
           IF SLA-FROM IS NOT NUMERIC OR SLA-TO IS NOT NUMERIC
               OR SLA-FROM > SLA-TO
               DISPLAY "SLA: dates are YYYYMMDD, the earlier first"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SLA-COLLECT.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "SLA REPORT  deadlines " SLA-FROM " to " SLA-TO
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO SLA-N-ON.
           MOVE 0 TO SLA-N-LATE.
           MOVE 0 TO SLA-N-MISS.
           MOVE 0 TO SLA-N-PEND.
           MOVE SPACES TO SLA-LAST-DATE.
           PERFORM VARYING SLA-I FROM 1 BY 1 UNTIL SLA-I > SLA-COUNT
               PERFORM SLA-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF SLA-COUNT = 0
               MOVE "No deadline jobs fell in that range"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "On time " SLA-N-ON "  late " SLA-N-LATE
               "  missed " SLA-N-MISS "  pending " SLA-N-PEND
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           IF SLA-MORE = 'Y'
               MOVE "(over 300 in range - the earliest 300 shown)"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "SLA report " SLA-FROM " to " SLA-TO
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * The rows in range into SLA-ENTRY, then put in deadline order
      * (a row is opened when its job is queued, so the file itself
      * runs in queueing order)
       SLA-COLLECT.
           MOVE 0 TO SLA-COUNT.
           MOVE 'N' TO SLA-MORE.
           MOVE 'A' TO FILE-VOL.
           MOVE "SLAHIST" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:8) >= SLA-FROM
                   AND FILE-REC-AREA(1:8) <= SLA-TO
                   IF SLA-COUNT < 300
                       ADD 1 TO SLA-COUNT END-ADD
                       MOVE FILE-REC-AREA(1:80)
                           TO SLA-ENTRY(SLA-COUNT)
                   ELSE
                       MOVE 'Y' TO SLA-MORE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING SLA-I FROM 2 BY 1 UNTIL SLA-I > SLA-COUNT
               MOVE SLA-ENTRY(SLA-I) TO SLA-SWAP
               MOVE SLA-I TO SLA-J
               PERFORM UNTIL SLA-J < 2
                   OR SLA-ENTRY(SLA-J - 1)(1:13) <= SLA-SWAP(1:13)
                   MOVE SLA-ENTRY(SLA-J - 1) TO SLA-ENTRY(SLA-J)
                   SUBTRACT 1 FROM SLA-J END-SUBTRACT
               END-PERFORM
               MOVE SLA-SWAP TO SLA-ENTRY(SLA-J)
           END-PERFORM.
      * One row: a heading when the day changes, then the job.  A
      * row still pending after its deadline never finished -- the
      * slot was cleared or the machine went down under it -- so it
      * counts as missed.
       SLA-REPORT-LINE.
           MOVE SLA-ENTRY(SLA-I) TO SLA-SWAP.
           IF SLA-SWAP(1:8) NOT = SLA-LAST-DATE
               MOVE SLA-SWAP(1:8) TO SLA-LAST-DATE
               MOVE SPACES TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               STRING SLA-SWAP(1:4) "-" SLA-SWAP(5:2) "-"
                   SLA-SWAP(7:2)
                   "  DUE   KIND     SLOT  OUTCOME"
                   "                  FINISHED"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE SPACES TO SLA-RESULT.
           EVALUATE SLA-SWAP(27:1)
               WHEN 'O'
                   MOVE "ON TIME" TO SLA-RESULT
                   ADD 1 TO SLA-N-ON END-ADD
               WHEN 'L'
                   MOVE 0 TO SLA-LATE
                   IF SLA-SWAP(43:4) IS NUMERIC
                       MOVE SLA-SWAP(43:4) TO SLA-LATE
                   END-IF
                   MOVE SLA-LATE TO SLA-LATE-ED
                   STRING "LATE " FUNCTION TRIM(SLA-LATE-ED) " MIN"
                       DELIMITED BY SIZE INTO SLA-RESULT
                   END-STRING
                   ADD 1 TO SLA-N-LATE END-ADD
               WHEN 'M'
                   EVALUATE SLA-SWAP(79:1)
                       WHEN 'F' MOVE "MISSED - FAILED" TO SLA-RESULT
                       WHEN 'H' MOVE "MISSED - HELD" TO SLA-RESULT
                       WHEN 'S'
                           MOVE "MISSED - STALE AT BOOT" TO SLA-RESULT
                       WHEN OTHER MOVE "MISSED" TO SLA-RESULT
                   END-EVALUATE
                   ADD 1 TO SLA-N-MISS END-ADD
               WHEN OTHER
                   IF SLA-SWAP(1:8) < SLA-NOW-DATE
                       OR (SLA-SWAP(1:8) = SLA-NOW-DATE
                       AND SLA-SWAP(10:4) <= SLA-NOW-TIME)
                       MOVE "MISSED - NEVER FINISHED" TO SLA-RESULT
                       ADD 1 TO SLA-N-MISS END-ADD
                   ELSE
                       MOVE "PENDING" TO SLA-RESULT
                       ADD 1 TO SLA-N-PEND END-ADD
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "            " SLA-SWAP(10:4) "  " SLA-SWAP(15:8)
               " " SLA-SWAP(24:2) "    " SLA-RESULT
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           IF SLA-SWAP(29:8) NOT = SPACES
               STRING SLA-SWAP(29:8) " " SLA-SWAP(38:4)
                   DELIMITED BY SIZE INTO WS-RPTO-LINE(59:13)
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
      * A job has just been queued in slot JOBQ-FOUND: note who put
      * it there (JHS-WHO) and when in the slot's JOBQSUB.DAT record.
      * The request is left pointing at JOBQUEUE.DAT again.
       JHS-NOTE-SUBMIT.
           PERFORM LIB-NOW-STAMP.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQSUB" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 16 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM VARYING FILE-RECORD FROM 1 BY 1
                       UNTIL FILE-RECORD > 16
                       PERFORM FILE-WRITE-RECORD
                   END-PERFORM
               END-IF
           END-IF.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE JHS-WHO TO FILE-REC-AREA(1:8)
               MOVE LIB-STAMP TO FILE-REC-AREA(10:14)
               MOVE JOBQ-FOUND TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
      * Who queued slot JHS-SLOT's job and when, into the history
      * line; a job queued before the slot had a JOBQSUB.DAT record
      * goes down as UNKNOWN.  Leaves JOBQUEUE.DAT open again.
       JHS-READ-SUBMIT.
           MOVE "UNKNOWN" TO JHS-OUT-WHO.
           MOVE SPACES TO JHS-OUT-QUEUED.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQSUB" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK AND JHS-SLOT <= FILE-NUMRECS
               MOVE JHS-SLOT TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                   MOVE FILE-REC-AREA(1:8) TO JHS-OUT-WHO
                   MOVE FILE-REC-AREA(10:14) TO JHS-OUT-QUEUED
               END-IF
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
      * The job in slot JOBQ-FOUND is starting: everything the
      * history line needs up front, held until the job ends (a
      * sliced job ends passes later)
       JHS-START.
           MOVE SPACES TO JHS-REC-OUT.
           MOVE JOBQ-KIND TO JHS-OUT-KIND.
           MOVE JOBQ-ARG1 TO JHS-OUT-ARG1.
           MOVE JOBQ-ARG2 TO JHS-OUT-ARG2.
           MOVE JOBQ-FOUND TO JHS-SLOT.
           MOVE JHS-SLOT TO JHS-OUT-SLOT.
           PERFORM JHS-READ-SUBMIT.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO JHS-OUT-START.
      * The job has ended with JOBQ-RESULT after TMG-ELAPSED ms
       JHS-FINISH.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO JHS-OUT-END.
           MOVE TMG-ELAPSED TO JHS-OUT-MS.
           MOVE JOBQ-RESULT TO JHS-OUT-RESULT.
           PERFORM JHS-APPEND.
      * A job found running at boot, in FILE-REC-AREA, has just been
      * failed as stale: on the record with no start and no time
       JHS-STALE.
           MOVE SPACES TO JHS-REC-OUT.
           MOVE FILE-REC-AREA(1:8) TO JHS-OUT-KIND.
           MOVE FILE-REC-AREA(9:28) TO JHS-OUT-ARG1.
           MOVE FILE-REC-AREA(37:28) TO JHS-OUT-ARG2.
           MOVE JOBQ-IDX TO JHS-SLOT.
           MOVE JHS-SLOT TO JHS-OUT-SLOT.
           PERFORM JHS-READ-SUBMIT.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO JHS-OUT-END.
           MOVE 0 TO JHS-OUT-MS.
           MOVE 'S' TO JHS-OUT-RESULT.
           PERFORM JHS-APPEND.
       JHS-APPEND.
           OPEN EXTEND JOB-HIST-FILE.
           IF WS-JOB-HIST-STATUS NOT = "00"
               OPEN OUTPUT JOB-HIST-FILE
               CLOSE JOB-HIST-FILE
               OPEN EXTEND JOB-HIST-FILE
           END-IF.
           WRITE JOB-HIST-REC FROM JHS-REC-OUT END-WRITE.
           CLOSE JOB-HIST-FILE.
      * JOBSTATS shell operation: per job kind over the whole run
      * history (Argument names one kind, or blank for all), the run
      * count, the share that failed, the average and slowest
      * elapsed time, and which way the time is heading -- the later
      * half of the timed runs against the earlier half -- to
      * wherever OUTPUT has reports going
       JHS-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:8) TO JHS-FILTER.
           MOVE 0 TO JHS-KINDS.
           MOVE 0 TO JHS-TOTAL.
           MOVE 'N' TO JHS-FULL.
           MOVE 1 TO JHS-PASS.
           PERFORM JHS-SCAN.
           MOVE 2 TO JHS-PASS.
           PERFORM JHS-SCAN.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           IF JHS-FILTER = SPACES
               MOVE "JOB STATISTICS  all kinds" TO WS-RPTO-LINE
           ELSE
               STRING "JOB STATISTICS  kind " JHS-FILTER
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF JHS-KINDS = 0
               MOVE "No finished jobs on record" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           ELSE
               MOVE
                 "KIND       RUNS FAIL%      AVG MS  SLOWEST MS  TREND"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               PERFORM VARYING JHS-K FROM 1 BY 1
                   UNTIL JHS-K > JHS-KINDS
                   PERFORM JHS-REPORT-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE JHS-TOTAL TO JHS-RUNS-ED.
           STRING "Runs on record " FUNCTION TRIM(JHS-RUNS-ED)
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           IF JHS-FULL = 'Y'
               MOVE "(over 32 kinds - the rest not shown)"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "JOBSTATS report " JHS-FILTER
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * One pass over KINNOJOB.HST.  Pass 1 counts runs, failures
      * and timed runs per kind, with the total and the slowest;
      * pass 2, knowing how many timed runs each kind has, puts
      * each into the earlier or the later half.
       JHS-SCAN.
           MOVE 'N' TO JHS-EOF.
           OPEN INPUT JOB-HIST-FILE.
           IF WS-JOB-HIST-STATUS NOT = "00"
               MOVE 'Y' TO JHS-EOF
           END-IF.
           PERFORM UNTIL JHS-EOF = 'Y'
               READ JOB-HIST-FILE INTO JHS-REC-OUT
                   AT END MOVE 'Y' TO JHS-EOF
               END-READ
               IF JHS-EOF = 'N' AND JHS-OUT-KIND NOT = SPACES
                   AND (JHS-FILTER = SPACES
                   OR JHS-OUT-KIND = JHS-FILTER)
                   PERFORM JHS-TALLY
               END-IF
           END-PERFORM.
           IF WS-JOB-HIST-STATUS NOT = "35"
               CLOSE JOB-HIST-FILE
           END-IF.
       JHS-TALLY.
           IF JHS-OUT-MS IS NOT NUMERIC
               MOVE 0 TO JHS-OUT-MS
           END-IF.
           MOVE 0 TO JHS-K.
           PERFORM VARYING JHS-I FROM 1 BY 1
               UNTIL JHS-I > JHS-KINDS OR JHS-K NOT = 0
               IF JHS-T-KIND(JHS-I) = JHS-OUT-KIND
                   MOVE JHS-I TO JHS-K
               END-IF
           END-PERFORM.
           IF JHS-PASS = 2
               IF JHS-K = 0 OR JHS-OUT-RESULT = 'S'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JHS-T-SEEN(JHS-K) END-ADD
               IF JHS-T-SEEN(JHS-K) * 2 <= JHS-T-TIMED(JHS-K)
                   ADD 1 TO JHS-T-H1-N(JHS-K) END-ADD
                   ADD JHS-OUT-MS TO JHS-T-H1-SUM(JHS-K) END-ADD
               ELSE
                   ADD 1 TO JHS-T-H2-N(JHS-K) END-ADD
                   ADD JHS-OUT-MS TO JHS-T-H2-SUM(JHS-K) END-ADD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF JHS-K = 0
               IF JHS-KINDS >= 32
                   MOVE 'Y' TO JHS-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JHS-KINDS END-ADD
               MOVE JHS-KINDS TO JHS-K
               INITIALIZE JHS-KIND-TAB(JHS-K)
               MOVE JHS-OUT-KIND TO JHS-T-KIND(JHS-K)
           END-IF.
           ADD 1 TO JHS-TOTAL END-ADD.
           ADD 1 TO JHS-T-RUNS(JHS-K) END-ADD.
           IF JHS-OUT-RESULT NOT = 'D'
               ADD 1 TO JHS-T-FAILS(JHS-K) END-ADD
           END-IF.
           IF JHS-OUT-RESULT NOT = 'S'
               ADD 1 TO JHS-T-TIMED(JHS-K) END-ADD
               ADD JHS-OUT-MS TO JHS-T-SUM(JHS-K) END-ADD
               IF JHS-OUT-MS > JHS-T-MAX(JHS-K)
                   MOVE JHS-OUT-MS TO JHS-T-MAX(JHS-K)
               END-IF
           END-IF.
      * One kind's row.  The trend wants at least four timed runs;
      * a later half within a tenth of the earlier is STEADY.
       JHS-REPORT-LINE.
           MOVE JHS-T-RUNS(JHS-K) TO JHS-RUNS-ED.
           COMPUTE JHS-FAIL-PCT ROUNDED = (JHS-T-FAILS(JHS-K) * 100)
               / JHS-T-RUNS(JHS-K) END-COMPUTE.
           MOVE JHS-FAIL-PCT TO JHS-PCT-ED.
           MOVE 0 TO JHS-AVG.
           IF JHS-T-TIMED(JHS-K) > 0
               COMPUTE JHS-AVG ROUNDED = JHS-T-SUM(JHS-K)
                   / JHS-T-TIMED(JHS-K) END-COMPUTE
           END-IF.
           MOVE JHS-AVG TO JHS-MS-ED.
           MOVE JHS-T-MAX(JHS-K) TO JHS-MAX-ED.
           MOVE SPACES TO JHS-TREND.
           EVALUATE TRUE
               WHEN JHS-T-TIMED(JHS-K) = 0
                   MOVE "-" TO JHS-TREND
               WHEN JHS-T-TIMED(JHS-K) < 4
                   MOVE "TOO FEW RUNS" TO JHS-TREND
               WHEN OTHER
                   COMPUTE JHS-AVG1 ROUNDED = JHS-T-H1-SUM(JHS-K)
                       / JHS-T-H1-N(JHS-K) END-COMPUTE
                   COMPUTE JHS-AVG2 ROUNDED = JHS-T-H2-SUM(JHS-K)
                       / JHS-T-H2-N(JHS-K) END-COMPUTE
                   IF JHS-AVG1 = 0
                       IF JHS-AVG2 = 0
                           MOVE "STEADY" TO JHS-TREND
                       ELSE
                           MOVE "SLOWER" TO JHS-TREND
                       END-IF
                   ELSE
                       COMPUTE JHS-PCT ROUNDED =
                           ((JHS-AVG2 - JHS-AVG1) * 100) / JHS-AVG1
                           ON SIZE ERROR MOVE 999999 TO JHS-PCT
                       END-COMPUTE
                       EVALUATE TRUE
                           WHEN JHS-PCT >= 10
                               MOVE JHS-PCT TO JHS-TPCT-ED
                               STRING "SLOWER +"
                                   FUNCTION TRIM(JHS-TPCT-ED) "%"
                                   DELIMITED BY SIZE INTO JHS-TREND
                               END-STRING
                           WHEN JHS-PCT <= -10
                               MOVE JHS-PCT TO JHS-TPCT-ED
                               STRING "FASTER -"
                                   FUNCTION TRIM(JHS-TPCT-ED) "%"
                                   DELIMITED BY SIZE INTO JHS-TREND
                               END-STRING
                           WHEN OTHER
                               MOVE "STEADY" TO JHS-TREND
                       END-EVALUATE
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING JHS-T-KIND(JHS-K) " " JHS-RUNS-ED "  " JHS-PCT-ED
               "%  " JHS-MS-ED "  " JHS-MAX-ED "  " JHS-TREND
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
      * FILE-CREATE has just cut FILE-VOL/NAME/EXT: note the arrival
      * for the triggers.  The queue's and the triggers' own files,
      * job captures and credentials never count, nor does anything
      * the trigger pass itself creates.
       TRG-NOTE-ARRIVAL.
           IF TRG-QUIET = 'Y' OR FILE-EXT = "SEC"
               OR FILE-NAME = "JOBQUEUE" OR FILE-NAME = "JOBQSUB"
               OR FILE-NAME = "SLAHIST" OR FILE-NAME = "TRIGGERS"
               OR FILE-NAME = "TRIGLOG"
               OR (FILE-NAME(1:3) = "JOB" AND FILE-NAME(6:3) = "OUT"
               AND FILE-NAME(9:16) = SPACES)
               EXIT PARAGRAPH
           END-IF.
           IF TRG-PEND-COUNT >= 16
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TRG-PEND-COUNT END-ADD.
           MOVE FILE-VOL TO TRG-P-VOL(TRG-PEND-COUNT).
           MOVE FILE-NAME TO TRG-P-NAME(TRG-PEND-COUNT).
           MOVE FILE-EXT TO TRG-P-EXT(TRG-PEND-COUNT).
           MOVE SPACES TO TRG-P-STAMP(TRG-PEND-COUNT).
           STRING FILE-CREAT-TIME-YEAR FILE-CREAT-TIME-MONTH
               FILE-CREAT-TIME-DAY FILE-CREAT-TIME-HOUR
               FILE-CREAT-TIME-MINUTE FILE-CREAT-TIME-SECOND
               DELIMITED BY SIZE INTO TRG-P-STAMP(TRG-PEND-COUNT)
           END-STRING.
           MOVE 'N' TO TRG-P-KEEP(TRG-PEND-COUNT).
      * From the menu loop: match every noted arrival against
      * TRIGGERS.DAT and queue what they call for.  An arrival whose
      * job found the queue full stays noted for the next pass.
       TRG-PUMP.
           IF TRG-PEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TRG-QUIET.
           PERFORM TRG-LOAD.
           PERFORM VARYING TRG-I FROM 1 BY 1
               UNTIL TRG-I > TRG-PEND-COUNT
               MOVE 'N' TO TRG-P-KEEP(TRG-I)
      * Gone again before the pass came round: nothing arrived
               MOVE TRG-P-VOL(TRG-I) TO FILE-VOL
               MOVE TRG-P-NAME(TRG-I) TO FILE-NAME
               MOVE TRG-P-EXT(TRG-I) TO FILE-EXT
               PERFORM FILE-OPEN
               IF NOT FILE-OP-NOTFOUND
                   PERFORM VARYING TRG-T FROM 1 BY 1
                       UNTIL TRG-T > TRG-COUNT
                       PERFORM TRG-MATCH
                       IF TRG-MATCHED = 'Y'
                           PERFORM TRG-FIRE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO TRG-N.
           PERFORM VARYING TRG-I FROM 1 BY 1
               UNTIL TRG-I > TRG-PEND-COUNT
               IF TRG-P-KEEP(TRG-I) = 'Y'
                   ADD 1 TO TRG-N END-ADD
                   MOVE TRG-PEND(TRG-I) TO TRG-PEND(TRG-N)
               END-IF
           END-PERFORM.
           MOVE TRG-N TO TRG-PEND-COUNT.
           MOVE 'N' TO TRG-QUIET.
      * The live rows of TRIGGERS.DAT into TRG-TAB
       TRG-LOAD.
           MOVE 0 TO TRG-COUNT.
           MOVE 'A' TO FILE-VOL.
           MOVE "TRIGGERS" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR TRG-COUNT >= 32
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:1) NOT = "*"
                   AND FILE-REC-AREA(1:24) NOT = SPACES
                   AND FILE-REC-AREA(30:8) NOT = SPACES
                   ADD 1 TO TRG-COUNT END-ADD
                   MOVE FILE-RECORD TO TRG-T-ROW(TRG-COUNT)
                   MOVE FILE-REC-AREA(1:24) TO TRG-T-PATTERN(TRG-COUNT)
                   MOVE FILE-REC-AREA(26:3) TO TRG-T-EXT(TRG-COUNT)
                   MOVE FILE-REC-AREA(30:8) TO TRG-T-KIND(TRG-COUNT)
                   MOVE FILE-REC-AREA(39:28) TO TRG-T-ARG1(TRG-COUNT)
                   MOVE FILE-REC-AREA(68:13) TO TRG-T-ARG2(TRG-COUNT)
               END-IF
           END-PERFORM.
      * Does arrival TRG-I answer trigger TRG-T?  The pattern goes
      * through the same parse as a DIR or DELETE pattern; with no
      * folder in it, it means the root.
       TRG-MATCH.
           MOVE 'N' TO TRG-MATCHED.
           IF TRG-T-EXT(TRG-T) NOT = SPACES
               AND TRG-T-EXT(TRG-T) NOT = TRG-P-EXT(TRG-I)
               EXIT PARAGRAPH
           END-IF.
           MOVE TRG-T-PATTERN(TRG-T) TO WS-FILE-SPEC.
           PERFORM MULTI-PARSE-ARG.
           IF MULTI-VOL NOT = TRG-P-VOL(TRG-I)
               EXIT PARAGRAPH
           END-IF.
           MOVE MULTI-PATTERN TO DIR-PATTERN.
           MOVE SPACES TO DIR-FOLDER.
           MOVE 'N' TO DIR-MATCHED.
           PERFORM VARYING DIR-SLASH-IDX FROM 1 BY 1
               UNTIL DIR-SLASH-IDX > 11 OR DIR-MATCHED = 'Y'
               IF DIR-PATTERN(DIR-SLASH-IDX:1) = "/"
                   MOVE 'Y' TO DIR-MATCHED
               END-IF
           END-PERFORM.
           IF DIR-MATCHED = 'Y'
               IF DIR-SLASH-IDX > 2
                   MOVE DIR-PATTERN(1:DIR-SLASH-IDX - 2)
                       TO DIR-FOLDER
               END-IF
               MOVE DIR-PATTERN(DIR-SLASH-IDX:25 - DIR-SLASH-IDX)
                   TO DIR-ENT-BASE
               MOVE DIR-ENT-BASE TO DIR-PATTERN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-PATTERN))
               TO DIR-PATTERN-LEN.
           IF DIR-PATTERN = SPACES
               MOVE 0 TO DIR-PATTERN-LEN
           END-IF.
           MOVE TRG-P-NAME(TRG-I) TO FILE-DIR-NAME.
      * Without a '*' the pattern is the whole name, not a piece of
      * one
           IF MULTI-MODE = 'N'
               PERFORM FILE-SPLIT-DIR-NAME
               IF DIR-ENT-FOLDER = DIR-FOLDER
                   AND DIR-ENT-BASE = DIR-PATTERN
                   MOVE 'Y' TO TRG-MATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM DIR-MATCH-NAME.
           MOVE DIR-MATCHED TO TRG-MATCHED.
      * Queue trigger TRG-T's job for arrival TRG-I, unless this
      * arrival has already fired it
       TRG-FIRE.
           MOVE SPACES TO TRG-KEY.
           MOVE TRG-T-ROW(TRG-T) TO TRG-KEY(1:4).
           MOVE TRG-P-VOL(TRG-I) TO TRG-KEY(6:1).
           MOVE TRG-P-NAME(TRG-I) TO TRG-KEY(8:24).
           MOVE TRG-P-EXT(TRG-I) TO TRG-KEY(33:3).
           PERFORM TRG-CHECK-LOG.
           IF TRG-FIRED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TRG-SPEC.
           IF TRG-P-EXT(TRG-I) = SPACES
               STRING TRG-P-VOL(TRG-I) ":" TRG-P-NAME(TRG-I)
                   DELIMITED BY SPACE INTO TRG-SPEC
               END-STRING
           ELSE
               STRING TRG-P-VOL(TRG-I) ":" TRG-P-NAME(TRG-I) "."
                   TRG-P-EXT(TRG-I) DELIMITED BY SPACE INTO TRG-SPEC
               END-STRING
           END-IF.
           MOVE TRG-T-KIND(TRG-T) TO TRG-KIND.
           MOVE TRG-T-ARG1(TRG-T) TO TRG-ARG1.
           IF TRG-ARG1 = "&"
               MOVE TRG-SPEC TO TRG-ARG1
           END-IF.
           MOVE TRG-T-ARG2(TRG-T) TO TRG-ARG2.
           IF TRG-ARG2 = "&"
               MOVE TRG-SPEC TO TRG-ARG2
           END-IF.
           PERFORM TRG-ENQUEUE.
           IF JOBQ-FOUND = 0
               MOVE 'Y' TO TRG-P-KEEP(TRG-I)
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Trigger queue full: " TRG-KIND " waits"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TRG-LOG-APPEND.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Trigger " TRG-KIND " on " TRG-SPEC
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Has TRG-KEY with this arrival's creation stamp a TRIGLOG row?
       TRG-CHECK-LOG.
           MOVE 'N' TO TRG-FIRED.
           MOVE 'A' TO FILE-VOL.
           MOVE "TRIGLOG" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR TRG-FIRED = 'Y'
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:35) = TRG-KEY
                   AND FILE-REC-AREA(37:14) = TRG-P-STAMP(TRG-I)
                   MOVE 'Y' TO TRG-FIRED
               END-IF
           END-PERFORM.
      * The trigger's job into the first free queue slot, the way a
      * schedule entry's goes; JOBQ-FOUND is zero when the queue is
      * full
       TRG-ENQUEUE.
           PERFORM JOBQ-ENSURE-FILE.
           MOVE 0 TO JOBQ-FOUND.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1
               UNTIL JOBQ-IDX > 16 OR JOBQ-FOUND NOT = 0
               MOVE JOBQ-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-REC-AREA(70:1) NOT = 'Q'
                   AND FILE-REC-AREA(70:1) NOT = 'R'
                   AND FILE-REC-AREA(70:1) NOT = 'H'
                   MOVE JOBQ-IDX TO JOBQ-FOUND
               END-IF
           END-PERFORM.
           IF JOBQ-FOUND NOT = 0
               MOVE SPACES TO FILE-REC-AREA
               MOVE TRG-KIND TO FILE-REC-AREA(1:8)
               MOVE TRG-ARG1 TO FILE-REC-AREA(9:28)
               MOVE TRG-ARG2 TO FILE-REC-AREA(37:28)
               MOVE 'Q' TO FILE-REC-AREA(70:1)
               MOVE JOBQ-FOUND TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               MOVE "TRIGGER" TO JHS-WHO
               PERFORM JHS-NOTE-SUBMIT
           END-IF.
      * One TRIGLOG.DAT row for the firing just queued
       TRG-LOG-APPEND.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO TRG-STAMP.
           MOVE 'A' TO FILE-VOL.
           MOVE "TRIGLOG" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TRG-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE TRG-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE TRG-KEY TO FILE-REC-AREA(1:35)
               MOVE TRG-P-STAMP(TRG-I) TO FILE-REC-AREA(37:14)
               MOVE TRG-STAMP TO FILE-REC-AREA(52:14)
               MOVE JOBQ-FOUND TO TRG-N
               MOVE TRG-N TO FILE-REC-AREA(67:2)
               MOVE TRG-KIND TO FILE-REC-AREA(70:8)
               MOVE TRG-NEWRECS TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * A file has just come in on channel INB-CHANNEL and FILE-VOL/
      * NAME/EXT name it: read it through for its header, record
      * count and checksum, hold it if the register has seen the
      * content or the sender's sequence number before, raise an
      * alert if the sequence skipped a number, and put the row
      * down.  INB-MSG carries a held file's news back to the caller.
       INB-REGISTER.
           MOVE SPACES TO INB-MSG.
           MOVE FILE-VOL TO INB-VOL.
           MOVE FILE-NAME TO INB-NAME.
           MOVE FILE-EXT TO INB-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NUMRECS TO INB-RECS.
           MOVE SPACES TO INB-SENDER.
           MOVE 0 TO INB-SEQ.
           MOVE 'N' TO INB-HAS-SEQ.
           MOVE 0 TO INB-CKSUM.
           PERFORM VARYING INB-CK-REC FROM 1 BY 1
               UNTIL INB-CK-REC > INB-RECS
               MOVE INB-CK-REC TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   PERFORM INB-CKSUM-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACE TO INB-REASON.
           MOVE 0 TO INB-LAST-SEQ.
           MOVE 'A' TO FILE-VOL.
           MOVE "INBOUND" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK
                       PERFORM INB-CHECK-ROW
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO INB-HOLD-NAME.
           IF INB-REASON = SPACE
               MOVE 'R' TO INB-STATUS
           ELSE
               MOVE 'H' TO INB-STATUS
               PERFORM INB-HOLD-FILE
           END-IF.
           PERFORM INB-APPEND-ROW.
           IF INB-STATUS = 'H'
               MOVE SPACES TO WS-LOG-ACTION
               IF INB-REASON = 'D'
                   STRING "Inbound held, content seen: " INB-NAME
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   MOVE "HELD - same content as an earlier file"
                       TO INB-MSG
               ELSE
                   STRING "Inbound held, seq seen: " INB-NAME
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   MOVE "HELD - that sequence number came before"
                       TO INB-MSG
               END-IF
               PERFORM SESSION-LOG-WRITE
               MOVE "INBOUND" TO WS-ALERT-SUBSYS
               MOVE WS-LOG-ACTION TO WS-ALERT-TEXT
               MOVE 2 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               EXIT PARAGRAPH
           END-IF.
      * Released -- but a sequence number more than one past the
      * sender's last means a transmission went missing
           IF INB-HAS-SEQ = 'Y' AND INB-LAST-SEQ > 0
               AND INB-SEQ > INB-LAST-SEQ + 1
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Seq gap " INB-SENDER " after " INB-LAST-SEQ
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE "INBOUND" TO WS-ALERT-SUBSYS
               MOVE WS-LOG-ACTION TO WS-ALERT-TEXT
               MOVE 3 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
           END-IF.
      * The record in FILE-REC-AREA into the running checksum --
      * position-weighted within the record, as the sector checksum
      * is, and then by record number so reordered records differ.
      * The first record is looked at for a branch header.
       INB-CKSUM-RECORD.
           IF INB-CK-REC = 1 AND FILE-REC-AREA(1:3) = "HDR"
               MOVE FILE-REC-AREA(4:8) TO INB-SENDER
               IF FILE-REC-AREA(12:6) IS NUMERIC
                   AND INB-SENDER NOT = SPACES
                   MOVE FILE-REC-AREA(12:6) TO INB-SEQ
                   MOVE 'Y' TO INB-HAS-SEQ
               END-IF
           END-IF.
           PERFORM VARYING INB-CK-IDX FROM 1 BY 1
               UNTIL INB-CK-IDX > FILE-REC-LEN OR INB-CK-IDX > 2048
               COMPUTE INB-CKSUM = FUNCTION MOD(INB-CKSUM +
                   (FUNCTION ORD(FILE-REC-AREA(INB-CK-IDX:1))
                   * INB-CK-IDX), 99999999)
               END-COMPUTE
           END-PERFORM.
           COMPUTE INB-CKSUM = FUNCTION MOD((INB-CKSUM * 7)
               + INB-CK-REC, 99999999) END-COMPUTE.
      * One earlier register row against the arrival
       INB-CHECK-ROW.
           IF FILE-REC-AREA(75:8) = INB-CKSUM
               AND FILE-REC-AREA(70:4) = INB-RECS
               MOVE 'D' TO INB-REASON
           END-IF.
           IF INB-HAS-SEQ = 'Y'
               AND FILE-REC-AREA(54:8) = INB-SENDER
               AND FILE-REC-AREA(63:6) IS NUMERIC
               IF FILE-REC-AREA(63:6) = INB-SEQ
                   AND INB-REASON = SPACE
                   MOVE 'S' TO INB-REASON
               END-IF
               IF FILE-REC-AREA(63:6) > INB-LAST-SEQ
                   MOVE FILE-REC-AREA(63:6) TO INB-LAST-SEQ
               END-IF
           END-IF.
      * Move the held arrival into the HOLD folder, out of reach of
      * the jobs and triggers that would process it under its own
      * name
       INB-HOLD-FILE.
           MOVE INB-VOL TO FILE-VOL.
           MOVE INB-NAME TO FILE-NAME.
           MOVE INB-EXT TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           PERFORM FILE-SPLIT-DIR-NAME.
           IF DIR-ENT-FOLDER = "HOLD"
               MOVE INB-NAME TO INB-HOLD-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NAME TO WS-FILEOP-NAME.
           MOVE FILE-EXT TO WS-FILEOP-EXT.
           MOVE SPACES TO WS-FILEOP-NEW-NAME.
           STRING "HOLD/" DIR-ENT-BASE
               DELIMITED BY SIZE INTO WS-FILEOP-NEW-NAME
           END-STRING.
           MOVE FILE-EXT TO WS-FILEOP-NEW-EXT.
           SET WS-FILEOP-RENAME TO TRUE.
           CALL "KRNLFILE" USING WS-FILEOP END-CALL.
           IF WS-FILEOP-OK
               MOVE WS-FILEOP-NEW-NAME TO INB-HOLD-NAME
           END-IF.
       INB-APPEND-ROW.
           PERFORM LIB-NOW-STAMP.
           MOVE 'A' TO FILE-VOL.
           MOVE "INBOUND" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 120 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE INB-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE INB-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE LIB-STAMP TO FILE-REC-AREA(1:14)
               MOVE INB-CHANNEL TO FILE-REC-AREA(16:6)
               MOVE INB-VOL TO FILE-REC-AREA(23:1)
               MOVE INB-NAME TO FILE-REC-AREA(25:24)
               MOVE INB-EXT TO FILE-REC-AREA(50:3)
               MOVE INB-SENDER TO FILE-REC-AREA(54:8)
               IF INB-HAS-SEQ = 'Y'
                   MOVE INB-SEQ TO FILE-REC-AREA(63:6)
               END-IF
               MOVE INB-RECS TO FILE-REC-AREA(70:4)
               MOVE INB-CKSUM TO FILE-REC-AREA(75:8)
               MOVE INB-STATUS TO FILE-REC-AREA(84:1)
               MOVE INB-REASON TO FILE-REC-AREA(86:1)
               MOVE INB-HOLD-NAME TO FILE-REC-AREA(88:24)
               MOVE INB-NEWRECS TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * FMOVE has just taken WS-FILEOP-NAME out of the HOLD folder
      * as WS-FILEOP-NEW-NAME: its register row says released and by
      * whom, and the file counts as arriving now for the triggers
       INB-RELEASE.
           MOVE 'A' TO FILE-VOL.
           MOVE "INBOUND" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               MOVE 0 TO INB-ROW
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(84:1) = 'H'
                       AND FILE-REC-AREA(88:24) = WS-FILEOP-NAME
                       AND FILE-REC-AREA(50:3) = WS-FILEOP-EXT
                       MOVE FILE-RECORD TO INB-ROW
                   END-IF
               END-PERFORM
               IF INB-ROW NOT = 0
                   MOVE INB-ROW TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   MOVE 'R' TO FILE-REC-AREA(84:1)
                   MOVE WS-OPER-ID TO FILE-REC-AREA(113:8)
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-IF.
           MOVE INB-VOL TO FILE-VOL.
           MOVE WS-FILEOP-NEW-NAME TO FILE-NAME.
           MOVE WS-FILEOP-NEW-EXT TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM TRG-NOTE-ARRIVAL
           END-IF.
      * INBOUND shell operation: the register, oldest first
      * (Argument names one sender, or blank for all), to wherever
      * OUTPUT has reports going
       INB-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:8) TO INB-FILTER.
           MOVE 0 TO INB-N-REL.
           MOVE 0 TO INB-N-HELD.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           IF INB-FILTER = SPACES
               MOVE "INBOUND REGISTER  all senders" TO WS-RPTO-LINE
           ELSE
               STRING "INBOUND REGISTER  sender " INB-FILTER
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "DATE     TIME CHANNEL FILE                 SENDER   "
               TO WS-RPTO-LINE.
           MOVE "SEQ    RECS STATUS" TO WS-RPTO-LINE(53:18).
           PERFORM REPORT-OUT-LINE.
           MOVE 'A' TO FILE-VOL.
           MOVE "INBOUND" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:14) NOT = SPACES
                       AND (INB-FILTER = SPACES
                       OR FILE-REC-AREA(54:8) = INB-FILTER)
                       PERFORM INB-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           STRING "Released " INB-N-REL "  held " INB-N-HELD
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Inbound register report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       INB-REPORT-LINE.
           MOVE SPACES TO INB-RESULT.
           EVALUATE TRUE
               WHEN FILE-REC-AREA(84:1) = 'H'
                   AND FILE-REC-AREA(86:1) = 'D'
                   MOVE "HELD DUPLICATE" TO INB-RESULT
                   ADD 1 TO INB-N-HELD END-ADD
               WHEN FILE-REC-AREA(84:1) = 'H'
                   MOVE "HELD SEQ SEEN" TO INB-RESULT
                   ADD 1 TO INB-N-HELD END-ADD
               WHEN FILE-REC-AREA(113:8) NOT = SPACES
                   MOVE "RELEASED BY OPER" TO INB-RESULT
                   ADD 1 TO INB-N-REL END-ADD
               WHEN OTHER
                   MOVE "RELEASED" TO INB-RESULT
                   ADD 1 TO INB-N-REL END-ADD
           END-EVALUATE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING FILE-REC-AREA(1:8) " " FILE-REC-AREA(9:4) " "
               FILE-REC-AREA(16:6) "  " FILE-REC-AREA(25:16) "."
               FILE-REC-AREA(50:3) " " FILE-REC-AREA(54:8) " "
               FILE-REC-AREA(63:6) " " FILE-REC-AREA(70:4) " "
               INB-RESULT
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
      * Capacity snapshot of every volume in use into KINNOCAP.HST.
      * With CAP-IF-DUE 'Y' (the boot-time call) a day that already
      * has one is left alone; a CAPSNAP job always takes one.  Each
      * volume's fill date is then projected, and one coming up
      * within the CAPWARNDAYS window goes to the alert framework.
       CAP-SNAPSHOT.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO CAP-TODAY.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO CAP-TODAY
           END-STRING.
           IF CAP-IF-DUE = 'Y'
               MOVE 'N' TO CAP-EOF
               OPEN INPUT CAP-HIST-FILE
               IF WS-CAP-HIST-STATUS NOT = "00"
                   MOVE 'Y' TO CAP-EOF
               END-IF
               PERFORM UNTIL CAP-EOF = 'Y'
                   READ CAP-HIST-FILE INTO CAP-ROW
                       AT END MOVE 'Y' TO CAP-EOF
                   END-READ
                   IF CAP-EOF = 'N' AND CAP-R-DATE = CAP-TODAY
                       MOVE 'Y' TO CAP-EOF
                       MOVE 'N' TO CAP-IF-DUE
                   END-IF
               END-PERFORM
               IF WS-CAP-HIST-STATUS NOT = "35"
                   CLOSE CAP-HIST-FILE
               END-IF
               IF CAP-IF-DUE = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'N' TO CAP-TAKEN.
           PERFORM VARYING CAP-V-IDX FROM 1 BY 1 UNTIL CAP-V-IDX > 3
               MOVE CAP-VOLS(CAP-V-IDX:1) TO CAP-VOL
               PERFORM CAP-SNAP-VOL
           END-PERFORM.
           IF CAP-TAKEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE "Capacity snapshot taken" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           MOVE WS-CFG-CAP-WARN TO CAP-WARN.
           IF CAP-WARN = 0
               MOVE 30 TO CAP-WARN
           END-IF.
           MOVE 8 TO CAP-WEEKS.
           PERFORM VARYING CAP-V-IDX FROM 1 BY 1 UNTIL CAP-V-IDX > 3
               MOVE CAP-VOLS(CAP-V-IDX:1) TO CAP-VOL
               PERFORM CAP-LOAD-VOL
               PERFORM CAP-PROJECT
               IF CAP-FORECAST = 'Y' AND CAP-DAYS-LEFT <= CAP-WARN
                   MOVE CAP-DAYS-LEFT TO CAP-DAYS-ED
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "Volume " CAP-VOL ": full in "
                       FUNCTION TRIM(CAP-DAYS-ED) " days, "
                       CAP-FULL-DATE
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   END-STRING
                   MOVE "CAPACITY" TO WS-ALERT-SUBSYS
                   IF CAP-DAYS-LEFT <= 7
                       MOVE 3 TO WS-ALERT-SEVERITY
                   ELSE
                       MOVE 2 TO WS-ALERT-SEVERITY
                   END-IF
                   CALL "KRNLALRT" END-CALL
                   MOVE WS-ALERT-TEXT TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
               END-IF
           END-PERFORM.
      * One volume's figures off its allocator and directory.  A
      * volume whose allocator has never handed out a sector is not
      * in use and gets no rows.
       CAP-SNAP-VOL.
           MOVE CAP-VOL TO FILE-VOL.
           PERFORM FILE-ALLOC-LOAD.
           IF WS-FILE-NEXT-SECT <= 1
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-NEXT-SECT TO CAP-NEXT.
           MOVE 0 TO CAP-LIVE.
           MOVE 0 TO CAP-FILES.
           MOVE 0 TO CAP-OWN-COUNT.
           MOVE 0 TO CAP-FLD-COUNT.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   PERFORM CAP-TALLY-ENTRY
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           OPEN EXTEND CAP-HIST-FILE.
           IF WS-CAP-HIST-STATUS NOT = "00"
               OPEN OUTPUT CAP-HIST-FILE
               CLOSE CAP-HIST-FILE
               OPEN EXTEND CAP-HIST-FILE
           END-IF.
           MOVE SPACES TO CAP-ROW.
           MOVE CAP-TODAY TO CAP-R-DATE.
           MOVE 'V' TO CAP-R-TYPE.
           MOVE CAP-VOL TO CAP-R-VOL.
           MOVE CAP-LIVE TO CAP-R-LIVE.
           MOVE CAP-FILES TO CAP-R-FILES.
           IF CAP-NEXT - 1 > CAP-LIVE
               COMPUTE CAP-R-DEAD = CAP-NEXT - 1 - CAP-LIVE
               END-COMPUTE
           ELSE
               MOVE 0 TO CAP-R-DEAD
           END-IF.
           MOVE CAP-NEXT TO CAP-R-NEXT.
           WRITE CAP-HIST-REC FROM CAP-ROW END-WRITE.
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > CAP-OWN-COUNT
               MOVE SPACES TO CAP-ROW
               MOVE CAP-TODAY TO CAP-R-DATE
               MOVE 'O' TO CAP-R-TYPE
               MOVE CAP-VOL TO CAP-R-VOL
               MOVE CAP-OWN-ID(CAP-IDX) TO CAP-R-KEY
               MOVE CAP-OWN-SECT(CAP-IDX) TO CAP-R-LIVE
               MOVE CAP-OWN-FILES(CAP-IDX) TO CAP-R-FILES
               WRITE CAP-HIST-REC FROM CAP-ROW END-WRITE
           END-PERFORM.
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > CAP-FLD-COUNT
               MOVE SPACES TO CAP-ROW
               MOVE CAP-TODAY TO CAP-R-DATE
               MOVE 'F' TO CAP-R-TYPE
               MOVE CAP-VOL TO CAP-R-VOL
               MOVE CAP-FLD-NAME(CAP-IDX) TO CAP-R-KEY
               MOVE CAP-FLD-SECT(CAP-IDX) TO CAP-R-LIVE
               MOVE CAP-FLD-FILES(CAP-IDX) TO CAP-R-FILES
               WRITE CAP-HIST-REC FROM CAP-ROW END-WRITE
           END-PERFORM.
           CLOSE CAP-HIST-FILE.
           MOVE 'Y' TO CAP-TAKEN.
      * The live entry in FILE-DIR-REC into the volume, operator and
      * folder totals (an entry from before ownership was stamped
      * counts under "(none)"; past 16 operators or 32 folders the
      * rest go uncounted by name but still count for the volume)
       CAP-TALLY-ENTRY.
           ADD FILE-DIR-NUMSECT TO CAP-LIVE END-ADD.
           ADD 1 TO CAP-FILES END-ADD.
           MOVE FILE-DIR-OWNER TO CAP-R-KEY.
           IF CAP-R-KEY = SPACES
               MOVE "(none)" TO CAP-R-KEY
           END-IF.
           MOVE 0 TO CAP-HIT.
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > CAP-OWN-COUNT OR CAP-HIT NOT = 0
               IF CAP-OWN-ID(CAP-IDX) = CAP-R-KEY
                   MOVE CAP-IDX TO CAP-HIT
               END-IF
           END-PERFORM.
           IF CAP-HIT = 0 AND CAP-OWN-COUNT < 16
               ADD 1 TO CAP-OWN-COUNT END-ADD
               MOVE CAP-OWN-COUNT TO CAP-HIT
               MOVE CAP-R-KEY TO CAP-OWN-ID(CAP-HIT)
               MOVE 0 TO CAP-OWN-SECT(CAP-HIT)
               MOVE 0 TO CAP-OWN-FILES(CAP-HIT)
           END-IF.
           IF CAP-HIT NOT = 0
               ADD FILE-DIR-NUMSECT TO CAP-OWN-SECT(CAP-HIT) END-ADD
               ADD 1 TO CAP-OWN-FILES(CAP-HIT) END-ADD
           END-IF.
           PERFORM FILE-SPLIT-DIR-NAME.
           MOVE DIR-ENT-FOLDER TO CAP-R-KEY.
           IF CAP-R-KEY = SPACES
               MOVE "/" TO CAP-R-KEY
           END-IF.
           MOVE 0 TO CAP-HIT.
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > CAP-FLD-COUNT OR CAP-HIT NOT = 0
               IF CAP-FLD-NAME(CAP-IDX) = CAP-R-KEY
                   MOVE CAP-IDX TO CAP-HIT
               END-IF
           END-PERFORM.
           IF CAP-HIT = 0 AND CAP-FLD-COUNT < 32
               ADD 1 TO CAP-FLD-COUNT END-ADD
               MOVE CAP-FLD-COUNT TO CAP-HIT
               MOVE CAP-R-KEY TO CAP-FLD-NAME(CAP-HIT)
               MOVE 0 TO CAP-FLD-SECT(CAP-HIT)
               MOVE 0 TO CAP-FLD-FILES(CAP-HIT)
           END-IF.
           IF CAP-HIT NOT = 0
               ADD FILE-DIR-NUMSECT TO CAP-FLD-SECT(CAP-HIT) END-ADD
               ADD 1 TO CAP-FLD-FILES(CAP-HIT) END-ADD
           END-IF.
      * Volume CAP-VOL's history over the last CAP-WEEKS weeks into
      * CAP-SMP, one sample a day, and the operator and folder rows
      * of its newest snapshot into CAP-USE
       CAP-LOAD-VOL.
           EVALUATE CAP-VOL
               WHEN 'B' MOVE WS-CFG-VOL-SIZE-B TO CAP-SIZE
               WHEN 'C' MOVE WS-CFG-VOL-SIZE-C TO CAP-SIZE
               WHEN OTHER MOVE WS-CFG-VOL-SIZE-A TO CAP-SIZE
           END-EVALUATE.
           IF CAP-SIZE = 0
               MOVE 9999999 TO CAP-SIZE
           END-IF.
           MOVE CAP-TODAY(1:4) TO AGE-Y.
           MOVE CAP-TODAY(5:2) TO AGE-M.
           MOVE CAP-TODAY(7:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           MOVE AGE-DN TO CAP-TODAY-DN.
           COMPUTE CAP-FROM-DN = CAP-TODAY-DN - (CAP-WEEKS * 7)
           END-COMPUTE.
           MOVE 0 TO CAP-SMP-COUNT.
           MOVE 0 TO CAP-USE-COUNT.
           MOVE SPACES TO CAP-USE-DATE.
           MOVE 'N' TO CAP-EOF.
           OPEN INPUT CAP-HIST-FILE.
           IF WS-CAP-HIST-STATUS NOT = "00"
               MOVE 'Y' TO CAP-EOF
           END-IF.
           PERFORM UNTIL CAP-EOF = 'Y'
               READ CAP-HIST-FILE INTO CAP-ROW
                   AT END MOVE 'Y' TO CAP-EOF
               END-READ
               IF CAP-EOF = 'N' AND CAP-R-VOL = CAP-VOL
                   AND CAP-R-DATE IS NUMERIC
                   PERFORM CAP-LOAD-ROW
               END-IF
           END-PERFORM.
           IF WS-CAP-HIST-STATUS NOT = "35"
               CLOSE CAP-HIST-FILE
           END-IF.
       CAP-LOAD-ROW.
           IF CAP-R-TYPE = 'V'
               IF CAP-R-DATE >= CAP-USE-DATE
                   MOVE CAP-R-DATE TO CAP-USE-DATE
                   MOVE 0 TO CAP-USE-COUNT
               END-IF
               MOVE CAP-R-DATE(1:4) TO AGE-Y
               MOVE CAP-R-DATE(5:2) TO AGE-M
               MOVE CAP-R-DATE(7:2) TO AGE-D
               PERFORM AGE-DAYNUM
               IF AGE-DATE-OK = 'N' OR AGE-DN < CAP-FROM-DN
                   OR AGE-DN > CAP-TODAY-DN
                   EXIT PARAGRAPH
               END-IF
               IF CAP-SMP-COUNT = 0
                   OR CAP-S-DN(CAP-SMP-COUNT) NOT = AGE-DN
                   IF CAP-SMP-COUNT >= 200
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO CAP-SMP-COUNT END-ADD
               END-IF
               MOVE AGE-DN TO CAP-S-DN(CAP-SMP-COUNT)
               MOVE CAP-R-DATE TO CAP-S-DATE(CAP-SMP-COUNT)
               MOVE CAP-R-NEXT TO CAP-S-NEXT(CAP-SMP-COUNT)
               MOVE CAP-R-LIVE TO CAP-S-LIVE(CAP-SMP-COUNT)
               MOVE CAP-R-DEAD TO CAP-S-DEAD(CAP-SMP-COUNT)
               MOVE CAP-R-FILES TO CAP-S-FILES(CAP-SMP-COUNT)
           ELSE
               IF CAP-R-DATE = CAP-USE-DATE AND CAP-USE-COUNT < 48
                   ADD 1 TO CAP-USE-COUNT END-ADD
                   MOVE CAP-ROW TO CAP-USE(CAP-USE-COUNT)
               END-IF
           END-IF.
      * The fill date at the rate the next-free sector has grown
      * across the samples: CAP-FORECAST 'Y' with CAP-DAYS-LEFT and
      * CAP-FULL-DATE set, 'N' when there is no growth to go on, 'F'
      * when the date is over a century out
       CAP-PROJECT.
           MOVE 'N' TO CAP-FORECAST.
           MOVE 0 TO CAP-RATE.
           MOVE 0 TO CAP-DAYS-LEFT.
           MOVE SPACES TO CAP-FULL-DATE.
           IF CAP-SMP-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CAP-SPAN-DAYS = CAP-S-DN(CAP-SMP-COUNT) - CAP-S-DN(1)
           END-COMPUTE.
           IF CAP-SPAN-DAYS = 0
               OR CAP-S-NEXT(CAP-SMP-COUNT) <= CAP-S-NEXT(1)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CAP-RATE ROUNDED = (CAP-S-NEXT(CAP-SMP-COUNT)
               - CAP-S-NEXT(1)) / CAP-SPAN-DAYS END-COMPUTE.
           IF CAP-S-NEXT(CAP-SMP-COUNT) < CAP-SIZE
               COMPUTE CAP-DAYS-LEFT = ((CAP-SIZE
                   - CAP-S-NEXT(CAP-SMP-COUNT)) * CAP-SPAN-DAYS)
                   / (CAP-S-NEXT(CAP-SMP-COUNT) - CAP-S-NEXT(1))
               END-COMPUTE
           END-IF.
           IF CAP-DAYS-LEFT > 36500
               MOVE 'F' TO CAP-FORECAST
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO CAP-FORECAST.
           COMPUTE CAP-FULL-DN = CAP-S-DN(CAP-SMP-COUNT)
               + CAP-DAYS-LEFT END-COMPUTE.
           PERFORM CAP-DN-DATE.
      * CAP-FULL-DN back to a calendar date in CAP-FULL-DATE -- the
      * reverse of AGE-DAYNUM, on the same March-based year
       CAP-DN-DATE.
           MOVE CAP-FULL-DN TO CAP-Z.
           DIVIDE CAP-Z BY 146097 GIVING CAP-ERA END-DIVIDE.
           COMPUTE CAP-DOE = CAP-Z - (CAP-ERA * 146097) END-COMPUTE.
           MOVE CAP-DOE TO CAP-T1.
           DIVIDE CAP-DOE BY 1460 GIVING CAP-Y END-DIVIDE.
           SUBTRACT CAP-Y FROM CAP-T1 END-SUBTRACT.
           DIVIDE CAP-DOE BY 36524 GIVING CAP-Y END-DIVIDE.
           ADD CAP-Y TO CAP-T1 END-ADD.
           DIVIDE CAP-DOE BY 146096 GIVING CAP-Y END-DIVIDE.
           SUBTRACT CAP-Y FROM CAP-T1 END-SUBTRACT.
           DIVIDE CAP-T1 BY 365 GIVING CAP-YOE END-DIVIDE.
           COMPUTE CAP-T1 = CAP-YOE * 365 END-COMPUTE.
           DIVIDE CAP-YOE BY 4 GIVING CAP-Y END-DIVIDE.
           ADD CAP-Y TO CAP-T1 END-ADD.
           DIVIDE CAP-YOE BY 100 GIVING CAP-Y END-DIVIDE.
           SUBTRACT CAP-Y FROM CAP-T1 END-SUBTRACT.
           COMPUTE CAP-DOY = CAP-DOE - CAP-T1 END-COMPUTE.
           COMPUTE CAP-T1 = (5 * CAP-DOY) + 2 END-COMPUTE.
           DIVIDE CAP-T1 BY 153 GIVING CAP-MP END-DIVIDE.
           COMPUTE CAP-T1 = (153 * CAP-MP) + 2 END-COMPUTE.
           DIVIDE CAP-T1 BY 5 GIVING CAP-T1 END-DIVIDE.
           COMPUTE CAP-D = CAP-DOY - CAP-T1 + 1 END-COMPUTE.
           COMPUTE CAP-Y = CAP-YOE + (CAP-ERA * 400) END-COMPUTE.
           IF CAP-MP < 10
               COMPUTE CAP-M = CAP-MP + 3 END-COMPUTE
           ELSE
               COMPUTE CAP-M = CAP-MP - 9 END-COMPUTE
               ADD 1 TO CAP-Y END-ADD
           END-IF.
           MOVE SPACES TO CAP-FULL-DATE.
           STRING CAP-Y "-" CAP-M "-" CAP-D
               DELIMITED BY SIZE INTO CAP-FULL-DATE
           END-STRING.
      * CAPACITY shell operation: for each volume in use, its figures
      * week by week over the last few weeks (Argument, 1 to 16,
      * default 8), the growth rate and projected fill date, and the
      * newest snapshot's usage by operator and by folder, to
      * wherever OUTPUT has reports going
       CAP-REPORT.
           MOVE 8 TO CAP-WEEKS.
           IF WS-SHELL-REQ-ARG1(1:2) IS NUMERIC
               MOVE WS-SHELL-REQ-ARG1(1:2) TO CAP-WEEKS
           ELSE
               IF WS-SHELL-REQ-ARG1(1:1) IS NUMERIC
                   AND WS-SHELL-REQ-ARG1(2:1) = SPACE
                   MOVE WS-SHELL-REQ-ARG1(1:1) TO CAP-WEEKS
               END-IF
           END-IF.
           IF CAP-WEEKS = 0 OR CAP-WEEKS > 16
               DISPLAY "CAPACITY: weeks run 1 to 16" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CFG-CAP-WARN TO CAP-WARN.
           IF CAP-WARN = 0
               MOVE 30 TO CAP-WARN
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO CAP-TODAY.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO CAP-TODAY
           END-STRING.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "VOLUME CAPACITY  last " CAP-WEEKS " weeks to "
               CAP-TODAY "  warning at " CAP-WARN " days"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE 'N' TO CAP-TAKEN.
           PERFORM VARYING CAP-V-IDX FROM 1 BY 1 UNTIL CAP-V-IDX > 3
               MOVE CAP-VOLS(CAP-V-IDX:1) TO CAP-VOL
               PERFORM CAP-LOAD-VOL
               IF CAP-SMP-COUNT > 0
                   MOVE 'Y' TO CAP-TAKEN
                   PERFORM CAP-REPORT-VOL
               END-IF
           END-PERFORM.
           IF CAP-TAKEN = 'N'
               MOVE SPACES TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               MOVE "No snapshots in the window - none taken yet?"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Volume capacity report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       CAP-REPORT-VOL.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE CAP-SIZE TO CAP-SECT-ED.
           STRING "Volume " CAP-VOL ":  size "
               FUNCTION TRIM(CAP-SECT-ED) " sectors"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE "  WEEK TO   NEXT-FREE     LIVE     DEAD  FILES  GROWTH"
               TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
      * The last sample of each week, oldest week first
           MOVE 0 TO CAP-PREV.
           PERFORM VARYING CAP-WK FROM 0 BY 1
               UNTIL CAP-WK > CAP-WEEKS
               COMPUTE CAP-PICK-DN = CAP-FROM-DN + (CAP-WK * 7)
               END-COMPUTE
               MOVE 0 TO CAP-PICK
               PERFORM VARYING CAP-IDX FROM 1 BY 1
                   UNTIL CAP-IDX > CAP-SMP-COUNT
                   IF CAP-S-DN(CAP-IDX) <= CAP-PICK-DN
                       AND CAP-S-DN(CAP-IDX) + 7 > CAP-PICK-DN
                       MOVE CAP-IDX TO CAP-PICK
                   END-IF
               END-PERFORM
               IF CAP-PICK NOT = 0
                   PERFORM CAP-REPORT-WEEK
               END-IF
           END-PERFORM.
           PERFORM CAP-PROJECT.
           MOVE SPACES TO WS-RPTO-LINE.
           EVALUATE CAP-FORECAST
               WHEN 'Y'
                   MOVE CAP-RATE TO CAP-RATE-ED
                   MOVE CAP-DAYS-LEFT TO CAP-DAYS-ED
                   STRING "  Growing " FUNCTION TRIM(CAP-RATE-ED)
                       " sectors/day: full " CAP-FULL-DATE " in "
                       FUNCTION TRIM(CAP-DAYS-ED) " days"
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               WHEN 'F'
                   MOVE CAP-RATE TO CAP-RATE-ED
                   STRING "  Growing " FUNCTION TRIM(CAP-RATE-ED)
                       " sectors/day: not full this century"
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "  No growth in the window - no fill date"
                       TO WS-RPTO-LINE
           END-EVALUATE.
           PERFORM REPORT-OUT-LINE.
           IF CAP-FORECAST = 'Y' AND CAP-DAYS-LEFT <= CAP-WARN
               MOVE "  ** WITHIN THE WARNING WINDOW **"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           IF CAP-USE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "  Usage on " CAP-USE-DATE
               ":     SECTORS  FILES"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > CAP-USE-COUNT
               MOVE CAP-USE(CAP-IDX) TO CAP-ROW
               MOVE CAP-R-LIVE TO CAP-SECT-ED
               MOVE CAP-R-FILES TO CAP-FILES-ED
               MOVE SPACES TO WS-RPTO-LINE
               IF CAP-R-TYPE = 'O'
                   STRING "    operator " CAP-R-KEY " " CAP-SECT-ED
                       " " CAP-FILES-ED
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               ELSE
                   STRING "    folder   " CAP-R-KEY " " CAP-SECT-ED
                       " " CAP-FILES-ED
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               END-IF
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
       CAP-REPORT-WEEK.
           MOVE SPACES TO WS-RPTO-LINE.
           MOVE CAP-S-DATE(CAP-PICK) TO WS-RPTO-LINE(3:8).
           MOVE CAP-S-NEXT(CAP-PICK) TO CAP-SECT-ED.
           MOVE CAP-SECT-ED TO WS-RPTO-LINE(14:8).
           MOVE CAP-S-LIVE(CAP-PICK) TO CAP-SECT-ED.
           MOVE CAP-SECT-ED TO WS-RPTO-LINE(23:8).
           MOVE CAP-S-DEAD(CAP-PICK) TO CAP-SECT-ED.
           MOVE CAP-SECT-ED TO WS-RPTO-LINE(32:8).
           MOVE CAP-S-FILES(CAP-PICK) TO CAP-FILES-ED.
           MOVE CAP-FILES-ED TO WS-RPTO-LINE(41:6).
           IF CAP-PREV NOT = 0
               COMPUTE CAP-GROW = CAP-S-NEXT(CAP-PICK) - CAP-PREV
               END-COMPUTE
               MOVE CAP-GROW TO CAP-GROW-ED
               MOVE CAP-GROW-ED TO WS-RPTO-LINE(47:8)
           END-IF.
           MOVE CAP-S-NEXT(CAP-PICK) TO CAP-PREV.
           PERFORM REPORT-OUT-LINE.
      * MIGRATE shell operation.  With a number of days (and B: or
      * C:, B: by default) a supervisor moves every file on A: not
      * modified in that long off to that volume; with no argument
      * it reports the register and the stubs A: holds now.  Either
      * way the listing goes wherever OUTPUT has reports going.
       MIG-REPORT.
           IF WS-SHELL-REQ-ARG1 = SPACES
               PERFORM MIG-REGISTER-REPORT
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO MIG-SECT-IDX.
           INSPECT WS-SHELL-REQ-ARG1 TALLYING MIG-SECT-IDX
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO MIG-DAYS.
           IF MIG-SECT-IDX > 0 AND MIG-SECT-IDX < 5
               IF WS-SHELL-REQ-ARG1(1:MIG-SECT-IDX) IS NUMERIC
                   COMPUTE MIG-DAYS = FUNCTION NUMVAL(
                       WS-SHELL-REQ-ARG1(1:MIG-SECT-IDX))
                   END-COMPUTE
               END-IF
           END-IF.
           IF WS-OPER-LEVEL < 5
               DISPLAY "MIGRATE: supervisor only" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG2(1:1) TO MIG-TGT.
           MOVE 'Y' TO MIG-LIST.
           PERFORM REPORT-OUT-OPEN.
           PERFORM MIG-RUN.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE MIG-MSG TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           PERFORM LIB-PAUSE.
      * One migration pass: MIG-DAYS and MIG-TGT in, MIG-OK and a
      * summary in MIG-MSG out.  With MIG-LIST 'Y' each file moved
      * is listed through REPORT-OUT as well.  A file qualifies when
      * it is live on A: with content of its own, neither a stub nor
      * a generation group base nor enciphered-key material (SEC),
      * not the register's own bookkeeping, last modified (or, with
      * no stamp, created) before the cutoff, and not recalled
      * since the cutoff either.
       MIG-RUN.
           MOVE 'N' TO MIG-OK.
           MOVE 0 TO MIG-MOVED.
           MOVE 0 TO MIG-SKIPPED.
           MOVE 0 TO MIG-FREED.
           IF MIG-TGT = SPACE
               MOVE 'B' TO MIG-TGT
           END-IF.
           IF MIG-TGT NOT = 'B' AND MIG-TGT NOT = 'C'
               MOVE "MIGRATE: target is B: or C:" TO MIG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-STORE-RO = 'Y'
               MOVE "MIGRATE: store is read-only (safe mode)" TO MIG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF MIG-TGT = 'B' AND WS-MIRROR-MODE = 'Y'
               MOVE "MIGRATE: B: is holding the mirror" TO MIG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF MIG-DAYS = 0
               MOVE "MIGRATE: days run 1 to 9999" TO MIG-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO MIG-TODAY.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO MIG-TODAY
           END-STRING.
           MOVE MIG-TODAY(1:4) TO AGE-Y.
           MOVE MIG-TODAY(5:2) TO AGE-M.
           MOVE MIG-TODAY(7:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           COMPUTE CAP-FULL-DN = AGE-DN - MIG-DAYS END-COMPUTE.
           PERFORM CAP-DN-DATE.
           MOVE SPACES TO MIG-CUTOFF.
           STRING CAP-Y CAP-M CAP-D
               DELIMITED BY SIZE INTO MIG-CUTOFF
           END-STRING.
           IF MIG-LIST = 'Y'
               MOVE SPACES TO WS-RPTO-LINE
               STRING "MIGRATION TO " MIG-TGT ":  files on A: not "
                   "modified since " MIG-CUTOFF
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
               MOVE SPACES TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE 0 TO MIG-CAND-COUNT.
           MOVE 'N' TO MIG-OVER.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   PERFORM MIG-CONSIDER
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           PERFORM VARYING MIG-IDX FROM 1 BY 1
               UNTIL MIG-IDX > MIG-CAND-COUNT
               MOVE MIG-C-NAME(MIG-IDX) TO MIG-NAME
               MOVE MIG-C-EXT(MIG-IDX) TO MIG-EXT
               PERFORM MIG-ONE
           END-PERFORM.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE 'Y' TO MIG-OK.
           MOVE MIG-MOVED TO MIG-CNT-ED.
           MOVE MIG-FREED TO MIG-SECT-ED.
           MOVE SPACES TO MIG-MSG.
           STRING FUNCTION TRIM(MIG-CNT-ED) " migrated to " MIG-TGT
               ":, " FUNCTION TRIM(MIG-SECT-ED) " sectors freed"
               DELIMITED BY SIZE INTO MIG-MSG
           END-STRING.
           IF MIG-OVER = 'Y' AND MIG-LIST = 'Y'
               MOVE "  more qualify than one pass takes - run again"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Migrate: " MIG-MSG
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * The A: entry in FILE-DIR-REC onto the candidate list if it
      * qualifies (past 64 the rest wait for the next pass)
       MIG-CONSIDER.
           IF FILE-DIR-MIG-FLAG = 'M' OR FILE-DIR-NUMSECT = 0
               OR FILE-DIR-EXT = "SEC"
               EXIT PARAGRAPH
           END-IF.
           IF FILE-DIR-GDG-LIMIT IS NUMERIC
               AND FILE-DIR-GDG-LIMIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF FILE-DIR-MIG-FLAG = 'R'
               AND FILE-DIR-MIG-DATE >= MIG-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           IF FILE-DIR-MOD-STAMP NOT = SPACES
               MOVE FILE-DIR-MOD-STAMP(1:8) TO MIG-MODDATE
           ELSE
               MOVE SPACES TO MIG-MODDATE
               STRING FILE-DIR-CREAT-TIME-YEAR
                   FILE-DIR-CREAT-TIME-MONTH FILE-DIR-CREAT-TIME-DAY
                   DELIMITED BY SIZE INTO MIG-MODDATE
               END-STRING
           END-IF.
           IF MIG-MODDATE >= MIG-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           IF MIG-CAND-COUNT >= 64
               MOVE 'Y' TO MIG-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MIG-CAND-COUNT END-ADD.
           MOVE FILE-DIR-NAME TO MIG-C-NAME(MIG-CAND-COUNT).
           MOVE FILE-DIR-EXT TO MIG-C-EXT(MIG-CAND-COUNT).
      * Move MIG-NAME.MIG-EXT's content off A: to MIG-TGT.  A name
      * already live on the target is left where it is -- nothing
      * of someone else's is ever overwritten to make room.
       MIG-ONE.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00" OR FILE-DIR-DELETED = 'Y'
               OR FILE-DIR-NUMSECT = 0
               PERFORM FILE-DIR-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-DIR-REC TO MIG-SAVE-REC.
           COMPUTE MIG-SRC-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           MOVE FILE-DIR-NUMSECT TO MIG-NUMSECT.
           IF FILE-DIR-MOD-STAMP NOT = SPACES
               MOVE FILE-DIR-MOD-STAMP(1:8) TO MIG-MODDATE
           ELSE
               MOVE SPACES TO MIG-MODDATE
               STRING FILE-DIR-CREAT-TIME-YEAR
                   FILE-DIR-CREAT-TIME-MONTH FILE-DIR-CREAT-TIME-DAY
                   DELIMITED BY SIZE INTO MIG-MODDATE
               END-STRING
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-TGT TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               PERFORM FILE-DIR-CLOSE
               ADD 1 TO MIG-SKIPPED END-ADD
               IF MIG-LIST = 'Y'
                   MOVE SPACES TO WS-RPTO-LINE
                   STRING "  kept   " MIG-NAME " " MIG-EXT
                       "  name already live on " MIG-TGT ":"
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
                   PERFORM REPORT-OUT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE 'A' TO MIG-FROM-VOL.
           MOVE MIG-TGT TO MIG-TO-VOL.
           PERFORM MIG-COPY-SECTORS.
      * The target's entry: the file as it was, on its new extent
           MOVE MIG-TGT TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           MOVE MIG-SAVE-REC TO FILE-DIR-REC.
           DIVIDE MIG-DST-BASE BY 1000 GIVING FILE-DIR-CYL END-DIVIDE.
           MOVE FUNCTION MOD(MIG-DST-BASE, 1000) TO FILE-DIR-SECT.
           MOVE 'C' TO FILE-DIR-MIG-FLAG.
           MOVE 'A' TO FILE-DIR-MIG-VOL.
           MOVE MIG-NUMSECT TO FILE-DIR-MIG-NUMSECT.
           MOVE MIG-TODAY TO FILE-DIR-MIG-DATE.
           IF WS-FILE-DIR-STATUS = "00"
               REWRITE FILE-DIR-REC END-REWRITE
           ELSE
               WRITE FILE-DIR-REC END-WRITE
           END-IF.
      * A: keeps the file as it is unless the copy is really filed
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
               MOVE "target entry would not write" TO MIG-FAIL-WHY
               PERFORM MIG-ONE-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
      * And A:'s entry becomes the stub
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00"
               MOVE 'M' TO FILE-DIR-MIG-FLAG
               MOVE MIG-TGT TO FILE-DIR-MIG-VOL
               MOVE MIG-NUMSECT TO FILE-DIR-MIG-NUMSECT
               MOVE MIG-TODAY TO FILE-DIR-MIG-DATE
               MOVE 0 TO FILE-DIR-NUMSECT
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
      * A: still holds the file, so the copy on the target goes
      * again
               MOVE MIG-TGT TO MIG-DROP-VOL
               MOVE MIG-NAME TO FILE-NAME
               MOVE MIG-EXT TO FILE-EXT
               PERFORM MIG-DROP-COPY
               MOVE "stub would not write on A:" TO MIG-FAIL-WHY
               PERFORM MIG-ONE-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE 'M' TO MIG-R-ACTION.
           MOVE MIG-TGT TO MIG-R-VOL.
           PERFORM MIG-HIST-APPEND.
           ADD 1 TO MIG-MOVED END-ADD.
           ADD MIG-NUMSECT TO MIG-FREED END-ADD.
           IF MIG-LIST = 'Y'
               MOVE MIG-NUMSECT TO MIG-CNT-ED
               MOVE SPACES TO WS-RPTO-LINE
               STRING "  moved  " MIG-NAME " " MIG-EXT " "
                   MIG-CNT-ED " sectors  last modified " MIG-MODDATE
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-IF.
      * A file MIG-ONE could not finish stays live on A: and is
      * listed with MIG-FAIL-WHY
       MIG-ONE-FAILED.
           ADD 1 TO MIG-SKIPPED END-ADD.
           IF MIG-LIST = 'Y'
               MOVE SPACES TO WS-RPTO-LINE
               STRING "  failed " MIG-NAME " " MIG-EXT "  " MIG-FAIL-WHY
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-IF.
      * MIG-NUMSECT sectors from MIG-SRC-BASE on MIG-FROM-VOL onto a
      * fresh extent of MIG-TO-VOL, whose base comes back in
      * MIG-DST-BASE.  The sectors go across exactly as stored, so
      * an enciphered or compressed file travels untouched.
       MIG-COPY-SECTORS.
           MOVE MIG-TO-VOL TO FILE-VOL.
           PERFORM FILE-ALLOC-LOAD.
           MOVE WS-FILE-NEXT-SECT TO MIG-DST-BASE.
           ADD MIG-NUMSECT TO WS-FILE-NEXT-SECT END-ADD.
           PERFORM FILE-ALLOC-SAVE.
           MOVE 'N' TO WS-FILE-ENC-ON.
           PERFORM VARYING MIG-SECT-IDX FROM 0 BY 1
               UNTIL MIG-SECT-IDX >= MIG-NUMSECT
               MOVE MIG-FROM-VOL TO FILE-VOL
               COMPUTE WS-FILE-ABS-SECT = MIG-SRC-BASE + MIG-SECT-IDX
               END-COMPUTE
               PERFORM FILE-SECT-FETCH
               MOVE MIG-TO-VOL TO FILE-VOL
               COMPUTE WS-FILE-ABS-SECT = MIG-DST-BASE + MIG-SECT-IDX
               END-COMPUTE
               PERFORM FILE-SECT-STORE
           END-PERFORM.
      * Bring a stub's content home.  Entered from FILE-OPEN with the
      * stub in FILE-DIR-REC and the directory open; leaves the
      * directory closed, FILE-VOL back on the stub's volume and
      * MIG-RECALL-OK 'Y' once the entry owns its sectors again.
       MIG-RECALL.
           MOVE 'N' TO MIG-RECALL-OK.
      * A read-only store cannot take the sectors home, and the stub
      * holds nothing of its own to open in their place
           IF WS-CFG-STORE-RO = 'Y'
               PERFORM FILE-DIR-CLOSE
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Recall refused, store read-only: "
                   FILE-DIR-NAME
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MIG-HOME-VOL.
           MOVE FILE-DIR-MIG-VOL TO MIG-FROM-VOL.
           MOVE FILE-DIR-NAME TO MIG-NAME.
           MOVE FILE-DIR-EXT TO MIG-EXT.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-FROM-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00" OR FILE-DIR-DELETED = 'Y'
               PERFORM FILE-DIR-CLOSE
               MOVE MIG-HOME-VOL TO FILE-VOL
               PERFORM FILE-VOL-SELECT
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Recall failed: " MIG-NAME
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MIG-SRC-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           MOVE FILE-DIR-NUMSECT TO MIG-NUMSECT.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-HOME-VOL TO MIG-TO-VOL.
           PERFORM MIG-COPY-SECTORS.
           MOVE MIG-HOME-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00"
               DIVIDE MIG-DST-BASE BY 1000 GIVING FILE-DIR-CYL
               END-DIVIDE
               MOVE FUNCTION MOD(MIG-DST-BASE, 1000) TO FILE-DIR-SECT
               MOVE MIG-NUMSECT TO FILE-DIR-NUMSECT
               MOVE 'R' TO FILE-DIR-MIG-FLAG
               PERFORM RTC-READ-DATETIME
               MOVE SPACES TO FILE-DIR-MIG-DATE
               STRING RTC-YEAR RTC-MONTH RTC-DAY
                   DELIMITED BY SIZE INTO FILE-DIR-MIG-DATE
               END-STRING
               MOVE FILE-DIR-MOD-STAMP(1:8) TO MIG-MODDATE
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
      * The stub keeps pointing at the other volume unless the entry
      * really took the new sectors -- the copy there stays wanted
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
               PERFORM FILE-VOL-SELECT
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Recall failed: " MIG-NAME
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
      * The copy left behind on the other volume is done with
           MOVE MIG-FROM-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE MIG-NAME TO FILE-DIR-NAME.
           MOVE MIG-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00"
               MOVE 'Y' TO FILE-DIR-DELETED
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           MOVE WS-FILE-DIR-STATUS TO MIG-DROP-STATUS.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-HOME-VOL TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE 'R' TO MIG-R-ACTION.
           MOVE MIG-FROM-VOL TO MIG-R-VOL.
           PERFORM MIG-HIST-APPEND.
      * The file is home either way; a copy that would not drop is
      * named in the log so it can be deleted by hand
           MOVE SPACES TO WS-LOG-ACTION.
           IF MIG-DROP-STATUS = "00"
               STRING "Recalled " MIG-NAME " from " MIG-FROM-VOL ":"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "Recalled " MIG-NAME " - copy left on "
                   MIG-FROM-VOL ":"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO MIG-RECALL-OK.
      * The migrated copy of the stub FILE-DELETE just removed goes
      * off MIG-DROP-VOL too; FILE-VOL comes back as it was
       MIG-DROP-COPY.
           MOVE FILE-VOL TO MIG-HOME-VOL.
           MOVE MIG-DROP-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               MOVE 'Y' TO FILE-DIR-DELETED
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-HOME-VOL TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
      * One register line for MIG-NAME.MIG-EXT, action and volume
      * already set in MIG-ROW
       MIG-HIST-APPEND.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO MIG-R-STAMP.
           MOVE MIG-NAME TO MIG-R-NAME.
           MOVE MIG-EXT TO MIG-R-EXT.
           MOVE MIG-NUMSECT TO MIG-R-SECT.
           IF WS-OPER-ON = 'Y'
               MOVE WS-OPER-ID TO MIG-R-WHO
           ELSE
               MOVE "SYSTEM" TO MIG-R-WHO
           END-IF.
           MOVE MIG-MODDATE TO MIG-R-MODDATE.
           OPEN EXTEND MIG-HIST-FILE.
           IF WS-MIG-HIST-STATUS NOT = "00"
               OPEN OUTPUT MIG-HIST-FILE
               CLOSE MIG-HIST-FILE
               OPEN EXTEND MIG-HIST-FILE
           END-IF.
           WRITE MIG-HIST-REC FROM MIG-ROW END-WRITE.
           CLOSE MIG-HIST-FILE.
      * The register, every move in order, with totals and the net
      * space it has freed on A:, then the stubs A: holds right now
       MIG-REGISTER-REPORT.
           PERFORM REPORT-OUT-OPEN.
           MOVE "MIGRATION REGISTER" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "STAMP          ACT VOL  NAME             EXT  SECT"
               TO WS-RPTO-LINE.
           MOVE "OPER     MODIFIED" TO WS-RPTO-LINE(52:17).
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO MIG-N-MIG.
           MOVE 0 TO MIG-N-REC.
           MOVE 0 TO MIG-S-MIG.
           MOVE 0 TO MIG-S-REC.
           MOVE 'N' TO MIG-EOF.
           OPEN INPUT MIG-HIST-FILE.
           IF WS-MIG-HIST-STATUS NOT = "00"
               MOVE 'Y' TO MIG-EOF
           END-IF.
           PERFORM UNTIL MIG-EOF = 'Y'
               READ MIG-HIST-FILE INTO MIG-ROW
                   AT END MOVE 'Y' TO MIG-EOF
               END-READ
               IF MIG-EOF = 'N' AND MIG-R-SECT IS NUMERIC
                   IF MIG-R-ACTION = 'R'
                       ADD 1 TO MIG-N-REC END-ADD
                       ADD MIG-R-SECT TO MIG-S-REC END-ADD
                   ELSE
                       ADD 1 TO MIG-N-MIG END-ADD
                       ADD MIG-R-SECT TO MIG-S-MIG END-ADD
                   END-IF
                   MOVE SPACES TO WS-RPTO-LINE
                   STRING MIG-R-STAMP "  " MIG-R-ACTION "   "
                       MIG-R-VOL ":  " MIG-R-NAME(1:16) " "
                       MIG-R-EXT "  " MIG-R-SECT " "
                       MIG-R-WHO " " MIG-R-MODDATE
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
                   PERFORM REPORT-OUT-LINE
               END-IF
           END-PERFORM.
           IF WS-MIG-HIST-STATUS NOT = "35"
               CLOSE MIG-HIST-FILE
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE MIG-N-MIG TO MIG-CNT-ED.
           MOVE MIG-S-MIG TO MIG-SECT-ED.
           STRING "Migrated " MIG-CNT-ED "  sectors " MIG-SECT-ED
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE MIG-N-REC TO MIG-CNT-ED.
           MOVE MIG-S-REC TO MIG-SECT-ED.
           STRING "Recalled " MIG-CNT-ED "  sectors " MIG-SECT-ED
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
      * What the stubs on A: stand for now
           MOVE 0 TO MIG-STUBS.
           MOVE 0 TO MIG-STUB-SECT.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-MIG-FLAG = 'M'
                   ADD 1 TO MIG-STUBS END-ADD
                   ADD FILE-DIR-MIG-NUMSECT TO MIG-STUB-SECT END-ADD
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           MOVE MIG-STUBS TO MIG-CNT-ED.
           MOVE MIG-STUB-SECT TO MIG-SECT-ED.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Stubs on A: now " MIG-CNT-ED "  freeing "
               FUNCTION TRIM(MIG-SECT-ED) " sectors"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
      * RETAIN shell operation.  No argument lists every file on the
      * volumes in use with its class, expiry date and standing,
      * after the class table itself.  A file specification with a
      * class name assigns that class (NONE clears it back to the
      * patterns), HOLD or RELEASE sets or lifts a legal hold.
      * "+CLASS" with "NAME DAYS C|M" in Argument 2 defines a class
      * (0 days removes it), "+PATTERN" with "PATTERN[.EXT] CLASS"
      * assigns one by name (class NONE removes the pattern).
       RET-REPORT.
           EVALUATE WS-SHELL-REQ-ARG1
               WHEN SPACES
                   PERFORM RET-LIST
               WHEN "+CLASS"
                   PERFORM RET-SET-CLASS
               WHEN "+PATTERN"
                   PERFORM RET-SET-PATTERN
               WHEN OTHER
                   PERFORM RET-SET-FILE
           END-EVALUATE.
           PERFORM LIB-PAUSE.
      * RETAIN.DAT into RET-CLS and RET-PAT (no file means no
      * classes, and so nothing ever expires)
       RET-LOAD-TABLE.
           MOVE 0 TO RET-CLS-COUNT.
           MOVE 0 TO RET-PAT-COUNT.
           MOVE 'A' TO FILE-VOL.
           MOVE "RETAIN" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   PERFORM RET-LOAD-ROW
               END-IF
           END-PERFORM.
       RET-LOAD-ROW.
           IF FILE-REC-AREA(1:1) = 'C' AND FILE-REC-AREA(3:8)
               NOT = SPACES AND FILE-REC-AREA(12:5) IS NUMERIC
               AND RET-CLS-COUNT < 32
               ADD 1 TO RET-CLS-COUNT END-ADD
               MOVE FILE-REC-AREA(3:8) TO RET-C-NAME(RET-CLS-COUNT)
               MOVE FILE-REC-AREA(12:5) TO RET-C-DAYS(RET-CLS-COUNT)
               MOVE FILE-REC-AREA(18:1) TO RET-C-BASIS(RET-CLS-COUNT)
           END-IF.
           IF FILE-REC-AREA(1:1) = 'P' AND FILE-REC-AREA(3:24)
               NOT = SPACES AND FILE-REC-AREA(32:8) NOT = SPACES
               AND RET-PAT-COUNT < 32
               ADD 1 TO RET-PAT-COUNT END-ADD
               MOVE FILE-REC-AREA(3:24) TO RET-P-TEXT(RET-PAT-COUNT)
               MOVE FILE-REC-AREA(28:3) TO RET-P-EXT(RET-PAT-COUNT)
               MOVE FILE-REC-AREA(32:8) TO RET-P-CLASS(RET-PAT-COUNT)
               MOVE 0 TO RET-P-LEN(RET-PAT-COUNT)
               INSPECT RET-P-TEXT(RET-PAT-COUNT)
                   TALLYING RET-P-LEN(RET-PAT-COUNT)
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF RET-P-LEN(RET-PAT-COUNT) < 24
                   MOVE 'Y' TO RET-P-PREFIX(RET-PAT-COUNT)
               ELSE
                   MOVE 'N' TO RET-P-PREFIX(RET-PAT-COUNT)
               END-IF
           END-IF.
      * The standing of the entry in FILE-DIR-REC against the loaded
      * table, as of RET-TODAY
       RET-EVALUATE.
           MOVE 'N' TO RET-STATE.
           MOVE SPACES TO RET-FROM.
           MOVE SPACES TO RET-EXPIRY.
           MOVE FILE-DIR-RET-CLASS TO RET-CLASS.
           IF RET-CLASS = SPACES
               PERFORM VARYING RET-IDX FROM 1 BY 1
                   UNTIL RET-IDX > RET-PAT-COUNT
                   OR RET-CLASS NOT = SPACES
                   IF RET-P-EXT(RET-IDX) = SPACES
                       OR RET-P-EXT(RET-IDX) = FILE-DIR-EXT
                       IF RET-P-PREFIX(RET-IDX) = 'Y'
                           IF RET-P-LEN(RET-IDX) = 0
                               MOVE RET-P-CLASS(RET-IDX) TO RET-CLASS
                           ELSE
                               IF FILE-DIR-NAME(1:RET-P-LEN(RET-IDX))
                                   = RET-P-TEXT(RET-IDX)
                                   (1:RET-P-LEN(RET-IDX))
                                   MOVE RET-P-CLASS(RET-IDX)
                                       TO RET-CLASS
                               END-IF
                           END-IF
                       ELSE
                           IF FILE-DIR-NAME = RET-P-TEXT(RET-IDX)
                               MOVE RET-P-CLASS(RET-IDX) TO RET-CLASS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF FILE-DIR-RET-HOLD = 'H'
               MOVE 'H' TO RET-STATE
           END-IF.
           IF RET-CLASS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RET-HIT.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-CLS-COUNT OR RET-HIT NOT = 0
               IF RET-C-NAME(RET-IDX) = RET-CLASS
                   MOVE RET-IDX TO RET-HIT
               END-IF
           END-PERFORM.
           IF RET-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-C-DAYS(RET-HIT) TO RET-DAYS.
           MOVE RET-C-BASIS(RET-HIT) TO RET-BASIS.
           IF RET-BASIS NOT = 'C' AND FILE-DIR-MOD-STAMP NOT = SPACES
               MOVE FILE-DIR-MOD-STAMP(1:8) TO RET-FROM
           ELSE
               STRING FILE-DIR-CREAT-TIME-YEAR
                   FILE-DIR-CREAT-TIME-MONTH FILE-DIR-CREAT-TIME-DAY
                   DELIMITED BY SIZE INTO RET-FROM
               END-STRING
           END-IF.
           MOVE RET-FROM(1:4) TO AGE-Y.
           MOVE RET-FROM(5:2) TO AGE-M.
           MOVE RET-FROM(7:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           IF AGE-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CAP-FULL-DN = AGE-DN + RET-DAYS END-COMPUTE.
           PERFORM CAP-DN-DATE.
           STRING CAP-Y CAP-M CAP-D
               DELIMITED BY SIZE INTO RET-EXPIRY
           END-STRING.
           IF RET-STATE = 'H'
               EXIT PARAGRAPH
           END-IF.
           IF RET-EXPIRY <= RET-TODAY
               MOVE 'E' TO RET-STATE
           ELSE
               MOVE 'L' TO RET-STATE
           END-IF.
       RET-SET-TODAY.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO RET-TODAY.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO RET-TODAY
           END-STRING.
      * Class table, then every file on each volume in use with its
      * standing, to wherever OUTPUT has reports going
       RET-LIST.
           PERFORM RET-LOAD-TABLE.
           PERFORM RET-SET-TODAY.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "RETENTION  as of " RET-TODAY
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF RET-CLS-COUNT = 0
               MOVE "No classes in RETAIN.DAT - nothing expires"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-CLS-COUNT
               MOVE RET-C-DAYS(RET-IDX) TO RET-DAYS-ED
               MOVE SPACES TO WS-RPTO-LINE
               IF RET-C-BASIS(RET-IDX) = 'C'
                   STRING "Class " RET-C-NAME(RET-IDX) " keeps "
                       RET-DAYS-ED " days from creation"
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               ELSE
                   STRING "Class " RET-C-NAME(RET-IDX) " keeps "
                       RET-DAYS-ED " days from last change"
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                   END-STRING
               END-IF
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-PAT-COUNT
               MOVE SPACES TO WS-RPTO-LINE
               STRING "  " RET-P-TEXT(RET-IDX) " " RET-P-EXT(RET-IDX)
                   " -> " RET-P-CLASS(RET-IDX)
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "VOL NAME                     EXT CLASS    FROM     "
               TO WS-RPTO-LINE.
           MOVE "EXPIRES  STANDING" TO WS-RPTO-LINE(52:17).
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO RET-N-FILES.
           MOVE 0 TO RET-N-EXPIRED.
           MOVE 0 TO RET-N-HELD.
           PERFORM VARYING RET-V-IDX FROM 1 BY 1 UNTIL RET-V-IDX > 3
               MOVE CAP-VOLS(RET-V-IDX:1) TO FILE-VOL
               PERFORM FILE-ALLOC-LOAD
               IF WS-FILE-NEXT-SECT > 1
                   PERFORM RET-LIST-VOL
               END-IF
           END-PERFORM.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE RET-N-FILES TO RET-CNT-ED.
           STRING "Files " RET-CNT-ED
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           MOVE RET-N-EXPIRED TO RET-CNT-ED.
           STRING "  expired " RET-CNT-ED
               DELIMITED BY SIZE INTO WS-RPTO-LINE(12:20)
           END-STRING.
           MOVE RET-N-HELD TO RET-CNT-ED.
           STRING "  on hold " RET-CNT-ED
               DELIMITED BY SIZE INTO WS-RPTO-LINE(26:20)
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Retention report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
       RET-LIST-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-MIG-FLAG NOT = 'C'
                   PERFORM RET-EVALUATE
                   PERFORM RET-LIST-LINE
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
       RET-LIST-LINE.
           ADD 1 TO RET-N-FILES END-ADD.
           EVALUATE RET-STATE
               WHEN 'E'
                   MOVE "EXPIRED" TO RET-STATE-TEXT
                   ADD 1 TO RET-N-EXPIRED END-ADD
               WHEN 'H'
                   MOVE "ON HOLD" TO RET-STATE-TEXT
                   ADD 1 TO RET-N-HELD END-ADD
               WHEN 'L'
                   MOVE "kept" TO RET-STATE-TEXT
               WHEN OTHER
                   MOVE SPACES TO RET-STATE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING FILE-VOL ":  " FILE-DIR-NAME " " FILE-DIR-EXT " "
               RET-CLASS " " RET-FROM " " RET-EXPIRY " "
               RET-STATE-TEXT
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
      * A class, a hold or a release on one file
       RET-SET-FILE.
           IF WS-CFG-STORE-RO = 'Y'
               DISPLAY "RETAIN: store is read-only (safe mode)"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RET-ARG-B.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO RET-ARG-B
           END-UNSTRING.
           IF RET-ARG-B = SPACES
               DISPLAY "RETAIN: Argument 2 is a class, NONE, HOLD or"
                   " RELEASE" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF (RET-ARG-B = "HOLD" OR RET-ARG-B = "RELEASE")
               AND WS-OPER-LEVEL < 5
               DISPLAY "RETAIN: legal holds are supervisor territory"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM RET-LOAD-TABLE.
           IF RET-ARG-B NOT = "HOLD" AND RET-ARG-B NOT = "RELEASE"
               AND RET-ARG-B NOT = "NONE"
               MOVE 0 TO RET-HIT
               PERFORM VARYING RET-IDX FROM 1 BY 1
                   UNTIL RET-IDX > RET-CLS-COUNT OR RET-HIT NOT = 0
                   IF RET-C-NAME(RET-IDX) = RET-ARG-B
                       MOVE RET-IDX TO RET-HIT
                   END-IF
               END-PERFORM
               IF RET-HIT = 0
                   DISPLAY "RETAIN: no class " RET-ARG-B
                       " in RETAIN.DAT" END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00" OR FILE-DIR-DELETED = 'Y'
               PERFORM FILE-DIR-CLOSE
               DISPLAY "RETAIN: file not found" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-LEVEL < 5 AND FILE-DIR-OWNER NOT = WS-OPER-ID
               PERFORM FILE-DIR-CLOSE
               DISPLAY "RETAIN: owner or supervisor only" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RET-ARG-B
               WHEN "HOLD"
                   MOVE 'H' TO FILE-DIR-RET-HOLD
               WHEN "RELEASE"
                   MOVE SPACE TO FILE-DIR-RET-HOLD
               WHEN "NONE"
                   MOVE SPACES TO FILE-DIR-RET-CLASS
               WHEN OTHER
                   MOVE RET-ARG-B TO FILE-DIR-RET-CLASS
           END-EVALUATE.
           REWRITE FILE-DIR-REC END-REWRITE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
               DISPLAY "RETAIN: directory entry would not update"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           DISPLAY "RETAIN: " FUNCTION TRIM(FILE-NAME) "."
               FILE-EXT " " RET-ARG-B END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Retain " RET-ARG-B " " FILE-NAME
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
       RET-SET-CLASS.
           IF WS-OPER-LEVEL < 5
               DISPLAY "RETAIN: the class table is supervisor"
                   " territory" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RET-ARG-A.
           MOVE SPACES TO RET-ARG-B.
           MOVE SPACES TO RET-ARG-C.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO RET-ARG-A RET-ARG-B RET-ARG-C
           END-UNSTRING.
           MOVE 0 TO RET-NUMLEN.
           INSPECT RET-ARG-B TALLYING RET-NUMLEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF RET-ARG-A = SPACES OR RET-ARG-A(9:16) NOT = SPACES
               OR RET-NUMLEN = 0 OR RET-NUMLEN > 5
               DISPLAY "RETAIN: +CLASS takes NAME DAYS C|M" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF RET-ARG-B(1:RET-NUMLEN) IS NOT NUMERIC
               DISPLAY "RETAIN: days run 0 to 99999" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RET-DAYS = FUNCTION NUMVAL(RET-ARG-B(1:RET-NUMLEN))
           END-COMPUTE.
           IF RET-ARG-C NOT = "C"
               MOVE "M" TO RET-ARG-C
           END-IF.
           MOVE 'C' TO RET-ROW-TYPE.
           MOVE SPACES TO RET-ROW-KEY.
           MOVE RET-ARG-A(1:8) TO RET-ROW-KEY.
           MOVE SPACES TO RET-NEW-ROW.
           IF RET-DAYS > 0
               MOVE 'C' TO RET-NEW-ROW(1:1)
               MOVE RET-ARG-A(1:8) TO RET-NEW-ROW(3:8)
               MOVE RET-DAYS TO RET-NEW-ROW(12:5)
               MOVE RET-ARG-C(1:1) TO RET-NEW-ROW(18:1)
           END-IF.
           PERFORM RET-STORE-ROW.
       RET-SET-PATTERN.
           IF WS-OPER-LEVEL < 5
               DISPLAY "RETAIN: the class table is supervisor"
                   " territory" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FILE-SPEC.
           MOVE SPACES TO RET-ARG-B.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO WS-FILE-SPEC RET-ARG-B
           END-UNSTRING.
           IF WS-FILE-SPEC = SPACES OR RET-ARG-B = SPACES
               DISPLAY "RETAIN: +PATTERN takes PATTERN[.EXT] CLASS"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF RET-ARG-B NOT = "NONE"
               PERFORM RET-LOAD-TABLE
               MOVE 0 TO RET-HIT
               PERFORM VARYING RET-IDX FROM 1 BY 1
                   UNTIL RET-IDX > RET-CLS-COUNT OR RET-HIT NOT = 0
                   IF RET-C-NAME(RET-IDX) = RET-ARG-B
                       MOVE RET-IDX TO RET-HIT
                   END-IF
               END-PERFORM
               IF RET-HIT = 0
                   DISPLAY "RETAIN: no class " RET-ARG-B
                       " in RETAIN.DAT" END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO RET-ARG-A.
           MOVE SPACES TO RET-ARG-C.
           UNSTRING WS-FILE-SPEC DELIMITED BY "."
               INTO RET-ARG-A RET-ARG-C
           END-UNSTRING.
           MOVE 'P' TO RET-ROW-TYPE.
           MOVE SPACES TO RET-ROW-KEY.
           MOVE RET-ARG-A TO RET-ROW-KEY(1:24).
           MOVE RET-ARG-C(1:3) TO RET-ROW-KEY(26:3).
           MOVE SPACES TO RET-NEW-ROW.
           IF RET-ARG-B NOT = "NONE"
               MOVE 'P' TO RET-NEW-ROW(1:1)
               MOVE RET-ROW-KEY(1:28) TO RET-NEW-ROW(3:28)
               MOVE RET-ARG-B TO RET-NEW-ROW(32:8)
           END-IF.
           PERFORM RET-STORE-ROW.
      * The row in RET-NEW-ROW into RETAIN.DAT in place of the one
      * of RET-ROW-TYPE keyed RET-ROW-KEY, else the first blank row
      * (a blank RET-NEW-ROW removes the row); RETAIN.DAT is made
      * on first use
       RET-STORE-ROW.
           MOVE 'A' TO FILE-VOL.
           MOVE "RETAIN" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 64 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM VARYING FILE-RECORD FROM 1 BY 1
                       UNTIL FILE-RECORD > 64
                       PERFORM FILE-WRITE-RECORD
                   END-PERFORM
                   PERFORM FILE-OPEN
               END-IF
           END-IF.
           IF NOT FILE-OP-OK
               DISPLAY "RETAIN: cannot open RETAIN.DAT" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RET-HIT.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR RET-HIT NOT = 0
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:1) = RET-ROW-TYPE
                   IF (RET-ROW-TYPE = 'C'
                       AND FILE-REC-AREA(3:8) = RET-ROW-KEY(1:8))
                       OR (RET-ROW-TYPE = 'P'
                       AND FILE-REC-AREA(3:28) = RET-ROW-KEY(1:28))
                       MOVE FILE-RECORD TO RET-HIT
                   END-IF
               END-IF
           END-PERFORM.
           IF RET-HIT = 0 AND RET-NEW-ROW = SPACES
               DISPLAY "RETAIN: nothing of that name to remove"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF RET-HIT = 0
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS OR RET-HIT NOT = 0
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:40) = SPACES
                       MOVE FILE-RECORD TO RET-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF RET-HIT = 0
               DISPLAY "RETAIN: RETAIN.DAT is full" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE RET-NEW-ROW TO FILE-REC-AREA(1:80).
           MOVE RET-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF RET-NEW-ROW = SPACES
               DISPLAY "RETAIN: removed" END-DISPLAY
           ELSE
               DISPLAY "RETAIN: " RET-NEW-ROW(1:40) END-DISPLAY
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Retention table: " RET-ROW-TYPE " " RET-ROW-KEY
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * PURGE shell operation (supervisor): every file whose
      * retention has run out and which no hold protects is listed,
      * and only on the operator's Y is each one wiped, deleted and
      * entered in the disposal register
       PUR-REPORT.
           IF WS-OPER-LEVEL < 5
               DISPLAY "PURGE: supervisor only" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RET-LOAD-TABLE.
           PERFORM RET-SET-TODAY.
           MOVE 0 TO RET-PUR-COUNT.
           MOVE 'N' TO RET-PUR-OVER.
           PERFORM VARYING RET-V-IDX FROM 1 BY 1 UNTIL RET-V-IDX > 3
               MOVE CAP-VOLS(RET-V-IDX:1) TO FILE-VOL
               PERFORM FILE-ALLOC-LOAD
               IF WS-FILE-NEXT-SECT > 1
                   PERFORM PUR-SCAN-VOL
               END-IF
           END-PERFORM.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           IF RET-PUR-COUNT = 0
               DISPLAY "PURGE: nothing has expired" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Expired as of " RET-TODAY ":" END-DISPLAY.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-PUR-COUNT
               DISPLAY "  " RET-U-VOL(RET-IDX) ": "
                   RET-U-NAME(RET-IDX) " " RET-U-EXT(RET-IDX) " "
                   RET-U-CLASS(RET-IDX) " expired "
                   RET-U-EXPIRY(RET-IDX) END-DISPLAY
           END-PERFORM.
           IF RET-PUR-OVER = 'Y'
               DISPLAY "  (more besides - run PURGE again after)"
               END-DISPLAY
           END-IF.
           MOVE RET-PUR-COUNT TO RET-CNT-ED.
           DISPLAY "Wipe and delete these " FUNCTION TRIM(RET-CNT-ED)
               " files? (Y/N): " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
               MOVE SPACE TO WS-REPLY
               DISPLAY "PURGE: nothing deleted" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-REPLY.
           MOVE 0 TO RET-PURGED.
           MOVE 0 TO RET-FREED.
           PERFORM VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-PUR-COUNT
               PERFORM PUR-ONE
           END-PERFORM.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE RET-PURGED TO RET-CNT-ED.
           MOVE RET-FREED TO RET-SECT-ED.
           DISPLAY "PURGE: " FUNCTION TRIM(RET-CNT-ED) " files, "
               FUNCTION TRIM(RET-SECT-ED) " sectors disposed of"
               END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Purge: " FUNCTION TRIM(RET-CNT-ED) " files"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM TPA-LOG-WITH.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * A migration copy goes with its stub, and neither a
      * generation group base nor a SEC file is ever purged
       PUR-SCAN-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-MIG-FLAG NOT = 'C'
                   AND FILE-DIR-EXT NOT = "SEC"
                   AND NOT (FILE-DIR-GDG-LIMIT IS NUMERIC
                   AND FILE-DIR-GDG-LIMIT > 0)
                   PERFORM RET-EVALUATE
                   IF RET-STATE = 'E'
                       PERFORM PUR-TAKE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
       PUR-TAKE.
           IF RET-PUR-COUNT >= 64
               MOVE 'Y' TO RET-PUR-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RET-PUR-COUNT END-ADD.
           MOVE FILE-VOL TO RET-U-VOL(RET-PUR-COUNT).
           MOVE FILE-DIR-NAME TO RET-U-NAME(RET-PUR-COUNT).
           MOVE FILE-DIR-EXT TO RET-U-EXT(RET-PUR-COUNT).
           MOVE RET-CLASS TO RET-U-CLASS(RET-PUR-COUNT).
           MOVE RET-EXPIRY TO RET-U-EXPIRY(RET-PUR-COUNT).
           IF FILE-DIR-MIG-FLAG = 'M'
               MOVE FILE-DIR-MIG-NUMSECT TO RET-U-SECT(RET-PUR-COUNT)
           ELSE
               MOVE FILE-DIR-NUMSECT TO RET-U-SECT(RET-PUR-COUNT)
           END-IF.
      * One listed file: its sectors overwritten (a stub's on the
      * volume holding its content), then the delete proper -- which
      * takes a stub's migrated copy with it -- and the register line
       PUR-ONE.
           MOVE RET-U-VOL(RET-IDX) TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE RET-U-NAME(RET-IDX) TO FILE-DIR-NAME.
           MOVE RET-U-EXT(RET-IDX) TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00" OR FILE-DIR-DELETED = 'Y'
               OR FILE-DIR-RET-HOLD = 'H'
               PERFORM FILE-DIR-CLOSE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RET-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           MOVE FILE-DIR-NUMSECT TO RET-WIPE-N.
           MOVE SPACE TO MIG-DROP-VOL.
           IF FILE-DIR-MIG-FLAG = 'M'
               MOVE FILE-DIR-MIG-VOL TO MIG-DROP-VOL
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           IF MIG-DROP-VOL NOT = SPACE
               MOVE MIG-DROP-VOL TO FILE-VOL
               PERFORM FILE-DIR-OPEN
               MOVE RET-U-NAME(RET-IDX) TO FILE-DIR-NAME
               MOVE RET-U-EXT(RET-IDX) TO FILE-DIR-EXT
               READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                   INVALID KEY CONTINUE
               END-READ
               MOVE 0 TO RET-WIPE-N
               IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
                   COMPUTE RET-BASE = (FILE-DIR-CYL * 1000)
                       + FILE-DIR-SECT END-COMPUTE
                   MOVE FILE-DIR-NUMSECT TO RET-WIPE-N
               END-IF
               PERFORM FILE-DIR-CLOSE
           END-IF.
           MOVE 'N' TO WS-FILE-ENC-ON.
           PERFORM VARYING RET-WIPE-IDX FROM 0 BY 1
               UNTIL RET-WIPE-IDX >= RET-WIPE-N
               COMPUTE WS-FILE-ABS-SECT = RET-BASE + RET-WIPE-IDX
               END-COMPUTE
               MOVE SPACES TO WS-FILE-SECT-BUF
               PERFORM FILE-SECT-STORE
           END-PERFORM.
           MOVE RET-U-VOL(RET-IDX) TO FILE-VOL.
           MOVE RET-U-NAME(RET-IDX) TO FILE-NAME.
           MOVE RET-U-EXT(RET-IDX) TO FILE-EXT.
           PERFORM FILE-DELETE.
           IF NOT FILE-OP-OK
               DISPLAY "PURGE: could not delete "
                   RET-U-NAME(RET-IDX) END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RET-PURGED END-ADD.
           ADD RET-U-SECT(RET-IDX) TO RET-FREED END-ADD.
           PERFORM LIB-NOW-STAMP.
           MOVE SPACES TO RET-DSP-ROW.
           MOVE LIB-STAMP TO RET-D-STAMP.
           MOVE RET-U-VOL(RET-IDX) TO RET-D-VOL.
           MOVE RET-U-NAME(RET-IDX) TO RET-D-NAME.
           MOVE RET-U-EXT(RET-IDX) TO RET-D-EXT.
           MOVE RET-U-CLASS(RET-IDX) TO RET-D-CLASS.
           MOVE RET-U-EXPIRY(RET-IDX) TO RET-D-EXPIRY.
           MOVE RET-U-SECT(RET-IDX) TO RET-D-SECT.
           MOVE WS-OPER-ID TO RET-D-WHO.
           OPEN EXTEND DSP-HIST-FILE.
           IF WS-DSP-HIST-STATUS NOT = "00"
               OPEN OUTPUT DSP-HIST-FILE
               CLOSE DSP-HIST-FILE
               OPEN EXTEND DSP-HIST-FILE
           END-IF.
           WRITE DSP-HIST-REC FROM RET-DSP-ROW END-WRITE.
           CLOSE DSP-HIST-FILE.
      * WIPE shell operation (supervisor): Argument names a deleted
      * file, or is "A:*" (B:, C:) for every dead sector on that
      * volume; Argument 2 is the number of passes, 1 to 7, three
      * if left blank.  Nothing runs inside an open transaction,
      * whose undo images are exactly the copies a wipe must not
      * leave behind.
       WIP-REPORT.
           IF WS-OPER-LEVEL < 5
               DISPLAY "WIPE: supervisor only" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF TXN-ACTIVE = 'Y'
               DISPLAY "WIPE: not inside a transaction - COMMIT or"
               " ROLLBACK first" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-ARG1 = SPACES
               DISPLAY "WIPE: name a deleted file, or A:* for the"
               " volume's dead sectors" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WIP-PASSES.
           IF WS-SHELL-REQ-ARG2 NOT = SPACES
               IF WS-SHELL-REQ-ARG2(1:1) IS NUMERIC
                   AND WS-SHELL-REQ-ARG2(2:1) = SPACE
                   AND WS-SHELL-REQ-ARG2(1:1) NOT = "0"
                   AND WS-SHELL-REQ-ARG2(1:1) NOT > "7"
                   MOVE WS-SHELL-REQ-ARG2(1:1) TO WIP-PASSES
               ELSE
                   DISPLAY "WIPE: passes are 1 to 7" END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SHELL-REQ-ARG1 = "*"
               OR (WS-SHELL-REQ-ARG1(2:2) = ":*"
               AND WS-SHELL-REQ-ARG1(4:1) = SPACE)
               PERFORM WIP-SET-VOLUME
           ELSE
               PERFORM WIP-SET-FILE
           END-IF.
           IF WIP-MODE = SPACE
               MOVE 'A' TO FILE-VOL
               PERFORM FILE-VOL-SELECT
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WIP-LAST < WIP-FROM
               DISPLAY "WIPE: nothing there to overwrite" END-DISPLAY
               MOVE 'A' TO FILE-VOL
               PERFORM FILE-VOL-SELECT
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WIP-SECT = WIP-LAST - WIP-FROM + 1 END-COMPUTE.
           MOVE WIP-SECT TO WIP-CNT-ED.
           IF WIP-MODE = 'F'
               DISPLAY "Overwrite " WIP-VOL ": "
                   FUNCTION TRIM(WIP-NAME) "." WIP-EXT " ("
                   FUNCTION TRIM(WIP-CNT-ED) " sectors) "
                   WIP-PASSES " times? (Y/N): "
                   WITH NO ADVANCING END-DISPLAY
           ELSE
               DISPLAY "Overwrite every dead sector of " WIP-VOL
                   ": (span " FUNCTION TRIM(WIP-CNT-ED) ") "
                   WIP-PASSES " times? (Y/N): "
                   WITH NO ADVANCING END-DISPLAY
           END-IF.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
               MOVE SPACE TO WS-REPLY
               DISPLAY "WIPE: nothing overwritten" END-DISPLAY
               MOVE 'A' TO FILE-VOL
               PERFORM FILE-VOL-SELECT
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-REPLY.
           MOVE 0 TO WIP-WIPED.
           MOVE 0 TO WIP-KEPT.
           MOVE 0 TO WIP-RUN-COUNT.
           MOVE SPACES TO WIP-PAT-LIST.
           MOVE 1 TO WIP-PTR.
           PERFORM VARYING WIP-PASS FROM 1 BY 1
               UNTIL WIP-PASS > WIP-PASSES
               PERFORM WIP-PASS-SET
               PERFORM VARYING WIP-WIN-BASE FROM WIP-FROM BY 4800
                   UNTIL WIP-WIN-BASE > WIP-LAST
                   PERFORM WIP-WINDOW
               END-PERFORM
      * Each pass reaches the disk (and the mirror) before the next
      * is laid over it, and takes the journal's images with it
               PERFORM FILE-IO-FLUSH
           END-PERFORM.
      * A wiped file's entry goes for good: UNDELETE must not bring
      * back a name whose content is now a test pattern
           IF WIP-MODE = 'F'
               PERFORM FILE-DIR-OPEN
               MOVE WIP-NAME TO FILE-DIR-NAME
               MOVE WIP-EXT TO FILE-DIR-EXT
               READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'Y'
                   DELETE FILE-DIR-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               PERFORM FILE-DIR-CLOSE
           END-IF.
           PERFORM WIP-CERTIFICATE.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE WIP-WIPED TO WIP-CNT-ED.
           DISPLAY "WIPE: " FUNCTION TRIM(WIP-CNT-ED) " sectors "
               "overwritten " WIP-PASSES " times, certificate "
               WIP-STAMP END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           IF WIP-MODE = 'F'
               STRING "Wiped " WIP-VOL ":" FUNCTION TRIM(WIP-NAME)
                   "." WIP-EXT DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "Wiped dead sectors of " WIP-VOL ":"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM TPA-LOG-WITH.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * The whole span below the allocator; the live cells are
      * picked out window by window as it is overwritten
       WIP-SET-VOLUME.
           MOVE 'A' TO WIP-VOL.
           IF WS-SHELL-REQ-ARG1(2:1) = ":"
               MOVE WS-SHELL-REQ-ARG1(1:1) TO WIP-VOL
           END-IF.
           IF WIP-VOL NOT = 'A' AND WIP-VOL NOT = 'B'
               AND WIP-VOL NOT = 'C'
               DISPLAY "WIPE: volumes are A:, B: and C:" END-DISPLAY
               MOVE SPACE TO WIP-MODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO WIP-MODE.
           MOVE SPACES TO WIP-NAME.
           MOVE SPACES TO WIP-EXT.
           MOVE WIP-VOL TO FILE-VOL.
           PERFORM FILE-ALLOC-LOAD.
           MOVE 1 TO WIP-FROM.
           MOVE 0 TO WIP-LAST.
           IF WS-FILE-NEXT-SECT > 1
               COMPUTE WIP-LAST = WS-FILE-NEXT-SECT - 1 END-COMPUTE
           END-IF.
      * Only a deleted entry qualifies -- a live file is deleted
      * first, by its owner, so the wipe never settles who may
       WIP-SET-FILE.
           MOVE SPACE TO WIP-MODE.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE FILE-VOL TO WIP-VOL.
           MOVE FILE-NAME TO WIP-NAME.
           MOVE FILE-EXT TO WIP-EXT.
           PERFORM FILE-DIR-OPEN.
           MOVE WIP-NAME TO FILE-DIR-NAME.
           MOVE WIP-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
               DISPLAY "WIPE: no such entry" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF FILE-DIR-DELETED NOT = 'Y'
               PERFORM FILE-DIR-CLOSE
               DISPLAY "WIPE: that file is live - DELETE it first"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WIP-FROM.
           MOVE 0 TO WIP-LAST.
           IF FILE-DIR-NUMSECT > 0
               COMPUTE WIP-FROM = (FILE-DIR-CYL * 1000)
                   + FILE-DIR-SECT END-COMPUTE
               COMPUTE WIP-LAST = WIP-FROM + FILE-DIR-NUMSECT - 1
               END-COMPUTE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE 'F' TO WIP-MODE.
      * This pass's pattern into the sector buffer and its name onto
      * the certificate's list.  The last pass always lays blanks,
      * so the store reads clean afterwards; the ones before it
      * cycle zeros, ones and the alternating-bit patterns.
       WIP-PASS-SET.
           IF WIP-PASS = WIP-PASSES
               MOVE SPACES TO WS-FILE-SECT-BUF
               MOVE "blank" TO WIP-PAT-NAME
           ELSE
               EVALUATE WIP-PASS
                   WHEN 1
                       MOVE LOW-VALUES TO WS-FILE-SECT-BUF
                       MOVE "X'00'" TO WIP-PAT-NAME
                   WHEN 2
                       MOVE HIGH-VALUES TO WS-FILE-SECT-BUF
                       MOVE "X'FF'" TO WIP-PAT-NAME
                   WHEN 3
                       MOVE ALL X"55" TO WS-FILE-SECT-BUF
                       MOVE "X'55'" TO WIP-PAT-NAME
                   WHEN 4
                       MOVE ALL X"AA" TO WS-FILE-SECT-BUF
                       MOVE "X'AA'" TO WIP-PAT-NAME
                   WHEN 5
                       MOVE ALL X"92" TO WS-FILE-SECT-BUF
                       MOVE "X'92'" TO WIP-PAT-NAME
                   WHEN OTHER
                       MOVE ALL X"49" TO WS-FILE-SECT-BUF
                       MOVE "X'49'" TO WIP-PAT-NAME
               END-EVALUATE
           END-IF.
           STRING WIP-PASS " " WIP-PAT-NAME "  "
               DELIMITED BY SIZE INTO WIP-PAT-LIST
               WITH POINTER WIP-PTR
           END-STRING.
      * One window of up to 4800 sectors: mark what the live
      * directory owns in it, then lay the pattern over the rest
       WIP-WINDOW.
           COMPUTE WIP-WIN-END = WIP-WIN-BASE + 4799 END-COMPUTE.
           IF WIP-WIN-END > WIP-LAST
               MOVE WIP-LAST TO WIP-WIN-END
           END-IF.
           MOVE ALL "." TO WIP-CELLS.
           MOVE WIP-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-NUMSECT > 0
                   PERFORM WIP-MARK-LIVE
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           MOVE 'N' TO WS-FILE-ENC-ON.
           PERFORM VARYING WIP-SECT FROM WIP-WIN-BASE BY 1
               UNTIL WIP-SECT > WIP-WIN-END
               COMPUTE WIP-IDX = WIP-SECT - WIP-WIN-BASE + 1
               END-COMPUTE
               IF WIP-CELLS(WIP-IDX:1) = "#"
                   IF WIP-PASS = 1
                       ADD 1 TO WIP-KEPT END-ADD
                   END-IF
               ELSE
                   MOVE WIP-SECT TO WS-FILE-ABS-SECT
                   PERFORM FILE-SECT-STORE
                   IF WIP-PASS = 1
                       PERFORM WIP-RUN-NOTE
                   END-IF
               END-IF
           END-PERFORM.
       WIP-MARK-LIVE.
           COMPUTE WIP-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           COMPUTE WIP-TOP = WIP-BASE + FILE-DIR-NUMSECT - 1
           END-COMPUTE.
           IF WIP-TOP < WIP-WIN-BASE OR WIP-BASE > WIP-WIN-END
               EXIT PARAGRAPH
           END-IF.
           MOVE WIP-BASE TO WIP-LO.
           IF WIP-LO < WIP-WIN-BASE
               MOVE WIP-WIN-BASE TO WIP-LO
           END-IF.
           MOVE WIP-TOP TO WIP-HI.
           IF WIP-HI > WIP-WIN-END
               MOVE WIP-WIN-END TO WIP-HI
           END-IF.
           PERFORM VARYING WIP-BASE FROM WIP-LO BY 1
               UNTIL WIP-BASE > WIP-HI
               COMPUTE WIP-IDX = WIP-BASE - WIP-WIN-BASE + 1
               END-COMPUTE
               MOVE "#" TO WIP-CELLS(WIP-IDX:1)
           END-PERFORM.
      * First pass only: the sector joins the run it follows on from
      * or opens a new one
       WIP-RUN-NOTE.
           ADD 1 TO WIP-WIPED END-ADD.
           IF WIP-RUN-COUNT > 0 AND WIP-RUN-END + 1 = WIP-SECT
               MOVE WIP-SECT TO WIP-RUN-END
               IF WIP-RUN-COUNT <= 8
                   MOVE WIP-SECT TO WIP-RUN-HI(WIP-RUN-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WIP-RUN-COUNT END-ADD.
           MOVE WIP-SECT TO WIP-RUN-END.
           IF WIP-RUN-COUNT <= 8
               MOVE WIP-SECT TO WIP-RUN-LO(WIP-RUN-COUNT)
               MOVE WIP-SECT TO WIP-RUN-HI(WIP-RUN-COUNT)
           END-IF.
      * The erasure certificate: what was overwritten, how, by whom
      * and when, sealed by the checksum of those lines and left
      * with a line for the witnessing signature
       WIP-CERTIFICATE.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO WIP-STAMP.
           MOVE 0 TO WIP-CERT-COUNT.
           MOVE SPACES TO WIP-LINE.
           STRING "ERASURE CERTIFICATE  " WIP-STAMP
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
           MOVE SPACES TO WIP-LINE.
           IF WIP-MODE = 'F'
               STRING "File       " WIP-VOL ":" FUNCTION TRIM(WIP-NAME)
                   "." WIP-EXT " (deleted entry, now removed)"
                   DELIMITED BY SIZE INTO WIP-LINE
               END-STRING
           ELSE
               STRING "Volume     " WIP-VOL ": every sector no live"
                   " file owns, sectors " WIP-FROM " to " WIP-LAST
                   DELIMITED BY SIZE INTO WIP-LINE
               END-STRING
           END-IF.
           PERFORM WIP-CERT-ADD.
           MOVE SPACES TO WIP-LINE.
           STRING "Sectors    " WIP-WIPED " overwritten, " WIP-KEPT
               " left alone (live file)"
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WIP-RUN-COUNT OR WIP-IDX > 8
               MOVE SPACES TO WIP-LINE
               STRING "           " WIP-RUN-LO(WIP-IDX) " - "
                   WIP-RUN-HI(WIP-IDX)
                   DELIMITED BY SIZE INTO WIP-LINE
               END-STRING
               PERFORM WIP-CERT-ADD
           END-PERFORM.
           IF WIP-RUN-COUNT > 8
               COMPUTE WIP-SECT = WIP-RUN-COUNT - 8 END-COMPUTE
               MOVE WIP-SECT TO WIP-CNT-ED
               MOVE SPACES TO WIP-LINE
               STRING "           and " FUNCTION TRIM(WIP-CNT-ED)
                   " further runs" DELIMITED BY SIZE INTO WIP-LINE
               END-STRING
               PERFORM WIP-CERT-ADD
           END-IF.
           MOVE SPACES TO WIP-LINE.
           STRING "Passes     " WIP-PASSES ": " WIP-PAT-LIST
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
           MOVE SPACES TO WIP-LINE.
           IF WIP-VOL = 'A' AND WS-MIRROR-MODE = 'Y'
               MOVE "Mirror     B: copy overwritten by the same passes"
                   TO WIP-LINE
           ELSE
               MOVE "Mirror     none in service for this volume"
                   TO WIP-LINE
           END-IF.
           PERFORM WIP-CERT-ADD.
           MOVE "Journal    cleared of sector images after each pass"
               TO WIP-LINE.
           PERFORM WIP-CERT-ADD.
           MOVE WS-OPER-LEVEL TO WIP-LVL-ED.
           MOVE SPACES TO WIP-LINE.
           STRING "Operator   " WS-OPER-ID " (level " WIP-LVL-ED ")"
               "  " WIP-STAMP(1:4) "-" WIP-STAMP(5:2) "-"
               WIP-STAMP(7:2) " " WIP-STAMP(9:2) ":" WIP-STAMP(11:2)
               ":" WIP-STAMP(13:2)
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
      * Seal: the certificate lines so far laid end to end in the
      * sector buffer and checksummed the way every sector is
           MOVE SPACES TO WS-FILE-SECT-BUF.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WIP-CERT-COUNT
               COMPUTE WIP-OFFSET = ((WIP-IDX - 1) * 80) + 1
               END-COMPUTE
               MOVE WIP-CERT-LINE(WIP-IDX)
                   TO WS-FILE-SECT-BUF(WIP-OFFSET:80)
           END-PERFORM.
           PERFORM FILE-CKSUM-CALC.
           MOVE WS-FILE-CKSUM TO WIP-SEAL.
           MOVE SPACES TO WIP-LINE.
           STRING "Seal       " WIP-SEAL
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
           MOVE SPACES TO WIP-LINE.
           STRING "Signed off " WS-OPER-ID
               "   witness ______________________________"
               DELIMITED BY SIZE INTO WIP-LINE
           END-STRING.
           PERFORM WIP-CERT-ADD.
           PERFORM REPORT-OUT-OPEN.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WIP-CERT-COUNT
               MOVE WIP-CERT-LINE(WIP-IDX) TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           PERFORM REPORT-OUT-CLOSE.
           OPEN EXTEND WIP-HIST-FILE.
           IF WS-WIP-HIST-STATUS NOT = "00"
               OPEN OUTPUT WIP-HIST-FILE
               CLOSE WIP-HIST-FILE
               OPEN EXTEND WIP-HIST-FILE
           END-IF.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WIP-CERT-COUNT
               WRITE WIP-HIST-REC FROM WIP-CERT-LINE(WIP-IDX)
               END-WRITE
           END-PERFORM.
           MOVE SPACES TO WIP-LINE.
           WRITE WIP-HIST-REC FROM WIP-LINE END-WRITE.
           CLOSE WIP-HIST-FILE.
       WIP-CERT-ADD.
           IF WIP-CERT-COUNT < 20
               ADD 1 TO WIP-CERT-COUNT END-ADD
               MOVE WIP-LINE TO WIP-CERT-LINE(WIP-CERT-COUNT)
           END-IF.
      * A report has been finished: file it into the repository,
      * then tell whoever DISTRIB.DAT says receives it
       RRP-FINISHED.
           MOVE SPACES TO RRP-DST-NAME.
           PERFORM RRP-FILE-REPORT.
           PERFORM RDS-DELIVER.
      * File a finished report into the repository: RRP-IN-NAME is
      * the report's TXT on A:, RRP-IN-BY the operator or job that
      * cut it, RRP-IN-LINES how much of it was written and
      * RRP-IN-PAGES its pages where the writer counted them (zero
      * reckons fifty-five lines to the page).  The copy is the
      * group's next generation, which rolls the oldest run off once
      * the group is over its limit; being the repository's own
      * copy it never counts as an arrival for the file triggers.
      * Nothing here may fail the report itself: a run that cannot
      * be filed is only logged.  FILE-DATA is left pointing at the
      * new generation.
       RRP-FILE-REPORT.
           MOVE 0 TO RRP-BASE-LEN.
           INSPECT RRP-IN-NAME TALLYING RRP-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF RRP-BASE-LEN = 0 OR RRP-BASE-LEN > 18
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-IN-NAME TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO RRP-SRC-VOL.
           MOVE FILE-CYL TO RRP-SRC-CYL.
           MOVE FILE-SECT TO RRP-SRC-SECT.
           MOVE FILE-NUMSECT TO RRP-SRC-NUMSECT.
           MOVE FILE-RECLEN TO RRP-SRC-RECLEN.
           MOVE FILE-NUMRECS TO RRP-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO RRP-SRC-VAR.
           MOVE WS-FILE-ENC-ON TO RRP-SRC-ENC.
           IF RRP-IN-LINES > RRP-SRC-NUMRECS
               MOVE RRP-SRC-NUMRECS TO RRP-IN-LINES
           END-IF.
           IF RRP-IN-PAGES = 0
               COMPUTE RRP-IN-PAGES = (RRP-IN-LINES + 54) / 55
               END-COMPUTE
           END-IF.
           IF RRP-IN-PAGES = 0
               MOVE 1 TO RRP-IN-PAGES
           END-IF.
      * First filing of this report: register its group
           MOVE SPACES TO GDG-BASE.
           MOVE RRP-IN-NAME TO GDG-BASE.
           PERFORM GDG-SCAN.
           IF GDG-OK = 'N'
               PERFORM RRP-REGISTER
               PERFORM GDG-SCAN
           END-IF.
           IF GDG-OK = 'N' OR GDG-HIGH >= 9999
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Report not filed: " RRP-IN-NAME(1:RRP-BASE-LEN)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RRP-GEN = GDG-HIGH + 1 END-COMPUTE.
           MOVE SPACES TO RRP-DST-NAME.
           STRING RRP-IN-NAME(1:RRP-BASE-LEN) ".G" RRP-GEN
               DELIMITED BY SIZE INTO RRP-DST-NAME
           END-STRING.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-DST-NAME TO FILE-NAME.
           MOVE SPACES TO FILE-EXT.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE RRP-SRC-RECLEN TO FILE-RECLEN.
           MOVE RRP-IN-LINES TO RRP-DST-NUMRECS.
           IF RRP-DST-NUMRECS = 0
               MOVE 1 TO RRP-DST-NUMRECS
           END-IF.
           MOVE RRP-DST-NUMRECS TO FILE-NUMRECS.
           MOVE TRG-QUIET TO RRP-SAVE-QUIET.
           MOVE 'Y' TO TRG-QUIET.
           PERFORM FILE-CREATE.
           MOVE RRP-SAVE-QUIET TO TRG-QUIET.
           IF NOT FILE-OP-OK
               MOVE SPACES TO RRP-DST-NAME
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Report not filed: " RRP-IN-NAME(1:RRP-BASE-LEN)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO RRP-DST-CYL.
           MOVE FILE-SECT TO RRP-DST-SECT.
           MOVE FILE-NUMSECT TO RRP-DST-NUMSECT.
           PERFORM VARYING RRP-REC FROM 1 BY 1
               UNTIL RRP-REC > RRP-IN-LINES
               PERFORM RRP-SET-SRC
               MOVE RRP-REC TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               PERFORM RRP-SET-DST
               MOVE RRP-REC TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-PERFORM.
           PERFORM RRP-SET-DST.
           PERFORM LIB-NOW-STAMP.
           MOVE SPACES TO RRP-ROW.
           MOVE LIB-STAMP TO RRP-R-STAMP.
           MOVE RRP-IN-NAME TO RRP-R-NAME.
           MOVE RRP-GEN TO RRP-R-GEN.
           MOVE RRP-IN-BY TO RRP-R-BY.
           MOVE RRP-IN-PAGES TO RRP-R-PAGES.
           MOVE RRP-IN-LINES TO RRP-R-LINES.
           OPEN EXTEND RRP-HIST-FILE.
           IF WS-RRP-HIST-STATUS NOT = "00"
               OPEN OUTPUT RRP-HIST-FILE
               CLOSE RRP-HIST-FILE
               OPEN EXTEND RRP-HIST-FILE
           END-IF.
           WRITE RRP-HIST-REC FROM RRP-ROW END-WRITE.
           CLOSE RRP-HIST-FILE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Filed report " RRP-DST-NAME
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * The NAME.GDG base entry for a report filed for the first
      * time, limited to the repository's standing generation count
       RRP-REGISTER.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-IN-NAME TO FILE-NAME.
           MOVE "GDG" TO FILE-EXT.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 80 TO FILE-RECLEN.
           MOVE 1 TO FILE-NUMRECS.
           MOVE TRG-QUIET TO RRP-SAVE-QUIET.
           MOVE 'Y' TO TRG-QUIET.
           PERFORM FILE-CREATE.
           MOVE RRP-SAVE-QUIET TO TRG-QUIET.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE RRP-IN-NAME TO FILE-DIR-NAME.
           MOVE "GDG" TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00"
               MOVE RRP-GENS TO FILE-DIR-GDG-LIMIT
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
       RRP-SET-SRC.
           MOVE RRP-SRC-VOL TO FILE-VOL.
           MOVE RRP-IN-NAME TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE RRP-SRC-CYL TO FILE-CYL.
           MOVE RRP-SRC-SECT TO FILE-SECT.
           MOVE RRP-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE RRP-SRC-RECLEN TO FILE-RECLEN.
           MOVE RRP-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE RRP-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE RRP-SRC-ENC TO WS-FILE-ENC-ON.
       RRP-SET-DST.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-DST-NAME TO FILE-NAME.
           MOVE SPACES TO FILE-EXT.
           MOVE RRP-DST-CYL TO FILE-CYL.
           MOVE RRP-DST-SECT TO FILE-SECT.
           MOVE RRP-DST-NUMSECT TO FILE-NUMSECT.
           MOVE RRP-SRC-RECLEN TO FILE-RECLEN.
           MOVE RRP-DST-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * Report Recall off the main menu.  With a report named, L
      * lists its runs newest first; with none, the reports the
      * register knows, and L on a picked row opens that one.  V
      * pages through the picked run, P puts it back on the printer.
       KDEMO-RECALL.
           MOVE "RECALL" TO WS-ACTIVE-SCREEN.
           MOVE 'A' TO FILE-VOL.
           MOVE SPACES TO RRP-MSG.
           MOVE SPACES TO RRP-REPORT.
           MOVE 0 TO RRP-PICK.
           MOVE 1 TO RRP-PAGE.
           MOVE SPACE TO RRP-ACTION.
           PERFORM RRP-FILL-PAGE.
           PERFORM UNTIL RRP-ACTION = 'X'
               MOVE SPACE TO RRP-ACTION
               ACCEPT RECALL-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
               MOVE SPACES TO RRP-MSG
               EVALUATE RRP-ACTION
                   WHEN 'L'
                       IF RRP-MODE = 'R' AND RRP-PICK >= 1
                           AND RRP-PICK <= RRP-COUNT
                           MOVE RRP-ROW-NAME(RRP-PICK) TO RRP-REPORT
                       END-IF
                       MOVE 0 TO RRP-PICK
                       MOVE 1 TO RRP-PAGE
                       PERFORM RRP-FILL-PAGE
                   WHEN 'N'
                       IF RRP-AT-END = 'Y'
                           MOVE 1 TO RRP-PAGE
                       ELSE
                           ADD 1 TO RRP-PAGE END-ADD
                       END-IF
                       PERFORM RRP-FILL-PAGE
                   WHEN 'V' PERFORM RRP-VIEW-ONE
                   WHEN 'P' PERFORM RRP-PRINT-ONE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO RRP-ACTION.
       RRP-FILL-PAGE.
           PERFORM VARYING RRP-IDX FROM 1 BY 1 UNTIL RRP-IDX > 12
               MOVE SPACES TO RRP-LINE(RRP-IDX)
               MOVE SPACES TO RRP-ROW-NAME(RRP-IDX)
               MOVE 0 TO RRP-ROW-GEN(RRP-IDX)
           END-PERFORM.
           MOVE 0 TO RRP-COUNT.
           MOVE 'Y' TO RRP-AT-END.
           COMPUTE RRP-SKIP = (RRP-PAGE - 1) * 12 END-COMPUTE.
           IF RRP-REPORT = SPACES
               MOVE 'R' TO RRP-MODE
               PERFORM RRP-FILL-REPORTS
           ELSE
               MOVE 'G' TO RRP-MODE
               PERFORM RRP-FILL-RUNS
           END-IF.
      * The distinct report names in the register, each with the
      * runs its group still holds and when the newest was cut
       RRP-FILL-REPORTS.
           MOVE "Report              Runs kept  Newest run"
               TO RRP-HEAD.
           MOVE 0 TO RRP-NAME-COUNT.
           MOVE 'N' TO RRP-EOF.
           OPEN INPUT RRP-HIST-FILE.
           IF WS-RRP-HIST-STATUS NOT = "00"
               MOVE 'Y' TO RRP-EOF
           END-IF.
           PERFORM UNTIL RRP-EOF = 'Y'
               READ RRP-HIST-FILE INTO RRP-ROW
                   AT END MOVE 'Y' TO RRP-EOF
               END-READ
               IF RRP-EOF = 'N' AND RRP-R-NAME NOT = SPACES
                   PERFORM RRP-NOTE-NAME
               END-IF
           END-PERFORM.
           IF WS-RRP-HIST-STATUS NOT = "35"
               CLOSE RRP-HIST-FILE
           END-IF.
           IF RRP-NAME-COUNT = 0
               MOVE "No reports filed yet" TO RRP-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RRP-IDX FROM 1 BY 1
               UNTIL RRP-IDX > RRP-NAME-COUNT OR RRP-COUNT = 12
               IF RRP-IDX > RRP-SKIP
                   ADD 1 TO RRP-COUNT END-ADD
                   MOVE RRP-NAME(RRP-IDX) TO RRP-ROW-NAME(RRP-COUNT)
                   MOVE 'A' TO FILE-VOL
                   MOVE RRP-NAME(RRP-IDX) TO GDG-BASE
                   PERFORM GDG-SCAN
                   MOVE GDG-COUNT TO RRP-RUNS-ED
                   IF GDG-COUNT > 0
                       MOVE GDG-COUNT TO RRP-ENT
                       IF RRP-ENT > 100
                           MOVE 100 TO RRP-ENT
                       END-IF
                       STRING RRP-NAME(RRP-IDX) "  " RRP-RUNS-ED
                           "       " GDG-ENT-STAMP(RRP-ENT)
                           DELIMITED BY SIZE INTO RRP-LINE(RRP-COUNT)
                       END-STRING
                   ELSE
                       STRING RRP-NAME(RRP-IDX) "  " RRP-RUNS-ED
                           DELIMITED BY SIZE INTO RRP-LINE(RRP-COUNT)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           IF RRP-IDX <= RRP-NAME-COUNT
               MOVE 'N' TO RRP-AT-END
           END-IF.
       RRP-NOTE-NAME.
           PERFORM VARYING RRP-ENT FROM 1 BY 1
               UNTIL RRP-ENT > RRP-NAME-COUNT
               OR RRP-NAME(RRP-ENT) = RRP-R-NAME
               CONTINUE
           END-PERFORM.
           IF RRP-ENT > RRP-NAME-COUNT AND RRP-NAME-COUNT < 48
               ADD 1 TO RRP-NAME-COUNT END-ADD
               MOVE RRP-R-NAME TO RRP-NAME(RRP-NAME-COUNT)
           END-IF.
      * One report's live generations, newest first, joined to the
      * register's lines for who cut them and how long they ran
       RRP-FILL-RUNS.
           MOVE "Gen    Run date         By        Pages Lines"
               TO RRP-HEAD.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-REPORT TO GDG-BASE.
           PERFORM GDG-SCAN.
           IF GDG-OK = 'N' OR GDG-COUNT = 0
               MOVE "No runs of that report on file" TO RRP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE GDG-COUNT TO RRP-ENT.
           IF RRP-ENT > 100
               MOVE 100 TO RRP-ENT
           END-IF.
           PERFORM VARYING RRP-IDX FROM 1 BY 1 UNTIL RRP-IDX > RRP-ENT
               MOVE SPACES TO RRP-I-STAMP(RRP-IDX)
               MOVE SPACES TO RRP-I-BY(RRP-IDX)
               MOVE 0 TO RRP-I-PAGES(RRP-IDX)
               MOVE 0 TO RRP-I-LINES(RRP-IDX)
           END-PERFORM.
           MOVE 'N' TO RRP-EOF.
           OPEN INPUT RRP-HIST-FILE.
           IF WS-RRP-HIST-STATUS NOT = "00"
               MOVE 'Y' TO RRP-EOF
           END-IF.
      * A later line for the same generation number wins: numbers
      * start over once a group has been emptied
           PERFORM UNTIL RRP-EOF = 'Y'
               READ RRP-HIST-FILE INTO RRP-ROW
                   AT END MOVE 'Y' TO RRP-EOF
               END-READ
               IF RRP-EOF = 'N' AND RRP-R-NAME = RRP-REPORT
                   AND RRP-R-GEN IS NUMERIC
                   PERFORM VARYING RRP-IDX FROM 1 BY 1
                       UNTIL RRP-IDX > RRP-ENT
                       IF GDG-ENT-NUM(RRP-IDX) = RRP-R-GEN
                           MOVE RRP-R-STAMP TO RRP-I-STAMP(RRP-IDX)
                           MOVE RRP-R-BY TO RRP-I-BY(RRP-IDX)
                           MOVE RRP-R-PAGES TO RRP-I-PAGES(RRP-IDX)
                           MOVE RRP-R-LINES TO RRP-I-LINES(RRP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-RRP-HIST-STATUS NOT = "35"
               CLOSE RRP-HIST-FILE
           END-IF.
           PERFORM VARYING RRP-IDX FROM RRP-ENT BY -1
               UNTIL RRP-IDX < 1 OR RRP-COUNT = 12
               IF RRP-ENT - RRP-IDX >= RRP-SKIP
                   ADD 1 TO RRP-COUNT END-ADD
                   PERFORM RRP-RUN-LINE
               END-IF
           END-PERFORM.
           IF RRP-IDX >= 1
               MOVE 'N' TO RRP-AT-END
           END-IF.
       RRP-RUN-LINE.
           MOVE RRP-REPORT TO RRP-ROW-NAME(RRP-COUNT).
           MOVE GDG-ENT-NUM(RRP-IDX) TO RRP-ROW-GEN(RRP-COUNT).
           IF RRP-I-STAMP(RRP-IDX) = SPACES
               STRING "G" GDG-ENT-NUM(RRP-IDX) "  "
                   GDG-ENT-STAMP(RRP-IDX)
                   DELIMITED BY SIZE INTO RRP-LINE(RRP-COUNT)
               END-STRING
           ELSE
               STRING "G" GDG-ENT-NUM(RRP-IDX) "  "
                   RRP-I-STAMP(RRP-IDX)(1:4) "-"
                   RRP-I-STAMP(RRP-IDX)(5:2) "-"
                   RRP-I-STAMP(RRP-IDX)(7:2) " "
                   RRP-I-STAMP(RRP-IDX)(9:2) ":"
                   RRP-I-STAMP(RRP-IDX)(11:2) ":"
                   RRP-I-STAMP(RRP-IDX)(13:2) "  "
                   RRP-I-BY(RRP-IDX) "  "
                   RRP-I-PAGES(RRP-IDX) "  "
                   RRP-I-LINES(RRP-IDX)
                   DELIMITED BY SIZE INTO RRP-LINE(RRP-COUNT)
               END-STRING
           END-IF.
      * The picked run as a store file: NAME.Gnnnn on A:
       RRP-PICK-RUN.
           MOVE SPACES TO RRP-DST-NAME.
           IF RRP-MODE NOT = 'G' OR RRP-PICK < 1
               OR RRP-PICK > RRP-COUNT
               MOVE "Pick a run's row number first" TO RRP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RRP-BASE-LEN.
           INSPECT RRP-ROW-NAME(RRP-PICK) TALLYING RRP-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           STRING RRP-ROW-NAME(RRP-PICK)(1:RRP-BASE-LEN) ".G"
               RRP-ROW-GEN(RRP-PICK)
               DELIMITED BY SIZE INTO RRP-DST-NAME
           END-STRING.
       RRP-VIEW-ONE.
           PERFORM RRP-PICK-RUN.
           IF RRP-DST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE RRP-DST-NAME TO FILE-NAME.
           MOVE SPACES TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "That run is no longer on file" TO RRP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RRP-VIEW-PAGE.
           MOVE 0 TO RRP-REC.
           MOVE 'N' TO WS-REPLY.
           PERFORM UNTIL WS-REPLY NOT = 'N'
               OR RRP-REC >= FILE-NUMRECS
               ADD 1 TO RRP-VIEW-PAGE END-ADD
               PERFORM VARYING RRP-IDX FROM 1 BY 1 UNTIL RRP-IDX > 20
                   MOVE SPACES TO RRP-VIEW-LINE(RRP-IDX)
                   IF RRP-REC < FILE-NUMRECS
                       ADD 1 TO RRP-REC END-ADD
                       MOVE RRP-REC TO FILE-RECORD
                       PERFORM FILE-READ-RECORD
                       MOVE FILE-REC-AREA(1:78)
                           TO RRP-VIEW-LINE(RRP-IDX)
                   END-IF
               END-PERFORM
               MOVE SPACE TO WS-REPLY
               ACCEPT RECALL-VIEW-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
           END-PERFORM.
           MOVE SPACE TO WS-REPLY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Recalled report " RRP-DST-NAME
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Reprint: the run goes on the spool queue as an ordinary
      * file job, exactly as PRINT would put it there
       RRP-PRINT-ONE.
           PERFORM RRP-PICK-RUN.
           IF RRP-DST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SPOOL-IDX.
           PERFORM VARYING WS-TMP2 FROM 1 BY 1 UNTIL WS-TMP2 > 4
               IF SPOOL-JOB-STATUS(WS-TMP2) NOT = 'Q'
                   AND SPOOL-JOB-STATUS(WS-TMP2) NOT = 'R'
                   AND SPOOL-IDX = 0
                   MOVE WS-TMP2 TO SPOOL-IDX
               END-IF
           END-PERFORM.
           IF SPOOL-IDX = 0
               MOVE "Print queue is full" TO RRP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO SPOOL-JOB-KIND(SPOOL-IDX).
           MOVE 'A' TO SPOOL-JOB-VOL(SPOOL-IDX).
           MOVE RRP-DST-NAME TO SPOOL-JOB-NAME(SPOOL-IDX).
           MOVE SPACES TO SPOOL-JOB-EXT(SPOOL-IDX).
           MOVE SPACES TO SPOOL-JOB-FORM(SPOOL-IDX).
           MOVE 0 TO SPOOL-JOB-LEN(SPOOL-IDX).
           MOVE 'N' TO SPOOL-JOB-BOLD(SPOOL-IDX).
           MOVE 'N' TO SPOOL-JOB-COND(SPOOL-IDX).
           MOVE 'Q' TO SPOOL-JOB-STATUS(SPOOL-IDX).
           PERFORM ACCT-SPOOL-OWNER.
           MOVE "Queued at the printer" TO RRP-MSG.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Reprinted report " RRP-DST-NAME
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * DISTRIB shell operation.  No argument lists the table.  A
      * report name with Argument 2 changes its row: each operator
      * named is added, "-OPER" takes one off, URGENT or ROUTINE
      * sets how it is flagged, and NONE removes the report from
      * distribution altogether.  Changes are a supervisor's.
       RDS-REPORT.
           IF WS-SHELL-REQ-ARG1 = SPACES
               PERFORM RDS-LIST
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-LEVEL < 5
               DISPLAY "DISTRIB: the distribution table is supervisor"
                   " territory" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-ARG1(19:22) NOT = SPACES
               OR WS-SHELL-REQ-ARG2 = SPACES
               DISPLAY "DISTRIB: Arg report, Arg 2 OPER ... [URGENT]"
                   END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG1(1:18) TO RDS-NAME.
           PERFORM RDS-FIND.
           IF RDS-HIT = 0
               MOVE SPACES TO RDS-ROW
               MOVE RDS-NAME TO RDS-ROW(1:18)
           END-IF.
           PERFORM RDS-ROW-TO-TABLE.
           MOVE SPACES TO RDS-TOK(1) RDS-TOK(2) RDS-TOK(3)
               RDS-TOK(4) RDS-TOK(5) RDS-TOK(6).
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO RDS-TOK(1) RDS-TOK(2) RDS-TOK(3)
                   RDS-TOK(4) RDS-TOK(5) RDS-TOK(6)
           END-UNSTRING.
           PERFORM VARYING RDS-TOK-IDX FROM 1 BY 1
               UNTIL RDS-TOK-IDX > 6
               IF RDS-TOK(RDS-TOK-IDX) NOT = SPACES
                   PERFORM RDS-APPLY-TOKEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO RDS-ROW(20:61).
           MOVE RDS-URGENT TO RDS-ROW(20:1).
           MOVE 0 TO RDS-SLOT.
           PERFORM VARYING RDS-IDX FROM 1 BY 1 UNTIL RDS-IDX > 6
               IF RDS-TO(RDS-IDX) NOT = SPACES
                   ADD 1 TO RDS-SLOT END-ADD
                   COMPUTE RDS-POS = 22 + (RDS-SLOT - 1) * 9
                   END-COMPUTE
                   MOVE RDS-TO(RDS-IDX) TO RDS-ROW(RDS-POS:8)
               END-IF
           END-PERFORM.
           IF RDS-SLOT = 0
               MOVE SPACES TO RDS-ROW
           END-IF.
           PERFORM RDS-STORE-ROW.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Changed distribution of " RDS-NAME
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * One word of Argument 2 against the recipients in RDS-TO
       RDS-APPLY-TOKEN.
           EVALUATE TRUE
               WHEN RDS-TOK(RDS-TOK-IDX) = "NONE"
                   MOVE SPACES TO RDS-TO(1) RDS-TO(2) RDS-TO(3)
                       RDS-TO(4) RDS-TO(5) RDS-TO(6)
               WHEN RDS-TOK(RDS-TOK-IDX) = "URGENT"
                   MOVE 'U' TO RDS-URGENT
               WHEN RDS-TOK(RDS-TOK-IDX) = "ROUTINE"
                   MOVE SPACE TO RDS-URGENT
               WHEN RDS-TOK(RDS-TOK-IDX)(1:1) = "-"
                   PERFORM VARYING RDS-IDX FROM 1 BY 1
                       UNTIL RDS-IDX > 6
                       IF RDS-TO(RDS-IDX) = RDS-TOK(RDS-TOK-IDX)(2:8)
                           MOVE SPACES TO RDS-TO(RDS-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 0 TO RDS-SLOT
                   PERFORM VARYING RDS-IDX FROM 1 BY 1
                       UNTIL RDS-IDX > 6
                       IF RDS-TO(RDS-IDX) = RDS-TOK(RDS-TOK-IDX)(1:8)
                           MOVE 99 TO RDS-SLOT
                       END-IF
                       IF RDS-TO(RDS-IDX) = SPACES AND RDS-SLOT = 0
                           MOVE RDS-IDX TO RDS-SLOT
                       END-IF
                   END-PERFORM
                   EVALUATE RDS-SLOT
                       WHEN 0
                           DISPLAY "DISTRIB: six recipients already - "
                               RDS-TOK(RDS-TOK-IDX) " not added"
                               END-DISPLAY
                       WHEN 99
                           CONTINUE
                       WHEN OTHER
                           MOVE RDS-TOK(RDS-TOK-IDX)(1:8)
                               TO RDS-TO(RDS-SLOT)
                   END-EVALUATE
           END-EVALUATE.
      * RDS-ROW spread into RDS-URGENT and the six RDS-TO
       RDS-ROW-TO-TABLE.
           MOVE RDS-ROW(20:1) TO RDS-URGENT.
           PERFORM VARYING RDS-IDX FROM 1 BY 1 UNTIL RDS-IDX > 6
               COMPUTE RDS-POS = 22 + (RDS-IDX - 1) * 9 END-COMPUTE
               MOVE RDS-ROW(RDS-POS:8) TO RDS-TO(RDS-IDX)
           END-PERFORM.
      * The DISTRIB.DAT row for RDS-NAME into RDS-ROW, its record
      * number in RDS-HIT (zero when the report is not listed)
       RDS-FIND.
           MOVE 0 TO RDS-HIT.
           MOVE SPACES TO RDS-ROW.
           MOVE 'A' TO FILE-VOL.
           MOVE "DISTRIB" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR RDS-HIT NOT = 0
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:18) = RDS-NAME
                   MOVE FILE-RECORD TO RDS-HIT
                   MOVE FILE-REC-AREA(1:80) TO RDS-ROW
               END-IF
           END-PERFORM.
      * RDS-ROW back into DISTRIB.DAT: over RDS-HIT, else into the
      * first blank row (a blank RDS-ROW clears the report's row);
      * DISTRIB.DAT is made on first use
       RDS-STORE-ROW.
           MOVE 'A' TO FILE-VOL.
           MOVE "DISTRIB" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 32 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM VARYING FILE-RECORD FROM 1 BY 1
                       UNTIL FILE-RECORD > 32
                       PERFORM FILE-WRITE-RECORD
                   END-PERFORM
                   PERFORM FILE-OPEN
               END-IF
           END-IF.
           IF NOT FILE-OP-OK
               DISPLAY "DISTRIB: cannot open DISTRIB.DAT" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF RDS-HIT = 0 AND RDS-ROW = SPACES
               DISPLAY "DISTRIB: " RDS-NAME " is not distributed"
                   END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF RDS-HIT = 0
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS OR RDS-HIT NOT = 0
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:80) = SPACES
                       MOVE FILE-RECORD TO RDS-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF RDS-HIT = 0
               DISPLAY "DISTRIB: DISTRIB.DAT is full" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE RDS-ROW TO FILE-REC-AREA(1:80).
           MOVE RDS-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF RDS-ROW = SPACES
               DISPLAY "DISTRIB: " RDS-NAME " removed" END-DISPLAY
           ELSE
               DISPLAY "DISTRIB: " RDS-ROW(1:78) END-DISPLAY
           END-IF.
      * The table, one report to a line
       RDS-LIST.
           PERFORM REPORT-OUT-OPEN.
           MOVE "DISTRIBUTION  report / urgent / recipients"
               TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO RDS-SENT.
           MOVE 'A' TO FILE-VOL.
           MOVE "DISTRIB" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:18) NOT = SPACES
                       ADD 1 TO RDS-SENT END-ADD
                       MOVE FILE-REC-AREA(1:76) TO WS-RPTO-LINE
                       PERFORM REPORT-OUT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF RDS-SENT = 0
               MOVE "No reports are distributed" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
      * Mail every recipient of the report just finished (RRP-IN-NAME,
      * filed as RRP-DST-NAME, or left only as its TXT when that is
      * blank) and raise the alert if the report is flagged urgent
       RDS-DELIVER.
           IF RRP-IN-NAME = SPACES OR RRP-IN-NAME(19:6) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE RRP-IN-NAME(1:18) TO RDS-NAME.
           PERFORM RDS-FIND.
           IF RDS-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM RDS-ROW-TO-TABLE.
           MOVE SPACES TO RDS-TARGET.
           IF RRP-DST-NAME NOT = SPACES
               MOVE RRP-DST-NAME TO RDS-TARGET
           ELSE
               STRING RDS-NAME DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO RDS-TARGET
               END-STRING
           END-IF.
           MOVE RRP-IN-PAGES TO RDS-PAGES-ED.
           MOVE SPACES TO RDS-NOTE.
           IF RRP-IN-PAGES = 0
               STRING "Report " RDS-TARGET DELIMITED BY SPACE
                   " is ready" DELIMITED BY SIZE INTO RDS-NOTE
               END-STRING
           ELSE
               STRING "Report " RDS-TARGET DELIMITED BY SPACE
                   " ready, " FUNCTION TRIM(RDS-PAGES-ED) " pages"
                   DELIMITED BY SIZE INTO RDS-NOTE
               END-STRING
           END-IF.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO MAIL-STAMP.
           MOVE 0 TO RDS-SENT.
           PERFORM VARYING RDS-IDX FROM 1 BY 1 UNTIL RDS-IDX > 6
               IF RDS-TO(RDS-IDX) NOT = SPACES
                   PERFORM RDS-MAIL-ONE
               END-IF
           END-PERFORM.
           IF RDS-SENT > 0
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Sent " RDS-TARGET DELIMITED BY SPACE
                   " to its distribution" DELIMITED BY SIZE
                   INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           IF RDS-URGENT = 'U'
               MOVE "REPORTS" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Urgent report " RDS-TARGET DELIMITED BY SPACE
                   " is ready" DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               MOVE 1 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               MOVE WS-ALERT-TEXT TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
      * One MAILBOX.DAT row for RDS-TO(RDS-IDX), the way SEND leaves
      * one; a mailbox that will not take it just misses the note
       RDS-MAIL-ONE.
           MOVE 'A' TO FILE-VOL.
           MOVE "MAILBOX" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK AND NOT FILE-OP-NOTFOUND
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MAIL-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE MAIL-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE RDS-TO(RDS-IDX) TO FILE-REC-AREA(1:8).
           MOVE RRP-IN-BY TO FILE-REC-AREA(10:8).
           MOVE MAIL-STAMP TO FILE-REC-AREA(19:14).
           MOVE 'N' TO FILE-REC-AREA(34:1).
           MOVE RDS-NOTE TO FILE-REC-AREA(36:40).
           MOVE MAIL-NEWRECS TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           ADD 1 TO RDS-SENT END-ADD.
      * Remote job entry, once per pass of the menu loop: take what
      * the line has sent since the last pass (a burst at most, so a
      * chattering line cannot hold the console), and act on each
      * line as its carriage return arrives
       RJE-PUMP.
           IF WS-RJE-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RJE-GOT.
           MOVE 'N' TO RJE-QUIET.
           PERFORM UNTIL RJE-QUIET = 'Y' OR RJE-GOT >= 160
               MOVE WS-RJE-PORT TO WS-UART-PORT
               SET WS-UART-OP-RECV TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO RJE-QUIET
               ELSE
                   ADD 1 TO RJE-GOT END-ADD
                   MOVE WS-UART-DATA TO RJE-BYTE
                   EVALUATE TRUE
                       WHEN RJE-BYTE = 13
                           PERFORM RJE-LINE-IN
                       WHEN RJE-BYTE = 8 OR RJE-BYTE = 127
                           IF RJE-INLEN > 0
                               MOVE SPACE TO RJE-INBUF(RJE-INLEN:1)
                               SUBTRACT 1 FROM RJE-INLEN END-SUBTRACT
                           END-IF
                       WHEN RJE-BYTE >= 32 AND RJE-BYTE <= 126
                           IF RJE-INLEN < 80
                               ADD 1 TO RJE-INLEN END-ADD
                               MOVE FUNCTION CHAR(RJE-BYTE + 1)
                                   TO RJE-INBUF(RJE-INLEN:1)
                           END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * One complete line from the remote end
       RJE-LINE-IN.
           MOVE RJE-INBUF TO RJE-LINE.
           MOVE SPACES TO RJE-INBUF.
           MOVE 0 TO RJE-INLEN.
           IF RJE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RJE-VERB RJE-W1 RJE-W2 RJE-W3.
           UNSTRING RJE-LINE DELIMITED BY ALL SPACE
               INTO RJE-VERB RJE-W1 RJE-W2 RJE-W3
           END-UNSTRING.
           INSPECT RJE-VERB CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO RJE-SEND-FAIL.
           IF RJE-VERB = "LOGON"
               PERFORM RJE-LOGON
               EXIT PARAGRAPH
           END-IF.
           IF RJE-USER = SPACES
               MOVE "RJE: LOGON id password first" TO RJE-OUT
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RJE-VERB
               WHEN "SUBMIT"
                   PERFORM RJE-SUBMIT
               WHEN "STATUS"
                   PERFORM RJE-STATUS
               WHEN "KINDS"
                   PERFORM RJE-SHOW-KINDS
               WHEN "LOGOFF"
                   MOVE "Remote job entry logoff" TO WS-LOG-ACTION
                   PERFORM RJE-LOG
                   MOVE SPACES TO RJE-OUT
                   STRING "RJE: " RJE-USER " logged off"
                       DELIMITED BY SIZE INTO RJE-OUT
                   END-STRING
                   PERFORM RJE-SEND-LINE
                   MOVE SPACES TO RJE-USER
               WHEN OTHER
                   MOVE "RJE: SUBMIT, STATUS [slot], KINDS or LOGOFF"
                       TO RJE-OUT
                   PERFORM RJE-SEND-LINE
           END-EVALUATE.
      * LOGON id password: the same credential check, lockout and
      * all, that the console login makes
       RJE-LOGON.
           MOVE RJE-W1(1:8) TO LOGIN-TRY-ID.
           MOVE RJE-W2(1:8) TO LOGIN-TRY-PW.
           PERFORM LOGIN-VERIFY.
           IF LOGIN-VOK = 'Y'
               MOVE LOGIN-TRY-ID TO RJE-USER
               MOVE "Remote job entry logon" TO WS-LOG-ACTION
               PERFORM RJE-LOG
               MOVE SPACES TO RJE-OUT
               STRING "RJE: " RJE-USER " logged on"
                   DELIMITED BY SIZE INTO RJE-OUT
               END-STRING
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RJE-USER.
           MOVE SPACES TO WS-LOG-ACTION.
           IF LOGIN-VLOCKED = 'Y'
               STRING "RJE logon refused, locked: " LOGIN-TRY-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               MOVE "RJE: operator is locked out" TO RJE-OUT
           ELSE
               STRING "Failed RJE logon: " LOGIN-TRY-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               MOVE "RJE: unknown ID or wrong password" TO RJE-OUT
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           PERFORM RJE-SEND-LINE.
           PERFORM LOGIN-COUNT-FAILURE.
      * SUBMIT kind arg1 arg2: into the first free queue slot, the
      * way JOBSUB puts a job there, for a kind on the allowed list
       RJE-SUBMIT.
           MOVE RJE-W1(1:8) TO JOBQ-KIND.
           INSPECT JOBQ-KIND CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM RJE-LOAD-KINDS.
           MOVE 'N' TO RJE-OK.
           PERFORM VARYING RJE-IDX FROM 1 BY 1
               UNTIL RJE-IDX > RJE-KIND-COUNT OR RJE-OK = 'Y'
               IF RJE-KIND(RJE-IDX) = JOBQ-KIND
                   MOVE 'Y' TO RJE-OK
               END-IF
           END-PERFORM.
           IF JOBQ-KIND = SPACES OR RJE-OK = 'N'
               MOVE SPACES TO RJE-OUT
               STRING "RJE: " JOBQ-KIND " may not be sent in - see"
                   " KINDS" DELIMITED BY SIZE INTO RJE-OUT
               END-STRING
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOBQ-ENSURE-FILE.
           MOVE 0 TO JOBQ-FOUND.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1
               UNTIL JOBQ-IDX > 16 OR JOBQ-FOUND NOT = 0
               MOVE JOBQ-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-REC-AREA(70:1) NOT = 'Q'
                   AND FILE-REC-AREA(70:1) NOT = 'R'
                   AND FILE-REC-AREA(70:1) NOT = 'H'
                   MOVE JOBQ-IDX TO JOBQ-FOUND
               END-IF
           END-PERFORM.
           IF JOBQ-FOUND = 0
               MOVE "RJE: queue is full - try again later" TO RJE-OUT
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE JOBQ-KIND TO FILE-REC-AREA(1:8).
           MOVE RJE-W2 TO FILE-REC-AREA(9:28).
           MOVE RJE-W3 TO FILE-REC-AREA(37:28).
           MOVE 'Q' TO FILE-REC-AREA(70:1).
           MOVE JOBQ-FOUND TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           MOVE RJE-USER TO JHS-WHO.
           PERFORM JHS-NOTE-SUBMIT.
           MOVE JOBQ-FOUND TO RJE-SLOT.
           MOVE 'Y' TO RJE-WATCH(RJE-SLOT).
           MOVE RJE-USER TO RJE-OWNER(RJE-SLOT).
           MOVE SPACES TO RJE-OUT.
           STRING "RJE: " JOBQ-KIND " queued in slot " RJE-SLOT
               " - output follows when it ends"
               DELIMITED BY SIZE INTO RJE-OUT
           END-STRING.
           PERFORM RJE-SEND-LINE.
           MOVE "Submitted batch job via RJE" TO WS-LOG-ACTION.
           PERFORM RJE-LOG.
      * STATUS [slot]: that slot's JOBQUEUE.DAT entry, or every slot
      * in use
       RJE-STATUS.
           MOVE 0 TO RJE-SLOT.
           IF RJE-W1(1:2) IS NUMERIC AND RJE-W1(3:1) = SPACE
               MOVE RJE-W1(1:2) TO RJE-SLOT
           END-IF.
           IF RJE-W1(1:1) IS NUMERIC AND RJE-W1(2:1) = SPACE
               MOVE RJE-W1(1:1) TO RJE-SLOT
           END-IF.
           IF RJE-SLOT > 16
               MOVE "RJE: slots run 1 to 16" TO RJE-OUT
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOBQ-ENSURE-FILE.
           IF NOT FILE-OP-OK
               MOVE "RJE: job queue unavailable" TO RJE-OUT
               PERFORM RJE-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "RJE: Q=queued R=running D=done F=failed H=held"
               TO RJE-OUT.
           PERFORM RJE-SEND-LINE.
           MOVE 0 TO RJE-REC.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1
               UNTIL JOBQ-IDX > 16 OR RJE-SEND-FAIL = 'Y'
               IF RJE-SLOT = 0 OR RJE-SLOT = JOBQ-IDX
                   MOVE JOBQ-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                       ADD 1 TO RJE-REC END-ADD
                       MOVE SPACES TO RJE-OUT
                       STRING JOBQ-IDX(3:2) " " FILE-REC-AREA(1:8) " "
                           FILE-REC-AREA(9:28) " "
                           FILE-REC-AREA(70:1)
                           DELIMITED BY SIZE INTO RJE-OUT
                       END-STRING
                       IF FILE-REC-AREA(71:3) IS NUMERIC
                           STRING FILE-REC-AREA(71:3) "%"
                               DELIMITED BY SIZE INTO RJE-OUT(51:4)
                           END-STRING
                       END-IF
                       IF RJE-WATCH(JOBQ-IDX) = 'Y'
                           STRING "sent in by " RJE-OWNER(JOBQ-IDX)
                               DELIMITED BY SIZE INTO RJE-OUT(57:19)
                           END-STRING
                       END-IF
                       PERFORM RJE-SEND-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF RJE-REC = 0
               MOVE "RJE: no job there" TO RJE-OUT
               PERFORM RJE-SEND-LINE
           END-IF.
       RJE-SHOW-KINDS.
           PERFORM RJE-LOAD-KINDS.
           MOVE "RJE: kinds that may be sent in:" TO RJE-OUT.
           PERFORM RJE-SEND-LINE.
           MOVE SPACES TO RJE-OUT.
           MOVE 1 TO RJE-OUTLEN.
           PERFORM VARYING RJE-IDX FROM 1 BY 1
               UNTIL RJE-IDX > RJE-KIND-COUNT
               IF RJE-OUTLEN > 64
                   PERFORM RJE-SEND-LINE
                   MOVE SPACES TO RJE-OUT
                   MOVE 1 TO RJE-OUTLEN
               END-IF
               MOVE RJE-KIND(RJE-IDX) TO RJE-OUT(RJE-OUTLEN:8)
               ADD 9 TO RJE-OUTLEN END-ADD
           END-PERFORM.
           PERFORM RJE-SEND-LINE.
      * RJEKINDS.DAT on A: if there is one with anything in it,
      * otherwise the kinds that only read and report
       RJE-LOAD-KINDS.
           MOVE 0 TO RJE-KIND-COUNT.
           MOVE 'A' TO FILE-VOL.
           MOVE "RJEKINDS" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   OR RJE-KIND-COUNT >= 24
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                       AND FILE-REC-AREA(1:1) NOT = "*"
                       ADD 1 TO RJE-KIND-COUNT END-ADD
                       MOVE FILE-REC-AREA(1:8)
                           TO RJE-KIND(RJE-KIND-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           IF RJE-KIND-COUNT = 0
               PERFORM VARYING RJE-IDX FROM 1 BY 1 UNTIL RJE-IDX > 9
                   MOVE RJE-DEFAULT-KIND(RJE-IDX) TO RJE-KIND(RJE-IDX)
               END-PERFORM
               MOVE 9 TO RJE-KIND-COUNT
           END-IF.
      * A job sent in over the line has ended (JOBQ-CAP-FINISH, with
      * the capture still described in JOBQ-CAP-*): its output goes
      * back down the line a record at a time
       RJE-RETURN-OUTPUT.
           MOVE 'N' TO RJE-WATCH(RJE-SLOT).
           MOVE 'N' TO RJE-SEND-FAIL.
           MOVE SPACES TO RJE-OUT.
           STRING "RJE: slot " RJE-SLOT " " JOBQ-KIND " ended "
               JOBQ-RESULT DELIMITED BY SIZE INTO RJE-OUT
           END-STRING.
           PERFORM RJE-SEND-LINE.
           IF JOBQ-CAP-OK = 'Y'
               PERFORM VARYING RJE-REC FROM 1 BY 1
                   UNTIL RJE-REC > JOBQ-CAP-RECNO OR RJE-SEND-FAIL = 'Y'
                   MOVE JOBQ-CAP-VOL TO FILE-VOL
                   MOVE JOBQ-CAP-NAME TO FILE-NAME
                   MOVE "TXT" TO FILE-EXT
                   MOVE JOBQ-CAP-CYL TO FILE-CYL
                   MOVE JOBQ-CAP-SECT TO FILE-SECT
                   MOVE JOBQ-CAP-NUMSECT TO FILE-NUMSECT
                   MOVE 80 TO FILE-RECLEN
                   MOVE JOBQ-CAP-MAXREC TO FILE-NUMRECS
                   MOVE RJE-REC TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   MOVE FILE-REC-AREA(1:80) TO RJE-OUT
                   PERFORM RJE-SEND-LINE
               END-PERFORM
           ELSE
               MOVE "RJE: no output was captured" TO RJE-OUT
               PERFORM RJE-SEND-LINE
           END-IF.
           MOVE "RJE: end of output" TO RJE-OUT.
           PERFORM RJE-SEND-LINE.
           MOVE RJE-USER TO RJE-HOLD-USER.
           MOVE RJE-OWNER(RJE-SLOT) TO RJE-USER.
           MOVE SPACES TO WS-LOG-ACTION.
           IF RJE-SEND-FAIL = 'Y'
               STRING "RJE output of slot " RJE-SLOT " not delivered"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "RJE output of slot " RJE-SLOT " sent back"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM RJE-LOG.
           MOVE RJE-HOLD-USER TO RJE-USER.
      * RJE-OUT down the line with CR/LF, the way KRNLNET sends; once
      * a byte will not go the rest of the exchange is dropped rather
      * than timing out on every byte of it
       RJE-SEND-LINE.
           IF RJE-SEND-FAIL = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RJE-OUTLEN.
           IF RJE-OUT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RJE-OUT TRAILING))
                   TO RJE-OUTLEN
           END-IF.
           MOVE WS-RJE-PORT TO WS-UART-PORT.
           PERFORM VARYING RJE-IDX FROM 1 BY 1
               UNTIL RJE-IDX > RJE-OUTLEN OR RJE-SEND-FAIL = 'Y'
               COMPUTE WS-UART-DATA =
                   FUNCTION ORD(RJE-OUT(RJE-IDX:1)) - 1
               END-COMPUTE
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO RJE-SEND-FAIL
               END-IF
           END-PERFORM.
           IF RJE-SEND-FAIL = 'N'
               MOVE 13 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               MOVE 10 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
           END-IF.
      * WS-LOG-ACTION into the session log under the remote user's
      * ID rather than whoever is at the console
       RJE-LOG.
           MOVE WS-OPER-ON TO RJE-SAVE-ON.
           MOVE WS-OPER-ID TO RJE-SAVE-ID.
           MOVE 'Y' TO WS-OPER-ON.
           MOVE RJE-USER TO WS-OPER-ID.
           PERFORM SESSION-LOG-WRITE.
           MOVE RJE-SAVE-ON TO WS-OPER-ON.
           MOVE RJE-SAVE-ID TO WS-OPER-ID.
      * Log shipping comes up once the journal has been replayed and
      * before anything else can store a sector, so a transaction
      * rolled back at boot ships like any other change.  It needs
      * both SHIPMODE and SHIPPORT, and a machine whose POS file says
      * it took over is never put back into standby by a stale
      * runtime.cfg -- that takes reseeding it from the primary.
       SHIP-INIT.
           MOVE 'N' TO WS-SHIP-MODE.
           MOVE SPACE TO SHP-LINK.
           MOVE 0 TO SHP-MISSES SHP-NEXT-TRY SHP-NEXT-DIR.
           MOVE 4 TO SHP-BURST.
           MOVE 'N' TO SHP-FORCE SHP-POS-DIRTY SHP-Q-LIVE SHP-BYE.
           MOVE SPACES TO SHP-INBUF.
           MOVE 0 TO SHP-INLEN.
           PERFORM SHIP-POS-LOAD.
           IF WS-SHIP-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-SHIP-MODE NOT = 'P' AND WS-CFG-SHIP-MODE NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-SHIP-MODE = 'S' AND SHP-POS-ROLE = 'L'
               MOVE "Standby mode set aside: took over earlier"
                   TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CFG-SHIP-MODE TO WS-SHIP-MODE.
           MOVE WS-CFG-SHIP-MODE TO SHP-POS-ROLE.
           MOVE SPACES TO WS-LOG-ACTION.
           IF WS-SHIP-MODE = 'P'
               PERFORM SHIP-QUEUE-SCAN
               IF SHP-QUEUED < SHP-ACKED
                   MOVE SHP-ACKED TO SHP-QUEUED
               END-IF
               STRING "Shipping store to standby on port "
                   WS-SHIP-PORT DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "Standing by for primary on port "
                   WS-SHIP-PORT DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           PERFORM SHIP-POS-SAVE.
      * KINNOSHP.POS back into SHP-DATA; a missing or short file
      * leaves a machine that has never shipped anything
       SHIP-POS-LOAD.
           MOVE 0 TO SHP-QUEUED SHP-ACKED SHP-DIR-PRINT.
           MOVE SPACES TO SHP-LAST-STAMP.
           MOVE SPACE TO SHP-POS-ROLE.
           MOVE 'N' TO SHP-IN-SNAP.
           OPEN INPUT SHP-POS-FILE.
           IF WS-SHP-POS-STATUS NOT = "00"
               IF WS-SHP-POS-STATUS = "05"
                   CLOSE SHP-POS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SHP-POS-LINE.
           READ SHP-POS-FILE INTO SHP-POS-LINE
               AT END MOVE SPACES TO SHP-POS-LINE
           END-READ.
           CLOSE SHP-POS-FILE.
           MOVE SHP-POS-LINE(1:1) TO SHP-POS-ROLE.
           IF SHP-POS-LINE(3:8) NUMERIC
               MOVE SHP-POS-LINE(3:8) TO SHP-QUEUED
           END-IF.
           IF SHP-POS-LINE(12:8) NUMERIC
               MOVE SHP-POS-LINE(12:8) TO SHP-ACKED
           END-IF.
           MOVE SHP-POS-LINE(21:14) TO SHP-LAST-STAMP.
           IF SHP-POS-LINE(36:8) NUMERIC
               MOVE SHP-POS-LINE(36:8) TO SHP-DIR-PRINT
           END-IF.
           IF SHP-POS-LINE(45:1) = 'Y'
               MOVE 'Y' TO SHP-IN-SNAP
           END-IF.
      * One line: role, queued, acknowledged (applied), stamp of the
      * last acknowledgement, directory fingerprint, snapshot flag
       SHIP-POS-SAVE.
           MOVE SPACES TO SHP-POS-LINE.
           STRING SHP-POS-ROLE " " SHP-QUEUED " " SHP-ACKED " "
               SHP-LAST-STAMP " " SHP-DIR-PRINT " " SHP-IN-SNAP
               DELIMITED BY SIZE INTO SHP-POS-LINE
           END-STRING.
           OPEN OUTPUT SHP-POS-FILE.
           WRITE SHP-POS-REC FROM SHP-POS-LINE END-WRITE.
           CLOSE SHP-POS-FILE.
           MOVE 'N' TO SHP-POS-DIRTY.
      * The highest sequence still sitting in the queue -- lines are
      * queued without touching the POS file, so after a power cut
      * the queue itself is the word on how far numbering got
       SHIP-QUEUE-SCAN.
           OPEN INPUT SHP-QUEUE-FILE.
           IF WS-SHP-QUEUE-STATUS NOT = "00"
               IF WS-SHP-QUEUE-STATUS = "05"
                   CLOSE SHP-QUEUE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SHP-EOF.
           PERFORM UNTIL SHP-EOF = 'Y'
               READ SHP-QUEUE-FILE INTO SHP-Q
                   AT END MOVE 'Y' TO SHP-EOF
               END-READ
               IF SHP-EOF = 'N' AND SHP-Q-SEQ NUMERIC
                   MOVE 'Y' TO SHP-Q-LIVE
                   IF SHP-Q-SEQ > SHP-QUEUED
                       MOVE SHP-Q-SEQ TO SHP-QUEUED
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SHP-QUEUE-FILE.
      * Queue SHP-Q-BODY under the next sequence number.  The queue is
      * held open for append between pump passes, the way the journal
      * is between flushes.
       SHIP-QUEUE-PUT.
           IF SHP-Q-OPEN = 'N'
               OPEN EXTEND SHP-QUEUE-FILE
               IF WS-SHP-QUEUE-STATUS NOT = "00"
                   OPEN OUTPUT SHP-QUEUE-FILE
                   CLOSE SHP-QUEUE-FILE
                   OPEN EXTEND SHP-QUEUE-FILE
               END-IF
               MOVE 'Y' TO SHP-Q-OPEN
           END-IF.
           ADD 1 TO SHP-QUEUED END-ADD.
           MOVE SHP-QUEUED TO SHP-Q-SEQ.
           WRITE SHP-QUEUE-REC FROM SHP-Q END-WRITE.
           MOVE 'Y' TO SHP-Q-LIVE.
      * Everything queued has been acknowledged: start the queue over
       SHIP-QUEUE-TRIM.
           IF SHP-Q-LIVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF SHP-Q-OPEN = 'Y'
               CLOSE SHP-QUEUE-FILE
               MOVE 'N' TO SHP-Q-OPEN
           END-IF.
           OPEN OUTPUT SHP-QUEUE-FILE.
           CLOSE SHP-QUEUE-FILE.
           MOVE 'N' TO SHP-Q-LIVE.
           PERFORM SHIP-POS-SAVE.
      * Primary side, once per pass of the menu loop: queue a fresh
      * directory snapshot if the directory has moved, then ship a
      * burst of what the standby has not acknowledged, one line at
      * a time, stopping at the first line it does not answer.  With
      * the link down a pass only tries every 30 seconds, so a dead
      * line costs the console a moment now and then, not every pass.
       SHIP-PUMP.
           IF WS-SHIP-MODE NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHIP-DIR-CHECK.
           IF SHP-ACKED >= SHP-QUEUED
               PERFORM SHIP-QUEUE-TRIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-SECONDS-NOW.
           IF SHP-LINK = 'D' AND SHP-FORCE = 'N'
               AND WS-RTC-SECS < SHP-NEXT-TRY
               EXIT PARAGRAPH
           END-IF.
           IF SHP-Q-OPEN = 'Y'
               CLOSE SHP-QUEUE-FILE
               MOVE 'N' TO SHP-Q-OPEN
           END-IF.
           OPEN INPUT SHP-QUEUE-FILE.
           IF WS-SHP-QUEUE-STATUS NOT = "00"
               IF WS-SHP-QUEUE-STATUS = "05"
                   CLOSE SHP-QUEUE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SHP-SENT.
           MOVE 'N' TO SHP-STOP.
           MOVE 'N' TO SHP-EOF.
           PERFORM UNTIL SHP-EOF = 'Y' OR SHP-STOP = 'Y'
               OR SHP-SENT >= SHP-BURST
               READ SHP-QUEUE-FILE INTO SHP-Q
                   AT END MOVE 'Y' TO SHP-EOF
               END-READ
               IF SHP-EOF = 'N' AND SHP-Q-SEQ NUMERIC
                   AND SHP-Q-SEQ > SHP-ACKED
                   PERFORM SHIP-SEND-ONE
               END-IF
           END-PERFORM.
           CLOSE SHP-QUEUE-FILE.
           IF SHP-ACKED >= SHP-QUEUED
               PERFORM SHIP-QUEUE-TRIM
           END-IF.
           IF SHP-POS-DIRTY = 'Y'
               PERFORM SHIP-POS-SAVE
           END-IF.
      * Fingerprint A:'s directory and allocator (at most every ten
      * seconds unless forced) and queue a snapshot when it differs
      * from the last one queued.  Left alone while a request has the
      * store on another volume.
       SHIP-DIR-CHECK.
           IF WS-VOL-CURRENT NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-SECONDS-NOW.
           IF SHP-FORCE = 'N' AND WS-RTC-SECS < SHP-NEXT-DIR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SHP-NEXT-DIR = WS-RTC-SECS + 10 END-COMPUTE.
           MOVE 1 TO SHP-ALLOC.
           OPEN INPUT FILE-ALLOC-FILE.
           IF WS-FILE-ALLOC-STATUS = "00"
               READ FILE-ALLOC-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FILE-ALLOC-REC TO SHP-ALLOC
               END-READ
               CLOSE FILE-ALLOC-FILE
           END-IF.
           MOVE SHP-ALLOC TO SHP-NEW-PRINT.
           MOVE 0 TO SHP-DIR-COUNT.
           OPEN INPUT FILE-DIR-FILE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               IF WS-FILE-DIR-STATUS = "05"
                   CLOSE FILE-DIR-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   ADD 1 TO SHP-DIR-COUNT END-ADD
                   PERFORM SHIP-DIR-PRINT-REC
               END-IF
           END-PERFORM.
           CLOSE FILE-DIR-FILE.
           IF SHP-NEW-PRINT NOT = SHP-DIR-PRINT
               PERFORM SHIP-DIR-QUEUE
           END-IF.
      * Fold FILE-DIR-REC into SHP-NEW-PRINT, weighted by offset and
      * by the entry's place in key order
       SHIP-DIR-PRINT-REC.
           PERFORM VARYING SHP-CK-IDX FROM 1 BY 1
               UNTIL SHP-CK-IDX > FUNCTION LENGTH(FILE-DIR-REC)
               COMPUTE SHP-NEW-PRINT = FUNCTION MOD(SHP-NEW-PRINT +
                   (FUNCTION ORD(FILE-DIR-REC(SHP-CK-IDX:1))
                   * (SHP-CK-IDX + SHP-DIR-COUNT)), 99999999)
               END-COMPUTE
           END-PERFORM.
      * The whole directory, bracketed, behind every sector already
      * queued -- the standby only lays it down once the "E" arrives
       SHIP-DIR-QUEUE.
           MOVE SPACES TO SHP-Q-BODY.
           MOVE "B" TO SHP-Q-BODY(1:1).
           PERFORM SHIP-QUEUE-PUT.
           OPEN INPUT FILE-DIR-FILE.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   MOVE SPACES TO SHP-Q-BODY
                   MOVE "D" TO SHP-Q-BODY(1:1)
                   MOVE FILE-DIR-REC TO SHP-Q-BODY(2:)
                   PERFORM SHIP-QUEUE-PUT
               END-IF
           END-PERFORM.
           CLOSE FILE-DIR-FILE.
           MOVE SPACES TO SHP-Q-BODY.
           MOVE "E" TO SHP-Q-BODY(1:1).
           MOVE SHP-ALLOC TO SHP-Q-BODY(2:8).
           PERFORM SHIP-QUEUE-PUT.
           MOVE SHP-NEW-PRINT TO SHP-DIR-PRINT.
           MOVE 'Y' TO SHP-POS-DIRTY.
      * Ship the queued line in SHP-Q and wait for the standby's word
       SHIP-SEND-ONE.
           PERFORM SHIP-BODY-SUM.
           MOVE SPACES TO SHP-OUT.
           MOVE "S" TO SHP-OUT(1:1).
           MOVE SHP-Q-SEQ TO SHP-OUT(2:8).
           MOVE SHP-SUM TO SHP-OUT(10:8).
           MOVE SHP-Q-BODY TO SHP-OUT(18:4113).
           PERFORM SHIP-SEND-LINE.
           PERFORM SHIP-AWAIT-REPLY.
           IF SHP-REPLY(1:4) = "ACK " AND SHP-REPLY(5:8) = SHP-OUT(2:8)
               MOVE SHP-Q-SEQ TO SHP-ACKED
               PERFORM LIB-NOW-STAMP
               MOVE LIB-STAMP TO SHP-LAST-STAMP
               MOVE 'Y' TO SHP-POS-DIRTY
               MOVE 0 TO SHP-MISSES
               ADD 1 TO SHP-SENT END-ADD
               PERFORM SHIP-LINK-UP
           ELSE
               MOVE 'Y' TO SHP-STOP
               PERFORM SHIP-MISS
           END-IF.
      * A line the standby did not acknowledge.  Three in a row and
      * the link is down: alerted and logged once, then retried every
      * 30 seconds until an acknowledgement brings it back.
       SHIP-MISS.
           ADD 1 TO SHP-MISSES END-ADD.
           PERFORM RTC-SECONDS-NOW.
           COMPUTE SHP-NEXT-TRY = WS-RTC-SECS + 30 END-COMPUTE.
           IF SHP-MISSES < 3 OR SHP-LINK = 'D'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO SHP-LINK.
           MOVE "SHIPPING" TO WS-ALERT-SUBSYS.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF SHP-REPLY(1:4) = "NAK "
               STRING "standby refusing, it holds " SHP-REPLY(5:8)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
           ELSE
               STRING "standby link down on port " WS-SHIP-PORT
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
           END-IF.
           MOVE 2 TO WS-ALERT-SEVERITY.
           CALL "KRNLALRT" END-CALL.
           MOVE WS-ALERT-TEXT TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * Traffic again after a link-down alert: say so, the same way
       SHIP-LINK-UP.
           IF SHP-LINK = 'D'
               MOVE "SHIPPING" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "shipping link restored on port " WS-SHIP-PORT
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               MOVE 1 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               MOVE WS-ALERT-TEXT TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
           MOVE 'U' TO SHP-LINK.
           MOVE 0 TO SHP-MISSES.
      * Position-weighted checksum over the whole body, trailing
      * spaces included, so the wire can drop them and the far end
      * put them back
       SHIP-BODY-SUM.
           MOVE 0 TO SHP-SUM.
           PERFORM VARYING SHP-CK-IDX FROM 1 BY 1
               UNTIL SHP-CK-IDX > 4113
               COMPUTE SHP-SUM = FUNCTION MOD(SHP-SUM +
                   (FUNCTION ORD(SHP-Q-BODY(SHP-CK-IDX:1))
                   * SHP-CK-IDX), 99999999)
               END-COMPUTE
           END-PERFORM.
      * SHP-OUT, trailing spaces dropped, and CR LF down the shipping
      * line; a byte the UART will not take abandons the rest
       SHIP-SEND-LINE.
           MOVE 'N' TO SHP-SEND-FAIL.
           MOVE 0 TO SHP-OUTLEN.
           IF SHP-OUT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SHP-OUT TRAILING))
                   TO SHP-OUTLEN
           END-IF.
           MOVE WS-SHIP-PORT TO WS-UART-PORT.
           PERFORM VARYING SHP-IDX FROM 1 BY 1
               UNTIL SHP-IDX > SHP-OUTLEN OR SHP-SEND-FAIL = 'Y'
               COMPUTE WS-UART-DATA =
                   FUNCTION ORD(SHP-OUT(SHP-IDX:1)) - 1
               END-COMPUTE
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO SHP-SEND-FAIL
               END-IF
           END-PERFORM.
           IF SHP-SEND-FAIL = 'N'
               MOVE 13 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               MOVE 10 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
           END-IF.
      * The standby's one-line answer into SHP-REPLY, giving up after
      * eight empty receives (two seconds) in a row
       SHIP-AWAIT-REPLY.
           MOVE SPACES TO SHP-REPLY.
           MOVE 0 TO SHP-RLEN.
           MOVE 0 TO SHP-QUIET-POLLS.
           MOVE 'N' TO SHP-OK.
           IF SHP-SEND-FAIL = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SHP-OK = 'Y' OR SHP-QUIET-POLLS >= 8
               MOVE WS-SHIP-PORT TO WS-UART-PORT
               SET WS-UART-OP-RECV TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   ADD 1 TO SHP-QUIET-POLLS END-ADD
               ELSE
                   MOVE WS-UART-DATA TO SHP-BYTE
                   EVALUATE TRUE
                       WHEN SHP-BYTE = 13
                           IF SHP-RLEN > 0
                               MOVE 'Y' TO SHP-OK
                           END-IF
                       WHEN SHP-BYTE >= 32 AND SHP-BYTE <= 126
                           IF SHP-RLEN < 20
                               ADD 1 TO SHP-RLEN END-ADD
                               MOVE FUNCTION CHAR(SHP-BYTE + 1)
                                   TO SHP-REPLY(SHP-RLEN:1)
                           END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * Standby side: take what the line has until it goes quiet (or
      * a few sectors' worth has come in), acting on each line as its
      * carriage return arrives
       SHIP-RECEIVE.
           MOVE 0 TO SHP-GOT.
           MOVE 'N' TO SHP-QUIET.
           PERFORM UNTIL SHP-QUIET = 'Y' OR SHP-GOT >= 20000
               OR SHP-BYE = 'Y'
               MOVE WS-SHIP-PORT TO WS-UART-PORT
               SET WS-UART-OP-RECV TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO SHP-QUIET
               ELSE
                   ADD 1 TO SHP-GOT END-ADD
                   MOVE WS-UART-DATA TO SHP-BYTE
                   EVALUATE TRUE
                       WHEN SHP-BYTE = 13
                           PERFORM SHIP-LINE-IN
                       WHEN SHP-BYTE = 10
                           CONTINUE
                       WHEN OTHER
                           IF SHP-INLEN < 4130
                               ADD 1 TO SHP-INLEN END-ADD
                               MOVE FUNCTION CHAR(SHP-BYTE + 1)
                                   TO SHP-INBUF(SHP-INLEN:1)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF SHP-POS-DIRTY = 'Y'
               PERFORM SHIP-POS-SAVE
           END-IF.
      * One line from the primary.  A line that fails its checksum or
      * arrives out of order is refused with NAK and the sequence this
      * standby holds; one already applied is acknowledged again (its
      * first ACK was lost); the next in order is applied and only
      * then acknowledged.  A standby that has never applied anything
      * takes whatever sequence comes first.
       SHIP-LINE-IN.
           MOVE SHP-INBUF TO SHP-LINE.
           MOVE SPACES TO SHP-INBUF.
           MOVE 0 TO SHP-INLEN.
           IF SHP-LINE(1:3) = "BYE"
               MOVE 'Y' TO SHP-BYE
               EXIT PARAGRAPH
           END-IF.
           IF SHP-LINE(1:1) NOT = "S" OR SHP-LINE(2:8) NOT NUMERIC
               OR SHP-LINE(10:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SHP-LINE(2:8) TO SHP-SEQ.
           MOVE SHP-LINE(18:4113) TO SHP-Q-BODY.
           PERFORM SHIP-BODY-SUM.
           IF SHP-SUM NOT = SHP-LINE(10:8)
               PERFORM SHIP-NAK
               EXIT PARAGRAPH
           END-IF.
           IF SHP-ACKED NOT = 0 AND SHP-SEQ NOT > SHP-ACKED
               PERFORM SHIP-ACK
               EXIT PARAGRAPH
           END-IF.
           IF SHP-ACKED NOT = 0 AND SHP-SEQ NOT = SHP-ACKED + 1
               PERFORM SHIP-NAK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SHP-OK.
           EVALUATE SHP-Q-BODY(1:1)
               WHEN "J"
                   PERFORM SHIP-APPLY-SECTOR
               WHEN "B"
                   OPEN OUTPUT SHP-DIR-FILE
                   CLOSE SHP-DIR-FILE
                   MOVE 'Y' TO SHP-IN-SNAP
               WHEN "D"
                   IF SHP-IN-SNAP = 'Y'
                       OPEN EXTEND SHP-DIR-FILE
                       WRITE SHP-DIR-REC FROM SHP-Q-BODY(2:200)
                       END-WRITE
                       CLOSE SHP-DIR-FILE
                   END-IF
               WHEN "E"
                   IF SHP-IN-SNAP = 'Y'
                       PERFORM SHIP-APPLY-DIR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SHP-OK = 'N'
               PERFORM SHIP-NAK
               EXIT PARAGRAPH
           END-IF.
           MOVE SHP-SEQ TO SHP-ACKED.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO SHP-LAST-STAMP.
           MOVE 'Y' TO SHP-POS-DIRTY.
           IF SHP-Q-BODY(1:1) = "B" OR SHP-Q-BODY(1:1) = "E"
               PERFORM SHIP-POS-SAVE
           END-IF.
           PERFORM SHIP-ACK.
       SHIP-ACK.
           MOVE SPACES TO SHP-OUT.
           STRING "ACK " SHP-SEQ DELIMITED BY SIZE INTO SHP-OUT
           END-STRING.
           PERFORM SHIP-SEND-LINE.
       SHIP-NAK.
           MOVE SPACES TO SHP-OUT.
           STRING "NAK " SHP-ACKED DELIMITED BY SIZE INTO SHP-OUT
           END-STRING.
           PERFORM SHIP-SEND-LINE.
      * A journal record from the primary: decoded and checked the way
      * FILE-JNL-REPLAY does it, then stored through FILE-SECT-STORE
      * -- so it lands in this machine's own journal before the ACK
      * goes back.  The image is already as the primary's disk holds
      * it, enciphered or not, so it is stored as it stands.
       SHIP-APPLY-SECTOR.
           IF SHP-Q-BODY(2:8) NOT NUMERIC
               MOVE 'N' TO SHP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           PERFORM VARYING JNL-HEX-IDX FROM 0 BY 1
               UNTIL JNL-HEX-IDX > 7
               MOVE 256 TO WS-HTOP-INLEN
               MOVE SPACES TO WS-HTOP-OUTSTR
               MOVE SHP-Q-BODY(18 + (JNL-HEX-IDX * 512):512)
                   TO WS-HTOP-OUTSTR(1:512)
               CALL "HTOPARSE" USING WS-HTOP END-CALL
               MOVE WS-HTOP-INSTR(1:256) TO WS-FILE-SECT-BUF(
                   (JNL-HEX-IDX * 256) + 1:256)
           END-PERFORM.
           PERFORM FILE-CKSUM-CALC.
           IF WS-FILE-CKSUM NOT = SHP-Q-BODY(10:8)
               MOVE 'N' TO SHP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-ENC-ON TO SHP-SAVE-ENC.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE SHP-Q-BODY(2:8) TO WS-FILE-ABS-SECT.
           PERFORM FILE-SECT-STORE.
           MOVE SHP-SAVE-ENC TO WS-FILE-ENC-ON.
      * A directory snapshot is whole: A:'s directory is rebuilt from
      * it and the allocator set from the "E" line.  Until the "E"
      * arrives the previous directory stands untouched, so a primary
      * lost mid-snapshot leaves a consistent, if older, directory.
       SHIP-APPLY-DIR.
           IF SHP-Q-BODY(2:8) NOT NUMERIC
               MOVE 'N' TO SHP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           OPEN OUTPUT FILE-DIR-FILE.
           CLOSE FILE-DIR-FILE.
           PERFORM FILE-DIR-OPEN.
           MOVE 'N' TO SHP-EOF.
           OPEN INPUT SHP-DIR-FILE.
           IF WS-SHP-DIR-STATUS NOT = "00"
               MOVE 'Y' TO SHP-EOF
           END-IF.
           PERFORM UNTIL SHP-EOF = 'Y'
               READ SHP-DIR-FILE
                   AT END MOVE 'Y' TO SHP-EOF
                   NOT AT END
                       MOVE SHP-DIR-REC TO FILE-DIR-REC
                       WRITE FILE-DIR-REC
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.
           IF WS-SHP-DIR-STATUS NOT = "35"
               CLOSE SHP-DIR-FILE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE SHP-Q-BODY(2:8) TO WS-FILE-NEXT-SECT.
           PERFORM FILE-ALLOC-SAVE.
      * Nothing remembered about a file's shape may outlive the
      * directory it came from
           MOVE SPACES TO WS-FILE-MOD-LAST-KEY.
           MOVE 0 TO WS-FILE-VAR-MEMO-REC.
           MOVE 'N' TO SHP-IN-SNAP.
      * The standby's watch: before anyone logs in, apply what the
      * primary ships until it signs off, a mouse click stops the
      * watch, or -- with no mouse to click -- the line has been
      * silent five minutes, which is when a TAKEOVER is wanted.  A
      * minute's silence alerts once.  The status line is redrawn
      * every 15 seconds.
       SHIP-STANDBY-LOOP.
           IF WS-SHIP-MODE NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Standby: applying what the primary ships on port "
               WS-SHIP-PORT END-DISPLAY.
           IF WS-MOUS-READY = 'Y'
               DISPLAY "Click the mouse to stop watching and log in"
                   END-DISPLAY
           ELSE
               DISPLAY "Watching until the primary signs off or is"
                   " silent five minutes" END-DISPLAY
           END-IF.
           MOVE 'N' TO SHP-LEAVE.
           MOVE 'N' TO SHP-BYE.
           PERFORM RTC-SECONDS-NOW.
           MOVE WS-RTC-SECS TO SHP-LAST-RX.
           MOVE WS-RTC-SECS TO SHP-NEXT-SHOW.
           PERFORM UNTIL SHP-LEAVE = 'Y'
               PERFORM SHIP-RECEIVE
               PERFORM RTC-SECONDS-NOW
               PERFORM SHIP-WATCH-CHECK
               IF SHP-LEAVE = 'N' AND WS-MOUS-READY = 'Y'
                   SET WS-MOUS-OP-POLL TO TRUE
                   CALL "KRNLMOUS" END-CALL
                   IF WS-MOUS-CLICK = 'Y'
                       MOVE 'Y' TO SHP-LEAVE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SHIP-SHOW-LINE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Standby watch ended at change " SHP-ACKED
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * One pass of the watch's timekeeping, after a receive burst
       SHIP-WATCH-CHECK.
           IF WS-RTC-SECS < SHP-LAST-RX
               MOVE WS-RTC-SECS TO SHP-LAST-RX
           END-IF.
           IF SHP-GOT > 0
               MOVE WS-RTC-SECS TO SHP-LAST-RX
               PERFORM SHIP-LINK-UP
           END-IF.
           COMPUTE SHP-IDLE = WS-RTC-SECS - SHP-LAST-RX END-COMPUTE.
           IF SHP-IDLE > 60 AND SHP-LINK NOT = 'D'
               MOVE 'D' TO SHP-LINK
               MOVE "SHIPPING" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "primary silent on port " WS-SHIP-PORT
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               MOVE 2 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               MOVE WS-ALERT-TEXT TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
           IF SHP-BYE = 'Y'
               MOVE 'N' TO SHP-BYE
               MOVE 'Y' TO SHP-LEAVE
               DISPLAY "Primary signed off" END-DISPLAY
               MOVE "Primary signed off the shipping line"
                   TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
           IF SHP-IDLE > 300 AND WS-MOUS-READY NOT = 'Y'
               MOVE 'Y' TO SHP-LEAVE
               DISPLAY "Primary silent five minutes" END-DISPLAY
           END-IF.
           IF WS-RTC-SECS >= SHP-NEXT-SHOW
               PERFORM SHIP-SHOW-LINE
               COMPUTE SHP-NEXT-SHOW = WS-RTC-SECS + 15 END-COMPUTE
           END-IF.
       SHIP-SHOW-LINE.
           MOVE SHP-ACKED TO SHP-ED.
           IF SHP-LAST-STAMP = SPACES
               DISPLAY "Standby at change " FUNCTION TRIM(SHP-ED)
                   ", nothing applied yet" END-DISPLAY
           ELSE
               DISPLAY "Standby at change " FUNCTION TRIM(SHP-ED)
                   ", last applied " SHP-LAST-STAMP END-DISPLAY
           END-IF.
      * Session end on the primary: one unthrottled pass to get the
      * last of the queue (and the directory as it now stands) across,
      * then BYE so the standby knows the silence is deliberate
       SHIP-CLOSE.
           IF WS-SHIP-MODE = 'P'
               MOVE 'Y' TO SHP-FORCE
               MOVE 9999 TO SHP-BURST
               PERFORM SHIP-PUMP
               MOVE "BYE" TO SHP-OUT
               PERFORM SHIP-SEND-LINE
           END-IF.
           IF WS-SHIP-MODE NOT = 'N'
               PERFORM SHIP-POS-SAVE
           END-IF.
      * SHIP shell operation: how far the standby lags.  On a primary
      * that is changes queued against changes acknowledged and when
      * the last acknowledgement came; on a standby, what it has
      * applied, with the offer to go back to watching the line.
       SHIP-REPORT.
           IF WS-SHIP-MODE = 'N'
               IF SHP-POS-ROLE = 'L'
                   MOVE SHP-ACKED TO SHP-ED
                   DISPLAY "SHIP: this machine took over from its"
                       " primary at change " FUNCTION TRIM(SHP-ED)
                       END-DISPLAY
               ELSE
                   DISPLAY "SHIP: log shipping is off (SHIPMODE and"
                       " SHIPPORT in runtime.cfg)" END-DISPLAY
               END-IF
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHIP-MODE = 'P'
               DISPLAY "Primary, shipping to the standby on port "
                   WS-SHIP-PORT END-DISPLAY
               MOVE SHP-QUEUED TO SHP-ED
               DISPLAY "  Changes queued      : " SHP-ED END-DISPLAY
               MOVE SHP-ACKED TO SHP-ED
               DISPLAY "  Acknowledged        : " SHP-ED END-DISPLAY
               COMPUTE SHP-ED2 = SHP-QUEUED - SHP-ACKED END-COMPUTE
               DISPLAY "  Standby behind by   : " SHP-ED2 " changes"
                   END-DISPLAY
               IF SHP-LAST-STAMP = SPACES
                   DISPLAY "  Last acknowledged   : never" END-DISPLAY
               ELSE
                   DISPLAY "  Last acknowledged   : " SHP-LAST-STAMP
                       END-DISPLAY
               END-IF
               EVALUATE SHP-LINK
                   WHEN 'U'
                       DISPLAY "  Link                : up" END-DISPLAY
                   WHEN 'D'
                       DISPLAY "  Link                : DOWN"
                           END-DISPLAY
                   WHEN OTHER
                       DISPLAY "  Link                : not tried yet"
                           END-DISPLAY
               END-EVALUATE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Standby, fed by the primary on port " WS-SHIP-PORT
               END-DISPLAY.
           MOVE SHP-ACKED TO SHP-ED.
           DISPLAY "  Changes applied     : " SHP-ED END-DISPLAY.
           IF SHP-LAST-STAMP = SPACES
               DISPLAY "  Last applied        : never" END-DISPLAY
           ELSE
               DISPLAY "  Last applied        : " SHP-LAST-STAMP
                   END-DISPLAY
           END-IF.
           IF SHP-IN-SNAP = 'Y'
               DISPLAY "  Directory copy      : part received"
                   END-DISPLAY
           ELSE
               DISPLAY "  Directory copy      : complete" END-DISPLAY
           END-IF.
           DISPLAY "Watch the primary again now? (Y/N): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               MOVE SPACE TO WS-REPLY
               PERFORM SHIP-STANDBY-LOOP
               PERFORM LIB-PAUSE
           END-IF.
           MOVE SPACE TO WS-REPLY.
      * TAKEOVER shell operation, on a standby and for a supervisor:
      * take what is still on the wire, put every applied sector on
      * disk, and become the live system.  A directory snapshot only
      * half received is dropped -- the last whole one stands.  The
      * POS file remembers the takeover, so a reboot does not drop
      * back into standby on the strength of runtime.cfg.
       SHIP-TAKEOVER.
           IF WS-SHIP-MODE NOT = 'S'
               DISPLAY "TAKEOVER: this machine is not a standby"
                   END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-LEVEL < 5
               DISPLAY "TAKEOVER: taking over is supervisor territory"
                   END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SHP-ACKED TO SHP-ED.
           DISPLAY "Make this standby the live system at change "
               FUNCTION TRIM(SHP-ED) "? (Y/N): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
               MOVE SPACE TO WS-REPLY
               DISPLAY "TAKEOVER: still standing by" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-REPLY.
           MOVE 'N' TO SHP-BYE.
           PERFORM SHIP-RECEIVE.
           IF SHP-IN-SNAP = 'Y'
               DISPLAY "TAKEOVER: half-received directory copy dropped"
                   END-DISPLAY
               MOVE 'N' TO SHP-IN-SNAP
           END-IF.
           PERFORM FILE-IO-FLUSH.
           MOVE 'L' TO SHP-POS-ROLE.
           MOVE 'N' TO WS-SHIP-MODE.
           PERFORM SHIP-POS-SAVE.
           MOVE SHP-ACKED TO SHP-ED.
           MOVE "SHIPPING" TO WS-ALERT-SUBSYS.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "standby took over at change "
               FUNCTION TRIM(SHP-ED) DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING.
           MOVE 2 TO WS-ALERT-SEVERITY.
           CALL "KRNLALRT" END-CALL.
           MOVE WS-ALERT-TEXT TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           DISPLAY "TAKEOVER: this machine is now the live system"
               END-DISPLAY.
           PERFORM LIB-PAUSE.
      * CDMASTER shell operation: a folder (or a DIR pattern) of
      * store files mastered onto the selected ATAPI writer as an
      * ISO9660 level 1 archive disc -- primary volume descriptor,
      * both path tables, one root directory -- and then read back
      * sector by sector against the store before it is called good.
      * Argument 2 is the volume label, ARCHIVE_ and the date if it
      * is not given.
       CDM-REPORT.
           PERFORM LIB-NOW-STAMP.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM MULTI-PARSE-ARG.
           IF MULTI-MODE = 'Y'
               PERFORM MULTI-COLLECT
           ELSE
      * No star: the argument names a folder ("/" is the root, no
      * argument at all the current folder) and every file in it
      * goes on the disc
               IF MULTI-PATTERN = SPACES
                   MOVE WS-FILE-CWD TO CDM-FOLDER
               ELSE
                   MOVE SPACES TO CDM-FOLDER
                   UNSTRING MULTI-PATTERN DELIMITED BY "/"
                       INTO CDM-FOLDER
                   END-UNSTRING
               END-IF
               MOVE WS-FILE-CWD TO CDM-SAVE-CWD
               MOVE CDM-FOLDER TO WS-FILE-CWD
               MOVE SPACES TO MULTI-PATTERN
               PERFORM MULTI-COLLECT
               MOVE CDM-SAVE-CWD TO WS-FILE-CWD
           END-IF.
           IF MULTI-COUNT = 0
               DISPLAY "CDMASTER: no store files to master" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CDM-VOLUME-ID.
           PERFORM CDM-GATHER.
           IF CDM-COUNT = 0
               DISPLAY "CDMASTER: none of the files can go on disc"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CDM-SORT.
           MOVE 22 TO CDM-NEXT-LBA.
           PERFORM VARYING CDM-IDX FROM 1 BY 1
               UNTIL CDM-IDX > CDM-COUNT
               MOVE CDM-NEXT-LBA TO CDM-E-LBA(CDM-IDX)
               ADD CDM-E-SECTS(CDM-IDX) TO CDM-NEXT-LBA END-ADD
           END-PERFORM.
      * 333000 sectors of 2048 bytes is the 74-minute, 650 MB blank
           MOVE CDM-NEXT-LBA TO CDM-ED.
           IF CDM-NEXT-LBA > 333000
               DISPLAY "CDMASTER: " FUNCTION TRIM(CDM-ED)
                   " sectors will not fit a 650 MB disc" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ATAPI-DRIVESEL.
           IF WS-BOOT-ATAPI-STATUS = "FAIL"
               DISPLAY "CDMASTER: no writer on the selected drive"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CDMASTER: volume " FUNCTION TRIM(CDM-VOL-ID)
               ", " CDM-COUNT " files, " FUNCTION TRIM(CDM-ED)
               " sectors" END-DISPLAY.
           DISPLAY "Write the disc in the selected drive? (Y/N): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
               MOVE SPACE TO WS-REPLY
               DISPLAY "CDMASTER: nothing written" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-REPLY.
           PERFORM CDM-WRITE-IMAGE.
           PERFORM CDM-VERIFY.
           MOVE CDM-WRITTEN TO CDM-ED.
           MOVE CDM-BAD TO CDM-ED2.
           IF CDM-BAD = 0
               DISPLAY "CDMASTER: " FUNCTION TRIM(CDM-ED)
                   " sectors written, disc verified against the store"
                   END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Mastered CD " CDM-VOL-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               DISPLAY "CDMASTER: " FUNCTION TRIM(CDM-ED)
                   " sectors written, " FUNCTION TRIM(CDM-ED2)
                   " failed verification" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "CD failed verify " CDM-VOL-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               MOVE "ATAPI" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "CD " FUNCTION TRIM(CDM-VOL-ID) " bad sectors "
                   FUNCTION TRIM(CDM-ED2)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               MOVE 2 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           IF CDM-BAD = 0
               PERFORM MED-MASTERED
           ELSE
               DISPLAY "  disc not catalogued - discard it" END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * Volume label: Argument 2 or ARCHIVE_YYYYMMDD, upper-cased
      * and held to the d-characters (A-Z, 0-9 and underscore)
       CDM-VOLUME-ID.
           MOVE SPACES TO CDM-VOL-ID.
           IF WS-SHELL-REQ-ARG2 NOT = SPACES
               MOVE WS-SHELL-REQ-ARG2 TO CDM-VOL-ID
           ELSE
               STRING "ARCHIVE_" LIB-STAMP(1:8)
                   DELIMITED BY SIZE INTO CDM-VOL-ID
               END-STRING
           END-IF.
           INSPECT CDM-VOL-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CDM-VOL-ID TRAILING))
               TO CDM-LEN.
           PERFORM VARYING CDM-CHIDX FROM 1 BY 1
               UNTIL CDM-CHIDX > CDM-LEN
               MOVE CDM-VOL-ID(CDM-CHIDX:1) TO CDM-CH
               PERFORM CDM-MAP-CHAR
               MOVE CDM-CH TO CDM-VOL-ID(CDM-CHIDX:1)
           END-PERFORM.
      * Anything outside the d-characters becomes an underscore
       CDM-MAP-CHAR.
           IF (CDM-CH < "A" OR CDM-CH > "Z")
               AND (CDM-CH < "0" OR CDM-CH > "9")
               MOVE "_" TO CDM-CH
           END-IF.
      * Open each collected file and take it into the disc table.
      * Files that will not open (denied, wrong passphrase, still
      * compressed) and enciphered files stay off the disc: a
      * ciphertext copy on a disc nobody can decipher archives
      * nothing.
       CDM-GATHER.
           MOVE 0 TO CDM-COUNT.
           MOVE 0 TO CDM-SKIPPED.
           PERFORM VARYING MULTI-IDX FROM 1 BY 1
               UNTIL MULTI-IDX > MULTI-COUNT
               MOVE MULTI-VOL TO FILE-VOL
               MOVE MULTI-NAME(MULTI-IDX) TO FILE-NAME
               MOVE MULTI-EXT(MULTI-IDX) TO FILE-EXT
               PERFORM FILE-OPEN
               IF NOT FILE-OP-OK OR WS-FILE-ENC-ON = 'Y'
                   ADD 1 TO CDM-SKIPPED END-ADD
                   DISPLAY "  skipped " FILE-NAME(1:20) " "
                       FILE-EXT END-DISPLAY
               ELSE
                   PERFORM CDM-ADD-ENTRY
               END-IF
           END-PERFORM.
      * One opened file into the table: where its sectors start in
      * the store, its byte size, and its 8.3 name on the disc
       CDM-ADD-ENTRY.
           ADD 1 TO CDM-COUNT END-ADD.
           MOVE FILE-VOL TO CDM-E-VOL(CDM-COUNT).
           MOVE FILE-NAME TO CDM-E-STORE(CDM-COUNT).
           MOVE FILE-EXT TO CDM-E-SEXT(CDM-COUNT).
           COMPUTE CDM-E-BASE(CDM-COUNT) = (FILE-CYL * 1000) +
               FILE-SECT END-COMPUTE.
           COMPUTE CDM-E-SIZE(CDM-COUNT) = FILE-RECLEN * FILE-NUMRECS
           END-COMPUTE.
           COMPUTE CDM-E-SECTS(CDM-COUNT) =
               CDM-E-SIZE(CDM-COUNT) / 2048 END-COMPUTE.
           IF FUNCTION MOD(CDM-E-SIZE(CDM-COUNT), 2048) NOT = 0
               ADD 1 TO CDM-E-SECTS(CDM-COUNT) END-ADD
           END-IF.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           PERFORM FILE-SPLIT-DIR-NAME.
           MOVE DIR-ENT-BASE TO CDM-NAME.
           INSPECT CDM-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO CDM-E-KEY(CDM-COUNT).
           MOVE 0 TO CDM-LEN.
           PERFORM VARYING CDM-CHIDX FROM 1 BY 1
               UNTIL CDM-CHIDX > 24 OR CDM-LEN = 8
               OR CDM-NAME(CDM-CHIDX:1) = SPACE
               MOVE CDM-NAME(CDM-CHIDX:1) TO CDM-CH
               PERFORM CDM-MAP-CHAR
               ADD 1 TO CDM-LEN END-ADD
               MOVE CDM-CH TO CDM-E-NAME(CDM-COUNT)(CDM-LEN:1)
           END-PERFORM.
           IF CDM-LEN = 0
               MOVE "FILE" TO CDM-E-NAME(CDM-COUNT)
               MOVE 4 TO CDM-LEN
           END-IF.
           MOVE FILE-EXT TO CDM-NAME.
           INSPECT CDM-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING CDM-CHIDX FROM 1 BY 1
               UNTIL CDM-CHIDX > 3 OR CDM-NAME(CDM-CHIDX:1) = SPACE
               MOVE CDM-NAME(CDM-CHIDX:1) TO CDM-CH
               PERFORM CDM-MAP-CHAR
               MOVE CDM-CH TO CDM-E-EXT(CDM-COUNT)(CDM-CHIDX:1)
           END-PERFORM.
      * Two store names that fold to the same 8.3 name: the later
      * one gives up its last two characters to a sequence number
           PERFORM CDM-CHECK-DUP.
           MOVE CDM-LEN TO CDM-CHIDX.
           IF CDM-CHIDX > 6
               MOVE 6 TO CDM-CHIDX
           END-IF.
           MOVE 0 TO CDM-TRY.
           PERFORM UNTIL CDM-DUP = 'N' OR CDM-TRY = 99
               ADD 1 TO CDM-TRY END-ADD
               MOVE SPACES TO CDM-E-NAME(CDM-COUNT)(CDM-CHIDX + 1:)
               MOVE CDM-TRY TO CDM-E-NAME(CDM-COUNT)(CDM-CHIDX + 1:2)
               PERFORM CDM-CHECK-DUP
           END-PERFORM.
       CDM-CHECK-DUP.
           MOVE 'N' TO CDM-DUP.
           PERFORM VARYING CDM-IDX2 FROM 1 BY 1
               UNTIL CDM-IDX2 >= CDM-COUNT OR CDM-DUP = 'Y'
               IF CDM-E-KEY(CDM-IDX2) = CDM-E-KEY(CDM-COUNT)
                   MOVE 'Y' TO CDM-DUP
               END-IF
           END-PERFORM.
      * The root directory lists its files in name order, then
      * extension order, the way ISO9660 requires
       CDM-SORT.
           MOVE 'Y' TO CDM-SWAPPED.
           PERFORM UNTIL CDM-SWAPPED = 'N'
               MOVE 'N' TO CDM-SWAPPED
               PERFORM VARYING CDM-IDX FROM 1 BY 1
                   UNTIL CDM-IDX >= CDM-COUNT
                   IF CDM-E-KEY(CDM-IDX) > CDM-E-KEY(CDM-IDX + 1)
                       MOVE CDM-ENT(CDM-IDX) TO CDM-HOLD
                       MOVE CDM-ENT(CDM-IDX + 1) TO CDM-ENT(CDM-IDX)
                       MOVE CDM-HOLD TO CDM-ENT(CDM-IDX + 1)
                       MOVE 'Y' TO CDM-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Lay the whole image down in LBA order, one sector a command
       CDM-WRITE-IMAGE.
           MOVE 0 TO CDM-WRITTEN.
           MOVE LIB-STAMP TO CDM-STAMP17.
           MOVE "00" TO CDM-STAMP17(15:2).
           MOVE LOW-VALUE TO CDM-STAMP17(17:1).
           COMPUTE CDM-DT(1) = RTC-YEAR - 1900 END-COMPUTE.
           MOVE RTC-MONTH TO CDM-DT(2).
           MOVE RTC-DAY TO CDM-DT(3).
           MOVE RTC-HOUR TO CDM-DT(4).
           MOVE RTC-MINUTE TO CDM-DT(5).
           MOVE RTC-SECOND TO CDM-DT(6).
           MOVE 0 TO CDM-DT(7).
      * System area: sixteen sectors of zeros
           MOVE LOW-VALUES TO ATAPI-BUF.
           PERFORM VARYING CDM-LBA FROM 0 BY 1 UNTIL CDM-LBA > 15
               PERFORM CDM-WRITE-SECTOR
           END-PERFORM.
           PERFORM CDM-BUILD-PVD.
           MOVE CDM-IMG(1:2048) TO ATAPI-BUF.
           MOVE 16 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
      * Volume descriptor set terminator
           MOVE LOW-VALUES TO ATAPI-BUF.
           MOVE FUNCTION CHAR(256) TO ATAPI-BUF(1:1).
           MOVE "CD001" TO ATAPI-BUF(2:5).
           MOVE FUNCTION CHAR(2) TO ATAPI-BUF(7:1).
           MOVE 17 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
           MOVE 'L' TO CDM-CH.
           PERFORM CDM-BUILD-PATH.
           MOVE CDM-IMG(1:2048) TO ATAPI-BUF.
           MOVE 18 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
           MOVE 'M' TO CDM-CH.
           PERFORM CDM-BUILD-PATH.
           MOVE CDM-IMG(1:2048) TO ATAPI-BUF.
           MOVE 19 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
           PERFORM CDM-BUILD-ROOT.
           MOVE CDM-IMG TO CDM-ROOT.
           MOVE CDM-ROOT(1:2048) TO ATAPI-BUF.
           MOVE 20 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
           MOVE CDM-ROOT(2049:2048) TO ATAPI-BUF.
           MOVE 21 TO CDM-LBA.
           PERFORM CDM-WRITE-SECTOR.
      * File extents, straight off the store; the tail of a last
      * sector past the file's size goes out as zeros
           PERFORM VARYING CDM-IDX FROM 1 BY 1
               UNTIL CDM-IDX > CDM-COUNT
               DISPLAY "  writing " CDM-E-NAME(CDM-IDX) "."
                   CDM-E-EXT(CDM-IDX) END-DISPLAY
               PERFORM VARYING CDM-SECT-IDX FROM 0 BY 1
                   UNTIL CDM-SECT-IDX >= CDM-E-SECTS(CDM-IDX)
                   PERFORM CDM-FETCH-STORE
                   MOVE LOW-VALUES TO ATAPI-BUF
                   MOVE WS-FILE-SECT-BUF(1:CDM-USED)
                       TO ATAPI-BUF(1:CDM-USED)
                   COMPUTE CDM-LBA = CDM-E-LBA(CDM-IDX) +
                       CDM-SECT-IDX END-COMPUTE
                   PERFORM CDM-WRITE-SECTOR
               END-PERFORM
           END-PERFORM.
       CDM-WRITE-SECTOR.
           MOVE 1 TO ATAPI-NUMSECT.
           MOVE 2048 TO ATAPI-SIZE.
           MOVE CDM-LBA TO ATAPI-LBA.
           PERFORM ATAPI-WRITE.
           ADD 1 TO CDM-WRITTEN END-ADD.
      * Sector CDM-SECT-IDX of table entry CDM-IDX out of the store
      * into WS-FILE-SECT-BUF, CDM-USED the bytes of it that are file
       CDM-FETCH-STORE.
           MOVE CDM-E-VOL(CDM-IDX) TO FILE-VOL.
           COMPUTE WS-FILE-ABS-SECT = CDM-E-BASE(CDM-IDX) +
               CDM-SECT-IDX END-COMPUTE.
           PERFORM FILE-SECT-FETCH.
           COMPUTE CDM-REM = CDM-E-SIZE(CDM-IDX) -
               (CDM-SECT-IDX * 2048) END-COMPUTE.
           IF CDM-REM > 2048
               MOVE 2048 TO CDM-USED
           ELSE
               MOVE CDM-REM TO CDM-USED
           END-IF.
      * Primary volume descriptor into CDM-IMG (offsets here are the
      * standard's byte positions plus one)
       CDM-BUILD-PVD.
           MOVE LOW-VALUES TO CDM-IMG.
           MOVE FUNCTION CHAR(2) TO CDM-IMG(1:1).
           MOVE "CD001" TO CDM-IMG(2:5).
           MOVE FUNCTION CHAR(2) TO CDM-IMG(7:1).
           MOVE SPACES TO CDM-IMG(9:32).
           MOVE CDM-VOL-ID TO CDM-IMG(41:32).
      * Volume space size, set size, sequence number, block size
           MOVE 81 TO CDM-OFF.
           MOVE CDM-NEXT-LBA TO CDM-V.
           PERFORM CDM-PUT-BOTH32.
           MOVE 121 TO CDM-OFF.
           MOVE 1 TO CDM-V.
           PERFORM CDM-PUT-BOTH16.
           MOVE 125 TO CDM-OFF.
           PERFORM CDM-PUT-BOTH16.
           MOVE 129 TO CDM-OFF.
           MOVE 2048 TO CDM-V.
           PERFORM CDM-PUT-BOTH16.
      * One root entry in each path table: ten bytes, at LBA 18 in
      * little-endian form and at 19 in big-endian form
           MOVE 133 TO CDM-OFF.
           MOVE 10 TO CDM-V.
           PERFORM CDM-PUT-BOTH32.
           MOVE 141 TO CDM-OFF.
           MOVE 18 TO CDM-V.
           PERFORM CDM-PUT-LE32.
           MOVE 149 TO CDM-OFF.
           MOVE 19 TO CDM-V.
           PERFORM CDM-PUT-BE32.
      * The root directory's own record
           MOVE 157 TO CDM-OFF.
           MOVE 20 TO CDM-REC-LBA.
           MOVE 4096 TO CDM-REC-SIZE.
           MOVE 2 TO CDM-REC-FLAGS.
           MOVE LOW-VALUE TO CDM-ID.
           MOVE 1 TO CDM-ID-LEN.
           PERFORM CDM-PUT-DIR-REC.
      * Volume set, publisher, preparer, application, copyright,
      * abstract and bibliographic identifiers all blank bar the
      * application; then the four volume dates
           MOVE SPACES TO CDM-IMG(191:623).
           MOVE "KINNOWOS CDMASTER" TO CDM-IMG(575:17).
           MOVE CDM-STAMP17 TO CDM-IMG(814:17).
           MOVE CDM-STAMP17 TO CDM-IMG(831:17).
           MOVE ALL "0" TO CDM-IMG(848:16).
           MOVE CDM-STAMP17 TO CDM-IMG(865:17).
           MOVE FUNCTION CHAR(2) TO CDM-IMG(882:1).
      * Path table into CDM-IMG, CDM-CH 'L' or 'M' for its byte order
       CDM-BUILD-PATH.
           MOVE LOW-VALUES TO CDM-IMG.
           MOVE FUNCTION CHAR(2) TO CDM-IMG(1:1).
           MOVE 3 TO CDM-OFF.
           MOVE 20 TO CDM-V.
           IF CDM-CH = 'L'
               PERFORM CDM-PUT-LE32
           ELSE
               PERFORM CDM-PUT-BE32
           END-IF.
           MOVE 7 TO CDM-OFF.
           MOVE 1 TO CDM-V.
           IF CDM-CH = 'L'
               PERFORM CDM-PUT-LE16
           ELSE
               PERFORM CDM-PUT-BE16
           END-IF.
      * Root directory into CDM-IMG: the . and .. records, then the
      * files in table order; a record that would straddle the
      * sector boundary starts the second sector instead
       CDM-BUILD-ROOT.
           MOVE LOW-VALUES TO CDM-IMG.
           MOVE 1 TO CDM-OFF.
           MOVE 20 TO CDM-REC-LBA.
           MOVE 4096 TO CDM-REC-SIZE.
           MOVE 2 TO CDM-REC-FLAGS.
           MOVE LOW-VALUE TO CDM-ID.
           MOVE 1 TO CDM-ID-LEN.
           PERFORM CDM-PUT-DIR-REC.
           ADD CDM-REC-LEN TO CDM-OFF END-ADD.
           MOVE FUNCTION CHAR(2) TO CDM-ID.
           PERFORM CDM-PUT-DIR-REC.
           ADD CDM-REC-LEN TO CDM-OFF END-ADD.
           MOVE 0 TO CDM-REC-FLAGS.
           PERFORM VARYING CDM-IDX FROM 1 BY 1
               UNTIL CDM-IDX > CDM-COUNT
               MOVE SPACES TO CDM-ID
               MOVE 1 TO CDM-PTR
               STRING CDM-E-NAME(CDM-IDX) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   CDM-E-EXT(CDM-IDX) DELIMITED BY SPACE
                   ";1" DELIMITED BY SIZE
                   INTO CDM-ID WITH POINTER CDM-PTR
               END-STRING
               COMPUTE CDM-ID-LEN = CDM-PTR - 1 END-COMPUTE
               MOVE CDM-E-LBA(CDM-IDX) TO CDM-REC-LBA
               MOVE CDM-E-SIZE(CDM-IDX) TO CDM-REC-SIZE
               PERFORM CDM-REC-LENGTH
               IF CDM-OFF < 2049 AND CDM-OFF + CDM-REC-LEN > 2049
                   MOVE 2049 TO CDM-OFF
               END-IF
               PERFORM CDM-PUT-DIR-REC
               ADD CDM-REC-LEN TO CDM-OFF END-ADD
           END-PERFORM.
       CDM-REC-LENGTH.
           COMPUTE CDM-REC-LEN = 33 + CDM-ID-LEN END-COMPUTE.
           IF FUNCTION MOD(CDM-ID-LEN, 2) = 0
               ADD 1 TO CDM-REC-LEN END-ADD
           END-IF.
      * One directory record at CDM-OFF: extent, data length,
      * recording date, flags, volume sequence 1 and identifier
       CDM-PUT-DIR-REC.
           PERFORM CDM-REC-LENGTH.
           MOVE CDM-OFF TO CDM-BASE-OFF.
           MOVE FUNCTION CHAR(CDM-REC-LEN + 1) TO CDM-IMG(CDM-OFF:1).
           COMPUTE CDM-OFF = CDM-BASE-OFF + 2 END-COMPUTE.
           MOVE CDM-REC-LBA TO CDM-V.
           PERFORM CDM-PUT-BOTH32.
           COMPUTE CDM-OFF = CDM-BASE-OFF + 10 END-COMPUTE.
           MOVE CDM-REC-SIZE TO CDM-V.
           PERFORM CDM-PUT-BOTH32.
           PERFORM VARYING CDM-K FROM 1 BY 1 UNTIL CDM-K > 7
               MOVE FUNCTION CHAR(CDM-DT(CDM-K) + 1)
                   TO CDM-IMG(CDM-BASE-OFF + 17 + CDM-K:1)
           END-PERFORM.
           MOVE FUNCTION CHAR(CDM-REC-FLAGS + 1)
               TO CDM-IMG(CDM-BASE-OFF + 25:1).
           COMPUTE CDM-OFF = CDM-BASE-OFF + 28 END-COMPUTE.
           MOVE 1 TO CDM-V.
           PERFORM CDM-PUT-BOTH16.
           MOVE FUNCTION CHAR(CDM-ID-LEN + 1)
               TO CDM-IMG(CDM-BASE-OFF + 32:1).
           MOVE CDM-ID(1:CDM-ID-LEN)
               TO CDM-IMG(CDM-BASE-OFF + 33:CDM-ID-LEN).
           MOVE CDM-BASE-OFF TO CDM-OFF.
      * CDM-V into its four bytes, least significant first
       CDM-SPLIT.
           MOVE CDM-V TO CDM-Q.
           PERFORM VARYING CDM-K FROM 1 BY 1 UNTIL CDM-K > 4
               COMPUTE CDM-BY(CDM-K) = FUNCTION MOD(CDM-Q, 256)
               END-COMPUTE
               DIVIDE CDM-Q BY 256 GIVING CDM-Q END-DIVIDE
           END-PERFORM.
       CDM-PUT-LE32.
           PERFORM CDM-SPLIT.
           PERFORM VARYING CDM-K FROM 1 BY 1 UNTIL CDM-K > 4
               MOVE FUNCTION CHAR(CDM-BY(CDM-K) + 1)
                   TO CDM-IMG(CDM-OFF + CDM-K - 1:1)
           END-PERFORM.
       CDM-PUT-BE32.
           PERFORM CDM-SPLIT.
           PERFORM VARYING CDM-K FROM 1 BY 1 UNTIL CDM-K > 4
               MOVE FUNCTION CHAR(CDM-BY(CDM-K) + 1)
                   TO CDM-IMG(CDM-OFF + 4 - CDM-K:1)
           END-PERFORM.
      * Both-endian 32: little-endian copy, then big-endian copy
       CDM-PUT-BOTH32.
           PERFORM CDM-PUT-LE32.
           ADD 4 TO CDM-OFF END-ADD.
           PERFORM CDM-PUT-BE32.
           SUBTRACT 4 FROM CDM-OFF END-SUBTRACT.
       CDM-PUT-LE16.
           PERFORM CDM-SPLIT.
           MOVE FUNCTION CHAR(CDM-BY(1) + 1) TO CDM-IMG(CDM-OFF:1).
           MOVE FUNCTION CHAR(CDM-BY(2) + 1) TO CDM-IMG(CDM-OFF + 1:1).
       CDM-PUT-BE16.
           PERFORM CDM-SPLIT.
           MOVE FUNCTION CHAR(CDM-BY(2) + 1) TO CDM-IMG(CDM-OFF:1).
           MOVE FUNCTION CHAR(CDM-BY(1) + 1) TO CDM-IMG(CDM-OFF + 1:1).
       CDM-PUT-BOTH16.
           PERFORM CDM-PUT-LE16.
           ADD 2 TO CDM-OFF END-ADD.
           PERFORM CDM-PUT-BE16.
           SUBTRACT 2 FROM CDM-OFF END-SUBTRACT.
      * Read the disc back: the descriptor must carry this volume's
      * label, the root must match what was built, and every file
      * sector must match the store byte for byte
       CDM-VERIFY.
           MOVE 0 TO CDM-BAD.
           MOVE 1 TO ATAPI-NUMSECT.
           MOVE 2048 TO ATAPI-SIZE.
           MOVE 16 TO ATAPI-LBA.
           PERFORM ATAPI-READ.
           IF ATAPI-BUF(2:5) NOT = "CD001"
               OR ATAPI-BUF(41:32) NOT = CDM-VOL-ID
               ADD 1 TO CDM-BAD END-ADD
               DISPLAY "  volume descriptor did not read back"
               END-DISPLAY
           END-IF.
           MOVE 1 TO ATAPI-NUMSECT.
           MOVE 20 TO ATAPI-LBA.
           PERFORM ATAPI-READ.
           IF ATAPI-BUF NOT = CDM-ROOT(1:2048)
               ADD 1 TO CDM-BAD END-ADD
               DISPLAY "  root directory did not read back" END-DISPLAY
           END-IF.
           MOVE 1 TO ATAPI-NUMSECT.
           MOVE 21 TO ATAPI-LBA.
           PERFORM ATAPI-READ.
           IF ATAPI-BUF NOT = CDM-ROOT(2049:2048)
               ADD 1 TO CDM-BAD END-ADD
               DISPLAY "  root directory did not read back" END-DISPLAY
           END-IF.
           PERFORM VARYING CDM-IDX FROM 1 BY 1
               UNTIL CDM-IDX > CDM-COUNT
               MOVE 'N' TO CDM-FILE-BAD
               PERFORM VARYING CDM-SECT-IDX FROM 0 BY 1
                   UNTIL CDM-SECT-IDX >= CDM-E-SECTS(CDM-IDX)
                   MOVE 1 TO ATAPI-NUMSECT
                   COMPUTE ATAPI-LBA = CDM-E-LBA(CDM-IDX) +
                       CDM-SECT-IDX END-COMPUTE
                   PERFORM ATAPI-READ
                   PERFORM CDM-FETCH-STORE
                   IF ATAPI-BUF(1:CDM-USED) NOT =
                       WS-FILE-SECT-BUF(1:CDM-USED)
                       ADD 1 TO CDM-BAD END-ADD
                       MOVE 'Y' TO CDM-FILE-BAD
                   END-IF
               END-PERFORM
               IF CDM-FILE-BAD = 'Y'
                   DISPLAY "  " CDM-E-NAME(CDM-IDX) "."
                       CDM-E-EXT(CDM-IDX) " does not match "
                       CDM-E-STORE(CDM-IDX)(1:20) END-DISPLAY
               END-IF
           END-PERFORM.
      * A new piece of media into MEDIAVOL.DAT from MED-TYPE,
      * MED-LABEL and MED-SERIAL: on site, no location yet, no files.
      * MED-ID-NUM comes back as its media number, or zero if the
      * register could not be extended.
       MED-NEW-VOLUME.
           PERFORM LIB-NOW-STAMP.
           MOVE 0 TO MED-ID-NUM.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 120 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MED-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE MED-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE MED-NEWRECS TO MED-ID-NUM.
           PERFORM MED-MAKE-ID.
           MOVE 0 TO MED-FILES.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE MED-ID TO FILE-REC-AREA(1:6).
           MOVE MED-TYPE TO FILE-REC-AREA(8:1).
           MOVE MED-LABEL TO FILE-REC-AREA(10:32).
           MOVE LIB-STAMP TO FILE-REC-AREA(43:14).
           MOVE 'O' TO FILE-REC-AREA(58:1).
           MOVE MED-SERIAL TO FILE-REC-AREA(81:10).
           MOVE WS-OPER-ID TO FILE-REC-AREA(92:8).
           MOVE LIB-STAMP TO FILE-REC-AREA(101:14).
           MOVE MED-FILES TO FILE-REC-AREA(116:4).
           MOVE MED-NEWRECS TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           DISPLAY "  catalogued as media " MED-ID
               " - mark that on its label" END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Media " MED-ID " catalogued: " MED-LABEL
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
       MED-MAKE-ID.
           MOVE SPACES TO MED-ID.
           STRING "M" MED-ID-NUM DELIMITED BY SIZE INTO MED-ID
           END-STRING.
      * The store file in FILE-VOL/FILE-NAME/FILE-EXT goes into
      * MEDIACAT.DAT as placed on media MED-ID-NUM, and the media's
      * file count goes up by one
       MED-ADD-FILE.
           IF MED-ID-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MED-F-VOL.
           MOVE FILE-NAME TO MED-F-NAME.
           MOVE FILE-EXT TO MED-F-EXT.
           COMPUTE MED-F-SIZE = FILE-RECLEN * FILE-NUMRECS
           END-COMPUTE.
           IF FILE-DIR-MOD-STAMP NOT = SPACES
               MOVE FILE-DIR-MOD-STAMP(1:8) TO MED-F-DATE
           ELSE
               MOVE SPACES TO MED-F-DATE
               STRING FILE-DIR-CREAT-TIME-YEAR
                   FILE-DIR-CREAT-TIME-MONTH FILE-DIR-CREAT-TIME-DAY
                   DELIMITED BY SIZE INTO MED-F-DATE
               END-STRING
           END-IF.
           PERFORM VD-SUM-FILE.
           MOVE VD-FILE-SUM TO MED-F-SUM.
           PERFORM LIB-NOW-STAMP.
           PERFORM MED-MAKE-ID.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIACAT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 100 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MED-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE MED-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE MED-ID TO FILE-REC-AREA(1:6).
           MOVE MED-F-VOL TO FILE-REC-AREA(8:1).
           MOVE MED-F-NAME TO FILE-REC-AREA(10:24).
           MOVE MED-F-EXT TO FILE-REC-AREA(35:3).
           MOVE MED-F-SIZE TO FILE-REC-AREA(39:10).
           MOVE MED-F-SUM TO FILE-REC-AREA(50:8).
           MOVE MED-F-DATE TO FILE-REC-AREA(59:8).
           MOVE LIB-STAMP TO FILE-REC-AREA(68:14).
           MOVE MED-NEWRECS TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK AND MED-ID-NUM NOT > FILE-NUMRECS
               MOVE MED-ID-NUM TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE 0 TO MED-FILES
               IF FILE-REC-AREA(116:4) IS NUMERIC
                   MOVE FILE-REC-AREA(116:4) TO MED-FILES
               END-IF
               ADD 1 TO MED-FILES END-ADD
               MOVE MED-FILES TO FILE-REC-AREA(116:4)
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * A DOS diskette already catalogued (same boot-sector serial,
      * not destroyed) into MED-ID-NUM; zero when it is new to us or
      * carries no serial to know it by
       MED-FIND-SERIAL.
           MOVE 0 TO MED-ID-NUM.
           IF MED-SERIAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(8:1) = 'F'
                       AND FILE-REC-AREA(81:10) = MED-SERIAL
                       AND FILE-REC-AREA(58:1) NOT = 'X'
                       MOVE FILE-RECORD TO MED-ID-NUM
                   END-IF
               END-PERFORM
           END-IF.
      * EXPORT has just written the open store file to a diskette of
      * its own: that diskette is a new piece of media
       MED-EXPORTED.
           MOVE FILE-VOL TO MED-F-VOL.
           MOVE FILE-NAME TO MED-F-NAME.
           MOVE FILE-EXT TO MED-F-EXT.
           MOVE 'D' TO MED-TYPE.
           MOVE 0 TO MED-SERIAL.
           MOVE SPACES TO MED-LABEL.
           STRING "EXPORT " DELIMITED BY SIZE
               MED-F-NAME DELIMITED BY SPACE
               "." MED-F-EXT DELIMITED BY SIZE
               INTO MED-LABEL
           END-STRING.
           PERFORM MED-NEW-VOLUME.
           MOVE MED-F-VOL TO FILE-VOL.
           MOVE MED-F-NAME TO FILE-NAME.
           MOVE MED-F-EXT TO FILE-EXT.
           PERFORM MED-ADD-FILE.
      * FATPUT has just added the open store file to a DOS diskette,
      * which may well be one already catalogued
       MED-FATPUT.
           MOVE FILE-VOL TO MED-F-VOL.
           MOVE FILE-NAME TO MED-F-NAME.
           MOVE FILE-EXT TO MED-F-EXT.
           MOVE FAT-SERIAL TO MED-SERIAL.
           PERFORM MED-FIND-SERIAL.
           IF MED-ID-NUM = 0
               MOVE 'F' TO MED-TYPE
               MOVE SPACES TO MED-LABEL
               STRING "DOS DISKETTE " FAT-WANT11
                   DELIMITED BY SIZE INTO MED-LABEL
               END-STRING
               PERFORM MED-NEW-VOLUME
           ELSE
               PERFORM MED-MAKE-ID
               DISPLAY "  added to media " MED-ID END-DISPLAY
           END-IF.
           MOVE MED-F-VOL TO FILE-VOL.
           MOVE MED-F-NAME TO FILE-NAME.
           MOVE MED-F-EXT TO FILE-EXT.
           PERFORM MED-ADD-FILE.
      * ARC has just packed an archive (the open file): the archive
      * is the media, its members are the files on it
       MED-ARCHIVED.
           MOVE 'A' TO MED-TYPE.
           MOVE 0 TO MED-SERIAL.
           MOVE SPACES TO MED-LABEL.
           STRING "ARC " DELIMITED BY SIZE
               FILE-NAME DELIMITED BY SPACE
               "." FILE-EXT DELIMITED BY SIZE
               INTO MED-LABEL
           END-STRING.
           PERFORM MED-NEW-VOLUME.
           PERFORM VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > ARC-COUNT
               MOVE MED-SRC-VOL TO FILE-VOL
               MOVE ARC-MEM-NAME(ARC-IDX) TO FILE-NAME
               MOVE ARC-MEM-EXT(ARC-IDX) TO FILE-EXT
               PERFORM MED-ADD-FILE
           END-PERFORM.
      * CDMASTER has just written and verified a disc
       MED-MASTERED.
           MOVE 'C' TO MED-TYPE.
           MOVE 0 TO MED-SERIAL.
           MOVE CDM-VOL-ID TO MED-LABEL.
           PERFORM MED-NEW-VOLUME.
           PERFORM VARYING CDM-IDX FROM 1 BY 1
               UNTIL CDM-IDX > CDM-COUNT
               MOVE CDM-E-VOL(CDM-IDX) TO FILE-VOL
               MOVE CDM-E-STORE(CDM-IDX) TO FILE-NAME
               MOVE CDM-E-SEXT(CDM-IDX) TO FILE-EXT
               PERFORM MED-ADD-FILE
           END-PERFORM.
      * MEDIA shell operation.  No Argument lists every piece of
      * media; Argument a media number shows that one and the files
      * on it; with Argument 2 it records a move or a relabel --
      * ONSITE [where], OFFSITE where, LABEL text, or DESTROYED
      * (supervisor only, and final)
       MED-REPORT.
           IF WS-SHELL-REQ-ARG1 = SPACES
               PERFORM MED-LIST-ALL
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MED-PARSE-ID.
           IF MED-BAD = 'Y'
               DISPLAY "MEDIA: a media number looks like M00012"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MED-MAKE-ID.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK OR MED-ID-NUM > FILE-NUMRECS
               DISPLAY "MEDIA: no media " MED-ID " in the catalog"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE MED-ID-NUM TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF WS-SHELL-REQ-ARG2 = SPACES
               PERFORM MED-SHOW-VOLUME
           ELSE
               PERFORM MED-SET-STATUS
           END-IF.
           PERFORM LIB-PAUSE.
      * Argument 1 as a media number: M00012, m12 or plain 12
       MED-PARSE-ID.
           MOVE 'N' TO MED-BAD.
           MOVE 0 TO MED-ID-NUM.
           MOVE WS-SHELL-REQ-ARG1 TO MED-ARG.
           MOVE 1 TO MED-PTR.
           IF MED-ARG(1:1) = 'M' OR MED-ARG(1:1) = 'm'
               MOVE 2 TO MED-PTR
           END-IF.
           IF MED-ARG(MED-PTR:1) = SPACE
               MOVE 'Y' TO MED-BAD
           END-IF.
           PERFORM VARYING MED-IDX FROM MED-PTR BY 1
               UNTIL MED-IDX > 40 OR MED-ARG(MED-IDX:1) = SPACE
               IF MED-ARG(MED-IDX:1) IS NUMERIC AND MED-ID-NUM < 10000
                   MOVE MED-ARG(MED-IDX:1) TO MED-DIGIT
                   COMPUTE MED-ID-NUM = (MED-ID-NUM * 10) + MED-DIGIT
                   END-COMPUTE
               ELSE
                   MOVE 'Y' TO MED-BAD
               END-IF
           END-PERFORM.
           IF MED-ID-NUM = 0
               MOVE 'Y' TO MED-BAD
           END-IF.
      * Status and type bytes of the register row as words
       MED-STATUS-WORD.
           EVALUATE FILE-REC-AREA(58:1)
               WHEN 'F' MOVE "OFF SITE" TO MED-STATUS-TXT
               WHEN 'X' MOVE "DESTROYED" TO MED-STATUS-TXT
               WHEN OTHER MOVE "ON SITE" TO MED-STATUS-TXT
           END-EVALUATE.
           EVALUATE FILE-REC-AREA(8:1)
               WHEN 'D' MOVE "DISKETTE" TO MED-TYPE-TXT
               WHEN 'F' MOVE "DOS DISKETTE" TO MED-TYPE-TXT
               WHEN 'A' MOVE "ARCHIVE" TO MED-TYPE-TXT
               WHEN 'C' MOVE "CD-ROM" TO MED-TYPE-TXT
               WHEN OTHER MOVE SPACES TO MED-TYPE-TXT
           END-EVALUATE.
      * Every piece of media, one line each, to wherever OUTPUT has
      * reports going
       MED-LIST-ALL.
           MOVE 0 TO MED-N-VOLS.
           PERFORM REPORT-OUT-OPEN.
           MOVE "MEDIA CATALOG" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "MEDIA  T LABEL" TO WS-RPTO-LINE.
           MOVE "STATUS" TO WS-RPTO-LINE(39:6).
           MOVE "LOCATION" TO WS-RPTO-LINE(49:8).
           MOVE "FILES" TO WS-RPTO-LINE(70:5).
           PERFORM REPORT-OUT-LINE.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:6) NOT = SPACES
                       ADD 1 TO MED-N-VOLS END-ADD
                       PERFORM MED-STATUS-WORD
                       MOVE SPACES TO WS-RPTO-LINE
                       STRING FILE-REC-AREA(1:6) " "
                           FILE-REC-AREA(8:1) " "
                           FILE-REC-AREA(10:28) " " MED-STATUS-TXT
                           " " FILE-REC-AREA(60:20) " "
                           FILE-REC-AREA(116:4)
                           DELIMITED BY SIZE INTO WS-RPTO-LINE
                       END-STRING
                       PERFORM REPORT-OUT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           STRING MED-N-VOLS " media.  T: D diskette, F DOS "
               "diskette, A archive, C CD-ROM"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Media catalog report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * One piece of media (its register row in FILE-REC-AREA) and
      * the files the catalog has on it
       MED-SHOW-VOLUME.
           PERFORM MED-STATUS-WORD.
           MOVE FILE-REC-AREA(1:120) TO MED-VOL-REC.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "MEDIA " MED-ID "  " MED-TYPE-TXT " "
               MED-VOL-REC(10:32)
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Written " MED-VOL-REC(43:8) " by "
               MED-VOL-REC(92:8) "  " MED-STATUS-TXT " "
               MED-VOL-REC(60:20) " since " MED-VOL-REC(101:8)
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "FILE                     V      BYTES CHECKSUM DATE"
               TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIACAT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:6) = MED-ID
                       MOVE SPACES TO WS-RPTO-LINE
                       STRING FILE-REC-AREA(10:20) "."
                           FILE-REC-AREA(35:3) " "
                           FILE-REC-AREA(8:1) " "
                           FILE-REC-AREA(39:10) " "
                           FILE-REC-AREA(50:8) " "
                           FILE-REC-AREA(59:8)
                           DELIMITED BY SIZE INTO WS-RPTO-LINE
                       END-STRING
                       PERFORM REPORT-OUT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           STRING MED-VOL-REC(116:4) " files on this media"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
      * Record a move, a relabel or a destruction against the row
      * just read (FILE-RECORD still points at it)
       MED-SET-STATUS.
           IF FILE-REC-AREA(58:1) = 'X'
               DISPLAY "MEDIA: " MED-ID " is recorded destroyed"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG2 TO MED-ARG.
           MOVE SPACES TO MED-VERB.
           MOVE SPACES TO MED-REST.
           MOVE 1 TO MED-PTR.
           UNSTRING MED-ARG DELIMITED BY ALL SPACE
               INTO MED-VERB WITH POINTER MED-PTR
           END-UNSTRING.
           IF MED-PTR NOT > 40
               MOVE MED-ARG(MED-PTR:) TO MED-REST
           END-IF.
           INSPECT MED-VERB CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE MED-VERB
               WHEN "ONSITE"
                   MOVE 'O' TO FILE-REC-AREA(58:1)
                   MOVE MED-REST TO FILE-REC-AREA(60:20)
               WHEN "OFFSITE"
                   IF MED-REST = SPACES
                       DISPLAY "MEDIA: OFFSITE needs the location"
                       END-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'F' TO FILE-REC-AREA(58:1)
                   MOVE MED-REST TO FILE-REC-AREA(60:20)
               WHEN "LABEL"
                   IF MED-REST = SPACES
                       DISPLAY "MEDIA: LABEL needs the new label"
                       END-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE MED-REST TO FILE-REC-AREA(10:32)
               WHEN "DESTROYED"
                   IF WS-OPER-LEVEL < 5
                       DISPLAY "MEDIA: recording media destroyed is"
                           " supervisor only" END-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Record " MED-ID " as destroyed for good?"
                       " (Y/N): " WITH NO ADVANCING END-DISPLAY
                   ACCEPT WS-REPLY END-ACCEPT
                   IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
                       MOVE SPACE TO WS-REPLY
                       DISPLAY "MEDIA: nothing changed" END-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACE TO WS-REPLY
                   MOVE 'X' TO FILE-REC-AREA(58:1)
                   MOVE MED-REST TO FILE-REC-AREA(60:20)
               WHEN OTHER
                   DISPLAY "MEDIA: Arg2 is ONSITE, OFFSITE, LABEL or"
                       " DESTROYED" END-DISPLAY
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM LIB-NOW-STAMP.
           MOVE WS-OPER-ID TO FILE-REC-AREA(92:8).
           MOVE LIB-STAMP TO FILE-REC-AREA(101:14).
           PERFORM FILE-WRITE-RECORD.
           PERFORM MED-STATUS-WORD.
           DISPLAY "MEDIA: " MED-ID " " FUNCTION TRIM(MED-STATUS-TXT)
               " " FILE-REC-AREA(60:20) END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Media " MED-ID " " DELIMITED BY SIZE
               MED-VERB DELIMITED BY SPACE
               " " MED-REST DELIMITED BY SIZE
               INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * FINDMEDIA shell operation: which media hold a given file.
      * Argument is the name (any part of it, .EXT to pin the
      * extension), Argument 2 narrows by the file's own date --
      * YYYY, YYYYMM or YYYYMMDD.  Each copy found comes back with
      * its media number, status and where that media is kept.
       MED-FIND-REPORT.
           IF WS-SHELL-REQ-ARG1 = SPACES
               DISPLAY "FINDMEDIA: name the file to look for"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MED-PAT-NAME.
           MOVE SPACES TO MED-PAT-EXT.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY "." OR ALL SPACE
               INTO MED-PAT-NAME MED-PAT-EXT
           END-UNSTRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MED-PAT-NAME))
               TO MED-PAT-LEN.
           IF MED-PAT-NAME = SPACES
               MOVE 0 TO MED-PAT-LEN
           END-IF.
           MOVE WS-SHELL-REQ-ARG2(1:8) TO MED-PAT-DATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MED-PAT-DATE))
               TO MED-DATE-LEN.
           IF MED-PAT-DATE = SPACES
               MOVE 0 TO MED-DATE-LEN
           END-IF.
           IF MED-DATE-LEN > 0
               IF MED-PAT-DATE(1:MED-DATE-LEN) IS NOT NUMERIC
                   DISPLAY "FINDMEDIA: Arg2 is a date - YYYY, YYYYMM"
                       " or YYYYMMDD" END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO MED-HIT-COUNT.
           MOVE 'N' TO MED-HIT-OVER.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIACAT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:6) NOT = SPACES
                       PERFORM MED-FIND-MATCH
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "FINDMEDIA  " WS-SHELL-REQ-ARG1(1:28) " "
               MED-PAT-DATE DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "FILE                 DATE          BYTES MEDIA  STATUS"
               TO WS-RPTO-LINE.
           MOVE "LOCATION" TO WS-RPTO-LINE(61:8).
           PERFORM REPORT-OUT-LINE.
           MOVE 'A' TO FILE-VOL.
           MOVE "MEDIAVOL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           PERFORM VARYING MED-IDX FROM 1 BY 1
               UNTIL MED-IDX > MED-HIT-COUNT
               MOVE SPACES TO FILE-REC-AREA
               IF FILE-OP-OK
                   AND MED-H-ID-NUM(MED-IDX) NOT > FILE-NUMRECS
                   MOVE MED-H-ID-NUM(MED-IDX) TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
               END-IF
               PERFORM MED-STATUS-WORD
               MOVE SPACES TO WS-RPTO-LINE
               STRING MED-H-NAME(MED-IDX)(1:16) "."
                   MED-H-EXT(MED-IDX) " " MED-H-DATE(MED-IDX) " "
                   MED-H-SIZE(MED-IDX) " " FILE-REC-AREA(1:6) " "
                   MED-STATUS-TXT " " FILE-REC-AREA(60:20)
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF MED-HIT-COUNT = 0
               MOVE "No media in the catalog holds that file"
                   TO WS-RPTO-LINE
           ELSE
               STRING MED-HIT-COUNT " copies found"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               IF MED-HIT-OVER = 'Y'
                   MOVE "- the first 50; narrow it by date"
                       TO WS-RPTO-LINE(17:33)
               END-IF
           END-IF.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Media search: " WS-SHELL-REQ-ARG1(1:26)
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * One catalog row against the FINDMEDIA name and date
       MED-FIND-MATCH.
           IF MED-PAT-LEN = 0
               MOVE 'Y' TO MED-MATCHED
           ELSE
               MOVE 'N' TO MED-MATCHED
               PERFORM VARYING MED-PTR FROM 1 BY 1
                   UNTIL MED-PTR > (25 - MED-PAT-LEN)
                   OR MED-MATCHED = 'Y'
                   IF FILE-REC-AREA(9 + MED-PTR:MED-PAT-LEN) =
                       MED-PAT-NAME(1:MED-PAT-LEN)
                       MOVE 'Y' TO MED-MATCHED
                   END-IF
               END-PERFORM
           END-IF.
           IF MED-PAT-EXT NOT = SPACES
               AND FILE-REC-AREA(35:3) NOT = MED-PAT-EXT
               MOVE 'N' TO MED-MATCHED
           END-IF.
           IF MED-DATE-LEN > 0
               IF FILE-REC-AREA(59:MED-DATE-LEN) NOT =
                   MED-PAT-DATE(1:MED-DATE-LEN)
                   MOVE 'N' TO MED-MATCHED
               END-IF
           END-IF.
           IF MED-MATCHED = 'Y'
               IF MED-HIT-COUNT < 50
                   ADD 1 TO MED-HIT-COUNT END-ADD
                   MOVE FILE-REC-AREA(2:5)
                       TO MED-H-ID-NUM(MED-HIT-COUNT)
                   MOVE FILE-REC-AREA(10:24)
                       TO MED-H-NAME(MED-HIT-COUNT)
                   MOVE FILE-REC-AREA(35:3) TO MED-H-EXT(MED-HIT-COUNT)
                   MOVE FILE-REC-AREA(59:8)
                       TO MED-H-DATE(MED-HIT-COUNT)
                   MOVE FILE-REC-AREA(39:10)
                       TO MED-H-SIZE(MED-HIT-COUNT)
               ELSE
                   MOVE 'Y' TO MED-HIT-OVER
               END-IF
           END-IF.
      * Boot-time hardware inventory: take stock of what is fitted,
      * compare it item by item with what the previous boot found,
      * put every difference in the change register and raise an
      * alert if there were any, then make this boot's stock the one
      * the next boot compares against
       HWI-SNAPSHOT.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO HWI-STAMP.
           MOVE 0 TO HWI-COUNT.
           MOVE 0 TO HWI-OVER.
           MOVE 0 TO HWI-CHANGES.
           PERFORM HWI-GATHER-PCI.
           PERFORM HWI-GATHER-DRIVES.
           MOVE SPACES TO HWI-VALUE.
           MOVE "RAM" TO HWI-KEY.
           STRING MEM-FREE-BYTES " bytes extended memory"
               DELIMITED BY SIZE INTO HWI-VALUE
           END-STRING.
           PERFORM HWI-ADD-ITEM.
      * A card that didn't answer its DSP reset isn't in the machine
      * as far as anything here can tell
           IF WS-BOOT-SB16-STATUS = "OK  "
               MOVE SB16-BASE TO HWI-HV
               MOVE 3 TO HWI-HW
               PERFORM HWI-HEX-OUT
               MOVE "SB16" TO HWI-KEY
               MOVE SPACES TO HWI-VALUE
               STRING "Sound Blaster base " HWI-HEX(1:3)
                   DELIMITED BY SIZE INTO HWI-VALUE
               END-STRING
               PERFORM HWI-ADD-ITEM
           END-IF.
           PERFORM HWI-GATHER-PORTS.
           PERFORM HWI-LOAD-OLD.
           IF HWI-HAVE-OLD = 'Y'
               PERFORM HWI-COMPARE
           END-IF.
           PERFORM HWI-SAVE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Hardware inventory: " HWI-COUNT " items, "
               HWI-CHANGES " changed" DELIMITED BY SIZE
               INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           IF HWI-OVER > 0
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Hardware inventory full, " HWI-OVER
                   " items not kept" DELIMITED BY SIZE
                   INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           IF HWI-CHANGES > 0
               MOVE "HWINV" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING HWI-CHANGES " hardware changes since last boot"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               MOVE 2 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
           END-IF.
      * Every PCI function that answers, the same full walk PCI-INIT
      * does, kept by bus:slot.function
       HWI-GATHER-PCI.
           PERFORM VARYING PCI-BUS FROM 0 BY 1 UNTIL PCI-BUS > 255
               PERFORM VARYING PCI-SLOT FROM 0 BY 1 UNTIL PCI-SLOT > 31
                   PERFORM VARYING PCI-FUNC FROM 0 BY 1
                       UNTIL PCI-FUNC > 7
                       MOVE 0 TO PCI-OFFSET
                       PERFORM PCI-READ-32
                       MOVE FUNCTION MOD(PCI-DATA, H'10000') TO
                       PCI-VENDOR-ID
                       IF PCI-VENDOR-ID NOT = H'FFFF'
                           PERFORM HWI-PCI-ITEM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
      * One function's row: vendor:device, class byte and the six BAR
      * dwords as read, so a card moved to other resources shows up
      * as changed
       HWI-PCI-ITEM.
           DIVIDE PCI-DATA BY H'10000' GIVING PCI-DEVICE-ID
           END-DIVIDE.
           MOVE PCI-VENDOR-ID TO HWI-HV.
           MOVE 4 TO HWI-HW.
           PERFORM HWI-HEX-OUT.
           MOVE HWI-HEX(1:4) TO HWI-DEVHEX(1:4).
           MOVE ":" TO HWI-DEVHEX(5:1).
           MOVE PCI-DEVICE-ID TO HWI-HV.
           PERFORM HWI-HEX-OUT.
           MOVE HWI-HEX(1:4) TO HWI-DEVHEX(6:4).
           MOVE 8 TO PCI-OFFSET.
           PERFORM PCI-READ-32.
           DIVIDE PCI-DATA BY H'1000000' GIVING HWI-HV END-DIVIDE.
           MOVE 2 TO HWI-HW.
           PERFORM HWI-HEX-OUT.
           MOVE HWI-HEX(1:2) TO HWI-CLASSHEX.
           MOVE SPACES TO HWI-BARS.
           MOVE 1 TO HWI-BAR-PTR.
           MOVE 8 TO HWI-HW.
           PERFORM VARYING HWI-BAR-IDX FROM 0 BY 1
               UNTIL HWI-BAR-IDX > 5
               COMPUTE PCI-OFFSET = H'10' + (HWI-BAR-IDX * 4)
               END-COMPUTE
               PERFORM PCI-READ-32
               MOVE PCI-DATA TO HWI-HV
               PERFORM HWI-HEX-OUT
               STRING HWI-HEX " " DELIMITED BY SIZE
                   INTO HWI-BARS WITH POINTER HWI-BAR-PTR
               END-STRING
           END-PERFORM.
           MOVE PCI-BUS TO HWI-B3.
           MOVE PCI-SLOT TO HWI-S2.
           MOVE PCI-FUNC TO HWI-F1.
           MOVE SPACES TO HWI-KEY.
           STRING "PCI " HWI-B3 ":" HWI-S2 "." HWI-F1
               DELIMITED BY SIZE INTO HWI-KEY
           END-STRING.
           MOVE SPACES TO HWI-VALUE.
           STRING HWI-DEVHEX " " HWI-CLASSHEX " " HWI-BARS
               DELIMITED BY SIZE INTO HWI-VALUE
           END-STRING.
           PERFORM HWI-ADD-ITEM.
      * Each of the four positions ATAPI-ENUM found something at is
      * asked who it is; the model and serial are what tell one
      * drive from its replacement
       HWI-GATHER-DRIVES.
           MOVE WS-ATA-BUS TO HWI-SAVE-BUS.
           PERFORM VARYING HWI-POS FROM 1 BY 1 UNTIL HWI-POS > 4
               IF ATAPI-POS-PRESENT(HWI-POS) = 'Y'
                   PERFORM HWI-IDENTIFY
                   MOVE SPACES TO HWI-KEY
                   STRING "DRIVE " HWI-POS DELIMITED BY SIZE
                       INTO HWI-KEY
                   END-STRING
                   MOVE SPACES TO HWI-VALUE
                   IF HWI-ID-OK = 'Y'
                       STRING HWI-DRV-KIND DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(HWI-MODEL) DELIMITED BY SIZE
                           " s/n " DELIMITED BY SIZE
                           FUNCTION TRIM(HWI-SERIAL) DELIMITED BY SIZE
                           INTO HWI-VALUE
                       END-STRING
                   ELSE
                       MOVE "present, no IDENTIFY data" TO HWI-VALUE
                   END-IF
                   PERFORM HWI-ADD-ITEM
               END-IF
           END-PERFORM.
           MOVE HWI-SAVE-BUS TO WS-ATA-BUS.
      * Re-select the configured drive after the wandering probe
           PERFORM ATAPI-DRIVESEL.
      * IDENTIFY DEVICE (ECH) to position HWI-POS; a packet device
      * aborts that and answers IDENTIFY PACKET DEVICE (A1H) instead.
      * The 256-word reply carries the serial in words 10-19 and the
      * model in words 27-46, two characters a word, high byte first
       HWI-IDENTIFY.
           MOVE 'N' TO HWI-ID-OK.
           MOVE ATAPI-POS-BUS(HWI-POS) TO WS-ATA-BUS.
           COMPUTE IO-PORT = WS-ATA-BUS + 6 END-COMPUTE.
           MOVE ATAPI-POS-DRV(HWI-POS) TO IO-DATA.
           PERFORM IO-OUT-8.
           MOVE "ATA" TO HWI-DRV-KIND.
           COMPUTE IO-PORT = WS-ATA-BUS + 7 END-COMPUTE.
           MOVE H'EC' TO IO-DATA.
           PERFORM IO-OUT-8.
           PERFORM HWI-WAIT-DATA.
           IF HWI-ID-OK = 'N'
               MOVE "ATAPI" TO HWI-DRV-KIND
               COMPUTE IO-PORT = WS-ATA-BUS + 7 END-COMPUTE
               MOVE H'A1' TO IO-DATA
               PERFORM IO-OUT-8
               PERFORM HWI-WAIT-DATA
           END-IF.
           IF HWI-ID-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ATA-BUS TO IO-PORT.
           PERFORM VARYING WS-ATA-WORDIDX FROM 1 BY 1
               UNTIL WS-ATA-WORDIDX > 256
               PERFORM IO-IN-16
               DIVIDE IO-DATA BY H'100' GIVING WS-ATA-BYTE-HI
                   REMAINDER WS-ATA-BYTE-LO END-DIVIDE
               MOVE FUNCTION CHAR(WS-ATA-BYTE-LO + 1)
                   TO WS-ATA-CHAR-LO
               MOVE FUNCTION CHAR(WS-ATA-BYTE-HI + 1)
                   TO WS-ATA-CHAR-HI
               COMPUTE WS-ATA-BYTEOFS = (WS-ATA-WORDIDX * 2) - 1
               END-COMPUTE
               MOVE WS-ATA-CHAR-LO TO WS-ATA-BUF(WS-ATA-BYTEOFS:1)
               MOVE WS-ATA-CHAR-HI
                   TO WS-ATA-BUF(WS-ATA-BYTEOFS + 1:1)
           END-PERFORM.
           MOVE SPACES TO HWI-MODEL.
           PERFORM VARYING HWI-SWAP FROM 1 BY 2 UNTIL HWI-SWAP > 40
               COMPUTE HWI-SWAP-OFS = 54 + HWI-SWAP END-COMPUTE
               MOVE WS-ATA-BUF(HWI-SWAP-OFS + 1:1)
                   TO HWI-MODEL(HWI-SWAP:1)
               MOVE WS-ATA-BUF(HWI-SWAP-OFS:1)
                   TO HWI-MODEL(HWI-SWAP + 1:1)
           END-PERFORM.
           MOVE SPACES TO HWI-SERIAL.
           PERFORM VARYING HWI-SWAP FROM 1 BY 2 UNTIL HWI-SWAP > 20
               COMPUTE HWI-SWAP-OFS = 20 + HWI-SWAP END-COMPUTE
               MOVE WS-ATA-BUF(HWI-SWAP-OFS + 1:1)
                   TO HWI-SERIAL(HWI-SWAP:1)
               MOVE WS-ATA-BUF(HWI-SWAP-OFS:1)
                   TO HWI-SERIAL(HWI-SWAP + 1:1)
           END-PERFORM.
           INSPECT HWI-MODEL REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT HWI-SERIAL REPLACING ALL LOW-VALUE BY SPACE.
      * ATA-WAIT-DRQ's wait, except that a drive refusing the command
      * (ERR with BSY down) ends it at once rather than running out
      * the clock -- and a refusal here is no I/O failure to count
       HWI-WAIT-DATA.
           MOVE 'N' TO HWI-ID-OK.
           MOVE 'N' TO HWI-ID-STOP.
           PERFORM TIMER-READ-MS.
           COMPUTE WS-TIMER-DEADLINE = WS-TIMR-MS + 1000
           END-COMPUTE.
           PERFORM UNTIL HWI-ID-OK = 'Y' OR HWI-ID-STOP = 'Y'
               OR WS-TIMR-MS >= WS-TIMER-DEADLINE
               COMPUTE IO-PORT = WS-ATA-BUS + 7 END-COMPUTE
               PERFORM IO-IN-8
               MOVE IO-DATA TO WS-ATA-STATUS
               MOVE WS-ATA-STATUS TO WS-AND1
               MOVE H'89' TO WS-ANDBY
               PERFORM BITWISE-AND
               EVALUATE TRUE
                   WHEN WS-ATA-STATUS = H'FF'
                       MOVE 'Y' TO HWI-ID-STOP
                   WHEN WS-ANDRES = H'08'
                       MOVE 'Y' TO HWI-ID-OK
                   WHEN WS-ANDRES = H'01' OR WS-ANDRES = H'09'
                       MOVE 'Y' TO HWI-ID-STOP
               END-EVALUATE
               PERFORM TIMER-READ-MS
           END-PERFORM.
      * The four standard COM bases and three LPT bases.  A UART is
      * there if its scratch register keeps what is written to it; a
      * parallel port if its data latch reads back
       HWI-GATHER-PORTS.
           MOVE "COM" TO HWI-PORT-NAME.
           MOVE 7 TO HWI-PORT-OFS.
           MOVE 1 TO HWI-PORT-IDX.
           MOVE H'3F8' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE 2 TO HWI-PORT-IDX.
           MOVE H'2F8' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE 3 TO HWI-PORT-IDX.
           MOVE H'3E8' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE 4 TO HWI-PORT-IDX.
           MOVE H'2E8' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE "LPT" TO HWI-PORT-NAME.
           MOVE 0 TO HWI-PORT-OFS.
           MOVE 1 TO HWI-PORT-IDX.
           MOVE H'378' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE 2 TO HWI-PORT-IDX.
           MOVE H'278' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
           MOVE 3 TO HWI-PORT-IDX.
           MOVE H'3BC' TO HWI-PORT-BASE.
           PERFORM HWI-PROBE-PORT.
       HWI-PROBE-PORT.
           MOVE 'N' TO HWI-PROBE-OK.
           COMPUTE IO-PORT = HWI-PORT-BASE + HWI-PORT-OFS
           END-COMPUTE.
           MOVE H'5A' TO IO-DATA.
           PERFORM IO-OUT-8.
           PERFORM IO-IN-8.
           IF IO-DATA = H'5A'
               MOVE H'A5' TO IO-DATA
               PERFORM IO-OUT-8
               PERFORM IO-IN-8
               IF IO-DATA = H'A5'
                   MOVE 'Y' TO HWI-PROBE-OK
               END-IF
           END-IF.
           MOVE 0 TO IO-DATA.
           PERFORM IO-OUT-8.
           IF HWI-PROBE-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE HWI-PORT-BASE TO HWI-HV.
           MOVE 3 TO HWI-HW.
           PERFORM HWI-HEX-OUT.
           MOVE SPACES TO HWI-KEY.
           STRING HWI-PORT-NAME DELIMITED BY SPACE
               HWI-PORT-IDX DELIMITED BY SIZE INTO HWI-KEY
           END-STRING.
           MOVE SPACES TO HWI-VALUE.
           STRING "base " HWI-HEX(1:3) DELIMITED BY SIZE
               INTO HWI-VALUE
           END-STRING.
           PERFORM HWI-ADD-ITEM.
       HWI-ADD-ITEM.
           IF HWI-COUNT >= 64
               ADD 1 TO HWI-OVER END-ADD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HWI-COUNT END-ADD.
           MOVE HWI-KEY TO HWI-N-KEY(HWI-COUNT).
           MOVE HWI-VALUE TO HWI-N-VALUE(HWI-COUNT).
      * HWI-HV as HWI-HW upper-case hex digits into HWI-HEX
       HWI-HEX-OUT.
           MOVE SPACES TO HWI-HEX.
           PERFORM VARYING HWI-HPOS FROM HWI-HW BY -1
               UNTIL HWI-HPOS < 1
               DIVIDE HWI-HV BY 16 GIVING HWI-HQ
                   REMAINDER HWI-HD END-DIVIDE
               MOVE WS-HEXCHMAP(HWI-HD + 1:1) TO HWI-HEX(HWI-HPOS:1)
               MOVE HWI-HQ TO HWI-HV
           END-PERFORM.
      * What the previous boot recorded, if anything has
       HWI-LOAD-OLD.
           MOVE 'N' TO HWI-HAVE-OLD.
           MOVE 0 TO HWI-OLD-COUNT.
           MOVE 'A' TO FILE-VOL.
           MOVE "HWINV" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK OR FILE-NUMRECS < 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK OR FILE-REC-AREA(1:10) NOT = "*INVENTORY"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO HWI-HAVE-OLD.
           PERFORM VARYING FILE-RECORD FROM 2 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:12) NOT = SPACES
                   AND HWI-OLD-COUNT < 64
                   ADD 1 TO HWI-OLD-COUNT END-ADD
                   MOVE FILE-REC-AREA(1:12)
                       TO HWI-O-KEY(HWI-OLD-COUNT)
                   MOVE FILE-REC-AREA(14:67)
                       TO HWI-O-VALUE(HWI-OLD-COUNT)
                   MOVE 'N' TO HWI-O-SEEN(HWI-OLD-COUNT)
               END-IF
           END-PERFORM.
      * Match this boot's items to last boot's by key: a new key is
      * an addition, a key gone is a removal, the same key with a
      * different value is a change
       HWI-COMPARE.
           PERFORM VARYING HWI-IDX FROM 1 BY 1
               UNTIL HWI-IDX > HWI-COUNT
               MOVE 'N' TO HWI-FOUND
               MOVE HWI-N-KEY(HWI-IDX) TO HWI-KEY
               MOVE HWI-N-VALUE(HWI-IDX) TO HWI-VALUE
               PERFORM VARYING HWI-IDX2 FROM 1 BY 1
                   UNTIL HWI-IDX2 > HWI-OLD-COUNT OR HWI-FOUND = 'Y'
                   IF HWI-O-KEY(HWI-IDX2) = HWI-KEY
                       MOVE 'Y' TO HWI-FOUND
                       MOVE 'Y' TO HWI-O-SEEN(HWI-IDX2)
                       IF HWI-O-VALUE(HWI-IDX2) NOT = HWI-VALUE
                           MOVE 'C' TO HWI-KIND
                           MOVE HWI-O-VALUE(HWI-IDX2)
                               TO HWI-OLD-VALUE
                           PERFORM HWI-LOG-CHANGE
                       END-IF
                   END-IF
               END-PERFORM
               IF HWI-FOUND = 'N'
                   MOVE 'A' TO HWI-KIND
                   MOVE SPACES TO HWI-OLD-VALUE
                   PERFORM HWI-LOG-CHANGE
               END-IF
           END-PERFORM.
           MOVE SPACES TO HWI-VALUE.
           MOVE 'R' TO HWI-KIND.
           PERFORM VARYING HWI-IDX2 FROM 1 BY 1
               UNTIL HWI-IDX2 > HWI-OLD-COUNT
               IF HWI-O-SEEN(HWI-IDX2) = 'N'
                   MOVE HWI-O-KEY(HWI-IDX2) TO HWI-KEY
                   MOVE HWI-O-VALUE(HWI-IDX2) TO HWI-OLD-VALUE
                   PERFORM HWI-LOG-CHANGE
               END-IF
           END-PERFORM.
      * One row onto the end of the change register, and a line on
      * the permanent record
       HWI-LOG-CHANGE.
           ADD 1 TO HWI-CHANGES END-ADD.
           MOVE SPACES TO WS-LOG-ACTION.
           EVALUATE HWI-KIND
               WHEN 'A'
                   STRING "Hardware added: " HWI-KEY
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               WHEN 'R'
                   STRING "Hardware removed: " HWI-KEY
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               WHEN OTHER
                   STRING "Hardware changed: " HWI-KEY
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
           END-EVALUATE.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'A' TO FILE-VOL.
           MOVE "HWCHG" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 170 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE HWI-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE HWI-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE HWI-STAMP TO FILE-REC-AREA(1:14)
               MOVE HWI-KIND TO FILE-REC-AREA(16:1)
               MOVE HWI-KEY TO FILE-REC-AREA(18:12)
               MOVE HWI-OLD-VALUE TO FILE-REC-AREA(31:67)
               MOVE HWI-VALUE TO FILE-REC-AREA(99:67)
               MOVE HWI-NEWRECS TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * HWINV.DAT is made once at its full 65 records and rewritten
      * in place every boot, header first
       HWI-SAVE.
           MOVE 'A' TO FILE-VOL.
           MOVE "HWINV" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 65 TO FILE-NUMRECS
               PERFORM FILE-CREATE
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE "*INVENTORY" TO FILE-REC-AREA(1:10).
           MOVE HWI-STAMP TO FILE-REC-AREA(14:14).
           MOVE HWI-COUNT TO FILE-REC-AREA(29:3).
           MOVE HWI-CHANGES TO FILE-REC-AREA(33:3).
           IF HWI-HAVE-OLD = 'N'
               MOVE 'F' TO FILE-REC-AREA(37:1)
           END-IF.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           PERFORM VARYING HWI-IDX FROM 1 BY 1 UNTIL HWI-IDX > 64
               MOVE SPACES TO FILE-REC-AREA
               IF HWI-IDX <= HWI-COUNT
                   MOVE HWI-N-KEY(HWI-IDX) TO FILE-REC-AREA(1:12)
                   MOVE HWI-N-VALUE(HWI-IDX) TO FILE-REC-AREA(14:67)
               END-IF
               COMPUTE FILE-RECORD = HWI-IDX + 1 END-COMPUTE
               PERFORM FILE-WRITE-RECORD
           END-PERFORM.
      * HWINV shell operation: the inventory this boot took, then
      * what is different from the boot before it
       HWI-REPORT.
           PERFORM REPORT-OUT-OPEN.
           MOVE "HARDWARE INVENTORY" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO HWI-HDR.
           MOVE 'A' TO FILE-VOL.
           MOVE "HWINV" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK AND FILE-NUMRECS > 0
               MOVE 1 TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   MOVE FILE-REC-AREA(1:80) TO HWI-HDR
               END-IF
           END-IF.
           IF HWI-HDR(1:10) NOT = "*INVENTORY"
               MOVE "No inventory has been taken yet" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               PERFORM REPORT-OUT-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Taken at boot " HWI-HDR(14:4) "-" HWI-HDR(18:2)
               "-" HWI-HDR(20:2) " " HWI-HDR(22:2) ":" HWI-HDR(24:2)
               ", " HWI-HDR(29:3) " items"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "ITEM         DESCRIPTION" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           PERFORM VARYING FILE-RECORD FROM 2 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:12) NOT = SPACES
                   MOVE FILE-REC-AREA(1:80) TO WS-RPTO-LINE
                   PERFORM REPORT-OUT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "CHANGES SINCE THE PREVIOUS BOOT" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO HWI-IDX.
           IF HWI-HDR(37:1) = 'F'
               MOVE "  None - the first inventory taken on this machine"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               MOVE 1 TO HWI-IDX
           ELSE
               PERFORM HWI-REPORT-CHANGES
           END-IF.
           IF HWI-IDX = 0
               MOVE "  None" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Hardware inventory report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * The change register's rows stamped with this inventory's boot,
      * counted in HWI-IDX
       HWI-REPORT-CHANGES.
           MOVE 'A' TO FILE-VOL.
           MOVE "HWCHG" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:14) = HWI-HDR(14:14)
                   ADD 1 TO HWI-IDX END-ADD
                   MOVE SPACES TO WS-RPTO-LINE
                   EVALUATE FILE-REC-AREA(16:1)
                       WHEN 'A' MOVE "  ADDED   " TO WS-RPTO-LINE
                       WHEN 'R' MOVE "  REMOVED " TO WS-RPTO-LINE
                       WHEN OTHER MOVE "  CHANGED " TO WS-RPTO-LINE
                   END-EVALUATE
                   MOVE FILE-REC-AREA(18:12) TO WS-RPTO-LINE(11:12)
                   PERFORM REPORT-OUT-LINE
                   IF FILE-REC-AREA(31:67) NOT = SPACES
                       MOVE SPACES TO WS-RPTO-LINE
                       STRING "    was " FILE-REC-AREA(31:67)
                           DELIMITED BY SIZE INTO WS-RPTO-LINE
                       END-STRING
                       PERFORM REPORT-OUT-LINE
                   END-IF
                   IF FILE-REC-AREA(99:67) NOT = SPACES
                       MOVE SPACES TO WS-RPTO-LINE
                       STRING "    now " FILE-REC-AREA(99:67)
                           DELIMITED BY SIZE INTO WS-RPTO-LINE
                       END-STRING
                       PERFORM REPORT-OUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * Boot: load the C: bad-sector map from A:BADSECT.DAT, and give
      * a C: volume that is in use its spare extent if it has none
      * yet.  Runs before anything can touch a C: sector
       BSM-LOAD.
           MOVE 'N' TO BSM-LOADED.
           MOVE 'N' TO BSM-DIRTY.
           MOVE 0 TO BSM-COUNT.
           MOVE 0 TO BSM-SPARE-BASE.
           MOVE 0 TO BSM-SPARE-COUNT.
           MOVE 0 TO BSM-SPARE-NEXT.
           MOVE 'A' TO FILE-VOL.
           MOVE "BADSECT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 40 TO FILE-RECLEN
               MOVE 129 TO FILE-NUMRECS
               PERFORM FILE-CREATE
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF FILE-OP-OK AND FILE-REC-AREA(1:7) = "*SPARES"
               AND FILE-REC-AREA(10:8) IS NUMERIC
               AND FILE-REC-AREA(19:4) IS NUMERIC
               AND FILE-REC-AREA(24:4) IS NUMERIC
               AND FILE-REC-AREA(29:4) IS NUMERIC
               MOVE FILE-REC-AREA(10:8) TO BSM-SPARE-BASE
               MOVE FILE-REC-AREA(19:4) TO BSM-SPARE-COUNT
               MOVE FILE-REC-AREA(24:4) TO BSM-SPARE-NEXT
               MOVE FILE-REC-AREA(29:4) TO BSM-COUNT
           END-IF.
           IF BSM-COUNT > 128
               MOVE 128 TO BSM-COUNT
           END-IF.
           PERFORM VARYING BSM-IDX FROM 1 BY 1
               UNTIL BSM-IDX > BSM-COUNT
               COMPUTE FILE-RECORD = BSM-IDX + 1 END-COMPUTE
               PERFORM FILE-READ-RECORD
               MOVE FILE-REC-AREA(1:8) TO BSM-E-LBA(BSM-IDX)
               MOVE FILE-REC-AREA(10:8) TO BSM-E-SPARE(BSM-IDX)
               MOVE FILE-REC-AREA(19:1) TO BSM-E-STATE(BSM-IDX)
               MOVE FILE-REC-AREA(21:1) TO BSM-E-HOW(BSM-IDX)
               MOVE FILE-REC-AREA(23:14) TO BSM-E-WHEN(BSM-IDX)
               MOVE 'Y' TO BSM-E-SAVED(BSM-IDX)
           END-PERFORM.
           MOVE 'Y' TO BSM-LOADED.
           IF BSM-SPARE-COUNT = 0
               MOVE 'N' TO BSM-FORCE
               PERFORM BSM-MAKE-SPARES
           END-IF.
      * Cut the spare extent: BADSPARE.SYS, sixteen store sectors (64
      * disk LBAs) on C:, which the allocator never hands out again.
      * At boot only a C: that already holds something gets one; the
      * surface scan sets BSM-FORCE to have it made regardless
       BSM-MAKE-SPARES.
           MOVE 'C' TO FILE-VOL.
           PERFORM FILE-ALLOC-LOAD.
           IF WS-FILE-NEXT-SECT <= 1 AND BSM-FORCE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO FILE-VOL.
           MOVE "BADSPARE" TO FILE-NAME.
           MOVE "SYS" TO FILE-EXT.
           MOVE 2048 TO FILE-RECLEN.
           MOVE 16 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF FILE-OP-EXISTS
               PERFORM FILE-OPEN
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE BSM-SPARE-BASE = WS-ATA-VOL-BASE +
               (((FILE-CYL * 1000) + FILE-SECT) * 4) END-COMPUTE.
           COMPUTE BSM-SPARE-COUNT = FILE-NUMSECT * 4 END-COMPUTE.
           MOVE 0 TO BSM-SPARE-NEXT.
           MOVE 'Y' TO BSM-DIRTY.
           PERFORM BSM-FLUSH.
           MOVE SPACES TO WS-LOG-ACTION.
           MOVE BSM-SPARE-COUNT TO BSM-ED.
           STRING "C: spare area of " FUNCTION TRIM(BSM-ED)
               " sectors made" DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Put the header and every entry not yet on A: back into
      * BADSECT.DAT.  Called from the menu loop and the scan job,
      * where no file operation is in flight
       BSM-FLUSH.
           IF BSM-LOADED NOT = 'Y' OR BSM-DIRTY NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BSM-DIRTY.
           MOVE 'A' TO FILE-VOL.
           MOVE "BADSECT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE 'Y' TO BSM-DIRTY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE "*SPARES" TO FILE-REC-AREA(1:7).
           MOVE BSM-SPARE-BASE TO FILE-REC-AREA(10:8).
           MOVE BSM-SPARE-COUNT TO FILE-REC-AREA(19:4).
           MOVE BSM-SPARE-NEXT TO FILE-REC-AREA(24:4).
           MOVE BSM-COUNT TO FILE-REC-AREA(29:4).
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           PERFORM VARYING BSM-IDX FROM 1 BY 1
               UNTIL BSM-IDX > BSM-COUNT
               IF BSM-E-SAVED(BSM-IDX) NOT = 'Y'
                   MOVE SPACES TO FILE-REC-AREA
                   MOVE BSM-E-LBA(BSM-IDX) TO FILE-REC-AREA(1:8)
                   MOVE BSM-E-SPARE(BSM-IDX) TO FILE-REC-AREA(10:8)
                   MOVE BSM-E-STATE(BSM-IDX) TO FILE-REC-AREA(19:1)
                   MOVE BSM-E-HOW(BSM-IDX) TO FILE-REC-AREA(21:1)
                   MOVE BSM-E-WHEN(BSM-IDX) TO FILE-REC-AREA(23:14)
                   COMPUTE FILE-RECORD = BSM-IDX + 1 END-COMPUTE
                   PERFORM FILE-WRITE-RECORD
                   MOVE 'Y' TO BSM-E-SAVED(BSM-IDX)
               END-IF
           END-PERFORM.
      * Steer WS-ATA-LBA to its spare if it has been retired
       BSM-REDIRECT.
           IF BSM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BSM-HIT.
           PERFORM VARYING BSM-IDX FROM 1 BY 1
               UNTIL BSM-IDX > BSM-COUNT OR BSM-HIT NOT = 0
               IF BSM-E-LBA(BSM-IDX) = WS-ATA-LBA
                   MOVE BSM-IDX TO BSM-HIT
               END-IF
           END-PERFORM.
           IF BSM-HIT NOT = 0
               MOVE BSM-E-SPARE(BSM-HIT) TO WS-ATA-LBA
           END-IF.
      * A read of WS-ATA-LBA just failed: three more tries, and the
      * sector is retired whichever way they go -- with its data if
      * one of them got it off the platter, as spaces if none did
       BSM-READ-FAILED.
           MOVE 'N' TO BSM-DATA-OK.
           PERFORM VARYING BSM-TRY FROM 1 BY 1
               UNTIL BSM-TRY > 3 OR BSM-DATA-OK = 'Y'
               PERFORM ATA-READ-SECTOR
               IF WS-ATA-OK = 'Y'
                   MOVE 'Y' TO BSM-DATA-OK
               END-IF
           END-PERFORM.
           PERFORM BSM-RETIRE.
      * Retire WS-ATA-LBA: the next spare takes the WS-ATA-BUF data
      * (a spare that won't take a write is passed over), and the map
      * gets the entry -- or, when it is a spare itself that failed,
      * the entry pointing at it is moved on to the new spare
       BSM-RETIRE.
           MOVE WS-ATA-LBA TO BSM-BAD-LBA.
           IF BSM-LOADED NOT = 'Y' OR BSM-SPARE-COUNT = 0
               MOVE "DISK" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               MOVE BSM-BAD-LBA TO BSM-ED
               STRING "C: LBA " FUNCTION TRIM(BSM-ED)
                   " failing, no spare area" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               MOVE 3 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BSM-HIT.
           PERFORM VARYING BSM-IDX FROM 1 BY 1
               UNTIL BSM-IDX > BSM-COUNT OR BSM-HIT NOT = 0
               IF BSM-E-SPARE(BSM-IDX) = BSM-BAD-LBA
                   MOVE BSM-IDX TO BSM-HIT
               END-IF
           END-PERFORM.
           MOVE 'N' TO BSM-HOMED.
           IF BSM-HIT NOT = 0 OR BSM-COUNT < 128
               PERFORM UNTIL BSM-HOMED = 'Y'
                   OR BSM-SPARE-NEXT >= BSM-SPARE-COUNT
                   COMPUTE WS-ATA-LBA = BSM-SPARE-BASE +
                       BSM-SPARE-NEXT END-COMPUTE
                   ADD 1 TO BSM-SPARE-NEXT END-ADD
                   MOVE 'Y' TO BSM-DIRTY
                   PERFORM ATA-WRITE-SECTOR
                   IF WS-ATA-OK = 'Y'
                       MOVE 'Y' TO BSM-HOMED
                   END-IF
               END-PERFORM
           END-IF.
           IF BSM-HOMED = 'N'
               MOVE BSM-BAD-LBA TO WS-ATA-LBA
               MOVE "DISK" TO WS-ALERT-SUBSYS
               MOVE SPACES TO WS-ALERT-TEXT
               MOVE BSM-BAD-LBA TO BSM-ED
               STRING "C: LBA " FUNCTION TRIM(BSM-ED)
                   " failing, spares used up" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               MOVE 3 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
               EXIT PARAGRAPH
           END-IF.
           IF BSM-HIT = 0
               ADD 1 TO BSM-COUNT END-ADD
               MOVE BSM-COUNT TO BSM-HIT
               MOVE BSM-BAD-LBA TO BSM-E-LBA(BSM-HIT)
           END-IF.
           MOVE WS-ATA-LBA TO BSM-E-SPARE(BSM-HIT).
           IF BSM-DATA-OK = 'Y'
               MOVE 'R' TO BSM-E-STATE(BSM-HIT)
           ELSE
               MOVE 'L' TO BSM-E-STATE(BSM-HIT)
           END-IF.
           MOVE BSM-HOW TO BSM-E-HOW(BSM-HIT).
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO BSM-E-WHEN(BSM-HIT).
           MOVE 'N' TO BSM-E-SAVED(BSM-HIT).
           MOVE 'Y' TO BSM-DIRTY.
           MOVE "DISK" TO WS-ALERT-SUBSYS.
           MOVE SPACES TO WS-ALERT-TEXT.
           MOVE BSM-BAD-LBA TO BSM-ED.
           IF BSM-DATA-OK = 'Y'
               STRING "C: LBA " FUNCTION TRIM(BSM-ED)
                   " remapped, data kept" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               MOVE 2 TO WS-ALERT-SEVERITY
           ELSE
               STRING "C: LBA " FUNCTION TRIM(BSM-ED)
                   " remapped, data LOST" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               MOVE 3 TO WS-ALERT-SEVERITY
           END-IF.
           CALL "KRNLALRT" END-CALL.
      * SURFACE shell operation: no Arg queues the scan as a batch
      * job; LIST shows the map as it stands
       BSM-REPORT.
           IF WS-SHELL-REQ-ARG1(1:4) = "LIST"
               PERFORM BSM-LIST
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-ARG1 NOT = SPACES
               DISPLAY "SURFACE: no Arg queues the scan, LIST shows "
                   "the map" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE "SURFACE" TO WS-SHELL-REQ-ARG1.
           MOVE SPACES TO WS-SHELL-REQ-ARG2.
           MOVE 0 TO WS-SHELL-REQ-NUM1.
           MOVE 0 TO WS-SHELL-REQ-NUM2.
           PERFORM JOBQ-SUBMIT.
      * The map: spare area, then each retired LBA and where it went
       BSM-LIST.
           PERFORM REPORT-OUT-OPEN.
           MOVE "C: BAD-SECTOR MAP" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF BSM-SPARE-COUNT = 0
               MOVE "No spare area yet: the next SURFACE scan makes one"
                   TO WS-RPTO-LINE
           ELSE
               STRING "Spares at LBA " BSM-SPARE-BASE ": "
                   BSM-SPARE-NEXT " of " BSM-SPARE-COUNT " used"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "BAD LBA   SPARE LBA DATA      FOUND     WHEN"
               TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           PERFORM VARYING BSM-IDX FROM 1 BY 1
               UNTIL BSM-IDX > BSM-COUNT
               MOVE SPACES TO WS-RPTO-LINE
               MOVE BSM-E-LBA(BSM-IDX) TO WS-RPTO-LINE(1:8)
               MOVE BSM-E-SPARE(BSM-IDX) TO WS-RPTO-LINE(11:8)
               IF BSM-E-STATE(BSM-IDX) = 'R'
                   MOVE "recovered" TO WS-RPTO-LINE(21:9)
               ELSE
                   MOVE "lost" TO WS-RPTO-LINE(21:4)
               END-IF
               IF BSM-E-HOW(BSM-IDX) = 'S'
                   MOVE "scan" TO WS-RPTO-LINE(31:4)
               ELSE
                   MOVE "in use" TO WS-RPTO-LINE(31:6)
               END-IF
               STRING BSM-E-WHEN(BSM-IDX)(1:4) "-"
                   BSM-E-WHEN(BSM-IDX)(5:2) "-"
                   BSM-E-WHEN(BSM-IDX)(7:2) " "
                   BSM-E-WHEN(BSM-IDX)(9:2) ":"
                   BSM-E-WHEN(BSM-IDX)(11:2)
                   DELIMITED BY SIZE INTO WS-RPTO-LINE(41:16)
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING BSM-COUNT " sectors retired"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Bad-sector map report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * SURFACE job: read-test every disk LBA of the C: partition --
      * the configured volume size, or as far as the allocator has
      * reached when none is configured -- a burst per pump pass
       JOBQ-RUN-SURFACE.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF BSM-LOADED NOT = 'Y'
               MOVE "no bad-sector map on this machine"
                   TO JOBQ-CAP-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF BSM-SPARE-COUNT = 0
               MOVE 'Y' TO BSM-FORCE
               PERFORM BSM-MAKE-SPARES
           END-IF.
           IF WS-CFG-VOL-SIZE-C NOT = 0
               COMPUTE BSM-SCAN-END = WS-CFG-VOL-SIZE-C * 4
               END-COMPUTE
           ELSE
               MOVE 'C' TO FILE-VOL
               PERFORM FILE-ALLOC-LOAD
               COMPUTE BSM-SCAN-END = WS-FILE-NEXT-SECT * 4
               END-COMPUTE
           END-IF.
      * What the cache holds dirty goes down first, so the scan and
      * any retirement it makes see the sectors as they stand
           PERFORM FILE-IO-FLUSH.
           MOVE 0 TO BSM-SCAN-NEXT.
           MOVE 0 TO BSM-SCAN-READ.
           MOVE 0 TO BSM-SCAN-SKIP.
           MOVE 0 TO BSM-SCAN-NEW.
           MOVE 0 TO BSM-SCAN-RECOV.
           MOVE 0 TO BSM-SCAN-LOST.
           MOVE 0 TO BSM-SCAN-UNMAP.
           MOVE 'N' TO BSM-SCAN-CUT.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE BSM-SCAN-END TO BSM-ED.
           STRING "C: partition from LBA " WS-ATA-VOL-BASE ", "
               FUNCTION TRIM(BSM-ED) " sectors" DELIMITED BY SIZE
               INTO FILE-REC-AREA
           END-STRING.
           PERFORM JOBQ-CAP-LINE.
           MOVE 'Y' TO JOBQ-ACT-RUNNING.
           MOVE "SURFACE" TO JOBQ-ACT-KIND.
           MOVE JOBQ-FOUND TO JOBQ-ACT-SLOT.
           MOVE 0 TO JOBQ-ACT-PCT.
           MOVE '*' TO JOBQ-RESULT.
      * One burst of 64 LBAs.  Sectors already retired and the spare
      * extent itself are passed over; a read that fails goes through
      * the same retirement an operator's read would get
       BSM-SCAN-SLICE.
           MOVE 64 TO BSM-BURST.
           PERFORM UNTIL BSM-BURST = 0 OR BSM-SCAN-NEXT >= BSM-SCAN-END
               COMPUTE BSM-SCAN-PHYS = WS-ATA-VOL-BASE + BSM-SCAN-NEXT
               END-COMPUTE
               MOVE BSM-SCAN-PHYS TO WS-ATA-LBA
               PERFORM BSM-REDIRECT
               IF WS-ATA-LBA NOT = BSM-SCAN-PHYS
                   OR (BSM-SCAN-PHYS >= BSM-SPARE-BASE
                   AND BSM-SCAN-PHYS < BSM-SPARE-BASE + BSM-SPARE-COUNT)
                   ADD 1 TO BSM-SCAN-SKIP END-ADD
               ELSE
                   ADD 1 TO BSM-SCAN-READ END-ADD
                   PERFORM ATA-READ-SECTOR
                   IF WS-ATA-OK = 'N'
                       PERFORM BSM-SCAN-FAILED
                   END-IF
               END-IF
               ADD 1 TO BSM-SCAN-NEXT END-ADD
               SUBTRACT 1 FROM BSM-BURST END-SUBTRACT
           END-PERFORM.
           IF BSM-SCAN-END NOT = 0
               COMPUTE JOBQ-ACT-PCT = (BSM-SCAN-NEXT * 100) /
                   BSM-SCAN-END END-COMPUTE
           ELSE
               MOVE 100 TO JOBQ-ACT-PCT
           END-IF.
           IF BSM-SCAN-NEXT < BSM-SCAN-END
               MOVE 'A' TO FILE-VOL
               MOVE "JOBQUEUE" TO FILE-NAME
               MOVE "DAT" TO FILE-EXT
               PERFORM FILE-OPEN
               MOVE JOBQ-ACT-SLOT TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3)
               PERFORM FILE-WRITE-RECORD
               EXIT PARAGRAPH
           END-IF.
      * The whole partition is read: save the map, put the tally on
      * the record and wrap the job up.  Data lost, or a bad sector
      * left unretired, fails it
           MOVE 'N' TO JOBQ-ACT-RUNNING.
           PERFORM BSM-FLUSH.
           MOVE "SURFACE" TO JOBQ-KIND.
           IF BSM-SCAN-LOST = 0 AND BSM-SCAN-UNMAP = 0
               AND BSM-SCAN-CUT = 'N'
               MOVE 'D' TO JOBQ-RESULT
           ELSE
               MOVE 'F' TO JOBQ-RESULT
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE JOBQ-ACT-SLOT TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE JOBQ-RESULT TO FILE-REC-AREA(70:1).
           MOVE 100 TO JOBQ-ACT-PCT.
           MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3).
           PERFORM FILE-WRITE-RECORD.
           MOVE SPACE TO SLA-WHY.
           PERFORM SLA-CLOSE-ROW.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           STRING BSM-SCAN-READ " read, " BSM-SCAN-NEW " new bad: "
               BSM-SCAN-RECOV " recovered, " BSM-SCAN-LOST " lost"
               DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
           END-STRING.
           IF BSM-SCAN-CUT = 'Y'
               MOVE SPACES TO FILE-REC-AREA
               MOVE "Scan cut short at session end" TO FILE-REC-AREA
               PERFORM JOBQ-CAP-LINE
           END-IF.
           PERFORM JOBQ-CAP-FINISH.
           PERFORM TIMER-READ-MS.
           MOVE 0 TO TMG-ELAPSED.
           IF WS-TIMR-MS >= TMG-ACT-T0
               COMPUTE TMG-ELAPSED = WS-TIMR-MS - TMG-ACT-T0
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Job SURFACE took " TMG-ELAPSED " ms"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Batch job SURFACE ended " JOBQ-RESULT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM JHS-FINISH.
      * A scan read failed at BSM-SCAN-PHYS: retire it and put a
      * line in the job's capture saying what became of it
       BSM-SCAN-FAILED.
           ADD 1 TO BSM-SCAN-NEW END-ADD.
           MOVE 'S' TO BSM-HOW.
           PERFORM BSM-READ-FAILED.
           MOVE 'I' TO BSM-HOW.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE BSM-SCAN-PHYS TO BSM-ED.
           MOVE BSM-SCAN-PHYS TO WS-ATA-LBA.
           PERFORM BSM-REDIRECT.
           IF WS-ATA-LBA = BSM-SCAN-PHYS
               ADD 1 TO BSM-SCAN-UNMAP END-ADD
               STRING "LBA " BSM-ED " bad, NOT remapped (no spare)"
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
           ELSE
               IF BSM-DATA-OK = 'Y'
                   ADD 1 TO BSM-SCAN-RECOV END-ADD
                   STRING "LBA " BSM-ED " bad, remapped to "
                       WS-ATA-LBA ", data recovered"
                       DELIMITED BY SIZE INTO FILE-REC-AREA
                   END-STRING
               ELSE
                   ADD 1 TO BSM-SCAN-LOST END-ADD
                   STRING "LBA " BSM-ED " bad, remapped to "
                       WS-ATA-LBA ", data LOST"
                       DELIMITED BY SIZE INTO FILE-REC-AREA
                   END-STRING
               END-IF
           END-IF.
           PERFORM JOBQ-CAP-LINE.
      * UPS monitor comes up once the session log is open, so the
      * outcome is on record.  The port must be a UART nobody else
      * has -- the monitor drives its modem control lines -- and must
      * answer the scratch-register probe: a missing port reads back
      * all ones, which would look like a flat battery.
       UPS-INIT.
           MOVE WS-CFG-UPS-PORT TO UPS-PORT.
           IF UPS-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           IF UPS-PORT = UART-PORT OR UPS-PORT = WS-TRACE-UART-PORT
               OR UPS-PORT = WS-XFER-PORT OR UPS-PORT = WS-RJE-PORT
               OR UPS-PORT = WS-SHIP-PORT OR UPS-PORT = TSY-PORT
               OR UPS-PORT = TTY-PORT
               STRING "UPS port " UPS-PORT " in use, monitor off"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE 0 TO UPS-PORT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO UPS-OK.
           COMPUTE IO-PORT = UPS-PORT + 7 END-COMPUTE.
           MOVE H'5A' TO IO-DATA.
           PERFORM IO-OUT-8.
           PERFORM IO-IN-8.
           IF IO-DATA = H'5A'
               MOVE 'Y' TO UPS-OK
           END-IF.
           MOVE 0 TO IO-DATA.
           PERFORM IO-OUT-8.
           IF UPS-OK = 'N'
               STRING "UPS port " UPS-PORT " not fitted, monitor off"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE 0 TO UPS-PORT
               EXIT PARAGRAPH
           END-IF.
      * No interrupts from this UART; DTR and RTS up for the cable
           COMPUTE IO-PORT = UPS-PORT + 1 END-COMPUTE.
           MOVE 0 TO IO-DATA.
           PERFORM IO-OUT-8.
           COMPUTE IO-PORT = UPS-PORT + 4 END-COMPUTE.
           MOVE H'03' TO IO-DATA.
           PERFORM IO-OUT-8.
           MOVE 'O' TO UPS-STATE UPS-PEND.
           MOVE 'N' TO UPS-HOLD.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO UPS-SINCE.
           STRING "UPS monitor on port " UPS-PORT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * One look at the UPS per pass through the menu loop.  Going on
      * battery holds the job queue -- a job already running carries
      * on, nothing new starts -- and the mains coming back releases
      * it; a low battery takes the machine down in good order
       UPS-PUMP.
           IF UPS-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IO-PORT = UPS-PORT + 6 END-COMPUTE.
           PERFORM IO-IN-8.
           MOVE IO-DATA TO WS-AND1.
           MOVE H'90' TO WS-ANDBY.
           PERFORM BITWISE-AND.
      * DCD (80H) is low battery whatever CTS (10H) says
           EVALUATE TRUE
               WHEN WS-ANDRES >= H'80'
                   MOVE 'L' TO UPS-SEEN
               WHEN WS-ANDRES = H'10'
                   MOVE 'B' TO UPS-SEEN
               WHEN OTHER
                   MOVE 'O' TO UPS-SEEN
           END-EVALUATE.
           IF UPS-SEEN NOT = UPS-PEND
               MOVE UPS-SEEN TO UPS-PEND
               EXIT PARAGRAPH
           END-IF.
           IF UPS-SEEN = UPS-STATE
               EXIT PARAGRAPH
           END-IF.
           MOVE UPS-SEEN TO UPS-STATE.
           ADD 1 TO UPS-EVENTS END-ADD.
           PERFORM LIB-NOW-STAMP.
           MOVE LIB-STAMP TO UPS-SINCE.
           MOVE "UPS" TO WS-ALERT-SUBSYS.
           EVALUATE UPS-STATE
               WHEN 'O'
                   MOVE 'N' TO UPS-HOLD
                   MOVE "Power restored: UPS back on line"
                       TO WS-LOG-ACTION
                   MOVE "Mains power back, job queue released"
                       TO WS-ALERT-TEXT
                   MOVE 1 TO WS-ALERT-SEVERITY
               WHEN 'B'
                   MOVE 'Y' TO UPS-HOLD
                   MOVE "Power failed: UPS on battery, jobs held"
                       TO WS-LOG-ACTION
                   MOVE "Mains power lost, running on UPS battery"
                       TO WS-ALERT-TEXT
                   MOVE 3 TO WS-ALERT-SEVERITY
               WHEN OTHER
                   MOVE 'Y' TO UPS-HOLD
                   MOVE "UPS battery low: shutting down"
                       TO WS-LOG-ACTION
                   MOVE "UPS battery low, shutting down"
                       TO WS-ALERT-TEXT
                   MOVE 3 TO WS-ALERT-SEVERITY
           END-EVALUATE.
           PERFORM SESSION-LOG-WRITE.
           CALL "KRNLALRT" END-CALL.
           IF UPS-STATE = 'L'
               PERFORM UPS-SHUTDOWN
           END-IF.
      * Low battery: the session is put away the way the X option
      * puts it away -- checkpoint, slices landed, transaction rolled
      * back, counters and sector cache flushed, the clean flag
      * written -- and the machine powered off through ACPI before
      * the UPS drops it
       UPS-SHUTDOWN.
           DISPLAY "UPS battery low - shutting down" END-DISPLAY.
           PERFORM CHECKPOINT-SAVE.
           PERFORM KDEMO-EXIT.
      * UPS shell operation: what the monitor last saw
       UPS-REPORT.
           PERFORM REPORT-OUT-OPEN.
           MOVE "UPS MONITOR" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           IF UPS-PORT = 0
               MOVE "No UPS on a COM port: UPSPORT unset or not fitted"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               PERFORM REPORT-OUT-CLOSE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE UPS-STATE
               WHEN 'O' MOVE "on line" TO UPS-STATE-TEXT
               WHEN 'B' MOVE "on battery" TO UPS-STATE-TEXT
               WHEN OTHER MOVE "battery low" TO UPS-STATE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Port " UPS-PORT ", UPS " DELIMITED BY SIZE
               UPS-STATE-TEXT DELIMITED BY "  "
               " since " UPS-SINCE(1:4) "-" UPS-SINCE(5:2) "-"
               UPS-SINCE(7:2) " " UPS-SINCE(9:2) ":" UPS-SINCE(11:2)
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Power events this session: " UPS-EVENTS
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           IF UPS-HOLD = 'Y'
               MOVE "Job queue held: no new job starts on battery"
                   TO WS-RPTO-LINE
           ELSE
               MOVE "Job queue running" TO WS-RPTO-LINE
           END-IF.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
      * Time service comes up once the session log is open: the line
      * gets the source's speed (UART-INIT left it at 38400) and the
      * drift history gives back the last correction, which is where
      * the next drift measurement starts from
       TSY-INIT.
           IF TSY-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-TIME-TOL NOT = 0
               MOVE WS-CFG-TIME-TOL TO TSY-TOL
           END-IF.
           MOVE WS-CFG-TIME-ZONE TO TSY-ZONE.
           IF WS-CFG-TIME-BAUD = 0
               MOVE 24 TO TSY-DIVISOR
           ELSE
               COMPUTE TSY-DIVISOR = 115200 / WS-CFG-TIME-BAUD
               END-COMPUTE
           END-IF.
           COMPUTE IO-PORT = TSY-PORT + 3 END-COMPUTE.
           MOVE H'80' TO IO-DATA.
           PERFORM IO-OUT-8.
           MOVE TSY-PORT TO IO-PORT.
           COMPUTE IO-DATA = FUNCTION MOD(TSY-DIVISOR, 256) END-COMPUTE.
           PERFORM IO-OUT-8.
           COMPUTE IO-PORT = TSY-PORT + 1 END-COMPUTE.
           COMPUTE IO-DATA = TSY-DIVISOR / 256 END-COMPUTE.
           PERFORM IO-OUT-8.
           COMPUTE IO-PORT = TSY-PORT + 3 END-COMPUTE.
           MOVE H'03' TO IO-DATA.
           PERFORM IO-OUT-8.
           MOVE 'A' TO FILE-VOL.
           MOVE "TIMEDRFT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK AND FILE-NUMRECS > 0
               MOVE FILE-NUMRECS TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(16:14) IS NUMERIC
                   MOVE FILE-REC-AREA(16:14) TO TSY-STAMP
                   PERFORM TSY-STAMP-SECS
                   MOVE TSY-SECS TO TSY-LAST-SECS
               END-IF
           END-IF.
           MOVE 0 TO TSY-NEXT-CHECK.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Time source on port " TSY-PORT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Once an hour from the menu loop.  The seconds value folds
      * months flat, so a gap that comes out longer than the interval
      * (the turn of a year) is taken as due too.
       TSY-PUMP.
           IF TSY-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-SECONDS-NOW.
           IF WS-RTC-SECS < TSY-NEXT-CHECK
               AND TSY-NEXT-CHECK - WS-RTC-SECS <= 3600
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TSY-NEXT-CHECK = WS-RTC-SECS + 3600 END-COMPUTE.
           PERFORM TSY-CHECK.
      * One comparison of the RTC with the time source, and a
      * correction if it is out by more than the tolerance
       TSY-CHECK.
           ADD 1 TO TSY-CHECKS END-ADD.
           PERFORM TSY-ACQUIRE.
           MOVE SPACES TO WS-LOG-ACTION.
           IF TSY-HAVE = 'N'
               MOVE "no good time sentence heard" TO TSY-LAST-RESULT
               IF TSY-SILENT = 'N'
                   MOVE 'Y' TO TSY-SILENT
                   STRING "Time source silent on port " TSY-PORT
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TSY-SILENT = 'Y'
               MOVE 'N' TO TSY-SILENT
               STRING "Time source heard again on port " TSY-PORT
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
      * UTC to local time, daylight saving included; either can
      * carry it over midnight
           COMPUTE TSY-MINS = TSY-SH * 60 + TSY-SMI + TSY-ZONE
           END-COMPUTE.
           IF DST-STATE = 'D'
               ADD DST-OFS TO TSY-MINS END-ADD
           END-IF.
           MOVE TSY-SY TO SCHED-CY.
           MOVE TSY-SM TO SCHED-CM.
           MOVE TSY-SD TO SCHED-CD.
           IF TSY-MINS < 0
               ADD 1440 TO TSY-MINS END-ADD
               PERFORM SCHED-PREV-DAY
           END-IF.
           IF TSY-MINS >= 1440
               SUBTRACT 1440 FROM TSY-MINS END-SUBTRACT
               PERFORM SCHED-NEXT-DAY
           END-IF.
           MOVE SCHED-CY TO TSY-SY.
           MOVE SCHED-CM TO TSY-SM.
           MOVE SCHED-CD TO TSY-SD.
           DIVIDE TSY-MINS BY 60 GIVING TSY-SH REMAINDER TSY-SMI
           END-DIVIDE.
           MOVE SPACES TO TSY-SRC-STAMP.
           STRING TSY-SY TSY-SM TSY-SD TSY-SH TSY-SMI TSY-SS
               DELIMITED BY SIZE INTO TSY-SRC-STAMP
           END-STRING.
           MOVE TSY-SRC-STAMP TO TSY-STAMP.
           PERFORM TSY-STAMP-SECS.
           MOVE TSY-SECS TO TSY-SRC-SECS.
           MOVE TSY-RTC-STAMP TO TSY-STAMP.
           PERFORM TSY-STAMP-SECS.
           MOVE TSY-SECS TO TSY-RTC-SECS.
           COMPUTE TSY-OFS = TSY-SRC-SECS - TSY-RTC-SECS END-COMPUTE.
           MOVE TSY-OFS TO TSY-ABS.
           MOVE TSY-RTC-STAMP TO TSY-LAST-CHECK.
           MOVE TSY-OFS TO TSY-LAST-OFS.
           IF TSY-ABS <= TSY-TOL
               MOVE "clock within tolerance" TO TSY-LAST-RESULT
               EXIT PARAGRAPH
           END-IF.
      * Out: the RTC is set from the source the way the clock
      * settings screen sets it
           MOVE TSY-SH TO CLK-HOUR.
           MOVE TSY-SMI TO CLK-MINUTE.
           MOVE TSY-SS TO CLK-SECOND.
           MOVE TSY-SD TO CLK-DAY.
           MOVE TSY-SM TO CLK-MONTH.
           MOVE TSY-SY TO CLK-YEAR.
           PERFORM RTC-SET-DATETIME.
           ADD 1 TO TSY-FIXES END-ADD.
           MOVE "clock corrected" TO TSY-LAST-RESULT.
           MOVE 0 TO TSY-ELAPSED.
           IF TSY-LAST-SECS > 0 AND TSY-SRC-SECS > TSY-LAST-SECS
               COMPUTE TSY-ELAPSED = TSY-SRC-SECS - TSY-LAST-SECS
               END-COMPUTE
           END-IF.
           MOVE TSY-SRC-SECS TO TSY-LAST-SECS.
           PERFORM TSY-JUMP-CHECK.
           PERFORM TSY-LOG-FIX.
           MOVE TSY-OFS TO TSY-ED.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Clock corrected by " FUNCTION TRIM(TSY-ED)
               " seconds" DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           IF TSY-JUMP = 'Y'
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Clock step crossed schedule " TSY-JUMP-KIND
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE "TIMESYNC" TO WS-ALERT-SUBSYS
               MOVE WS-LOG-ACTION TO WS-ALERT-TEXT
               MOVE 2 TO WS-ALERT-SEVERITY
               CALL "KRNLALRT" END-CALL
           END-IF.
      * Listen for one good sentence.  What already sits in the FIFO
      * is stale -- the line may have gone unread for an hour at the
      * menu -- so it is thrown away unread first, and a fresh
      * sentence waited for, for up to two and a half seconds (a
      * source sends one a second)
       TSY-ACQUIRE.
           MOVE 'N' TO TSY-HAVE TSY-STARTED.
           MOVE 0 TO TSY-INLEN TSY-DRAIN.
           MOVE 1 TO WS-ANDRES.
           PERFORM UNTIL WS-ANDRES = 0 OR TSY-DRAIN > 255
               COMPUTE IO-PORT = TSY-PORT + 5 END-COMPUTE
               PERFORM IO-IN-8
               MOVE IO-DATA TO WS-AND1
               MOVE H'01' TO WS-ANDBY
               PERFORM BITWISE-AND
               IF WS-ANDRES NOT = 0
                   MOVE TSY-PORT TO IO-PORT
                   PERFORM IO-IN-8
               END-IF
               ADD 1 TO TSY-DRAIN END-ADD
           END-PERFORM.
           PERFORM TIMER-READ-MS.
           COMPUTE WS-TIMER-DEADLINE = WS-TIMR-MS + 2500
           END-COMPUTE.
           PERFORM UNTIL TSY-HAVE = 'Y'
               OR WS-TIMR-MS >= WS-TIMER-DEADLINE
               MOVE TSY-PORT TO WS-UART-PORT
               SET WS-UART-OP-RECV TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-OK
                   MOVE WS-UART-DATA TO TSY-BYTE
                   EVALUATE TRUE
                       WHEN TSY-BYTE = 36
                           MOVE SPACES TO TSY-INBUF
                           MOVE "$" TO TSY-INBUF(1:1)
                           MOVE 1 TO TSY-INLEN
                           MOVE 'Y' TO TSY-STARTED
                       WHEN TSY-BYTE = 13 OR TSY-BYTE = 10
                           IF TSY-STARTED = 'Y'
                               MOVE TSY-INBUF TO TSY-LINE
                               MOVE 'N' TO TSY-STARTED
                               PERFORM TSY-PARSE
                           END-IF
                       WHEN TSY-BYTE >= 32 AND TSY-BYTE <= 126
                           AND TSY-STARTED = 'Y'
                           IF TSY-INLEN < 82
                               ADD 1 TO TSY-INLEN END-ADD
                               MOVE FUNCTION CHAR(TSY-BYTE + 1)
                                   TO TSY-INBUF(TSY-INLEN:1)
                           ELSE
                               MOVE 'N' TO TSY-STARTED
                           END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM TIMER-READ-MS
           END-PERFORM.
      * One sentence in TSY-LINE.  The RTC is read first, as near the
      * sentence's end as can be; then the checksum (every character
      * between the $ and the * XORed together, two hex digits after
      * the *) and the fields.  RMC gives time and a two-digit year
      * date and counts only with its fix valid ('A'); ZDA gives time
      * and a full date.  Any other sentence is passed over.
       TSY-PARSE.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO TSY-RTC-STAMP.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR RTC-MINUTE
               RTC-SECOND DELIMITED BY SIZE INTO TSY-RTC-STAMP
           END-STRING.
           MOVE 0 TO TSY-STAR.
           INSPECT TSY-LINE TALLYING TSY-STAR
               FOR CHARACTERS BEFORE INITIAL "*".
           IF TSY-STAR < 7 OR TSY-STAR > 79
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TSY-CK.
           PERFORM VARYING TSY-POS FROM 2 BY 1 UNTIL TSY-POS > TSY-STAR
               MOVE TSY-CK TO WS-AND1 WS-OR1
               COMPUTE WS-ANDBY = FUNCTION ORD(TSY-LINE(TSY-POS:1)) - 1
               END-COMPUTE
               MOVE WS-ANDBY TO WS-ORBY
               PERFORM BITWISE-AND
               PERFORM BITWISE-OR
               COMPUTE TSY-CK = WS-ORRES - WS-ANDRES END-COMPUTE
           END-PERFORM.
           DIVIDE TSY-CK BY 16 GIVING TSY-CK-HI REMAINDER TSY-CK-LO
           END-DIVIDE.
           MOVE WS-HEXCHMAP(TSY-CK-HI + 1:1) TO TSY-CK-HEX(1:1).
           MOVE WS-HEXCHMAP(TSY-CK-LO + 1:1) TO TSY-CK-HEX(2:1).
           INSPECT TSY-LINE CONVERTING "abcdef" TO "ABCDEF".
           IF TSY-LINE(TSY-STAR + 2:2) NOT = TSY-CK-HEX
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TSY-F(1) TSY-F(2) TSY-F(3) TSY-F(4) TSY-F(5)
               TSY-F(6) TSY-F(7) TSY-F(8) TSY-F(9) TSY-F(10).
           UNSTRING TSY-LINE(1:TSY-STAR) DELIMITED BY ","
               INTO TSY-F(1) TSY-F(2) TSY-F(3) TSY-F(4) TSY-F(5)
                   TSY-F(6) TSY-F(7) TSY-F(8) TSY-F(9) TSY-F(10)
           END-UNSTRING.
           EVALUATE TRUE
               WHEN TSY-F(1)(4:3) = "RMC"
                   IF TSY-F(3)(1:1) NOT = "A"
                       OR TSY-F(2)(1:6) IS NOT NUMERIC
                       OR TSY-F(10)(1:6) IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TSY-F(10)(1:2) TO TSY-SD
                   MOVE TSY-F(10)(3:2) TO TSY-SM
                   MOVE TSY-F(10)(5:2) TO TSY-SY
                   ADD 2000 TO TSY-SY END-ADD
               WHEN TSY-F(1)(4:3) = "ZDA"
                   IF TSY-F(2)(1:6) IS NOT NUMERIC
                       OR TSY-F(3)(1:2) IS NOT NUMERIC
                       OR TSY-F(4)(1:2) IS NOT NUMERIC
                       OR TSY-F(5)(1:4) IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TSY-F(3)(1:2) TO TSY-SD
                   MOVE TSY-F(4)(1:2) TO TSY-SM
                   MOVE TSY-F(5)(1:4) TO TSY-SY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE TSY-F(2)(1:2) TO TSY-SH.
           MOVE TSY-F(2)(3:2) TO TSY-SMI.
           MOVE TSY-F(2)(5:2) TO TSY-SS.
           IF TSY-SM < 1 OR TSY-SM > 12 OR TSY-SD < 1 OR TSY-SD > 31
               OR TSY-SH > 23 OR TSY-SMI > 59 OR TSY-SS > 59
               OR TSY-SY < 2000 OR TSY-SY > 2099
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TSY-HAVE.
      * TSY-STAMP (YYYYMMDDHHMMSS) as seconds from the start of 2000
       TSY-STAMP-SECS.
           MOVE TSY-STAMP(1:4) TO TSY-WY.
           MOVE TSY-STAMP(5:2) TO TSY-WM.
           MOVE TSY-STAMP(7:2) TO TSY-WD.
           MOVE TSY-STAMP(9:2) TO TSY-WH.
           MOVE TSY-STAMP(11:2) TO TSY-WMI.
           MOVE TSY-STAMP(13:2) TO TSY-WS.
           IF TSY-WY < 2000 OR TSY-WM < 1 OR TSY-WM > 12
               MOVE 0 TO TSY-SECS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TSY-LEAPS = (TSY-WY - 2000 + 3) / 4 END-COMPUTE.
           COMPUTE TSY-DAYS = (TSY-WY - 2000) * 365 + TSY-LEAPS
               + TSY-MSTART(TSY-WM) + TSY-WD - 1
           END-COMPUTE.
           IF TSY-WM > 2 AND FUNCTION MOD(TSY-WY, 4) = 0
               ADD 1 TO TSY-DAYS END-ADD
           END-IF.
           COMPUTE TSY-SECS = TSY-DAYS * 86400 + TSY-WH * 3600
               + TSY-WMI * 60 + TSY-WS
           END-COMPUTE.
      * Did the step carry the clock over the time of day of any
      * SCHEDULE.DAT entry?  Forward, that entry fires late; back
      * over midnight, it fires twice.  Either way the operator
      * should know.
       TSY-JUMP-CHECK.
           MOVE 'N' TO TSY-JUMP.
           MOVE SPACES TO TSY-JUMP-KIND.
           IF TSY-OFS > 0
               MOVE TSY-RTC-SECS TO TSY-LO
               MOVE TSY-SRC-SECS TO TSY-HI
           ELSE
               MOVE TSY-SRC-SECS TO TSY-LO
               MOVE TSY-RTC-SECS TO TSY-HI
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "SCHEDULE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NUMRECS TO TSY-N.
           PERFORM VARYING TSY-IDX FROM 1 BY 1
               UNTIL TSY-IDX > TSY-N OR TSY-JUMP = 'Y'
               MOVE TSY-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:4) IS NUMERIC
                   PERFORM TSY-JUMP-ENTRY
               END-IF
           END-PERFORM.
      * The entry's next firing after the low end of the step; a
      * step of a day or more crosses every entry
       TSY-JUMP-ENTRY.
           MOVE FILE-REC-AREA(1:2) TO TSY-WH.
           MOVE FILE-REC-AREA(3:2) TO TSY-WMI.
           DIVIDE TSY-LO BY 86400 GIVING TSY-DAYS END-DIVIDE.
           COMPUTE TSY-CAND = TSY-DAYS * 86400 + TSY-WH * 3600
               + TSY-WMI * 60
           END-COMPUTE.
           IF TSY-CAND <= TSY-LO
               ADD 86400 TO TSY-CAND END-ADD
           END-IF.
           IF TSY-CAND <= TSY-HI
               MOVE 'Y' TO TSY-JUMP
               MOVE FILE-REC-AREA(8:8) TO TSY-JUMP-KIND
           END-IF.
      * One correction onto the end of TIMEDRFT.DAT
       TSY-LOG-FIX.
           MOVE 'A' TO FILE-VOL.
           MOVE "TIMEDRFT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TSY-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE TSY-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE TSY-RTC-STAMP TO FILE-REC-AREA(1:14)
               MOVE TSY-SRC-STAMP TO FILE-REC-AREA(16:14)
               IF TSY-OFS < 0
                   MOVE "-" TO FILE-REC-AREA(31:1)
               ELSE
                   MOVE "+" TO FILE-REC-AREA(31:1)
               END-IF
               MOVE TSY-ABS(2:10) TO FILE-REC-AREA(32:10)
               MOVE TSY-ELAPSED(3:10) TO FILE-REC-AREA(42:10)
               IF TSY-JUMP = 'Y'
                   MOVE "J" TO FILE-REC-AREA(53:1)
                   MOVE TSY-JUMP-KIND TO FILE-REC-AREA(55:8)
               END-IF
               MOVE TSY-NEWRECS TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * TIMESYNC shell operation: NOW checks the clock there and
      * then; either way the report shows the service, this session's
      * checks, the last twenty corrections with the drift each one
      * measured, and the drift rate over the whole history
       TSY-REPORT.
           IF WS-SHELL-REQ-ARG1(1:3) = "NOW" AND TSY-PORT NOT = 0
               PERFORM TSY-CHECK
               PERFORM RTC-SECONDS-NOW
               COMPUTE TSY-NEXT-CHECK = WS-RTC-SECS + 3600
               END-COMPUTE
           END-IF.
           PERFORM REPORT-OUT-OPEN.
           MOVE "TIME SYNCHRONIZATION" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           IF TSY-PORT = 0
               MOVE "No time source: TIMEPORT is not set"
                   TO WS-RPTO-LINE
           ELSE
               MOVE TSY-ZONE TO TSY-ED
               STRING "Source on port " TSY-PORT ", tolerance "
                   TSY-TOL " s, zone " FUNCTION TRIM(TSY-ED)
                   " min from UTC"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           IF TSY-LAST-CHECK = SPACES
               MOVE "Not checked yet this session" TO WS-RPTO-LINE
           ELSE
               MOVE TSY-LAST-OFS TO TSY-ED
               STRING "Last check " TSY-LAST-CHECK(1:4) "-"
                   TSY-LAST-CHECK(5:2) "-" TSY-LAST-CHECK(7:2) " "
                   TSY-LAST-CHECK(9:2) ":" TSY-LAST-CHECK(11:2)
                   ", off by " FUNCTION TRIM(TSY-ED) " s: "
                   TSY-LAST-RESULT DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "Checks this session " TSY-CHECKS ", corrections "
               TSY-FIXES DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "CORRECTIONS" TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE "CLOCK READ            STEP (S) DRIFT S/DAY  NOTE"
               TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO TSY-SUM-OFS TSY-SUM-EL TSY-N.
           MOVE 'A' TO FILE-VOL.
           MOVE "TIMEDRFT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               MOVE FILE-NUMRECS TO TSY-N
           END-IF.
           MOVE 1 TO TSY-FIRST.
           IF TSY-N > 20
               COMPUTE TSY-FIRST = TSY-N - 19 END-COMPUTE
           END-IF.
           PERFORM VARYING TSY-IDX FROM 1 BY 1 UNTIL TSY-IDX > TSY-N
               MOVE TSY-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(32:10) IS NUMERIC
                   PERFORM TSY-REPORT-ROW
               END-IF
           END-PERFORM.
           IF TSY-N = 0
               MOVE "No corrections recorded" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
      * Measured over every correction that had one before it: all
      * the error the clock built up, over all the time it had
           IF TSY-SUM-EL < 3600
               MOVE "Not enough corrections yet to measure a drift rate"
                   TO WS-RPTO-LINE
           ELSE
               COMPUTE TSY-RATE ROUNDED =
                   TSY-SUM-OFS * 86400 / TSY-SUM-EL
                   ON SIZE ERROR MOVE 0 TO TSY-RATE
               END-COMPUTE
               MOVE TSY-RATE TO TSY-RATE-ED
               COMPUTE TSY-RATE ROUNDED =
                   TSY-SUM-OFS * 2592000 / TSY-SUM-EL
                   ON SIZE ERROR MOVE 0 TO TSY-RATE
               END-COMPUTE
               MOVE TSY-RATE TO TSY-RATE30-ED
               STRING "Measured drift " FUNCTION TRIM(TSY-RATE-ED)
                   " s/day, " FUNCTION TRIM(TSY-RATE30-ED)
                   " s per 30 days (+ means the clock runs slow)"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
      * One TIMEDRFT.DAT row into the totals, and onto the report if
      * it is one of the last twenty
       TSY-REPORT-ROW.
           MOVE FILE-REC-AREA(32:10) TO TSY-ABS.
           IF FILE-REC-AREA(31:1) = "-"
               COMPUTE TSY-OFS = 0 - TSY-ABS END-COMPUTE
           ELSE
               MOVE TSY-ABS TO TSY-OFS
           END-IF.
           MOVE 0 TO TSY-ELAPSED.
           IF FILE-REC-AREA(42:10) IS NUMERIC
               MOVE FILE-REC-AREA(42:10) TO TSY-ELAPSED
           END-IF.
           IF TSY-ELAPSED > 0
               ADD TSY-OFS TO TSY-SUM-OFS END-ADD
               ADD TSY-ELAPSED TO TSY-SUM-EL END-ADD
           END-IF.
           IF TSY-IDX < TSY-FIRST
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING FILE-REC-AREA(1:4) "-" FILE-REC-AREA(5:2) "-"
               FILE-REC-AREA(7:2) " " FILE-REC-AREA(9:2) ":"
               FILE-REC-AREA(11:2) ":" FILE-REC-AREA(13:2)
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           MOVE TSY-OFS TO TSY-ED.
           MOVE TSY-ED TO WS-RPTO-LINE(20:11).
           IF TSY-ELAPSED >= 3600
               COMPUTE TSY-RATE ROUNDED = TSY-OFS * 86400 / TSY-ELAPSED
                   ON SIZE ERROR MOVE 0 TO TSY-RATE
               END-COMPUTE
               MOVE TSY-RATE TO TSY-RATE-ED
               MOVE TSY-RATE-ED TO WS-RPTO-LINE(33:10)
           END-IF.
           IF TSY-ELAPSED = 0
               MOVE "first" TO WS-RPTO-LINE(38:5)
           END-IF.
           IF FILE-REC-AREA(53:1) = "J"
               STRING "crossed " FILE-REC-AREA(55:8)
                   DELIMITED BY SIZE INTO WS-RPTO-LINE(45:16)
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
      * Rules from the settings, and which time the clock was last
      * known to be on.  A machine that loses its rules forgets that
      * too, so that gaining them again takes the clock as it finds it
       DST-INIT.
           MOVE 'N' TO DST-ON.
           MOVE 0 TO DST-YEAR.
           MOVE 60 TO DST-OFS.
           IF WS-CFG-DST-OFS NOT = 0
               MOVE WS-CFG-DST-OFS TO DST-OFS
           END-IF.
           IF WS-CFG-DST-START NOT = SPACES
               AND WS-CFG-DST-END NOT = SPACES
               MOVE 'Y' TO DST-ON
           END-IF.
           MOVE H'4A' TO RTC-REG-RAW.
           PERFORM RTC-READ-REGISTER.
           MOVE SPACE TO DST-STATE.
           IF DST-ON = 'Y' AND WS-TMP = H'D5'
               MOVE 'D' TO DST-STATE
           END-IF.
           IF DST-ON = 'Y' AND WS-TMP = H'5A'
               MOVE 'S' TO DST-STATE
           END-IF.
           IF DST-ON = 'N' AND (WS-TMP = H'D5' OR WS-TMP = H'5A')
               PERFORM DST-SAVE-STATE
           END-IF.
       DST-SAVE-STATE.
           EVALUATE DST-STATE
               WHEN 'D' MOVE H'D5' TO WS-TMP
               WHEN 'S' MOVE H'5A' TO WS-TMP
               WHEN OTHER MOVE 0 TO WS-TMP
           END-EVALUATE.
           MOVE H'4A' TO RTC-REG-RAW.
           PERFORM RTC-WRITE-REGISTER.
      * Once per pass of the menu loop, and at boot for a machine
      * that was off over a transition: which time should the clock
      * be on, and is it?  Each limit is taken in the frame the clock
      * is in now, which is what keeps the repeated autumn hour from
      * looking like the hour before the change all over again.
       DST-PUMP.
           IF DST-ON = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-READ-DATETIME.
           IF RTC-YEAR NOT = DST-YEAR
               PERFORM DST-YEAR-RULES
           END-IF.
           MOVE SPACES TO TSY-STAMP.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR RTC-MINUTE
               RTC-SECOND DELIMITED BY SIZE INTO TSY-STAMP
           END-STRING.
           PERFORM TSY-STAMP-SECS.
           MOVE TSY-SECS TO DST-NOW-SECS.
           IF DST-STATE = 'D'
               COMPUTE DST-LIM-START = DST-START-SECS + DST-OFS * 60
               END-COMPUTE
               MOVE DST-END-SECS TO DST-LIM-END
           ELSE
               MOVE DST-START-SECS TO DST-LIM-START
               COMPUTE DST-LIM-END = DST-END-SECS - DST-OFS * 60
               END-COMPUTE
           END-IF.
      * Northern rules start and end within the year; southern ones
      * run over the new year
           MOVE 'S' TO DST-WANT.
           IF DST-START-SECS < DST-END-SECS
               IF DST-NOW-SECS >= DST-LIM-START
                   AND DST-NOW-SECS < DST-LIM-END
                   MOVE 'D' TO DST-WANT
               END-IF
           ELSE
               IF DST-NOW-SECS >= DST-LIM-START
                   OR DST-NOW-SECS < DST-LIM-END
                   MOVE 'D' TO DST-WANT
               END-IF
           END-IF.
           IF DST-WANT = DST-STATE
               EXIT PARAGRAPH
           END-IF.
           IF DST-STATE = SPACE
               MOVE DST-WANT TO DST-STATE
               PERFORM DST-SAVE-STATE
               IF DST-STATE = 'D'
                   MOVE "Clock taken as on daylight time"
                       TO WS-LOG-ACTION
               ELSE
                   MOVE "Clock taken as on standard time"
                       TO WS-LOG-ACTION
               END-IF
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DST-SHIFT.
      * Move the RTC by the offset, over midnight if need be.  The
      * new state is recorded first so the clock-set line in the log
      * already carries it.
       DST-SHIFT.
           COMPUTE DST-MINS = RTC-HOUR * 60 + RTC-MINUTE END-COMPUTE.
           IF DST-WANT = 'D'
               ADD DST-OFS TO DST-MINS END-ADD
           ELSE
               SUBTRACT DST-OFS FROM DST-MINS END-SUBTRACT
           END-IF.
           MOVE RTC-YEAR TO SCHED-CY.
           MOVE RTC-MONTH TO SCHED-CM.
           MOVE RTC-DAY TO SCHED-CD.
           IF DST-MINS < 0
               ADD 1440 TO DST-MINS END-ADD
               PERFORM SCHED-PREV-DAY
           END-IF.
           IF DST-MINS >= 1440
               SUBTRACT 1440 FROM DST-MINS END-SUBTRACT
               PERFORM SCHED-NEXT-DAY
           END-IF.
           DIVIDE DST-MINS BY 60 GIVING CLK-HOUR REMAINDER CLK-MINUTE
           END-DIVIDE.
           MOVE RTC-SECOND TO CLK-SECOND.
           MOVE SCHED-CD TO CLK-DAY.
           MOVE SCHED-CM TO CLK-MONTH.
           MOVE SCHED-CY TO CLK-YEAR.
           MOVE DST-WANT TO DST-STATE.
           PERFORM DST-SAVE-STATE.
           PERFORM RTC-SET-DATETIME.
           MOVE DST-OFS TO DST-ED.
           MOVE SPACES TO WS-LOG-ACTION.
           IF DST-STATE = 'D'
               STRING "Daylight saving began: clock on "
                   FUNCTION TRIM(DST-ED) " min"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "Daylight saving ended: clock back "
                   FUNCTION TRIM(DST-ED) " min"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM SESSION-LOG-WRITE.
      * This year's transitions from the rules
       DST-YEAR-RULES.
           MOVE RTC-YEAR TO DST-YEAR.
           MOVE WS-CFG-DST-START TO DST-RULE.
           PERFORM DST-RULE-SECS.
           MOVE TSY-SECS TO DST-START-SECS.
           MOVE WS-CFG-DST-END TO DST-RULE.
           PERFORM DST-RULE-SECS.
           MOVE TSY-SECS TO DST-END-SECS.
      * DST-RULE (MM.W.D/HH) in DST-YEAR as seconds from 2000: the
      * first such weekday of the month, so many weeks on, week 5
      * falling back to the last one the month has
       DST-RULE-SECS.
           MOVE DST-RULE(1:2) TO DST-RM.
           MOVE DST-RULE(4:1) TO DST-RW.
           MOVE DST-RULE(6:1) TO DST-RD.
           MOVE DST-RULE(8:2) TO DST-RH.
           MOVE DST-YEAR TO SCHED-CY.
           MOVE DST-RM TO SCHED-CM.
           MOVE 1 TO SCHED-CD.
           PERFORM SCHED-CALC-CDOW.
           COMPUTE DST-DAY = 1 + FUNCTION MOD(DST-RD - SCHED-CDOW + 7,
               7) END-COMPUTE.
           COMPUTE DST-DAY = DST-DAY + (DST-RW - 1) * 7 END-COMPUTE.
           PERFORM SCHED-MONTH-DAYS.
           IF DST-DAY > SCHED-MDAYS
               SUBTRACT 7 FROM DST-DAY END-SUBTRACT
           END-IF.
           MOVE SPACES TO TSY-STAMP.
           STRING DST-YEAR DST-RM DST-DAY DST-RH "0000"
               DELIMITED BY SIZE INTO TSY-STAMP
           END-STRING.
           PERFORM TSY-STAMP-SECS.
      * The settings screen's check of a rule, the same one the
      * boot-time parse of runtime.cfg makes
       DST-CHECK-RULE.
           MOVE 'N' TO DST-RULE-OK.
           IF DST-RULE(1:2) IS NUMERIC AND DST-RULE(8:2) IS NUMERIC
               AND DST-RULE(3:1) = "." AND DST-RULE(5:1) = "."
               AND DST-RULE(7:1) = "/"
               AND DST-RULE(1:2) >= "01" AND DST-RULE(1:2) <= "12"
               AND DST-RULE(4:1) >= "1" AND DST-RULE(4:1) <= "5"
               AND DST-RULE(6:1) >= "0" AND DST-RULE(6:1) <= "6"
               AND DST-RULE(8:2) <= "23"
               MOVE 'Y' TO DST-RULE-OK
           END-IF.
      * Operations dashboard off the main menu: the live view runs
      * for about a minute, then holds the last picture for the
      * operator -- R runs it live again, X goes back to the menu
       KDEMO-DASHBOARD.
           MOVE "DASHBOARD" TO WS-ACTIVE-SCREEN.
           MOVE SPACE TO DASH-ACTION.
           PERFORM UNTIL DASH-ACTION = 'X'
               PERFORM DASH-LIVE
               MOVE SPACE TO DASH-ACTION
               ACCEPT DASH-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
           END-PERFORM.
           MOVE SPACE TO DASH-ACTION.
      * Redraw every DASH-PERIOD-MS, giving the menu loop's pumps
      * their turn first so the queues the screen reports keep
      * moving while it is up.  A click anywhere pauses it early.
       DASH-LIVE.
           MOVE 'N' TO DASH-STOP.
           MOVE "Live - redrawn every 5 seconds, click to pause"
               TO DASH-PROMPT.
           PERFORM VARYING DASH-CYCLE FROM 1 BY 1
               UNTIL DASH-CYCLE > DASH-CYCLES OR DASH-STOP = 'Y'
               PERFORM MENU-PUMPS
               PERFORM DASH-GATHER
               DISPLAY DASH-SCREEN END-DISPLAY
               PERFORM DASH-WAIT
           END-PERFORM.
           PERFORM DASH-GATHER.
           MOVE "Paused.  Action (R=run live X=back):" TO DASH-PROMPT.
       DASH-WAIT.
           PERFORM TIMER-READ-MS.
           COMPUTE DASH-DEADLINE = WS-TIMR-MS + DASH-PERIOD-MS
           END-COMPUTE.
           PERFORM UNTIL WS-TIMR-MS >= DASH-DEADLINE
               OR DASH-STOP = 'Y'
               IF WS-MOUS-READY = 'Y'
                   SET WS-MOUS-OP-POLL TO TRUE
                   CALL "KRNLMOUS" END-CALL
                   IF WS-MOUS-CLICK = 'Y'
                       MOVE 'Y' TO DASH-STOP
                   END-IF
               END-IF
               PERFORM TIMER-READ-MS
           END-PERFORM.
      * One refresh: every figure gathered fresh and coloured against
      * its warning level
       DASH-GATHER.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO DASH-STAMP.
           STRING RTC-YEAR "-" RTC-MONTH "-" RTC-DAY " "
               RTC-HOUR ":" RTC-MINUTE ":" RTC-SECOND
               DELIMITED BY SIZE INTO DASH-STAMP
           END-STRING.
           PERFORM DASH-JOBS.
           PERFORM DASH-SPOOL.
           PERFORM DASH-ALERTS.
           PERFORM VARYING DASH-V-IDX FROM 1 BY 1 UNTIL DASH-V-IDX > 3
               PERFORM DASH-VOLUME
           END-PERFORM.
           PERFORM DASH-MIRROR-JNL.
           PERFORM DASH-UPTIME.
           PERFORM DASH-SCHEDULE.
           PERFORM DASH-WHO.
      * Queue depth is what is still waiting (queued or held); the
      * running slot, if any, is shown with its percent done
       DASH-JOBS.
           MOVE 0 TO DASH-QUEUED.
           MOVE 0 TO DASH-HELD.
           MOVE "(none)" TO DASH-RUN-TXT.
           PERFORM JOBQ-ENSURE-FILE.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1 UNTIL JOBQ-IDX > 16
               MOVE JOBQ-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                   EVALUATE FILE-REC-AREA(70:1)
                       WHEN 'Q' ADD 1 TO DASH-QUEUED
                       WHEN 'H' ADD 1 TO DASH-HELD
                       WHEN 'R'
                           MOVE SPACES TO DASH-RUN-TXT
                           STRING FILE-REC-AREA(1:8) " "
                               FILE-REC-AREA(9:18)
                               DELIMITED BY SIZE INTO DASH-RUN-TXT
                           END-STRING
                           IF FILE-REC-AREA(71:3) IS NUMERIC
                               STRING FILE-REC-AREA(71:3) "% done"
                                   DELIMITED BY SIZE
                                   INTO DASH-RUN-TXT(30:9)
                               END-STRING
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO DASH-JOBS-TXT.
           STRING DASH-QUEUED " queued, " DASH-HELD " held"
               DELIMITED BY SIZE INTO DASH-JOBS-TXT
           END-STRING.
           MOVE DASH-NORMAL TO DASH-C-JOBS.
           IF DASH-QUEUED + DASH-HELD >= DASH-WARN-JOBS
               MOVE DASH-WARN TO DASH-C-JOBS
           END-IF.
      * Print backlog: slots queued or printing, and whether one is
      * held waiting for stationery that is not mounted
       DASH-SPOOL.
           MOVE 0 TO DASH-SPOOL-N.
           MOVE SPACES TO DASH-SPOOL-FORM.
           PERFORM VARYING SPOOL-IDX FROM 1 BY 1 UNTIL SPOOL-IDX > 4
               IF SPOOL-JOB-STATUS(SPOOL-IDX) = 'Q'
                   OR SPOOL-JOB-STATUS(SPOOL-IDX) = 'R'
                   ADD 1 TO DASH-SPOOL-N
               END-IF
               IF SPOOL-JOB-STATUS(SPOOL-IDX) = 'Q'
                   AND SPOOL-JOB-FORM(SPOOL-IDX) NOT =
                   SPOOL-MOUNTED-FORM
                   MOVE SPOOL-JOB-FORM(SPOOL-IDX) TO DASH-SPOOL-FORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO DASH-SPOOL-TXT.
           STRING DASH-SPOOL-N " of 4 print slots in use"
               DELIMITED BY SIZE INTO DASH-SPOOL-TXT
           END-STRING.
           MOVE DASH-NORMAL TO DASH-C-SPOOL.
           IF DASH-SPOOL-FORM NOT = SPACES
               STRING ", waits form " DASH-SPOOL-FORM
                   DELIMITED BY SIZE INTO DASH-SPOOL-TXT(27:24)
               END-STRING
               MOVE DASH-WARN TO DASH-C-SPOOL
           END-IF.
           IF DASH-SPOOL-N >= DASH-WARN-SPOOL
               MOVE DASH-WARN TO DASH-C-SPOOL
           END-IF.
      * Unacknowledged ALERTS.DAT lines, counted by severity
       DASH-ALERTS.
           MOVE 0 TO DASH-AL-CRIT.
           MOVE 0 TO DASH-AL-WARN.
           MOVE 0 TO DASH-AL-ADV.
           MOVE 'A' TO FILE-VOL.
           MOVE "ALERTS" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(18:1) = 'N'
                       EVALUATE FILE-REC-AREA(16:1)
                           WHEN "3" ADD 1 TO DASH-AL-CRIT
                           WHEN "2" ADD 1 TO DASH-AL-WARN
                           WHEN "1" ADD 1 TO DASH-AL-ADV
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE DASH-NORMAL TO DASH-C-CRIT.
           IF DASH-AL-CRIT >= DASH-WARN-CRIT
               MOVE DASH-WARN TO DASH-C-CRIT
           END-IF.
           MOVE DASH-NORMAL TO DASH-C-ALERTS.
           IF DASH-AL-WARN >= DASH-WARN-ALERTS
               MOVE DASH-WARN TO DASH-C-ALERTS
           END-IF.
      * Free space on volume DASH-V-IDX from its allocator's next
      * free sector, read straight off the host file the way the
      * shipper fingerprints it -- the volume in hand is left alone,
      * though its own in-memory pointer may be ahead of the file.
      * A volume that never allocated a sector is not in use.  The
      * threshold rules' FREE- measures read it here too.
       DASH-VOLUME.
           MOVE CAP-VOLS(DASH-V-IDX:1) TO DASH-VOL.
           MOVE WS-VOL-ALLOC-NAME TO DASH-SAVE-ALLOC.
           EVALUATE DASH-VOL
               WHEN 'B' MOVE "KINNOFBT.ALO" TO WS-VOL-ALLOC-NAME
                        MOVE WS-CFG-VOL-SIZE-B TO DASH-SIZE
               WHEN 'C' MOVE "KINNOFCT.ALO" TO WS-VOL-ALLOC-NAME
                        MOVE WS-CFG-VOL-SIZE-C TO DASH-SIZE
               WHEN OTHER MOVE "KINNOFAT.ALO" TO WS-VOL-ALLOC-NAME
                        MOVE WS-CFG-VOL-SIZE-A TO DASH-SIZE
           END-EVALUATE.
           IF DASH-SIZE = 0
               MOVE 9999999 TO DASH-SIZE
           END-IF.
           MOVE 1 TO DASH-NEXT.
           OPEN INPUT FILE-ALLOC-FILE.
           IF WS-FILE-ALLOC-STATUS = "00"
               READ FILE-ALLOC-FILE
                   AT END CONTINUE
                   NOT AT END MOVE FILE-ALLOC-REC TO DASH-NEXT
               END-READ
               CLOSE FILE-ALLOC-FILE
           END-IF.
           MOVE DASH-SAVE-ALLOC TO WS-VOL-ALLOC-NAME.
           IF DASH-VOL = WS-VOL-CURRENT
               AND WS-FILE-NEXT-SECT > DASH-NEXT
               MOVE WS-FILE-NEXT-SECT TO DASH-NEXT
           END-IF.
           MOVE SPACES TO DASH-VOL-TXT(DASH-V-IDX).
           MOVE DASH-NORMAL TO DASH-C-VOL(DASH-V-IDX).
           IF DASH-NEXT <= 1
               STRING DASH-VOL ":  not in use"
                   DELIMITED BY SIZE INTO DASH-VOL-TXT(DASH-V-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DASH-USED = DASH-NEXT - 1 END-COMPUTE.
           MOVE 0 TO DASH-FREE.
           IF DASH-SIZE > DASH-USED
               COMPUTE DASH-FREE = DASH-SIZE - DASH-USED END-COMPUTE
           END-IF.
           COMPUTE DASH-PCT = (DASH-FREE * 100) / DASH-SIZE
           END-COMPUTE.
           STRING DASH-VOL ":  " DASH-FREE " sectors free ("
               DASH-PCT "%)"
               DELIMITED BY SIZE INTO DASH-VOL-TXT(DASH-V-IDX)
           END-STRING.
           IF DASH-PCT < DASH-WARN-FREE-PCT
               MOVE DASH-WARN TO DASH-C-VOL(DASH-V-IDX)
           END-IF.
      * Mirror: red once it has had to read off the copy, or when the
      * settings ask for it and it is not running.  Journal: the last
      * boot replay, and red for bad sectors in it or a store held
      * read-only.
       DASH-MIRROR-JNL.
           MOVE SPACES TO DASH-MIRROR-TXT.
           MOVE DASH-NORMAL TO DASH-C-MIRROR.
           IF WS-MIRROR-MODE = 'Y'
               STRING "on, " WS-MIRROR-FALLBACKS
                   " reads served by the copy"
                   DELIMITED BY SIZE INTO DASH-MIRROR-TXT
               END-STRING
               IF WS-MIRROR-FALLBACKS > 0
                   MOVE DASH-WARN TO DASH-C-MIRROR
               END-IF
           ELSE
               IF WS-CFG-MIRROR = 'Y'
                   MOVE "off (configured on)" TO DASH-MIRROR-TXT
                   MOVE DASH-WARN TO DASH-C-MIRROR
               ELSE
                   MOVE "off" TO DASH-MIRROR-TXT
               END-IF
           END-IF.
           MOVE SPACES TO DASH-JNL-TXT.
           IF WS-FILE-JNL-OPEN = 'Y'
               MOVE "writing" TO DASH-JNL-TXT
           ELSE
               MOVE "idle" TO DASH-JNL-TXT
           END-IF.
           STRING ", replayed " JNL-REPLAYED " bad " JNL-BAD
               DELIMITED BY SIZE INTO DASH-JNL-TXT(8:32)
           END-STRING.
           MOVE DASH-NORMAL TO DASH-C-JNL.
           IF JNL-BAD > 0
               MOVE DASH-WARN TO DASH-C-JNL
           END-IF.
           IF WS-CFG-STORE-RO = 'Y'
               MOVE ", READ-ONLY" TO DASH-JNL-TXT(40:11)
               MOVE DASH-WARN TO DASH-C-JNL
           END-IF.
       DASH-UPTIME.
           PERFORM TIMER-READ-MS.
           DIVIDE WS-TIMR-MS BY 1000 GIVING DASH-SECS END-DIVIDE.
           DIVIDE DASH-SECS BY 86400 GIVING DASH-DD
               REMAINDER DASH-REM END-DIVIDE.
           DIVIDE DASH-REM BY 3600 GIVING DASH-HH
               REMAINDER DASH-REM END-DIVIDE.
           DIVIDE DASH-REM BY 60 GIVING DASH-MI
               REMAINDER DASH-SS END-DIVIDE.
           MOVE SPACES TO DASH-UP-TXT.
           STRING DASH-DD "d " DASH-HH ":" DASH-MI ":" DASH-SS
               DELIMITED BY SIZE INTO DASH-UP-TXT
           END-STRING.
      * The next three SCHEDULE.DAT firings.  Each entry's calendar
      * cursor walks forward from today (up to a quarter, as the
      * due-date search walks back) to the first day its rule
      * matches -- today only if it has not already run -- with the
      * shop calendar applied as the pump would: 'S' skips a holiday,
      * 'B' carries the run to the next business day.  An entry due
      * earlier today that has not run is overdue.
       DASH-SCHEDULE.
           MOVE HIGH-VALUES TO DASH-F-KEY(1).
           MOVE HIGH-VALUES TO DASH-F-KEY(2).
           MOVE HIGH-VALUES TO DASH-F-KEY(3).
           MOVE 'A' TO FILE-VOL.
           MOVE "SCHEDULE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               MOVE FILE-NUMRECS TO DASH-S-COUNT
               PERFORM RTC-READ-DATETIME
               MOVE SPACES TO SCHED-TODAY
               STRING RTC-YEAR RTC-MONTH RTC-DAY
                   DELIMITED BY SIZE INTO SCHED-TODAY
               END-STRING
               MOVE SPACES TO SCHED-NOW
               STRING RTC-HOUR RTC-MINUTE
                   DELIMITED BY SIZE INTO SCHED-NOW
               END-STRING
               MOVE SPACES TO SCHED-HOL-YM
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > DASH-S-COUNT
                   PERFORM DASH-SCHED-ONE
               END-PERFORM
           END-IF.
           PERFORM VARYING DASH-J FROM 1 BY 1 UNTIL DASH-J > 3
               MOVE SPACES TO DASH-FIRE-TXT(DASH-J)
               MOVE DASH-NORMAL TO DASH-C-FIRE(DASH-J)
               IF DASH-F-KEY(DASH-J) NOT = HIGH-VALUES
                   STRING DASH-F-KEY(DASH-J)(1:4) "-"
                       DASH-F-KEY(DASH-J)(5:2) "-"
                       DASH-F-KEY(DASH-J)(7:2) " "
                       DASH-F-KEY(DASH-J)(9:2) ":"
                       DASH-F-KEY(DASH-J)(11:2) "  "
                       DASH-F-KIND(DASH-J)
                       DELIMITED BY SIZE INTO DASH-FIRE-TXT(DASH-J)
                   END-STRING
                   IF DASH-F-LATE(DASH-J) = 'Y'
                       MOVE "  overdue" TO DASH-FIRE-TXT(DASH-J)(27:9)
                       MOVE DASH-WARN TO DASH-C-FIRE(DASH-J)
                   END-IF
               END-IF
           END-PERFORM.
           IF DASH-F-KEY(1) = HIGH-VALUES
               MOVE "(nothing scheduled)" TO DASH-FIRE-TXT(1)
           END-IF.
       DASH-SCHED-ONE.
           MOVE 'A' TO FILE-VOL.
           MOVE "SCHEDULE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SCHED-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK OR FILE-REC-AREA(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA(78:1) TO SCHED-HOL-POLICY.
           MOVE SCHED-TODAY(1:4) TO SCHED-CY.
           MOVE SCHED-TODAY(5:2) TO SCHED-CM.
           MOVE SCHED-TODAY(7:2) TO SCHED-CD.
           MOVE 'N' TO DASH-FOUND.
           MOVE 'N' TO DASH-SHIFT.
           PERFORM VARYING DASH-DAY FROM 0 BY 1
               UNTIL DASH-DAY > 92 OR DASH-FOUND = 'Y'
               PERFORM DASH-SCHED-DAY
               IF DASH-FOUND = 'N'
                   PERFORM SCHED-NEXT-DAY
               END-IF
           END-PERFORM.
           IF DASH-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DASH-K-KEY.
           STRING SCHED-CY SCHED-CM SCHED-CD FILE-REC-AREA(1:4)
               DELIMITED BY SIZE INTO DASH-K-KEY
           END-STRING.
           MOVE FILE-REC-AREA(8:8) TO DASH-K-KIND.
           MOVE 'N' TO DASH-K-LATE.
           IF DASH-K-KEY(1:8) = SCHED-TODAY
               AND FILE-REC-AREA(1:4) < SCHED-NOW
               MOVE 'Y' TO DASH-K-LATE
           END-IF.
      * Carried down the three slots, it settles where it belongs
      * and whatever falls off the end was the latest
           PERFORM VARYING DASH-J FROM 1 BY 1 UNTIL DASH-J > 3
               IF DASH-K-KEY < DASH-F-KEY(DASH-J)
                   MOVE DASH-FIRE(DASH-J) TO DASH-T
                   MOVE DASH-K TO DASH-FIRE(DASH-J)
                   MOVE DASH-T TO DASH-K
               END-IF
           END-PERFORM.
      * Does the entry in FILE-REC-AREA run on the cursor's day?
       DASH-SCHED-DAY.
           PERFORM SCHED-CALC-CDOW.
           MOVE SPACES TO SCHED-YM.
           STRING SCHED-CY SCHED-CM DELIMITED BY SIZE INTO SCHED-YM
           END-STRING.
           IF SCHED-YM NOT = SCHED-HOL-YM
               MOVE FILE-REC-AREA(1:80) TO SCHED-SAVE-REC
               PERFORM SCHED-LOAD-HOL-MAP
               MOVE 'A' TO FILE-VOL
               MOVE "SCHEDULE" TO FILE-NAME
               MOVE "DAT" TO FILE-EXT
               PERFORM FILE-OPEN
               MOVE SCHED-SAVE-REC TO FILE-REC-AREA(1:80)
               MOVE SCHED-IDX TO FILE-RECORD
           END-IF.
           MOVE 'N' TO SCHED-IS-HOL.
           IF SCHED-HOL-MAP(SCHED-CD:1) = 'H'
               MOVE 'Y' TO SCHED-IS-HOL
           END-IF.
           IF DASH-SHIFT = 'Y'
               IF SCHED-IS-HOL = 'N' AND SCHED-CDOW NOT = 0
                   AND SCHED-CDOW NOT = 6
                   MOVE 'Y' TO DASH-FOUND
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCHED-RULE-MATCH.
           IF SCHED-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF DASH-DAY = 0 AND FILE-REC-AREA(70:8) = SCHED-TODAY
               EXIT PARAGRAPH
           END-IF.
           IF SCHED-IS-HOL = 'Y'
               IF SCHED-HOL-POLICY = 'B'
                   MOVE 'Y' TO DASH-SHIFT
               END-IF
               IF SCHED-HOL-POLICY = 'S' OR SCHED-HOL-POLICY = 'B'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'Y' TO DASH-FOUND.
      * The console operator, and the RJE user and the operator
      * terminal's, if any
       DASH-WHO.
           MOVE SPACES TO DASH-WHO-TXT.
           IF WS-OPER-ON = 'Y'
               STRING "Console " WS-OPER-ID " level " WS-OPER-LEVEL
                   DELIMITED BY SIZE INTO DASH-WHO-TXT
               END-STRING
           ELSE
               MOVE "Console: nobody signed on" TO DASH-WHO-TXT
           END-IF.
           MOVE SPACES TO DASH-RJE-TXT.
           IF RJE-USER NOT = SPACES
               STRING "RJE terminal " RJE-USER
                   DELIMITED BY SIZE INTO DASH-RJE-TXT
               END-STRING
           END-IF.
           MOVE SPACES TO DASH-TTY-TXT.
           IF TTY-PORT NOT = 0
               IF TTY-USER NOT = SPACES
                   STRING "Terminal " TTY-USER " level " TTY-LEVEL
                       " since " TTY-SINCE " last " TTY-LAST-OP
                       DELIMITED BY SIZE INTO DASH-TTY-TXT
                   END-STRING
               ELSE
                   STRING "Terminal on port " TTY-PORT
                       ": nobody signed on"
                       DELIMITED BY SIZE INTO DASH-TTY-TXT
                   END-STRING
               END-IF
           END-IF.
      * The menu loop's background work, one pass of each pump --
      * shared with screens that stay up on their own, like the
      * dashboard, so the system keeps moving behind them.  While the
      * operator's own transaction is open the job queue, scheduler
      * and triggers wait, or their batch work would land inside it
      * and go with it on a rollback.
       MENU-PUMPS.
           PERFORM ALERT-DRAIN.
           PERFORM BSM-FLUSH.
           PERFORM UPS-PUMP.
           PERFORM TSY-PUMP.
           PERFORM DST-PUMP.
           PERFORM SPOOLER-PUMP.
           IF WS-SHIP-MODE NOT = 'S' AND BOOT-NORMAL
               IF TXN-ACTIVE NOT = 'Y' OR TXN-OWNER = 'J'
                   PERFORM JOBQ-PUMP
                   PERFORM SCHED-PUMP
                   PERFORM TRG-PUMP
               END-IF
               PERFORM RJE-PUMP
               PERFORM TTY-PUMP
           END-IF.
           PERFORM THR-PUMP.
           PERFORM ACCT-PUMP.
           PERFORM SHIP-PUMP.
      * Hold off a console ACCEPT until the keyboard has something
      * for it, the way the dashboard waits out its period: every
      * KEYW-PERIOD-MS a pass of the pumps KEYW-SCOPE allows, then a
      * look at the 8042.  Only the ACCEPT itself blocks, so the
      * operator terminal and the RJE line are served while the
      * console sits at its menu, its login or its shell prompt.
       MENU-KEY-WAIT.
           MOVE 'N' TO WS-MOUSE-PICKED.
           PERFORM MENU-KEY-CHECK.
           PERFORM UNTIL KEYW-READY = 'Y' OR WS-MOUSE-PICKED = 'Y'
               PERFORM TIMER-READ-MS
               COMPUTE KEYW-DEADLINE = WS-TIMR-MS + KEYW-PERIOD-MS
               END-COMPUTE
               PERFORM UNTIL WS-TIMR-MS >= KEYW-DEADLINE
                   PERFORM TIMER-READ-MS
               END-PERFORM
               IF KEYW-SCOPE = 'L'
                   IF WS-SHIP-MODE NOT = 'S' AND BOOT-NORMAL
                       PERFORM RJE-PUMP
                       PERFORM TTY-PUMP
                   END-IF
               ELSE
                   PERFORM MENU-PUMPS
               END-IF
      * Mouse packets share the controller's output buffer with the
      * keys, so they are drained here; only the menu acts on a click
               IF KEYW-SCOPE = 'M'
                   PERFORM KDEMO-MOUSE-POLL
               ELSE
                   IF WS-MOUS-READY = 'Y'
                       SET WS-MOUS-OP-POLL TO TRUE
                       CALL "KRNLMOUS" END-CALL
                   END-IF
               END-IF
               IF WS-MOUSE-PICKED = 'N'
                   PERFORM MENU-KEY-CHECK
               END-IF
           END-PERFORM.
      * 8042 status port 64H: bit 0 up is a byte waiting in the output
      * buffer, bit 5 up with it makes that byte the mouse's.  A byte
      * no mouse driver will take is left for the ACCEPT as well.
       MENU-KEY-CHECK.
           MOVE 'N' TO KEYW-READY.
           MOVE H'64' TO IO-PORT.
           PERFORM IO-IN-8.
           MOVE IO-DATA TO WS-AND1.
           MOVE H'21' TO WS-ANDBY.
           PERFORM BITWISE-AND.
           IF WS-ANDRES = H'01'
               OR (WS-ANDRES = H'21' AND WS-MOUS-READY NOT = 'Y')
               MOVE 'Y' TO KEYW-READY
           END-IF.
      * Check THRESHLD.DAT's rules, at most every thirty seconds by
      * the PIT -- from the menu loop, after each batch job and
      * between a script's steps
       THR-PUMP.
           PERFORM TIMER-READ-MS.
           DIVIDE WS-TIMR-MS BY 1000 GIVING THR-NOW END-DIVIDE.
           IF THR-NOW < THR-NEXT-CHECK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE THR-NEXT-CHECK = THR-NOW + 30 END-COMPUTE.
           MOVE 'A' TO FILE-VOL.
           MOVE "THRESHLD" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NUMRECS TO THR-NUMRECS.
           IF THR-NUMRECS > 16
               MOVE 16 TO THR-NUMRECS
           END-IF.
           PERFORM VARYING THR-IDX FROM 1 BY 1
               UNTIL THR-IDX > THR-NUMRECS
               PERFORM THR-CHECK-ONE
           END-PERFORM.
      * Rule row THR-IDX.  A row that differs from the one last seen
      * there is a new rule: its state starts over from now.
       THR-CHECK-ONE.
           MOVE 'A' TO FILE-VOL.
           MOVE "THRESHLD" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE THR-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:1) = "*" OR FILE-REC-AREA(1:12) = SPACES
               MOVE SPACES TO THR-R-SPEC(THR-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA(1:12) TO THR-MEASURE.
           MOVE 0 TO THR-LIMIT.
           IF FILE-REC-AREA(14:8) NOT = SPACES
               COMPUTE THR-LIMIT = FUNCTION NUMVAL(FILE-REC-AREA(14:8))
               END-COMPUTE
           END-IF.
           MOVE 0 TO THR-WINDOW.
           IF FILE-REC-AREA(23:5) NOT = SPACES
               COMPUTE THR-WINDOW = FUNCTION NUMVAL(FILE-REC-AREA(23:5))
               END-COMPUTE
           END-IF.
           MOVE 2 TO THR-SEV.
           IF FILE-REC-AREA(29:1) = "1" OR FILE-REC-AREA(29:1) = "2"
               OR FILE-REC-AREA(29:1) = "3"
               MOVE FILE-REC-AREA(29:1) TO THR-SEV
           END-IF.
           PERFORM THR-READ-MEASURE.
           IF FILE-REC-AREA(1:30) NOT = THR-R-SPEC(THR-IDX)
               MOVE FILE-REC-AREA(1:30) TO THR-R-SPEC(THR-IDX)
               MOVE 'N' TO THR-R-RAISED(THR-IDX)
               MOVE THR-NOW TO THR-R-AT(THR-IDX)
               MOVE 1 TO THR-R-POS(THR-IDX)
               PERFORM VARYING THR-S FROM 1 BY 1 UNTIL THR-S > 12
                   MOVE THR-CUR TO THR-R-SAMP(THR-IDX, THR-S)
               END-PERFORM
               MOVE 'Y' TO THR-R-OK(THR-IDX)
               IF THR-VALID = 'N'
                   MOVE 'N' TO THR-R-OK(THR-IDX)
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Bad threshold rule " THR-IDX ": " THR-MEASURE
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               END-IF
           END-IF.
           IF THR-R-OK(THR-IDX) = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO THR-HIT.
           MOVE THR-CUR TO THR-VALUE.
           IF THR-MEASURE(1:5) = "FREE-"
               IF THR-VALID = 'Y' AND THR-CUR < THR-LIMIT
                   MOVE 'Y' TO THR-HIT
               END-IF
           ELSE
               IF THR-WINDOW > 0
                   PERFORM THR-SLIDE
               END-IF
               IF THR-VALUE > THR-LIMIT
                   MOVE 'Y' TO THR-HIT
               END-IF
           END-IF.
           IF THR-HIT = 'Y' AND THR-R-RAISED(THR-IDX) = 'N'
               MOVE 'Y' TO THR-R-RAISED(THR-IDX)
               PERFORM THR-RAISE
           END-IF.
           IF THR-HIT = 'N' AND THR-R-RAISED(THR-IDX) = 'Y'
               MOVE 'N' TO THR-R-RAISED(THR-IDX)
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Threshold cleared: " THR-MEASURE
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
      * The measure's current reading into THR-CUR; THR-VALID is 'N'
      * for a name nobody knows and 'U' for a volume not in use
       THR-READ-MEASURE.
           MOVE 0 TO THR-CUR.
           MOVE 'Y' TO THR-VALID.
           EVALUATE THR-MEASURE
               WHEN "ATAPI-CMDS"
                   MOVE WS-CNTR-ATAPI-CMDS TO THR-CUR
               WHEN "ATAPI-RETRY"
                   MOVE WS-CNTR-ATAPI-RETRIES TO THR-CUR
               WHEN "ATAPI-FAILS"
                   MOVE WS-CNTR-ATAPI-FAILS TO THR-CUR
               WHEN "UART-TX"
                   MOVE WS-CNTR-UART-TX TO THR-CUR
               WHEN "UART-RX"
                   MOVE WS-CNTR-UART-RX TO THR-CUR
               WHEN "UART-TMOUT"
                   MOVE WS-CNTR-UART-TIMEOUTS TO THR-CUR
               WHEN "KBD-IRQS"
                   MOVE WS-CNTR-KBD-IRQS TO THR-CUR
               WHEN "PS2-RESEND"
                   MOVE WS-CNTR-PS2-RESENDS TO THR-CUR
               WHEN "FREE-A"
                   MOVE 1 TO DASH-V-IDX
                   PERFORM THR-READ-FREE
               WHEN "FREE-B"
                   MOVE 2 TO DASH-V-IDX
                   PERFORM THR-READ-FREE
               WHEN "FREE-C"
                   MOVE 3 TO DASH-V-IDX
                   PERFORM THR-READ-FREE
               WHEN OTHER
                   MOVE 'N' TO THR-VALID
           END-EVALUATE.
       THR-READ-FREE.
           PERFORM DASH-VOLUME.
           IF DASH-NEXT <= 1
               MOVE 'U' TO THR-VALID
           ELSE
               MOVE DASH-PCT TO THR-CUR
           END-IF.
      * How far the counter rose inside the window, into THR-VALUE.
      * A sample is taken each twelfth of the window; slots for
      * twelfths that passed unchecked repeat the last reading.  A
      * counter below its last sample was reset from the COUNTERS
      * screen, and the rule's history starts over.
       THR-SLIDE.
           COMPUTE THR-STEP = THR-WINDOW * 5 END-COMPUTE.
           IF THR-CUR < THR-R-SAMP(THR-IDX, THR-R-POS(THR-IDX))
               OR THR-NOW < THR-R-AT(THR-IDX)
               PERFORM VARYING THR-S FROM 1 BY 1 UNTIL THR-S > 12
                   MOVE THR-CUR TO THR-R-SAMP(THR-IDX, THR-S)
               END-PERFORM
               MOVE THR-NOW TO THR-R-AT(THR-IDX)
           END-IF.
           COMPUTE THR-K = (THR-NOW - THR-R-AT(THR-IDX)) / THR-STEP
           END-COMPUTE.
           IF THR-K > 0
               IF THR-K > 12
                   MOVE 12 TO THR-K
                   MOVE THR-NOW TO THR-R-AT(THR-IDX)
               ELSE
                   COMPUTE THR-R-AT(THR-IDX) = THR-R-AT(THR-IDX)
                       + (THR-K * THR-STEP)
                   END-COMPUTE
               END-IF
               MOVE THR-R-SAMP(THR-IDX, THR-R-POS(THR-IDX))
                   TO THR-CARRY
               PERFORM THR-K TIMES
                   COMPUTE THR-R-POS(THR-IDX) =
                       FUNCTION MOD(THR-R-POS(THR-IDX), 12) + 1
                   END-COMPUTE
                   MOVE THR-CARRY
                       TO THR-R-SAMP(THR-IDX, THR-R-POS(THR-IDX))
               END-PERFORM
               MOVE THR-CUR TO THR-R-SAMP(THR-IDX, THR-R-POS(THR-IDX))
           END-IF.
           COMPUTE THR-S = FUNCTION MOD(THR-R-POS(THR-IDX), 12) + 1
           END-COMPUTE.
           COMPUTE THR-VALUE = THR-CUR - THR-R-SAMP(THR-IDX, THR-S)
           END-COMPUTE.
      * Raise the tripped rule's alert, in its own words if the row
      * has them
       THR-RAISE.
           MOVE "THRESHOLD" TO WS-ALERT-SUBSYS.
           MOVE FILE-REC-AREA(31:40) TO WS-ALERT-TEXT.
           IF WS-ALERT-TEXT = SPACES
               MOVE THR-VALUE TO THR-VAL-ED
               MOVE THR-LIMIT TO THR-LIM-ED
               MOVE THR-WINDOW TO THR-WIN-ED
               EVALUATE TRUE
                   WHEN THR-MEASURE(1:5) = "FREE-"
                       STRING FUNCTION TRIM(THR-MEASURE) " at "
                           FUNCTION TRIM(THR-VAL-ED) "%, limit "
                           FUNCTION TRIM(THR-LIM-ED) "%"
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
                   WHEN THR-WINDOW = 0
                       STRING FUNCTION TRIM(THR-MEASURE) " at "
                           FUNCTION TRIM(THR-VAL-ED) ", limit "
                           FUNCTION TRIM(THR-LIM-ED)
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING FUNCTION TRIM(THR-MEASURE) " +"
                           FUNCTION TRIM(THR-VAL-ED) " in "
                           FUNCTION TRIM(THR-WIN-ED) "m, limit "
                           FUNCTION TRIM(THR-LIM-ED)
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
               END-EVALUATE
           END-IF.
           MOVE THR-SEV TO WS-ALERT-SEVERITY.
           CALL "KRNLALRT" END-CALL.
      * Open a charging window for ACCT-WHO-IN.  Windows nest -- a
      * script's steps run inside the EXEC that started them, a job
      * may be run from an operation -- and only the outermost one
      * counts, so nothing is charged twice.
       ACCT-OP-BEGIN.
           ADD 1 TO ACCT-DEPTH END-ADD.
           IF ACCT-DEPTH > 1
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-WHO-IN TO ACCT-CUR-WHO.
           IF ACCT-CUR-WHO = SPACES
               MOVE "SYSTEM" TO ACCT-CUR-WHO
           END-IF.
           PERFORM TIMER-READ-MS.
           MOVE WS-TIMR-MS TO ACCT-T0.
           MOVE ACCT-RD-COUNT TO ACCT-RD0.
           MOVE ACCT-WR-COUNT TO ACCT-WR0.
      * Close it; closing the outermost charges the window
       ACCT-OP-END.
           IF ACCT-DEPTH = 0
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM ACCT-DEPTH END-SUBTRACT.
           IF ACCT-DEPTH > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM TIMER-READ-MS.
           MOVE 0 TO ACCT-MS.
           IF WS-TIMR-MS >= ACCT-T0
               COMPUTE ACCT-MS = WS-TIMR-MS - ACCT-T0 END-COMPUTE
           END-IF.
           COMPUTE ACCT-RD = ACCT-RD-COUNT - ACCT-RD0 END-COMPUTE.
           COMPUTE ACCT-WR = ACCT-WR-COUNT - ACCT-WR0 END-COMPUTE.
           MOVE 0 TO ACCT-LINES.
           MOVE 1 TO ACCT-OPS.
           MOVE ACCT-CUR-WHO TO ACCT-Q-WHO.
           PERFORM ACCT-CHARGE.
      * The spool job being queued at SPOOL-IDX belongs to whoever is
      * being charged -- the operation or batch job queueing it
       ACCT-SPOOL-OWNER.
           IF ACCT-DEPTH > 0
               MOVE ACCT-CUR-WHO TO SPOOL-JOB-OPER(SPOOL-IDX)
           ELSE
               MOVE WS-OPER-ID TO SPOOL-JOB-OPER(SPOOL-IDX)
           END-IF.
      * One line of the active spool job is on its way to the printer
       ACCT-SPOOL-LINE.
           MOVE SPOOL-JOB-OPER(SPOOL-ACTIVE) TO ACCT-Q-WHO.
           MOVE 0 TO ACCT-MS.
           MOVE 0 TO ACCT-RD.
           MOVE 0 TO ACCT-WR.
           MOVE 1 TO ACCT-LINES.
           MOVE 0 TO ACCT-OPS.
           PERFORM ACCT-CHARGE.
      * ACCT-MS, RD, WR, LINES and OPS onto ACCT-Q-WHO's bucket.  A
      * new day posts and empties the buckets first, so no day's
      * usage lands on the next; a full table is posted and emptied
      * the same way to make room.
       ACCT-CHARGE.
           IF ACCT-Q-WHO = SPACES
               MOVE "SYSTEM" TO ACCT-Q-WHO
           END-IF.
           PERFORM ACCT-READ-TODAY.
           IF ACCT-TODAY NOT = ACCT-DAY
               PERFORM ACCT-POST
               MOVE 0 TO ACCT-COUNT
               MOVE ACCT-TODAY TO ACCT-DAY
           END-IF.
           MOVE 0 TO ACCT-HIT.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR ACCT-HIT NOT = 0
               IF ACCT-B-WHO(ACCT-IDX) = ACCT-Q-WHO
                   MOVE ACCT-IDX TO ACCT-HIT
               END-IF
           END-PERFORM.
           IF ACCT-HIT = 0
               IF ACCT-COUNT >= 8
                   PERFORM ACCT-POST
                   MOVE 0 TO ACCT-COUNT
               END-IF
               PERFORM ACCT-DEPT-OF
               ADD 1 TO ACCT-COUNT END-ADD
               MOVE ACCT-COUNT TO ACCT-HIT
               MOVE ACCT-Q-WHO TO ACCT-B-WHO(ACCT-HIT)
               MOVE ACCT-Q-DEPT TO ACCT-B-DEPT(ACCT-HIT)
               MOVE 0 TO ACCT-B-ROW(ACCT-HIT)
               MOVE 0 TO ACCT-B-MS(ACCT-HIT)
               MOVE 0 TO ACCT-B-RD(ACCT-HIT)
               MOVE 0 TO ACCT-B-WR(ACCT-HIT)
               MOVE 0 TO ACCT-B-LINES(ACCT-HIT)
               MOVE 0 TO ACCT-B-OPS(ACCT-HIT)
           END-IF.
           ADD ACCT-MS TO ACCT-B-MS(ACCT-HIT) END-ADD.
           ADD ACCT-RD TO ACCT-B-RD(ACCT-HIT) END-ADD.
           ADD ACCT-WR TO ACCT-B-WR(ACCT-HIT) END-ADD.
           ADD ACCT-LINES TO ACCT-B-LINES(ACCT-HIT) END-ADD.
           ADD ACCT-OPS TO ACCT-B-OPS(ACCT-HIT) END-ADD.
       ACCT-READ-TODAY.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO ACCT-TODAY.
           STRING RTC-YEAR RTC-MONTH RTC-DAY
               DELIMITED BY SIZE INTO ACCT-TODAY
           END-STRING.
      * ACCT-Q-WHO's department off OPERATOR.SEC (columns 40-47);
      * spaces for one with none, or no operator at all -- SYSTEM,
      * SCHEDULE, TRIGGER and the like
       ACCT-DEPT-OF.
           MOVE SPACES TO ACCT-Q-DEPT.
           MOVE 'A' TO FILE-VOL.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               OR ACCT-Q-DEPT NOT = SPACES
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) = ACCT-Q-WHO
                   MOVE FILE-REC-AREA(40:8) TO ACCT-Q-DEPT
               END-IF
           END-PERFORM.
      * Post the buckets every five minutes from the menu loop, so a
      * power cut costs at most that much of the day's accounting
       ACCT-PUMP.
           PERFORM TIMER-READ-MS.
           DIVIDE WS-TIMR-MS BY 1000 GIVING ACCT-NOW END-DIVIDE.
           IF ACCT-NOW < ACCT-NEXT-POST
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ACCT-NEXT-POST = ACCT-NOW + 300 END-COMPUTE.
           PERFORM ACCT-POST.
      * Every bucket with usage in it onto its ACCTDAY.DAT row.  A
      * standby leaves the file alone: its A: is its primary's.
       ACCT-POST.
           IF WS-SHIP-MODE = 'S'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-B-MS(ACCT-IDX) > 0 OR ACCT-B-RD(ACCT-IDX) > 0
                   OR ACCT-B-WR(ACCT-IDX) > 0
                   OR ACCT-B-LINES(ACCT-IDX) > 0
                   OR ACCT-B-OPS(ACCT-IDX) > 0
                   PERFORM ACCT-POST-ONE
               END-IF
           END-PERFORM.
      * Bucket ACCT-IDX onto the row it went down on before, or a
      * new one on the end of the file; the bucket then starts over
       ACCT-POST-ONE.
           MOVE 'A' TO FILE-VOL.
           MOVE "ACCTDAY" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
      * A row someone has since edited or cleared is not trusted
           IF ACCT-B-ROW(ACCT-IDX) > FILE-NUMRECS
               MOVE 0 TO ACCT-B-ROW(ACCT-IDX)
           END-IF.
           IF ACCT-B-ROW(ACCT-IDX) NOT = 0
               MOVE ACCT-B-ROW(ACCT-IDX) TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF NOT FILE-OP-OK
                   OR FILE-REC-AREA(1:8) NOT = ACCT-DAY
                   OR FILE-REC-AREA(10:8) NOT = ACCT-B-WHO(ACCT-IDX)
                   MOVE 0 TO ACCT-B-ROW(ACCT-IDX)
               END-IF
           END-IF.
           IF ACCT-B-ROW(ACCT-IDX) = 0
               COMPUTE ACCT-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE
               MOVE ACCT-NEWRECS TO FILE-NUMRECS
               PERFORM FILE-EXTEND
               IF NOT FILE-OP-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO FILE-REC-AREA
               MOVE ACCT-DAY TO FILE-REC-AREA(1:8)
               MOVE ACCT-B-WHO(ACCT-IDX) TO FILE-REC-AREA(10:8)
               MOVE ACCT-B-DEPT(ACCT-IDX) TO FILE-REC-AREA(19:8)
               MOVE ACCT-NEWRECS TO ACCT-B-ROW(ACCT-IDX)
           END-IF.
           MOVE 0 TO ACCT-N10.
           IF FILE-REC-AREA(28:10) IS NUMERIC
               MOVE FILE-REC-AREA(28:10) TO ACCT-N10
           END-IF.
           ADD ACCT-B-MS(ACCT-IDX) TO ACCT-N10 END-ADD.
           MOVE ACCT-N10 TO FILE-REC-AREA(28:10).
           MOVE 0 TO ACCT-N8.
           IF FILE-REC-AREA(39:8) IS NUMERIC
               MOVE FILE-REC-AREA(39:8) TO ACCT-N8
           END-IF.
           ADD ACCT-B-RD(ACCT-IDX) TO ACCT-N8 END-ADD.
           MOVE ACCT-N8 TO FILE-REC-AREA(39:8).
           MOVE 0 TO ACCT-N8.
           IF FILE-REC-AREA(48:8) IS NUMERIC
               MOVE FILE-REC-AREA(48:8) TO ACCT-N8
           END-IF.
           ADD ACCT-B-WR(ACCT-IDX) TO ACCT-N8 END-ADD.
           MOVE ACCT-N8 TO FILE-REC-AREA(48:8).
           MOVE 0 TO ACCT-N8.
           IF FILE-REC-AREA(57:8) IS NUMERIC
               MOVE FILE-REC-AREA(57:8) TO ACCT-N8
           END-IF.
           ADD ACCT-B-LINES(ACCT-IDX) TO ACCT-N8 END-ADD.
           MOVE ACCT-N8 TO FILE-REC-AREA(57:8).
           MOVE 0 TO ACCT-N6.
           IF FILE-REC-AREA(66:6) IS NUMERIC
               MOVE FILE-REC-AREA(66:6) TO ACCT-N6
           END-IF.
           ADD ACCT-B-OPS(ACCT-IDX) TO ACCT-N6 END-ADD.
           MOVE ACCT-N6 TO FILE-REC-AREA(66:6).
           MOVE ACCT-B-ROW(ACCT-IDX) TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF FILE-OP-OK
               MOVE 0 TO ACCT-B-MS(ACCT-IDX)
               MOVE 0 TO ACCT-B-RD(ACCT-IDX)
               MOVE 0 TO ACCT-B-WR(ACCT-IDX)
               MOVE 0 TO ACCT-B-LINES(ACCT-IDX)
               MOVE 0 TO ACCT-B-OPS(ACCT-IDX)
           END-IF.
      * CHARGEBACK shell operation: the usage ACCTDAY.DAT holds for a
      * period and the space each operator held through it, by
      * department and operator, priced from CHGRATES.DAT, to
      * wherever OUTPUT has reports going.  Argument "FROM TO" as
      * YYYYMMDD (one date means that day to today), PREV for last
      * calendar month, or blank for this month so far.
       CHARGEBACK-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO CBK-ARG.
           PERFORM CBK-PERIOD.
           IF CBK-OK = 'N'
               DISPLAY "CHARGEBACK: dates are YYYYMMDD, the earlier"
                   " first, or PREV" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CBK-RUN.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Chargeback " CBK-FROM " to " CBK-TO
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * CBK-ARG into CBK-FROM and CBK-TO; CBK-OK 'N' when it is not
      * a period
       CBK-PERIOD.
           MOVE 'Y' TO CBK-OK.
           PERFORM ACCT-READ-TODAY.
           MOVE SPACES TO CBK-FROM.
           MOVE SPACES TO CBK-TO.
           IF CBK-ARG(1:4) = "PREV"
               MOVE ACCT-TODAY(1:4) TO CBK-YEAR
               MOVE ACCT-TODAY(5:2) TO CBK-MONTH
               IF CBK-MONTH = 1
                   SUBTRACT 1 FROM CBK-YEAR END-SUBTRACT
                   MOVE 12 TO CBK-MONTH
               ELSE
                   SUBTRACT 1 FROM CBK-MONTH END-SUBTRACT
               END-IF
               MOVE CBK-MDAYS(CBK-MONTH) TO CBK-LAST
               IF CBK-MONTH = 2
                   AND FUNCTION MOD(CBK-YEAR, 4) = 0
                   AND (FUNCTION MOD(CBK-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(CBK-YEAR, 400) = 0)
                   MOVE 29 TO CBK-LAST
               END-IF
               STRING CBK-YEAR CBK-MONTH "01"
                   DELIMITED BY SIZE INTO CBK-FROM
               END-STRING
               STRING CBK-YEAR CBK-MONTH CBK-LAST
                   DELIMITED BY SIZE INTO CBK-TO
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           UNSTRING CBK-ARG DELIMITED BY ALL SPACE
               INTO CBK-FROM CBK-TO
           END-UNSTRING.
           IF CBK-FROM = SPACES
               MOVE ACCT-TODAY TO CBK-FROM
               MOVE "01" TO CBK-FROM(7:2)
           END-IF.
           IF CBK-TO = SPACES
               MOVE ACCT-TODAY TO CBK-TO
           END-IF.
           IF CBK-FROM IS NOT NUMERIC OR CBK-TO IS NOT NUMERIC
               OR CBK-FROM > CBK-TO
               MOVE 'N' TO CBK-OK
           END-IF.
      * Gather, price and print the period CBK-FROM to CBK-TO.  The
      * buckets go down first so today's usage so far is in it.
       CBK-RUN.
           PERFORM ACCT-POST.
           PERFORM CBK-LOAD-RATES.
           MOVE 0 TO CBK-COUNT.
           MOVE 'N' TO CBK-MORE.
           PERFORM CBK-LOAD-USAGE.
           PERFORM CBK-LOAD-SPACE.
           PERFORM VARYING CBK-I FROM 2 BY 1 UNTIL CBK-I > CBK-COUNT
               MOVE CBK-ROW(CBK-I) TO CBK-SWAP
               MOVE CBK-I TO CBK-J
               PERFORM UNTIL CBK-J < 2
                   OR CBK-ROW(CBK-J - 1)(1:16) <= CBK-SWAP(1:16)
                   MOVE CBK-ROW(CBK-J - 1) TO CBK-ROW(CBK-J)
                   SUBTRACT 1 FROM CBK-J END-SUBTRACT
               END-PERFORM
               MOVE CBK-SWAP TO CBK-ROW(CBK-J)
           END-PERFORM.
           PERFORM VARYING CBK-I FROM 1 BY 1 UNTIL CBK-I > CBK-COUNT
               COMPUTE CBK-R-AMT(CBK-I) ROUNDED =
                   (CBK-R-MS(CBK-I) * CBK-RATE(1) / 1000)
                   + (CBK-R-RD(CBK-I) * CBK-RATE(2))
                   + (CBK-R-WR(CBK-I) * CBK-RATE(3))
                   + (CBK-R-LINES(CBK-I) * CBK-RATE(4))
                   + (CBK-R-SPACE(CBK-I) * CBK-RATE(5))
               END-COMPUTE
           END-PERFORM.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "CHARGEBACK REPORT  usage " CBK-FROM " to " CBK-TO
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           IF CBK-RATES-FOUND = 'N'
               MOVE "No CHGRATES.DAT on A: - the usage is not priced"
                   TO WS-RPTO-LINE
           ELSE
               MOVE 1 TO CBK-PTR
               STRING "Rates" DELIMITED BY SIZE INTO WS-RPTO-LINE
                   WITH POINTER CBK-PTR
               END-STRING
               PERFORM VARYING CBK-I FROM 1 BY 1 UNTIL CBK-I > 5
                   MOVE CBK-RATE(CBK-I) TO CBK-ED-RATE
                   STRING "  " FUNCTION TRIM(CBK-RATE-NAME(CBK-I))
                       " " FUNCTION TRIM(CBK-ED-RATE)
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                       WITH POINTER CBK-PTR
                   END-STRING
               END-PERFORM
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           STRING "DEPT     OPERATOR CPU-SEC   READS  WRITES   LINES"
               " SECT-DAYS       AMOUNT"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE 1 TO CBK-J.
           PERFORM CBK-CLEAR-SUM.
           MOVE 2 TO CBK-J.
           PERFORM CBK-CLEAR-SUM.
           PERFORM VARYING CBK-I FROM 1 BY 1 UNTIL CBK-I > CBK-COUNT
               IF CBK-I > 1
                   AND CBK-R-DEPT(CBK-I) NOT = CBK-R-DEPT(CBK-I - 1)
                   MOVE CBK-SUM(1) TO CBK-PR
                   PERFORM CBK-PRINT
                   MOVE SPACES TO WS-RPTO-LINE
                   PERFORM REPORT-OUT-LINE
                   MOVE 1 TO CBK-J
                   PERFORM CBK-CLEAR-SUM
               END-IF
               MOVE CBK-ROW(CBK-I) TO CBK-PR
               PERFORM CBK-PRINT
               MOVE CBK-R-DEPT(CBK-I) TO CBK-S-DEPT(1)
               PERFORM CBK-ADD-SUM
           END-PERFORM.
           IF CBK-COUNT = 0
               MOVE "No usage recorded in that period" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           ELSE
               MOVE CBK-SUM(1) TO CBK-PR
               PERFORM CBK-PRINT
               MOVE SPACES TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
               MOVE "ALL" TO CBK-S-DEPT(2)
               MOVE CBK-SUM(2) TO CBK-PR
               PERFORM CBK-PRINT
           END-IF.
           IF CBK-MORE = 'Y'
               MOVE "(over 32 operators - the rest are not shown)"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           PERFORM REPORT-OUT-CLOSE.
      * Start total CBK-J over -- 1 the department's, 2 the grand
       CBK-CLEAR-SUM.
           MOVE SPACES TO CBK-S-DEPT(CBK-J).
           MOVE "TOTAL" TO CBK-S-WHO(CBK-J).
           MOVE 0 TO CBK-S-MS(CBK-J).
           MOVE 0 TO CBK-S-RD(CBK-J).
           MOVE 0 TO CBK-S-WR(CBK-J).
           MOVE 0 TO CBK-S-LINES(CBK-J).
           MOVE 0 TO CBK-S-SPACE(CBK-J).
           MOVE 0 TO CBK-S-AMT(CBK-J).
      * The row in CBK-PR onto both totals
       CBK-ADD-SUM.
           PERFORM VARYING CBK-J FROM 1 BY 1 UNTIL CBK-J > 2
               ADD CBK-P-MS TO CBK-S-MS(CBK-J) END-ADD
               ADD CBK-P-RD TO CBK-S-RD(CBK-J) END-ADD
               ADD CBK-P-WR TO CBK-S-WR(CBK-J) END-ADD
               ADD CBK-P-LINES TO CBK-S-LINES(CBK-J) END-ADD
               ADD CBK-P-SPACE TO CBK-S-SPACE(CBK-J) END-ADD
               ADD CBK-P-AMT TO CBK-S-AMT(CBK-J) END-ADD
           END-PERFORM.
      * One report line off CBK-PR; elapsed time shows in seconds
       CBK-PRINT.
           IF CBK-P-DEPT = SPACES
               MOVE "(none)" TO CBK-P-DEPT
           END-IF.
           COMPUTE CBK-ED-SEC ROUNDED = CBK-P-MS / 1000 END-COMPUTE.
           MOVE CBK-P-RD TO CBK-ED-RD.
           MOVE CBK-P-WR TO CBK-ED-WR.
           MOVE CBK-P-LINES TO CBK-ED-LINES.
           MOVE CBK-P-SPACE TO CBK-ED-SPACE.
           MOVE CBK-P-AMT TO CBK-ED-AMT.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING CBK-P-DEPT " " CBK-P-WHO " " CBK-ED-SEC " "
               CBK-ED-RD " " CBK-ED-WR " " CBK-ED-LINES " "
               CBK-ED-SPACE " " CBK-ED-AMT
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
      * CHGRATES.DAT into CBK-RATE; a measure it does not price costs
      * nothing
       CBK-LOAD-RATES.
           PERFORM VARYING CBK-I FROM 1 BY 1 UNTIL CBK-I > 5
               MOVE 0 TO CBK-RATE(CBK-I)
           END-PERFORM.
           MOVE 'N' TO CBK-RATES-FOUND.
           MOVE 'A' TO FILE-VOL.
           MOVE "CHGRATES" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO CBK-RATES-FOUND.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:1) NOT = "*"
                   AND FILE-REC-AREA(10:12) NOT = SPACES
                   PERFORM VARYING CBK-I FROM 1 BY 1 UNTIL CBK-I > 5
                       IF FILE-REC-AREA(1:8) = CBK-RATE-NAME(CBK-I)
                           COMPUTE CBK-RATE(CBK-I) =
                               FUNCTION NUMVAL(FILE-REC-AREA(10:12))
                           END-COMPUTE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      * The ACCTDAY.DAT rows dated inside the period onto the rows
      * of their department and operator
       CBK-LOAD-USAGE.
           MOVE 'A' TO FILE-VOL.
           MOVE "ACCTDAY" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:8) >= CBK-FROM
                   AND FILE-REC-AREA(1:8) <= CBK-TO
                   MOVE FILE-REC-AREA(19:8) TO CBK-Q-DEPT
                   MOVE FILE-REC-AREA(10:8) TO CBK-Q-WHO
                   PERFORM CBK-FIND
                   IF CBK-HIT NOT = 0
                       PERFORM CBK-ADD-USAGE
                   END-IF
               END-IF
           END-PERFORM.
       CBK-ADD-USAGE.
           IF FILE-REC-AREA(28:10) IS NUMERIC
               MOVE FILE-REC-AREA(28:10) TO ACCT-N10
               ADD ACCT-N10 TO CBK-R-MS(CBK-HIT) END-ADD
           END-IF.
           IF FILE-REC-AREA(39:8) IS NUMERIC
               MOVE FILE-REC-AREA(39:8) TO ACCT-N8
               ADD ACCT-N8 TO CBK-R-RD(CBK-HIT) END-ADD
           END-IF.
           IF FILE-REC-AREA(48:8) IS NUMERIC
               MOVE FILE-REC-AREA(48:8) TO ACCT-N8
               ADD ACCT-N8 TO CBK-R-WR(CBK-HIT) END-ADD
           END-IF.
           IF FILE-REC-AREA(57:8) IS NUMERIC
               MOVE FILE-REC-AREA(57:8) TO ACCT-N8
               ADD ACCT-N8 TO CBK-R-LINES(CBK-HIT) END-ADD
           END-IF.
      * The row for CBK-Q-DEPT and CBK-Q-WHO into CBK-HIT, a new one
      * if need be; zero when the table is full
       CBK-FIND.
           MOVE 0 TO CBK-HIT.
           PERFORM VARYING CBK-I FROM 1 BY 1
               UNTIL CBK-I > CBK-COUNT OR CBK-HIT NOT = 0
               IF CBK-R-DEPT(CBK-I) = CBK-Q-DEPT
                   AND CBK-R-WHO(CBK-I) = CBK-Q-WHO
                   MOVE CBK-I TO CBK-HIT
               END-IF
           END-PERFORM.
           IF CBK-HIT NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF CBK-COUNT >= 32
               MOVE 'Y' TO CBK-MORE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CBK-COUNT END-ADD.
           MOVE CBK-COUNT TO CBK-HIT.
           MOVE CBK-Q-DEPT TO CBK-R-DEPT(CBK-HIT).
           MOVE CBK-Q-WHO TO CBK-R-WHO(CBK-HIT).
           MOVE 0 TO CBK-R-MS(CBK-HIT).
           MOVE 0 TO CBK-R-RD(CBK-HIT).
           MOVE 0 TO CBK-R-WR(CBK-HIT).
           MOVE 0 TO CBK-R-LINES(CBK-HIT).
           MOVE 0 TO CBK-R-SPACE(CBK-HIT).
           MOVE 0 TO CBK-R-AMT(CBK-HIT).
      * Sector-days off the capacity history: each day in the period
      * a volume was snapshotted, the live sectors of every owner on
      * it -- the first snapshot of the day only, a CAPSNAP job's
      * extra one not counting twice.  An operator with usage rows
      * already has the space put on the first of them; otherwise it
      * goes under the department OPERATOR.SEC gives now.
       CBK-LOAD-SPACE.
           MOVE SPACES TO CBK-SEEN(1).
           MOVE SPACES TO CBK-SEEN(2).
           MOVE SPACES TO CBK-SEEN(3).
           MOVE 'N' TO CBK-TAKE.
           MOVE 'N' TO CAP-EOF.
           OPEN INPUT CAP-HIST-FILE.
           IF WS-CAP-HIST-STATUS NOT = "00"
               MOVE 'Y' TO CAP-EOF
           END-IF.
           PERFORM UNTIL CAP-EOF = 'Y'
               READ CAP-HIST-FILE INTO CAP-ROW
                   AT END MOVE 'Y' TO CAP-EOF
               END-READ
               IF CAP-EOF = 'N'
                   PERFORM CBK-SPACE-ROW
               END-IF
           END-PERFORM.
           IF WS-CAP-HIST-STATUS NOT = "35"
               CLOSE CAP-HIST-FILE
           END-IF.
       CBK-SPACE-ROW.
           IF CAP-R-TYPE = 'V'
               MOVE 'N' TO CBK-TAKE
               IF CAP-R-DATE < CBK-FROM OR CAP-R-DATE > CBK-TO
                   OR CAP-R-DATE IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               EVALUATE CAP-R-VOL
                   WHEN 'B' MOVE 2 TO CBK-V
                   WHEN 'C' MOVE 3 TO CBK-V
                   WHEN OTHER MOVE 1 TO CBK-V
               END-EVALUATE
               IF CBK-SEEN(CBK-V) NOT = CAP-R-DATE
                   MOVE CAP-R-DATE TO CBK-SEEN(CBK-V)
                   MOVE CAP-R-VOL TO CBK-TAKE-VOL
                   MOVE 'Y' TO CBK-TAKE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF CAP-R-TYPE NOT = 'O' OR CBK-TAKE = 'N'
               OR CAP-R-VOL NOT = CBK-TAKE-VOL
               OR CAP-R-LIVE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CAP-R-KEY(1:8) TO CBK-Q-WHO.
           MOVE 0 TO CBK-HIT.
           PERFORM VARYING CBK-I FROM 1 BY 1
               UNTIL CBK-I > CBK-COUNT OR CBK-HIT NOT = 0
               IF CBK-R-WHO(CBK-I) = CBK-Q-WHO
                   MOVE CBK-I TO CBK-HIT
               END-IF
           END-PERFORM.
           IF CBK-HIT = 0
               MOVE CBK-Q-WHO TO ACCT-Q-WHO
               PERFORM ACCT-DEPT-OF
               MOVE ACCT-Q-DEPT TO CBK-Q-DEPT
               PERFORM CBK-FIND
           END-IF.
           IF CBK-HIT NOT = 0
               ADD CAP-R-LIVE TO CBK-R-SPACE(CBK-HIT) END-ADD
           END-IF.
      * LINECOPY shell operation: Argument the deck, Argument 2 the
      * expanded deck to write (blank for NAME.EXP beside it) and,
      * after a space, the level to take the members from -- DEV
      * (the masters, the default), TEST or PROD.
       LINECOPY-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO LCPY-SRC-SPEC.
           MOVE SPACES TO LCPY-DST-SPEC.
           MOVE SPACES TO LCPY-LEVEL-ARG.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO LCPY-DST-SPEC LCPY-LEVEL-ARG
           END-UNSTRING.
           PERFORM LCPY-RUN.
           IF LCPY-OK = 'N'
               DISPLAY "LINECOPY: " LCPY-MSG END-DISPLAY
               DISPLAY "  code " LCPY-RC END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LINECOPY: " LCPY-COPIES " COPY statements, "
               LCPY-INSERTED " lines brought in, " LCPY-OUT-COUNT
               " written" END-DISPLAY.
           PERFORM VARYING LCPY-I FROM 1 BY 1
               UNTIL LCPY-I > LCPY-MISS-COUNT
               DISPLAY "  missing " LCPY-MISS-NAME(LCPY-I)
               END-DISPLAY
           END-PERFORM.
           IF LCPY-MISSING > LCPY-MISS-COUNT
               DISPLAY "  ... " LCPY-MISSING " missing in all"
               END-DISPLAY
           END-IF.
           IF LCPY-FINDINGS NOT = 0
               DISPLAY "  too deep " LCPY-TOO-DEEP " self-copying "
                   LCPY-LOOPS " unparsed " LCPY-BAD-STMT " cut "
                   LCPY-CUT END-DISPLAY
           END-IF.
           IF LCPY-CAPPED = 'Y'
               DISPLAY "  output stopped at 2000 lines" END-DISPLAY
           END-IF.
           DISPLAY "  code " LCPY-RC " -> "
               FUNCTION TRIM(LCPY-DST-SPEC) END-DISPLAY.
           MOVE "Expanded COPY members into a deck" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * The expansion core, shared by the shell operation and the
      * LINECOPY batch-job kind: with LCPY-SRC-SPEC, LCPY-DST-SPEC and
      * LCPY-LEVEL-ARG set, write the expanded deck and leave the
      * outcome code in LCPY-RC.
       LCPY-RUN.
           MOVE 'N' TO LCPY-OK.
           MOVE 2 TO LCPY-RC.
           MOVE SPACES TO LCPY-MSG.
           MOVE 0 TO LCPY-OUT-COUNT.
           INSPECT LCPY-LEVEL-ARG CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE LCPY-LEVEL-ARG
               WHEN SPACES
               WHEN "DEV"
                   MOVE 'D' TO LCPY-LEVEL
               WHEN "TEST"
                   MOVE 'T' TO LCPY-LEVEL
               WHEN "PROD"
                   MOVE 'P' TO LCPY-LEVEL
               WHEN OTHER
                   MOVE "level is DEV, TEST or PROD" TO LCPY-MSG
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE LCPY-SRC-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "deck not found" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN < 7
               MOVE "records too short to be a deck" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO LCPY-SRC-VOL.
           MOVE FILE-CYL TO LCPY-SRC-CYL.
           MOVE FILE-SECT TO LCPY-SRC-SECT.
           MOVE FILE-NUMSECT TO LCPY-SRC-NUMSECT.
           MOVE FILE-RECLEN TO LCPY-SRC-RECLEN.
           MOVE FILE-NUMRECS TO LCPY-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO LCPY-SRC-VAR.
           IF LCPY-DST-SPEC = SPACES
               STRING FILE-VOL ":/" FUNCTION TRIM(FILE-NAME) ".EXP"
                   DELIMITED BY SIZE INTO LCPY-DST-SPEC
               END-STRING
           END-IF.
           MOVE FILE-NAME TO LCPY-W1.
           MOVE FILE-EXT TO LCPY-EXT.
           MOVE LCPY-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-VOL = LCPY-SRC-VOL AND FILE-NAME = LCPY-W1
               AND FILE-EXT = LCPY-EXT
               MOVE "the output would overwrite the deck" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO LCPY-DST-VOL.
           MOVE FILE-NAME TO LCPY-DST-NAME.
           MOVE FILE-EXT TO LCPY-DST-EXT.
           PERFORM LCPY-LOAD-REGISTRY.
           IF LCPY-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * Pass one only counts
           MOVE 'Y' TO LCPY-COUNT-ONLY.
           PERFORM LCPY-EXPAND.
           MOVE LCPY-OUT-RECNO TO LCPY-OUT-COUNT.
           IF LCPY-OUT-COUNT = 0
               MOVE "deck is empty" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
      * Pass two writes into an allocation of exactly that size
           MOVE LCPY-DST-VOL TO FILE-VOL.
           MOVE LCPY-DST-NAME TO FILE-NAME.
           MOVE LCPY-DST-EXT TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 120 TO FILE-RECLEN.
           MOVE LCPY-OUT-COUNT TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "expanded deck would not create" TO LCPY-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO LCPY-DST-CYL.
           MOVE FILE-SECT TO LCPY-DST-SECT.
           MOVE FILE-NUMSECT TO LCPY-DST-NUMSECT.
           MOVE 'N' TO LCPY-COUNT-ONLY.
           PERFORM LCPY-EXPAND.
           MOVE 'Y' TO LCPY-OK.
           COMPUTE LCPY-FINDINGS = LCPY-TOO-DEEP + LCPY-LOOPS
               + LCPY-BAD-STMT + LCPY-CUT END-COMPUTE.
           EVALUATE TRUE
               WHEN LCPY-MISSING NOT = 0
                   MOVE 2 TO LCPY-RC
               WHEN LCPY-FINDINGS NOT = 0 OR LCPY-CAPPED = 'Y'
                   MOVE 1 TO LCPY-RC
               WHEN OTHER
                   MOVE 0 TO LCPY-RC
           END-EVALUATE.
      * Every registered member by name, its base name (the part
      * after any folder) beside it for the lookup.  A library master
      * is never the place to put an expansion.
       LCPY-LOAD-REGISTRY.
           MOVE 0 TO LCPY-REG-COUNT.
           PERFORM LIB-ENSURE-FILE.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               OR LCPY-REG-COUNT = 64
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:24) NOT = SPACES
                   ADD 1 TO LCPY-REG-COUNT END-ADD
                   MOVE FILE-REC-AREA(1:24)
                       TO LCPY-REG-MEMBER(LCPY-REG-COUNT)
                   MOVE FILE-REC-AREA(26:3)
                       TO LCPY-REG-EXT(LCPY-REG-COUNT)
                   MOVE FILE-REC-AREA(1:24)
                       TO LCPY-REG-NAME(LCPY-REG-COUNT)
                   INSPECT LCPY-REG-NAME(LCPY-REG-COUNT) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT LCPY-REG-EXT(LCPY-REG-COUNT) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE SPACES TO LCPY-W1
                   MOVE SPACES TO LCPY-W2
                   UNSTRING LCPY-REG-NAME(LCPY-REG-COUNT)
                       DELIMITED BY "/" INTO LCPY-W1 LCPY-W2
                   END-UNSTRING
                   IF LCPY-W2 = SPACES
                       MOVE LCPY-W1 TO LCPY-REG-BASE(LCPY-REG-COUNT)
                   ELSE
                       MOVE LCPY-W2 TO LCPY-REG-BASE(LCPY-REG-COUNT)
                   END-IF
                   IF LCPY-DST-VOL = 'A'
                       AND FILE-REC-AREA(1:24) = LCPY-DST-NAME
                       AND FILE-REC-AREA(26:3) = LCPY-DST-EXT
                       MOVE "the output would overwrite a master"
                           TO LCPY-MSG
                   END-IF
               END-IF
           END-PERFORM.
      * One pass over the deck and everything it copies; in the
      * counting pass nothing is written, so both passes meet the
      * same statements and number the same lines
       LCPY-EXPAND.
           MOVE 0 TO LCPY-OUT-RECNO.
           MOVE 0 TO LCPY-COPIES LCPY-INSERTED LCPY-MISSING
               LCPY-TOO-DEEP LCPY-LOOPS LCPY-BAD-STMT LCPY-CUT.
           MOVE 0 TO LCPY-MISS-COUNT.
           MOVE 'N' TO LCPY-CAPPED.
           MOVE 1 TO LCPY-DEPTH.
           MOVE LCPY-SRC-VOL TO LCPY-F-VOL(1).
           MOVE LCPY-SRC-CYL TO LCPY-F-CYL(1).
           MOVE LCPY-SRC-SECT TO LCPY-F-SECT(1).
           MOVE LCPY-SRC-NUMSECT TO LCPY-F-NUMSECT(1).
           MOVE LCPY-SRC-RECLEN TO LCPY-F-RECLEN(1).
           MOVE LCPY-SRC-NUMRECS TO LCPY-F-NUMRECS(1).
           MOVE LCPY-SRC-VAR TO LCPY-F-VAR(1).
           MOVE 1 TO LCPY-F-NEXT(1).
           MOVE SPACES TO LCPY-F-SPEC(1).
           MOVE 0 TO LCPY-F-REG(1).
           MOVE 0 TO LCPY-F-NREP(1).
           PERFORM LCPY-STEP UNTIL LCPY-DEPTH = 0.
      * One line off the innermost frame: a finished member drops
      * back to the frame that copied it
       LCPY-STEP.
           IF LCPY-F-NEXT(LCPY-DEPTH) > LCPY-F-NUMRECS(LCPY-DEPTH)
               SUBTRACT 1 FROM LCPY-DEPTH END-SUBTRACT
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-READ-NEXT.
           IF LCPY-IN(7:1) = "*" OR LCPY-IN(7:1) = "/"
               PERFORM LCPY-EMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE LCPY-IN(8:65) TO LCPY-UP.
           INSPECT LCPY-UP CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO LCPY-I.
           INSPECT LCPY-UP TALLYING LCPY-I FOR LEADING SPACES.
           IF LCPY-I < 61 AND LCPY-UP(LCPY-I + 1:5) = "COPY "
               PERFORM LCPY-COPY-STMT
               EXIT PARAGRAPH
           END-IF.
           IF LCPY-F-NREP(LCPY-DEPTH) > 0
               PERFORM LCPY-REPLACE
           END-IF.
           PERFORM LCPY-EMIT.
       LCPY-READ-NEXT.
           MOVE LCPY-F-VOL(LCPY-DEPTH) TO FILE-VOL.
           MOVE LCPY-F-CYL(LCPY-DEPTH) TO FILE-CYL.
           MOVE LCPY-F-SECT(LCPY-DEPTH) TO FILE-SECT.
           MOVE LCPY-F-NUMSECT(LCPY-DEPTH) TO FILE-NUMSECT.
           MOVE LCPY-F-RECLEN(LCPY-DEPTH) TO FILE-RECLEN.
           MOVE LCPY-F-NUMRECS(LCPY-DEPTH) TO FILE-NUMRECS.
           MOVE LCPY-F-VAR(LCPY-DEPTH) TO WS-FILE-VAR-ON.
           MOVE LCPY-F-NEXT(LCPY-DEPTH) TO FILE-RECORD.
           MOVE LCPY-F-NEXT(LCPY-DEPTH) TO LCPY-LINE-NO.
           ADD 1 TO LCPY-F-NEXT(LCPY-DEPTH) END-ADD.
           MOVE SPACES TO LCPY-IN.
           PERFORM FILE-READ-RECORD.
           IF FILE-OP-OK
               IF FILE-RECLEN < 80
                   MOVE FILE-REC-AREA(1:FILE-RECLEN) TO LCPY-IN
               ELSE
                   MOVE FILE-REC-AREA(1:80) TO LCPY-IN
               END-IF
           END-IF.
      * One output line, renumbered, and tagged with where it came
      * from when a member supplied it
       LCPY-EMIT.
           IF LCPY-OUT-RECNO = 2000
               MOVE 'Y' TO LCPY-CAPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LCPY-OUT-RECNO END-ADD.
           IF LCPY-DEPTH > 1
               ADD 1 TO LCPY-INSERTED END-ADD
           END-IF.
           IF LCPY-COUNT-ONLY = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA(1:120).
           MOVE LCPY-IN TO FILE-REC-AREA(1:80).
           COMPUTE LCPY-NEWNO = LCPY-OUT-RECNO * 100 END-COMPUTE.
           MOVE LCPY-NEWNO TO FILE-REC-AREA(1:6).
           IF LCPY-DEPTH > 1
               MOVE "*>" TO FILE-REC-AREA(81:2)
               MOVE LCPY-F-SPEC(LCPY-DEPTH) TO FILE-REC-AREA(84:28)
               MOVE LCPY-LINE-NO TO FILE-REC-AREA(113:6)
           END-IF.
           MOVE LCPY-DST-VOL TO FILE-VOL.
           MOVE LCPY-DST-CYL TO FILE-CYL.
           MOVE LCPY-DST-SECT TO FILE-SECT.
           MOVE LCPY-DST-NUMSECT TO FILE-NUMSECT.
           MOVE 120 TO FILE-RECLEN.
           MOVE LCPY-OUT-COUNT TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE LCPY-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * A note of our own in the expanded deck, as a comment line
       LCPY-NOTE.
           MOVE SPACES TO LCPY-IN.
           MOVE "*" TO LCPY-IN(7:1).
           MOVE LCPY-TXT TO LCPY-IN(12:61).
           PERFORM LCPY-EMIT.
      * A COPY statement: its lines gathered up to the closing period
      * (six lines at most) and kept as comments, then parsed, the
      * member found and a frame opened on it
       LCPY-COPY-STMT.
           MOVE SPACES TO LCPY-STMT.
           MOVE 0 TO LCPY-STMT-LEN.
           MOVE 0 TO LCPY-STMT-LINES.
           MOVE 'N' TO LCPY-STMT-END.
           PERFORM LCPY-STMT-ADD.
           PERFORM UNTIL LCPY-STMT-END = 'Y' OR LCPY-STMT-LINES = 6
               OR LCPY-F-NEXT(LCPY-DEPTH) > LCPY-F-NUMRECS(LCPY-DEPTH)
               PERFORM LCPY-READ-NEXT
               PERFORM LCPY-STMT-ADD
           END-PERFORM.
           IF LCPY-STMT-END = 'N'
               ADD 1 TO LCPY-BAD-STMT END-ADD
               MOVE "LINECOPY: COPY statement has no closing period"
                   TO LCPY-TXT
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-PARSE-STMT.
           IF LCPY-PARSE-OK = 'N'
               ADD 1 TO LCPY-BAD-STMT END-ADD
               MOVE "LINECOPY: COPY statement not understood"
                   TO LCPY-TXT
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LCPY-COPIES END-ADD.
           PERFORM LCPY-FIND-MEMBER.
           IF LCPY-HIT = 0
               PERFORM LCPY-NOTE-MISSING
               MOVE SPACES TO LCPY-TXT
               STRING "LINECOPY: " FUNCTION TRIM(LCPY-MEMBER)
                   " is not in the deck library"
                   DELIMITED BY SIZE INTO LCPY-TXT
               END-STRING
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LCPY-K FROM 1 BY 1
               UNTIL LCPY-K > LCPY-DEPTH
               IF LCPY-F-REG(LCPY-K) = LCPY-HIT
                   MOVE 0 TO LCPY-HIT
               END-IF
           END-PERFORM.
           IF LCPY-HIT = 0
               ADD 1 TO LCPY-LOOPS END-ADD
               MOVE SPACES TO LCPY-TXT
               STRING "LINECOPY: " FUNCTION TRIM(LCPY-MEMBER)
                   " would copy itself - not expanded"
                   DELIMITED BY SIZE INTO LCPY-TXT
               END-STRING
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF LCPY-DEPTH = 8
               ADD 1 TO LCPY-TOO-DEEP END-ADD
               MOVE SPACES TO LCPY-TXT
               STRING "LINECOPY: " FUNCTION TRIM(LCPY-MEMBER)
                   " nested more than 8 deep - not expanded"
                   DELIMITED BY SIZE INTO LCPY-TXT
               END-STRING
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
      * The master itself at DEV, else the level's own copy
           MOVE LCPY-REG-MEMBER(LCPY-HIT) TO LIB-MEMBER.
           MOVE LCPY-REG-EXT(LCPY-HIT) TO LIB-EXT.
           IF LCPY-LEVEL = 'D'
               MOVE 'A' TO FILE-VOL
               MOVE LIB-MEMBER TO FILE-NAME
               MOVE LIB-EXT TO FILE-EXT
           ELSE
               IF LCPY-LEVEL = 'T'
                   MOVE "LIBTEST" TO LVL-FOLDER
               ELSE
                   MOVE "LIBPROD" TO LVL-FOLDER
               END-IF
               PERFORM LVL-MAKE-SPEC
               MOVE LVL-DST-SPEC TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK OR FILE-RECLEN < 7
               MOVE LIB-MEMBER TO LCPY-MEMBER
               MOVE LIB-EXT TO LCPY-EXT
               PERFORM LCPY-NOTE-MISSING
               MOVE SPACES TO LCPY-TXT
               STRING "LINECOPY: " FUNCTION TRIM(LCPY-MEMBER) "."
                   LCPY-EXT " registered but missing at this level"
                   DELIMITED BY SIZE INTO LCPY-TXT
               END-STRING
               PERFORM LCPY-NOTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LCPY-DEPTH END-ADD.
           MOVE FILE-VOL TO LCPY-F-VOL(LCPY-DEPTH).
           MOVE FILE-CYL TO LCPY-F-CYL(LCPY-DEPTH).
           MOVE FILE-SECT TO LCPY-F-SECT(LCPY-DEPTH).
           MOVE FILE-NUMSECT TO LCPY-F-NUMSECT(LCPY-DEPTH).
           MOVE FILE-RECLEN TO LCPY-F-RECLEN(LCPY-DEPTH).
           MOVE FILE-NUMRECS TO LCPY-F-NUMRECS(LCPY-DEPTH).
           MOVE WS-FILE-VAR-ON TO LCPY-F-VAR(LCPY-DEPTH).
           MOVE 1 TO LCPY-F-NEXT(LCPY-DEPTH).
           MOVE SPACES TO LCPY-F-SPEC(LCPY-DEPTH).
           STRING FUNCTION TRIM(LIB-MEMBER) "." LIB-EXT
               DELIMITED BY SIZE INTO LCPY-F-SPEC(LCPY-DEPTH)
           END-STRING.
           MOVE LCPY-HIT TO LCPY-F-REG(LCPY-DEPTH).
           MOVE LCPY-NREP TO LCPY-F-NREP(LCPY-DEPTH).
           PERFORM VARYING LCPY-K FROM 1 BY 1 UNTIL LCPY-K > 6
               MOVE LCPY-REP(LCPY-K) TO LCPY-F-REP(LCPY-DEPTH, LCPY-K)
           END-PERFORM.
       LCPY-NOTE-MISSING.
           ADD 1 TO LCPY-MISSING END-ADD.
           IF LCPY-MISS-COUNT < 8
               ADD 1 TO LCPY-MISS-COUNT END-ADD
               MOVE SPACES TO LCPY-MISS-NAME(LCPY-MISS-COUNT)
               IF LCPY-EXT = SPACES
                   MOVE LCPY-MEMBER TO LCPY-MISS-NAME(LCPY-MISS-COUNT)
               ELSE
                   STRING FUNCTION TRIM(LCPY-MEMBER) "." LCPY-EXT
                       DELIMITED BY SIZE
                       INTO LCPY-MISS-NAME(LCPY-MISS-COUNT)
                   END-STRING
               END-IF
           END-IF.
      * One line of the statement: its columns 8-72 onto the text so
      * far, the line itself out as a comment, and the text scanned
      * for a period outside literals and pseudo-text.  A comment
      * line in the middle of the statement goes out as it stands.
       LCPY-STMT-ADD.
           IF LCPY-IN(7:1) = "*" OR LCPY-IN(7:1) = "/"
               PERFORM LCPY-EMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LCPY-STMT-LINES END-ADD.
           MOVE LCPY-IN(8:65) TO LCPY-STMT(LCPY-STMT-LEN + 1:65).
           ADD 66 TO LCPY-STMT-LEN END-ADD.
           MOVE "*" TO LCPY-IN(7:1).
           PERFORM LCPY-EMIT.
           MOVE SPACE TO LCPY-QUOTE.
           MOVE 'N' TO LCPY-IN-PSEUDO.
           PERFORM VARYING LCPY-POS FROM 1 BY 1
               UNTIL LCPY-POS > LCPY-STMT-LEN OR LCPY-STMT-END = 'Y'
               EVALUATE TRUE
                   WHEN LCPY-QUOTE NOT = SPACE
                       IF LCPY-STMT(LCPY-POS:1) = LCPY-QUOTE
                           MOVE SPACE TO LCPY-QUOTE
                       END-IF
                   WHEN LCPY-IN-PSEUDO = 'Y'
                       IF LCPY-STMT(LCPY-POS:2) = "=="
                           MOVE 'N' TO LCPY-IN-PSEUDO
                           ADD 1 TO LCPY-POS END-ADD
                       END-IF
                   WHEN LCPY-STMT(LCPY-POS:1) = QUOTE
                       OR LCPY-STMT(LCPY-POS:1) = "'"
                       MOVE LCPY-STMT(LCPY-POS:1) TO LCPY-QUOTE
                   WHEN LCPY-STMT(LCPY-POS:2) = "=="
                       MOVE 'Y' TO LCPY-IN-PSEUDO
                       ADD 1 TO LCPY-POS END-ADD
                   WHEN LCPY-STMT(LCPY-POS:1) = "."
                       AND LCPY-STMT(LCPY-POS + 1:1) = SPACE
                       MOVE 'Y' TO LCPY-STMT-END
                       MOVE LCPY-POS TO LCPY-STMT-STOP
               END-EVALUATE
           END-PERFORM.
      * COPY name [OF|IN library] [SUPPRESS] [REPLACING a BY b ...]:
      * the library qualifier means nothing here, there being the one
      * library; a REPLACING operand is pseudo-text, a word or a
      * literal, LEADING and TRAILING taking the text wherever it
      * falls in a word
       LCPY-PARSE-STMT.
           MOVE 'N' TO LCPY-PARSE-OK.
           MOVE SPACES TO LCPY-MEMBER.
           MOVE SPACES TO LCPY-EXT.
           MOVE 0 TO LCPY-NREP.
           MOVE SPACE TO LCPY-STMT(LCPY-STMT-STOP:1).
           MOVE LCPY-STMT-STOP TO LCPY-STMT-LEN.
           MOVE 1 TO LCPY-POS.
           PERFORM LCPY-NEXT-TOKEN.
           IF LCPY-TOK-UP NOT = "COPY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-NEXT-TOKEN.
           EVALUATE LCPY-TOK-KIND
               WHEN 'W'
                   MOVE LCPY-TOK-UP TO LCPY-TXT
               WHEN 'L'
                   IF LCPY-TOK-LEN < 3
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LCPY-TOK-UP(2:LCPY-TOK-LEN - 2) TO LCPY-TXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           UNSTRING LCPY-TXT DELIMITED BY "."
               INTO LCPY-MEMBER LCPY-EXT
           END-UNSTRING.
           IF LCPY-MEMBER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-NEXT-TOKEN.
           IF LCPY-TOK-UP = "OF" OR LCPY-TOK-UP = "IN"
               PERFORM LCPY-NEXT-TOKEN
               PERFORM LCPY-NEXT-TOKEN
           END-IF.
           IF LCPY-TOK-UP = "SUPPRESS"
               PERFORM LCPY-NEXT-TOKEN
           END-IF.
           IF LCPY-TOK-KIND = 'E'
               MOVE 'Y' TO LCPY-PARSE-OK
               EXIT PARAGRAPH
           END-IF.
           IF LCPY-TOK-UP NOT = "REPLACING"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-NEXT-TOKEN.
           IF LCPY-TOK-KIND = 'E'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO LCPY-PARSE-OK.
           PERFORM LCPY-PARSE-PAIR
               UNTIL LCPY-TOK-KIND = 'E' OR LCPY-PARSE-OK = 'N'.
      * One "a BY b" pair, leaving the token after it current
       LCPY-PARSE-PAIR.
           MOVE 'N' TO LCPY-PARSE-OK.
           MOVE 'N' TO LCPY-PART.
           IF LCPY-TOK-UP = "LEADING" OR LCPY-TOK-UP = "TRAILING"
               MOVE 'Y' TO LCPY-PART
               PERFORM LCPY-NEXT-TOKEN
           END-IF.
           IF LCPY-TOK-KIND = 'E' OR LCPY-NREP = 6
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LCPY-NREP END-ADD.
           PERFORM LCPY-OPERAND.
           IF LCPY-TXT-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LCPY-TXT TO LCPY-FROM(LCPY-NREP).
           MOVE LCPY-TXT-LEN TO LCPY-FLEN(LCPY-NREP).
           IF LCPY-TOK-KIND = 'P' OR LCPY-PART = 'Y'
               MOVE 'P' TO LCPY-KIND(LCPY-NREP)
           ELSE
               MOVE 'W' TO LCPY-KIND(LCPY-NREP)
           END-IF.
           PERFORM LCPY-NEXT-TOKEN.
           IF LCPY-TOK-UP NOT = "BY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-NEXT-TOKEN.
           IF LCPY-TOK-KIND = 'E'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LCPY-OPERAND.
           MOVE LCPY-TXT TO LCPY-TO(LCPY-NREP).
           MOVE LCPY-TXT-LEN TO LCPY-TLEN(LCPY-NREP).
           PERFORM LCPY-NEXT-TOKEN.
           MOVE 'Y' TO LCPY-PARSE-OK.
      * The current token as replacement text: pseudo-text loses its
      * delimiters and the spaces just inside them, which may leave
      * nothing at all
       LCPY-OPERAND.
           MOVE SPACES TO LCPY-TXT.
           MOVE 0 TO LCPY-TXT-LEN.
           IF LCPY-TOK-KIND = 'P'
               IF LCPY-TOK-LEN > 4
                   AND LCPY-TOK(3:LCPY-TOK-LEN - 4) NOT = SPACES
                   MOVE FUNCTION TRIM(LCPY-TOK(3:LCPY-TOK-LEN - 4))
                       TO LCPY-TXT
                   COMPUTE LCPY-TXT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(LCPY-TOK(3:LCPY-TOK-LEN - 4)))
                   END-COMPUTE
               END-IF
           ELSE
               MOVE LCPY-TOK TO LCPY-TXT
               MOVE LCPY-TOK-LEN TO LCPY-TXT-LEN
           END-IF.
           IF LCPY-TXT-LEN > 60
               MOVE 60 TO LCPY-TXT-LEN
           END-IF.
      * The next token of the statement from LCPY-POS: pseudo-text
      * ('P'), a literal ('L'), a word ('W'), or the end ('E')
       LCPY-NEXT-TOKEN.
           MOVE SPACES TO LCPY-TOK.
           MOVE SPACES TO LCPY-TOK-UP.
           MOVE 0 TO LCPY-TOK-LEN.
           PERFORM UNTIL LCPY-POS > LCPY-STMT-LEN
               OR (LCPY-STMT(LCPY-POS:1) NOT = SPACE
               AND LCPY-STMT(LCPY-POS:1) NOT = ","
               AND LCPY-STMT(LCPY-POS:1) NOT = ";")
               ADD 1 TO LCPY-POS END-ADD
           END-PERFORM.
           IF LCPY-POS > LCPY-STMT-LEN
               MOVE 'E' TO LCPY-TOK-KIND
               EXIT PARAGRAPH
           END-IF.
           MOVE LCPY-POS TO LCPY-TOK-START.
           EVALUATE TRUE
               WHEN LCPY-STMT(LCPY-POS:2) = "=="
                   MOVE 'P' TO LCPY-TOK-KIND
                   ADD 2 TO LCPY-POS END-ADD
                   PERFORM UNTIL LCPY-POS > LCPY-STMT-LEN
                       OR LCPY-STMT(LCPY-POS:2) = "=="
                       ADD 1 TO LCPY-POS END-ADD
                   END-PERFORM
                   ADD 2 TO LCPY-POS END-ADD
               WHEN LCPY-STMT(LCPY-POS:1) = QUOTE
                   OR LCPY-STMT(LCPY-POS:1) = "'"
                   MOVE 'L' TO LCPY-TOK-KIND
                   MOVE LCPY-STMT(LCPY-POS:1) TO LCPY-QUOTE
                   ADD 1 TO LCPY-POS END-ADD
                   PERFORM UNTIL LCPY-POS > LCPY-STMT-LEN
                       OR LCPY-STMT(LCPY-POS:1) = LCPY-QUOTE
                       ADD 1 TO LCPY-POS END-ADD
                   END-PERFORM
                   ADD 1 TO LCPY-POS END-ADD
               WHEN OTHER
                   MOVE 'W' TO LCPY-TOK-KIND
                   PERFORM UNTIL LCPY-POS > LCPY-STMT-LEN
                       OR LCPY-STMT(LCPY-POS:1) = SPACE
                       OR LCPY-STMT(LCPY-POS:1) = ","
                       OR LCPY-STMT(LCPY-POS:1) = ";"
                       ADD 1 TO LCPY-POS END-ADD
                   END-PERFORM
           END-EVALUATE.
           COMPUTE LCPY-TOK-LEN = LCPY-POS - LCPY-TOK-START
           END-COMPUTE.
           IF LCPY-TOK-LEN > 80
               MOVE 80 TO LCPY-TOK-LEN
           END-IF.
           MOVE LCPY-STMT(LCPY-TOK-START:LCPY-TOK-LEN) TO LCPY-TOK.
           MOVE LCPY-TOK TO LCPY-TOK-UP.
           INSPECT LCPY-TOK-UP CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * The registered member for LCPY-MEMBER (and LCPY-EXT when the
      * statement gave one), by full name or by base name; a bare
      * name takes the .CPY member before any other
       LCPY-FIND-MEMBER.
           MOVE 0 TO LCPY-HIT.
           PERFORM VARYING LCPY-K FROM 1 BY 1
               UNTIL LCPY-K > LCPY-REG-COUNT
               IF LCPY-REG-NAME(LCPY-K) = LCPY-MEMBER
                   OR LCPY-REG-BASE(LCPY-K) = LCPY-MEMBER
                   EVALUATE TRUE
                       WHEN LCPY-EXT NOT = SPACES
                           IF LCPY-REG-EXT(LCPY-K) = LCPY-EXT
                               AND LCPY-HIT = 0
                               MOVE LCPY-K TO LCPY-HIT
                           END-IF
                       WHEN LCPY-REG-EXT(LCPY-K) = "CPY"
                           MOVE LCPY-K TO LCPY-HIT
                       WHEN LCPY-HIT = 0
                           MOVE LCPY-K TO LCPY-HIT
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF LCPY-HIT NOT = 0 AND LCPY-EXT = SPACES
               MOVE LCPY-REG-EXT(LCPY-HIT) TO LCPY-EXT
           END-IF.
      * The innermost frame's REPLACING pairs over the line's columns
      * 8-72, each position trying the pairs in the order written.
      * Text matches as written; a word operand only where it stands
      * as a whole word.  What overruns column 72 is cut and counted.
       LCPY-REPLACE.
           MOVE LCPY-IN(8:65) TO LCPY-SRC.
           MOVE 65 TO LCPY-SRC-LEN.
           PERFORM UNTIL LCPY-SRC-LEN = 0
               OR LCPY-SRC(LCPY-SRC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM LCPY-SRC-LEN END-SUBTRACT
           END-PERFORM.
           IF LCPY-SRC-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LCPY-DST.
           MOVE 0 TO LCPY-DST-LEN.
           MOVE 1 TO LCPY-I.
           PERFORM UNTIL LCPY-I > LCPY-SRC-LEN
               MOVE 'N' TO LCPY-MATCHED
               PERFORM VARYING LCPY-K FROM 1 BY 1
                   UNTIL LCPY-K > LCPY-F-NREP(LCPY-DEPTH)
                   OR LCPY-MATCHED = 'Y'
                   PERFORM LCPY-TRY-PAIR
               END-PERFORM
               IF LCPY-MATCHED = 'N'
                   IF LCPY-DST-LEN < 200
                       ADD 1 TO LCPY-DST-LEN END-ADD
                       MOVE LCPY-SRC(LCPY-I:1)
                           TO LCPY-DST(LCPY-DST-LEN:1)
                   END-IF
                   ADD 1 TO LCPY-I END-ADD
               END-IF
           END-PERFORM.
           IF LCPY-DST-LEN > 65
               ADD 1 TO LCPY-CUT END-ADD
           END-IF.
           MOVE LCPY-DST(1:65) TO LCPY-IN(8:65).
       LCPY-TRY-PAIR.
           IF LCPY-I + LCPY-F-FLEN(LCPY-DEPTH, LCPY-K) - 1 > 65
               EXIT PARAGRAPH
           END-IF.
           IF LCPY-SRC(LCPY-I:LCPY-F-FLEN(LCPY-DEPTH, LCPY-K))
               NOT = LCPY-F-FROM(LCPY-DEPTH, LCPY-K)
               (1:LCPY-F-FLEN(LCPY-DEPTH, LCPY-K))
               EXIT PARAGRAPH
           END-IF.
           IF LCPY-F-KIND(LCPY-DEPTH, LCPY-K) = 'W'
               MOVE SPACE TO LCPY-EDGE
               IF LCPY-I > 1
                   MOVE LCPY-SRC(LCPY-I - 1:1) TO LCPY-EDGE
               END-IF
               PERFORM LCPY-CHECK-EDGE
               IF LCPY-EDGE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO LCPY-EDGE
               IF LCPY-I + LCPY-F-FLEN(LCPY-DEPTH, LCPY-K) < 66
                   MOVE LCPY-SRC(LCPY-I +
                       LCPY-F-FLEN(LCPY-DEPTH, LCPY-K):1) TO LCPY-EDGE
               END-IF
               PERFORM LCPY-CHECK-EDGE
               IF LCPY-EDGE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'Y' TO LCPY-MATCHED.
           IF LCPY-F-TLEN(LCPY-DEPTH, LCPY-K) > 0
               AND LCPY-DST-LEN + LCPY-F-TLEN(LCPY-DEPTH, LCPY-K)
               NOT > 200
               MOVE LCPY-F-TO(LCPY-DEPTH, LCPY-K)
                   (1:LCPY-F-TLEN(LCPY-DEPTH, LCPY-K))
                   TO LCPY-DST(LCPY-DST-LEN + 1:
                   LCPY-F-TLEN(LCPY-DEPTH, LCPY-K))
               ADD LCPY-F-TLEN(LCPY-DEPTH, LCPY-K) TO LCPY-DST-LEN
               END-ADD
           END-IF.
           ADD LCPY-F-FLEN(LCPY-DEPTH, LCPY-K) TO LCPY-I END-ADD.
      * A word ends at a space, a separator or a parenthesis
       LCPY-CHECK-EDGE.
           IF LCPY-EDGE = SPACE OR LCPY-EDGE = "." OR LCPY-EDGE = ","
               OR LCPY-EDGE = ";" OR LCPY-EDGE = "("
               OR LCPY-EDGE = ")"
               MOVE 'Y' TO LCPY-EDGE-OK
           ELSE
               MOVE 'N' TO LCPY-EDGE-OK
           END-IF.
      * The operator terminal comes up after the other serial services
      * have settled their ports, and only on a wire none of them has
       TTY-INIT.
           IF TTY-PORT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           IF TTY-PORT = UART-PORT OR TTY-PORT = WS-TRACE-UART-PORT
               OR TTY-PORT = WS-XFER-PORT OR TTY-PORT = WS-RJE-PORT
               OR TTY-PORT = WS-SHIP-PORT OR TTY-PORT = TSY-PORT
               OR TTY-PORT = UPS-PORT
               STRING "Terminal port " TTY-PORT " in use, session off"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE 0 TO TTY-PORT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO TTY-STATE.
           MOVE SPACES TO TTY-USER TTY-INBUF.
           MOVE 0 TO TTY-INLEN.
           STRING "Operator terminal on port " TTY-PORT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'N' TO TTY-SEND-FAIL.
           MOVE "KINNOWOS operator terminal" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           PERFORM TTY-PROMPT.
      * The terminal, once per pass of the menu loop and between the
      * console's own shell operations: take what it has typed since
      * (a burst at most, as RJE does), echo it back, and act on each
      * line as its carriage return arrives.  Both sessions run on
      * the console's one thread, so an operation from either always
      * runs whole before the other's next one starts -- neither can
      * catch a record the other is halfway through writing.
       TTY-PUMP.
           IF TTY-PORT = 0 OR TTY-RUNNING = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TTY-GOT.
           MOVE 'N' TO TTY-QUIET.
           PERFORM UNTIL TTY-QUIET = 'Y' OR TTY-GOT >= 160
               MOVE TTY-PORT TO WS-UART-PORT
               SET WS-UART-OP-RECV TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO TTY-QUIET
               ELSE
                   ADD 1 TO TTY-GOT END-ADD
                   MOVE WS-UART-DATA TO TTY-BYTE
                   EVALUATE TRUE
                       WHEN TTY-BYTE = 13
                           MOVE 'N' TO TTY-SEND-FAIL
                           MOVE SPACES TO TTY-OUT
                           PERFORM TTY-SEND-LINE
                           PERFORM TTY-LINE-IN
                           PERFORM TTY-PROMPT
                       WHEN TTY-BYTE = 8 OR TTY-BYTE = 127
                           IF TTY-INLEN > 0
                               MOVE SPACE TO TTY-INBUF(TTY-INLEN:1)
                               SUBTRACT 1 FROM TTY-INLEN END-SUBTRACT
                               IF TTY-STATE NOT = 'P'
                                   MOVE 8 TO TTY-BYTE
                                   PERFORM TTY-ECHO
                                   MOVE 32 TO TTY-BYTE
                                   PERFORM TTY-ECHO
                                   MOVE 8 TO TTY-BYTE
                                   PERFORM TTY-ECHO
                               END-IF
                           END-IF
                       WHEN TTY-BYTE >= 32 AND TTY-BYTE <= 126
                           IF TTY-INLEN < 80
                               ADD 1 TO TTY-INLEN END-ADD
                               MOVE FUNCTION CHAR(TTY-BYTE + 1)
                                   TO TTY-INBUF(TTY-INLEN:1)
                               IF TTY-STATE NOT = 'P'
                                   PERFORM TTY-ECHO
                               END-IF
                           END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * One complete line: an operator ID, a password, or a command
       TTY-LINE-IN.
           MOVE TTY-INBUF TO TTY-LINE.
           MOVE SPACES TO TTY-INBUF.
           MOVE 0 TO TTY-INLEN.
           EVALUATE TTY-STATE
               WHEN 'S'
                   PERFORM TTY-COMMAND
               WHEN 'P'
                   PERFORM TTY-LOGON
               WHEN OTHER
                   IF TTY-LINE NOT = SPACES
                       MOVE TTY-LINE(1:8) TO TTY-TRY-ID
                       MOVE 'P' TO TTY-STATE
                   END-IF
           END-EVALUATE.
      * The password has come in: the same credential check, lockout
      * and failure count, that the console login makes.  One
      * operator is signed on in one place at a time, so the session
      * log always says which of the two did what.
       TTY-LOGON.
           MOVE 'I' TO TTY-STATE.
           MOVE TTY-TRY-ID TO LOGIN-TRY-ID.
           MOVE TTY-LINE(1:8) TO LOGIN-TRY-PW.
           PERFORM LOGIN-VERIFY.
           MOVE SPACES TO WS-LOG-ACTION.
           IF LOGIN-VOK = 'Y' AND WS-OPER-ON = 'Y'
               AND LOGIN-TRY-ID = WS-OPER-ID
               MOVE "Operator is already signed on at the console"
                   TO TTY-OUT
               PERFORM TTY-SEND-LINE
               STRING "Terminal logon refused, at console: "
                   LOGIN-TRY-ID DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           IF LOGIN-VOK = 'Y'
               MOVE LOGIN-TRY-ID TO TTY-USER
               IF FILE-REC-AREA(17:1) >= "0"
                   AND FILE-REC-AREA(17:1) <= "9"
                   MOVE FILE-REC-AREA(17:1) TO TTY-LEVEL
               ELSE
                   MOVE 1 TO TTY-LEVEL
               END-IF
               MOVE SPACES TO TTY-CWD TTY-LAST-OP TTY-SINCE
               MOVE 'A' TO TTY-DEF-VOL
               PERFORM RTC-READ-DATETIME
               STRING RTC-HOUR ":" RTC-MINUTE
                   DELIMITED BY SIZE INTO TTY-SINCE
               END-STRING
               MOVE 'S' TO TTY-STATE
               MOVE "Terminal logon" TO WS-LOG-ACTION
               PERFORM TTY-LOG
               MOVE SPACES TO TTY-OUT
               STRING "Signed on as " TTY-USER " level " TTY-LEVEL
                   " - HELP lists the operations"
                   DELIMITED BY SIZE INTO TTY-OUT
               END-STRING
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           IF LOGIN-VLOCKED = 'Y'
               STRING "Terminal logon refused, locked: " LOGIN-TRY-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               MOVE "Operator is locked out - see a supervisor"
                   TO TTY-OUT
           ELSE
               STRING "Failed terminal logon: " LOGIN-TRY-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               MOVE "Unknown ID or wrong password" TO TTY-OUT
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           PERFORM TTY-SEND-LINE.
           PERFORM LOGIN-COUNT-FAILURE.
      * A command at the terminal's prompt
       TTY-COMMAND.
           IF TTY-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TTY-VERB TTY-W1 TTY-W2 TTY-W3.
           UNSTRING TTY-LINE DELIMITED BY ALL SPACE
               INTO TTY-VERB TTY-W1 TTY-W2 TTY-W3
           END-UNSTRING.
           INSPECT TTY-VERB CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TTY-VERB
               WHEN "HELP"
                   PERFORM TTY-HELP
               WHEN "WHO"
                   PERFORM TTY-WHO
               WHEN "CD"
                   PERFORM TTY-CD
               WHEN "TYPE"
                   PERFORM TTY-TYPE
               WHEN "JOBSUB"
                   PERFORM TTY-JOBSUB
               WHEN "STATUS"
                   PERFORM TTY-STATUS
               WHEN "LOGOFF"
                   MOVE "Terminal logoff" TO WS-LOG-ACTION
                   PERFORM TTY-LOG
                   MOVE SPACES TO TTY-OUT
                   STRING TTY-USER " signed off"
                       DELIMITED BY SIZE INTO TTY-OUT
                   END-STRING
                   PERFORM TTY-SEND-LINE
                   MOVE SPACES TO TTY-USER TTY-CWD TTY-LAST-OP
                   MOVE 'I' TO TTY-STATE
               WHEN OTHER
                   MOVE 'N' TO TTY-OK
                   PERFORM VARYING TTY-IDX FROM 1 BY 1
                       UNTIL TTY-IDX > 11 OR TTY-OK = 'Y'
                       IF TTY-OP(TTY-IDX) = TTY-VERB
                           MOVE 'Y' TO TTY-OK
                       END-IF
                   END-PERFORM
                   IF TTY-OK = 'Y'
                       PERFORM TTY-RUN-OP
                       IF TTY-RPT-OPEN = 'N'
                           MOVE SPACES TO TTY-OUT
                           STRING FUNCTION TRIM(TTY-VERB)
                               ": not run - check the arguments (HELP)"
                               DELIMITED BY SIZE INTO TTY-OUT
                           END-STRING
                           PERFORM TTY-SEND-LINE
                       END-IF
                   ELSE
                       MOVE SPACES TO TTY-OUT
                       STRING FUNCTION TRIM(TTY-VERB)
                           ": not offered at the terminal - see HELP"
                           DELIMITED BY SIZE INTO TTY-OUT
                       END-STRING
                       PERFORM TTY-SEND-LINE
                   END-IF
           END-EVALUATE.
       TTY-HELP.
           MOVE "WHO          who is signed on, here and at the console"
               TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "CD folder    this session's folder, / for the root"
               TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "TYPE file    a file's records" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "JOBSUB kind [arg1 [arg2]]  a batch job into the queue"
               TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "STATUS       the job queue's slots in use" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "LOGOFF       end this session" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE "Reports, taking the console's arguments:" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE TTY-OP-LIST(1:80) TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE TTY-OP-LIST(81:30) TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
       TTY-WHO.
           MOVE SPACES TO TTY-OUT.
           IF WS-OPER-ON = 'Y'
               STRING "Console:  " WS-OPER-ID " level " WS-OPER-LEVEL
                   DELIMITED BY SIZE INTO TTY-OUT
               END-STRING
           ELSE
               MOVE "Console:  nobody signed on" TO TTY-OUT
           END-IF.
           PERFORM TTY-SEND-LINE.
           MOVE SPACES TO TTY-OUT.
           STRING "Terminal: " TTY-USER " level " TTY-LEVEL
               " since " TTY-SINCE " in " TTY-DEF-VOL ":/" TTY-CWD
               DELIMITED BY SIZE INTO TTY-OUT
           END-STRING.
           PERFORM TTY-SEND-LINE.
      * CD for this session alone, on the rules the console's CD keeps
       TTY-CD.
           MOVE 'Y' TO TTY-OK.
           IF TTY-W1 = SPACES OR TTY-W1(1:1) = "/"
               MOVE SPACES TO TTY-CWD
           ELSE
               MOVE 0 TO TTY-IDX
               INSPECT TTY-W1(1:10) TALLYING TTY-IDX FOR ALL "/"
               IF TTY-W1(11:30) NOT = SPACES OR TTY-IDX NOT = 0
                   MOVE 'N' TO TTY-OK
               ELSE
                   MOVE TTY-W1(1:10) TO TTY-CWD
               END-IF
           END-IF.
           IF TTY-OK = 'N'
               MOVE "CD: folder names are up to 10 characters, no slash"
                   TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TTY-OUT.
           IF TTY-CWD = SPACES
               MOVE "CD: now in the root folder" TO TTY-OUT
           ELSE
               STRING "CD: now in folder " TTY-CWD
                   DELIMITED BY SIZE INTO TTY-OUT
               END-STRING
           END-IF.
           PERFORM TTY-SEND-LINE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Changed folder to " TTY-CWD " at the terminal"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM TTY-LOG.
      * TYPE file: its records down the line, opened as the terminal's
      * operator so the file's read level applies to them
       TTY-TYPE.
           IF TTY-W1 = SPACES
               MOVE "TYPE: name the file" TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TTY-SWAP-IN.
           MOVE TTY-W1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           IF FILE-EXT = "SEC"
               MOVE "TYPE: SEC files are not shown at the terminal"
                   TO TTY-OUT
               PERFORM TTY-SEND-LINE
               PERFORM TTY-SWAP-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF FILE-OP-DENIED
               MOVE "TYPE: your level may not read that file" TO TTY-OUT
               PERFORM TTY-SEND-LINE
               PERFORM TTY-SWAP-OUT
               EXIT PARAGRAPH
           END-IF.
           IF NOT FILE-OP-OK
               MOVE "TYPE: no such file" TO TTY-OUT
               PERFORM TTY-SEND-LINE
               PERFORM TTY-SWAP-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR TTY-SEND-FAIL = 'Y'
               PERFORM FILE-READ-RECORD
               MOVE FILE-REC-AREA(1:80) TO TTY-OUT
               PERFORM TTY-SEND-LINE
           END-PERFORM.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Typed " FILE-NAME "." FILE-EXT " at the terminal"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM TTY-SWAP-OUT.
      * JOBSUB kind arg1 arg2, through the console's own JOBSUB.  A
      * transaction open at the console would take the queue entry
      * back with it on a rollback, so the queue is left alone until
      * the console commits.
       TTY-JOBSUB.
           IF TTY-W1 = SPACES
               MOVE "JOBSUB: kind [arg1 [arg2]]" TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           IF TXN-ACTIVE = 'Y'
               MOVE "JOBSUB: the console has a transaction open"
                   TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           INSPECT TTY-W1 CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "JOBSUB" TO TTY-VERB.
           MOVE SPACES TO TTY-LINE.
           STRING TTY-W2 DELIMITED BY SPACE " " DELIMITED BY SIZE
               TTY-W3 DELIMITED BY SPACE INTO TTY-LINE
           END-STRING.
           MOVE TTY-LINE(1:40) TO TTY-W2.
           MOVE 0 TO JOBQ-FOUND.
           PERFORM TTY-RUN-OP.
           MOVE SPACES TO TTY-OUT.
           IF JOBQ-FOUND = 0
               MOVE "JOBSUB: queue is full - try again later" TO TTY-OUT
           ELSE
               STRING "JOBSUB: " TTY-W1(1:8) " queued in slot "
                   JOBQ-FOUND(3:2) DELIMITED BY SIZE INTO TTY-OUT
               END-STRING
           END-IF.
           PERFORM TTY-SEND-LINE.
      * STATUS: every slot of JOBQUEUE.DAT in use
       TTY-STATUS.
           PERFORM JOBQ-ENSURE-FILE.
           IF NOT FILE-OP-OK
               MOVE "STATUS: job queue unavailable" TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Q=queued R=running D=done F=failed H=held" TO TTY-OUT.
           PERFORM TTY-SEND-LINE.
           MOVE 0 TO TTY-REC.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1
               UNTIL JOBQ-IDX > 16 OR TTY-SEND-FAIL = 'Y'
               MOVE JOBQ-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                   ADD 1 TO TTY-REC END-ADD
                   MOVE SPACES TO TTY-OUT
                   STRING JOBQ-IDX(3:2) " " FILE-REC-AREA(1:8) " "
                       FILE-REC-AREA(9:28) " " FILE-REC-AREA(70:1)
                       DELIMITED BY SIZE INTO TTY-OUT
                   END-STRING
                   PERFORM TTY-SEND-LINE
               END-IF
           END-PERFORM.
           IF TTY-REC = 0
               MOVE "STATUS: the queue is empty" TO TTY-OUT
               PERFORM TTY-SEND-LINE
           END-IF.
      * One shell operation run for the terminal: the console's
      * context is set aside for the terminal's own, a routed report
      * comes down the line, and the operation is charged to the
      * terminal's operator.  Nothing here waits on the console's
      * keyboard -- LIB-PAUSE passes, and an operation needing a
      * second supervisor is refused.
       TTY-RUN-OP.
           PERFORM TTY-SWAP-IN.
           MOVE 'T' TO RPTO-DEST.
           MOVE SPACES TO WS-SHELL-REQ.
           MOVE TTY-VERB TO WS-SHELL-REQ-OP.
           MOVE TTY-W1 TO WS-SHELL-REQ-ARG1.
           MOVE TTY-W2 TO WS-SHELL-REQ-ARG2.
           MOVE 0 TO WS-SHELL-REQ-NUM1 WS-SHELL-REQ-NUM2.
           MOVE TTY-VERB TO TTY-LAST-OP.
           MOVE WS-OPER-DEF-VOL TO FILE-VOL.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE TTY-USER TO ACCT-WHO-IN.
           PERFORM ACCT-OP-BEGIN.
           MOVE 'N' TO WS-RPTO-ACTIVE.
           MOVE 'N' TO TTY-RPT-OPEN.
           PERFORM SHELL-RUN-ONE-OP.
           PERFORM ACCT-OP-END.
           MOVE 'N' TO WS-RPTO-ACTIVE.
           PERFORM TTY-SWAP-OUT.
      * The terminal's operator, folder and volume in place of the
      * console's, and back
       TTY-SWAP-IN.
           MOVE 'Y' TO TTY-RUNNING.
           MOVE WS-SHELL-REQ TO TTY-SAVE-REQ.
           MOVE WS-OPER-ON TO TTY-SAVE-ON.
           MOVE WS-OPER-ID TO TTY-SAVE-ID.
           MOVE WS-OPER-LEVEL TO TTY-SAVE-LEVEL.
           MOVE WS-FILE-CWD TO TTY-SAVE-CWD.
           MOVE WS-OPER-DEF-VOL TO TTY-SAVE-VOL.
           MOVE RPTO-DEST TO TTY-SAVE-DEST.
           MOVE RPTO-FNAME TO TTY-SAVE-FNAME.
           MOVE 'Y' TO WS-OPER-ON.
           MOVE TTY-USER TO WS-OPER-ID.
           MOVE TTY-LEVEL TO WS-OPER-LEVEL.
           MOVE TTY-CWD TO WS-FILE-CWD.
           MOVE TTY-DEF-VOL TO WS-OPER-DEF-VOL.
       TTY-SWAP-OUT.
           MOVE TTY-SAVE-REQ TO WS-SHELL-REQ.
           MOVE TTY-SAVE-ON TO WS-OPER-ON.
           MOVE TTY-SAVE-ID TO WS-OPER-ID.
           MOVE TTY-SAVE-LEVEL TO WS-OPER-LEVEL.
           MOVE TTY-SAVE-CWD TO WS-FILE-CWD.
           MOVE TTY-SAVE-VOL TO WS-OPER-DEF-VOL.
           MOVE TTY-SAVE-DEST TO RPTO-DEST.
           MOVE TTY-SAVE-FNAME TO RPTO-FNAME.
           MOVE 'N' TO TTY-RUNNING.
      * What the terminal is waiting for; a prompt stays on its line
       TTY-PROMPT.
           MOVE SPACES TO TTY-OUT.
           EVALUATE TTY-STATE
               WHEN 'S'
                   STRING TTY-DEF-VOL ":/" TTY-CWD DELIMITED BY SPACE
                       ">" DELIMITED BY SIZE INTO TTY-OUT
                   END-STRING
               WHEN 'P'
                   MOVE "Password:" TO TTY-OUT
               WHEN OTHER
                   MOVE "Operator ID:" TO TTY-OUT
           END-EVALUATE.
           MOVE 'N' TO TTY-EOL.
           PERFORM TTY-SEND-LINE.
           MOVE 'Y' TO TTY-EOL.
       TTY-ECHO.
           MOVE TTY-PORT TO WS-UART-PORT.
           MOVE TTY-BYTE TO WS-UART-DATA.
           SET WS-UART-OP-SEND TO TRUE.
           CALL "KRNLUART" USING WS-UART END-CALL.
      * TTY-OUT down the line, with CR/LF unless it is a prompt (which
      * keeps one space after it instead); as for RJE, once a byte
      * will not go the rest of the exchange is dropped
       TTY-SEND-LINE.
           IF TTY-SEND-FAIL = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TTY-OUTLEN.
           IF TTY-OUT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(TTY-OUT TRAILING))
                   TO TTY-OUTLEN
           END-IF.
           IF TTY-EOL = 'N' AND TTY-OUTLEN < 80
               ADD 1 TO TTY-OUTLEN END-ADD
           END-IF.
           MOVE TTY-PORT TO WS-UART-PORT.
           PERFORM VARYING TTY-IDX FROM 1 BY 1
               UNTIL TTY-IDX > TTY-OUTLEN OR TTY-SEND-FAIL = 'Y'
               COMPUTE WS-UART-DATA =
                   FUNCTION ORD(TTY-OUT(TTY-IDX:1)) - 1
               END-COMPUTE
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               IF WS-UART-FAIL
                   MOVE 'Y' TO TTY-SEND-FAIL
               END-IF
           END-PERFORM.
           IF TTY-SEND-FAIL = 'N' AND TTY-EOL = 'Y'
               MOVE 13 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
               MOVE 10 TO WS-UART-DATA
               SET WS-UART-OP-SEND TO TRUE
               CALL "KRNLUART" USING WS-UART END-CALL
           END-IF.
      * WS-LOG-ACTION into the session log under the terminal's
      * operator rather than whoever is at the console
       TTY-LOG.
           MOVE WS-OPER-ON TO TTY-SAVE-ON.
           MOVE WS-OPER-ID TO TTY-SAVE-ID.
           MOVE 'Y' TO WS-OPER-ON.
           MOVE TTY-USER TO WS-OPER-ID.
           PERFORM SESSION-LOG-WRITE.
           MOVE TTY-SAVE-ON TO WS-OPER-ON.
           MOVE TTY-SAVE-ID TO WS-OPER-ID.
      * DICTGEN shell operation: Argument the layout name.  With a
      * copybook deck in Argument 2 -- a store file, or LIB:member
      * out of the deck library followed by DEV, TEST or PROD -- the
      * deck's fields replace the layout's rows in DATADICT.DAT;
      * with Argument 2 blank the layout is printed back as a
      * copybook, through OUTPUT like any report.
       DICTGEN-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DGEN-LAYOUT.
           IF DGEN-LAYOUT = SPACES
               DISPLAY "DICTGEN: name the layout" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DGEN-SPEC.
           MOVE SPACES TO DGEN-LEVEL-ARG.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO DGEN-SPEC DGEN-LEVEL-ARG
           END-UNSTRING.
           IF DGEN-SPEC = SPACES
               PERFORM DGEN-PRINT
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DGEN-RUN.
           IF DGEN-OK = 'N'
               DISPLAY "DICTGEN: " DGEN-MSG END-DISPLAY
               PERFORM DGEN-SHOW-UNMAPPED
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DICTGEN: " DGEN-ROWS " fields from "
               FUNCTION TRIM(DGEN-DECK-NAME) " written as layout "
               DGEN-LAYOUT END-DISPLAY.
           DISPLAY "  " DGEN-REPLACED " old rows replaced, "
               DGEN-KEPT " kept their bounds and flags" END-DISPLAY.
           PERFORM DGEN-SHOW-UNMAPPED.
           MOVE "Generated DATADICT layout from a deck"
               TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * What could not be mapped, as far as the list holds
       DGEN-SHOW-UNMAPPED.
           IF DGEN-UNMAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  not mapped:" END-DISPLAY.
           PERFORM VARYING DGEN-I FROM 1 BY 1
               UNTIL DGEN-I > DGEN-UNMAP-COUNT OR DGEN-I > 12
               DISPLAY "    " DGEN-UNMAP(DGEN-I) END-DISPLAY
           END-PERFORM.
           IF DGEN-UNMAP-COUNT > 12
               DISPLAY "    ... " DGEN-UNMAP-COUNT " in all"
               END-DISPLAY
           END-IF.
      * Read the deck, lay its items out, and write the rows
       DGEN-RUN.
           MOVE 'N' TO DGEN-OK.
           MOVE SPACES TO DGEN-MSG.
           MOVE 0 TO DGEN-COUNT DGEN-DEPTH DGEN-UNMAP-COUNT
               DGEN-ROWS DGEN-OVER DGEN-REPLACED DGEN-KEPT.
           MOVE 1 TO DGEN-POS.
           PERFORM DGEN-OPEN-DECK.
           IF DGEN-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DGEN-STMT.
           MOVE 0 TO DGEN-STMT-LEN.
           MOVE SPACE TO DGEN-QUOTE.
           PERFORM VARYING DGEN-RECNO FROM 1 BY 1
               UNTIL DGEN-RECNO > DGEN-NUMRECS
               PERFORM DGEN-READ-LINE
           END-PERFORM.
           IF DGEN-STMT NOT = SPACES
               MOVE "last statement has no closing period"
                   TO DGEN-NOTE
               PERFORM DGEN-ADD-NOTE
           END-IF.
           IF DGEN-COUNT > 120
               MOVE 120 TO DGEN-COUNT
           END-IF.
           PERFORM DGEN-CLOSE-TOP UNTIL DGEN-DEPTH = 0.
           IF DGEN-COUNT = 0
               MOVE "no data items in the deck" TO DGEN-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DGEN-BUILD-ROWS.
           IF DGEN-ROWS = 0
               MOVE "no named fields in the deck" TO DGEN-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DGEN-WRITE-ROWS.
           IF DGEN-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO DGEN-OK.
      * The deck itself: LIB:member[.ext] is looked up in the deck
      * library's registry and taken at the level asked for (the
      * master at DEV), as LINECOPY takes its members; anything else
      * is a store file spec
       DGEN-OPEN-DECK.
           IF DGEN-SPEC(1:4) = "LIB:" OR DGEN-SPEC(1:4) = "lib:"
               INSPECT DGEN-LEVEL-ARG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE DGEN-LEVEL-ARG
                   WHEN SPACES
                   WHEN "DEV"
                       MOVE 'D' TO DGEN-LEVEL
                   WHEN "TEST"
                       MOVE 'T' TO DGEN-LEVEL
                   WHEN "PROD"
                       MOVE 'P' TO DGEN-LEVEL
                   WHEN OTHER
                       MOVE "level is DEV, TEST or PROD" TO DGEN-MSG
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE SPACES TO LCPY-MEMBER
               MOVE SPACES TO LCPY-EXT
               UNSTRING DGEN-SPEC(5:36) DELIMITED BY "."
                   INTO LCPY-MEMBER LCPY-EXT
               END-UNSTRING
               INSPECT LCPY-MEMBER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT LCPY-EXT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO LCPY-MSG
               MOVE SPACE TO LCPY-DST-VOL
               PERFORM LCPY-LOAD-REGISTRY
               PERFORM LCPY-FIND-MEMBER
               IF LCPY-HIT = 0
                   MOVE "member is not in the deck library"
                       TO DGEN-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE LCPY-REG-MEMBER(LCPY-HIT) TO LIB-MEMBER
               MOVE LCPY-REG-EXT(LCPY-HIT) TO LIB-EXT
               IF DGEN-LEVEL = 'D'
                   MOVE 'A' TO FILE-VOL
                   MOVE LIB-MEMBER TO FILE-NAME
                   MOVE LIB-EXT TO FILE-EXT
               ELSE
                   IF DGEN-LEVEL = 'T'
                       MOVE "LIBTEST" TO LVL-FOLDER
                   ELSE
                       MOVE "LIBPROD" TO LVL-FOLDER
                   END-IF
                   PERFORM LVL-MAKE-SPEC
                   MOVE LVL-DST-SPEC TO WS-FILE-SPEC
                   PERFORM FILE-PARSE-SPEC
               END-IF
           ELSE
               IF DGEN-LEVEL-ARG NOT = SPACES
                   MOVE "a level goes only with LIB:member"
                       TO DGEN-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE DGEN-SPEC TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               PERFORM FILE-CHECK-PROTECTED
               IF WS-FILE-PROTECTED = 'Y'
                   MOVE "SEC files are supervisor material"
                       TO DGEN-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO DGEN-DECK-NAME.
           STRING FUNCTION TRIM(FILE-NAME) "." FILE-EXT
               DELIMITED BY SIZE INTO DGEN-DECK-NAME
           END-STRING.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "deck not found" TO DGEN-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN < 7
               MOVE "records too short to be a deck" TO DGEN-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO DGEN-VOL.
           MOVE FILE-CYL TO DGEN-CYL.
           MOVE FILE-SECT TO DGEN-SECT.
           MOVE FILE-NUMSECT TO DGEN-NUMSECT.
           MOVE FILE-RECLEN TO DGEN-RECLEN.
           MOVE FILE-NUMRECS TO DGEN-NUMRECS.
           MOVE WS-FILE-VAR-ON TO DGEN-VAR.
      * One deck line's columns 8-72 into the statement being
      * gathered.  Comment and listing-control lines carry nothing;
      * a continuation line picks an open literal up again after its
      * leading quote.
       DGEN-READ-LINE.
           MOVE DGEN-VOL TO FILE-VOL.
           MOVE DGEN-CYL TO FILE-CYL.
           MOVE DGEN-SECT TO FILE-SECT.
           MOVE DGEN-NUMSECT TO FILE-NUMSECT.
           MOVE DGEN-RECLEN TO FILE-RECLEN.
           MOVE DGEN-NUMRECS TO FILE-NUMRECS.
           MOVE DGEN-VAR TO WS-FILE-VAR-ON.
           MOVE DGEN-RECNO TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DGEN-IN.
           IF DGEN-RECLEN < 80
               MOVE FILE-REC-AREA(1:DGEN-RECLEN) TO DGEN-IN
           ELSE
               MOVE FILE-REC-AREA(1:80) TO DGEN-IN
           END-IF.
           IF DGEN-IN(7:1) = "*" OR DGEN-IN(7:1) = "/"
               OR DGEN-IN(7:1) = "D" OR DGEN-IN(7:1) = "d"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(DGEN-IN(8:65)) TO DGEN-TOK.
           INSPECT DGEN-TOK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (DGEN-TOK(1:5) = "EJECT"
               AND (DGEN-TOK(6:1) = SPACE OR DGEN-TOK(6:1) = "."))
               OR ((DGEN-TOK(1:5) = "SKIP1" OR DGEN-TOK(1:5) = "SKIP2"
               OR DGEN-TOK(1:5) = "SKIP3")
               AND (DGEN-TOK(6:1) = SPACE OR DGEN-TOK(6:1) = "."))
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO DGEN-COL.
           IF DGEN-IN(7:1) = "-" AND DGEN-QUOTE NOT = SPACE
               MOVE 0 TO DGEN-J
               INSPECT DGEN-IN(8:65) TALLYING DGEN-J
                   FOR CHARACTERS BEFORE INITIAL DGEN-QUOTE
               COMPUTE DGEN-COL = 8 + DGEN-J + 1 END-COMPUTE
           END-IF.
           PERFORM VARYING DGEN-COL FROM DGEN-COL BY 1
               UNTIL DGEN-COL > 72
               PERFORM DGEN-TAKE-CHAR
           END-PERFORM.
      * The line's end parts words like a space does
           MOVE SPACE TO DGEN-CH.
           PERFORM DGEN-ADD-CHAR.
      * One character: quotes open and close a literal, and outside
      * one a period before a space ends the statement.  A comma or
      * semicolon before a space is only a separator.
       DGEN-TAKE-CHAR.
           MOVE DGEN-IN(DGEN-COL:1) TO DGEN-CH.
           IF DGEN-COL < 72
               MOVE DGEN-IN(DGEN-COL + 1:1) TO DGEN-NEXT-CH
           ELSE
               MOVE SPACE TO DGEN-NEXT-CH
           END-IF.
           IF DGEN-QUOTE NOT = SPACE
               IF DGEN-CH = DGEN-QUOTE
                   MOVE SPACE TO DGEN-QUOTE
               END-IF
               PERFORM DGEN-ADD-CHAR
               EXIT PARAGRAPH
           END-IF.
           IF DGEN-CH = QUOTE OR DGEN-CH = "'"
               MOVE DGEN-CH TO DGEN-QUOTE
           END-IF.
           IF DGEN-CH = "." AND DGEN-NEXT-CH = SPACE
               PERFORM DGEN-STATEMENT
               MOVE SPACES TO DGEN-STMT
               MOVE 0 TO DGEN-STMT-LEN
               EXIT PARAGRAPH
           END-IF.
           IF (DGEN-CH = "," OR DGEN-CH = ";")
               AND DGEN-NEXT-CH = SPACE
               MOVE SPACE TO DGEN-CH
           END-IF.
           PERFORM DGEN-ADD-CHAR.
      * Append to the statement, runs of spaces outside a literal
      * kept to one
       DGEN-ADD-CHAR.
           IF DGEN-CH = SPACE AND DGEN-QUOTE = SPACE
               IF DGEN-STMT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               IF DGEN-STMT(DGEN-STMT-LEN:1) = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DGEN-STMT-LEN < 400
               ADD 1 TO DGEN-STMT-LEN END-ADD
               MOVE DGEN-CH TO DGEN-STMT(DGEN-STMT-LEN:1)
           END-IF.
      * The next word of the statement into DGEN-TOK, spaces when
      * there are no more
       DGEN-NEXT-TOKEN.
           MOVE SPACES TO DGEN-TOK.
           PERFORM UNTIL DGEN-PTR > 400
               OR DGEN-STMT(DGEN-PTR:1) NOT = SPACE
               ADD 1 TO DGEN-PTR END-ADD
           END-PERFORM.
           IF DGEN-PTR <= 400
               UNSTRING DGEN-STMT DELIMITED BY ALL SPACE
                   INTO DGEN-TOK WITH POINTER DGEN-PTR
               END-UNSTRING
           END-IF.
      * One data description entry: level, name, then its clauses
      * one after another.  Condition names lay nothing out.
       DGEN-STATEMENT.
           IF DGEN-STMT = SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT DGEN-STMT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO DGEN-PTR.
           PERFORM DGEN-NEXT-TOKEN.
           IF DGEN-TOK(1:1) IS NOT NUMERIC OR DGEN-TOK(3:1) NOT = SPACE
               OR (DGEN-TOK(2:1) IS NOT NUMERIC
               AND DGEN-TOK(2:1) NOT = SPACE)
               MOVE SPACES TO DGEN-NOTE
               STRING "not a data entry: " DGEN-STMT(1:40)
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF DGEN-TOK(2:1) = SPACE
               MOVE DGEN-TOK(1:1) TO DGEN-LEVEL-NO
           ELSE
               MOVE DGEN-TOK(1:2) TO DGEN-LEVEL-NO
           END-IF.
           IF DGEN-LEVEL-NO = 88
               EXIT PARAGRAPH
           END-IF.
           PERFORM DGEN-NEXT-TOKEN.
           MOVE "FILLER" TO DGEN-NAME.
           PERFORM DGEN-CHECK-KEYWORD.
           IF DGEN-KEYWORD = 'N' AND DGEN-TOK NOT = SPACES
               MOVE DGEN-TOK(1:30) TO DGEN-NAME
               PERFORM DGEN-NEXT-TOKEN
           END-IF.
           IF DGEN-LEVEL-NO = 66
               MOVE SPACES TO DGEN-NOTE
               STRING "RENAMES is not laid out: " DGEN-NAME
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF DGEN-LEVEL-NO = 77
               MOVE 1 TO DGEN-LEVEL-NO
           END-IF.
           IF DGEN-LEVEL-NO = 0 OR DGEN-LEVEL-NO > 49
               MOVE SPACES TO DGEN-NOTE
               STRING "level " DGEN-LEVEL-NO " is not laid out: "
                   DGEN-NAME DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DGEN-PIC.
           MOVE SPACES TO DGEN-REDEF-NAME.
           MOVE SPACE TO DGEN-SIGN-SEP.
           MOVE 'D' TO DGEN-USAGE.
           MOVE 1 TO DGEN-CL-OCCURS.
           PERFORM DGEN-CLAUSE UNTIL DGEN-TOK = SPACES.
           PERFORM DGEN-PLACE.
      * Whether DGEN-TOK is a reserved word that can follow a level
      * number, so an entry with no name is taken as FILLER
       DGEN-CHECK-KEYWORD.
           MOVE 'N' TO DGEN-KEYWORD.
           EVALUATE DGEN-TOK
               WHEN "PIC"
               WHEN "PICTURE"
               WHEN "OCCURS"
               WHEN "REDEFINES"
               WHEN "RENAMES"
               WHEN "VALUE"
               WHEN "VALUES"
               WHEN "USAGE"
               WHEN "DISPLAY"
               WHEN "COMP"
               WHEN "COMP-1"
               WHEN "COMP-2"
               WHEN "COMP-3"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL"
               WHEN "COMPUTATIONAL-1"
               WHEN "COMPUTATIONAL-2"
               WHEN "COMPUTATIONAL-3"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
               WHEN "PACKED-DECIMAL"
               WHEN "INDEX"
               WHEN "POINTER"
               WHEN "SIGN"
               WHEN "LEADING"
               WHEN "TRAILING"
               WHEN "SEPARATE"
               WHEN "JUST"
               WHEN "JUSTIFIED"
               WHEN "BLANK"
               WHEN "SYNC"
               WHEN "SYNCHRONIZED"
               WHEN "GLOBAL"
               WHEN "EXTERNAL"
               WHEN "ASCENDING"
               WHEN "DESCENDING"
               WHEN "INDEXED"
               WHEN "DEPENDING"
               WHEN "KEY"
               WHEN "IS"
               WHEN "BY"
                   MOVE 'Y' TO DGEN-KEYWORD
           END-EVALUATE.
      * One clause, starting at DGEN-TOK; leaves DGEN-TOK on the word
      * after it
       DGEN-CLAUSE.
           EVALUATE DGEN-TOK
               WHEN "PIC"
               WHEN "PICTURE"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "IS"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
                   MOVE DGEN-TOK(1:30) TO DGEN-PIC
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "OCCURS"
                   PERFORM DGEN-NEXT-TOKEN
                   PERFORM DGEN-OCCURS-COUNT
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "TO"
                       PERFORM DGEN-NEXT-TOKEN
                       PERFORM DGEN-OCCURS-COUNT
                       MOVE SPACES TO DGEN-NOTE
                       STRING "OCCURS DEPENDING taken at its most: "
                           DGEN-NAME DELIMITED BY SIZE INTO DGEN-NOTE
                       END-STRING
                       PERFORM DGEN-ADD-NOTE
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
                   IF DGEN-TOK = "TIMES"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "DEPENDING"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "ON"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "ASCENDING"
               WHEN "DESCENDING"
               WHEN "INDEXED"
      * KEY IS and INDEXED BY only name things; nothing to lay out
                   PERFORM DGEN-NEXT-TOKEN
                   PERFORM DGEN-CHECK-KEYWORD
                   PERFORM UNTIL DGEN-TOK = SPACES
                       OR (DGEN-KEYWORD = 'Y' AND DGEN-TOK NOT = "KEY"
                       AND DGEN-TOK NOT = "IS" AND DGEN-TOK NOT = "BY")
                       PERFORM DGEN-NEXT-TOKEN
                       PERFORM DGEN-CHECK-KEYWORD
                   END-PERFORM
               WHEN "REDEFINES"
                   PERFORM DGEN-NEXT-TOKEN
                   MOVE DGEN-TOK(1:30) TO DGEN-REDEF-NAME
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "USAGE"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "IS"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "DISPLAY"
                   MOVE 'D' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "COMP"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   MOVE 'B' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE 'P' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE '1' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE '2' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "INDEX"
               WHEN "POINTER"
                   MOVE 'I' TO DGEN-USAGE
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "SIGN"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "IS"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "LEADING"
                   MOVE 'L' TO DGEN-SIGN-SEP
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "TRAILING"
                   MOVE 'T' TO DGEN-SIGN-SEP
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "SEPARATE"
                   IF DGEN-SIGN-SEP = 'T'
                       MOVE 'E' TO DGEN-SIGN-SEP
                   ELSE
                       MOVE 'S' TO DGEN-SIGN-SEP
                   END-IF
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "CHARACTER"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "VALUE"
               WHEN "VALUES"
                   PERFORM DGEN-SKIP-VALUE
               WHEN "JUST"
               WHEN "JUSTIFIED"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "RIGHT"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "BLANK"
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "WHEN"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
                   PERFORM DGEN-NEXT-TOKEN
               WHEN "SYNC"
               WHEN "SYNCHRONIZED"
                   MOVE SPACES TO DGEN-NOTE
                   STRING "SYNC slack bytes not counted: " DGEN-NAME
                       DELIMITED BY SIZE INTO DGEN-NOTE
                   END-STRING
                   PERFORM DGEN-ADD-NOTE
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK = "LEFT" OR DGEN-TOK = "RIGHT"
                       PERFORM DGEN-NEXT-TOKEN
                   END-IF
               WHEN "GLOBAL"
               WHEN "EXTERNAL"
               WHEN "IS"
                   PERFORM DGEN-NEXT-TOKEN
               WHEN OTHER
                   MOVE SPACES TO DGEN-NOTE
                   STRING "clause not understood: " DGEN-TOK(1:16)
                       " in " DGEN-NAME DELIMITED BY SIZE
                       INTO DGEN-NOTE
                   END-STRING
                   PERFORM DGEN-ADD-NOTE
                   PERFORM DGEN-NEXT-TOKEN
           END-EVALUATE.
      * An OCCURS count; a TO count replaces the first, so a table
      * that varies is laid out at its largest
       DGEN-OCCURS-COUNT.
           IF DGEN-TOK(1:1) IS NUMERIC
               COMPUTE DGEN-CL-OCCURS = FUNCTION NUMVAL(DGEN-TOK)
               END-COMPUTE
           ELSE
               MOVE SPACES TO DGEN-NOTE
               STRING "OCCURS count not understood: " DGEN-NAME
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
           END-IF.
           IF DGEN-CL-OCCURS = 0
               MOVE 1 TO DGEN-CL-OCCURS
           END-IF.
      * Past a VALUE clause's literal, which may run over several
      * words when it holds spaces
       DGEN-SKIP-VALUE.
           PERFORM DGEN-NEXT-TOKEN.
           IF DGEN-TOK = "IS" OR DGEN-TOK = "ARE"
               PERFORM DGEN-NEXT-TOKEN
           END-IF.
           IF DGEN-TOK = "ALL"
               PERFORM DGEN-NEXT-TOKEN
           END-IF.
           IF DGEN-TOK(1:1) = QUOTE OR DGEN-TOK(1:1) = "'"
               MOVE DGEN-TOK(1:1) TO DGEN-CH
               MOVE 'N' TO DGEN-KEYWORD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DGEN-TOK TRAILING))
                   TO DGEN-J
               IF DGEN-J > 1 AND DGEN-TOK(DGEN-J:1) = DGEN-CH
                   MOVE 'Y' TO DGEN-KEYWORD
               END-IF
               PERFORM UNTIL DGEN-TOK = SPACES OR DGEN-KEYWORD = 'Y'
                   PERFORM DGEN-NEXT-TOKEN
                   IF DGEN-TOK NOT = SPACES
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(DGEN-TOK TRAILING)) TO DGEN-J
                       IF DGEN-TOK(DGEN-J:1) = DGEN-CH
                           MOVE 'Y' TO DGEN-KEYWORD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM DGEN-NEXT-TOKEN.
      * Lay one entry out.  Groups still open at this level or below
      * close first; an entry that redefines a sibling starts where
      * the sibling did, and the space after it is the larger of the
      * two.  A group stays open until a level no deeper than its
      * own arrives.
       DGEN-PLACE.
           MOVE 'N' TO DGEN-KEYWORD.
           PERFORM UNTIL DGEN-DEPTH = 0 OR DGEN-KEYWORD = 'Y'
               IF DGEN-I-LEVEL(DGEN-STACK(DGEN-DEPTH)) < DGEN-LEVEL-NO
                   MOVE 'Y' TO DGEN-KEYWORD
               ELSE
                   PERFORM DGEN-CLOSE-TOP
               END-IF
           END-PERFORM.
           IF DGEN-COUNT NOT < 120
               IF DGEN-COUNT = 120
                   MOVE "more than 120 entries - the rest not read"
                       TO DGEN-NOTE
                   PERFORM DGEN-ADD-NOTE
                   ADD 1 TO DGEN-COUNT END-ADD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF DGEN-LEVEL-NO = 1
               IF DGEN-COUNT > 0 AND DGEN-REDEF-NAME = SPACES
                   MOVE SPACES TO DGEN-NOTE
                   STRING "second record laid over the first: "
                       DGEN-NAME DELIMITED BY SIZE INTO DGEN-NOTE
                   END-STRING
                   PERFORM DGEN-ADD-NOTE
               END-IF
               MOVE 1 TO DGEN-POS
               MOVE 1 TO DGEN-HPOS
           END-IF.
           ADD 1 TO DGEN-COUNT END-ADD.
           MOVE DGEN-COUNT TO DGEN-CUR.
           MOVE 0 TO DGEN-PARENT.
           IF DGEN-DEPTH > 0
               MOVE DGEN-STACK(DGEN-DEPTH) TO DGEN-PARENT
           END-IF.
           MOVE DGEN-LEVEL-NO TO DGEN-I-LEVEL(DGEN-CUR).
           MOVE DGEN-NAME TO DGEN-I-NAME(DGEN-CUR).
           MOVE DGEN-CL-OCCURS TO DGEN-I-OCCURS(DGEN-CUR).
           MOVE DGEN-PARENT TO DGEN-I-PARENT(DGEN-CUR).
           MOVE 0 TO DGEN-I-ENDMAX(DGEN-CUR).
           MOVE 0 TO DGEN-I-SIZE(DGEN-CUR).
           MOVE SPACE TO DGEN-I-TYPE(DGEN-CUR).
           MOVE 0 TO DGEN-I-HENDMAX(DGEN-CUR).
           MOVE 0 TO DGEN-I-HSIZE(DGEN-CUR).
           MOVE SPACE TO DGEN-I-HTYPE(DGEN-CUR).
           IF DGEN-REDEF-NAME NOT = SPACES
               MOVE 0 TO DGEN-TOP
               PERFORM VARYING DGEN-J FROM 1 BY 1
                   UNTIL DGEN-J NOT < DGEN-CUR
                   IF DGEN-I-PARENT(DGEN-J) = DGEN-PARENT
                       AND DGEN-I-NAME(DGEN-J) = DGEN-REDEF-NAME
                       MOVE DGEN-J TO DGEN-TOP
                   END-IF
               END-PERFORM
               IF DGEN-TOP = 0
                   MOVE SPACES TO DGEN-NOTE
                   STRING "REDEFINES target not found: " DGEN-NAME
                       DELIMITED BY SIZE INTO DGEN-NOTE
                   END-STRING
                   PERFORM DGEN-ADD-NOTE
               ELSE
                   MOVE DGEN-POS TO DGEN-I-ENDMAX(DGEN-CUR)
                   MOVE DGEN-I-START(DGEN-TOP) TO DGEN-POS
                   MOVE DGEN-HPOS TO DGEN-I-HENDMAX(DGEN-CUR)
                   MOVE DGEN-I-HSTART(DGEN-TOP) TO DGEN-HPOS
               END-IF
           END-IF.
           MOVE DGEN-POS TO DGEN-I-START(DGEN-CUR).
           MOVE DGEN-HPOS TO DGEN-I-HSTART(DGEN-CUR).
           IF DGEN-PIC = SPACES AND DGEN-USAGE NOT = '1'
               AND DGEN-USAGE NOT = '2' AND DGEN-USAGE NOT = 'I'
               MOVE 'N' TO DGEN-I-ELEM(DGEN-CUR)
               ADD 1 TO DGEN-DEPTH END-ADD
               MOVE DGEN-CUR TO DGEN-STACK(DGEN-DEPTH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM DGEN-PICTURE.
           MOVE 'Y' TO DGEN-I-ELEM(DGEN-CUR).
           MOVE DGEN-SIZE TO DGEN-I-SIZE(DGEN-CUR).
           MOVE DGEN-TYPE TO DGEN-I-TYPE(DGEN-CUR).
           MOVE DGEN-HSIZE TO DGEN-I-HSIZE(DGEN-CUR).
           MOVE DGEN-HTYPE TO DGEN-I-HTYPE(DGEN-CUR).
           COMPUTE DGEN-POS = DGEN-POS + DGEN-SIZE * DGEN-CL-OCCURS
           END-COMPUTE.
           IF DGEN-I-ENDMAX(DGEN-CUR) > DGEN-POS
               MOVE DGEN-I-ENDMAX(DGEN-CUR) TO DGEN-POS
           END-IF.
           COMPUTE DGEN-HPOS = DGEN-HPOS + DGEN-HSIZE * DGEN-CL-OCCURS
           END-COMPUTE.
           IF DGEN-I-HENDMAX(DGEN-CUR) > DGEN-HPOS
               MOVE DGEN-I-HENDMAX(DGEN-CUR) TO DGEN-HPOS
           END-IF.
      * Close the innermost open group: one occurrence is what its
      * members took, and the group takes that many times over --
      * in the display record and the host record alike
       DGEN-CLOSE-TOP.
           MOVE DGEN-STACK(DGEN-DEPTH) TO DGEN-TOP.
           SUBTRACT 1 FROM DGEN-DEPTH END-SUBTRACT.
           COMPUTE DGEN-I-SIZE(DGEN-TOP) =
               DGEN-POS - DGEN-I-START(DGEN-TOP) END-COMPUTE.
           IF DGEN-I-SIZE(DGEN-TOP) = 0
               MOVE SPACES TO DGEN-NOTE
               STRING "no PICTURE and nothing under it: "
                   DGEN-I-NAME(DGEN-TOP) DELIMITED BY SIZE
                   INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
           END-IF.
           COMPUTE DGEN-POS = DGEN-I-START(DGEN-TOP)
               + DGEN-I-SIZE(DGEN-TOP) * DGEN-I-OCCURS(DGEN-TOP)
           END-COMPUTE.
           IF DGEN-I-ENDMAX(DGEN-TOP) > DGEN-POS
               MOVE DGEN-I-ENDMAX(DGEN-TOP) TO DGEN-POS
           END-IF.
           COMPUTE DGEN-I-HSIZE(DGEN-TOP) =
               DGEN-HPOS - DGEN-I-HSTART(DGEN-TOP) END-COMPUTE.
           COMPUTE DGEN-HPOS = DGEN-I-HSTART(DGEN-TOP)
               + DGEN-I-HSIZE(DGEN-TOP) * DGEN-I-OCCURS(DGEN-TOP)
           END-COMPUTE.
           IF DGEN-I-HENDMAX(DGEN-TOP) > DGEN-HPOS
               MOVE DGEN-I-HENDMAX(DGEN-TOP) TO DGEN-HPOS
           END-IF.
      * Size and dictionary type of an elementary entry.  Display
      * pictures count a column for each character but S, V and P,
      * (n) repeating the one before.  Text and edited pictures are
      * type X, unsigned numbers 9 -- or D for an eight-digit date
      * field -- and a leading separate sign S.  A packed, binary or
      * sign-overpunched zoned number is the same 9 or S field in the
      * display record, sized from its digits, with its host type,
      * length and (from DGEN-PLACE) position beside it for CONVERT.
      * What has no place in either is held as text and listed.
       DGEN-PICTURE.
           MOVE 0 TO DGEN-DIGITS DGEN-CHARS DGEN-PIC-LAST.
           MOVE 'N' TO DGEN-ALPHA DGEN-EDIT DGEN-SIGNED.
           PERFORM VARYING DGEN-PIC-I FROM 1 BY 1
               UNTIL DGEN-PIC-I > 30
               MOVE DGEN-PIC(DGEN-PIC-I:1) TO DGEN-CH
               EVALUATE TRUE
                   WHEN DGEN-CH = SPACE
                       CONTINUE
                   WHEN DGEN-CH = "("
                       PERFORM DGEN-PIC-REPEAT
                   WHEN DGEN-CH = "9"
                       ADD 1 TO DGEN-DIGITS DGEN-CHARS END-ADD
                       MOVE 1 TO DGEN-PIC-LAST
                   WHEN DGEN-CH = "X" OR DGEN-CH = "A"
                       ADD 1 TO DGEN-CHARS END-ADD
                       MOVE 'Y' TO DGEN-ALPHA
                       MOVE 2 TO DGEN-PIC-LAST
                   WHEN DGEN-CH = "S"
                       MOVE 'Y' TO DGEN-SIGNED
                       MOVE 0 TO DGEN-PIC-LAST
                   WHEN DGEN-CH = "V" OR DGEN-CH = "P"
                       MOVE 0 TO DGEN-PIC-LAST
                   WHEN OTHER
                       ADD 1 TO DGEN-CHARS END-ADD
                       MOVE 'Y' TO DGEN-EDIT
                       MOVE 3 TO DGEN-PIC-LAST
               END-EVALUATE
           END-PERFORM.
           MOVE 'X' TO DGEN-TYPE.
           MOVE SPACE TO DGEN-HTYPE.
           MOVE SPACES TO DGEN-NOTE.
           EVALUATE DGEN-USAGE
               WHEN '1'
                   MOVE 4 TO DGEN-SIZE
                   MOVE "floating point held as text:" TO DGEN-NOTE
               WHEN '2'
                   MOVE 8 TO DGEN-SIZE
                   MOVE "floating point held as text:" TO DGEN-NOTE
               WHEN 'I'
                   MOVE 4 TO DGEN-SIZE
                   MOVE "INDEX/POINTER held as text:" TO DGEN-NOTE
               WHEN 'B'
                   MOVE 'B' TO DGEN-HTYPE
                   EVALUATE TRUE
                       WHEN DGEN-DIGITS < 5
                           MOVE 2 TO DGEN-HSIZE
                       WHEN DGEN-DIGITS < 10
                           MOVE 4 TO DGEN-HSIZE
                       WHEN OTHER
                           MOVE 8 TO DGEN-HSIZE
                   END-EVALUATE
                   PERFORM DGEN-NUMBER-FIELD
               WHEN 'P'
                   MOVE 'P' TO DGEN-HTYPE
                   COMPUTE DGEN-HSIZE = DGEN-DIGITS / 2 + 1
                   END-COMPUTE
                   PERFORM DGEN-NUMBER-FIELD
               WHEN OTHER
                   MOVE DGEN-CHARS TO DGEN-SIZE
                   EVALUATE TRUE
                       WHEN DGEN-ALPHA = 'Y' OR DGEN-EDIT = 'Y'
                           CONTINUE
                       WHEN DGEN-SIGNED = 'N'
                           MOVE '9' TO DGEN-TYPE
                           MOVE 0 TO DGEN-J
                           INSPECT DGEN-NAME TALLYING DGEN-J
                               FOR ALL "DATE"
                           IF DGEN-SIZE = 8 AND DGEN-J > 0
                               MOVE 'D' TO DGEN-TYPE
                           END-IF
                       WHEN DGEN-SIGN-SEP = 'S'
                           MOVE 'S' TO DGEN-TYPE
                           ADD 1 TO DGEN-SIZE END-ADD
                       WHEN DGEN-SIGN-SEP = 'E'
                           ADD 1 TO DGEN-SIZE END-ADD
                           MOVE "trailing sign held as text:"
                               TO DGEN-NOTE
                       WHEN DGEN-SIGN-SEP = 'L'
                           MOVE "leading overpunch held as text:"
                               TO DGEN-NOTE
      * The sign over the last digit is host zoned decimal: one byte
      * a digit there, a column more for the sign here
                       WHEN OTHER
                           MOVE 'Z' TO DGEN-HTYPE
                           MOVE DGEN-DIGITS TO DGEN-HSIZE
                           PERFORM DGEN-NUMBER-FIELD
                   END-EVALUATE
           END-EVALUATE.
      * Only a field with a host type is laid out differently there
           IF DGEN-HTYPE = SPACE
               MOVE DGEN-SIZE TO DGEN-HSIZE
           END-IF.
           IF DGEN-NOTE NOT = SPACES
               MOVE DGEN-NOTE TO DGEN-LINE
               MOVE SPACES TO DGEN-NOTE
               STRING DGEN-LINE DELIMITED BY ":"
                   ": " DGEN-NAME DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
           END-IF.
           IF DGEN-SIZE = 0
               MOVE SPACES TO DGEN-NOTE
               STRING "PICTURE not understood: " DGEN-NAME
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
           END-IF.
      * The display side of a host number: its digits, and a leading
      * sign column when the picture is signed
       DGEN-NUMBER-FIELD.
           IF DGEN-SIGNED = 'Y'
               MOVE 'S' TO DGEN-TYPE
               COMPUTE DGEN-SIZE = DGEN-DIGITS + 1 END-COMPUTE
           ELSE
               MOVE '9' TO DGEN-TYPE
               MOVE DGEN-DIGITS TO DGEN-SIZE
           END-IF.
           IF DGEN-DIGITS = 0
               MOVE 0 TO DGEN-SIZE
           END-IF.
      * A (n) repeat: n-1 more of the character before it
       DGEN-PIC-REPEAT.
           MOVE 0 TO DGEN-PIC-REP.
           ADD 1 TO DGEN-PIC-I END-ADD.
           PERFORM UNTIL DGEN-PIC-I > 30
               OR DGEN-PIC(DGEN-PIC-I:1) IS NOT NUMERIC
               MOVE DGEN-PIC(DGEN-PIC-I:1) TO DGEN-DIGIT
               COMPUTE DGEN-PIC-REP = DGEN-PIC-REP * 10 + DGEN-DIGIT
               END-COMPUTE
               ADD 1 TO DGEN-PIC-I END-ADD
           END-PERFORM.
           IF DGEN-PIC-REP = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DGEN-PIC-LAST
               WHEN 1
                   COMPUTE DGEN-DIGITS = DGEN-DIGITS + DGEN-PIC-REP - 1
                   END-COMPUTE
                   COMPUTE DGEN-CHARS = DGEN-CHARS + DGEN-PIC-REP - 1
                   END-COMPUTE
               WHEN 2
               WHEN 3
                   COMPUTE DGEN-CHARS = DGEN-CHARS + DGEN-PIC-REP - 1
                   END-COMPUTE
           END-EVALUATE.
      * Keep a note for the list shown at the end
       DGEN-ADD-NOTE.
           ADD 1 TO DGEN-UNMAP-COUNT END-ADD.
           IF DGEN-UNMAP-COUNT NOT > 12
               MOVE DGEN-NOTE TO DGEN-UNMAP(DGEN-UNMAP-COUNT)
           END-IF.
      * The rows: every named elementary entry, once per occurrence
      * of each OCCURS around it
       DGEN-BUILD-ROWS.
           MOVE 0 TO DGEN-ROWS.
           MOVE 0 TO DGEN-OVER.
           PERFORM VARYING DGEN-I FROM 1 BY 1
               UNTIL DGEN-I > DGEN-COUNT
               IF DGEN-I-ELEM(DGEN-I) = 'Y'
                   AND DGEN-I-NAME(DGEN-I) NOT = "FILLER"
                   AND DGEN-I-SIZE(DGEN-I) > 0
                   PERFORM DGEN-ITEM-ROWS
               END-IF
           END-PERFORM.
           IF DGEN-OVER > 0
               MOVE DGEN-OVER TO DGEN-SEQ-Z
               MOVE SPACES TO DGEN-NOTE
               STRING FUNCTION TRIM(DGEN-SEQ-Z)
                   " fields past the 24 a layout holds left out"
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
           END-IF.
           PERFORM DGEN-SORT-ROWS.
      * The rows into column order, ties left as they came
       DGEN-SORT-ROWS.
           PERFORM VARYING DGEN-I FROM 1 BY 1
               UNTIL DGEN-I NOT < DGEN-ROWS
               PERFORM VARYING DGEN-J FROM 1 BY 1
                   UNTIL DGEN-J > DGEN-ROWS - DGEN-I
                   IF DGEN-R-POS(DGEN-J) > DGEN-R-POS(DGEN-J + 1)
                       MOVE DGEN-ROW(DGEN-J) TO DGEN-SWAP
                       MOVE DGEN-ROW(DGEN-J + 1) TO DGEN-ROW(DGEN-J)
                       MOVE DGEN-SWAP TO DGEN-ROW(DGEN-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * The OCCURS counts from the entry outwards, innermost first,
      * then each combination of subscripts in turn
       DGEN-ITEM-ROWS.
           MOVE 0 TO DGEN-OC-N.
           MOVE DGEN-I TO DGEN-TOP.
           PERFORM UNTIL DGEN-TOP = 0
               IF DGEN-I-OCCURS(DGEN-TOP) > 1
                   IF DGEN-OC-N < 3
                       ADD 1 TO DGEN-OC-N END-ADD
                       MOVE DGEN-I-OCCURS(DGEN-TOP)
                           TO DGEN-OC-COUNT(DGEN-OC-N)
                       MOVE DGEN-I-SIZE(DGEN-TOP)
                           TO DGEN-OC-UNIT(DGEN-OC-N)
                       MOVE DGEN-I-HSIZE(DGEN-TOP)
                           TO DGEN-OC-HUNIT(DGEN-OC-N)
                   ELSE
                       MOVE SPACES TO DGEN-NOTE
                       STRING "OCCURS over 3 deep, first only: "
                           DGEN-I-NAME(DGEN-I) DELIMITED BY SIZE
                           INTO DGEN-NOTE
                       END-STRING
                       PERFORM DGEN-ADD-NOTE
                   END-IF
               END-IF
               MOVE DGEN-I-PARENT(DGEN-TOP) TO DGEN-TOP
           END-PERFORM.
           MOVE 1 TO DGEN-TOTAL.
           PERFORM VARYING DGEN-J FROM 1 BY 1 UNTIL DGEN-J > DGEN-OC-N
               COMPUTE DGEN-TOTAL = DGEN-TOTAL * DGEN-OC-COUNT(DGEN-J)
               END-COMPUTE
           END-PERFORM.
           PERFORM VARYING DGEN-K FROM 0 BY 1
               UNTIL DGEN-K NOT < DGEN-TOTAL OR DGEN-ROWS = 24
               PERFORM DGEN-ONE-ROW
           END-PERFORM.
           COMPUTE DGEN-OVER = DGEN-OVER + DGEN-TOTAL - DGEN-K
           END-COMPUTE.
      * Row DGEN-K of the entry: its subscripts are DGEN-K's digits
      * counted in the OCCURS counts, and its name carries them,
      * outermost first, cut back to make room in twelve characters
       DGEN-ONE-ROW.
           MOVE DGEN-K TO DGEN-REST.
           MOVE DGEN-I-START(DGEN-I) TO DGEN-FPOS.
           MOVE DGEN-I-HSTART(DGEN-I) TO DGEN-HFPOS.
           PERFORM VARYING DGEN-J FROM 1 BY 1 UNTIL DGEN-J > DGEN-OC-N
               DIVIDE DGEN-REST BY DGEN-OC-COUNT(DGEN-J)
                   GIVING DGEN-SEQ REMAINDER DGEN-DIGIT
               END-DIVIDE
               MOVE DGEN-SEQ TO DGEN-REST
               MOVE DGEN-DIGIT TO DGEN-OC-DIGIT(DGEN-J)
               COMPUTE DGEN-FPOS = DGEN-FPOS
                   + DGEN-DIGIT * DGEN-OC-UNIT(DGEN-J)
               END-COMPUTE
               COMPUTE DGEN-HFPOS = DGEN-HFPOS
                   + DGEN-DIGIT * DGEN-OC-HUNIT(DGEN-J)
               END-COMPUTE
           END-PERFORM.
           MOVE SPACES TO DGEN-SUFFIX.
           MOVE 1 TO DGEN-SUF-LEN.
           PERFORM VARYING DGEN-J FROM DGEN-OC-N BY -1
               UNTIL DGEN-J = 0
               COMPUTE DGEN-SEQ = DGEN-OC-DIGIT(DGEN-J) + 1
               END-COMPUTE
               MOVE DGEN-SEQ TO DGEN-SEQ-Z
               STRING "-" FUNCTION TRIM(DGEN-SEQ-Z)
                   DELIMITED BY SIZE INTO DGEN-SUFFIX
                   WITH POINTER DGEN-SUF-LEN
               END-STRING
           END-PERFORM.
           SUBTRACT 1 FROM DGEN-SUF-LEN END-SUBTRACT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DGEN-I-NAME(DGEN-I)))
               TO DGEN-NAME-LEN.
           IF DGEN-NAME-LEN + DGEN-SUF-LEN > 12
               COMPUTE DGEN-NAME-LEN = 12 - DGEN-SUF-LEN END-COMPUTE
               IF DGEN-K = 0
                   MOVE SPACES TO DGEN-NOTE
                   STRING "name cut to 12 characters: "
                       DGEN-I-NAME(DGEN-I) DELIMITED BY SIZE
                       INTO DGEN-NOTE
                   END-STRING
                   PERFORM DGEN-ADD-NOTE
               END-IF
           END-IF.
           MOVE SPACES TO DGEN-NAME12.
           STRING DGEN-I-NAME(DGEN-I)(1:DGEN-NAME-LEN)
               DGEN-SUFFIX DELIMITED BY SPACE INTO DGEN-NAME12
           END-STRING.
           IF DGEN-FPOS + DGEN-I-SIZE(DGEN-I) > 10000
               OR DGEN-HFPOS + DGEN-I-HSIZE(DGEN-I) > 10000
               MOVE SPACES TO DGEN-NOTE
               STRING "past column 9999: " DGEN-NAME12
                   DELIMITED BY SIZE INTO DGEN-NOTE
               END-STRING
               PERFORM DGEN-ADD-NOTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DGEN-ROWS END-ADD.
           MOVE DGEN-NAME12 TO DGEN-R-NAME(DGEN-ROWS).
           MOVE DGEN-FPOS TO DGEN-R-POS(DGEN-ROWS).
           MOVE DGEN-I-SIZE(DGEN-I) TO DGEN-R-LEN(DGEN-ROWS).
           MOVE DGEN-I-TYPE(DGEN-I) TO DGEN-R-TYPE(DGEN-ROWS).
           MOVE DGEN-I-HTYPE(DGEN-I) TO DGEN-R-HTYPE(DGEN-ROWS).
           MOVE 0 TO DGEN-R-HPOS(DGEN-ROWS).
           MOVE 0 TO DGEN-R-HLEN(DGEN-ROWS).
           IF DGEN-I-HTYPE(DGEN-I) NOT = SPACE
               MOVE DGEN-HFPOS TO DGEN-R-HPOS(DGEN-ROWS)
               MOVE DGEN-I-HSIZE(DGEN-I) TO DGEN-R-HLEN(DGEN-ROWS)
           END-IF.
      * Replace the layout's rows in DATADICT.DAT.  The old rows'
      * bounds, key flag, host description and mask flag are kept
      * by field name, except that a host description the copybook
      * itself gives replaces the old one.  The new rows go into the
      * old rows' places and blank records first, and the file grows
      * only for the rest.  Nothing is changed until the room is
      * there.
       DGEN-WRITE-ROWS.
           MOVE 'A' TO FILE-VOL.
           MOVE "DATADICT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF NOT FILE-OP-OK
               MOVE "DATADICT.DAT will not open" TO DGEN-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DGEN-OLD-COUNT.
           MOVE 0 TO DGEN-FREE-COUNT.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   IF FILE-REC-AREA(1:10) = DGEN-LAYOUT
                       AND FILE-REC-AREA(12:12) NOT = SPACES
                       IF DGEN-OLD-COUNT < 24
                           ADD 1 TO DGEN-OLD-COUNT END-ADD
                           MOVE FILE-REC-AREA(12:12)
                               TO DGEN-O-NAME(DGEN-OLD-COUNT)
                           MOVE FILE-REC-AREA(37:33)
                               TO DGEN-O-TAIL(DGEN-OLD-COUNT)
                       END-IF
                       PERFORM DGEN-NOTE-FREE
                   END-IF
                   IF FILE-REC-AREA(1:80) = SPACES
                       PERFORM DGEN-NOTE-FREE
                   END-IF
               END-IF
           END-PERFORM.
           IF DGEN-FREE-COUNT < DGEN-ROWS
               MOVE FILE-NUMRECS TO DGEN-K
               COMPUTE DGEN-NEWRECS = FILE-NUMRECS + DGEN-ROWS
                   - DGEN-FREE-COUNT END-COMPUTE
               MOVE DGEN-NEWRECS TO FILE-NUMRECS
               PERFORM FILE-EXTEND
               IF NOT FILE-OP-OK
                   MOVE "DATADICT.DAT will not grow" TO DGEN-MSG
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING FILE-RECORD FROM DGEN-K BY 1
                   UNTIL FILE-RECORD NOT < DGEN-NEWRECS
                   COMPUTE DGEN-J = FILE-RECORD + 1 END-COMPUTE
                   ADD 1 TO DGEN-FREE-COUNT END-ADD
                   MOVE DGEN-J TO DGEN-FREE(DGEN-FREE-COUNT)
               END-PERFORM
           END-IF.
      * The old rows out, then the new ones in
           MOVE 0 TO DGEN-REPLACED.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:10) = DGEN-LAYOUT
                   AND FILE-REC-AREA(12:12) NOT = SPACES
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM FILE-WRITE-RECORD
                   ADD 1 TO DGEN-REPLACED END-ADD
               END-IF
           END-PERFORM.
           MOVE 0 TO DGEN-KEPT.
           PERFORM VARYING DGEN-I FROM 1 BY 1 UNTIL DGEN-I > DGEN-ROWS
               MOVE SPACES TO FILE-REC-AREA
               MOVE DGEN-LAYOUT TO FILE-REC-AREA(1:10)
               MOVE DGEN-R-NAME(DGEN-I) TO FILE-REC-AREA(12:12)
               MOVE DGEN-R-POS(DGEN-I) TO FILE-REC-AREA(25:4)
               MOVE DGEN-R-LEN(DGEN-I) TO FILE-REC-AREA(30:4)
               MOVE DGEN-R-TYPE(DGEN-I) TO FILE-REC-AREA(35:1)
               PERFORM VARYING DGEN-J FROM 1 BY 1
                   UNTIL DGEN-J > DGEN-OLD-COUNT
                   IF DGEN-O-NAME(DGEN-J) = DGEN-R-NAME(DGEN-I)
                       MOVE DGEN-O-TAIL(DGEN-J)
                           TO FILE-REC-AREA(37:33)
                       ADD 1 TO DGEN-KEPT END-ADD
                       MOVE SPACES TO DGEN-O-NAME(DGEN-J)
                   END-IF
               END-PERFORM
               IF DGEN-R-HTYPE(DGEN-I) NOT = SPACE
                   MOVE SPACES TO FILE-REC-AREA(57:11)
                   MOVE DGEN-R-HTYPE(DGEN-I) TO FILE-REC-AREA(57:1)
                   MOVE DGEN-R-HPOS(DGEN-I) TO FILE-REC-AREA(59:4)
                   MOVE DGEN-R-HLEN(DGEN-I) TO FILE-REC-AREA(64:4)
               END-IF
               MOVE DGEN-FREE(DGEN-I) TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               IF NOT FILE-OP-OK
                   MOVE "DATADICT.DAT write failed" TO DGEN-MSG
               END-IF
           END-PERFORM.
      * A record the new rows may go into, while they still need one
       DGEN-NOTE-FREE.
           IF DGEN-FREE-COUNT < DGEN-ROWS
               ADD 1 TO DGEN-FREE-COUNT END-ADD
               MOVE FILE-RECORD TO DGEN-FREE(DGEN-FREE-COUNT)
           END-IF.
      * The layout back as a copybook: its fields in column order,
      * FILLER over the gaps, and a comment for a field that starts
      * inside the one before it
       DGEN-PRINT.
           MOVE DGEN-LAYOUT TO DCT-LAYOUT.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               DISPLAY "DICTGEN: no such layout in DATADICT.DAT"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-COUNT TO DGEN-ROWS.
           PERFORM VARYING DGEN-I FROM 1 BY 1 UNTIL DGEN-I > DGEN-ROWS
               MOVE DCT-F-NAME(DGEN-I) TO DGEN-R-NAME(DGEN-I)
               MOVE DCT-F-POS(DGEN-I) TO DGEN-R-POS(DGEN-I)
               MOVE DCT-F-LEN(DGEN-I) TO DGEN-R-LEN(DGEN-I)
               MOVE DCT-F-TYPE(DGEN-I) TO DGEN-R-TYPE(DGEN-I)
           END-PERFORM.
           PERFORM DGEN-SORT-ROWS.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "      * " FUNCTION TRIM(DGEN-LAYOUT)
               " record, as laid out in DATADICT.DAT"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "       01  " FUNCTION TRIM(DGEN-LAYOUT) "-REC."
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE 1 TO DGEN-POS.
           PERFORM VARYING DGEN-I FROM 1 BY 1 UNTIL DGEN-I > DGEN-ROWS
               PERFORM DGEN-PRINT-FIELD
           END-PERFORM.
           PERFORM REPORT-OUT-CLOSE.
           MOVE "Printed DATADICT layout as a copybook"
               TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * One field's line, after a FILLER for any gap before it
       DGEN-PRINT-FIELD.
           IF DGEN-R-POS(DGEN-I) < DGEN-POS
               MOVE DGEN-R-POS(DGEN-I) TO DGEN-NUM-Z
               MOVE SPACES TO WS-RPTO-LINE
               STRING "      * " FUNCTION TRIM(DGEN-R-NAME(DGEN-I))
                   " at column " FUNCTION TRIM(DGEN-NUM-Z)
                   " overlaps the field before it"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF DGEN-R-POS(DGEN-I) > DGEN-POS
               COMPUTE DGEN-SIZE = DGEN-R-POS(DGEN-I) - DGEN-POS
               END-COMPUTE
               MOVE DGEN-SIZE TO DGEN-NUM-Z
               MOVE SPACES TO WS-RPTO-LINE
               MOVE "05  FILLER" TO WS-RPTO-LINE(12:10)
               MOVE 40 TO DGEN-PTR
               STRING "PIC X(" FUNCTION TRIM(DGEN-NUM-Z) ")."
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
                   WITH POINTER DGEN-PTR
               END-STRING
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           MOVE "05" TO WS-RPTO-LINE(12:2).
           MOVE DGEN-R-NAME(DGEN-I) TO WS-RPTO-LINE(16:12).
           MOVE 40 TO DGEN-PTR.
           MOVE DGEN-R-LEN(DGEN-I) TO DGEN-NUM-Z.
           EVALUATE TRUE
               WHEN DGEN-R-TYPE(DGEN-I) = '9'
                   OR DGEN-R-TYPE(DGEN-I) = 'D'
                   STRING "PIC 9(" FUNCTION TRIM(DGEN-NUM-Z) ")."
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                       WITH POINTER DGEN-PTR
                   END-STRING
               WHEN DGEN-R-TYPE(DGEN-I) = 'S' AND DGEN-R-LEN(DGEN-I) > 1
                   COMPUTE DGEN-SIZE = DGEN-R-LEN(DGEN-I) - 1
                   END-COMPUTE
                   MOVE DGEN-SIZE TO DGEN-NUM-Z
                   STRING "PIC S9(" FUNCTION TRIM(DGEN-NUM-Z) ")"
                       " SIGN LEADING SEPARATE."
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                       WITH POINTER DGEN-PTR
                   END-STRING
               WHEN OTHER
                   STRING "PIC X(" FUNCTION TRIM(DGEN-NUM-Z) ")."
                       DELIMITED BY SIZE INTO WS-RPTO-LINE
                       WITH POINTER DGEN-PTR
                   END-STRING
           END-EVALUATE.
           PERFORM REPORT-OUT-LINE.
           COMPUTE DGEN-POS = DGEN-R-POS(DGEN-I) + DGEN-R-LEN(DGEN-I)
           END-COMPUTE.
      * Jobs screen off the main menu: the sixteen slots as stored
       KDEMO-JOBS-SCREEN.
           MOVE "JOB-QUEUE" TO WS-ACTIVE-SCREEN.
           MOVE SPACE TO JOBQ-ACTION.
           PERFORM UNTIL JOBQ-ACTION = 'X'
               PERFORM JOBQ-FILL-SCREEN
               MOVE SPACE TO JOBQ-ACTION
               ACCEPT JOBS-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
      * A refresh pass also gives waiting jobs a turn to run
               IF JOBQ-ACTION = 'R'
                   PERFORM JOBQ-PUMP
               END-IF
               IF JOBQ-ACTION = 'V'
                   PERFORM JOBQ-VIEW-CAPTURE
               END-IF
               IF JOBQ-ACTION = 'C'
                   PERFORM JOBQ-CLEAR-SLOT
               END-IF
           END-PERFORM.
           MOVE SPACE TO JOBQ-ACTION.
      * Release the picked slot: a job held because its dependency
      * went the other way (or any finished one) would otherwise
      * hold the slot until the store file was hand-edited.  A
      * queued or running job stays put.
       JOBQ-CLEAR-SLOT.
           IF JOBQ-PICK = 0 OR JOBQ-PICK > 16
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOBQ-ENSURE-FILE.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE JOBQ-PICK TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(70:1) = 'Q' OR FILE-REC-AREA(70:1) = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE JOBQ-PICK TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Cleared job slot " JOBQ-PICK
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Page the picked slot's captured output on the file manager's
      * view screen -- what the overnight job had to say, kept
       JOBQ-VIEW-CAPTURE.

           IF JOBQ-PICK = 0 OR JOBQ-PICK > 16
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE SPACES TO FILE-NAME.
           STRING "JOB" JOBQ-PICK "OUT"
               DELIMITED BY SIZE INTO FILE-NAME
           END-STRING.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               MOVE 0 TO FMGR-VIEW-SECT
               MOVE 'N' TO WS-REPLY
               PERFORM UNTIL WS-REPLY NOT = 'N'
                   PERFORM FILE-READ
                   IF FILE-OP-EOF
                       MOVE SPACE TO WS-REPLY
                   ELSE
                       ADD 1 TO FMGR-VIEW-SECT END-ADD
                       PERFORM VARYING FMGR-VIEW-IDX FROM 1 BY 1
                           UNTIL FMGR-VIEW-IDX > 20
                           MOVE FILE-BUF(
                               ((FMGR-VIEW-IDX - 1) * 64) + 1:64)
                               TO FMGR-VIEW-LINE(FMGR-VIEW-IDX)
                       END-PERFORM
                       MOVE SPACE TO WS-REPLY
                       ACCEPT FMGR-VIEW-SCREEN END-ACCEPT
                       PERFORM KDEMO-ERROR
                   END-IF
               END-PERFORM
           END-IF.
       JOBQ-FILL-SCREEN.
           PERFORM JOBQ-ENSURE-FILE.
           PERFORM VARYING JOBQ-IDX FROM 1 BY 1 UNTIL JOBQ-IDX > 16
               MOVE JOBQ-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE SPACES TO JOBQ-LINE(JOBQ-IDX)
               IF FILE-REC-AREA(1:8) NOT = SPACES
                   STRING FILE-REC-AREA(1:8) " "
                       FILE-REC-AREA(9:18) " "
                       FILE-REC-AREA(37:16) " "
                       FILE-REC-AREA(70:1)
                       DELIMITED BY SIZE INTO JOBQ-LINE(JOBQ-IDX)
                   END-STRING
                   IF FILE-REC-AREA(65:2) NOT = SPACES
                       AND FILE-REC-AREA(65:2) NOT = "00"
                       STRING " aft " FILE-REC-AREA(65:2) "/"
                           FILE-REC-AREA(67:1)
                           DELIMITED BY SIZE
                           INTO JOBQ-LINE(JOBQ-IDX)(47:9)
                       END-STRING
                   END-IF
      * Percent-done column, meaningful while the job runs sliced
                   IF FILE-REC-AREA(71:3) IS NUMERIC
                       STRING FILE-REC-AREA(71:3) "%"
                           DELIMITED BY SIZE
                           INTO JOBQ-LINE(JOBQ-IDX)(58:4)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
      * Run at most one queued job per pass through the menu loop --
      * the operator is idle, the console is not held hostage, and
      * the outcome goes to both the queue file and the session log
       JOBQ-PUMP.
      * A sliced job in flight gets this pass's burst; nothing new
      * starts until it lands
           IF JOBQ-ACT-RUNNING = 'Y'
               PERFORM JOBQ-ACT-SLICE
               EXIT PARAGRAPH
           END-IF.
      * Nor while the machine is running on UPS battery
           IF UPS-HOLD = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOBQ-ENSURE-FILE.
           IF NOT FILE-OP-OK
               CONTINUE
           ELSE
               MOVE 0 TO JOBQ-FOUND
               PERFORM VARYING JOBQ-IDX FROM 1 BY 1
                   UNTIL JOBQ-IDX > 16 OR JOBQ-FOUND NOT = 0
                   MOVE JOBQ-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(70:1) = 'Q'
                       PERFORM JOBQ-CHECK-READY
                       IF JOBQ-READY = 'Y'
                           MOVE JOBQ-IDX TO JOBQ-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF JOBQ-FOUND NOT = 0
                   MOVE JOBQ-FOUND TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   PERFORM JOBQ-RUN-ONE
               END-IF
           END-IF.
      * Is the queued job in FILE-REC-AREA free to run?  With no
      * dependency it is; otherwise the named slot must have ended
      * with the outcome the condition byte asks for.  A dependency
      * that ended the OTHER way (or was itself held) holds this job
      * too -- visibly, on the jobs screen, instead of leaving it
      * queued forever.
       JOBQ-CHECK-READY.
           MOVE 'N' TO JOBQ-READY.
           IF FILE-REC-AREA(65:2) = SPACES
               OR FILE-REC-AREA(65:2) = "00"
               OR FILE-REC-AREA(65:2) IS NOT NUMERIC
               MOVE 'Y' TO JOBQ-READY
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO JOBQ-HELD-REC.
           MOVE FILE-REC-AREA(65:2) TO JOBQ-DEP-SLOT.
           MOVE FILE-REC-AREA(67:1) TO JOBQ-DEP-COND.
           MOVE JOBQ-DEP-SLOT TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE FILE-REC-AREA(70:1) TO JOBQ-DEP-STATUS.
           MOVE JOBQ-HELD-REC TO FILE-REC-AREA.
           EVALUATE TRUE
               WHEN JOBQ-DEP-STATUS = 'D' AND JOBQ-DEP-COND NOT = 'F'
                   MOVE 'Y' TO JOBQ-READY
               WHEN JOBQ-DEP-STATUS = 'F' AND JOBQ-DEP-COND = 'F'
                   MOVE 'Y' TO JOBQ-READY
               WHEN (JOBQ-DEP-STATUS = 'D' AND JOBQ-DEP-COND = 'F')
                   OR (JOBQ-DEP-STATUS = 'F'
                       AND JOBQ-DEP-COND NOT = 'F')
                   OR JOBQ-DEP-STATUS = 'H'
      * The branch not taken: park it where the operator can see it
                   MOVE 'H' TO FILE-REC-AREA(70:1)
                   MOVE JOBQ-IDX TO FILE-RECORD
                   PERFORM FILE-WRITE-RECORD
                   MOVE SPACE TO SLA-WHY
                   PERFORM SLA-CLOSE-ROW
               WHEN OTHER CONTINUE
           END-EVALUATE.
       JOBQ-RUN-ONE.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE FILE-REC-AREA(1:8) TO JOBQ-KIND.
           MOVE FILE-REC-AREA(9:28) TO JOBQ-ARG1.
           MOVE FILE-REC-AREA(37:28) TO JOBQ-ARG2.
           MOVE 'R' TO FILE-REC-AREA(70:1).
           MOVE JOBQ-FOUND TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           PERFORM JHS-START.
           MOVE JHS-OUT-WHO TO ACCT-WHO-IN.
           PERFORM ACCT-OP-BEGIN.
           PERFORM JOBQ-CAP-START.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           PERFORM TIMER-READ-MS.
           MOVE WS-TIMR-MS TO TMG-JOB-T0.
           MOVE WS-TIMR-MS TO TMG-ACT-T0.
           MOVE 'F' TO JOBQ-RESULT.
           EVALUATE JOBQ-KIND
               WHEN "COPY" PERFORM JOBQ-RUN-COPY
               WHEN "VERIFY" PERFORM JOBQ-RUN-VERIFY
               WHEN "LINESORT" PERFORM JOBQ-RUN-LINESORT
               WHEN "LINECOPY" PERFORM JOBQ-RUN-LINECOPY
               WHEN "SORT" PERFORM JOBQ-RUN-SORT
               WHEN "VALIDATE" PERFORM JOBQ-RUN-VALIDATE
               WHEN "POST" PERFORM JOBQ-RUN-POST
               WHEN "FCOMPARE" PERFORM JOBQ-RUN-FCOMPARE
               WHEN "BACKUP" PERFORM JOBQ-RUN-BACKUP
               WHEN "PROFDATA" PERFORM JOBQ-RUN-PROFDATA
               WHEN "SELECT" PERFORM JOBQ-RUN-SELECT
               WHEN "BEGIN" PERFORM JOBQ-RUN-BEGIN
               WHEN "COMMIT" PERFORM JOBQ-RUN-COMMIT
               WHEN "ROLLBACK" PERFORM JOBQ-RUN-ROLLBACK
               WHEN "REFCHK" PERFORM JOBQ-RUN-REFCHK
               WHEN "BALANCE" PERFORM JOBQ-RUN-BALANCE
               WHEN "AGING" PERFORM JOBQ-RUN-AGING
               WHEN "MERGE" PERFORM JOBQ-RUN-MERGE
               WHEN "CAPSNAP" PERFORM JOBQ-RUN-CAPSNAP
               WHEN "MIGRATE" PERFORM JOBQ-RUN-MIGRATE
               WHEN "SURFACE" PERFORM JOBQ-RUN-SURFACE
               WHEN "CHARGEBK" PERFORM JOBQ-RUN-CHARGEBK
      * A kind nobody implements fails the job, but never silently:
      * the 02:00 schedule entry with a typo in it should be on the
      * record as exactly that
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Unknown job kind " JOBQ-KIND
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
           END-EVALUATE.
           IF JOBQ-RESULT = 'F'
               PERFORM JOBQ-TXN-FAILED
           END-IF.
           PERFORM ACCT-OP-END.
      * Re-point the request at the queue file; the job body used it.
      * A '*' result means the kind parked itself as sliced work --
      * the record stays R with its percent and the wrap-up waits
      * for the last slice.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE JOBQ-FOUND TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF JOBQ-RESULT = '*'
               MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3)
               PERFORM FILE-WRITE-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE JOBQ-RESULT TO FILE-REC-AREA(70:1).
           MOVE 100 TO JOBQ-ACT-PCT.
           MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3).
           PERFORM FILE-WRITE-RECORD.
           MOVE SPACE TO SLA-WHY.
           PERFORM SLA-CLOSE-ROW.
           PERFORM JOBQ-CAP-FINISH.
           PERFORM TIMER-READ-MS.
           MOVE 0 TO TMG-ELAPSED.
           IF WS-TIMR-MS >= TMG-JOB-T0
               COMPUTE TMG-ELAPSED = WS-TIMR-MS - TMG-JOB-T0
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Job " JOBQ-KIND " took " TMG-ELAPSED " ms"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Batch job " JOBQ-KIND " ended " JOBQ-RESULT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM JHS-FINISH.
      * Whatever the job did to the drives is looked at straight away
           MOVE 0 TO THR-NEXT-CHECK.
           PERFORM THR-PUMP.
      * Open this run's capture file -- JOBnnOUT.TXT for slot nn,
      * replacing the previous run's, and put the start line down.
      * Most kinds leave a line or two; a data profile writes its
      * whole report here, so it gets the longer file.
       JOBQ-CAP-START.
           MOVE 'N' TO JOBQ-CAP-OK.
           MOVE 25 TO JOBQ-CAP-MAXREC.
           IF JOBQ-KIND = "PROFDATA"
               MOVE 100 TO JOBQ-CAP-MAXREC
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NAME.
           STRING "JOB" JOBQ-FOUND(3:2) "OUT"
               DELIMITED BY SIZE INTO JOBQ-CAP-NAME
           END-STRING.
           MOVE 'A' TO FILE-VOL.
           MOVE JOBQ-CAP-NAME TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE JOBQ-CAP-MAXREC TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO JOBQ-CAP-OK.
           MOVE FILE-VOL TO JOBQ-CAP-VOL.
           MOVE FILE-CYL TO JOBQ-CAP-CYL.
           MOVE FILE-SECT TO JOBQ-CAP-SECT.
           MOVE FILE-NUMSECT TO JOBQ-CAP-NUMSECT.
           MOVE 0 TO JOBQ-CAP-RECNO.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "Job " JOBQ-KIND " " JOBQ-ARG1(1:20)
               " started " RTC-YEAR "-" RTC-MONTH "-" RTC-DAY
               " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM JOBQ-CAP-LINE.
      * One line into the capture; FILE-REC-AREA carries the text
       JOBQ-CAP-LINE.
           IF JOBQ-CAP-OK = 'N' OR JOBQ-CAP-RECNO >= JOBQ-CAP-MAXREC
               EXIT PARAGRAPH
           END-IF.
           MOVE JOBQ-CAP-VOL TO FILE-VOL.
           MOVE JOBQ-CAP-NAME TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE JOBQ-CAP-CYL TO FILE-CYL.
           MOVE JOBQ-CAP-SECT TO FILE-SECT.
           MOVE JOBQ-CAP-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE JOBQ-CAP-MAXREC TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           ADD 1 TO JOBQ-CAP-RECNO END-ADD.
           MOVE JOBQ-CAP-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * The kind's summary note (if it left one) and the outcome
       JOBQ-CAP-FINISH.
           IF JOBQ-CAP-NOTE NOT = SPACES
               MOVE SPACES TO FILE-REC-AREA
               MOVE JOBQ-CAP-NOTE TO FILE-REC-AREA(1:60)
               PERFORM JOBQ-CAP-LINE
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "Job ended " JOBQ-RESULT " at " RTC-YEAR "-"
               RTC-MONTH "-" RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM JOBQ-CAP-LINE.
           IF JOBQ-CAP-OK = 'Y'
               MOVE JOBQ-CAP-NAME TO RRP-IN-NAME
               MOVE JOBQ-KIND TO RRP-IN-BY
               MOVE JOBQ-CAP-RECNO TO RRP-IN-LINES
               MOVE 0 TO RRP-IN-PAGES
               PERFORM RRP-FINISHED
           END-IF.
      * A job sent in by remote job entry has its output sent back
           IF JOBQ-CAP-NAME(4:2) IS NUMERIC
               MOVE JOBQ-CAP-NAME(4:2) TO RJE-SLOT
               IF RJE-SLOT >= 1 AND RJE-SLOT <= 16
                   IF RJE-WATCH(RJE-SLOT) = 'Y'
                       PERFORM RJE-RETURN-OUTPUT
                   END-IF
               END-IF
           END-IF.
      * The unattended flavour of FCOPY: same sector loop, no screen
       JOBQ-RUN-COPY.
           MOVE JOBQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE JOBQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO JOBQ-SRC-VOL.
           PERFORM FILE-OPEN.
      * An enciphered source would come out an unmarked ciphertext
      * copy; the job fails with its reason on the capture
           IF FILE-OP-OK AND WS-FILE-ENC-ON = 'Y'
               MOVE "source enciphered - decrypt first"
                   TO JOBQ-CAP-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF FILE-OP-OK
               COMPUTE JOBQ-SRC-BASE = (FILE-CYL * 1000) + FILE-SECT
               END-COMPUTE
               MOVE FILE-NUMSECT TO JOBQ-SRC-NUMSECT
               MOVE FILE-RECLEN TO JOBQ-SRC-RECLEN
               MOVE FILE-NUMRECS TO JOBQ-SRC-NUMRECS
               MOVE JOBQ-ARG2 TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               MOVE FILE-VOL TO JOBQ-DST-VOL
               MOVE JOBQ-SRC-RECLEN TO FILE-RECLEN
               MOVE JOBQ-SRC-NUMRECS TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   COMPUTE JOBQ-DST-BASE = (FILE-CYL * 1000) +
                       FILE-SECT END-COMPUTE
      * Park the extents; the pump moves the sectors a burst at a
      * time from here on
                   MOVE 'Y' TO JOBQ-ACT-RUNNING
                   MOVE JOBQ-FOUND TO JOBQ-ACT-SLOT
                   MOVE JOBQ-KIND TO JOBQ-ACT-KIND
                   MOVE JOBQ-SRC-VOL TO JOBQ-ACT-SRC-VOL
                   MOVE JOBQ-SRC-BASE TO JOBQ-ACT-SRC-BASE
                   MOVE JOBQ-SRC-NUMSECT TO JOBQ-ACT-NUMSECT
                   MOVE JOBQ-DST-VOL TO JOBQ-ACT-DST-VOL
                   MOVE JOBQ-DST-BASE TO JOBQ-ACT-DST-BASE
                   MOVE 0 TO JOBQ-ACT-NEXT
                   MOVE 0 TO JOBQ-ACT-PCT
                   MOVE '*' TO JOBQ-RESULT
               END-IF
           END-IF.
      * Whatever kind parked itself gets its next slice, charged to
      * the job's submitter like the pass that parked it
       JOBQ-ACT-SLICE.
           MOVE JHS-OUT-WHO TO ACCT-WHO-IN.
           PERFORM ACCT-OP-BEGIN.
           EVALUATE JOBQ-ACT-KIND
               WHEN "BACKUP" PERFORM JOBQ-BACKUP-SLICE
               WHEN "SURFACE" PERFORM BSM-SCAN-SLICE
               WHEN OTHER PERFORM JOBQ-COPY-SLICE
           END-EVALUATE.
           PERFORM ACCT-OP-END.
      * One bounded burst of the parked copy -- thirty-two sectors a
      * pass keeps even a floppy-class host responsive -- then the
      * percent column is refreshed; the last burst wraps the job up
      * the same way a one-shot kind is wrapped up
       JOBQ-COPY-SLICE.
           MOVE 32 TO JOBQ-ACT-BURST.
           PERFORM UNTIL JOBQ-ACT-BURST = 0
               OR JOBQ-ACT-NEXT >= JOBQ-ACT-NUMSECT
               MOVE JOBQ-ACT-SRC-VOL TO FILE-VOL
               COMPUTE WS-FILE-ABS-SECT = JOBQ-ACT-SRC-BASE +
                   JOBQ-ACT-NEXT END-COMPUTE
               PERFORM FILE-SECT-FETCH
               MOVE JOBQ-ACT-DST-VOL TO FILE-VOL
               COMPUTE WS-FILE-ABS-SECT = JOBQ-ACT-DST-BASE +
                   JOBQ-ACT-NEXT END-COMPUTE
               PERFORM FILE-SECT-STORE
               ADD 1 TO JOBQ-ACT-NEXT END-ADD
               SUBTRACT 1 FROM JOBQ-ACT-BURST END-SUBTRACT
           END-PERFORM.
           IF JOBQ-ACT-NUMSECT NOT = 0
               COMPUTE JOBQ-ACT-PCT = (JOBQ-ACT-NEXT * 100) /
                   JOBQ-ACT-NUMSECT END-COMPUTE
           ELSE
               MOVE 100 TO JOBQ-ACT-PCT
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE JOBQ-ACT-SLOT TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF JOBQ-ACT-NEXT >= JOBQ-ACT-NUMSECT
               MOVE 'N' TO JOBQ-ACT-RUNNING
               MOVE 'D' TO FILE-REC-AREA(70:1)
               MOVE 100 TO JOBQ-ACT-PCT
               MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3)
               PERFORM FILE-WRITE-RECORD
               MOVE SPACE TO SLA-WHY
               PERFORM SLA-CLOSE-ROW
               MOVE JOBQ-ACT-KIND TO JOBQ-KIND
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "copied " JOBQ-ACT-NUMSECT " sectors"
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
               PERFORM JOBQ-CAP-FINISH
               PERFORM TIMER-READ-MS
               MOVE 0 TO TMG-ELAPSED
               IF WS-TIMR-MS >= TMG-ACT-T0
                   COMPUTE TMG-ELAPSED = WS-TIMR-MS - TMG-ACT-T0
                   END-COMPUTE
               END-IF
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Job " JOBQ-KIND " took " TMG-ELAPSED " ms"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Batch job " JOBQ-KIND " ended D"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               PERFORM JHS-FINISH
           ELSE
               MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3)
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * The unattended flavour of BACKUP, for the 02:00 schedule
      * entry: the full archive write and verify pass, succeeding
      * only when the verify pass found nothing wrong
       JOBQ-RUN-BACKUP.
           IF JOBQ-ARG1(1:3) = "INC"
               PERFORM BACKUP-INC-RUN
               PERFORM BACKUP-INC-VERIFY
               IF BKP-VERIFY-BAD = 0
                   MOVE 'D' TO JOBQ-RESULT
               END-IF
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "archived " BKP-FILES " files, " BKP-SECTORS
                   " sectors, " BKP-VERIFY-BAD " bad"
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
      * The full archive parks itself and proceeds a couple of files
      * per pump pass -- the console stays live through the night
      * run instead of freezing until someone power-cycles it
           MOVE 0 TO JOBQ-ACT-TOTAL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   ADD 1 TO JOBQ-ACT-TOTAL END-ADD
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           MOVE 'F' TO BKP-MODE.
           MOVE 0 TO BKP-FILES.
           MOVE 0 TO BKP-SECTORS.
           MOVE 0 TO BKP-VERIFY-BAD.
           OPEN OUTPUT BACKUP-ARCH-FILE.
           WRITE BACKUP-ARCH-REC FROM BKP-VOL-OUT END-WRITE.
           MOVE 'Y' TO JOBQ-ACT-RUNNING.
           MOVE "BACKUP" TO JOBQ-ACT-KIND.
           MOVE JOBQ-FOUND TO JOBQ-ACT-SLOT.
           MOVE LOW-VALUES TO JOBQ-ACT-LAST-KEY.
           MOVE 0 TO JOBQ-ACT-DONE.
           MOVE 0 TO JOBQ-ACT-PCT.
           MOVE '*' TO JOBQ-RESULT.
      * Two files a pass through the archive writer, picking the
      * directory walk back up past the last key archived; the pass
      * past the final entry closes the archive, runs the verify
      * sweep and wraps the job up
       JOBQ-BACKUP-SLICE.
           MOVE 0 TO JOBQ-ACT-STEP.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE JOBQ-ACT-LAST-KEY TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY GREATER THAN FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               OR JOBQ-ACT-STEP >= 2
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   MOVE FILE-DIR-KEY TO JOBQ-ACT-LAST-KEY
                   IF FILE-DIR-DELETED = 'N'
                       PERFORM BACKUP-ONE-FILE
                       ADD 1 TO JOBQ-ACT-STEP END-ADD
                       ADD 1 TO JOBQ-ACT-DONE END-ADD
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           IF WS-FILE-DIR-STATUS = "00"
      * More entries wait; refresh the percent column and yield
               IF JOBQ-ACT-TOTAL NOT = 0
                   COMPUTE JOBQ-ACT-PCT = (JOBQ-ACT-DONE * 100) /
                       JOBQ-ACT-TOTAL END-COMPUTE
               END-IF
               MOVE 'A' TO FILE-VOL
               MOVE "JOBQUEUE" TO FILE-NAME
               MOVE "DAT" TO FILE-EXT
               PERFORM FILE-OPEN
               MOVE JOBQ-ACT-SLOT TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3)
               PERFORM FILE-WRITE-RECORD
               EXIT PARAGRAPH
           END-IF.
      * The walk is done: seal the archive, verify it, restart the
      * incremental chain and put the outcome on the record
           MOVE 'N' TO JOBQ-ACT-RUNNING.
           MOVE BKP-FILES TO BKP-END-FILES.
           MOVE BKP-SECTORS TO BKP-END-SECTORS.
           MOVE BKP-END-OUT TO BACKUP-ARCH-REC.
           PERFORM BKP-PUT-RECORD.
           CLOSE BACKUP-ARCH-FILE.
           OPEN OUTPUT BACKUP-INC-FILE.
           CLOSE BACKUP-INC-FILE.
           PERFORM BACKUP-STAMP-SAVE.
           PERFORM BACKUP-VERIFY-PASS.
           MOVE "BACKUP" TO JOBQ-KIND.
           IF BKP-VERIFY-BAD = 0
               MOVE 'D' TO JOBQ-RESULT
           ELSE
               MOVE 'F' TO JOBQ-RESULT
               PERFORM JOBQ-TXN-FAILED
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "JOBQUEUE" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE JOBQ-ACT-SLOT TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE JOBQ-RESULT TO FILE-REC-AREA(70:1).
           MOVE 100 TO JOBQ-ACT-PCT.
           MOVE JOBQ-ACT-PCT TO FILE-REC-AREA(71:3).
           PERFORM FILE-WRITE-RECORD.
           MOVE SPACE TO SLA-WHY.
           PERFORM SLA-CLOSE-ROW.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           STRING "archived " BKP-FILES " files, " BKP-SECTORS
               " sectors, " BKP-VERIFY-BAD " bad"
               DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
           END-STRING.
           PERFORM JOBQ-CAP-FINISH.
           PERFORM TIMER-READ-MS.
           MOVE 0 TO TMG-ELAPSED.
           IF WS-TIMR-MS >= TMG-ACT-T0
               COMPUTE TMG-ELAPSED = WS-TIMR-MS - TMG-ACT-T0
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Job BACKUP took " TMG-ELAPSED " ms"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Batch job BACKUP ended " JOBQ-RESULT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM JHS-FINISH.
      * The unattended flavour of VALIDATE: a clean sweep is a done
      * job, complaints fail it so a chained step can gate on it
       JOBQ-RUN-VALIDATE.
           MOVE JOBQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE JOBQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VAL-RUN.
           IF VAL-OK = 'Y' AND VAL-ERRORS = 0
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           STRING "validation errors " VAL-ERRORS
               DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
           END-STRING.
      * The unattended flavour of REFCHK: done only when every
      * relationship could be checked and none has an orphan, so a
      * chained posting run can gate on it
       JOBQ-RUN-REFCHK.
           MOVE JOBQ-ARG1(1:10) TO REF-ONLY.
           PERFORM REF-RUN.
           IF REF-OK = 'Y' AND REF-ORPHANS = 0 AND REF-UNCHECKED = 0
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF REF-OK = 'Y'
               STRING "orphans " REF-ORPHANS ", not checked "
                   REF-UNCHECKED DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE REF-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of AGING: the first argument is the
      * layout and the field names, the second the file and any
      * as-of date.  The buckets are in AGING.TXT either way.
       JOBQ-RUN-AGING.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO AGE-DFLD.
           MOVE SPACES TO AGE-AFLD.
           MOVE SPACES TO AGE-GFLD.
           UNSTRING JOBQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT AGE-DFLD AGE-AFLD AGE-GFLD
           END-UNSTRING.
           MOVE SPACES TO AGE-SPEC.
           MOVE SPACES TO AGE-ASOF-TXT.
           UNSTRING JOBQ-ARG2 DELIMITED BY ALL SPACE
               INTO AGE-SPEC AGE-ASOF-TXT
           END-UNSTRING.
           PERFORM AGE-RUN.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF AGE-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE AGE-TOT-AMT(5) TO AGE-ED-AMT
               STRING "items " AGE-TAKEN " as of " AGE-ASOF
                   " over 90 " FUNCTION TRIM(AGE-ED-AMT)
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE AGE-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * CAPSNAP job: a capacity snapshot on the scheduler's clock,
      * taken whether or not the day already has one
       JOBQ-RUN-CAPSNAP.
           MOVE 'N' TO CAP-IF-DUE.
           PERFORM CAP-SNAPSHOT.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF CAP-TAKEN = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE "capacity snapshot taken" TO JOBQ-CAP-NOTE
           ELSE
               MOVE "no volume in use to snapshot" TO JOBQ-CAP-NOTE
           END-IF.
      * CHARGEBACK job, the month-end run: the first argument is the
      * period as the shell operation takes it, blank for last
      * month.  A report that would only have gone to the screen is
      * filed to CHARGEBK.TXT instead -- nobody is at the screen.
       JOBQ-RUN-CHARGEBK.
           MOVE JOBQ-ARG1 TO CBK-ARG.
           IF CBK-ARG = SPACES
               MOVE "PREV" TO CBK-ARG
           END-IF.
           PERFORM CBK-PERIOD.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF CBK-OK = 'N'
               MOVE "period is FROM TO as YYYYMMDD, or PREV"
                   TO JOBQ-CAP-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE RPTO-DEST TO CBK-SAVE-DEST.
           MOVE RPTO-FNAME TO CBK-SAVE-FNAME.
           IF RPTO-DEST = 'V'
               MOVE 'F' TO RPTO-DEST
               MOVE "CHARGEBK" TO RPTO-FNAME
           END-IF.
           PERFORM CBK-RUN.
           MOVE CBK-SAVE-DEST TO RPTO-DEST.
           MOVE CBK-SAVE-FNAME TO RPTO-FNAME.
           MOVE 'D' TO JOBQ-RESULT.
           STRING "chargeback " CBK-FROM " to " CBK-TO
               DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
           END-STRING.
      * MIGRATE job: the first argument is the days, the second the
      * target volume (B: when blank) -- a migration pass on the
      * scheduler's clock, the register recording what moved
       JOBQ-RUN-MIGRATE.
           MOVE 0 TO MIG-SECT-IDX.
           INSPECT JOBQ-ARG1 TALLYING MIG-SECT-IDX
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO MIG-DAYS.
           IF MIG-SECT-IDX > 0 AND MIG-SECT-IDX < 5
               IF JOBQ-ARG1(1:MIG-SECT-IDX) IS NUMERIC
                   COMPUTE MIG-DAYS = FUNCTION NUMVAL(
                       JOBQ-ARG1(1:MIG-SECT-IDX))
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE JOBQ-ARG2(1:1) TO MIG-TGT.
           MOVE 'N' TO MIG-LIST.
           PERFORM MIG-RUN.
           MOVE MIG-MSG TO JOBQ-CAP-NOTE.
           IF MIG-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
      * The unattended flavour of MERGE-LETTER: the first argument
      * is the layout, template, data file and any output file, the
      * second the condition choosing the records, if any.
       JOBQ-RUN-MERGE.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO MRG-TPL-SPEC.
           MOVE SPACES TO SEL-SRC-SPEC.
           MOVE SPACES TO MRG-OUT-SPEC.
           UNSTRING JOBQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT MRG-TPL-SPEC SEL-SRC-SPEC MRG-OUT-SPEC
           END-UNSTRING.
           MOVE JOBQ-ARG2 TO SEL-WHERE.
           PERFORM MRG-RUN.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF MRG-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               STRING "letters " MRG-LETTERS " -> "
                   FUNCTION TRIM(MRG-OUT-SPEC)
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE MRG-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of POST: the first argument is the
      * layout, the second the master and transaction specs.  A run
      * that completes is done even with rejects -- they are the
      * morning's work in POSTREJ.DAT, not a failed job.
       JOBQ-RUN-POST.
           MOVE JOBQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO POST-MST-SPEC.
           MOVE SPACES TO POST-TRN-SPEC.
           UNSTRING JOBQ-ARG2 DELIMITED BY ALL SPACE
               INTO POST-MST-SPEC POST-TRN-SPEC
           END-UNSTRING.
           PERFORM POST-RUN.
           IF POST-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "added " POST-ADDED " changed " POST-CHANGED
                   " deleted " POST-DELETED " rejected "
                   POST-REJECTED
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE POST-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of BALANCE: the first argument is one
      * batch or blank for all.  Any batch left held fails the job,
      * so a POST chained on it stays held with it.
       JOBQ-RUN-BALANCE.
           MOVE JOBQ-ARG1(1:10) TO BAL-ONE-BATCH.
           PERFORM BAL-RUN.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF BAL-OK = 'Y'
               IF BAL-HELD = 0
                   MOVE 'D' TO JOBQ-RESULT
               END-IF
               STRING "checked " BAL-CHECKED " held " BAL-HELD
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE BAL-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of FCOMPARE.  The job chain only knows
      * done and failed, so code 0 (the files match) is done and 1 or
      * 2 is failed; the capture note carries the code itself, and a
      * "run only if it failed" successor is the differences branch.
       JOBQ-RUN-FCOMPARE.
           MOVE JOBQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO FCMP-OLD-SPEC.
           MOVE SPACES TO FCMP-NEW-SPEC.
           UNSTRING JOBQ-ARG2 DELIMITED BY ALL SPACE
               INTO FCMP-OLD-SPEC FCMP-NEW-SPEC
           END-UNSTRING.
           PERFORM FCMP-RUN.
           IF FCMP-RC = 0
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF FCMP-RC = 2
               STRING "code 2 " FCMP-MSG
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               STRING "code " FCMP-RC " added " FCMP-ADDED
                   " deleted " FCMP-DELETED " changed " FCMP-CHANGED
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           END-IF.
      * The unattended flavour of PROFILE-DATA: the first argument is
      * the layout, the second the file; the profile itself is the
      * capture file's body
       JOBQ-RUN-PROFDATA.
           MOVE JOBQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE JOBQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE 'Y' TO DPRF-BATCH.
           PERFORM DPRF-RUN.
           IF DPRF-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "profiled " DPRF-RECS " records, " DCT-COUNT
                   " fields" DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE DPRF-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of SELECT: the first argument names
      * the selection definition (FILE=, LAYOUT=, WHERE=, TO=), since
      * a condition has spaces in it and the queue record has not
      * the room
       JOBQ-RUN-SELECT.
           MOVE SPACES TO SEL-SRC-SPEC.
           MOVE SPACES TO SEL-DST-SPEC.
           MOVE SPACES TO SEL-WHERE.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE JOBQ-ARG1 TO WS-FILE-SPEC.
           PERFORM SEL-LOAD-DEFINITION.
           IF SEL-OK = 'Y'
               PERFORM SEL-RUN
           END-IF.
           IF SEL-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "read " SEL-READ " records, selected "
                   SEL-SELECTED DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE SEL-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * BEGIN, COMMIT and ROLLBACK as job kinds, so a chain can be
      * bracketed: a BEGIN job opens the transaction for the chain
      * (the first argument names it), and any job in the chain
      * failing before the COMMIT job runs takes it all back
       JOBQ-RUN-BEGIN.
           MOVE 'J' TO TXN-NEW-OWNER.
           MOVE JOBQ-ARG1(1:14) TO TXN-NEW-LABEL.
           PERFORM TXN-BEGIN.
           IF TXN-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "transaction " FUNCTION TRIM(TXN-LABEL)
                   " begun" DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE TXN-MSG TO JOBQ-CAP-NOTE
           END-IF.
       JOBQ-RUN-COMMIT.
           PERFORM TXN-COMMIT.
           IF TXN-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "transaction " FUNCTION TRIM(TXN-LABEL)
                   " committed" DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE TXN-MSG TO JOBQ-CAP-NOTE
           END-IF.
       JOBQ-RUN-ROLLBACK.
           MOVE "ROLLBACK job" TO TXN-REASON.
           PERFORM TXN-ROLLBACK.
           IF TXN-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "transaction " FUNCTION TRIM(TXN-LABEL)
                   " rolled back, " TXN-SECTORS " sectors"
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE TXN-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * A job that failed inside a chain's transaction takes the
      * chain's work back to BEGIN -- a BEGIN refused because some
      * other transaction was open leaves that one alone
       JOBQ-TXN-FAILED.
           IF TXN-ACTIVE = 'Y' AND TXN-OWNER = 'J'
               AND JOBQ-KIND NOT = "BEGIN"
               MOVE SPACES TO TXN-REASON
               STRING "job " FUNCTION TRIM(JOBQ-KIND) " failed"
                   DELIMITED BY SIZE INTO TXN-REASON
               END-STRING
               PERFORM TXN-ROLLBACK
           END-IF.
      * The unattended flavour of SORT, for the batch window: the
      * first argument is the source, the second carries the
      * destination and key columns exactly as the shell form does
       JOBQ-RUN-SORT.
           MOVE JOBQ-ARG1 TO KSRT-SRC-SPEC.
           MOVE SPACES TO KSRT-DST-SPEC.
           MOVE SPACES TO KSRT-KEYSPEC.
           UNSTRING JOBQ-ARG2 DELIMITED BY ALL SPACE
               INTO KSRT-DST-SPEC KSRT-KEYSPEC
           END-UNSTRING.
           PERFORM KSRT-RUN.
           IF KSRT-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "sorted " KSRT-COUNT " records"
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               MOVE KSRT-MSG TO JOBQ-CAP-NOTE
           END-IF.
      * The unattended flavour of LINESORT: default 100/100 numbering
       JOBQ-RUN-LINESORT.
           MOVE JOBQ-ARG1 TO LSRT-SRC-SPEC.
           MOVE JOBQ-ARG2 TO LSRT-DST-SPEC.
           MOVE 0 TO LSRT-START.
           MOVE 0 TO LSRT-INCR.
           PERFORM LSRT-RUN.
           IF LSRT-OK = 'Y'
               MOVE 'D' TO JOBQ-RESULT
               MOVE SPACES TO JOBQ-CAP-NOTE
               STRING "resequenced " LSRT-COUNT " records"
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           END-IF.
      * The unattended flavour of LINECOPY: the first argument is the
      * deck, the second the expanded deck and the level.  Code 0 is
      * done, 1 and 2 failed, the code in the capture note as
      * FCOMPARE leaves it.
       JOBQ-RUN-LINECOPY.
           MOVE JOBQ-ARG1 TO LCPY-SRC-SPEC.
           MOVE SPACES TO LCPY-DST-SPEC.
           MOVE SPACES TO LCPY-LEVEL-ARG.
           UNSTRING JOBQ-ARG2 DELIMITED BY ALL SPACE
               INTO LCPY-DST-SPEC LCPY-LEVEL-ARG
           END-UNSTRING.
           PERFORM LCPY-RUN.
           IF LCPY-OK = 'Y' AND LCPY-RC = 0
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           IF LCPY-OK = 'N'
               STRING "code 2 " LCPY-MSG
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           ELSE
               STRING "code " LCPY-RC " copies " LCPY-COPIES
                   " missing " LCPY-MISSING " findings " LCPY-FINDINGS
                   DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
               END-STRING
           END-IF.
      * The unattended flavour of VERIFY: sweep one file (or with a
      * blank argument the whole volume) and call any bad sector a
      * failed job
       JOBQ-RUN-VERIFY.
           MOVE SPACES TO VRFY-WANT-NAME.
           MOVE SPACES TO VRFY-WANT-EXT.
           IF JOBQ-ARG1 NOT = SPACES
               MOVE JOBQ-ARG1 TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               MOVE FILE-NAME TO VRFY-WANT-NAME
               MOVE FILE-EXT TO VRFY-WANT-EXT
           END-IF.
           MOVE 0 TO VRFY-BAD.
           MOVE 0 TO VRFY-TOTAL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND (VRFY-WANT-NAME = SPACES
                       OR (FILE-DIR-NAME = VRFY-WANT-NAME
                           AND FILE-DIR-EXT = VRFY-WANT-EXT))
                   MOVE FILE-DIR-NAME TO VRFY-NAME
                   MOVE FILE-DIR-EXT TO VRFY-EXT
                   COMPUTE VRFY-BASE = (FILE-DIR-CYL * 1000) +
                       FILE-DIR-SECT END-COMPUTE
                   MOVE FILE-DIR-NUMSECT TO VRFY-NUMSECT
                   PERFORM VRFY-SWEEP-FILE
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           IF VRFY-BAD = 0
               MOVE 'D' TO JOBQ-RESULT
           END-IF.
           MOVE SPACES TO JOBQ-CAP-NOTE.
           STRING "verified " VRFY-TOTAL " sectors, " VRFY-BAD
               " bad" DELIMITED BY SIZE INTO JOBQ-CAP-NOTE
           END-STRING.
      * Browse past exception snapshots: the SNP entries in the
      * directory, numbered, with V paging through the picked one's
      * records on the file manager's view screen
       KDEMO-SNAP-BROWSE.
           MOVE "SNAPSHOTS" TO WS-ACTIVE-SCREEN.
           MOVE 'A' TO FILE-VOL.
           MOVE SPACES TO SNAP-MSG.
           MOVE 0 TO SNAP-PICK.
           MOVE 1 TO SNAP-PAGE.
           MOVE SPACE TO SNAP-ACTION.
           PERFORM SNAP-FILL-PAGE.
           PERFORM UNTIL SNAP-ACTION = 'X'
               MOVE SPACE TO SNAP-ACTION
               ACCEPT SNAP-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
               MOVE SPACES TO SNAP-MSG
               EVALUATE SNAP-ACTION
                   WHEN 'N'
                       IF SNAP-AT-END = 'Y'
                           MOVE 1 TO SNAP-PAGE
                       ELSE
                           ADD 1 TO SNAP-PAGE END-ADD
                       END-IF
                       PERFORM SNAP-FILL-PAGE
                   WHEN 'V' PERFORM SNAP-VIEW-ONE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO SNAP-ACTION.
       SNAP-FILL-PAGE.
           PERFORM VARYING DIR-LINE-IDX FROM 1 BY 1
               UNTIL DIR-LINE-IDX > 12
               MOVE SPACES TO DIR-LINE(DIR-LINE-IDX)
               MOVE SPACES TO SNAP-ENT-NAME(DIR-LINE-IDX)
           END-PERFORM.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           COMPUTE SNAP-SKIP = (SNAP-PAGE - 1) * 12 END-COMPUTE.
           MOVE 0 TO SNAP-SEEN.
           MOVE 0 TO DIR-LINE-IDX.
           PERFORM UNTIL DIR-LINE-IDX = 12
               OR WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-EXT = "SNP"
                   ADD 1 TO SNAP-SEEN END-ADD
                   IF SNAP-SEEN > SNAP-SKIP
                       ADD 1 TO DIR-LINE-IDX END-ADD
                       MOVE FILE-DIR-NAME
                           TO SNAP-ENT-NAME(DIR-LINE-IDX)
                       PERFORM DIR-COMPOSE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE DIR-LINE-IDX TO SNAP-COUNT.
           IF WS-FILE-DIR-STATUS = "00"
               MOVE 'N' TO SNAP-AT-END
           ELSE
               MOVE 'Y' TO SNAP-AT-END
           END-IF.
           PERFORM FILE-DIR-CLOSE.
       SNAP-VIEW-ONE.
           IF SNAP-PICK < 1 OR SNAP-PICK > SNAP-COUNT
               OR SNAP-ENT-NAME(SNAP-PICK) = SPACES
               MOVE "Pick a row number first" TO SNAP-MSG
           ELSE
               MOVE SNAP-ENT-NAME(SNAP-PICK) TO FILE-NAME
               MOVE "SNP" TO FILE-EXT
               PERFORM FILE-OPEN
               IF FILE-OP-OK
                   MOVE 0 TO FMGR-VIEW-SECT
                   MOVE 'N' TO WS-REPLY
                   PERFORM UNTIL WS-REPLY NOT = 'N'
                       PERFORM FILE-READ
                       IF FILE-OP-EOF
                           MOVE SPACE TO WS-REPLY
                       ELSE
                           ADD 1 TO FMGR-VIEW-SECT END-ADD
                           PERFORM VARYING SNAP-VIEW-IDX FROM 1 BY 1
                               UNTIL SNAP-VIEW-IDX > 20
                               MOVE FILE-BUF(
                                   ((SNAP-VIEW-IDX - 1) * 64) + 1:64)
                                   TO FMGR-VIEW-LINE(SNAP-VIEW-IDX)
                           END-PERFORM
                           MOVE SPACE TO WS-REPLY
                           ACCEPT FMGR-VIEW-SCREEN END-ACCEPT
                           PERFORM KDEMO-ERROR
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "Open failed" TO SNAP-MSG
               END-IF
           END-IF.
      * Append this boot's report to the BOOTHIST.DAT history file
      * and compare it against the previous boot's record: a
      * subsystem that was OK last boot and is FAIL now is flagged on
      * the boot report screen and raised through the alert service,
      * so hardware dying quietly between boots gets noticed the
      * morning it happens
       BOOT-HISTORY-UPDATE.
           MOVE SPACES TO WS-BOOT-REGRESS.
           MOVE 'N' TO BOOTH-HAVE-PREV.
           MOVE 'A' TO FILE-VOL.
           MOVE "BOOTHIST" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               MOVE 0 TO FILE-NUMRECS
           END-IF.
           IF FILE-NUMRECS > 0
               MOVE FILE-NUMRECS TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   MOVE FILE-REC-AREA(1:80) TO BOOTH-PREV-REC
                   MOVE 'Y' TO BOOTH-HAVE-PREV
               END-IF
           END-IF.
           IF BOOTH-HAVE-PREV = 'Y'
               PERFORM BOOT-HISTORY-COMPARE
           END-IF.
      * Grow the entry by one record and write this boot's row
           COMPUTE BOOTH-NEWRECS = FILE-NUMRECS + 1 END-COMPUTE.
           MOVE BOOTH-NEWRECS TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               STRING WS-BOOT-UART-STATUS WS-BOOT-ATAPI-STATUS
                   WS-BOOT-FLOPPY-STATUS WS-BOOT-SB16-STATUS
                   WS-BOOT-NET-STATUS WS-BOOT-PCI-COUNT " "
                   MEM-FREE-BYTES " "
                   WS-BOOT-RTC-YEAR "-" WS-BOOT-RTC-MONTH "-"
                   WS-BOOT-RTC-DAY " " WS-BOOT-RTC-HOUR ":"
                   WS-BOOT-RTC-MINUTE
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
      * The per-init times ride the fixed columns 53-77, clear of
      * the timestamp, so the next boot's comparison can read them
               MOVE WS-BOOT-UART-MS TO FILE-REC-AREA(53:5)
               MOVE WS-BOOT-ATAPI-MS TO FILE-REC-AREA(58:5)
               MOVE WS-BOOT-FLOPPY-MS TO FILE-REC-AREA(63:5)
               MOVE WS-BOOT-SB16-MS TO FILE-REC-AREA(68:5)
               MOVE WS-BOOT-PCI-MS TO FILE-REC-AREA(73:5)
      * and the profile booted under at 78 (N, M or S)
               MOVE WS-BOOT-PROFILE TO FILE-REC-AREA(78:1)
               MOVE BOOTH-NEWRECS TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * The previous record's five status columns sit at the same
      * fixed offsets this boot's row uses; any OK-to-FAIL transition
      * is a regression worth shouting about
       BOOT-HISTORY-COMPARE.
           IF BOOTH-PREV-REC(1:4) NOT = "FAIL"
               AND BOOTH-PREV-REC(1:4) NOT = "N/A "
               AND WS-BOOT-UART-STATUS = "FAIL"
               MOVE "UART was OK last boot, FAIL now"
                   TO WS-BOOT-REGRESS
           END-IF.
           IF BOOTH-PREV-REC(5:4) NOT = "FAIL"
               AND BOOTH-PREV-REC(5:4) NOT = "N/A "
               AND WS-BOOT-ATAPI-STATUS = "FAIL"
               MOVE "ATAPI was OK last boot, FAIL now"
                   TO WS-BOOT-REGRESS
           END-IF.
           IF BOOTH-PREV-REC(9:4) NOT = "FAIL"
               AND BOOTH-PREV-REC(9:4) NOT = "N/A "
               AND WS-BOOT-FLOPPY-STATUS = "FAIL"
               MOVE "Floppy was OK last boot, FAIL now"
                   TO WS-BOOT-REGRESS
           END-IF.
           IF BOOTH-PREV-REC(13:4) NOT = "FAIL"
               AND BOOTH-PREV-REC(13:4) NOT = "N/A "
               AND WS-BOOT-SB16-STATUS = "FAIL"
               MOVE "SB16 was OK last boot, FAIL now"
                   TO WS-BOOT-REGRESS
           END-IF.
           IF BOOTH-PREV-REC(17:4) = "FND "
               AND WS-BOOT-NET-STATUS = "NONE"
               MOVE "Network card present last boot, gone now"
                   TO WS-BOOT-REGRESS
           END-IF.
      * An init that got dramatically slower than last boot (three
      * times the previous figure and over a second) is a regression
      * too, even while it still says OK
           PERFORM BOOT-COMPARE-TIMES.
           IF WS-BOOT-REGRESS NOT = SPACES
               MOVE "BOOT" TO WS-ALERT-SUBSYS
               MOVE WS-BOOT-REGRESS(1:40) TO WS-ALERT-TEXT
               CALL "KRNLALRT" END-CALL
           END-IF.
       BOOT-COMPARE-TIMES.
           MOVE WS-BOOT-UART-MS TO WS-BOOT-INIT-MS.
           MOVE "UART-INIT" TO WDOG-WHERE.
           MOVE BOOTH-PREV-REC(53:5) TO BOOTH-PREV-MS-TXT.
           PERFORM BOOT-COMPARE-ONE-TIME.
           MOVE WS-BOOT-ATAPI-MS TO WS-BOOT-INIT-MS.
           MOVE "ATAPI-READ" TO WDOG-WHERE.
           MOVE BOOTH-PREV-REC(58:5) TO BOOTH-PREV-MS-TXT.
           PERFORM BOOT-COMPARE-ONE-TIME.
           MOVE WS-BOOT-FLOPPY-MS TO WS-BOOT-INIT-MS.
           MOVE "INIT-FLOPPY" TO WDOG-WHERE.
           MOVE BOOTH-PREV-REC(63:5) TO BOOTH-PREV-MS-TXT.
           PERFORM BOOT-COMPARE-ONE-TIME.
           MOVE WS-BOOT-SB16-MS TO WS-BOOT-INIT-MS.
           MOVE "INIT-SB16" TO WDOG-WHERE.
           MOVE BOOTH-PREV-REC(68:5) TO BOOTH-PREV-MS-TXT.
           PERFORM BOOT-COMPARE-ONE-TIME.
           MOVE WS-BOOT-PCI-MS TO WS-BOOT-INIT-MS.
           MOVE "PCI-INIT" TO WDOG-WHERE.
           MOVE BOOTH-PREV-REC(73:5) TO BOOTH-PREV-MS-TXT.
           PERFORM BOOT-COMPARE-ONE-TIME.
       BOOT-COMPARE-ONE-TIME.
           IF BOOTH-PREV-MS-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE BOOTH-PREV-MS-TXT TO BOOTH-PREV-MS.
           IF BOOTH-PREV-MS = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-BOOT-INIT-MS > 1000
               AND WS-BOOT-INIT-MS > (BOOTH-PREV-MS * 3)
               MOVE SPACES TO WS-BOOT-REGRESS
               STRING WDOG-WHERE(1:12) " much slower than last boot"
                   DELIMITED BY SIZE INTO WS-BOOT-REGRESS
               END-STRING
           END-IF.
      * Session log viewer off the main menu: page backward and
      * forward through KINNOLOG.LOG, with a substring filter that
      * doubles as the date jump (filter on "2023-04-" and the pages
      * hold only that day).  The append handle is closed around the
      * viewing and reopened after, so the one file never has two
      * handles live at once.
       KDEMO-LOG-VIEWER.
           MOVE "LOG-VIEWER" TO WS-ACTIVE-SCREEN.
           PERFORM SESSION-LOG-CLOSE.
           MOVE 1 TO LOGV-PAGE.
           MOVE SPACES TO LOGV-FILTER.
           MOVE SPACE TO LOGV-ACTION.
           PERFORM UNTIL LOGV-ACTION = 'X'
               PERFORM LOGV-FILL-PAGE
               MOVE SPACE TO LOGV-ACTION
               ACCEPT LOGV-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
               EVALUATE LOGV-ACTION
                   WHEN 'N'
                       IF LOGV-AT-END = 'N'
                           ADD 1 TO LOGV-PAGE END-ADD
                       END-IF
                   WHEN 'P'
                       IF LOGV-PAGE > 1
                           SUBTRACT 1 FROM LOGV-PAGE END-SUBTRACT
                       END-IF
                   WHEN 'F' MOVE 1 TO LOGV-PAGE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO LOGV-ACTION.
           PERFORM SESSION-LOG-OPEN.
      * Re-read the log from the top, skipping filtered-out lines and
      * the pages before the current one -- the log is sequential, so
      * backward paging is a fresh pass, which the sizes involved
      * make cheap enough
       LOGV-FILL-PAGE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LOGV-FILTER))
               TO LOGV-FILTER-LEN.
           IF LOGV-FILTER = SPACES
               MOVE 0 TO LOGV-FILTER-LEN
           END-IF.
           PERFORM VARYING LOGV-ROW FROM 1 BY 1 UNTIL LOGV-ROW > 18
               MOVE SPACES TO LOGV-LINE(LOGV-ROW)
           END-PERFORM.
           COMPUTE LOGV-SKIP = (LOGV-PAGE - 1) * 18 END-COMPUTE.
           MOVE 0 TO LOGV-SEEN.
           MOVE 0 TO LOGV-ROW.
           MOVE 'N' TO LOGV-AT-END.
           OPEN INPUT SESSION-LOG-IN-FILE.
           IF WS-SESSION-LOG-IN-STATUS NOT = "00"
               MOVE 'Y' TO LOGV-AT-END
           ELSE
               PERFORM UNTIL LOGV-AT-END = 'Y' OR LOGV-ROW = 18
                   READ SESSION-LOG-IN-FILE
                       AT END MOVE 'Y' TO LOGV-AT-END
                       NOT AT END PERFORM LOGV-TAKE-LINE
                   END-READ
               END-PERFORM
               CLOSE SESSION-LOG-IN-FILE
           END-IF.
       LOGV-TAKE-LINE.
           PERFORM LOGV-MATCH-LINE.
           IF LOGV-MATCHED = 'Y'
               ADD 1 TO LOGV-SEEN END-ADD
               IF LOGV-SEEN > LOGV-SKIP
                   ADD 1 TO LOGV-ROW END-ADD
                   MOVE SESSION-LOG-IN-REC(1:78)
                       TO LOGV-LINE(LOGV-ROW)
               END-IF
           END-IF.
       LOGV-MATCH-LINE.
           IF LOGV-FILTER-LEN = 0
               MOVE 'Y' TO LOGV-MATCHED
           ELSE
               MOVE 'N' TO LOGV-MATCHED
               PERFORM VARYING LOGV-SCAN-IDX FROM 1 BY 1
                   UNTIL LOGV-SCAN-IDX > (81 - LOGV-FILTER-LEN)
                   OR LOGV-MATCHED = 'Y'
                   IF SESSION-LOG-IN-REC(LOGV-SCAN-IDX:
                       LOGV-FILTER-LEN) =
                       LOGV-FILTER(1:LOGV-FILTER-LEN)
                       MOVE 'Y' TO LOGV-MATCHED
                   END-IF
               END-PERFORM
           END-IF.
      * No main menu until someone says who they are: the typed ID
      * and password are checked against the OPERATOR.SEC records in
      * the store, the operator's authorization level is published
      * for the shell's gates, and every attempt -- good or bad --
      * lands in the session log.  A store with no operator file yet
      * gets one bootstrapped holding the SUPER/SUPER supervisor,
      * which the first supervisor is expected to change.
       OPERATOR-LOGIN.
           MOVE "LOGIN" TO WS-ACTIVE-SCREEN.
           PERFORM LOGIN-ENSURE-FILE.
           MOVE 'N' TO WS-OPER-ON.
           PERFORM UNTIL WS-OPER-ON = 'Y'
               MOVE SPACES TO LOGIN-ID
               MOVE SPACES TO LOGIN-PW
               DISPLAY LOGIN-SCREEN END-DISPLAY
               MOVE 'L' TO KEYW-SCOPE
               PERFORM MENU-KEY-WAIT
               ACCEPT LOGIN-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
               PERFORM LOGIN-CHECK
      * A maintenance boot is the supervisors' machine
               IF WS-OPER-ON = 'Y' AND BOOT-MAINT AND WS-OPER-LEVEL < 5
                   MOVE 'N' TO WS-OPER-ON
                   MOVE SPACES TO WS-OPER-ID
                   MOVE "Maintenance boot - supervisors only"
                       TO LOGIN-MSG
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Login refused, maintenance: " LOGIN-ID
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               ELSE
               IF WS-OPER-ON = 'Y'
                   MOVE "Operator logged on" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
      * The session is now live: only KDEMO-EXIT lowers this again
                   MOVE "DIRTY" TO SESSION-FLAG-REC
                   PERFORM SESSION-FLAG-WRITE
      * And it is THIS operator's session: locale, colours, idle
      * bound and default volume come up the way they keep them
                   PERFORM PROFILE-APPLY
      * Anything the other shifts left for this operator shows now,
      * before the menu, with the read receipts going to the log
                   PERFORM MAIL-CHECK
      * A stored AUTOEXEC.CMD makes the morning routine one login
                   MOVE 'A' TO FILE-VOL
                   MOVE "AUTOEXEC" TO FILE-NAME
                   MOVE "CMD" TO FILE-EXT
                   PERFORM FILE-OPEN
                   IF FILE-OP-OK
                       PERFORM EXEC-RUN-FILE
                   END-IF
               ELSE
                   ADD 1 TO LOGIN-FAILS END-ADD
                   MOVE "Unknown ID or wrong password" TO LOGIN-MSG
                   MOVE "Failed login attempt" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
               END-IF
               END-IF
           END-PERFORM.
       LOGIN-ENSURE-FILE.
           MOVE 'A' TO FILE-VOL.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 8 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE 1 TO FILE-RECORD
                   MOVE SPACES TO FILE-REC-AREA
                   MOVE "SUPER" TO FILE-REC-AREA(1:8)
                   MOVE "9" TO FILE-REC-AREA(17:1)
                   MOVE "SUPER" TO LOGIN-TRY-PW
                   PERFORM LOGIN-STORE-HASH
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-IF.
       LOGIN-CHECK.
           MOVE LOGIN-ID TO LOGIN-TRY-ID.
           MOVE LOGIN-PW TO LOGIN-TRY-PW.
           PERFORM LOGIN-VERIFY.
           IF LOGIN-VLOCKED = 'Y'
               MOVE "Operator is locked out - see a supervisor"
                   TO LOGIN-MSG
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Login refused, locked: " LOGIN-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
      * One operator signs on in one place at a time
           IF LOGIN-VOK = 'Y' AND TTY-USER NOT = SPACES
               AND LOGIN-ID = TTY-USER
               MOVE "Operator is signed on at the terminal" TO LOGIN-MSG
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Login refused, at terminal: " LOGIN-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           IF LOGIN-VOK = 'Y'
               MOVE 'Y' TO WS-OPER-ON
               MOVE LOGIN-ID TO WS-OPER-ID
               MOVE "OPERATOR" TO FILE-NAME
               MOVE "SEC" TO FILE-EXT
               MOVE 'A' TO FILE-VOL
               PERFORM FILE-OPEN
               MOVE LOGIN-VROW TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-REC-AREA(17:1) >= "0"
                   AND FILE-REC-AREA(17:1) <= "9"
                   MOVE FILE-REC-AREA(17:1) TO WS-OPER-LEVEL
               ELSE
                   MOVE 1 TO WS-OPER-LEVEL
               END-IF
           ELSE
               PERFORM LOGIN-COUNT-FAILURE
           END-IF.
      * A failed LOGIN-VERIFY with a real record behind it counts
      * toward the lockout, wherever the password was offered --
      * console, terminal, RJE or a second authorizer; five in a row
      * lock the entry
       LOGIN-COUNT-FAILURE.
           IF LOGIN-VROW = 0 OR LOGIN-VLOCKED = 'Y' OR LOGIN-VOK = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-OPEN.
           MOVE LOGIN-VROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE 0 TO LOGIN-FAILCNT.
           IF FILE-REC-AREA(35:2) IS NUMERIC
               MOVE FILE-REC-AREA(35:2) TO LOGIN-FAILCNT
           END-IF.
           ADD 1 TO LOGIN-FAILCNT END-ADD.
           MOVE LOGIN-FAILCNT TO FILE-REC-AREA(35:2).
           IF LOGIN-FAILCNT >= 5
               MOVE 'L' TO FILE-REC-AREA(38:1)
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Operator locked out: " LOGIN-TRY-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           PERFORM FILE-WRITE-RECORD.
      * The one credential check everything uses: find LOGIN-TRY-ID's
      * row, refuse a locked entry, verify the salted hash (or, for a
      * record from before hashing, the plaintext -- which is then
      * upgraded in place), and clear the failure count on success.
       LOGIN-VERIFY.
           MOVE 'N' TO LOGIN-VOK.
           MOVE 'N' TO LOGIN-VLOCKED.
           MOVE 0 TO LOGIN-VROW.
           IF LOGIN-TRY-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           MOVE 'A' TO FILE-VOL.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               OR LOGIN-VROW NOT = 0
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) = LOGIN-TRY-ID
                   MOVE FILE-RECORD TO LOGIN-VROW
               END-IF
           END-PERFORM.
           IF LOGIN-VROW = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOGIN-VROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF FILE-REC-AREA(38:1) = 'L'
               MOVE 'Y' TO LOGIN-VLOCKED
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(19:1) = 'H'
               MOVE FILE-REC-AREA(21:4) TO LOGIN-SALT
               PERFORM LOGIN-HASH-PW
               IF FILE-REC-AREA(26:8) IS NUMERIC
                   AND LOGIN-HASH = FUNCTION NUMVAL(
                       FILE-REC-AREA(26:8))
                   MOVE 'Y' TO LOGIN-VOK
               END-IF
           ELSE
               IF FILE-REC-AREA(9:8) = LOGIN-TRY-PW
                   AND FILE-REC-AREA(9:8) NOT = SPACES
                   MOVE 'Y' TO LOGIN-VOK
      * Last plaintext login this record ever sees
                   PERFORM LOGIN-STORE-HASH
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-IF.
           IF LOGIN-VOK = 'Y'
               MOVE "00" TO FILE-REC-AREA(35:2)
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * Position-weighted hash over salt and password -- nothing in
      * OPERATOR.SEC recovers the password any more
       LOGIN-HASH-PW.
           MOVE SPACES TO LOGIN-HCAND.
           MOVE LOGIN-SALT TO LOGIN-HCAND(1:4).
           MOVE LOGIN-TRY-PW TO LOGIN-HCAND(5:8).
           MOVE 0 TO LOGIN-HASH.
           PERFORM VARYING LOGIN-HIDX FROM 1 BY 1
               UNTIL LOGIN-HIDX > 12
               COMPUTE LOGIN-HASH = FUNCTION MOD((LOGIN-HASH * 37) +
                   (FUNCTION ORD(LOGIN-HCAND(LOGIN-HIDX:1)) *
                   LOGIN-HIDX), 99999999) END-COMPUTE
           END-PERFORM.
      * Stamp a fresh salt and the hash of LOGIN-TRY-PW into the
      * record in FILE-REC-AREA, blanking any plaintext
       LOGIN-STORE-HASH.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO LOGIN-SALT.
           STRING RTC-SECOND RTC-MINUTE
               DELIMITED BY SIZE INTO LOGIN-SALT
           END-STRING.
           PERFORM LOGIN-HASH-PW.
           MOVE SPACES TO FILE-REC-AREA(9:8).
           MOVE 'H' TO FILE-REC-AREA(19:1).
           MOVE LOGIN-SALT TO FILE-REC-AREA(21:4).
           MOVE LOGIN-HASH TO FILE-REC-AREA(26:8).
      * Show what each driver found during boot, then wait for a key
      * before returning to the main menu
       KDEMO-BOOT-REPORT.
           MOVE "BOOT-REPORT" TO WS-ACTIVE-SCREEN.
      * Uptime off the battery clock: the PIT accumulator only
      * counts while something polls it, so it reads active time,
      * not wall time
           PERFORM RTC-SECONDS-NOW.
           IF WS-RTC-SECS >= WS-BOOT-RTC-SECS
               COMPUTE WS-BOOT-UPTIME-SECS =
                   WS-RTC-SECS - WS-BOOT-RTC-SECS END-COMPUTE
           ELSE
               MOVE 0 TO WS-BOOT-UPTIME-SECS
           END-IF.
           MOVE WS-BOOT-RTC-YEAR TO WS-FMT-YEAR.
           MOVE WS-BOOT-RTC-MONTH TO WS-FMT-MONTH.
           MOVE WS-BOOT-RTC-DAY TO WS-FMT-DAY.
           MOVE WS-BOOT-RTC-HOUR TO WS-FMT-HOUR.
           MOVE WS-BOOT-RTC-MINUTE TO WS-FMT-MINUTE.
           MOVE WS-BOOT-RTC-SECOND TO WS-FMT-SECOND.
           SET WS-FMT-OP-DATE TO TRUE.
           CALL "KRNLFMT" USING WS-FMT END-CALL.
           MOVE WS-FMT-OUT(1:10) TO WS-BOOT-DATE-TXT.
           SET WS-FMT-OP-TIME TO TRUE.
           CALL "KRNLFMT" USING WS-FMT END-CALL.
           MOVE WS-FMT-OUT(1:11) TO WS-BOOT-TIME-TXT.
           PERFORM MEM-FORMAT-TEXT.
           MOVE SPACE TO WS-REPLY.
           ACCEPT BOOT-REPORT-SCREEN END-ACCEPT.
           PERFORM KDEMO-ERROR.
      * Run the operator shell, re-invoking any driver it asks for on
      * our side (ATAPI-READ lives here, not in KRNLSHEL) and handing
      * control back to the shell each time until it actually exits.
       SHELL-DISPATCH.
      * Checkpoint on the way in (and between dispatched operations)
      * so a power blip while the operator is inside the shell finds
      * a checkpoint that says so
           MOVE "SHELL" TO WS-ACTIVE-SCREEN.
           PERFORM CHECKPOINT-SAVE.
           MOVE SPACES TO WS-SHELL-REQ.
           CALL "KRNLSHEL" USING WS-SHELL-REQ END-CALL.
           PERFORM UNTIL WS-SHELL-REQ-OP = SPACES
      * Nothing typed at the prompt yet: the shell has drawn it and
      * handed back, so the keyboard is waited on here, with every
      * pump running, before it is called again to take the line
               IF WS-SHELL-REQ-OP = "IDLE"
                   MOVE 'A' TO KEYW-SCOPE
                   PERFORM MENU-KEY-WAIT
               ELSE
                   PERFORM SHELL-DISPATCH-OP
               END-IF
               MOVE SPACES TO WS-SHELL-REQ
               CALL "KRNLSHEL" USING WS-SHELL-REQ END-CALL
           END-PERFORM.
      * One operation the console asked for, with its stopwatch,
      * its charge and the checkpoint after it
       SHELL-DISPATCH-OP.
      * Every operation starts out addressing the operator's default
      * volume unless its own file specification says otherwise
      * A live recording takes the operation down before it runs --
      * the macro keeps what was asked for, not what happened
           IF WS-MACRO-REC = 'Y'
               AND WS-SHELL-REQ-OP NOT = "MACREC"
               AND WS-SHELL-REQ-OP NOT = "MACEND"
               AND WS-SHELL-REQ-OP NOT = "MACRUN"
               PERFORM MACRO-TAKE-STEP
           END-IF.
           MOVE WS-OPER-DEF-VOL TO FILE-VOL.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE WS-OPER-ID TO ACCT-WHO-IN.
           PERFORM ACCT-OP-BEGIN.
           PERFORM TIMER-READ-MS.
           MOVE WS-TIMR-MS TO TMG-T0.
           PERFORM SHELL-RUN-ONE-OP.
      * The stopwatch line: what the operator actually waited, on
      * the permanent record beside the operation's own entry
           PERFORM TIMER-READ-MS.
           IF WS-TIMR-MS >= TMG-T0
               COMPUTE TMG-ELAPSED = WS-TIMR-MS - TMG-T0
               END-COMPUTE
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Shell op " WS-SHELL-REQ-OP " took "
                   TMG-ELAPSED " ms"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           PERFORM ACCT-OP-END.
           PERFORM CHECKPOINT-SAVE.
      * The terminal gets its turn between the console's operations
           IF WS-SHIP-MODE NOT = 'S' AND BOOT-NORMAL
               PERFORM TTY-PUMP
           END-IF.
      * One operation against the request record -- shared by the
      * interactive dispatch loop above and by EXEC/macro replay,
      * which feed the same record from a stored script.  An op
      * name nothing implements raises WS-EXEC-BADOP so a script
      * can stop instead of typing blindly on.
       SHELL-RUN-ONE-OP.
           MOVE 'N' TO WS-EXEC-BADOP.
           MOVE 'N' TO TPA-NEEDED.
      * An operation on the two-person list waits here for its second
      * supervisor -- OPERADM only when it comes to a removal, MIRROR
      * only when it is being switched.  A refusal reads to a script
      * as a denied step, so the run stops there.
           IF WS-SHELL-REQ-OP NOT = "OPERADM"
               AND (WS-SHELL-REQ-OP NOT = "MIRROR"
               OR WS-SHELL-REQ-ARG1(1:3) = "ON "
               OR WS-SHELL-REQ-ARG1(1:3) = "OFF")
               MOVE WS-SHELL-REQ-OP TO TPA-OP
               PERFORM TPA-AUTHORIZE
               IF TPA-OK = 'N'
                   SET FILE-OP-DENIED TO TRUE
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-SHELL-REQ-OP
               WHEN "ATAPIDUMP" PERFORM ATAPI-READ
               WHEN "CAPS" PERFORM CAPS-REPORT
               WHEN "DIR" PERFORM DIR-REPORT
               WHEN "UNDELETE" PERFORM UNDELETE-REPORT
      * Compaction moves every extent through its own FDs, out of
      * reach of a transaction's undo -- not while one is open
               WHEN "COMPACT"
                   IF WS-CFG-STORE-RO = 'Y'
                       DISPLAY "COMPACT: store is read-only (safe "
                           "mode)" END-DISPLAY
                   ELSE
                   IF TXN-ACTIVE = 'Y'
                       DISPLAY "COMPACT: not while a transaction is "
                           "open" END-DISPLAY
                       IF WS-EXEC-RUNNING = 'Y'
                           MOVE 'Y' TO EXEC-STOPPED
                       END-IF
                   ELSE
                       PERFORM FILE-IO-FLUSH
                       CALL "KRNLCPCT" END-CALL
                       MOVE "Compacted volume" TO WS-LOG-ACTION
                       PERFORM TPA-LOG-WITH
                       PERFORM SESSION-LOG-WRITE
                   END-IF
                   END-IF
               WHEN "CHKDSK"
                   IF WS-CFG-STORE-RO = 'Y'
                       AND WS-SHELL-REQ-ARG1(1:3) = "FIX"
                       DISPLAY "CHKDSK: store is read-only (safe "
                           "mode), checking only" END-DISPLAY
                       MOVE SPACES TO WS-SHELL-REQ-ARG1
                   END-IF
                   PERFORM FILE-IO-FLUSH
                   PERFORM REPORT-OUT-OPEN
                   CALL "KRNLCHKD" USING WS-SHELL-REQ-ARG1
                   END-CALL
                   PERFORM REPORT-OUT-CLOSE
                   MOVE "Checked volume" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
               WHEN "VERIFY" PERFORM VERIFY-REPORT
               WHEN "BACKUP" PERFORM BACKUP-REPORT
               WHEN "RESTORE" PERFORM RESTORE-REPORT
               WHEN "FCOPY" PERFORM FCOPY-REPORT
               WHEN "FSEARCH" PERFORM FSEARCH-REPORT
               WHEN "HEXEDIT" PERFORM HEXEDIT-REPORT
               WHEN "EXPORT" PERFORM EXPORT-REPORT
               WHEN "ISODIR" PERFORM ISODIR-REPORT
               WHEN "CDPLAY"
                   MOVE WS-SHELL-REQ-NUM1 TO CDA-TRACK
                   PERFORM CDA-PLAY-TRACK
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Playing audio CD track " CDA-TRACK
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               WHEN "CDPAUSE" PERFORM CDA-PAUSE
               WHEN "CDRESUME" PERFORM CDA-RESUME
               WHEN "CDSTOP" PERFORM CDA-STOP
               WHEN "CDEJECT"
                   PERFORM CDA-EJECT
                   MOVE "Ejected CD tray" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
               WHEN "CDPOS"
                   PERFORM CDA-READ-POSITION
                   EVALUATE CDA-AUDIO-STATUS
                       WHEN H'11' DISPLAY "Playing track "
                           CDA-CUR-TRACK " at " CDA-MIN ":"
                           CDA-SEC END-DISPLAY
                       WHEN H'12' DISPLAY "Paused on track "
                           CDA-CUR-TRACK " at " CDA-MIN ":"
                           CDA-SEC END-DISPLAY
                       WHEN OTHER DISPLAY "No audio playing "
                           "(status " CDA-AUDIO-STATUS ")"
                           END-DISPLAY
                   END-EVALUATE
                   PERFORM LIB-PAUSE
               WHEN "IMPORT" PERFORM IMPORT-REPORT
               WHEN "FLUSH"
                   PERFORM FILE-IO-FLUSH
                   MOVE "Flushed sector cache" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
               WHEN "CFGSAVE" PERFORM CMOS-CFG-SAVE
               WHEN "PCILIST" PERFORM PCILIST-REPORT
               WHEN "COUNTERS" PERFORM COUNTERS-REPORT
               WHEN "PRINT" PERFORM PRINT-ENQUEUE
               WHEN "PRINTQ" PERFORM PRINTQ-REPORT
               WHEN "XSEND" PERFORM XSEND-REPORT
               WHEN "XRECV" PERFORM XRECV-REPORT
               WHEN "AUDIT" PERFORM AUDIT-REPORT
               WHEN "DIAG" PERFORM DIAG-REPORT
               WHEN "JOBSUB" PERFORM JOBQ-SUBMIT
               WHEN "SLA" PERFORM SLA-REPORT
               WHEN "CHARGEBACK" PERFORM CHARGEBACK-REPORT
               WHEN "JOBSTATS" PERFORM JHS-REPORT
               WHEN "INBOUND" PERFORM INB-REPORT
               WHEN "CAPACITY" PERFORM CAP-REPORT
               WHEN "MIGRATE" PERFORM MIG-REPORT
               WHEN "RETAIN" PERFORM RET-REPORT
               WHEN "PURGE" PERFORM PUR-REPORT
               WHEN "WIPE" PERFORM WIP-REPORT
               WHEN "DISTRIB" PERFORM RDS-REPORT
               WHEN "SHIP" PERFORM SHIP-REPORT
               WHEN "TAKEOVER" PERFORM SHIP-TAKEOVER
               WHEN "CDMASTER" PERFORM CDM-REPORT
               WHEN "MEDIA" PERFORM MED-REPORT
               WHEN "FINDMEDIA" PERFORM MED-FIND-REPORT
               WHEN "HWINV" PERFORM HWI-REPORT
               WHEN "SURFACE" PERFORM BSM-REPORT
               WHEN "UPS" PERFORM UPS-REPORT
               WHEN "TIMESYNC" PERFORM TSY-REPORT
               WHEN "LOCK" PERFORM KDEMO-LOCK
               WHEN "LINESORT" PERFORM LINESORT-REPORT
               WHEN "LINECOPY" PERFORM LINECOPY-REPORT
               WHEN "FAPPEND" PERFORM FAPPEND-REPORT
               WHEN "CD" PERFORM CD-SET-FOLDER
               WHEN "FMOVE" PERFORM FMOVE-REPORT
               WHEN "PROTECT" PERFORM PROTECT-REPORT
               WHEN "GDG" PERFORM GDG-REPORT
               WHEN "RECFM" PERFORM RECFM-REPORT
               WHEN "CONVERT" PERFORM CONVERT-REPORT
               WHEN "CSVOUT" PERFORM CSVOUT-REPORT
               WHEN "CSVIN" PERFORM CSVIN-REPORT
               WHEN "CHANGED" PERFORM CHANGED-REPORT
               WHEN "MIRROR" PERFORM MIRROR-REPORT
               WHEN "VOLDIFF" PERFORM VOLDIFF-REPORT
               WHEN "MAP" PERFORM MAP-REPORT
               WHEN "QUOTA" PERFORM QUOTA-REPORT
               WHEN "KREAD" PERFORM KREAD-REPORT
               WHEN "SORT" PERFORM KSORT-REPORT
               WHEN "FORMS" PERFORM FORMS-REPORT
               WHEN "DICTGEN" PERFORM DICTGEN-REPORT
               WHEN "QUERY" PERFORM QRY-REPORT
               WHEN "MASKCOPY" PERFORM MASKCOPY-REPORT
               WHEN "VALIDATE" PERFORM VALIDATE-REPORT
               WHEN "POST" PERFORM POST-REPORT
               WHEN "FCOMPARE" PERFORM FCMP-REPORT
               WHEN "REPORT" PERFORM REPORT-REPORT
               WHEN "CROSSTAB" PERFORM CROSSTAB-REPORT
               WHEN "PROFDATA" PERFORM DPRF-REPORT
               WHEN "DEDUP" PERFORM DDUP-REPORT
               WHEN "SELECT" PERFORM SEL-REPORT
               WHEN "MASSUPD" PERFORM MUPD-REPORT
               WHEN "JOURNAL" PERFORM RCJ-FLAG-REPORT
               WHEN "HISTORY" PERFORM RCJ-HISTORY-REPORT
               WHEN "BEGIN" PERFORM TXN-BEGIN-REPORT
               WHEN "COMMIT" PERFORM TXN-COMMIT-REPORT
               WHEN "ROLLBACK" PERFORM TXN-ROLLBACK-REPORT
               WHEN "REFCHK" PERFORM REFCHK-REPORT
               WHEN "VERIFY-KEY" PERFORM FORMS-VERIFY-REPORT
               WHEN "BATCH" PERFORM BAL-DEFINE-REPORT
               WHEN "BALANCE" PERFORM BAL-REPORT
               WHEN "AGING" PERFORM AGE-REPORT
               WHEN "MERGELTR" PERFORM MRG-REPORT
               WHEN "LIBCO" PERFORM LIBCO-REPORT
               WHEN "LIBCI" PERFORM LIBCI-REPORT
               WHEN "LIBLIST" PERFORM LIBLIST-REPORT
               WHEN "PROMOTE" PERFORM PROMOTE-REPORT
               WHEN "LIBLEVELS" PERFORM LIBLEVELS-REPORT
               WHEN "ARC" PERFORM ARC-REPORT
               WHEN "UNARC" PERFORM UNARC-REPORT
               WHEN "SHIFT" PERFORM SHIFT-REPORT
               WHEN "TREND" PERFORM TREND-REPORT
               WHEN "ALERTS" PERFORM ALERTS-REPORT
               WHEN "TIMING" PERFORM TIMING-REPORT
               WHEN "OPERADM" PERFORM OPERADM-REPORT
               WHEN "PASSWD" PERFORM PASSWD-REPORT
               WHEN "PROFILE" PERFORM PROFILE-REPORT
               WHEN "SEND" PERFORM SEND-REPORT
               WHEN "CRYPTKEY" PERFORM CRYPTKEY-REPORT
               WHEN "ENCRYPT" PERFORM ENCRYPT-REPORT
               WHEN "DECRYPT" PERFORM DECRYPT-REPORT
               WHEN "DELETE" PERFORM DELETE-REPORT
               WHEN "EXEC" PERFORM EXEC-REPORT
               WHEN "MACREC" PERFORM MACREC-REPORT
               WHEN "MACEND" PERFORM MACEND-REPORT
               WHEN "MACRUN" PERFORM MACRUN-REPORT
               WHEN "FATDIR" PERFORM FATDIR-REPORT
               WHEN "FATGET" PERFORM FATGET-REPORT
               WHEN "FATPUT" PERFORM FATPUT-REPORT
               WHEN "CDSEL" PERFORM CDSEL-REPORT
               WHEN "RESCAN" PERFORM RESCAN-REPORT
               WHEN "TERM" PERFORM TERM-REPORT
               WHEN "MOUNT" PERFORM MOUNT-REPORT
               WHEN "PLAY" PERFORM PLAY-REPORT
               WHEN "OUTPUT" PERFORM OUTPUT-REPORT
               WHEN "COMPRESS" PERFORM COMPRESS-REPORT
               WHEN "EXPAND" PERFORM EXPAND-REPORT
               WHEN OTHER MOVE 'Y' TO WS-EXEC-BADOP
           END-EVALUATE.
      * Two-person authorization for TPA-OP.  Nothing happens unless
      * the operation is on the list -- runtime.cfg's TWOPERSON lines,
      * or the compiled-in list when there are none.  Then a second
      * operator, not the one signed on and of supervisor level, signs
      * on at the console and is checked the same way as a login.
      * Whichever way it goes the session log says so, under the
      * operator's own ID with the second name beside it, and the
      * caller gets its FILE-VOL, FILE-NAME and FILE-EXT back.
       TPA-AUTHORIZE.
           MOVE FILE-VOL TO TPA-SAVE-VOL.
           MOVE FILE-NAME TO TPA-SAVE-NAME.
           MOVE FILE-EXT TO TPA-SAVE-EXT.
           PERFORM TPA-AUTHORIZE-ASK.
           MOVE TPA-SAVE-NAME TO FILE-NAME.
           MOVE TPA-SAVE-EXT TO FILE-EXT.
           IF FILE-VOL NOT = TPA-SAVE-VOL
               MOVE TPA-SAVE-VOL TO FILE-VOL
               PERFORM FILE-VOL-SELECT
           END-IF.
      * The list lookup and the second operator's sign-on
       TPA-AUTHORIZE-ASK.
           MOVE 'Y' TO TPA-OK.
           MOVE 'N' TO TPA-NEEDED.
           MOVE SPACES TO TPA-ID.
           IF WS-CFG-TWO-SET = 'Y'
               PERFORM VARYING TPA-IDX FROM 1 BY 1
                   UNTIL TPA-IDX > WS-CFG-TWO-COUNT
                   IF WS-CFG-TWO-OP(TPA-IDX) = TPA-OP
                       MOVE 'Y' TO TPA-NEEDED
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING TPA-IDX FROM 1 BY 1 UNTIL TPA-IDX > 6
                   IF TPA-DEFAULT-OP(TPA-IDX) = TPA-OP
                       MOVE 'Y' TO TPA-NEEDED
                   END-IF
               END-PERFORM
           END-IF.
           IF TPA-NEEDED = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TPA-OK.
      * A script has nobody at the console to vouch for it, and an
      * operation from the terminal has only the one operator
           IF WS-EXEC-RUNNING = 'Y' OR TTY-RUNNING = 'Y'
               DISPLAY FUNCTION TRIM(TPA-OP)
                   ": needs a second supervisor at the console"
               END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING TPA-OP " refused, no 2nd in a script"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(TPA-OP)
               ": a second supervisor must authorize this" END-DISPLAY.
           DISPLAY "Authorizing supervisor ID (blank abandons): "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO TPA-ANSWER.
           ACCEPT TPA-ANSWER END-ACCEPT.
           MOVE TPA-ANSWER(1:8) TO TPA-ID.
           IF TPA-ID = SPACES
               DISPLAY FUNCTION TRIM(TPA-OP) ": abandoned" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING TPA-OP " abandoned, no 2nd authorizer"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Password: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO TPA-ANSWER.
           ACCEPT TPA-ANSWER END-ACCEPT.
           IF TPA-ID = WS-OPER-ID
               DISPLAY FUNCTION TRIM(TPA-OP)
                   ": the authorizer must be another operator"
               END-DISPLAY
               PERFORM TPA-LOG-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE TPA-ID TO LOGIN-TRY-ID.
           MOVE TPA-ANSWER(1:8) TO LOGIN-TRY-PW.
           PERFORM LOGIN-VERIFY.
           IF LOGIN-VOK NOT = 'Y'
               DISPLAY FUNCTION TRIM(TPA-OP)
                   ": authorizer ID or password wrong" END-DISPLAY
               PERFORM TPA-LOG-REFUSED
               PERFORM LOGIN-COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE LOGIN-VROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF FILE-REC-AREA(17:1) < "5" OR FILE-REC-AREA(17:1) > "9"
               DISPLAY FUNCTION TRIM(TPA-OP)
                   ": the authorizer must be a supervisor" END-DISPLAY
               PERFORM TPA-LOG-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TPA-OK.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING TPA-OP " authorized, 2nd " TPA-ID
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
       TPA-LOG-REFUSED.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING TPA-OP " refused, 2nd " TPA-ID
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * An operation that went through on two signatures says so in
      * its own log line: " with " and the second supervisor follow
      * the action, over the tail of a long one so the ID is never
      * the part cut off
       TPA-LOG-WITH.
           IF TPA-NEEDED NOT = 'Y' OR TPA-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TPA-PTR FROM 40 BY -1
               UNTIL TPA-PTR = 0 OR WS-LOG-ACTION(TPA-PTR:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           ADD 1 TO TPA-PTR END-ADD.
           IF TPA-PTR > 27
               MOVE 27 TO TPA-PTR
           END-IF.
           STRING " with " TPA-ID DELIMITED BY SIZE
               INTO WS-LOG-ACTION WITH POINTER TPA-PTR
           END-STRING.
      * Ask KRNLCAPS which subsystems are real and which are still
      * stand-ins, then show it the same way KDEMO-BOOT-REPORT shows
      * the boot summary
       CAPS-REPORT.
           CALL "KRNLCAPS" USING WS-CAP-TABLE WS-CAP-COUNT END-CALL.
           MOVE SPACE TO WS-REPLY.
      * Bold the report and hide the cursor while it's up -- a status
      * table reads better without a blinking caret sitting in it
           CALL "attron" USING BY VALUE 1 END-CALL.
           CALL "bkgdset" USING BY VALUE 4 END-CALL.
           CALL "curs_set" USING BY VALUE 0 END-CALL.
           ACCEPT CAPS-REPORT-SCREEN END-ACCEPT.
           CALL "curs_set" USING BY VALUE 1 END-CALL.
           PERFORM KDEMO-ERROR.
      * Walk the on-disk directory table front to back and page every
      * live entry's metadata onto DIR-LIST-SCREEN, optionally filtered
      * by the name pattern the operator typed into the shell's
      * argument field -- the on-console answer to "what files exist"
      * that previously lived on paper
       DIR-REPORT.
      * A pattern led by "A:" or "B:" selects the volume to list; the
      * rest of the argument stays the name filter
           IF WS-SHELL-REQ-ARG1(2:1) = ":"
               IF WS-SHELL-REQ-ARG1(1:1) = 'B'
                   OR WS-SHELL-REQ-ARG1(1:1) = 'b'
                   MOVE 'B' TO FILE-VOL
               END-IF
               IF WS-SHELL-REQ-ARG1(1:1) = 'C'
                   OR WS-SHELL-REQ-ARG1(1:1) = 'c'
                   MOVE 'C' TO FILE-VOL
               END-IF
               MOVE WS-SHELL-REQ-ARG1(3:24) TO DIR-PATTERN
           ELSE
               MOVE WS-SHELL-REQ-ARG1(1:24) TO DIR-PATTERN
           END-IF.
      * A pattern carrying a "/" names the folder to list; otherwise
      * the listing is scoped to the operator's current folder
           MOVE WS-FILE-CWD TO DIR-FOLDER.
           MOVE 'N' TO DIR-MATCHED.
           PERFORM VARYING DIR-SLASH-IDX FROM 1 BY 1
               UNTIL DIR-SLASH-IDX > 11 OR DIR-MATCHED = 'Y'
               IF DIR-PATTERN(DIR-SLASH-IDX:1) = "/"
                   MOVE 'Y' TO DIR-MATCHED
               END-IF
           END-PERFORM.
           IF DIR-MATCHED = 'Y'
               MOVE SPACES TO DIR-FOLDER
               IF DIR-SLASH-IDX > 2
                   MOVE DIR-PATTERN(1:DIR-SLASH-IDX - 2)
                       TO DIR-FOLDER
               END-IF
               MOVE DIR-PATTERN(DIR-SLASH-IDX:25 - DIR-SLASH-IDX)
                   TO DIR-ENT-BASE
               MOVE DIR-ENT-BASE TO DIR-PATTERN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-PATTERN))
               TO DIR-PATTERN-LEN.
           IF DIR-PATTERN = SPACES
               MOVE 0 TO DIR-PATTERN-LEN
           END-IF.
           MOVE 0 TO DIR-TOTAL-COUNT.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
      * With the output routed away from the screen, the listing
      * runs straight through with no paging to sit at
           IF RPTO-DEST NOT = 'V'
               PERFORM REPORT-OUT-OPEN
               PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
                   PERFORM DIR-FILL-PAGE
                   PERFORM VARYING DIR-LINE-IDX FROM 1 BY 1
                       UNTIL DIR-LINE-IDX > 12
                       IF DIR-LINE(DIR-LINE-IDX) NOT = SPACES
                           MOVE DIR-LINE(DIR-LINE-IDX)(1:76)
                               TO WS-RPTO-LINE
                           PERFORM REPORT-OUT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM FILE-DIR-CLOSE
               MOVE SPACES TO WS-RPTO-LINE
               STRING "Files listed: " DIR-TOTAL-COUNT
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
               PERFORM REPORT-OUT-LINE
               PERFORM REPORT-OUT-CLOSE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REPLY.
           PERFORM UNTIL WS-REPLY NOT = 'N'
               PERFORM DIR-FILL-PAGE
               MOVE SPACE TO WS-REPLY
               ACCEPT DIR-LIST-SCREEN END-ACCEPT
               PERFORM KDEMO-ERROR
      * No point offering another page once the index is exhausted
               IF WS-FILE-DIR-STATUS NOT = "00"
                   MOVE SPACE TO WS-REPLY
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           MOVE SPACE TO WS-REPLY.
      * Fill the twelve display lines of one page, skipping deleted
      * entries and entries the pattern filter rejects
       DIR-FILL-PAGE.
           PERFORM VARYING DIR-LINE-IDX FROM 1 BY 1
               UNTIL DIR-LINE-IDX > 12
               MOVE SPACES TO DIR-LINE(DIR-LINE-IDX)
           END-PERFORM.
           MOVE 0 TO DIR-LINE-IDX.
           PERFORM UNTIL DIR-LINE-IDX = 12
               OR WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   PERFORM DIR-MATCH-NAME
                   IF DIR-MATCHED = 'Y'
                       ADD 1 TO DIR-LINE-IDX END-ADD
                       ADD 1 TO DIR-TOTAL-COUNT END-ADD
                       PERFORM DIR-COMPOSE-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * The entry has to live in the folder the listing is scoped to;
      * past that, a blank pattern matches everything and otherwise
      * the trimmed pattern has to appear somewhere inside the
      * entry's base name
       DIR-MATCH-NAME.
           PERFORM FILE-SPLIT-DIR-NAME.
           IF DIR-ENT-FOLDER NOT = DIR-FOLDER
               MOVE 'N' TO DIR-MATCHED
           ELSE
           IF DIR-PATTERN-LEN = 0
               MOVE 'Y' TO DIR-MATCHED
           ELSE
               MOVE 'N' TO DIR-MATCHED
               PERFORM VARYING DIR-MATCH-IDX FROM 1 BY 1
                   UNTIL DIR-MATCH-IDX > (25 - DIR-PATTERN-LEN)
                   OR DIR-MATCHED = 'Y'
                   IF DIR-ENT-BASE(DIR-MATCH-IDX:DIR-PATTERN-LEN) =
                       DIR-PATTERN(1:DIR-PATTERN-LEN)
                       MOVE 'Y' TO DIR-MATCHED
                   END-IF
               END-PERFORM
           END-IF
           END-IF.
       DIR-COMPOSE-LINE.
           STRING FILE-DIR-NAME " " FILE-DIR-EXT " "
               FILE-DIR-NUMSECT " " FILE-DIR-RECLEN " "
               FILE-DIR-NUMRECS " "
               FILE-DIR-CREAT-TIME-YEAR "-"
               FILE-DIR-CREAT-TIME-MONTH "-"
               FILE-DIR-CREAT-TIME-DAY " "
               FILE-DIR-CREAT-TIME-HOUR ":"
               FILE-DIR-CREAT-TIME-MINUTE
               DELIMITED BY SIZE INTO DIR-LINE(DIR-LINE-IDX)
           END-STRING.
      * A generation group's base shows its limit where a file shows
      * its shape; the generations themselves sort straight after it
      * in name order, each with its own creation stamp
           IF FILE-DIR-GDG-LIMIT IS NUMERIC
               AND FILE-DIR-GDG-LIMIT > 0
               MOVE SPACES TO DIR-LINE(DIR-LINE-IDX)(30:14)
               STRING "GROUP LIMIT " FILE-DIR-GDG-LIMIT
                   DELIMITED BY SIZE
                   INTO DIR-LINE(DIR-LINE-IDX)(30:14)
               END-STRING
           END-IF.
           IF FILE-DIR-ENC-FLAG = 'E'
               MOVE 'E' TO DIR-LINE(DIR-LINE-IDX)(74:1)
           END-IF.
           IF FILE-DIR-COMP-FLAG = 'C'
               MOVE 'C' TO DIR-LINE(DIR-LINE-IDX)(73:1)
           END-IF.
           IF FILE-DIR-RECFM = 'V'
               MOVE 'V' TO DIR-LINE(DIR-LINE-IDX)(75:1)
           END-IF.
           IF FILE-DIR-JRN-FLAG = 'J'
               MOVE 'J' TO DIR-LINE(DIR-LINE-IDX)(76:1)
           END-IF.
      * A migrated stub holds no sectors of its own: its size column
      * names the volume the content went to instead
           IF FILE-DIR-MIG-FLAG = 'M'
               MOVE SPACES TO DIR-LINE(DIR-LINE-IDX)(30:4)
               STRING "MIG" FILE-DIR-MIG-VOL
                   DELIMITED BY SIZE
                   INTO DIR-LINE(DIR-LINE-IDX)(30:4)
               END-STRING
           END-IF.
      * The last-modified column, month-day hour:minute -- entries
      * from before the stamp existed simply show blank here
           IF FILE-DIR-MOD-STAMP NOT = SPACES
               STRING FILE-DIR-MOD-STAMP(5:2) "-"
                   FILE-DIR-MOD-STAMP(7:2) " "
                   FILE-DIR-MOD-STAMP(9:2) ":"
                   FILE-DIR-MOD-STAMP(11:2)
                   DELIMITED BY SIZE
                   INTO DIR-LINE(DIR-LINE-IDX)(62:11)
               END-STRING
           END-IF.
      * CD shell operation: set the folder the session works in.  A
      * blank argument or "/" goes back to the root; anything else
      * becomes the folder folded into every unqualified file
      * specification and the scope of DIR and the file manager.
       CD-SET-FOLDER.
           MOVE 'Y' TO DIR-MATCHED.
           IF WS-SHELL-REQ-ARG1 = SPACES
               OR WS-SHELL-REQ-ARG1(1:1) = "/"
               MOVE SPACES TO WS-FILE-CWD
           ELSE
      * A folder name may not itself contain a separator, and has to
      * fit the ten characters the key layout leaves it
               IF WS-SHELL-REQ-ARG1(11:30) NOT = SPACES
                   MOVE 'N' TO DIR-MATCHED
               END-IF
               PERFORM VARYING DIR-SLASH-IDX FROM 1 BY 1
                   UNTIL DIR-SLASH-IDX > 10
                   IF WS-SHELL-REQ-ARG1(DIR-SLASH-IDX:1) = "/"
                       MOVE 'N' TO DIR-MATCHED
                   END-IF
               END-PERFORM
               IF DIR-MATCHED = 'Y'
                   MOVE WS-SHELL-REQ-ARG1(1:10) TO WS-FILE-CWD
               END-IF
           END-IF.
           IF DIR-MATCHED = 'Y'
               IF WS-FILE-CWD = SPACES
                   DISPLAY "CD: now in the root folder" END-DISPLAY
               ELSE
                   DISPLAY "CD: now in folder " WS-FILE-CWD
                   END-DISPLAY
               END-IF
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Changed folder to " WS-FILE-CWD
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "CD: folder names are up to 10 characters,"
               " no slash" END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * FMOVE shell operation: move a file into another folder.  The
      * rename rides KRNLFILE's indexed-key change, so the file's
      * sectors never move -- only the directory entry's name does.
      * Argument is the file, Argument 2 the destination folder ("/"
      * for the root).
       FMOVE-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "FMOVE: SEC files are supervisor material"
               END-DISPLAY
           ELSE
               PERFORM FILE-OPEN
               IF NOT FILE-OP-OK
                   DISPLAY "FMOVE: file not found" END-DISPLAY
               ELSE
                   MOVE FILE-NAME TO FILE-DIR-NAME
                   PERFORM FILE-SPLIT-DIR-NAME
                   MOVE FILE-NAME TO WS-FILEOP-NAME
                   MOVE FILE-EXT TO WS-FILEOP-EXT
                   MOVE SPACES TO WS-FILEOP-NEW-NAME
                   IF WS-SHELL-REQ-ARG2 = SPACES
                       OR WS-SHELL-REQ-ARG2(1:1) = "/"
                       MOVE DIR-ENT-BASE TO WS-FILEOP-NEW-NAME
                   ELSE
                       STRING FUNCTION TRIM(WS-SHELL-REQ-ARG2(1:10))
                           "/" DIR-ENT-BASE
                           DELIMITED BY SIZE INTO WS-FILEOP-NEW-NAME
                       END-STRING
                   END-IF
                   MOVE FILE-EXT TO WS-FILEOP-NEW-EXT
                   SET WS-FILEOP-RENAME TO TRUE
                   CALL "KRNLFILE" USING WS-FILEOP END-CALL
                   IF WS-FILEOP-OK
                       DISPLAY "FMOVE: moved to "
                           WS-FILEOP-NEW-NAME END-DISPLAY
                       MOVE SPACES TO WS-LOG-ACTION
                       STRING "Moved file to "
                           WS-FILEOP-NEW-NAME(1:24)
                           DELIMITED BY SIZE INTO WS-LOG-ACTION
                       END-STRING
                       PERFORM SESSION-LOG-WRITE
      * Out of the HOLD folder is the operator releasing an inbound
      * file the register held
                       IF DIR-ENT-FOLDER = "HOLD"
                           MOVE FILE-VOL TO INB-VOL
                           PERFORM INB-RELEASE
                       END-IF
                   ELSE
                       DISPLAY "FMOVE: move failed (name taken?)"
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
      * PROTECT shell operation: restamp a file's access levels.
      * Argument names the file, Argument 2 carries the three level
      * digits as read/write/delete (e.g. "055" leaves reading open
      * and reserves changes and deletion for supervisors).  Only the
      * entry's owner or a supervisor may restamp it.
       PROTECT-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           IF WS-SHELL-REQ-ARG2(1:3) IS NOT NUMERIC
               DISPLAY "PROTECT: Argument 2 takes three level"
               " digits (read, write, delete)" END-DISPLAY
           ELSE
               PERFORM FILE-DIR-OPEN
               MOVE FILE-NAME TO FILE-DIR-NAME
               MOVE FILE-EXT TO FILE-DIR-EXT
               READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FILE-DIR-STATUS NOT = "00"
                   OR FILE-DIR-DELETED = 'Y'
                   DISPLAY "PROTECT: file not found" END-DISPLAY
               ELSE
                   IF WS-OPER-LEVEL < 5
                       AND FILE-DIR-OWNER NOT = WS-OPER-ID
                       DISPLAY "PROTECT: owner or supervisor only"
                       END-DISPLAY
                   ELSE
                       MOVE WS-SHELL-REQ-ARG2(1:1)
                           TO FILE-DIR-RD-LEVEL
                       MOVE WS-SHELL-REQ-ARG2(2:1)
                           TO FILE-DIR-WR-LEVEL
                       MOVE WS-SHELL-REQ-ARG2(3:1)
                           TO FILE-DIR-DEL-LEVEL
                       IF FILE-DIR-OWNER = SPACES
                           MOVE WS-OPER-ID TO FILE-DIR-OWNER
                       END-IF
                       REWRITE FILE-DIR-REC END-REWRITE
                       DISPLAY "PROTECT: levels now "
                           WS-SHELL-REQ-ARG2(1:3) END-DISPLAY
                       MOVE SPACES TO WS-LOG-ACTION
                       STRING "Protected file " FILE-NAME(1:12)
                           " levels " WS-SHELL-REQ-ARG2(1:3)
                           DELIMITED BY SIZE INTO WS-LOG-ACTION
                       END-STRING
                       PERFORM SESSION-LOG-WRITE
                   END-IF
               END-IF
               PERFORM FILE-DIR-CLOSE
           END-IF.
           PERFORM LIB-PAUSE.
      * GDG shell operation: register a generation data group, or
      * change its limit, and list the generations it holds.
      * Argument is the base name (no extension), WS-TMP the number
      * of generations to keep, 1-99; with WS-TMP zero the group is
      * only listed.  Writers then ask for NAME(+1), readers for
      * NAME(0) or NAME(-n), anywhere a file specification goes.
       GDG-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE 0 TO GDG-TALLY.
           INSPECT FILE-NAME TALLYING GDG-TALLY FOR ALL "(" ".".
           IF FILE-NAME = SPACES OR FILE-EXT NOT = SPACES
               OR GDG-TALLY > 0
               DISPLAY "GDG: give the group's base name alone, with"
               " no extension" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-NAME TO GDG-BASE.
           MOVE 0 TO GDG-BASE-LEN.
           INSPECT GDG-BASE TALLYING GDG-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF GDG-BASE-LEN > 18
               DISPLAY "GDG: a base name is up to 18 characters, to"
               " leave room for .Gnnnn" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-NUM1 > 99
               DISPLAY "GDG: the limit is 1-99 generations"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-NUM1 > 0
               PERFORM GDG-REGISTER
               IF GDG-OK = 'N'
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM GDG-SCAN.
           IF GDG-OK = 'N'
               DISPLAY "GDG: " GDG-BASE(1:GDG-BASE-LEN)
                   " is not a registered group" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GDG: " GDG-BASE(1:GDG-BASE-LEN) " keeps "
               GDG-LIMIT " generations, " GDG-COUNT " on file"
               END-DISPLAY.
           PERFORM VARYING GDG-IDX FROM 1 BY 1
               UNTIL GDG-IDX > GDG-COUNT OR GDG-IDX > 100
               COMPUTE GDG-REL-NUM = GDG-COUNT - GDG-IDX
               END-COMPUTE
               MOVE GDG-REL-NUM TO GDG-REL-EDIT
               MOVE SPACES TO GDG-REL-TEXT
               IF GDG-REL-NUM = 0
                   MOVE "(0)" TO GDG-REL-TEXT
               ELSE
                   STRING "(-" FUNCTION TRIM(GDG-REL-EDIT) ")"
                       DELIMITED BY SIZE INTO GDG-REL-TEXT
                   END-STRING
               END-IF
               DISPLAY "  " GDG-BASE(1:GDG-BASE-LEN) ".G"
                   GDG-ENT-NUM(GDG-IDX) " " GDG-REL-TEXT " created "
                   GDG-ENT-STAMP(GDG-IDX) END-DISPLAY
           END-PERFORM.
           PERFORM LIB-PAUSE.
      * Cut the NAME.GDG base entry if it is new and stamp the limit
      * on it; lowering the limit rolls the surplus off at once.
      * FILE-NAME/FILE-VOL carry the parsed base; GDG-OK says whether
      * the registration went through.
       GDG-REGISTER.
           MOVE 'N' TO GDG-OK.
           IF WS-CFG-STORE-RO = 'Y'
               DISPLAY "GDG: store is read-only (safe mode)"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE "GDG" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE 80 TO FILE-RECLEN
               MOVE 1 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF NOT FILE-OP-OK
                   DISPLAY "GDG: base entry would not create"
                   END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-FILE-WR-ALLOWED = 'N'
               DISPLAY "GDG: group is not writable at this level"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00"
               MOVE WS-SHELL-REQ-NUM1 TO FILE-DIR-GDG-LIMIT
               REWRITE FILE-DIR-REC END-REWRITE
               IF WS-FILE-DIR-STATUS = "00"
                   MOVE 'Y' TO GDG-OK
               END-IF
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           IF GDG-OK = 'N'
               DISPLAY "GDG: base entry would not update" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Generation group " GDG-BASE(1:GDG-BASE-LEN)
               " limit " FILE-DIR-GDG-LIMIT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM GDG-ROLL-OFF.
      * RECFM shell operation: copy the file in Argument into a new
      * file of the record format Argument 2 asks for ("NEW V" or
      * "NEW F", V by default).  Going to V every record keeps its
      * length less trailing spaces; going to F every record is
      * padded back out to the record length.
       RECFM-REPORT.
           MOVE SPACES TO RFM-DST-SPEC.
           MOVE SPACES TO RFM-WANT.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO RFM-DST-SPEC RFM-WANT
           END-UNSTRING.
           IF RFM-WANT = SPACE
               MOVE 'V' TO RFM-WANT
           END-IF.
           IF RFM-WANT NOT = 'V' AND RFM-WANT NOT = 'F'
               DISPLAY "RECFM: Argument 2 is 'NEW V' or 'NEW F'"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               DISPLAY "RECFM: source not found" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-ENC-ON = 'Y'
               DISPLAY "RECFM: source enciphered - decrypt first"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO RFM-SRC-VOL.
           MOVE FILE-NAME TO RFM-SRC-NAME.
           MOVE FILE-EXT TO RFM-SRC-EXT.
           MOVE FILE-CYL TO RFM-SRC-CYL.
           MOVE FILE-SECT TO RFM-SRC-SECT.
           MOVE FILE-NUMSECT TO RFM-SRC-NUMSECT.
           MOVE FILE-RECLEN TO RFM-RECLEN.
           MOVE FILE-NUMRECS TO RFM-NUMRECS.
           MOVE WS-FILE-VAR-ON TO RFM-SRC-VAR.
           IF RFM-SRC-VAR = 'Y'
               PERFORM FILE-VAR-HDR-LOAD
               MOVE WS-FILE-VAR-COUNT TO RFM-NUMRECS
           END-IF.
           MOVE RFM-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "RECFM: SEC files are supervisor material"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE RFM-RECLEN TO FILE-RECLEN.
           MOVE RFM-NUMRECS TO FILE-NUMRECS.
           IF RFM-WANT = 'V'
               MOVE 'Y' TO WS-FILE-NEW-VAR
           END-IF.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               IF FILE-OP-EXISTS
                   DISPLAY "RECFM: target already exists" END-DISPLAY
               ELSE
                   DISPLAY "RECFM: create of target failed"
                   END-DISPLAY
               END-IF
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO RFM-DST-VOL.
           MOVE FILE-NAME TO RFM-DST-NAME.
           MOVE FILE-EXT TO RFM-DST-EXT.
           MOVE FILE-CYL TO RFM-DST-CYL.
           MOVE FILE-SECT TO RFM-DST-SECT.
           MOVE FILE-NUMSECT TO RFM-DST-NUMSECT.
           MOVE WS-FILE-VAR-ON TO RFM-DST-VAR.
           MOVE 0 TO RFM-COPIED.
           MOVE 0 TO RFM-BAD.
           MOVE 0 TO RFM-SAVE-MEMO.
           PERFORM VARYING RFM-REC FROM 1 BY 1
               UNTIL RFM-REC > RFM-NUMRECS
               PERFORM RECFM-ONE-RECORD
           END-PERFORM.
           DISPLAY "RECFM: " RFM-COPIED " records to " RFM-WANT
               " file " RFM-DST-NAME(1:16) "." RFM-DST-EXT ", "
               RFM-BAD " failed" END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Reformatted file to RECFM " RFM-WANT " records "
               RFM-COPIED
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * One record across: the source is re-established in FILE-DATA
      * (its position memo with it, so a variable-length source is
      * walked once, not once per record), then the target
       RECFM-ONE-RECORD.
           PERFORM RECFM-SET-SRC.
           MOVE RFM-REC TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               ADD 1 TO RFM-BAD END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-VAR-MEMO-REC TO RFM-SAVE-MEMO.
           MOVE WS-FILE-VAR-MEMO-OFS TO RFM-SAVE-OFS.
           MOVE FILE-REC-AREA TO RFM-BUF.
           PERFORM RECFM-SET-DST.
           MOVE RFM-BUF TO FILE-REC-AREA.
           MOVE 0 TO FILE-REC-LEN.
           MOVE RFM-REC TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF FILE-OP-OK
               ADD 1 TO RFM-COPIED END-ADD
           ELSE
               ADD 1 TO RFM-BAD END-ADD
           END-IF.
       RECFM-SET-SRC.
           MOVE RFM-SRC-VOL TO FILE-VOL.
           MOVE RFM-SRC-NAME TO FILE-NAME.
           MOVE RFM-SRC-EXT TO FILE-EXT.
           MOVE RFM-SRC-CYL TO FILE-CYL.
           MOVE RFM-SRC-SECT TO FILE-SECT.
           MOVE RFM-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE RFM-RECLEN TO FILE-RECLEN.
           MOVE RFM-NUMRECS TO FILE-NUMRECS.
           MOVE RFM-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE RFM-SRC-VOL TO WS-FILE-VAR-MEMO-VOL.
           COMPUTE WS-FILE-VAR-MEMO-BASE = (RFM-SRC-CYL * 1000) +
               RFM-SRC-SECT END-COMPUTE.
           MOVE RFM-SAVE-MEMO TO WS-FILE-VAR-MEMO-REC.
           MOVE RFM-SAVE-OFS TO WS-FILE-VAR-MEMO-OFS.
       RECFM-SET-DST.
           MOVE RFM-DST-VOL TO FILE-VOL.
           MOVE RFM-DST-NAME TO FILE-NAME.
           MOVE RFM-DST-EXT TO FILE-EXT.
           MOVE RFM-DST-CYL TO FILE-CYL.
           MOVE RFM-DST-SECT TO FILE-SECT.
           MOVE RFM-DST-NUMSECT TO FILE-NUMSECT.
           MOVE RFM-RECLEN TO FILE-RECLEN.
           MOVE RFM-NUMRECS TO FILE-NUMRECS.
           MOVE RFM-DST-VAR TO WS-FILE-VAR-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * CHANGED shell operation: list every file whose modified stamp
      * is at or after a given moment -- the reconstruction of "what
      * did the overnight run actually touch".  Argument takes the
      * cutoff as YYYYMMDD, optionally extended with HHMM; what isn't
      * given is taken as the start of that day.
       CHANGED-REPORT.
           IF WS-SHELL-REQ-ARG1(1:8) IS NOT NUMERIC
               DISPLAY "CHANGED: give the cutoff as YYYYMMDD or"
               " YYYYMMDDHHMM" END-DISPLAY
           ELSE
               MOVE ALL "0" TO CHG-SINCE
               MOVE WS-SHELL-REQ-ARG1(1:8) TO CHG-SINCE(1:8)
               IF WS-SHELL-REQ-ARG1(9:4) IS NUMERIC
                   MOVE WS-SHELL-REQ-ARG1(9:4) TO CHG-SINCE(9:4)
               END-IF
               MOVE 0 TO CHG-COUNT
               DISPLAY "Files changed since " CHG-SINCE(1:8) " "
                   CHG-SINCE(9:4) ":" END-DISPLAY
               PERFORM FILE-DIR-OPEN
               MOVE LOW-VALUES TO FILE-DIR-KEY
               START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
                   INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
               END-START
               PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
                   READ FILE-DIR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FILE-DIR-STATUS
                   END-READ
                   IF WS-FILE-DIR-STATUS = "00"
                       AND FILE-DIR-DELETED = 'N'
                       AND FILE-DIR-MOD-STAMP NOT = SPACES
                       AND FILE-DIR-MOD-STAMP >= CHG-SINCE
                       ADD 1 TO CHG-COUNT END-ADD
                       DISPLAY "  " FILE-DIR-NAME "."
                           FILE-DIR-EXT " at "
                           FILE-DIR-MOD-STAMP(1:8) " "
                           FILE-DIR-MOD-STAMP(9:4) " by "
                           FILE-DIR-OWNER END-DISPLAY
                   END-IF
               END-PERFORM
               PERFORM FILE-DIR-CLOSE
               DISPLAY "CHANGED: " CHG-COUNT " files" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Ran changed-since report, hits " CHG-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
           PERFORM LIB-PAUSE.
      * MIRROR shell operation: turn the live A:-to-B: shadow on or
      * off for the session (the MIRROR runtime.cfg key seeds the
      * boot default).  With it on, every writeback to A: lands on
      * B: too and reads fall over to the copy on a bad checksum.
       MIRROR-REPORT.
           EVALUATE WS-SHELL-REQ-ARG1(1:3)
               WHEN "ON " MOVE 'Y' TO WS-MIRROR-MODE
               WHEN "OFF" MOVE 'N' TO WS-MIRROR-MODE
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WS-MIRROR-MODE = 'Y'
               DISPLAY "MIRROR: on - A: writes shadow to B:"
               END-DISPLAY
           ELSE
               DISPLAY "MIRROR: off" END-DISPLAY
           END-IF.
           DISPLAY "  reads served from mirror so far: "
               WS-MIRROR-FALLBACKS END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Mirror mode now " WS-MIRROR-MODE
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM TPA-LOG-WITH.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * VOLDIFF shell operation: reconcile the two volumes.  Both
      * directory tables are collected (metadata plus a per-file
      * content sum over the sectors), matching names are compared,
      * and the report says what exists only on one volume, what
      * differs, and what matches -- the step before a mirror is
      * trusted or a copy retired.
       VOLDIFF-REPORT.
           MOVE 0 TO VD-ONLY-A.
           MOVE 0 TO VD-ONLY-B.
           MOVE 0 TO VD-DIFFER.
           MOVE 0 TO VD-MATCH.
           MOVE 'N' TO VD-OVERFLOW.
           MOVE 'A' TO FILE-VOL.
           PERFORM VD-COLLECT-A.
           MOVE 'B' TO FILE-VOL.
           PERFORM VD-COLLECT-B.
           MOVE 'A' TO FILE-VOL.
           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > VD-A-COUNT
               MOVE 0 TO VD-HIT
               PERFORM VARYING VD-JDX FROM 1 BY 1
                   UNTIL VD-JDX > VD-B-COUNT OR VD-HIT NOT = 0
                   IF VD-B-NAME(VD-JDX) = VD-A-NAME(VD-IDX)
                       AND VD-B-EXT(VD-JDX) = VD-A-EXT(VD-IDX)
                       MOVE VD-JDX TO VD-HIT
                   END-IF
               END-PERFORM
               IF VD-HIT = 0
                   ADD 1 TO VD-ONLY-A END-ADD
                   DISPLAY "  only on A: " VD-A-NAME(VD-IDX) "."
                       VD-A-EXT(VD-IDX) END-DISPLAY
               ELSE
                   MOVE 'Y' TO VD-A-SEEN(VD-IDX)
                   IF VD-A-NUMSECT(VD-IDX) = VD-B-NUMSECT(VD-HIT)
                       AND VD-A-RECLEN(VD-IDX) = VD-B-RECLEN(VD-HIT)
                       AND VD-A-NUMRECS(VD-IDX) = VD-B-NUMRECS(VD-HIT)
                       AND VD-A-SUM(VD-IDX) = VD-B-SUM(VD-HIT)
                       ADD 1 TO VD-MATCH END-ADD
                   ELSE
                       ADD 1 TO VD-DIFFER END-ADD
                       DISPLAY "  differs:   " VD-A-NAME(VD-IDX) "."
                           VD-A-EXT(VD-IDX) END-DISPLAY
                   END-IF
      * Cross the B entry off by blanking its name so the only-on-B
      * sweep below doesn't count it again
                   MOVE SPACES TO VD-B-NAME(VD-HIT)
               END-IF
           END-PERFORM.
           PERFORM VARYING VD-JDX FROM 1 BY 1
               UNTIL VD-JDX > VD-B-COUNT
               IF VD-B-NAME(VD-JDX) NOT = SPACES
                   ADD 1 TO VD-ONLY-B END-ADD
                   DISPLAY "  only on B: " VD-B-NAME(VD-JDX) "."
                       VD-B-EXT(VD-JDX) END-DISPLAY
               END-IF
           END-PERFORM.
           DISPLAY "VOLDIFF: " VD-MATCH " match, " VD-DIFFER
               " differ, " VD-ONLY-A " only A, " VD-ONLY-B
               " only B" END-DISPLAY.
           IF VD-OVERFLOW = 'Y'
               DISPLAY "  warning: over 200 entries on a volume,"
               " extras not compared" END-DISPLAY
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Voldiff: differ " VD-DIFFER " onlyA " VD-ONLY-A
               " onlyB " VD-ONLY-B
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       VD-COLLECT-A.
           MOVE 0 TO VD-A-COUNT.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   IF VD-A-COUNT < 200
                       ADD 1 TO VD-A-COUNT END-ADD
                       MOVE FILE-DIR-NAME TO VD-A-NAME(VD-A-COUNT)
                       MOVE FILE-DIR-EXT TO VD-A-EXT(VD-A-COUNT)
                       MOVE FILE-DIR-NUMSECT
                           TO VD-A-NUMSECT(VD-A-COUNT)
                       MOVE FILE-DIR-RECLEN
                           TO VD-A-RECLEN(VD-A-COUNT)
                       MOVE FILE-DIR-NUMRECS
                           TO VD-A-NUMRECS(VD-A-COUNT)
                       MOVE 'N' TO VD-A-SEEN(VD-A-COUNT)
                       PERFORM VD-SUM-FILE
                       MOVE VD-FILE-SUM TO VD-A-SUM(VD-A-COUNT)
                   ELSE
                       MOVE 'Y' TO VD-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
       VD-COLLECT-B.
           MOVE 0 TO VD-B-COUNT.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   IF VD-B-COUNT < 200
                       ADD 1 TO VD-B-COUNT END-ADD
                       MOVE FILE-DIR-NAME TO VD-B-NAME(VD-B-COUNT)
                       MOVE FILE-DIR-EXT TO VD-B-EXT(VD-B-COUNT)
                       MOVE FILE-DIR-NUMSECT
                           TO VD-B-NUMSECT(VD-B-COUNT)
                       MOVE FILE-DIR-RECLEN
                           TO VD-B-RECLEN(VD-B-COUNT)
                       MOVE FILE-DIR-NUMRECS
                           TO VD-B-NUMRECS(VD-B-COUNT)
                       PERFORM VD-SUM-FILE
                       MOVE VD-FILE-SUM TO VD-B-SUM(VD-B-COUNT)
                   ELSE
                       MOVE 'Y' TO VD-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
      * One file's content folded to a sum: each sector's computed
      * checksum added mod 1e8, which makes the same content on the
      * two volumes compare equal regardless of where it sits
       VD-SUM-FILE.
           MOVE 0 TO VD-FILE-SUM.
           COMPUTE VD-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           PERFORM VARYING VD-SECT-IDX FROM 0 BY 1
               UNTIL VD-SECT-IDX >= FILE-DIR-NUMSECT
               COMPUTE WS-FILE-ABS-SECT = VD-BASE + VD-SECT-IDX
               END-COMPUTE
               PERFORM FILE-SECT-FETCH
               PERFORM FILE-CKSUM-CALC
               COMPUTE VD-FILE-SUM = FUNCTION MOD(VD-FILE-SUM +
                   WS-FILE-CKSUM, 99999999) END-COMPUTE
           END-PERFORM.
      * MAP shell operation: a visual used/deleted/free map of the
      * block store's allocated span plus the figures that say when a
      * COMPACT run is actually worth the window: sectors live,
      * sectors only a deleted entry points at, sectors nothing
      * points at, how many separate holes there are and how big the
      * biggest is.  The map covers the first 4800 sectors of the
      * span, sixty to a row.
       MAP-REPORT.
           PERFORM FILE-ALLOC-LOAD.
           COMPUTE MAP-SPAN = WS-FILE-NEXT-SECT - 1 END-COMPUTE.
           IF MAP-SPAN > 4800
               MOVE 4800 TO MAP-SPAN
               DISPLAY "MAP: span over 4800 sectors - first 4800"
               " mapped" END-DISPLAY
           END-IF.
           MOVE ALL "." TO MAP-CELLS.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
      * Deleted extents first, then live ones -- where an extent was
      * reused after a COMPACT the live owner wins the cell
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'Y'
                   PERFORM MAP-MARK-DEAD
               END-IF
           END-PERFORM.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   PERFORM MAP-MARK-LIVE
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
      * Count the cells and size the holes (runs of anything not
      * live below the allocator)
           MOVE 0 TO MAP-USED.
           MOVE 0 TO MAP-DEAD.
           MOVE 0 TO MAP-FREE.
           MOVE 0 TO MAP-HOLES.
           MOVE 0 TO MAP-BIGHOLE.
           MOVE 0 TO MAP-CURHOLE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-SPAN
               EVALUATE MAP-CELLS(MAP-IDX:1)
                   WHEN "#" ADD 1 TO MAP-USED END-ADD
                   WHEN "d" ADD 1 TO MAP-DEAD END-ADD
                   WHEN OTHER ADD 1 TO MAP-FREE END-ADD
               END-EVALUATE
               IF MAP-CELLS(MAP-IDX:1) = "#"
                   IF MAP-CURHOLE NOT = 0
                       ADD 1 TO MAP-HOLES END-ADD
                       IF MAP-CURHOLE > MAP-BIGHOLE
                           MOVE MAP-CURHOLE TO MAP-BIGHOLE
                       END-IF
                       MOVE 0 TO MAP-CURHOLE
                   END-IF
               ELSE
                   ADD 1 TO MAP-CURHOLE END-ADD
               END-IF
           END-PERFORM.
           IF MAP-CURHOLE NOT = 0
               ADD 1 TO MAP-HOLES END-ADD
               IF MAP-CURHOLE > MAP-BIGHOLE
                   MOVE MAP-CURHOLE TO MAP-BIGHOLE
               END-IF
           END-IF.
           DISPLAY "Block store map ('#' live, 'd' deleted, '.'"
               " free), sector 1 up:" END-DISPLAY.
           MOVE 0 TO MAP-LINES.
           PERFORM VARYING MAP-ROW-BASE FROM 1 BY 60
               UNTIL MAP-ROW-BASE > MAP-SPAN
               MOVE SPACES TO MAP-ROW-TXT
               COMPUTE MAP-IDX = MAP-SPAN - MAP-ROW-BASE + 1
               END-COMPUTE
               IF MAP-IDX > 60
                   MOVE 60 TO MAP-IDX
               END-IF
               MOVE MAP-CELLS(MAP-ROW-BASE:MAP-IDX)
                   TO MAP-ROW-TXT(1:MAP-IDX)
               DISPLAY MAP-ROW-BASE " " MAP-ROW-TXT END-DISPLAY
      * A long map is paged twenty rows at a time
               ADD 1 TO MAP-LINES END-ADD
               IF MAP-LINES = 20 AND WS-EXEC-RUNNING = 'N'
                   MOVE 0 TO MAP-LINES
                   DISPLAY "-- ENTER for more --" END-DISPLAY
                   ACCEPT WS-REPLY END-ACCEPT
               END-IF
           END-PERFORM.
           DISPLAY "  span " MAP-SPAN " sectors: " MAP-USED
               " live, " MAP-DEAD " deleted, " MAP-FREE " free"
               END-DISPLAY.
           IF MAP-SPAN NOT = 0
               COMPUTE MAP-PCT = ((MAP-DEAD + MAP-FREE) * 100)
                   / MAP-SPAN END-COMPUTE
               DISPLAY "  " MAP-PCT "% reclaimable by COMPACT in "
                   MAP-HOLES " holes (biggest " MAP-BIGHOLE ")"
                   END-DISPLAY
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Mapped store: reclaimable " MAP-DEAD
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       MAP-MARK-DEAD.
           COMPUTE MAP-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           PERFORM VARYING MAP-SECT-IDX FROM 0 BY 1
               UNTIL MAP-SECT-IDX >= FILE-DIR-NUMSECT
               COMPUTE MAP-IDX = MAP-BASE + MAP-SECT-IDX END-COMPUTE
               IF MAP-IDX >= 1 AND MAP-IDX <= MAP-SPAN
                   MOVE "d" TO MAP-CELLS(MAP-IDX:1)
               END-IF
           END-PERFORM.
       MAP-MARK-LIVE.
           COMPUTE MAP-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           PERFORM VARYING MAP-SECT-IDX FROM 0 BY 1
               UNTIL MAP-SECT-IDX >= FILE-DIR-NUMSECT
               COMPUTE MAP-IDX = MAP-BASE + MAP-SECT-IDX END-COMPUTE
               IF MAP-IDX >= 1 AND MAP-IDX <= MAP-SPAN
                   MOVE "#" TO MAP-CELLS(MAP-IDX:1)
               END-IF
           END-PERFORM.
      * QUOTA shell operation.  Alone it reports usage by operator
      * (summed off the directory's owner stamps) against any limits
      * on record.  A supervisor naming an operator in Argument and a
      * sector count in Argument 2 sets (or replaces) that limit in
      * QUOTA.SEC; a zero limit lifts it.
       QUOTA-REPORT.
           IF WS-SHELL-REQ-ARG1 NOT = SPACES
               PERFORM QUOTA-SET-LIMIT
           ELSE
               PERFORM QUOTA-USAGE-REPORT
           END-IF.
           PERFORM LIB-PAUSE.
       QUOTA-SET-LIMIT.
           IF WS-OPER-LEVEL < 5
               DISPLAY "QUOTA: setting limits is supervisor"
               " territory" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-ARG2(1:8) IS NOT NUMERIC
               DISPLAY "QUOTA: Argument 2 takes the sector limit as"
               " eight digits" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "QUOTA" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 80 TO FILE-RECLEN
               MOVE 16 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM VARYING FILE-RECORD FROM 1 BY 1
                       UNTIL FILE-RECORD > 16
                       PERFORM FILE-WRITE-RECORD
                   END-PERFORM
                   PERFORM FILE-OPEN
               END-IF
           END-IF.
           IF NOT FILE-OP-OK
               DISPLAY "QUOTA: cannot open QUOTA.SEC" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
      * Take the operator's existing row, else the first blank one
           MOVE 0 TO QTA-HIT.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR QTA-HIT NOT = 0
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:8) = WS-SHELL-REQ-ARG1(1:8)
                   MOVE FILE-RECORD TO QTA-HIT
               END-IF
           END-PERFORM.
           IF QTA-HIT = 0
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   OR QTA-HIT NOT = 0
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:8) = SPACES
                       MOVE FILE-RECORD TO QTA-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF QTA-HIT = 0
               DISPLAY "QUOTA: QUOTA.SEC is full" END-DISPLAY
           ELSE
               MOVE SPACES TO FILE-REC-AREA
               MOVE WS-SHELL-REQ-ARG1(1:8) TO FILE-REC-AREA(1:8)
               MOVE WS-SHELL-REQ-ARG2(1:8) TO FILE-REC-AREA(10:8)
               MOVE QTA-HIT TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               DISPLAY "QUOTA: " WS-SHELL-REQ-ARG1(1:8) " limited"
                   " to " WS-SHELL-REQ-ARG2(1:8) " sectors"
                   END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Set quota for " WS-SHELL-REQ-ARG1(1:8)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
       QUOTA-USAGE-REPORT.
           MOVE 0 TO QTA-OWN-COUNT.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   AND FILE-DIR-OWNER NOT = SPACES
                   MOVE 0 TO QTA-HIT
                   PERFORM VARYING QTA-IDX FROM 1 BY 1
                       UNTIL QTA-IDX > QTA-OWN-COUNT
                       OR QTA-HIT NOT = 0
                       IF QTA-OWN-ID(QTA-IDX) = FILE-DIR-OWNER
                           MOVE QTA-IDX TO QTA-HIT
                       END-IF
                   END-PERFORM
                   IF QTA-HIT = 0 AND QTA-OWN-COUNT < 16
                       ADD 1 TO QTA-OWN-COUNT END-ADD
                       MOVE QTA-OWN-COUNT TO QTA-HIT
                       MOVE FILE-DIR-OWNER TO QTA-OWN-ID(QTA-HIT)
                       MOVE 0 TO QTA-OWN-USED(QTA-HIT)
                       MOVE 0 TO QTA-OWN-LIMIT(QTA-HIT)
                   END-IF
                   IF QTA-HIT NOT = 0
                       ADD FILE-DIR-NUMSECT
                           TO QTA-OWN-USED(QTA-HIT) END-ADD
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
      * Fold the limits on record into the table
           MOVE "QUOTA" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                       AND FILE-REC-AREA(10:8) IS NUMERIC
                       PERFORM VARYING QTA-IDX FROM 1 BY 1
                           UNTIL QTA-IDX > QTA-OWN-COUNT
                           IF QTA-OWN-ID(QTA-IDX) =
                               FILE-REC-AREA(1:8)
                               MOVE FILE-REC-AREA(10:8)
                                   TO QTA-OWN-LIMIT(QTA-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "Sector usage by operator (limit 0 = none):"
           END-DISPLAY.
           PERFORM VARYING QTA-IDX FROM 1 BY 1
               UNTIL QTA-IDX > QTA-OWN-COUNT
               DISPLAY "  " QTA-OWN-ID(QTA-IDX) " uses "
                   QTA-OWN-USED(QTA-IDX) " limit "
                   QTA-OWN-LIMIT(QTA-IDX) END-DISPLAY
           END-PERFORM.
           MOVE "Ran quota usage report" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * KREAD shell operation: look one record up by key instead of
      * by number.  Argument names the file, Argument 2 the key
      * value, WS-TMP the key field's starting column and Result its
      * length -- the console counterpart of FILE-READ-KEYED.
       KREAD-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "KREAD: SEC files are supervisor material"
               END-DISPLAY
           ELSE
               PERFORM FILE-OPEN
               IF NOT FILE-OP-OK
                   DISPLAY "KREAD: file not found" END-DISPLAY
               ELSE
                   MOVE WS-SHELL-REQ-NUM1 TO FILE-KEY-POS
                   MOVE WS-SHELL-REQ-NUM2 TO FILE-KEY-LEN
                   MOVE WS-SHELL-REQ-ARG2 TO FILE-KEY-VALUE
                   PERFORM FILE-READ-KEYED
                   EVALUATE TRUE
                       WHEN FILE-OP-OK
                           DISPLAY "KREAD: record " FILE-RECORD ":"
                           END-DISPLAY
                           DISPLAY FILE-REC-AREA(1:80) END-DISPLAY
                       WHEN FILE-OP-NOTFOUND
                           DISPLAY "KREAD: no record carries that"
                           " key" END-DISPLAY
                       WHEN OTHER
                           DISPLAY "KREAD: key position/length do"
                           " not fit the record" END-DISPLAY
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
      * Load one layout's field rows out of DATADICT.DAT.  Rows with
      * a blank layout or field name, or positions that aren't
      * numeric, are simply skipped -- the dictionary is hand-kept.
       DCT-LOAD-LAYOUT.
           MOVE 0 TO DCT-COUNT.
           MOVE 0 TO DCT-KEY-IDX.
           MOVE 'A' TO FILE-VOL.
           MOVE "DATADICT" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   OR DCT-COUNT = 24
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK
                       AND FILE-REC-AREA(1:10) = DCT-LAYOUT
                       AND FILE-REC-AREA(12:12) NOT = SPACES
                       AND FILE-REC-AREA(25:4) IS NUMERIC
                       AND FILE-REC-AREA(30:4) IS NUMERIC
                       ADD 1 TO DCT-COUNT END-ADD
                       MOVE FILE-REC-AREA(12:12)
                           TO DCT-F-NAME(DCT-COUNT)
                       MOVE FILE-REC-AREA(25:4)
                           TO DCT-F-POS(DCT-COUNT)
                       MOVE FILE-REC-AREA(30:4)
                           TO DCT-F-LEN(DCT-COUNT)
                       MOVE FILE-REC-AREA(35:1)
                           TO DCT-F-TYPE(DCT-COUNT)
                       MOVE FILE-REC-AREA(37:8)
                           TO DCT-F-LOW(DCT-COUNT)
                       MOVE FILE-REC-AREA(46:8)
                           TO DCT-F-HIGH(DCT-COUNT)
                       MOVE FILE-REC-AREA(57:1)
                           TO DCT-F-HTYPE(DCT-COUNT)
                       MOVE 0 TO DCT-F-HPOS(DCT-COUNT)
                       MOVE 0 TO DCT-F-HLEN(DCT-COUNT)
                       IF FILE-REC-AREA(59:4) IS NUMERIC
                           MOVE FILE-REC-AREA(59:4)
                               TO DCT-F-HPOS(DCT-COUNT)
                       END-IF
                       IF FILE-REC-AREA(64:4) IS NUMERIC
                           MOVE FILE-REC-AREA(64:4)
                               TO DCT-F-HLEN(DCT-COUNT)
                       END-IF
                       MOVE FILE-REC-AREA(69:1)
                           TO DCT-F-MASK(DCT-COUNT)
                       IF FILE-REC-AREA(55:1) = 'K'
                           AND DCT-KEY-IDX = 0
                           MOVE DCT-COUNT TO DCT-KEY-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF DCT-KEY-IDX = 0 AND DCT-COUNT > 0
               MOVE 1 TO DCT-KEY-IDX
           END-IF.
      * FORMS shell operation: a field-by-field inquiry and entry
      * screen generated from the dictionary, so a payroll adjustment
      * is keyed against field names instead of column positions in
      * the hex editor.  Argument is the layout name, Argument 2 the
      * file; the operator picks a record number, sees every field
      * decoded, and may re-key fields (blank keeps the old value)
      * before the record is written back.  A batch name after the
      * layout enters each record written in that keying batch.
       FORMS-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO FRM-BATCH.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT FRM-BATCH
           END-UNSTRING.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               DISPLAY "FORMS: no such layout in DATADICT.DAT"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "FORMS: SEC files are supervisor material"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               DISPLAY "FORMS: file not found" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
      * The extent is remembered so the DCT/entry loops can't lose it
           MOVE FILE-VOL TO FRM-VOL.
           MOVE FILE-CYL TO FRM-CYL.
           MOVE FILE-SECT TO FRM-SECT.
           MOVE FILE-NUMSECT TO FRM-NUMSECT.
           MOVE FILE-RECLEN TO FRM-RECLEN.
           MOVE FILE-NUMRECS TO FRM-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FRM-VAR.
           MOVE FILE-NAME TO FRM-NAME.
           MOVE FILE-EXT TO FRM-EXT.
           IF FRM-BATCH NOT = SPACES
               DISPLAY "FORMS: keying batch " FRM-BATCH END-DISPLAY
           END-IF.
           MOVE 1 TO FRM-RECNO.
           PERFORM UNTIL FRM-RECNO = 0
               DISPLAY "Record number (1-" FRM-NUMRECS
                   ", 0 returns): " WITH NO ADVANCING END-DISPLAY
               MOVE 0 TO FRM-RECNO
               ACCEPT FRM-ANSWER END-ACCEPT
               IF FRM-ANSWER(1:4) IS NUMERIC
                   MOVE FRM-ANSWER(1:4) TO FRM-RECNO
               ELSE
                   IF FRM-ANSWER NOT = SPACES
                       COMPUTE FRM-RECNO =
                           FUNCTION NUMVAL(FRM-ANSWER(1:4))
                       END-COMPUTE
                   END-IF
               END-IF
               IF FRM-RECNO NOT = 0 AND FRM-RECNO <= FRM-NUMRECS
                   PERFORM FORMS-ONE-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-REPLY.
       FORMS-ONE-RECORD.
           PERFORM FORMS-SET-FILE.
           MOVE FRM-RECNO TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK AND NOT FILE-OP-BAD-CKSUM
               DISPLAY "FORMS: record would not read" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record " FRM-RECNO " of " DCT-LAYOUT ":"
           END-DISPLAY.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               DISPLAY "  " DCT-F-NAME(DCT-IDX) " = "
                   FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                   DCT-F-LEN(DCT-IDX)) END-DISPLAY
           END-PERFORM.
           DISPLAY "Edit this record? (Y/N): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM FORMS-EDIT-FIELDS
           END-IF.
           MOVE SPACE TO WS-REPLY.
       FORMS-EDIT-FIELDS.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               DISPLAY DCT-F-NAME(DCT-IDX) " ["
                   FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                   DCT-F-LEN(DCT-IDX)) "]: "
                   WITH NO ADVANCING END-DISPLAY
               MOVE SPACES TO FRM-ANSWER
               ACCEPT FRM-ANSWER END-ACCEPT
               IF FRM-ANSWER NOT = SPACES
      * A numeric field refuses non-digits on the spot, the way the
      * generated screen is the whole point of having
                   IF DCT-F-TYPE(DCT-IDX) = "9"
                       AND FRM-ANSWER(1:DCT-F-LEN(DCT-IDX))
                       IS NOT NUMERIC
                       DISPLAY "  not numeric - field kept"
                       END-DISPLAY
                   ELSE
                       MOVE FRM-ANSWER(1:DCT-F-LEN(DCT-IDX))
                           TO FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                           DCT-F-LEN(DCT-IDX))
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FORMS-SET-FILE.
           MOVE FRM-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF FILE-OP-OK
               DISPLAY "Record written" END-DISPLAY
               MOVE "Keyed record through FORMS" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
               IF FRM-BATCH NOT = SPACES
                   PERFORM FORMS-BATCH-NOTE
               END-IF
           ELSE
               DISPLAY "Write refused" END-DISPLAY
           END-IF.
       FORMS-SET-FILE.
           MOVE FRM-VOL TO FILE-VOL.
           MOVE FRM-CYL TO FILE-CYL.
           MOVE FRM-SECT TO FILE-SECT.
           MOVE FRM-NUMSECT TO FILE-NUMSECT.
           MOVE FRM-RECLEN TO FILE-RECLEN.
           MOVE FRM-NUMRECS TO FILE-NUMRECS.
           MOVE FRM-VAR TO WS-FILE-VAR-ON.
      * Enter the record just written through FORMS in the batch
      * named on the command, as keyed by this operator now -- a
      * re-key of a record already in the batch takes the row over
      * and sets it back to unverified
       FORMS-BATCH-NOTE.
           MOVE 'Y' TO FRM-BT-OK.
           PERFORM FORMS-BT-OPEN.
           IF FRM-BT-OK = 'N'
               DISPLAY "FORMS: batch register would not open"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FRM-BT-HIT.
           MOVE 0 TO FRM-BT-FREE.
           PERFORM VARYING FRM-BT-IDX FROM 1 BY 1
               UNTIL FRM-BT-IDX > FRM-BT-NUMRECS OR FRM-BT-HIT NOT = 0
               PERFORM FORMS-BT-SET
               MOVE FRM-BT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   IF FILE-REC-AREA(1:10) = FRM-BATCH
                       AND FILE-REC-AREA(12:1) = FRM-VOL
                       AND FILE-REC-AREA(13:24) = FRM-NAME
                       AND FILE-REC-AREA(37:3) = FRM-EXT
                       AND FILE-REC-AREA(41:4) = FRM-RECNO
                       MOVE FRM-BT-IDX TO FRM-BT-HIT
                   END-IF
                   IF FILE-REC-AREA(1:80) = SPACES AND FRM-BT-FREE = 0
                       MOVE FRM-BT-IDX TO FRM-BT-FREE
                   END-IF
               END-IF
           END-PERFORM.
           IF FRM-BT-HIT = 0
               MOVE FRM-BT-FREE TO FRM-BT-HIT
           END-IF.
           IF FRM-BT-HIT = 0
               DISPLAY "FORMS: batch register full - record not in "
                   "the batch" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FRM-BT-ROW.
           MOVE FRM-BATCH TO FRM-BT-ROW(1:10).
           MOVE FRM-VOL TO FRM-BT-ROW(12:1).
           MOVE FRM-NAME TO FRM-BT-ROW(13:24).
           MOVE FRM-EXT TO FRM-BT-ROW(37:3).
           MOVE FRM-RECNO TO FRM-BT-ROW(41:4).
           MOVE WS-OPER-ID TO FRM-BT-ROW(46:8).
           IF WS-OPER-ID = SPACES
               MOVE "SYSTEM" TO FRM-BT-ROW(46:8)
           END-IF.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR
               RTC-MINUTE RTC-SECOND
               DELIMITED BY SIZE INTO FRM-BT-ROW(55:14)
           END-STRING.
           MOVE "K" TO FRM-BT-ROW(70:1).
           PERFORM FORMS-BT-SET.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE FRM-BT-ROW TO FILE-REC-AREA(1:80).
           MOVE FRM-BT-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * Open the batch register, creating it when FRM-BT-OK comes in
      * 'Y'; FRM-BT-OK goes out 'N' when there is none to be had
       FORMS-BT-OPEN.
           MOVE 'A' TO FILE-VOL.
           MOVE "FORMBTCH" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK AND FRM-BT-OK = 'Y'
               MOVE 80 TO FILE-RECLEN
               MOVE 500 TO FILE-NUMRECS
               PERFORM FILE-CREATE
           END-IF.
           IF NOT FILE-OP-OK
               MOVE 'N' TO FRM-BT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO FRM-BT-OK.
           MOVE FILE-VOL TO FRM-BT-VOL.
           MOVE FILE-CYL TO FRM-BT-CYL.
           MOVE FILE-SECT TO FRM-BT-SECT.
           MOVE FILE-NUMSECT TO FRM-BT-NUMSECT.
           MOVE FILE-NUMRECS TO FRM-BT-NUMRECS.
       FORMS-BT-SET.
           MOVE FRM-BT-VOL TO FILE-VOL.
           MOVE FRM-BT-CYL TO FILE-CYL.
           MOVE FRM-BT-SECT TO FILE-SECT.
           MOVE FRM-BT-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE FRM-BT-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * VERIFY-KEY shell operation: the keypunch verifier.  Argument
      * is "LAYOUT BATCH", Argument 2 the file.  A second operator --
      * never the one who keyed any of the batch -- re-keys every
      * record blind; a field that disagrees with the first keying
      * stops the screen for the verifier to keep the first keying,
      * correct it to theirs, re-key it, or leave it unresolved.  The
      * batch is marked verified only when every record passes; the
      * disagreements and what became of them go to FORMVRFY.TXT.
       FORMS-VERIFY-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO FRM-BATCH.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT FRM-BATCH
           END-UNSTRING.
           IF FRM-BATCH = SPACES
               DISPLAY "VERIFY-KEY: name the batch after the layout"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               DISPLAY "VERIFY-KEY: no such layout in DATADICT.DAT"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "VERIFY-KEY: SEC files are supervisor material"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               DISPLAY "VERIFY-KEY: file not found" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO FRM-VOL.
           MOVE FILE-NAME TO FRM-NAME.
           MOVE FILE-EXT TO FRM-EXT.
           MOVE FILE-CYL TO FRM-CYL.
           MOVE FILE-SECT TO FRM-SECT.
           MOVE FILE-NUMSECT TO FRM-NUMSECT.
           MOVE FILE-RECLEN TO FRM-RECLEN.
           MOVE FILE-NUMRECS TO FRM-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FRM-VAR.
           MOVE 'N' TO FRM-BT-OK.
           PERFORM FORMS-BT-OPEN.
           IF FRM-BT-OK = 'N'
               DISPLAY "VERIFY-KEY: no batches have been keyed"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPER-ID TO FRM-VK-OPER.
           IF FRM-VK-OPER = SPACES
               MOVE "SYSTEM" TO FRM-VK-OPER
           END-IF.
      * The batch's records, in the order they sit in the register
           MOVE 0 TO FRM-VK-COUNT.
           MOVE 'N' TO FRM-VK-SELF.
           MOVE 'Y' TO FRM-VK-DONE-ALREADY.
           PERFORM VARYING FRM-BT-IDX FROM 1 BY 1
               UNTIL FRM-BT-IDX > FRM-BT-NUMRECS
               OR FRM-VK-COUNT = 500
               PERFORM FORMS-BT-SET
               MOVE FRM-BT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:10) = FRM-BATCH
                   AND FILE-REC-AREA(12:1) = FRM-VOL
                   AND FILE-REC-AREA(13:24) = FRM-NAME
                   AND FILE-REC-AREA(37:3) = FRM-EXT
                   AND FILE-REC-AREA(41:4) IS NUMERIC
                   ADD 1 TO FRM-VK-COUNT END-ADD
                   MOVE FILE-REC-AREA(41:4)
                       TO FRM-VK-RECNO(FRM-VK-COUNT)
                   MOVE FRM-BT-IDX TO FRM-VK-ROW(FRM-VK-COUNT)
                   IF FILE-REC-AREA(46:8) = FRM-VK-OPER
                       MOVE 'Y' TO FRM-VK-SELF
                   END-IF
                   IF FILE-REC-AREA(70:1) NOT = "V"
                       MOVE 'N' TO FRM-VK-DONE-ALREADY
                   END-IF
               END-IF
           END-PERFORM.
           IF FRM-VK-COUNT = 0
               DISPLAY "VERIFY-KEY: no such batch for that file"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF FRM-VK-SELF = 'Y'
               DISPLAY "VERIFY-KEY: you keyed records of this batch -"
                   " another operator must verify it" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Verify refused, own batch " FRM-BATCH
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF FRM-VK-DONE-ALREADY = 'Y'
               DISPLAY "VERIFY-KEY: batch is already verified"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
      * A fresh report each run, 200 lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "FORMVRFY" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               DISPLAY "VERIFY-KEY: FORMVRFY.TXT would not create"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO FRM-RP-VOL.
           MOVE FILE-CYL TO FRM-RP-CYL.
           MOVE FILE-SECT TO FRM-RP-SECT.
           MOVE FILE-NUMSECT TO FRM-RP-NUMSECT.
           MOVE 0 TO FRM-RP-RECNO.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FRM-VK-LINE.
           STRING "BATCH VERIFICATION " FRM-BATCH " of "
               FUNCTION TRIM(FRM-NAME) "." FRM-EXT " layout "
               DCT-LAYOUT
               DELIMITED BY SIZE INTO FRM-VK-LINE
           END-STRING.
           PERFORM FORMS-VK-OUT-LINE.
           MOVE SPACES TO FRM-VK-LINE.
           STRING "Run " RTC-YEAR "-" RTC-MONTH "-" RTC-DAY " "
               RTC-HOUR ":" RTC-MINUTE " verifier " FRM-VK-OPER
               DELIMITED BY SIZE INTO FRM-VK-LINE
           END-STRING.
           PERFORM FORMS-VK-OUT-LINE.
           DISPLAY "VERIFY-KEY: " FRM-VK-COUNT " records - key each "
               "field blind, '/' abandons" END-DISPLAY.
           MOVE 0 TO FRM-VK-PASSED.
           MOVE 0 TO FRM-VK-CORRECTED.
           MOVE 'N' TO FRM-VK-QUIT.
           PERFORM VARYING FRM-VK-IDX FROM 1 BY 1
               UNTIL FRM-VK-IDX > FRM-VK-COUNT OR FRM-VK-QUIT = 'Y'
               PERFORM FORMS-VK-RECORD
           END-PERFORM.
      * Every record through and every one passing marks the batch
           IF FRM-VK-QUIT = 'N' AND FRM-VK-PASSED = FRM-VK-COUNT
               PERFORM VARYING FRM-VK-IDX FROM 1 BY 1
                   UNTIL FRM-VK-IDX > FRM-VK-COUNT
                   PERFORM FORMS-BT-SET
                   MOVE FRM-VK-ROW(FRM-VK-IDX) TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   MOVE "V" TO FILE-REC-AREA(70:1)
                   MOVE FRM-VK-OPER TO FILE-REC-AREA(72:8)
                   PERFORM FORMS-BT-SET
                   MOVE FRM-VK-ROW(FRM-VK-IDX) TO FILE-RECORD
                   PERFORM FILE-WRITE-RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO FRM-VK-LINE.
           STRING "Records " FRM-VK-COUNT ", passed " FRM-VK-PASSED
               ", fields corrected " FRM-VK-CORRECTED
               DELIMITED BY SIZE INTO FRM-VK-LINE
           END-STRING.
           PERFORM FORMS-VK-OUT-LINE.
           MOVE SPACES TO FRM-VK-LINE.
           MOVE SPACES TO WS-LOG-ACTION.
           IF FRM-VK-QUIT = 'N' AND FRM-VK-PASSED = FRM-VK-COUNT
               MOVE "Batch VERIFIED" TO FRM-VK-LINE
               STRING "Batch " FRM-BATCH " verified"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               MOVE "Batch NOT verified" TO FRM-VK-LINE
               STRING "Batch " FRM-BATCH " not verified"
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM FORMS-VK-OUT-LINE.
           PERFORM SESSION-LOG-WRITE.
           DISPLAY "VERIFY-KEY: " FUNCTION TRIM(FRM-VK-LINE) ", "
               FRM-VK-CORRECTED " corrected -> FORMVRFY.TXT"
               END-DISPLAY.
           PERFORM LIB-PAUSE.
      * One record of the batch re-keyed blind, field by field; any
      * correction is written back before the next record
       FORMS-VK-RECORD.
           PERFORM FORMS-SET-FILE.
           MOVE FRM-VK-RECNO(FRM-VK-IDX) TO FILE-RECORD.
           MOVE FRM-VK-RECNO(FRM-VK-IDX) TO FRM-RECNO.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               MOVE SPACES TO FRM-VK-LINE
               STRING "REC " FRM-RECNO " would not read - fails"
                   DELIMITED BY SIZE INTO FRM-VK-LINE
               END-STRING
               PERFORM FORMS-VK-OUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO FRM-VK-HELD.
           MOVE 'Y' TO FRM-VK-REC-OK.
           MOVE 'N' TO FRM-VK-DIRTY.
           DISPLAY "Record " FRM-RECNO " (" FRM-VK-IDX " of "
               FRM-VK-COUNT "):" END-DISPLAY.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR FRM-VK-QUIT = 'Y'
               PERFORM FORMS-VK-FIELD
           END-PERFORM.
           IF FRM-VK-QUIT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF FRM-VK-DIRTY = 'Y'
               PERFORM FORMS-SET-FILE
               MOVE FRM-VK-HELD TO FILE-REC-AREA
               MOVE FRM-RECNO TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               IF NOT FILE-OP-OK
                   DISPLAY "  write refused - record fails"
                   END-DISPLAY
                   MOVE 'N' TO FRM-VK-REC-OK
               END-IF
           END-IF.
           IF FRM-VK-REC-OK = 'Y'
               ADD 1 TO FRM-VK-PASSED END-ADD
           END-IF.
      * One field: the verifier's keying against the first, and on a
      * disagreement the screen stops until it is settled
       FORMS-VK-FIELD.
      * A field wider than the entry line was never keyed on it
           IF DCT-F-LEN(DCT-IDX) > 40
               OR (DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1)
               > FRM-RECLEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " DCT-F-NAME(DCT-IDX) ": "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO FRM-ANSWER.
           ACCEPT FRM-ANSWER END-ACCEPT.
           IF FRM-ANSWER = "/"
               MOVE 'Y' TO FRM-VK-QUIT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FRM-VK-SETTLED.
           PERFORM UNTIL FRM-VK-SETTLED = 'Y'
               IF FRM-ANSWER(1:DCT-F-LEN(DCT-IDX)) =
                   FRM-VK-HELD(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
                   MOVE 'Y' TO FRM-VK-SETTLED
               ELSE
                   DISPLAY "  MISMATCH first ["
                       FRM-VK-HELD(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) "] yours ["
                       FRM-ANSWER(1:DCT-F-LEN(DCT-IDX)) "]"
                       END-DISPLAY
                   DISPLAY "  K keep first, C correct to yours, "
                       "R re-key, S leave unresolved: "
                       WITH NO ADVANCING END-DISPLAY
                   MOVE SPACE TO FRM-VK-CHOICE
                   ACCEPT FRM-VK-CHOICE END-ACCEPT
                   INSPECT FRM-VK-CHOICE CONVERTING "kcrs" TO "KCRS"
                   EVALUATE FRM-VK-CHOICE
                       WHEN "K"
                           MOVE "kept first keying" TO FRM-VK-WHAT
                           PERFORM FORMS-VK-NOTE
                           MOVE 'Y' TO FRM-VK-SETTLED
                       WHEN "C"
                           IF DCT-F-TYPE(DCT-IDX) = "9"
                               AND FRM-ANSWER(1:DCT-F-LEN(DCT-IDX))
                               IS NOT NUMERIC
                               DISPLAY "  not numeric - re-key it"
                               END-DISPLAY
                           ELSE
                               MOVE "corrected" TO FRM-VK-WHAT
                               PERFORM FORMS-VK-NOTE
                               MOVE FRM-ANSWER(1:DCT-F-LEN(DCT-IDX))
                                   TO FRM-VK-HELD(DCT-F-POS(DCT-IDX):
                                   DCT-F-LEN(DCT-IDX))
                               MOVE 'Y' TO FRM-VK-DIRTY
                               ADD 1 TO FRM-VK-CORRECTED END-ADD
                               MOVE 'Y' TO FRM-VK-SETTLED
                           END-IF
                       WHEN "R"
                           DISPLAY "  " DCT-F-NAME(DCT-IDX) ": "
                               WITH NO ADVANCING END-DISPLAY
                           MOVE SPACES TO FRM-ANSWER
                           ACCEPT FRM-ANSWER END-ACCEPT
                       WHEN "S"
                           MOVE "UNRESOLVED - record fails"
                               TO FRM-VK-WHAT
                           PERFORM FORMS-VK-NOTE
                           MOVE 'N' TO FRM-VK-REC-OK
                           MOVE 'Y' TO FRM-VK-SETTLED
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * One disagreement into the report: record, field, the two
      * keyings and what the verifier made of them
       FORMS-VK-NOTE.
           MOVE SPACES TO FRM-VK-LINE.
           STRING "REC " FRM-RECNO " " DCT-F-NAME(DCT-IDX) " ["
               FRM-VK-HELD(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
               "] -> [" FRM-ANSWER(1:DCT-F-LEN(DCT-IDX)) "] "
               FRM-VK-WHAT
               DELIMITED BY SIZE INTO FRM-VK-LINE
           END-STRING.
           PERFORM FORMS-VK-OUT-LINE.
       FORMS-VK-OUT-LINE.
           IF FRM-RP-RECNO >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FRM-RP-RECNO END-ADD.
           MOVE FRM-RP-VOL TO FILE-VOL.
           MOVE FRM-RP-CYL TO FILE-CYL.
           MOVE FRM-RP-SECT TO FILE-SECT.
           MOVE FRM-RP-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE FRM-VK-LINE TO FILE-REC-AREA(1:80).
           MOVE FRM-RP-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * QUERY shell operation: query by example over a dictionary
      * file.  Argument is the layout, Argument 2 the file.  Each
      * field is asked for in turn; the records matching every
      * criterion come back a page at a time, and a record number
      * typed at the prompt opens that record in FORMS.  O sends the
      * whole list to wherever OUTPUT has reports going.
       QRY-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT
           END-UNSTRING.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               DISPLAY "QUERY: no such layout in DATADICT.DAT"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "QUERY: SEC files are supervisor material"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               DISPLAY "QUERY: file not found" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
      * The extent goes where FORMS keeps it, so a record picked from
      * the list opens through FORMS-ONE-RECORD as it stands
           MOVE FILE-VOL TO FRM-VOL.
           MOVE FILE-CYL TO FRM-CYL.
           MOVE FILE-SECT TO FRM-SECT.
           MOVE FILE-NUMSECT TO FRM-NUMSECT.
           MOVE FILE-RECLEN TO FRM-RECLEN.
           MOVE FILE-NUMRECS TO FRM-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FRM-VAR.
           MOVE FILE-NAME TO FRM-NAME.
           MOVE FILE-EXT TO FRM-EXT.
           MOVE SPACES TO FRM-BATCH.
           MOVE WS-FILE-VAR-ON TO QRY-VAR.
           MOVE WS-FILE-ENC-ON TO QRY-ENC.
           PERFORM QRY-ASK-CRITERIA.
           PERFORM QRY-SEARCH.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "QUERY over " DCT-LAYOUT " found " QRY-HIT-COUNT
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           IF QRY-HIT-COUNT = 0
               DISPLAY "QUERY: no records match" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF QRY-HIT-MORE = 'Y'
               DISPLAY "QUERY: over 500 match - the first 500 listed"
               END-DISPLAY
           END-IF.
           PERFORM QRY-PICK-COLUMNS.
           MOVE 1 TO QRY-TOP.
           MOVE 'N' TO QRY-DONE.
           PERFORM UNTIL QRY-DONE = 'Y'
               PERFORM QRY-SHOW-PAGE
               DISPLAY "N next, P back, record no. opens in FORMS, "
                   "O to OUTPUT, Q quits: " WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACES TO QRY-ANSWER
               ACCEPT QRY-ANSWER END-ACCEPT
               PERFORM QRY-TAKE-COMMAND
           END-PERFORM.
           MOVE SPACE TO WS-REPLY.
      * One answer per field of the layout; a criterion that will not
      * read is asked for again rather than quietly ignored
       QRY-ASK-CRITERIA.
           MOVE 0 TO QRY-USED.
           DISPLAY "QUERY " DCT-LAYOUT ": a value, LOW..HIGH, or TEXT*"
               END-DISPLAY.
           DISPLAY "  for a leading match; blank matches anything"
               END-DISPLAY.
           PERFORM VARYING QRY-F FROM 1 BY 1 UNTIL QRY-F > DCT-COUNT
               MOVE 'N' TO QRY-DONE
               PERFORM UNTIL QRY-DONE = 'Y'
                   DISPLAY "  " DCT-F-NAME(QRY-F) ": "
                       WITH NO ADVANCING END-DISPLAY
                   MOVE SPACES TO QRY-ANSWER
                   ACCEPT QRY-ANSWER END-ACCEPT
                   PERFORM QRY-TAKE-CRITERION
               END-PERFORM
           END-PERFORM.
       QRY-TAKE-CRITERION.
           MOVE 'Y' TO QRY-DONE.
           MOVE SPACE TO QRY-MODE(QRY-F).
           MOVE SPACES TO QRY-LOW(QRY-F).
           MOVE SPACES TO QRY-HIGH(QRY-F).
           MOVE 0 TO QRY-LOW-N(QRY-F).
           MOVE 0 TO QRY-HIGH-N(QRY-F).
           MOVE 0 TO QRY-PLEN(QRY-F).
           IF QRY-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO QRY-T.
           INSPECT QRY-ANSWER TALLYING QRY-T FOR ALL "..".
           IF QRY-T > 0
               UNSTRING QRY-ANSWER DELIMITED BY ".."
                   INTO QRY-LOW(QRY-F) QRY-HIGH(QRY-F)
               END-UNSTRING
               MOVE FUNCTION TRIM(QRY-LOW(QRY-F)) TO QRY-LOW(QRY-F)
               MOVE FUNCTION TRIM(QRY-HIGH(QRY-F)) TO QRY-HIGH(QRY-F)
               IF QRY-LOW(QRY-F) = SPACES AND QRY-HIGH(QRY-F) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO QRY-MODE(QRY-F)
           ELSE
               MOVE FUNCTION TRIM(QRY-ANSWER) TO QRY-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(QRY-ANSWER))
                   TO QRY-TLEN
               IF QRY-TEXT(QRY-TLEN:1) = "*"
                   AND DCT-F-TYPE(QRY-F) NOT = "9"
                   AND DCT-F-TYPE(QRY-F) NOT = "S"
                   IF QRY-TLEN = 1
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'P' TO QRY-MODE(QRY-F)
                   COMPUTE QRY-PLEN(QRY-F) = QRY-TLEN - 1 END-COMPUTE
                   MOVE QRY-TEXT(1:QRY-PLEN(QRY-F)) TO QRY-LOW(QRY-F)
               ELSE
                   MOVE 'E' TO QRY-MODE(QRY-F)
                   MOVE QRY-ANSWER TO QRY-LOW(QRY-F)
               END-IF
           END-IF.
      * Numeric fields take their bounds as numbers, signed or not
           IF DCT-F-TYPE(QRY-F) = "9" OR DCT-F-TYPE(QRY-F) = "S"
               IF QRY-LOW(QRY-F) NOT = SPACES
                   MOVE FUNCTION TRIM(QRY-LOW(QRY-F)) TO QRY-TEXT
                   PERFORM QRY-PARSE-NUM
                   IF QRY-NUM-OK = 'N'
                       DISPLAY "    not a number - key it again"
                       END-DISPLAY
                       MOVE 'N' TO QRY-DONE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE QRY-NUM TO QRY-LOW-N(QRY-F)
               END-IF
               IF QRY-HIGH(QRY-F) NOT = SPACES
                   MOVE FUNCTION TRIM(QRY-HIGH(QRY-F)) TO QRY-TEXT
                   PERFORM QRY-PARSE-NUM
                   IF QRY-NUM-OK = 'N'
                       DISPLAY "    not a number - key it again"
                       END-DISPLAY
                       MOVE 'N' TO QRY-DONE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE QRY-NUM TO QRY-HIGH-N(QRY-F)
               END-IF
           END-IF.
           ADD 1 TO QRY-USED END-ADD.
      * QRY-TEXT, left-justified, as a number: an optional sign and
      * up to 17 digits, QRY-NUM-OK saying whether it read
       QRY-PARSE-NUM.
           MOVE 'N' TO QRY-NUM-OK.
           MOVE 0 TO QRY-NUM.
           IF QRY-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QRY-TEXT)) TO QRY-TLEN.
           MOVE 1 TO QRY-T.
           IF QRY-TEXT(1:1) = "-" OR QRY-TEXT(1:1) = "+"
               MOVE 2 TO QRY-T
           END-IF.
           IF QRY-T > QRY-TLEN OR QRY-TLEN - QRY-T >= 17
               EXIT PARAGRAPH
           END-IF.
           IF QRY-TEXT(QRY-T:QRY-TLEN - QRY-T + 1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE QRY-NUM =
               FUNCTION NUMVAL(QRY-TEXT(QRY-T:QRY-TLEN - QRY-T + 1))
           END-COMPUTE.
           IF QRY-TEXT(1:1) = "-"
               COMPUTE QRY-NUM = 0 - QRY-NUM END-COMPUTE
           END-IF.
           MOVE 'Y' TO QRY-NUM-OK.
       QRY-SET-FILE.
           PERFORM FORMS-SET-FILE.
           MOVE QRY-VAR TO WS-FILE-VAR-ON.
           MOVE QRY-ENC TO WS-FILE-ENC-ON.
      * Every non-blank record against the criteria, keeping the
      * numbers of those that satisfy them all
       QRY-SEARCH.
           MOVE 0 TO QRY-HIT-COUNT.
           MOVE 'N' TO QRY-HIT-MORE.
           PERFORM VARYING QRY-PICK FROM 1 BY 1
               UNTIL QRY-PICK > FRM-NUMRECS
               PERFORM QRY-SET-FILE
               MOVE QRY-PICK TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:FRM-RECLEN) NOT = SPACES
                   PERFORM QRY-TEST-RECORD
                   IF QRY-MATCH = 'Y'
                       IF QRY-HIT-COUNT < 500
                           ADD 1 TO QRY-HIT-COUNT END-ADD
                           MOVE QRY-PICK TO QRY-HIT(QRY-HIT-COUNT)
                       ELSE
                           MOVE 'Y' TO QRY-HIT-MORE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       QRY-TEST-RECORD.
           MOVE 'Y' TO QRY-MATCH.
           PERFORM VARYING QRY-F FROM 1 BY 1
               UNTIL QRY-F > DCT-COUNT OR QRY-MATCH = 'N'
               IF QRY-MODE(QRY-F) NOT = SPACE
                   PERFORM QRY-TEST-FIELD
               END-IF
           END-PERFORM.
      * Field QRY-F of the record in FILE-REC-AREA against its
      * criterion; a numeric field that does not hold a number
      * matches nothing
       QRY-TEST-FIELD.
           PERFORM QRY-FIELD-RAW.
           IF DCT-F-TYPE(QRY-F) = "9" OR DCT-F-TYPE(QRY-F) = "S"
               MOVE FUNCTION TRIM(QRY-RAW) TO QRY-TEXT
               PERFORM QRY-PARSE-NUM
               IF QRY-NUM-OK = 'N'
                   MOVE 'N' TO QRY-MATCH
                   EXIT PARAGRAPH
               END-IF
               EVALUATE QRY-MODE(QRY-F)
                   WHEN 'E'
                       IF QRY-NUM NOT = QRY-LOW-N(QRY-F)
                           MOVE 'N' TO QRY-MATCH
                       END-IF
                   WHEN 'R'
                       IF QRY-LOW(QRY-F) NOT = SPACES
                           AND QRY-NUM < QRY-LOW-N(QRY-F)
                           MOVE 'N' TO QRY-MATCH
                       END-IF
                       IF QRY-HIGH(QRY-F) NOT = SPACES
                           AND QRY-NUM > QRY-HIGH-N(QRY-F)
                           MOVE 'N' TO QRY-MATCH
                       END-IF
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE QRY-MODE(QRY-F)
               WHEN 'E'
                   IF QRY-RAW NOT = QRY-LOW(QRY-F)
                       MOVE 'N' TO QRY-MATCH
                   END-IF
               WHEN 'P'
                   IF QRY-RAW(1:QRY-PLEN(QRY-F)) NOT =
                       QRY-LOW(QRY-F)(1:QRY-PLEN(QRY-F))
                       MOVE 'N' TO QRY-MATCH
                   END-IF
               WHEN 'R'
                   IF QRY-LOW(QRY-F) NOT = SPACES
                       AND QRY-RAW < QRY-LOW(QRY-F)
                       MOVE 'N' TO QRY-MATCH
                   END-IF
                   IF QRY-HIGH(QRY-F) NOT = SPACES
                       AND QRY-RAW > QRY-HIGH(QRY-F)
                       MOVE 'N' TO QRY-MATCH
                   END-IF
           END-EVALUATE.
      * Field QRY-F of FILE-REC-AREA into QRY-RAW, its first 40
      * bytes at most; a field past the end of the record is blank
       QRY-FIELD-RAW.
           MOVE SPACES TO QRY-RAW.
           MOVE DCT-F-LEN(QRY-F) TO QRY-RLEN.
           IF DCT-F-LEN(QRY-F) > 40
               MOVE 40 TO QRY-RLEN
           END-IF.
           IF QRY-RLEN > 0
               AND DCT-F-POS(QRY-F) + QRY-RLEN - 1 <= FRM-RECLEN
               MOVE FILE-REC-AREA(DCT-F-POS(QRY-F):QRY-RLEN)
                   TO QRY-RAW(1:QRY-RLEN)
           END-IF.
      * The list columns: the key field first, then the layout's
      * other fields in order while they fit, four at most, each cut
      * to 16 characters
       QRY-PICK-COLUMNS.
           MOVE 0 TO QRY-COL-COUNT.
           MOVE 6 TO QRY-WIDTH.
           MOVE DCT-KEY-IDX TO QRY-F.
           PERFORM QRY-ADD-COLUMN.
           PERFORM VARYING QRY-F FROM 1 BY 1
               UNTIL QRY-F > DCT-COUNT OR QRY-COL-COUNT = 4
               IF QRY-F NOT = DCT-KEY-IDX
                   PERFORM QRY-ADD-COLUMN
               END-IF
           END-PERFORM.
       QRY-ADD-COLUMN.
           MOVE DCT-F-LEN(QRY-F) TO QRY-RLEN.
           IF DCT-F-LEN(QRY-F) > 16
               MOVE 16 TO QRY-RLEN
           END-IF.
           IF QRY-RLEN < 12
               MOVE 12 TO QRY-RLEN
           END-IF.
           IF QRY-WIDTH + QRY-RLEN <= 80
               ADD 1 TO QRY-COL-COUNT END-ADD
               MOVE QRY-F TO QRY-COL(QRY-COL-COUNT)
               MOVE QRY-RLEN TO QRY-COL-W(QRY-COL-COUNT)
               COMPUTE QRY-WIDTH = QRY-WIDTH + QRY-RLEN + 2
               END-COMPUTE
           END-IF.
      * The column heading into QRY-LINE
       QRY-HEADING.
           MOVE SPACES TO QRY-LINE.
           MOVE "REC" TO QRY-LINE(1:3).
           MOVE 7 TO QRY-LPOS.
           PERFORM VARYING QRY-C FROM 1 BY 1
               UNTIL QRY-C > QRY-COL-COUNT
               MOVE DCT-F-NAME(QRY-COL(QRY-C))
                   TO QRY-LINE(QRY-LPOS:QRY-COL-W(QRY-C))
               COMPUTE QRY-LPOS = QRY-LPOS + QRY-COL-W(QRY-C) + 2
               END-COMPUTE
           END-PERFORM.
      * List entry QRY-H read afresh and laid out in QRY-LINE
       QRY-BUILD-ROW.
           MOVE SPACES TO QRY-LINE.
           PERFORM QRY-SET-FILE.
           MOVE QRY-HIT(QRY-H) TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE QRY-HIT(QRY-H) TO QRY-LINE(1:4).
           IF NOT FILE-OP-OK AND NOT FILE-OP-BAD-CKSUM
               MOVE "(would not read)" TO QRY-LINE(7:16)
               EXIT PARAGRAPH
           END-IF.
           MOVE 7 TO QRY-LPOS.
           PERFORM VARYING QRY-C FROM 1 BY 1
               UNTIL QRY-C > QRY-COL-COUNT
               MOVE QRY-COL(QRY-C) TO QRY-F
               PERFORM QRY-FIELD-RAW
               MOVE QRY-RAW TO QRY-LINE(QRY-LPOS:QRY-COL-W(QRY-C))
               COMPUTE QRY-LPOS = QRY-LPOS + QRY-COL-W(QRY-C) + 2
               END-COMPUTE
           END-PERFORM.
       QRY-SHOW-PAGE.
           PERFORM QRY-HEADING.
           DISPLAY QRY-LINE END-DISPLAY.
           PERFORM VARYING QRY-H FROM QRY-TOP BY 1
               UNTIL QRY-H > QRY-HIT-COUNT OR QRY-H > QRY-TOP + 14
               PERFORM QRY-BUILD-ROW
               DISPLAY QRY-LINE END-DISPLAY
           END-PERFORM.
           COMPUTE QRY-PICK = QRY-H - 1 END-COMPUTE.
           DISPLAY "Matches " QRY-TOP "-" QRY-PICK " of " QRY-HIT-COUNT
               END-DISPLAY.
       QRY-TAKE-COMMAND.
           EVALUATE TRUE
               WHEN QRY-ANSWER = SPACES OR QRY-ANSWER = "N"
                   OR QRY-ANSWER = "n"
                   IF QRY-TOP + 15 <= QRY-HIT-COUNT
                       ADD 15 TO QRY-TOP END-ADD
                   END-IF
               WHEN QRY-ANSWER = "P" OR QRY-ANSWER = "p"
                   IF QRY-TOP > 15
                       SUBTRACT 15 FROM QRY-TOP END-SUBTRACT
                   ELSE
                       MOVE 1 TO QRY-TOP
                   END-IF
               WHEN QRY-ANSWER = "Q" OR QRY-ANSWER = "q"
                   MOVE 'Y' TO QRY-DONE
               WHEN QRY-ANSWER = "O" OR QRY-ANSWER = "o"
                   PERFORM QRY-SEND-OUTPUT
               WHEN OTHER
                   COMPUTE QRY-PICK = FUNCTION NUMVAL(QRY-ANSWER(1:4))
                   END-COMPUTE
                   MOVE 0 TO QRY-F
                   PERFORM VARYING QRY-H FROM 1 BY 1
                       UNTIL QRY-H > QRY-HIT-COUNT
                       IF QRY-HIT(QRY-H) = QRY-PICK
                           MOVE 1 TO QRY-F
                       END-IF
                   END-PERFORM
                   IF QRY-PICK = 0 OR QRY-F = 0
                       DISPLAY "QUERY: that record is not in the list"
                       END-DISPLAY
                   ELSE
                       MOVE QRY-PICK TO FRM-RECNO
                       PERFORM FORMS-ONE-RECORD
                   END-IF
           END-EVALUATE.
      * The whole list, heading and all, through the OUTPUT routing
       QRY-SEND-OUTPUT.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "QUERY " DELIMITED BY SIZE
               DCT-LAYOUT DELIMITED BY SPACE
               " over " DELIMITED BY SIZE
               FRM-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               FRM-EXT DELIMITED BY SPACE
               " - " QRY-HIT-COUNT " records" DELIMITED BY SIZE
               INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM QRY-HEADING.
           MOVE QRY-LINE TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           PERFORM VARYING QRY-H FROM 1 BY 1
               UNTIL QRY-H > QRY-HIT-COUNT
               PERFORM QRY-BUILD-ROW
               MOVE QRY-LINE TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           PERFORM REPORT-OUT-CLOSE.
           DISPLAY "QUERY: list sent to OUTPUT " RPTO-DEST END-DISPLAY.
           MOVE "QUERY list sent to OUTPUT" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * The dictionary validation core, shared by the VALIDATE shell
      * operation and the VALIDATE batch-job kind: sweep the file
      * record by record, check each dictionary field (numeric
      * fields numeric, dates carrying a real month and day, values
      * inside their declared bounds) and write every complaint to
      * the VALIDERR.TXT error register.
       VAL-RUN.
           MOVE 0 TO VAL-ERRORS.
           MOVE 'N' TO VAL-OK.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO VAL-SRC-VOL.
           MOVE FILE-CYL TO VAL-SRC-CYL.
           MOVE FILE-SECT TO VAL-SRC-SECT.
           MOVE FILE-NUMSECT TO VAL-SRC-NUMSECT.
           MOVE FILE-RECLEN TO VAL-SRC-RECLEN.
           MOVE FILE-NUMRECS TO VAL-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO VAL-SRC-VAR.
      * A fresh register each run, 200 complaint lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "VALIDERR" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO VAL-ERR-VOL.
           MOVE FILE-CYL TO VAL-ERR-CYL.
           MOVE FILE-SECT TO VAL-ERR-SECT.
           MOVE FILE-NUMSECT TO VAL-ERR-NUMSECT.
           MOVE FILE-RECLEN TO VAL-ERR-RECLEN.
           MOVE FILE-NUMRECS TO VAL-ERR-NUMRECS.
           MOVE 1 TO VAL-ERR-RECNO.
           PERFORM VAL-SET-ERR.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "VALIDATION of layout " DCT-LAYOUT
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           PERFORM VARYING VAL-REC-IDX FROM 1 BY 1
               UNTIL VAL-REC-IDX > VAL-SRC-NUMRECS
               PERFORM VAL-SET-SRC
               MOVE VAL-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE FILE-REC-AREA TO VAL-HELD-REC
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   MOVE VAL-HELD-REC TO FILE-REC-AREA
                   PERFORM VAL-CHECK-FIELD
                   IF VAL-REASON NOT = SPACES
                       PERFORM VAL-WRITE-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'Y' TO VAL-OK.
       VAL-SET-SRC.
           MOVE VAL-SRC-VOL TO FILE-VOL.
           MOVE VAL-SRC-CYL TO FILE-CYL.
           MOVE VAL-SRC-SECT TO FILE-SECT.
           MOVE VAL-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE VAL-SRC-RECLEN TO FILE-RECLEN.
           MOVE VAL-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE VAL-SRC-VAR TO WS-FILE-VAR-ON.
       VAL-SET-ERR.
           MOVE VAL-ERR-VOL TO FILE-VOL.
           MOVE VAL-ERR-CYL TO FILE-CYL.
           MOVE VAL-ERR-SECT TO FILE-SECT.
           MOVE VAL-ERR-NUMSECT TO FILE-NUMSECT.
           MOVE VAL-ERR-RECLEN TO FILE-RECLEN.
           MOVE VAL-ERR-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * One field of the record in FILE-REC-AREA against its
      * dictionary row; a blank VAL-REASON afterwards means it passed
       VAL-CHECK-FIELD.
           MOVE SPACES TO VAL-REASON.
           IF DCT-F-POS(DCT-IDX) = 0 OR
               (DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1) >
               VAL-SRC-RECLEN
               MOVE "field outside record" TO VAL-REASON
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DCT-F-TYPE(DCT-IDX)
               WHEN "9"
                   IF FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) IS NOT NUMERIC
                       MOVE "not numeric" TO VAL-REASON
                   END-IF
               WHEN "S"
                   IF DCT-F-LEN(DCT-IDX) < 2
                       OR (FILE-REC-AREA(DCT-F-POS(DCT-IDX):1)
                       NOT = "-" AND NOT = "+" AND NOT = SPACE)
                       OR FILE-REC-AREA(DCT-F-POS(DCT-IDX) + 1:
                       DCT-F-LEN(DCT-IDX) - 1) IS NOT NUMERIC
                       MOVE "not signed numeric" TO VAL-REASON
                   END-IF
               WHEN "D"
      * Dates the way KRNLFMT understands them: YYYYMMDD digits
      * with a real month and day
                   IF FILE-REC-AREA(DCT-F-POS(DCT-IDX):8)
                       IS NOT NUMERIC
                       MOVE "date not 8 digits" TO VAL-REASON
                   ELSE
                       MOVE FILE-REC-AREA(DCT-F-POS(DCT-IDX) + 4:2)
                           TO VAL-MM
                       MOVE FILE-REC-AREA(DCT-F-POS(DCT-IDX) + 6:2)
                           TO VAL-DD
                       IF VAL-MM = 0 OR VAL-MM > 12
                           OR VAL-DD = 0 OR VAL-DD > 31
                           MOVE "not a calendar date" TO VAL-REASON
                       END-IF
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF VAL-REASON = SPACES
               AND DCT-F-LOW(DCT-IDX) NOT = SPACES
               AND DCT-F-HIGH(DCT-IDX) NOT = SPACES
               IF DCT-F-TYPE(DCT-IDX) = "S"
                   OR (DCT-F-TYPE(DCT-IDX) = "9"
                   AND DCT-F-LOW(DCT-IDX) IS NUMERIC
                   AND DCT-F-HIGH(DCT-IDX) IS NUMERIC)
                   MOVE 0 TO VAL-FLD-NUM
                   IF DCT-F-LEN(DCT-IDX) <= 8
                       MOVE FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                           DCT-F-LEN(DCT-IDX)) TO VAL-FLD-TXT
                       COMPUTE VAL-FLD-NUM =
                           FUNCTION NUMVAL(VAL-FLD-TXT)
                       END-COMPUTE
                   END-IF
                   IF DCT-F-TYPE(DCT-IDX) = "S"
                       COMPUTE VAL-LOW-NUM =
                           FUNCTION NUMVAL(DCT-F-LOW(DCT-IDX))
                       END-COMPUTE
                       COMPUTE VAL-HIGH-NUM =
                           FUNCTION NUMVAL(DCT-F-HIGH(DCT-IDX))
                       END-COMPUTE
                   ELSE
                       MOVE DCT-F-LOW(DCT-IDX) TO VAL-LOW-NUM
                       MOVE DCT-F-HIGH(DCT-IDX) TO VAL-HIGH-NUM
                   END-IF
                   IF VAL-FLD-NUM < VAL-LOW-NUM
                       OR VAL-FLD-NUM > VAL-HIGH-NUM
                       MOVE "outside declared range" TO VAL-REASON
                   END-IF
               ELSE
                   IF FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) < DCT-F-LOW(DCT-IDX)
                       OR FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) > DCT-F-HIGH(DCT-IDX)
                       MOVE "outside declared range" TO VAL-REASON
                   END-IF
               END-IF
           END-IF.
       VAL-WRITE-ERROR.
           ADD 1 TO VAL-ERRORS END-ADD.
           IF VAL-ERR-RECNO >= VAL-ERR-NUMRECS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VAL-ERR-RECNO END-ADD.
           PERFORM VAL-SET-ERR.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "REC " VAL-REC-IDX " " DCT-F-NAME(DCT-IDX) " "
               VAL-REASON DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE VAL-ERR-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * VALIDATE shell operation: Argument the layout, Argument 2
      * the file; the complaints land in VALIDERR.TXT where PRINT or
      * the file manager can take them from
       VALIDATE-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               DISPLAY "VALIDATE: SEC files are supervisor material"
               END-DISPLAY
           ELSE
               PERFORM VAL-RUN
               IF VAL-OK = 'Y'
                   DISPLAY "VALIDATE: " VAL-ERRORS " errors -> "
                       "VALIDERR.TXT" END-DISPLAY
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "Validated file, errors " VAL-ERRORS
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM SESSION-LOG-WRITE
               ELSE
                   IF DCT-COUNT = 0
                       DISPLAY "VALIDATE: no such layout in"
                       " DATADICT.DAT" END-DISPLAY
                   ELSE
                       DISPLAY "VALIDATE: file or register would"
                       " not open" END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
      * The referential check core, shared by the REFCHK shell
      * operation and the REFCHK batch-job kind: with REF-ONLY blank
      * (every relationship) or naming a child layout (just its
      * own), check each relationship in RELATION.DAT and list the
      * orphans in REFERR.TXT.  REF-OK 'Y' means the run itself went
      * through; the verdict is in REF-ORPHANS and REF-UNCHECKED.
       REF-RUN.
           MOVE 'N' TO REF-OK.
           MOVE SPACES TO REF-MSG.
           MOVE 0 TO REF-RELS.
           MOVE 0 TO REF-CHECKED.
           MOVE 0 TO REF-UNCHECKED.
           MOVE 0 TO REF-ORPHANS.
           MOVE 'A' TO FILE-VOL.
           MOVE "RELATION" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "no RELATION.DAT in the store" TO REF-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR REF-RELS = 20
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:1) NOT = "*"
                   AND FILE-REC-AREA(1:80) NOT = SPACES
                   MOVE SPACES TO REF-TOKENS
                   UNSTRING FILE-REC-AREA(1:80) DELIMITED BY ALL SPACE
                       INTO REF-T1 REF-T2 REF-T3 REF-T4 REF-T5 REF-T6
                   END-UNSTRING
                   IF REF-ONLY = SPACES OR REF-T1(1:10) = REF-ONLY
                       ADD 1 TO REF-RELS END-ADD
                       MOVE REF-T1 TO REF-R-CLAY(REF-RELS)
                       MOVE REF-T2 TO REF-R-CSPEC(REF-RELS)
                       MOVE REF-T3 TO REF-R-CFLD(REF-RELS)
                       MOVE REF-T4 TO REF-R-PLAY(REF-RELS)
                       MOVE REF-T5 TO REF-R-PSPEC(REF-RELS)
                       MOVE REF-T6 TO REF-R-PFLD(REF-RELS)
                   END-IF
               END-IF
           END-PERFORM.
           IF REF-RELS = 0
               MOVE "no relationships declared" TO REF-MSG
               EXIT PARAGRAPH
           END-IF.
      * A fresh register each run, 200 lines at most; the last is
      * held back for the totals
           MOVE 'A' TO FILE-VOL.
           MOVE "REFERR" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "REFERR.TXT would not create" TO REF-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO REF-ERR-VOL.
           MOVE FILE-CYL TO REF-ERR-CYL.
           MOVE FILE-SECT TO REF-ERR-SECT.
           MOVE FILE-NUMSECT TO REF-ERR-NUMSECT.
           MOVE 0 TO REF-ERR-RECNO.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO REF-LINE.
           STRING "REFERENCE CHECK run " RTC-YEAR "-" RTC-MONTH "-"
               RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO REF-LINE
           END-STRING.
           PERFORM REF-OUT-LINE.
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-RELS
               PERFORM REF-ONE-RELATION
           END-PERFORM.
           MOVE SPACES TO REF-LINE.
           STRING "Orphans " REF-ORPHANS ", relationships checked "
               REF-CHECKED ", not checked " REF-UNCHECKED
               DELIMITED BY SIZE INTO REF-LINE
           END-STRING.
           PERFORM REF-OUT-LINE.
           MOVE 'Y' TO REF-OK.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Reference check, orphans " REF-ORPHANS
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * One relationship: find both fields through the dictionary,
      * take the parent's keys into the table, then stream the child
       REF-ONE-RELATION.
           MOVE 0 TO REF-REL-ORPHANS.
           MOVE SPACES TO REF-LINE.
           STRING "CHECK " FUNCTION TRIM(REF-R-CSPEC(REF-IDX)) " "
               FUNCTION TRIM(REF-R-CFLD(REF-IDX)) " IN "
               FUNCTION TRIM(REF-R-PSPEC(REF-IDX)) " "
               FUNCTION TRIM(REF-R-PFLD(REF-IDX))
               DELIMITED BY SIZE INTO REF-LINE
           END-STRING.
           PERFORM REF-OUT-LINE.
           MOVE SPACES TO REF-MSG.
           MOVE REF-R-PLAY(REF-IDX) TO DCT-LAYOUT.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "parent layout not in DATADICT.DAT" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           IF REF-R-PFLD(REF-IDX) NOT = SPACES
               MOVE 0 TO DCT-KEY-IDX
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT OR DCT-KEY-IDX NOT = 0
                   IF DCT-F-NAME(DCT-IDX) = REF-R-PFLD(REF-IDX)
                       MOVE DCT-IDX TO DCT-KEY-IDX
                   END-IF
               END-PERFORM
               IF DCT-KEY-IDX = 0
                   MOVE "parent key field not in layout" TO REF-MSG
                   PERFORM REF-NOT-CHECKED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE DCT-F-POS(DCT-KEY-IDX) TO REF-P-POS.
           MOVE DCT-F-LEN(DCT-KEY-IDX) TO REF-P-LEN.
           MOVE REF-R-CLAY(REF-IDX) TO DCT-LAYOUT.
           PERFORM DCT-LOAD-LAYOUT.
           MOVE 0 TO REF-C-POS.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR REF-C-POS NOT = 0
               IF DCT-F-NAME(DCT-IDX) = REF-R-CFLD(REF-IDX)
                   MOVE DCT-F-POS(DCT-IDX) TO REF-C-POS
                   MOVE DCT-F-LEN(DCT-IDX) TO REF-C-LEN
               END-IF
           END-PERFORM.
           IF REF-C-POS = 0
               MOVE "child field not in its layout" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           IF REF-P-POS = 0 OR REF-P-LEN = 0 OR REF-P-LEN > 40
               OR REF-C-LEN > 40
               MOVE "fields must be 1-40 bytes" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
      * The parent's keys into the table ...
           MOVE REF-R-PSPEC(REF-IDX) TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "parent file not found" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           IF (REF-P-POS + REF-P-LEN - 1) > FILE-RECLEN
               MOVE "key field lies outside the parent" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           IF FILE-NUMRECS > 2000
               MOVE "parent holds more than 2000 records" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO REF-SRC-VOL.
           MOVE FILE-CYL TO REF-SRC-CYL.
           MOVE FILE-SECT TO REF-SRC-SECT.
           MOVE FILE-NUMSECT TO REF-SRC-NUMSECT.
           MOVE FILE-RECLEN TO REF-SRC-RECLEN.
           MOVE FILE-NUMRECS TO REF-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO REF-SRC-VAR.
           MOVE 0 TO REF-COUNT.
           PERFORM VARYING REF-REC-IDX FROM 1 BY 1
               UNTIL REF-REC-IDX > REF-SRC-NUMRECS
               PERFORM REF-SET-SRC
               MOVE REF-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:REF-SRC-RECLEN) NOT = SPACES
                   ADD 1 TO REF-COUNT END-ADD
                   MOVE SPACES TO REF-KEY(REF-COUNT)
                   MOVE FILE-REC-AREA(REF-P-POS:REF-P-LEN)
                       TO REF-KEY(REF-COUNT)
               END-IF
           END-PERFORM.
      * ... and the child streams past them
           MOVE REF-R-CSPEC(REF-IDX) TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "child file not found" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           IF (REF-C-POS + REF-C-LEN - 1) > FILE-RECLEN
               MOVE "child field lies outside the record" TO REF-MSG
               PERFORM REF-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO REF-SRC-VOL.
           MOVE FILE-CYL TO REF-SRC-CYL.
           MOVE FILE-SECT TO REF-SRC-SECT.
           MOVE FILE-NUMSECT TO REF-SRC-NUMSECT.
           MOVE FILE-RECLEN TO REF-SRC-RECLEN.
           MOVE FILE-NUMRECS TO REF-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO REF-SRC-VAR.
           PERFORM VARYING REF-REC-IDX FROM 1 BY 1
               UNTIL REF-REC-IDX > REF-SRC-NUMRECS
               PERFORM REF-ONE-CHILD
           END-PERFORM.
           ADD 1 TO REF-CHECKED END-ADD.
           MOVE SPACES TO REF-LINE.
           STRING "  " REF-REL-ORPHANS " orphans"
               DELIMITED BY SIZE INTO REF-LINE
           END-STRING.
           PERFORM REF-OUT-LINE.
      * One child record: a non-blank value with no parent key to
      * match is an orphan
       REF-ONE-CHILD.
           PERFORM REF-SET-SRC.
           MOVE REF-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:REF-SRC-RECLEN) = SPACES
               OR FILE-REC-AREA(REF-C-POS:REF-C-LEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REF-VALUE.
           MOVE FILE-REC-AREA(REF-C-POS:REF-C-LEN) TO REF-VALUE.
           MOVE 'N' TO REF-HIT.
           PERFORM VARYING REF-K-IDX FROM 1 BY 1
               UNTIL REF-K-IDX > REF-COUNT OR REF-HIT = 'Y'
               IF REF-KEY(REF-K-IDX) = REF-VALUE
                   MOVE 'Y' TO REF-HIT
               END-IF
           END-PERFORM.
           IF REF-HIT = 'N'
               ADD 1 TO REF-ORPHANS END-ADD
               ADD 1 TO REF-REL-ORPHANS END-ADD
               MOVE SPACES TO REF-LINE
               STRING "  REC " REF-REC-IDX " "
                   FUNCTION TRIM(REF-R-CFLD(REF-IDX)) " "
                   REF-VALUE(1:REF-C-LEN) " has no parent"
                   DELIMITED BY SIZE INTO REF-LINE
               END-STRING
               PERFORM REF-OUT-LINE
           END-IF.
       REF-NOT-CHECKED.
           ADD 1 TO REF-UNCHECKED END-ADD.
           MOVE SPACES TO REF-LINE.
           STRING "  not checked: " REF-MSG
               DELIMITED BY SIZE INTO REF-LINE
           END-STRING.
           PERFORM REF-OUT-LINE.
       REF-SET-SRC.
           MOVE REF-SRC-VOL TO FILE-VOL.
           MOVE REF-SRC-CYL TO FILE-CYL.
           MOVE REF-SRC-SECT TO FILE-SECT.
           MOVE REF-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE REF-SRC-RECLEN TO FILE-RECLEN.
           MOVE REF-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE REF-SRC-VAR TO WS-FILE-VAR-ON.
      * One line into REFERR.TXT from REF-LINE; past the 199th the
      * lines are dropped (the counts still run)
       REF-OUT-LINE.
           IF REF-ERR-RECNO >= 199
               AND REF-LINE(1:8) NOT = "Orphans "
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REF-ERR-RECNO END-ADD.
           MOVE REF-ERR-VOL TO FILE-VOL.
           MOVE REF-ERR-CYL TO FILE-CYL.
           MOVE REF-ERR-SECT TO FILE-SECT.
           MOVE REF-ERR-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE REF-LINE TO FILE-REC-AREA(1:80).
           MOVE REF-ERR-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * REFCHK shell operation: Argument a child layout to check just
      * its relationships, or blank for all of RELATION.DAT
       REFCHK-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO REF-ONLY.
           PERFORM REF-RUN.
           IF REF-OK = 'Y'
               DISPLAY "REFCHK: " REF-ORPHANS " orphans, "
                   REF-UNCHECKED " relationships not checked -> "
                   "REFERR.TXT" END-DISPLAY
           ELSE
               DISPLAY "REFCHK: " REF-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * AGING shell operation: the aged-items report.  Argument is
      * "LAYOUT DATEFIELD AMOUNTFIELD [GROUPFIELD]", Argument 2 the
      * file and, after it, an as-of date YYYYMMDD when today's is
      * not wanted.  The totals come back in AGING.TXT for PRINT.
       AGE-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO AGE-DFLD.
           MOVE SPACES TO AGE-AFLD.
           MOVE SPACES TO AGE-GFLD.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT AGE-DFLD AGE-AFLD AGE-GFLD
           END-UNSTRING.
           MOVE SPACES TO AGE-SPEC.
           MOVE SPACES TO AGE-ASOF-TXT.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO AGE-SPEC AGE-ASOF-TXT
           END-UNSTRING.
           PERFORM AGE-RUN.
           IF AGE-OK = 'Y'
               MOVE AGE-TOT-AMT(5) TO AGE-ED-AMT
               DISPLAY "AGING: " AGE-TAKEN " items as of " AGE-ASOF
                   ", over 90 days " FUNCTION TRIM(AGE-ED-AMT)
                   END-DISPLAY
               DISPLAY "  report -> AGING.TXT" END-DISPLAY
           ELSE
               DISPLAY "AGING: " AGE-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The aging core, shared by the AGING shell operation and job
      * kind: with DCT-LAYOUT, the field names, AGE-SPEC and
      * AGE-ASOF-TXT set, bucket every record and write the report.
       AGE-RUN.
           MOVE 'N' TO AGE-OK.
           MOVE SPACES TO AGE-MSG.
           IF AGE-DFLD = SPACES OR AGE-AFLD = SPACES
               OR AGE-SPEC = SPACES
               MOVE "LAYOUT DATE AMOUNT [GROUP] / FILE [DATE]"
                   TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM AGE-FIND-FIELDS.
           IF AGE-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * The as-of date: today's unless one was given
           IF AGE-ASOF-TXT = SPACES
               PERFORM RTC-READ-DATETIME
               STRING RTC-YEAR RTC-MONTH RTC-DAY
                   DELIMITED BY SIZE INTO AGE-ASOF
               END-STRING
           ELSE
               MOVE AGE-ASOF-TXT(1:8) TO AGE-ASOF
               IF AGE-ASOF-TXT(9:2) NOT = SPACES
                   OR AGE-ASOF IS NOT NUMERIC
                   MOVE "as-of date must be YYYYMMDD" TO AGE-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE AGE-ASOF(1:4) TO AGE-Y.
           MOVE AGE-ASOF(5:2) TO AGE-M.
           MOVE AGE-ASOF(7:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           IF AGE-DATE-OK = 'N'
               MOVE "as-of date is not a calendar date" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE AGE-DN TO AGE-ASOF-DN.
           MOVE AGE-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "file not found" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO AGE-SRC-VOL.
           MOVE FILE-NAME TO AGE-SRC-NAME.
           MOVE FILE-EXT TO AGE-SRC-EXT.
           MOVE FILE-CYL TO AGE-SRC-CYL.
           MOVE FILE-SECT TO AGE-SRC-SECT.
           MOVE FILE-NUMSECT TO AGE-SRC-NUMSECT.
           MOVE FILE-RECLEN TO AGE-SRC-RECLEN.
           MOVE FILE-NUMRECS TO AGE-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO AGE-SRC-VAR.
           IF AGE-D-POS + 7 > AGE-SRC-RECLEN
               OR AGE-A-POS + AGE-A-LEN - 1 > AGE-SRC-RECLEN
               OR AGE-G-POS + AGE-G-LEN - 1 > AGE-SRC-RECLEN
               MOVE "a field lies outside the record" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM AGE-LOAD-HOLIDAYS.
      * A fresh report each run, 300 lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "AGING" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 300 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "AGING.TXT would not create" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO AGE-RP-VOL.
           MOVE FILE-CYL TO AGE-RP-CYL.
           MOVE FILE-SECT TO AGE-RP-SECT.
           MOVE FILE-NUMSECT TO AGE-RP-NUMSECT.
           MOVE 0 TO AGE-RP-RECNO.
           MOVE 0 TO AGE-GRP-COUNT.
           MOVE 0 TO AGE-GRP-OVER.
           MOVE 0 TO AGE-TAKEN.
           MOVE 0 TO AGE-SHIFTED.
           MOVE 0 TO AGE-BAD-DATE.
           MOVE 0 TO AGE-BAD-AMT.
           PERFORM VARYING AGE-B-IDX FROM 1 BY 1 UNTIL AGE-B-IDX > 5
               MOVE 0 TO AGE-TOT-AMT(AGE-B-IDX)
               MOVE 0 TO AGE-TOT-CNT(AGE-B-IDX)
           END-PERFORM.
           PERFORM VARYING AGE-REC-IDX FROM 1 BY 1
               UNTIL AGE-REC-IDX > AGE-SRC-NUMRECS
               PERFORM AGE-TAKE-RECORD
           END-PERFORM.
           PERFORM AGE-WRITE-REPORT.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Aged " AGE-TAKEN " items as of " AGE-ASOF
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO AGE-OK.
      * The date, amount and group fields by name off the loaded
      * layout; AGE-MSG says which one will not do
       AGE-FIND-FIELDS.
           MOVE 0 TO AGE-D-POS.
           MOVE 0 TO AGE-A-POS.
           MOVE 1 TO AGE-G-POS.
           MOVE 0 TO AGE-G-LEN.
           IF AGE-GFLD NOT = SPACES
               MOVE 0 TO AGE-G-POS
           END-IF.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-NAME(DCT-IDX) = AGE-DFLD
                   IF DCT-F-TYPE(DCT-IDX) = "D"
                       AND DCT-F-LEN(DCT-IDX) >= 8
                       MOVE DCT-F-POS(DCT-IDX) TO AGE-D-POS
                   ELSE
                       MOVE "date field must be a type D field"
                           TO AGE-MSG
                   END-IF
               END-IF
               IF DCT-F-NAME(DCT-IDX) = AGE-AFLD
                   MOVE DCT-F-POS(DCT-IDX) TO AGE-A-POS
                   MOVE DCT-F-LEN(DCT-IDX) TO AGE-A-LEN
                   MOVE DCT-F-TYPE(DCT-IDX) TO AGE-A-TYPE
               END-IF
               IF AGE-GFLD NOT = SPACES
                   AND DCT-F-NAME(DCT-IDX) = AGE-GFLD
                   MOVE DCT-F-POS(DCT-IDX) TO AGE-G-POS
                   MOVE DCT-F-LEN(DCT-IDX) TO AGE-G-LEN
                   IF AGE-G-LEN > 12
                       MOVE 12 TO AGE-G-LEN
                   END-IF
               END-IF
           END-PERFORM.
           IF AGE-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF AGE-D-POS = 0
               MOVE "no such date field in layout" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           IF AGE-A-POS = 0
               MOVE "no such amount field in layout" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           IF NOT (AGE-A-TYPE = "9" AND AGE-A-LEN <= 13)
               AND NOT (AGE-A-TYPE = "S" AND AGE-A-LEN >= 2
               AND AGE-A-LEN <= 14)
               MOVE "amount must be a 9 or S field" TO AGE-MSG
               EXIT PARAGRAPH
           END-IF.
           IF AGE-G-POS = 0
               MOVE "no such group field in layout" TO AGE-MSG
           END-IF.
      * One record into its bucket.  A blank record is padding; a
      * due date or amount that will not read is counted and left
      * out of the buckets.
       AGE-TAKE-RECORD.
           MOVE AGE-SRC-VOL TO FILE-VOL.
           MOVE AGE-SRC-CYL TO FILE-CYL.
           MOVE AGE-SRC-SECT TO FILE-SECT.
           MOVE AGE-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE AGE-SRC-RECLEN TO FILE-RECLEN.
           MOVE AGE-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE AGE-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE AGE-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:AGE-SRC-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(AGE-D-POS:8) IS NOT NUMERIC
               ADD 1 TO AGE-BAD-DATE END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA(AGE-D-POS:4) TO AGE-Y.
           MOVE FILE-REC-AREA(AGE-D-POS + 4:2) TO AGE-M.
           MOVE FILE-REC-AREA(AGE-D-POS + 6:2) TO AGE-D.
           PERFORM AGE-DAYNUM.
           IF AGE-DATE-OK = 'N'
               ADD 1 TO AGE-BAD-DATE END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AGE-NUM-TXT.
           IF AGE-A-TYPE = "9"
               IF FILE-REC-AREA(AGE-A-POS:AGE-A-LEN) IS NOT NUMERIC
                   ADD 1 TO AGE-BAD-AMT END-ADD
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-REC-AREA(AGE-A-POS:AGE-A-LEN) TO AGE-NUM-TXT
           ELSE
               IF (FILE-REC-AREA(AGE-A-POS:1) NOT = "-"
                   AND NOT = "+" AND NOT = SPACE)
                   OR FILE-REC-AREA(AGE-A-POS + 1:AGE-A-LEN - 1)
                   IS NOT NUMERIC
                   ADD 1 TO AGE-BAD-AMT END-ADD
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-REC-AREA(AGE-A-POS + 1:AGE-A-LEN - 1)
                   TO AGE-NUM-TXT
           END-IF.
           COMPUTE AGE-NUM = FUNCTION NUMVAL(AGE-NUM-TXT)
           END-COMPUTE.
           IF AGE-A-TYPE = "S" AND FILE-REC-AREA(AGE-A-POS:1) = "-"
               COMPUTE AGE-NUM = 0 - AGE-NUM END-COMPUTE
           END-IF.
           MOVE SPACES TO AGE-KEY.
           IF AGE-G-LEN > 0
               MOVE FILE-REC-AREA(AGE-G-POS:AGE-G-LEN) TO AGE-KEY
           END-IF.
      * Due on a holiday: age it from the next business day
           PERFORM AGE-CHECK-HOLIDAY.
           IF AGE-IS-HOL = 'Y'
               ADD 1 TO AGE-SHIFTED END-ADD
               PERFORM UNTIL AGE-IS-HOL = 'N'
                   AND AGE-DOW NOT = 0 AND AGE-DOW NOT = 6
                   ADD 1 TO AGE-DN END-ADD
                   PERFORM AGE-CHECK-HOLIDAY
               END-PERFORM
           END-IF.
           COMPUTE AGE-PAST = AGE-ASOF-DN - AGE-DN END-COMPUTE.
           EVALUATE TRUE
               WHEN AGE-PAST <= 0 MOVE 1 TO AGE-BKT
               WHEN AGE-PAST <= 30 MOVE 2 TO AGE-BKT
               WHEN AGE-PAST <= 60 MOVE 3 TO AGE-BKT
               WHEN AGE-PAST <= 90 MOVE 4 TO AGE-BKT
               WHEN OTHER MOVE 5 TO AGE-BKT
           END-EVALUATE.
           ADD 1 TO AGE-TAKEN END-ADD.
           ADD 1 TO AGE-TOT-CNT(AGE-BKT) END-ADD.
           ADD AGE-NUM TO AGE-TOT-AMT(AGE-BKT) END-ADD.
           IF AGE-G-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO AGE-GRP-HIT.
           PERFORM VARYING AGE-GRP-IDX FROM 1 BY 1
               UNTIL AGE-GRP-IDX > AGE-GRP-COUNT OR AGE-GRP-HIT > 0
               IF AGE-GRP-KEY(AGE-GRP-IDX) = AGE-KEY
                   MOVE AGE-GRP-IDX TO AGE-GRP-HIT
               END-IF
           END-PERFORM.
           IF AGE-GRP-HIT = 0
               IF AGE-GRP-COUNT = 100
                   ADD 1 TO AGE-GRP-OVER END-ADD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AGE-GRP-COUNT END-ADD
               MOVE AGE-GRP-COUNT TO AGE-GRP-HIT
               MOVE AGE-KEY TO AGE-GRP-KEY(AGE-GRP-HIT)
               PERFORM VARYING AGE-B-IDX FROM 1 BY 1
                   UNTIL AGE-B-IDX > 5
                   MOVE 0 TO AGE-GRP-AMT(AGE-GRP-HIT, AGE-B-IDX)
               END-PERFORM
           END-IF.
           ADD AGE-NUM TO AGE-GRP-AMT(AGE-GRP-HIT, AGE-BKT) END-ADD.
      * Day number of AGE-Y/AGE-M/AGE-D into AGE-DN, counted from
      * 0000-03-01 so a leap day falls at the end of its year, with
      * the day of the week (Sunday 0) in AGE-DOW.  AGE-DATE-OK is
      * 'N' for a date that is not on the calendar.
       AGE-DAYNUM.
           MOVE 'N' TO AGE-DATE-OK.
           IF AGE-Y < 1601 OR AGE-M < 1 OR AGE-M > 12 OR AGE-D < 1
               EXIT PARAGRAPH
           END-IF.
           EVALUATE AGE-M
               WHEN 4 MOVE 30 TO AGE-MDAYS
               WHEN 6 MOVE 30 TO AGE-MDAYS
               WHEN 9 MOVE 30 TO AGE-MDAYS
               WHEN 11 MOVE 30 TO AGE-MDAYS
               WHEN 2
                   IF FUNCTION MOD(AGE-Y, 4) = 0
                       AND (FUNCTION MOD(AGE-Y, 100) NOT = 0
                       OR FUNCTION MOD(AGE-Y, 400) = 0)
                       MOVE 29 TO AGE-MDAYS
                   ELSE
                       MOVE 28 TO AGE-MDAYS
                   END-IF
               WHEN OTHER MOVE 31 TO AGE-MDAYS
           END-EVALUATE.
           IF AGE-D > AGE-MDAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO AGE-DATE-OK.
      * The year runs March to February
           IF AGE-M <= 2
               COMPUTE AGE-YY = AGE-Y - 1 END-COMPUTE
               COMPUTE AGE-MM = AGE-M + 9 END-COMPUTE
           ELSE
               MOVE AGE-Y TO AGE-YY
               COMPUTE AGE-MM = AGE-M - 3 END-COMPUTE
           END-IF.
      * Each term divided separately so the truncation happens
           DIVIDE AGE-YY BY 400 GIVING AGE-ERA END-DIVIDE.
           COMPUTE AGE-YOE = AGE-YY - (AGE-ERA * 400) END-COMPUTE.
           COMPUTE AGE-T1 = (153 * AGE-MM) + 2 END-COMPUTE.
           DIVIDE AGE-T1 BY 5 GIVING AGE-DOY END-DIVIDE.
           COMPUTE AGE-DOY = AGE-DOY + AGE-D - 1 END-COMPUTE.
           COMPUTE AGE-DN = (AGE-ERA * 146097) + (AGE-YOE * 365)
               + AGE-DOY END-COMPUTE.
           DIVIDE AGE-YOE BY 4 GIVING AGE-T1 END-DIVIDE.
           ADD AGE-T1 TO AGE-DN END-ADD.
           DIVIDE AGE-YOE BY 100 GIVING AGE-T1 END-DIVIDE.
           SUBTRACT AGE-T1 FROM AGE-DN END-SUBTRACT.
           COMPUTE AGE-DOW = FUNCTION MOD(AGE-DN + 3, 7) END-COMPUTE.
      * Is day number AGE-DN one of the loaded holidays?  AGE-DOW is
      * brought along for it as well.
       AGE-CHECK-HOLIDAY.
           COMPUTE AGE-DOW = FUNCTION MOD(AGE-DN + 3, 7) END-COMPUTE.
           MOVE 'N' TO AGE-IS-HOL.
           PERFORM VARYING AGE-HOL-IDX FROM 1 BY 1
               UNTIL AGE-HOL-IDX > AGE-HOL-COUNT OR AGE-IS-HOL = 'Y'
               IF AGE-HOL(AGE-HOL-IDX) = AGE-DN
                   MOVE 'Y' TO AGE-IS-HOL
               END-IF
           END-PERFORM.
      * CALENDAR.DAT's holidays, as day numbers, once per run -- the
      * same rows SCHED-CHECK-HOLIDAY reads: date in 1-8, 'H' in 10
       AGE-LOAD-HOLIDAYS.
           MOVE 0 TO AGE-HOL-COUNT.
           MOVE 'A' TO FILE-VOL.
           MOVE "CALENDAR" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS OR AGE-HOL-COUNT = 366
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(10:1) = 'H'
                   AND FILE-REC-AREA(1:8) IS NUMERIC
                   MOVE FILE-REC-AREA(1:4) TO AGE-Y
                   MOVE FILE-REC-AREA(5:2) TO AGE-M
                   MOVE FILE-REC-AREA(7:2) TO AGE-D
                   PERFORM AGE-DAYNUM
                   IF AGE-DATE-OK = 'Y'
                       ADD 1 TO AGE-HOL-COUNT END-ADD
                       MOVE AGE-DN TO AGE-HOL(AGE-HOL-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
      * The report: a line per group, the totals, the item counts,
      * and whatever could not be aged
       AGE-WRITE-REPORT.
           MOVE SPACES TO AGE-LINE.
           STRING "AGED ITEMS " AGE-SRC-VOL ":"
               FUNCTION TRIM(AGE-SRC-NAME) "." AGE-SRC-EXT
               " layout " DCT-LAYOUT
               DELIMITED BY SIZE INTO AGE-LINE
           END-STRING.
           PERFORM AGE-OUT-LINE.
           MOVE SPACES TO AGE-LINE.
           STRING "As of " AGE-ASOF(1:4) "-" AGE-ASOF(5:2) "-"
               AGE-ASOF(7:2) "  due " AGE-DFLD " amount " AGE-AFLD
               " by " AGE-GFLD
               DELIMITED BY SIZE INTO AGE-LINE
           END-STRING.
           PERFORM AGE-OUT-LINE.
           MOVE SPACES TO AGE-LINE.
           PERFORM AGE-OUT-LINE.
           STRING "GROUP           CURRENT       1-30      31-60"
               "      61-90    OVER 90      TOTAL"
               DELIMITED BY SIZE INTO AGE-LINE
           END-STRING.
           PERFORM AGE-OUT-LINE.
           PERFORM VARYING AGE-GRP-IDX FROM 1 BY 1
               UNTIL AGE-GRP-IDX > AGE-GRP-COUNT
               MOVE SPACES TO AGE-LINE
               MOVE AGE-GRP-KEY(AGE-GRP-IDX) TO AGE-LINE(1:12)
               MOVE 0 TO AGE-ROW-SUM
               PERFORM VARYING AGE-B-IDX FROM 1 BY 1
                   UNTIL AGE-B-IDX > 5
                   MOVE AGE-GRP-AMT(AGE-GRP-IDX, AGE-B-IDX)
                       TO AGE-ED-AMT
                   COMPUTE AGE-COL = 3 + (AGE-B-IDX * 11)
                   END-COMPUTE
                   MOVE AGE-ED-AMT TO AGE-LINE(AGE-COL:10)
                   ADD AGE-GRP-AMT(AGE-GRP-IDX, AGE-B-IDX)
                       TO AGE-ROW-SUM END-ADD
               END-PERFORM
               MOVE AGE-ROW-SUM TO AGE-ED-AMT
               MOVE AGE-ED-AMT TO AGE-LINE(69:10)
               PERFORM AGE-OUT-LINE
           END-PERFORM.
           MOVE ALL "-" TO AGE-LINE(1:78).
           PERFORM AGE-OUT-LINE.
           MOVE SPACES TO AGE-LINE.
           MOVE "TOTAL" TO AGE-LINE(1:12).
           MOVE 0 TO AGE-ROW-SUM.
           PERFORM VARYING AGE-B-IDX FROM 1 BY 1 UNTIL AGE-B-IDX > 5
               MOVE AGE-TOT-AMT(AGE-B-IDX) TO AGE-ED-AMT
               COMPUTE AGE-COL = 3 + (AGE-B-IDX * 11) END-COMPUTE
               MOVE AGE-ED-AMT TO AGE-LINE(AGE-COL:10)
               ADD AGE-TOT-AMT(AGE-B-IDX) TO AGE-ROW-SUM END-ADD
           END-PERFORM.
           MOVE AGE-ROW-SUM TO AGE-ED-AMT.
           MOVE AGE-ED-AMT TO AGE-LINE(69:10).
           PERFORM AGE-OUT-LINE.
           MOVE SPACES TO AGE-LINE.
           MOVE "ITEMS" TO AGE-LINE(1:12).
           PERFORM VARYING AGE-B-IDX FROM 1 BY 1 UNTIL AGE-B-IDX > 5
               MOVE AGE-TOT-CNT(AGE-B-IDX) TO AGE-ED-CNT
               COMPUTE AGE-COL = 3 + (AGE-B-IDX * 11) END-COMPUTE
               MOVE AGE-ED-CNT TO AGE-LINE(AGE-COL:10)
           END-PERFORM.
           MOVE AGE-TAKEN TO AGE-ED-CNT.
           MOVE AGE-ED-CNT TO AGE-LINE(69:10).
           PERFORM AGE-OUT-LINE.
           MOVE SPACES TO AGE-LINE.
           PERFORM AGE-OUT-LINE.
           IF AGE-SHIFTED > 0
               MOVE SPACES TO AGE-LINE
               STRING "Due on a holiday, aged from next business day "
                   AGE-SHIFTED
                   DELIMITED BY SIZE INTO AGE-LINE
               END-STRING
               PERFORM AGE-OUT-LINE
           END-IF.
           IF AGE-BAD-DATE > 0
               MOVE SPACES TO AGE-LINE
               STRING "No readable due date, not aged " AGE-BAD-DATE
                   DELIMITED BY SIZE INTO AGE-LINE
               END-STRING
               PERFORM AGE-OUT-LINE
           END-IF.
           IF AGE-BAD-AMT > 0
               MOVE SPACES TO AGE-LINE
               STRING "No readable amount, not aged " AGE-BAD-AMT
                   DELIMITED BY SIZE INTO AGE-LINE
               END-STRING
               PERFORM AGE-OUT-LINE
           END-IF.
           IF AGE-GRP-OVER > 0
               MOVE SPACES TO AGE-LINE
               STRING "Items past 100 groups, in TOTAL only "
                   AGE-GRP-OVER
                   DELIMITED BY SIZE INTO AGE-LINE
               END-STRING
               PERFORM AGE-OUT-LINE
           END-IF.
       AGE-OUT-LINE.
           IF AGE-RP-RECNO >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO AGE-RP-RECNO END-ADD.
           MOVE AGE-RP-VOL TO FILE-VOL.
           MOVE "AGING" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE AGE-RP-CYL TO FILE-CYL.
           MOVE AGE-RP-SECT TO FILE-SECT.
           MOVE AGE-RP-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 300 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE AGE-LINE TO FILE-REC-AREA(1:80).
           MOVE AGE-RP-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * MERGE-LETTER shell operation: Argument is "LAYOUT TEMPLATE
      * DATAFILE [OUTFILE]", Argument 2 an optional SELECT-style
      * condition choosing the records.  The letters land in
      * LETTERS.TXT unless another file is named, ready for PRINT
      * with the stationery's FORM= and LEN=.
       MRG-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO MRG-TPL-SPEC.
           MOVE SPACES TO SEL-SRC-SPEC.
           MOVE SPACES TO MRG-OUT-SPEC.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT MRG-TPL-SPEC SEL-SRC-SPEC MRG-OUT-SPEC
           END-UNSTRING.
           MOVE WS-SHELL-REQ-ARG2 TO SEL-WHERE.
           PERFORM MRG-RUN.
           IF MRG-OK = 'Y'
               DISPLAY "MERGE-LETTER: " MRG-LETTERS " letters -> "
                   FUNCTION TRIM(MRG-OUT-SPEC) END-DISPLAY
               DISPLAY "  PRINT it with the form's FORM= and LEN="
                   END-DISPLAY
           ELSE
               DISPLAY "MERGE-LETTER: " MRG-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The merge core, shared by the shell operation and the MERGE
      * job kind: with DCT-LAYOUT, MRG-TPL-SPEC, SEL-SRC-SPEC,
      * MRG-OUT-SPEC and SEL-WHERE set, write one letter per chosen
      * record.  The records are counted first so the output file is
      * made to the exact size.
       MRG-RUN.
           MOVE 'N' TO MRG-OK.
           MOVE SPACES TO MRG-MSG.
           MOVE 0 TO MRG-LETTERS.
           IF DCT-LAYOUT = SPACES OR MRG-TPL-SPEC = SPACES
               OR SEL-SRC-SPEC = SPACES
               MOVE "LAYOUT TEMPLATE DATAFILE [OUTFILE]"
                   TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF MRG-OUT-SPEC = SPACES
               MOVE "LETTERS.TXT" TO MRG-OUT-SPEC
           END-IF.
           IF MRG-OUT-SPEC = SEL-SRC-SPEC
               OR MRG-OUT-SPEC = MRG-TPL-SPEC
               MOVE "output must be another file" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM MRG-LOAD-TEMPLATE.
           IF MRG-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * Every placeholder must name a field before a letter is made
           MOVE SPACES TO MRG-HELD.
           MOVE SPACES TO MRG-UNKNOWN.
           PERFORM VARYING MRG-TPL-IDX FROM 1 BY 1
               UNTIL MRG-TPL-IDX > MRG-TPL-COUNT
               PERFORM MRG-FILL-LINE
           END-PERFORM.
           IF MRG-UNKNOWN NOT = SPACES
               STRING "no field " DELIMITED BY SIZE
                   MRG-UNKNOWN DELIMITED BY SPACE
                   " in layout" DELIMITED BY SIZE
                   INTO MRG-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE MRG-OUT-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SEL-SRC-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "data file not found" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO SEL-SRC-VOL.
           MOVE FILE-CYL TO SEL-SRC-CYL.
           MOVE FILE-SECT TO SEL-SRC-SECT.
           MOVE FILE-NUMSECT TO SEL-SRC-NUMSECT.
           MOVE FILE-RECLEN TO SEL-SRC-RECLEN.
           MOVE FILE-NUMRECS TO SEL-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO SEL-SRC-VAR.
           MOVE WS-FILE-ENC-ON TO SEL-SRC-ENC.
      * The condition is tried once against an empty record, as
      * SELECT does, so a badly formed one stops the run here
           IF SEL-WHERE NOT = SPACES
               PERFORM SEL-SPLIT-WHERE
               MOVE SPACES TO FILE-REC-AREA
               PERFORM SEL-TEST
               IF SEL-BAD = 'Y'
                   MOVE SEL-MSG TO MRG-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO SEL-SELECTED.
           PERFORM VARYING SEL-REC-IDX FROM 1 BY 1
               UNTIL SEL-REC-IDX > SEL-SRC-NUMRECS
               PERFORM MRG-TAKE-RECORD
               IF SEL-TRUTH = 'Y'
                   ADD 1 TO SEL-SELECTED END-ADD
               END-IF
           END-PERFORM.
           IF SEL-SELECTED = 0
               MOVE "no records chosen" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
      * A letter per chosen record and a form feed between letters
           COMPUTE MRG-NEED =
               SEL-SELECTED * (MRG-TPL-COUNT + 1) - 1
           END-COMPUTE.
           IF MRG-NEED > 9999
               MOVE "too many letters for one file" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE MRG-NEED TO MRG-OUT-NUMRECS.
           MOVE MRG-OUT-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-DELETE.
           MOVE 132 TO FILE-RECLEN.
           MOVE MRG-OUT-NUMRECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "create of output failed" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MRG-OUT-VOL.
           MOVE FILE-CYL TO MRG-OUT-CYL.
           MOVE FILE-SECT TO MRG-OUT-SECT.
           MOVE FILE-NUMSECT TO MRG-OUT-NUMSECT.
           MOVE 0 TO MRG-OUT-RECNO.
           PERFORM VARYING SEL-REC-IDX FROM 1 BY 1
               UNTIL SEL-REC-IDX > SEL-SRC-NUMRECS
               PERFORM MRG-TAKE-RECORD
               IF SEL-TRUTH = 'Y'
                   PERFORM MRG-WRITE-LETTER
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "MERGE-LETTER " DELIMITED BY SIZE
               MRG-LETTERS DELIMITED BY SIZE
               " letters" DELIMITED BY SIZE
               INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO MRG-OK.
      * The template into MRG-TPL: a KRNLEDIT text file, 100 lines
      * at most, its trailing blank lines dropped
       MRG-LOAD-TEMPLATE.
           MOVE 0 TO MRG-TPL-COUNT.
           MOVE SPACES TO MRG-TPL-LINES.
           MOVE MRG-TPL-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "template not found" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN > 80
               MOVE "template lines are 80 columns at most"
                   TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-NUMRECS > 100
               MOVE "template is over 100 lines" TO MRG-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-RECLEN TO MRG-TPL-LEN.
           PERFORM VARYING MRG-TPL-IDX FROM 1 BY 1
               UNTIL MRG-TPL-IDX > FILE-NUMRECS
               MOVE MRG-TPL-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   MOVE FILE-REC-AREA(1:MRG-TPL-LEN)
                       TO MRG-TPL(MRG-TPL-IDX)
                   IF MRG-TPL(MRG-TPL-IDX) NOT = SPACES
                       MOVE MRG-TPL-IDX TO MRG-TPL-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF MRG-TPL-COUNT = 0
               MOVE "template is empty" TO MRG-MSG
           END-IF.
      * Record SEL-REC-IDX of the data file into MRG-HELD; SEL-TRUTH
      * says whether it gets a letter.  Blank records never do.
       MRG-TAKE-RECORD.
           MOVE 'N' TO SEL-TRUTH.
           PERFORM SEL-SET-SRC.
           MOVE SEL-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               OR FILE-REC-AREA(1:SEL-SRC-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO MRG-HELD.
           IF SEL-WHERE = SPACES
               MOVE 'Y' TO SEL-TRUTH
           ELSE
               PERFORM SEL-TEST
               IF SEL-BAD = 'Y'
                   MOVE 'N' TO SEL-TRUTH
               END-IF
           END-IF.
       MRG-WRITE-LETTER.
           IF MRG-LETTERS > 0
               MOVE SPACES TO MRG-LINE
               MOVE MRG-FF TO MRG-LINE(1:1)
               PERFORM MRG-OUT-LINE
           END-IF.
           ADD 1 TO MRG-LETTERS END-ADD.
           PERFORM VARYING MRG-TPL-IDX FROM 1 BY 1
               UNTIL MRG-TPL-IDX > MRG-TPL-COUNT
               PERFORM MRG-FILL-LINE
               PERFORM MRG-OUT-LINE
           END-PERFORM.
      * Template line MRG-TPL-IDX into MRG-LINE with each {NAME}
      * replaced from MRG-HELD.  A brace that closes nothing within
      * a field name's length is ordinary text; what will not fit
      * the 132-column line is cut off.
       MRG-FILL-LINE.
           MOVE SPACES TO MRG-LINE.
           MOVE 1 TO MRG-LPOS.
           MOVE 1 TO MRG-CPOS.
           PERFORM UNTIL MRG-CPOS > MRG-TPL-LEN
               IF MRG-TPL(MRG-TPL-IDX)(MRG-CPOS:1) = "{"
                   PERFORM MRG-PLACEHOLDER
               ELSE
                   IF MRG-LPOS <= 132
                       MOVE MRG-TPL(MRG-TPL-IDX)(MRG-CPOS:1)
                           TO MRG-LINE(MRG-LPOS:1)
                       ADD 1 TO MRG-LPOS END-ADD
                   END-IF
                   ADD 1 TO MRG-CPOS END-ADD
               END-IF
           END-PERFORM.
       MRG-PLACEHOLDER.
           MOVE 0 TO MRG-CLOSE.
           COMPUTE MRG-SCAN-END = MRG-CPOS + 13 END-COMPUTE.
           IF MRG-SCAN-END > MRG-TPL-LEN
               MOVE MRG-TPL-LEN TO MRG-SCAN-END
           END-IF.
           COMPUTE MRG-SCAN = MRG-CPOS + 1 END-COMPUTE.
           PERFORM UNTIL MRG-SCAN > MRG-SCAN-END OR MRG-CLOSE > 0
               IF MRG-TPL(MRG-TPL-IDX)(MRG-SCAN:1) = "}"
                   MOVE MRG-SCAN TO MRG-CLOSE
               END-IF
               ADD 1 TO MRG-SCAN END-ADD
           END-PERFORM.
           IF MRG-CLOSE = 0 OR MRG-CLOSE = MRG-CPOS + 1
               IF MRG-LPOS <= 132
                   MOVE "{" TO MRG-LINE(MRG-LPOS:1)
                   ADD 1 TO MRG-LPOS END-ADD
               END-IF
               ADD 1 TO MRG-CPOS END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MRG-NAME.
           MOVE MRG-TPL(MRG-TPL-IDX)
               (MRG-CPOS + 1:MRG-CLOSE - MRG-CPOS - 1) TO MRG-NAME.
           INSPECT MRG-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM MRG-FIELD-TEXT.
           COMPUTE MRG-CPOS = MRG-CLOSE + 1 END-COMPUTE.
           IF MRG-VLEN = 0 OR MRG-LPOS > 132
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MRG-ROOM = 133 - MRG-LPOS END-COMPUTE.
           IF MRG-VLEN > MRG-ROOM
               MOVE MRG-ROOM TO MRG-VLEN
           END-IF.
           MOVE MRG-VAL(1:MRG-VLEN) TO MRG-LINE(MRG-LPOS:MRG-VLEN).
           ADD MRG-VLEN TO MRG-LPOS END-ADD.
      * The text for placeholder MRG-NAME into MRG-VAL/MRG-VLEN.  A
      * D field that holds a date and a 9 or S field of ten digits
      * or fewer go through KRNLFMT for the locale; anything else,
      * and text fields, go in as keyed less trailing blanks.  A
      * name the layout lacks is left in MRG-UNKNOWN.
       MRG-FIELD-TEXT.
           MOVE SPACES TO MRG-VAL.
           MOVE 0 TO MRG-VLEN.
           IF MRG-NAME = "TODAY"
               PERFORM RTC-READ-DATETIME
               MOVE RTC-YEAR TO WS-FMT-YEAR
               MOVE RTC-MONTH TO WS-FMT-MONTH
               MOVE RTC-DAY TO WS-FMT-DAY
               SET WS-FMT-OP-DATE TO TRUE
               CALL "KRNLFMT" USING WS-FMT END-CALL
               MOVE FUNCTION TRIM(WS-FMT-OUT) TO MRG-VAL
               PERFORM MRG-VAL-LENGTH
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO MRG-FLD.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR MRG-FLD > 0
               IF DCT-F-NAME(DCT-IDX) = MRG-NAME
                   MOVE DCT-IDX TO MRG-FLD
               END-IF
           END-PERFORM.
           IF MRG-FLD = 0
               IF MRG-UNKNOWN = SPACES
                   MOVE MRG-NAME TO MRG-UNKNOWN
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-LEN(MRG-FLD) TO MRG-RAW-LEN.
           IF DCT-F-LEN(MRG-FLD) > 40
               MOVE 40 TO MRG-RAW-LEN
           END-IF.
           MOVE SPACES TO MRG-RAW.
           MOVE MRG-HELD(DCT-F-POS(MRG-FLD):MRG-RAW-LEN)
               TO MRG-RAW(1:MRG-RAW-LEN).
           MOVE MRG-RAW TO MRG-VAL.
           EVALUATE DCT-F-TYPE(MRG-FLD)
               WHEN "D"
                   IF MRG-RAW-LEN >= 8 AND MRG-RAW(1:8) IS NUMERIC
                       MOVE MRG-RAW(1:4) TO WS-FMT-YEAR
                       MOVE MRG-RAW(5:2) TO WS-FMT-MONTH
                       MOVE MRG-RAW(7:2) TO WS-FMT-DAY
                       SET WS-FMT-OP-DATE TO TRUE
                       CALL "KRNLFMT" USING WS-FMT END-CALL
                       MOVE FUNCTION TRIM(WS-FMT-OUT) TO MRG-VAL
                   END-IF
               WHEN "9"
                   IF MRG-RAW-LEN <= 10
                       AND MRG-RAW(1:MRG-RAW-LEN) IS NUMERIC
                       MOVE 'N' TO MRG-NEG
                       COMPUTE WS-FMT-NUMBER =
                           FUNCTION NUMVAL(MRG-RAW(1:MRG-RAW-LEN))
                       END-COMPUTE
                       PERFORM MRG-FORMAT-NUMBER
                   END-IF
               WHEN "S"
                   IF MRG-RAW-LEN >= 2 AND MRG-RAW-LEN <= 11
                       AND MRG-RAW(2:MRG-RAW-LEN - 1) IS NUMERIC
                       AND (MRG-RAW(1:1) = "-" OR "+" OR SPACE)
                       MOVE 'N' TO MRG-NEG
                       IF MRG-RAW(1:1) = "-"
                           MOVE 'Y' TO MRG-NEG
                       END-IF
                       COMPUTE WS-FMT-NUMBER =
                           FUNCTION NUMVAL(MRG-RAW(2:MRG-RAW-LEN - 1))
                       END-COMPUTE
                       PERFORM MRG-FORMAT-NUMBER
                   END-IF
           END-EVALUATE.
           PERFORM MRG-VAL-LENGTH.
       MRG-FORMAT-NUMBER.
           SET WS-FMT-OP-NUM TO TRUE.
           CALL "KRNLFMT" USING WS-FMT END-CALL.
           MOVE SPACES TO MRG-VAL.
           IF MRG-NEG = 'Y' AND WS-FMT-NUMBER > 0
               STRING "-" FUNCTION TRIM(WS-FMT-OUT)
                   DELIMITED BY SIZE INTO MRG-VAL
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(WS-FMT-OUT) TO MRG-VAL
           END-IF.
       MRG-VAL-LENGTH.
           IF MRG-VAL = SPACES
               MOVE 0 TO MRG-VLEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MRG-VAL TRAILING))
                   TO MRG-VLEN
           END-IF.
      * One line of the letters file, never past the size it was
      * made to
       MRG-OUT-LINE.
           IF MRG-OUT-RECNO >= MRG-OUT-NUMRECS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MRG-OUT-RECNO END-ADD.
           MOVE MRG-OUT-VOL TO FILE-VOL.
           MOVE MRG-OUT-CYL TO FILE-CYL.
           MOVE MRG-OUT-SECT TO FILE-SECT.
           MOVE MRG-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE 132 TO FILE-RECLEN.
           MOVE MRG-OUT-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE MRG-LINE TO FILE-REC-AREA(1:132).
           MOVE MRG-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * MASKCOPY shell operation: Argument the layout, Argument 2
      * the production file and the copy to make ("SOURCE TARGET").
      * The copy is cut fresh; the session log records who took it
      * and from what.
       MASKCOPY-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO MSK-SRC-SPEC.
           MOVE SPACES TO MSK-DST-SPEC.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO MSK-SRC-SPEC MSK-DST-SPEC
           END-UNSTRING.
           PERFORM MSK-RUN.
           IF MSK-OK = 'Y'
               DISPLAY "MASKCOPY: " MSK-RECS " records copied, "
                   MSK-FIELDS " fields masked" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "MASKCOPY " DELIMITED BY SIZE
                   MSK-SRC-SPEC DELIMITED BY SPACE
                   " to " DELIMITED BY SIZE
                   MSK-DST-SPEC DELIMITED BY SPACE
                   INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "MASKCOPY: " MSK-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The masking core: with DCT-LAYOUT, MSK-SRC-SPEC and
      * MSK-DST-SPEC set, copy every record of the source to the
      * target with the layout's 'M' fields scrambled.  A layout that
      * marks nothing sensitive is refused -- that would only be a
      * copy of the real data under another name.
       MSK-RUN.
           MOVE 'N' TO MSK-OK.
           MOVE SPACES TO MSK-MSG.
           MOVE 0 TO MSK-RECS.
           MOVE 0 TO MSK-FIELDS.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-MASK(DCT-IDX) = 'M'
                   ADD 1 TO MSK-FIELDS END-ADD
               END-IF
           END-PERFORM.
           IF MSK-FIELDS = 0
               MOVE "layout marks no field M (column 69)" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE MSK-SRC-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "source file not found" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "source is a variable-length file" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MSK-SRC-VOL.
           MOVE FILE-NAME TO MSK-SRC-NAME.
           MOVE FILE-EXT TO MSK-SRC-EXT.
           MOVE FILE-CYL TO MSK-SRC-CYL.
           MOVE FILE-SECT TO MSK-SRC-SECT.
           MOVE FILE-NUMSECT TO MSK-SRC-NUMSECT.
           MOVE FILE-RECLEN TO MSK-SRC-RECLEN.
           MOVE FILE-NUMRECS TO MSK-SRC-NUMRECS.
           MOVE WS-FILE-ENC-ON TO MSK-SRC-ENC.
           MOVE MSK-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y' OR MSK-DST-SPEC = SPACES
               MOVE "target must be an ordinary file" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-VOL = MSK-SRC-VOL AND FILE-NAME = MSK-SRC-NAME
               AND FILE-EXT = MSK-SRC-EXT
               MOVE "target is the source file itself" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
           MOVE MSK-SRC-RECLEN TO FILE-RECLEN.
           MOVE MSK-SRC-NUMRECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "target file would not create" TO MSK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MSK-DST-VOL.
           MOVE FILE-NAME TO MSK-DST-NAME.
           MOVE FILE-EXT TO MSK-DST-EXT.
           MOVE FILE-CYL TO MSK-DST-CYL.
           MOVE FILE-SECT TO MSK-DST-SECT.
           MOVE FILE-NUMSECT TO MSK-DST-NUMSECT.
           PERFORM VARYING MSK-REC-IDX FROM 1 BY 1
               UNTIL MSK-REC-IDX > MSK-SRC-NUMRECS
               PERFORM MSK-ONE-RECORD
           END-PERFORM.
           MOVE 'Y' TO MSK-OK.
       MSK-ONE-RECORD.
           PERFORM MSK-SET-SRC.
           MOVE MSK-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
           END-IF.
           IF FILE-REC-AREA(1:MSK-SRC-RECLEN) NOT = SPACES
               ADD 1 TO MSK-RECS END-ADD
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   IF DCT-F-MASK(DCT-IDX) = 'M'
                       PERFORM MSK-FIELD
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM MSK-SET-DST.
           MOVE MSK-REC-IDX TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * One sensitive field of the record in FILE-REC-AREA, masked in
      * place so it keeps its type: text stays letters and digits
      * where it had them, numbers stay digits, dates stay dates.  A
      * field the dictionary bounds is kept inside its bounds, so the
      * copy still passes VALIDATE.  Blank fields stay blank.
       MSK-FIELD.
           IF DCT-F-POS(DCT-IDX) = 0 OR DCT-F-LEN(DCT-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(DCT-IDX) TO MSK-POS.
           COMPUTE MSK-END = MSK-POS + DCT-F-LEN(DCT-IDX) - 1
           END-COMPUTE.
           IF MSK-END > MSK-SRC-RECLEN
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(MSK-POS:DCT-F-LEN(DCT-IDX)) = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN DCT-F-TYPE(DCT-IDX) = "D"
                   PERFORM MSK-DATE-FIELD
               WHEN (DCT-F-TYPE(DCT-IDX) = "S"
                   OR (DCT-F-TYPE(DCT-IDX) = "9"
                   AND DCT-F-LOW(DCT-IDX) IS NUMERIC
                   AND DCT-F-HIGH(DCT-IDX) IS NUMERIC))
                   AND DCT-F-LOW(DCT-IDX) NOT = SPACES
                   AND DCT-F-HIGH(DCT-IDX) NOT = SPACES
                   AND DCT-F-LEN(DCT-IDX) <= 8
                   PERFORM MSK-NUMBER-IN-RANGE
               WHEN OTHER
                   PERFORM MSK-SCRAMBLE
                   PERFORM MSK-KEEP-IN-BOUNDS
           END-EVALUATE.
      * The scramble proper: every digit becomes a digit and every
      * letter a letter of the same case, anything else stays put.
      * Two passes, forward then back, each character shifted by the
      * key and by a chain of what has already come out, so each
      * output character depends on the whole value -- and since the
      * shifts can be undone in order, two different values can never
      * come out the same, which keeps masked keys unique.
       MSK-SCRAMBLE.
           MOVE 0 TO MSK-CHAIN.
           MOVE 1 TO MSK-PASS.
           PERFORM VARYING MSK-I FROM MSK-POS BY 1
               UNTIL MSK-I > MSK-END
               PERFORM MSK-STEP-CHAR
           END-PERFORM.
           MOVE 2 TO MSK-PASS.
           PERFORM VARYING MSK-I FROM MSK-END BY -1
               UNTIL MSK-I < MSK-POS
               PERFORM MSK-STEP-CHAR
           END-PERFORM.
       MSK-STEP-CHAR.
           MOVE FILE-REC-AREA(MSK-I:1) TO MSK-CH.
           EVALUATE TRUE
               WHEN MSK-CH >= "0" AND MSK-CH <= "9"
                   MOVE FUNCTION ORD("0") TO MSK-BASE
                   MOVE 10 TO MSK-RANGE
               WHEN MSK-CH >= "A" AND MSK-CH <= "Z"
                   MOVE FUNCTION ORD("A") TO MSK-BASE
                   MOVE 26 TO MSK-RANGE
               WHEN MSK-CH >= "a" AND MSK-CH <= "z"
                   MOVE FUNCTION ORD("a") TO MSK-BASE
                   MOVE 26 TO MSK-RANGE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           COMPUTE MSK-K = FUNCTION MOD(MSK-I - MSK-POS +
               MSK-PASS * 7, 24) + 1 END-COMPUTE.
           COMPUTE MSK-V = FUNCTION MOD(FUNCTION ORD(MSK-CH) -
               MSK-BASE + FUNCTION ORD(MSK-KEY(MSK-K:1)) + MSK-CHAIN,
               MSK-RANGE) END-COMPUTE.
           MOVE FUNCTION CHAR(MSK-BASE + MSK-V)
               TO FILE-REC-AREA(MSK-I:1).
           COMPUTE MSK-CHAIN = FUNCTION MOD(MSK-CHAIN * 3 + MSK-V + 1,
               1000) END-COMPUTE.
      * A bounded text field whose scramble falls outside its bounds
      * takes the low bound instead
       MSK-KEEP-IN-BOUNDS.
           IF DCT-F-LOW(DCT-IDX) = SPACES
               OR DCT-F-HIGH(DCT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(MSK-POS:DCT-F-LEN(DCT-IDX))
               < DCT-F-LOW(DCT-IDX)
               OR FILE-REC-AREA(MSK-POS:DCT-F-LEN(DCT-IDX))
               > DCT-F-HIGH(DCT-IDX)
               MOVE DCT-F-LOW(DCT-IDX)
                   TO FILE-REC-AREA(MSK-POS:DCT-F-LEN(DCT-IDX))
           END-IF.
      * The field's bytes folded into one number under the key, for
      * the maskings that pick a value rather than scramble one
       MSK-HASH-FIELD.
           MOVE 0 TO MSK-HASH.
           PERFORM VARYING MSK-I FROM MSK-POS BY 1
               UNTIL MSK-I > MSK-END
               COMPUTE MSK-K = FUNCTION MOD(MSK-I - MSK-POS, 24) + 1
               END-COMPUTE
               COMPUTE MSK-HASH = FUNCTION MOD(MSK-HASH * 31 +
                   FUNCTION ORD(FILE-REC-AREA(MSK-I:1)) *
                   FUNCTION ORD(MSK-KEY(MSK-K:1)), 999999937)
               END-COMPUTE
           END-PERFORM.
      * A bounded number is replaced by one picked inside its bounds.
      * Unlike the scramble two values can land on the same number,
      * which is the price of staying in range.
       MSK-NUMBER-IN-RANGE.
           PERFORM MSK-HASH-FIELD.
           IF DCT-F-TYPE(DCT-IDX) = "S"
               COMPUTE MSK-LOW-NUM =
                   FUNCTION NUMVAL(DCT-F-LOW(DCT-IDX)) END-COMPUTE
               COMPUTE MSK-HIGH-NUM =
                   FUNCTION NUMVAL(DCT-F-HIGH(DCT-IDX)) END-COMPUTE
           ELSE
               MOVE DCT-F-LOW(DCT-IDX) TO MSK-LOW-NUM
               MOVE DCT-F-HIGH(DCT-IDX) TO MSK-HIGH-NUM
           END-IF.
           IF MSK-HIGH-NUM < MSK-LOW-NUM
               PERFORM MSK-SCRAMBLE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MSK-NUM = MSK-LOW-NUM + FUNCTION MOD(MSK-HASH,
               MSK-HIGH-NUM - MSK-LOW-NUM + 1) END-COMPUTE.
           MOVE MSK-NUM TO MSK-DIGITS.
           IF DCT-F-TYPE(DCT-IDX) = "9"
               MOVE MSK-DIGITS(9 - DCT-F-LEN(DCT-IDX):
                   DCT-F-LEN(DCT-IDX)) TO
                   FILE-REC-AREA(MSK-POS:DCT-F-LEN(DCT-IDX))
               EXIT PARAGRAPH
           END-IF.
           IF DCT-F-LEN(DCT-IDX) < 2
               EXIT PARAGRAPH
           END-IF.
      * A positive result keeps the '+' or blank sign the source
      * writes positives with
           MOVE FILE-REC-AREA(MSK-POS:1) TO MSK-SIGN.
           IF MSK-NUM < 0
               MOVE "-" TO MSK-SIGN
           ELSE
               IF MSK-SIGN = "-"
                   MOVE "+" TO MSK-SIGN
               END-IF
           END-IF.
           MOVE MSK-SIGN TO FILE-REC-AREA(MSK-POS:1).
           MOVE MSK-DIGITS(10 - DCT-F-LEN(DCT-IDX):
               DCT-F-LEN(DCT-IDX) - 1) TO
               FILE-REC-AREA(MSK-POS + 1:DCT-F-LEN(DCT-IDX) - 1).
      * A date keeps its year, so ages and date ranges still mean
      * something, and takes a month and day picked from the whole
      * value -- day 28 at most, so every month has it
       MSK-DATE-FIELD.
           IF DCT-F-LEN(DCT-IDX) < 8
               OR FILE-REC-AREA(MSK-POS:8) IS NOT NUMERIC
               PERFORM MSK-SCRAMBLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MSK-HASH-FIELD.
           MOVE FILE-REC-AREA(MSK-POS:8) TO MSK-DATE.
           COMPUTE MSK-MM = FUNCTION MOD(MSK-HASH, 12) + 1
           END-COMPUTE.
           DIVIDE MSK-HASH BY 12 GIVING MSK-NUM END-DIVIDE.
           COMPUTE MSK-DD = FUNCTION MOD(MSK-NUM, 28) + 1
           END-COMPUTE.
           MOVE MSK-DATE TO FILE-REC-AREA(MSK-POS:8).
           PERFORM MSK-KEEP-IN-BOUNDS.
       MSK-SET-SRC.
           MOVE MSK-SRC-VOL TO FILE-VOL.
           MOVE MSK-SRC-CYL TO FILE-CYL.
           MOVE MSK-SRC-SECT TO FILE-SECT.
           MOVE MSK-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE MSK-SRC-RECLEN TO FILE-RECLEN.
           MOVE MSK-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE MSK-SRC-ENC TO WS-FILE-ENC-ON.
       MSK-SET-DST.
           MOVE MSK-DST-VOL TO FILE-VOL.
           MOVE MSK-DST-NAME TO FILE-NAME.
           MOVE MSK-DST-EXT TO FILE-EXT.
           MOVE MSK-DST-CYL TO FILE-CYL.
           MOVE MSK-DST-SECT TO FILE-SECT.
           MOVE MSK-DST-NUMSECT TO FILE-NUMSECT.
           MOVE MSK-SRC-RECLEN TO FILE-RECLEN.
           MOVE MSK-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * CONVERT shell operation: Argument the layout, Argument 2 the
      * input and output files and the direction ("IN OUT A" host to
      * display, the default, or "IN OUT E" display to host); WS-TMP
      * gives the host record length when it is longer than the
      * layout's host fields reach
       CONVERT-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO CNV-IN-SPEC.
           MOVE SPACES TO CNV-OUT-SPEC.
           MOVE SPACES TO CNV-DIR.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO CNV-IN-SPEC CNV-OUT-SPEC CNV-DIR
           END-UNSTRING.
           IF CNV-DIR = SPACE
               MOVE 'A' TO CNV-DIR
           END-IF.
           PERFORM CNV-RUN.
           IF CNV-OK = 'Y'
               DISPLAY "CONVERT: " CNV-RECS " records, " CNV-ERRORS
                   " fields failed in " CNV-BAD-RECS " records -> "
                   "CONVERR.TXT" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Converted host file " CNV-DIR " records "
                   CNV-RECS " errors " CNV-ERRORS
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "CONVERT: " CNV-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The conversion core: with DCT-LAYOUT, CNV-IN-SPEC, CNV-OUT-SPEC
      * and CNV-DIR set, rebuild every input record in the other
      * representation.  The output is cut fresh each run.
       CNV-RUN.
           MOVE 'N' TO CNV-OK.
           MOVE SPACES TO CNV-MSG.
           MOVE 0 TO CNV-ERRORS.
           MOVE 0 TO CNV-BAD-RECS.
           MOVE 0 TO CNV-RECS.
           MOVE 0 TO CNV-PART.
           IF CNV-DIR NOT = 'A' AND CNV-DIR NOT = 'E'
               MOVE "direction is A (to display) or E (to host)"
                   TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CNV-MEASURE-LAYOUT.
           IF CNV-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-NUM1 > 0
               IF WS-SHELL-REQ-NUM1 < CNV-HOST-LEN
                   OR WS-SHELL-REQ-NUM1 > 2048
                   MOVE "host record length too short for layout"
                       TO CNV-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SHELL-REQ-NUM1 TO CNV-HOST-LEN
           END-IF.
           MOVE CNV-IN-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "input file not found" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "input is a variable-length file" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CNV-IN-VOL.
           MOVE FILE-CYL TO CNV-IN-CYL.
           MOVE FILE-SECT TO CNV-IN-SECT.
           MOVE FILE-NUMSECT TO CNV-IN-NUMSECT.
           MOVE FILE-RECLEN TO CNV-IN-RECLEN.
           MOVE FILE-NUMRECS TO CNV-IN-NUMRECS.
      * Host data arrives through IMPORT/XRECV in whatever record
      * length the transfer gave it, so it is read as a byte stream
      * cut into host-length records; display data is read a record
      * at a time
           IF CNV-DIR = 'A'
               MULTIPLY CNV-IN-RECLEN BY CNV-IN-NUMRECS
                   GIVING CNV-TOTAL END-MULTIPLY
               DIVIDE CNV-TOTAL BY CNV-HOST-LEN GIVING CNV-TOTAL
                   REMAINDER CNV-PART END-DIVIDE
               IF CNV-TOTAL > 9999
                   MOVE "input holds more than 9999 host records"
                       TO CNV-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE CNV-TOTAL TO CNV-RECS
               MOVE CNV-DISP-LEN TO CNV-OUT-RECLEN
           ELSE
               IF CNV-IN-RECLEN < CNV-DISP-LEN
                   MOVE "input records shorter than the layout"
                       TO CNV-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE CNV-IN-NUMRECS TO CNV-RECS
               MOVE CNV-HOST-LEN TO CNV-OUT-RECLEN
           END-IF.
           MOVE CNV-OUT-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y' OR CNV-OUT-SPEC = SPACES
               MOVE "output must be an ordinary file" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
           MOVE CNV-OUT-RECLEN TO FILE-RECLEN.
           MOVE CNV-RECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "output file would not create" TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CNV-OUT-VOL.
           MOVE FILE-NAME TO CNV-OUT-NAME.
           MOVE FILE-EXT TO CNV-OUT-EXT.
           MOVE FILE-CYL TO CNV-OUT-CYL.
           MOVE FILE-SECT TO CNV-OUT-SECT.
           MOVE FILE-NUMSECT TO CNV-OUT-NUMSECT.
      * A fresh register each run, 400 lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "CONVERR" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "register CONVERR.TXT would not create"
                   TO CNV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CNV-ERR-VOL.
           MOVE FILE-CYL TO CNV-ERR-CYL.
           MOVE FILE-SECT TO CNV-ERR-SECT.
           MOVE FILE-NUMSECT TO CNV-ERR-NUMSECT.
           MOVE 1 TO CNV-ERR-RECNO.
           MOVE SPACES TO FILE-REC-AREA.
           IF CNV-DIR = 'A'
               STRING "CONVERSION of layout " DCT-LAYOUT
                   " host to display"
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
           ELSE
               STRING "CONVERSION of layout " DCT-LAYOUT
                   " display to host"
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
           END-IF.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF CNV-A2E-BUILT = 'N'
               PERFORM VARYING CNV-I FROM 1 BY 1 UNTIL CNV-I > 256
                   MOVE FUNCTION CHAR(CNV-I) TO
                       CNV-A2E(FUNCTION ORD(CNV-E2A(CNV-I:1)):1)
               END-PERFORM
               MOVE 'Y' TO CNV-A2E-BUILT
           END-IF.
           PERFORM VARYING CNV-REC-IDX FROM 1 BY 1
               UNTIL CNV-REC-IDX > CNV-RECS
               PERFORM CNV-ONE-RECORD
           END-PERFORM.
           IF CNV-PART > 0
               MOVE CNV-REC-IDX TO CNV-ERR-REC
               MOVE "(end)" TO CNV-FLD-NAME
               MOVE SPACES TO CNV-REASON
               STRING "part record " CNV-PART " bytes"
                   DELIMITED BY SIZE INTO CNV-REASON
               END-STRING
               PERFORM CNV-WRITE-ERROR
           END-IF.
           MOVE 'Y' TO CNV-OK.
      * Host and display record lengths are how far the layout's
      * fields reach; every host definition is checked up front so a
      * bad dictionary row fails the run, not every record
       CNV-MEASURE-LAYOUT.
           MOVE 0 TO CNV-HOST-LEN.
           MOVE 0 TO CNV-DISP-LEN.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR CNV-MSG NOT = SPACES
               IF DCT-F-POS(DCT-IDX) > 0
                   COMPUTE CNV-END = DCT-F-POS(DCT-IDX) +
                       DCT-F-LEN(DCT-IDX) - 1 END-COMPUTE
                   IF CNV-END > CNV-DISP-LEN
                       MOVE CNV-END TO CNV-DISP-LEN
                   END-IF
               END-IF
               IF DCT-F-HTYPE(DCT-IDX) NOT = SPACE
                   IF DCT-F-HPOS(DCT-IDX) = 0
                       OR DCT-F-HLEN(DCT-IDX) = 0
                       OR DCT-F-POS(DCT-IDX) = 0
                       OR DCT-F-LEN(DCT-IDX) = 0
                       OR (DCT-F-HTYPE(DCT-IDX) = 'Z'
                           AND DCT-F-HLEN(DCT-IDX) > 18)
                       OR (DCT-F-HTYPE(DCT-IDX) = 'P'
                           AND DCT-F-HLEN(DCT-IDX) > 10)
                       OR (DCT-F-HTYPE(DCT-IDX) = 'B'
                           AND DCT-F-HLEN(DCT-IDX) NOT = 2
                           AND DCT-F-HLEN(DCT-IDX) NOT = 4
                           AND DCT-F-HLEN(DCT-IDX) NOT = 8)
                       OR (DCT-F-HTYPE(DCT-IDX) NOT = 'C'
                           AND DCT-F-HTYPE(DCT-IDX) NOT = 'Z'
                           AND DCT-F-HTYPE(DCT-IDX) NOT = 'P'
                           AND DCT-F-HTYPE(DCT-IDX) NOT = 'B')
                       STRING "bad host definition for "
                           DCT-F-NAME(DCT-IDX)
                           DELIMITED BY SIZE INTO CNV-MSG
                       END-STRING
                   ELSE
                       COMPUTE CNV-END = DCT-F-HPOS(DCT-IDX) +
                           DCT-F-HLEN(DCT-IDX) - 1 END-COMPUTE
                       IF CNV-END > CNV-HOST-LEN
                           MOVE CNV-END TO CNV-HOST-LEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CNV-MSG = SPACES
               AND (CNV-HOST-LEN = 0 OR CNV-HOST-LEN > 2048
                   OR CNV-DISP-LEN > 2048)
               MOVE "layout has no usable host columns (57-67)"
                   TO CNV-MSG
           END-IF.
      * One record through every host-described field of the layout;
      * bytes no field covers come out blank in the target's own
      * character set
       CNV-ONE-RECORD.
           MOVE 'N' TO CNV-REC-BAD.
           PERFORM CNV-SET-IN.
           IF CNV-DIR = 'A'
               COMPUTE WS-FILE-STR-OFS =
                   (CNV-REC-IDX - 1) * CNV-HOST-LEN END-COMPUTE
               MOVE CNV-HOST-LEN TO WS-FILE-STR-LEN
               PERFORM FILE-STREAM-GET
               MOVE SPACES TO CNV-IN-REC
               MOVE WS-FILE-STR-BUF(1:CNV-HOST-LEN)
                   TO CNV-IN-REC(1:CNV-HOST-LEN)
               MOVE SPACES TO CNV-OUT-REC
           ELSE
               MOVE CNV-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               MOVE FILE-REC-AREA TO CNV-IN-REC
               MOVE ALL X"40" TO CNV-OUT-REC
           END-IF.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-HTYPE(DCT-IDX) NOT = SPACE
                   MOVE SPACES TO CNV-REASON
                   IF CNV-DIR = 'A'
                       PERFORM CNV-TO-DISPLAY
                   ELSE
                       PERFORM CNV-TO-HOST
                   END-IF
                   IF CNV-REASON NOT = SPACES
                       MOVE CNV-REC-IDX TO CNV-ERR-REC
                       MOVE DCT-F-NAME(DCT-IDX) TO CNV-FLD-NAME
                       PERFORM CNV-WRITE-ERROR
                       MOVE 'Y' TO CNV-REC-BAD
                   END-IF
               END-IF
           END-PERFORM.
           IF CNV-REC-BAD = 'Y'
               ADD 1 TO CNV-BAD-RECS END-ADD
           END-IF.
           PERFORM CNV-SET-OUT.
           MOVE CNV-OUT-REC TO FILE-REC-AREA.
           MOVE CNV-REC-IDX TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * Host field to display field.  A numeric field that will not
      * decode is left blank, so VALIDATE flags it as well.
       CNV-TO-DISPLAY.
           MOVE CNV-IN-REC(DCT-F-HPOS(DCT-IDX):DCT-F-HLEN(DCT-IDX))
               TO CNV-HOST-FLD.
           MOVE 0 TO CNV-ABS.
           MOVE 'N' TO CNV-NEG.
           EVALUATE DCT-F-HTYPE(DCT-IDX)
               WHEN 'C'
                   PERFORM CNV-DECODE-CHAR
                   EXIT PARAGRAPH
               WHEN 'Z'
                   PERFORM CNV-DECODE-ZONED
               WHEN 'P'
                   PERFORM CNV-DECODE-PACKED
               WHEN 'B'
                   PERFORM CNV-DECODE-BINARY
           END-EVALUATE.
           IF CNV-REASON = SPACES
               PERFORM CNV-PUT-NUMBER
           END-IF.
      * EBCDIC characters through the code page; anything that comes
      * out as a control character is binary in a text field, shown
      * as '?' and reported
       CNV-DECODE-CHAR.
           MOVE SPACES TO CNV-TXT.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
               MOVE CNV-E2A(FUNCTION ORD(CNV-HOST-FLD(CNV-I:1)):1)
                   TO CNV-CH
               COMPUTE CNV-CODE = FUNCTION ORD(CNV-CH) - 1
               END-COMPUTE
               IF CNV-CODE < 32 OR (CNV-CODE > 126 AND CNV-CODE < 160)
                   MOVE '?' TO CNV-CH
                   MOVE "unprintable character" TO CNV-REASON
               END-IF
               MOVE CNV-CH TO CNV-TXT(CNV-I:1)
           END-PERFORM.
           MOVE CNV-TXT(1:DCT-F-LEN(DCT-IDX))
               TO CNV-OUT-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX)).
      * Zoned decimal: one digit per byte in the low half, the high
      * half F except on the last byte, where it carries the sign
      * (C, A, E, F plus; D, B minus)
       CNV-DECODE-ZONED.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
               OR CNV-REASON NOT = SPACES
               PERFORM CNV-SPLIT-BYTE
               IF CNV-LO > 9
                   MOVE "bad zoned digit" TO CNV-REASON
               ELSE
                   IF CNV-I < DCT-F-HLEN(DCT-IDX)
                       IF CNV-HI NOT = 15
                           MOVE "bad zoned zone" TO CNV-REASON
                       END-IF
                   ELSE
                       MOVE CNV-HI TO CNV-ZONE
                       PERFORM CNV-TAKE-SIGN
                   END-IF
                   COMPUTE CNV-ABS = CNV-ABS * 10 + CNV-LO
                       ON SIZE ERROR
                       MOVE "value too large" TO CNV-REASON
                   END-COMPUTE
               END-IF
           END-PERFORM.
      * Packed decimal (COMP-3): two digits per byte, the last byte's
      * low half the sign
       CNV-DECODE-PACKED.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
               OR CNV-REASON NOT = SPACES
               PERFORM CNV-SPLIT-BYTE
               IF CNV-HI > 9
                   MOVE "bad packed digit" TO CNV-REASON
               ELSE
                   COMPUTE CNV-ABS = CNV-ABS * 10 + CNV-HI
                       ON SIZE ERROR
                       MOVE "value too large" TO CNV-REASON
                   END-COMPUTE
                   IF CNV-I < DCT-F-HLEN(DCT-IDX)
                       IF CNV-LO > 9
                           MOVE "bad packed digit" TO CNV-REASON
                       ELSE
                           COMPUTE CNV-ABS = CNV-ABS * 10 + CNV-LO
                               ON SIZE ERROR
                               MOVE "value too large" TO CNV-REASON
                           END-COMPUTE
                       END-IF
                   ELSE
                       MOVE CNV-LO TO CNV-ZONE
                       PERFORM CNV-TAKE-SIGN
                   END-IF
               END-IF
           END-PERFORM.
       CNV-TAKE-SIGN.
           EVALUATE CNV-ZONE
               WHEN 10 WHEN 12 WHEN 14 WHEN 15
                   MOVE 'N' TO CNV-NEG
               WHEN 11 WHEN 13
                   MOVE 'Y' TO CNV-NEG
               WHEN OTHER
                   MOVE "bad sign" TO CNV-REASON
           END-EVALUATE.
      * Binary halfword, fullword or doubleword, big-endian two's
      * complement: a negative value's magnitude is its bytes
      * inverted, plus one
       CNV-DECODE-BINARY.
           IF FUNCTION ORD(CNV-HOST-FLD(1:1)) > 128
               MOVE 'Y' TO CNV-NEG
           END-IF.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
               OR CNV-REASON NOT = SPACES
               COMPUTE CNV-CODE =
                   FUNCTION ORD(CNV-HOST-FLD(CNV-I:1)) - 1
               END-COMPUTE
               IF CNV-NEG = 'Y'
                   COMPUTE CNV-CODE = 255 - CNV-CODE END-COMPUTE
               END-IF
               COMPUTE CNV-ABS = CNV-ABS * 256 + CNV-CODE
                   ON SIZE ERROR
                   MOVE "value too large" TO CNV-REASON
               END-COMPUTE
           END-PERFORM.
           IF CNV-NEG = 'Y' AND CNV-REASON = SPACES
               ADD 1 TO CNV-ABS
                   ON SIZE ERROR
                   MOVE "value too large" TO CNV-REASON
               END-ADD
           END-IF.
       CNV-SPLIT-BYTE.
           COMPUTE CNV-CODE =
               FUNCTION ORD(CNV-HOST-FLD(CNV-I:1)) - 1 END-COMPUTE.
           DIVIDE CNV-CODE BY 16 GIVING CNV-HI REMAINDER CNV-LO
           END-DIVIDE.
      * Lay a decoded value into its display field: digits only,
      * right-aligned and zero-filled, or with a leading sign when the
      * dictionary types the field S.  Implied decimals stay implied
      * -- the digits are the same on both sides.
       CNV-PUT-NUMBER.
           MOVE DCT-F-LEN(DCT-IDX) TO CNV-ROOM.
           MOVE SPACES TO CNV-TXT.
           IF DCT-F-TYPE(DCT-IDX) = 'S'
               IF CNV-ROOM < 2
                   MOVE "field too short for sign" TO CNV-REASON
                   EXIT PARAGRAPH
               END-IF
               IF CNV-NEG = 'Y' AND CNV-ABS > 0
                   MOVE '-' TO CNV-TXT(1:1)
               ELSE
                   MOVE '+' TO CNV-TXT(1:1)
               END-IF
               SUBTRACT 1 FROM CNV-ROOM END-SUBTRACT
           ELSE
               IF CNV-NEG = 'Y' AND CNV-ABS > 0
                   MOVE "negative into unsigned field" TO CNV-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CNV-ROOM < 18
               COMPUTE CNV-K = 18 - CNV-ROOM END-COMPUTE
               IF CNV-ABS-X(1:CNV-K) NOT = ALL "0"
                   MOVE "value too long for field" TO CNV-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CNV-ABS-X(CNV-K + 1:CNV-ROOM)
                   TO CNV-TXT(DCT-F-LEN(DCT-IDX) - CNV-ROOM + 1:
                   CNV-ROOM)
           ELSE
               MOVE ALL "0" TO CNV-TXT(DCT-F-LEN(DCT-IDX) -
                   CNV-ROOM + 1:CNV-ROOM)
               MOVE CNV-ABS-X
                   TO CNV-TXT(DCT-F-LEN(DCT-IDX) - 17:18)
           END-IF.
           MOVE CNV-TXT(1:DCT-F-LEN(DCT-IDX))
               TO CNV-OUT-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX)).
      * Display field to host field
       CNV-TO-HOST.
           MOVE ALL X"40" TO CNV-HOST-FLD.
           IF DCT-F-HTYPE(DCT-IDX) = 'C'
               MOVE CNV-IN-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
                   TO CNV-TXT
               PERFORM VARYING CNV-I FROM 1 BY 1
                   UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
                   OR CNV-I > DCT-F-LEN(DCT-IDX)
                   MOVE CNV-A2E(FUNCTION ORD(CNV-TXT(CNV-I:1)):1)
                       TO CNV-HOST-FLD(CNV-I:1)
               END-PERFORM
           ELSE
               PERFORM CNV-GET-NUMBER
               IF CNV-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF CNV-NEG = 'Y' AND CNV-ABS > 0
                   AND DCT-F-TYPE(DCT-IDX) NOT = 'S'
                   MOVE "negative in unsigned field" TO CNV-REASON
                   EXIT PARAGRAPH
               END-IF
               EVALUATE DCT-F-HTYPE(DCT-IDX)
                   WHEN 'Z' PERFORM CNV-ENCODE-ZONED
                   WHEN 'P' PERFORM CNV-ENCODE-PACKED
                   WHEN 'B' PERFORM CNV-ENCODE-BINARY
               END-EVALUATE
               IF CNV-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CNV-HOST-FLD(1:DCT-F-HLEN(DCT-IDX))
               TO CNV-OUT-REC(DCT-F-HPOS(DCT-IDX):DCT-F-HLEN(DCT-IDX)).
      * Pick a display number apart: leading spaces, an optional sign,
      * the digits, trailing spaces.  All blank is zero.
       CNV-GET-NUMBER.
           MOVE CNV-IN-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
               TO CNV-TXT.
           MOVE 0 TO CNV-ABS.
           MOVE 'N' TO CNV-NEG.
           MOVE 'N' TO CNV-SEEN.
           MOVE 'N' TO CNV-DONE.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-LEN(DCT-IDX)
               OR CNV-REASON NOT = SPACES
               MOVE CNV-TXT(CNV-I:1) TO CNV-CH
               EVALUATE TRUE
                   WHEN CNV-CH = SPACE
                       IF CNV-SEEN = 'Y'
                           MOVE 'Y' TO CNV-DONE
                       END-IF
                   WHEN CNV-CH IS NUMERIC AND CNV-DONE = 'N'
                       MOVE 'Y' TO CNV-SEEN
                       MOVE CNV-CH TO CNV-D
                       COMPUTE CNV-ABS = CNV-ABS * 10 + CNV-D
                           ON SIZE ERROR
                           MOVE "value too large" TO CNV-REASON
                       END-COMPUTE
                   WHEN (CNV-CH = '-' OR CNV-CH = '+')
                       AND CNV-SEEN = 'N' AND CNV-DONE = 'N'
                       MOVE 'Y' TO CNV-SEEN
                       IF CNV-CH = '-'
                           MOVE 'Y' TO CNV-NEG
                       END-IF
                   WHEN OTHER
                       MOVE "not numeric" TO CNV-REASON
               END-EVALUATE
           END-PERFORM.
      * Zoned out: F zones, the last byte's zone C/D when the display
      * field is signed, F when it is not
       CNV-ENCODE-ZONED.
           MOVE DCT-F-HLEN(DCT-IDX) TO CNV-ROOM.
           PERFORM CNV-CHECK-ROOM.
           IF CNV-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > CNV-ROOM
               MOVE CNV-DIG19(19 - CNV-ROOM + CNV-I:1) TO CNV-D
               MOVE 15 TO CNV-ZONE
               IF CNV-I = CNV-ROOM
                   PERFORM CNV-HOST-SIGN
               END-IF
               COMPUTE CNV-CODE = CNV-ZONE * 16 + CNV-D END-COMPUTE
               MOVE FUNCTION CHAR(CNV-CODE + 1)
                   TO CNV-HOST-FLD(CNV-I:1)
           END-PERFORM.
      * Packed out: 2n-1 digits, the sign in the last half-byte
       CNV-ENCODE-PACKED.
           COMPUTE CNV-ROOM = DCT-F-HLEN(DCT-IDX) * 2 - 1
           END-COMPUTE.
           PERFORM CNV-CHECK-ROOM.
           IF CNV-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CNV-I FROM 1 BY 1
               UNTIL CNV-I > DCT-F-HLEN(DCT-IDX)
               COMPUTE CNV-K = 19 - CNV-ROOM + (CNV-I * 2) - 1
               END-COMPUTE
               MOVE CNV-DIG19(CNV-K:1) TO CNV-HI
               IF CNV-I < DCT-F-HLEN(DCT-IDX)
                   MOVE CNV-DIG19(CNV-K + 1:1) TO CNV-LO
               ELSE
                   MOVE 15 TO CNV-ZONE
                   PERFORM CNV-HOST-SIGN
                   MOVE CNV-ZONE TO CNV-LO
               END-IF
               COMPUTE CNV-CODE = CNV-HI * 16 + CNV-LO END-COMPUTE
               MOVE FUNCTION CHAR(CNV-CODE + 1)
                   TO CNV-HOST-FLD(CNV-I:1)
           END-PERFORM.
      * Binary out, with the halfword/fullword limits enforced
       CNV-ENCODE-BINARY.
           EVALUATE DCT-F-HLEN(DCT-IDX)
               WHEN 2
                   IF CNV-ABS > 32768
                       OR (CNV-ABS = 32768 AND CNV-NEG = 'N')
                       MOVE "value too large" TO CNV-REASON
                   END-IF
               WHEN 4
                   IF CNV-ABS > 2147483648
                       OR (CNV-ABS = 2147483648 AND CNV-NEG = 'N')
                       MOVE "value too large" TO CNV-REASON
                   END-IF
           END-EVALUATE.
           IF CNV-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CNV-ABS TO CNV-WORK.
           IF CNV-NEG = 'Y' AND CNV-WORK > 0
               SUBTRACT 1 FROM CNV-WORK END-SUBTRACT
           ELSE
               MOVE 'N' TO CNV-NEG
           END-IF.
           PERFORM VARYING CNV-I FROM DCT-F-HLEN(DCT-IDX) BY -1
               UNTIL CNV-I < 1
               DIVIDE CNV-WORK BY 256 GIVING CNV-WORK
                   REMAINDER CNV-CODE END-DIVIDE
               IF CNV-NEG = 'Y'
                   COMPUTE CNV-CODE = 255 - CNV-CODE END-COMPUTE
               END-IF
               MOVE FUNCTION CHAR(CNV-CODE + 1)
                   TO CNV-HOST-FLD(CNV-I:1)
           END-PERFORM.
      * Does the magnitude fit CNV-ROOM digits?  CNV-DIG19 comes back
      * as the magnitude's 19-digit text for picking digits from.
       CNV-CHECK-ROOM.
           MOVE "0" TO CNV-DIG19(1:1).
           MOVE CNV-ABS-X TO CNV-DIG19(2:18).
           IF CNV-ROOM < 19
               COMPUTE CNV-K = 19 - CNV-ROOM END-COMPUTE
               IF CNV-DIG19(1:CNV-K) NOT = ALL "0"
                   MOVE "value too long for host field" TO CNV-REASON
               END-IF
           END-IF.
       CNV-HOST-SIGN.
           IF DCT-F-TYPE(DCT-IDX) = 'S'
               IF CNV-NEG = 'Y' AND CNV-ABS > 0
                   MOVE 13 TO CNV-ZONE
               ELSE
                   MOVE 12 TO CNV-ZONE
               END-IF
           END-IF.
       CNV-WRITE-ERROR.
           ADD 1 TO CNV-ERRORS END-ADD.
           IF CNV-ERR-RECNO >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CNV-ERR-RECNO END-ADD.
           MOVE CNV-ERR-VOL TO FILE-VOL.
           MOVE "CONVERR" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE CNV-ERR-CYL TO FILE-CYL.
           MOVE CNV-ERR-SECT TO FILE-SECT.
           MOVE CNV-ERR-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "REC " CNV-ERR-REC " " CNV-FLD-NAME " " CNV-REASON
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE CNV-ERR-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
       CNV-SET-IN.
           MOVE CNV-IN-VOL TO FILE-VOL.
           MOVE CNV-IN-CYL TO FILE-CYL.
           MOVE CNV-IN-SECT TO FILE-SECT.
           MOVE CNV-IN-NUMSECT TO FILE-NUMSECT.
           MOVE CNV-IN-RECLEN TO FILE-RECLEN.
           MOVE CNV-IN-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
       CNV-SET-OUT.
           MOVE CNV-OUT-VOL TO FILE-VOL.
           MOVE CNV-OUT-NAME TO FILE-NAME.
           MOVE CNV-OUT-EXT TO FILE-EXT.
           MOVE CNV-OUT-CYL TO FILE-CYL.
           MOVE CNV-OUT-SECT TO FILE-SECT.
           MOVE CNV-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE CNV-OUT-RECLEN TO FILE-RECLEN.
           MOVE CNV-RECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * CSVOUT shell operation: Argument the layout, Argument 2 the
      * store file and the CSV file to write ("IN OUT").  Blank
      * records are unused slots and are left out.
       CSVOUT-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO CSV-IN-SPEC.
           MOVE SPACES TO CSV-OUT-SPEC.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO CSV-IN-SPEC CSV-OUT-SPEC
           END-UNSTRING.
           PERFORM CSVOUT-RUN.
           IF CSV-OK = 'Y'
               DISPLAY "CSVOUT: " CSV-WRITTEN " records, " CSV-BYTES
                   " bytes -> " CSV-OUT-SPEC END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Wrote CSV of " DCT-LAYOUT " records "
                   CSV-WRITTEN DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "CSVOUT: " CSV-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The CSVOUT core.  The file is measured in a first pass so the
      * text file can be cut to size in one piece, then written in a
      * second.
       CSVOUT-RUN.
           MOVE 'N' TO CSV-OK.
           MOVE SPACES TO CSV-MSG.
           MOVE 0 TO CSV-WRITTEN.
           MOVE 0 TO CSV-BYTES.
           IF CSV-OUT-SPEC = SPACES
               MOVE "name the store file and the CSV file" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-MEASURE-LAYOUT.
           IF CSV-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CSV-IN-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "store file not found" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-SAVE-SRC.
           MOVE 1 TO CSV-PASS.
           PERFORM CSVOUT-HEADER.
           PERFORM VARYING CSV-IDX FROM 1 BY 1
               UNTIL CSV-IDX > CSV-SRC-NUMRECS
               PERFORM CSVOUT-ONE-RECORD
           END-PERFORM.
           COMPUTE CSV-SECTS = (CSV-BYTES + 511) / 512 END-COMPUTE.
           IF CSV-SECTS > 9999
               MOVE "CSV text would pass 9999 records" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CSV-SECTS = 0
               MOVE 1 TO CSV-SECTS
           END-IF.
           MOVE CSV-OUT-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "CSV file must be an ordinary file" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
           MOVE 512 TO FILE-RECLEN.
           MOVE CSV-SECTS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "CSV file would not create" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-TW-START.
           MOVE 2 TO CSV-PASS.
           PERFORM CSVOUT-HEADER.
           PERFORM VARYING CSV-IDX FROM 1 BY 1
               UNTIL CSV-IDX > CSV-SRC-NUMRECS
               PERFORM CSVOUT-ONE-RECORD
           END-PERFORM.
           PERFORM CSV-TW-FINISH.
           MOVE 'Y' TO CSV-OK.
      * The header row: the layout's field names in dictionary order
       CSVOUT-HEADER.
           MOVE 0 TO CSV-LINE-LEN.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               MOVE DCT-F-NAME(DCT-IDX) TO CSV-FLD
               MOVE 12 TO CSV-FLD-LEN
               PERFORM CSV-ADD-VALUE
           END-PERFORM.
           PERFORM CSVOUT-EMIT-LINE.
      * One store record as one CSV row; a field the record is too
      * short to hold goes out empty
       CSVOUT-ONE-RECORD.
           PERFORM CSV-SET-SRC.
           MOVE CSV-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:CSV-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO CSV-IN-BUF.
           MOVE 0 TO CSV-LINE-LEN.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               MOVE 0 TO CSV-FLD-LEN
               IF DCT-F-POS(DCT-IDX) > 0
                   AND DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1
                   <= CSV-SRC-RECLEN
                   MOVE CSV-IN-BUF(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) TO CSV-FLD
                   MOVE DCT-F-LEN(DCT-IDX) TO CSV-FLD-LEN
               END-IF
               PERFORM CSV-ADD-VALUE
           END-PERFORM.
           IF CSV-PASS = 2
               ADD 1 TO CSV-WRITTEN END-ADD
           END-IF.
           PERFORM CSVOUT-EMIT-LINE.
       CSVOUT-EMIT-LINE.
           IF CSV-PASS = 1
               COMPUTE CSV-BYTES = CSV-BYTES + CSV-LINE-LEN + 2
               END-COMPUTE
           ELSE
               PERFORM CSV-TW-LINE
           END-IF.
      * Append CSV-FLD(1:CSV-FLD-LEN) to CSV-LINE as one CSV value:
      * the spaces either side trimmed, the value quoted when it
      * holds a comma or a quote, and quotes inside it doubled
       CSV-ADD-VALUE.
           IF DCT-IDX > 1
               MOVE ',' TO CSV-CH
               PERFORM CSV-LINE-CHAR
           END-IF.
           PERFORM CSV-TRIM-FIELD.
           IF CSV-SIZE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CSV-QUOTES.
           INSPECT CSV-FLD(CSV-FROM:CSV-SIZE) TALLYING CSV-QUOTES
               FOR ALL ',' ALL '"'.
           IF CSV-QUOTES > 0
               MOVE '"' TO CSV-CH
               PERFORM CSV-LINE-CHAR
           END-IF.
           PERFORM VARYING CSV-I FROM CSV-FROM BY 1
               UNTIL CSV-I > CSV-TO
               MOVE CSV-FLD(CSV-I:1) TO CSV-CH
               IF CSV-CH = '"'
                   PERFORM CSV-LINE-CHAR
               END-IF
               PERFORM CSV-LINE-CHAR
           END-PERFORM.
           IF CSV-QUOTES > 0
               MOVE '"' TO CSV-CH
               PERFORM CSV-LINE-CHAR
           END-IF.
       CSV-LINE-CHAR.
           IF CSV-LINE-LEN < 4200
               ADD 1 TO CSV-LINE-LEN END-ADD
               MOVE CSV-CH TO CSV-LINE(CSV-LINE-LEN:1)
           END-IF.
      * CSV-FROM/CSV-TO/CSV-SIZE come back bracketing CSV-FLD(1:
      * CSV-FLD-LEN) without its leading and trailing spaces; an
      * empty or all-blank value gives a size of zero
       CSV-TRIM-FIELD.
           MOVE 0 TO CSV-SIZE.
           MOVE 1 TO CSV-FROM.
           MOVE CSV-FLD-LEN TO CSV-TO.
           PERFORM UNTIL CSV-TO = 0
               OR CSV-FLD(CSV-TO:1) NOT = SPACE
               SUBTRACT 1 FROM CSV-TO END-SUBTRACT
           END-PERFORM.
           IF CSV-TO = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FLD(CSV-FROM:1) NOT = SPACE
               ADD 1 TO CSV-FROM END-ADD
           END-PERFORM.
           COMPUTE CSV-SIZE = CSV-TO - CSV-FROM + 1 END-COMPUTE.
      * How far the layout's fields reach is the record length both
      * directions work to
       CSV-MEASURE-LAYOUT.
           MOVE 0 TO CSV-RECLEN.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-POS(DCT-IDX) > 0
                   COMPUTE CSV-END = DCT-F-POS(DCT-IDX) +
                       DCT-F-LEN(DCT-IDX) - 1 END-COMPUTE
                   IF CSV-END > CSV-RECLEN
                       MOVE CSV-END TO CSV-RECLEN
                   END-IF
               END-IF
           END-PERFORM.
           IF CSV-RECLEN = 0 OR CSV-RECLEN > 2048
               MOVE "layout fields do not make a record" TO CSV-MSG
           END-IF.
      * The CSV text writer.  CSV-TW-START takes over the file
      * FILE-CREATE has just cut; CSV-TW-LINE adds CSV-LINE and a
      * CR LF; CSV-TW-FINISH pads the last record with end-of-file
      * bytes and cuts the file back to the records written.
       CSV-TW-START.
           MOVE FILE-VOL TO CSV-TW-VOL.
           MOVE FILE-NAME TO CSV-TW-NAME.
           MOVE FILE-EXT TO CSV-TW-EXT.
           MOVE FILE-CYL TO CSV-TW-CYL.
           MOVE FILE-SECT TO CSV-TW-SECT.
           MOVE FILE-NUMSECT TO CSV-TW-NUMSECT.
           MOVE FILE-NUMRECS TO CSV-TW-NUMRECS.
           MOVE 0 TO CSV-TW-RECNO.
           MOVE 0 TO CSV-TW-POS.
           MOVE SPACES TO CSV-TW-BUF.
       CSV-TW-LINE.
           MOVE 1 TO CSV-TW-AT.
           MOVE CSV-LINE-LEN TO CSV-TW-LEFT.
           PERFORM UNTIL CSV-TW-LEFT = 0
               COMPUTE CSV-TW-PART = 512 - CSV-TW-POS END-COMPUTE
               IF CSV-TW-PART > CSV-TW-LEFT
                   MOVE CSV-TW-LEFT TO CSV-TW-PART
               END-IF
               MOVE CSV-LINE(CSV-TW-AT:CSV-TW-PART)
                   TO CSV-TW-BUF(CSV-TW-POS + 1:CSV-TW-PART)
               ADD CSV-TW-PART TO CSV-TW-POS END-ADD
               ADD CSV-TW-PART TO CSV-TW-AT END-ADD
               SUBTRACT CSV-TW-PART FROM CSV-TW-LEFT END-SUBTRACT
               IF CSV-TW-POS = 512
                   PERFORM CSV-TW-FLUSH
               END-IF
           END-PERFORM.
           MOVE CSV-CR TO CSV-CH.
           PERFORM CSV-TW-BYTE.
           MOVE CSV-LF TO CSV-CH.
           PERFORM CSV-TW-BYTE.
       CSV-TW-BYTE.
           ADD 1 TO CSV-TW-POS END-ADD.
           MOVE CSV-CH TO CSV-TW-BUF(CSV-TW-POS:1).
           IF CSV-TW-POS = 512
               PERFORM CSV-TW-FLUSH
           END-IF.
       CSV-TW-FLUSH.
           ADD 1 TO CSV-TW-RECNO END-ADD.
           IF CSV-TW-RECNO <= CSV-TW-NUMRECS
               PERFORM CSV-SET-TW
               MOVE CSV-TW-BUF TO FILE-REC-AREA
               MOVE CSV-TW-RECNO TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
           MOVE 0 TO CSV-TW-POS.
           MOVE SPACES TO CSV-TW-BUF.
       CSV-TW-FINISH.
           IF CSV-TW-POS > 0 OR CSV-TW-RECNO = 0
               MOVE ALL X"1A"
                   TO CSV-TW-BUF(CSV-TW-POS + 1:512 - CSV-TW-POS)
               PERFORM CSV-TW-FLUSH
           END-IF.
           IF CSV-TW-RECNO < CSV-TW-NUMRECS
               PERFORM CSV-SET-TW
               MOVE CSV-TW-RECNO TO FILE-NUMRECS
               PERFORM FILE-EXTEND
           END-IF.
      * CSVIN shell operation: Argument the layout, Argument 2 the
      * CSV file and the store file to load ("CSV OUT"); WS-TMP gives
      * the store record length when it is longer than the layout
      * reaches.  The store file is cut fresh each run.
       CSVIN-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO CSV-IN-SPEC.
           MOVE SPACES TO CSV-OUT-SPEC.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO CSV-IN-SPEC CSV-OUT-SPEC
           END-UNSTRING.
           PERFORM CSVIN-RUN.
           IF CSV-OK = 'Y'
               DISPLAY "CSVIN: " CSV-ROWS " rows, loaded " CSV-LOADED
                   " rejected " CSV-REJECTED END-DISPLAY
               IF CSV-IGNORED > 0
                   DISPLAY "  " CSV-IGNORED " columns name no field"
                       " of the layout and were skipped" END-DISPLAY
               END-IF
               DISPLAY "  register -> CSVREG.TXT, rejects -> "
                   "CSVREJ.CSV" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Loaded CSV " DCT-LAYOUT " rejects "
                   CSV-REJECTED DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "CSVIN: " CSV-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The CSVIN core.  A first pass finds the header row and counts
      * the data rows, so nothing is created for a file that will not
      * load and the output is cut to size; the second pass loads.
       CSVIN-RUN.
           MOVE 'N' TO CSV-OK.
           MOVE SPACES TO CSV-MSG.
           MOVE 0 TO CSV-LOADED.
           MOVE 0 TO CSV-REJECTED.
           MOVE 0 TO CSV-ERRORS.
           IF CSV-OUT-SPEC = SPACES
               MOVE "name the CSV file and the store file" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-MEASURE-LAYOUT.
           IF CSV-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHELL-REQ-NUM1 > 0
               IF WS-SHELL-REQ-NUM1 < CSV-RECLEN
                   OR WS-SHELL-REQ-NUM1 > 2048
                   MOVE "record length too short for layout"
                       TO CSV-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SHELL-REQ-NUM1 TO CSV-RECLEN
           END-IF.
           MOVE CSV-IN-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "CSV file not found" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-SAVE-SRC.
           MOVE 1 TO CSV-PASS.
           PERFORM CSVIN-SCAN.
           IF CSV-HDR-DONE = 'N'
               MOVE "CSV file has no header row" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CSV-MATCHED = 0
               MOVE "no header column names a layout field"
                   TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE CSV-ROWS TO CSV-DST-NUMRECS.
           IF CSV-DST-NUMRECS = 0
               MOVE 1 TO CSV-DST-NUMRECS
           END-IF.
           MOVE CSV-OUT-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "output must be an ordinary file" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
           MOVE CSV-RECLEN TO FILE-RECLEN.
           MOVE CSV-DST-NUMRECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "output file would not create" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CSV-DST-VOL.
           MOVE FILE-NAME TO CSV-DST-NAME.
           MOVE FILE-EXT TO CSV-DST-EXT.
           MOVE FILE-CYL TO CSV-DST-CYL.
           MOVE FILE-SECT TO CSV-DST-SECT.
           MOVE FILE-NUMSECT TO CSV-DST-NUMSECT.
      * The reject file can be no bigger than the CSV file with a
      * CR LF on every line
           COMPUTE CSV-SECTS = (CSV-BYTES + (CSV-LINE-NO * 2) + 511)
               / 512 END-COMPUTE.
           IF CSV-SECTS > 9999
               MOVE 9999 TO CSV-SECTS
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "CSVREJ" TO FILE-NAME.
           MOVE "CSV" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 512 TO FILE-RECLEN.
           MOVE CSV-SECTS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "reject file would not create" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-TW-START.
           MOVE CSV-HDR-LINE TO CSV-LINE.
           MOVE CSV-HDR-LEN TO CSV-LINE-LEN.
           PERFORM CSV-TW-LINE.
      * A fresh register each run, 400 lines at most; the last is
      * held back for the totals
           MOVE 'A' TO FILE-VOL.
           MOVE "CSVREG" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "register would not create" TO CSV-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CSV-REG-VOL.
           MOVE FILE-CYL TO CSV-REG-CYL.
           MOVE FILE-SECT TO CSV-REG-SECT.
           MOVE FILE-NUMSECT TO CSV-REG-NUMSECT.
           MOVE 1 TO CSV-REG-RECNO.
           PERFORM CSV-SET-REG.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "CSV LOAD layout " DCT-LAYOUT " from "
               CSV-IN-SPEC(1:24) " into " CSV-OUT-SPEC(1:24)
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE 1 TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           MOVE CSV-RECLEN TO VAL-SRC-RECLEN.
           MOVE 2 TO CSV-PASS.
           PERFORM CSVIN-SCAN.
           PERFORM CSV-TW-FINISH.
      * The output is cut back to the rows actually loaded
           PERFORM CSV-SET-DST.
           MOVE CSV-LOADED TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           ADD 1 TO CSV-REG-RECNO END-ADD.
           PERFORM CSV-SET-REG.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "ROWS " CSV-ROWS " LOADED " CSV-LOADED " REJECTED "
               CSV-REJECTED " FIELD ERRORS " CSV-ERRORS
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE CSV-REG-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           MOVE 'Y' TO CSV-OK.
      * One pass over the CSV text.  A fixed-length file is one byte
      * stream, whatever its record length -- FATGET brings files in
      * as 512-byte records -- and lines end at LF; a variable-length
      * file has one line to a record.  The DOS end-of-file byte
      * ends the text.
       CSVIN-SCAN.
           MOVE 'N' TO CSV-HDR-DONE.
           MOVE 'N' TO CSV-EOF-SEEN.
           MOVE 0 TO CSV-MATCHED.
           MOVE 0 TO CSV-IGNORED.
           MOVE 0 TO CSV-ROWS.
           MOVE 0 TO CSV-LINE-NO.
           MOVE 0 TO CSV-BYTES.
           PERFORM CSVIN-LINE-START.
           PERFORM VARYING CSV-IDX FROM 1 BY 1
               UNTIL CSV-IDX > CSV-SRC-NUMRECS OR CSV-EOF-SEEN = 'Y'
               PERFORM CSV-SET-SRC
               MOVE CSV-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   MOVE FILE-REC-AREA TO CSV-IN-BUF
                   MOVE FILE-REC-LEN TO CSV-IN-LEN
               ELSE
                   MOVE 0 TO CSV-IN-LEN
               END-IF
               PERFORM VARYING CSV-AT FROM 1 BY 1
                   UNTIL CSV-AT > CSV-IN-LEN OR CSV-EOF-SEEN = 'Y'
                   MOVE CSV-IN-BUF(CSV-AT:1) TO CSV-CH
                   PERFORM CSVIN-BYTE
               END-PERFORM
               IF CSV-SRC-VAR = 'Y' AND CSV-EOF-SEEN = 'N'
                   MOVE CSV-LF TO CSV-CH
                   PERFORM CSVIN-BYTE
               END-IF
           END-PERFORM.
      * Text that stops without a line end still has a last line
           IF CSV-EOF-SEEN = 'N'
               PERFORM CSVIN-END-LINE
           END-IF.
      * One byte of CSV text.  Inside quotes everything is data but
      * the quote itself: doubled it is a literal quote, single it
      * closes the quoting.  CR is dropped outside quotes so a PC
      * line end and a bare LF read the same.
       CSVIN-BYTE.
           IF CSV-PASS = 1
               ADD 1 TO CSV-BYTES END-ADD
           END-IF.
           IF CSV-CH = CSV-EOF
               MOVE 'Y' TO CSV-EOF-SEEN
               PERFORM CSVIN-END-LINE
               EXIT PARAGRAPH
           END-IF.
           IF CSV-QPEND = 'Y'
               MOVE 'N' TO CSV-QPEND
               IF CSV-CH = '"'
                   PERFORM CSV-LINE-CHAR
                   PERFORM CSVIN-FLD-CHAR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO CSV-QUOTED
           END-IF.
           IF CSV-QUOTED = 'Y'
               PERFORM CSV-LINE-CHAR
               IF CSV-CH = '"'
                   MOVE 'Y' TO CSV-QPEND
               ELSE
                   PERFORM CSVIN-FLD-CHAR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CSV-CH = CSV-LF
                   PERFORM CSVIN-END-LINE
               WHEN CSV-CH = CSV-CR
                   CONTINUE
               WHEN CSV-CH = ','
                   PERFORM CSV-LINE-CHAR
                   PERFORM CSVIN-END-FIELD
               WHEN CSV-CH = '"'
                   AND (CSV-FLD-LEN = 0
                   OR CSV-FLD(1:CSV-FLD-LEN) = SPACES)
                   PERFORM CSV-LINE-CHAR
                   MOVE 0 TO CSV-FLD-LEN
                   MOVE 'Y' TO CSV-QUOTED
               WHEN OTHER
                   PERFORM CSV-LINE-CHAR
                   PERFORM CSVIN-FLD-CHAR
           END-EVALUATE.
       CSVIN-FLD-CHAR.
           IF CSV-FLD-LEN < 2048
               ADD 1 TO CSV-FLD-LEN END-ADD
               MOVE CSV-CH TO CSV-FLD(CSV-FLD-LEN:1)
           ELSE
               MOVE 'Y' TO CSV-FLD-LONG
           END-IF.
       CSVIN-END-FIELD.
           IF CSV-HDR-DONE = 'N'
               PERFORM CSVIN-HEADER-FIELD
           ELSE
               IF CSV-PASS = 2
                   PERFORM CSVIN-PUT-FIELD
               END-IF
           END-IF.
           ADD 1 TO CSV-COL END-ADD.
           MOVE 0 TO CSV-FLD-LEN.
           MOVE 'N' TO CSV-FLD-LONG.
           MOVE 'N' TO CSV-QUOTED.
           MOVE 'N' TO CSV-QPEND.
      * A line is over.  The first line with anything on it is the
      * header; blank lines (the space padding FATGET leaves on the
      * last record among them) are passed over.
       CSVIN-END-LINE.
           PERFORM CSVIN-END-FIELD.
           IF CSV-LINE-LEN > 0
               AND CSV-LINE(1:CSV-LINE-LEN) NOT = SPACES
               IF CSV-HDR-DONE = 'N'
                   MOVE 'Y' TO CSV-HDR-DONE
                   MOVE CSV-LINE TO CSV-HDR-LINE
                   MOVE CSV-LINE-LEN TO CSV-HDR-LEN
               ELSE
                   ADD 1 TO CSV-ROWS END-ADD
                   IF CSV-PASS = 2
                       PERFORM CSVIN-ROW-END
                   END-IF
               END-IF
           END-IF.
           PERFORM CSVIN-LINE-START.
       CSVIN-LINE-START.
           ADD 1 TO CSV-LINE-NO END-ADD.
           MOVE 0 TO CSV-LINE-LEN.
           MOVE 1 TO CSV-COL.
           MOVE 0 TO CSV-FLD-LEN.
           MOVE 'N' TO CSV-FLD-LONG.
           MOVE 'N' TO CSV-QUOTED.
           MOVE 'N' TO CSV-QPEND.
           IF CSV-PASS = 2 AND CSV-HDR-DONE = 'Y'
               PERFORM CSVIN-ROW-START
           END-IF.
      * A header column is matched to a field by name, case aside;
      * columns past the fortieth, or naming no field, are skipped
       CSVIN-HEADER-FIELD.
           PERFORM CSV-TRIM-FIELD.
           IF CSV-COL > 40
               IF CSV-SIZE > 0
                   ADD 1 TO CSV-IGNORED END-ADD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CSV-COL-FLD(CSV-COL).
           IF CSV-SIZE = 0
               EXIT PARAGRAPH
           END-IF.
           IF CSV-SIZE <= 12
               MOVE CSV-FLD(CSV-FROM:CSV-SIZE) TO CSV-NAME
               INSPECT CSV-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   OR CSV-COL-FLD(CSV-COL) > 0
                   MOVE DCT-F-NAME(DCT-IDX) TO CSV-DNAME
                   INSPECT CSV-DNAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF CSV-DNAME = CSV-NAME
                       MOVE DCT-IDX TO CSV-COL-FLD(CSV-COL)
                   END-IF
               END-PERFORM
           END-IF.
           IF CSV-COL-FLD(CSV-COL) > 0
               ADD 1 TO CSV-MATCHED END-ADD
           ELSE
               ADD 1 TO CSV-IGNORED END-ADD
           END-IF.
      * Every field starts a row empty, so a column the CSV lacks
      * (or a short row) leaves text blank and numbers zero
       CSVIN-ROW-START.
           MOVE SPACES TO CSV-REC.
           MOVE 'N' TO CSV-ROW-BAD.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               PERFORM CSVIN-PLACE-VALUE
           END-PERFORM.
       CSVIN-PUT-FIELD.
           IF CSV-COL > 40
               EXIT PARAGRAPH
           END-IF.
           IF CSV-COL-FLD(CSV-COL) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CSV-COL-FLD(CSV-COL) TO DCT-IDX.
           IF CSV-FLD-LONG = 'Y'
               MOVE "value too long for field" TO CSV-REASON
           ELSE
               PERFORM CSVIN-PLACE-VALUE
           END-IF.
           IF CSV-REASON NOT = SPACES
               PERFORM CSVIN-COMPLAIN
           END-IF.
      * Lay one CSV value into its field of CSV-REC.  A spreadsheet
      * drops leading zeros, so a number goes back right-aligned and
      * zero-filled, an S field with its sign column; what will not
      * pass as a number goes in as it stands for the VALIDATE rules
      * to turn away.
       CSVIN-PLACE-VALUE.
           MOVE SPACES TO CSV-REASON.
           IF DCT-F-POS(DCT-IDX) = 0
               OR DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1
               > CSV-RECLEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CSV-TRIM-FIELD.
           MOVE SPACE TO CSV-SIGN.
           IF DCT-F-TYPE(DCT-IDX) = "9" OR DCT-F-TYPE(DCT-IDX) = "S"
               IF CSV-SIZE = 0
                   PERFORM CSVIN-PLACE-NUMBER
                   EXIT PARAGRAPH
               END-IF
               IF DCT-F-TYPE(DCT-IDX) = "S" AND CSV-SIZE > 1
                   AND (CSV-FLD(CSV-FROM:1) = "-"
                   OR CSV-FLD(CSV-FROM:1) = "+")
                   MOVE CSV-FLD(CSV-FROM:1) TO CSV-SIGN
                   ADD 1 TO CSV-FROM END-ADD
                   SUBTRACT 1 FROM CSV-SIZE END-SUBTRACT
               END-IF
               IF CSV-FLD(CSV-FROM:CSV-SIZE) IS NUMERIC
                   PERFORM CSVIN-PLACE-NUMBER
                   EXIT PARAGRAPH
               END-IF
               IF CSV-SIGN NOT = SPACE
                   SUBTRACT 1 FROM CSV-FROM END-SUBTRACT
                   ADD 1 TO CSV-SIZE END-ADD
               END-IF
           END-IF.
           IF CSV-SIZE > DCT-F-LEN(DCT-IDX)
               MOVE "value too long for field" TO CSV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES
               TO CSV-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX)).
           IF CSV-SIZE > 0
               MOVE CSV-FLD(CSV-FROM:CSV-SIZE)
                   TO CSV-REC(DCT-F-POS(DCT-IDX):CSV-SIZE)
           END-IF.
       CSVIN-PLACE-NUMBER.
           MOVE DCT-F-LEN(DCT-IDX) TO CSV-ROOM.
           IF DCT-F-TYPE(DCT-IDX) = "S"
               SUBTRACT 1 FROM CSV-ROOM END-SUBTRACT
           END-IF.
           PERFORM UNTIL CSV-SIZE <= CSV-ROOM
               OR CSV-FLD(CSV-FROM:1) NOT = "0"
               ADD 1 TO CSV-FROM END-ADD
               SUBTRACT 1 FROM CSV-SIZE END-SUBTRACT
           END-PERFORM.
           IF CSV-SIZE > CSV-ROOM
               MOVE "value too long for field" TO CSV-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "0"
               TO CSV-REC(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX)).
           IF CSV-SIZE > 0
               MOVE CSV-FLD(CSV-FROM:CSV-SIZE)
                   TO CSV-REC(DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX)
                   - CSV-SIZE:CSV-SIZE)
           END-IF.
           IF DCT-F-TYPE(DCT-IDX) = "S"
               IF CSV-SIGN = "-"
                   MOVE "-" TO CSV-REC(DCT-F-POS(DCT-IDX):1)
               ELSE
                   MOVE "+" TO CSV-REC(DCT-F-POS(DCT-IDX):1)
               END-IF
           END-IF.
      * A finished data row: through the VALIDATE rules, then into
      * the store file or, word for word, into the reject file
       CSVIN-ROW-END.
           IF CSV-ROW-BAD = 'N'
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   MOVE CSV-REC TO FILE-REC-AREA
                   PERFORM VAL-CHECK-FIELD
                   IF VAL-REASON NOT = SPACES
                       MOVE VAL-REASON TO CSV-REASON
                       PERFORM CSVIN-COMPLAIN
                   END-IF
               END-PERFORM
           END-IF.
           IF CSV-ROW-BAD = 'Y'
               ADD 1 TO CSV-REJECTED END-ADD
               PERFORM CSV-TW-LINE
           ELSE
               ADD 1 TO CSV-LOADED END-ADD
               IF CSV-LOADED <= CSV-DST-NUMRECS
                   PERFORM CSV-SET-DST
                   MOVE CSV-REC TO FILE-REC-AREA
                   MOVE CSV-LOADED TO FILE-RECORD
                   PERFORM FILE-WRITE-RECORD
               END-IF
           END-IF.
      * One register line against the field in DCT-IDX, giving the
      * line number the PC shows for the row
       CSVIN-COMPLAIN.
           MOVE 'Y' TO CSV-ROW-BAD.
           ADD 1 TO CSV-ERRORS END-ADD.
           IF CSV-REG-RECNO >= 399
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CSV-REG-RECNO END-ADD.
           PERFORM CSV-SET-REG.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "LINE " CSV-LINE-NO " " DCT-F-NAME(DCT-IDX) " "
               CSV-REASON DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           MOVE CSV-REG-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
       CSV-SAVE-SRC.
           MOVE FILE-VOL TO CSV-SRC-VOL.
           MOVE FILE-CYL TO CSV-SRC-CYL.
           MOVE FILE-SECT TO CSV-SRC-SECT.
           MOVE FILE-NUMSECT TO CSV-SRC-NUMSECT.
           MOVE FILE-RECLEN TO CSV-SRC-RECLEN.
           MOVE FILE-NUMRECS TO CSV-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO CSV-SRC-VAR.
           MOVE WS-FILE-ENC-ON TO CSV-SRC-ENC.
       CSV-SET-SRC.
           MOVE CSV-SRC-VOL TO FILE-VOL.
           MOVE CSV-SRC-CYL TO FILE-CYL.
           MOVE CSV-SRC-SECT TO FILE-SECT.
           MOVE CSV-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE CSV-SRC-RECLEN TO FILE-RECLEN.
           MOVE CSV-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE CSV-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE CSV-SRC-ENC TO WS-FILE-ENC-ON.
       CSV-SET-DST.
           MOVE CSV-DST-VOL TO FILE-VOL.
           MOVE CSV-DST-NAME TO FILE-NAME.
           MOVE CSV-DST-EXT TO FILE-EXT.
           MOVE CSV-DST-CYL TO FILE-CYL.
           MOVE CSV-DST-SECT TO FILE-SECT.
           MOVE CSV-DST-NUMSECT TO FILE-NUMSECT.
           MOVE CSV-RECLEN TO FILE-RECLEN.
           MOVE CSV-DST-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
       CSV-SET-TW.
           MOVE CSV-TW-VOL TO FILE-VOL.
           MOVE CSV-TW-NAME TO FILE-NAME.
           MOVE CSV-TW-EXT TO FILE-EXT.
           MOVE CSV-TW-CYL TO FILE-CYL.
           MOVE CSV-TW-SECT TO FILE-SECT.
           MOVE CSV-TW-NUMSECT TO FILE-NUMSECT.
           MOVE 512 TO FILE-RECLEN.
           MOVE CSV-TW-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
       CSV-SET-REG.
           MOVE CSV-REG-VOL TO FILE-VOL.
           MOVE "CSVREG" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE CSV-REG-CYL TO FILE-CYL.
           MOVE CSV-REG-SECT TO FILE-SECT.
           MOVE CSV-REG-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * POST shell operation: the nightly master-file update.
      * Argument is the dictionary layout, Argument 2 the master and
      * the transaction file separated by a space.  The counts come
      * back on the console; the full posting register is in
      * POSTREG.TXT for PRINT.
       POST-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO POST-MST-SPEC.
           MOVE SPACES TO POST-TRN-SPEC.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO POST-MST-SPEC POST-TRN-SPEC
           END-UNSTRING.
           PERFORM POST-RUN.
           IF POST-OK = 'Y'
               DISPLAY "POST: added " POST-ADDED " changed "
                   POST-CHANGED " deleted " POST-DELETED
                   " rejected " POST-REJECTED END-DISPLAY
               DISPLAY "  register -> POSTREG.TXT, rejects -> "
                   "POSTREJ.DAT" END-DISPLAY
           ELSE
               DISPLAY "POST: " POST-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The posting core, shared by the POST shell operation and the
      * POST batch-job kind: with DCT-LAYOUT, POST-MST-SPEC and
      * POST-TRN-SPEC set, apply every transaction to the master in
      * place and account for each one in the register.
       POST-RUN.
           MOVE 'N' TO POST-OK.
           MOVE SPACES TO POST-MSG.
           MOVE 0 TO POST-ADDED.
           MOVE 0 TO POST-CHANGED.
           MOVE 0 TO POST-DELETED.
           MOVE 0 TO POST-REJECTED.
           MOVE 1 TO POST-FREE-FROM.
      * A transaction file under batch control posts only while all
      * of its batches balance
           MOVE DCT-LAYOUT TO BAL-SAVE-LAYOUT.
           PERFORM BAL-GATE.
           MOVE BAL-SAVE-LAYOUT TO DCT-LAYOUT.
           IF BAL-OK = 'N'
               MOVE BAL-MSG TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(DCT-KEY-IDX) TO POST-KEY-POS.
           MOVE DCT-F-LEN(DCT-KEY-IDX) TO POST-KEY-LEN.
           IF POST-KEY-POS = 0 OR POST-KEY-LEN = 0
               OR POST-KEY-LEN > 40
               MOVE "key field must be 1-40 bytes" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE POST-TRN-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "transaction file not found" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "transactions are a variable-length file"
                   TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO POST-TRN-VOL.
           MOVE FILE-CYL TO POST-TRN-CYL.
           MOVE FILE-SECT TO POST-TRN-SECT.
           MOVE FILE-NUMSECT TO POST-TRN-NUMSECT.
           MOVE FILE-RECLEN TO POST-TRN-RECLEN.
           MOVE FILE-NUMRECS TO POST-TRN-NUMRECS.
           IF POST-TRN-RECLEN < POST-KEY-POS + POST-KEY-LEN
               MOVE "transactions too short to hold the key"
                   TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE POST-MST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "master file not found" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "master is a variable-length file" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-WR-ALLOWED = 'N'
               MOVE "master is not writable at this level"
                   TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           IF (POST-KEY-POS + POST-KEY-LEN - 1) > FILE-RECLEN
               MOVE "key field lies outside the master record"
                   TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN > 2047
               MOVE "master records too long to post" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO POST-MST-VOL.
           MOVE FILE-NAME TO POST-MST-NAME.
           MOVE FILE-EXT TO POST-MST-EXT.
           MOVE FILE-CYL TO POST-MST-CYL.
           MOVE FILE-SECT TO POST-MST-SECT.
           MOVE FILE-NUMSECT TO POST-MST-NUMSECT.
           MOVE FILE-RECLEN TO POST-MST-RECLEN.
           MOVE FILE-NUMRECS TO POST-MST-NUMRECS.
      * The reject file has the transactions' own shape, so it can
      * be corrected and posted as it stands
           MOVE 'A' TO FILE-VOL.
           MOVE "POSTREJ" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE POST-TRN-RECLEN TO FILE-RECLEN.
           MOVE POST-TRN-NUMRECS TO FILE-NUMRECS.
           IF FILE-NUMRECS = 0
               MOVE 1 TO FILE-NUMRECS
           END-IF.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "reject file would not create" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO POST-REJ-VOL.
           MOVE FILE-CYL TO POST-REJ-CYL.
           MOVE FILE-SECT TO POST-REJ-SECT.
           MOVE FILE-NUMSECT TO POST-REJ-NUMSECT.
           MOVE FILE-NUMRECS TO POST-REJ-NUMRECS.
           MOVE 0 TO POST-REJ-RECNO.
      * A fresh register each run, 200 lines at most; the last six
      * are held back for the totals
           MOVE 'A' TO FILE-VOL.
           MOVE "POSTREG" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "register would not create" TO POST-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO POST-REG-VOL.
           MOVE FILE-CYL TO POST-REG-CYL.
           MOVE FILE-SECT TO POST-REG-SECT.
           MOVE FILE-NUMSECT TO POST-REG-NUMSECT.
           MOVE 0 TO POST-REG-RECNO.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "POSTING REGISTER layout " DCT-LAYOUT " master "
               POST-MST-SPEC(1:24)
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "Run " RTC-YEAR "-" RTC-MONTH "-" RTC-DAY " "
               RTC-HOUR ":" RTC-MINUTE " transactions "
               POST-TRN-SPEC(1:24)
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           PERFORM VARYING POST-TRN-IDX FROM 1 BY 1
               UNTIL POST-TRN-IDX > POST-TRN-NUMRECS
               PERFORM POST-ONE-TRANSACTION
           END-PERFORM.
      * The reject file is cut back to the rejects it actually holds
           MOVE POST-REJ-VOL TO FILE-VOL.
           MOVE "POSTREJ" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           MOVE POST-REJ-RECNO TO FILE-NUMRECS.
           PERFORM FILE-EXTEND.
           PERFORM POST-REG-TOTALS.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Posted " DCT-LAYOUT " rejects " POST-REJECTED
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO POST-OK.
      * One transaction record against the master
       POST-ONE-TRANSACTION.
           PERFORM POST-SET-TRN.
           MOVE POST-TRN-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE FILE-REC-AREA TO POST-TRN-REC.
      * A blank record is padding at the end of the file, not a
      * transaction
           IF POST-TRN-REC(1:POST-TRN-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE POST-TRN-REC(1:1) TO POST-CODE.
           MOVE SPACES TO POST-KEY.
           MOVE POST-TRN-REC(POST-KEY-POS + 1:POST-KEY-LEN)
               TO POST-KEY.
           IF NOT FILE-OP-OK
               MOVE "transaction would not read" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF POST-KEY = SPACES
               MOVE "blank key" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE POST-CODE
               WHEN 'A' PERFORM POST-ADD
               WHEN 'C' PERFORM POST-CHANGE
               WHEN 'D' PERFORM POST-DELETE
               WHEN OTHER
                   MOVE "bad transaction code" TO POST-REASON
                   PERFORM POST-REJECT
           END-EVALUATE.
      * Look the transaction's key up on the master; POST-HIT is the
      * record number, zero when the key is not there
       POST-FIND-MASTER.
           PERFORM POST-SET-MST.
           MOVE POST-KEY-POS TO FILE-KEY-POS.
           MOVE POST-KEY-LEN TO FILE-KEY-LEN.
           MOVE POST-KEY TO FILE-KEY-VALUE.
           MOVE 0 TO POST-HIT.
           PERFORM FILE-READ-KEYED.
           IF FILE-OP-OK
               MOVE FILE-RECORD TO POST-HIT
           END-IF.
       POST-ADD.
           PERFORM POST-FIND-MASTER.
           IF POST-HIT NOT = 0
               MOVE "duplicate key on add" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO POST-NEW-REC.
           MOVE POST-TRN-REC(2:POST-MST-RECLEN)
               TO POST-NEW-REC(1:POST-MST-RECLEN).
           PERFORM POST-CHECK-FIELDS.
           IF POST-REASON NOT = SPACES
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
      * A slot a delete left blank is filled before the master grows
           PERFORM POST-FIND-SLOT.
           IF POST-SLOT = 0
               IF POST-MST-NUMRECS >= 9999
                   MOVE "master is full" TO POST-REASON
                   PERFORM POST-REJECT
                   EXIT PARAGRAPH
               END-IF
               PERFORM POST-SET-MST
               COMPUTE FILE-NUMRECS = POST-MST-NUMRECS + 1
               END-COMPUTE
               PERFORM FILE-EXTEND
               IF NOT FILE-OP-OK
                   MOVE "master would not grow" TO POST-REASON
                   PERFORM POST-REJECT
                   EXIT PARAGRAPH
               END-IF
      * Growing may have moved the extent; track where it went
               MOVE FILE-CYL TO POST-MST-CYL
               MOVE FILE-SECT TO POST-MST-SECT
               MOVE FILE-NUMSECT TO POST-MST-NUMSECT
               MOVE FILE-NUMRECS TO POST-MST-NUMRECS
               MOVE POST-MST-NUMRECS TO POST-SLOT
           END-IF.
           PERFORM POST-SET-MST.
           MOVE POST-NEW-REC TO FILE-REC-AREA.
           MOVE POST-SLOT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF NOT FILE-OP-OK
               MOVE "master record would not write" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POST-ADDED END-ADD.
      * The first blank master record from POST-FREE-FROM on, zero
      * when there is none; everything before POST-FREE-FROM is
      * known to be in use
       POST-FIND-SLOT.
           MOVE 0 TO POST-SLOT.
           PERFORM POST-SET-MST.
           PERFORM VARYING POST-SLOT-IDX FROM POST-FREE-FROM BY 1
               UNTIL POST-SLOT-IDX > POST-MST-NUMRECS
               OR POST-SLOT NOT = 0
               MOVE POST-SLOT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:POST-MST-RECLEN) = SPACES
                   MOVE POST-SLOT-IDX TO POST-SLOT
               END-IF
           END-PERFORM.
           IF POST-SLOT = 0
               COMPUTE POST-FREE-FROM = POST-MST-NUMRECS + 1
               END-COMPUTE
           ELSE
               COMPUTE POST-FREE-FROM = POST-SLOT + 1 END-COMPUTE
           END-IF.
       POST-CHANGE.
           PERFORM POST-FIND-MASTER.
           IF POST-HIT = 0
               MOVE "key not on master" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO POST-NEW-REC.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-POS(DCT-IDX) > 0
                   AND (DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1)
                   <= POST-MST-RECLEN
                   AND POST-TRN-REC(DCT-F-POS(DCT-IDX) + 1:
                   DCT-F-LEN(DCT-IDX)) NOT = SPACES
                   MOVE POST-TRN-REC(DCT-F-POS(DCT-IDX) + 1:
                       DCT-F-LEN(DCT-IDX))
                       TO POST-NEW-REC(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX))
               END-IF
           END-PERFORM.
           PERFORM POST-CHECK-FIELDS.
           IF POST-REASON NOT = SPACES
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-SET-MST.
           MOVE POST-NEW-REC TO FILE-REC-AREA.
           MOVE POST-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           ADD 1 TO POST-CHANGED END-ADD.
      * The record is blanked where it stands -- the write journals
      * its before-image like any other, and no other record changes
      * number -- and its slot is the next add's to take
       POST-DELETE.
           PERFORM POST-FIND-MASTER.
           IF POST-HIT = 0
               MOVE "key not on master" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-SET-MST.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE POST-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF NOT FILE-OP-OK
               MOVE "master record would not write" TO POST-REASON
               PERFORM POST-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF POST-HIT < POST-FREE-FROM
               MOVE POST-HIT TO POST-FREE-FROM
           END-IF.
           ADD 1 TO POST-DELETED END-ADD.
      * The new master image in POST-NEW-REC through the same field
      * checks VALIDATE applies, so a bad value never lands on the
      * master; the first failure becomes the reject reason
       POST-CHECK-FIELDS.
           MOVE SPACES TO POST-REASON.
           MOVE POST-MST-RECLEN TO VAL-SRC-RECLEN.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR POST-REASON NOT = SPACES
               MOVE POST-NEW-REC TO FILE-REC-AREA
               PERFORM VAL-CHECK-FIELD
               IF VAL-REASON NOT = SPACES
                   STRING DCT-F-NAME(DCT-IDX) DELIMITED BY SPACE
                       " " VAL-REASON DELIMITED BY SIZE
                       INTO POST-REASON
                   END-STRING
               END-IF
           END-PERFORM.
      * Copy the transaction to the reject file and say why in the
      * register
       POST-REJECT.
           ADD 1 TO POST-REJECTED END-ADD.
           IF POST-REJ-RECNO < POST-REJ-NUMRECS
               ADD 1 TO POST-REJ-RECNO END-ADD
               PERFORM POST-SET-REJ
               MOVE POST-TRN-REC TO FILE-REC-AREA
               MOVE POST-REJ-RECNO TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
           IF POST-REG-RECNO < 194
               MOVE SPACES TO FILE-REC-AREA
               STRING "REJECT TRN " POST-TRN-IDX " " POST-CODE " "
                   POST-KEY(1:20) " " POST-REASON
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
               PERFORM POST-REG-LINE
           END-IF.
       POST-REG-TOTALS.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "ADDED    " POST-ADDED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "CHANGED  " POST-CHANGED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "DELETED  " POST-DELETED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "REJECTED " POST-REJECTED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "MASTER NOW " POST-MST-NUMRECS " RECORDS"
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM POST-REG-LINE.
      * One line into the register; FILE-REC-AREA carries the text
       POST-REG-LINE.
           IF POST-REG-RECNO >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POST-REG-RECNO END-ADD.
           MOVE POST-REG-VOL TO FILE-VOL.
           MOVE "POSTREG" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE POST-REG-CYL TO FILE-CYL.
           MOVE POST-REG-SECT TO FILE-SECT.
           MOVE POST-REG-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE POST-REG-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
       POST-SET-TRN.
           MOVE POST-TRN-VOL TO FILE-VOL.
           MOVE POST-TRN-CYL TO FILE-CYL.
           MOVE POST-TRN-SECT TO FILE-SECT.
           MOVE POST-TRN-NUMSECT TO FILE-NUMSECT.
           MOVE POST-TRN-RECLEN TO FILE-RECLEN.
           MOVE POST-TRN-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
       POST-SET-MST.
           MOVE POST-MST-VOL TO FILE-VOL.
           MOVE POST-MST-NAME TO FILE-NAME.
           MOVE POST-MST-EXT TO FILE-EXT.
           MOVE POST-MST-CYL TO FILE-CYL.
           MOVE POST-MST-SECT TO FILE-SECT.
           MOVE POST-MST-NUMSECT TO FILE-NUMSECT.
           MOVE POST-MST-RECLEN TO FILE-RECLEN.
           MOVE POST-MST-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
       POST-SET-REJ.
           MOVE POST-REJ-VOL TO FILE-VOL.
           MOVE "POSTREJ" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           MOVE POST-REJ-CYL TO FILE-CYL.
           MOVE POST-REJ-SECT TO FILE-SECT.
           MOVE POST-REJ-NUMSECT TO FILE-NUMSECT.
           MOVE POST-TRN-RECLEN TO FILE-RECLEN.
           MOVE POST-REJ-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
      * BATCH shell operation: enter the control header for a keying
      * batch.  Argument is "BATCH LAYOUT FIELD" -- the batch name,
      * the dictionary layout of the detail file and the amount field
      * the tape was run on; Argument 2 is "FILE COUNT TOTAL", the
      * detail file with the tape's record count and total.  A held
      * batch's header is the supervisor's to re-enter, so a short
      * batch is corrected in its detail, not by keying a new tape.
       BAL-DEFINE-REPORT.
           MOVE SPACES TO BAL-BATCH.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO BAL-FIELD.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO BAL-BATCH DCT-LAYOUT BAL-FIELD
           END-UNSTRING.
           MOVE SPACES TO BAL-SPEC.
           MOVE SPACES TO BAL-COUNT-TXT.
           MOVE SPACES TO BAL-TOTAL-TXT.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO BAL-SPEC BAL-COUNT-TXT BAL-TOTAL-TXT
           END-UNSTRING.
           PERFORM BAL-DEFINE.
           IF BAL-OK = 'Y'
               DISPLAY "BATCH: header for " BAL-BATCH " entered - "
                   "BALANCE it before POST" END-DISPLAY
           ELSE
               DISPLAY "BATCH: " BAL-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
       BAL-DEFINE.
           MOVE 'N' TO BAL-OK.
           IF BAL-BATCH = SPACES OR BAL-FIELD = SPACES
               OR BAL-SPEC = SPACES OR BAL-COUNT-TXT = SPACES
               OR BAL-TOTAL-TXT = SPACES
               MOVE "BATCH LAYOUT FIELD / FILE COUNT TOTAL"
                   TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
      * The count is plain digits; the total may carry a leading minus
           MOVE 0 TO BAL-TXT-LEN.
           INSPECT BAL-COUNT-TXT TALLYING BAL-TXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF BAL-TXT-LEN > 4
               OR BAL-COUNT-TXT(1:BAL-TXT-LEN) IS NOT NUMERIC
               MOVE "count must be 1 to 4 digits" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE BAL-EXP-COUNT = FUNCTION NUMVAL(BAL-COUNT-TXT)
           END-COMPUTE.
           MOVE 0 TO BAL-TXT-LEN.
           INSPECT BAL-TOTAL-TXT TALLYING BAL-TXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF BAL-TOTAL-TXT(1:1) = "-"
               IF BAL-TXT-LEN < 2 OR BAL-TXT-LEN > 14
                   MOVE "total must be up to 13 digits, no point"
                       TO BAL-MSG
                   EXIT PARAGRAPH
               END-IF
               IF BAL-TOTAL-TXT(2:BAL-TXT-LEN - 1) IS NOT NUMERIC
                   MOVE "total must be up to 13 digits, no point"
                       TO BAL-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF BAL-TXT-LEN > 13
                   OR BAL-TOTAL-TXT(1:BAL-TXT-LEN) IS NOT NUMERIC
                   MOVE "total must be up to 13 digits, no point"
                       TO BAL-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE BAL-EXP-HASH = FUNCTION NUMVAL(BAL-TOTAL-TXT)
           END-COMPUTE.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM BAL-FIND-FIELD.
           IF BAL-WHY NOT = SPACES
               MOVE BAL-WHY TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE BAL-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "detail file not found" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO BAL-DT-VOL.
           MOVE FILE-NAME TO BAL-DT-NAME.
           MOVE FILE-EXT TO BAL-DT-EXT.
           IF BAL-FLD-POS + BAL-FLD-LEN - 1 > FILE-RECLEN
               MOVE "amount field lies outside the record" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO BAL-OK.
           PERFORM BAL-CT-OPEN.
           IF BAL-OK = 'N'
               MOVE "BATCHCTL.DAT would not open" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BAL-OK.
           MOVE 0 TO BAL-CT-HIT.
           MOVE 0 TO BAL-CT-FREE.
           PERFORM VARYING BAL-CT-IDX FROM 1 BY 1
               UNTIL BAL-CT-IDX > BAL-CT-NUMRECS OR BAL-CT-HIT NOT = 0
               PERFORM BAL-CT-SET
               MOVE BAL-CT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   IF FILE-REC-AREA(1:10) = BAL-BATCH
                       MOVE BAL-CT-IDX TO BAL-CT-HIT
                       MOVE FILE-REC-AREA(1:120) TO BAL-ROW
                   END-IF
                   IF FILE-REC-AREA(1:120) = SPACES
                       AND BAL-CT-FREE = 0
                       MOVE BAL-CT-IDX TO BAL-CT-FREE
                   END-IF
               END-IF
           END-PERFORM.
           IF BAL-CT-HIT NOT = 0
               IF BAL-ROW(85:1) = "H" AND WS-OPER-LEVEL < 5
                   MOVE "batch is held - supervisor to re-enter"
                       TO BAL-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE BAL-CT-FREE TO BAL-CT-HIT
           END-IF.
           IF BAL-CT-HIT = 0
               MOVE "BATCHCTL.DAT is full" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BAL-ROW.
           MOVE BAL-BATCH TO BAL-ROW(1:10).
           MOVE DCT-LAYOUT TO BAL-ROW(12:10).
           MOVE BAL-FIELD TO BAL-ROW(23:12).
           MOVE BAL-DT-VOL TO BAL-ROW(36:1).
           MOVE BAL-DT-NAME TO BAL-ROW(37:24).
           MOVE BAL-DT-EXT TO BAL-ROW(61:3).
           MOVE BAL-EXP-COUNT TO BAL-ROW(65:4).
           MOVE BAL-EXP-HASH TO BAL-HASH-SGN.
           MOVE BAL-HASH-G TO BAL-ROW(70:14).
           MOVE "O" TO BAL-ROW(85:1).
           PERFORM BAL-CT-SET.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE BAL-ROW TO FILE-REC-AREA(1:120).
           MOVE BAL-CT-HIT TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF NOT FILE-OP-OK
               MOVE "BATCHCTL.DAT write refused" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Batch header " BAL-BATCH " entered"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO BAL-OK.
      * BALANCE shell operation: check keyed detail against the batch
      * headers.  Argument is one batch, or blank for every header.
      * Each batch comes out balanced or held; the over/under by
      * count and amount is in BALANCE.TXT for PRINT.
       BAL-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO BAL-ONE-BATCH.
           PERFORM BAL-RUN.
           IF BAL-OK = 'Y'
               IF BAL-ONE-BATCH NOT = SPACES AND BAL-HELD = 0
                   DISPLAY "BALANCE: batch " BAL-ONE-BATCH
                       " balances - released for POST" END-DISPLAY
               END-IF
               IF BAL-ONE-BATCH NOT = SPACES AND BAL-HELD NOT = 0
                   DISPLAY "BALANCE: batch " BAL-ONE-BATCH
                       " HELD - out of balance" END-DISPLAY
                   IF BAL-WHY NOT = SPACES
                       DISPLAY "  " BAL-WHY END-DISPLAY
                   ELSE
                       MOVE BAL-DIFF-COUNT TO BAL-ED-DIFF
                       DISPLAY "  count " BAL-OU-COUNT " "
                           FUNCTION TRIM(BAL-ED-DIFF) END-DISPLAY
                       MOVE BAL-DIFF-HASH TO BAL-ED-DIFF
                       DISPLAY "  total " BAL-OU-HASH " "
                           FUNCTION TRIM(BAL-ED-DIFF) END-DISPLAY
                   END-IF
               END-IF
               DISPLAY "BALANCE: " BAL-CHECKED " checked, " BAL-HELD
                   " held -> BALANCE.TXT" END-DISPLAY
           ELSE
               DISPLAY "BALANCE: " BAL-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The balancing core, shared by the BALANCE shell operation and
      * job kind: with BAL-ONE-BATCH set (blank for all), balance the
      * headers, mark each B or H and account for them in the report.
       BAL-RUN.
           MOVE 'N' TO BAL-OK.
           MOVE SPACES TO BAL-MSG.
           MOVE 0 TO BAL-CHECKED.
           MOVE 0 TO BAL-HELD.
           PERFORM BAL-CT-OPEN.
           IF BAL-OK = 'N'
               MOVE "no batch headers - enter them with BATCH"
                   TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BAL-OK.
      * A fresh report each run, 200 lines at most
           MOVE 'A' TO FILE-VOL.
           MOVE "BALANCE" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "BALANCE.TXT would not create" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO BAL-RP-VOL.
           MOVE FILE-CYL TO BAL-RP-CYL.
           MOVE FILE-SECT TO BAL-RP-SECT.
           MOVE FILE-NUMSECT TO BAL-RP-NUMSECT.
           MOVE 0 TO BAL-RP-RECNO.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO BAL-LINE.
           STRING "BATCH BALANCING Run " RTC-YEAR "-" RTC-MONTH "-"
               RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO BAL-LINE
           END-STRING.
           PERFORM BAL-OUT-LINE.
           PERFORM VARYING BAL-CT-IDX FROM 1 BY 1
               UNTIL BAL-CT-IDX > BAL-CT-NUMRECS
               PERFORM BAL-CT-SET
               MOVE BAL-CT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:120) NOT = SPACES
                   AND (BAL-ONE-BATCH = SPACES
                   OR FILE-REC-AREA(1:10) = BAL-ONE-BATCH)
                   MOVE FILE-REC-AREA(1:120) TO BAL-ROW
                   PERFORM BAL-ONE-HEADER
                   PERFORM BAL-REPORT-HEADER
               END-IF
           END-PERFORM.
           IF BAL-ONE-BATCH NOT = SPACES AND BAL-CHECKED = 0
               MOVE "no header for that batch" TO BAL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BAL-LINE.
           STRING "Batches checked " BAL-CHECKED ", held " BAL-HELD
               DELIMITED BY SIZE INTO BAL-LINE
           END-STRING.
           PERFORM BAL-OUT-LINE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Balanced " BAL-CHECKED " batches, held " BAL-HELD
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE 'Y' TO BAL-OK.
      * One header, in BAL-ROW at BAL-CT-IDX, against its detail: the
      * findings and the B or H go back into the row and the file
       BAL-ONE-HEADER.
           ADD 1 TO BAL-CHECKED END-ADD.
           MOVE SPACES TO BAL-WHY.
           MOVE 0 TO BAL-KEY-COUNT.
           MOVE 0 TO BAL-KEY-HASH.
           MOVE 0 TO BAL-BAD-AMT.
           MOVE 0 TO BAL-EXP-COUNT.
           MOVE 0 TO BAL-EXP-HASH.
           IF BAL-ROW(65:4) IS NUMERIC
               MOVE BAL-ROW(65:4) TO BAL-EXP-COUNT
           END-IF.
           IF BAL-ROW(71:13) IS NUMERIC
               MOVE BAL-ROW(70:14) TO BAL-HASH-G
               MOVE BAL-HASH-SGN TO BAL-EXP-HASH
           END-IF.
           MOVE BAL-ROW(1:10) TO BAL-BATCH.
           MOVE BAL-ROW(23:12) TO BAL-FIELD.
           MOVE BAL-ROW(36:1) TO BAL-DT-VOL.
           MOVE BAL-ROW(37:24) TO BAL-DT-NAME.
           MOVE BAL-ROW(61:3) TO BAL-DT-EXT.
           PERFORM BAL-TAKE-DETAIL.
           COMPUTE BAL-DIFF-COUNT = BAL-KEY-COUNT - BAL-EXP-COUNT
           END-COMPUTE.
           COMPUTE BAL-DIFF-HASH = BAL-KEY-HASH - BAL-EXP-HASH
           END-COMPUTE.
           MOVE "even " TO BAL-OU-COUNT.
           IF BAL-DIFF-COUNT > 0
               MOVE "over " TO BAL-OU-COUNT
           END-IF.
           IF BAL-DIFF-COUNT < 0
               MOVE "under" TO BAL-OU-COUNT
               COMPUTE BAL-DIFF-COUNT = 0 - BAL-DIFF-COUNT
               END-COMPUTE
           END-IF.
           MOVE "even " TO BAL-OU-HASH.
           IF BAL-DIFF-HASH > 0
               MOVE "over " TO BAL-OU-HASH
           END-IF.
           IF BAL-DIFF-HASH < 0
               MOVE "under" TO BAL-OU-HASH
               COMPUTE BAL-DIFF-HASH = 0 - BAL-DIFF-HASH
               END-COMPUTE
           END-IF.
           IF BAL-WHY = SPACES AND BAL-DIFF-COUNT = 0
               AND BAL-DIFF-HASH = 0 AND BAL-BAD-AMT = 0
               MOVE "B" TO BAL-RESULT
           ELSE
               MOVE "H" TO BAL-RESULT
               ADD 1 TO BAL-HELD END-ADD
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE BAL-RESULT TO BAL-ROW(85:1).
           MOVE BAL-KEY-COUNT TO BAL-ROW(87:4).
           MOVE BAL-KEY-HASH TO BAL-HASH-SGN.
           MOVE BAL-HASH-G TO BAL-ROW(92:14).
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR
               RTC-MINUTE RTC-SECOND
               DELIMITED BY SIZE INTO BAL-ROW(107:14)
           END-STRING.
           PERFORM BAL-CT-SET.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE BAL-ROW TO FILE-REC-AREA(1:120).
           MOVE BAL-CT-IDX TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * Count and hash the detail; BAL-WHY says why it could not be
       BAL-TAKE-DETAIL.
           MOVE BAL-ROW(12:10) TO DCT-LAYOUT.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout gone from DATADICT.DAT" TO BAL-WHY
               EXIT PARAGRAPH
           END-IF.
           PERFORM BAL-FIND-FIELD.
           IF BAL-WHY NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE BAL-DT-VOL TO FILE-VOL.
           MOVE BAL-DT-NAME TO FILE-NAME.
           MOVE BAL-DT-EXT TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "detail file will not open" TO BAL-WHY
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO BAL-DT-CYL.
           MOVE FILE-SECT TO BAL-DT-SECT.
           MOVE FILE-NUMSECT TO BAL-DT-NUMSECT.
           MOVE FILE-RECLEN TO BAL-DT-RECLEN.
           MOVE FILE-NUMRECS TO BAL-DT-NUMRECS.
           MOVE WS-FILE-VAR-ON TO BAL-DT-VAR.
           IF BAL-FLD-POS + BAL-FLD-LEN - 1 > BAL-DT-RECLEN
               MOVE "amount field outside record" TO BAL-WHY
               EXIT PARAGRAPH
           END-IF.
      * Records FORMS entered in this batch, when it entered any
           MOVE 0 TO BAL-REC-COUNT.
           MOVE 'N' TO FRM-BT-OK.
           PERFORM FORMS-BT-OPEN.
           IF FRM-BT-OK = 'Y'
               PERFORM VARYING FRM-BT-IDX FROM 1 BY 1
                   UNTIL FRM-BT-IDX > FRM-BT-NUMRECS
                   OR BAL-REC-COUNT = 500
                   PERFORM FORMS-BT-SET
                   MOVE FRM-BT-IDX TO FILE-RECORD
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK
                       AND FILE-REC-AREA(1:10) = BAL-BATCH
                       AND FILE-REC-AREA(12:1) = BAL-DT-VOL
                       AND FILE-REC-AREA(13:24) = BAL-DT-NAME
                       AND FILE-REC-AREA(37:3) = BAL-DT-EXT
                       AND FILE-REC-AREA(41:4) IS NUMERIC
                       ADD 1 TO BAL-REC-COUNT END-ADD
                       MOVE FILE-REC-AREA(41:4)
                           TO BAL-REC(BAL-REC-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           IF BAL-REC-COUNT > 0
               PERFORM VARYING BAL-REC-IDX FROM 1 BY 1
                   UNTIL BAL-REC-IDX > BAL-REC-COUNT
                   MOVE BAL-REC(BAL-REC-IDX) TO BAL-RECNO
                   PERFORM BAL-TAKE-RECORD
               END-PERFORM
           ELSE
               PERFORM VARYING BAL-RECNO FROM 1 BY 1
                   UNTIL BAL-RECNO > BAL-DT-NUMRECS
                   PERFORM BAL-TAKE-RECORD
               END-PERFORM
           END-IF.
      * One detail record into the count and the hash.  A blank
      * record is padding, not a voucher; an amount that is not a
      * number counts against the batch.
       BAL-TAKE-RECORD.
           MOVE BAL-DT-VOL TO FILE-VOL.
           MOVE BAL-DT-CYL TO FILE-CYL.
           MOVE BAL-DT-SECT TO FILE-SECT.
           MOVE BAL-DT-NUMSECT TO FILE-NUMSECT.
           MOVE BAL-DT-RECLEN TO FILE-RECLEN.
           MOVE BAL-DT-NUMRECS TO FILE-NUMRECS.
           MOVE BAL-DT-VAR TO WS-FILE-VAR-ON.
           MOVE BAL-RECNO TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               ADD 1 TO BAL-BAD-AMT END-ADD
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:BAL-DT-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BAL-KEY-COUNT END-ADD.
           MOVE SPACES TO BAL-NUM-TXT.
           IF BAL-FLD-TYPE = "9"
               IF FILE-REC-AREA(BAL-FLD-POS:BAL-FLD-LEN) IS NOT NUMERIC
                   ADD 1 TO BAL-BAD-AMT END-ADD
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-REC-AREA(BAL-FLD-POS:BAL-FLD-LEN)
                   TO BAL-NUM-TXT
           ELSE
               IF (FILE-REC-AREA(BAL-FLD-POS:1) NOT = "-"
                   AND NOT = "+" AND NOT = SPACE)
                   OR FILE-REC-AREA(BAL-FLD-POS + 1:BAL-FLD-LEN - 1)
                   IS NOT NUMERIC
                   ADD 1 TO BAL-BAD-AMT END-ADD
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-REC-AREA(BAL-FLD-POS + 1:BAL-FLD-LEN - 1)
                   TO BAL-NUM-TXT
           END-IF.
           COMPUTE BAL-NUM = FUNCTION NUMVAL(BAL-NUM-TXT)
           END-COMPUTE.
           IF BAL-FLD-TYPE = "S"
               AND FILE-REC-AREA(BAL-FLD-POS:1) = "-"
               SUBTRACT BAL-NUM FROM BAL-KEY-HASH END-SUBTRACT
           ELSE
               ADD BAL-NUM TO BAL-KEY-HASH END-ADD
           END-IF.
      * The amount field of the loaded layout by name: a number the
      * hash can hold, or BAL-WHY says what is wrong with it
       BAL-FIND-FIELD.
           MOVE SPACES TO BAL-WHY.
           MOVE 0 TO BAL-FLD-POS.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR BAL-FLD-POS NOT = 0
               IF DCT-F-NAME(DCT-IDX) = BAL-FIELD
                   MOVE DCT-F-POS(DCT-IDX) TO BAL-FLD-POS
                   MOVE DCT-F-LEN(DCT-IDX) TO BAL-FLD-LEN
                   MOVE DCT-F-TYPE(DCT-IDX) TO BAL-FLD-TYPE
               END-IF
           END-PERFORM.
           IF BAL-FLD-POS = 0
               MOVE "no such amount field in layout" TO BAL-WHY
               EXIT PARAGRAPH
           END-IF.
           IF NOT (BAL-FLD-TYPE = "9" AND BAL-FLD-LEN <= 13)
               AND NOT (BAL-FLD-TYPE = "S" AND BAL-FLD-LEN >= 2
               AND BAL-FLD-LEN <= 14)
               MOVE "amount must be a 9 or S field" TO BAL-WHY
           END-IF.
      * The header's lines in the report
       BAL-REPORT-HEADER.
           MOVE SPACES TO BAL-LINE.
           IF BAL-RESULT = "B"
               STRING "BATCH " BAL-BATCH "  " BAL-DT-VOL ":"
                   FUNCTION TRIM(BAL-DT-NAME) "." BAL-DT-EXT
                   "  BALANCED"
                   DELIMITED BY SIZE INTO BAL-LINE
               END-STRING
           ELSE
               STRING "BATCH " BAL-BATCH "  " BAL-DT-VOL ":"
                   FUNCTION TRIM(BAL-DT-NAME) "." BAL-DT-EXT
                   "  HELD - OUT OF BALANCE"
                   DELIMITED BY SIZE INTO BAL-LINE
               END-STRING
           END-IF.
           PERFORM BAL-OUT-LINE.
           IF BAL-WHY NOT = SPACES
               MOVE SPACES TO BAL-LINE
               STRING "  cannot be checked: " BAL-WHY
                   DELIMITED BY SIZE INTO BAL-LINE
               END-STRING
               PERFORM BAL-OUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE BAL-DIFF-COUNT TO BAL-ED-DIFF.
           MOVE SPACES TO BAL-LINE.
           STRING "  records keyed " BAL-KEY-COUNT " tape "
               BAL-EXP-COUNT "  " BAL-OU-COUNT " "
               FUNCTION TRIM(BAL-ED-DIFF)
               DELIMITED BY SIZE INTO BAL-LINE
           END-STRING.
           PERFORM BAL-OUT-LINE.
           MOVE SPACES TO BAL-LINE.
           MOVE BAL-KEY-HASH TO BAL-ED-HASH.
           STRING "  total keyed " BAL-ED-HASH
               DELIMITED BY SIZE INTO BAL-LINE
           END-STRING.
           MOVE BAL-EXP-HASH TO BAL-ED-HASH.
           MOVE BAL-DIFF-HASH TO BAL-ED-DIFF.
           STRING " tape " BAL-ED-HASH "  " BAL-OU-HASH " "
               FUNCTION TRIM(BAL-ED-DIFF)
               DELIMITED BY SIZE INTO BAL-LINE(29:52)
           END-STRING.
           PERFORM BAL-OUT-LINE.
           IF BAL-BAD-AMT > 0
               MOVE SPACES TO BAL-LINE
               STRING "  " BAL-BAD-AMT " records with no readable "
                   "amount"
                   DELIMITED BY SIZE INTO BAL-LINE
               END-STRING
               PERFORM BAL-OUT-LINE
           END-IF.
      * POST's gate: every header naming POST-TRN-SPEC must balance
      * now, and none may be standing held from an earlier BALANCE.
      * BAL-OK comes back 'N' with BAL-MSG when the post must stop.
       BAL-GATE.
           MOVE 'Y' TO BAL-OK.
           MOVE POST-TRN-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO BAL-GATE-VOL.
           MOVE FILE-NAME TO BAL-GATE-NAME.
           MOVE FILE-EXT TO BAL-GATE-EXT.
           MOVE 'N' TO BAL-OK.
           PERFORM BAL-CT-OPEN.
           IF BAL-OK = 'N'
               MOVE 'Y' TO BAL-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BAL-CHECKED.
           MOVE 0 TO BAL-HELD.
           PERFORM VARYING BAL-CT-IDX FROM 1 BY 1
               UNTIL BAL-CT-IDX > BAL-CT-NUMRECS OR BAL-OK = 'N'
               PERFORM BAL-CT-SET
               MOVE BAL-CT-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(36:1) = BAL-GATE-VOL
                   AND FILE-REC-AREA(37:24) = BAL-GATE-NAME
                   AND FILE-REC-AREA(61:3) = BAL-GATE-EXT
                   AND FILE-REC-AREA(1:10) NOT = SPACES
                   MOVE FILE-REC-AREA(1:120) TO BAL-ROW
                   IF BAL-ROW(85:1) = "H"
                       MOVE 'N' TO BAL-OK
                       MOVE SPACES TO BAL-MSG
                       STRING "batch " BAL-ROW(1:10) " held - "
                           "BALANCE it" DELIMITED BY SIZE INTO BAL-MSG
                       END-STRING
                   ELSE
                       PERFORM BAL-ONE-HEADER
                       IF BAL-RESULT = "H"
                           MOVE 'N' TO BAL-OK
                           MOVE SPACES TO BAL-MSG
                           STRING "batch " BAL-BATCH " out of "
                               "balance - held"
                               DELIMITED BY SIZE INTO BAL-MSG
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BAL-OK = 'N'
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Post refused, " BAL-MSG(1:26)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           END-IF.
      * Open the batch control file, creating it when BAL-OK comes in
      * 'Y'; BAL-OK goes out 'N' when there is none to be had
       BAL-CT-OPEN.
           MOVE 'A' TO FILE-VOL.
           MOVE "BATCHCTL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK AND BAL-OK = 'Y'
               MOVE 120 TO FILE-RECLEN
               MOVE 100 TO FILE-NUMRECS
               PERFORM FILE-CREATE
           END-IF.
           IF NOT FILE-OP-OK
               MOVE 'N' TO BAL-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO BAL-OK.
           MOVE FILE-VOL TO BAL-CT-VOL.
           MOVE FILE-CYL TO BAL-CT-CYL.
           MOVE FILE-SECT TO BAL-CT-SECT.
           MOVE FILE-NUMSECT TO BAL-CT-NUMSECT.
           MOVE FILE-NUMRECS TO BAL-CT-NUMRECS.
       BAL-CT-SET.
           MOVE BAL-CT-VOL TO FILE-VOL.
           MOVE "BATCHCTL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           MOVE BAL-CT-CYL TO FILE-CYL.
           MOVE BAL-CT-SECT TO FILE-SECT.
           MOVE BAL-CT-NUMSECT TO FILE-NUMSECT.
           MOVE 120 TO FILE-RECLEN.
           MOVE BAL-CT-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
       BAL-OUT-LINE.
           IF BAL-RP-RECNO >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BAL-RP-RECNO END-ADD.
           MOVE BAL-RP-VOL TO FILE-VOL.
           MOVE "BALANCE" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE BAL-RP-CYL TO FILE-CYL.
           MOVE BAL-RP-SECT TO FILE-SECT.
           MOVE BAL-RP-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 200 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE BAL-LINE TO FILE-REC-AREA(1:80).
           MOVE BAL-RP-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * FCOMPARE shell operation: what changed between two copies of
      * a dictionary-described file.  Argument is the layout,
      * Argument 2 the old and the new file separated by a space.
      * Records pair up on the layout's key field, so a reshuffled
      * file compares clean; the detail is in FCMPOUT.TXT.
       FCMP-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE SPACES TO FCMP-OLD-SPEC.
           MOVE SPACES TO FCMP-NEW-SPEC.
           UNSTRING WS-SHELL-REQ-ARG2 DELIMITED BY ALL SPACE
               INTO FCMP-OLD-SPEC FCMP-NEW-SPEC
           END-UNSTRING.
           PERFORM FCMP-RUN.
           IF FCMP-RC = 2
               DISPLAY "FCOMPARE: " FCMP-MSG END-DISPLAY
           ELSE
               DISPLAY "FCOMPARE: added " FCMP-ADDED " deleted "
                   FCMP-DELETED " changed " FCMP-CHANGED " same "
                   FCMP-SAME END-DISPLAY
               DISPLAY "  code " FCMP-RC ", detail -> FCMPOUT.TXT"
                   END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * The compare core, shared by the shell operation and the
      * FCOMPARE batch-job kind: with DCT-LAYOUT, FCMP-OLD-SPEC and
      * FCMP-NEW-SPEC set, write the differences to FCMPOUT.TXT and
      * leave the outcome code in FCMP-RC.
       FCMP-RUN.
           MOVE 2 TO FCMP-RC.
           MOVE SPACES TO FCMP-MSG.
           MOVE 0 TO FCMP-ADDED.
           MOVE 0 TO FCMP-DELETED.
           MOVE 0 TO FCMP-CHANGED.
           MOVE 0 TO FCMP-SAME.
           MOVE 0 TO FCMP-COUNT.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "no such layout in DATADICT.DAT" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(DCT-KEY-IDX) TO FCMP-KEY-POS.
           MOVE DCT-F-LEN(DCT-KEY-IDX) TO FCMP-KEY-LEN.
           IF FCMP-KEY-POS = 0 OR FCMP-KEY-LEN = 0
               OR FCMP-KEY-LEN > 40
               MOVE "key field must be 1-40 bytes" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FCMP-OLD-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "old file not found" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF (FCMP-KEY-POS + FCMP-KEY-LEN - 1) > FILE-RECLEN
               MOVE "key field lies outside the old record"
                   TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO FCMP-OLD-VOL.
           MOVE FILE-CYL TO FCMP-OLD-CYL.
           MOVE FILE-SECT TO FCMP-OLD-SECT.
           MOVE FILE-NUMSECT TO FCMP-OLD-NUMSECT.
           MOVE FILE-RECLEN TO FCMP-OLD-RECLEN.
           MOVE FILE-NUMRECS TO FCMP-OLD-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FCMP-OLD-VAR.
           MOVE FCMP-NEW-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "new file not found" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF (FCMP-KEY-POS + FCMP-KEY-LEN - 1) > FILE-RECLEN
               MOVE "key field lies outside the new record"
                   TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF FILE-NUMRECS > 2000
               MOVE "new file holds more than 2000 records"
                   TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO FCMP-NEW-VOL.
           MOVE FILE-CYL TO FCMP-NEW-CYL.
           MOVE FILE-SECT TO FCMP-NEW-SECT.
           MOVE FILE-NUMSECT TO FCMP-NEW-NUMSECT.
           MOVE FILE-RECLEN TO FCMP-NEW-RECLEN.
           MOVE FILE-NUMRECS TO FCMP-NEW-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FCMP-NEW-VAR.
      * A fresh listing each run, 400 lines at most; the last five
      * are held back for the totals
           MOVE 'A' TO FILE-VOL.
           MOVE "FCMPOUT" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "FCMPOUT.TXT would not create" TO FCMP-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO FCMP-OUT-VOL.
           MOVE FILE-CYL TO FCMP-OUT-CYL.
           MOVE FILE-SECT TO FCMP-OUT-SECT.
           MOVE FILE-NUMSECT TO FCMP-OUT-NUMSECT.
           MOVE 0 TO FCMP-OUT-RECNO.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "FILE COMPARE layout " DCT-LAYOUT " old "
               FCMP-OLD-SPEC(1:20) " new " FCMP-NEW-SPEC(1:20)
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "Run " RTC-YEAR "-" RTC-MONTH "-" RTC-DAY " "
               RTC-HOUR ":" RTC-MINUTE " key "
               DCT-F-NAME(DCT-KEY-IDX)
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
      * The new file's keys go into the table once ...
           PERFORM VARYING FCMP-REC-IDX FROM 1 BY 1
               UNTIL FCMP-REC-IDX > FCMP-NEW-NUMRECS
               PERFORM FCMP-SET-NEW
               MOVE FCMP-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:FCMP-NEW-RECLEN) NOT = SPACES
                   ADD 1 TO FCMP-COUNT END-ADD
                   MOVE SPACES TO FCMP-ENT-KEY(FCMP-COUNT)
                   MOVE FILE-REC-AREA(FCMP-KEY-POS:FCMP-KEY-LEN)
                       TO FCMP-ENT-KEY(FCMP-COUNT)
                   MOVE FCMP-REC-IDX TO FCMP-ENT-RECNO(FCMP-COUNT)
                   MOVE 'N' TO FCMP-ENT-SEEN(FCMP-COUNT)
               END-IF
           END-PERFORM.
      * ... the old file passes over it, claiming keys as it goes ...
           PERFORM VARYING FCMP-REC-IDX FROM 1 BY 1
               UNTIL FCMP-REC-IDX > FCMP-OLD-NUMRECS
               PERFORM FCMP-ONE-OLD
           END-PERFORM.
      * ... and whatever nobody claimed is new
           PERFORM VARYING FCMP-IDX FROM 1 BY 1
               UNTIL FCMP-IDX > FCMP-COUNT
               IF FCMP-ENT-SEEN(FCMP-IDX) = 'N'
                   ADD 1 TO FCMP-ADDED END-ADD
                   IF FCMP-OUT-RECNO < 395
                       MOVE SPACES TO FILE-REC-AREA
                       STRING "ADDED    " FCMP-ENT-KEY(FCMP-IDX)
                           DELIMITED BY SIZE INTO FILE-REC-AREA
                       END-STRING
                       PERFORM FCMP-OUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF FCMP-ADDED = 0 AND FCMP-DELETED = 0
               AND FCMP-CHANGED = 0
               MOVE 0 TO FCMP-RC
           ELSE
               MOVE 1 TO FCMP-RC
           END-IF.
           PERFORM FCMP-OUT-TOTALS.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Compared " DCT-LAYOUT " code " FCMP-RC
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * One old record: gone from the new file, changed in it, or
      * the same
       FCMP-ONE-OLD.
           PERFORM FCMP-SET-OLD.
           MOVE FCMP-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO FCMP-OLD-REC.
           IF FCMP-OLD-REC(1:FCMP-OLD-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FCMP-KEY.
           MOVE FCMP-OLD-REC(FCMP-KEY-POS:FCMP-KEY-LEN) TO FCMP-KEY.
           MOVE 0 TO FCMP-HIT.
           PERFORM VARYING FCMP-IDX FROM 1 BY 1
               UNTIL FCMP-IDX > FCMP-COUNT OR FCMP-HIT NOT = 0
               IF FCMP-ENT-SEEN(FCMP-IDX) = 'N'
                   AND FCMP-ENT-KEY(FCMP-IDX) = FCMP-KEY
                   MOVE FCMP-IDX TO FCMP-HIT
               END-IF
           END-PERFORM.
           IF FCMP-HIT = 0
               ADD 1 TO FCMP-DELETED END-ADD
               IF FCMP-OUT-RECNO < 395
                   MOVE SPACES TO FILE-REC-AREA
                   STRING "DELETED  " FCMP-KEY
                       DELIMITED BY SIZE INTO FILE-REC-AREA
                   END-STRING
                   PERFORM FCMP-OUT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO FCMP-ENT-SEEN(FCMP-HIT).
           PERFORM FCMP-SET-NEW.
           MOVE FCMP-ENT-RECNO(FCMP-HIT) TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE FILE-REC-AREA TO FCMP-NEW-REC.
           IF FCMP-OLD-REC = FCMP-NEW-REC
               ADD 1 TO FCMP-SAME END-ADD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FCMP-CHANGED END-ADD.
           IF FCMP-OUT-RECNO < 395
               MOVE SPACES TO FILE-REC-AREA
               STRING "CHANGED  " FCMP-KEY
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
               PERFORM FCMP-OUT-LINE
           END-IF.
           MOVE 0 TO FCMP-DIFFS.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-POS(DCT-IDX) > 0 AND DCT-F-LEN(DCT-IDX) > 0
                   AND (DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1)
                   <= 2048
                   AND FCMP-OLD-REC(DCT-F-POS(DCT-IDX):
                   DCT-F-LEN(DCT-IDX)) NOT = FCMP-NEW-REC(
                   DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
                   ADD 1 TO FCMP-DIFFS END-ADD
                   MOVE FCMP-OLD-REC(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) TO FCMP-BEFORE
                   MOVE FCMP-NEW-REC(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) TO FCMP-AFTER
                   IF FCMP-OUT-RECNO < 395
                       MOVE SPACES TO FILE-REC-AREA
                       STRING "    " DCT-F-NAME(DCT-IDX) " was "
                           FCMP-BEFORE " now " FCMP-AFTER
                           DELIMITED BY SIZE INTO FILE-REC-AREA
                       END-STRING
                       PERFORM FCMP-OUT-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * The bytes differ somewhere the dictionary does not describe
           IF FCMP-DIFFS = 0 AND FCMP-OUT-RECNO < 395
               MOVE SPACES TO FILE-REC-AREA
               STRING "    outside the dictionary fields"
                   DELIMITED BY SIZE INTO FILE-REC-AREA
               END-STRING
               PERFORM FCMP-OUT-LINE
           END-IF.
       FCMP-OUT-TOTALS.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "ADDED    " FCMP-ADDED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "DELETED  " FCMP-DELETED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "CHANGED  " FCMP-CHANGED
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "SAME     " FCMP-SAME
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
           MOVE SPACES TO FILE-REC-AREA.
           STRING "CODE     " FCMP-RC
               DELIMITED BY SIZE INTO FILE-REC-AREA
           END-STRING.
           PERFORM FCMP-OUT-LINE.
      * One line into FCMPOUT.TXT; FILE-REC-AREA carries the text
       FCMP-OUT-LINE.
           IF FCMP-OUT-RECNO >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FCMP-OUT-RECNO END-ADD.
           MOVE FCMP-OUT-VOL TO FILE-VOL.
           MOVE "FCMPOUT" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE FCMP-OUT-CYL TO FILE-CYL.
           MOVE FCMP-OUT-SECT TO FILE-SECT.
           MOVE FCMP-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE FCMP-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
       FCMP-SET-OLD.
           MOVE FCMP-OLD-VOL TO FILE-VOL.
           MOVE FCMP-OLD-CYL TO FILE-CYL.
           MOVE FCMP-OLD-SECT TO FILE-SECT.
           MOVE FCMP-OLD-NUMSECT TO FILE-NUMSECT.
           MOVE FCMP-OLD-RECLEN TO FILE-RECLEN.
           MOVE FCMP-OLD-NUMRECS TO FILE-NUMRECS.
           MOVE FCMP-OLD-VAR TO WS-FILE-VAR-ON.
       FCMP-SET-NEW.
           MOVE FCMP-NEW-VOL TO FILE-VOL.
           MOVE FCMP-NEW-CYL TO FILE-CYL.
           MOVE FCMP-NEW-SECT TO FILE-SECT.
           MOVE FCMP-NEW-NUMSECT TO FILE-NUMSECT.
           MOVE FCMP-NEW-RECLEN TO FILE-RECLEN.
           MOVE FCMP-NEW-NUMRECS TO FILE-NUMRECS.
           MOVE FCMP-NEW-VAR TO WS-FILE-VAR-ON.
      * REPORT shell operation: execute an operator-written report
      * definition against a store file -- columnar output with
      * LINELIST-style dated page headings, a subtotal line at every
      * change of the break field and grand totals at the end,
      * written to RPTOUT.TXT for viewing or PRINT.  Routine
      * business reports stop being programming requests.
       REPORT-REPORT.
           PERFORM RPT-LOAD-DEFINITION.
           IF RPT-OK = 'N'
               DISPLAY "REPORT: " RPT-MSG END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RPT-RUN.
           IF RPT-OK = 'Y'
               DISPLAY "REPORT: " RPT-PAGE-NO " pages -> RPTOUT.TXT"
               END-DISPLAY
               MOVE "RPTOUT" TO RRP-IN-NAME
               MOVE WS-OPER-ID TO RRP-IN-BY
               MOVE RPT-OUT-RECNO TO RRP-IN-LINES
               MOVE RPT-PAGE-NO TO RRP-IN-PAGES
               PERFORM RRP-FINISHED
               IF RPT-OUT-FULL = 'Y'
                   DISPLAY "  warning: output filled - report"
                   " truncated" END-DISPLAY
               END-IF
               MOVE "Ran report definition" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "REPORT: " RPT-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * Read the definition file named in the argument field and
      * resolve every field name against the dictionary layout
       RPT-LOAD-DEFINITION.
           MOVE 'Y' TO RPT-OK.
           MOVE SPACES TO RPT-MSG.
           MOVE SPACES TO RPT-TITLE.
           MOVE SPACES TO RPT-FILE-SPEC.
           MOVE SPACES TO RPT-BRK-NAME.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE 55 TO RPT-LINES-PP.
           MOVE 0 TO RPT-COL-COUNT.
           MOVE 0 TO RPT-TOT-COUNT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "definition file not found" TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:80) NOT = SPACES
                   MOVE SPACES TO RPT-DEF-KEY
                   MOVE SPACES TO RPT-DEF-VAL
                   UNSTRING FILE-REC-AREA(1:80) DELIMITED BY "="
                       INTO RPT-DEF-KEY RPT-DEF-VAL
                   END-UNSTRING
                   EVALUATE FUNCTION TRIM(RPT-DEF-KEY)
                       WHEN "FILE"
                           MOVE RPT-DEF-VAL TO RPT-FILE-SPEC
                       WHEN "LAYOUT"
                           MOVE RPT-DEF-VAL(1:10) TO DCT-LAYOUT
                       WHEN "TITLE"
                           MOVE RPT-DEF-VAL TO RPT-TITLE
                       WHEN "LINES"
                           IF RPT-DEF-VAL(1:4) IS NUMERIC
                               MOVE RPT-DEF-VAL(1:4)
                                   TO RPT-LINES-PP
                           END-IF
                       WHEN "COLUMN"
                           IF RPT-COL-COUNT < 8
                               ADD 1 TO RPT-COL-COUNT END-ADD
                               MOVE RPT-DEF-VAL(1:12) TO
                                   RPT-COL-NAME(RPT-COL-COUNT)
                           END-IF
                       WHEN "BREAK"
                           MOVE RPT-DEF-VAL(1:12) TO RPT-BRK-NAME
                       WHEN "TOTAL"
                           IF RPT-TOT-COUNT < 4
                               ADD 1 TO RPT-TOT-COUNT END-ADD
                               MOVE RPT-DEF-VAL(1:12) TO
                                   RPT-TOT-NAME(RPT-TOT-COUNT)
                           END-IF
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF RPT-FILE-SPEC = SPACES OR DCT-LAYOUT = SPACES
               OR RPT-COL-COUNT = 0
               MOVE "definition needs FILE, LAYOUT, COLUMNs"
                   TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-COL-COUNT
               PERFORM RPT-RESOLVE-COLUMN
           END-PERFORM.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-TOT-COUNT
               PERFORM RPT-RESOLVE-TOTAL
           END-PERFORM.
           IF RPT-BRK-NAME NOT = SPACES
               MOVE 0 TO RPT-BRK-POS
               PERFORM VARYING DCT-IDX FROM 1 BY 1
                   UNTIL DCT-IDX > DCT-COUNT
                   IF DCT-F-NAME(DCT-IDX) = RPT-BRK-NAME
                       MOVE DCT-F-POS(DCT-IDX) TO RPT-BRK-POS
                       MOVE DCT-F-LEN(DCT-IDX) TO RPT-BRK-LEN
                   END-IF
               END-PERFORM
               IF RPT-BRK-POS = 0
                   MOVE "BREAK field not in layout" TO RPT-MSG
                   MOVE 'N' TO RPT-OK
               END-IF
           END-IF.
       RPT-RESOLVE-COLUMN.
           MOVE 0 TO RPT-COL-POS(RPT-IDX).
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-NAME(DCT-IDX) = RPT-COL-NAME(RPT-IDX)
                   MOVE DCT-F-POS(DCT-IDX) TO RPT-COL-POS(RPT-IDX)
                   MOVE DCT-F-LEN(DCT-IDX) TO RPT-COL-LEN(RPT-IDX)
               END-IF
           END-PERFORM.
           IF RPT-COL-POS(RPT-IDX) = 0
               MOVE "COLUMN field not in layout" TO RPT-MSG
               MOVE 'N' TO RPT-OK
           END-IF.
       RPT-RESOLVE-TOTAL.
           MOVE 0 TO RPT-TOT-POS(RPT-IDX).
           MOVE 0 TO RPT-TOT-SUB(RPT-IDX).
           MOVE 0 TO RPT-TOT-GRAND(RPT-IDX).
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-NAME(DCT-IDX) = RPT-TOT-NAME(RPT-IDX)
                   MOVE DCT-F-POS(DCT-IDX) TO RPT-TOT-POS(RPT-IDX)
                   MOVE DCT-F-LEN(DCT-IDX) TO RPT-TOT-LEN(RPT-IDX)
               END-IF
           END-PERFORM.
      * Stream the data file through the composed page
       RPT-RUN.
           MOVE RPT-FILE-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "data file not found" TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO RPT-SRC-VOL.
           MOVE FILE-CYL TO RPT-SRC-CYL.
           MOVE FILE-SECT TO RPT-SRC-SECT.
           MOVE FILE-NUMSECT TO RPT-SRC-NUMSECT.
           MOVE FILE-RECLEN TO RPT-SRC-RECLEN.
           MOVE FILE-NUMRECS TO RPT-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO RPT-SRC-VAR.
           MOVE 'A' TO FILE-VOL.
           MOVE "RPTOUT" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           COMPUTE FILE-NUMRECS = RPT-SRC-NUMRECS + 80 END-COMPUTE.
           IF FILE-NUMRECS > 9999
               MOVE 9999 TO FILE-NUMRECS
           END-IF.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "could not create RPTOUT.TXT" TO RPT-MSG
               MOVE 'N' TO RPT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO RPT-OUT-VOL.
           MOVE FILE-CYL TO RPT-OUT-CYL.
           MOVE FILE-SECT TO RPT-OUT-SECT.
           MOVE FILE-NUMSECT TO RPT-OUT-NUMSECT.
           MOVE FILE-RECLEN TO RPT-OUT-RECLEN.
           MOVE FILE-NUMRECS TO RPT-OUT-NUMRECS.
           MOVE 0 TO RPT-OUT-RECNO.
           MOVE 'N' TO RPT-OUT-FULL.
           MOVE 0 TO RPT-PAGE-NO.
           MOVE 0 TO RPT-LINE-ON-PAGE.
           MOVE 'N' TO RPT-BRK-HAVE.
           PERFORM RTC-READ-DATETIME.
           PERFORM VARYING RPT-REC-IDX FROM 1 BY 1
               UNTIL RPT-REC-IDX > RPT-SRC-NUMRECS
               OR RPT-OUT-FULL = 'Y'
               PERFORM RPT-SET-SRC
               MOVE RPT-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               PERFORM RPT-TAKE-RECORD
           END-PERFORM.
           IF RPT-BRK-HAVE = 'Y'
               PERFORM RPT-EMIT-SUBTOTALS
           END-IF.
           PERFORM RPT-EMIT-GRAND.
           MOVE 'Y' TO RPT-OK.
       RPT-SET-SRC.
           MOVE RPT-SRC-VOL TO FILE-VOL.
           MOVE RPT-SRC-CYL TO FILE-CYL.
           MOVE RPT-SRC-SECT TO FILE-SECT.
           MOVE RPT-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE RPT-SRC-RECLEN TO FILE-RECLEN.
           MOVE RPT-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE RPT-SRC-VAR TO WS-FILE-VAR-ON.
       RPT-SET-OUT.
           MOVE RPT-OUT-VOL TO FILE-VOL.
           MOVE RPT-OUT-CYL TO FILE-CYL.
           MOVE RPT-OUT-SECT TO FILE-SECT.
           MOVE RPT-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE RPT-OUT-RECLEN TO FILE-RECLEN.
           MOVE RPT-OUT-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
       RPT-TAKE-RECORD.
      * A change of the break field cuts the subtotal line first
           IF RPT-BRK-NAME NOT = SPACES
               IF RPT-BRK-HAVE = 'Y'
                   AND FILE-REC-AREA(RPT-BRK-POS:RPT-BRK-LEN)
                   NOT = RPT-BRK-LAST(1:RPT-BRK-LEN)
                   MOVE FILE-REC-AREA TO VAL-HELD-REC
                   PERFORM RPT-EMIT-SUBTOTALS
                   MOVE VAL-HELD-REC TO FILE-REC-AREA
               END-IF
               MOVE SPACES TO RPT-BRK-LAST
               MOVE FILE-REC-AREA(RPT-BRK-POS:RPT-BRK-LEN)
                   TO RPT-BRK-LAST(1:RPT-BRK-LEN)
               MOVE 'Y' TO RPT-BRK-HAVE
           END-IF.
      * Accumulate the totals off this record
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-TOT-COUNT
               IF RPT-TOT-POS(RPT-IDX) NOT = 0
                   AND RPT-TOT-LEN(RPT-IDX) <= 12
                   AND FILE-REC-AREA(RPT-TOT-POS(RPT-IDX):
                       RPT-TOT-LEN(RPT-IDX)) IS NUMERIC
                   MOVE SPACES TO RPT-NUM-TXT
                   MOVE FILE-REC-AREA(RPT-TOT-POS(RPT-IDX):
                       RPT-TOT-LEN(RPT-IDX)) TO RPT-NUM-TXT
                   COMPUTE RPT-NUM-VAL =
                       FUNCTION NUMVAL(RPT-NUM-TXT) END-COMPUTE
                   ADD RPT-NUM-VAL TO RPT-TOT-SUB(RPT-IDX) END-ADD
                   ADD RPT-NUM-VAL TO RPT-TOT-GRAND(RPT-IDX)
                   END-ADD
               END-IF
           END-PERFORM.
      * Compose the detail line, columns separated by one space
           MOVE SPACES TO RPT-LINE-TXT.
           MOVE 1 TO RPT-OUT-COL.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-COL-COUNT
               IF RPT-COL-POS(RPT-IDX) NOT = 0
                   AND (RPT-OUT-COL + RPT-COL-LEN(RPT-IDX)) <= 80
                   MOVE FILE-REC-AREA(RPT-COL-POS(RPT-IDX):
                       RPT-COL-LEN(RPT-IDX))
                       TO RPT-LINE-TXT(RPT-OUT-COL:
                       RPT-COL-LEN(RPT-IDX))
                   COMPUTE RPT-OUT-COL = RPT-OUT-COL +
                       RPT-COL-LEN(RPT-IDX) + 1 END-COMPUTE
               END-IF
           END-PERFORM.
           PERFORM RPT-PUT-LINE.
       RPT-EMIT-SUBTOTALS.
           IF RPT-TOT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RPT-LINE-TXT.
           STRING "  subtotal " RPT-BRK-LAST(1:12)
               DELIMITED BY SIZE INTO RPT-LINE-TXT
           END-STRING.
           MOVE 26 TO RPT-OUT-COL.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-TOT-COUNT
               IF RPT-OUT-COL <= 68
                   MOVE RPT-TOT-SUB(RPT-IDX)
                       TO RPT-LINE-TXT(RPT-OUT-COL:12)
                   ADD 13 TO RPT-OUT-COL END-ADD
               END-IF
               MOVE 0 TO RPT-TOT-SUB(RPT-IDX)
           END-PERFORM.
           PERFORM RPT-PUT-LINE.
       RPT-EMIT-GRAND.
           IF RPT-TOT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RPT-LINE-TXT.
           MOVE "  grand total" TO RPT-LINE-TXT.
           MOVE 26 TO RPT-OUT-COL.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-TOT-COUNT
               IF RPT-OUT-COL <= 68
                   MOVE RPT-TOT-GRAND(RPT-IDX)
                       TO RPT-LINE-TXT(RPT-OUT-COL:12)
                   ADD 13 TO RPT-OUT-COL END-ADD
               END-IF
           END-PERFORM.
           PERFORM RPT-PUT-LINE.
      * One composed line into the output file, cutting a dated
      * LINELIST-style heading whenever a page starts
       RPT-PUT-LINE.
           IF RPT-LINE-ON-PAGE = 0
               PERFORM RPT-PUT-HEADING
           END-IF.
           PERFORM RPT-WRITE-RAW.
           ADD 1 TO RPT-LINE-ON-PAGE END-ADD.
           IF RPT-LINE-ON-PAGE >= RPT-LINES-PP
               MOVE 0 TO RPT-LINE-ON-PAGE
           END-IF.
       RPT-PUT-HEADING.
           ADD 1 TO RPT-PAGE-NO END-ADD.
      * The line that triggered the page break is held aside while
      * the heading lines borrow the compose area
           MOVE RPT-LINE-TXT TO RPT-HOLD-LINE.
           MOVE SPACES TO RPT-LINE-TXT.
           STRING RPT-TITLE(1:40) " " RTC-YEAR "-" RTC-MONTH "-"
               RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               " PAGE " RPT-PAGE-NO
               DELIMITED BY SIZE INTO RPT-LINE-TXT
           END-STRING.
           PERFORM RPT-WRITE-RAW.
      * The column-name ruler under the heading
           MOVE SPACES TO RPT-LINE-TXT.
           MOVE 1 TO RPT-OUT-COL.
           PERFORM VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > RPT-COL-COUNT
               IF (RPT-OUT-COL + RPT-COL-LEN(RPT-IDX)) <= 80
                   MOVE RPT-COL-NAME(RPT-IDX)(1:RPT-COL-LEN(RPT-IDX))
                       TO RPT-LINE-TXT(RPT-OUT-COL:
                       RPT-COL-LEN(RPT-IDX))
                   COMPUTE RPT-OUT-COL = RPT-OUT-COL +
                       RPT-COL-LEN(RPT-IDX) + 1 END-COMPUTE
               END-IF
           END-PERFORM.
           PERFORM RPT-WRITE-RAW.
           MOVE RPT-HOLD-LINE TO RPT-LINE-TXT.
       RPT-WRITE-RAW.
           IF RPT-OUT-RECNO >= RPT-OUT-NUMRECS
               MOVE 'Y' TO RPT-OUT-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RPT-OUT-RECNO END-ADD.
           PERFORM RPT-SET-OUT.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE RPT-LINE-TXT TO FILE-REC-AREA(1:80).
           MOVE RPT-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * CROSSTAB shell operation: Argument the definition file.  The
      * matrix goes wherever OUTPUT has sent the reports -- the
      * screen, a filed report or the printer.
       CROSSTAB-REPORT.
           PERFORM CTB-LOAD-DEFINITION.
           IF CTB-OK = 'Y'
               PERFORM CTB-RUN
           END-IF.
           IF CTB-OK = 'Y'
               PERFORM CTB-PRINT
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Ran crosstab, records " CTB-USED
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "CROSSTAB: " CTB-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * Read the definition and resolve its three fields against the
      * dictionary layout
       CTB-LOAD-DEFINITION.
           MOVE 'Y' TO CTB-OK.
           MOVE SPACES TO CTB-MSG.
           MOVE SPACES TO CTB-TITLE.
           MOVE SPACES TO CTB-FILE-SPEC.
           MOVE SPACES TO CTB-ROW-NAME.
           MOVE SPACES TO CTB-COL-NAME.
           MOVE SPACES TO CTB-MSR-NAME.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE 0 TO CTB-ROW-SUB-POS.
           MOVE 0 TO CTB-ROW-SUB-LEN.
           MOVE 0 TO CTB-COL-SUB-POS.
           MOVE 0 TO CTB-COL-SUB-LEN.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "definition file not found" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:80) NOT = SPACES
                   MOVE SPACES TO RPT-DEF-KEY
                   MOVE SPACES TO RPT-DEF-VAL
                   UNSTRING FILE-REC-AREA(1:80) DELIMITED BY "="
                       INTO RPT-DEF-KEY RPT-DEF-VAL
                   END-UNSTRING
                   EVALUATE FUNCTION TRIM(RPT-DEF-KEY)
                       WHEN "FILE"
                           MOVE RPT-DEF-VAL TO CTB-FILE-SPEC
                       WHEN "LAYOUT"
                           MOVE RPT-DEF-VAL(1:10) TO DCT-LAYOUT
                       WHEN "TITLE"
                           MOVE RPT-DEF-VAL TO CTB-TITLE
                       WHEN "ROW"
                           PERFORM CTB-SPLIT-ARG
                           MOVE CTB-ARG-NAME TO CTB-ROW-NAME
                           IF CTB-ARG-START NOT = SPACES
                               COMPUTE CTB-ROW-SUB-POS =
                                   FUNCTION NUMVAL(CTB-ARG-START)
                               END-COMPUTE
                           END-IF
                           IF CTB-ARG-LEN NOT = SPACES
                               COMPUTE CTB-ROW-SUB-LEN =
                                   FUNCTION NUMVAL(CTB-ARG-LEN)
                               END-COMPUTE
                           END-IF
                       WHEN "COLUMN"
                           PERFORM CTB-SPLIT-ARG
                           MOVE CTB-ARG-NAME TO CTB-COL-NAME
                           IF CTB-ARG-START NOT = SPACES
                               COMPUTE CTB-COL-SUB-POS =
                                   FUNCTION NUMVAL(CTB-ARG-START)
                               END-COMPUTE
                           END-IF
                           IF CTB-ARG-LEN NOT = SPACES
                               COMPUTE CTB-COL-SUB-LEN =
                                   FUNCTION NUMVAL(CTB-ARG-LEN)
                               END-COMPUTE
                           END-IF
                       WHEN "MEASURE"
                           MOVE RPT-DEF-VAL(1:12) TO CTB-MSR-NAME
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF CTB-FILE-SPEC = SPACES OR DCT-LAYOUT = SPACES
               OR CTB-ROW-NAME = SPACES OR CTB-COL-NAME = SPACES
               MOVE "definition needs FILE LAYOUT ROW COLUMN"
                   TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE CTB-ROW-NAME TO CTB-ARG-NAME.
           PERFORM CTB-FIND-FIELD.
           IF CTB-HIT = 0
               MOVE "ROW field not in layout" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(CTB-HIT) TO CTB-ROW-POS.
           MOVE DCT-F-LEN(CTB-HIT) TO CTB-ROW-LEN.
           IF CTB-ROW-SUB-POS > 0
               IF CTB-ROW-SUB-LEN = 0
                   COMPUTE CTB-ROW-SUB-LEN = CTB-ROW-LEN -
                       CTB-ROW-SUB-POS + 1 END-COMPUTE
               END-IF
               IF CTB-ROW-SUB-POS + CTB-ROW-SUB-LEN - 1 > CTB-ROW-LEN
                   OR CTB-ROW-SUB-LEN = 0
                   MOVE "ROW start/length outside the field"
                       TO CTB-MSG
                   MOVE 'N' TO CTB-OK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CTB-ROW-POS = CTB-ROW-POS + CTB-ROW-SUB-POS - 1
               END-COMPUTE
               MOVE CTB-ROW-SUB-LEN TO CTB-ROW-LEN
           END-IF.
           IF CTB-ROW-LEN > 10
               MOVE "ROW over 10 wide: give start, length"
                   TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE CTB-COL-NAME TO CTB-ARG-NAME.
           PERFORM CTB-FIND-FIELD.
           IF CTB-HIT = 0
               MOVE "COLUMN field not in layout" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(CTB-HIT) TO CTB-COL-POS.
           MOVE DCT-F-LEN(CTB-HIT) TO CTB-COL-LEN.
           IF CTB-COL-SUB-POS > 0
               IF CTB-COL-SUB-LEN = 0
                   COMPUTE CTB-COL-SUB-LEN = CTB-COL-LEN -
                       CTB-COL-SUB-POS + 1 END-COMPUTE
               END-IF
               IF CTB-COL-SUB-POS + CTB-COL-SUB-LEN - 1 > CTB-COL-LEN
                   OR CTB-COL-SUB-LEN = 0
                   MOVE "COLUMN start/length outside the field"
                       TO CTB-MSG
                   MOVE 'N' TO CTB-OK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CTB-COL-POS = CTB-COL-POS + CTB-COL-SUB-POS - 1
               END-COMPUTE
               MOVE CTB-COL-SUB-LEN TO CTB-COL-LEN
           END-IF.
           IF CTB-COL-LEN > 10
               MOVE "COLUMN over 10 wide: give start, length"
                   TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           IF CTB-MSR-NAME NOT = SPACES
               MOVE CTB-MSR-NAME TO CTB-ARG-NAME
               PERFORM CTB-FIND-FIELD
               IF CTB-HIT = 0
                   MOVE "MEASURE field not in layout" TO CTB-MSG
                   MOVE 'N' TO CTB-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE DCT-F-POS(CTB-HIT) TO CTB-MSR-POS
               MOVE DCT-F-LEN(CTB-HIT) TO CTB-MSR-LEN
               MOVE DCT-F-TYPE(CTB-HIT) TO CTB-MSR-TYPE
               IF (CTB-MSR-TYPE NOT = "9" AND CTB-MSR-TYPE NOT = "S")
                   OR CTB-MSR-LEN > 15
                   MOVE "MEASURE must be a numeric field (9 or S)"
                       TO CTB-MSG
                   MOVE 'N' TO CTB-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
       CTB-SPLIT-ARG.
           MOVE SPACES TO CTB-ARG-NAME.
           MOVE SPACES TO CTB-ARG-START.
           MOVE SPACES TO CTB-ARG-LEN.
           UNSTRING RPT-DEF-VAL DELIMITED BY ALL SPACE
               INTO CTB-ARG-NAME CTB-ARG-START CTB-ARG-LEN
           END-UNSTRING.
      * CTB-HIT comes back as the dictionary row named CTB-ARG-NAME,
      * zero if there is none
       CTB-FIND-FIELD.
           MOVE 0 TO CTB-HIT.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR CTB-HIT > 0
               IF DCT-F-NAME(DCT-IDX) = CTB-ARG-NAME
                   MOVE DCT-IDX TO CTB-HIT
               END-IF
           END-PERFORM.
      * One pass of the data file into the matrix.  The file needs
      * no particular order.
       CTB-RUN.
           MOVE CTB-FILE-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "data file not found" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           IF CTB-ROW-POS + CTB-ROW-LEN - 1 > FILE-RECLEN
               OR CTB-COL-POS + CTB-COL-LEN - 1 > FILE-RECLEN
               OR (CTB-MSR-NAME NOT = SPACES
               AND CTB-MSR-POS + CTB-MSR-LEN - 1 > FILE-RECLEN)
               MOVE "fields lie outside the data records" TO CTB-MSG
               MOVE 'N' TO CTB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO CTB-SRC-VOL.
           MOVE FILE-CYL TO CTB-SRC-CYL.
           MOVE FILE-SECT TO CTB-SRC-SECT.
           MOVE FILE-NUMSECT TO CTB-SRC-NUMSECT.
           MOVE FILE-RECLEN TO CTB-SRC-RECLEN.
           MOVE FILE-NUMRECS TO CTB-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO CTB-SRC-VAR.
           MOVE 0 TO CTB-ROW-COUNT.
           MOVE 0 TO CTB-COL-COUNT.
           MOVE 0 TO CTB-GRAND.
           MOVE 0 TO CTB-USED.
           MOVE 0 TO CTB-SKIPPED.
           PERFORM VARYING CTB-R FROM 1 BY 1 UNTIL CTB-R > 50
               MOVE 0 TO CTB-ROW-TOT(CTB-R)
               PERFORM VARYING CTB-C FROM 1 BY 1 UNTIL CTB-C > 24
                   MOVE 0 TO CTB-CELL(CTB-R, CTB-C)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING CTB-C FROM 1 BY 1 UNTIL CTB-C > 24
               MOVE 0 TO CTB-COL-TOT(CTB-C)
           END-PERFORM.
           PERFORM VARYING CTB-REC-IDX FROM 1 BY 1
               UNTIL CTB-REC-IDX > CTB-SRC-NUMRECS
               PERFORM CTB-TAKE-RECORD
           END-PERFORM.
           MOVE 'Y' TO CTB-OK.
      * One record into its cell.  Blank records are unused slots; a
      * measure that isn't a number is counted and left out.
       CTB-TAKE-RECORD.
           MOVE CTB-SRC-VOL TO FILE-VOL.
           MOVE CTB-SRC-CYL TO FILE-CYL.
           MOVE CTB-SRC-SECT TO FILE-SECT.
           MOVE CTB-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE CTB-SRC-RECLEN TO FILE-RECLEN.
           MOVE CTB-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE CTB-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE CTB-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:CTB-SRC-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CTB-MSR-NAME = SPACES
               MOVE 1 TO CTB-NUM
           ELSE
               MOVE SPACES TO CTB-NUM-TXT
               MOVE FILE-REC-AREA(CTB-MSR-POS:CTB-MSR-LEN)
                   TO CTB-NUM-TXT
               IF CTB-MSR-TYPE = "S"
                   IF CTB-MSR-LEN < 2
                       OR (CTB-NUM-TXT(1:1) NOT = "-"
                       AND NOT = "+" AND NOT = SPACE)
                       OR CTB-NUM-TXT(2:CTB-MSR-LEN - 1)
                       IS NOT NUMERIC
                       ADD 1 TO CTB-SKIPPED END-ADD
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF CTB-NUM-TXT(1:CTB-MSR-LEN) IS NOT NUMERIC
                       ADD 1 TO CTB-SKIPPED END-ADD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE CTB-NUM = FUNCTION NUMVAL(CTB-NUM-TXT)
               END-COMPUTE
           END-IF.
           MOVE FILE-REC-AREA(CTB-ROW-POS:CTB-ROW-LEN) TO CTB-KEY.
           PERFORM CTB-FIND-ROW.
           MOVE FILE-REC-AREA(CTB-COL-POS:CTB-COL-LEN) TO CTB-KEY.
           PERFORM CTB-FIND-COL.
           ADD CTB-NUM TO CTB-CELL(CTB-R, CTB-C) END-ADD.
           ADD CTB-NUM TO CTB-ROW-TOT(CTB-R) END-ADD.
           ADD CTB-NUM TO CTB-COL-TOT(CTB-C) END-ADD.
           ADD CTB-NUM TO CTB-GRAND END-ADD.
           ADD 1 TO CTB-USED END-ADD.
      * CTB-R comes back as CTB-KEY's row, a new one made if need
      * be; the last row is kept for *OTHER*
       CTB-FIND-ROW.
           MOVE 0 TO CTB-R.
           PERFORM VARYING CTB-I FROM 1 BY 1
               UNTIL CTB-I > CTB-ROW-COUNT OR CTB-R > 0
               IF CTB-ROW-KEY(CTB-I) = CTB-KEY
                   MOVE CTB-I TO CTB-R
               END-IF
           END-PERFORM.
           IF CTB-R > 0
               EXIT PARAGRAPH
           END-IF.
           IF CTB-ROW-COUNT >= 49
               MOVE "*OTHER*" TO CTB-KEY
               PERFORM VARYING CTB-I FROM 1 BY 1
                   UNTIL CTB-I > CTB-ROW-COUNT OR CTB-R > 0
                   IF CTB-ROW-KEY(CTB-I) = CTB-KEY
                       MOVE CTB-I TO CTB-R
                   END-IF
               END-PERFORM
               IF CTB-R > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO CTB-ROW-COUNT END-ADD.
           MOVE CTB-KEY TO CTB-ROW-KEY(CTB-ROW-COUNT).
           MOVE CTB-ROW-COUNT TO CTB-R.
       CTB-FIND-COL.
           MOVE 0 TO CTB-C.
           PERFORM VARYING CTB-I FROM 1 BY 1
               UNTIL CTB-I > CTB-COL-COUNT OR CTB-C > 0
               IF CTB-COL-KEY(CTB-I) = CTB-KEY
                   MOVE CTB-I TO CTB-C
               END-IF
           END-PERFORM.
           IF CTB-C > 0
               EXIT PARAGRAPH
           END-IF.
           IF CTB-COL-COUNT >= 23
               MOVE "*OTHER*" TO CTB-KEY
               PERFORM VARYING CTB-I FROM 1 BY 1
                   UNTIL CTB-I > CTB-COL-COUNT OR CTB-C > 0
                   IF CTB-COL-KEY(CTB-I) = CTB-KEY
                       MOVE CTB-I TO CTB-C
                   END-IF
               END-PERFORM
               IF CTB-C > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO CTB-COL-COUNT END-ADD.
           MOVE CTB-KEY TO CTB-COL-KEY(CTB-COL-COUNT).
           MOVE CTB-COL-COUNT TO CTB-C.
      * Print order is key order, *OTHER* last: an exchange sort of
      * the row and column indexes, the matrix itself left alone
       CTB-ORDER.
           PERFORM VARYING CTB-I FROM 1 BY 1
               UNTIL CTB-I > CTB-ROW-COUNT
               MOVE CTB-I TO CTB-RORD(CTB-I)
           END-PERFORM.
           PERFORM VARYING CTB-I FROM 1 BY 1
               UNTIL CTB-I > CTB-COL-COUNT
               MOVE CTB-I TO CTB-CORD(CTB-I)
           END-PERFORM.
           PERFORM VARYING CTB-N FROM 1 BY 1
               UNTIL CTB-N >= CTB-ROW-COUNT
               PERFORM VARYING CTB-I FROM 1 BY 1
                   UNTIL CTB-I > CTB-ROW-COUNT - CTB-N
                   MOVE CTB-ROW-KEY(CTB-RORD(CTB-I)) TO CTB-KEY-A
                   MOVE CTB-ROW-KEY(CTB-RORD(CTB-I + 1)) TO CTB-KEY-B
                   PERFORM CTB-COMPARE-KEYS
                   IF CTB-KEY-A > CTB-KEY-B
                       MOVE CTB-RORD(CTB-I) TO CTB-SWAP
                       MOVE CTB-RORD(CTB-I + 1) TO CTB-RORD(CTB-I)
                       MOVE CTB-SWAP TO CTB-RORD(CTB-I + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING CTB-N FROM 1 BY 1
               UNTIL CTB-N >= CTB-COL-COUNT
               PERFORM VARYING CTB-I FROM 1 BY 1
                   UNTIL CTB-I > CTB-COL-COUNT - CTB-N
                   MOVE CTB-COL-KEY(CTB-CORD(CTB-I)) TO CTB-KEY-A
                   MOVE CTB-COL-KEY(CTB-CORD(CTB-I + 1)) TO CTB-KEY-B
                   PERFORM CTB-COMPARE-KEYS
                   IF CTB-KEY-A > CTB-KEY-B
                       MOVE CTB-CORD(CTB-I) TO CTB-SWAP
                       MOVE CTB-CORD(CTB-I + 1) TO CTB-CORD(CTB-I)
                       MOVE CTB-SWAP TO CTB-CORD(CTB-I + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       CTB-COMPARE-KEYS.
           IF CTB-KEY-A = "*OTHER*"
               MOVE HIGH-VALUES TO CTB-KEY-A
           END-IF.
           IF CTB-KEY-B = "*OTHER*"
               MOVE HIGH-VALUES TO CTB-KEY-B
           END-IF.
      * The matrix through the OUTPUT destination: a heading, then
      * one panel per five columns, row totals and the grand total
      * on the last panel
       CTB-PRINT.
           PERFORM CTB-ORDER.
           PERFORM RTC-READ-DATETIME.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING CTB-TITLE " " RTC-YEAR "-" RTC-MONTH "-" RTC-DAY
               " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           IF CTB-MSR-NAME = SPACES
               STRING "Records counted by " CTB-ROW-NAME " down, "
                   CTB-COL-NAME " across"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           ELSE
               STRING CTB-MSR-NAME " summed by " CTB-ROW-NAME
                   " down, " CTB-COL-NAME " across"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           IF CTB-COL-COUNT = 0
               MOVE "  no records to tabulate" TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE 1 TO CTB-PANEL-FROM.
           PERFORM UNTIL CTB-PANEL-FROM > CTB-COL-COUNT
               COMPUTE CTB-PANEL-TO = CTB-PANEL-FROM + 4 END-COMPUTE
               IF CTB-PANEL-TO > CTB-COL-COUNT
                   MOVE CTB-COL-COUNT TO CTB-PANEL-TO
               END-IF
               PERFORM CTB-PRINT-PANEL
               ADD 5 TO CTB-PANEL-FROM END-ADD
           END-PERFORM.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           STRING "Records " CTB-USED ", measure not numeric "
               CTB-SKIPPED DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
       CTB-PRINT-PANEL.
           MOVE SPACES TO WS-RPTO-LINE.
           PERFORM REPORT-OUT-LINE.
           MOVE CTB-ROW-NAME(1:10) TO WS-RPTO-LINE(1:10).
           MOVE 12 TO CTB-AT.
           PERFORM VARYING CTB-I FROM CTB-PANEL-FROM BY 1
               UNTIL CTB-I > CTB-PANEL-TO
               MOVE CTB-COL-KEY(CTB-CORD(CTB-I))
                   TO WS-RPTO-LINE(CTB-AT:10)
               ADD 11 TO CTB-AT END-ADD
           END-PERFORM.
           IF CTB-PANEL-TO = CTB-COL-COUNT
               MOVE "       TOTAL" TO WS-RPTO-LINE(68:12)
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE ALL "-" TO WS-RPTO-LINE(1:79).
           PERFORM REPORT-OUT-LINE.
           PERFORM VARYING CTB-N FROM 1 BY 1
               UNTIL CTB-N > CTB-ROW-COUNT
               MOVE CTB-RORD(CTB-N) TO CTB-R
               MOVE SPACES TO WS-RPTO-LINE
               MOVE CTB-ROW-KEY(CTB-R) TO WS-RPTO-LINE(1:10)
               MOVE 12 TO CTB-AT
               PERFORM VARYING CTB-I FROM CTB-PANEL-FROM BY 1
                   UNTIL CTB-I > CTB-PANEL-TO
                   MOVE CTB-CELL(CTB-R, CTB-CORD(CTB-I))
                       TO CTB-CELL-ED
                   MOVE CTB-CELL-ED TO WS-RPTO-LINE(CTB-AT:10)
                   ADD 11 TO CTB-AT END-ADD
               END-PERFORM
               IF CTB-PANEL-TO = CTB-COL-COUNT
                   MOVE CTB-ROW-TOT(CTB-R) TO CTB-TOT-ED
                   MOVE CTB-TOT-ED TO WS-RPTO-LINE(68:12)
               END-IF
               PERFORM REPORT-OUT-LINE
           END-PERFORM.
           MOVE ALL "-" TO WS-RPTO-LINE(1:79).
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO WS-RPTO-LINE.
           MOVE "TOTAL" TO WS-RPTO-LINE(1:10).
           MOVE 12 TO CTB-AT.
           PERFORM VARYING CTB-I FROM CTB-PANEL-FROM BY 1
               UNTIL CTB-I > CTB-PANEL-TO
               MOVE CTB-COL-TOT(CTB-CORD(CTB-I)) TO CTB-CELL-ED
               MOVE CTB-CELL-ED TO WS-RPTO-LINE(CTB-AT:10)
               ADD 11 TO CTB-AT END-ADD
           END-PERFORM.
           IF CTB-PANEL-TO = CTB-COL-COUNT
               MOVE CTB-GRAND TO CTB-TOT-ED
               MOVE CTB-TOT-ED TO WS-RPTO-LINE(68:12)
           END-IF.
           PERFORM REPORT-OUT-LINE.
      * The data profile core, shared by the PROFILE-DATA shell
      * operation and the PROFDATA batch-job kind: DCT-LAYOUT and the
      * parsed file spec come in, and three lines per field go out
      * through DPRF-EMIT -- to the OUTPUT destination from the
      * shell, into the job's capture file from the queue
       DPRF-RUN.
           MOVE 'N' TO DPRF-OK.
           MOVE SPACES TO DPRF-MSG.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO DPRF-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO DPRF-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "data file not found" TO DPRF-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO DPRF-SRC-VOL.
           MOVE FILE-CYL TO DPRF-SRC-CYL.
           MOVE FILE-SECT TO DPRF-SRC-SECT.
           MOVE FILE-NUMSECT TO DPRF-SRC-NUMSECT.
           MOVE FILE-RECLEN TO DPRF-SRC-RECLEN.
           MOVE FILE-NUMRECS TO DPRF-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO DPRF-SRC-VAR.
           MOVE WS-FILE-ENC-ON TO DPRF-SRC-ENC.
      * Unused slots are all spaces; they are counted, not profiled
           MOVE 0 TO DPRF-RECS.
           MOVE 0 TO DPRF-EMPTY.
           PERFORM VARYING DPRF-REC-IDX FROM 1 BY 1
               UNTIL DPRF-REC-IDX > DPRF-SRC-NUMRECS
               PERFORM DPRF-READ
               IF FILE-OP-OK
                   IF FILE-REC-AREA(1:DPRF-SRC-RECLEN) = SPACES
                       ADD 1 TO DPRF-EMPTY END-ADD
                   ELSE
                       ADD 1 TO DPRF-RECS END-ADD
                   END-IF
               END-IF
           END-PERFORM.
           IF DPRF-BATCH = 'N'
               PERFORM REPORT-OUT-OPEN
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO DPRF-LINE.
           STRING "DATA PROFILE of " FILE-NAME "." FILE-EXT
               " layout " DCT-LAYOUT " " RTC-YEAR "-" RTC-MONTH "-"
               RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO DPRF-LINE
           END-STRING.
           PERFORM DPRF-EMIT.
           MOVE SPACES TO DPRF-LINE.
           STRING "Records " DPRF-RECS ", empty slots " DPRF-EMPTY
               DELIMITED BY SIZE INTO DPRF-LINE
           END-STRING.
           PERFORM DPRF-EMIT.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               PERFORM DPRF-ONE-FIELD
           END-PERFORM.
           IF DPRF-BATCH = 'N'
               PERFORM REPORT-OUT-CLOSE
           END-IF.
           MOVE 'Y' TO DPRF-OK.
       DPRF-READ.
           MOVE DPRF-SRC-VOL TO FILE-VOL.
           MOVE DPRF-SRC-CYL TO FILE-CYL.
           MOVE DPRF-SRC-SECT TO FILE-SECT.
           MOVE DPRF-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE DPRF-SRC-RECLEN TO FILE-RECLEN.
           MOVE DPRF-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE DPRF-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE DPRF-SRC-ENC TO WS-FILE-ENC-ON.
           MOVE DPRF-REC-IDX TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
      * One field, one pass: tally it and put its three lines out
       DPRF-ONE-FIELD.
           MOVE 0 TO DPRF-BLANK.
           MOVE 0 TO DPRF-NONNUM.
           MOVE 0 TO DPRF-DIST-COUNT.
           MOVE 'N' TO DPRF-MANY.
           MOVE 'N' TO DPRF-HAVE.
           MOVE SPACES TO DPRF-MIN-TXT.
           MOVE SPACES TO DPRF-MAX-TXT.
           MOVE 0 TO DPRF-MIN-NUM.
           MOVE 0 TO DPRF-MAX-NUM.
           MOVE SPACES TO DPRF-LINE.
           IF DCT-F-POS(DCT-IDX) = 0 OR
               (DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1) >
               DPRF-SRC-RECLEN
               STRING DCT-F-NAME(DCT-IDX) " " DCT-F-TYPE(DCT-IDX)
                   " field outside record"
                   DELIMITED BY SIZE INTO DPRF-LINE
               END-STRING
               PERFORM DPRF-EMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-LEN(DCT-IDX) TO DPRF-VLEN.
           IF DPRF-VLEN > 40
               MOVE 40 TO DPRF-VLEN
           END-IF.
           PERFORM VARYING DPRF-REC-IDX FROM 1 BY 1
               UNTIL DPRF-REC-IDX > DPRF-SRC-NUMRECS
               PERFORM DPRF-READ
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:DPRF-SRC-RECLEN) NOT = SPACES
                   PERFORM DPRF-TAKE-VALUE
               END-IF
           END-PERFORM.
           STRING DCT-F-NAME(DCT-IDX) " " DCT-F-TYPE(DCT-IDX)
               "  blank " DPRF-BLANK
               DELIMITED BY SIZE INTO DPRF-LINE
           END-STRING.
           IF DCT-F-TYPE(DCT-IDX) = "9" OR "S" OR "D"
               MOVE " non-numeric " TO DPRF-LINE(28:13)
               MOVE DPRF-NONNUM TO DPRF-LINE(41:4)
           END-IF.
           IF DPRF-MANY = 'Y'
               MOVE " distinct many" TO DPRF-LINE(46:14)
           ELSE
               MOVE " distinct " TO DPRF-LINE(46:10)
               MOVE DPRF-DIST-COUNT TO DPRF-LINE(56:3)
           END-IF.
           PERFORM DPRF-EMIT.
           MOVE SPACES TO DPRF-LINE.
           IF DPRF-HAVE = 'N'
               MOVE "  min/max  no values" TO DPRF-LINE
           ELSE
               MOVE DPRF-VLEN TO DPRF-SHOW
               IF DPRF-SHOW > 32
                   MOVE 32 TO DPRF-SHOW
               END-IF
               MOVE "  min " TO DPRF-LINE(1:6)
               MOVE DPRF-MIN-TXT(1:DPRF-SHOW)
                   TO DPRF-LINE(7:DPRF-SHOW)
               MOVE "max " TO DPRF-LINE(41:4)
               MOVE DPRF-MAX-TXT(1:DPRF-SHOW)
                   TO DPRF-LINE(45:DPRF-SHOW)
           END-IF.
           PERFORM DPRF-EMIT.
           PERFORM DPRF-TOP-LINE.
           PERFORM DPRF-EMIT.
      * One value of the field in FILE-REC-AREA into the tallies.
      * Blanks are only counted; a numeric field's value that isn't
      * a number is counted and kept out of the minimum and maximum
      * but still shows among the distinct values, since the bad
      * values are half the point of looking.
       DPRF-TAKE-VALUE.
           IF FILE-REC-AREA(DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
               = SPACES
               ADD 1 TO DPRF-BLANK END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DPRF-VAL.
           MOVE FILE-REC-AREA(DCT-F-POS(DCT-IDX):DPRF-VLEN)
               TO DPRF-VAL.
           PERFORM DPRF-COUNT-DISTINCT.
           MOVE 'Y' TO DPRF-GOOD.
           EVALUATE DCT-F-TYPE(DCT-IDX)
               WHEN "9"
                   IF FILE-REC-AREA(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) IS NOT NUMERIC
                       MOVE 'N' TO DPRF-GOOD
                   END-IF
               WHEN "D"
                   IF DCT-F-LEN(DCT-IDX) < 8
                       OR FILE-REC-AREA(DCT-F-POS(DCT-IDX):8)
                       IS NOT NUMERIC
                       MOVE 'N' TO DPRF-GOOD
                   END-IF
               WHEN "S"
                   IF DCT-F-LEN(DCT-IDX) < 2
                       OR (FILE-REC-AREA(DCT-F-POS(DCT-IDX):1)
                       NOT = "-" AND NOT = "+" AND NOT = SPACE)
                       OR FILE-REC-AREA(DCT-F-POS(DCT-IDX) + 1:
                       DCT-F-LEN(DCT-IDX) - 1) IS NOT NUMERIC
                       MOVE 'N' TO DPRF-GOOD
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF DPRF-GOOD = 'N'
               ADD 1 TO DPRF-NONNUM END-ADD
               EXIT PARAGRAPH
           END-IF.
      * Signed fields order by value; everything else orders by its
      * characters, which for zero-filled digits and YYYYMMDD dates
      * is the same thing
           IF DCT-F-TYPE(DCT-IDX) = "S" AND DCT-F-LEN(DCT-IDX) <= 18
               COMPUTE DPRF-NUM = FUNCTION NUMVAL(DPRF-VAL)
               END-COMPUTE
               IF DPRF-HAVE = 'N' OR DPRF-NUM < DPRF-MIN-NUM
                   MOVE DPRF-NUM TO DPRF-MIN-NUM
                   MOVE DPRF-VAL TO DPRF-MIN-TXT
               END-IF
               IF DPRF-HAVE = 'N' OR DPRF-NUM > DPRF-MAX-NUM
                   MOVE DPRF-NUM TO DPRF-MAX-NUM
                   MOVE DPRF-VAL TO DPRF-MAX-TXT
               END-IF
           ELSE
               IF DPRF-HAVE = 'N' OR DPRF-VAL < DPRF-MIN-TXT
                   MOVE DPRF-VAL TO DPRF-MIN-TXT
               END-IF
               IF DPRF-HAVE = 'N' OR DPRF-VAL > DPRF-MAX-TXT
                   MOVE DPRF-VAL TO DPRF-MAX-TXT
               END-IF
           END-IF.
           MOVE 'Y' TO DPRF-HAVE.
      * Find the value in the distinct table or add it; a full table
      * turns the count into "many" and the newcomer goes untallied
       DPRF-COUNT-DISTINCT.
           MOVE 0 TO DPRF-HIT.
           PERFORM VARYING DPRF-I FROM 1 BY 1
               UNTIL DPRF-I > DPRF-DIST-COUNT OR DPRF-HIT > 0
               IF DPRF-DIST-VAL(DPRF-I) = DPRF-VAL
                   MOVE DPRF-I TO DPRF-HIT
               END-IF
           END-PERFORM.
           IF DPRF-HIT > 0
               ADD 1 TO DPRF-DIST-CNT(DPRF-HIT) END-ADD
               EXIT PARAGRAPH
           END-IF.
           IF DPRF-DIST-COUNT >= 100
               MOVE 'Y' TO DPRF-MANY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DPRF-DIST-COUNT END-ADD.
           MOVE DPRF-VAL TO DPRF-DIST-VAL(DPRF-DIST-COUNT).
           MOVE 1 TO DPRF-DIST-CNT(DPRF-DIST-COUNT).
           MOVE 'N' TO DPRF-DIST-SHOWN(DPRF-DIST-COUNT).
      * The three commonest values with their counts, commonest
      * first; a tie goes to the value seen first
       DPRF-TOP-LINE.
           MOVE SPACES TO DPRF-LINE.
           MOVE "  top " TO DPRF-LINE(1:6).
           MOVE 7 TO DPRF-PTR.
           IF DPRF-DIST-COUNT = 0
               MOVE "none" TO DPRF-LINE(7:4)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DPRF-T FROM 1 BY 1 UNTIL DPRF-T > 3
               MOVE 0 TO DPRF-BEST
               PERFORM VARYING DPRF-I FROM 1 BY 1
                   UNTIL DPRF-I > DPRF-DIST-COUNT
                   IF DPRF-DIST-SHOWN(DPRF-I) = 'N'
                       IF DPRF-BEST = 0
                           MOVE DPRF-I TO DPRF-BEST
                       ELSE
                           IF DPRF-DIST-CNT(DPRF-I) >
                               DPRF-DIST-CNT(DPRF-BEST)
                               MOVE DPRF-I TO DPRF-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF DPRF-BEST > 0
                   MOVE 'Y' TO DPRF-DIST-SHOWN(DPRF-BEST)
                   MOVE DPRF-DIST-VAL(DPRF-BEST) TO DPRF-VAL
                   IF DPRF-VAL(17:24) NOT = SPACES
                       MOVE "~" TO DPRF-VAL(16:1)
                   END-IF
                   STRING FUNCTION TRIM(DPRF-VAL(1:16)) "("
                       DPRF-DIST-CNT(DPRF-BEST) ")  "
                       DELIMITED BY SIZE INTO DPRF-LINE
                       WITH POINTER DPRF-PTR
                   END-STRING
               END-IF
           END-PERFORM.
      * A line of the profile to wherever this run's output goes.
      * The capture is a plain fixed file whatever the source was.
       DPRF-EMIT.
           IF DPRF-BATCH = 'Y'
               MOVE 'N' TO WS-FILE-VAR-ON
               MOVE 'N' TO WS-FILE-ENC-ON
               MOVE 'Y' TO WS-FILE-WR-ALLOWED
               MOVE SPACES TO FILE-REC-AREA
               MOVE DPRF-LINE TO FILE-REC-AREA(1:80)
               PERFORM JOBQ-CAP-LINE
           ELSE
               MOVE DPRF-LINE TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
      * PROFILE-DATA shell operation: Argument the layout, Argument 2
      * the file.  Not to be confused with PROFILE, the operator's
      * own preferences.
       DPRF-REPORT.
           MOVE WS-SHELL-REQ-ARG1(1:10) TO DCT-LAYOUT.
           MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE 'N' TO DPRF-BATCH.
           PERFORM DPRF-RUN.
           IF DPRF-OK = 'Y'
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Profiled file, records " DPRF-RECS
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "PROFILE-DATA: " DPRF-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * SELECT shell operation: Argument the layout, source and
      * destination ("CUSTMAST CUST.DAT BIGCUST.DAT"), Argument 2 the
      * condition ("BALANCE > 1000 AND REGION = 04").  With Argument
      * 2 blank, Argument instead names a selection definition --
      * FILE=, LAYOUT=, WHERE= and TO= lines, as the SELECT job kind
      * takes it, for conditions too long for the prompt.
       SEL-REPORT.
           MOVE SPACES TO SEL-SRC-SPEC.
           MOVE SPACES TO SEL-DST-SPEC.
           MOVE SPACES TO SEL-WHERE.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE 'Y' TO SEL-OK.
           IF WS-SHELL-REQ-ARG2 = SPACES
               MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC
               PERFORM SEL-LOAD-DEFINITION
           ELSE
               UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
                   INTO DCT-LAYOUT SEL-SRC-SPEC SEL-DST-SPEC
               END-UNSTRING
               MOVE WS-SHELL-REQ-ARG2 TO SEL-WHERE
           END-IF.
           IF SEL-OK = 'Y'
               PERFORM SEL-RUN
           END-IF.
           IF SEL-OK = 'Y'
               DISPLAY "SELECT: read " SEL-READ " records, selected "
                   SEL-SELECTED " -> " SEL-DST-SPEC END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Selected records, " SEL-SELECTED " of "
                   SEL-READ DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
           ELSE
               DISPLAY "SELECT: " SEL-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
      * A selection definition, the file spec in WS-FILE-SPEC
       SEL-LOAD-DEFINITION.
           MOVE 'Y' TO SEL-OK.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "definition file not found" TO SEL-MSG
               MOVE 'N' TO SEL-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:80) NOT = SPACES
                   MOVE SPACES TO RPT-DEF-KEY
                   MOVE SPACES TO RPT-DEF-VAL
                   UNSTRING FILE-REC-AREA(1:80) DELIMITED BY "="
                       INTO RPT-DEF-KEY RPT-DEF-VAL
                   END-UNSTRING
                   EVALUATE FUNCTION TRIM(RPT-DEF-KEY)
                       WHEN "FILE"
                           MOVE RPT-DEF-VAL TO SEL-SRC-SPEC
                       WHEN "LAYOUT"
                           MOVE RPT-DEF-VAL(1:10) TO DCT-LAYOUT
                       WHEN "WHERE"
                           MOVE RPT-DEF-VAL TO SEL-WHERE
                       WHEN "TO"
                           MOVE RPT-DEF-VAL TO SEL-DST-SPEC
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * The selection core, shared by the shell operation and the
      * SELECT batch-job kind: with DCT-LAYOUT, the two file specs
      * and SEL-WHERE set, copy every record the condition holds for
      * into a fresh destination, cut back to what was selected.
      * Blank records are empty slots and are not read as records.
       SEL-RUN.
           MOVE 'N' TO SEL-OK.
           MOVE SPACES TO SEL-MSG.
           MOVE 0 TO SEL-READ.
           MOVE 0 TO SEL-SELECTED.
           IF DCT-LAYOUT = SPACES OR SEL-SRC-SPEC = SPACES
               OR SEL-DST-SPEC = SPACES OR SEL-WHERE = SPACES
               MOVE "needs layout, source, destination, WHERE"
                   TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           IF SEL-DST-SPEC = SEL-SRC-SPEC
               MOVE "destination must be another file" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM SEL-SPLIT-WHERE.
           MOVE SEL-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SEL-SRC-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "source not found" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO SEL-SRC-VOL.
           MOVE FILE-CYL TO SEL-SRC-CYL.
           MOVE FILE-SECT TO SEL-SRC-SECT.
           MOVE FILE-NUMSECT TO SEL-SRC-NUMSECT.
           MOVE FILE-RECLEN TO SEL-SRC-RECLEN.
           MOVE FILE-NUMRECS TO SEL-SRC-NUMRECS.
           MOVE WS-FILE-VAR-ON TO SEL-SRC-VAR.
           MOVE WS-FILE-ENC-ON TO SEL-SRC-ENC.
      * The condition is tried once against an empty record first:
      * a badly formed one is refused before anything is written
           MOVE SPACES TO FILE-REC-AREA.
           PERFORM SEL-TEST.
           IF SEL-BAD = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SEL-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE FILE-VOL TO SEL-DST-VOL.
           PERFORM FILE-DELETE.
           MOVE SEL-SRC-RECLEN TO FILE-RECLEN.
           MOVE SEL-SRC-NUMRECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               MOVE "create of destination failed" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO SEL-DST-CYL.
           MOVE FILE-SECT TO SEL-DST-SECT.
           MOVE FILE-NUMSECT TO SEL-DST-NUMSECT.
           PERFORM VARYING SEL-REC-IDX FROM 1 BY 1
               UNTIL SEL-REC-IDX > SEL-SRC-NUMRECS
               PERFORM SEL-SET-SRC
               MOVE SEL-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:SEL-SRC-RECLEN) NOT = SPACES
                   ADD 1 TO SEL-READ END-ADD
                   MOVE FILE-REC-AREA TO SEL-HELD-REC
                   PERFORM SEL-TEST
                   IF SEL-TRUTH = 'Y'
                       ADD 1 TO SEL-SELECTED END-ADD
                       PERFORM SEL-SET-DST
                       MOVE SEL-HELD-REC TO FILE-REC-AREA
                       MOVE SEL-SELECTED TO FILE-RECORD
                       PERFORM FILE-WRITE-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           IF SEL-SELECTED < SEL-SRC-NUMRECS
               PERFORM SEL-SET-DST
               MOVE SEL-SELECTED TO FILE-NUMRECS
               IF FILE-NUMRECS = 0
                   MOVE 1 TO FILE-NUMRECS
               END-IF
               PERFORM FILE-EXTEND
           END-IF.
           MOVE 'Y' TO SEL-OK.
      * The condition into its words, once per run
       SEL-SPLIT-WHERE.
           MOVE SPACES TO SEL-TOKENS.
           UNSTRING SEL-WHERE DELIMITED BY ALL SPACE
               INTO SEL-TOKEN(1) SEL-TOKEN(2) SEL-TOKEN(3)
               SEL-TOKEN(4) SEL-TOKEN(5) SEL-TOKEN(6) SEL-TOKEN(7)
               SEL-TOKEN(8) SEL-TOKEN(9) SEL-TOKEN(10) SEL-TOKEN(11)
               SEL-TOKEN(12) SEL-TOKEN(13) SEL-TOKEN(14)
               SEL-TOKEN(15) SEL-TOKEN(16) SEL-TOKEN(17)
               SEL-TOKEN(18) SEL-TOKEN(19) SEL-TOKEN(20)
           END-UNSTRING.
       SEL-SET-SRC.
           MOVE SEL-SRC-VOL TO FILE-VOL.
           MOVE SEL-SRC-CYL TO FILE-CYL.
           MOVE SEL-SRC-SECT TO FILE-SECT.
           MOVE SEL-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE SEL-SRC-RECLEN TO FILE-RECLEN.
           MOVE SEL-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE SEL-SRC-VAR TO WS-FILE-VAR-ON.
           MOVE SEL-SRC-ENC TO WS-FILE-ENC-ON.
       SEL-SET-DST.
           MOVE SEL-DST-VOL TO FILE-VOL.
           MOVE SEL-DST-CYL TO FILE-CYL.
           MOVE SEL-DST-SECT TO FILE-SECT.
           MOVE SEL-DST-NUMSECT TO FILE-NUMSECT.
           MOVE SEL-SRC-RECLEN TO FILE-RECLEN.
           MOVE SEL-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * The condition against the record in FILE-REC-AREA: SEL-TRUTH
      * comes back Y or N, or SEL-BAD Y with the fault in SEL-MSG.
      * SEL-STATE is E while a value is expected and A after one;
      * SEL-SIDE says which side of the comparison is being built.
       SEL-TEST.
           MOVE 'N' TO SEL-BAD.
           MOVE 'N' TO SEL-TRUTH.
           MOVE 'E' TO SEL-STATE.
           MOVE 'L' TO SEL-SIDE.
           MOVE SPACE TO SEL-ARITH.
           MOVE 'N' TO SEL-NOT.
           MOVE SPACES TO SEL-JOIN.
           MOVE SPACES TO SEL-COMP.
           MOVE SPACE TO SEL-L-KIND.
           MOVE SPACE TO SEL-R-KIND.
           PERFORM VARYING SEL-T FROM 1 BY 1
               UNTIL SEL-T > 20 OR SEL-BAD = 'Y'
               IF SEL-TOKEN(SEL-T) NOT = SPACES
                   PERFORM SEL-TOKEN-STEP
               END-IF
           END-PERFORM.
           IF SEL-BAD = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF SEL-STATE = 'A' AND SEL-SIDE = 'R'
               PERFORM SEL-END-TERM
           ELSE
               MOVE 'Y' TO SEL-BAD
               MOVE "condition ends short of a comparison" TO SEL-MSG
           END-IF.
       SEL-TOKEN-STEP.
           MOVE SEL-TOKEN(SEL-T) TO SEL-TOK.
           MOVE SEL-TOK TO SEL-TOK-UP.
           INSPECT SEL-TOK-UP CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN SEL-TOK-UP = "AND" OR "OR" OR "XOR"
                   IF SEL-STATE NOT = 'A' OR SEL-SIDE NOT = 'R'
                       MOVE 'Y' TO SEL-BAD
                       MOVE "AND/OR/XOR must follow a comparison"
                           TO SEL-MSG
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM SEL-END-TERM
                   MOVE SEL-TOK-UP(1:3) TO SEL-JOIN
                   MOVE 'L' TO SEL-SIDE
                   MOVE 'E' TO SEL-STATE
               WHEN SEL-TOK-UP = "NOT"
                   IF SEL-STATE NOT = 'E' OR SEL-SIDE NOT = 'L'
                       OR SEL-L-KIND NOT = SPACE
                       MOVE 'Y' TO SEL-BAD
                       MOVE "NOT must open a comparison" TO SEL-MSG
                       EXIT PARAGRAPH
                   END-IF
                   IF SEL-NOT = 'Y'
                       MOVE 'N' TO SEL-NOT
                   ELSE
                       MOVE 'Y' TO SEL-NOT
                   END-IF
               WHEN SEL-TOK = "+" OR "-"
                   IF SEL-STATE NOT = 'A'
                       MOVE 'Y' TO SEL-BAD
                       MOVE "+ or - without a value before it"
                           TO SEL-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SEL-TOK(1:1) TO SEL-ARITH
                   MOVE 'E' TO SEL-STATE
               WHEN SEL-TOK = "=" OR "<>" OR ">" OR "<" OR ">="
                   OR "<="
                   IF SEL-STATE NOT = 'A' OR SEL-SIDE NOT = 'L'
                       MOVE 'Y' TO SEL-BAD
                       MOVE "comparison out of place" TO SEL-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SEL-TOK(1:2) TO SEL-COMP
                   MOVE 'R' TO SEL-SIDE
                   MOVE 'E' TO SEL-STATE
               WHEN OTHER
                   IF SEL-STATE NOT = 'E'
                       MOVE 'Y' TO SEL-BAD
                       MOVE "two values with nothing between"
                           TO SEL-MSG
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM SEL-OPERAND
                   IF SEL-BAD = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM SEL-APPLY
                   MOVE 'A' TO SEL-STATE
           END-EVALUATE.
      * One value word into SEL-V-KIND, -NUM and -TXT.  Kind N is a
      * numeric field holding a number, B one that doesn't (its
      * comparisons are simply false), L a number written in the
      * condition, T text -- an X field or a word that names no
      * field.
       SEL-OPERAND.
           MOVE SPACES TO SEL-V-TXT.
           MOVE 0 TO SEL-V-NUM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SEL-TOK)) TO SEL-TLEN.
           IF SEL-TOK(1:1) = QUOTE OR SEL-TOK(1:1) = "'"
               IF SEL-TLEN < 2
                   OR SEL-TOK(SEL-TLEN:1) NOT = SEL-TOK(1:1)
                   MOVE 'Y' TO SEL-BAD
                   MOVE "unbalanced quotes" TO SEL-MSG
                   EXIT PARAGRAPH
               END-IF
               IF SEL-TLEN > 2
                   MOVE SEL-TOK(2:SEL-TLEN - 2) TO SEL-V-TXT
               END-IF
               MOVE 'T' TO SEL-V-KIND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SEL-FLD.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR SEL-FLD > 0
               IF DCT-F-NAME(DCT-IDX) = SEL-TOK-UP
                   MOVE DCT-IDX TO SEL-FLD
               END-IF
           END-PERFORM.
           IF SEL-FLD > 0
               PERFORM SEL-FIELD-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SEL-TOK TO SEL-V-TXT.
           MOVE 'L' TO SEL-V-KIND.
           IF SEL-TOK(1:SEL-TLEN) IS NUMERIC
               COMPUTE SEL-V-NUM = FUNCTION NUMVAL(SEL-TOK)
               END-COMPUTE
               EXIT PARAGRAPH
           END-IF.
           IF SEL-TLEN > 1 AND SEL-TOK(1:1) = "-"
               AND SEL-TOK(2:SEL-TLEN - 1) IS NUMERIC
               COMPUTE SEL-V-NUM = FUNCTION NUMVAL(SEL-TOK)
               END-COMPUTE
               EXIT PARAGRAPH
           END-IF.
      * A trailing H reads the digits before it as hex, as EVAL does
           IF SEL-TLEN > 1 AND SEL-TOK-UP(SEL-TLEN:1) = "H"
               PERFORM VARYING SEL-HEX-IDX FROM 1 BY 1
                   UNTIL SEL-HEX-IDX >= SEL-TLEN
                   OR SEL-V-KIND = 'T'
                   PERFORM VARYING SEL-HEX-DIGIT FROM 1 BY 1
                       UNTIL SEL-HEX-DIGIT > 16
                       OR SEL-HEXMAP(SEL-HEX-DIGIT:1) =
                       SEL-TOK-UP(SEL-HEX-IDX:1)
                       CONTINUE
                   END-PERFORM
                   IF SEL-HEX-DIGIT > 16
                       MOVE 'T' TO SEL-V-KIND
                   ELSE
                       COMPUTE SEL-V-NUM = (SEL-V-NUM * 16) +
                           SEL-HEX-DIGIT - 1 END-COMPUTE
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T' TO SEL-V-KIND.
       SEL-FIELD-VALUE.
           IF DCT-F-POS(SEL-FLD) = 0
               OR DCT-F-POS(SEL-FLD) + DCT-F-LEN(SEL-FLD) - 1 >
               SEL-SRC-RECLEN
               MOVE 'Y' TO SEL-BAD
               MOVE "field lies outside the record" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           IF DCT-F-LEN(SEL-FLD) > 40
               MOVE FILE-REC-AREA(DCT-F-POS(SEL-FLD):40) TO SEL-V-TXT
           ELSE
               MOVE FILE-REC-AREA(DCT-F-POS(SEL-FLD):
                   DCT-F-LEN(SEL-FLD)) TO SEL-V-TXT
           END-IF.
           MOVE 'N' TO SEL-V-KIND.
           EVALUATE DCT-F-TYPE(SEL-FLD)
               WHEN "9"
                   IF DCT-F-LEN(SEL-FLD) > 17
                       MOVE 'T' TO SEL-V-KIND
                   ELSE
                       IF FILE-REC-AREA(DCT-F-POS(SEL-FLD):
                           DCT-F-LEN(SEL-FLD)) IS NOT NUMERIC
                           MOVE 'B' TO SEL-V-KIND
                       END-IF
                   END-IF
               WHEN "S"
                   IF DCT-F-LEN(SEL-FLD) > 18
                       MOVE 'T' TO SEL-V-KIND
                   ELSE
                       IF DCT-F-LEN(SEL-FLD) < 2
                           OR (FILE-REC-AREA(DCT-F-POS(SEL-FLD):1)
                           NOT = "-" AND NOT = "+" AND NOT = SPACE)
                           OR FILE-REC-AREA(DCT-F-POS(SEL-FLD) + 1:
                           DCT-F-LEN(SEL-FLD) - 1) IS NOT NUMERIC
                           MOVE 'B' TO SEL-V-KIND
                       END-IF
                   END-IF
               WHEN "D"
                   IF DCT-F-LEN(SEL-FLD) < 8
                       OR FILE-REC-AREA(DCT-F-POS(SEL-FLD):8)
                       IS NOT NUMERIC
                       MOVE 'B' TO SEL-V-KIND
                   ELSE
                       MOVE SPACES TO SEL-V-TXT
                       MOVE FILE-REC-AREA(DCT-F-POS(SEL-FLD):8)
                           TO SEL-V-TXT
                   END-IF
               WHEN OTHER
                   MOVE 'T' TO SEL-V-KIND
           END-EVALUATE.
           IF SEL-V-KIND = 'N'
               COMPUTE SEL-V-NUM = FUNCTION NUMVAL(SEL-V-TXT)
               END-COMPUTE
           END-IF.
      * The value just read onto the side being built, added to or
      * taken from what is there when a + or - is pending
       SEL-APPLY.
           IF SEL-ARITH = SPACE
               IF SEL-SIDE = 'L'
                   MOVE SEL-V-KIND TO SEL-L-KIND
                   MOVE SEL-V-NUM TO SEL-L-NUM
                   MOVE SEL-V-TXT TO SEL-L-TXT
               ELSE
                   MOVE SEL-V-KIND TO SEL-R-KIND
                   MOVE SEL-V-NUM TO SEL-R-NUM
                   MOVE SEL-V-TXT TO SEL-R-TXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SEL-V-KIND = 'T'
               OR (SEL-SIDE = 'L' AND SEL-L-KIND = 'T')
               OR (SEL-SIDE = 'R' AND SEL-R-KIND = 'T')
               MOVE 'Y' TO SEL-BAD
               MOVE "+ and - take numbers only" TO SEL-MSG
               EXIT PARAGRAPH
           END-IF.
           IF SEL-ARITH = "-"
               COMPUTE SEL-V-NUM = 0 - SEL-V-NUM END-COMPUTE
           END-IF.
           IF SEL-SIDE = 'L'
               IF SEL-L-KIND = 'B' OR SEL-V-KIND = 'B'
                   MOVE 'B' TO SEL-L-KIND
               ELSE
                   ADD SEL-V-NUM TO SEL-L-NUM END-ADD
                   MOVE 'N' TO SEL-L-KIND
               END-IF
           ELSE
               IF SEL-R-KIND = 'B' OR SEL-V-KIND = 'B'
                   MOVE 'B' TO SEL-R-KIND
               ELSE
                   ADD SEL-V-NUM TO SEL-R-NUM END-ADD
                   MOVE 'N' TO SEL-R-KIND
               END-IF
           END-IF.
           MOVE SPACE TO SEL-ARITH.
      * Settle one comparison and fold it into the running answer
      * with the join that came before it
       SEL-END-TERM.
           MOVE 'N' TO SEL-TERM.
           IF SEL-L-KIND = 'B' OR SEL-R-KIND = 'B'
               CONTINUE
           ELSE
               IF SEL-L-KIND = 'T' OR SEL-R-KIND = 'T'
                   EVALUATE SEL-COMP
                       WHEN "= "
                           IF SEL-L-TXT = SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "<>"
                           IF SEL-L-TXT NOT = SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "> "
                           IF SEL-L-TXT > SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "< "
                           IF SEL-L-TXT < SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN ">="
                           IF SEL-L-TXT NOT < SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "<="
                           IF SEL-L-TXT NOT > SEL-R-TXT
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                   END-EVALUATE
               ELSE
                   EVALUATE SEL-COMP
                       WHEN "= "
                           IF SEL-L-NUM = SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "<>"
                           IF SEL-L-NUM NOT = SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "> "
                           IF SEL-L-NUM > SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "< "
                           IF SEL-L-NUM < SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN ">="
                           IF SEL-L-NUM NOT < SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                       WHEN "<="
                           IF SEL-L-NUM NOT > SEL-R-NUM
                               MOVE 'Y' TO SEL-TERM
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
           IF SEL-NOT = 'Y'
               IF SEL-TERM = 'Y'
                   MOVE 'N' TO SEL-TERM
               ELSE
                   MOVE 'Y' TO SEL-TERM
               END-IF
           END-IF.
           EVALUATE SEL-JOIN
               WHEN "AND"
                   IF SEL-TRUTH = 'Y' AND SEL-TERM = 'Y'
                       MOVE 'Y' TO SEL-TRUTH
                   ELSE
                       MOVE 'N' TO SEL-TRUTH
                   END-IF
               WHEN "OR "
                   IF SEL-TERM = 'Y'
                       MOVE 'Y' TO SEL-TRUTH
                   END-IF
               WHEN "XOR"
                   IF SEL-TRUTH = SEL-TERM
                       MOVE 'N' TO SEL-TRUTH
                   ELSE
                       MOVE 'Y' TO SEL-TRUTH
                   END-IF
               WHEN OTHER
                   MOVE SEL-TERM TO SEL-TRUTH
           END-EVALUATE.
           MOVE 'N' TO SEL-NOT.
           MOVE SPACE TO SEL-L-KIND.
           MOVE SPACE TO SEL-R-KIND.
           MOVE SPACES TO SEL-COMP.
      * MASSUPD shell operation: Argument the layout, the file and
      * the change ("CUSTMAST CUST.DAT DEPT=0420"), Argument 2 the
      * condition in SELECT's terms ("DEPT = 0410").  The affected
      * records are listed first and nothing is written until the
      * operator says so.
       MUPD-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO MUPD-SPEC.
           MOVE SPACES TO MUPD-SET.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT MUPD-SPEC MUPD-SET
           END-UNSTRING.
           MOVE WS-SHELL-REQ-ARG2 TO SEL-WHERE.
           PERFORM MUPD-PREPARE.
           IF MUPD-OK = 'N'
               DISPLAY "MASSUPD: " MUPD-MSG END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO MUPD-MODE.
           PERFORM MUPD-PASS.
           IF MUPD-CHANGED = 0
               DISPLAY "MASSUPD: " MUPD-MATCHED " records qualify,"
                   " none would change" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Set " MUPD-FLD-NAME " in " MUPD-CHANGED
               " records? (Y/N): " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-REPLY END-ACCEPT.
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM MUPD-APPLY
           ELSE
               DISPLAY "MASSUPD: nothing written" END-DISPLAY
           END-IF.
           MOVE SPACE TO WS-REPLY.
           PERFORM LIB-PAUSE.
      * Everything that can be refused is refused here, before the
      * preview: the layout, the field and its new value (checked by
      * the validator exactly as a record would be), the condition,
      * and the file and the operator's right to write it
       MUPD-PREPARE.
           MOVE 'N' TO MUPD-OK.
           MOVE SPACES TO MUPD-MSG.
           IF DCT-LAYOUT = SPACES OR MUPD-SPEC = SPACES
               OR MUPD-SET = SPACES OR SEL-WHERE = SPACES
               MOVE "needs layout, file, FIELD=VALUE, condition"
                   TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MUPD-FLD-NAME.
           MOVE SPACES TO MUPD-VALUE.
           UNSTRING MUPD-SET DELIMITED BY "="
               INTO MUPD-FLD-NAME MUPD-VALUE
           END-UNSTRING.
           INSPECT MUPD-FLD-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO MUPD-FLD.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT OR MUPD-FLD > 0
               IF DCT-F-NAME(DCT-IDX) = MUPD-FLD-NAME
                   MOVE DCT-IDX TO MUPD-FLD
               END-IF
           END-PERFORM.
           IF MUPD-FLD = 0
               MOVE "field to set is not in the layout" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           IF MUPD-FLD = DCT-KEY-IDX
               MOVE "the key field is not mass-updated" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE DCT-F-POS(MUPD-FLD) TO MUPD-POS.
           MOVE DCT-F-LEN(MUPD-FLD) TO MUPD-LEN.
           IF MUPD-LEN > 40
               MOVE "field to set is over 40 wide" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM MUPD-BUILD-VALUE.
           IF MUPD-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM SEL-SPLIT-WHERE.
           MOVE MUPD-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "file not found" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-WR-ALLOWED = 'N'
               MOVE "no write access to the file" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-ON = 'Y'
               MOVE "file is a variable-length file" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           IF MUPD-POS + MUPD-LEN - 1 > FILE-RECLEN
               MOVE "field to set lies outside the record"
                   TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MUPD-SRC-VOL.
           MOVE FILE-NAME TO MUPD-SRC-NAME.
           MOVE FILE-EXT TO MUPD-SRC-EXT.
           MOVE FILE-CYL TO MUPD-SRC-CYL.
           MOVE FILE-SECT TO MUPD-SRC-SECT.
           MOVE FILE-NUMSECT TO MUPD-SRC-NUMSECT.
           MOVE FILE-RECLEN TO MUPD-SRC-RECLEN.
           MOVE FILE-NUMRECS TO MUPD-SRC-NUMRECS.
           MOVE WS-FILE-ENC-ON TO MUPD-SRC-ENC.
           MOVE FILE-RECLEN TO SEL-SRC-RECLEN.
      * The new value must pass the validator in a record of this
      * file's length, range checks and all
           MOVE SPACES TO FILE-REC-AREA.
           MOVE MUPD-NEW(1:MUPD-LEN)
               TO FILE-REC-AREA(MUPD-POS:MUPD-LEN).
           MOVE MUPD-FLD TO DCT-IDX.
           MOVE MUPD-SRC-RECLEN TO VAL-SRC-RECLEN.
           PERFORM VAL-CHECK-FIELD.
           IF VAL-REASON NOT = SPACES
               STRING "new value " VAL-REASON
                   DELIMITED BY SIZE INTO MUPD-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           PERFORM SEL-TEST.
           IF SEL-BAD = 'Y'
               MOVE SEL-MSG TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO MUPD-OK.
      * The VALUE as the field holds it: text left in spaces, digits
      * right in zeros, a signed number as its sign and digits, a
      * date as its eight digits.  Quotes let text keep its case
      * exactly as typed.
       MUPD-BUILD-VALUE.
           MOVE SPACES TO MUPD-NEW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MUPD-VALUE))
               TO MUPD-VLEN.
           IF MUPD-VALUE = SPACES
               MOVE 0 TO MUPD-VLEN
           END-IF.
           IF MUPD-VLEN > 1
               AND (MUPD-VALUE(1:1) = QUOTE OR MUPD-VALUE(1:1) = "'")
               AND MUPD-VALUE(MUPD-VLEN:1) = MUPD-VALUE(1:1)
               IF MUPD-VLEN > 2
                   MOVE MUPD-VALUE(2:MUPD-VLEN - 2) TO MUPD-NEW
               END-IF
               MOVE MUPD-NEW TO MUPD-VALUE
               SUBTRACT 2 FROM MUPD-VLEN END-SUBTRACT
           END-IF.
           IF MUPD-VLEN > MUPD-LEN
               MOVE "value is wider than the field" TO MUPD-MSG
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DCT-F-TYPE(MUPD-FLD)
               WHEN "9"
                   IF MUPD-VLEN = 0
                       OR MUPD-VALUE(1:MUPD-VLEN) IS NOT NUMERIC
                       MOVE "value is not a number" TO MUPD-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ALL "0" TO MUPD-NEW(1:MUPD-LEN)
                   MOVE MUPD-VALUE(1:MUPD-VLEN) TO
                       MUPD-NEW(MUPD-LEN - MUPD-VLEN + 1:MUPD-VLEN)
               WHEN "S"
                   IF MUPD-VLEN = 0 OR MUPD-LEN < 2 OR MUPD-LEN > 18
                       MOVE "value is not a number" TO MUPD-MSG
                       EXIT PARAGRAPH
                   END-IF
                   IF MUPD-VALUE(1:1) = "-" OR MUPD-VALUE(1:1) = "+"
                       IF MUPD-VLEN < 2
                           OR MUPD-VALUE(2:MUPD-VLEN - 1)
                           IS NOT NUMERIC
                           MOVE "value is not a number" TO MUPD-MSG
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       IF MUPD-VALUE(1:MUPD-VLEN) IS NOT NUMERIC
                           OR MUPD-VLEN > MUPD-LEN - 1
                           MOVE "value is not a number" TO MUPD-MSG
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   COMPUTE MUPD-NUM = FUNCTION NUMVAL(MUPD-VALUE)
                   END-COMPUTE
                   IF MUPD-NUM < 0
                       MOVE "-" TO MUPD-NEW(1:1)
                       COMPUTE MUPD-ABS = 0 - MUPD-NUM END-COMPUTE
                   ELSE
                       MOVE "+" TO MUPD-NEW(1:1)
                       MOVE MUPD-NUM TO MUPD-ABS
                   END-IF
                   MOVE MUPD-ABS-X(17 - MUPD-LEN + 2:MUPD-LEN - 1)
                       TO MUPD-NEW(2:MUPD-LEN - 1)
               WHEN "D"
                   IF MUPD-VLEN NOT = 8
                       OR MUPD-VALUE(1:8) IS NOT NUMERIC
                       MOVE "date must be YYYYMMDD" TO MUPD-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE MUPD-VALUE(1:8) TO MUPD-NEW
               WHEN OTHER
                   MOVE MUPD-VALUE TO MUPD-NEW
           END-EVALUATE.
      * One sweep of the file.  Mode P lists each record that would
      * change on the screen; mode A writes it and puts the same line
      * in MASSAUD.TXT.  A qualifying record already holding the
      * value is left alone and not counted as changed.
       MUPD-PASS.
           MOVE 0 TO MUPD-MATCHED.
           MOVE 0 TO MUPD-CHANGED.
           PERFORM VARYING MUPD-REC-IDX FROM 1 BY 1
               UNTIL MUPD-REC-IDX > MUPD-SRC-NUMRECS
               PERFORM MUPD-SET-SRC
               MOVE MUPD-REC-IDX TO FILE-RECORD
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   AND FILE-REC-AREA(1:MUPD-SRC-RECLEN) NOT = SPACES
                   PERFORM SEL-TEST
                   IF SEL-TRUTH = 'Y'
                       ADD 1 TO MUPD-MATCHED END-ADD
                       PERFORM MUPD-ONE-RECORD
                   END-IF
               END-IF
           END-PERFORM.
       MUPD-ONE-RECORD.
           MOVE SPACES TO MUPD-OLD.
           MOVE FILE-REC-AREA(MUPD-POS:MUPD-LEN) TO MUPD-OLD.
           IF MUPD-OLD(1:MUPD-LEN) = MUPD-NEW(1:MUPD-LEN)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MUPD-CHANGED END-ADD.
           MOVE SPACES TO MUPD-KEY.
           MOVE FILE-REC-AREA(DCT-F-POS(DCT-KEY-IDX):
               DCT-F-LEN(DCT-KEY-IDX)) TO MUPD-KEY.
           MOVE SPACES TO MUPD-LINE.
           MOVE MUPD-REC-IDX TO MUPD-LINE(1:4).
           MOVE MUPD-KEY TO MUPD-LINE(6:20).
           MOVE MUPD-OLD(1:24) TO MUPD-LINE(27:24).
           MOVE "->" TO MUPD-LINE(52:2).
           MOVE MUPD-NEW(1:24) TO MUPD-LINE(55:24).
           IF MUPD-MODE = 'P'
               DISPLAY MUPD-LINE END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE MUPD-NEW(1:MUPD-LEN)
               TO FILE-REC-AREA(MUPD-POS:MUPD-LEN).
           MOVE MUPD-REC-IDX TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           IF NOT FILE-OP-OK
               SUBTRACT 1 FROM MUPD-CHANGED END-SUBTRACT
               MOVE "** write refused **" TO MUPD-LINE(55:24)
           END-IF.
           PERFORM MUPD-OUT-LINE.
      * The writing pass: a fresh MASSAUD.TXT, the sweep in mode A,
      * the count, and the session log's entry
       MUPD-APPLY.
           MOVE 'A' TO FILE-VOL.
           MOVE "MASSAUD" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-DELETE.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               DISPLAY "MASSUPD: audit listing would not open -"
                   " nothing written" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO MUPD-OUT-VOL.
           MOVE FILE-CYL TO MUPD-OUT-CYL.
           MOVE FILE-SECT TO MUPD-OUT-SECT.
           MOVE FILE-NUMSECT TO MUPD-OUT-NUMSECT.
           MOVE 0 TO MUPD-OUT-RECNO.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO MUPD-LINE.
           STRING "MASS UPDATE of " MUPD-SPEC(1:20) " " MUPD-FLD-NAME
               " by " WS-OPER-ID " " RTC-YEAR "-" RTC-MONTH "-"
               RTC-DAY " " RTC-HOUR ":" RTC-MINUTE
               DELIMITED BY SIZE INTO MUPD-LINE
           END-STRING.
           PERFORM MUPD-OUT-LINE.
           MOVE SPACES TO MUPD-LINE.
           STRING "Where " SEL-WHERE(1:74)
               DELIMITED BY SIZE INTO MUPD-LINE
           END-STRING.
           PERFORM MUPD-OUT-LINE.
           MOVE SPACES TO MUPD-LINE.
           STRING "REC  KEY                  OLD VALUE"
               DELIMITED BY SIZE INTO MUPD-LINE
           END-STRING.
           MOVE "NEW VALUE" TO MUPD-LINE(55:9).
           PERFORM MUPD-OUT-LINE.
           MOVE 'A' TO MUPD-MODE.
           PERFORM MUPD-PASS.
           MOVE SPACES TO MUPD-LINE.
           STRING "CHANGED  " MUPD-CHANGED
               DELIMITED BY SIZE INTO MUPD-LINE
           END-STRING.
           PERFORM MUPD-OUT-LINE.
           DISPLAY "MASSUPD: changed " MUPD-CHANGED " records,"
               " listing -> MASSAUD.TXT" END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Mass update " MUPD-FLD-NAME " changed "
               MUPD-CHANGED DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
       MUPD-SET-SRC.
           MOVE MUPD-SRC-VOL TO FILE-VOL.
           MOVE MUPD-SRC-NAME TO FILE-NAME.
           MOVE MUPD-SRC-EXT TO FILE-EXT.
           MOVE MUPD-SRC-CYL TO FILE-CYL.
           MOVE MUPD-SRC-SECT TO FILE-SECT.
           MOVE MUPD-SRC-NUMSECT TO FILE-NUMSECT.
           MOVE MUPD-SRC-RECLEN TO FILE-RECLEN.
           MOVE MUPD-SRC-NUMRECS TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE MUPD-SRC-ENC TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
      * One line into MASSAUD.TXT from MUPD-LINE; the record just
      * written is done with, so FILE-REC-AREA is free
       MUPD-OUT-LINE.
           IF MUPD-OUT-RECNO >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MUPD-OUT-RECNO END-ADD.
           MOVE MUPD-OUT-VOL TO FILE-VOL.
           MOVE "MASSAUD" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           MOVE MUPD-OUT-CYL TO FILE-CYL.
           MOVE MUPD-OUT-SECT TO FILE-SECT.
           MOVE MUPD-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 400 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE MUPD-LINE TO FILE-REC-AREA(1:80).
           MOVE MUPD-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * JOURNAL shell operation: Argument names the file, Argument 2
      * says ON or OFF (blank just reports).  Journalling is turned on
      * by the entry's owner or a supervisor, and off only by a
      * supervisor -- an auditor's trail is not the audited's to stop.
       RCJ-FLAG-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE WS-SHELL-REQ-ARG2 TO RCJ-WANT.
           INSPECT RCJ-WANT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF RCJ-WANT NOT = SPACES AND RCJ-WANT NOT = "ON"
               AND RCJ-WANT NOT = "OFF"
               DISPLAY "JOURNAL: Argument 2 is ON, OFF or blank"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF RCJ-WANT NOT = SPACES AND WS-CFG-STORE-RO = 'Y'
               DISPLAY "JOURNAL: store is read-only (safe mode)"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00" OR FILE-DIR-DELETED = 'Y'
               DISPLAY "JOURNAL: file not found" END-DISPLAY
               PERFORM FILE-DIR-CLOSE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF RCJ-WANT = SPACES
               IF FILE-DIR-JRN-FLAG = 'J'
                   DISPLAY "JOURNAL: changes to the file are journalled"
                   END-DISPLAY
               ELSE
                   DISPLAY "JOURNAL: the file is not journalled"
                   END-DISPLAY
               END-IF
               PERFORM FILE-DIR-CLOSE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-LEVEL < 5
               AND (RCJ-WANT = "OFF" OR FILE-DIR-OWNER NOT = WS-OPER-ID)
               IF RCJ-WANT = "OFF"
                   DISPLAY "JOURNAL: only a supervisor turns it off"
                   END-DISPLAY
               ELSE
                   DISPLAY "JOURNAL: owner or supervisor only"
                   END-DISPLAY
               END-IF
               PERFORM FILE-DIR-CLOSE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF RCJ-WANT = "ON"
               MOVE 'J' TO FILE-DIR-JRN-FLAG
           ELSE
               MOVE SPACE TO FILE-DIR-JRN-FLAG
           END-IF.
           REWRITE FILE-DIR-REC END-REWRITE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               PERFORM FILE-DIR-CLOSE
               DISPLAY "JOURNAL: directory entry would not update"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-CLOSE.
      * The watch table follows at once, so a file turned off stops
      * being journalled even while it is still the one being worked
           MOVE FILE-DIR-CYL TO FILE-CYL.
           MOVE FILE-DIR-SECT TO FILE-SECT.
           PERFORM RCJ-NOTE-OPEN.
           DISPLAY "JOURNAL: record journal now " RCJ-WANT(1:3)
               END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Record journal " RCJ-WANT(1:3) " for "
               FILE-NAME(1:24)
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * HISTORY shell operation: Argument the layout and the file
      * ("CUSTMAST CUST.DAT"), Argument 2 the record -- its key value
      * ("10442"), or "#" and its record number ("#17").  Every
      * journal line for that record is shown oldest first, with the
      * fields that changed decoded through the layout.
       RCJ-HISTORY-REPORT.
           MOVE SPACES TO DCT-LAYOUT.
           MOVE SPACES TO RCJ-SPEC.
           UNSTRING WS-SHELL-REQ-ARG1 DELIMITED BY ALL SPACE
               INTO DCT-LAYOUT RCJ-SPEC
           END-UNSTRING.
           MOVE WS-SHELL-REQ-ARG2 TO RCJ-WANT.
           PERFORM RCJ-HISTORY-FIND.
           IF RCJ-OK = 'N'
               DISPLAY "HISTORY: " RCJ-MSG END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REPORT-OUT-OPEN.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "HISTORY of " RCJ-HIST-NAME(1:20) " " RCJ-HIST-EXT
               " record " RCJ-HIST-RECNO " (layout " DCT-LAYOUT ")"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           IF RCJ-FLAG NOT = 'J'
               MOVE "(the file is not journalled at present)"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
           MOVE 0 TO RCJ-ENTRIES.
           MOVE SPACES TO RCJ-LAST-STAMP.
           MOVE 'N' TO RCJ-EOF.
           OPEN INPUT REC-JNL-FILE.
           IF WS-REC-JNL-STATUS NOT = "00"
               MOVE 'Y' TO RCJ-EOF
           END-IF.
           PERFORM UNTIL RCJ-EOF = 'Y'
               READ REC-JNL-FILE INTO RCJ-REC-OUT
                   AT END MOVE 'Y' TO RCJ-EOF
               END-READ
               IF RCJ-EOF = 'N' AND RCJ-OUT-TYPE = "R"
                   AND RCJ-OUT-VOL = RCJ-HIST-VOL
                   AND RCJ-OUT-NAME = RCJ-HIST-NAME
                   AND RCJ-OUT-EXT = RCJ-HIST-EXT
                   AND RCJ-OUT-RECNO IS NUMERIC
                   AND RCJ-OUT-RECNO = RCJ-HIST-RECNO
                   AND RCJ-OUT-RECLEN IS NUMERIC
                   AND RCJ-OUT-RECLEN > 0
                   AND RCJ-OUT-RECLEN <= 2048
                   PERFORM RCJ-HISTORY-ENTRY
               END-IF
      * A transaction rolled back after changes shown here were made
      * means those changes no longer stand
               IF RCJ-EOF = 'N' AND RCJ-OUT-TYPE = "X"
                   AND RCJ-LAST-STAMP NOT = SPACES
                   AND RCJ-LAST-STAMP >= RCJ-OUT-IMAGES(1:14)
                   PERFORM RCJ-HISTORY-UNDONE
               END-IF
           END-PERFORM.
           IF WS-REC-JNL-STATUS NOT = "35"
               CLOSE REC-JNL-FILE
           END-IF.
           MOVE SPACES TO WS-RPTO-LINE.
           IF RCJ-ENTRIES = 0
               MOVE "No journalled changes to this record"
                   TO WS-RPTO-LINE
           ELSE
               STRING RCJ-ENTRIES " journalled changes"
                   DELIMITED BY SIZE INTO WS-RPTO-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-OUT-LINE.
           PERFORM REPORT-OUT-CLOSE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "History of record " RCJ-HIST-RECNO " of "
               RCJ-HIST-NAME(1:20)
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * The layout, the file (read access is the gate to its history
      * too) and the record asked about, by key through the layout's
      * key field or by number
       RCJ-HISTORY-FIND.
           MOVE 'N' TO RCJ-OK.
           MOVE SPACES TO RCJ-MSG.
           IF DCT-LAYOUT = SPACES OR RCJ-SPEC = SPACES
               OR RCJ-WANT = SPACES
               MOVE "needs layout, file, key or #record" TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCT-LOAD-LAYOUT.
           IF DCT-COUNT = 0
               MOVE "layout not in DATADICT.DAT" TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE RCJ-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-CHECK-PROTECTED.
           IF WS-FILE-PROTECTED = 'Y'
               MOVE "SEC files are supervisor material" TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               MOVE "file not found" TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-DIR-JRN-FLAG TO RCJ-FLAG.
           MOVE FILE-VOL TO RCJ-HIST-VOL.
           MOVE FILE-NAME TO RCJ-HIST-NAME.
           MOVE FILE-EXT TO RCJ-HIST-EXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RCJ-WANT)) TO RCJ-VLEN.
           IF RCJ-WANT(1:1) = "#"
               MOVE 0 TO RCJ-HIST-RECNO
               IF RCJ-VLEN > 1 AND RCJ-VLEN < 7
                   AND RCJ-WANT(2:RCJ-VLEN - 1) IS NUMERIC
                   COMPUTE RCJ-HIST-RECNO =
                       FUNCTION NUMVAL(RCJ-WANT(2:RCJ-VLEN - 1))
                   END-COMPUTE
               END-IF
               IF RCJ-HIST-RECNO = 0
                   MOVE "record number is not valid" TO RCJ-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RCJ-OK
               EXIT PARAGRAPH
           END-IF.
      * By key: a numeric key typed short is zero-filled to its width,
      * the way the field holds it
           MOVE DCT-F-POS(DCT-KEY-IDX) TO FILE-KEY-POS.
           MOVE DCT-F-LEN(DCT-KEY-IDX) TO FILE-KEY-LEN.
           IF FILE-KEY-LEN > 40 OR RCJ-VLEN > FILE-KEY-LEN
               MOVE "key value is wider than the key field"
                   TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-KEY-VALUE.
           IF DCT-F-TYPE(DCT-KEY-IDX) = "9"
               AND RCJ-VLEN < FILE-KEY-LEN
               AND RCJ-WANT(1:RCJ-VLEN) IS NUMERIC
               MOVE ALL "0" TO FILE-KEY-VALUE(1:FILE-KEY-LEN)
               MOVE RCJ-WANT(1:RCJ-VLEN) TO FILE-KEY-VALUE(
                   FILE-KEY-LEN - RCJ-VLEN + 1:RCJ-VLEN)
           ELSE
               MOVE RCJ-WANT TO FILE-KEY-VALUE
           END-IF.
           PERFORM FILE-READ-KEYED.
           IF NOT FILE-OP-OK
               MOVE "no record with that key" TO RCJ-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-RECORD TO RCJ-HIST-RECNO.
           MOVE 'Y' TO RCJ-OK.
      * One journal line: who and when, then each layout field whose
      * value differs between the two images, old and new
       RCJ-HISTORY-ENTRY.
           ADD 1 TO RCJ-ENTRIES END-ADD.
           MOVE RCJ-OUT-STAMP TO RCJ-LAST-STAMP.
           MOVE RCJ-OUT-RECLEN TO RCJ-RECLEN.
           MOVE RCJ-OUT-IMAGES(1:RCJ-RECLEN * 2) TO RCJ-HEX.
           PERFORM RCJ-HEX-DECODE.
           MOVE RCJ-IMAGE TO RCJ-BEFORE.
           MOVE RCJ-OUT-IMAGES((RCJ-RECLEN * 2) + 1:RCJ-RECLEN * 2)
               TO RCJ-HEX.
           PERFORM RCJ-HEX-DECODE.
           MOVE RCJ-IMAGE TO RCJ-AFTER.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING RCJ-OUT-STAMP(1:4) "-" RCJ-OUT-STAMP(5:2) "-"
               RCJ-OUT-STAMP(7:2) " " RCJ-OUT-STAMP(9:2) ":"
               RCJ-OUT-STAMP(11:2) ":" RCJ-OUT-STAMP(13:2)
               "  by " RCJ-OUT-OPER
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           IF RCJ-BEFORE(1:RCJ-RECLEN) = SPACES
               MOVE "(record first written)" TO WS-RPTO-LINE(40:22)
           END-IF.
           PERFORM REPORT-OUT-LINE.
           MOVE 0 TO RCJ-FIELDS.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DCT-COUNT
               IF DCT-F-POS(DCT-IDX) + DCT-F-LEN(DCT-IDX) - 1
                   <= RCJ-RECLEN
                   AND RCJ-BEFORE(DCT-F-POS(DCT-IDX):
                   DCT-F-LEN(DCT-IDX)) NOT = RCJ-AFTER(
                   DCT-F-POS(DCT-IDX):DCT-F-LEN(DCT-IDX))
                   ADD 1 TO RCJ-FIELDS END-ADD
                   MOVE SPACES TO RCJ-LINE
                   MOVE DCT-F-NAME(DCT-IDX) TO RCJ-LINE(3:12)
                   MOVE RCJ-BEFORE(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) TO RCJ-LINE(16:28)
                   MOVE "->" TO RCJ-LINE(45:2)
                   MOVE RCJ-AFTER(DCT-F-POS(DCT-IDX):
                       DCT-F-LEN(DCT-IDX)) TO RCJ-LINE(48:28)
                   MOVE RCJ-LINE TO WS-RPTO-LINE
                   PERFORM REPORT-OUT-LINE
               END-IF
           END-PERFORM.
           IF RCJ-FIELDS = 0
               MOVE "  (change lies outside the layout's fields)"
                   TO WS-RPTO-LINE
               PERFORM REPORT-OUT-LINE
           END-IF.
      * Mark where a rollback undid the changes listed above it
       RCJ-HISTORY-UNDONE.
           MOVE SPACES TO WS-RPTO-LINE.
           STRING "  -- rolled back " RCJ-OUT-STAMP(1:4) "-"
               RCJ-OUT-STAMP(5:2) "-" RCJ-OUT-STAMP(7:2) " "
               RCJ-OUT-STAMP(9:2) ":" RCJ-OUT-STAMP(11:2) ":"
               RCJ-OUT-STAMP(13:2) ", changes since "
               RCJ-OUT-IMAGES(9:2) ":" RCJ-OUT-IMAGES(11:2) ":"
               RCJ-OUT-IMAGES(13:2) " undone"
               DELIMITED BY SIZE INTO WS-RPTO-LINE
           END-STRING.
           PERFORM REPORT-OUT-LINE.
           MOVE SPACES TO RCJ-LAST-STAMP.
      * Open a transaction: TXN-NEW-OWNER and TXN-NEW-LABEL say who
      * for and under what name (the BEGIN stamp when none is
      * given).  The undo file is emptied before the snapshot is
      * written, and the snapshot's trailer goes down last, so a
      * crash part-way through BEGIN can never replay stale images
      * or half a directory.
       TXN-BEGIN.
           MOVE 'Y' TO TXN-OK.
           MOVE SPACES TO TXN-MSG.
           IF TXN-ACTIVE = 'Y'
               MOVE 'N' TO TXN-OK
               MOVE "a transaction is already open" TO TXN-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO TXN-SAVE-VOL.
           PERFORM FILE-IO-FLUSH.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO TXN-STAMP.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR
               RTC-MINUTE RTC-SECOND
               DELIMITED BY SIZE INTO TXN-STAMP
           END-STRING.
           MOVE TXN-NEW-LABEL TO TXN-LABEL.
           IF TXN-LABEL = SPACES
               MOVE TXN-STAMP TO TXN-LABEL
           END-IF.
           MOVE TXN-NEW-OWNER TO TXN-OWNER.
           IF WS-OPER-ON = 'Y'
               MOVE WS-OPER-ID TO TXN-BY
           ELSE
               MOVE "SYSTEM" TO TXN-BY
           END-IF.
           OPEN OUTPUT TXN-UNDO-FILE.
           CLOSE TXN-UNDO-FILE.
           OPEN OUTPUT TXN-DIR-FILE.
           MOVE SPACES TO TXN-LINE.
           MOVE "B" TO TXN-L-TYPE.
           MOVE TXN-STAMP TO TXN-L-BODY(1:14).
           MOVE TXN-BY TO TXN-L-BODY(15:8).
           MOVE TXN-OWNER TO TXN-L-BODY(23:1).
           MOVE TXN-LABEL TO TXN-L-BODY(24:14).
           WRITE TXN-DIR-REC FROM TXN-LINE END-WRITE.
           MOVE 0 TO TXN-EXEMPT-COUNT.
           PERFORM VARYING TXN-VOL-IDX FROM 1 BY 1
               UNTIL TXN-VOL-IDX > 3
               PERFORM TXN-SNAP-VOLUME
           END-PERFORM.
           MOVE SPACES TO TXN-LINE.
           MOVE "Z" TO TXN-L-TYPE.
           MOVE TXN-STAMP TO TXN-L-BODY(1:14).
           WRITE TXN-DIR-REC FROM TXN-LINE END-WRITE.
           CLOSE TXN-DIR-FILE.
           OPEN I-O TXN-UNDO-FILE.
           MOVE 'Y' TO TXN-ACTIVE.
           MOVE TXN-SAVE-VOL TO FILE-VOL.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Transaction " FUNCTION TRIM(TXN-LABEL) " begun"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Make the transaction's writes stand: everything goes to disk,
      * then the snapshot is emptied -- that is the commit point; a
      * crash either side of it leaves all or none
       TXN-COMMIT.
           MOVE 'Y' TO TXN-OK.
           MOVE SPACES TO TXN-MSG.
           IF TXN-ACTIVE = 'N'
               MOVE 'N' TO TXN-OK
               MOVE "no transaction is open" TO TXN-MSG
               EXIT PARAGRAPH
           END-IF.
           CLOSE TXN-UNDO-FILE.
           PERFORM FILE-IO-FLUSH.
           OPEN OUTPUT TXN-DIR-FILE.
           CLOSE TXN-DIR-FILE.
           OPEN OUTPUT TXN-UNDO-FILE.
           CLOSE TXN-UNDO-FILE.
           MOVE 'N' TO TXN-ACTIVE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Transaction " FUNCTION TRIM(TXN-LABEL)
               " committed" DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Take the open transaction back to BEGIN; TXN-REASON says why
      * for the session log
       TXN-ROLLBACK.
           MOVE 'Y' TO TXN-OK.
           MOVE SPACES TO TXN-MSG.
           IF TXN-ACTIVE = 'N'
               MOVE 'N' TO TXN-OK
               MOVE "no transaction is open" TO TXN-MSG
               EXIT PARAGRAPH
           END-IF.
           CLOSE TXN-UNDO-FILE.
           MOVE 'N' TO TXN-ACTIVE.
           PERFORM TXN-RESTORE.
           PERFORM TXN-LOG-ROLLBACK.
       TXN-LOG-ROLLBACK.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Transaction " FUNCTION TRIM(TXN-LABEL)
               " rolled back" DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Rollback: " TXN-REASON
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Rollback restored " TXN-SECTORS " sectors"
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Boot-time recovery, after the sector journal is replayed: a
      * whole snapshot still on disk is a transaction the last
      * session never finished, and it is rolled back.  A snapshot
      * without its trailer is a BEGIN that never completed -- no
      * write was ever made under it, so it is only cleared away.
       TXN-RECOVER.
           MOVE 'N' TO TXN-HAD-HEADER.
           MOVE 'N' TO TXN-HAD-TRAILER.
           MOVE 'N' TO TXN-EOF.
           OPEN INPUT TXN-DIR-FILE.
           IF WS-TXN-DIR-STATUS NOT = "00"
               IF WS-TXN-DIR-STATUS = "05"
                   CLOSE TXN-DIR-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TXN-EOF = 'Y'
               READ TXN-DIR-FILE INTO TXN-LINE
                   AT END MOVE 'Y' TO TXN-EOF
               END-READ
               IF TXN-EOF = 'N' AND TXN-L-TYPE = "B"
                   MOVE 'Y' TO TXN-HAD-HEADER
                   MOVE TXN-L-BODY(1:14) TO TXN-STAMP
                   MOVE TXN-L-BODY(15:8) TO TXN-BY
                   MOVE TXN-L-BODY(23:1) TO TXN-OWNER
                   MOVE TXN-L-BODY(24:14) TO TXN-LABEL
               END-IF
               IF TXN-EOF = 'N' AND TXN-L-TYPE = "Z"
                   MOVE 'Y' TO TXN-HAD-TRAILER
               END-IF
           END-PERFORM.
           CLOSE TXN-DIR-FILE.
           IF TXN-HAD-HEADER = 'Y' AND TXN-HAD-TRAILER = 'Y'
               PERFORM TXN-RESTORE
               MOVE "no COMMIT before the crash" TO TXN-REASON
               PERFORM TXN-LOG-ROLLBACK
           ELSE
               OPEN OUTPUT TXN-DIR-FILE
               CLOSE TXN-DIR-FILE
               OPEN OUTPUT TXN-UNDO-FILE
               CLOSE TXN-UNDO-FILE
           END-IF.
      * BEGIN, COMMIT and ROLLBACK shell operations -- the same three
      * as script steps, where a refusal stops the script like any
      * other failed step
       TXN-BEGIN-REPORT.
           IF WS-EXEC-RUNNING = 'Y'
               MOVE 'E' TO TXN-NEW-OWNER
           ELSE
               MOVE 'S' TO TXN-NEW-OWNER
           END-IF.
           MOVE WS-SHELL-REQ-ARG1(1:14) TO TXN-NEW-LABEL.
           PERFORM TXN-BEGIN.
           IF TXN-OK = 'Y'
               DISPLAY "BEGIN: transaction " FUNCTION TRIM(TXN-LABEL)
                   " open" END-DISPLAY
           ELSE
               DISPLAY "BEGIN: " TXN-MSG END-DISPLAY
               IF WS-EXEC-RUNNING = 'Y'
                   MOVE 'Y' TO EXEC-STOPPED
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
       TXN-COMMIT-REPORT.
           PERFORM TXN-COMMIT.
           IF TXN-OK = 'Y'
               DISPLAY "COMMIT: transaction " FUNCTION TRIM(TXN-LABEL)
                   " committed" END-DISPLAY
           ELSE
               DISPLAY "COMMIT: " TXN-MSG END-DISPLAY
               IF WS-EXEC-RUNNING = 'Y'
                   MOVE 'Y' TO EXEC-STOPPED
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
       TXN-ROLLBACK-REPORT.
           IF WS-EXEC-RUNNING = 'Y'
               MOVE "ROLLBACK step in a script" TO TXN-REASON
           ELSE
               MOVE "operator ROLLBACK" TO TXN-REASON
           END-IF.
           PERFORM TXN-ROLLBACK.
           IF TXN-OK = 'Y'
               DISPLAY "ROLLBACK: transaction "
                   FUNCTION TRIM(TXN-LABEL) " rolled back, "
                   TXN-SECTORS " sectors restored" END-DISPLAY
           ELSE
               DISPLAY "ROLLBACK: " TXN-MSG END-DISPLAY
               IF WS-EXEC-RUNNING = 'Y'
                   MOVE 'Y' TO EXEC-STOPPED
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
      * Shared library plumbing: make sure the registry exists and
      * find (or open) the row for LIB-MEMBER/LIB-EXT.  LIB-ROW comes
      * back 0 when the member isn't registered; LIB-FREE-ROW is the
           MOVE LIB-STAMP TO FILE-REC-AREA(63:14).
           MOVE LIB-ROW TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           PERFORM LVL-NOTE-CHECKIN.
           PERFORM LIB-WRITE-HISTORY.
           DISPLAY "LIBCI: checked in, " LIB-CHANGED
               " records changed, development version " LVL-DEV
               END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Checked in member " LIB-MEMBER(1:16)
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-IF.
           PERFORM LIB-PAUSE.
       LIB-PAUSE.
      * A script has nobody at the keyboard to press ENTER, nor has
      * an operation run for the operator terminal
           IF WS-EXEC-RUNNING = 'Y' OR TTY-RUNNING = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIB-PAUSE.
           END-PERFORM.
      * One history line per check-in appended to LIBHIST.TXT
       LIB-WRITE-HISTORY.
           MOVE SPACES TO LIB-HIST-LINE.
           STRING LIB-MEMBER(1:20) " " LIB-EXT " "
               WS-OPER-ID " " LIB-STAMP " changed "
               LIB-CHANGED " v" LVL-DEV
               DELIMITED BY SIZE INTO LIB-HIST-LINE
           END-STRING.
           PERFORM LIB-APPEND-HISTORY.
      * LIB-HIST-LINE onto the end of LIBHIST.TXT; promotions write
      * theirs here too
       LIB-APPEND-HISTORY.
           MOVE 'A' TO FILE-VOL.
           MOVE "LIBHIST" TO FILE-NAME.
           MOVE "TXT" TO FILE-EXT.
           PERFORM FILE-EXTEND.
           IF FILE-OP-OK
               MOVE SPACES TO FILE-REC-AREA
               MOVE LIB-HIST-LINE TO FILE-REC-AREA(1:80)
               MOVE WS-TMP2 TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
           END-IF.
      * PROMOTE shell operation: move one version of a library member
      * up a level -- development to test, or test to production.
      * Arg 2 names the level wanted (TEST or PROD); left blank it is
      * the lowest step with something waiting.  The version going up
      * must pass LINELINT's checks, and production takes a second
      * operator, of supervisor level, to approve at the console.
       PROMOTE-REPORT.
           MOVE WS-SHELL-REQ-ARG1 TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           MOVE FILE-NAME TO LIB-MEMBER.
           MOVE FILE-EXT TO LIB-EXT.
           PERFORM LIB-ENSURE-FILE.
           PERFORM LIB-FIND-ROW.
           IF LIB-ROW = 0
               DISPLAY "PROMOTE: member not in the library"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LVL-ENSURE-FILE.
           IF NOT FILE-OP-OK
               DISPLAY "PROMOTE: level register would not open"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LVL-FIND-ROW.
           IF LVL-ROW = 0 AND LVL-FREE-ROW = 0
               DISPLAY "PROMOTE: level register is full" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SHELL-REQ-ARG2(1:4)
               WHEN "TEST" MOVE 'T' TO LVL-TO
               WHEN "PROD" MOVE 'P' TO LVL-TO
               WHEN SPACES
                   IF LVL-DEV > LVL-TEST
                       MOVE 'T' TO LVL-TO
                   ELSE
                       MOVE 'P' TO LVL-TO
                   END-IF
               WHEN OTHER
                   DISPLAY "PROMOTE: Arg2 is TEST, PROD or blank"
                   END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
           END-EVALUATE.
      * Find the copy going up: the master for test, the test copy
      * for production
           IF LVL-TO = 'T'
               IF LVL-DEV NOT > LVL-TEST
                   DISPLAY "PROMOTE: version " LVL-DEV
                       " is already in test" END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
               MOVE LVL-DEV TO LVL-VER
               MOVE 'A' TO FILE-VOL
               MOVE LIB-MEMBER TO FILE-NAME
               MOVE LIB-EXT TO FILE-EXT
           ELSE
               IF LVL-TEST = 0 OR LVL-TEST NOT > LVL-PROD
                   DISPLAY "PROMOTE: nothing in test waiting for "
                       "production" END-DISPLAY
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
               MOVE LVL-TEST TO LVL-VER
               MOVE "LIBTEST" TO LVL-FOLDER
               PERFORM LVL-MAKE-SPEC
               MOVE LVL-DST-SPEC TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
           END-IF.
           PERFORM FILE-OPEN.
           IF NOT FILE-OP-OK
               DISPLAY "PROMOTE: the copy to promote is missing"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-ENC-ON = 'Y'
               DISPLAY "PROMOTE: copy enciphered - decrypt first"
               END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-CYL TO LIB-MST-CYL.
           MOVE FILE-SECT TO LIB-MST-SECT.
           MOVE FILE-NUMSECT TO LIB-MST-NUMSECT.
           MOVE FILE-RECLEN TO LIB-MST-RECLEN.
           MOVE FILE-NUMRECS TO LIB-MST-NUMRECS.
           PERFORM LVL-LINT.
           IF LVL-FINDINGS NOT = 0
               DISPLAY "PROMOTE: refused, " LVL-FINDINGS
                   " LINELINT findings" END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Promotion refused, lint: " LIB-MEMBER(1:14)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF LVL-TO = 'P'
               PERFORM LVL-APPROVE
               IF LVL-APPR-OK = 'N'
                   PERFORM LIB-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * Cut the copy at the new level over whatever sat there
           IF LVL-TO = 'T'
               MOVE "LIBTEST" TO LVL-FOLDER
           ELSE
               MOVE "LIBPROD" TO LVL-FOLDER
           END-IF.
           PERFORM LVL-MAKE-SPEC.
           MOVE LVL-DST-SPEC TO WS-FILE-SPEC.
           PERFORM FILE-PARSE-SPEC.
           PERFORM FILE-DELETE.
           MOVE LIB-MST-RECLEN TO FILE-RECLEN.
           MOVE LIB-MST-NUMRECS TO FILE-NUMRECS.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               DISPLAY "PROMOTE: copy create failed" END-DISPLAY
               PERFORM LIB-PAUSE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LIB-SRC-BASE = (LIB-MST-CYL * 1000) +
               LIB-MST-SECT END-COMPUTE.
           COMPUTE LIB-DST-BASE = (FILE-CYL * 1000) + FILE-SECT
           END-COMPUTE.
           MOVE LIB-MST-NUMSECT TO LIB-NUMSECT.
           PERFORM LIB-COPY-SECTORS.
      * Then the register row and the history line
           PERFORM LIB-NOW-STAMP.
           PERFORM LVL-ENSURE-FILE.
           PERFORM LVL-FIND-ROW.
           MOVE SPACES TO LIB-HIST-LINE.
           IF LVL-TO = 'T'
               MOVE LVL-VER TO LVL-TEST
               MOVE WS-OPER-ID TO LVL-REC(40:8)
               MOVE LIB-STAMP TO LVL-REC(49:14)
               STRING LIB-MEMBER(1:20) " " LIB-EXT " " WS-OPER-ID " "
                   LIB-STAMP " promoted to TEST v" LVL-VER
                   DELIMITED BY SIZE INTO LIB-HIST-LINE
               END-STRING
           ELSE
               MOVE LVL-VER TO LVL-PROD
               MOVE WS-OPER-ID TO LVL-REC(69:8)
               MOVE LVL-APPR-ID TO LVL-REC(78:8)
               MOVE LIB-STAMP TO LVL-REC(87:14)
               STRING LIB-MEMBER(1:20) " " LIB-EXT " " WS-OPER-ID " "
                   LIB-STAMP " to PROD v" LVL-VER " ok " LVL-APPR-ID
                   DELIMITED BY SIZE INTO LIB-HIST-LINE
               END-STRING
           END-IF.
           PERFORM LVL-SAVE-ROW.
           PERFORM LIB-APPEND-HISTORY.
           MOVE SPACES TO WS-LOG-ACTION.
           IF LVL-TO = 'T'
               DISPLAY "PROMOTE: version " LVL-VER " now in test"
               END-DISPLAY
               STRING "Promoted to test: " LIB-MEMBER(1:20)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               DISPLAY "PROMOTE: version " LVL-VER
                   " now in production" END-DISPLAY
               STRING "Promoted to production: " LIB-MEMBER(1:16)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
      * The level register, created blank the first time
       LVL-ENSURE-FILE.
           MOVE 'A' TO FILE-VOL.
           MOVE "LIBLEVEL" TO FILE-NAME.
           MOVE "DAT" TO FILE-EXT.
           PERFORM FILE-OPEN.
           IF FILE-OP-NOTFOUND
               MOVE 128 TO FILE-RECLEN
               MOVE 32 TO FILE-NUMRECS
               PERFORM FILE-CREATE
               IF FILE-OP-OK
                   MOVE SPACES TO FILE-REC-AREA
                   PERFORM VARYING FILE-RECORD FROM 1 BY 1
                       UNTIL FILE-RECORD > 32
                       PERFORM FILE-WRITE-RECORD
                   END-PERFORM
                   PERFORM FILE-OPEN
               END-IF
           END-IF.
      * LIB-MEMBER/LIB-EXT's row into LVL-REC and the three versions;
      * LVL-ROW 0 when it has none yet, LVL-FREE-ROW the first blank
       LVL-FIND-ROW.
           MOVE 0 TO LVL-ROW.
           MOVE 0 TO LVL-FREE-ROW.
           MOVE SPACES TO LVL-REC.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   IF FILE-REC-AREA(1:24) = LIB-MEMBER
                       AND FILE-REC-AREA(26:3) = LIB-EXT
                       AND LVL-ROW = 0
                       MOVE FILE-RECORD TO LVL-ROW
                       MOVE FILE-REC-AREA(1:128) TO LVL-REC
                   END-IF
                   IF FILE-REC-AREA(1:24) = SPACES
                       AND LVL-FREE-ROW = 0
                       MOVE FILE-RECORD TO LVL-FREE-ROW
                   END-IF
               END-IF
           END-PERFORM.
           IF LVL-ROW = 0
               MOVE LIB-MEMBER TO LVL-REC(1:24)
               MOVE LIB-EXT TO LVL-REC(26:3)
           END-IF.
           PERFORM LVL-LOAD-ROW.
       LVL-LOAD-ROW.
           MOVE 1 TO LVL-DEV.
           MOVE 0 TO LVL-TEST.
           MOVE 0 TO LVL-PROD.
           IF LVL-REC(30:4) IS NUMERIC
               MOVE LVL-REC(30:4) TO LVL-DEV
           END-IF.
           IF LVL-REC(35:4) IS NUMERIC
               MOVE LVL-REC(35:4) TO LVL-TEST
           END-IF.
           IF LVL-REC(64:4) IS NUMERIC
               MOVE LVL-REC(64:4) TO LVL-PROD
           END-IF.
      * LVL-REC back into its row (a new member takes the free one);
      * the register must be the file open
       LVL-SAVE-ROW.
           IF LVL-ROW = 0
               MOVE LVL-FREE-ROW TO LVL-ROW
           END-IF.
           IF LVL-ROW = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LVL-DEV TO LVL-REC(30:4).
           IF LVL-TEST NOT = 0
               MOVE LVL-TEST TO LVL-REC(35:4)
           END-IF.
           IF LVL-PROD NOT = 0
               MOVE LVL-PROD TO LVL-REC(64:4)
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE LVL-REC TO FILE-REC-AREA(1:128).
           MOVE LVL-ROW TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
      * A check-in is the next development version
       LVL-NOTE-CHECKIN.
           PERFORM LVL-ENSURE-FILE.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM LVL-FIND-ROW.
           ADD 1 TO LVL-DEV END-ADD.
           PERFORM LVL-SAVE-ROW.
       LVL-MAKE-SPEC.
           MOVE SPACES TO LVL-DST-SPEC.
           STRING FUNCTION TRIM(LVL-FOLDER) "/"
               FUNCTION TRIM(LIB-MEMBER) "." LIB-EXT
               DELIMITED BY SIZE INTO LVL-DST-SPEC
           END-STRING.
      * LINELINT's checks over the open file's records, its findings
      * listed the way LINELINT lists them
       LVL-LINT.
           MOVE 0 TO LVL-LINT-RECNO.
           MOVE 0 TO LVL-BAD-SEQ LVL-BAD-IND LVL-BAD-AREA
               LVL-BAD-TAIL.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK
                   ADD 1 TO LVL-LINT-RECNO END-ADD
                   PERFORM LVL-LINT-LINE
               END-IF
           END-PERFORM.
           COMPUTE LVL-FINDINGS = LVL-BAD-SEQ + LVL-BAD-IND
               + LVL-BAD-AREA + LVL-BAD-TAIL END-COMPUTE.
           DISPLAY "Lint: " LVL-LINT-RECNO " lines, " LVL-FINDINGS
               " findings" END-DISPLAY.
       LVL-LINT-LINE.
      * A wholly blank line offends nothing
           IF FILE-REC-AREA(1:FILE-RECLEN) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(1:6) IS NOT NUMERIC
               ADD 1 TO LVL-BAD-SEQ END-ADD
               DISPLAY "line " LVL-LINT-RECNO
                   ": sequence area not numeric: "
                   FILE-REC-AREA(1:16) END-DISPLAY
           END-IF.
           MOVE FILE-REC-AREA(7:1) TO LVL-CH.
           IF LVL-CH NOT = SPACE AND LVL-CH NOT = "*"
               AND LVL-CH NOT = "/" AND LVL-CH NOT = "-"
               AND LVL-CH NOT = "D"
               ADD 1 TO LVL-BAD-IND END-ADD
               DISPLAY "line " LVL-LINT-RECNO ": indicator '" LVL-CH
                   "' not blank / * / - / D" END-DISPLAY
           END-IF.
      * Comment and continuation lines answer for their columns no
      * further
           IF LVL-CH = "*" OR LVL-CH = "/" OR LVL-CH = "-"
               OR LVL-CH = "D"
               EXIT PARAGRAPH
           END-IF.
           IF FILE-REC-AREA(8:4) NOT = SPACES
               PERFORM LVL-LINT-AREA-A
           END-IF.
      * A LINECOPY origin tag from column 81 is no offence; columns
      * 73-80 still are
           IF FILE-RECLEN > 72
               COMPUTE LVL-TAIL-LEN = FILE-RECLEN - 72 END-COMPUTE
               IF FILE-RECLEN > 81
                   AND FILE-REC-AREA(81:2) = "*>"
                   MOVE 8 TO LVL-TAIL-LEN
               END-IF
               IF FILE-REC-AREA(73:LVL-TAIL-LEN) NOT = SPACES
                   ADD 1 TO LVL-BAD-TAIL END-ADD
                   DISPLAY "line " LVL-LINT-RECNO
                       ": text past column 72" END-DISPLAY
               END-IF
           END-IF.
      * The first word starting inside columns 8-11 against the verb
      * list; level numbers, division headers and paragraph names pass
       LVL-LINT-AREA-A.
           MOVE SPACES TO LVL-WORD.
           MOVE 0 TO LVL-WORD-LEN.
           PERFORM VARYING LVL-I FROM 8 BY 1
               UNTIL LVL-I > 19 OR FILE-REC-AREA(LVL-I:1) = SPACE
               OR FILE-REC-AREA(LVL-I:1) = "."
               IF LVL-WORD-LEN < 12
                   ADD 1 TO LVL-WORD-LEN END-ADD
                   MOVE FILE-REC-AREA(LVL-I:1)
                       TO LVL-WORD(LVL-WORD-LEN:1)
               END-IF
           END-PERFORM.
           PERFORM VARYING LVL-I FROM 1 BY 1 UNTIL LVL-I > 18
               IF LVL-WORD = LVL-VERB(LVL-I)
                   ADD 1 TO LVL-BAD-AREA END-ADD
                   DISPLAY "line " LVL-LINT-RECNO ": '"
                       FUNCTION TRIM(LVL-WORD)
                       "' belongs in Area B" END-DISPLAY
                   MOVE 18 TO LVL-I
               END-IF
           END-PERFORM.
      * Production approval: a second operator, at supervisor level,
      * signs on at the console.  A script has nobody there to.
       LVL-APPROVE.
           MOVE 'N' TO LVL-APPR-OK.
           IF WS-EXEC-RUNNING = 'Y'
               DISPLAY "PROMOTE: production approval needs the "
                   "console" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approving supervisor ID: "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO LVL-ANSWER.
           ACCEPT LVL-ANSWER END-ACCEPT.
           MOVE LVL-ANSWER(1:8) TO LVL-APPR-ID.
           DISPLAY "Password: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO LVL-ANSWER.
           ACCEPT LVL-ANSWER END-ACCEPT.
           IF LVL-APPR-ID = WS-OPER-ID OR LVL-APPR-ID = SPACES
               DISPLAY "PROMOTE: the approver must be another "
                   "operator" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE LVL-APPR-ID TO LOGIN-TRY-ID.
           MOVE LVL-ANSWER(1:8) TO LOGIN-TRY-PW.
           PERFORM LOGIN-VERIFY.
           IF LOGIN-VOK NOT = 'Y'
               DISPLAY "PROMOTE: approver ID or password wrong"
               END-DISPLAY
               MOVE SPACES TO WS-LOG-ACTION
               STRING "Failed promotion approval: " LVL-APPR-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
               PERFORM SESSION-LOG-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FILE-VOL.
           MOVE "OPERATOR" TO FILE-NAME.
           MOVE "SEC" TO FILE-EXT.
           PERFORM FILE-OPEN.
           MOVE LOGIN-VROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           IF FILE-REC-AREA(17:1) < "5" OR FILE-REC-AREA(17:1) > "9"
               DISPLAY "PROMOTE: the approver must be a supervisor"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO LVL-APPR-OK.
      * LIBLEVELS shell operation: which version of each member sits
      * at each level, and who let the production one through
       LIBLEVELS-REPORT.
           MOVE 0 TO LVL-COUNT.
           PERFORM LIB-ENSURE-FILE.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS OR LVL-COUNT >= 32
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:24) NOT = SPACES
                       ADD 1 TO LVL-COUNT END-ADD
                       MOVE FILE-REC-AREA(1:24)
                           TO LVL-E-MEMBER(LVL-COUNT)
                       MOVE FILE-REC-AREA(26:3) TO LVL-E-EXT(LVL-COUNT)
                       MOVE SPACES TO LVL-E-ROW(LVL-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LVL-ENSURE-FILE.
           IF FILE-OP-OK
               PERFORM VARYING FILE-RECORD FROM 1 BY 1
                   UNTIL FILE-RECORD > FILE-NUMRECS
                   PERFORM FILE-READ-RECORD
                   IF FILE-OP-OK AND FILE-REC-AREA(1:24) NOT = SPACES
                       PERFORM VARYING LVL-IDX FROM 1 BY 1
                           UNTIL LVL-IDX > LVL-COUNT
                           IF LVL-E-MEMBER(LVL-IDX) =
                               FILE-REC-AREA(1:24) AND
                               LVL-E-EXT(LVL-IDX) = FILE-REC-AREA(26:3)
                               MOVE FILE-REC-AREA(1:128)
                                   TO LVL-E-ROW(LVL-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "Member                   Ext  Dev Test Prod "
               "Approved Into production" END-DISPLAY.
           PERFORM VARYING LVL-IDX FROM 1 BY 1
               UNTIL LVL-IDX > LVL-COUNT
               MOVE LVL-E-ROW(LVL-IDX) TO LVL-REC
               PERFORM LVL-LOAD-ROW
               MOVE "   -" TO LVL-T-TXT
               MOVE "   -" TO LVL-P-TXT
               IF LVL-TEST NOT = 0
                   MOVE LVL-TEST TO LVL-T-TXT
               END-IF
               IF LVL-PROD NOT = 0
                   MOVE LVL-PROD TO LVL-P-TXT
               END-IF
               DISPLAY LVL-E-MEMBER(LVL-IDX) " " LVL-E-EXT(LVL-IDX)
                   " " LVL-DEV " " LVL-T-TXT " " LVL-P-TXT " "
                   LVL-REC(78:8) " " LVL-REC(87:14) END-DISPLAY
           END-PERFORM.
           PERFORM LIB-PAUSE.
      * ARC shell operation: pack every live file matching the DIR
      * pattern in Argument into the single self-describing archive
      * named in Argument 2 -- one XSEND or one diskette export for
           MOVE 0 TO ARC-COUNT.
           MOVE 0 TO ARC-ENC-SKIPPED.
           MOVE 1 TO ARC-TOTAL-RECS.
           MOVE FILE-VOL TO MED-SRC-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
                           TO ARC-MEM-RECLEN(ARC-COUNT)
                       MOVE FILE-DIR-NUMRECS
                           TO ARC-MEM-NUMRECS(ARC-COUNT)
                       MOVE FILE-DIR-RECFM
                           TO ARC-MEM-RECFM(ARC-COUNT)
                       COMPUTE ARC-TOTAL-RECS = ARC-TOTAL-RECS + 1
                           + FILE-DIR-NUMSECT END-COMPUTE
                   END-IF
               MOVE SPACES TO WS-FILE-SECT-BUF
               STRING "M" ARC-MEM-NAME(ARC-IDX) ARC-MEM-EXT(ARC-IDX)
                   ARC-MEM-RECLEN(ARC-IDX) ARC-MEM-NUMRECS(ARC-IDX)
                   ARC-MEM-NUMSECT(ARC-IDX) ARC-MEM-RECFM(ARC-IDX)
                   DELIMITED BY SIZE INTO WS-FILE-SECT-BUF
               END-STRING
               COMPUTE WS-FILE-ABS-SECT = ARC-BASE + ARC-RECNO
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
           PERFORM MED-ARCHIVED.
           PERFORM LIB-PAUSE.
      * UNARC shell operation: restore all members of the archive in
      * Argument (or just the one named in Argument 2), each through
           MOVE WS-FILE-SECT-BUF(29:4) TO FILE-RECLEN.
           MOVE WS-FILE-SECT-BUF(33:4) TO FILE-NUMRECS.
           MOVE WS-FILE-SECT-BUF(37:4) TO ARC-NUMSECT.
           MOVE WS-FILE-SECT-BUF(41:1) TO ARC-RECFM.
      * Skip members not asked for, and credential files always
           PERFORM FILE-CHECK-PROTECTED.
           IF (ARC-WANT NOT = SPACES AND FILE-NAME NOT = ARC-WANT)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
      * A variable-length member comes back as a 'V' file the size
      * of the stream it packed
           IF ARC-RECFM = 'V'
               MOVE 'Y' TO WS-FILE-NEW-VAR
               MOVE ARC-NUMSECT TO WS-FILE-VAR-ALLOC
           END-IF.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               DISPLAY "UNARC: create failed for " FILE-NAME(1:16)
               PERFORM FILE-SECT-STORE
               ADD 1 TO ARC-RECNO END-ADD
           END-PERFORM.
           IF ARC-RECFM = 'V'
               PERFORM FILE-VAR-SYNC-DIR
           END-IF.
           ADD 1 TO ARC-UNPACKED END-ADD.
      * SHIFT shell operation: the hand-over sheet.  Argument takes
      * the window as "HHMM-HHMM" (blank covers the whole of today);
               MOVE "SHIFTRPT" TO SPOOL-JOB-NAME(SPOOL-IDX)
               MOVE "TXT" TO SPOOL-JOB-EXT(SPOOL-IDX)
               MOVE 'Q' TO SPOOL-JOB-STATUS(SPOOL-IDX)
               PERFORM ACCT-SPOOL-OWNER
           END-IF.
           MOVE "SHIFTRPT" TO RRP-IN-NAME.
           MOVE WS-OPER-ID TO RRP-IN-BY.
           MOVE SHF-OUT-RECNO TO RRP-IN-LINES.
           MOVE 0 TO RRP-IN-PAGES.
           PERFORM RRP-FINISHED.
       SHIFT-PUT-LINE.
           IF SHF-OUT-RECNO >= 60
               EXIT PARAGRAPH
           MOVE SHF-OUT-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 60 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SHF-OUT-RECNO TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
       SHIFT-LIST-CHANGED.
           PERFORM UNTIL OADM-ACTION = 'X'
               PERFORM OPERADM-LIST
               DISPLAY "Action (A=add R=remove L=level U=unlock"
                   " D=department X=back): " WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACE TO OADM-ACTION
               ACCEPT OADM-ACTION END-ACCEPT
               EVALUATE OADM-ACTION
                   WHEN 'R' PERFORM OPERADM-REMOVE
                   WHEN 'L' PERFORM OPERADM-LEVEL
                   WHEN 'U' PERFORM OPERADM-UNLOCK
                   WHEN 'D' PERFORM OPERADM-DEPT
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operator Level Department" END-DISPLAY.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FILE-NUMRECS
               PERFORM FILE-READ-RECORD
               IF FILE-OP-OK AND FILE-REC-AREA(1:8) NOT = SPACES
                   DISPLAY "  " FILE-REC-AREA(1:8) " "
                       FILE-REC-AREA(17:1) "   " FILE-REC-AREA(40:8)
                   END-DISPLAY
               END-IF
           END-PERFORM.
      * Find OADM-ID's row and the first free one
               DISPLAY "OPERADM: no such operator" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
      * A removal may want a second supervisor; the check reads
      * OPERATOR.SEC itself, so the row is found again after it
           MOVE "OPERADM" TO TPA-OP.
           PERFORM TPA-AUTHORIZE.
           IF TPA-OK = 'N'
               DISPLAY "OPERADM: nothing removed" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPERADM-FIND.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE OADM-ROW TO FILE-RECORD.
           PERFORM FILE-WRITE-RECORD.
           DISPLAY "OPERADM: removed " OADM-ID END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           IF TPA-NEEDED = 'Y'
               STRING "Removed operator " OADM-ID " with " TPA-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           ELSE
               STRING "Removed operator " OADM-ID
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF.
           PERFORM SESSION-LOG-WRITE.
       OPERADM-LEVEL.
           DISPLAY "Operator ID: " WITH NO ADVANCING END-DISPLAY.
           PERFORM FILE-READ-RECORD.
           MOVE OADM-LEVEL TO FILE-REC-AREA(17:1).
           PERFORM FILE-WRITE-RECORD.
           DISPLAY "OPERADM: " OADM-ID " now level " OADM-LEVEL
           END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Set level " OADM-LEVEL " for " OADM-ID
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Clear the lock and failure count a run of bad passwords left
       OPERADM-UNLOCK.
           DISPLAY "Operator ID to unlock: "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO OADM-ANSWER.
           ACCEPT OADM-ANSWER END-ACCEPT.
           MOVE OADM-ANSWER(1:8) TO OADM-ID.
           PERFORM OPERADM-FIND.
           IF OADM-ROW = 0
               DISPLAY "OPERADM: no such operator" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE OADM-ROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE "00" TO FILE-REC-AREA(35:2).
           MOVE SPACE TO FILE-REC-AREA(38:1).
           PERFORM FILE-WRITE-RECORD.
           DISPLAY "OPERADM: unlocked " OADM-ID END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Unlocked operator " OADM-ID
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * The department an operator's usage is charged to, in columns
      * 40-47 of the record; blank takes them out of every department
       OPERADM-DEPT.
           DISPLAY "Operator ID: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO OADM-ANSWER.
           ACCEPT OADM-ANSWER END-ACCEPT.
           MOVE OADM-ANSWER(1:8) TO OADM-ID.
           DISPLAY "Department (blank for none): "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO OADM-ANSWER.
           ACCEPT OADM-ANSWER END-ACCEPT.
           MOVE OADM-ANSWER(1:8) TO OADM-DEPT.
           PERFORM OPERADM-FIND.
           IF OADM-ROW = 0
               DISPLAY "OPERADM: no such operator" END-DISPLAY
           END-IF.
           MOVE OADM-ROW TO FILE-RECORD.
           PERFORM FILE-READ-RECORD.
           MOVE OADM-DEPT TO FILE-REC-AREA(40:8).
           PERFORM FILE-WRITE-RECORD.
           DISPLAY "OPERADM: " OADM-ID " now in department "
               OADM-DEPT END-DISPLAY.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Set department " OADM-DEPT " for " OADM-ID
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
                   AND FILE-REC-AREA(1:10) NOT = SPACES
                   PERFORM EXEC-RUN-STEP
               END-IF
               PERFORM THR-PUMP
           END-PERFORM.
           MOVE 'N' TO WS-EXEC-RUNNING.
           IF EXEC-STOPPED = 'Y'
               MOVE "Script completed" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
           END-IF.
      * A transaction the script opened and did not commit is undone
      * whichever way the script ended
           IF TXN-ACTIVE = 'Y' AND TXN-OWNER = 'E'
               IF EXEC-STOPPED = 'Y'
                   MOVE "script stopped at failed step" TO TXN-REASON
               ELSE
                   MOVE "script ended without COMMIT" TO TXN-REASON
               END-IF
               PERFORM TXN-ROLLBACK
               DISPLAY "EXEC: transaction " FUNCTION TRIM(TXN-LABEL)
                   " rolled back" END-DISPLAY
           END-IF.
       EXEC-RUN-STEP.
           MOVE SPACES TO WS-SHELL-REQ.
      * The numeric fields would otherwise dispatch space-filled --
           MOVE WS-OPER-DEF-VOL TO FILE-VOL.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 0 TO WS-FILE-STATUS.
           MOVE WS-OPER-ID TO ACCT-WHO-IN.
           PERFORM ACCT-OP-BEGIN.
           PERFORM SHELL-RUN-ONE-OP.
      * Stop-on-error: an op nobody implements, or a step whose last
      * file-API verdict was a refusal, ends the run here
               OR FILE-OP-QUOTA OR FILE-OP-BADPASS
               MOVE 'Y' TO EXEC-STOPPED
           END-IF.
           PERFORM ACCT-OP-END.
      * MACREC shell operation: start recording the nightly-close
      * sequence under the name in Argument (a fresh .MAC each time)
       MACREC-REPORT.
           MOVE MACRO-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 25 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           ADD 1 TO MACRO-RECNO END-ADD.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE WS-SHELL-REQ-OP TO FILE-REC-AREA(1:10).
               DISPLAY "Boot sector would not read" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
      * The volume serial (behind the 29h extended boot signature)
      * is how the media catalog knows a diskette it has seen before
           MOVE 0 TO FAT-SERIAL.
           IF FUNCTION ORD(WS-FDC-DATA(39:1)) - 1 = 41
               COMPUTE FAT-SERIAL =
                   (FUNCTION ORD(WS-FDC-DATA(40:1)) - 1) +
                   ((FUNCTION ORD(WS-FDC-DATA(41:1)) - 1) * 256) +
                   ((FUNCTION ORD(WS-FDC-DATA(42:1)) - 1) * 65536) +
                   ((FUNCTION ORD(WS-FDC-DATA(43:1)) - 1) * 16777216)
               END-COMPUTE
           END-IF.
           COMPUTE FAT-RESV =
               (FUNCTION ORD(WS-FDC-DATA(15:1)) - 1) +
               ((FUNCTION ORD(WS-FDC-DATA(16:1)) - 1) * 256)
               FAT-SIZE " bytes)" END-DISPLAY.
           MOVE "Imported DOS file from diskette" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           MOVE "FATGET" TO INB-CHANNEL.
           PERFORM INB-REGISTER.
           IF INB-MSG NOT = SPACES
               DISPLAY "FATGET: " INB-MSG END-DISPLAY
           END-IF.
           PERFORM LIB-PAUSE.
       FATGET-FLUSH-SECTOR.
           IF FAT-STORE-IDX < FILE-NUMSECT
               FAT-WANT11 END-DISPLAY.
           MOVE "Wrote DOS file to diskette" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           PERFORM MED-FATPUT.
           PERFORM LIB-PAUSE.
      * One free cluster: chain it behind its predecessor and write
      * the next 512 bytes of the store file into it
           MOVE TERM-CAP-NUMSECT TO FILE-NUMSECT.
           MOVE 80 TO FILE-RECLEN.
           MOVE 100 TO FILE-NUMRECS.
           MOVE 'N' TO WS-FILE-VAR-ON.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE TERM-RXLINE TO FILE-REC-AREA(1:64).
           MOVE TERM-CAP-RECNO TO FILE-RECORD.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       REPORT-OUT-OPEN.
           IF RPTO-DEST = 'T'
               MOVE 'T' TO WS-RPTO-ACTIVE
               MOVE 'Y' TO TTY-RPT-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF RPTO-DEST = 'V'
               MOVE 'N' TO WS-RPTO-ACTIVE
           ELSE
               MOVE 'N' TO WS-RPTO-FULL
           END-IF.
       REPORT-OUT-LINE.
      * A report run for the operator terminal goes down its line
           IF WS-RPTO-ACTIVE = 'T'
               MOVE WS-RPTO-LINE TO TTY-OUT
               PERFORM TTY-SEND-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RPTO-ACTIVE = 'Y'
               IF WS-RPTO-COUNT < 120
                   ADD 1 TO WS-RPTO-COUNT END-ADD
      * File what buffered and, when printing was asked for, hand
      * the filed report straight to the spool queue
       REPORT-OUT-CLOSE.
           IF WS-RPTO-ACTIVE = 'T'
               MOVE 'N' TO WS-RPTO-ACTIVE
           END-IF.
           IF WS-RPTO-ACTIVE = 'N'
               EXIT PARAGRAPH
           END-IF.
               DISPLAY "Report longer than the buffer - truncated"
               END-DISPLAY
           END-IF.
           MOVE RPTO-FNAME TO RRP-IN-NAME.
           MOVE WS-OPER-ID TO RRP-IN-BY.
           MOVE WS-RPTO-COUNT TO RRP-IN-LINES.
           MOVE 0 TO RRP-IN-PAGES.
           PERFORM RRP-FINISHED.
           IF RPTO-DEST = 'P'
               MOVE 0 TO SPOOL-IDX
               PERFORM VARYING WS-TMP2 FROM 1 BY 1 UNTIL WS-TMP2 > 4
                   MOVE 'N' TO SPOOL-JOB-BOLD(SPOOL-IDX)
                   MOVE 'N' TO SPOOL-JOB-COND(SPOOL-IDX)
                   MOVE 'Q' TO SPOOL-JOB-STATUS(SPOOL-IDX)
                   PERFORM ACCT-SPOOL-OWNER
                   DISPLAY "Report queued at the printer"
                   END-DISPLAY
               ELSE
           MOVE BKP-CUT-STAMP TO BACKUP-STAMP-REC.
           WRITE BACKUP-STAMP-REC END-WRITE.
           CLOSE BACKUP-STAMP-FILE.
      * One directory entry and its sectors into the archive.  A
      * migrated stub is archived with the content its copy holds,
      * so it restores as the whole file; the copy's own entry ('C')
      * is left out, being archived already under its home volume's
      * stub.
       BACKUP-ONE-FILE.
           IF FILE-DIR-MIG-FLAG = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-VOL TO BKP-HOME-VOL.
           MOVE FILE-VOL TO BKP-SRC-VOL.
           COMPUTE BKP-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
           END-COMPUTE.
           MOVE FILE-DIR-NUMSECT TO BKP-NUMSECT.
           IF FILE-DIR-MIG-FLAG = 'M'
               PERFORM BKP-LOCATE-COPY
               IF BKP-COPY-OK = 'N'
                   DISPLAY "BACKUP: skipped " FILE-DIR-NAME " "
                       FILE-DIR-EXT " - migrated copy not found on "
                       BKP-SRC-VOL ":" END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO BKP-FILES END-ADD.
           MOVE FILE-DIR-NAME TO BKP-OUT-NAME.
           MOVE FILE-DIR-EXT TO BKP-OUT-EXT.
           MOVE FILE-DIR-RECLEN TO BKP-OUT-RECLEN.
           MOVE FILE-DIR-NUMRECS TO BKP-OUT-NUMRECS.
           MOVE BKP-NUMSECT TO BKP-OUT-NUMSECT.
           MOVE FILE-DIR-ENC-FLAG TO BKP-OUT-ENC-FLAG.
           MOVE FILE-DIR-ENC-CHECK TO BKP-OUT-ENC-CHECK.
           MOVE FILE-DIR-COMP-FLAG TO BKP-OUT-COMP-FLAG.
           MOVE FILE-DIR-COMP-LEN TO BKP-OUT-COMP-LEN.
           MOVE FILE-DIR-CREAT-TIME TO BKP-OUT-CREAT.
           MOVE 0 TO BKP-OUT-GDG-LIMIT.
           IF FILE-DIR-GDG-LIMIT IS NUMERIC
               MOVE FILE-DIR-GDG-LIMIT TO BKP-OUT-GDG-LIMIT
           END-IF.
           MOVE FILE-DIR-RECFM TO BKP-OUT-RECFM.
           MOVE FILE-DIR-JRN-FLAG TO BKP-OUT-JRN-FLAG.
           MOVE FILE-DIR-RET-CLASS TO BKP-OUT-RET-CLASS.
           MOVE FILE-DIR-RET-HOLD TO BKP-OUT-RET-HOLD.
           IF BKP-MODE = 'I'
               MOVE BKP-FILE-OUT TO BACKUP-INC-REC
           ELSE
               MOVE BKP-FILE-OUT TO BACKUP-ARCH-REC
           END-IF.
           PERFORM BKP-PUT-RECORD.
           MOVE BKP-SRC-VOL TO FILE-VOL.
           PERFORM VARYING BKP-IDX FROM 0 BY 1
               UNTIL BKP-IDX >= BKP-NUMSECT
               COMPUTE WS-FILE-ABS-SECT = BKP-BASE + BKP-IDX
               PERFORM BKP-PUT-RECORD
               ADD 1 TO BKP-SECTORS END-ADD
           END-PERFORM.
           IF BKP-SRC-VOL NOT = BKP-HOME-VOL
               MOVE BKP-HOME-VOL TO FILE-VOL
               PERFORM FILE-VOL-SELECT
           END-IF.
      * Find the stub's copy in the directory of the volume it was
      * migrated to, for BKP-BASE and BKP-NUMSECT.  The scan's own
      * directory has to be closed for that, so it is reopened after
      * and started again just past the stub's key, where the next
      * READ NEXT carries on; FILE-DIR-REC is the stub again.
       BKP-LOCATE-COPY.
           MOVE 'N' TO BKP-COPY-OK.
           MOVE FILE-DIR-REC TO BKP-DIR-SAVE.
           MOVE FILE-DIR-MIG-VOL TO BKP-SRC-VOL.
           PERFORM FILE-DIR-CLOSE.
           MOVE BKP-SRC-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE BKP-DIR-SAVE TO FILE-DIR-REC.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               AND FILE-DIR-MIG-FLAG = 'C'
               COMPUTE BKP-BASE = (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
               END-COMPUTE
               MOVE FILE-DIR-NUMSECT TO BKP-NUMSECT
               MOVE 'Y' TO BKP-COPY-OK
           END-IF.
           PERFORM FILE-DIR-CLOSE.
           MOVE BKP-HOME-VOL TO FILE-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE BKP-DIR-SAVE TO FILE-DIR-REC.
           START FILE-DIR-FILE KEY > FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           MOVE BKP-DIR-SAVE TO FILE-DIR-REC.
      * Hex out: WS-FILE-SECT-BUF to BKP-OUT-DATA, 256 raw bytes
      * (HTOPRINT's capacity) per chunk, eight chunks to the sector
       BKP-ENCODE-SECTOR.
           STRING "Restored backup, files " BKP-RESTORED
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM TPA-LOG-WITH.
           PERFORM SESSION-LOG-WRITE.
           PERFORM LIB-PAUSE.
       RESTORE-ONE-RECORD.
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DELETE.
      * A variable-length file is recut at its archived sector count,
      * since its stream is what the sectors below lay back down
           IF BKP-LINE(75:1) = 'V'
               MOVE 'Y' TO WS-FILE-NEW-VAR
               MOVE BKP-NUMSECT TO WS-FILE-VAR-ALLOC
           END-IF.
           PERFORM FILE-CREATE.
           IF FILE-OP-OK
               ADD 1 TO BKP-RESTORED END-ADD
      * Re-stamp the cipher/compression marks an archive header
      * carries onto the entry FILE-CREATE just cut; the creation
      * stamp comes back too so the cipher's salted check (and its
      * keystream) still verify, and so does a generation group's
      * limit.  A variable-length file gets back the record count its
      * restored stream holds, a journalled file its journal flag,
      * and a file under retention its explicit class and any legal
      * hold.  An archive cut before the marks existed carries spaces
      * here and changes nothing.
       RESTORE-FILE-MARKS.
           IF BKP-LINE(41:1) NOT = 'E' AND BKP-LINE(50:1) NOT = 'C'
               AND (BKP-LINE(73:2) IS NOT NUMERIC
               OR BKP-LINE(73:2) = "00")
               AND BKP-LINE(75:1) NOT = 'V'
               AND BKP-LINE(76:1) NOT = 'J'
               AND BKP-LINE(77:8) = SPACES
               AND BKP-LINE(85:1) NOT = 'H'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
               IF BKP-LINE(59:14) NOT = SPACES
                   MOVE BKP-LINE(59:14) TO FILE-DIR-CREAT-TIME
               END-IF
               IF BKP-LINE(73:2) IS NUMERIC
                   MOVE BKP-LINE(73:2) TO FILE-DIR-GDG-LIMIT
               END-IF
               IF BKP-LINE(75:1) = 'V'
                   AND BKP-LINE(33:4) IS NUMERIC
                   MOVE BKP-LINE(33:4) TO FILE-DIR-NUMRECS
               END-IF
               IF BKP-LINE(76:1) = 'J'
                   MOVE 'J' TO FILE-DIR-JRN-FLAG
               END-IF
               IF BKP-LINE(77:8) NOT = SPACES
                   MOVE BKP-LINE(77:8) TO FILE-DIR-RET-CLASS
               END-IF
               IF BKP-LINE(85:1) = 'H'
                   MOVE 'H' TO FILE-DIR-RET-HOLD
               END-IF
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
               MOVE SPOOL-OPT-BOLD TO SPOOL-JOB-BOLD(SPOOL-IDX)
               MOVE SPOOL-OPT-COND TO SPOOL-JOB-COND(SPOOL-IDX)
               MOVE 'Q' TO SPOOL-JOB-STATUS(SPOOL-IDX)
               PERFORM ACCT-SPOOL-OWNER
               DISPLAY "PRINT: job queued" END-DISPLAY
               MOVE "Queued print job" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
                   MOVE SPOOL-OPT-BOLD TO SPOOL-JOB-BOLD(SPOOL-IDX)
                   MOVE SPOOL-OPT-COND TO SPOOL-JOB-COND(SPOOL-IDX)
                   MOVE 'Q' TO SPOOL-JOB-STATUS(SPOOL-IDX)
                   PERFORM ACCT-SPOOL-OWNER
                   ADD 1 TO MULTI-GOOD END-ADD
               END-IF
           END-PERFORM.
                           MOVE 1 TO SPOOL-REC
                           MOVE 0 TO SPOOL-LINE-ON-PAGE
                           MOVE 'L' TO SPOOL-PHASE
                           MOVE 'N' TO SPOOL-EJECT
                           IF SPOOL-LPT-UP = 'N'
                               SET WS-LPT-OP-INIT TO TRUE
                               CALL "KRNLLPT" USING WS-LPT END-CALL
                       MOVE SPACES TO SPOOL-CURLINE
                       MOVE FILE-REC-AREA(1:132) TO SPOOL-CURLINE
                       PERFORM SPOOL-LINE-READY
                       IF SPOOL-CURLINE(1:1) = SPOOL-FF
                           MOVE 'Y' TO SPOOL-EJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 1 TO SPOOL-COL.
           MOVE 'S' TO SPOOL-PHASE.
           ADD 1 TO SPOOL-REC END-ADD.
           IF SPOOL-CURLINE(1:1) NOT = SPOOL-FF
               PERFORM ACCT-SPOOL-LINE
           END-IF.
      * Push bytes of the current line until the budget, the line or
      * the printer's patience runs out; CR/LF close the line and a
      * form feed closes each full page.  A form-feed record only
      * ejects, and not at all when the page is still untouched.
       SPOOL-SEND-SOME.
           IF SPOOL-EJECT = 'Y'
               IF SPOOL-LINE-ON-PAGE > 0
                   MOVE 12 TO WS-LPT-DATA
                   PERFORM SPOOL-SEND-BYTE
                   IF SPOOL-STALLED = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 0 TO SPOOL-LINE-ON-PAGE
               MOVE 'N' TO SPOOL-EJECT
               MOVE 'L' TO SPOOL-PHASE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SPOOL-BUDGET = 0 OR SPOOL-STALLED = 'Y'
               OR SPOOL-COL > SPOOL-CURLEN
               COMPUTE WS-LPT-DATA =
                       MOVE "Imported file from CD-ROM"
                           TO WS-LOG-ACTION
                       PERFORM SESSION-LOG-WRITE
                       MOVE "ISODIR" TO INB-CHANNEL
                       PERFORM INB-REGISTER
                       IF INB-MSG NOT = SPACES
                           MOVE INB-MSG TO ISO-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "EXPORT: file not found" END-DISPLAY
               ELSE
                   PERFORM EXPORT-ONE-FILE
                   IF FDX-FAILS = 0
                       PERFORM MED-EXPORTED
                   END-IF
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
                   PERFORM EXPORT-ONE-FILE
                   IF FDX-FAILS = 0
                       ADD 1 TO MULTI-GOOD END-ADD
                       PERFORM MED-EXPORTED
                   ELSE
                       ADD 1 TO MULTI-BAD END-ADD
                   END-IF
      * One opened store file out to the diskette: header sector,
      * then each 2048-byte sector as four 512-byte diskette sectors
       EXPORT-ONE-FILE.
                   IF WS-FILE-VAR-ON = 'Y'
                       PERFORM EXPORT-VAR-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO FDX-FAILS
                   COMPUTE FDX-BASE = (FILE-CYL * 1000) + FILE-SECT
                   END-COMPUTE
                       FDX-FAILS " diskette errors" END-DISPLAY
                   MOVE "Exported file to diskette" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE.
      * A variable-length file goes out as true variable lines: each
      * record at its own length plus CR/LF, so the diskette reads as
      * an ordinary text file anywhere.  The header goes down last,
      * once the line count and byte length are known.
       EXPORT-VAR-FILE.
           MOVE 0 TO FDX-FAILS.
           MOVE 0 TO WS-FDC-DRIVE.
           SET WS-FDC-OP-INIT TO TRUE.
           CALL "KRNLFDC" USING WS-FDC END-CALL.
           PERFORM FILE-VAR-HDR-LOAD.
           MOVE WS-FILE-VAR-COUNT TO FDX-RECS.
           MOVE 0 TO FDX-IDX.
           MOVE 0 TO FDX-FILL.
           MOVE 0 TO FDX-BYTES.
           MOVE SPACES TO FDX-BLOCK.
           PERFORM VARYING FILE-RECORD FROM 1 BY 1
               UNTIL FILE-RECORD > FDX-RECS
               PERFORM FILE-READ-RECORD
               IF NOT FILE-OP-OK AND NOT FILE-OP-BAD-CKSUM
                   MOVE 0 TO FILE-REC-LEN
               END-IF
               MOVE 0 TO FDX-PUT-LEN
               IF FILE-REC-LEN > 0
                   MOVE FILE-REC-AREA(1:FILE-REC-LEN) TO FDX-PUT-BUF
                   MOVE FILE-REC-LEN TO FDX-PUT-LEN
               END-IF
               MOVE FDX-CR TO FDX-PUT-BUF(FDX-PUT-LEN + 1:1)
               MOVE FDX-LF TO FDX-PUT-BUF(FDX-PUT-LEN + 2:1)
               ADD 2 TO FDX-PUT-LEN END-ADD
               PERFORM EXPORT-VAR-PUT
           END-PERFORM.
           IF FDX-FILL > 0
               PERFORM EXPORT-VAR-FLUSH
           END-IF.
           MOVE FDX-IDX TO FDX-NUMSECT.
           MOVE SPACES TO FDX-HDR.
           STRING "KINNOFD1" FILE-NAME FILE-EXT FILE-RECLEN
               FDX-RECS FDX-NUMSECT "V" FDX-BYTES
               DELIMITED BY SIZE INTO FDX-HDR
           END-STRING.
           MOVE FDX-HDR TO WS-FDC-DATA.
           MOVE 0 TO WS-FDC-LBA.
           SET WS-FDC-OP-WRITE TO TRUE.
           CALL "KRNLFDC" USING WS-FDC END-CALL.
           IF WS-FDC-FAIL
               ADD 1 TO FDX-FAILS END-ADD
           END-IF.
           DISPLAY "EXPORT: " FDX-RECS " lines, " FDX-BYTES
               " bytes, " FDX-FAILS " diskette errors" END-DISPLAY.
           MOVE "Exported text file to diskette" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
      * Pack FDX-PUT-LEN bytes of FDX-PUT-BUF into the block being
      * filled, sending each block to the diskette as it fills
       EXPORT-VAR-PUT.
           MOVE 1 TO FDX-POS.
           MOVE FDX-PUT-LEN TO FDX-LEFT.
           ADD FDX-PUT-LEN TO FDX-BYTES END-ADD.
           PERFORM UNTIL FDX-LEFT = 0
               COMPUTE FDX-ROOM = 2048 - FDX-FILL END-COMPUTE
               MOVE FDX-LEFT TO FDX-PART
               IF FDX-PART > FDX-ROOM
                   MOVE FDX-ROOM TO FDX-PART
               END-IF
               MOVE FDX-PUT-BUF(FDX-POS:FDX-PART)
                   TO FDX-BLOCK(FDX-FILL + 1:FDX-PART)
               ADD FDX-PART TO FDX-FILL END-ADD
               ADD FDX-PART TO FDX-POS END-ADD
               SUBTRACT FDX-PART FROM FDX-LEFT END-SUBTRACT
               IF FDX-FILL = 2048
                   PERFORM EXPORT-VAR-FLUSH
               END-IF
           END-PERFORM.
       EXPORT-VAR-FLUSH.
           PERFORM VARYING FDX-QTR FROM 0 BY 1
               UNTIL FDX-QTR > 3
               MOVE FDX-BLOCK((FDX-QTR * 512) + 1:512) TO WS-FDC-DATA
               COMPUTE WS-FDC-LBA = 1 + (FDX-IDX * 4) + FDX-QTR
               END-COMPUTE
               SET WS-FDC-OP-WRITE TO TRUE
               CALL "KRNLFDC" USING WS-FDC END-CALL
               IF WS-FDC-FAIL
                   ADD 1 TO FDX-FAILS END-ADD
               END-IF
           END-PERFORM.
           ADD 1 TO FDX-IDX END-ADD.
           MOVE 0 TO FDX-FILL.
           MOVE SPACES TO FDX-BLOCK.
      * IMPORT shell operation: the inverse -- read the header sector
      * off the diskette, recreate the file (replacing any same-named
      * one) and pull its sectors back into the store
                       " supervisor only" END-DISPLAY
                       EXIT PARAGRAPH
                   END-IF
                   IF FDX-HDR(48:1) = 'V'
                       PERFORM IMPORT-VAR-FILE
                       PERFORM LIB-PAUSE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FILE-DELETE
                   PERFORM FILE-CREATE
                   IF NOT FILE-OP-OK
                       MOVE "Imported file from diskette"
                           TO WS-LOG-ACTION
                       PERFORM SESSION-LOG-WRITE
                       MOVE "IMPORT" TO INB-CHANNEL
                       PERFORM INB-REGISTER
                       IF INB-MSG NOT = SPACES
                           DISPLAY "IMPORT: " INB-MSG END-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
      * A text diskette comes back as a variable-length file, one
      * record per line; the allocation is worked out from the byte
      * length, since each line's CR/LF becomes a 4-byte length
      * prefix.  A line longer than the record length is cut to it.
       IMPORT-VAR-FILE.
           IF FDX-HDR(49:8) IS NOT NUMERIC
               OR FDX-HDR(36:4) IS NOT NUMERIC
               OR FDX-HDR(36:4) = "0000"
               DISPLAY "IMPORT: text diskette header unreadable"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE FDX-HDR(49:8) TO FDX-BYTES.
           MOVE FDX-HDR(40:4) TO FDX-RECS.
           PERFORM FILE-DELETE.
           COMPUTE WS-MULRES = 16 + FDX-BYTES + (2 * FDX-RECS)
           END-COMPUTE.
           DIVIDE WS-MULRES BY 2048 GIVING WS-FILE-VAR-ALLOC
           END-DIVIDE.
           IF FUNCTION MOD(WS-MULRES, 2048) NOT = 0
               ADD 1 TO WS-FILE-VAR-ALLOC END-ADD
           END-IF.
           MOVE 'Y' TO WS-FILE-NEW-VAR.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               DISPLAY "IMPORT: create failed" END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FDX-FAILS.
           MOVE 0 TO FDX-CUT.
           MOVE 0 TO FDX-AT.
           MOVE 0 TO FDX-LINE-LEN.
           MOVE 'N' TO FDX-LINE-CUT.
           MOVE 0 TO FILE-RECORD.
           MOVE SPACES TO FDX-PUT-BUF.
           PERFORM VARYING FDX-IDX FROM 0 BY 1
               UNTIL FDX-IDX >= FDX-NUMSECT OR FDX-AT >= FDX-BYTES
               PERFORM VARYING FDX-QTR FROM 0 BY 1
                   UNTIL FDX-QTR > 3
                   COMPUTE WS-FDC-LBA = 1 + (FDX-IDX * 4) + FDX-QTR
                   END-COMPUTE
                   SET WS-FDC-OP-READ TO TRUE
                   CALL "KRNLFDC" USING WS-FDC END-CALL
                   IF WS-FDC-FAIL
                       ADD 1 TO FDX-FAILS END-ADD
                   END-IF
                   MOVE WS-FDC-DATA
                       TO FDX-BLOCK((FDX-QTR * 512) + 1:512)
               END-PERFORM
               PERFORM VARYING FDX-POS FROM 1 BY 1
                   UNTIL FDX-POS > 2048 OR FDX-AT >= FDX-BYTES
                   ADD 1 TO FDX-AT END-ADD
                   PERFORM IMPORT-VAR-BYTE
               END-PERFORM
           END-PERFORM.
      * A last line without its CR/LF still counts
           IF FDX-LINE-LEN > 0
               PERFORM IMPORT-VAR-LINE
           END-IF.
           DISPLAY "IMPORT: " FILE-RECORD " lines, " FDX-CUT
               " cut to length, " FDX-FAILS " diskette errors"
               END-DISPLAY.
           MOVE "Imported text file from diskette" TO WS-LOG-ACTION.
           PERFORM SESSION-LOG-WRITE.
           MOVE "IMPORT" TO INB-CHANNEL.
           PERFORM INB-REGISTER.
           IF INB-MSG NOT = SPACES
               DISPLAY "IMPORT: " INB-MSG END-DISPLAY
           END-IF.
       IMPORT-VAR-BYTE.
           IF FDX-BLOCK(FDX-POS:1) = FDX-LF
               IF FDX-LINE-LEN > 0
                   AND FDX-PUT-BUF(FDX-LINE-LEN:1) = FDX-CR
                   MOVE SPACE TO FDX-PUT-BUF(FDX-LINE-LEN:1)
                   SUBTRACT 1 FROM FDX-LINE-LEN END-SUBTRACT
               END-IF
               PERFORM IMPORT-VAR-LINE
           ELSE
               IF FDX-LINE-LEN < FILE-RECLEN
                   ADD 1 TO FDX-LINE-LEN END-ADD
                   MOVE FDX-BLOCK(FDX-POS:1)
                       TO FDX-PUT-BUF(FDX-LINE-LEN:1)
               ELSE
      * Past the record length the rest of the line is dropped; the
      * line is counted as cut once, and its CR is not data
                   IF FDX-BLOCK(FDX-POS:1) NOT = FDX-CR
                       AND FDX-LINE-CUT = 'N'
                       ADD 1 TO FDX-CUT END-ADD
                       MOVE 'Y' TO FDX-LINE-CUT
                   END-IF
               END-IF
           END-IF.
       IMPORT-VAR-LINE.
           ADD 1 TO FILE-RECORD END-ADD.
           MOVE SPACES TO FILE-REC-AREA.
           IF FDX-LINE-LEN > 0
               MOVE FDX-PUT-BUF(1:FDX-LINE-LEN)
                   TO FILE-REC-AREA(1:FDX-LINE-LEN)
           END-IF.
           MOVE FDX-LINE-LEN TO FILE-REC-LEN.
           PERFORM FILE-WRITE-RECORD.
           MOVE 0 TO FDX-LINE-LEN.
           MOVE 'N' TO FDX-LINE-CUT.
           MOVE SPACES TO FDX-PUT-BUF.
      * DIAG shell operation: boot probes only prove a device once
      * answered; these are tests on demand with evidence attached.
      * A patterned write/read sweep over the diagnostic buffer (the
               ADD 1 TO AUD-DAY-ACTIONS(AUD-HIT) END-ADD
               ADD 1 TO AUD-TOTAL-ACTIONS END-ADD
               IF AUD-DAY-FIRST(AUD-HIT) = SPACES
                   MOVE SESSION-LOG-IN-REC(12:9)
                       TO AUD-DAY-FIRST(AUD-HIT)
               END-IF
               MOVE SESSION-LOG-IN-REC(12:9)
                   TO AUD-DAY-LAST(AUD-HIT)
               MOVE "Boot completed" TO AUD-NEEDLE
               PERFORM AUDIT-CONTAINS
               MOVE 1 TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               MOVE SPACES TO FILE-REC-AREA
               MOVE "Date       Sess Shel Boot  All First     Last"
                   TO FILE-REC-AREA
               MOVE 2 TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               ADD 1 TO AUD-REC-NO END-ADD
               MOVE AUD-REC-NO TO FILE-RECORD
               PERFORM FILE-WRITE-RECORD
               MOVE "AUDITRPT" TO RRP-IN-NAME
               MOVE WS-OPER-ID TO RRP-IN-BY
               MOVE AUD-REC-NO TO RRP-IN-LINES
               MOVE 0 TO RRP-IN-PAGES
               PERFORM RRP-FINISHED
           END-IF.
      * XSEND shell operation: stream a store file out over the
      * serial port in XMODEM's 128-byte checksummed blocks, sixteen
                   END-IF
                   MOVE "Received file over XMODEM" TO WS-LOG-ACTION
                   PERFORM SESSION-LOG-WRITE
                   MOVE "XRECV" TO INB-CHANNEL
                   PERFORM INB-REGISTER
                   IF INB-MSG NOT = SPACES
                       DISPLAY "XRECV: " INB-MSG END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           PERFORM LIB-PAUSE.
               MOVE FILE-NUMSECT TO FCOPY-NUMSECT
               MOVE FILE-RECLEN TO FCOPY-RECLEN
               MOVE FILE-NUMRECS TO FCOPY-NUMRECS
               MOVE WS-FILE-VAR-ON TO FCOPY-VAR
               MOVE WS-SHELL-REQ-ARG2 TO WS-FILE-SPEC
               PERFORM FILE-PARSE-SPEC
               MOVE FILE-VOL TO FCOPY-DST-VOL
               MOVE FCOPY-RECLEN TO FILE-RECLEN
               MOVE FCOPY-NUMRECS TO FILE-NUMRECS
               PERFORM FCOPY-ASK-VAR
               PERFORM FILE-CREATE
               IF NOT FILE-OP-OK
                   IF FILE-OP-QUOTA
                           FCOPY-DST-BASE + FCOPY-IDX END-COMPUTE
                       PERFORM FILE-SECT-STORE
                   END-PERFORM
                   IF FCOPY-VAR = 'Y'
                       PERFORM FILE-VAR-SYNC-DIR
                   END-IF
                   DISPLAY "FCOPY: copied " FCOPY-NUMSECT " sectors"
                   END-DISPLAY
                   MOVE SPACES TO WS-LOG-ACTION
           MOVE FILE-NUMSECT TO FCOPY-NUMSECT.
           MOVE FILE-RECLEN TO FCOPY-RECLEN.
           MOVE FILE-NUMRECS TO FCOPY-NUMRECS.
           MOVE WS-FILE-VAR-ON TO FCOPY-VAR.
           MOVE FCOPY-DST-VOL TO FILE-VOL.
           PERFORM FILE-DELETE.
           MOVE FCOPY-DST-VOL TO FILE-VOL.
           MOVE MULTI-EXT(MULTI-IDX) TO FILE-EXT.
           MOVE FCOPY-RECLEN TO FILE-RECLEN.
           MOVE FCOPY-NUMRECS TO FILE-NUMRECS.
           PERFORM FCOPY-ASK-VAR.
           PERFORM FILE-CREATE.
           IF NOT FILE-OP-OK
               ADD 1 TO MULTI-BAD END-ADD
                   FCOPY-DST-BASE + FCOPY-IDX END-COMPUTE
               PERFORM FILE-SECT-STORE
           END-PERFORM.
           IF FCOPY-VAR = 'Y'
               PERFORM FILE-VAR-SYNC-DIR
           END-IF.
           ADD 1 TO MULTI-GOOD END-ADD.
           DISPLAY "  copied   " MULTI-NAME(MULTI-IDX)(1:20)
           END-DISPLAY.
      * A variable-length source is recreated as a 'V' file of the
      * same sector count, so the raw copy carries its stream whole
       FCOPY-ASK-VAR.
           IF FCOPY-VAR = 'Y'
               MOVE 'Y' TO WS-FILE-NEW-VAR
               MOVE FCOPY-NUMSECT TO WS-FILE-VAR-ALLOC
           END-IF.
      * UNDELETE shell operation: page through directory entries whose
      * FILE-DIR-DELETED flag is 'Y' and restore a chosen one by
      * flipping the flag back -- FILE-DELETE never touches the data
               END-READ
               MOVE 'W' TO WS-FILE-ACC-NEED
               PERFORM FILE-CHECK-ACCESS
      * A migrated stub is brought home before its key changes --
      * the copy elsewhere is filed under the name it left with
               IF WS-FILE-ACC-OK = 'Y' AND WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-MIG-FLAG = 'M'
                   PERFORM MIG-RECALL
                   IF MIG-RECALL-OK = 'N'
                       MOVE 'N' TO FMGR-PICK-OK
                       MOVE "Rename refused - recall failed"
                           TO FMGR-MSG
                   END-IF
               ELSE
                   PERFORM FILE-DIR-CLOSE
               END-IF
               IF WS-FILE-ACC-OK = 'N'
                   MOVE 'N' TO FMGR-PICK-OK
                   MOVE "Rename refused - level too low" TO FMGR-MSG
               END-PERFORM
           END-IF.
      * The menu's options sit in two columns: rows 13-19 at column
      * 10 and, since the menu outgrew one column, rows 13-17 and 19
      * again at column 40 -- so on the shared rows the pointer's column
      * decides which option the click means
       KDEMO-MOUSE-MAP-OPTION.
           IF WS-MOUS-COL >= 40
                           MOVE 'Y' TO WS-MOUSE-PICKED
                   WHEN 16 MOVE 'O' TO WS-REPLY
                           MOVE 'Y' TO WS-MOUSE-PICKED
                   WHEN 17 MOVE 'R' TO WS-REPLY
                           MOVE 'Y' TO WS-MOUSE-PICKED
                   WHEN 19 MOVE 'A' TO WS-REPLY
                           MOVE 'Y' TO WS-MOUSE-PICKED
               END-EVALUATE
           ELSE
               EVALUATE WS-MOUS-ROW
           MOVE FILE-CYL TO SNAP-SAVE-CYL.
           MOVE FILE-SECT TO SNAP-SAVE-SECT.
           MOVE FILE-NUMSECT TO SNAP-SAVE-NUMSECT.
           MOVE WS-FILE-VAR-ON TO SNAP-SAVE-VAR.
           PERFORM RTC-READ-DATETIME.
           MOVE 'A' TO FILE-VOL.
           MOVE SPACES TO FILE-NAME.
           MOVE SNAP-SAVE-CYL TO FILE-CYL.
           MOVE SNAP-SAVE-SECT TO FILE-SECT.
           MOVE SNAP-SAVE-NUMSECT TO FILE-NUMSECT.
           MOVE SNAP-SAVE-VAR TO WS-FILE-VAR-ON.
           MOVE 'N' TO SNAP-BUSY.
       SNAP-WRITE-LINE.
           ADD 1 TO SNAP-REC-NO END-ADD.
               PERFORM EXEC-RUN-FILE
           END-IF.
       KDEMO-EXIT.
      * A surface scan stops where it has got to -- reading the rest
      * of the disk is no job for a shutdown -- and is wrapped up as
      * failed by the slice below
           IF JOBQ-ACT-RUNNING = 'Y' AND JOBQ-ACT-KIND = "SURFACE"
               MOVE 'Y' TO BSM-SCAN-CUT
               MOVE BSM-SCAN-NEXT TO BSM-SCAN-END
           END-IF.
      * A sliced copy still in flight is finished here rather than
      * abandoned as a half-copied destination behind an R record
           PERFORM UNTIL JOBQ-ACT-RUNNING = 'N'
               PERFORM JOBQ-ACT-SLICE
           END-PERFORM.
      * Nobody is left to COMMIT an open transaction
           IF TXN-ACTIVE = 'Y'
               MOVE "session ended before COMMIT" TO TXN-REASON
               PERFORM TXN-ROLLBACK
           END-IF.
           PERFORM ACCT-POST.
           PERFORM CNTR-PERSIST.
           PERFORM FILE-IO-FLUSH.
           PERFORM BSM-FLUSH.
           PERFORM SHIP-CLOSE.
           MOVE "CLEAN" TO SESSION-FLAG-REC.
           PERFORM SESSION-FLAG-WRITE.
           PERFORM SESSION-LOG-CLOSE.
           UNSTRING WS-FILE-SPEC-REST DELIMITED BY "."
               INTO FILE-NAME FILE-EXT
           END-UNSTRING.
           PERFORM GDG-PARSE-NAME.
      * Split a stored FILE-DIR-NAME back into its folder and base
      * parts: everything ahead of the first "/" is the folder, a name
      * with no "/" lives in the root.  DIR and the file manager scope
               MOVE FILE-DIR-NAME(DIR-SLASH-IDX + 1:
                   24 - DIR-SLASH-IDX) TO DIR-ENT-BASE
           END-IF.
      * Generation references in a specification: NAME(+1) is the
      * next generation of a registered group, NAME(0) the current
      * one and NAME(-n) the one n back, resolved against the
      * directory to the NAME.Gnnnn entry they stand for.  An
      * absolute NAME.Gnnnn keeps its generation suffix in the name
      * rather than losing it to the three-character extension.  A
      * reference that does not resolve is left as typed, so it
      * opens as not found and FILE-CREATE refuses it.
       GDG-PARSE-NAME.
           MOVE 0 TO GDG-POS.
           INSPECT FILE-NAME TALLYING GDG-POS
               FOR CHARACTERS BEFORE INITIAL "(".
           IF GDG-POS < 24
               PERFORM GDG-RESOLVE-RELATIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO GDG-POS.
           INSPECT WS-FILE-SPEC-REST TALLYING GDG-POS
               FOR CHARACTERS BEFORE INITIAL ".".
           IF GDG-POS > 0 AND GDG-POS < 19
               AND WS-FILE-SPEC-REST(GDG-POS + 2:1) = "G"
               AND WS-FILE-SPEC-REST(GDG-POS + 3:4) IS NUMERIC
               AND (WS-FILE-SPEC-REST(GDG-POS + 7:1) = SPACE
               OR WS-FILE-SPEC-REST(GDG-POS + 7:1) = ".")
               MOVE SPACES TO FILE-NAME
               MOVE WS-FILE-SPEC-REST(1:GDG-POS + 6) TO FILE-NAME
               MOVE SPACES TO FILE-EXT
           END-IF.
       GDG-RESOLVE-RELATIVE.
           IF GDG-POS = 0 OR GDG-POS > 18
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GDG-BASE.
           MOVE FILE-NAME(1:GDG-POS) TO GDG-BASE.
           MOVE SPACES TO GDG-REL-TEXT.
           UNSTRING FILE-NAME(GDG-POS + 2:) DELIMITED BY ")"
               INTO GDG-REL-TEXT
           END-UNSTRING.
           MOVE SPACES TO GDG-REL-DIGITS.
           IF GDG-REL-TEXT(1:1) = "+" OR GDG-REL-TEXT(1:1) = "-"
               MOVE GDG-REL-TEXT(1:1) TO GDG-REL-SIGN
               MOVE GDG-REL-TEXT(2:4) TO GDG-REL-DIGITS
           ELSE
               MOVE "-" TO GDG-REL-SIGN
               MOVE GDG-REL-TEXT(1:4) TO GDG-REL-DIGITS
           END-IF.
           MOVE 0 TO GDG-REL-LEN.
           INSPECT GDG-REL-DIGITS TALLYING GDG-REL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF GDG-REL-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           IF GDG-REL-DIGITS(1:GDG-REL-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE GDG-REL-NUM = FUNCTION NUMVAL(GDG-REL-DIGITS)
           END-COMPUTE.
           PERFORM GDG-SCAN.
           IF GDG-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF GDG-REL-SIGN = "+"
               IF GDG-REL-NUM = 0 OR GDG-HIGH + GDG-REL-NUM > 9999
                   EXIT PARAGRAPH
               END-IF
               COMPUTE GDG-GEN = GDG-HIGH + GDG-REL-NUM END-COMPUTE
           ELSE
               IF GDG-REL-NUM >= GDG-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE GDG-IDX = GDG-COUNT - GDG-REL-NUM END-COMPUTE
               IF GDG-IDX > 100
                   EXIT PARAGRAPH
               END-IF
               MOVE GDG-ENT-NUM(GDG-IDX) TO GDG-GEN
           END-IF.
           MOVE SPACES TO FILE-NAME.
           STRING GDG-BASE(1:GDG-BASE-LEN) ".G" GDG-GEN
               DELIMITED BY SIZE INTO FILE-NAME
           END-STRING.
           MOVE SPACES TO FILE-EXT.
      * With GDG-BASE and FILE-VOL set, look up the group's
      * registration and list its live generations oldest first.
      * GDG-OK says whether the base is a registered group at all.
       GDG-SCAN.
           MOVE 'N' TO GDG-OK.
           MOVE 0 TO GDG-LIMIT.
           MOVE 0 TO GDG-COUNT.
           MOVE 0 TO GDG-HIGH.
           MOVE 0 TO GDG-BASE-LEN.
           INSPECT GDG-BASE TALLYING GDG-BASE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF GDG-BASE-LEN = 0 OR GDG-BASE-LEN > 18
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE GDG-BASE TO FILE-DIR-NAME.
           MOVE "GDG" TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS NOT = "00"
               OR FILE-DIR-DELETED = 'Y'
               OR FILE-DIR-GDG-LIMIT IS NOT NUMERIC
               OR FILE-DIR-GDG-LIMIT = 0
               PERFORM FILE-DIR-CLOSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO GDG-OK.
           MOVE FILE-DIR-GDG-LIMIT TO GDG-LIMIT.
           MOVE SPACES TO FILE-DIR-KEY.
           STRING GDG-BASE(1:GDG-BASE-LEN) ".G0000"
               DELIMITED BY SIZE INTO FILE-DIR-NAME
           END-STRING.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           MOVE 'N' TO GDG-EOF.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               OR GDG-EOF = 'Y'
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   IF FILE-DIR-NAME(1:GDG-BASE-LEN)
                       NOT = GDG-BASE(1:GDG-BASE-LEN)
                       OR FILE-DIR-NAME(GDG-BASE-LEN + 1:2) NOT = ".G"
                       MOVE 'Y' TO GDG-EOF
                   ELSE
                       MOVE 0 TO GDG-TALLY
                       INSPECT FILE-DIR-NAME TALLYING GDG-TALLY
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF FILE-DIR-DELETED = 'N'
                           AND FILE-DIR-EXT = SPACES
                           AND GDG-TALLY = GDG-BASE-LEN + 6
                           AND FILE-DIR-NAME(GDG-BASE-LEN + 3:4)
                           IS NUMERIC
                           PERFORM GDG-SCAN-ONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
       GDG-SCAN-ONE.
           ADD 1 TO GDG-COUNT END-ADD.
           MOVE FILE-DIR-NAME(GDG-BASE-LEN + 3:4) TO GDG-HIGH.
           IF GDG-COUNT <= 100
               MOVE GDG-HIGH TO GDG-ENT-NUM(GDG-COUNT)
               MOVE SPACES TO GDG-ENT-STAMP(GDG-COUNT)
               STRING FILE-DIR-CREAT-TIME-YEAR "-"
                   FILE-DIR-CREAT-TIME-MONTH "-"
                   FILE-DIR-CREAT-TIME-DAY " "
                   FILE-DIR-CREAT-TIME-HOUR ":"
                   FILE-DIR-CREAT-TIME-MINUTE
                   DELIMITED BY SIZE INTO GDG-ENT-STAMP(GDG-COUNT)
               END-STRING
           END-IF.
      * A fresh NAME.Gnnnn entry belonging to a registered group may
      * have pushed the group over its limit
       GDG-NOTE-CREATE.
           MOVE 0 TO GDG-TALLY.
           INSPECT FILE-NAME TALLYING GDG-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF GDG-TALLY < 7
               EXIT PARAGRAPH
           END-IF.
           IF FILE-NAME(GDG-TALLY - 5:2) NOT = ".G"
               OR FILE-NAME(GDG-TALLY - 3:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GDG-BASE.
           MOVE FILE-NAME(1:GDG-TALLY - 6) TO GDG-BASE.
           PERFORM GDG-ROLL-OFF.
      * Drop the oldest generations of GDG-BASE until the group is
      * back within its limit.  The entries are marked deleted
      * directly, as FILE-DELETE would, without its access check --
      * the roll-off is the group's own policy, not an operator's
      * delete -- and FILE-DATA is left exactly as the caller had it.
       GDG-ROLL-OFF.
           PERFORM GDG-SCAN.
           IF GDG-OK = 'N' OR GDG-COUNT <= GDG-LIMIT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE GDG-DROP = GDG-COUNT - GDG-LIMIT END-COMPUTE.
           IF GDG-DROP > 100
               MOVE 100 TO GDG-DROP
           END-IF.
           PERFORM FILE-DIR-OPEN.
           PERFORM VARYING GDG-IDX FROM 1 BY 1
               UNTIL GDG-IDX > GDG-DROP
               MOVE SPACES TO FILE-DIR-KEY
               STRING GDG-BASE(1:GDG-BASE-LEN) ".G"
                   GDG-ENT-NUM(GDG-IDX)
                   DELIMITED BY SIZE INTO FILE-DIR-NAME
               END-STRING
               READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   MOVE 'Y' TO FILE-DIR-DELETED
                   REWRITE FILE-DIR-REC END-REWRITE
               END-IF
           END-PERFORM.
           PERFORM FILE-DIR-CLOSE.
           MOVE SPACES TO WS-LOG-ACTION.
           STRING "Rolled off " GDG-DROP " generations of "
               GDG-BASE(1:GDG-BASE-LEN)
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING.
           PERFORM SESSION-LOG-WRITE.
      * Load the next-free-sector allocator from disk (defaults to
      * sector 1 the first time the machine ever creates a file)
       FILE-ALLOC-LOAD.
      * Persist the allocator back out so the next boot continues
      * handing out fresh sectors instead of reusing them
       FILE-ALLOC-SAVE.
           IF WS-CFG-STORE-RO = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-VOL-SELECT.
           OPEN OUTPUT FILE-ALLOC-FILE.
           MOVE WS-FILE-NEXT-SECT TO FILE-ALLOC-REC.
                   DELIMITED BY SIZE INTO SESSION-LOG-REC
               END-STRING
           END-IF.
      * Under daylight saving the stamp says which time it is in, D
      * or S after the seconds, so the hour the clock repeats each
      * autumn still reads in order
           IF DST-ON = 'Y'
               MOVE DST-STATE TO SESSION-LOG-REC(20:1)
           END-IF.
           MOVE SESSION-LOG-REC(1:70) TO WS-LOGC-TEXT.
           PERFORM LOG-CHAIN-STEP.
           MOVE "#" TO SESSION-LOG-REC(72:1).
      * Open the on-disk directory table, creating it the first time
       FILE-DIR-OPEN.
           PERFORM FILE-VOL-SELECT.
           IF WS-CFG-STORE-RO = 'Y'
               OPEN INPUT FILE-DIR-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FILE-DIR-FILE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               OPEN OUTPUT FILE-DIR-FILE
      * the file survives a power cycle
       FILE-CREATE.
           MOVE 0 TO WS-FILE-STATUS.
      * A variable-length request is taken up (and cleared) here, so
      * it can never leak into the next create
           MOVE WS-FILE-NEW-VAR TO WS-FILE-CRT-VAR.
           MOVE WS-FILE-VAR-ALLOC TO WS-FILE-CRT-ALLOC.
           MOVE 'N' TO WS-FILE-NEW-VAR.
           MOVE 0 TO WS-FILE-VAR-ALLOC.
           IF WS-CFG-STORE-RO = 'Y'
               SET FILE-OP-DENIED TO TRUE
               EXIT PARAGRAPH
           END-IF.
      * A generation reference that never resolved is not a name --
      * no file called DAILY(+1) gets cut by accident
           MOVE 0 TO GDG-TALLY.
           INSPECT FILE-NAME TALLYING GDG-TALLY FOR ALL "(".
           IF GDG-TALLY > 0
               SET FILE-OP-NOTFOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
      * The quota gate runs first, before the directory is even
      * opened, with the allocation this create would cost
           PERFORM FILE-CREATE-SIZE.
           DIVIDE WS-MULRES BY 2048 GIVING QTA-NEED END-DIVIDE.
           IF FUNCTION MOD(WS-MULRES, 2048) NOT = 0
               ADD 1 TO QTA-NEED END-ADD
               PERFORM FILE-DIR-CLOSE
           ELSE
               PERFORM FILE-ALLOC-LOAD
               PERFORM FILE-CREATE-SIZE
               DIVIDE WS-MULRES BY 2048 GIVING WS-FILE-NEEDSECT
               END-DIVIDE
               IF FUNCTION MOD(WS-MULRES, 2048) NOT = 0
               MOVE FILE-RECLEN TO FILE-DIR-RECLEN
               MOVE FILE-NUMRECS TO FILE-DIR-NUMRECS
               MOVE 'N' TO FILE-DIR-DELETED
               MOVE 0 TO FILE-DIR-GDG-LIMIT
               MOVE SPACE TO FILE-DIR-JRN-FLAG
               MOVE SPACE TO FILE-DIR-MIG-FLAG
               MOVE SPACE TO FILE-DIR-MIG-VOL
               MOVE 0 TO FILE-DIR-MIG-NUMSECT
               MOVE SPACES TO FILE-DIR-MIG-DATE
               MOVE SPACES TO FILE-DIR-RET-CLASS
               MOVE SPACE TO FILE-DIR-RET-HOLD
      * A variable-length file starts out holding no records
               IF WS-FILE-CRT-VAR = 'Y'
                   MOVE 'V' TO FILE-DIR-RECFM
                   MOVE 0 TO FILE-DIR-NUMRECS
               ELSE
                   MOVE SPACE TO FILE-DIR-RECFM
               END-IF
      * Stamp who created the entry and the default access levels:
      * anyone may read it, any logged-on operator may write or
      * delete it -- month-end masters get tightened with PROTECT
      * The creator owns the fresh entry, so a read-only open left
      * lying around must not poison writes to it
               MOVE 'Y' TO WS-FILE-WR-ALLOWED
               PERFORM RCJ-FORGET-EXTENT
               SET FILE-OP-OK TO TRUE
               PERFORM FILE-DIR-CLOSE
           END-IF.
      * The fresh file is the one being worked; a variable-length one
      * gets its empty stream header laid down straight away
           IF FILE-OP-OK
               MOVE 0 TO WS-FILE-VAR-MEMO-REC
               IF WS-FILE-CRT-VAR = 'Y'
                   MOVE 'Y' TO WS-FILE-VAR-ON
                   MOVE 'N' TO WS-FILE-ENC-ON
                   MOVE 0 TO FILE-NUMRECS
                   MOVE 0 TO WS-FILE-VAR-COUNT
                   MOVE 16 TO WS-FILE-VAR-BYTES
                   PERFORM FILE-VAR-HDR-SAVE
               ELSE
                   MOVE 'N' TO WS-FILE-VAR-ON
               END-IF
           END-IF.
      * A new generation may roll the oldest of its group off
           IF FILE-OP-OK AND FILE-EXT = SPACES
               PERFORM GDG-NOTE-CREATE
           END-IF.
           IF FILE-OP-OK
               PERFORM TRG-NOTE-ARRIVAL
           END-IF.
      * The bytes a create of FILE-RECLEN x FILE-NUMRECS costs, into
      * WS-MULRES.  A variable-length file holds FILE-NUMRECS records
      * of up to FILE-RECLEN bytes plus their length prefixes and the
      * stream header -- or exactly the sectors asked for, when a copy
      * is recreating an existing stream.
       FILE-CREATE-SIZE.
           IF WS-FILE-CRT-VAR = 'Y'
               IF WS-FILE-CRT-ALLOC > 0
                   MULTIPLY WS-FILE-CRT-ALLOC BY 2048 GIVING WS-MULRES
                   END-MULTIPLY
               ELSE
                   COMPUTE WS-MULRES = 16 +
                       (FILE-RECLEN + 4) * FILE-NUMRECS END-COMPUTE
               END-IF
           ELSE
               MULTIPLY FILE-RECLEN BY FILE-NUMRECS GIVING WS-MULRES
               END-MULTIPLY
           END-IF.
      * Look up FILE-NAME/FILE-EXT in the directory and load its
      * metadata into FILE-DATA, positioning FILE-READ/FILE-WRITE at
      * the file's first sector
       FILE-OPEN.
           MOVE 0 TO WS-FILE-STATUS.
           MOVE 'Y' TO WS-FILE-WR-ALLOWED.
           MOVE 'N' TO WS-FILE-VAR-ON.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
               PERFORM FILE-CHECK-ACCESS
               MOVE WS-FILE-ACC-OK TO WS-FILE-WR-ALLOWED
           END-IF.
      * A migrated stub brings its content home first; the entry is
      * then read afresh and opens like any other
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               AND FILE-DIR-MIG-FLAG = 'M'
               PERFORM MIG-RECALL
               IF MIG-RECALL-OK = 'N'
                   IF WS-CFG-STORE-RO = 'Y'
                       SET FILE-OP-DENIED TO TRUE
                   ELSE
                       SET FILE-OP-ERROR TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM FILE-DIR-OPEN
               MOVE FILE-NAME TO FILE-DIR-NAME
               MOVE FILE-EXT TO FILE-DIR-EXT
               READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
      * A compressed entry never opens as data -- expand it first,
      * instead of handing the run-length stream out as gibberish
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               MOVE FILE-DIR-NUMSECT TO FILE-NUMSECT
               MOVE FILE-DIR-RECLEN TO FILE-RECLEN
               MOVE FILE-DIR-NUMRECS TO FILE-NUMRECS
               IF FILE-DIR-RECFM = 'V'
                   MOVE 'Y' TO WS-FILE-VAR-ON
               END-IF
               MOVE 0 TO WS-FILE-VAR-MEMO-REC
               MOVE FILE-DIR-CREAT-TIME-HOUR TO
               FILE-CREAT-TIME-HOUR
               MOVE FILE-DIR-CREAT-TIME-SECOND TO
               FILE-CREAT-TIME-YEAR
               COMPUTE WS-FILE-CUR-SECT = (FILE-DIR-CYL * 1000) +
               FILE-DIR-SECT END-COMPUTE
               PERFORM RCJ-NOTE-OPEN
               SET FILE-OP-OK TO TRUE
           ELSE
               SET FILE-OP-NOTFOUND TO TRUE
      * sector; comes back FILE-OP-EOF once its allocation is full
       FILE-WRITE.
           MOVE 0 TO WS-FILE-STATUS.
           IF WS-FILE-WR-ALLOWED = 'N' OR WS-CFG-STORE-RO = 'Y'
               SET FILE-OP-DENIED TO TRUE
               EXIT PARAGRAPH
           END-IF.
      * fresh allocation of the full new size first.
       FILE-EXTEND.
           MOVE 0 TO WS-FILE-STATUS.
           IF WS-CFG-STORE-RO = 'Y'
               SET FILE-OP-DENIED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
                   PERFORM FILE-DIR-CLOSE
                   EXIT PARAGRAPH
               END-IF
      * A variable-length file is sized for FILE-NUMRECS records of
      * the longest length; its record count stays the header's
               IF FILE-DIR-RECFM = 'V'
                   COMPUTE WS-MULRES = 16 +
                       (FILE-DIR-RECLEN + 4) * FILE-NUMRECS
                   END-COMPUTE
               ELSE
                   MULTIPLY FILE-DIR-RECLEN BY FILE-NUMRECS
                       GIVING WS-MULRES END-MULTIPLY
               END-IF
               DIVIDE WS-MULRES BY 2048 GIVING WS-FILE-NEEDSECT
               END-DIVIDE
               IF FUNCTION MOD(WS-MULRES, 2048) NOT = 0
               IF WS-FILE-NEEDSECT <= FILE-DIR-NUMSECT
      * The record count grew but still fits the allocation -- a
      * metadata-only update
                   IF FILE-DIR-RECFM NOT = 'V'
                       MOVE FILE-NUMRECS TO FILE-DIR-NUMRECS
                   END-IF
                   REWRITE FILE-DIR-REC END-REWRITE
               ELSE
      * Growing past the current allocation is what the quota is
                       END-COMPUTE
                   END-IF
                   MOVE WS-FILE-NEEDSECT TO FILE-DIR-NUMSECT
                   IF FILE-DIR-RECFM NOT = 'V'
                       MOVE FILE-NUMRECS TO FILE-DIR-NUMRECS
                   END-IF
                   REWRITE FILE-DIR-REC END-REWRITE
                   PERFORM FILE-ALLOC-SAVE
               END-IF
      * WS-FILE-CKSUM-BAD comes back 'Y' for a corrupt sector, whose
      * data is still delivered for whatever salvage is possible.
       FILE-SECT-FETCH.
           ADD 1 TO ACCT-RD-COUNT END-ADD.
           PERFORM FILE-VOL-SELECT.
           MOVE 'N' TO WS-FILE-CKSUM-BAD.
           PERFORM FILE-CACHE-LOOKUP.
      * sector lands in the cache marked dirty and reaches the disk
      * on eviction or at the next FILE-IO-FLUSH
       FILE-SECT-STORE.
           IF WS-CFG-STORE-RO = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACCT-WR-COUNT END-ADD.
           PERFORM FILE-VOL-SELECT.
      * Inside a transaction the image being replaced is held first,
      * before the new one can reach the journal or the disk
           IF TXN-ACTIVE = 'Y' AND TXN-ROLLING = 'N'
               AND WS-FILE-JNL-REPLAY = 'N'
               PERFORM TXN-UNDO-NOTE
           END-IF.
           IF WS-FILE-ENC-ON = 'Y'
               MOVE 'E' TO WS-CRYPT-DIR
               PERFORM CRYPT-SECTOR
      * Hold the block store open from first use; FILE-IO-FLUSH is
      * the one place it gets closed again
       FILE-BLK-ENSURE-OPEN.
           IF WS-FILE-BLK-OPEN = 'N' AND WS-CFG-STORE-RO = 'Y'
               OPEN INPUT FILE-BLOCK-FILE
               MOVE 'Y' TO WS-FILE-BLK-OPEN
           END-IF.
           IF WS-FILE-BLK-OPEN = 'N'
               OPEN I-O FILE-BLOCK-FILE
               IF WS-FILE-BLOCK-STATUS NOT = "00"
               CLOSE FILE-JNL-FILE
               MOVE 'N' TO WS-FILE-JNL-OPEN
           END-IF.
           IF WS-CFG-STORE-RO = 'N'
               OPEN OUTPUT FILE-JNL-FILE
               CLOSE FILE-JNL-FILE
           END-IF.
      * Position-weighted additive checksum over WS-FILE-SECT-BUF into
      * WS-FILE-CKSUM -- weighting each byte by its offset catches the
      * transposed-bytes corruption a plain sum is blind to.  The
                   TO JNL-OUT-DATA((JNL-HEX-IDX * 512) + 1:512)
           END-PERFORM.
           WRITE FILE-JNL-REC FROM JNL-REC-OUT END-WRITE.
      * On a shipping primary, every A: change goes to the standby too
           IF WS-SHIP-MODE = 'P' AND WS-VOL-CURRENT = 'A'
               MOVE JNL-REC-OUT TO SHP-Q-BODY
               PERFORM SHIP-QUEUE-PUT
           END-IF.
      * Replay whatever the journal holds into the block store, then
      * flush and start the journal over.  Performed at boot and when
      * a volume switch lands on a volume with a journal outstanding.
      * here instead of in every application
       FILE-READ-RECORD.
           MOVE 0 TO WS-FILE-STATUS.
           IF WS-FILE-VAR-ON = 'Y'
               PERFORM FILE-VAR-READ
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN = 0 OR FILE-RECLEN > 2048
               SET FILE-OP-ERROR TO TRUE
           ELSE
               ELSE
                   PERFORM FILE-REC-LOCATE
                   MOVE SPACES TO FILE-REC-AREA
                   MOVE FILE-RECLEN TO FILE-REC-LEN
                   MOVE WS-FILE-REC-SECT TO WS-FILE-ABS-SECT
                   PERFORM FILE-SECT-FETCH
                   MOVE WS-FILE-SECT-BUF(WS-FILE-REC-INSECT:
      * sectors) the record touches so neighbouring records survive
       FILE-WRITE-RECORD.
           MOVE 0 TO WS-FILE-STATUS.
           IF WS-FILE-WR-ALLOWED = 'N' OR WS-CFG-STORE-RO = 'Y'
               SET FILE-OP-DENIED TO TRUE
               EXIT PARAGRAPH
           END-IF.
      * A journalled file has the record as it stands taken aside
      * first, and the line written once the new one is down
           PERFORM RCJ-BEFORE-IMAGE.
           IF WS-FILE-VAR-ON = 'Y'
               IF FILE-RECLEN = 0 OR FILE-RECLEN > 2048
                   SET FILE-OP-ERROR TO TRUE
               ELSE
                   PERFORM FILE-VAR-WRITE
               END-IF
               PERFORM RCJ-AFTER-IMAGE
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECLEN = 0 OR FILE-RECLEN > 2048
               SET FILE-OP-ERROR TO TRUE
           ELSE
                   SET FILE-OP-OK TO TRUE
               END-IF
           END-IF.
           PERFORM RCJ-AFTER-IMAGE.
      * Move WS-FILE-STR-LEN bytes at stream offset WS-FILE-STR-OFS of
      * the open file into WS-FILE-STR-BUF, a sector at a time;
      * WS-FILE-STR-BAD comes back 'Y' if any sector failed its
      * checksum
       FILE-STREAM-GET.
           MOVE 'N' TO WS-FILE-STR-BAD.
           MOVE 1 TO WS-FILE-STR-POS.
           MOVE WS-FILE-STR-LEN TO WS-FILE-STR-LEFT.
           MOVE WS-FILE-STR-OFS TO WS-FILE-STR-AT.
           PERFORM UNTIL WS-FILE-STR-LEFT = 0
               PERFORM FILE-STREAM-SPAN
               PERFORM FILE-SECT-FETCH
               IF WS-FILE-CKSUM-BAD = 'Y'
                   MOVE 'Y' TO WS-FILE-STR-BAD
               END-IF
               MOVE WS-FILE-SECT-BUF(WS-FILE-STR-INSECT:
                   WS-FILE-STR-PART)
                   TO WS-FILE-STR-BUF(WS-FILE-STR-POS:
                   WS-FILE-STR-PART)
               ADD WS-FILE-STR-PART TO WS-FILE-STR-POS END-ADD
               ADD WS-FILE-STR-PART TO WS-FILE-STR-AT END-ADD
               SUBTRACT WS-FILE-STR-PART FROM WS-FILE-STR-LEFT
               END-SUBTRACT
           END-PERFORM.
      * The reverse: lay WS-FILE-STR-LEN bytes of WS-FILE-STR-BUF down
      * at stream offset WS-FILE-STR-OFS, read-modify-writing each
      * sector touched so the bytes around the run survive
       FILE-STREAM-PUT.
           MOVE 1 TO WS-FILE-STR-POS.
           MOVE WS-FILE-STR-LEN TO WS-FILE-STR-LEFT.
           MOVE WS-FILE-STR-OFS TO WS-FILE-STR-AT.
           PERFORM UNTIL WS-FILE-STR-LEFT = 0
               PERFORM FILE-STREAM-SPAN
               PERFORM FILE-SECT-FETCH
               MOVE WS-FILE-STR-BUF(WS-FILE-STR-POS:WS-FILE-STR-PART)
                   TO WS-FILE-SECT-BUF(WS-FILE-STR-INSECT:
                   WS-FILE-STR-PART)
               PERFORM FILE-SECT-STORE
               ADD WS-FILE-STR-PART TO WS-FILE-STR-POS END-ADD
               ADD WS-FILE-STR-PART TO WS-FILE-STR-AT END-ADD
               SUBTRACT WS-FILE-STR-PART FROM WS-FILE-STR-LEFT
               END-SUBTRACT
           END-PERFORM.
      * Which absolute sector stream offset WS-FILE-STR-AT falls in,
      * where in that sector, and how much of the run it holds
       FILE-STREAM-SPAN.
           DIVIDE WS-FILE-STR-AT BY 2048 GIVING WS-FILE-STR-SECT
           END-DIVIDE.
           COMPUTE WS-FILE-STR-INSECT =
               FUNCTION MOD(WS-FILE-STR-AT, 2048) + 1 END-COMPUTE.
           COMPUTE WS-FILE-STR-PART = 2048 - WS-FILE-STR-INSECT + 1
           END-COMPUTE.
           IF WS-FILE-STR-PART > WS-FILE-STR-LEFT
               MOVE WS-FILE-STR-LEFT TO WS-FILE-STR-PART
           END-IF.
           COMPUTE WS-FILE-ABS-SECT = (FILE-CYL * 1000) + FILE-SECT +
               WS-FILE-STR-SECT END-COMPUTE.
      * Load a variable-length file's stream header.  The header, not
      * the directory entry, is what counts: it travels with any raw
      * sector copy of the file.  A stream that was never laid down
      * reads as empty.
       FILE-VAR-HDR-LOAD.
           MOVE 0 TO WS-FILE-STR-OFS.
           MOVE 16 TO WS-FILE-STR-LEN.
           PERFORM FILE-STREAM-GET.
           MOVE WS-FILE-STR-BUF(1:16) TO WS-FILE-VAR-HDR.
           IF WS-FILE-VAR-HDR-TAG = "KVR1"
               AND WS-FILE-VAR-HDR-COUNT IS NUMERIC
               AND WS-FILE-VAR-HDR-BYTES IS NUMERIC
               AND WS-FILE-VAR-HDR-BYTES >= 16
               MOVE WS-FILE-VAR-HDR-COUNT TO WS-FILE-VAR-COUNT
               MOVE WS-FILE-VAR-HDR-BYTES TO WS-FILE-VAR-BYTES
           ELSE
               MOVE 0 TO WS-FILE-VAR-COUNT
               MOVE 16 TO WS-FILE-VAR-BYTES
           END-IF.
           MULTIPLY FILE-NUMSECT BY 2048 GIVING WS-FILE-VAR-CAP
           END-MULTIPLY.
       FILE-VAR-HDR-SAVE.
           MOVE "KVR1" TO WS-FILE-VAR-HDR-TAG.
           MOVE WS-FILE-VAR-COUNT TO WS-FILE-VAR-HDR-COUNT.
           MOVE WS-FILE-VAR-BYTES TO WS-FILE-VAR-HDR-BYTES.
           MOVE WS-FILE-VAR-HDR TO WS-FILE-STR-BUF(1:16).
           MOVE 0 TO WS-FILE-STR-OFS.
           MOVE 16 TO WS-FILE-STR-LEN.
           PERFORM FILE-STREAM-PUT.
      * Walk the length chain to record FILE-RECORD (1 thru the
      * count): WS-FILE-VAR-OFS comes back at its length prefix and
      * WS-FILE-VAR-OLDLEN holds its length.  The walk starts from the
      * memo when the memo is for this file and not past the record;
      * a chain that runs off the stream sets WS-FILE-VAR-BROKEN.
       FILE-VAR-LOCATE.
           MOVE 'N' TO WS-FILE-VAR-BROKEN.
           COMPUTE WS-FILE-VAR-BASE = (FILE-CYL * 1000) + FILE-SECT
           END-COMPUTE.
           IF WS-FILE-VAR-MEMO-REC > 0
               AND WS-FILE-VAR-MEMO-REC <= FILE-RECORD
               AND WS-FILE-VAR-MEMO-VOL = FILE-VOL
               AND WS-FILE-VAR-MEMO-BASE = WS-FILE-VAR-BASE
               MOVE WS-FILE-VAR-MEMO-REC TO WS-FILE-VAR-REC
               MOVE WS-FILE-VAR-MEMO-OFS TO WS-FILE-VAR-OFS
           ELSE
               MOVE 1 TO WS-FILE-VAR-REC
               MOVE 16 TO WS-FILE-VAR-OFS
           END-IF.
           PERFORM FILE-VAR-GET-PREFIX.
           PERFORM UNTIL WS-FILE-VAR-REC = FILE-RECORD
               OR WS-FILE-VAR-BROKEN = 'Y'
               COMPUTE WS-FILE-VAR-OFS = WS-FILE-VAR-OFS + 4 +
                   WS-FILE-VAR-OLDLEN END-COMPUTE
               ADD 1 TO WS-FILE-VAR-REC END-ADD
               PERFORM FILE-VAR-GET-PREFIX
           END-PERFORM.
           IF WS-FILE-VAR-BROKEN = 'N'
               PERFORM FILE-VAR-MEMO-SET
           ELSE
               MOVE 0 TO WS-FILE-VAR-MEMO-REC
           END-IF.
       FILE-VAR-GET-PREFIX.
           MOVE 0 TO WS-FILE-VAR-OLDLEN.
           IF WS-FILE-VAR-OFS + 4 > WS-FILE-VAR-BYTES
               MOVE 'Y' TO WS-FILE-VAR-BROKEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-VAR-OFS TO WS-FILE-STR-OFS.
           MOVE 4 TO WS-FILE-STR-LEN.
           PERFORM FILE-STREAM-GET.
           IF WS-FILE-STR-BUF(1:4) IS NUMERIC
               MOVE WS-FILE-STR-BUF(1:4) TO WS-FILE-VAR-OLDLEN
           ELSE
               MOVE 'Y' TO WS-FILE-VAR-BROKEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-VAR-OLDLEN > 2048
               OR WS-FILE-VAR-OFS + 4 + WS-FILE-VAR-OLDLEN >
                   WS-FILE-VAR-BYTES
               MOVE 'Y' TO WS-FILE-VAR-BROKEN
           END-IF.
       FILE-VAR-MEMO-SET.
           MOVE FILE-VOL TO WS-FILE-VAR-MEMO-VOL.
           MOVE WS-FILE-VAR-BASE TO WS-FILE-VAR-MEMO-BASE.
           MOVE FILE-RECORD TO WS-FILE-VAR-MEMO-REC.
           MOVE WS-FILE-VAR-OFS TO WS-FILE-VAR-MEMO-OFS.
      * FILE-READ-RECORD for a variable-length file: the record comes
      * back space-padded in FILE-REC-AREA with its own length in
      * FILE-REC-LEN, and FILE-NUMRECS is refreshed from the header
       FILE-VAR-READ.
           PERFORM FILE-VAR-HDR-LOAD.
           MOVE WS-FILE-VAR-COUNT TO FILE-NUMRECS.
           IF FILE-RECORD = 0 OR FILE-RECORD > WS-FILE-VAR-COUNT
               SET FILE-OP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FILE-VAR-LOCATE.
           IF WS-FILE-VAR-BROKEN = 'Y'
               SET FILE-OP-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILE-REC-AREA.
           MOVE WS-FILE-VAR-OLDLEN TO FILE-REC-LEN.
           IF WS-FILE-VAR-OLDLEN > 0
               COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-OFS + 4
               END-COMPUTE
               MOVE WS-FILE-VAR-OLDLEN TO WS-FILE-STR-LEN
               PERFORM FILE-STREAM-GET
               MOVE WS-FILE-STR-BUF(1:WS-FILE-VAR-OLDLEN)
                   TO FILE-REC-AREA(1:WS-FILE-VAR-OLDLEN)
               IF WS-FILE-STR-BAD = 'Y'
                   SET FILE-OP-BAD-CKSUM TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET FILE-OP-OK TO TRUE.
      * FILE-WRITE-RECORD for a variable-length file.  Record count+1
      * appends; an existing record is replaced in place, the rest of
      * the stream sliding up or down when the new length differs.
      * A record that will not fit the allocation is refused with
      * FILE-OP-ERROR -- FILE-EXTEND grows the file first.
       FILE-VAR-WRITE.
           IF FILE-REC-LEN > 0 AND FILE-REC-LEN <= FILE-RECLEN
               MOVE FILE-REC-LEN TO WS-FILE-VAR-LEN
           ELSE
               MOVE FILE-RECLEN TO WS-FILE-VAR-LEN
               PERFORM UNTIL WS-FILE-VAR-LEN = 0
                   OR FILE-REC-AREA(WS-FILE-VAR-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-FILE-VAR-LEN END-SUBTRACT
               END-PERFORM
           END-IF.
           PERFORM FILE-VAR-HDR-LOAD.
           IF FILE-RECORD = 0 OR FILE-RECORD > WS-FILE-VAR-COUNT + 1
               SET FILE-OP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FILE-RECORD = WS-FILE-VAR-COUNT + 1
               IF WS-FILE-VAR-BYTES + 4 + WS-FILE-VAR-LEN >
                   WS-FILE-VAR-CAP
                   SET FILE-OP-ERROR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FILE-VAR-APPEND
               MOVE WS-FILE-VAR-BYTES TO WS-FILE-VAR-OFS
               ADD 1 TO WS-FILE-VAR-COUNT END-ADD
               COMPUTE WS-FILE-VAR-BYTES = WS-FILE-VAR-BYTES + 4 +
                   WS-FILE-VAR-LEN END-COMPUTE
           ELSE
               MOVE 'N' TO WS-FILE-VAR-APPEND
               PERFORM FILE-VAR-LOCATE
               IF WS-FILE-VAR-BROKEN = 'Y'
                   SET FILE-OP-ERROR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WS-FILE-VAR-LEN NOT = WS-FILE-VAR-OLDLEN
                   IF WS-FILE-VAR-BYTES - WS-FILE-VAR-OLDLEN +
                       WS-FILE-VAR-LEN > WS-FILE-VAR-CAP
                       SET FILE-OP-ERROR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FILE-VAR-SHIFT
                   COMPUTE WS-FILE-VAR-BYTES = WS-FILE-VAR-BYTES -
                       WS-FILE-VAR-OLDLEN + WS-FILE-VAR-LEN
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE WS-FILE-VAR-LEN TO WS-FILE-STR-BUF(1:4).
           MOVE WS-FILE-VAR-OFS TO WS-FILE-STR-OFS.
           MOVE 4 TO WS-FILE-STR-LEN.
           PERFORM FILE-STREAM-PUT.
           IF WS-FILE-VAR-LEN > 0
               MOVE FILE-REC-AREA(1:WS-FILE-VAR-LEN)
                   TO WS-FILE-STR-BUF(1:WS-FILE-VAR-LEN)
               COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-OFS + 4
               END-COMPUTE
               MOVE WS-FILE-VAR-LEN TO WS-FILE-STR-LEN
               PERFORM FILE-STREAM-PUT
           END-IF.
           PERFORM FILE-VAR-HDR-SAVE.
           COMPUTE WS-FILE-VAR-BASE = (FILE-CYL * 1000) + FILE-SECT
           END-COMPUTE.
           PERFORM FILE-VAR-MEMO-SET.
           MOVE WS-FILE-VAR-COUNT TO FILE-NUMRECS.
           MOVE WS-FILE-VAR-LEN TO FILE-REC-LEN.
      * An append moves the directory's record count along with the
      * header, so DIR and the utilities see the file's real size
           IF WS-FILE-VAR-APPEND = 'Y'
               PERFORM FILE-VAR-SYNC-DIR
           END-IF.
           PERFORM FILE-STAMP-MODIFIED.
           SET FILE-OP-OK TO TRUE.
      * Slide the stream's tail behind the record being replaced from
      * just past its old length to just past its new one, in sector
      * sized chunks -- front first when it moves down, back first
      * when it moves up, so no chunk lands on bytes not yet moved
       FILE-VAR-SHIFT.
           COMPUTE WS-FILE-VAR-FROM = WS-FILE-VAR-OFS + 4 +
               WS-FILE-VAR-OLDLEN END-COMPUTE.
           COMPUTE WS-FILE-VAR-TO = WS-FILE-VAR-OFS + 4 +
               WS-FILE-VAR-LEN END-COMPUTE.
           COMPUTE WS-FILE-VAR-LEFT = WS-FILE-VAR-BYTES -
               WS-FILE-VAR-FROM END-COMPUTE.
           IF WS-FILE-VAR-TO < WS-FILE-VAR-FROM
               MOVE 0 TO WS-FILE-VAR-DONE
               PERFORM UNTIL WS-FILE-VAR-LEFT = 0
                   MOVE 2048 TO WS-FILE-VAR-CHUNK
                   IF WS-FILE-VAR-LEFT < 2048
                       MOVE WS-FILE-VAR-LEFT TO WS-FILE-VAR-CHUNK
                   END-IF
                   COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-FROM +
                       WS-FILE-VAR-DONE END-COMPUTE
                   MOVE WS-FILE-VAR-CHUNK TO WS-FILE-STR-LEN
                   PERFORM FILE-STREAM-GET
                   COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-TO +
                       WS-FILE-VAR-DONE END-COMPUTE
                   PERFORM FILE-STREAM-PUT
                   ADD WS-FILE-VAR-CHUNK TO WS-FILE-VAR-DONE END-ADD
                   SUBTRACT WS-FILE-VAR-CHUNK FROM WS-FILE-VAR-LEFT
                   END-SUBTRACT
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-FILE-VAR-LEFT = 0
                   MOVE 2048 TO WS-FILE-VAR-CHUNK
                   IF WS-FILE-VAR-LEFT < 2048
                       MOVE WS-FILE-VAR-LEFT TO WS-FILE-VAR-CHUNK
                   END-IF
                   SUBTRACT WS-FILE-VAR-CHUNK FROM WS-FILE-VAR-LEFT
                   END-SUBTRACT
                   COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-FROM +
                       WS-FILE-VAR-LEFT END-COMPUTE
                   MOVE WS-FILE-VAR-CHUNK TO WS-FILE-STR-LEN
                   PERFORM FILE-STREAM-GET
                   COMPUTE WS-FILE-STR-OFS = WS-FILE-VAR-TO +
                       WS-FILE-VAR-LEFT END-COMPUTE
                   PERFORM FILE-STREAM-PUT
               END-PERFORM
           END-IF.
      * Bring the directory entry's record count of FILE-NAME/FILE-EXT
      * into line with its stream header -- after an append, or after
      * a raw sector copy has laid a whole 'V' stream down.  The caller
      * has the file's extent in FILE-DATA.
       FILE-VAR-SYNC-DIR.
           PERFORM FILE-VAR-HDR-LOAD.
           MOVE WS-FILE-VAR-COUNT TO FILE-NUMRECS.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
           READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FILE-DIR-STATUS = "00" AND FILE-DIR-DELETED = 'N'
               MOVE WS-FILE-VAR-COUNT TO FILE-DIR-NUMRECS
               REWRITE FILE-DIR-REC END-REWRITE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
      * Keyed read over the open file: with FILE-KEY-POS/LEN naming a
      * field of the record layout and FILE-KEY-VALUE the wanted
      * value, the file's records are scanned front to back and the
           ELSE
               MOVE WS-FILE-KEYED-HOLD TO FILE-REC-AREA
           END-IF.
      * Keep the watch table in step with the entry FILE-OPEN just
      * read: a journalled file's extent goes in (or is refreshed,
      * since an extend can move it), anything else comes out
       RCJ-NOTE-OPEN.
           MOVE 0 TO RCJ-HIT.
           PERFORM VARYING RCJ-W-IDX FROM 1 BY 1
               UNTIL RCJ-W-IDX > RCJ-WATCH-COUNT OR RCJ-HIT > 0
               IF RCJ-W-VOL(RCJ-W-IDX) = FILE-VOL
                   AND RCJ-W-NAME(RCJ-W-IDX) = FILE-NAME
                   AND RCJ-W-EXT(RCJ-W-IDX) = FILE-EXT
                   MOVE RCJ-W-IDX TO RCJ-HIT
               END-IF
           END-PERFORM.
           IF FILE-DIR-JRN-FLAG NOT = 'J'
               IF RCJ-HIT > 0
                   MOVE SPACE TO RCJ-W-VOL(RCJ-HIT)
                   MOVE SPACES TO RCJ-W-NAME(RCJ-HIT)
                   MOVE SPACES TO RCJ-W-EXT(RCJ-HIT)
                   MOVE 0 TO RCJ-W-CYL(RCJ-HIT)
                   MOVE 0 TO RCJ-W-SECT(RCJ-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
      * A new watch takes a free slot, or the next one round once the
      * table is full -- the file dropped is simply re-watched at its
      * next open
           IF RCJ-HIT = 0
               IF RCJ-WATCH-COUNT < 10
                   ADD 1 TO RCJ-WATCH-COUNT END-ADD
                   MOVE RCJ-WATCH-COUNT TO RCJ-HIT
               ELSE
                   ADD 1 TO RCJ-WATCH-NEXT END-ADD
                   IF RCJ-WATCH-NEXT > 10
                       MOVE 1 TO RCJ-WATCH-NEXT
                   END-IF
                   MOVE RCJ-WATCH-NEXT TO RCJ-HIT
               END-IF
           END-IF.
           MOVE FILE-VOL TO RCJ-W-VOL(RCJ-HIT).
           MOVE FILE-NAME TO RCJ-W-NAME(RCJ-HIT).
           MOVE FILE-EXT TO RCJ-W-EXT(RCJ-HIT).
           MOVE FILE-DIR-CYL TO RCJ-W-CYL(RCJ-HIT).
           MOVE FILE-DIR-SECT TO RCJ-W-SECT(RCJ-HIT).
      * A fresh entry is never journalled: drop any watch on its name
      * (a deleted file recut) or on the extent it was just given
       RCJ-FORGET-EXTENT.
           PERFORM VARYING RCJ-W-IDX FROM 1 BY 1
               UNTIL RCJ-W-IDX > RCJ-WATCH-COUNT
               IF RCJ-W-VOL(RCJ-W-IDX) = FILE-VOL
                   AND ((RCJ-W-NAME(RCJ-W-IDX) = FILE-NAME
                   AND RCJ-W-EXT(RCJ-W-IDX) = FILE-EXT)
                   OR (RCJ-W-CYL(RCJ-W-IDX) = FILE-DIR-CYL
                   AND RCJ-W-SECT(RCJ-W-IDX) = FILE-DIR-SECT))
                   MOVE SPACE TO RCJ-W-VOL(RCJ-W-IDX)
                   MOVE SPACES TO RCJ-W-NAME(RCJ-W-IDX)
                   MOVE SPACES TO RCJ-W-EXT(RCJ-W-IDX)
                   MOVE 0 TO RCJ-W-CYL(RCJ-W-IDX)
                   MOVE 0 TO RCJ-W-SECT(RCJ-W-IDX)
               END-IF
           END-PERFORM.
      * Ahead of a record write: when the extent being written is a
      * watched one, read the record as it stands into RCJ-BEFORE and
      * put the caller's record, length and number back untouched.
      * A record past the end (an append) has spaces for its before.
       RCJ-BEFORE-IMAGE.
           MOVE 'N' TO RCJ-PENDING.
           IF RCJ-WATCH-COUNT = 0
               OR FILE-RECLEN = 0 OR FILE-RECLEN > 2048
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RCJ-HIT.
           PERFORM VARYING RCJ-W-IDX FROM 1 BY 1
               UNTIL RCJ-W-IDX > RCJ-WATCH-COUNT OR RCJ-HIT > 0
               IF RCJ-W-VOL(RCJ-W-IDX) = FILE-VOL
                   AND RCJ-W-CYL(RCJ-W-IDX) = FILE-CYL
                   AND RCJ-W-SECT(RCJ-W-IDX) = FILE-SECT
                   MOVE RCJ-W-IDX TO RCJ-HIT
               END-IF
           END-PERFORM.
           IF RCJ-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-REC-AREA TO RCJ-AFTER.
           MOVE FILE-REC-LEN TO RCJ-HOLD-LEN.
           MOVE FILE-RECORD TO RCJ-RECNO.
           PERFORM FILE-READ-RECORD.
           IF FILE-OP-OK OR FILE-OP-BAD-CKSUM
               MOVE FILE-REC-AREA TO RCJ-BEFORE
           ELSE
               MOVE SPACES TO RCJ-BEFORE
           END-IF.
           MOVE RCJ-AFTER TO FILE-REC-AREA.
           MOVE RCJ-HOLD-LEN TO FILE-REC-LEN.
           MOVE RCJ-RECNO TO FILE-RECORD.
           MOVE 0 TO WS-FILE-STATUS.
           MOVE 'Y' TO RCJ-PENDING.
      * Once the write is down: a record that really changed gets its
      * journal line.  The journal is opened and closed around each
      * line so a line written is a line kept, whatever follows.
       RCJ-AFTER-IMAGE.
           IF RCJ-PENDING = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO RCJ-PENDING.
           IF NOT FILE-OP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FILE-RECLEN TO RCJ-RECLEN.
           IF RCJ-BEFORE(1:RCJ-RECLEN) = RCJ-AFTER(1:RCJ-RECLEN)
               EXIT PARAGRAPH
           END-IF.
           PERFORM RTC-READ-DATETIME.
           MOVE "R" TO RCJ-OUT-TYPE.
           MOVE SPACES TO RCJ-OUT-STAMP.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR
               RTC-MINUTE RTC-SECOND
               DELIMITED BY SIZE INTO RCJ-OUT-STAMP
           END-STRING.
           IF WS-OPER-ON = 'Y'
               MOVE WS-OPER-ID TO RCJ-OUT-OPER
           ELSE
               MOVE "SYSTEM" TO RCJ-OUT-OPER
           END-IF.
           MOVE RCJ-W-VOL(RCJ-HIT) TO RCJ-OUT-VOL.
           MOVE RCJ-W-NAME(RCJ-HIT) TO RCJ-OUT-NAME.
           MOVE RCJ-W-EXT(RCJ-HIT) TO RCJ-OUT-EXT.
           MOVE RCJ-RECNO TO RCJ-OUT-RECNO.
           MOVE RCJ-RECLEN TO RCJ-OUT-RECLEN.
           MOVE SPACES TO RCJ-OUT-IMAGES.
           MOVE RCJ-BEFORE TO RCJ-IMAGE.
           PERFORM RCJ-HEX-ENCODE.
           MOVE RCJ-HEX(1:RCJ-RECLEN * 2)
               TO RCJ-OUT-IMAGES(1:RCJ-RECLEN * 2).
           MOVE RCJ-AFTER TO RCJ-IMAGE.
           PERFORM RCJ-HEX-ENCODE.
           MOVE RCJ-HEX(1:RCJ-RECLEN * 2)
               TO RCJ-OUT-IMAGES((RCJ-RECLEN * 2) + 1:RCJ-RECLEN * 2).
           OPEN EXTEND REC-JNL-FILE.
           IF WS-REC-JNL-STATUS NOT = "00"
               OPEN OUTPUT REC-JNL-FILE
               CLOSE REC-JNL-FILE
               OPEN EXTEND REC-JNL-FILE
           END-IF.
           WRITE REC-JNL-REC FROM RCJ-REC-OUT END-WRITE.
           CLOSE REC-JNL-FILE.
      * RCJ-IMAGE's first RCJ-RECLEN bytes to hex in RCJ-HEX, through
      * HTOPRINT a 256-byte piece at a time, and back again
       RCJ-HEX-ENCODE.
           MOVE SPACES TO RCJ-HEX.
           MOVE 0 TO RCJ-OFS.
           PERFORM UNTIL RCJ-OFS >= RCJ-RECLEN
               COMPUTE RCJ-CHUNK = RCJ-RECLEN - RCJ-OFS END-COMPUTE
               IF RCJ-CHUNK > 256
                   MOVE 256 TO RCJ-CHUNK
               END-IF
               MOVE RCJ-CHUNK TO WS-HTOP-INLEN
               MOVE RCJ-IMAGE(RCJ-OFS + 1:RCJ-CHUNK)
                   TO WS-HTOP-INSTR(1:RCJ-CHUNK)
               CALL "HTOPRINT" USING WS-HTOP END-CALL
               MOVE WS-HTOP-OUTSTR(1:RCJ-CHUNK * 2)
                   TO RCJ-HEX((RCJ-OFS * 2) + 1:RCJ-CHUNK * 2)
               ADD RCJ-CHUNK TO RCJ-OFS END-ADD
           END-PERFORM.
       RCJ-HEX-DECODE.
           MOVE SPACES TO RCJ-IMAGE.
           MOVE 0 TO RCJ-OFS.
           PERFORM UNTIL RCJ-OFS >= RCJ-RECLEN
               COMPUTE RCJ-CHUNK = RCJ-RECLEN - RCJ-OFS END-COMPUTE
               IF RCJ-CHUNK > 256
                   MOVE 256 TO RCJ-CHUNK
               END-IF
               MOVE RCJ-CHUNK TO WS-HTOP-INLEN
               MOVE SPACES TO WS-HTOP-OUTSTR
               MOVE RCJ-HEX((RCJ-OFS * 2) + 1:RCJ-CHUNK * 2)
                   TO WS-HTOP-OUTSTR(1:RCJ-CHUNK * 2)
               CALL "HTOPARSE" USING WS-HTOP END-CALL
               MOVE WS-HTOP-INSTR(1:RCJ-CHUNK)
                   TO RCJ-IMAGE(RCJ-OFS + 1:RCJ-CHUNK)
               ADD RCJ-CHUNK TO RCJ-OFS END-ADD
           END-PERFORM.
      * Hold the sector about to be overwritten, as it stands now,
      * in the undo file -- once per sector per transaction, since
      * only the image BEGIN saw is ever put back.  Raw bytes: the
      * cipher is switched off for the fetch, so an enciphered
      * file's sector goes back exactly as it was stored.  Performed
      * from FILE-SECT-STORE with the volume selected and the new
      * image in WS-FILE-SECT-BUF, which is kept safe around it.
       TXN-UNDO-NOTE.
           MOVE 1 TO TXN-VOL-IDX.
           IF FILE-VOL = 'B'
               MOVE 2 TO TXN-VOL-IDX
           END-IF.
           IF FILE-VOL = 'C'
               MOVE 3 TO TXN-VOL-IDX
           END-IF.
           IF WS-FILE-ABS-SECT >= TXN-BASE(TXN-VOL-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF FILE-VOL = 'A'
               PERFORM VARYING TXN-X-IDX FROM 1 BY 1
                   UNTIL TXN-X-IDX > TXN-EXEMPT-COUNT
                   IF WS-FILE-ABS-SECT >= TXN-X-FIRST(TXN-X-IDX)
                       AND WS-FILE-ABS-SECT <= TXN-X-LAST(TXN-X-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           MOVE FILE-VOL TO TXN-UNDO-VOL.
           MOVE WS-FILE-ABS-SECT TO TXN-UNDO-SECT.
           READ TXN-UNDO-FILE KEY IS TXN-UNDO-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-TXN-UNDO-STATUS = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-SECT-BUF TO TXN-SAVE-BUF.
           MOVE WS-FILE-ENC-ON TO TXN-SAVE-ENC.
           MOVE WS-FILE-CKSUM-BAD TO TXN-SAVE-CKBAD.
           MOVE WS-FILE-ABS-SECT TO TXN-SAVE-SECT.
           MOVE 'N' TO WS-FILE-ENC-ON.
           PERFORM FILE-SECT-FETCH.
           MOVE FILE-VOL TO TXN-UNDO-VOL.
           MOVE TXN-SAVE-SECT TO TXN-UNDO-SECT.
           MOVE WS-FILE-SECT-BUF TO TXN-UNDO-DATA.
           WRITE TXN-UNDO-REC END-WRITE.
           MOVE TXN-SAVE-BUF TO WS-FILE-SECT-BUF.
           MOVE TXN-SAVE-ENC TO WS-FILE-ENC-ON.
           MOVE TXN-SAVE-CKBAD TO WS-FILE-CKSUM-BAD.
           MOVE TXN-SAVE-SECT TO WS-FILE-ABS-SECT.
      * The job machinery's own files on A:, and the day's usage
      * accounting, ride through BEGIN, ROLLBACK and COMMIT
      * untouched.  Tests the entry in
      * FILE-DIR-REC into TXN-IS-EXEMPT.
       TXN-CHECK-EXEMPT.
           MOVE 'N' TO TXN-IS-EXEMPT.
           IF FILE-DIR-EXT = "DAT"
               AND (FILE-DIR-NAME = "JOBQUEUE"
               OR FILE-DIR-NAME = "SCHEDULE"
               OR FILE-DIR-NAME = "ALERTS"
               OR FILE-DIR-NAME = "ACCTDAY")
               MOVE 'Y' TO TXN-IS-EXEMPT
           END-IF.
           IF FILE-DIR-EXT = "TXT" AND FILE-DIR-NAME(1:3) = "JOB"
               AND FILE-DIR-NAME(6:3) = "OUT"
               AND FILE-DIR-NAME(9:16) = SPACES
               MOVE 'Y' TO TXN-IS-EXEMPT
           END-IF.
      * Put one volume's directory and allocator base into the
      * snapshot (TXN-VOL-IDX names the volume).  The allocator is
      * read straight off its file so WS-FILE-NEXT-SECT is left to
      * FILE-CREATE.
       TXN-SNAP-VOLUME.
           MOVE TXN-VOLS(TXN-VOL-IDX:1) TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE 1 TO TXN-BASE(TXN-VOL-IDX).
           OPEN INPUT FILE-ALLOC-FILE.
           IF WS-FILE-ALLOC-STATUS = "00"
               READ FILE-ALLOC-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FILE-ALLOC-REC TO TXN-BASE(TXN-VOL-IDX)
               END-READ
               CLOSE FILE-ALLOC-FILE
           END-IF.
           MOVE SPACES TO TXN-LINE.
           MOVE "A" TO TXN-L-TYPE.
           MOVE FILE-VOL TO TXN-L-VOL.
           MOVE TXN-BASE(TXN-VOL-IDX) TO TXN-L-BODY(1:8).
           WRITE TXN-DIR-REC FROM TXN-LINE END-WRITE.
           OPEN INPUT FILE-DIR-FILE.
           IF WS-FILE-DIR-STATUS NOT = "00"
               IF WS-FILE-DIR-STATUS = "05"
                   CLOSE FILE-DIR-FILE
               END-IF
               MOVE SPACES TO TXN-LINE
               MOVE "M" TO TXN-L-TYPE
               MOVE FILE-VOL TO TXN-L-VOL
               WRITE TXN-DIR-REC FROM TXN-LINE END-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   MOVE SPACES TO TXN-LINE
                   MOVE "D" TO TXN-L-TYPE
                   MOVE FILE-VOL TO TXN-L-VOL
                   MOVE FILE-DIR-REC TO TXN-L-BODY
                   WRITE TXN-DIR-REC FROM TXN-LINE END-WRITE
                   IF FILE-VOL = 'A' AND FILE-DIR-DELETED = 'N'
                       AND TXN-EXEMPT-COUNT < 20
                       PERFORM TXN-CHECK-EXEMPT
                       IF TXN-IS-EXEMPT = 'Y'
                           ADD 1 TO TXN-EXEMPT-COUNT END-ADD
                           COMPUTE TXN-X-FIRST(TXN-EXEMPT-COUNT) =
                               (FILE-DIR-CYL * 1000) + FILE-DIR-SECT
                           END-COMPUTE
                           COMPUTE TXN-X-LAST(TXN-EXEMPT-COUNT) =
                               TXN-X-FIRST(TXN-EXEMPT-COUNT) +
                               FILE-DIR-NUMSECT - 1
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FILE-DIR-FILE.
      * Undo everything since BEGIN: every held sector goes back (the
      * undo file is in volume and sector order, so each volume is
      * visited once), then every volume's directory is laid back to
      * the snapshot -- entries made since are dropped, entries
      * changed or removed since come back as they were.  The
      * allocator is left where it got to: space handed out inside
      * the transaction is simply never referenced again, which is
      * safer than handing it out twice (the capture files keep
      * theirs).  Used by ROLLBACK and by boot-time recovery alike.
       TXN-RESTORE.
           MOVE FILE-VOL TO TXN-SAVE-VOL.
           MOVE WS-FILE-ENC-ON TO TXN-SAVE-ENC.
           MOVE 'Y' TO TXN-ROLLING.
           MOVE 'N' TO WS-FILE-ENC-ON.
           MOVE 0 TO TXN-SECTORS.
           OPEN INPUT TXN-UNDO-FILE.
           IF WS-TXN-UNDO-STATUS = "00"
               MOVE LOW-VALUES TO TXN-UNDO-KEY
               START TXN-UNDO-FILE KEY NOT < TXN-UNDO-KEY
                   INVALID KEY MOVE "10" TO WS-TXN-UNDO-STATUS
               END-START
               PERFORM UNTIL WS-TXN-UNDO-STATUS NOT = "00"
                   READ TXN-UNDO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TXN-UNDO-STATUS
                   END-READ
                   IF WS-TXN-UNDO-STATUS = "00"
      * Select first: a volume switch flushes, and the flush must
      * not find this sector's image already in the buffer
                       MOVE TXN-UNDO-VOL TO FILE-VOL
                       PERFORM FILE-VOL-SELECT
                       MOVE TXN-UNDO-SECT TO WS-FILE-ABS-SECT
                       MOVE TXN-UNDO-DATA TO WS-FILE-SECT-BUF
                       PERFORM FILE-SECT-STORE
                       ADD 1 TO TXN-SECTORS END-ADD
                   END-IF
               END-PERFORM
               CLOSE TXN-UNDO-FILE
           ELSE
               IF WS-TXN-UNDO-STATUS = "05"
                   CLOSE TXN-UNDO-FILE
               END-IF
           END-IF.
           PERFORM FILE-IO-FLUSH.
           PERFORM VARYING TXN-VOL-IDX FROM 1 BY 1
               UNTIL TXN-VOL-IDX > 3
               PERFORM TXN-RESTORE-VOLUME
           END-PERFORM.
      * Nothing remembered about a file's shape may outlive the
      * directory it came from
           MOVE SPACES TO WS-FILE-MOD-LAST-KEY.
           MOVE 0 TO WS-FILE-VAR-MEMO-REC.
           OPEN OUTPUT TXN-DIR-FILE.
           CLOSE TXN-DIR-FILE.
           OPEN OUTPUT TXN-UNDO-FILE.
           CLOSE TXN-UNDO-FILE.
           MOVE 'N' TO TXN-ROLLING.
           MOVE TXN-SAVE-ENC TO WS-FILE-ENC-ON.
           MOVE TXN-SAVE-VOL TO FILE-VOL.
           PERFORM TXN-RCJ-MARK.
      * One volume's directory back to the snapshot: every live entry
      * is marked deleted, then every snapshot entry written back
      * over it.  A volume that had no directory at BEGIN and still
      * has none is left alone rather than given an empty one.
       TXN-RESTORE-VOLUME.
           MOVE TXN-VOLS(TXN-VOL-IDX:1) TO FILE-VOL.
           PERFORM FILE-VOL-SELECT.
           MOVE 'Y' TO TXN-HAD-DIR.
           MOVE 'N' TO TXN-EOF.
           OPEN INPUT TXN-DIR-FILE.
           IF WS-TXN-DIR-STATUS NOT = "00"
               MOVE 'Y' TO TXN-EOF
           END-IF.
           PERFORM UNTIL TXN-EOF = 'Y'
               READ TXN-DIR-FILE INTO TXN-LINE
                   AT END MOVE 'Y' TO TXN-EOF
               END-READ
               IF TXN-EOF = 'N' AND TXN-L-TYPE = "M"
                   AND TXN-L-VOL = FILE-VOL
                   MOVE 'N' TO TXN-HAD-DIR
               END-IF
           END-PERFORM.
           IF WS-TXN-DIR-STATUS NOT = "35"
               CLOSE TXN-DIR-FILE
           END-IF.
           IF TXN-HAD-DIR = 'N'
               OPEN INPUT FILE-DIR-FILE
               IF WS-FILE-DIR-STATUS NOT = "00"
                   IF WS-FILE-DIR-STATUS = "05"
                       CLOSE FILE-DIR-FILE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               CLOSE FILE-DIR-FILE
           END-IF.
           PERFORM FILE-DIR-OPEN.
           MOVE LOW-VALUES TO FILE-DIR-KEY.
           START FILE-DIR-FILE KEY NOT < FILE-DIR-KEY
               INVALID KEY MOVE "10" TO WS-FILE-DIR-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-DIR-STATUS NOT = "00"
               READ FILE-DIR-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-DIR-STATUS
               END-READ
               IF WS-FILE-DIR-STATUS = "00"
                   AND FILE-DIR-DELETED = 'N'
                   MOVE 'N' TO TXN-IS-EXEMPT
                   IF FILE-VOL = 'A'
                       PERFORM TXN-CHECK-EXEMPT
                   END-IF
                   IF TXN-IS-EXEMPT = 'N'
                       MOVE 'Y' TO FILE-DIR-DELETED
                       REWRITE FILE-DIR-REC END-REWRITE
                       MOVE "00" TO WS-FILE-DIR-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO TXN-EOF.
           OPEN INPUT TXN-DIR-FILE.
           IF WS-TXN-DIR-STATUS NOT = "00"
               MOVE 'Y' TO TXN-EOF
           END-IF.
           PERFORM UNTIL TXN-EOF = 'Y'
               READ TXN-DIR-FILE INTO TXN-LINE
                   AT END MOVE 'Y' TO TXN-EOF
               END-READ
               IF TXN-EOF = 'N' AND TXN-L-TYPE = "D"
                   AND TXN-L-VOL = FILE-VOL
                   MOVE TXN-L-BODY TO TXN-DIR-IMAGE
                   MOVE TXN-DIR-IMAGE TO FILE-DIR-REC
                   MOVE 'N' TO TXN-IS-EXEMPT
                   IF FILE-VOL = 'A'
                       PERFORM TXN-CHECK-EXEMPT
                   END-IF
                   IF TXN-IS-EXEMPT = 'N'
                       READ FILE-DIR-FILE KEY IS FILE-DIR-KEY
                           INVALID KEY CONTINUE
                       END-READ
                       IF WS-FILE-DIR-STATUS = "00"
                           MOVE TXN-DIR-IMAGE TO FILE-DIR-REC
                           REWRITE FILE-DIR-REC END-REWRITE
                       ELSE
                           MOVE TXN-DIR-IMAGE TO FILE-DIR-REC
                           WRITE FILE-DIR-REC END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TXN-DIR-STATUS NOT = "35"
               CLOSE TXN-DIR-FILE
           END-IF.
           PERFORM FILE-DIR-CLOSE.
      * Leave a marker in the record-change journal, so HISTORY can
      * say which of the changes it lists never stood: the rollback
      * instant, with the BEGIN stamp it reached back to
       TXN-RCJ-MARK.
           PERFORM RTC-READ-DATETIME.
           MOVE SPACES TO RCJ-REC-OUT.
           MOVE "X" TO RCJ-OUT-TYPE.
           STRING RTC-YEAR RTC-MONTH RTC-DAY RTC-HOUR
               RTC-MINUTE RTC-SECOND
               DELIMITED BY SIZE INTO RCJ-OUT-STAMP
           END-STRING.
           IF WS-OPER-ON = 'Y'
               MOVE WS-OPER-ID TO RCJ-OUT-OPER
           ELSE
               MOVE "SYSTEM" TO RCJ-OUT-OPER
           END-IF.
           MOVE TXN-LABEL TO RCJ-OUT-NAME.
           MOVE 0 TO RCJ-OUT-RECNO.
           MOVE 0 TO RCJ-OUT-RECLEN.
           MOVE TXN-STAMP TO RCJ-OUT-IMAGES(1:14).
           OPEN EXTEND REC-JNL-FILE.
           IF WS-REC-JNL-STATUS NOT = "00"
               OPEN OUTPUT REC-JNL-FILE
               CLOSE REC-JNL-FILE
               OPEN EXTEND REC-JNL-FILE
           END-IF.
           WRITE REC-JNL-REC FROM RCJ-REC-OUT END-WRITE.
           CLOSE REC-JNL-FILE.
      * Soft-deletes FILE-NAME/FILE-EXT from the directory; its
      * sectors stay on disk untouched (only the directory entry that
      * points at them is removed)
       FILE-DELETE.
           MOVE 0 TO WS-FILE-STATUS.
           IF WS-CFG-STORE-RO = 'Y'
               SET FILE-OP-DENIED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO MIG-DROP-VOL.
           PERFORM FILE-DIR-OPEN.
           MOVE FILE-NAME TO FILE-DIR-NAME.
           MOVE FILE-EXT TO FILE-DIR-EXT.
                   MOVE 'Y' TO FILE-DIR-DELETED
                   REWRITE FILE-DIR-REC END-REWRITE
                   SET FILE-OP-OK TO TRUE
                   IF FILE-DIR-MIG-FLAG = 'M'
                       MOVE FILE-DIR-MIG-VOL TO MIG-DROP-VOL
                   END-IF
               END-IF
           ELSE
               SET FILE-OP-NOTFOUND TO TRUE
           END-IF
           PERFORM FILE-DIR-CLOSE.
      * Deleting a migrated stub deletes the content it stood for
           IF MIG-DROP-VOL NOT = SPACE
               PERFORM MIG-DROP-COPY
           END-IF.
      * One 2048-byte store sector to or from its four disk sectors
      * above the partition base, each steered round the bad-sector
      * map
       FILE-DISK-GET-SECTOR.
           MOVE SPACES TO WS-FILE-SECT-BUF.
           PERFORM VARYING WS-ATA-QTR FROM 0 BY 1
               UNTIL WS-ATA-QTR > 3
               COMPUTE WS-ATA-LBA = WS-ATA-VOL-BASE +
                   (WS-FILE-ABS-SECT * 4) + WS-ATA-QTR END-COMPUTE
               PERFORM BSM-REDIRECT
               PERFORM ATA-READ-SECTOR
               IF WS-ATA-OK = 'N'
                   PERFORM BSM-READ-FAILED
               END-IF
               MOVE WS-ATA-BUF TO WS-FILE-SECT-BUF(
                   (WS-ATA-QTR * 512) + 1:512)
           END-PERFORM.
                   TO WS-ATA-BUF
               COMPUTE WS-ATA-LBA = WS-ATA-VOL-BASE +
                   (WS-FILE-ABS-SECT * 4) + WS-ATA-QTR END-COMPUTE
               PERFORM BSM-REDIRECT
               PERFORM ATA-WRITE-SECTOR
      * The data is in hand, so a sector that refuses it is retired
      * with nothing lost
               IF WS-ATA-OK = 'N'
                   MOVE 'Y' TO BSM-DATA-OK
                   PERFORM BSM-RETIRE
               END-IF
           END-PERFORM.
      ******************************************************************
      *
           MOVE H'0F' TO IO-DATA.
           PERFORM IO-OUT-8.
           DISPLAY "UART initialized" END-DISPLAY.
      * The primary port is already up; a trace, transfer, NETECHO,
      * remote job entry, log shipping or time source assignment on
      * another COM gets the same initialization, with the primary's
      * status restored after (UART-TEST writes it)
       UART-INIT-EXTRA.
           MOVE WS-BOOT-UART-STATUS TO WS-BOOT-COM-SAVE.
           IF WS-TRACE-UART-PORT NOT = UART-PORT
               PERFORM UART-INIT
               MOVE WS-BOOT-COM-HOLD TO UART-PORT
           END-IF.
           IF WS-RJE-PORT NOT = 0 AND WS-RJE-PORT NOT = UART-PORT
               AND WS-RJE-PORT NOT = WS-TRACE-UART-PORT
               AND WS-RJE-PORT NOT = WS-XFER-PORT
               MOVE UART-PORT TO WS-BOOT-COM-HOLD
               MOVE WS-RJE-PORT TO UART-PORT
               PERFORM UART-INIT
               MOVE WS-BOOT-COM-HOLD TO UART-PORT
           END-IF.
           IF WS-SHIP-PORT NOT = 0 AND WS-SHIP-PORT NOT = UART-PORT
               AND WS-SHIP-PORT NOT = WS-TRACE-UART-PORT
               AND WS-SHIP-PORT NOT = WS-XFER-PORT
               AND WS-SHIP-PORT NOT = WS-RJE-PORT
               MOVE UART-PORT TO WS-BOOT-COM-HOLD
               MOVE WS-SHIP-PORT TO UART-PORT
               PERFORM UART-INIT
               MOVE WS-BOOT-COM-HOLD TO UART-PORT
           END-IF.
           IF TSY-PORT NOT = 0 AND TSY-PORT NOT = UART-PORT
               AND TSY-PORT NOT = WS-TRACE-UART-PORT
               AND TSY-PORT NOT = WS-XFER-PORT
               AND TSY-PORT NOT = WS-RJE-PORT
               AND TSY-PORT NOT = WS-SHIP-PORT
               MOVE UART-PORT TO WS-BOOT-COM-HOLD
               MOVE TSY-PORT TO UART-PORT
               PERFORM UART-INIT
               MOVE WS-BOOT-COM-HOLD TO UART-PORT
           END-IF.
           IF TTY-PORT NOT = 0 AND TTY-PORT NOT = UART-PORT
               AND TTY-PORT NOT = WS-TRACE-UART-PORT
               AND TTY-PORT NOT = WS-XFER-PORT
               AND TTY-PORT NOT = WS-RJE-PORT
               AND TTY-PORT NOT = WS-SHIP-PORT
               AND TTY-PORT NOT = TSY-PORT
               MOVE UART-PORT TO WS-BOOT-COM-HOLD
               MOVE TTY-PORT TO UART-PORT
               PERFORM UART-INIT
               MOVE WS-BOOT-COM-HOLD TO UART-PORT
           END-IF.
           MOVE WS-BOOT-COM-SAVE TO WS-BOOT-UART-STATUS.
           MOVE SPACES TO WS-BOOT-COM-TXT.
           STRING "T=" WS-TRACE-UART-PORT " X=" WS-XFER-PORT
               " N=" WS-CFG-NETECHO-PORT " R=" WS-RJE-PORT
               " S=" WS-SHIP-PORT
               DELIMITED BY SIZE INTO WS-BOOT-COM-TXT
           END-STRING.
       UART-TEST.
               MOVE "Clock set" TO CLK-MSG
               MOVE "Set real-time clock" TO WS-LOG-ACTION
               PERFORM SESSION-LOG-WRITE
               PERFORM CLOCK-MOVED
           END-IF.
      * The clock has been stepped, by hand, by the time source or
      * for daylight saving: whatever paces itself off RTC-SECONDS-NOW
      * starts its interval again from the new time, or a step back
      * would hold the scheduler off for as long as the step
       CLOCK-MOVED.
           MOVE 0 TO SCHED-NEXT-CHECK SHP-NEXT-TRY.
           PERFORM RTC-SECONDS-NOW.
           COMPUTE TSY-NEXT-CHECK = WS-RTC-SECS + 3600 END-COMPUTE.
      * A monotonic-enough seconds value for measuring gaps that may
      * span hours at a blocked ACCEPT: day-in-year folded flat at 31
      * days to the month, which keeps differences right across any
