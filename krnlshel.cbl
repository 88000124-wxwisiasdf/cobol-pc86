      * to KERNEL's lock screen
       COPY "krnlcurs.cpy" REPLACING ==:PREF:== BY WS.
       01  WS-IDLE-T0 PIC 9(10).
      * Nothing typed at the prompt yet: KERNEL is handed the wait
      * (op IDLE) so its pumps keep running, and calls back once the
      * keyboard has something; the idle clock runs on across that.
      * The 8042 status read has its own request record so the
      * IO-PORT/IO-DATA fields on the screen are left alone.
       01  WS-IDLE-WAITING PIC A VALUE 'N'.
       01  WS-KEY-READY PIC A.
       COPY "krnlhwio.cpy" REPLACING ==:PREF:== BY WS-KBD.
       COPY "krnlmous.cpy" REPLACING ==:PREF:== BY WS.
       01  WS-IDLE-LIMIT PIC 9(10).
       01  WS-IDLE-NOW PIC 9(10).
       01  WS-RTC-REG PIC 9(4).
           END-IF.
           MOVE SPACE TO WS-REPLY.
           PERFORM UNTIL WS-REPLY = 'X'
               IF WS-IDLE-WAITING = 'N'
                   PERFORM SHELL-RTC-SECONDS
                   MOVE WS-IDLE-NOW TO WS-IDLE-T0
               END-IF
               PERFORM SHELL-KEY-CHECK
               IF WS-KEY-READY = 'N'
                   IF WS-IDLE-WAITING = 'N'
                       DISPLAY SHELL-PROMPT END-DISPLAY
                       MOVE 'Y' TO WS-IDLE-WAITING
                   END-IF
                   MOVE "IDLE" TO L-SHELL-REQ-OP
                   MOVE SPACE TO WS-REPLY
                   GOBACK
               END-IF
               MOVE 'N' TO WS-IDLE-WAITING
               ACCEPT SHELL-PROMPT END-ACCEPT
               PERFORM SHELL-ERROR
               PERFORM SHELL-IDLE-CHECK
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "CSVOUT"
                       MOVE "CSVOUT" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "CSVIN"
                       MOVE "CSVIN" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE WS-TMP TO L-SHELL-REQ-NUM1
                       MOVE 'X' TO WS-REPLY
                   WHEN "CONVERT"
                       MOVE "CONVERT" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE WS-TMP TO L-SHELL-REQ-NUM1
                       MOVE 'X' TO WS-REPLY
                   WHEN "RECFM"
                       MOVE "RECFM" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "GDG"
                       MOVE "GDG" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE WS-TMP TO L-SHELL-REQ-NUM1
                       MOVE 'X' TO WS-REPLY
                   WHEN "CHANGED"
                       MOVE "CHANGED" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "DICTGEN"
                       MOVE "DICTGEN" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "QUERY"
                       MOVE "QUERY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "MASKCOPY"
                       MOVE "MASKCOPY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "VALIDATE"
                       MOVE "VALIDATE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "POST"
                       MOVE "POST" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "FCOMPARE"
                       MOVE "FCOMPARE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "REPORT"
                       MOVE "REPORT" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "CROSSTAB"
                       MOVE "CROSSTAB" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "DEDUP"
                       MOVE "DEDUP" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "SELECT"
                       MOVE "SELECT" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "MASSUPD"
                       MOVE "MASSUPD" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "JOURNAL"
                       MOVE "JOURNAL" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "HISTORY"
                       MOVE "HISTORY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "BEGIN"
                       MOVE "BEGIN" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "COMMIT"
                       MOVE "COMMIT" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "ROLLBACK"
                       MOVE "ROLLBACK" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "REFCHK"
                       MOVE "REFCHK" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "VERIFY-KEY"
                       MOVE "VERIFY-KEY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "BATCH"
                       MOVE "BATCH" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "BALANCE"
                       MOVE "BALANCE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "AGING"
                       MOVE "AGING" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "MERGE-LETTER"
                       MOVE "MERGELTR" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "PROFILE-DATA"
                       MOVE "PROFDATA" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "LIBCO"
                       MOVE "LIBCO" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                   WHEN "LIBLIST"
                       MOVE "LIBLIST" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "PROMOTE"
                       MOVE "PROMOTE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "LIBLEVELS"
                       MOVE "LIBLEVELS" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "ARC"
                       MOVE "ARC" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE WS-TMP TO L-SHELL-REQ-NUM1
                       MOVE WS-RESULT TO L-SHELL-REQ-NUM2
                       MOVE 'X' TO WS-REPLY
                   WHEN "LINECOPY"
                       MOVE "LINECOPY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "JOBSUB"
                       MOVE "JOBSUB" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE WS-TMP TO L-SHELL-REQ-NUM1
                       MOVE WS-RESULT TO L-SHELL-REQ-NUM2
                       MOVE 'X' TO WS-REPLY
                   WHEN "SLA"
                       MOVE "SLA" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "JOBSTATS"
                       MOVE "JOBSTATS" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "CHARGEBACK"
                       MOVE "CHARGEBACK" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "INBOUND"
                       MOVE "INBOUND" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "CAPACITY"
                       MOVE "CAPACITY" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "MIGRATE"
                       MOVE "MIGRATE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "RETAIN"
                       MOVE "RETAIN" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "PURGE"
                       MOVE "PURGE" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "WIPE"
                       MOVE "WIPE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "DISTRIB"
                       MOVE "DISTRIB" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "SHIP"
                       MOVE "SHIP" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "TAKEOVER"
                       MOVE "TAKEOVER" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "CDMASTER"
                       MOVE "CDMASTER" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "MEDIA"
                       MOVE "MEDIA" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "FINDMEDIA"
                       MOVE "FINDMEDIA" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE SHELL-OPARG2 TO L-SHELL-REQ-ARG2
                       MOVE 'X' TO WS-REPLY
                   WHEN "HWINV"
                       MOVE "HWINV" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "SURFACE"
                       MOVE "SURFACE" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "UPS"
                       MOVE "UPS" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
                   WHEN "TIMESYNC"
                       MOVE "TIMESYNC" TO L-SHELL-REQ-OP
                       MOVE SHELL-OPARG TO L-SHELL-REQ-ARG1
                       MOVE 'X' TO WS-REPLY
                   WHEN "DIAG"
                       MOVE "DIAG" TO L-SHELL-REQ-OP
                       MOVE 'X' TO WS-REPLY
           END-PERFORM.
           MOVE SPACE TO WS-REPLY.
           GOBACK.
      * 8042 status port 64H, as KERNEL reads it before its own
      * ACCEPTs: bit 0 up is a byte waiting, bit 5 up with it makes
      * it the mouse's (KERNEL drains those unless there is no mouse
      * driver to take them)
       SHELL-KEY-CHECK.
           MOVE 'N' TO WS-KEY-READY.
           MOVE H'64' TO WS-KBD-HWIO-PORT.
           SET WS-KBD-HWIO-SIZE-8 TO TRUE.
           SET WS-KBD-HWIO-MODE-IN TO TRUE.
           CALL "KRNLHWIO" USING WS-KBD-HWIO END-CALL.
           MOVE WS-KBD-HWIO-DATA TO WS-BITAND-1.
           MOVE H'21' TO WS-BITAND-BY.
           CALL "SUBITAND" USING WS-BITAND END-CALL.
           IF WS-BITAND-RES = H'01'
               OR (WS-BITAND-RES = H'21' AND WS-MOUS-READY NOT = 'Y')
               MOVE 'Y' TO WS-KEY-READY
           END-IF.
      * The shell prompt observes the same idle bound as the main
      * menu; past it, the typed input is dropped and control goes
      * back to KERNEL, which owns the lock screen and the log
               WHEN "VERIFY" PERFORM SHELL-HELP-VERIFY
               WHEN "HEXEDIT" PERFORM SHELL-HELP-HEXEDIT
               WHEN "LINESORT" PERFORM SHELL-HELP-LINESORT
               WHEN "LINECOPY" PERFORM SHELL-HELP-LINECOPY
               WHEN "JOBSUB" PERFORM SHELL-HELP-JOBSUB
               WHEN "SLA" PERFORM SHELL-HELP-SLA
               WHEN "JOBSTATS" PERFORM SHELL-HELP-JOBSTATS
               WHEN "CHARGEBACK" PERFORM SHELL-HELP-CHARGEBACK
               WHEN "INBOUND" PERFORM SHELL-HELP-INBOUND
               WHEN "CAPACITY" PERFORM SHELL-HELP-CAPACITY
               WHEN "MIGRATE" PERFORM SHELL-HELP-MIGRATE
               WHEN "RETAIN" PERFORM SHELL-HELP-RETAIN
               WHEN "PURGE" PERFORM SHELL-HELP-PURGE
               WHEN "WIPE" PERFORM SHELL-HELP-WIPE
               WHEN "DISTRIB" PERFORM SHELL-HELP-DISTRIB
               WHEN "SHIP" PERFORM SHELL-HELP-SHIP
               WHEN "TAKEOVER" PERFORM SHELL-HELP-TAKEOVER
               WHEN "CDMASTER" PERFORM SHELL-HELP-CDMASTER
               WHEN "MEDIA" PERFORM SHELL-HELP-MEDIA
               WHEN "FINDMEDIA" PERFORM SHELL-HELP-FINDMEDIA
               WHEN "HWINV" PERFORM SHELL-HELP-HWINV
               WHEN "SURFACE" PERFORM SHELL-HELP-SURFACE
               WHEN "UPS" PERFORM SHELL-HELP-UPS
               WHEN "TIMESYNC" PERFORM SHELL-HELP-TIMESYNC
               WHEN "PROMOTE" PERFORM SHELL-HELP-PROMOTE
               WHEN "DICTGEN" PERFORM SHELL-HELP-DICTGEN
               WHEN "POST" PERFORM SHELL-HELP-POST
               WHEN "FCOMPARE" PERFORM SHELL-HELP-FCOMPARE
               WHEN "GDG" PERFORM SHELL-HELP-GDG
               WHEN "RECFM" PERFORM SHELL-HELP-RECFM
               WHEN "CONVERT" PERFORM SHELL-HELP-CONVERT
               WHEN "CSVOUT" PERFORM SHELL-HELP-CSV
               WHEN "CSVIN" PERFORM SHELL-HELP-CSV
               WHEN "CROSSTAB" PERFORM SHELL-HELP-CROSSTAB
               WHEN "PROFILE-DATA" PERFORM SHELL-HELP-PROFDATA
               WHEN "DEDUP" PERFORM SHELL-HELP-DEDUP
               WHEN "SELECT" PERFORM SHELL-HELP-SELECT
               WHEN "MASSUPD" PERFORM SHELL-HELP-MASSUPD
               WHEN "JOURNAL" PERFORM SHELL-HELP-JOURNAL
               WHEN "HISTORY" PERFORM SHELL-HELP-JOURNAL
               WHEN "BEGIN" PERFORM SHELL-HELP-TXN
               WHEN "COMMIT" PERFORM SHELL-HELP-TXN
               WHEN "ROLLBACK" PERFORM SHELL-HELP-TXN
               WHEN "REFCHK" PERFORM SHELL-HELP-REFCHK
               WHEN "FORMS" PERFORM SHELL-HELP-VERIFYKEY
               WHEN "VERIFY-KEY" PERFORM SHELL-HELP-VERIFYKEY
               WHEN "BATCH" PERFORM SHELL-HELP-BALANCE
               WHEN "BALANCE" PERFORM SHELL-HELP-BALANCE
               WHEN "AGING" PERFORM SHELL-HELP-AGING
               WHEN "MERGE-LETTER" PERFORM SHELL-HELP-MERGE
               WHEN "QUERY" PERFORM SHELL-HELP-QUERY
               WHEN "MASKCOPY" PERFORM SHELL-HELP-MASKCOPY
               WHEN OTHER PERFORM SHELL-HELP-GENERIC
           END-EVALUATE.
           MOVE "Press ENTER to return" TO WS-HELP-TEXT.
           MOVE "PROTECT  restamp a file's read/write/delete levels"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "GDG  Arg base, WS-TMP limit: generation group NAME(+1)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "RECFM  Arg file, Arg2 'NEW V|F' copy to new rec format"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CONVERT  Arg layout, Arg2 'IN OUT A|E' host data"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CSVOUT  Arg layout, Arg2 'FILE CSV' write spreadsheet"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CSVIN  Arg layout, Arg2 'CSV FILE' load spreadsheet"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CROSSTAB  Arg definition: row x column summary matrix"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "PROFILE-DATA  Arg layout, Arg2 file: field profile"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "DEDUP  Arg file, Arg2 'KEYS [DEST F|L|D LAY FLD]'"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SELECT  Arg 'LAYOUT SRC DEST', Arg2 condition"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MASSUPD  Arg 'LAYOUT FILE FLD=VAL', Arg2 condition"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "JOURNAL  Arg file, Arg2 ON/OFF: record change journal"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "HISTORY  Arg 'LAYOUT FILE', Arg2 key or #recno"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "BEGIN [name]/COMMIT/ROLLBACK  multi-file transaction"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "REFCHK  [layout]: RELATION.DAT links -> REFERR.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "VERIFY-KEY  'LAYOUT BATCH', Arg2 file: blind re-key"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "BATCH/BALANCE  batch control totals, held before POST"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "AGING  30/60/90-day aged items by due date"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MERGE-LETTER  form letters from a template and data"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CHANGED  list files modified since YYYYMMDD[HHMM]"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "QUOTA  usage by operator; +id +limit sets a quota"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CAPACITY  volume growth and projected fill dates"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MIGRATE  move idle files off A:, recalled on open"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "RETAIN PURGE  retention classes, expiry, disposal"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "WIPE  overwrite deleted files or dead sectors"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "DISTRIB  who is mailed each finished report"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SHIP TAKEOVER  standby lag, make the standby live"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CDMASTER  master store files onto an ISO9660 disc"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MEDIA FINDMEDIA  media catalog, which media has it"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "HWINV  hardware inventory, changes since last boot"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SURFACE  C: disk read test as a job, bad-sector map"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "UPS  power state from the UPS on the UPSPORT line"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "TIMESYNC  clock against the time source, drift rate"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "KREAD  fetch a record by key (WS-TMP pos, Result len)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "FORMS  field-by-field entry/inquiry off DATADICT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "DICTGEN  DATADICT layout from a copybook, or back"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "QUERY  find records by example off a DATADICT layout"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MASKCOPY  test copy with sensitive fields scrambled"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "VALIDATE  sweep a file against DATADICT to VALIDERR"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "POST  Arg layout, Arg2 'MASTER TRANS' nightly update"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "FCOMPARE  Arg layout, Arg2 'OLD NEW' keyed compare"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "REPORT  run a report definition file to RPTOUT.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "LIBCO/LIBCI/LIBLIST  deck library with checkout locks"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "PROMOTE/LIBLEVELS  library dev, test, production"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "ARC/UNARC  pack DIR-pattern matches into one archive"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CDPLAY/CDPAUSE/CDRESUME/CDSTOP/CDPOS/CDEJECT  audio"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "XSEND XRECV NETECHO INBOUND  serial transfers"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CAPS COUNTERS PCILIST DIAG AUDIT  status reports"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "PRINT PRINTQ JOBSUB SLA JOBSTATS  batch work"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "LINESORT LINECOPY CFGSAVE  batch utilities"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CHARGEBACK  usage by department and operator, priced"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "HELP <name> explains one operation in detail"
           MOVE "Argument 2 destination; WS-TMP start, Result incr"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-LINECOPY.
           MOVE "Expands COPY statements from the deck library"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Argument the deck; Argument 2 output and level"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "(blank output NAME.EXP; level DEV, TEST or PROD)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "REPLACING ==a== BY ==b== and word BY word taken"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Members nest 8 deep; origin tagged from column 81"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Code 0 clean, 1 findings, 2 a member missing"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-JOBSUB.
           MOVE "Queues a batch job; Argument is COPY or VERIFY"
               TO WS-HELP-TEXT.
           MOVE "it FAILED (the alternate branch of a chain)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Argument 'KIND @HHMM' sets a must-complete-by time"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-POST.
           MOVE "Applies a transaction file to a DATADICT master"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Transaction: col 1 A/C/D, master image from col 2"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Matched on the layout's K field; blank keeps value"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Rejects -> POSTREJ.DAT, register -> POSTREG.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-FCOMPARE.
           MOVE "Matches two DATADICT files on the layout's K field"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Lists adds, deletes and each changed field's before"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "and after values to FCMPOUT.TXT, with the counts"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Code 0 same, 1 differ, 2 would not open (as LINECOMP)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-GDG.
           MOVE "Registers NAME as a group keeping WS-TMP generations"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "(WS-TMP 0 just lists them); stored as NAME.G0001 .."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Write NAME(+1) for the next, read NAME(0) or NAME(-n)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Past the limit the oldest generation rolls off"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-RECFM.
           MOVE "Copies a file record by record into a new file that"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "is V (variable-length, trailing spaces dropped) or F"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "(fixed, padded to the record length); V is the default"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "DIR flags V files; EXPORT writes them as text lines"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CONVERT.
           MOVE "A turns a host (EBCDIC, zoned, packed, binary) file"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "into display form by DATADICT cols 57-67; E goes back"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "WS-TMP sets the host record length if longer"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Fields that fail to decode are listed in CONVERR.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CSV.
           MOVE "CSV text for the office PCs: a header row of DATADICT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "field names, moved with FATPUT and FATGET.  CSVIN"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "matches columns by name; rows failing VALIDATE go to"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "CSVREJ.CSV, reasons to CSVREG.TXT; WS-TMP reclen"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CROSSTAB.
           MOVE "Definition lines: FILE= LAYOUT= TITLE= ROW= COLUMN="
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "MEASURE= (summed; omit to count records).  ROW and"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "COLUMN take 'NAME start len' for part of a field"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Printed with row, column and grand totals via OUTPUT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-PROFDATA.
           MOVE "Per field: blanks, non-numerics, min and max, the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "distinct count (past 100 'many') and top 3 values"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Report goes to the OUTPUT destination.  As a batch"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "job: JOBSUB PROFDATA, 'LAYOUT FILE' -> JOBnnOUT.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-DEDUP.
           MOVE "Lists records sharing a key (SORT's pos,len;pos,len)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "to DEDUPOUT.TXT.  With DEST, writes a copy keeping F"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "the first, L the last, or D LAYOUT FIELD the latest"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "dated record of each group; drops are logged"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-SELECT.
           MOVE "Condition as EVAL reads: BALANCE > 1000 AND REGION"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "= 04; ops = <> > < >= <=, joins AND OR XOR, NOT, + -"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg2 blank: Arg names a file of FILE= LAYOUT= WHERE="
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "TO= lines -- the form JOBSUB SELECT takes in Arg2"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-MASSUPD.
           MOVE "Sets FLD to VAL in every record the condition (as"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SELECT writes it) holds for.  Lists the records and"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "asks first; the run leaves key, old and new values"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "in MASSAUD.TXT.  Key field cannot be mass-updated"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-JOURNAL.
           MOVE "JOURNAL ON logs each record written to the file, with"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "operator, time and before/after images.  HISTORY then"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "shows one record's changes field by field: Arg2 is its"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "key value, or # and its number.  OFF: supervisor only"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-TXN.
           MOVE "BEGIN holds every store write until COMMIT; ROLLBACK,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "a failed script step or job, or a crash, puts all the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "files back as BEGIN found them.  Arg names it; also"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "usable as EXEC script steps and as job kinds"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-REFCHK.
           MOVE "RELATION.DAT rows: CHILDLAY CHILDFILE FIELD PARENTLAY"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "PARENTFILE [KEYFIELD].  Each child value must be a key"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "of the parent; orphans go to REFERR.TXT by record."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg: one child layout only.  Also a job kind."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-VERIFYKEY.
           MOVE "FORMS Arg 'LAYOUT BATCH' enters each record keyed in"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "the batch; VERIFY-KEY (same args) has a 2nd operator"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "re-key it blind: K keep, C correct, R re-key, S skip."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Disagreements go to FORMVRFY.TXT; '/' abandons."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-BALANCE.
           MOVE "BATCH Arg 'BATCH LAYOUT FIELD' Arg2 'FILE COUNT TOTAL'"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "enters the tape's count and total of the amount field"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "(its own units, no point).  BALANCE [batch] holds any"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "batch out of balance; POST refuses it -> BALANCE.TXT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-AGING.
           MOVE "Arg 'LAYOUT DATEFIELD AMOUNTFIELD [GROUPFIELD]'"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg2 'FILE [YYYYMMDD]' - as-of date, today if blank."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Buckets current/1-30/31-60/61-90/over 90 per group;"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "due on a CALENDAR.DAT holiday counts from next workday"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-MERGE.
           MOVE "Arg 'LAYOUT TEMPLATE DATAFILE [OUTFILE]'"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg2 optional WHERE condition as for SELECT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "{FIELD} and {TODAY} in the template are filled in"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "PRINT LETTERS.TXT with FORM= LEN= of the stationery"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-QUERY.
           MOVE "Arg layout in DATADICT.DAT, Arg2 the data file"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "each field: a value, LOW..HIGH, TEXT* or blank"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "a record number from the list opens it in FORMS"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "O sends the list to the OUTPUT destination"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-MASKCOPY.
           MOVE "Arg layout in DATADICT.DAT, Arg2 'SOURCE TARGET'"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "fields with M in DATADICT column 69 are scrambled"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "same value masks the same everywhere, so keys join"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "types and DATADICT bounds kept: VALIDATE still passes"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-SLA.
           MOVE "Arg 'FROM TO' as YYYYMMDD; blank means today"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "deadline jobs by day: on time, late, missed"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "deadlines: JOBSUB 'KIND @HHMM', SCHEDULE.DAT @ col 60"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-JOBSTATS.
           MOVE "Arg names one job kind; blank reports every kind"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "runs, failure %, average and slowest ms, and trend"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "from KINNOJOB.HST, one line per finished batch job"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CHARGEBACK.
           MOVE "Arg 'FROM TO' as YYYYMMDD, PREV for last month;"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "blank means this month so far.  Time, sectors, lines"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "printed and sector-days held, by department (OPERADM"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "D), priced from CHGRATES.DAT: CPUSEC READ WRITE LINE"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SPACE in 1-8, rate in 10-21.  CHARGEBK job: month end"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-INBOUND.
           MOVE "Arg names one sender; blank lists every arrival"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "files in by XRECV IMPORT FATGET ISODIR, with status"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "a held file waits in HOLD/; FMOVE it out to release"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CAPACITY.
           MOVE "Arg is weeks of history to show, 1-16 (default 8)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "each volume's growth and projected fill date, plus"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "usage by operator and folder; CAPSNAP job snapshots"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-MIGRATE.
           MOVE "Arg is days unmodified, Arg 2 B: or C: (default B:)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "supervisor only; DIR shows a stub as MIGB or MIGC"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "and its first open recalls it; no Arg = register"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "job: JOBSUB MIGRATE, Arg days, Arg 2 the volume"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-RETAIN.
           MOVE "no Arg: each file's class, expiry date and standing"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg file, Arg 2 a class, NONE, HOLD or RELEASE"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg +CLASS, Arg 2 'NAME DAYS C|M' (C created)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg +PATTERN, Arg 2 'PAYTMP*.DAT CLASS' or NONE"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-PURGE.
           MOVE "Lists every expired file not on legal hold, then"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "on Y wipes and deletes them (supervisor only);"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "each disposal is logged to KINNODSP.HST"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-WIPE.
           MOVE "Arg a deleted file, or A:* (B:*, C:*) for every"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "sector no live file owns; Arg 2 passes 1-7 (3)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "supervisor only, not inside a transaction; ends"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "with a certificate, also kept in KINNOWIP.HST"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-DISTRIB.
           MOVE "No Arg lists the table; Arg a report (RPTOUT,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "SHIFTRPT, JOB01OUT ...), Arg 2 operators to add,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "-OPER to drop one, URGENT or ROUTINE, or NONE"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "changes are supervisor only; urgent ones alert"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-SHIP.
           MOVE "No operands. Primary: changes queued, acknowledged,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "how far behind the standby is and the link state;"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "standby: changes applied, with the offer to watch"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "the line again (SHIPMODE/SHIPPORT in runtime.cfg)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-TAKEOVER.
           MOVE "No operands. On a standby, supervisor only: takes"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "what is still on the line, flushes, and makes this"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "machine the live system -- asks Y/N first"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-CDMASTER.
           MOVE "Arg a folder (/ is the root) or a pattern with *;"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg2 the volume label (default ARCHIVE_YYYYMMDD)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "writes to the CDSEL drive, asks Y/N first, then"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "reads every sector back against the store files"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "8.3 names; enciphered/compressed files stay off"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-MEDIA.
           MOVE "No Arg lists all media; Arg M00012 shows one and"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "its files.  Arg2 records a change: ONSITE [where],"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "OFFSITE where, LABEL text, DESTROYED (supervisor)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "EXPORT FATPUT ARC CDMASTER catalog what they write"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-FINDMEDIA.
           MOVE "Arg is the file name, any part of it (.EXT pins it)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg2 the file's date: YYYY, YYYYMM or YYYYMMDD"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "lists each copy with its media, status, location"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-HWINV.
           MOVE "No operands: what this boot found fitted - PCI, drive"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "models and serials, RAM, Sound Blaster, COM and LPT -"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "then what was added, removed or changed since the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "boot before; any change raises an alert at boot"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-SURFACE.
           MOVE "No Arg: queue a SURFACE job that reads every sector"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "of the C: partition; bad ones go to spares and the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "job output JOBnnOUT.TXT lists each one found"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Arg LIST: the bad-sector map and spares used"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-UPS.
           MOVE "No operands: the UPS monitor's port, whether the UPS"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "is on line or on battery and since when; on battery"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "no new job starts, and a low battery shuts down"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-TIMESYNC.
           MOVE "No Arg: the time source on TIMEPORT, the last check,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "the clock corrections recorded and the drift rate"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "they measure.  Arg NOW: check the clock first (the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "service also checks once an hour by itself)"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-PROMOTE.
           MOVE "Arg: library member.  Moves a version up one level,"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "development to test or test to production; Arg2 TEST"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "or PROD picks which (blank: the lowest one waiting)."
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "Refused on LINELINT findings; production needs a"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "second supervisor to approve at the console"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-DICTGEN.
           MOVE "Arg: layout.  Arg2 a copybook deck, or LIB:member"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "and DEV, TEST or PROD; its fields replace the"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "layout's DATADICT rows, bounds and flags kept.  Arg2"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
           MOVE "blank prints the layout as a copybook via OUTPUT"
               TO WS-HELP-TEXT.
           PERFORM SHELL-HELP-LINE.
       SHELL-HELP-GENERIC.
           MOVE "That operation takes no operands - just run it"
               TO WS-HELP-TEXT.
               WHEN "CDEJECT" MOVE "ATAPI-READ" TO WS-GATE-SUBSYS
               WHEN "CDPOS" MOVE "ATAPI-READ" TO WS-GATE-SUBSYS
               WHEN "ISODIR" MOVE "ATAPI-READ" TO WS-GATE-SUBSYS
               WHEN "CDMASTER" MOVE "ATAPI-READ" TO WS-GATE-SUBSYS
               WHEN "EXPORT" MOVE "FLOPPY" TO WS-GATE-SUBSYS
               WHEN "IMPORT" MOVE "FLOPPY" TO WS-GATE-SUBSYS
               WHEN "FATDIR" MOVE "FLOPPY" TO WS-GATE-SUBSYS
