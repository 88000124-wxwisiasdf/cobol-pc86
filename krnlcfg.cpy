      * Per-service COM assignments (COM1 1016, COM2 760, COM3 1000,
      * COM4 744 decimal): the boot-trace mirror, the XMODEM
      * transfers and NETECHO each take their own wire; zero falls
      * back to UARTPORT.  Remote job entry only listens on a port
      * assigned to it -- zero leaves the service off.
           02 :PREF:-CFG-TRACE-PORT          PIC 9(4) VALUE 0.
           02 :PREF:-CFG-XFER-PORT           PIC 9(4) VALUE 0.
           02 :PREF:-CFG-NETECHO-PORT        PIC 9(4) VALUE 0.
           02 :PREF:-CFG-RJE-PORT            PIC 9(4) VALUE 0.
      * A second operator session on a serial terminal: TTYPORT is
      * the COM line the terminal is cabled to, zero (the default)
      * leaves the console the only place to sign on
           02 :PREF:-CFG-TTY-PORT            PIC 9(4) VALUE 0.
      * Log shipping of the A: store to a standby machine: SHIPMODE
      * P ships from this machine, S applies what a primary ships
      * here, N (the default) does neither; SHIPPORT is the COM line
      * it rides, and zero leaves shipping off whatever the mode.
           02 :PREF:-CFG-SHIP-MODE           PIC X VALUE 'N'.
           02 :PREF:-CFG-SHIP-PORT           PIC 9(4) VALUE 0.
      * UPS monitoring: the COM line a serial-signalling UPS is
      * cabled to (UPSPORT); zero leaves the monitor off
           02 :PREF:-CFG-UPS-PORT            PIC 9(4) VALUE 0.
      * Clock synchronization from a serial time source (a GPS
      * receiver or a host sending NMEA RMC/ZDA sentences): TIMEPORT
      * is its COM line (zero leaves the service off), TIMEBAUD its
      * speed (zero means NMEA's 4800), TIMETOL the seconds the clock
      * may be out before it is set (zero means 2), and TIMEZONE the
      * minutes local time runs ahead of UTC (negative behind)
           02 :PREF:-CFG-TIME-PORT           PIC 9(4) VALUE 0.
           02 :PREF:-CFG-TIME-BAUD           PIC 9(6) VALUE 0.
           02 :PREF:-CFG-TIME-TOL            PIC 9(4) VALUE 0.
           02 :PREF:-CFG-TIME-ZONE           PIC S9(4) VALUE 0.
      * Daylight saving: DSTSTART and DSTEND are MM.W.D/HH rules --
      * month, week of the month (5 = the last), weekday (0 =
      * Sunday), hour -- the start in standard time and the end in
      * daylight time; DSTOFFSET the minutes the clock goes forward
      * (zero means 60).  No rules, no daylight saving.
           02 :PREF:-CFG-DST-START           PIC X(9) VALUE SPACES.
           02 :PREF:-CFG-DST-END             PIC X(9) VALUE SPACES.
           02 :PREF:-CFG-DST-OFS             PIC 9(3) VALUE 0.
      * Capacity forecasting: each volume's size in sectors (zero
      * means the store's addressable limit) and how many days'
      * warning a projected fill date earns an alert (zero means 30)
           02 :PREF:-CFG-VOL-SIZE-A          PIC 9(8) VALUE 0.
           02 :PREF:-CFG-VOL-SIZE-B          PIC 9(8) VALUE 0.
           02 :PREF:-CFG-VOL-SIZE-C          PIC 9(8) VALUE 0.
           02 :PREF:-CFG-CAP-WARN            PIC 9(4) VALUE 0.
      * Raised by a safe-mode boot once its own boot record is down:
      * the store is then read-only to every program sharing it, so
      * KRNLFILE refuses changes the same way KERNEL does
           02 :PREF:-CFG-STORE-RO            PIC X VALUE 'N'.
      * Two-person authorization: the shell operations (TWOPERSON=,
      * one per line, up to 12) that wait for a second supervisor to
      * sign on at the console before they run.  No TWOPERSON line
      * means KERNEL's compiled-in list; TWOPERSON=NONE means none.
           02 :PREF:-CFG-TWO-SET             PIC X VALUE 'N'.
           02 :PREF:-CFG-TWO-COUNT           PIC 9(2) VALUE 0.
           02 :PREF:-CFG-TWO-LIST.
               03 :PREF:-CFG-TWO-OP          PIC X(10)
                  OCCURS 12 TIMES.
      * Validation results from the parse: how many lines were
      * ignored and why (unknown keys, out-of-range ports, malformed
      * values), plus the STRICT=Y flag that turns a bad config from
