       01  WS-CFG-VAL-IDX PIC 9(4).
       01  WS-CFG-NUM-OK PIC A.
       01  WS-CFG-NUM PIC 9(8).
       01  WS-CFG-SIGN PIC X.
       01  WS-CFG-BAD-TEXT PIC X(60).
       LINKAGE SECTION.
       01  L-NAME PIC X(20).
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "RJEPORT"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM <= 65535
                       MOVE WS-CFG-NUM TO WS-CFG-RJE-PORT
                   ELSE
                       MOVE "RJEPORT not a port number"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "TTYPORT"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM <= 65535
                       MOVE WS-CFG-NUM TO WS-CFG-TTY-PORT
                   ELSE
                       MOVE "TTYPORT not a port number"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "SHIPMODE"
                   IF WS-CFG-VALUE(1:1) = 'P' OR WS-CFG-VALUE(1:1) =
                       'S' OR WS-CFG-VALUE(1:1) = 'N'
                       MOVE WS-CFG-VALUE(1:1) TO WS-CFG-SHIP-MODE
                   ELSE
                       MOVE "SHIPMODE not P, S or N" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "SHIPPORT"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM <= 65535
                       MOVE WS-CFG-NUM TO WS-CFG-SHIP-PORT
                   ELSE
                       MOVE "SHIPPORT not a port number"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "UPSPORT"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM <= 65535
                       MOVE WS-CFG-NUM TO WS-CFG-UPS-PORT
                   ELSE
                       MOVE "UPSPORT not a port number"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "TIMEPORT"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM <= 65535
                       MOVE WS-CFG-NUM TO WS-CFG-TIME-PORT
                   ELSE
                       MOVE "TIMEPORT not a port number"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
      * The UART divides 115200 down, so the speed must divide it
               WHEN "TIMEBAUD"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM NOT = 0
                       AND WS-CFG-NUM >= 50 AND WS-CFG-NUM <= 115200
                       AND FUNCTION MOD(115200, WS-CFG-NUM) = 0
                       MOVE WS-CFG-NUM TO WS-CFG-TIME-BAUD
                   ELSE
                       MOVE "TIMEBAUD not a divisor of 115200"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "TIMETOL"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM <= 9999
                       MOVE WS-CFG-NUM TO WS-CFG-TIME-TOL
                   ELSE
                       MOVE "TIMETOL not 0-9999" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
      * Minutes from UTC, with a leading sign when behind it
               WHEN "TIMEZONE"
                   MOVE SPACE TO WS-CFG-SIGN
                   IF WS-CFG-VALUE(1:1) = "-" OR WS-CFG-VALUE(1:1) = "+"
                       MOVE WS-CFG-VALUE(1:1) TO WS-CFG-SIGN
                       MOVE WS-CFG-VALUE(2:15) TO WS-CFG-VAL-TRIM
                       MOVE WS-CFG-VAL-TRIM TO WS-CFG-VALUE
                   END-IF
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM <= 840
                       IF WS-CFG-SIGN = "-"
                           COMPUTE WS-CFG-TIME-ZONE = 0 - WS-CFG-NUM
                           END-COMPUTE
                       ELSE
                           MOVE WS-CFG-NUM TO WS-CFG-TIME-ZONE
                       END-IF
                   ELSE
                       MOVE "TIMEZONE not minutes from UTC"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "DSTSTART"
                   PERFORM CFG-CHECK-DST-RULE
                   IF WS-CFG-NUM-OK = 'Y'
                       MOVE WS-CFG-VALUE(1:9) TO WS-CFG-DST-START
                   ELSE
                       MOVE "DSTSTART not an MM.W.D/HH rule"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "DSTEND"
                   PERFORM CFG-CHECK-DST-RULE
                   IF WS-CFG-NUM-OK = 'Y'
                       MOVE WS-CFG-VALUE(1:9) TO WS-CFG-DST-END
                   ELSE
                       MOVE "DSTEND not an MM.W.D/HH rule"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "DSTOFFSET"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM <= 180
                       MOVE WS-CFG-NUM TO WS-CFG-DST-OFS
                   ELSE
                       MOVE "DSTOFFSET not 0-180" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "VOLSIZEA"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y'
                       MOVE WS-CFG-NUM TO WS-CFG-VOL-SIZE-A
                   ELSE
                       MOVE "VOLSIZEA not numeric" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "VOLSIZEB"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y'
                       MOVE WS-CFG-NUM TO WS-CFG-VOL-SIZE-B
                   ELSE
                       MOVE "VOLSIZEB not numeric" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "VOLSIZEC"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y'
                       MOVE WS-CFG-NUM TO WS-CFG-VOL-SIZE-C
                   ELSE
                       MOVE "VOLSIZEC not numeric" TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
               WHEN "CAPWARNDAYS"
                   PERFORM CFG-CHECK-NUMERIC
                   IF WS-CFG-NUM-OK = 'Y' AND WS-CFG-NUM <= 9999
                       MOVE WS-CFG-NUM TO WS-CFG-CAP-WARN
                   ELSE
                       MOVE "CAPWARNDAYS not 0-9999"
                           TO WS-CFG-BAD-TEXT
                       PERFORM CFG-RECORD-BAD
                   END-IF
      * One operation per line; NONE empties the list outright
               WHEN "TWOPERSON"
                   MOVE 'Y' TO WS-CFG-TWO-SET
                   IF WS-CFG-VALUE = "NONE"
                       MOVE 0 TO WS-CFG-TWO-COUNT
                   ELSE
                       IF WS-CFG-VALUE = SPACES
                           OR WS-CFG-VALUE(11:6) NOT = SPACES
                           MOVE "TWOPERSON not an operation name"
                               TO WS-CFG-BAD-TEXT
                           PERFORM CFG-RECORD-BAD
                       ELSE
                           IF WS-CFG-TWO-COUNT < 12
                               ADD 1 TO WS-CFG-TWO-COUNT END-ADD
                               MOVE WS-CFG-VALUE(1:10)
                                   TO WS-CFG-TWO-OP(WS-CFG-TWO-COUNT)
                           ELSE
                               MOVE "TWOPERSON more than 12 lines"
                                   TO WS-CFG-BAD-TEXT
                               PERFORM CFG-RECORD-BAD
                           END-IF
                       END-IF
                   END-IF
               WHEN "STRICT"
                   MOVE WS-CFG-VALUE(1:1) TO WS-CFG-STRICT
               WHEN SPACES CONTINUE
           ELSE
               MOVE 0 TO WS-CFG-NUM
           END-IF.
      * A daylight-saving rule, MM.W.D/HH: month 01-12, week 1-5,
      * weekday 0-6, hour 00-23
       CFG-CHECK-DST-RULE.
           MOVE 'N' TO WS-CFG-NUM-OK.
           IF WS-CFG-VALUE(1:2) IS NUMERIC
               AND WS-CFG-VALUE(8:2) IS NUMERIC
               AND WS-CFG-VALUE(3:1) = "." AND WS-CFG-VALUE(5:1) = "."
               AND WS-CFG-VALUE(7:1) = "/"
               AND WS-CFG-VALUE(10:7) = SPACES
               AND WS-CFG-VALUE(1:2) >= "01"
               AND WS-CFG-VALUE(1:2) <= "12"
               AND WS-CFG-VALUE(4:1) >= "1" AND WS-CFG-VALUE(4:1) <= "5"
               AND WS-CFG-VALUE(6:1) >= "0" AND WS-CFG-VALUE(6:1) <= "6"
               AND WS-CFG-VALUE(8:2) <= "23"
               MOVE 'Y' TO WS-CFG-NUM-OK
           END-IF.
       CFG-RECORD-BAD.
           ADD 1 TO WS-CFG-BAD-COUNT END-ADD.
           IF WS-CFG-BAD-COUNT <= 4
