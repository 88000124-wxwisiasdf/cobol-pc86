001100* for a clean deck, one for findings, two when the deck would not
001200* open -- so a batch step can gate on it.  Command line:
001300* "LINELINT SRC".
001310*
001320* A LINECOPY expansion carries its origin tag ("*>" then the
001330* member and its line) from column 81; only columns 73-80 answer
001340* for the tail on such a line, so the expanded deck lints as its
001350* members would.
001400*
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
013000     IF FS-REC(8:4) NOT = SPACES
013100         PERFORM CHECK-AREA-A
013200     END-IF.
013300     IF FS-REC(81:2) = "*>"
013310         IF FS-REC(73:8) NOT = SPACES
013320             ADD 1 TO WS-BAD-TAIL END-ADD
013330             DISPLAY "line " WS-RECNO ": text past column 72"
013340                 END-DISPLAY
013350         END-IF
013360         GO TO CHECK-ONE-LINE-X
013370     END-IF.
013380     IF FS-REC(73:178) NOT = SPACES
013400         ADD 1 TO WS-BAD-TAIL END-ADD
013500         DISPLAY "line " WS-RECNO ": text past column 72"
013600             END-DISPLAY
