000100*****************************************************************
000200*
000300* PERFORM-tree and dead-code analyser for LINESORT-layout decks,
000400* the companion to LINEXREF that answers "how does this program
000500* hang together?" where LINEXREF answers "where is this name
000600* used?".  The deck is read twice.  The first pass finds the
000700* paragraphs and sections of the PROCEDURE DIVISION, every
000800* PERFORM (with its THRU range) and GO TO between them, and the
000900* data items of the DATA DIVISION; the second counts every
001000* mention of each data item.  The report carries the same dated
001100* page headings LINELIST cuts and gives the PERFORM hierarchy
001200* indented from the first paragraph down (statements ahead of
001300* the first paragraph name stand as a paragraph of their own,
001400* shown as (MAINLINE)) and each target listed once under a
001500* caller however often that caller performs it; then the
001600* paragraphs nothing performs, the GO TO targets, and the
001700* elementary items and condition names defined but never
001800* referenced.  The run ends with LINELINT's return-code
001900* convention: zero for a clean deck, one for findings (a
002000* paragraph neither performed nor gone to, or an unused data
002100* item), two when the deck would not open -- so a batch step can
002200* flag dead code.  Command line:
002300* "LINEFLOW SRC [LINESPERPAGE] [DEST]"; the page length defaults
002400* to 55 and the destination to LINEFLOW.OUT.
002500*
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. LINEFLOW.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FS-FILE ASSIGN TO DISK
003300     ORGANIZATION IS LINE SEQUENTIAL
003400     FILE STATUS IS WS-STATUS.
003500     SELECT FS-OUT-FILE ASSIGN TO DISK
003600     ORGANIZATION IS LINE SEQUENTIAL
003700     FILE STATUS IS WS-OUT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FS-FILE LABEL RECORDS ARE STANDARD
004100     VALUE OF FILE-ID IS WS-FILENAME.
004200 01  FS-REC.
004300     10 FS-LINE-NO       PIC 9(6).
004400     10 FS-FILLER        PIC X(250).
004500 FD  FS-OUT-FILE LABEL RECORDS ARE STANDARD
004600     VALUE OF FILE-ID IS WS-OUTFILE.
004700 01  FS-OUT-REC          PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 COPY "krnlhwio.cpy" REPLACING ==:PREF:== BY WS.
005000 01  WS-FILENAME         PIC X(80) VALUE SPACES.
005100 01  WS-OUTFILE          PIC X(80) VALUE SPACES.
005200 01  WS-STATUS           PIC XX VALUE ZERO.
005300 01  WS-OUT-STATUS       PIC XX VALUE ZERO.
005400 01  WS-CMDLINE          PIC X(200) VALUE SPACES.
005500 01  WS-LPP-ARG          PIC X(20) VALUE SPACES.
005600 01  WS-EOF              PIC A VALUE 'N'.
005700 01  WS-LINES-PER-PAGE   PIC 9(4) VALUE 55.
005800 01  WS-LINE-ON-PAGE     PIC 9(4) VALUE ZERO.
005900 01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
006000 01  WS-TOTAL-RECS       PIC 9(6) VALUE ZERO.
006100 01  WS-PASS             PIC 9 VALUE 1.
006200 01  WS-DEAD-PARAS       PIC 9(4) VALUE ZERO.
006300 01  WS-DEAD-DATA        PIC 9(4) VALUE ZERO.
006400 01  WS-LISTED           PIC 9(4) VALUE ZERO.
006500 01  WS-FINDINGS         PIC 9(6) VALUE ZERO.
006600*Where the scan stands: O outside the DATA and PROCEDURE
006700*divisions, D in the DATA DIVISION, P in the PROCEDURE DIVISION
006800 01  WS-MODE             PIC X VALUE 'O'.
006900*The code area (columns 7-72) upper-cased, with a blank after it
007000*so a look one column ahead never runs off the end
007100 01  WS-UPLINE           PIC X(67).
007200 01  WS-TALLY            PIC 9(4).
007300*The paragraphs and sections in deck order, kind P or S; the
007400*division's unnamed opening statements are kind M
007500 01  WS-PARA-COUNT       PIC 9(4) VALUE ZERO.
007600 01  WS-PARA-TABLE.
007700     05 WS-PARA-ENT OCCURS 400 TIMES.
007800         10 WS-PARA-NAME  PIC X(30).
007900         10 WS-PARA-KIND  PIC X.
008000         10 WS-PARA-LINE  PIC 9(6).
008100         10 WS-PARA-PERFD PIC A.
008200         10 WS-PARA-GONE  PIC A.
008300         10 WS-PARA-SHOWN PIC A.
008400 01  WS-PARA-FULL        PIC A VALUE 'N'.
008500 01  WS-CUR-PARA         PIC 9(4) VALUE ZERO.
008600*Every PERFORM (kind P) and GO TO (kind G) with the paragraph it
008700*sits in and its target as written; the targets are resolved to
008800*paragraph numbers once the whole deck is in, and a word that
008900*names no paragraph (PERFORM n TIMES and the like) drops out
009000 01  WS-EDGE-COUNT       PIC 9(4) VALUE ZERO.
009100 01  WS-EDGE-TABLE.
009200     05 WS-EDGE-ENT OCCURS 1500 TIMES.
009300         10 WS-EDGE-KIND   PIC X.
009400         10 WS-EDGE-FROM   PIC 9(4).
009500         10 WS-EDGE-NAME   PIC X(30).
009600         10 WS-EDGE-THRU   PIC X(30).
009700         10 WS-EDGE-TO     PIC 9(4).
009800         10 WS-EDGE-TO-END PIC 9(4).
009900         10 WS-EDGE-LINE   PIC 9(6).
010000 01  WS-EDGE-FULL        PIC A VALUE 'N'.
010100 01  WS-NEW-KIND         PIC X.
010200*The data items.  Elementary items and condition names are the
010300*ones judged; a group is used through its members.  DEFS counts
010400*the definitions of a name, HITS every mention of it including
010500*those, so an item is unused while HITS does not exceed DEFS
010600 01  WS-DATA-COUNT       PIC 9(4) VALUE ZERO.
010700 01  WS-DATA-TABLE.
010800     05 WS-DATA-ENT OCCURS 600 TIMES.
010900         10 WS-DATA-NAME  PIC X(30).
011000         10 WS-DATA-LINE  PIC 9(6).
011100         10 WS-DATA-DEFS  PIC 9(4).
011200         10 WS-DATA-HITS  PIC 9(6).
011300         10 WS-DATA-ELEM  PIC A.
011400 01  WS-DATA-FULL        PIC A VALUE 'N'.
011500 01  WS-DATA-CUR         PIC 9(4) VALUE ZERO.
011600*Word scanner scratch
011700 01  WS-SCAN-IDX         PIC 9(4).
011800 01  WS-WORD             PIC X(30).
011900 01  WS-WORD-LEN         PIC 9(2).
012000 01  WS-WORD-KIND        PIC X.
012100 01  WS-CH               PIC X.
012200 01  WS-IN-WORD          PIC A.
012300 01  WS-QUOTE            PIC X.
012400*Statement state.  In the PROCEDURE DIVISION: N nothing pending,
012500*P after PERFORM, T after a PERFORM target (a THRU may follow),
012600*U after THRU, G after GO, O after GO TO, Q further down a GO TO
012700*... DEPENDING list.  In the DATA DIVISION: E at the start of an
012800*entry, L after its level number, D in the rest of it.
012900 01  WS-STATE            PIC X VALUE 'N'.
013000 01  WS-LEVEL            PIC 9(2).
013100 01  WS-I                PIC 9(4).
013200 01  WS-J                PIC 9(4).
013300 01  WS-HIT              PIC 9(4).
013400*The words that end a GO TO ... DEPENDING list of names
013500 01  WS-STOP-COUNT       PIC 9(2) VALUE 12.
013600 01  WS-STOP-LIST.
013700     05 FILLER PIC X(12) VALUE "DEPENDING".
013800     05 FILLER PIC X(12) VALUE "ELSE".
013900     05 FILLER PIC X(12) VALUE "WHEN".
014000     05 FILLER PIC X(12) VALUE "END-IF".
014100     05 FILLER PIC X(12) VALUE "END-EVALUATE".
014200     05 FILLER PIC X(12) VALUE "END-PERFORM".
014300     05 FILLER PIC X(12) VALUE "MOVE".
014400     05 FILLER PIC X(12) VALUE "PERFORM".
014500     05 FILLER PIC X(12) VALUE "IF".
014600     05 FILLER PIC X(12) VALUE "DISPLAY".
014700     05 FILLER PIC X(12) VALUE "GO".
014800     05 FILLER PIC X(12) VALUE "STOP".
014900 01  WS-STOPS REDEFINES WS-STOP-LIST.
015000     05 WS-STOP-WORD     PIC X(12) OCCURS 12 TIMES.
015100*The hierarchy walk: a stack of paragraphs, each with the last
015200*of its PERFORMs already followed
015300 01  WS-DEPTH            PIC 9(2) VALUE ZERO.
015400 01  WS-STACK.
015500     05 WS-STK-ENT OCCURS 30 TIMES.
015600         10 WS-STK-PARA   PIC 9(4).
015700         10 WS-STK-EDGE   PIC 9(4).
015800 01  WS-NODE             PIC 9(4).
015900 01  WS-EDGE             PIC 9(4).
016000 01  WS-ON-PATH          PIC A.
016100 01  WS-REPEAT           PIC A.
016200 01  WS-K                PIC 9(4).
016300 01  WS-INDENT           PIC 9(4).
016400 01  WS-TREE-LEN         PIC 9(4).
016500 01  WS-TREE-PTR         PIC 9(4).
016600 01  WS-TREE-TEXT        PIC X(110).
016700*The CMOS clock, read the same way LINELIST reads it
016800 01  WS-RTC-REG          PIC 9(4).
016900 01  WS-RTC-RAW          PIC 9(4).
017000 01  WS-RTC-HI           PIC 9(2).
017100 01  WS-RTC-LO           PIC 9(2).
017200 01  WS-RTC-SECOND       PIC 9(2).
017300 01  WS-RTC-MINUTE       PIC 9(2).
017400 01  WS-RTC-HOUR         PIC 9(2).
017500 01  WS-RTC-DAY          PIC 9(2).
017600 01  WS-RTC-MONTH        PIC 9(2).
017700 01  WS-RTC-YEAR         PIC 9(4).
017800 PROCEDURE DIVISION.
017900     PERFORM GET-PARAMETERS.
018000     PERFORM READ-CLOCK.
018100     OPEN INPUT FS-FILE.
018200     IF WS-STATUS NOT = "00"
018300         DISPLAY "Cannot open " WS-FILENAME END-DISPLAY
018400         MOVE 2 TO RETURN-CODE
018500         STOP RUN
018600     END-IF.
018700     PERFORM UNTIL WS-EOF = 'Y'
018800        READ FS-FILE NEXT RECORD INTO FS-REC
018900            AT END MOVE 'Y' TO WS-EOF
019000            NOT AT END PERFORM SCAN-ONE-RECORD
019100              THRU SCAN-ONE-RECORD-X
019200        END-READ
019300     END-PERFORM.
019400     CLOSE FS-FILE.
019500*The second pass counts the mentions of every data item, now
019600*that all of them are known
019700     MOVE 2 TO WS-PASS.
019800     MOVE 'N' TO WS-EOF.
019900     OPEN INPUT FS-FILE.
020000     PERFORM UNTIL WS-EOF = 'Y'
020100        READ FS-FILE NEXT RECORD INTO FS-REC
020200            AT END MOVE 'Y' TO WS-EOF
020300            NOT AT END PERFORM SCAN-ONE-RECORD
020400              THRU SCAN-ONE-RECORD-X
020500        END-READ
020600     END-PERFORM.
020700     CLOSE FS-FILE.
020800     PERFORM RESOLVE-EDGES.
020900     OPEN OUTPUT FS-OUT-FILE.
021000     PERFORM WRITE-HIERARCHY THRU WRITE-HIERARCHY-X.
021100     PERFORM WRITE-UNPERFORMED.
021200     PERFORM WRITE-GOTOS.
021300     PERFORM WRITE-UNUSED-DATA.
021400     MOVE SPACES TO FS-OUT-REC.
021500     PERFORM PUT-LINE.
021600     MOVE SPACES TO FS-OUT-REC.
021700     STRING "END OF FLOW - " WS-PARA-COUNT " PARAGRAPHS, "
021800         WS-DEAD-PARAS " DEAD, " WS-DEAD-DATA
021900         " UNUSED DATA ITEMS" DELIMITED BY SIZE INTO FS-OUT-REC
022000     END-STRING.
022100     PERFORM PUT-LINE.
022200     CLOSE FS-OUT-FILE.
022300     COMPUTE WS-FINDINGS = WS-DEAD-PARAS + WS-DEAD-DATA
022400     END-COMPUTE.
022500     DISPLAY "Flow analysis written to " WS-OUTFILE END-DISPLAY.
022600     DISPLAY "  " WS-PARA-COUNT " paragraphs from " WS-TOTAL-RECS
022700         " records on " WS-PAGE-NO " pages" END-DISPLAY.
022800     DISPLAY "  dead paragraphs      " WS-DEAD-PARAS END-DISPLAY.
022900     DISPLAY "  unused data items    " WS-DEAD-DATA END-DISPLAY.
023000     IF WS-PARA-FULL = 'Y'
023100         DISPLAY "  warning: over 400 paragraphs, extras dropped"
023200         END-DISPLAY
023300     END-IF.
023400     IF WS-EDGE-FULL = 'Y'
023500         DISPLAY "  warning: over 1500 PERFORM/GO TO, extras "
023600             "dropped" END-DISPLAY
023700     END-IF.
023800     IF WS-DATA-FULL = 'Y'
023900         DISPLAY "  warning: over 600 data items, extras dropped"
024000         END-DISPLAY
024100     END-IF.
024200     IF WS-FINDINGS = 0
024300         DISPLAY "No dead code found" END-DISPLAY
024400         MOVE 0 TO RETURN-CODE
024500     ELSE
024600         MOVE 1 TO RETURN-CODE
024700     END-IF.
024800     STOP RUN.
024900 GET-PARAMETERS.
025000     ACCEPT WS-CMDLINE FROM COMMAND-LINE.
025100     UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
025200         INTO WS-FILENAME WS-LPP-ARG WS-OUTFILE
025300     END-UNSTRING.
025400     IF WS-FILENAME = SPACES
025500         DISPLAY "Deck to analyse?" END-DISPLAY
025600         ACCEPT WS-FILENAME
025700     END-IF.
025800     IF WS-LPP-ARG NOT = SPACES
025900         COMPUTE WS-LINES-PER-PAGE = FUNCTION NUMVAL(WS-LPP-ARG)
026000     END-IF.
026100     IF WS-LINES-PER-PAGE = 0
026200         MOVE 55 TO WS-LINES-PER-PAGE
026300     END-IF.
026400     IF WS-OUTFILE = SPACES
026500         MOVE "LINEFLOW.OUT" TO WS-OUTFILE
026600     END-IF.
026700*One deck line: comment and blank lines carry no code, division
026800*headers set the mode and a name in Area A of the PROCEDURE
026900*DIVISION opens a paragraph; the rest of the code area is split
027000*into words, with literals skipped, for the pass in hand
027100 SCAN-ONE-RECORD.
027200     IF WS-PASS = 1
027300         ADD 1 TO WS-TOTAL-RECS END-ADD
027400     END-IF.
027500     IF FS-FILLER(1:66) = SPACES
027600         OR FS-FILLER(1:1) = "*" OR FS-FILLER(1:1) = "/"
027700         GO TO SCAN-ONE-RECORD-X
027800     END-IF.
027900     MOVE FS-FILLER(1:66) TO WS-UPLINE.
028000     INSPECT WS-UPLINE CONVERTING
028100         "abcdefghijklmnopqrstuvwxyz"
028200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028300     IF WS-PASS = 1
028400         PERFORM CHECK-DIVISION
028500         IF WS-TALLY NOT = 0
028600             GO TO SCAN-ONE-RECORD-X
028700         END-IF
028800         IF WS-MODE = 'P' AND WS-UPLINE(2:4) NOT = SPACES
028900             PERFORM TAKE-PARAGRAPH THRU TAKE-PARAGRAPH-X
029000             GO TO SCAN-ONE-RECORD-X
029100         END-IF
029200     END-IF.
029300     MOVE SPACES TO WS-WORD.
029400     MOVE 0 TO WS-WORD-LEN.
029500     MOVE 'N' TO WS-IN-WORD.
029600     MOVE SPACE TO WS-QUOTE.
029700     PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
029800         UNTIL WS-SCAN-IDX > 66
029900         MOVE WS-UPLINE(WS-SCAN-IDX:1) TO WS-CH
030000         EVALUATE TRUE
030100             WHEN WS-QUOTE NOT = SPACE
030200                 IF WS-CH = WS-QUOTE
030300                     MOVE SPACE TO WS-QUOTE
030400                 END-IF
030500             WHEN WS-CH = QUOTE OR WS-CH = "'"
030600                 PERFORM CLOSE-WORD
030700                 MOVE WS-CH TO WS-QUOTE
030800             WHEN (WS-CH >= "A" AND WS-CH <= "Z")
030900                 OR (WS-CH >= "0" AND WS-CH <= "9")
031000                 PERFORM TAKE-WORD-CHAR
031100             WHEN WS-IN-WORD = 'Y' AND WS-CH = "-"
031200                 PERFORM TAKE-WORD-CHAR
031300             WHEN WS-CH = "."
031400                 PERFORM CLOSE-WORD
031500                 IF WS-UPLINE(WS-SCAN-IDX + 1:1) = SPACE
031600                     PERFORM TAKE-PERIOD
031700                 END-IF
031800             WHEN OTHER
031900                 PERFORM CLOSE-WORD
032000         END-EVALUATE
032100     END-PERFORM.
032200     PERFORM CLOSE-WORD.
032300 SCAN-ONE-RECORD-X.
032400     EXIT.
032500*A division header starts in Area A with the division's name;
032570*such a line moves the scan into that division and WS-TALLY comes
032640*back non-zero so the header line itself is passed over.  The
032710*same words further along a line, in a literal or a comment-entry,
032780*name no division.
032850 CHECK-DIVISION.
032920     MOVE 0 TO WS-TALLY.
032990     IF WS-UPLINE(2:4) NOT = SPACES
033060         MOVE 0 TO WS-HIT
033130         INSPECT WS-UPLINE(2:65) TALLYING WS-HIT FOR LEADING SPACE
033200         COMPUTE WS-SCAN-IDX = WS-HIT + 2 END-COMPUTE
033270         EVALUATE TRUE
033340             WHEN WS-UPLINE(WS-SCAN-IDX:13) = "DATA DIVISION"
033410                 MOVE 1 TO WS-TALLY
033480                 MOVE 'D' TO WS-MODE
033550                 MOVE 'E' TO WS-STATE
033620             WHEN WS-UPLINE(WS-SCAN-IDX:18) = "PROCEDURE DIVISION"
033690                 MOVE 1 TO WS-TALLY
033760                 MOVE 'P' TO WS-MODE
033830                 MOVE 'N' TO WS-STATE
033900             WHEN WS-UPLINE(WS-SCAN-IDX:23) =
033970                 "IDENTIFICATION DIVISION"
034040                 OR WS-UPLINE(WS-SCAN-IDX:11) = "ID DIVISION"
034110                 OR WS-UPLINE(WS-SCAN-IDX:20) =
034180                 "ENVIRONMENT DIVISION"
034250                 MOVE 1 TO WS-TALLY
034320                 MOVE 'O' TO WS-MODE
034390                 MOVE 'N' TO WS-STATE
034460         END-EVALUATE
034530     END-IF.
034700*The first word in Area A names the paragraph, or the section
034800*when SECTION follows it; whatever statement was pending ends
034900 TAKE-PARAGRAPH.
035000     MOVE 'N' TO WS-STATE.
035100     MOVE SPACES TO WS-WORD.
035200     MOVE 0 TO WS-WORD-LEN.
035300     PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
035400         UNTIL WS-SCAN-IDX > 66
035500         OR WS-UPLINE(WS-SCAN-IDX:1) = SPACE
035600         OR WS-UPLINE(WS-SCAN-IDX:1) = "."
035700         IF WS-WORD-LEN < 30
035800             ADD 1 TO WS-WORD-LEN END-ADD
035900             MOVE WS-UPLINE(WS-SCAN-IDX:1)
036000                 TO WS-WORD(WS-WORD-LEN:1)
036100         END-IF
036200     END-PERFORM.
036300     IF WS-WORD = "DECLARATIVES" OR WS-WORD = "END"
036400         GO TO TAKE-PARAGRAPH-X
036500     END-IF.
036600     IF WS-PARA-COUNT >= 400
036700         MOVE 'Y' TO WS-PARA-FULL
036800         GO TO TAKE-PARAGRAPH-X
036900     END-IF.
037000     ADD 1 TO WS-PARA-COUNT END-ADD.
037100     MOVE WS-PARA-COUNT TO WS-CUR-PARA.
037200     MOVE WS-WORD TO WS-PARA-NAME(WS-CUR-PARA).
037300     MOVE 'P' TO WS-PARA-KIND(WS-CUR-PARA).
037400     MOVE 0 TO WS-TALLY.
037500     INSPECT WS-UPLINE TALLYING WS-TALLY FOR ALL " SECTION".
037600     IF WS-TALLY NOT = 0
037700         MOVE 'S' TO WS-PARA-KIND(WS-CUR-PARA)
037800     END-IF.
037900     MOVE FS-LINE-NO TO WS-PARA-LINE(WS-CUR-PARA).
038000     MOVE 'N' TO WS-PARA-PERFD(WS-CUR-PARA).
038100     MOVE 'N' TO WS-PARA-GONE(WS-CUR-PARA).
038200     MOVE 'N' TO WS-PARA-SHOWN(WS-CUR-PARA).
038300 TAKE-PARAGRAPH-X.
038400     EXIT.
038500 TAKE-WORD-CHAR.
038600     MOVE 'Y' TO WS-IN-WORD.
038700     IF WS-WORD-LEN < 30
038800         ADD 1 TO WS-WORD-LEN END-ADD
038900         MOVE WS-CH TO WS-WORD(WS-WORD-LEN:1)
039000     END-IF.
039100 CLOSE-WORD.
039200     IF WS-IN-WORD = 'Y'
039300*A word ending in a hyphen is a continuation artefact, trim it
039400         IF WS-WORD(WS-WORD-LEN:1) = "-"
039500             MOVE SPACE TO WS-WORD(WS-WORD-LEN:1)
039600             SUBTRACT 1 FROM WS-WORD-LEN END-SUBTRACT
039700         END-IF
039800         MOVE 'W' TO WS-WORD-KIND
039900         IF WS-WORD(1:1) >= "0" AND WS-WORD(1:1) <= "9"
040000             MOVE 'N' TO WS-WORD-KIND
040100         END-IF
040200         IF WS-PASS = 1
040300             PERFORM TAKE-TOKEN THRU TAKE-TOKEN-X
040400         ELSE
040500             PERFORM COUNT-DATA-WORD
040600         END-IF
040700     END-IF.
040800     MOVE SPACES TO WS-WORD.
040900     MOVE 0 TO WS-WORD-LEN.
041000     MOVE 'N' TO WS-IN-WORD.
041100*A full stop ends the statement or data entry in hand
041200 TAKE-PERIOD.
041300     IF WS-PASS = 1
041400         IF WS-MODE = 'D'
041500             MOVE 'E' TO WS-STATE
041600             MOVE 0 TO WS-DATA-CUR
041700         ELSE
041800             MOVE 'N' TO WS-STATE
041900         END-IF
042000     END-IF.
042100*One word of the first pass through the statement state
042200 TAKE-TOKEN.
042300     IF WS-MODE = 'D'
042400         PERFORM TAKE-DATA-TOKEN
042500         GO TO TAKE-TOKEN-X
042600     END-IF.
042700     IF WS-MODE NOT = 'P'
042800         GO TO TAKE-TOKEN-X
042900     END-IF.
043000*Statements ahead of the first paragraph name belong to the
043100*division itself, which becomes the head of the hierarchy
043200     IF WS-PARA-COUNT = 0
043300         MOVE 1 TO WS-PARA-COUNT
043400         MOVE 1 TO WS-CUR-PARA
043500         MOVE "(MAINLINE)" TO WS-PARA-NAME(1)
043600         MOVE 'M' TO WS-PARA-KIND(1)
043700         MOVE FS-LINE-NO TO WS-PARA-LINE(1)
043800         MOVE 'N' TO WS-PARA-PERFD(1)
043900         MOVE 'N' TO WS-PARA-GONE(1)
044000         MOVE 'N' TO WS-PARA-SHOWN(1)
044100     END-IF.
044200     EVALUATE WS-STATE
044300         WHEN 'P'
044400             IF WS-WORD-KIND = 'N' OR WS-WORD = "VARYING"
044500                 OR WS-WORD = "UNTIL" OR WS-WORD = "WITH"
044600                 OR WS-WORD = "TEST"
044700                 MOVE 'N' TO WS-STATE
044800             ELSE
044900                 MOVE 'P' TO WS-NEW-KIND
045000                 PERFORM ADD-EDGE THRU ADD-EDGE-X
045100                 MOVE 'T' TO WS-STATE
045200             END-IF
045300             GO TO TAKE-TOKEN-X
045400         WHEN 'T'
045500             IF WS-WORD = "THRU" OR WS-WORD = "THROUGH"
045600                 MOVE 'U' TO WS-STATE
045700                 GO TO TAKE-TOKEN-X
045800             END-IF
045900             MOVE 'N' TO WS-STATE
046000         WHEN 'U'
046100             IF WS-EDGE-FULL = 'N' AND WS-EDGE-COUNT > 0
046200                 MOVE WS-WORD TO WS-EDGE-THRU(WS-EDGE-COUNT)
046300             END-IF
046400             MOVE 'N' TO WS-STATE
046500             GO TO TAKE-TOKEN-X
046600         WHEN 'G'
046700             IF WS-WORD = "TO"
046800                 MOVE 'O' TO WS-STATE
046900                 GO TO TAKE-TOKEN-X
047000             END-IF
047100             MOVE 'N' TO WS-STATE
047200         WHEN 'O'
047300             MOVE 'G' TO WS-NEW-KIND
047400             PERFORM ADD-EDGE THRU ADD-EDGE-X
047500             MOVE 'Q' TO WS-STATE
047600             GO TO TAKE-TOKEN-X
047700         WHEN 'Q'
047800             MOVE 0 TO WS-HIT
047900             PERFORM VARYING WS-I FROM 1 BY 1
048000                 UNTIL WS-I > WS-STOP-COUNT
048100                 IF WS-WORD = WS-STOP-WORD(WS-I)
048200                     MOVE WS-I TO WS-HIT
048300                 END-IF
048400             END-PERFORM
048500             IF WS-HIT = 0 AND WS-WORD-KIND = 'W'
048600                 MOVE 'G' TO WS-NEW-KIND
048700                 PERFORM ADD-EDGE THRU ADD-EDGE-X
048800                 GO TO TAKE-TOKEN-X
048900             END-IF
049000             MOVE 'N' TO WS-STATE
049100     END-EVALUATE.
049200     IF WS-WORD = "PERFORM"
049300         MOVE 'P' TO WS-STATE
049400     END-IF.
049500     IF WS-WORD = "GO"
049600         MOVE 'G' TO WS-STATE
049700     END-IF.
049800 TAKE-TOKEN-X.
049900     EXIT.
050000*One PERFORM or GO TO target into the edge table, of the kind
050100*in WS-NEW-KIND
050200 ADD-EDGE.
050300     IF WS-EDGE-COUNT >= 1500
050400         MOVE 'Y' TO WS-EDGE-FULL
050500         GO TO ADD-EDGE-X
050600     END-IF.
050700     ADD 1 TO WS-EDGE-COUNT END-ADD.
050800     MOVE WS-NEW-KIND TO WS-EDGE-KIND(WS-EDGE-COUNT).
050900     MOVE WS-CUR-PARA TO WS-EDGE-FROM(WS-EDGE-COUNT).
051000     MOVE WS-WORD TO WS-EDGE-NAME(WS-EDGE-COUNT).
051100     MOVE SPACES TO WS-EDGE-THRU(WS-EDGE-COUNT).
051200     MOVE 0 TO WS-EDGE-TO(WS-EDGE-COUNT).
051300     MOVE 0 TO WS-EDGE-TO-END(WS-EDGE-COUNT).
051400     MOVE FS-LINE-NO TO WS-EDGE-LINE(WS-EDGE-COUNT).
051500 ADD-EDGE-X.
051600     EXIT.
051700*A data entry: its level number, then its name (FILLER and the
051800*unnamed kind pass), then PIC marking it elementary
051900 TAKE-DATA-TOKEN.
052000     EVALUATE WS-STATE
052100         WHEN 'E'
052200             IF WS-WORD-KIND = 'N' AND WS-WORD-LEN <= 2
052300                 COMPUTE WS-LEVEL = FUNCTION NUMVAL(WS-WORD)
052400                 MOVE 'L' TO WS-STATE
052500             ELSE
052600                 MOVE 'D' TO WS-STATE
052700             END-IF
052800         WHEN 'L'
052900             IF WS-WORD-KIND = 'W' AND WS-WORD NOT = "FILLER"
053000                 AND WS-WORD NOT = "PIC"
053100                 AND WS-WORD NOT = "PICTURE"
053200                 PERFORM ADD-DATA-ITEM THRU ADD-DATA-ITEM-X
053300             ELSE
053400                 MOVE 0 TO WS-DATA-CUR
053500             END-IF
053600             MOVE 'D' TO WS-STATE
053700         WHEN 'D'
053800             IF (WS-WORD = "PIC" OR WS-WORD = "PICTURE")
053900                 AND WS-DATA-CUR NOT = 0
054000                 MOVE 'Y' TO WS-DATA-ELEM(WS-DATA-CUR)
054100             END-IF
054200     END-EVALUATE.
054300*A name defined a second time (under another group) shares the
054400*row of the first
054500 ADD-DATA-ITEM.
054600     MOVE 0 TO WS-DATA-CUR.
054700     PERFORM VARYING WS-I FROM 1 BY 1
054800         UNTIL WS-I > WS-DATA-COUNT OR WS-DATA-CUR NOT = 0
054900         IF WS-DATA-NAME(WS-I) = WS-WORD
055000             MOVE WS-I TO WS-DATA-CUR
055100         END-IF
055200     END-PERFORM.
055300     IF WS-DATA-CUR NOT = 0
055400         ADD 1 TO WS-DATA-DEFS(WS-DATA-CUR) END-ADD
055500     ELSE
055600         IF WS-DATA-COUNT >= 600
055700             MOVE 'Y' TO WS-DATA-FULL
055800             GO TO ADD-DATA-ITEM-X
055900         END-IF
056000         ADD 1 TO WS-DATA-COUNT END-ADD
056100         MOVE WS-DATA-COUNT TO WS-DATA-CUR
056200         MOVE WS-WORD TO WS-DATA-NAME(WS-DATA-CUR)
056300         MOVE FS-LINE-NO TO WS-DATA-LINE(WS-DATA-CUR)
056400         MOVE 1 TO WS-DATA-DEFS(WS-DATA-CUR)
056500         MOVE 0 TO WS-DATA-HITS(WS-DATA-CUR)
056600         MOVE 'N' TO WS-DATA-ELEM(WS-DATA-CUR)
056700     END-IF.
056800*Condition names and RENAMES entries carry no PIC of their own
056900     IF WS-LEVEL = 88 OR WS-LEVEL = 66
057000         MOVE 'Y' TO WS-DATA-ELEM(WS-DATA-CUR)
057100     END-IF.
057200 ADD-DATA-ITEM-X.
057300     EXIT.
057400*Second pass: every word that is a data name counts a mention
057500 COUNT-DATA-WORD.
057600     IF WS-WORD-KIND = 'W'
057700         MOVE 0 TO WS-HIT
057800         PERFORM VARYING WS-I FROM 1 BY 1
057900             UNTIL WS-I > WS-DATA-COUNT OR WS-HIT NOT = 0
058000             IF WS-DATA-NAME(WS-I) = WS-WORD
058100                 MOVE WS-I TO WS-HIT
058200             END-IF
058300         END-PERFORM
058400         IF WS-HIT NOT = 0
058500             ADD 1 TO WS-DATA-HITS(WS-HIT) END-ADD
058600         END-IF
058700     END-IF.
058800*Each target to its paragraph number.  A PERFORM reaches every
058900*paragraph of its THRU range, and a section every paragraph up
059000*to the next section; a GO TO only marks its target gone to.
059100 RESOLVE-EDGES.
059200     PERFORM VARYING WS-EDGE FROM 1 BY 1
059300         UNTIL WS-EDGE > WS-EDGE-COUNT
059400         MOVE WS-EDGE-NAME(WS-EDGE) TO WS-WORD
059500         PERFORM FIND-PARA
059600         MOVE WS-HIT TO WS-EDGE-TO(WS-EDGE)
059700         MOVE WS-HIT TO WS-EDGE-TO-END(WS-EDGE)
059800         IF WS-EDGE-THRU(WS-EDGE) NOT = SPACES
059900             AND WS-EDGE-TO(WS-EDGE) NOT = 0
060000             MOVE WS-EDGE-THRU(WS-EDGE) TO WS-WORD
060100             PERFORM FIND-PARA
060200             IF WS-HIT > WS-EDGE-TO(WS-EDGE)
060300                 MOVE WS-HIT TO WS-EDGE-TO-END(WS-EDGE)
060400             END-IF
060500         END-IF
060600         IF WS-EDGE-TO(WS-EDGE) NOT = 0
060700             IF WS-EDGE-KIND(WS-EDGE) = 'G'
060800                 MOVE 'Y' TO WS-PARA-GONE(WS-EDGE-TO(WS-EDGE))
060900             ELSE
061000                 PERFORM MARK-PERFORMED
061100             END-IF
061200         END-IF
061300     END-PERFORM.
061400 MARK-PERFORMED.
061500     MOVE WS-EDGE-TO-END(WS-EDGE) TO WS-NODE.
061600     IF WS-PARA-KIND(WS-NODE) = 'S'
061700         PERFORM UNTIL WS-NODE >= WS-PARA-COUNT
061800             OR WS-PARA-KIND(WS-NODE + 1) = 'S'
061900             ADD 1 TO WS-NODE END-ADD
062000         END-PERFORM
062100     END-IF.
062200     PERFORM VARYING WS-J FROM WS-EDGE-TO(WS-EDGE) BY 1
062300         UNTIL WS-J > WS-NODE
062400         MOVE 'Y' TO WS-PARA-PERFD(WS-J)
062500     END-PERFORM.
062600 FIND-PARA.
062700     MOVE 0 TO WS-HIT.
062800     PERFORM VARYING WS-I FROM 1 BY 1
062900         UNTIL WS-I > WS-PARA-COUNT OR WS-HIT NOT = 0
063000         IF WS-PARA-NAME(WS-I) = WS-WORD
063100             MOVE WS-I TO WS-HIT
063200         END-IF
063300     END-PERFORM.
063400*The hierarchy from the first paragraph down, two columns of
063500*indent a level.  A paragraph is opened out once; later PERFORMs
063600*of it say SEE ABOVE, and one already on the way down from the
063700*head says RECURSIVE instead of looping.
063800 WRITE-HIERARCHY.
063900     MOVE SPACES TO FS-OUT-REC.
064000     MOVE "PERFORM HIERARCHY" TO FS-OUT-REC.
064100     MOVE "LINE" TO FS-OUT-REC(121:4).
064200     PERFORM PUT-LINE.
064300     MOVE SPACES TO FS-OUT-REC.
064400     PERFORM PUT-LINE.
064500     IF WS-PARA-COUNT = 0
064600         MOVE SPACES TO FS-OUT-REC
064700         MOVE "  NO PROCEDURE DIVISION PARAGRAPHS" TO FS-OUT-REC
064800         PERFORM PUT-LINE
064900         GO TO WRITE-HIERARCHY-X
065000     END-IF.
065100     MOVE 1 TO WS-NODE.
065200     MOVE 0 TO WS-EDGE.
065300     MOVE 0 TO WS-INDENT.
065400     MOVE 'N' TO WS-ON-PATH.
065500     PERFORM PUT-TREE-LINE.
065600     MOVE 'Y' TO WS-PARA-SHOWN(1).
065700     MOVE 1 TO WS-DEPTH.
065800     MOVE 1 TO WS-STK-PARA(1).
065900     MOVE 0 TO WS-STK-EDGE(1).
066000     PERFORM WALK-STEP UNTIL WS-DEPTH = 0.
066100 WRITE-HIERARCHY-X.
066200     EXIT.
066300*The next PERFORM out of the paragraph on top of the stack, or
066400*back up a level when it has none left; a PERFORM of what the
066500*paragraph has already performed once is passed over
066600 WALK-STEP.
066700     MOVE WS-STK-PARA(WS-DEPTH) TO WS-NODE.
066800     MOVE 0 TO WS-EDGE.
066900     COMPUTE WS-J = WS-STK-EDGE(WS-DEPTH) + 1 END-COMPUTE.
067000     PERFORM VARYING WS-I FROM WS-J BY 1
067100         UNTIL WS-I > WS-EDGE-COUNT OR WS-EDGE NOT = 0
067200         IF WS-EDGE-FROM(WS-I) = WS-NODE
067300             AND WS-EDGE-KIND(WS-I) = 'P'
067400             AND WS-EDGE-TO(WS-I) NOT = 0
067500             PERFORM CHECK-REPEAT
067600             IF WS-REPEAT = 'N'
067700                 MOVE WS-I TO WS-EDGE
067800             END-IF
067900         END-IF
068000     END-PERFORM.
068100     IF WS-EDGE = 0
068200         SUBTRACT 1 FROM WS-DEPTH END-SUBTRACT
068300     ELSE
068400         MOVE WS-EDGE TO WS-STK-EDGE(WS-DEPTH)
068500         MOVE WS-EDGE-TO(WS-EDGE) TO WS-NODE
068600         MOVE 'N' TO WS-ON-PATH
068700         PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEPTH
068800             IF WS-STK-PARA(WS-I) = WS-NODE
068900                 MOVE 'Y' TO WS-ON-PATH
069000             END-IF
069100         END-PERFORM
069200         COMPUTE WS-INDENT = WS-DEPTH * 2 END-COMPUTE
069300         PERFORM PUT-TREE-LINE
069400         IF WS-ON-PATH = 'N' AND WS-PARA-SHOWN(WS-NODE) = 'N'
069500             AND WS-DEPTH < 30
069600             MOVE 'Y' TO WS-PARA-SHOWN(WS-NODE)
069700             ADD 1 TO WS-DEPTH END-ADD
069800             MOVE WS-NODE TO WS-STK-PARA(WS-DEPTH)
069900             MOVE 0 TO WS-STK-EDGE(WS-DEPTH)
070000         END-IF
070100     END-IF.
070200 CHECK-REPEAT.
070300     MOVE 'N' TO WS-REPEAT.
070400     PERFORM VARYING WS-K FROM 1 BY 1
070500         UNTIL WS-K >= WS-I OR WS-REPEAT = 'Y'
070600         IF WS-EDGE-FROM(WS-K) = WS-NODE
070700             AND WS-EDGE-KIND(WS-K) = 'P'
070800             AND WS-EDGE-TO(WS-K) = WS-EDGE-TO(WS-I)
070900             AND WS-EDGE-TO-END(WS-K) = WS-EDGE-TO-END(WS-I)
071000             MOVE 'Y' TO WS-REPEAT
071100         END-IF
071200     END-PERFORM.
071300*One hierarchy line: the paragraph (and THRU end) at WS-INDENT,
071400*any remark, and the line the PERFORM or the paragraph sits on
071500 PUT-TREE-LINE.
071600     MOVE SPACES TO WS-TREE-TEXT.
071700     MOVE 1 TO WS-TREE-PTR.
071800     STRING WS-PARA-NAME(WS-NODE) DELIMITED BY SPACE
071900         INTO WS-TREE-TEXT WITH POINTER WS-TREE-PTR
072000     END-STRING.
072100     IF WS-EDGE NOT = 0
072200         IF WS-EDGE-TO-END(WS-EDGE) NOT = WS-NODE
072300             STRING " THRU " DELIMITED BY SIZE
072400                 WS-PARA-NAME(WS-EDGE-TO-END(WS-EDGE))
072500                 DELIMITED BY SPACE
072600                 INTO WS-TREE-TEXT WITH POINTER WS-TREE-PTR
072700             END-STRING
072800         END-IF
072900         EVALUATE TRUE
073000             WHEN WS-ON-PATH = 'Y'
073100                 STRING "  (RECURSIVE)" DELIMITED BY SIZE
073200                     INTO WS-TREE-TEXT WITH POINTER WS-TREE-PTR
073300                 END-STRING
073400             WHEN WS-PARA-SHOWN(WS-NODE) = 'Y'
073500                 STRING "  (SEE ABOVE)" DELIMITED BY SIZE
073600                     INTO WS-TREE-TEXT WITH POINTER WS-TREE-PTR
073700                 END-STRING
073800             WHEN WS-DEPTH >= 30
073900                 STRING "  (DEEPER LEVELS NOT SHOWN)"
074000                     DELIMITED BY SIZE
074100                     INTO WS-TREE-TEXT WITH POINTER WS-TREE-PTR
074200                 END-STRING
074300         END-EVALUATE
074400     END-IF.
074500     MOVE SPACES TO FS-OUT-REC.
074600     COMPUTE WS-TREE-LEN = 118 - WS-INDENT END-COMPUTE.
074700     MOVE WS-TREE-TEXT TO FS-OUT-REC(WS-INDENT + 1:WS-TREE-LEN).
074800     IF WS-EDGE NOT = 0
074900         MOVE WS-EDGE-LINE(WS-EDGE) TO FS-OUT-REC(121:6)
075000     ELSE
075100         MOVE WS-PARA-LINE(WS-NODE) TO FS-OUT-REC(121:6)
075200     END-IF.
075300     PERFORM PUT-LINE.
075400*Every paragraph past the head that no PERFORM reaches: gone to
075500*is reached all the same, anything else is dead code
075600 WRITE-UNPERFORMED.
075700     MOVE SPACES TO FS-OUT-REC.
075800     PERFORM PUT-LINE.
075900     MOVE "PARAGRAPHS NOTHING PERFORMS" TO FS-OUT-REC.
076000     MOVE "LINE" TO FS-OUT-REC(35:4).
076100     PERFORM PUT-LINE.
076200     MOVE SPACES TO FS-OUT-REC.
076300     PERFORM PUT-LINE.
076400     MOVE 0 TO WS-LISTED.
076500     PERFORM VARYING WS-NODE FROM 2 BY 1
076600         UNTIL WS-NODE > WS-PARA-COUNT
076700         IF WS-PARA-PERFD(WS-NODE) = 'N'
076800             ADD 1 TO WS-LISTED END-ADD
076900             MOVE SPACES TO FS-OUT-REC
077000             MOVE WS-PARA-NAME(WS-NODE) TO FS-OUT-REC(3:30)
077100             MOVE WS-PARA-LINE(WS-NODE) TO FS-OUT-REC(35:6)
077200             IF WS-PARA-GONE(WS-NODE) = 'Y'
077300                 MOVE "REACHED BY GO TO ONLY"
077400                     TO FS-OUT-REC(43:30)
077500             ELSE
077600                 MOVE "NEVER REFERENCED - DEAD CODE"
077700                     TO FS-OUT-REC(43:30)
077800                 ADD 1 TO WS-DEAD-PARAS END-ADD
077900             END-IF
078000             PERFORM PUT-LINE
078100         END-IF
078200     END-PERFORM.
078300     IF WS-LISTED = 0
078400         MOVE SPACES TO FS-OUT-REC
078500         MOVE "  NONE" TO FS-OUT-REC
078600         PERFORM PUT-LINE
078700     END-IF.
078800 WRITE-GOTOS.
078900     MOVE SPACES TO FS-OUT-REC.
079000     PERFORM PUT-LINE.
079100     MOVE "GO TO TARGETS" TO FS-OUT-REC.
079200     MOVE "FROM PARAGRAPH" TO FS-OUT-REC(35:14).
079300     MOVE "LINE" TO FS-OUT-REC(67:4).
079400     PERFORM PUT-LINE.
079500     MOVE SPACES TO FS-OUT-REC.
079600     PERFORM PUT-LINE.
079700     MOVE 0 TO WS-LISTED.
079800     PERFORM VARYING WS-EDGE FROM 1 BY 1
079900         UNTIL WS-EDGE > WS-EDGE-COUNT
080000         IF WS-EDGE-KIND(WS-EDGE) = 'G'
080100             AND WS-EDGE-TO(WS-EDGE) NOT = 0
080200             ADD 1 TO WS-LISTED END-ADD
080300             MOVE SPACES TO FS-OUT-REC
080400             MOVE WS-PARA-NAME(WS-EDGE-TO(WS-EDGE))
080500                 TO FS-OUT-REC(3:30)
080600             MOVE WS-PARA-NAME(WS-EDGE-FROM(WS-EDGE))
080700                 TO FS-OUT-REC(35:30)
080800             MOVE WS-EDGE-LINE(WS-EDGE) TO FS-OUT-REC(67:6)
080900             PERFORM PUT-LINE
081000         END-IF
081100     END-PERFORM.
081200     IF WS-LISTED = 0
081300         MOVE SPACES TO FS-OUT-REC
081400         MOVE "  NONE" TO FS-OUT-REC
081500         PERFORM PUT-LINE
081600     END-IF.
081700 WRITE-UNUSED-DATA.
081800     MOVE SPACES TO FS-OUT-REC.
081900     PERFORM PUT-LINE.
082000     MOVE "DATA ITEMS NEVER REFERENCED" TO FS-OUT-REC.
082100     MOVE "LINE" TO FS-OUT-REC(35:4).
082200     PERFORM PUT-LINE.
082300     MOVE SPACES TO FS-OUT-REC.
082400     PERFORM PUT-LINE.
082500     PERFORM VARYING WS-I FROM 1 BY 1
082600         UNTIL WS-I > WS-DATA-COUNT
082700         IF WS-DATA-ELEM(WS-I) = 'Y'
082800             AND WS-DATA-HITS(WS-I) <= WS-DATA-DEFS(WS-I)
082900             ADD 1 TO WS-DEAD-DATA END-ADD
083000             MOVE SPACES TO FS-OUT-REC
083100             MOVE WS-DATA-NAME(WS-I) TO FS-OUT-REC(3:30)
083200             MOVE WS-DATA-LINE(WS-I) TO FS-OUT-REC(35:6)
083300             PERFORM PUT-LINE
083400         END-IF
083500     END-PERFORM.
083600     IF WS-DEAD-DATA = 0
083700         MOVE SPACES TO FS-OUT-REC
083800         MOVE "  NONE" TO FS-OUT-REC
083900         PERFORM PUT-LINE
084000     END-IF.
084100 PUT-LINE.
084200     IF WS-LINE-ON-PAGE = 0
084300         PERFORM WRITE-HEADING
084400     END-IF.
084500     WRITE FS-OUT-REC END-WRITE.
084600     ADD 1 TO WS-LINE-ON-PAGE END-ADD.
084700     IF WS-LINE-ON-PAGE >= WS-LINES-PER-PAGE
084800         MOVE 0 TO WS-LINE-ON-PAGE
084900     END-IF.
085000 WRITE-HEADING.
085100     ADD 1 TO WS-PAGE-NO END-ADD.
085200     MOVE FS-OUT-REC TO WS-CMDLINE.
085300     MOVE SPACES TO FS-OUT-REC.
085400     STRING "FLOW OF " WS-FILENAME(1:40)
085500         "  " WS-RTC-YEAR "-" WS-RTC-MONTH "-" WS-RTC-DAY
085600         " " WS-RTC-HOUR ":" WS-RTC-MINUTE
085700         "  PAGE " WS-PAGE-NO
085800         DELIMITED BY SIZE INTO FS-OUT-REC
085900     END-STRING.
086000     WRITE FS-OUT-REC END-WRITE.
086100     MOVE SPACES TO FS-OUT-REC.
086200     WRITE FS-OUT-REC END-WRITE.
086300     MOVE WS-CMDLINE(1:132) TO FS-OUT-REC.
086400 READ-CLOCK.
086500     MOVE 0 TO WS-RTC-REG.
086600     PERFORM READ-RTC-REGISTER.
086700     MOVE WS-RTC-RAW TO WS-RTC-SECOND.
086800     MOVE 2 TO WS-RTC-REG.
086900     PERFORM READ-RTC-REGISTER.
087000     MOVE WS-RTC-RAW TO WS-RTC-MINUTE.
087100     MOVE 4 TO WS-RTC-REG.
087200     PERFORM READ-RTC-REGISTER.
087300     MOVE WS-RTC-RAW TO WS-RTC-HOUR.
087400     MOVE 7 TO WS-RTC-REG.
087500     PERFORM READ-RTC-REGISTER.
087600     MOVE WS-RTC-RAW TO WS-RTC-DAY.
087700     MOVE 8 TO WS-RTC-REG.
087800     PERFORM READ-RTC-REGISTER.
087900     MOVE WS-RTC-RAW TO WS-RTC-MONTH.
088000     MOVE 9 TO WS-RTC-REG.
088100     PERFORM READ-RTC-REGISTER.
088200     COMPUTE WS-RTC-YEAR = 2000 + WS-RTC-RAW END-COMPUTE.
088300 READ-RTC-REGISTER.
088400     MOVE H'70' TO WS-HWIO-PORT.
088500     MOVE WS-RTC-REG TO WS-HWIO-DATA.
088600     SET WS-HWIO-SIZE-8 TO TRUE.
088700     SET WS-HWIO-MODE-OUT TO TRUE.
088800     CALL "KRNLHWIO" USING WS-HWIO END-CALL.
088900     MOVE H'71' TO WS-HWIO-PORT.
089000     SET WS-HWIO-SIZE-8 TO TRUE.
089100     SET WS-HWIO-MODE-IN TO TRUE.
089200     CALL "KRNLHWIO" USING WS-HWIO END-CALL.
089300     MOVE WS-HWIO-DATA TO WS-RTC-RAW.
089400     DIVIDE WS-RTC-RAW BY 16 GIVING WS-RTC-HI
089500         REMAINDER WS-RTC-LO END-DIVIDE.
089600     COMPUTE WS-RTC-RAW = (WS-RTC-HI * 10) + WS-RTC-LO
089700     END-COMPUTE.
