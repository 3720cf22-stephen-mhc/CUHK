000810 01 STAT-COORD-TEXT-WIDE PIC XXX.
000820 01 STAT-COORD-NUM-WIDE REDEFINES STAT-COORD-TEXT-WIDE
000830                        PIC 999.
000840*A record carrying this mark in its symbol column is an
000850*annotation for the graph, not a point, and is passed over.
000860 01 ANNOTATION-MARK PIC X VALUE '"'.
000870*Whether the series came in the wide layout: the derived files
000880*then go out in the wide layout too, so a 3-digit x survives
000890*the trip instead of being truncated to its low two digits.
000900 01 WIDE-OUTPUT-FLAG PIC X VALUE 'N'.
000910 01 DECLARED-COUNT PIC 9(4) VALUE 0.
000920 01 HEADER-VALID-FLAG PIC X VALUE 'N'.
000930 01 HEADER-END-FLAG PIC X VALUE 'N'.
000940 01 HEADER-DIGIT-X PIC X.
000950 01 HEADER-DIGIT REDEFINES HEADER-DIGIT-X PIC 9.
000960 01 RAW-EOF PIC X VALUE 'N'.
000970 01 RECORDS-READ    PIC 9(5) VALUE 0.
000980 01 RECORDS-SKIPPED PIC 9(5) VALUE 0.
000990 01 DERIVED-COUNT PIC 9(4) VALUE 0.
001000*Window bookkeeping for one derived point: the running sum for
001010*the average and the extremes for the envelope.
001020 01 WINDOW-SUM PIC 9(8) VALUE 0.
001030 01 WINDOW-START PIC 9(4) VALUE 1.
001040 01 WINDOW-MIN PIC 9(4) VALUE 0.
001050 01 WINDOW-MAX PIC 9(4) VALUE 0.
001060 01 DERIVED-Y  PIC 9(4) VALUE 0.
001070 01 DERIVED-SYMBOL PIC X.
001080 01 K PIC 9(4) VALUE 1.
001090 01 J PIC 9(4) VALUE 1.
001100 01 DERIVED-HEADER-RECORD.
001110    03 DH-COUNT PIC 9(4).
001120    03 FILLER PIC X(26) VALUE SPACES.
001130 01 DERIVED-DETAIL-WIDE.
001140    03 DW-X PIC 999.
001150    03 FILLER PIC X VALUE SPACE.
001160    03 DW-Y PIC 999.
001170    03 FILLER PIC X VALUE SPACE.
001180    03 DW-SYMBOL PIC X.
001190    03 FILLER PIC X(21) VALUE SPACES.
001200 01 DERIVED-DETAIL-RECORD.
001210    03 DD-X PIC 99.
001220    03 FILLER PIC X VALUE SPACE.
001230    03 DD-Y PIC 99.
001240    03 FILLER PIC X VALUE SPACE.
001250    03 DD-SYMBOL PIC X.
001260    03 FILLER PIC X(23) VALUE SPACES.
001270
001280*DDASTAT stands behind the raw point files the way DDAEDIT
001290*stands in front of them: it reads one point file in DDA's own
001300*layout and writes three derived point files in that same
001310*layout -- an N-point trailing moving average of the series,
001320*and the window's minimum and maximum as an envelope pair --
001330*with correct headers, so the trend graphs management asks for
001340*come out of the system instead of a spreadsheet and re-keying.
001350*Each derived point keeps the x-coordinate of the point that
001360*closed its window, so the derived files overlay squarely on
001370*the raw series. Only the plain integer columns are derived
001380*from; a series using the signed RAW column format should be
001390*mapped into the integer domain first (the same transform a
001400*control record would apply). Both coordinate layouts pass --
001410*the historical 2-digit one and the wide 3-digit one -- and a
001420*series that used the wide layout gets its derived files in
001430*the wide layout too.
001440*Return code, in the DDAEDIT mold:
001450*    0 - derived files written, every record usable
001460*    4 - derived files written, some records skipped
001470*    8 - raw file unusable, window larger than the series, or
001480*        a file would not open
001490 PROCEDURE DIVISION.
001500 PROG-MAIN.
001510     PERFORM TAKE-COMMAND-LINE-NAMES.
001520     IF WINDOW-SIZE < 1 OR WINDOW-SIZE > 2000
001530        DISPLAY "DDASTAT: window size out of range."
001540        MOVE 8 TO RETURN-CODE
001550        GO TO PROG-DONE.
001560     OPEN INPUT RAW-FILE.
001570     IF RAW-FILE-STATUS NOT = "00"
001580        DISPLAY "DDASTAT: cannot open raw point file."
001590        MOVE 8 TO RETURN-CODE
001600        GO TO PROG-DONE.
001610     PERFORM READ-AND-JUDGE-HEADER
001620        THRU READ-AND-JUDGE-HEADER-EXIT.
001630     IF HEADER-VALID-FLAG NOT = 'Y'
001640        DISPLAY "DDASTAT: header count not numeric."
001650        CLOSE RAW-FILE
001660        MOVE 8 TO RETURN-CODE
001670        GO TO PROG-DONE.
001680     MOVE 'N' TO RAW-EOF.
001690     PERFORM LOAD-NEXT-POINT THRU LOAD-NEXT-POINT-EXIT
001700        UNTIL RAW-EOF = 'Y'.
001710     CLOSE RAW-FILE.
001720     IF POINT-TOTAL < WINDOW-SIZE
001730        DISPLAY "DDASTAT: fewer points than the window."
001740        MOVE 8 TO RETURN-CODE
001750        GO TO PROG-DONE.
001760     COMPUTE DERIVED-COUNT = POINT-TOTAL - WINDOW-SIZE + 1.
001770*Three passes over the loaded series, one derived file each.
001780     MOVE WS-AVG-FILENAME TO WS-DERIVED-FILENAME.
001790     MOVE AVG-SYMBOL TO DERIVED-SYMBOL.
001800     PERFORM WRITE-ONE-DERIVED-FILE
001810        THRU WRITE-ONE-DERIVED-FILE-EXIT.
001820     IF DERIVED-FILE-STATUS NOT = "00"
001830        MOVE 8 TO RETURN-CODE
001840        GO TO PROG-DONE.
001850     MOVE WS-MIN-FILENAME TO WS-DERIVED-FILENAME.
001860     MOVE MIN-SYMBOL TO DERIVED-SYMBOL.
001870     PERFORM WRITE-ONE-DERIVED-FILE
001880        THRU WRITE-ONE-DERIVED-FILE-EXIT.
001890     IF DERIVED-FILE-STATUS NOT = "00"
001900        MOVE 8 TO RETURN-CODE
001910        GO TO PROG-DONE.
001920     MOVE WS-MAX-FILENAME TO WS-DERIVED-FILENAME.
001930     MOVE MAX-SYMBOL TO DERIVED-SYMBOL.
001940     PERFORM WRITE-ONE-DERIVED-FILE
001950        THRU WRITE-ONE-DERIVED-FILE-EXIT.
001960     IF DERIVED-FILE-STATUS NOT = "00"
001970        MOVE 8 TO RETURN-CODE
001980        GO TO PROG-DONE.
001990     IF RECORDS-SKIPPED > 0
002000        MOVE 4 TO RETURN-CODE
002010        GO TO PROG-DONE.
002020     MOVE 0 TO RETURN-CODE.
002030
002040 PROG-DONE.
002050     STOP RUN.
002060
002070*Positional overrides: DDASTAT <raw> <window> <avg> <min> <max>.
002080*A value not given on the command line keeps its default.
002090 TAKE-COMMAND-LINE-NAMES.
002100     MOVE SPACES TO WS-COMMAND-LINE.
002110     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002120     MOVE SPACES TO WS-CMD-RAW-NAME.
002130     MOVE SPACES TO WS-CMD-WINDOW-TEXT.
002140     MOVE SPACES TO WS-CMD-AVG-NAME.
002150     MOVE SPACES TO WS-CMD-MIN-NAME.
002160     MOVE SPACES TO WS-CMD-MAX-NAME.
002170     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002180         INTO WS-CMD-RAW-NAME WS-CMD-WINDOW-TEXT
002190              WS-CMD-AVG-NAME WS-CMD-MIN-NAME WS-CMD-MAX-NAME.
002200     IF WS-CMD-RAW-NAME NOT = SPACES
002210        MOVE WS-CMD-RAW-NAME TO WS-RAW-FILENAME.
002220     IF WS-CMD-WINDOW-TEXT NOT = SPACES
002230        PERFORM PARSE-WINDOW-SIZE.
002240     IF WS-CMD-AVG-NAME NOT = SPACES
002250        MOVE WS-CMD-AVG-NAME TO WS-AVG-FILENAME.
002260     IF WS-CMD-MIN-NAME NOT = SPACES
002270        MOVE WS-CMD-MIN-NAME TO WS-MIN-FILENAME.
002280     IF WS-CMD-MAX-NAME NOT = SPACES
002290        MOVE WS-CMD-MAX-NAME TO WS-MAX-FILENAME.
002300
002310*Digits taken left to right, the first non-digit ending the
002320*number; no digit at all leaves zero, which the range check in
002330*PROG-MAIN then throws out.
002340 PARSE-WINDOW-SIZE.
002350     MOVE 0 TO WINDOW-SIZE.
002360     MOVE 'N' TO HEADER-END-FLAG.
002370     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
002380        IF HEADER-END-FLAG = 'N'
002390           MOVE WS-CMD-WINDOW-TEXT(K:1) TO HEADER-DIGIT-X
002400           IF HEADER-DIGIT-X IS NUMERIC
002410              COMPUTE WINDOW-SIZE =
002420                 WINDOW-SIZE * 10 + HEADER-DIGIT
002430           ELSE
002440              MOVE 'Y' TO HEADER-END-FLAG
002450           END-IF
002460        END-IF
002470     END-PERFORM.
002480
002490*The header must carry at least one digit; digits are taken
002500*left to right and the first blank ends the count, with blanks
002510*in the first two columns counting as zeros -- the same
002520*forgiveness DDA and DDAEDIT apply.
002530 READ-AND-JUDGE-HEADER.
002540     MOVE 'N' TO HEADER-VALID-FLAG.
002550     READ RAW-FILE
002560        AT END MOVE 'Y' TO RAW-EOF
002570     END-READ.
002580     IF RAW-EOF = 'Y'
002590        GO TO READ-AND-JUDGE-HEADER-EXIT.
002600     INSPECT RAW-RECORD(1:2) REPLACING ALL ' ' BY '0'.
002610     MOVE 0 TO DECLARED-COUNT.
002620     MOVE 'N' TO HEADER-END-FLAG.
002630     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
002640        IF HEADER-END-FLAG = 'N'
002650           MOVE RAW-RECORD(K:1) TO HEADER-DIGIT-X
002660           IF HEADER-DIGIT-X IS NUMERIC
002670              COMPUTE DECLARED-COUNT =
002680                 DECLARED-COUNT * 10 + HEADER-DIGIT
002690              MOVE 'Y' TO HEADER-VALID-FLAG
002700           ELSE
002710              MOVE 'Y' TO HEADER-END-FLAG
002720           END-IF
002730        END-IF
002740     END-PERFORM.
002750 READ-AND-JUDGE-HEADER-EXIT.
002760     EXIT.
002770
002780*One point into the table: blanks inside a coordinate are
002790*forgiven as zeros, but a letter in the numeric columns skips
002800*the record and is counted, the same judgement DDAEDIT makes.
002810*Records past the table's 2000 entries are skipped too.
002820 LOAD-NEXT-POINT.
002830     READ RAW-FILE INTO STAT-RAW-RECORD
002840        AT END MOVE 'Y' TO RAW-EOF
002850     END-READ.
002860     IF RAW-EOF = 'Y'
002870        GO TO LOAD-NEXT-POINT-EXIT.
002880     IF STAT-RAW-RECORD(3:1) IS NUMERIC
002890        IF STAT-RAW-RECORD(9:1) = ANNOTATION-MARK
002900           GO TO LOAD-NEXT-POINT-EXIT
002910        END-IF
002920     ELSE
002930        IF STAT-RAW-RECORD(7:1) = ANNOTATION-MARK
002940           GO TO LOAD-NEXT-POINT-EXIT
002950        END-IF
002960     END-IF.
002970     ADD 1 TO RECORDS-READ.
002980     IF POINT-TOTAL = 2000
002990        ADD 1 TO RECORDS-SKIPPED
003000        GO TO LOAD-NEXT-POINT-EXIT.
003010*A digit in the third column is the wide 3-digit layout; taking
003020*its columns through the 2-digit map would quietly derive from
003030*the wrong numbers, which is the one thing this program must
003040*never do.
003050     IF STAT-RAW-RECORD(3:1) IS NUMERIC
003060        PERFORM LOAD-WIDE-POINT THRU LOAD-WIDE-POINT-EXIT
003070        GO TO LOAD-NEXT-POINT-EXIT.
003080     MOVE STAT-RAW-RECORD TO STAT-POINT.
003090     MOVE STAT-X-COORDINATE TO STAT-COORD-TEXT.
003100     INSPECT STAT-COORD-TEXT REPLACING ALL ' ' BY '0'.
003110     IF STAT-COORD-TEXT IS NOT NUMERIC
003120        ADD 1 TO RECORDS-SKIPPED
003130        GO TO LOAD-NEXT-POINT-EXIT.
003140     ADD 1 TO POINT-TOTAL.
003150     MOVE STAT-COORD-NUM TO PT-X(POINT-TOTAL).
003160     MOVE STAT-Y-COORDINATE TO STAT-COORD-TEXT.
003170     INSPECT STAT-COORD-TEXT REPLACING ALL ' ' BY '0'.
003180     IF STAT-COORD-TEXT IS NOT NUMERIC
003190        SUBTRACT 1 FROM POINT-TOTAL
003200        ADD 1 TO RECORDS-SKIPPED
003210        GO TO LOAD-NEXT-POINT-EXIT.
003220     MOVE STAT-COORD-NUM TO PT-Y(POINT-TOTAL).
003230 LOAD-NEXT-POINT-EXIT.
003240     EXIT.
003250
003260*The wide layout's loading, the same forgiveness and the same
003270*skip-and-count judgements against the wide column map. One
003280*wide record commits the whole set of derived files to the
003290*wide layout on the way out.
003300 LOAD-WIDE-POINT.
003310     MOVE STAT-RAW-RECORD TO STAT-POINT-WIDE.
003320     MOVE STATW-X-COORDINATE TO STAT-COORD-TEXT-WIDE.
003330     INSPECT STAT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
003340     IF STAT-COORD-TEXT-WIDE IS NOT NUMERIC
003350        ADD 1 TO RECORDS-SKIPPED
003360        GO TO LOAD-WIDE-POINT-EXIT.
003370     ADD 1 TO POINT-TOTAL.
003380     MOVE STAT-COORD-NUM-WIDE TO PT-X(POINT-TOTAL).
003390     MOVE STATW-Y-COORDINATE TO STAT-COORD-TEXT-WIDE.
003400     INSPECT STAT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
003410     IF STAT-COORD-TEXT-WIDE IS NOT NUMERIC
003420        SUBTRACT 1 FROM POINT-TOTAL
003430        ADD 1 TO RECORDS-SKIPPED
003440        GO TO LOAD-WIDE-POINT-EXIT.
003450     MOVE STAT-COORD-NUM-WIDE TO PT-Y(POINT-TOTAL).
003460     MOVE 'Y' TO WIDE-OUTPUT-FLAG.
003470 LOAD-WIDE-POINT-EXIT.
003480     EXIT.
003490
003500*One derived file: a corrected header carrying the number of
003510*windows, then one record per window position, x taken from the
003520*point that closed the window and y from the window's average,
003530*minimum, or maximum depending on which file this pass writes.
003540 WRITE-ONE-DERIVED-FILE.
003550     OPEN OUTPUT DERIVED-FILE.
003560     IF DERIVED-FILE-STATUS NOT = "00"
003570        DISPLAY "DDASTAT: cannot open a derived file."
003580        GO TO WRITE-ONE-DERIVED-FILE-EXIT.
003590     MOVE DERIVED-COUNT TO DH-COUNT.
003600     WRITE DERIVED-RECORD FROM DERIVED-HEADER-RECORD.
003610     PERFORM WRITE-ONE-DERIVED-POINT
003620        VARYING K FROM WINDOW-SIZE BY 1
003630        UNTIL K > POINT-TOTAL.
003640     CLOSE DERIVED-FILE.
003650 WRITE-ONE-DERIVED-FILE-EXIT.
003660     EXIT.
003670
003680*The window ending at point K, swept once for all three
003690*figures; only the one this pass's symbol stands for is kept.
003700 WRITE-ONE-DERIVED-POINT.
003710     MOVE 0 TO WINDOW-SUM.
003720     MOVE 9999 TO WINDOW-MIN.
003730     MOVE 0 TO WINDOW-MAX.
003740     COMPUTE WINDOW-START = K - WINDOW-SIZE + 1.
003750     PERFORM VARYING J FROM WINDOW-START BY 1
003760           UNTIL J > K
003770        ADD PT-Y(J) TO WINDOW-SUM
003780        IF PT-Y(J) < WINDOW-MIN
003790           MOVE PT-Y(J) TO WINDOW-MIN
003800        END-IF
003810        IF PT-Y(J) > WINDOW-MAX
003820           MOVE PT-Y(J) TO WINDOW-MAX
003830        END-IF
003840     END-PERFORM.
003850     IF DERIVED-SYMBOL = MIN-SYMBOL
003860        MOVE WINDOW-MIN TO DERIVED-Y
003870     ELSE
003880        IF DERIVED-SYMBOL = MAX-SYMBOL
003890           MOVE WINDOW-MAX TO DERIVED-Y
003900        ELSE
003910           COMPUTE DERIVED-Y ROUNDED = WINDOW-SUM / WINDOW-SIZE
003920        END-IF
003930     END-IF.
003940     IF WIDE-OUTPUT-FLAG = 'Y'
003950        MOVE PT-X(K) TO DW-X
003960        MOVE DERIVED-Y TO DW-Y
003970        MOVE DERIVED-SYMBOL TO DW-SYMBOL
003980        WRITE DERIVED-RECORD FROM DERIVED-DETAIL-WIDE
003990     ELSE
004000        MOVE PT-X(K) TO DD-X
004010        MOVE DERIVED-Y TO DD-Y
004020        MOVE DERIVED-SYMBOL TO DD-SYMBOL
004030        WRITE DERIVED-RECORD FROM DERIVED-DETAIL-RECORD
004040     END-IF.
