000480 01 REJECT-FILE-STATUS PIC XX.
000490*The detail record layout the raw text is judged against: the
000500*same columns DDA's POINTS record carries, including the
000510*optional signed RAW coordinate pair. A record carrying the
000520*annotation mark in its symbol column is a note rather than a
000530*point, with its text where the RAW pair would sit.
000540 01 EDIT-POINT.
000550    03 EDIT-X-COORDINATE PIC XX.
000560    03 EDIT-SEPERATION   PIC X.
000570    03 EDIT-Y-COORDINATE PIC XX.
000580    03 EDIT-SEPERATION-2 PIC X.
000590    03 EDIT-POINT-SYMBOL PIC X.
000600    03 EDIT-SEPERATION-3 PIC X.
000610    03 EDIT-RAW-X.
000620       05 EDIT-RAW-X-SIGN   PIC X.
000630       05 EDIT-RAW-X-DIGITS PIC X(5).
000640    03 EDIT-SEPERATION-4 PIC X.
000650    03 EDIT-RAW-Y.
000660       05 EDIT-RAW-Y-SIGN   PIC X.
000670       05 EDIT-RAW-Y-DIGITS PIC X(5).
000680*The same detail record in the wide 3-digit coordinate layout
000690*DDA also plots, told apart by a digit in the third column,
000700*with the RAW pair shifted along accordingly.
000710 01 EDIT-POINT-WIDE.
000720    03 EDW-X-COORDINATE PIC XXX.
000730    03 EDW-SEPERATION   PIC X.
000740    03 EDW-Y-COORDINATE PIC XXX.
000750    03 EDW-SEPERATION-2 PIC X.
000760    03 EDW-POINT-SYMBOL PIC X.
000770    03 EDW-SEPERATION-3 PIC X.
000780    03 EDW-RAW-X.
000790       05 EDW-RAW-X-SIGN   PIC X.
000800       05 EDW-RAW-X-DIGITS PIC X(5).
000810    03 EDW-SEPERATION-4 PIC X.
000820    03 EDW-RAW-Y.
000830       05 EDW-RAW-Y-SIGN   PIC X.
000840       05 EDW-RAW-Y-DIGITS PIC X(5).
000850*Working copy of a coordinate with blanks treated as zeros, the
000860*same forgiveness DDA's own decode applies before it plots.
000870 01 EDIT-COORD-TEXT PIC XX.
000880 01 EDIT-COORD-TEXT-WIDE PIC XXX.
000890*The annotation mark, and an annotation's separator and text
000900*staged from whichever layout it came in.
000910 01 ANNOTATION-MARK PIC X VALUE '"'.
000920 01 ANNOTATION-FLAG PIC X VALUE 'N'.
000930 01 NOTE-SEPARATOR PIC X.
000940 01 NOTE-TEXT PIC X(22).
000950*Header bookkeeping: the declared count as scanned digit by
000960*digit (2-digit historical headers and the wider extended
000970*layout both pass), and the count of records that survived the
000980*edit, which is what the clean header carries. Annotations that
000990*survive are kept but counted apart: the header counts points.
001000 01 DECLARED-COUNT PIC 9(4) VALUE 0.
001010 01 CLEAN-COUNT    PIC 9(4) VALUE 0.
001020 01 NOTES-KEPT     PIC 9(5) VALUE 0.
001030 01 HEADER-VALID-FLAG PIC X VALUE 'N'.
001040 01 HEADER-DIGIT-X PIC X.
001050 01 HEADER-DIGIT REDEFINES HEADER-DIGIT-X PIC 9.
001060 01 HEADER-END-FLAG PIC X VALUE 'N'.
001070 01 CLEAN-HEADER-RECORD.
001080    03 CLEAN-HEADER-COUNT PIC 9(4).
001090    03 FILLER PIC X(26) VALUE SPACES.
001100 01 RECORD-VALID-FLAG PIC X VALUE 'Y'.
001110 01 REJECT-REASON PIC X(30).
001120 01 RAW-EOF PIC X VALUE 'N'.
001130 01 LINE-NUMBER   PIC 9(5) VALUE 0.
001140 01 RECORDS-READ  PIC 9(5) VALUE 0.
001150 01 RECORDS-BAD   PIC 9(5) VALUE 0.
001160 01 K PIC 9 VALUE 1.
001170*One reject line per bad record: where it was, why it was
001180*thrown out, and the record itself so the sending department
001190*can fix it without digging up the original file.
001200 01 REJECT-DETAIL-LINE.
001210    03 FILLER PIC X(5) VALUE "LINE ".
001220    03 RJ-LINE-NUMBER PIC ZZZZ9.
001230    03 FILLER PIC X(2) VALUE ": ".
001240    03 RJ-REASON PIC X(30).
001250    03 FILLER PIC X(4) VALUE " -- ".
001260    03 RJ-RECORD PIC X(30).
001270 01 REJECT-SUMMARY-LINE.
001280    03 FILLER PIC X(15) VALUE "RECORDS READ:  ".
001290    03 RJ-RECORDS-READ PIC ZZZZ9.
001300    03 FILLER PIC X(12) VALUE "  REJECTED: ".
001310    03 RJ-RECORDS-BAD PIC ZZZZ9.
001320    03 FILLER PIC X(10) VALUE "  KEPT:   ".
001330    03 RJ-RECORDS-KEPT PIC ZZZZ9.
001340    03 FILLER PIC X(10) VALUE "  NOTES:  ".
001350    03 RJ-NOTES-KEPT PIC ZZZZ9.
001360 01 HEADER-ADJUST-LINE.
001370    03 FILLER PIC X(29) VALUE "HEADER COUNT ADJUSTED: WAS = ".
001380    03 HA-DECLARED PIC ZZZZ9.
001390    03 FILLER PIC X(8) VALUE "  NOW = ".
001400    03 HA-CLEAN PIC ZZZZ9.
001410
001420*DDAEDIT stands between the departments' hand-keyed point files
001430*and DDA itself. It reads a raw point file against the same
001440*record layout DDA plots from, copies the good records to a
001450*clean file (with the header count corrected to match what
001460*actually survived), and writes every bad record to a reject
001470*file with its line number and the reason, so the scheduler can
001480*test the return code instead of someone eyeballing a plot:
001490*    0 - every record clean
001500*    4 - some records rejected, clean file still usable
001510*    8 - header unusable, no records kept, or a file would not
001520*        open
001530*Two passes are made over the raw file (the same way DDA itself
001540*pre-scans for the grid size): the first judges every record so
001550*the clean header can carry the final count, the second copies
001560*the survivors.
001570 PROCEDURE DIVISION.
001580 PROG-MAIN.
001590     PERFORM TAKE-COMMAND-LINE-NAMES.
001600     OPEN INPUT RAW-FILE.
001610     IF RAW-FILE-STATUS NOT = "00"
001620        DISPLAY "DDAEDIT: cannot open raw point file."
001630        MOVE 8 TO RETURN-CODE
001640        GO TO PROG-DONE.
001650     OPEN OUTPUT REJECT-FILE.
001660     IF REJECT-FILE-STATUS NOT = "00"
001670        DISPLAY "DDAEDIT: cannot open reject file."
001680        CLOSE RAW-FILE
001690        MOVE 8 TO RETURN-CODE
001700        GO TO PROG-DONE.
001710     PERFORM EDIT-PASS-ONE.
001720     IF HEADER-VALID-FLAG NOT = 'Y'
001730        PERFORM WRITE-REJECT-SUMMARY
001740        CLOSE RAW-FILE
001750        CLOSE REJECT-FILE
001760        MOVE 8 TO RETURN-CODE
001770        GO TO PROG-DONE.
001780     PERFORM EDIT-PASS-TWO THRU EDIT-PASS-TWO-EXIT.
001790     PERFORM WRITE-REJECT-SUMMARY.
001800     CLOSE RAW-FILE.
001810     CLOSE REJECT-FILE.
001820     IF CLEAN-COUNT = 0
001830        MOVE 8 TO RETURN-CODE
001840        GO TO PROG-DONE.
001850     IF RECORDS-BAD > 0
001860        MOVE 4 TO RETURN-CODE
001870        GO TO PROG-DONE.
001880     MOVE 0 TO RETURN-CODE.
001890
001900 PROG-DONE.
001910     STOP RUN.
001920
001930*Positional overrides: DDAEDIT <raw> <clean> <rejects>. A name
001940*not given on the command line keeps its default.
001950 TAKE-COMMAND-LINE-NAMES.
001960     MOVE SPACES TO WS-COMMAND-LINE.
001970     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001980     MOVE SPACES TO WS-CMD-RAW-NAME.
001990     MOVE SPACES TO WS-CMD-CLEAN-NAME.
002000     MOVE SPACES TO WS-CMD-REJECT-NAME.
002010     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002020         INTO WS-CMD-RAW-NAME WS-CMD-CLEAN-NAME
002030              WS-CMD-REJECT-NAME.
002040     IF WS-CMD-RAW-NAME NOT = SPACES
002050        MOVE WS-CMD-RAW-NAME TO WS-RAW-FILENAME.
002060     IF WS-CMD-CLEAN-NAME NOT = SPACES
002070        MOVE WS-CMD-CLEAN-NAME TO WS-CLEAN-FILENAME.
002080     IF WS-CMD-REJECT-NAME NOT = SPACES
002090        MOVE WS-CMD-REJECT-NAME TO WS-REJECT-FILENAME.
002100
002110*First pass: scan the header and judge every detail record,
002120*writing reject lines as bad ones turn up and counting the
002130*survivors so the clean header can be built.
002140 EDIT-PASS-ONE.
002150     MOVE 0 TO LINE-NUMBER.
002160     MOVE 0 TO RECORDS-READ.
002170     MOVE 0 TO RECORDS-BAD.
002180     MOVE 0 TO CLEAN-COUNT.
002190     MOVE 0 TO NOTES-KEPT.
002200     PERFORM READ-AND-JUDGE-HEADER
002210        THRU READ-AND-JUDGE-HEADER-EXIT.
002220     IF HEADER-VALID-FLAG = 'Y'
002230        MOVE 'N' TO RAW-EOF
002240        PERFORM JUDGE-NEXT-RECORD
002250           THRU JUDGE-NEXT-RECORD-EXIT
002260           UNTIL RAW-EOF = 'Y'
002270     END-IF.
002280
002290*Second pass: re-open the raw file and copy the header (with
002300*the corrected count) and the surviving records to the clean
002310*file. The records were all judged in pass one, so this pass
002320*only re-runs the same checks to know which ones to copy.
002330 EDIT-PASS-TWO.
002340     CLOSE RAW-FILE.
002350     OPEN INPUT RAW-FILE.
002360     OPEN OUTPUT CLEAN-FILE.
002370     IF CLEAN-FILE-STATUS NOT = "00"
002380        DISPLAY "DDAEDIT: cannot open clean file."
002390        MOVE 0 TO CLEAN-COUNT
002400        GO TO EDIT-PASS-TWO-EXIT.
002410     MOVE 0 TO LINE-NUMBER.
002420     READ RAW-FILE
002430        AT END CONTINUE
002440     END-READ.
002450     ADD 1 TO LINE-NUMBER.
002460     IF DECLARED-COUNT NOT = CLEAN-COUNT
002470        MOVE DECLARED-COUNT TO HA-DECLARED
002480        MOVE CLEAN-COUNT TO HA-CLEAN
002490        WRITE REJECT-RECORD FROM HEADER-ADJUST-LINE
002500     END-IF.
002510     MOVE CLEAN-COUNT TO CLEAN-HEADER-COUNT.
002520     WRITE CLEAN-RECORD FROM CLEAN-HEADER-RECORD.
002530     MOVE 'N' TO RAW-EOF.
002540     PERFORM COPY-NEXT-RECORD THRU COPY-NEXT-RECORD-EXIT
002550        UNTIL RAW-EOF = 'Y'.
002560     CLOSE CLEAN-FILE.
002570 EDIT-PASS-TWO-EXIT.
002580     EXIT.
002590
002600*The header must carry at least one digit; digits are taken
002610*left to right and the first blank ends the count, so both the
002620*historical 2-digit layout and the wider extended layout pass.
002630*Blanks in the first two columns count as zeros, the same
002640*forgiveness DDA applies to its own header.
002650 READ-AND-JUDGE-HEADER.
002660     MOVE 'N' TO HEADER-VALID-FLAG.
002670     READ RAW-FILE
002680        AT END MOVE 'Y' TO RAW-EOF
002690     END-READ.
002700     IF RAW-EOF = 'Y'
002710        MOVE 1 TO RJ-LINE-NUMBER
002720        MOVE "EMPTY FILE - NO HEADER" TO RJ-REASON
002730        MOVE SPACES TO RJ-RECORD
002740        WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
002750        ADD 1 TO RECORDS-BAD
002760        GO TO READ-AND-JUDGE-HEADER-EXIT.
002770     ADD 1 TO LINE-NUMBER.
002780     INSPECT RAW-RECORD(1:2) REPLACING ALL ' ' BY '0'.
002790     MOVE 0 TO DECLARED-COUNT.
002800     MOVE 'N' TO HEADER-END-FLAG.
002810     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
002820        IF HEADER-END-FLAG = 'N'
002830           MOVE RAW-RECORD(K:1) TO HEADER-DIGIT-X
002840           IF HEADER-DIGIT-X IS NUMERIC
002850              COMPUTE DECLARED-COUNT =
002860                 DECLARED-COUNT * 10 + HEADER-DIGIT
002870              MOVE 'Y' TO HEADER-VALID-FLAG
002880           ELSE
002890              MOVE 'Y' TO HEADER-END-FLAG
002900           END-IF
002910        END-IF
002920     END-PERFORM.
002930     IF HEADER-VALID-FLAG = 'N'
002940        MOVE 1 TO RJ-LINE-NUMBER
002950        MOVE "HEADER COUNT NOT NUMERIC" TO RJ-REASON
002960        MOVE RAW-RECORD TO RJ-RECORD
002970        WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
002980        ADD 1 TO RECORDS-BAD.
002990 READ-AND-JUDGE-HEADER-EXIT.
003000     EXIT.
003010
003020*Pass-one worker: read one detail record, judge it, and either
003030*count it clean or write it to the reject file with the reason
003040*VALIDATE-ONE-RECORD left behind.
003050 JUDGE-NEXT-RECORD.
003060     READ RAW-FILE
003070        AT END MOVE 'Y' TO RAW-EOF
003080     END-READ.
003090     IF RAW-EOF = 'Y'
003100        GO TO JUDGE-NEXT-RECORD-EXIT.
003110     ADD 1 TO LINE-NUMBER.
003120     ADD 1 TO RECORDS-READ.
003130     PERFORM VALIDATE-ONE-RECORD
003140        THRU VALIDATE-ONE-RECORD-EXIT.
003150     IF RECORD-VALID-FLAG = 'Y'
003160        IF ANNOTATION-FLAG = 'Y'
003170           ADD 1 TO NOTES-KEPT
003180        ELSE
003190           ADD 1 TO CLEAN-COUNT
003200        END-IF
003210     ELSE
003220        ADD 1 TO RECORDS-BAD
003230        MOVE LINE-NUMBER TO RJ-LINE-NUMBER
003240        MOVE REJECT-REASON TO RJ-REASON
003250        MOVE RAW-RECORD TO RJ-RECORD
003260        WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
003270     END-IF.
003280 JUDGE-NEXT-RECORD-EXIT.
003290     EXIT.
003300
003310*Pass-two worker: same judgement, but the survivors are copied
003320*to the clean file instead of counted.
003330 COPY-NEXT-RECORD.
003340     READ RAW-FILE
003350        AT END MOVE 'Y' TO RAW-EOF
003360     END-READ.
003370     IF RAW-EOF = 'Y'
003380        GO TO COPY-NEXT-RECORD-EXIT.
003390     ADD 1 TO LINE-NUMBER.
003400     PERFORM VALIDATE-ONE-RECORD
003410        THRU VALIDATE-ONE-RECORD-EXIT.
003420     IF RECORD-VALID-FLAG = 'Y'
003430        WRITE CLEAN-RECORD FROM RAW-RECORD.
003440 COPY-NEXT-RECORD-EXIT.
003450     EXIT.
003460
003470*Judges one detail record against the EDIT-POINT layout. The
003480*first failed check wins; its reason is what the reject line
003490*carries. Blanks inside a coordinate are forgiven (DDA treats
003500*them as zeros), but a letter or a stray character anywhere in
003510*the numeric columns, a missing separator column, or a
003520*half-present or badly signed RAW pair all reject the record.
003530 VALIDATE-ONE-RECORD.
003540     MOVE 'Y' TO RECORD-VALID-FLAG.
003550     MOVE SPACES TO REJECT-REASON.
003560     MOVE 'N' TO ANNOTATION-FLAG.
003570*A digit in the third column is the wide 3-digit layout, judged
003580*by its own column map; the historical layout continues below.
003590     IF RAW-RECORD(3:1) IS NUMERIC
003600        PERFORM VALIDATE-ONE-WIDE
003610           THRU VALIDATE-ONE-WIDE-EXIT
003620        GO TO VALIDATE-ONE-RECORD-EXIT.
003630     MOVE RAW-RECORD TO EDIT-POINT.
003640     MOVE EDIT-X-COORDINATE TO EDIT-COORD-TEXT.
003650     INSPECT EDIT-COORD-TEXT REPLACING ALL ' ' BY '0'.
003660     IF EDIT-COORD-TEXT IS NOT NUMERIC
003670        MOVE "X-COORDINATE NOT NUMERIC" TO REJECT-REASON
003680        MOVE 'N' TO RECORD-VALID-FLAG
003690        GO TO VALIDATE-ONE-RECORD-EXIT.
003700     IF EDIT-SEPERATION NOT = SPACE
003710        MOVE "SEPARATOR MISSING AFTER X" TO REJECT-REASON
003720        MOVE 'N' TO RECORD-VALID-FLAG
003730        GO TO VALIDATE-ONE-RECORD-EXIT.
003740     MOVE EDIT-Y-COORDINATE TO EDIT-COORD-TEXT.
003750     INSPECT EDIT-COORD-TEXT REPLACING ALL ' ' BY '0'.
003760     IF EDIT-COORD-TEXT IS NOT NUMERIC
003770        MOVE "Y-COORDINATE NOT NUMERIC" TO REJECT-REASON
003780        MOVE 'N' TO RECORD-VALID-FLAG
003790        GO TO VALIDATE-ONE-RECORD-EXIT.
003800     IF EDIT-SEPERATION-2 NOT = SPACE
003810        MOVE "SEPARATOR MISSING AFTER Y" TO REJECT-REASON
003820        MOVE 'N' TO RECORD-VALID-FLAG
003830        GO TO VALIDATE-ONE-RECORD-EXIT.
003840*An annotation record carries text where the RAW pair would
003850*sit; it is judged on that text instead.
003860     IF EDIT-POINT-SYMBOL = ANNOTATION-MARK
003870        MOVE EDIT-SEPERATION-3 TO NOTE-SEPARATOR
003880        MOVE RAW-RECORD(9:22) TO NOTE-TEXT
003890        PERFORM VALIDATE-ONE-ANNOTATION
003900        GO TO VALIDATE-ONE-RECORD-EXIT.
003910*The RAW pair is optional, but all or nothing: both fields
003920*blank is the plain integer format, both present and well
003930*formed is the signed format, anything else is hand-keying
003940*gone wrong.
003950     IF EDIT-RAW-X = SPACES AND EDIT-RAW-Y = SPACES
003960        GO TO VALIDATE-ONE-RECORD-EXIT.
003970     IF EDIT-RAW-X = SPACES OR EDIT-RAW-Y = SPACES
003980        MOVE "RAW PAIR HALF PRESENT" TO REJECT-REASON
003990        MOVE 'N' TO RECORD-VALID-FLAG
004000        GO TO VALIDATE-ONE-RECORD-EXIT.
004010     IF EDIT-SEPERATION-3 NOT = SPACE
004020        MOVE "SEPARATOR MISSING BEFORE RAW-X" TO REJECT-REASON
004030        MOVE 'N' TO RECORD-VALID-FLAG
004040        GO TO VALIDATE-ONE-RECORD-EXIT.
004050     IF EDIT-RAW-X-SIGN NOT = '+' AND EDIT-RAW-X-SIGN NOT = '-'
004060        MOVE "RAW-X SIGN INVALID" TO REJECT-REASON
004070        MOVE 'N' TO RECORD-VALID-FLAG
004080        GO TO VALIDATE-ONE-RECORD-EXIT.
004090     IF EDIT-RAW-X-DIGITS IS NOT NUMERIC
004100        MOVE "RAW-X DIGITS NOT NUMERIC" TO REJECT-REASON
004110        MOVE 'N' TO RECORD-VALID-FLAG
004120        GO TO VALIDATE-ONE-RECORD-EXIT.
004130     IF EDIT-SEPERATION-4 NOT = SPACE
004140        MOVE "SEPARATOR MISSING BEFORE RAW-Y" TO REJECT-REASON
004150        MOVE 'N' TO RECORD-VALID-FLAG
004160        GO TO VALIDATE-ONE-RECORD-EXIT.
004170     IF EDIT-RAW-Y-SIGN NOT = '+' AND EDIT-RAW-Y-SIGN NOT = '-'
004180        MOVE "RAW-Y SIGN INVALID" TO REJECT-REASON
004190        MOVE 'N' TO RECORD-VALID-FLAG
004200        GO TO VALIDATE-ONE-RECORD-EXIT.
004210     IF EDIT-RAW-Y-DIGITS IS NOT NUMERIC
004220        MOVE "RAW-Y DIGITS NOT NUMERIC" TO REJECT-REASON
004230        MOVE 'N' TO RECORD-VALID-FLAG
004240        GO TO VALIDATE-ONE-RECORD-EXIT.
004250 VALIDATE-ONE-RECORD-EXIT.
004260     EXIT.
004270
004280*The wide layout's judgements, the same checks in the same
004290*order as the historical layout's, against the wide column map.
004300 VALIDATE-ONE-WIDE.
004310     MOVE RAW-RECORD TO EDIT-POINT-WIDE.
004320     MOVE EDW-X-COORDINATE TO EDIT-COORD-TEXT-WIDE.
004330     INSPECT EDIT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
004340     IF EDIT-COORD-TEXT-WIDE IS NOT NUMERIC
004350        MOVE "X-COORDINATE NOT NUMERIC" TO REJECT-REASON
004360        MOVE 'N' TO RECORD-VALID-FLAG
004370        GO TO VALIDATE-ONE-WIDE-EXIT.
004380     IF EDW-SEPERATION NOT = SPACE
004390        MOVE "SEPARATOR MISSING AFTER X" TO REJECT-REASON
004400        MOVE 'N' TO RECORD-VALID-FLAG
004410        GO TO VALIDATE-ONE-WIDE-EXIT.
004420     MOVE EDW-Y-COORDINATE TO EDIT-COORD-TEXT-WIDE.
004430     INSPECT EDIT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
004440     IF EDIT-COORD-TEXT-WIDE IS NOT NUMERIC
004450        MOVE "Y-COORDINATE NOT NUMERIC" TO REJECT-REASON
004460        MOVE 'N' TO RECORD-VALID-FLAG
004470        GO TO VALIDATE-ONE-WIDE-EXIT.
004480     IF EDW-SEPERATION-2 NOT = SPACE
004490        MOVE "SEPARATOR MISSING AFTER Y" TO REJECT-REASON
004500        MOVE 'N' TO RECORD-VALID-FLAG
004510        GO TO VALIDATE-ONE-WIDE-EXIT.
004520     IF EDW-POINT-SYMBOL = ANNOTATION-MARK
004530        MOVE EDW-SEPERATION-3 TO NOTE-SEPARATOR
004540        MOVE RAW-RECORD(11:20) TO NOTE-TEXT
004550        PERFORM VALIDATE-ONE-ANNOTATION
004560        GO TO VALIDATE-ONE-WIDE-EXIT.
004570     IF EDW-RAW-X = SPACES AND EDW-RAW-Y = SPACES
004580        GO TO VALIDATE-ONE-WIDE-EXIT.
004590     IF EDW-RAW-X = SPACES OR EDW-RAW-Y = SPACES
004600        MOVE "RAW PAIR HALF PRESENT" TO REJECT-REASON
004610        MOVE 'N' TO RECORD-VALID-FLAG
004620        GO TO VALIDATE-ONE-WIDE-EXIT.
004630     IF EDW-SEPERATION-3 NOT = SPACE
004640        MOVE "SEPARATOR MISSING BEFORE RAW-X" TO REJECT-REASON
004650        MOVE 'N' TO RECORD-VALID-FLAG
004660        GO TO VALIDATE-ONE-WIDE-EXIT.
004670     IF EDW-RAW-X-SIGN NOT = '+' AND EDW-RAW-X-SIGN NOT = '-'
004680        MOVE "RAW-X SIGN INVALID" TO REJECT-REASON
004690        MOVE 'N' TO RECORD-VALID-FLAG
004700        GO TO VALIDATE-ONE-WIDE-EXIT.
004710     IF EDW-RAW-X-DIGITS IS NOT NUMERIC
004720        MOVE "RAW-X DIGITS NOT NUMERIC" TO REJECT-REASON
004730        MOVE 'N' TO RECORD-VALID-FLAG
004740        GO TO VALIDATE-ONE-WIDE-EXIT.
004750     IF EDW-SEPERATION-4 NOT = SPACE
004760        MOVE "SEPARATOR MISSING BEFORE RAW-Y" TO REJECT-REASON
004770        MOVE 'N' TO RECORD-VALID-FLAG
004780        GO TO VALIDATE-ONE-WIDE-EXIT.
004790     IF EDW-RAW-Y-SIGN NOT = '+' AND EDW-RAW-Y-SIGN NOT = '-'
004800        MOVE "RAW-Y SIGN INVALID" TO REJECT-REASON
004810        MOVE 'N' TO RECORD-VALID-FLAG
004820        GO TO VALIDATE-ONE-WIDE-EXIT.
004830     IF EDW-RAW-Y-DIGITS IS NOT NUMERIC
004840        MOVE "RAW-Y DIGITS NOT NUMERIC" TO REJECT-REASON
004850        MOVE 'N' TO RECORD-VALID-FLAG
004860        GO TO VALIDATE-ONE-WIDE-EXIT.
004870 VALIDATE-ONE-WIDE-EXIT.
004880     EXIT.
004890
004900*An annotation needs the separator after its mark and some text
004910*to show; its coordinates were already judged like any point's.
004920 VALIDATE-ONE-ANNOTATION.
004930     MOVE 'Y' TO ANNOTATION-FLAG.
004940     IF NOTE-SEPARATOR NOT = SPACE
004950        MOVE "SEPARATOR MISSING BEFORE TEXT" TO REJECT-REASON
004960        MOVE 'N' TO RECORD-VALID-FLAG
004970     ELSE
004980        IF NOTE-TEXT = SPACES
004990           MOVE "ANNOTATION TEXT MISSING" TO REJECT-REASON
005000           MOVE 'N' TO RECORD-VALID-FLAG
005010        END-IF
005020     END-IF.
005030
005040*Totals at the foot of the reject file, so one glance tells an
005050*operator how the batch fared without counting lines.
005060 WRITE-REJECT-SUMMARY.
005070     MOVE RECORDS-READ TO RJ-RECORDS-READ.
005080     MOVE RECORDS-BAD TO RJ-RECORDS-BAD.
005090     MOVE CLEAN-COUNT TO RJ-RECORDS-KEPT.
005100     MOVE NOTES-KEPT TO RJ-NOTES-KEPT.
005110     WRITE REJECT-RECORD FROM REJECT-SUMMARY-LINE.
