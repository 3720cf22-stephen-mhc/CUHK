000660*The record split exactly the way SPLIT-CONTROL-RECORD and
000670*SPLIT-COMPARE-RECORD in DDA split it: a leading keyword peeled
000680*off first so directives are told apart from point-set records,
000690*then the positional names and option tokens. Each token slot
000700*is one column wider than DDA's, so a token too long for DDA is
000710*seen whole here instead of cut short unnoticed.
000720 01 WS-CTL-KEYWORD PIC X(20).
000730 01 WS-CTL-NAME-1 PIC X(20).
000740 01 WS-CTL-NAME-2 PIC X(20).
000750 01 WS-CTL-NAME-3 PIC X(20).
000760 01 WS-CTL-OPTION-TABLE.
000770    03 WS-CTL-OPTION PIC X(9) OCCURS 7.
000780 01 TRANSFORM-TOKEN-COUNT PIC 9 VALUE 0.
000790 01 K PIC 9(4) VALUE 1.
000800 01 LINE-NUMBER PIC 9(5) VALUE 0.
000810 01 RECORDS-READ PIC 9(5) VALUE 0.
000820 01 FINDING-COUNT PIC 9(5) VALUE 0.
000830*Warnings are written to the findings report like findings but
000840*leave the return code alone: DDA runs the record, just not the
000850*way its author may expect.
000860 01 WARNING-COUNT PIC 9(5) VALUE 0.
000870
000880*Overlay bookkeeping: whether a group is open, and the line its
000890*OVERLAY record sat on, so an unbalanced group can be traced back
000900*to where it started.
000910 01 OVERLAY-OPEN-FLAG PIC X VALUE 'N'.
000920 01 OVERLAY-OPEN-LINE PIC 9(5) VALUE 0.
000930
000940*A transform token must be a sign character followed by 5 digits,
000950*the format SET-TRANSFORM-FROM-CONTROL decodes; anything else in
000960*a transform position silently becomes part of the split in DDA,
000970*which is exactly the mistake this checker exists to catch.
000980 01 WS-TOKEN-SIGN   PIC X.
000990 01 WS-TOKEN-DIGITS PIC X(5).
001000 01 TOKEN-VALID-FLAG PIC X VALUE 'Y'.
001010*Scan state for a MULTI record's file: whether any SERIES
001020*delimiter records were found inside it.
001030 01 PROBE-EOF PIC X VALUE 'N'.
001040 01 PROBE-TOKEN PIC X(20).
001050 01 SERIES-FOUND-COUNT PIC 9(4) VALUE 0.
001060*Lookup state for a PLOT record's series in the catalog.
001070 01 CATALOG-FILE-STATUS PIC XX.
001080 01 CATALOG-EOF PIC X VALUE 'N'.
001090 01 CATALOG-FOUND-FLAG PIC X VALUE 'N'.
001100 01 CAT-NAME  PIC X(20).
001110 01 CAT-INPUT PIC X(20).
001120*A DATE directive's value, split so month and day can be judged.
001130 01 WS-DATE-TEXT PIC X(8).
001140 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
001150    03 WS-DATE-YEAR  PIC 9(4).
001160    03 WS-DATE-MONTH PIC 99.
001170    03 WS-DATE-DAY   PIC 99.
001180 01 FINDING-DETAIL-LINE.
001190    03 FILLER PIC X(5) VALUE "LINE ".
001200    03 FD-LINE-NUMBER PIC ZZZZ9.
001210    03 FILLER PIC X(2) VALUE ": ".
001220    03 FD-REASON PIC X(40).
001230    03 FILLER PIC X(4) VALUE " -- ".
001240    03 FD-RECORD PIC X(64).
001250 01 FINDING-SUMMARY-LINE.
001260    03 FILLER PIC X(15) VALUE "RECORDS READ:  ".
001270    03 FS-RECORDS-READ PIC ZZZZ9.
001280    03 FILLER PIC X(12) VALUE "  FINDINGS: ".
001290    03 FS-FINDINGS PIC ZZZZ9.
001300    03 FILLER PIC X(12) VALUE "  WARNINGS: ".
001310    03 FS-WARNINGS PIC ZZZZ9.
001320 01 FINDING-REASON PIC X(40).
001330
001340*DDACHECK stands in front of DDA the way DDAEDIT stands in front
001350*of the point files: it reads the control file with the same
001360*rules DDA applies -- directive keywords, COMPARE and PRINT
001370*operand counts, SCATTER/BAR/LINE/EXPORT option keywords, the
001380*sign-plus-five-digits transform format and the HI/LO control
001390*limits written the same way, OVERLAY/ENDOVERLAY
001400*balance, and whether every named input file actually opens --
001410*and writes each problem to a findings report, so the scheduler
001420*can fail the job before DDA starts instead of discovering a bad
001430*record point-set by point-set at run time:
001440*    0 - control file is clean; DDA may run
001450*    4 - findings written; the run would lose work
001460*    8 - the control file or findings file would not open
001470*Warnings (a limit token on a COMPARE record, which DDA does not
001480*draw) are reported but do not change the return code.
001490
001500 PROCEDURE DIVISION.
001510 PROG-MAIN.
001520     PERFORM TAKE-COMMAND-LINE-NAMES.
001530     OPEN INPUT CONTROL-FILE.
001540     IF CONTROL-FILE-STATUS NOT = "00"
001550        DISPLAY "DDACHECK: cannot open control file."
001560        MOVE 8 TO RETURN-CODE
001570        GO TO PROG-DONE.
001580     OPEN OUTPUT FINDINGS-FILE.
001590     IF FINDINGS-FILE-STATUS NOT = "00"
001600        DISPLAY "DDACHECK: cannot open findings file."
001610        CLOSE CONTROL-FILE
001620        MOVE 8 TO RETURN-CODE
001630        GO TO PROG-DONE.
001640     READ CONTROL-FILE
001650        AT END MOVE 'Y' TO CONTROL-EOF
001660     END-READ.
001670     PERFORM CHECK-ONE-RECORD THRU CHECK-ONE-RECORD-EXIT
001680        UNTIL CONTROL-EOF = 'Y'.
001690
001700*A group still open at end of file is the missing-ENDOVERLAY
001710*case; DDA would flush it silently, but silence at 2 a.m. is
001720*what the checker is for.
001730     IF OVERLAY-OPEN-FLAG = 'Y'
001740        MOVE OVERLAY-OPEN-LINE TO FD-LINE-NUMBER
001750        MOVE "OVERLAY GROUP NEVER CLOSED" TO FD-REASON
001760        MOVE SPACES TO FD-RECORD
001770        WRITE FINDINGS-RECORD FROM FINDING-DETAIL-LINE
001780        ADD 1 TO FINDING-COUNT.
001790     PERFORM WRITE-FINDING-SUMMARY.
001800     CLOSE CONTROL-FILE.
001810     CLOSE FINDINGS-FILE.
001820     IF FINDING-COUNT > 0
001830        MOVE 4 TO RETURN-CODE
001840        GO TO PROG-DONE.
001850     MOVE 0 TO RETURN-CODE.
001860
001870 PROG-DONE.
001880     STOP RUN.
001890
001900*Positional overrides: DDACHECK <control> <findings>. A name not
001910*given on the command line keeps its default.
001920 TAKE-COMMAND-LINE-NAMES.
001930     MOVE SPACES TO WS-COMMAND-LINE.
001940     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001950     MOVE SPACES TO WS-CMD-CONTROL-NAME.
001960     MOVE SPACES TO WS-CMD-FINDINGS-NAME.
001970     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
001980         INTO WS-CMD-CONTROL-NAME WS-CMD-FINDINGS-NAME.
001990     IF WS-CMD-CONTROL-NAME NOT = SPACES
002000        MOVE WS-CMD-CONTROL-NAME TO WS-CONTROL-FILENAME.
002010     IF WS-CMD-FINDINGS-NAME NOT = SPACES
002020        MOVE WS-CMD-FINDINGS-NAME TO WS-FINDINGS-FILENAME.
002030
002040*Routes one control record to its keyword's own checks, the same
002050*fork DISPATCH-CONTROL-RECORD takes, and reads the next.
002060 CHECK-ONE-RECORD.
002070     ADD 1 TO LINE-NUMBER.
002080     ADD 1 TO RECORDS-READ.
002090     MOVE SPACES TO WS-CTL-KEYWORD.
002100     UNSTRING CTL-RECORD DELIMITED BY SPACE
002110         INTO WS-CTL-KEYWORD.
002120     IF WS-CTL-KEYWORD = "OVERLAY"
002130        PERFORM CHECK-OVERLAY-RECORD
002140     ELSE
002150        IF WS-CTL-KEYWORD = "ENDOVERLAY"
002160           PERFORM CHECK-ENDOVERLAY-RECORD
002170        ELSE
002180           IF WS-CTL-KEYWORD = "COMPARE"
002190              PERFORM CHECK-COMPARE-RECORD
002200           THRU CHECK-COMPARE-RECORD-DONE
002210           ELSE
002220              IF WS-CTL-KEYWORD = "PRINT"
002230                 PERFORM CHECK-PRINT-RECORD
002240              ELSE
002250              IF WS-CTL-KEYWORD = "DATE"
002260                 PERFORM CHECK-DATE-RECORD
002270                    THRU CHECK-DATE-RECORD-EXIT
002280              ELSE
002290              IF WS-CTL-KEYWORD = "SUMMARY"
002300                 PERFORM CHECK-SUMMARY-RECORD
002310              ELSE
002320                 IF WS-CTL-KEYWORD = "MULTI"
002330                    PERFORM CHECK-MULTI-RECORD
002340                       THRU CHECK-MULTI-RECORD-EXIT
002350                 ELSE
002360                 IF WS-CTL-KEYWORD = "PLOT"
002370                    PERFORM CHECK-PLOT-RECORD
002380                       THRU CHECK-PLOT-RECORD-EXIT
002390                 ELSE
002400                 PERFORM CHECK-POINT-SET-RECORD
002410              THRU CHECK-POINT-SET-RECORD-EXIT
002420                 END-IF
002430                 END-IF
002440              END-IF
002450              END-IF
002460              END-IF
002470           END-IF
002480        END-IF
002490     END-IF.
002500     READ CONTROL-FILE
002510        AT END MOVE 'Y' TO CONTROL-EOF
002520     END-READ.
002530
002540 CHECK-ONE-RECORD-EXIT.
002550     EXIT.
002560
002570*"OVERLAY <output-name>": the combined output name must be there,
002580*and an OVERLAY arriving while a group is already open means the
002590*earlier group's ENDOVERLAY never made it into the deck.
002600 CHECK-OVERLAY-RECORD.
002610     MOVE SPACES TO WS-CTL-NAME-1.
002620     UNSTRING CTL-RECORD DELIMITED BY SPACE
002630         INTO WS-CTL-KEYWORD WS-CTL-NAME-1.
002640     IF WS-CTL-NAME-1 = SPACES
002650        MOVE "OVERLAY WITHOUT OUTPUT NAME" TO FINDING-REASON
002660        PERFORM WRITE-ONE-FINDING.
002670     IF OVERLAY-OPEN-FLAG = 'Y'
002680        MOVE "OVERLAY INSIDE OPEN OVERLAY GROUP" TO FINDING-REASON
002690        PERFORM WRITE-ONE-FINDING.
002700     MOVE 'Y' TO OVERLAY-OPEN-FLAG.
002710     MOVE LINE-NUMBER TO OVERLAY-OPEN-LINE.
002720
002730 CHECK-ENDOVERLAY-RECORD.
002740     IF OVERLAY-OPEN-FLAG = 'N'
002750        MOVE "ENDOVERLAY WITHOUT OPEN GROUP" TO FINDING-REASON
002760        PERFORM WRITE-ONE-FINDING.
002770     MOVE 'N' TO OVERLAY-OPEN-FLAG.
002780
002790*"COMPARE <input-a> <input-b> <output-name>" plus option tokens:
002800*all three names must be present, both inputs must open, and the
002810*tokens obey the same rules as a point-set record's. A COMPARE
002820*inside an open group would flush the group early in DDA, which
002830*is rarely what the deck meant.
002840 CHECK-COMPARE-RECORD.
002850     MOVE SPACES TO WS-CTL-NAME-1.
002860     MOVE SPACES TO WS-CTL-NAME-2.
002870     MOVE SPACES TO WS-CTL-NAME-3.
002880     MOVE SPACES TO WS-CTL-OPTION-TABLE.
002890     UNSTRING CTL-RECORD DELIMITED BY SPACE
002900         INTO WS-CTL-KEYWORD WS-CTL-NAME-1
002910              WS-CTL-NAME-2 WS-CTL-NAME-3
002920              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
002930              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
002940              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
002950              WS-CTL-OPTION(7).
002960     IF WS-CTL-NAME-1 = SPACES OR WS-CTL-NAME-2 = SPACES
002970        OR WS-CTL-NAME-3 = SPACES
002980        MOVE "COMPARE NEEDS TWO INPUTS AND OUTPUT"
002990           TO FINDING-REASON
003000        PERFORM WRITE-ONE-FINDING
003010        GO TO CHECK-COMPARE-RECORD-DONE.
003020     MOVE WS-CTL-NAME-1 TO WS-PROBE-FILENAME.
003030     PERFORM PROBE-INPUT-FILE.
003040     MOVE WS-CTL-NAME-2 TO WS-PROBE-FILENAME.
003050     PERFORM PROBE-INPUT-FILE.
003060     PERFORM CHECK-OPTION-TOKENS.
003070
003080 CHECK-COMPARE-RECORD-DONE.
003090     IF OVERLAY-OPEN-FLAG = 'Y'
003100        MOVE "COMPARE FLUSHES OPEN OVERLAY GROUP"
003110           TO FINDING-REASON
003120        PERFORM WRITE-ONE-FINDING
003130        MOVE 'N' TO OVERLAY-OPEN-FLAG.
003140
003150 CHECK-PRINT-RECORD.
003160     MOVE SPACES TO WS-CTL-NAME-1.
003170     UNSTRING CTL-RECORD DELIMITED BY SPACE
003180         INTO WS-CTL-KEYWORD WS-CTL-NAME-1.
003190     IF WS-CTL-NAME-1 = SPACES
003200        MOVE "PRINT WITHOUT FILE NAME" TO FINDING-REASON
003210        PERFORM WRITE-ONE-FINDING.
003220
003230*"DATE <yyyymmdd>": the business date must be eight digits with
003240*a believable month and day, or DDA will refuse it at run time
003250*and stamp the run with the machine date instead.
003260 CHECK-DATE-RECORD.
003270     MOVE SPACES TO WS-DATE-TEXT.
003280     UNSTRING CTL-RECORD DELIMITED BY SPACE
003290         INTO WS-CTL-KEYWORD WS-DATE-TEXT.
003300     IF WS-DATE-TEXT = SPACES
003310        MOVE "DATE WITHOUT A VALUE" TO FINDING-REASON
003320        PERFORM WRITE-ONE-FINDING
003330        GO TO CHECK-DATE-RECORD-EXIT.
003340     IF WS-DATE-TEXT IS NOT NUMERIC
003350        MOVE "DATE VALUE NOT YYYYMMDD" TO FINDING-REASON
003360        PERFORM WRITE-ONE-FINDING
003370        GO TO CHECK-DATE-RECORD-EXIT.
003380     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
003390        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
003400        MOVE "DATE VALUE OUT OF RANGE" TO FINDING-REASON
003410        PERFORM WRITE-ONE-FINDING.
003420 CHECK-DATE-RECORD-EXIT.
003430     EXIT.
003440
003450*"SUMMARY <name>": the run-level summary name must be there, or
003460*DDA falls back to the shared summary.txt and overlapping runs
003470*start wiping each other again.
003480 CHECK-SUMMARY-RECORD.
003490     MOVE SPACES TO WS-CTL-NAME-1.
003500     UNSTRING CTL-RECORD DELIMITED BY SPACE
003510         INTO WS-CTL-KEYWORD WS-CTL-NAME-1.
003520     IF WS-CTL-NAME-1 = SPACES
003530        MOVE "SUMMARY WITHOUT FILE NAME" TO FINDING-REASON
003540        PERFORM WRITE-ONE-FINDING.
003550
003560*"MULTI <input-file>" plus option tokens: the file must be
003570*named, must open, and must hold at least one SERIES delimiter
003580*record, or DDA will have nothing to plot from it.
003590 CHECK-MULTI-RECORD.
003600     MOVE SPACES TO WS-CTL-NAME-1.
003610     MOVE SPACES TO WS-CTL-OPTION-TABLE.
003620     UNSTRING CTL-RECORD DELIMITED BY SPACE
003630         INTO WS-CTL-KEYWORD WS-CTL-NAME-1
003640              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
003650              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
003660              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
003670              WS-CTL-OPTION(7).
003680     IF WS-CTL-NAME-1 = SPACES
003690        MOVE "MULTI WITHOUT INPUT FILE NAME" TO FINDING-REASON
003700        PERFORM WRITE-ONE-FINDING
003710        GO TO CHECK-MULTI-RECORD-EXIT.
003720     MOVE WS-CTL-NAME-1 TO WS-PROBE-FILENAME.
003730     OPEN INPUT PROBE-FILE.
003740     IF PROBE-FILE-STATUS NOT = "00"
003750        MOVE "INPUT FILE WOULD NOT OPEN" TO FINDING-REASON
003760        PERFORM WRITE-ONE-FINDING
003770        GO TO CHECK-MULTI-RECORD-DONE.
003780     MOVE 0 TO SERIES-FOUND-COUNT.
003790     MOVE 'N' TO PROBE-EOF.
003800     PERFORM SCAN-PROBE-FOR-SERIES
003810        THRU SCAN-PROBE-FOR-SERIES-EXIT
003820        UNTIL PROBE-EOF = 'Y'.
003830     CLOSE PROBE-FILE.
003840     IF SERIES-FOUND-COUNT = 0
003850        MOVE "MULTI FILE HAS NO SERIES RECORDS" TO FINDING-REASON
003860        PERFORM WRITE-ONE-FINDING.
003870 CHECK-MULTI-RECORD-DONE.
003880     PERFORM CHECK-OPTION-TOKENS.
003890 CHECK-MULTI-RECORD-EXIT.
003900     EXIT.
003910
003920 SCAN-PROBE-FOR-SERIES.
003930     READ PROBE-FILE
003940        AT END MOVE 'Y' TO PROBE-EOF
003950     END-READ.
003960     IF PROBE-EOF = 'Y'
003970        GO TO SCAN-PROBE-FOR-SERIES-EXIT.
003980     MOVE SPACES TO PROBE-TOKEN.
003990     UNSTRING PROBE-RECORD DELIMITED BY SPACE
004000         INTO PROBE-TOKEN.
004010     IF PROBE-TOKEN = "SERIES"
004020        ADD 1 TO SERIES-FOUND-COUNT.
004030 SCAN-PROBE-FOR-SERIES-EXIT.
004040     EXIT.
004050
004060*"PLOT <series-name>" plus option tokens: the series must be
004070*named, must be filed in catalog.txt, and the input file its
004080*catalog record names must open. The option tokens obey the
004090*same rules as any other record's.
004100 CHECK-PLOT-RECORD.
004110     MOVE SPACES TO WS-CTL-NAME-1.
004120     MOVE SPACES TO WS-CTL-OPTION-TABLE.
004130     UNSTRING CTL-RECORD DELIMITED BY SPACE
004140         INTO WS-CTL-KEYWORD WS-CTL-NAME-1
004150              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
004160              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
004170              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
004180              WS-CTL-OPTION(7).
004190     IF WS-CTL-NAME-1 = SPACES
004200        MOVE "PLOT WITHOUT SERIES NAME" TO FINDING-REASON
004210        PERFORM WRITE-ONE-FINDING
004220        GO TO CHECK-PLOT-RECORD-EXIT.
004230     MOVE 'N' TO CATALOG-FOUND-FLAG.
004240     MOVE 'N' TO CATALOG-EOF.
004250     OPEN INPUT CATALOG-FILE.
004260     IF CATALOG-FILE-STATUS NOT = "00"
004270        MOVE "CATALOG.TXT WOULD NOT OPEN" TO FINDING-REASON
004280        PERFORM WRITE-ONE-FINDING
004290        GO TO CHECK-PLOT-RECORD-DONE.
004300     PERFORM SCAN-CATALOG-FOR-SERIES
004310        THRU SCAN-CATALOG-FOR-SERIES-EXIT
004320        UNTIL CATALOG-EOF = 'Y' OR CATALOG-FOUND-FLAG = 'Y'.
004330     CLOSE CATALOG-FILE.
004340     IF CATALOG-FOUND-FLAG = 'N'
004350        MOVE "SERIES NOT IN CATALOG" TO FINDING-REASON
004360        PERFORM WRITE-ONE-FINDING
004370        GO TO CHECK-PLOT-RECORD-DONE.
004380     MOVE CAT-INPUT TO WS-PROBE-FILENAME.
004390     PERFORM PROBE-INPUT-FILE.
004400 CHECK-PLOT-RECORD-DONE.
004410     PERFORM CHECK-OPTION-TOKENS.
004420 CHECK-PLOT-RECORD-EXIT.
004430     EXIT.
004440
004450 SCAN-CATALOG-FOR-SERIES.
004460     READ CATALOG-FILE
004470        AT END MOVE 'Y' TO CATALOG-EOF
004480     END-READ.
004490     IF CATALOG-EOF = 'Y'
004500        GO TO SCAN-CATALOG-FOR-SERIES-EXIT.
004510     IF CATALOG-RECORD(1:1) = '*'
004520        GO TO SCAN-CATALOG-FOR-SERIES-EXIT.
004530     MOVE SPACES TO CAT-NAME.
004540     MOVE SPACES TO CAT-INPUT.
004550     UNSTRING CATALOG-RECORD DELIMITED BY SPACE
004560         INTO CAT-NAME CAT-INPUT.
004570     IF CAT-NAME = WS-CTL-NAME-1
004580        MOVE 'Y' TO CATALOG-FOUND-FLAG.
004590 SCAN-CATALOG-FOR-SERIES-EXIT.
004600     EXIT.
004610
004620*An ordinary point-set record: "INPUT-NAME OUTPUT-NAME" plus up
004630*to five option tokens. A missing output name would send DDA's
004640*derived .rpt and .ckp names off a blank, and a misspelled
004650*directive keyword lands here looking like an input file that
004660*will not open -- both are findings.
004670 CHECK-POINT-SET-RECORD.
004680     MOVE SPACES TO WS-CTL-NAME-1.
004690     MOVE SPACES TO WS-CTL-NAME-2.
004700     MOVE SPACES TO WS-CTL-OPTION-TABLE.
004710     UNSTRING CTL-RECORD DELIMITED BY SPACE
004720         INTO WS-CTL-NAME-1 WS-CTL-NAME-2
004730              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
004740              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
004750              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
004760              WS-CTL-OPTION(7).
004770*A record with no tokens at all -- the trailing blank line a
004780*hand-edited deck so often picks up -- is still a point-set to
004790*DDA: it fails the OPEN on a blank input name and costs the run
004800*its clean return code, so it is a finding here, not a pass.
004810     IF WS-CTL-NAME-1 = SPACES
004820        MOVE "BLANK RECORD WOULD FAIL AS POINT-SET"
004830           TO FINDING-REASON
004840        PERFORM WRITE-ONE-FINDING
004850        GO TO CHECK-POINT-SET-RECORD-EXIT.
004860     IF WS-CTL-NAME-2 = SPACES
004870        MOVE "POINT-SET RECORD MISSING OUTPUT NAME"
004880           TO FINDING-REASON
004890        PERFORM WRITE-ONE-FINDING
004900        GO TO CHECK-POINT-SET-RECORD-EXIT.
004910     MOVE WS-CTL-NAME-1 TO WS-PROBE-FILENAME.
004920     PERFORM PROBE-INPUT-FILE.
004930     PERFORM CHECK-OPTION-TOKENS.
004940
004950 CHECK-POINT-SET-RECORD-EXIT.
004960     EXIT.
004970
004980*Walks the option tokens the way SORT-CONTROL-OPTIONS does: the
004990*mode and export keywords pass, and anything else must be a
005000*transform token -- at most four of them, each a sign and five
005010*digits -- or DDA would fold it into the transform silently.
005020*A token opening HI or LO with a sign behind it is a control
005030*limit, as TAKE-LIMIT-OR-TRANSFORM reads it, and never counts
005040*against the four; one without the sign is a transform token to
005050*DDA and is judged as one. COMPARE records take no limits.
005060 CHECK-OPTION-TOKENS.
005070     MOVE 0 TO TRANSFORM-TOKEN-COUNT.
005080     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
005090        IF WS-CTL-OPTION(K) NOT = SPACES
005100           PERFORM CHECK-ONE-OPTION
005110              THRU CHECK-ONE-OPTION-EXIT
005120        END-IF
005130     END-PERFORM.
005140
005150 CHECK-ONE-OPTION.
005160     IF WS-CTL-OPTION(K) = "SCATTER" OR WS-CTL-OPTION(K) = "BAR"
005170        OR WS-CTL-OPTION(K) = "LINE"
005180        OR WS-CTL-OPTION(K) = "EXPORT"
005190        OR WS-CTL-OPTION(K) = "EDIT"
005200        GO TO CHECK-ONE-OPTION-EXIT.
005210     IF (WS-CTL-OPTION(K)(1:2) = "HI"
005220         OR WS-CTL-OPTION(K)(1:2) = "LO")
005230        AND (WS-CTL-OPTION(K)(3:1) = '+'
005240             OR WS-CTL-OPTION(K)(3:1) = '-')
005250        IF WS-CTL-KEYWORD = "COMPARE"
005260           MOVE "WARNING: LIMIT IGNORED ON COMPARE"
005270              TO FINDING-REASON
005280           PERFORM WRITE-ONE-WARNING
005290        END-IF
005300        PERFORM VALIDATE-LIMIT-TOKEN
005310           THRU VALIDATE-LIMIT-TOKEN-EXIT
005320        IF TOKEN-VALID-FLAG = 'N'
005330           MOVE "BAD LIMIT TOKEN (NEED SIGN+5 DIGITS)"
005340              TO FINDING-REASON
005350           PERFORM WRITE-ONE-FINDING
005360        END-IF
005370        GO TO CHECK-ONE-OPTION-EXIT.
005380     ADD 1 TO TRANSFORM-TOKEN-COUNT.
005390     IF TRANSFORM-TOKEN-COUNT > 4
005400        MOVE "MORE THAN FOUR TRANSFORM TOKENS" TO FINDING-REASON
005410        PERFORM WRITE-ONE-FINDING
005420        GO TO CHECK-ONE-OPTION-EXIT.
005430     PERFORM VALIDATE-TRANSFORM-TOKEN
005440  THRU VALIDATE-TRANSFORM-TOKEN-EXIT.
005450     IF TOKEN-VALID-FLAG = 'N'
005460        MOVE "BAD TRANSFORM TOKEN (NEED SIGN+5 DIGITS)"
005470           TO FINDING-REASON
005480        PERFORM WRITE-ONE-FINDING.
005490
005500 CHECK-ONE-OPTION-EXIT.
005510     EXIT.
005520
005530*Sign character, five digits, nothing trailing: the exact shape
005540*SET-TRANSFORM-FROM-CONTROL decodes through its REDEFINES.
005550 VALIDATE-TRANSFORM-TOKEN.
005560     MOVE 'Y' TO TOKEN-VALID-FLAG.
005570     MOVE WS-CTL-OPTION(K)(1:1) TO WS-TOKEN-SIGN.
005580     MOVE WS-CTL-OPTION(K)(2:5) TO WS-TOKEN-DIGITS.
005590     IF WS-TOKEN-SIGN NOT = '+' AND WS-TOKEN-SIGN NOT = '-'
005600        MOVE 'N' TO TOKEN-VALID-FLAG
005610        GO TO VALIDATE-TRANSFORM-TOKEN-EXIT.
005620     IF WS-TOKEN-DIGITS IS NOT NUMERIC
005630        MOVE 'N' TO TOKEN-VALID-FLAG
005640        GO TO VALIDATE-TRANSFORM-TOKEN-EXIT.
005650     IF WS-CTL-OPTION(K)(7:3) NOT = SPACES
005660        MOVE 'N' TO TOKEN-VALID-FLAG.
005670
005680 VALIDATE-TRANSFORM-TOKEN-EXIT.
005690     EXIT.
005700
005710*HI or LO, then the transform shape behind it with nothing
005720*trailing: the value SET-LIMITS-FROM-CONTROL decodes.
005730 VALIDATE-LIMIT-TOKEN.
005740     MOVE 'Y' TO TOKEN-VALID-FLAG.
005750     MOVE WS-CTL-OPTION(K)(3:1) TO WS-TOKEN-SIGN.
005760     MOVE WS-CTL-OPTION(K)(4:5) TO WS-TOKEN-DIGITS.
005770     IF WS-TOKEN-SIGN NOT = '+' AND WS-TOKEN-SIGN NOT = '-'
005780        MOVE 'N' TO TOKEN-VALID-FLAG
005790        GO TO VALIDATE-LIMIT-TOKEN-EXIT.
005800     IF WS-TOKEN-DIGITS IS NOT NUMERIC
005810        MOVE 'N' TO TOKEN-VALID-FLAG
005820        GO TO VALIDATE-LIMIT-TOKEN-EXIT.
005830     IF WS-CTL-OPTION(K)(9:1) NOT = SPACE
005840        MOVE 'N' TO TOKEN-VALID-FLAG.
005850 VALIDATE-LIMIT-TOKEN-EXIT.
005860     EXIT.
005870
005880*The open DDA itself will attempt at run time, made now: a file
005890*that will not open costs the whole point-set at 2 a.m., so it
005900*costs a finding here instead.
005910 PROBE-INPUT-FILE.
005920     OPEN INPUT PROBE-FILE.
005930     IF PROBE-FILE-STATUS = "00"
005940        CLOSE PROBE-FILE
005950     ELSE
005960        MOVE "INPUT FILE WOULD NOT OPEN" TO FINDING-REASON
005970        PERFORM WRITE-ONE-FINDING.
005980
005990 WRITE-ONE-FINDING.
006000     MOVE LINE-NUMBER TO FD-LINE-NUMBER.
006010     MOVE FINDING-REASON TO FD-REASON.
006020     MOVE CTL-RECORD TO FD-RECORD.
006030     WRITE FINDINGS-RECORD FROM FINDING-DETAIL-LINE.
006040     ADD 1 TO FINDING-COUNT.
006050
006060 WRITE-ONE-WARNING.
006070     MOVE LINE-NUMBER TO FD-LINE-NUMBER.
006080     MOVE FINDING-REASON TO FD-REASON.
006090     MOVE CTL-RECORD TO FD-RECORD.
006100     WRITE FINDINGS-RECORD FROM FINDING-DETAIL-LINE.
006110     ADD 1 TO WARNING-COUNT.
006120
006130*Totals at the foot of the findings report, so one glance tells
006140*the scheduler's log reader how the deck fared.
006150 WRITE-FINDING-SUMMARY.
006160     MOVE RECORDS-READ TO FS-RECORDS-READ.
006170     MOVE FINDING-COUNT TO FS-FINDINGS.
006180     MOVE WARNING-COUNT TO FS-WARNINGS.
006190     WRITE FINDINGS-RECORD FROM FINDING-SUMMARY-LINE.
