000100       ACCESS MODE IS DYNAMIC
000110       RECORD KEY IS HIST-KEY
000120       FILE STATUS IS HISTORY-FILE-STATUS.
000130     SELECT INTAKE-FILE ASSIGN TO DISK
000140       ORGANIZATION IS INDEXED
000150       ACCESS MODE IS DYNAMIC
000160       RECORD KEY IS INT-KEY
000170       ALTERNATE RECORD KEY IS INT-FINGERPRINT WITH DUPLICATES
000180       FILE STATUS IS INTAKE-FILE-STATUS.
000190     SELECT RUN-REGISTER-FILE ASSIGN TO DISK
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE IS DYNAMIC
000220       RECORD KEY IS RR-RUN-ID
000230       ALTERNATE RECORD KEY IS RR-BUSINESS-DATE WITH DUPLICATES
000240       FILE STATUS IS RUN-REGISTER-FILE-STATUS.
000250
000260 DATA DIVISION.
000270 FILE SECTION.
000280*The plot-history archive DDA appends to after every completed
000290*point-set: one record per run of a series, keyed by the output
000300*name plus the run date and time. The layout here must stay in
000310*step with the HISTORY-RECORD DDA writes.
000320 FD HISTORY-FILE
000330     LABEL RECORDS ARE STANDARD
000340     VALUE OF FILE-ID IS "history.idx".
000350 01 HISTORY-RECORD.
000360    03 HIST-KEY.
000370       05 HIST-OUTPUT-NAME PIC X(20).
000380*The run date carries the business date with its full
000390*four-digit year (YYYYMMDD), so a series' runs list in true
000400*date order across the century boundary. An archive written in
000410*the old two-digit-year layout is converted once by DDAHCNV.
000420       05 HIST-RUN-DATE PIC 9(8).
000430       05 HIST-RUN-TIME PIC 9(8).
000440    03 HIST-INPUT-NAME PIC X(20).
000450    03 HIST-POINTS-READ PIC 9(5).
000460    03 HIST-VERTICAL-COUNT PIC 9(5).
000470    03 HIST-LARGE-SLOPE-COUNT PIC 9(5).
000480    03 HIST-SMALL-SLOPE-COUNT PIC 9(5).
000490    03 HIST-ERROR-COUNT PIC 9(5).
000500    03 HIST-COLLISION-COUNT PIC 9(5).
000510    03 HIST-DIFF-COUNT PIC 9(5).
000520    03 HIST-BREACH-COUNT PIC 9(5).
000530*The run that wrote the entry; blanks on entries from before runs
000540*were numbered.
000550    03 HIST-RUN-ID PIC 9(5).
000560*The intake register DDA keeps of every transmission it takes in,
000570*keyed by series plus business date. The layout here must stay in
000580*step with the INTAKE-RECORD DDA writes.
000590 FD INTAKE-FILE
000600     LABEL RECORDS ARE STANDARD
000610     VALUE OF FILE-ID IS "intake.idx".
000620 01 INTAKE-RECORD.
000630    03 INT-KEY.
000640       05 INT-SERIES-NAME PIC X(20).
000650       05 INT-BUSINESS-DATE PIC 9(8).
000660    03 INT-FINGERPRINT.
000670       05 INT-RECORD-COUNT PIC 9(5).
000680       05 INT-HEADER-COUNT PIC 9(4).
000690       05 INT-CHECKSUM PIC 9(15).
000700    03 INT-FIRST-POINT PIC X(30).
000710    03 INT-LAST-POINT PIC X(30).
000720    03 INT-INPUT-NAME PIC X(20).
000730    03 INT-RUN-TIME PIC 9(8).
000740    03 INT-OUTCOME PIC X(10).
000750    03 INT-MATCH-SERIES PIC X(20).
000760    03 INT-MATCH-DATE PIC 9(8).
000770    03 FILLER PIC X(10).
000780*The run registry DDA keeps of its executions, keyed by run ID
000790*with the business date as an alternate key. The layout here must
000800*stay in step with the RUN-REGISTER-RECORD DDA writes.
000810 FD RUN-REGISTER-FILE
000820     LABEL RECORDS ARE STANDARD
000830     VALUE OF FILE-ID IS "runreg.idx".
000840 01 RUN-REGISTER-RECORD.
000850    03 RR-RUN-ID PIC 9(5).
000860    03 RR-BUSINESS-DATE PIC 9(8).
000870    03 RR-CONTROL-NAME PIC X(20).
000880    03 RR-START-DATE PIC 9(8).
000890    03 RR-START-TIME PIC 9(8).
000900    03 RR-END-DATE PIC 9(8).
000910    03 RR-END-TIME PIC 9(8).
000920    03 RR-SUMMARY-NAME PIC X(20).
000930    03 RR-PRINT-NAME PIC X(20).
000940    03 RR-SETS-PLOTTED PIC 9(4).
000950    03 RR-SETS-FAILED PIC 9(4).
000960    03 RR-RESTART-FLAG PIC X.
000970    03 RR-RETURN-CODE PIC 99.
000980    03 RR-RUN-STATUS PIC X(8).
000990    03 FILLER PIC X(20).
001000 WORKING-STORAGE SECTION.
001010 01 HISTORY-FILE-STATUS PIC XX.
001020 01 INTAKE-FILE-STATUS PIC XX.
001030 01 RUN-REGISTER-FILE-STATUS PIC XX.
001040*The command line split into an optional mode keyword and its
001050*argument.
001060 01 WS-COMMAND-LINE PIC X(80).
001070 01 WS-CMD-KEYWORD  PIC X(20).
001080 01 WS-CMD-ARGUMENT PIC X(20).
001090*The series asked about, taken from the command line. Left
001100*blank, the whole archive is listed.
001110 01 SERIES-NAME PIC X(20).
001120 01 HISTORY-EOF PIC X VALUE 'N'.
001130 01 PREVIOUS-SERIES-NAME PIC X(20) VALUE SPACES.
001140 01 ENTRIES-LISTED PIC 9(5) VALUE 0.
001150*The run asked about: its ID taken digit by digit off the command
001160*line, up to the first blank ('X' marks anything else), or the
001170*business date whose runs are wanted.
001180 01 RUN-ID-ASKED PIC 9(5) VALUE 0.
001190 01 DIGIT-END-FLAG PIC X VALUE 'N'.
001200 01 DIGIT-X PIC X.
001210 01 DIGIT REDEFINES DIGIT-X PIC 9.
001220 01 K PIC 99.
001230 01 WS-DATE-TEXT PIC X(8).
001240 01 RUN-DATE-ASKED REDEFINES WS-DATE-TEXT PIC 9(8).
001250*A run-date view split back into its parts so the listing can
001260*show a readable date and time.
001270 01 LIST-DATE.
001280    03 LD-YEAR PIC 9(4).
001290    03 LD-MM PIC 99.
001300    03 LD-DD PIC 99.
001310 01 LIST-TIME.
001320    03 LT-HH PIC 99.
001330    03 LT-MM PIC 99.
001340    03 LT-SS PIC 99.
001350    03 LT-HS PIC 99.
001360 01 HISTORY-LIST-LINE.
001370    03 HL-MM PIC 99.
001380    03 FILLER PIC X VALUE "/".
001390    03 HL-DD PIC 99.
001400    03 FILLER PIC X VALUE "/".
001410    03 HL-YEAR PIC 9(4).
001420    03 FILLER PIC X(2) VALUE SPACES.
001430    03 HL-HH PIC 99.
001440    03 FILLER PIC X VALUE ":".
001450    03 HL-MIN PIC 99.
001460    03 FILLER PIC X VALUE ":".
001470    03 HL-SS PIC 99.
001480    03 FILLER PIC X(9) VALUE "  POINTS=".
001490    03 HL-POINTS PIC ZZZZ9.
001500    03 FILLER PIC X(7) VALUE "  VERT=".
001510    03 HL-VERTICAL PIC ZZZZ9.
001520    03 FILLER PIC X(8) VALUE "  LARGE=".
001530    03 HL-LARGE PIC ZZZZ9.
001540    03 FILLER PIC X(8) VALUE "  SMALL=".
001550    03 HL-SMALL PIC ZZZZ9.
001560    03 FILLER PIC X(9) VALUE "  ERRORS=".
001570    03 HL-ERRORS PIC ZZZZ9.
001580    03 FILLER PIC X(7) VALUE "  COLL=".
001590    03 HL-COLLISIONS PIC ZZZZ9.
001600    03 FILLER PIC X(7) VALUE "  DIFF=".
001610    03 HL-DIFF PIC ZZZZ9.
001620    03 FILLER PIC X(7) VALUE "  BRCH=".
001630    03 HL-BREACHES PIC ZZZZ9.
001640    03 FILLER PIC X(6) VALUE "  RUN=".
001650    03 HL-RUN-ID PIC ZZZZ9.
001660*One transmission from the intake register: when it came in,
001670*from which file, its fingerprint, and whether it was taken or
001680*refused as a repeat of an earlier one.
001690 01 INTAKE-LIST-LINE.
001700    03 IL-MM PIC 99.
001710    03 FILLER PIC X VALUE "/".
001720    03 IL-DD PIC 99.
001730    03 FILLER PIC X VALUE "/".
001740    03 IL-YEAR PIC 9(4).
001750    03 FILLER PIC X(2) VALUE SPACES.
001760    03 IL-HH PIC 99.
001770    03 FILLER PIC X VALUE ":".
001780    03 IL-MIN PIC 99.
001790    03 FILLER PIC X VALUE ":".
001800    03 IL-SS PIC 99.
001810    03 FILLER PIC X(2) VALUE SPACES.
001820    03 IL-INPUT-NAME PIC X(20).
001830    03 FILLER PIC X(7) VALUE "  RECS=".
001840    03 IL-RECORDS PIC ZZZZ9.
001850    03 FILLER PIC X(7) VALUE "  DECL=".
001860    03 IL-DECLARED PIC ZZZ9.
001870    03 FILLER PIC X(6) VALUE "  SUM=".
001880    03 IL-CHECKSUM PIC 9(15).
001890    03 FILLER PIC X(2) VALUE SPACES.
001900    03 IL-OUTCOME PIC X(10).
001910    03 IL-MATCH-AREA PIC X(35).
001920*Fills IL-MATCH-AREA for a refused transmission.
001930 01 INTAKE-MATCH-TEXT.
001940    03 FILLER PIC X(3) VALUE "OF ".
001950    03 IM-SERIES PIC X(20).
001960    03 FILLER PIC X VALUE SPACE.
001970    03 IM-MM PIC 99.
001980    03 FILLER PIC X VALUE "/".
001990    03 IM-DD PIC 99.
002000    03 FILLER PIC X VALUE "/".
002010    03 IM-YEAR PIC 9(4).
002020*One run from the run registry, over two lines: which run it was
002030*and what it was given, then how it went.
002040 01 RUN-LIST-LINE-1.
002050    03 FILLER PIC X(4) VALUE "RUN ".
002060    03 RL-RUN-ID PIC 9(5).
002070    03 FILLER PIC X(7) VALUE "  DATE ".
002080    03 RL-MM PIC 99.
002090    03 FILLER PIC X VALUE "/".
002100    03 RL-DD PIC 99.
002110    03 FILLER PIC X VALUE "/".
002120    03 RL-YEAR PIC 9(4).
002130    03 FILLER PIC X(10) VALUE "  CONTROL ".
002140    03 RL-CONTROL-NAME PIC X(20).
002150    03 FILLER PIC X(10) VALUE "  SUMMARY ".
002160    03 RL-SUMMARY-NAME PIC X(20).
002170    03 FILLER PIC X(8) VALUE "  PRINT ".
002180    03 RL-PRINT-NAME PIC X(20).
002190 01 RUN-LIST-LINE-2.
002200    03 FILLER PIC X(14) VALUE "      STARTED ".
002210    03 RL-START-STAMP PIC X(19).
002220    03 FILLER PIC X(2) VALUE SPACES.
002230    03 RL-END-AREA PIC X(25).
002240    03 FILLER PIC X(10) VALUE "  PLOTTED=".
002250    03 RL-PLOTTED PIC ZZZ9.
002260    03 FILLER PIC X(9) VALUE "  FAILED=".
002270    03 RL-FAILED PIC ZZZ9.
002280    03 FILLER PIC X(10) VALUE "  RESTART=".
002290    03 RL-RESTART PIC X.
002300    03 FILLER PIC X(5) VALUE "  RC=".
002310    03 RL-RC PIC XX.
002320*A machine stamp made readable, for the start and end of a run.
002330 01 STAMP-TEXT.
002340    03 ST-MM PIC 99.
002350    03 FILLER PIC X VALUE "/".
002360    03 ST-DD PIC 99.
002370    03 FILLER PIC X VALUE "/".
002380    03 ST-YEAR PIC 9(4).
002390    03 FILLER PIC X VALUE SPACE.
002400    03 ST-HH PIC 99.
002410    03 FILLER PIC X VALUE ":".
002420    03 ST-MIN PIC 99.
002430    03 FILLER PIC X VALUE ":".
002440    03 ST-SS PIC 99.
002450 01 RC-TEXT PIC 99.
002460
002470*DDAHIST answers "when did this series run, and how did each
002480*run go" from the indexed plot-history archive DDA maintains,
002490*so questions like "when did error counts start climbing on
002500*series3" no longer mean digging through archived report files.
002510*    DDAHIST <output-name>   lists that series' runs in order
002520*    DDAHIST                 lists the whole archive
002530*    DDAHIST INTAKE <series> lists the transmissions the intake
002540*                            register holds for that series, so
002550*                            "did they send new data this week"
002560*                            has an answer (the whole register
002570*                            when no series is named)
002580*    DDAHIST RUN <run-id>    shows that run as the run registry
002590*                            holds it and lists every series entry
002600*                            it wrote to the history
002610*    DDAHIST DATE <yyyymmdd> lists every run the registry holds
002620*                            for that business date, so reruns
002630*                            and overlapping decks can be told
002640*                            apart
002650*Return code: 0 entries listed, 4 none found for the series (run,
002660*date), 8 the archive (register, registry) could not be opened or
002670*the run ID or date given is unusable.
002680 PROCEDURE DIVISION.
002690 PROG-MAIN.
002700     MOVE SPACES TO SERIES-NAME.
002710     MOVE SPACES TO WS-COMMAND-LINE.
002720     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002730     MOVE SPACES TO WS-CMD-KEYWORD.
002740     MOVE SPACES TO WS-CMD-ARGUMENT.
002750     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002760         INTO WS-CMD-KEYWORD WS-CMD-ARGUMENT.
002770     IF WS-CMD-KEYWORD = "INTAKE"
002780        MOVE WS-CMD-ARGUMENT TO SERIES-NAME
002790        PERFORM LIST-INTAKE-REGISTER
002800           THRU LIST-INTAKE-REGISTER-EXIT
002810        GO TO PROG-DONE.
002820     IF WS-CMD-KEYWORD = "RUN"
002830        PERFORM LIST-RUN-SERIES THRU LIST-RUN-SERIES-EXIT
002840        GO TO PROG-DONE.
002850     IF WS-CMD-KEYWORD = "DATE"
002860        PERFORM LIST-RUNS-FOR-DATE THRU LIST-RUNS-FOR-DATE-EXIT
002870        GO TO PROG-DONE.
002880     MOVE WS-CMD-KEYWORD TO SERIES-NAME.
002890     OPEN INPUT HISTORY-FILE.
002900     IF HISTORY-FILE-STATUS NOT = "00"
002910        DISPLAY "DDAHIST: no plot history available."
002920        MOVE 8 TO RETURN-CODE
002930        GO TO PROG-DONE.
002940     IF SERIES-NAME NOT = SPACES
002950        MOVE SERIES-NAME TO HIST-OUTPUT-NAME
002960        MOVE 0 TO HIST-RUN-DATE
002970        MOVE 0 TO HIST-RUN-TIME
002980        START HISTORY-FILE KEY NOT < HIST-KEY
002990           INVALID KEY MOVE 'Y' TO HISTORY-EOF
003000        END-START
003010     END-IF.
003020     PERFORM LIST-NEXT-ENTRY THRU LIST-NEXT-ENTRY-EXIT
003030        UNTIL HISTORY-EOF = 'Y'.
003040     CLOSE HISTORY-FILE.
003050     IF ENTRIES-LISTED = 0
003060        DISPLAY "DDAHIST: no history for this series."
003070        MOVE 4 TO RETURN-CODE
003080        GO TO PROG-DONE.
003090     MOVE 0 TO RETURN-CODE.
003100
003110 PROG-DONE.
003120     STOP RUN.
003130
003140*Reads the archive forward in key order. Records belonging to a
003150*different series end a named inquiry, since the key sorts all
003160*of one series' runs together.
003170 LIST-NEXT-ENTRY.
003180     READ HISTORY-FILE NEXT RECORD
003190        AT END MOVE 'Y' TO HISTORY-EOF
003200     END-READ.
003210     IF HISTORY-EOF = 'Y'
003220        GO TO LIST-NEXT-ENTRY-EXIT.
003230     IF SERIES-NAME NOT = SPACES
003240        AND HIST-OUTPUT-NAME NOT = SERIES-NAME
003250        MOVE 'Y' TO HISTORY-EOF
003260        GO TO LIST-NEXT-ENTRY-EXIT.
003270     IF ENTRIES-LISTED = 0 OR SERIES-NAME = SPACES
003280        PERFORM DISPLAY-SERIES-HEADING.
003290     PERFORM DISPLAY-ONE-ENTRY.
003300     ADD 1 TO ENTRIES-LISTED.
003310 LIST-NEXT-ENTRY-EXIT.
003320     EXIT.
003330
003340*A heading ahead of the first entry of a series. A whole-file
003350*listing repeats it whenever the series changes, which the
003360*previous-name check below spots.
003370 DISPLAY-SERIES-HEADING.
003380     IF HIST-OUTPUT-NAME NOT = PREVIOUS-SERIES-NAME
003390        DISPLAY "RUN HISTORY FOR: " HIST-OUTPUT-NAME
003400        MOVE HIST-OUTPUT-NAME TO PREVIOUS-SERIES-NAME.
003410
003420 DISPLAY-ONE-ENTRY.
003430     MOVE HIST-RUN-DATE TO LIST-DATE.
003440     MOVE HIST-RUN-TIME TO LIST-TIME.
003450     MOVE LD-MM TO HL-MM.
003460     MOVE LD-DD TO HL-DD.
003470     MOVE LD-YEAR TO HL-YEAR.
003480     MOVE LT-HH TO HL-HH.
003490     MOVE LT-MM TO HL-MIN.
003500     MOVE LT-SS TO HL-SS.
003510     MOVE HIST-POINTS-READ TO HL-POINTS.
003520     MOVE HIST-VERTICAL-COUNT TO HL-VERTICAL.
003530     MOVE HIST-LARGE-SLOPE-COUNT TO HL-LARGE.
003540     MOVE HIST-SMALL-SLOPE-COUNT TO HL-SMALL.
003550     MOVE HIST-ERROR-COUNT TO HL-ERRORS.
003560     MOVE HIST-COLLISION-COUNT TO HL-COLLISIONS.
003570     MOVE HIST-DIFF-COUNT TO HL-DIFF.
003580*Entries written before limits were kept carry blanks here.
003590     IF HIST-BREACH-COUNT IS NUMERIC
003600        MOVE HIST-BREACH-COUNT TO HL-BREACHES
003610     ELSE
003620        MOVE 0 TO HL-BREACHES
003630     END-IF.
003640     IF HIST-RUN-ID IS NUMERIC
003650        MOVE HIST-RUN-ID TO HL-RUN-ID
003660     ELSE
003670        MOVE 0 TO HL-RUN-ID
003680     END-IF.
003690     DISPLAY HISTORY-LIST-LINE.
003700
003710*The intake-register inquiry, read the same way as the history:
003720*forward in key order from the series' first date, stopping at
003730*the next series.
003740 LIST-INTAKE-REGISTER.
003750     OPEN INPUT INTAKE-FILE.
003760     IF INTAKE-FILE-STATUS NOT = "00"
003770        DISPLAY "DDAHIST: no intake register available."
003780        MOVE 8 TO RETURN-CODE
003790        GO TO LIST-INTAKE-REGISTER-EXIT.
003800     IF SERIES-NAME NOT = SPACES
003810        MOVE SERIES-NAME TO INT-SERIES-NAME
003820        MOVE 0 TO INT-BUSINESS-DATE
003830        START INTAKE-FILE KEY NOT < INT-KEY
003840           INVALID KEY MOVE 'Y' TO HISTORY-EOF
003850        END-START
003860     END-IF.
003870     PERFORM LIST-NEXT-INTAKE THRU LIST-NEXT-INTAKE-EXIT
003880        UNTIL HISTORY-EOF = 'Y'.
003890     CLOSE INTAKE-FILE.
003900     IF ENTRIES-LISTED = 0
003910        DISPLAY "DDAHIST: no transmissions for this series."
003920        MOVE 4 TO RETURN-CODE
003930        GO TO LIST-INTAKE-REGISTER-EXIT.
003940     MOVE 0 TO RETURN-CODE.
003950 LIST-INTAKE-REGISTER-EXIT.
003960     EXIT.
003970
003980 LIST-NEXT-INTAKE.
003990     READ INTAKE-FILE NEXT RECORD
004000        AT END MOVE 'Y' TO HISTORY-EOF
004010     END-READ.
004020     IF HISTORY-EOF = 'Y'
004030        GO TO LIST-NEXT-INTAKE-EXIT.
004040     IF SERIES-NAME NOT = SPACES
004050        AND INT-SERIES-NAME NOT = SERIES-NAME
004060        MOVE 'Y' TO HISTORY-EOF
004070        GO TO LIST-NEXT-INTAKE-EXIT.
004080     IF INT-SERIES-NAME NOT = PREVIOUS-SERIES-NAME
004090        DISPLAY "TRANSMISSIONS FOR: " INT-SERIES-NAME
004100        MOVE INT-SERIES-NAME TO PREVIOUS-SERIES-NAME.
004110     PERFORM DISPLAY-ONE-TRANSMISSION.
004120     ADD 1 TO ENTRIES-LISTED.
004130 LIST-NEXT-INTAKE-EXIT.
004140     EXIT.
004150
004160 DISPLAY-ONE-TRANSMISSION.
004170     MOVE INT-BUSINESS-DATE TO LIST-DATE.
004180     MOVE INT-RUN-TIME TO LIST-TIME.
004190     MOVE LD-MM TO IL-MM.
004200     MOVE LD-DD TO IL-DD.
004210     MOVE LD-YEAR TO IL-YEAR.
004220     MOVE LT-HH TO IL-HH.
004230     MOVE LT-MM TO IL-MIN.
004240     MOVE LT-SS TO IL-SS.
004250     MOVE INT-INPUT-NAME TO IL-INPUT-NAME.
004260     MOVE INT-RECORD-COUNT TO IL-RECORDS.
004270     MOVE INT-HEADER-COUNT TO IL-DECLARED.
004280     MOVE INT-CHECKSUM TO IL-CHECKSUM.
004290     MOVE INT-OUTCOME TO IL-OUTCOME.
004300     MOVE SPACES TO IL-MATCH-AREA.
004310     IF INT-OUTCOME = "DUPLICATE"
004320        MOVE INT-MATCH-DATE TO LIST-DATE
004330        MOVE INT-MATCH-SERIES TO IM-SERIES
004340        MOVE LD-MM TO IM-MM
004350        MOVE LD-DD TO IM-DD
004360        MOVE LD-YEAR TO IM-YEAR
004370        MOVE INTAKE-MATCH-TEXT TO IL-MATCH-AREA
004380     END-IF.
004390     DISPLAY INTAKE-LIST-LINE.
004400
004410*The run inquiry: the run's registry entry, then every history
004420*entry carrying its ID. The history is keyed by series, not run,
004430*so the whole archive is read; the entries still come out grouped
004440*by series. A run missing from the registry (one whose entry could
004450*not be written) still has its history listed.
004460 LIST-RUN-SERIES.
004470     MOVE 0 TO RUN-ID-ASKED.
004480     MOVE 'N' TO DIGIT-END-FLAG.
004490     IF WS-CMD-ARGUMENT(1:1) IS NOT NUMERIC
004500        OR WS-CMD-ARGUMENT(6:1) NOT = SPACE
004510        MOVE 'X' TO DIGIT-END-FLAG.
004520     PERFORM TAKE-ONE-RUN-DIGIT
004530        VARYING K FROM 1 BY 1 UNTIL K > 5.
004540     IF DIGIT-END-FLAG = 'X'
004550        DISPLAY "DDAHIST: run ID must be 0-99999."
004560        MOVE 8 TO RETURN-CODE
004570        GO TO LIST-RUN-SERIES-EXIT.
004580     PERFORM SHOW-REGISTERED-RUN THRU SHOW-REGISTERED-RUN-EXIT.
004590     OPEN INPUT HISTORY-FILE.
004600     IF HISTORY-FILE-STATUS NOT = "00"
004610        DISPLAY "DDAHIST: no plot history available."
004620        MOVE 8 TO RETURN-CODE
004630        GO TO LIST-RUN-SERIES-EXIT.
004640     PERFORM LIST-NEXT-RUN-ENTRY THRU LIST-NEXT-RUN-ENTRY-EXIT
004650        UNTIL HISTORY-EOF = 'Y'.
004660     CLOSE HISTORY-FILE.
004670     IF ENTRIES-LISTED = 0
004680        DISPLAY "DDAHIST: no history for this run."
004690        MOVE 4 TO RETURN-CODE
004700        GO TO LIST-RUN-SERIES-EXIT.
004710     MOVE 0 TO RETURN-CODE.
004720 LIST-RUN-SERIES-EXIT.
004730     EXIT.
004740
004750 TAKE-ONE-RUN-DIGIT.
004760     IF DIGIT-END-FLAG = 'N'
004770        MOVE WS-CMD-ARGUMENT(K:1) TO DIGIT-X
004780        IF DIGIT-X IS NUMERIC
004790           COMPUTE RUN-ID-ASKED = RUN-ID-ASKED * 10 + DIGIT
004800        ELSE
004810           IF DIGIT-X = SPACE
004820              MOVE 'Y' TO DIGIT-END-FLAG
004830           ELSE
004840              MOVE 'X' TO DIGIT-END-FLAG
004850           END-IF
004860        END-IF
004870     END-IF.
004880
004890*The run's own registry entry heads the listing. A registry that
004900*is missing or does not hold the run is only noted: the history
004910*may still hold the run's entries.
004920 SHOW-REGISTERED-RUN.
004930     OPEN INPUT RUN-REGISTER-FILE.
004940     IF RUN-REGISTER-FILE-STATUS NOT = "00"
004950        DISPLAY "DDAHIST: no run registry available."
004960        GO TO SHOW-REGISTERED-RUN-EXIT.
004970     MOVE RUN-ID-ASKED TO RR-RUN-ID.
004980     READ RUN-REGISTER-FILE KEY IS RR-RUN-ID
004990        INVALID KEY
005000           DISPLAY "DDAHIST: run " RUN-ID-ASKED
005010              " is not in the run registry."
005020        NOT INVALID KEY
005030           PERFORM DISPLAY-ONE-RUN
005040     END-READ.
005050     CLOSE RUN-REGISTER-FILE.
005060 SHOW-REGISTERED-RUN-EXIT.
005070     EXIT.
005080
005090 LIST-NEXT-RUN-ENTRY.
005100     READ HISTORY-FILE NEXT RECORD
005110        AT END MOVE 'Y' TO HISTORY-EOF
005120     END-READ.
005130     IF HISTORY-EOF = 'Y'
005140        GO TO LIST-NEXT-RUN-ENTRY-EXIT.
005150     IF HIST-RUN-ID IS NOT NUMERIC
005160        GO TO LIST-NEXT-RUN-ENTRY-EXIT.
005170     IF HIST-RUN-ID NOT = RUN-ID-ASKED
005180        GO TO LIST-NEXT-RUN-ENTRY-EXIT.
005190     PERFORM DISPLAY-SERIES-HEADING.
005200     PERFORM DISPLAY-ONE-ENTRY.
005210     ADD 1 TO ENTRIES-LISTED.
005220 LIST-NEXT-RUN-ENTRY-EXIT.
005230     EXIT.
005240
005250*The date inquiry: positions on the first registry entry for the
005260*business date through the alternate key and reads forward while
005270*the date holds, so the runs come out in the order they started.
005280 LIST-RUNS-FOR-DATE.
005290     MOVE WS-CMD-ARGUMENT TO WS-DATE-TEXT.
005300     IF WS-CMD-ARGUMENT(9:1) NOT = SPACE
005310        OR WS-DATE-TEXT IS NOT NUMERIC
005320        DISPLAY "DDAHIST: business date is not YYYYMMDD."
005330        MOVE 8 TO RETURN-CODE
005340        GO TO LIST-RUNS-FOR-DATE-EXIT.
005350     OPEN INPUT RUN-REGISTER-FILE.
005360     IF RUN-REGISTER-FILE-STATUS NOT = "00"
005370        DISPLAY "DDAHIST: no run registry available."
005380        MOVE 8 TO RETURN-CODE
005390        GO TO LIST-RUNS-FOR-DATE-EXIT.
005400     MOVE RUN-DATE-ASKED TO RR-BUSINESS-DATE.
005410     START RUN-REGISTER-FILE KEY NOT < RR-BUSINESS-DATE
005420        INVALID KEY MOVE 'Y' TO HISTORY-EOF
005430     END-START.
005440     PERFORM LIST-NEXT-RUN THRU LIST-NEXT-RUN-EXIT
005450        UNTIL HISTORY-EOF = 'Y'.
005460     CLOSE RUN-REGISTER-FILE.
005470     IF ENTRIES-LISTED = 0
005480        DISPLAY "DDAHIST: no runs for this date."
005490        MOVE 4 TO RETURN-CODE
005500        GO TO LIST-RUNS-FOR-DATE-EXIT.
005510     MOVE 0 TO RETURN-CODE.
005520 LIST-RUNS-FOR-DATE-EXIT.
005530     EXIT.
005540
005550 LIST-NEXT-RUN.
005560     READ RUN-REGISTER-FILE NEXT RECORD
005570        AT END MOVE 'Y' TO HISTORY-EOF
005580     END-READ.
005590     IF HISTORY-EOF = 'Y'
005600        GO TO LIST-NEXT-RUN-EXIT.
005610     IF RR-BUSINESS-DATE NOT = RUN-DATE-ASKED
005620        MOVE 'Y' TO HISTORY-EOF
005630        GO TO LIST-NEXT-RUN-EXIT.
005640     PERFORM DISPLAY-ONE-RUN.
005650     ADD 1 TO ENTRIES-LISTED.
005660 LIST-NEXT-RUN-EXIT.
005670     EXIT.
005680
005690*A run that has not ended -- still going, or died before it could
005700*say so -- has no end stamp or return code to show.
005710 DISPLAY-ONE-RUN.
005720     MOVE RR-RUN-ID TO RL-RUN-ID.
005730     MOVE RR-BUSINESS-DATE TO LIST-DATE.
005740     MOVE LD-MM TO RL-MM.
005750     MOVE LD-DD TO RL-DD.
005760     MOVE LD-YEAR TO RL-YEAR.
005770     MOVE RR-CONTROL-NAME TO RL-CONTROL-NAME.
005780     MOVE RR-SUMMARY-NAME TO RL-SUMMARY-NAME.
005790     IF RR-PRINT-NAME = SPACES
005800        MOVE "(NONE)" TO RL-PRINT-NAME
005810     ELSE
005820        MOVE RR-PRINT-NAME TO RL-PRINT-NAME
005830     END-IF.
005840     MOVE RR-START-DATE TO LIST-DATE.
005850     MOVE RR-START-TIME TO LIST-TIME.
005860     PERFORM BUILD-STAMP-TEXT.
005870     MOVE STAMP-TEXT TO RL-START-STAMP.
005880     MOVE RR-SETS-PLOTTED TO RL-PLOTTED.
005890     MOVE RR-SETS-FAILED TO RL-FAILED.
005900     MOVE RR-RESTART-FLAG TO RL-RESTART.
005910     IF RR-RUN-STATUS = "ENDED"
005920        MOVE RR-END-DATE TO LIST-DATE
005930        MOVE RR-END-TIME TO LIST-TIME
005940        PERFORM BUILD-STAMP-TEXT
005950        MOVE SPACES TO RL-END-AREA
005960        STRING "ENDED " DELIMITED BY SIZE
005970              STAMP-TEXT DELIMITED BY SIZE
005980          INTO RL-END-AREA
005990        MOVE RR-RETURN-CODE TO RC-TEXT
006000        MOVE RC-TEXT TO RL-RC
006010     ELSE
006020        MOVE "NOT ENDED" TO RL-END-AREA
006030        MOVE "--" TO RL-RC
006040     END-IF.
006050     DISPLAY RUN-LIST-LINE-1.
006060     DISPLAY RUN-LIST-LINE-2.
006070
006080 BUILD-STAMP-TEXT.
006090     MOVE LD-MM TO ST-MM.
006100     MOVE LD-DD TO ST-DD.
006110     MOVE LD-YEAR TO ST-YEAR.
006120     MOVE LT-HH TO ST-HH.
006130     MOVE LT-MM TO ST-MIN.
006140     MOVE LT-SS TO ST-SS.
