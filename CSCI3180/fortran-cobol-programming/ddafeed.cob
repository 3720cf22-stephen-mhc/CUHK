000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDAFEED.
000030 AUTHOR.     STEPHEN.
000040
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT SCHEDULE-FILE ASSIGN TO DISK
000090       ORGANIZATION IS LINE SEQUENTIAL
000100       FILE STATUS IS SCHEDULE-FILE-STATUS.
000110     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
000120       ORGANIZATION IS LINE SEQUENTIAL
000130       FILE STATUS IS SUMMARY-FILE-STATUS.
000140     SELECT HISTORY-FILE ASSIGN TO DISK
000150       ORGANIZATION IS INDEXED
000160       ACCESS MODE IS DYNAMIC
000170       RECORD KEY IS HIST-KEY
000180       FILE STATUS IS HISTORY-FILE-STATUS.
000190     SELECT FEED-REPORT-FILE ASSIGN TO DYNAMIC
000200       WS-REPORT-FILENAME
000210       ORGANIZATION IS LINE SEQUENTIAL
000220       FILE STATUS IS FEED-REPORT-FILE-STATUS.
000230
000240 DATA DIVISION.
000250 FILE SECTION.
000260*The expected-feed schedule, one rule per record:
000270*    <series> DAILY
000280*    <series> EVERYDAY
000290*    <series> WEEKLY <day> [<day> ...]
000300*    <series> MONTHEND
000310*    <series> MONTHDAY <dd>
000320*with fields one space apart. DAILY is every business day,
000330*Monday to Friday; EVERYDAY takes in the weekend as well;
000340*WEEKLY names the days as MON TUE WED THU FRI SAT SUN; MONTHEND
000350*is the last business day of the month; MONTHDAY is that day of
000360*the month, or the last day when the month is shorter. A series
000370*due on more than one pattern carries one record per pattern.
000380*The series name is the catalog name a PLOT record asks for,
000390*which is also the output name the summary and history carry.
000400*Records opening with '*' are comments.
000410 FD SCHEDULE-FILE
000420     LABEL RECORDS ARE STANDARD
000430     VALUE OF FILE-ID IS "schedule.txt".
000440 01 SCHEDULE-RECORD PIC X(80).
000450*The run summary DDA wrote: the "DDA RUN SUMMARY" heading with
000460*the business date, one line per control record naming the
000470*output and its outcome, and the closing set totals.
000480 FD SUMMARY-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01 SUMMARY-RECORD.
000510    03 SR-OUTPUT-NAME PIC X(20).
000520    03 FILLER PIC X.
000530    03 SR-OUTCOME PIC X(20).
000540    03 FILLER PIC X(59).
000550 01 SUMMARY-HEADING-RECORD.
000560    03 SR-HEADING-TEXT PIC X(15).
000570    03 FILLER PIC XX.
000580    03 SR-RUN-MM PIC XX.
000590    03 FILLER PIC X.
000600    03 SR-RUN-DD PIC XX.
000610    03 FILLER PIC X.
000620    03 SR-RUN-YEAR PIC X(4).
000630    03 FILLER PIC X(53).
000640*The plot-history archive DDA appends to after every completed
000650*point-set. Every run of the business date counts, not only the
000660*one that wrote the summary at hand, so a feed rerun under its
000670*own summary file still shows as received. The layout must stay
000680*in step with the HISTORY-RECORD DDA writes.
000690 FD HISTORY-FILE
000700     LABEL RECORDS ARE STANDARD
000710     VALUE OF FILE-ID IS "history.idx".
000720 01 HISTORY-RECORD.
000730    03 HIST-KEY.
000740       05 HIST-OUTPUT-NAME PIC X(20).
000750       05 HIST-RUN-DATE PIC 9(8).
000760       05 HIST-RUN-TIME PIC 9(8).
000770    03 HIST-INPUT-NAME PIC X(20).
000780    03 HIST-POINTS-READ PIC 9(5).
000790    03 HIST-VERTICAL-COUNT PIC 9(5).
000800    03 HIST-LARGE-SLOPE-COUNT PIC 9(5).
000810    03 HIST-SMALL-SLOPE-COUNT PIC 9(5).
000820    03 HIST-ERROR-COUNT PIC 9(5).
000830    03 HIST-COLLISION-COUNT PIC 9(5).
000840    03 HIST-DIFF-COUNT PIC 9(5).
000850    03 HIST-BREACH-COUNT PIC 9(5).
000860    03 HIST-RUN-ID PIC 9(5).
000870
000880 FD FEED-REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01 FEED-REPORT-RECORD PIC X(100).
000910 WORKING-STORAGE SECTION.
000920 01 SCHEDULE-FILE-STATUS PIC XX.
000930 01 SUMMARY-FILE-STATUS PIC XX.
000940 01 HISTORY-FILE-STATUS PIC XX.
000950 01 FEED-REPORT-FILE-STATUS PIC XX.
000960 01 SCHEDULE-EOF PIC X VALUE 'N'.
000970 01 SUMMARY-EOF PIC X VALUE 'N'.
000980 01 HISTORY-EOF PIC X VALUE 'N'.
000990
001000*DDAFEED <summary> <yyyymmdd> <report>, all positional. The
001010*summary defaults to DDA's own summary.txt, the business date to
001020*the one on that summary's heading, the report to feedrec.rpt.
001030 01 WS-SUMMARY-FILENAME PIC X(20) VALUE "summary.txt".
001040 01 WS-REPORT-FILENAME PIC X(20) VALUE "feedrec.rpt".
001050 01 WS-COMMAND-LINE PIC X(80).
001060 01 WS-CMD-SUMMARY-NAME PIC X(20).
001070 01 WS-CMD-DATE PIC X(20).
001080 01 WS-CMD-REPORT-NAME PIC X(20).
001090 01 PARAMETER-VALID-FLAG PIC X VALUE 'Y'.
001100 01 DATE-GIVEN-FLAG PIC X VALUE 'N'.
001110 01 WS-DATE-TEXT PIC X(8).
001120 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
001130    03 WS-DATE-YEAR  PIC 9(4).
001140    03 WS-DATE-MONTH PIC 99.
001150    03 WS-DATE-DAY   PIC 99.
001160 01 BUSINESS-DATE.
001170    03 BUS-YEAR  PIC 9(4).
001180    03 BUS-MONTH PIC 99.
001190    03 BUS-DAY   PIC 99.
001200 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
001210
001220*The day of the week of the business date, by Zeller's rule:
001230*1 is Saturday, 2 Sunday, 3 Monday and so on to 7 for Friday.
001240*January and February count as months 13 and 14 of the year
001250*before.
001260 01 WEEKDAY-INDEX PIC 9 VALUE 1.
001270 01 Z-YEAR PIC 9(4).
001280 01 Z-MONTH PIC 99.
001290 01 Z-CENTURY PIC 99.
001300 01 Z-YEAR-OF-CENTURY PIC 99.
001310 01 Z-MONTH-TERM PIC 9(4).
001320 01 Z-YEAR-TERM PIC 99.
001330 01 Z-CENTURY-TERM PIC 99.
001340 01 Z-SUM PIC 9(5).
001350 01 Z-QUOTIENT PIC 9(5).
001360 01 Z-REMAINDER PIC 9.
001370 01 DAY-CODE-VALUES PIC X(21)
001380    VALUE "SATSUNMONTUEWEDTHUFRI".
001390 01 DAY-CODE-TABLE REDEFINES DAY-CODE-VALUES.
001400    03 DAY-CODE PIC X(3) OCCURS 7.
001410 01 DAY-NAME-VALUES.
001420    03 FILLER PIC X(27) VALUE "SATURDAY SUNDAY   MONDAY   ".
001430    03 FILLER PIC X(27) VALUE "TUESDAY  WEDNESDAYTHURSDAY ".
001440    03 FILLER PIC X(9)  VALUE "FRIDAY".
001450 01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
001460    03 DAY-NAME PIC X(9) OCCURS 7.
001470*Days in each month of a common year; February gains its 29th
001480*in a leap year.
001490 01 MONTH-LENGTH-VALUES PIC X(24)
001500    VALUE "312831303130313130313031".
001510 01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
001520    03 MONTH-LENGTH PIC 99 OCCURS 12.
001530 01 LEAP-YEAR-FLAG PIC X VALUE 'N'.
001540 01 YEAR-QUOTIENT PIC 9(4).
001550 01 YEAR-REMAINDER PIC 9(4).
001560 01 LAST-DAY-OF-MONTH PIC 99.
001570 01 DAYS-LEFT-IN-MONTH PIC 99.
001580 01 MONTH-END-FLAG PIC X VALUE 'N'.
001590
001600*One schedule record split into its fields.
001610 01 SCHEDULE-LINE-NUMBER PIC 9(5) VALUE 0.
001620 01 SCH-SERIES-NAME PIC X(20).
001630 01 SCH-RULE PIC X(10).
001640 01 SCH-ARGUMENT-TABLE.
001650    03 SCH-ARGUMENT PIC X(10) OCCURS 7.
001660 01 SCH-MONTH-DAY-TEXT PIC XX.
001670 01 SCH-MONTH-DAY REDEFINES SCH-MONTH-DAY-TEXT PIC 99.
001680 01 LINE-VALID-FLAG PIC X VALUE 'Y'.
001690 01 LINE-DUE-FLAG PIC X VALUE 'N'.
001700 01 DAY-CODE-FOUND-FLAG PIC X VALUE 'N'.
001710 01 SCHEDULE-ERROR-COUNT PIC 9(5) VALUE 0.
001720
001730*Every series the reconciliation hears of, from any of the
001740*three sources, with what each source said about it:
001750*    FT-SCHEDULED   - the schedule names the series at all
001760*    FT-DUE         - a schedule rule makes it due today, and
001770*                     FT-DUE-RULE is the first such rule
001780*    FT-GOOD-COUNT  - summary lines with a plotted outcome
001790*    FT-FAIL-COUNT  - summary lines with any other outcome, the
001800*                     last of which is kept in FT-FAIL-OUTCOME
001810*    FT-ABSENT-COUNT - those where the input would not open
001820*    FT-HISTORY-COUNT - history.idx entries for the date
001830 01 FEED-COUNT PIC 9(4) VALUE 0.
001840 01 FEED-TABLE-MAX PIC 9(4) VALUE 500.
001850 01 FEED-TABLE.
001860    03 FEED-ENTRY OCCURS 500.
001870       05 FT-NAME PIC X(20).
001880       05 FT-SCHEDULED PIC X.
001890       05 FT-DUE PIC X.
001900       05 FT-DUE-RULE PIC X(10).
001910       05 FT-GOOD-COUNT PIC 9(4).
001920       05 FT-FAIL-COUNT PIC 9(4).
001930       05 FT-FAIL-OUTCOME PIC X(20).
001940       05 FT-ABSENT-COUNT PIC 9(4).
001950       05 FT-HISTORY-COUNT PIC 9(4).
001960 01 K PIC 9(4) VALUE 1.
001970 01 J PIC 9(4) VALUE 1.
001980 01 SEARCH-NAME PIC X(20).
001990 01 FEED-FOUND-FLAG PIC X VALUE 'N'.
002000 01 TABLE-FULL-FLAG PIC X VALUE 'N'.
002010
002020*Which findings the current pass over the table reports; the
002030*report is written as one section per finding.
002040 01 REPORT-SECTION PIC X VALUE SPACE.
002050 01 ENTRY-FINDING PIC X VALUE SPACE.
002060 01 DUE-COUNT PIC 9(4) VALUE 0.
002070 01 RECEIVED-COUNT PIC 9(4) VALUE 0.
002080 01 MISSING-COUNT PIC 9(4) VALUE 0.
002090 01 FAILED-COUNT PIC 9(4) VALUE 0.
002100 01 UNSCHEDULED-COUNT PIC 9(4) VALUE 0.
002110
002120 01 FEED-HEADING-LINE.
002130    03 FILLER PIC X(35)
002140       VALUE "FEED RECONCILIATION  BUSINESS DATE ".
002150    03 FH-MM PIC 99.
002160    03 FILLER PIC X VALUE "/".
002170    03 FH-DD PIC 99.
002180    03 FILLER PIC X VALUE "/".
002190    03 FH-YEAR PIC 9(4).
002200    03 FILLER PIC X(2) VALUE SPACES.
002210    03 FH-DAY-NAME PIC X(9).
002220 01 FEED-SOURCE-LINE.
002230    03 FILLER PIC X(14) VALUE "SUMMARY FILE: ".
002240    03 FS-SUMMARY-NAME PIC X(20).
002250 01 FEED-SECTION-LINE.
002260    03 FILLER PIC X(4) VALUE "--- ".
002270    03 FSL-TITLE PIC X(40).
002280 01 FEED-DETAIL-LINE.
002290    03 FD-SERIES PIC X(20).
002300    03 FILLER PIC X VALUE SPACE.
002310    03 FD-FINDING PIC X(24).
002320    03 FILLER PIC X VALUE SPACE.
002330    03 FD-DETAIL PIC X(40).
002340 01 FEED-TOTALS-LINE.
002350    03 FILLER PIC X(5) VALUE "DUE: ".
002360    03 FR-TOTAL-DUE PIC ZZZ9.
002370    03 FILLER PIC X(12) VALUE "  RECEIVED: ".
002380    03 FR-TOTAL-RECEIVED PIC ZZZ9.
002390    03 FILLER PIC X(11) VALUE "  MISSING: ".
002400    03 FR-TOTAL-MISSING PIC ZZZ9.
002410    03 FILLER PIC X(10) VALUE "  FAILED: ".
002420    03 FR-TOTAL-FAILED PIC ZZZ9.
002430    03 FILLER PIC X(15) VALUE "  UNSCHEDULED: ".
002440    03 FR-TOTAL-UNSCHEDULED PIC ZZZ9.
002450 01 FEED-SCHEDULE-ERROR-LINE.
002460    03 FILLER PIC X(31)
002470       VALUE "SCHEDULE RECORDS NOT UNDERSTOOD".
002480    03 FILLER PIC XX VALUE ": ".
002490    03 FSE-COUNT PIC ZZZZ9.
002500 01 COUNT-EDIT PIC ZZZ9.
002510
002520*DDAFEED runs after DDA and answers "did everything that was
002530*supposed to arrive today arrive". It reads the feed schedule
002540*to learn which series were due on the business date, the run's
002550*summary file for what the run made of each control record, and
002560*that date's history.idx entries for what actually reached the
002570*archive, and writes the feed reconciliation report:
002580*    DUE - NOT PLOTTED       due, and nothing at all came of it
002590*                            or its input file was never there
002600*    PLOTTED - FAILED        the run tried the series and lost it
002610*    PLOTTED - NOT SCHEDULED plotted on a day it was not due
002620*    RECEIVED                due, and plotted
002630*A series counts as plotted when the summary gives it a plotted
002640*outcome or the history holds an entry for it on the date; a
002650*failed attempt followed by a good rerun is therefore received.
002660*There is no holiday calendar: a DAILY feed is due every Monday
002670*to Friday, and an operator reading the report on a holiday
002680*judges the missing list accordingly.
002690*    0 - every due feed received, nothing failed or unexpected
002700*    4 - failed or unscheduled feeds, or schedule records that
002710*        were not understood
002720*    8 - at least one due feed is missing; the scheduler pages
002730*   12 - the schedule, summary or report would not open, or the
002740*        command line was not understood
002750 PROCEDURE DIVISION.
002760 PROG-MAIN.
002770     PERFORM TAKE-COMMAND-LINE-VALUES
002780        THRU TAKE-COMMAND-LINE-VALUES-EXIT.
002790     IF PARAMETER-VALID-FLAG = 'N'
002800        MOVE 12 TO RETURN-CODE
002810        GO TO PROG-DONE.
002820     OPEN INPUT SUMMARY-FILE.
002830     IF SUMMARY-FILE-STATUS NOT = "00"
002840        DISPLAY "DDAFEED: cannot open the run summary."
002850        MOVE 12 TO RETURN-CODE
002860        GO TO PROG-DONE.
002870     PERFORM TAKE-NEXT-SUMMARY-LINE
002880        THRU TAKE-NEXT-SUMMARY-LINE-EXIT
002890        UNTIL SUMMARY-EOF = 'Y'.
002900     CLOSE SUMMARY-FILE.
002910     IF PARAMETER-VALID-FLAG = 'N'
002920        MOVE 12 TO RETURN-CODE
002930        GO TO PROG-DONE.
002940*The day-and-month test above takes any day up to 31, and DDA's
002950*DATE directive -- whose date the summary heading carries -- is
002960*no stricter, so a 31st of a short month or a February 29th
002970*outside a leap year is only caught here, against the month's
002980*true length.
002990     IF BUS-MONTH < 1 OR BUS-MONTH > 12
003000        DISPLAY "DDAFEED: business date out of range."
003010        MOVE 12 TO RETURN-CODE
003020        GO TO PROG-DONE.
003030     PERFORM DERIVE-DAY-OF-WEEK.
003040     PERFORM DERIVE-MONTH-END THRU DERIVE-MONTH-END-EXIT.
003050     IF BUS-DAY > LAST-DAY-OF-MONTH
003060        DISPLAY "DDAFEED: business date out of range."
003070        MOVE 12 TO RETURN-CODE
003080        GO TO PROG-DONE.
003090     OPEN INPUT SCHEDULE-FILE.
003100     IF SCHEDULE-FILE-STATUS NOT = "00"
003110        DISPLAY "DDAFEED: cannot open schedule.txt."
003120        MOVE 12 TO RETURN-CODE
003130        GO TO PROG-DONE.
003140     PERFORM TAKE-NEXT-SCHEDULE-LINE
003150        THRU TAKE-NEXT-SCHEDULE-LINE-EXIT
003160        UNTIL SCHEDULE-EOF = 'Y'.
003170     CLOSE SCHEDULE-FILE.
003180*An empty or absent history only means nothing reached the
003190*archive; the summary and schedule still reconcile on their own.
003200     OPEN INPUT HISTORY-FILE.
003210     IF HISTORY-FILE-STATUS = "00"
003220        PERFORM TAKE-NEXT-HISTORY-ENTRY
003230           THRU TAKE-NEXT-HISTORY-ENTRY-EXIT
003240           UNTIL HISTORY-EOF = 'Y'
003250        CLOSE HISTORY-FILE
003260     ELSE
003270        DISPLAY "DDAFEED: no plot history available."
003280     END-IF.
003290     OPEN OUTPUT FEED-REPORT-FILE.
003300     IF FEED-REPORT-FILE-STATUS NOT = "00"
003310        DISPLAY "DDAFEED: cannot open the reconciliation report."
003320        MOVE 12 TO RETURN-CODE
003330        GO TO PROG-DONE.
003340     PERFORM WRITE-FEED-REPORT.
003350     CLOSE FEED-REPORT-FILE.
003360     IF MISSING-COUNT > 0
003370        MOVE MISSING-COUNT TO COUNT-EDIT
003380        DISPLAY "DDAFEED: " COUNT-EDIT " due feed(s) missing."
003390        MOVE 8 TO RETURN-CODE
003400        GO TO PROG-DONE.
003410     IF FAILED-COUNT > 0 OR UNSCHEDULED-COUNT > 0
003420        OR SCHEDULE-ERROR-COUNT > 0
003430        MOVE 4 TO RETURN-CODE
003440        GO TO PROG-DONE.
003450     MOVE 0 TO RETURN-CODE.
003460
003470 PROG-DONE.
003480     STOP RUN.
003490
003500*Positional: DDAFEED <summary> <yyyymmdd> <report>. A business
003510*date given must pass the same eight-digit, believable-month-
003520*and-day test DDA's DATE directive applies.
003530 TAKE-COMMAND-LINE-VALUES.
003540     MOVE SPACES TO WS-COMMAND-LINE.
003550     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003560     MOVE SPACES TO WS-CMD-SUMMARY-NAME.
003570     MOVE SPACES TO WS-CMD-DATE.
003580     MOVE SPACES TO WS-CMD-REPORT-NAME.
003590     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003600         INTO WS-CMD-SUMMARY-NAME WS-CMD-DATE
003610              WS-CMD-REPORT-NAME.
003620     IF WS-CMD-SUMMARY-NAME NOT = SPACES
003630        MOVE WS-CMD-SUMMARY-NAME TO WS-SUMMARY-FILENAME.
003640     IF WS-CMD-REPORT-NAME NOT = SPACES
003650        MOVE WS-CMD-REPORT-NAME TO WS-REPORT-FILENAME.
003660     IF WS-CMD-DATE = SPACES
003670        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003680     MOVE WS-CMD-DATE TO WS-DATE-TEXT.
003690     IF WS-CMD-DATE(9:1) NOT = SPACE
003700        OR WS-DATE-TEXT IS NOT NUMERIC
003710        DISPLAY "DDAFEED: business date is not YYYYMMDD."
003720        MOVE 'N' TO PARAMETER-VALID-FLAG
003730        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003740     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
003750        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
003760        DISPLAY "DDAFEED: business date out of range."
003770        MOVE 'N' TO PARAMETER-VALID-FLAG
003780        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003790     MOVE WS-DATE-YEAR TO BUS-YEAR.
003800     MOVE WS-DATE-MONTH TO BUS-MONTH.
003810     MOVE WS-DATE-DAY TO BUS-DAY.
003820     MOVE 'Y' TO DATE-GIVEN-FLAG.
003830 TAKE-COMMAND-LINE-VALUES-EXIT.
003840     EXIT.
003850
003860*The heading supplies the business date unless the command line
003870*named one; the totals line is passed over; every other line is
003880*one control record's outcome. A summary with no usable heading
003890*and no date on the command line cannot be reconciled.
003900 TAKE-NEXT-SUMMARY-LINE.
003910     READ SUMMARY-FILE
003920        AT END MOVE 'Y' TO SUMMARY-EOF
003930     END-READ.
003940     IF SUMMARY-EOF = 'Y'
003950        IF DATE-GIVEN-FLAG = 'N'
003960           DISPLAY "DDAFEED: summary carries no business date."
003970           MOVE 'N' TO PARAMETER-VALID-FLAG
003980        END-IF
003990        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004000     IF SR-HEADING-TEXT = "DDA RUN SUMMARY"
004010        IF DATE-GIVEN-FLAG = 'N'
004020           AND SR-RUN-MM IS NUMERIC AND SR-RUN-DD IS NUMERIC
004030           AND SR-RUN-YEAR IS NUMERIC
004040           MOVE SR-RUN-MM TO BUS-MONTH
004050           MOVE SR-RUN-DD TO BUS-DAY
004060           MOVE SR-RUN-YEAR TO BUS-YEAR
004070           MOVE 'Y' TO DATE-GIVEN-FLAG
004080        END-IF
004090        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004100     IF SUMMARY-RECORD(1:14) = "SETS PLOTTED: "
004110        OR SR-OUTPUT-NAME = SPACES
004120        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004130     MOVE SR-OUTPUT-NAME TO SEARCH-NAME.
004140     PERFORM FIND-FEED-ENTRY THRU FIND-FEED-ENTRY-EXIT.
004150     IF FEED-FOUND-FLAG = 'N'
004160        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004170     IF SR-OUTCOME = "PLOTTED"
004180        OR SR-OUTCOME = "PLOTTED (OVERLAY)"
004190        OR SR-OUTCOME = "OVERLAID"
004200        OR SR-OUTCOME = "COMPARED"
004210        ADD 1 TO FT-GOOD-COUNT(K)
004220     ELSE
004230        ADD 1 TO FT-FAIL-COUNT(K)
004240        MOVE SR-OUTCOME TO FT-FAIL-OUTCOME(K)
004250        IF SR-OUTCOME = "SKIPPED - OPEN ERROR"
004260           ADD 1 TO FT-ABSENT-COUNT(K)
004270        END-IF
004280     END-IF.
004290 TAKE-NEXT-SUMMARY-LINE-EXIT.
004300     EXIT.
004310
004320*One schedule record: split it, judge whether its rule falls on
004330*the business date, and mark the series scheduled (and due).
004340 TAKE-NEXT-SCHEDULE-LINE.
004350     READ SCHEDULE-FILE
004360        AT END MOVE 'Y' TO SCHEDULE-EOF
004370     END-READ.
004380     IF SCHEDULE-EOF = 'Y'
004390        GO TO TAKE-NEXT-SCHEDULE-LINE-EXIT.
004400     ADD 1 TO SCHEDULE-LINE-NUMBER.
004410     IF SCHEDULE-RECORD(1:1) = '*' OR SCHEDULE-RECORD = SPACES
004420        GO TO TAKE-NEXT-SCHEDULE-LINE-EXIT.
004430     MOVE SPACES TO SCH-SERIES-NAME.
004440     MOVE SPACES TO SCH-RULE.
004450     MOVE SPACES TO SCH-ARGUMENT-TABLE.
004460     UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
004470         INTO SCH-SERIES-NAME SCH-RULE
004480              SCH-ARGUMENT(1) SCH-ARGUMENT(2) SCH-ARGUMENT(3)
004490              SCH-ARGUMENT(4) SCH-ARGUMENT(5) SCH-ARGUMENT(6)
004500              SCH-ARGUMENT(7).
004510     PERFORM JUDGE-SCHEDULE-RULE THRU JUDGE-SCHEDULE-RULE-EXIT.
004520     IF LINE-VALID-FLAG = 'N'
004530        MOVE SCHEDULE-LINE-NUMBER TO COUNT-EDIT
004540        DISPLAY "DDAFEED: schedule record " COUNT-EDIT
004550                " not understood."
004560        ADD 1 TO SCHEDULE-ERROR-COUNT
004570        GO TO TAKE-NEXT-SCHEDULE-LINE-EXIT.
004580     MOVE SCH-SERIES-NAME TO SEARCH-NAME.
004590     PERFORM FIND-FEED-ENTRY THRU FIND-FEED-ENTRY-EXIT.
004600     IF FEED-FOUND-FLAG = 'N'
004610        GO TO TAKE-NEXT-SCHEDULE-LINE-EXIT.
004620     MOVE 'Y' TO FT-SCHEDULED(K).
004630     IF LINE-DUE-FLAG = 'Y' AND FT-DUE(K) = 'N'
004640        MOVE 'Y' TO FT-DUE(K)
004650        MOVE SCH-RULE TO FT-DUE-RULE(K).
004660 TAKE-NEXT-SCHEDULE-LINE-EXIT.
004670     EXIT.
004680
004690*Sets LINE-DUE-FLAG when the split record's rule falls on the
004700*business date, and LINE-VALID-FLAG to 'N' when the rule or its
004710*arguments make no sense.
004720 JUDGE-SCHEDULE-RULE.
004730     MOVE 'Y' TO LINE-VALID-FLAG.
004740     MOVE 'N' TO LINE-DUE-FLAG.
004750     IF SCH-SERIES-NAME = SPACES OR SCH-RULE = SPACES
004760        MOVE 'N' TO LINE-VALID-FLAG
004770        GO TO JUDGE-SCHEDULE-RULE-EXIT.
004780     IF SCH-RULE = "EVERYDAY"
004790        MOVE 'Y' TO LINE-DUE-FLAG
004800        GO TO JUDGE-SCHEDULE-RULE-EXIT.
004810     IF SCH-RULE = "DAILY"
004820        IF WEEKDAY-INDEX > 2
004830           MOVE 'Y' TO LINE-DUE-FLAG
004840        END-IF
004850        GO TO JUDGE-SCHEDULE-RULE-EXIT.
004860     IF SCH-RULE = "MONTHEND"
004870        MOVE MONTH-END-FLAG TO LINE-DUE-FLAG
004880        GO TO JUDGE-SCHEDULE-RULE-EXIT.
004890     IF SCH-RULE = "MONTHDAY"
004900        MOVE SCH-ARGUMENT(1) TO SCH-MONTH-DAY-TEXT
004910        IF SCH-ARGUMENT(1)(3:1) NOT = SPACE
004920           OR SCH-MONTH-DAY-TEXT IS NOT NUMERIC
004930           OR SCH-MONTH-DAY < 1 OR SCH-MONTH-DAY > 31
004940           MOVE 'N' TO LINE-VALID-FLAG
004950           GO TO JUDGE-SCHEDULE-RULE-EXIT
004960        END-IF
004970        IF BUS-DAY = SCH-MONTH-DAY
004980           OR (SCH-MONTH-DAY > LAST-DAY-OF-MONTH
004990               AND BUS-DAY = LAST-DAY-OF-MONTH)
005000           MOVE 'Y' TO LINE-DUE-FLAG
005010        END-IF
005020        GO TO JUDGE-SCHEDULE-RULE-EXIT.
005030     IF SCH-RULE = "WEEKLY"
005040        IF SCH-ARGUMENT(1) = SPACES
005050           MOVE 'N' TO LINE-VALID-FLAG
005060           GO TO JUDGE-SCHEDULE-RULE-EXIT
005070        END-IF
005080        PERFORM JUDGE-WEEKLY-DAY THRU JUDGE-WEEKLY-DAY-EXIT
005090           VARYING J FROM 1 BY 1 UNTIL J > 7
005100        GO TO JUDGE-SCHEDULE-RULE-EXIT.
005110     MOVE 'N' TO LINE-VALID-FLAG.
005120 JUDGE-SCHEDULE-RULE-EXIT.
005130     EXIT.
005140
005150*One day named on a WEEKLY rule. Each must be one of the seven
005160*day codes; the rule is due when any of them is today's.
005170 JUDGE-WEEKLY-DAY.
005180     IF SCH-ARGUMENT(J) = SPACES
005190        GO TO JUDGE-WEEKLY-DAY-EXIT.
005200     IF SCH-ARGUMENT(J) = DAY-CODE(WEEKDAY-INDEX)
005210        MOVE 'Y' TO LINE-DUE-FLAG
005220        GO TO JUDGE-WEEKLY-DAY-EXIT.
005230     MOVE 'N' TO DAY-CODE-FOUND-FLAG.
005240     PERFORM MATCH-DAY-CODE VARYING K FROM 1 BY 1 UNTIL K > 7.
005250     IF DAY-CODE-FOUND-FLAG = 'N'
005260        MOVE 'N' TO LINE-VALID-FLAG.
005270 JUDGE-WEEKLY-DAY-EXIT.
005280     EXIT.
005290
005300 MATCH-DAY-CODE.
005310     IF SCH-ARGUMENT(J) = DAY-CODE(K)
005320        MOVE 'Y' TO DAY-CODE-FOUND-FLAG.
005330
005340*Every entry for the business date, whichever run wrote it.
005350 TAKE-NEXT-HISTORY-ENTRY.
005360     READ HISTORY-FILE NEXT RECORD
005370        AT END MOVE 'Y' TO HISTORY-EOF
005380     END-READ.
005390     IF HISTORY-EOF = 'Y'
005400        GO TO TAKE-NEXT-HISTORY-ENTRY-EXIT.
005410     IF HIST-RUN-DATE NOT = BUSINESS-DATE-NUM
005420        GO TO TAKE-NEXT-HISTORY-ENTRY-EXIT.
005430     MOVE HIST-OUTPUT-NAME TO SEARCH-NAME.
005440     PERFORM FIND-FEED-ENTRY THRU FIND-FEED-ENTRY-EXIT.
005450     IF FEED-FOUND-FLAG = 'Y'
005460        ADD 1 TO FT-HISTORY-COUNT(K).
005470 TAKE-NEXT-HISTORY-ENTRY-EXIT.
005480     EXIT.
005490
005500*Leaves K on SEARCH-NAME's table entry, adding a fresh one when
005510*the series has not been heard of yet. A full table is reported
005520*once and the series left out (FEED-FOUND-FLAG stays 'N').
005530 FIND-FEED-ENTRY.
005540     MOVE 'N' TO FEED-FOUND-FLAG.
005550     PERFORM MATCH-FEED-ENTRY VARYING K FROM 1 BY 1
005560        UNTIL K > FEED-COUNT OR FEED-FOUND-FLAG = 'Y'.
005570     IF FEED-FOUND-FLAG = 'Y'
005580        SUBTRACT 1 FROM K
005590        GO TO FIND-FEED-ENTRY-EXIT.
005600     IF FEED-COUNT NOT < FEED-TABLE-MAX
005610        IF TABLE-FULL-FLAG = 'N'
005620           DISPLAY "DDAFEED: more series than the table holds."
005630           MOVE 'Y' TO TABLE-FULL-FLAG
005640        END-IF
005650        GO TO FIND-FEED-ENTRY-EXIT.
005660     ADD 1 TO FEED-COUNT.
005670     MOVE FEED-COUNT TO K.
005680     MOVE SEARCH-NAME TO FT-NAME(K).
005690     MOVE 'N' TO FT-SCHEDULED(K).
005700     MOVE 'N' TO FT-DUE(K).
005710     MOVE SPACES TO FT-DUE-RULE(K).
005720     MOVE 0 TO FT-GOOD-COUNT(K).
005730     MOVE 0 TO FT-FAIL-COUNT(K).
005740     MOVE SPACES TO FT-FAIL-OUTCOME(K).
005750     MOVE 0 TO FT-ABSENT-COUNT(K).
005760     MOVE 0 TO FT-HISTORY-COUNT(K).
005770     MOVE 'Y' TO FEED-FOUND-FLAG.
005780 FIND-FEED-ENTRY-EXIT.
005790     EXIT.
005800
005810 MATCH-FEED-ENTRY.
005820     IF FT-NAME(K) = SEARCH-NAME
005830        MOVE 'Y' TO FEED-FOUND-FLAG.
005840
005850*Zeller's rule, each division done on its own so no step keeps
005860*a fraction.
005870 DERIVE-DAY-OF-WEEK.
005880     MOVE BUS-YEAR TO Z-YEAR.
005890     MOVE BUS-MONTH TO Z-MONTH.
005900     IF Z-MONTH < 3
005910        ADD 12 TO Z-MONTH
005920        SUBTRACT 1 FROM Z-YEAR.
005930     DIVIDE Z-YEAR BY 100 GIVING Z-CENTURY
005940        REMAINDER Z-YEAR-OF-CENTURY.
005950     COMPUTE Z-MONTH-TERM = 13 * (Z-MONTH + 1).
005960     DIVIDE Z-MONTH-TERM BY 5 GIVING Z-MONTH-TERM.
005970     DIVIDE Z-YEAR-OF-CENTURY BY 4 GIVING Z-YEAR-TERM.
005980     DIVIDE Z-CENTURY BY 4 GIVING Z-CENTURY-TERM.
005990     COMPUTE Z-SUM = BUS-DAY + Z-MONTH-TERM + Z-YEAR-OF-CENTURY
006000        + Z-YEAR-TERM + Z-CENTURY-TERM + 5 * Z-CENTURY.
006010     DIVIDE Z-SUM BY 7 GIVING Z-QUOTIENT REMAINDER Z-REMAINDER.
006020     COMPUTE WEEKDAY-INDEX = Z-REMAINDER + 1.
006030
006040*The business date is the month's last business day when it is
006050*a weekday and only weekend days, if any, remain in the month:
006060*the last day itself, or a Friday with two days or fewer left.
006070 DERIVE-MONTH-END.
006080     MOVE MONTH-LENGTH(BUS-MONTH) TO LAST-DAY-OF-MONTH.
006090     IF BUS-MONTH = 2
006100        PERFORM JUDGE-LEAP-YEAR
006110        IF LEAP-YEAR-FLAG = 'Y'
006120           MOVE 29 TO LAST-DAY-OF-MONTH
006130        END-IF
006140     END-IF.
006150     MOVE 'N' TO MONTH-END-FLAG.
006160     IF BUS-DAY > LAST-DAY-OF-MONTH
006170        GO TO DERIVE-MONTH-END-EXIT.
006180     COMPUTE DAYS-LEFT-IN-MONTH = LAST-DAY-OF-MONTH - BUS-DAY.
006190     IF WEEKDAY-INDEX > 2
006200        IF DAYS-LEFT-IN-MONTH = 0
006210           OR (WEEKDAY-INDEX = 7 AND DAYS-LEFT-IN-MONTH < 3)
006220           MOVE 'Y' TO MONTH-END-FLAG
006230        END-IF
006240     END-IF.
006250 DERIVE-MONTH-END-EXIT.
006260     EXIT.
006270
006280*Every fourth year, except centuries not divisible by 400.
006290 JUDGE-LEAP-YEAR.
006300     MOVE 'N' TO LEAP-YEAR-FLAG.
006310     DIVIDE BUS-YEAR BY 4 GIVING YEAR-QUOTIENT
006320        REMAINDER YEAR-REMAINDER.
006330     IF YEAR-REMAINDER = 0
006340        MOVE 'Y' TO LEAP-YEAR-FLAG
006350        DIVIDE BUS-YEAR BY 100 GIVING YEAR-QUOTIENT
006360           REMAINDER YEAR-REMAINDER
006370        IF YEAR-REMAINDER = 0
006380           MOVE 'N' TO LEAP-YEAR-FLAG
006390           DIVIDE BUS-YEAR BY 400 GIVING YEAR-QUOTIENT
006400              REMAINDER YEAR-REMAINDER
006410           IF YEAR-REMAINDER = 0
006420              MOVE 'Y' TO LEAP-YEAR-FLAG
006430           END-IF
006440        END-IF
006450     END-IF.
006460
006470*Heading, then one section per finding -- the missing feeds
006480*first, since they are what the report is read for -- then the
006490*totals.
006500 WRITE-FEED-REPORT.
006510     MOVE BUS-MONTH TO FH-MM.
006520     MOVE BUS-DAY TO FH-DD.
006530     MOVE BUS-YEAR TO FH-YEAR.
006540     MOVE DAY-NAME(WEEKDAY-INDEX) TO FH-DAY-NAME.
006550     WRITE FEED-REPORT-RECORD FROM FEED-HEADING-LINE.
006560     MOVE WS-SUMMARY-FILENAME TO FS-SUMMARY-NAME.
006570     WRITE FEED-REPORT-RECORD FROM FEED-SOURCE-LINE.
006580     MOVE 'M' TO REPORT-SECTION.
006590     MOVE "DUE BUT NOT PLOTTED" TO FSL-TITLE.
006600     PERFORM WRITE-REPORT-SECTION.
006610     MOVE 'F' TO REPORT-SECTION.
006620     MOVE "PLOTTED BUT FAILED" TO FSL-TITLE.
006630     PERFORM WRITE-REPORT-SECTION.
006640     MOVE 'U' TO REPORT-SECTION.
006650     MOVE "PLOTTED BUT NOT SCHEDULED" TO FSL-TITLE.
006660     PERFORM WRITE-REPORT-SECTION.
006670     MOVE 'R' TO REPORT-SECTION.
006680     MOVE "DUE AND RECEIVED" TO FSL-TITLE.
006690     PERFORM WRITE-REPORT-SECTION.
006700     MOVE SPACES TO FEED-REPORT-RECORD.
006710     WRITE FEED-REPORT-RECORD.
006720     MOVE DUE-COUNT TO FR-TOTAL-DUE.
006730     MOVE RECEIVED-COUNT TO FR-TOTAL-RECEIVED.
006740     MOVE MISSING-COUNT TO FR-TOTAL-MISSING.
006750     MOVE FAILED-COUNT TO FR-TOTAL-FAILED.
006760     MOVE UNSCHEDULED-COUNT TO FR-TOTAL-UNSCHEDULED.
006770     WRITE FEED-REPORT-RECORD FROM FEED-TOTALS-LINE.
006780     IF SCHEDULE-ERROR-COUNT > 0
006790        MOVE SCHEDULE-ERROR-COUNT TO FSE-COUNT
006800        WRITE FEED-REPORT-RECORD FROM FEED-SCHEDULE-ERROR-LINE.
006810
006820 WRITE-REPORT-SECTION.
006830     MOVE SPACES TO FEED-REPORT-RECORD.
006840     WRITE FEED-REPORT-RECORD.
006850     WRITE FEED-REPORT-RECORD FROM FEED-SECTION-LINE.
006860     PERFORM REPORT-ONE-FEED THRU REPORT-ONE-FEED-EXIT
006870        VARYING K FROM 1 BY 1 UNTIL K > FEED-COUNT.
006880
006890*Classifies one table entry and, when its finding belongs to the
006900*section being written, prints it. The counts are taken in the
006910*section's own pass so each entry is counted exactly once. A due
006920*series whose every attempt found no input file never arrived, so
006930*it is missing rather than failed.
006940 REPORT-ONE-FEED.
006950     MOVE SPACE TO ENTRY-FINDING.
006960     IF FT-GOOD-COUNT(K) > 0 OR FT-HISTORY-COUNT(K) > 0
006970        IF FT-DUE(K) = 'Y'
006980           MOVE 'R' TO ENTRY-FINDING
006990        ELSE
007000           MOVE 'U' TO ENTRY-FINDING
007010        END-IF
007020     ELSE
007030        IF FT-FAIL-COUNT(K) > 0
007040           IF FT-DUE(K) = 'Y'
007050              AND FT-ABSENT-COUNT(K) = FT-FAIL-COUNT(K)
007060              MOVE 'M' TO ENTRY-FINDING
007070           ELSE
007080              MOVE 'F' TO ENTRY-FINDING
007090           END-IF
007100        ELSE
007110           IF FT-DUE(K) = 'Y'
007120              MOVE 'M' TO ENTRY-FINDING
007130           END-IF
007140        END-IF
007150     END-IF.
007160     IF ENTRY-FINDING NOT = REPORT-SECTION
007170        GO TO REPORT-ONE-FEED-EXIT.
007180     MOVE FT-NAME(K) TO FD-SERIES.
007190     MOVE SPACES TO FD-DETAIL.
007200     IF FT-DUE(K) = 'Y'
007210        ADD 1 TO DUE-COUNT.
007220     IF ENTRY-FINDING = 'M'
007230        ADD 1 TO MISSING-COUNT
007240        MOVE "DUE - NOT PLOTTED" TO FD-FINDING
007250        STRING "DUE BY " DELIMITED BY SIZE
007260               FT-DUE-RULE(K) DELIMITED BY SPACE
007270            INTO FD-DETAIL.
007280     IF ENTRY-FINDING = 'F'
007290        ADD 1 TO FAILED-COUNT
007300        MOVE "PLOTTED - FAILED" TO FD-FINDING
007310        MOVE FT-FAIL-OUTCOME(K) TO FD-DETAIL.
007320     IF ENTRY-FINDING = 'U'
007330        ADD 1 TO UNSCHEDULED-COUNT
007340        MOVE "PLOTTED - NOT SCHEDULED" TO FD-FINDING
007350        IF FT-SCHEDULED(K) = 'Y'
007360           MOVE "SCHEDULED, NOT DUE TODAY" TO FD-DETAIL
007370        ELSE
007380           MOVE "NOT IN SCHEDULE" TO FD-DETAIL
007390        END-IF
007400     END-IF.
007410     IF ENTRY-FINDING = 'R'
007420        ADD 1 TO RECEIVED-COUNT
007430        MOVE "RECEIVED" TO FD-FINDING
007440        MOVE FT-HISTORY-COUNT(K) TO COUNT-EDIT
007450        STRING "HISTORY ENTRIES: " DELIMITED BY SIZE
007460               COUNT-EDIT DELIMITED BY SIZE
007470            INTO FD-DETAIL.
007480     WRITE FEED-REPORT-RECORD FROM FEED-DETAIL-LINE.
007490 REPORT-ONE-FEED-EXIT.
007500     EXIT.
