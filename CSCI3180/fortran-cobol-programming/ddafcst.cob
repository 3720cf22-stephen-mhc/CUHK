000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDAFCST.
000030 AUTHOR.     STEPHEN.
000040
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT POINT-FILE ASSIGN TO DYNAMIC WS-POINT-FILENAME
000090       ORGANIZATION IS LINE SEQUENTIAL
000100       FILE STATUS IS POINT-FILE-STATUS.
000110     SELECT PROJECTED-FILE
000120       ASSIGN TO DYNAMIC WS-PROJECTED-FILENAME
000130       ORGANIZATION IS LINE SEQUENTIAL
000140       FILE STATUS IS PROJECTED-FILE-STATUS.
000150     SELECT FORECAST-FILE ASSIGN TO DISK
000160       ORGANIZATION IS INDEXED
000170       ACCESS MODE IS DYNAMIC
000180       RECORD KEY IS FC-KEY
000190       FILE STATUS IS FORECAST-FILE-STATUS.
000200     SELECT ACCURACY-FILE
000210       ASSIGN TO DYNAMIC WS-ACCURACY-FILENAME
000220       ORGANIZATION IS LINE SEQUENTIAL
000230       FILE STATUS IS ACCURACY-FILE-STATUS.
000240
000250 DATA DIVISION.
000260 FILE SECTION.
000270*A point file in DDA's own layout: the series being forecast
000280*from, or the actual points a forecast is later scored against.
000290*Only the plain integer columns are read, as in DDASTAT.
000300 FD POINT-FILE
000310     LABEL RECORDS ARE STANDARD.
000320 01 POINT-RECORD PIC X(30).
000330*The projected points, <series>.fct, in the layout the series
000340*came in (or the wide one when a projection needs three
000350*digits), so the file drops straight into an OVERLAY group
000360*beside the raw series.
000370 FD PROJECTED-FILE
000380     LABEL RECORDS ARE STANDARD.
000390 01 PROJECTED-RECORD PIC X(30).
000400*One record per forecast, keyed by series plus the business date
000410*it was made on: the fit behind it, the points it projected,
000420*and -- once actual data for those x-positions has come in --
000430*how far off it was. A forecast rerun on the same date replaces
000440*that date's record.
000450 FD FORECAST-FILE
000460     LABEL RECORDS ARE STANDARD
000470     VALUE OF FILE-ID IS "forecast.idx".
000480 01 FORECAST-RECORD.
000490    03 FC-KEY.
000500       05 FC-SERIES-NAME PIC X(20).
000510       05 FC-BUSINESS-DATE PIC 9(8).
000520    03 FC-INPUT-NAME PIC X(20).
000530    03 FC-FIT-POINTS PIC 9(4).
000540    03 FC-SLOPE PIC S9(5)V9(4) SIGN LEADING SEPARATE.
000550    03 FC-INTERCEPT PIC S9(7)V99 SIGN LEADING SEPARATE.
000560    03 FC-AHEAD-COUNT PIC 99.
000570    03 FC-PROJECTION OCCURS 50.
000580       05 FC-PROJ-X PIC 9(3).
000590       05 FC-PROJ-Y PIC 9(3).
000600*Zero until the forecast has been scored. The error totals are
000610*forecast minus actual over the matched points, so a positive
000620*signed total means the forecast ran above what happened.
000630    03 FC-SCORE-DATE PIC 9(8).
000640    03 FC-MATCHED-COUNT PIC 99.
000650    03 FC-ABS-ERROR-TOTAL PIC 9(7).
000660    03 FC-SIGNED-ERROR-TOTAL PIC S9(7) SIGN LEADING SEPARATE.
000670    03 FILLER PIC X(20).
000680*The accuracy report, print-ready with ASA carriage control in
000690*the first column, the same convention DDA's PRINT file and
000700*DDATRND follow.
000710 FD ACCURACY-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01 ACCURACY-RECORD PIC X(133).
000740 WORKING-STORAGE SECTION.
000750 01 POINT-FILE-STATUS     PIC XX.
000760 01 PROJECTED-FILE-STATUS PIC XX.
000770 01 FORECAST-FILE-STATUS  PIC XX.
000780 01 ACCURACY-FILE-STATUS  PIC XX.
000790 01 WS-POINT-FILENAME     PIC X(20).
000800 01 WS-PROJECTED-FILENAME PIC X(24).
000810 01 WS-ACCURACY-FILENAME  PIC X(20) VALUE "forecast.rpt".
000820*The mode and its values, positionally from the command line
000830*(see the notes ahead of PROG-MAIN).
000840 01 WS-COMMAND-LINE PIC X(120).
000850 01 WS-CMD-MODE       PIC X(20).
000860 01 WS-CMD-SERIES     PIC X(20).
000870 01 WS-CMD-POINTS     PIC X(20).
000880 01 WS-CMD-FIT-TEXT   PIC X(20).
000890 01 WS-CMD-AHEAD-TEXT PIC X(20).
000900 01 WS-CMD-DATE       PIC X(20).
000910 01 PARAMETER-VALID-FLAG PIC X VALUE 'Y'.
000920 01 SERIES-NAME PIC X(20).
000930*How many trailing points the trend is fitted to, how many
000940*x-positions past the last point it is carried, and the symbol
000950*the projected points carry so they stay tellable apart from
000960*the raw series on an overlay.
000970 01 FIT-SIZE PIC 9(4) VALUE 0.
000980 01 AHEAD-COUNT PIC 99 VALUE 0.
000990 01 AHEAD-LIMIT PIC 99 VALUE 50.
001000 01 FORECAST-SYMBOL PIC X VALUE 'F'.
001010*Digit-at-a-time staging for the two counts on the command
001020*line.
001030 01 NUMBER-TEXT PIC X(20).
001040 01 NUMBER-VALUE PIC 9(5) VALUE 0.
001050 01 DIGIT-END-FLAG PIC X VALUE 'N'.
001060 01 DIGIT-X PIC X.
001070 01 DIGIT REDEFINES DIGIT-X PIC 9.
001080
001090*The machine date as ACCEPT delivers it, used only to derive
001100*the default business date below.
001110 01 WS-RUN-DATE.
001120    03 WS-RUN-YY PIC 99.
001130    03 WS-RUN-MM PIC 99.
001140    03 WS-RUN-DD PIC 99.
001150*The business date a forecast is filed under, or a scoring is
001160*stamped with: the machine date with the century put back
001170*(70-99 as 19xx, 00-69 as 20xx) unless the command line names
001180*the date the work belongs to.
001190 01 BUSINESS-DATE.
001200    03 BUS-YEAR  PIC 9(4).
001210    03 BUS-MONTH PIC 99.
001220    03 BUS-DAY   PIC 99.
001230 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
001240 01 WS-DATE-TEXT PIC X(8).
001250 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
001260    03 WS-DATE-YEAR  PIC 9(4).
001270    03 WS-DATE-MONTH PIC 99.
001280    03 WS-DATE-DAY   PIC 99.
001290
001300*The whole point file held in storage, the way DDASTAT holds
001310*it: the fit looks back over the last N points, and scoring
001320*looks a forecast's x-positions up among the actuals.
001330 01 POINT-TOTAL PIC 9(4) VALUE 0.
001340 01 POINT-TABLE.
001350    03 POINT-ENTRY OCCURS 2000.
001360       05 PT-X PIC 9(4).
001370       05 PT-Y PIC 9(4).
001380*The record's raw image and the two column maps it may follow,
001390*told apart by a digit in the third column.
001400 01 FCST-RAW-RECORD PIC X(30).
001410 01 FCST-POINT.
001420    03 FCST-X-COORDINATE PIC XX.
001430    03 FCST-SEPERATION   PIC X.
001440    03 FCST-Y-COORDINATE PIC XX.
001450    03 FILLER PIC X(25).
001460 01 FCST-POINT-WIDE.
001470    03 FCSTW-X-COORDINATE PIC XXX.
001480    03 FCSTW-SEPERATION   PIC X.
001490    03 FCSTW-Y-COORDINATE PIC XXX.
001500    03 FILLER PIC X(23).
001510 01 FCST-COORD-TEXT PIC XX.
001520 01 FCST-COORD-NUM REDEFINES FCST-COORD-TEXT PIC 99.
001530 01 FCST-COORD-TEXT-WIDE PIC XXX.
001540 01 FCST-COORD-NUM-WIDE REDEFINES FCST-COORD-TEXT-WIDE
001550                        PIC 999.
001560*A record carrying this mark in its symbol column is an
001570*annotation for the graph, not a point, and is passed over.
001580 01 ANNOTATION-MARK PIC X VALUE '"'.
001590 01 WIDE-OUTPUT-FLAG PIC X VALUE 'N'.
001600 01 DECLARED-COUNT PIC 9(4) VALUE 0.
001610 01 HEADER-VALID-FLAG PIC X VALUE 'N'.
001620 01 POINT-EOF PIC X VALUE 'N'.
001630 01 RECORDS-SKIPPED PIC 9(5) VALUE 0.
001640 01 K PIC 9(4) VALUE 1.
001650 01 J PIC 9(4) VALUE 1.
001660
001670*Least-squares sums over the fitted window, wide enough for
001680*2000 points at x and y up to 998, and the line they give.
001690 01 FIT-START PIC 9(4) VALUE 1.
001700 01 SUM-X  PIC S9(9)  VALUE 0.
001710 01 SUM-Y  PIC S9(9)  VALUE 0.
001720 01 SUM-XY PIC S9(13) VALUE 0.
001730 01 SUM-XX PIC S9(13) VALUE 0.
001740 01 FIT-NUMERATOR   PIC S9(17) VALUE 0.
001750 01 FIT-DENOMINATOR PIC S9(17) VALUE 0.
001760 01 FIT-SLOPE     PIC S9(5)V9(6) VALUE 0.
001770 01 FIT-INTERCEPT PIC S9(7)V9(6) VALUE 0.
001780*One projection: the x-position, the line's value there, and
001790*the value as it goes out, held inside the grid's 0-998 domain.
001800 01 PROJ-X PIC 9(4) VALUE 0.
001810 01 PROJECTED-VALUE PIC S9(7) VALUE 0.
001820 01 PROJECTED-COUNT PIC 99 VALUE 0.
001830 01 CLIPPED-COUNT PIC 99 VALUE 0.
001840 01 PROJECTION-TABLE.
001850    03 PROJECTION-ENTRY OCCURS 50.
001860       05 PJ-X PIC 9(3).
001870       05 PJ-Y PIC 9(3).
001880 01 FORECAST-SAVED-FLAG PIC X VALUE 'N'.
001890 01 PROJECTED-HEADER-RECORD.
001900    03 PH-COUNT PIC 9(4).
001910    03 FILLER PIC X(26) VALUE SPACES.
001920 01 PROJECTED-DETAIL-WIDE.
001930    03 PW-X PIC 999.
001940    03 FILLER PIC X VALUE SPACE.
001950    03 PW-Y PIC 999.
001960    03 FILLER PIC X VALUE SPACE.
001970    03 PW-SYMBOL PIC X.
001980    03 FILLER PIC X(21) VALUE SPACES.
001990 01 PROJECTED-DETAIL-RECORD.
002000    03 PD-X PIC 99.
002010    03 FILLER PIC X VALUE SPACE.
002020    03 PD-Y PIC 99.
002030    03 FILLER PIC X VALUE SPACE.
002040    03 PD-SYMBOL PIC X.
002050    03 FILLER PIC X(23) VALUE SPACES.
002060 01 SLOPE-EDIT PIC -ZZZZ9.9999.
002070
002080*Scoring one forecast: the actual point found at each
002090*projected x-position and the error against it.
002100 01 FORECAST-EOF PIC X VALUE 'N'.
002110 01 ACTUAL-FOUND-FLAG PIC X VALUE 'N'.
002120 01 ACTUAL-Y PIC 9(4) VALUE 0.
002130 01 ERROR-VALUE PIC S9(5) VALUE 0.
002140 01 SCORE-MATCHED PIC 99 VALUE 0.
002150 01 SCORE-ABS-TOTAL PIC 9(7) VALUE 0.
002160 01 SCORE-SIGNED-TOTAL PIC S9(7) VALUE 0.
002170 01 FORECASTS-SCORED PIC 9(5) VALUE 0.
002180 01 FORECASTS-SEEN PIC 9(5) VALUE 0.
002190
002200*Report accumulators for the series in progress and for the
002210*whole file, in one layout so either moves whole into
002220*LINE-ACCURACY for printing.
002230 01 CURRENT-SERIES-NAME PIC X(20) VALUE SPACES.
002240 01 SERIES-ACCURACY.
002250    03 SA-FORECASTS PIC 9(5).
002260    03 SA-SCORED    PIC 9(5).
002270    03 SA-POINTS    PIC 9(7).
002280    03 SA-ABS-TOTAL PIC 9(9).
002290    03 SA-SIGNED-TOTAL PIC S9(9).
002300 01 GRAND-ACCURACY.
002310    03 GA-FORECASTS PIC 9(5).
002320    03 GA-SCORED    PIC 9(5).
002330    03 GA-POINTS    PIC 9(7).
002340    03 GA-ABS-TOTAL PIC 9(9).
002350    03 GA-SIGNED-TOTAL PIC S9(9).
002360 01 LINE-ACCURACY.
002370    03 LA-FORECASTS PIC 9(5).
002380    03 LA-SCORED    PIC 9(5).
002390    03 LA-POINTS    PIC 9(7).
002400    03 LA-ABS-TOTAL PIC 9(9).
002410    03 LA-SIGNED-TOTAL PIC S9(9).
002420 01 MEAN-ABS-ERROR PIC 9(5)V99 VALUE 0.
002430 01 MEAN-BIAS PIC S9(5)V99 VALUE 0.
002440
002450*Print state, the same way DDATRND keeps it.
002460 01 PAGE-SIZE PIC 99 VALUE 60.
002470 01 LINES-ON-PAGE PIC 99 VALUE 99.
002480 01 PAGE-NUMBER PIC 9(4) VALUE 0.
002490 01 PRINT-BUILD-LINE.
002500    03 PRINT-CC PIC X.
002510    03 PRINT-DATA PIC X(132).
002520 01 PAGE-HEADING-LINE.
002530    03 FILLER PIC X(30) VALUE "DDA FORECAST ACCURACY REPORT".
002540    03 FILLER PIC X(14) VALUE "BUSINESS DATE ".
002550    03 PGH-MM PIC 99.
002560    03 FILLER PIC X VALUE "/".
002570    03 PGH-DD PIC 99.
002580    03 FILLER PIC X VALUE "/".
002590    03 PGH-YEAR PIC 9(4).
002600    03 FILLER PIC X(64) VALUE SPACES.
002610    03 FILLER PIC X(5) VALUE "PAGE ".
002620    03 PGH-PAGE PIC ZZZ9.
002630 01 COLUMN-HEADING-1.
002640    03 FILLER PIC X(22) VALUE "SERIES".
002650    03 FILLER PIC X(12) VALUE "FORECAST".
002660    03 FILLER PIC X(6)  VALUE "   FIT".
002670    03 FILLER PIC X(7)  VALUE "  AHEAD".
002680    03 FILLER PIC X(13) VALUE "        SLOPE".
002690    03 FILLER PIC X(12) VALUE "  SCORED".
002700    03 FILLER PIC X(9)  VALUE "  MATCHED".
002710    03 FILLER PIC X(11) VALUE "        MAE".
002720    03 FILLER PIC X(11) VALUE "       BIAS".
002730    03 FILLER PIC X(7)  VALUE "  BIAS".
002740 01 COLUMN-HEADING-2.
002750    03 FILLER PIC X(22) VALUE SPACES.
002760    03 FILLER PIC X(12) VALUE "MADE ON".
002770    03 FILLER PIC X(6)  VALUE "POINTS".
002780    03 FILLER PIC X(7)  VALUE " POINTS".
002790    03 FILLER PIC X(13) VALUE SPACES.
002800    03 FILLER PIC X(12) VALUE "  ON".
002810    03 FILLER PIC X(9)  VALUE "   POINTS".
002820    03 FILLER PIC X(11) VALUE SPACES.
002830    03 FILLER PIC X(11) VALUE SPACES.
002840    03 FILLER PIC X(7)  VALUE "  RUNS".
002850*One forecast: when it was made, its fit, and how it scored.
002860 01 FORECAST-DETAIL-LINE.
002870    03 FD-SERIES PIC X(20).
002880    03 FILLER PIC X(2) VALUE SPACES.
002890    03 FD-MADE-ON PIC X(10).
002900    03 FILLER PIC X(2) VALUE SPACES.
002910    03 FD-FIT PIC ZZZZZ9.
002920    03 FD-AHEAD PIC ZZZZZZ9.
002930    03 FILLER PIC X(2) VALUE SPACES.
002940    03 FD-SLOPE PIC -ZZZZ9.9999.
002950    03 FILLER PIC X(2) VALUE SPACES.
002960    03 FD-SCORED-ON PIC X(10).
002970    03 FD-MATCHED PIC ZZZZZZZZ9.
002980    03 FD-MAE PIC ZZZZZZZ9.99.
002990    03 FD-BIAS PIC -ZZZZZZ9.99.
003000    03 FILLER PIC X(2) VALUE SPACES.
003010    03 FD-DIRECTION PIC X(5).
003020*A series' (or the whole file's) figures over every scored
003030*point: the mean absolute error and the mean bias, which way
003040*the forecasts ran.
003050 01 ACCURACY-TOTAL-LINE.
003060    03 AT-LABEL PIC X(22).
003070    03 FILLER PIC X(10) VALUE "FORECASTS ".
003080    03 AT-FORECASTS PIC ZZZZ9.
003090    03 FILLER PIC X(9) VALUE "  SCORED ".
003100    03 AT-SCORED PIC ZZZZ9.
003110    03 FILLER PIC X(9) VALUE "  POINTS ".
003120    03 AT-POINTS PIC ZZZZZZ9.
003130    03 FILLER PIC X(6) VALUE "  MAE ".
003140    03 AT-MAE PIC ZZZZ9.99.
003150    03 FILLER PIC X(7) VALUE "  BIAS ".
003160    03 AT-BIAS PIC -ZZZZ9.99.
003170    03 FILLER PIC X(2) VALUE SPACES.
003180    03 AT-DIRECTION PIC X(5).
003190 01 REPORT-DATE.
003200    03 RD-MM PIC 99.
003210    03 FILLER PIC X VALUE "/".
003220    03 RD-DD PIC 99.
003230    03 FILLER PIC X VALUE "/".
003240    03 RD-YEAR PIC 9(4).
003250 01 REPORT-DATE-SOURCE.
003260    03 RDS-YEAR PIC 9(4).
003270    03 RDS-MM PIC 99.
003280    03 RDS-DD PIC 99.
003290 01 REPORT-DATE-SOURCE-NUM REDEFINES REPORT-DATE-SOURCE
003300                           PIC 9(8).
003310
003320*DDAFCST carries a series forward and then keeps score of how
003330*well it did so. Planning asks where a series is heading;
003340*DDASTAT's averages and envelopes only say where it has been.
003350*    DDAFCST FORECAST <series> <point-file> <n> <m> [<yyyymmdd>]
003360*        fits a least-squares trend line to the last <n> points
003370*        of the point file and projects it over the <m> (up to
003380*        50) x-positions after the last point, writing them to
003390*        <series>.fct in DDA's own layout with the symbol 'F',
003400*        ready to overlay on the raw series in an OVERLAY group.
003410*        The fit and its projections are saved in forecast.idx
003420*        under the series and the business date.
003430*    DDAFCST SCORE <series> <point-file> [<yyyymmdd>]
003440*        once actual data covering a forecast's x-positions has
003450*        arrived, scores every earlier forecast of the series
003460*        against it: each projected point found among the
003470*        actuals (same x) adds its error, forecast minus actual,
003480*        to the forecast's record. A forecast is rescored only
003490*        when more of its points can be matched than before.
003500*    DDAFCST REPORT [<report>]
003510*        prints every forecast on file by series, with each
003520*        series' mean absolute error and bias (ABOVE when its
003530*        forecasts ran high, BELOW when low), so a projection
003540*        is known to be trustworthy before anyone quotes it.
003550*The business date defaults to the machine date. Only the plain
003560*integer columns of a point file are read, as in DDASTAT; the
003570*optional signed RAW pair, when present, is not consulted. A
003580*projection falling outside 0-998 is held at the nearer edge,
003590*and no x-position past 998 is projected.
003600*    0 - done
003610*    4 - done, but records were skipped, a projection was held
003620*        or cut short, the forecast could not be saved, or
003630*        there was nothing to score or report
003640*    8 - the command line was not understood, the points would
003650*        not fit a line, or a file would not open
003660 PROCEDURE DIVISION.
003670 PROG-MAIN.
003680     PERFORM SET-DEFAULT-BUSINESS-DATE.
003690     PERFORM TAKE-COMMAND-LINE-VALUES
003700        THRU TAKE-COMMAND-LINE-VALUES-EXIT.
003710     IF PARAMETER-VALID-FLAG = 'N'
003720        MOVE 8 TO RETURN-CODE
003730        GO TO PROG-DONE.
003740     IF WS-CMD-MODE = "FORECAST"
003750        PERFORM MAKE-FORECAST THRU MAKE-FORECAST-EXIT
003760     ELSE
003770        IF WS-CMD-MODE = "SCORE"
003780           PERFORM SCORE-FORECASTS THRU SCORE-FORECASTS-EXIT
003790        ELSE
003800           PERFORM WRITE-ACCURACY-REPORT
003810              THRU WRITE-ACCURACY-REPORT-EXIT
003820        END-IF
003830     END-IF.
003840
003850 PROG-DONE.
003860     STOP RUN.
003870
003880*The business date starts out as the machine date with the
003890*century put back, through the same window DDA uses.
003900 SET-DEFAULT-BUSINESS-DATE.
003910     ACCEPT WS-RUN-DATE FROM DATE.
003920     MOVE WS-RUN-MM TO BUS-MONTH.
003930     MOVE WS-RUN-DD TO BUS-DAY.
003940     IF WS-RUN-YY NOT < 70
003950        COMPUTE BUS-YEAR = 1900 + WS-RUN-YY
003960     ELSE
003970        COMPUTE BUS-YEAR = 2000 + WS-RUN-YY
003980     END-IF.
003990
004000*FORECAST <series> <points> <n> <m> [<date>], SCORE <series>
004010*<points> [<date>], or REPORT [<report>]. The counts are digits
004020*only; a business date given must pass the same eight-digit,
004030*believable-month-and-day test DDA's DATE directive applies.
004040 TAKE-COMMAND-LINE-VALUES.
004050     MOVE SPACES TO WS-COMMAND-LINE.
004060     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004070     MOVE SPACES TO WS-CMD-MODE.
004080     MOVE SPACES TO WS-CMD-SERIES.
004090     MOVE SPACES TO WS-CMD-POINTS.
004100     MOVE SPACES TO WS-CMD-FIT-TEXT.
004110     MOVE SPACES TO WS-CMD-AHEAD-TEXT.
004120     MOVE SPACES TO WS-CMD-DATE.
004130     IF WS-COMMAND-LINE(1:6) = "SCORE "
004140        UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004150            INTO WS-CMD-MODE WS-CMD-SERIES WS-CMD-POINTS
004160                 WS-CMD-DATE
004170     ELSE
004180        UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
004190            INTO WS-CMD-MODE WS-CMD-SERIES WS-CMD-POINTS
004200                 WS-CMD-FIT-TEXT WS-CMD-AHEAD-TEXT WS-CMD-DATE
004210     END-IF.
004220     IF WS-CMD-MODE = "REPORT"
004230        IF WS-CMD-SERIES NOT = SPACES
004240           MOVE WS-CMD-SERIES TO WS-ACCURACY-FILENAME
004250        END-IF
004260        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004270     IF WS-CMD-MODE NOT = "FORECAST" AND WS-CMD-MODE NOT = "SCORE"
004280        DISPLAY "DDAFCST: mode must be FORECAST, SCORE or REPORT."
004290        MOVE 'N' TO PARAMETER-VALID-FLAG
004300        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004310     IF WS-CMD-SERIES = SPACES OR WS-CMD-POINTS = SPACES
004320        DISPLAY "DDAFCST: series and point file must be given."
004330        MOVE 'N' TO PARAMETER-VALID-FLAG
004340        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004350     MOVE WS-CMD-SERIES TO SERIES-NAME.
004360     MOVE WS-CMD-POINTS TO WS-POINT-FILENAME.
004370     IF WS-CMD-MODE = "FORECAST"
004380        MOVE WS-CMD-FIT-TEXT TO NUMBER-TEXT
004390        PERFORM PARSE-COUNT
004400        IF DIGIT-END-FLAG = 'X' OR NUMBER-VALUE < 2
004410           OR NUMBER-VALUE > 2000
004420           DISPLAY "DDAFCST: fit points must be 2-2000."
004430           MOVE 'N' TO PARAMETER-VALID-FLAG
004440           GO TO TAKE-COMMAND-LINE-VALUES-EXIT
004450        END-IF
004460        MOVE NUMBER-VALUE TO FIT-SIZE
004470        MOVE WS-CMD-AHEAD-TEXT TO NUMBER-TEXT
004480        PERFORM PARSE-COUNT
004490        IF DIGIT-END-FLAG = 'X' OR NUMBER-VALUE < 1
004500           OR NUMBER-VALUE > AHEAD-LIMIT
004510           DISPLAY "DDAFCST: points ahead must be 1-50."
004520           MOVE 'N' TO PARAMETER-VALID-FLAG
004530           GO TO TAKE-COMMAND-LINE-VALUES-EXIT
004540        END-IF
004550        MOVE NUMBER-VALUE TO AHEAD-COUNT
004560     END-IF.
004570     IF WS-CMD-DATE = SPACES
004580        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004590     MOVE WS-CMD-DATE TO WS-DATE-TEXT.
004600     IF WS-CMD-DATE(9:1) NOT = SPACE
004610        OR WS-DATE-TEXT IS NOT NUMERIC
004620        DISPLAY "DDAFCST: business date is not YYYYMMDD."
004630        MOVE 'N' TO PARAMETER-VALID-FLAG
004640        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004650     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
004660        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
004670        DISPLAY "DDAFCST: business date out of range."
004680        MOVE 'N' TO PARAMETER-VALID-FLAG
004690        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
004700     MOVE WS-DATE-YEAR TO BUS-YEAR.
004710     MOVE WS-DATE-MONTH TO BUS-MONTH.
004720     MOVE WS-DATE-DAY TO BUS-DAY.
004730 TAKE-COMMAND-LINE-VALUES-EXIT.
004740     EXIT.
004750
004760*Digits taken left to right up to the first blank; anything
004770*else, or no digit at all, marks the count unusable with 'X'.
004780 PARSE-COUNT.
004790     MOVE 0 TO NUMBER-VALUE.
004800     MOVE 'N' TO DIGIT-END-FLAG.
004810     IF NUMBER-TEXT(1:1) IS NOT NUMERIC
004820        OR NUMBER-TEXT(6:1) NOT = SPACE
004830        MOVE 'X' TO DIGIT-END-FLAG.
004840     PERFORM TAKE-ONE-COUNT-DIGIT
004850        VARYING K FROM 1 BY 1 UNTIL K > 5.
004860
004870 TAKE-ONE-COUNT-DIGIT.
004880     IF DIGIT-END-FLAG = 'N'
004890        MOVE NUMBER-TEXT(K:1) TO DIGIT-X
004900        IF DIGIT-X IS NUMERIC
004910           COMPUTE NUMBER-VALUE = NUMBER-VALUE * 10 + DIGIT
004920        ELSE
004930           IF DIGIT-X = SPACE
004940              MOVE 'Y' TO DIGIT-END-FLAG
004950           ELSE
004960              MOVE 'X' TO DIGIT-END-FLAG
004970           END-IF
004980        END-IF
004990     END-IF.
005000
005010*FORECAST: fit, project, write the projected file, and file the
005020*forecast away for scoring.
005030 MAKE-FORECAST.
005040     PERFORM LOAD-POINT-FILE THRU LOAD-POINT-FILE-EXIT.
005050     IF HEADER-VALID-FLAG NOT = 'Y'
005060        MOVE 8 TO RETURN-CODE
005070        GO TO MAKE-FORECAST-EXIT.
005080     IF POINT-TOTAL < FIT-SIZE
005090        DISPLAY "DDAFCST: fewer points than the fit asks for."
005100        MOVE 8 TO RETURN-CODE
005110        GO TO MAKE-FORECAST-EXIT.
005120     PERFORM FIT-TREND-LINE.
005130     IF FIT-DENOMINATOR = 0
005140        DISPLAY "DDAFCST: fitted points share one x; no trend."
005150        MOVE 8 TO RETURN-CODE
005160        GO TO MAKE-FORECAST-EXIT.
005170     MOVE 0 TO PROJECTED-COUNT.
005180     MOVE 0 TO CLIPPED-COUNT.
005190     PERFORM PROJECT-ONE-POINT THRU PROJECT-ONE-POINT-EXIT
005200        VARYING K FROM 1 BY 1 UNTIL K > AHEAD-COUNT.
005210     IF PROJECTED-COUNT = 0
005220        DISPLAY "DDAFCST: no x-position left to project onto."
005230        MOVE 8 TO RETURN-CODE
005240        GO TO MAKE-FORECAST-EXIT.
005250     PERFORM WRITE-PROJECTED-FILE THRU WRITE-PROJECTED-FILE-EXIT.
005260     IF PROJECTED-FILE-STATUS NOT = "00"
005270        MOVE 8 TO RETURN-CODE
005280        GO TO MAKE-FORECAST-EXIT.
005290     PERFORM SAVE-FORECAST THRU SAVE-FORECAST-EXIT.
005300     MOVE FIT-SLOPE TO SLOPE-EDIT.
005310     DISPLAY "DDAFCST: slope " SLOPE-EDIT ", " PROJECTED-COUNT
005320        " points projected to " WS-PROJECTED-FILENAME.
005330     IF RECORDS-SKIPPED > 0 OR CLIPPED-COUNT > 0
005340        OR PROJECTED-COUNT < AHEAD-COUNT
005350        OR FORECAST-SAVED-FLAG = 'N'
005360        MOVE 4 TO RETURN-CODE
005370        GO TO MAKE-FORECAST-EXIT.
005380     MOVE 0 TO RETURN-CODE.
005390 MAKE-FORECAST-EXIT.
005400     EXIT.
005410
005420*Least squares over the last FIT-SIZE points:
005430*    slope     = (n*Sxy - Sx*Sy) / (n*Sxx - Sx*Sx)
005440*    intercept = (Sy - slope*Sx) / n
005450*A zero denominator (every x alike) leaves no line to fit.
005460 FIT-TREND-LINE.
005470     MOVE 0 TO SUM-X.
005480     MOVE 0 TO SUM-Y.
005490     MOVE 0 TO SUM-XY.
005500     MOVE 0 TO SUM-XX.
005510     COMPUTE FIT-START = POINT-TOTAL - FIT-SIZE + 1.
005520     PERFORM ADD-ONE-FIT-POINT
005530        VARYING J FROM FIT-START BY 1 UNTIL J > POINT-TOTAL.
005540     COMPUTE FIT-NUMERATOR = FIT-SIZE * SUM-XY - SUM-X * SUM-Y.
005550     COMPUTE FIT-DENOMINATOR =
005560        FIT-SIZE * SUM-XX - SUM-X * SUM-X.
005570     IF FIT-DENOMINATOR NOT = 0
005580        COMPUTE FIT-SLOPE ROUNDED =
005590           FIT-NUMERATOR / FIT-DENOMINATOR
005600        COMPUTE FIT-INTERCEPT ROUNDED =
005610           (SUM-Y - FIT-SLOPE * SUM-X) / FIT-SIZE
005620     END-IF.
005630
005640 ADD-ONE-FIT-POINT.
005650     ADD PT-X(J) TO SUM-X.
005660     ADD PT-Y(J) TO SUM-Y.
005670     COMPUTE SUM-XY = SUM-XY + PT-X(J) * PT-Y(J).
005680     COMPUTE SUM-XX = SUM-XX + PT-X(J) * PT-X(J).
005690
005700*The K-th x-position past the last point. Nothing past 998 is
005710*projected; a value off the grid's 0-998 range is held at the
005720*nearer edge and counted.
005730 PROJECT-ONE-POINT.
005740     COMPUTE PROJ-X = PT-X(POINT-TOTAL) + K.
005750     IF PROJ-X > 998
005760        GO TO PROJECT-ONE-POINT-EXIT.
005770     COMPUTE PROJECTED-VALUE ROUNDED =
005780        FIT-INTERCEPT + FIT-SLOPE * PROJ-X.
005790     IF PROJECTED-VALUE < 0
005800        MOVE 0 TO PROJECTED-VALUE
005810        ADD 1 TO CLIPPED-COUNT.
005820     IF PROJECTED-VALUE > 998
005830        MOVE 998 TO PROJECTED-VALUE
005840        ADD 1 TO CLIPPED-COUNT.
005850     ADD 1 TO PROJECTED-COUNT.
005860     MOVE PROJ-X TO PJ-X(PROJECTED-COUNT).
005870     MOVE PROJECTED-VALUE TO PJ-Y(PROJECTED-COUNT).
005880     IF PROJ-X > 99 OR PROJECTED-VALUE > 99
005890        MOVE 'Y' TO WIDE-OUTPUT-FLAG.
005900 PROJECT-ONE-POINT-EXIT.
005910     EXIT.
005920
005930*<series>.fct: a header carrying the projected count, then one
005940*record per projection in the historical layout, or in the wide
005950*one when the series came wide or a projection needs it.
005960 WRITE-PROJECTED-FILE.
005970     MOVE SPACES TO WS-PROJECTED-FILENAME.
005980     STRING SERIES-NAME DELIMITED BY SPACE
005990           ".fct" DELIMITED BY SIZE
006000       INTO WS-PROJECTED-FILENAME.
006010     OPEN OUTPUT PROJECTED-FILE.
006020     IF PROJECTED-FILE-STATUS NOT = "00"
006030        DISPLAY "DDAFCST: cannot open the projected point file."
006040        GO TO WRITE-PROJECTED-FILE-EXIT.
006050     MOVE PROJECTED-COUNT TO PH-COUNT.
006060     WRITE PROJECTED-RECORD FROM PROJECTED-HEADER-RECORD.
006070     PERFORM WRITE-ONE-PROJECTED-POINT
006080        VARYING K FROM 1 BY 1 UNTIL K > PROJECTED-COUNT.
006090     CLOSE PROJECTED-FILE.
006100 WRITE-PROJECTED-FILE-EXIT.
006110     EXIT.
006120
006130 WRITE-ONE-PROJECTED-POINT.
006140     IF WIDE-OUTPUT-FLAG = 'Y'
006150        MOVE PJ-X(K) TO PW-X
006160        MOVE PJ-Y(K) TO PW-Y
006170        MOVE FORECAST-SYMBOL TO PW-SYMBOL
006180        WRITE PROJECTED-RECORD FROM PROJECTED-DETAIL-WIDE
006190     ELSE
006200        MOVE PJ-X(K) TO PD-X
006210        MOVE PJ-Y(K) TO PD-Y
006220        MOVE FORECAST-SYMBOL TO PD-SYMBOL
006230        WRITE PROJECTED-RECORD FROM PROJECTED-DETAIL-RECORD
006240     END-IF.
006250
006260*Files the forecast under its series and business date,
006270*unscored. A forecast made again on the same date replaces the
006280*earlier one, score and all. A forecast file that will not open
006290*costs the scoring later, never the projected points now.
006300 SAVE-FORECAST.
006310     MOVE 'N' TO FORECAST-SAVED-FLAG.
006320     OPEN I-O FORECAST-FILE.
006330     IF FORECAST-FILE-STATUS = "35"
006340        OPEN OUTPUT FORECAST-FILE.
006350     IF FORECAST-FILE-STATUS NOT = "00"
006360        DISPLAY "DDAFCST: forecast not saved for scoring."
006370        GO TO SAVE-FORECAST-EXIT.
006380     MOVE SPACES TO FORECAST-RECORD.
006390     MOVE SERIES-NAME TO FC-SERIES-NAME.
006400     MOVE BUSINESS-DATE-NUM TO FC-BUSINESS-DATE.
006410     MOVE WS-POINT-FILENAME TO FC-INPUT-NAME.
006420     MOVE FIT-SIZE TO FC-FIT-POINTS.
006430     MOVE FIT-SLOPE TO FC-SLOPE.
006440     MOVE FIT-INTERCEPT TO FC-INTERCEPT.
006450     MOVE PROJECTED-COUNT TO FC-AHEAD-COUNT.
006460     PERFORM CLEAR-ONE-PROJECTION
006470        VARYING K FROM 1 BY 1 UNTIL K > AHEAD-LIMIT.
006480     PERFORM KEEP-ONE-PROJECTION
006490        VARYING K FROM 1 BY 1 UNTIL K > PROJECTED-COUNT.
006500     MOVE 0 TO FC-SCORE-DATE.
006510     MOVE 0 TO FC-MATCHED-COUNT.
006520     MOVE 0 TO FC-ABS-ERROR-TOTAL.
006530     MOVE 0 TO FC-SIGNED-ERROR-TOTAL.
006540     MOVE 'Y' TO FORECAST-SAVED-FLAG.
006550     WRITE FORECAST-RECORD
006560        INVALID KEY
006570           REWRITE FORECAST-RECORD
006580              INVALID KEY
006590                 DISPLAY "DDAFCST: forecast not saved."
006600                 MOVE 'N' TO FORECAST-SAVED-FLAG
006610           END-REWRITE
006620     END-WRITE.
006630     CLOSE FORECAST-FILE.
006640 SAVE-FORECAST-EXIT.
006650     EXIT.
006660
006670 CLEAR-ONE-PROJECTION.
006680     MOVE 0 TO FC-PROJ-X(K).
006690     MOVE 0 TO FC-PROJ-Y(K).
006700
006710 KEEP-ONE-PROJECTION.
006720     MOVE PJ-X(K) TO FC-PROJ-X(K).
006730     MOVE PJ-Y(K) TO FC-PROJ-Y(K).
006740
006750*SCORE: hold the actual points and walk the series' earlier
006760*forecasts against them.
006770 SCORE-FORECASTS.
006780     PERFORM LOAD-POINT-FILE THRU LOAD-POINT-FILE-EXIT.
006790     IF HEADER-VALID-FLAG NOT = 'Y'
006800        MOVE 8 TO RETURN-CODE
006810        GO TO SCORE-FORECASTS-EXIT.
006820     OPEN I-O FORECAST-FILE.
006830     IF FORECAST-FILE-STATUS NOT = "00"
006840        DISPLAY "DDAFCST: no forecasts available."
006850        MOVE 8 TO RETURN-CODE
006860        GO TO SCORE-FORECASTS-EXIT.
006870     MOVE 0 TO FORECASTS-SEEN.
006880     MOVE 0 TO FORECASTS-SCORED.
006890     MOVE 'N' TO FORECAST-EOF.
006900     MOVE SERIES-NAME TO FC-SERIES-NAME.
006910     MOVE 0 TO FC-BUSINESS-DATE.
006920     START FORECAST-FILE KEY NOT < FC-KEY
006930        INVALID KEY MOVE 'Y' TO FORECAST-EOF
006940     END-START.
006950     PERFORM SCORE-NEXT-FORECAST THRU SCORE-NEXT-FORECAST-EXIT
006960        UNTIL FORECAST-EOF = 'Y'.
006970     CLOSE FORECAST-FILE.
006980     DISPLAY "DDAFCST: " FORECASTS-SCORED " of " FORECASTS-SEEN
006990        " earlier forecasts scored for " SERIES-NAME.
007000     IF FORECASTS-SCORED = 0 OR RECORDS-SKIPPED > 0
007010        MOVE 4 TO RETURN-CODE
007020        GO TO SCORE-FORECASTS-EXIT.
007030     MOVE 0 TO RETURN-CODE.
007040 SCORE-FORECASTS-EXIT.
007050     EXIT.
007060
007070*The series' forecasts arrive together in key order; the next
007080*series ends the walk. A forecast made on or after the scoring
007090*date cannot have been overtaken by these actuals yet.
007100 SCORE-NEXT-FORECAST.
007110     READ FORECAST-FILE NEXT RECORD
007120        AT END MOVE 'Y' TO FORECAST-EOF
007130     END-READ.
007140     IF FORECAST-EOF = 'Y'
007150        GO TO SCORE-NEXT-FORECAST-EXIT.
007160     IF FC-SERIES-NAME NOT = SERIES-NAME
007170        MOVE 'Y' TO FORECAST-EOF
007180        GO TO SCORE-NEXT-FORECAST-EXIT.
007190     IF FC-BUSINESS-DATE NOT < BUSINESS-DATE-NUM
007200        GO TO SCORE-NEXT-FORECAST-EXIT.
007210     ADD 1 TO FORECASTS-SEEN.
007220     MOVE 0 TO SCORE-MATCHED.
007230     MOVE 0 TO SCORE-ABS-TOTAL.
007240     MOVE 0 TO SCORE-SIGNED-TOTAL.
007250     PERFORM SCORE-ONE-PROJECTION
007260        VARYING K FROM 1 BY 1 UNTIL K > FC-AHEAD-COUNT.
007270     IF SCORE-MATCHED NOT > FC-MATCHED-COUNT
007280        GO TO SCORE-NEXT-FORECAST-EXIT.
007290     MOVE BUSINESS-DATE-NUM TO FC-SCORE-DATE.
007300     MOVE SCORE-MATCHED TO FC-MATCHED-COUNT.
007310     MOVE SCORE-ABS-TOTAL TO FC-ABS-ERROR-TOTAL.
007320     MOVE SCORE-SIGNED-TOTAL TO FC-SIGNED-ERROR-TOTAL.
007330     REWRITE FORECAST-RECORD
007340        INVALID KEY
007350           DISPLAY "DDAFCST: a forecast score was not saved."
007360           GO TO SCORE-NEXT-FORECAST-EXIT
007370     END-REWRITE.
007380     ADD 1 TO FORECASTS-SCORED.
007390 SCORE-NEXT-FORECAST-EXIT.
007400     EXIT.
007410
007420*One projected point against the actual point at the same x,
007430*if the actuals have one.
007440 SCORE-ONE-PROJECTION.
007450     MOVE 'N' TO ACTUAL-FOUND-FLAG.
007460     PERFORM FIND-ACTUAL-POINT
007470        VARYING J FROM 1 BY 1
007480        UNTIL J > POINT-TOTAL OR ACTUAL-FOUND-FLAG = 'Y'.
007490     IF ACTUAL-FOUND-FLAG = 'Y'
007500        ADD 1 TO SCORE-MATCHED
007510        COMPUTE ERROR-VALUE = FC-PROJ-Y(K) - ACTUAL-Y
007520        ADD ERROR-VALUE TO SCORE-SIGNED-TOTAL
007530        IF ERROR-VALUE < 0
007540           SUBTRACT ERROR-VALUE FROM SCORE-ABS-TOTAL
007550        ELSE
007560           ADD ERROR-VALUE TO SCORE-ABS-TOTAL
007570        END-IF
007580     END-IF.
007590
007600 FIND-ACTUAL-POINT.
007610     IF PT-X(J) = FC-PROJ-X(K)
007620        MOVE 'Y' TO ACTUAL-FOUND-FLAG
007630        MOVE PT-Y(J) TO ACTUAL-Y.
007640
007650*REPORT: every forecast on file, series by series, with the
007660*series' accuracy and a grand total.
007670 WRITE-ACCURACY-REPORT.
007680     OPEN INPUT FORECAST-FILE.
007690     IF FORECAST-FILE-STATUS NOT = "00"
007700        DISPLAY "DDAFCST: no forecasts available."
007710        MOVE 8 TO RETURN-CODE
007720        GO TO WRITE-ACCURACY-REPORT-EXIT.
007730     OPEN OUTPUT ACCURACY-FILE.
007740     IF ACCURACY-FILE-STATUS NOT = "00"
007750        DISPLAY "DDAFCST: cannot open accuracy report."
007760        CLOSE FORECAST-FILE
007770        MOVE 8 TO RETURN-CODE
007780        GO TO WRITE-ACCURACY-REPORT-EXIT.
007790     MOVE BUS-MONTH TO PGH-MM.
007800     MOVE BUS-DAY TO PGH-DD.
007810     MOVE BUS-YEAR TO PGH-YEAR.
007820     MOVE ZERO TO SERIES-ACCURACY.
007830     MOVE ZERO TO GRAND-ACCURACY.
007840     MOVE 'N' TO FORECAST-EOF.
007850     PERFORM REPORT-NEXT-FORECAST THRU REPORT-NEXT-FORECAST-EXIT
007860        UNTIL FORECAST-EOF = 'Y'.
007870     IF CURRENT-SERIES-NAME NOT = SPACES
007880        PERFORM CLOSE-SERIES.
007890     MOVE GRAND-ACCURACY TO LINE-ACCURACY.
007900     MOVE "GRAND TOTAL" TO AT-LABEL.
007910     PERFORM PUT-ACCURACY-TOTAL-LINE.
007920     CLOSE FORECAST-FILE.
007930     CLOSE ACCURACY-FILE.
007940     IF GA-FORECASTS = 0
007950        DISPLAY "DDAFCST: no forecasts on file."
007960        MOVE 4 TO RETURN-CODE
007970        GO TO WRITE-ACCURACY-REPORT-EXIT.
007980     MOVE 0 TO RETURN-CODE.
007990 WRITE-ACCURACY-REPORT-EXIT.
008000     EXIT.
008010
008020*A new series closes the one in progress before the forecast
008030*is printed and added in.
008040 REPORT-NEXT-FORECAST.
008050     READ FORECAST-FILE NEXT RECORD
008060        AT END MOVE 'Y' TO FORECAST-EOF
008070     END-READ.
008080     IF FORECAST-EOF = 'Y'
008090        GO TO REPORT-NEXT-FORECAST-EXIT.
008100     IF FC-SERIES-NAME NOT = CURRENT-SERIES-NAME
008110        IF CURRENT-SERIES-NAME NOT = SPACES
008120           PERFORM CLOSE-SERIES
008130        END-IF
008140        MOVE FC-SERIES-NAME TO CURRENT-SERIES-NAME
008150        MOVE FC-SERIES-NAME TO FD-SERIES
008160     ELSE
008170        MOVE SPACES TO FD-SERIES
008180     END-IF.
008190     IF LINES-ON-PAGE NOT < PAGE-SIZE
008200        PERFORM WRITE-PAGE-HEADING
008210        MOVE FC-SERIES-NAME TO FD-SERIES.
008220     PERFORM FORMAT-FORECAST-LINE.
008230     MOVE FORECAST-DETAIL-LINE TO PRINT-DATA.
008240     PERFORM PUT-REPORT-DATA.
008250     ADD 1 TO SA-FORECASTS.
008260     IF FC-SCORE-DATE IS NUMERIC AND FC-SCORE-DATE NOT = 0
008270        ADD 1 TO SA-SCORED
008280        ADD FC-MATCHED-COUNT TO SA-POINTS
008290        ADD FC-ABS-ERROR-TOTAL TO SA-ABS-TOTAL
008300        ADD FC-SIGNED-ERROR-TOTAL TO SA-SIGNED-TOTAL.
008310 REPORT-NEXT-FORECAST-EXIT.
008320     EXIT.
008330
008340*A forecast not yet scored says so in place of its figures.
008350 FORMAT-FORECAST-LINE.
008360     MOVE FC-BUSINESS-DATE TO REPORT-DATE-SOURCE-NUM.
008370     PERFORM FORMAT-REPORT-DATE.
008380     MOVE REPORT-DATE TO FD-MADE-ON.
008390     MOVE FC-FIT-POINTS TO FD-FIT.
008400     MOVE FC-AHEAD-COUNT TO FD-AHEAD.
008410     MOVE FC-SLOPE TO FD-SLOPE.
008420     IF FC-SCORE-DATE IS NOT NUMERIC OR FC-SCORE-DATE = 0
008430        OR FC-MATCHED-COUNT = 0
008440        MOVE "NOT SCORED" TO FD-SCORED-ON
008450        MOVE 0 TO FD-MATCHED
008460        MOVE 0 TO FD-MAE
008470        MOVE 0 TO FD-BIAS
008480        MOVE SPACES TO FD-DIRECTION
008490     ELSE
008500        MOVE FC-SCORE-DATE TO REPORT-DATE-SOURCE-NUM
008510        PERFORM FORMAT-REPORT-DATE
008520        MOVE REPORT-DATE TO FD-SCORED-ON
008530        MOVE FC-MATCHED-COUNT TO FD-MATCHED
008540        COMPUTE MEAN-ABS-ERROR ROUNDED =
008550           FC-ABS-ERROR-TOTAL / FC-MATCHED-COUNT
008560        COMPUTE MEAN-BIAS ROUNDED =
008570           FC-SIGNED-ERROR-TOTAL / FC-MATCHED-COUNT
008580        MOVE MEAN-ABS-ERROR TO FD-MAE
008590        MOVE MEAN-BIAS TO FD-BIAS
008600        PERFORM NAME-BIAS-DIRECTION
008610        MOVE AT-DIRECTION TO FD-DIRECTION
008620     END-IF.
008630
008640*ABOVE when forecasts ran higher than what happened, BELOW when
008650*lower, NONE when they balanced out.
008660 NAME-BIAS-DIRECTION.
008670     IF MEAN-BIAS > 0
008680        MOVE "ABOVE" TO AT-DIRECTION
008690     ELSE
008700        IF MEAN-BIAS < 0
008710           MOVE "BELOW" TO AT-DIRECTION
008720        ELSE
008730           MOVE "NONE" TO AT-DIRECTION
008740        END-IF
008750     END-IF.
008760
008770*The series' accuracy over all its scored points, a blank line
008780*to set the next series off, and the series rolled into the
008790*grand total.
008800 CLOSE-SERIES.
008810     MOVE SERIES-ACCURACY TO LINE-ACCURACY.
008820     MOVE "  SERIES ACCURACY" TO AT-LABEL.
008830     PERFORM PUT-ACCURACY-TOTAL-LINE.
008840     MOVE SPACES TO PRINT-DATA.
008850     PERFORM PUT-REPORT-DATA.
008860     ADD SA-FORECASTS TO GA-FORECASTS.
008870     ADD SA-SCORED TO GA-SCORED.
008880     ADD SA-POINTS TO GA-POINTS.
008890     ADD SA-ABS-TOTAL TO GA-ABS-TOTAL.
008900     ADD SA-SIGNED-TOTAL TO GA-SIGNED-TOTAL.
008910     MOVE ZERO TO SERIES-ACCURACY.
008920
008930 PUT-ACCURACY-TOTAL-LINE.
008940     MOVE LA-FORECASTS TO AT-FORECASTS.
008950     MOVE LA-SCORED TO AT-SCORED.
008960     MOVE LA-POINTS TO AT-POINTS.
008970     MOVE 0 TO MEAN-ABS-ERROR.
008980     MOVE 0 TO MEAN-BIAS.
008990     MOVE SPACES TO AT-DIRECTION.
009000     IF LA-POINTS > 0
009010        COMPUTE MEAN-ABS-ERROR ROUNDED = LA-ABS-TOTAL / LA-POINTS
009020        COMPUTE MEAN-BIAS ROUNDED = LA-SIGNED-TOTAL / LA-POINTS
009030        PERFORM NAME-BIAS-DIRECTION
009040     END-IF.
009050     MOVE MEAN-ABS-ERROR TO AT-MAE.
009060     MOVE MEAN-BIAS TO AT-BIAS.
009070     MOVE ACCURACY-TOTAL-LINE TO PRINT-DATA.
009080     PERFORM PUT-REPORT-DATA.
009090
009100 FORMAT-REPORT-DATE.
009110     MOVE RDS-MM TO RD-MM.
009120     MOVE RDS-DD TO RD-DD.
009130     MOVE RDS-YEAR TO RD-YEAR.
009140
009150*Every body line lands here: a full page first gets a fresh one,
009160*then the line goes out single-spaced.
009170 PUT-REPORT-DATA.
009180     IF LINES-ON-PAGE NOT < PAGE-SIZE
009190        PERFORM WRITE-PAGE-HEADING.
009200     MOVE ' ' TO PRINT-CC.
009210     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009220     ADD 1 TO LINES-ON-PAGE.
009230
009240*Page eject and heading, then the column headings and a blank
009250*line: five lines before the first figure on every page.
009260 WRITE-PAGE-HEADING.
009270     ADD 1 TO PAGE-NUMBER.
009280     MOVE PAGE-NUMBER TO PGH-PAGE.
009290     MOVE '1' TO PRINT-CC.
009300     MOVE PAGE-HEADING-LINE TO PRINT-DATA.
009310     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009320     MOVE ' ' TO PRINT-CC.
009330     MOVE SPACES TO PRINT-DATA.
009340     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009350     MOVE COLUMN-HEADING-1 TO PRINT-DATA.
009360     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009370     MOVE COLUMN-HEADING-2 TO PRINT-DATA.
009380     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009390     MOVE SPACES TO PRINT-DATA.
009400     WRITE ACCURACY-RECORD FROM PRINT-BUILD-LINE.
009410     MOVE 5 TO LINES-ON-PAGE.
009420
009430*Point-file loading, shared by FORECAST and SCORE, with the same
009440*header and skip-and-count judgements DDASTAT makes.
009450 LOAD-POINT-FILE.
009460     MOVE 0 TO POINT-TOTAL.
009470     MOVE 0 TO RECORDS-SKIPPED.
009480     MOVE 'N' TO HEADER-VALID-FLAG.
009490     MOVE 'N' TO POINT-EOF.
009500     OPEN INPUT POINT-FILE.
009510     IF POINT-FILE-STATUS NOT = "00"
009520        DISPLAY "DDAFCST: cannot open point file."
009530        GO TO LOAD-POINT-FILE-EXIT.
009540     READ POINT-FILE
009550        AT END MOVE 'Y' TO POINT-EOF
009560     END-READ.
009570     IF POINT-EOF = 'N'
009580        PERFORM JUDGE-HEADER-RECORD.
009590     IF HEADER-VALID-FLAG NOT = 'Y'
009600        DISPLAY "DDAFCST: header count not numeric."
009610        CLOSE POINT-FILE
009620        GO TO LOAD-POINT-FILE-EXIT.
009630     PERFORM LOAD-NEXT-POINT THRU LOAD-NEXT-POINT-EXIT
009640        UNTIL POINT-EOF = 'Y'.
009650     CLOSE POINT-FILE.
009660 LOAD-POINT-FILE-EXIT.
009670     EXIT.
009680
009690*The header must carry at least one digit; digits are taken
009700*left to right and the first blank ends the count, with blanks
009710*in the first two columns counting as zeros.
009720 JUDGE-HEADER-RECORD.
009730     INSPECT POINT-RECORD(1:2) REPLACING ALL ' ' BY '0'.
009740     MOVE 0 TO DECLARED-COUNT.
009750     MOVE 'N' TO DIGIT-END-FLAG.
009760     PERFORM TAKE-ONE-HEADER-DIGIT
009770        VARYING K FROM 1 BY 1 UNTIL K > 4.
009780
009790 TAKE-ONE-HEADER-DIGIT.
009800     IF DIGIT-END-FLAG = 'N'
009810        MOVE POINT-RECORD(K:1) TO DIGIT-X
009820        IF DIGIT-X IS NUMERIC
009830           COMPUTE DECLARED-COUNT = DECLARED-COUNT * 10 + DIGIT
009840           MOVE 'Y' TO HEADER-VALID-FLAG
009850        ELSE
009860           MOVE 'Y' TO DIGIT-END-FLAG
009870        END-IF
009880     END-IF.
009890
009900*One point into the table: blanks inside a coordinate are
009910*forgiven as zeros, a letter in the numeric columns skips the
009920*record and is counted, and records past 2000 are skipped too.
009930 LOAD-NEXT-POINT.
009940     READ POINT-FILE INTO FCST-RAW-RECORD
009950        AT END MOVE 'Y' TO POINT-EOF
009960     END-READ.
009970     IF POINT-EOF = 'Y'
009980        GO TO LOAD-NEXT-POINT-EXIT.
009990     IF FCST-RAW-RECORD(3:1) IS NUMERIC
010000        IF FCST-RAW-RECORD(9:1) = ANNOTATION-MARK
010010           GO TO LOAD-NEXT-POINT-EXIT
010020        END-IF
010030     ELSE
010040        IF FCST-RAW-RECORD(7:1) = ANNOTATION-MARK
010050           GO TO LOAD-NEXT-POINT-EXIT
010060        END-IF
010070     END-IF.
010080     IF POINT-TOTAL = 2000
010090        ADD 1 TO RECORDS-SKIPPED
010100        GO TO LOAD-NEXT-POINT-EXIT.
010110     IF FCST-RAW-RECORD(3:1) IS NUMERIC
010120        PERFORM LOAD-WIDE-POINT THRU LOAD-WIDE-POINT-EXIT
010130        GO TO LOAD-NEXT-POINT-EXIT.
010140     MOVE FCST-RAW-RECORD TO FCST-POINT.
010150     MOVE FCST-X-COORDINATE TO FCST-COORD-TEXT.
010160     INSPECT FCST-COORD-TEXT REPLACING ALL ' ' BY '0'.
010170     IF FCST-COORD-TEXT IS NOT NUMERIC
010180        ADD 1 TO RECORDS-SKIPPED
010190        GO TO LOAD-NEXT-POINT-EXIT.
010200     ADD 1 TO POINT-TOTAL.
010210     MOVE FCST-COORD-NUM TO PT-X(POINT-TOTAL).
010220     MOVE FCST-Y-COORDINATE TO FCST-COORD-TEXT.
010230     INSPECT FCST-COORD-TEXT REPLACING ALL ' ' BY '0'.
010240     IF FCST-COORD-TEXT IS NOT NUMERIC
010250        SUBTRACT 1 FROM POINT-TOTAL
010260        ADD 1 TO RECORDS-SKIPPED
010270        GO TO LOAD-NEXT-POINT-EXIT.
010280     MOVE FCST-COORD-NUM TO PT-Y(POINT-TOTAL).
010290 LOAD-NEXT-POINT-EXIT.
010300     EXIT.
010310
010320*The wide layout's loading, the same judgements against the
010330*wide column map. One wide record puts the projected file into
010340*the wide layout too.
010350 LOAD-WIDE-POINT.
010360     MOVE FCST-RAW-RECORD TO FCST-POINT-WIDE.
010370     MOVE FCSTW-X-COORDINATE TO FCST-COORD-TEXT-WIDE.
010380     INSPECT FCST-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
010390     IF FCST-COORD-TEXT-WIDE IS NOT NUMERIC
010400        ADD 1 TO RECORDS-SKIPPED
010410        GO TO LOAD-WIDE-POINT-EXIT.
010420     ADD 1 TO POINT-TOTAL.
010430     MOVE FCST-COORD-NUM-WIDE TO PT-X(POINT-TOTAL).
010440     MOVE FCSTW-Y-COORDINATE TO FCST-COORD-TEXT-WIDE.
010450     INSPECT FCST-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
010460     IF FCST-COORD-TEXT-WIDE IS NOT NUMERIC
010470        SUBTRACT 1 FROM POINT-TOTAL
010480        ADD 1 TO RECORDS-SKIPPED
010490        GO TO LOAD-WIDE-POINT-EXIT.
010500     MOVE FCST-COORD-NUM-WIDE TO PT-Y(POINT-TOTAL).
010510     MOVE 'Y' TO WIDE-OUTPUT-FLAG.
010520 LOAD-WIDE-POINT-EXIT.
010530     EXIT.
