000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDATRND.
000030 AUTHOR.     STEPHEN.
000040
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT HISTORY-FILE ASSIGN TO DISK
000090       ORGANIZATION IS INDEXED
000100       ACCESS MODE IS DYNAMIC
000110       RECORD KEY IS HIST-KEY
000120       FILE STATUS IS HISTORY-FILE-STATUS.
000130     SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-FILENAME
000140       ORGANIZATION IS LINE SEQUENTIAL
000150       FILE STATUS IS TREND-FILE-STATUS.
000160
000170 DATA DIVISION.
000180 FILE SECTION.
000190*The plot-history archive DDA appends to after every completed
000200*point-set, read here front to back in key order so each
000210*series' runs arrive together and in date order, which is what
000220*lets the report break on series and then on month. The layout
000230*must stay in step with the HISTORY-RECORD DDA writes.
000240 FD HISTORY-FILE
000250     LABEL RECORDS ARE STANDARD
000260     VALUE OF FILE-ID IS "history.idx".
000270 01 HISTORY-RECORD.
000280    03 HIST-KEY.
000290       05 HIST-OUTPUT-NAME PIC X(20).
000300       05 HIST-RUN-DATE PIC 9(8).
000310       05 HIST-RUN-TIME PIC 9(8).
000320    03 HIST-INPUT-NAME PIC X(20).
000330    03 HIST-POINTS-READ PIC 9(5).
000340    03 HIST-VERTICAL-COUNT PIC 9(5).
000350    03 HIST-LARGE-SLOPE-COUNT PIC 9(5).
000360    03 HIST-SMALL-SLOPE-COUNT PIC 9(5).
000370    03 HIST-ERROR-COUNT PIC 9(5).
000380    03 HIST-COLLISION-COUNT PIC 9(5).
000390    03 HIST-DIFF-COUNT PIC 9(5).
000400    03 HIST-BREACH-COUNT PIC 9(5).
000410    03 HIST-RUN-ID PIC 9(5).
000420*The report itself, print-ready: ASA carriage control in the
000430*first column ('1' ejects to a new page, ' ' single-spaces),
000440*the same convention DDA's PRINT file follows.
000450 FD TREND-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01 TREND-RECORD PIC X(133).
000480 WORKING-STORAGE SECTION.
000490 01 HISTORY-FILE-STATUS PIC XX.
000500 01 TREND-FILE-STATUS PIC XX.
000510 01 HISTORY-EOF PIC X VALUE 'N'.
000520
000530*The month range and report name, positionally from the command
000540*line: DDATRND <from-yyyymm> <to-yyyymm> <report>. A range not
000550*given takes in every month on file.
000560 01 WS-TREND-FILENAME PIC X(20) VALUE "trend.rpt".
000570 01 WS-COMMAND-LINE PIC X(80).
000580 01 WS-CMD-FROM-MONTH PIC X(20).
000590 01 WS-CMD-TO-MONTH   PIC X(20).
000600 01 WS-CMD-REPORT-NAME PIC X(20).
000610 01 RANGE-VALID-FLAG PIC X VALUE 'Y'.
000620 01 FROM-MONTH PIC 9(6) VALUE 0.
000630 01 TO-MONTH   PIC 9(6) VALUE 999912.
000640 01 WS-MONTH-TEXT PIC X(6).
000650 01 WS-MONTH-PARTS REDEFINES WS-MONTH-TEXT.
000660    03 WS-MONTH-YEAR PIC 9(4).
000670    03 WS-MONTH-MM   PIC 99.
000680 01 WS-MONTH-NUM REDEFINES WS-MONTH-TEXT PIC 9(6).
000690
000700*The calendar month (YYYYMM) of the entry at hand and of the
000710*month being gathered, and the month before the latter.
000720 01 ENTRY-MONTH PIC 9(6) VALUE 0.
000730 01 CURRENT-MONTH PIC 9(6) VALUE 0.
000740 01 CURRENT-MONTH-PARTS REDEFINES CURRENT-MONTH.
000750    03 CM-YEAR PIC 9(4).
000760    03 CM-MM   PIC 99.
000770 01 CALENDAR-PRIOR-MONTH PIC 9(6) VALUE 0.
000780 01 CURRENT-SERIES-NAME PIC X(20) VALUE SPACES.
000790 01 SERIES-NAME-SHOWN-FLAG PIC X VALUE 'N'.
000800 01 ENTRIES-REPORTED PIC 9(7) VALUE 0.
000810
000820*Running totals at three levels -- the month being gathered,
000830*the series, and the whole report -- all in one layout so any
000840*of them can be moved whole into LINE-TOTALS for printing.
000850 01 MONTH-TOTALS.
000860    03 MT-RUNS       PIC 9(7).
000870    03 MT-POINTS     PIC 9(9).
000880    03 MT-ERRORS     PIC 9(9).
000890    03 MT-COLLISIONS PIC 9(9).
000900    03 MT-BREACHES   PIC 9(9).
000910    03 MT-VERTICAL   PIC 9(9).
000920    03 MT-LARGE      PIC 9(9).
000930    03 MT-SMALL      PIC 9(9).
000940 01 SERIES-TOTALS.
000950    03 ST-RUNS       PIC 9(7).
000960    03 ST-POINTS     PIC 9(9).
000970    03 ST-ERRORS     PIC 9(9).
000980    03 ST-COLLISIONS PIC 9(9).
000990    03 ST-BREACHES   PIC 9(9).
001000    03 ST-VERTICAL   PIC 9(9).
001010    03 ST-LARGE      PIC 9(9).
001020    03 ST-SMALL      PIC 9(9).
001030 01 GRAND-TOTALS.
001040    03 GT-RUNS       PIC 9(7).
001050    03 GT-POINTS     PIC 9(9).
001060    03 GT-ERRORS     PIC 9(9).
001070    03 GT-COLLISIONS PIC 9(9).
001080    03 GT-BREACHES   PIC 9(9).
001090    03 GT-VERTICAL   PIC 9(9).
001100    03 GT-LARGE      PIC 9(9).
001110    03 GT-SMALL      PIC 9(9).
001120 01 LINE-TOTALS.
001130    03 LT-RUNS       PIC 9(7).
001140    03 LT-POINTS     PIC 9(9).
001150    03 LT-ERRORS     PIC 9(9).
001160    03 LT-COLLISIONS PIC 9(9).
001170    03 LT-BREACHES   PIC 9(9).
001180    03 LT-VERTICAL   PIC 9(9).
001190    03 LT-LARGE      PIC 9(9).
001200    03 LT-SMALL      PIC 9(9).
001210 01 LINE-AVERAGE PIC 9(7) VALUE 0.
001220 01 SEGMENT-TOTAL PIC 9(10) VALUE 0.
001230
001240*The series' previous month as printed, for the month-on-month
001250*change; it only counts when it is the calendar month just
001260*before the one being printed.
001270 01 PRIOR-MONTH PIC 9(6) VALUE 0.
001280 01 PRIOR-AVERAGE PIC 9(7) VALUE 0.
001290 01 PRIOR-ERRORS PIC 9(9) VALUE 0.
001300 01 CHANGE-VALUE PIC S9(9) VALUE 0.
001310 01 CHANGE-EDIT PIC +++++++9.
001320
001330*Print state, the same way DDA keeps it for its PRINT file.
001340 01 PAGE-SIZE PIC 99 VALUE 60.
001350 01 LINES-ON-PAGE PIC 99 VALUE 99.
001360 01 PAGE-NUMBER PIC 9(4) VALUE 0.
001370 01 PRINT-BUILD-LINE.
001380    03 PRINT-CC PIC X.
001390    03 PRINT-DATA PIC X(132).
001400 01 PAGE-HEADING-LINE.
001410    03 FILLER PIC X(30) VALUE "DDA MONTHLY TREND REPORT".
001420    03 FILLER PIC X(7) VALUE "MONTHS ".
001430    03 PH-FROM PIC X(7).
001440    03 FILLER PIC X(6) VALUE " THRU ".
001450    03 PH-TO PIC X(7).
001460    03 FILLER PIC X(49) VALUE SPACES.
001470    03 FILLER PIC X(5) VALUE "PAGE ".
001480    03 PH-PAGE PIC ZZZ9.
001490 01 REPORT-MONTH.
001500    03 RM-MM PIC 99.
001510    03 FILLER PIC X VALUE "/".
001520    03 RM-YEAR PIC 9(4).
001530 01 COLUMN-HEADING-1.
001540    03 FILLER PIC X(22) VALUE "SERIES".
001550    03 FILLER PIC X(9)  VALUE "MONTH".
001560    03 FILLER PIC X(10) VALUE "    RUNS".
001570    03 FILLER PIC X(11) VALUE "     POINTS".
001580    03 FILLER PIC X(10) VALUE "    POINTS".
001590    03 FILLER PIC X(11) VALUE "     ERRORS".
001600    03 FILLER PIC X(11) VALUE " COLLISIONS".
001610    03 FILLER PIC X(9)  VALUE " BREACHES".
001620    03 FILLER PIC X(19) VALUE "  ---SEGMENT MIX---".
001630    03 FILLER PIC X(10) VALUE "   CHG AVG".
001640    03 FILLER PIC X(10) VALUE "       CHG".
001650 01 COLUMN-HEADING-2.
001660    03 FILLER PIC X(22) VALUE SPACES.
001670    03 FILLER PIC X(9)  VALUE SPACES.
001680    03 FILLER PIC X(10) VALUE SPACES.
001690    03 FILLER PIC X(11) VALUE "      TOTAL".
001700    03 FILLER PIC X(10) VALUE "   AVERAGE".
001710    03 FILLER PIC X(11) VALUE SPACES.
001720    03 FILLER PIC X(11) VALUE SPACES.
001730    03 FILLER PIC X(9)  VALUE SPACES.
001740    03 FILLER PIC X(19) VALUE "   VERT LARGE SMALL".
001750    03 FILLER PIC X(10) VALUE "    POINTS".
001760    03 FILLER PIC X(10) VALUE "    ERRORS".
001770*One line of figures: a month, a series subtotal, or the grand
001780*total. The mix columns are each kind of segment as a percentage
001790*of all segments drawn; the change columns are filled for a
001800*month line only, and only when the calendar month before it
001810*was on file.
001820 01 TREND-DETAIL-LINE.
001830    03 TD-SERIES PIC X(20).
001840    03 FILLER PIC X(2) VALUE SPACES.
001850    03 TD-MONTH PIC X(7).
001860    03 FILLER PIC X(2) VALUE SPACES.
001870    03 TD-RUNS PIC ZZZZZZZZZ9.
001880    03 TD-POINTS PIC ZZZZZZZZZZ9.
001890    03 TD-AVERAGE PIC ZZZZZZZZZ9.
001900    03 TD-ERRORS PIC ZZZZZZZZZZ9.
001910    03 TD-COLLISIONS PIC ZZZZZZZZZZ9.
001920    03 TD-BREACHES PIC ZZZZZZZZ9.
001930    03 FILLER PIC X(2) VALUE SPACES.
001940    03 TD-VERTICAL PIC ZZZ9.
001950    03 FILLER PIC X(2) VALUE "% ".
001960    03 TD-LARGE PIC ZZZ9.
001970    03 FILLER PIC X(2) VALUE "% ".
001980    03 TD-SMALL PIC ZZZ9.
001990    03 FILLER PIC X VALUE "%".
002000    03 FILLER PIC X(2) VALUE SPACES.
002010    03 TD-CHANGE-AVERAGE PIC X(8).
002020    03 FILLER PIC X(2) VALUE SPACES.
002030    03 TD-CHANGE-ERRORS PIC X(8).
002040 01 PERCENT-VALUE PIC 9(3) VALUE 0.
002050
002060*DDATRND turns the plot-history archive into the month-end
002070*trend pack: it reads history.idx in key order and, for each
002080*series and each calendar month of HIST-RUN-DATE, prints the
002090*number of runs, the total and average points read, the total
002100*errors, collisions and control-limit breaches, and the
002110*vertical / large-slope / small-slope segment mix, with the
002120*change in average points and in errors from the month
002130*before. Each series closes with a subtotal line and the
002140*report with a grand total. A month range on the command line
002150*limits the report to those months:
002160*    DDATRND <from-yyyymm> <to-yyyymm> [<report>]
002170*The output is paginated with ASA carriage control, ready for
002180*the printer or the month-end pack as it stands.
002190*    0 - report written
002200*    4 - report written, but no history fell in the range
002210*    8 - the range was not understood or a file would not open
002220 PROCEDURE DIVISION.
002230 PROG-MAIN.
002240     PERFORM TAKE-COMMAND-LINE-VALUES
002250        THRU TAKE-COMMAND-LINE-VALUES-EXIT.
002260     IF RANGE-VALID-FLAG = 'N'
002270        MOVE 8 TO RETURN-CODE
002280        GO TO PROG-DONE.
002290     OPEN INPUT HISTORY-FILE.
002300     IF HISTORY-FILE-STATUS NOT = "00"
002310        DISPLAY "DDATRND: no plot history available."
002320        MOVE 8 TO RETURN-CODE
002330        GO TO PROG-DONE.
002340     OPEN OUTPUT TREND-FILE.
002350     IF TREND-FILE-STATUS NOT = "00"
002360        DISPLAY "DDATRND: cannot open trend report."
002370        CLOSE HISTORY-FILE
002380        MOVE 8 TO RETURN-CODE
002390        GO TO PROG-DONE.
002400*An end of the range not given on the command line is open, and
002410*the heading says so rather than showing the stand-in month.
002420     IF WS-CMD-FROM-MONTH = SPACES
002430        MOVE "ALL" TO PH-FROM
002440     ELSE
002450        MOVE FROM-MONTH TO CURRENT-MONTH
002460        PERFORM FORMAT-CURRENT-MONTH
002470        MOVE REPORT-MONTH TO PH-FROM
002480     END-IF.
002490     IF WS-CMD-TO-MONTH = SPACES
002500        MOVE "ALL" TO PH-TO
002510     ELSE
002520        MOVE TO-MONTH TO CURRENT-MONTH
002530        PERFORM FORMAT-CURRENT-MONTH
002540        MOVE REPORT-MONTH TO PH-TO
002550     END-IF.
002560     MOVE 0 TO CURRENT-MONTH.
002570     MOVE ZERO TO MONTH-TOTALS.
002580     MOVE ZERO TO SERIES-TOTALS.
002590     MOVE ZERO TO GRAND-TOTALS.
002600     PERFORM REPORT-NEXT-ENTRY THRU REPORT-NEXT-ENTRY-EXIT
002610        UNTIL HISTORY-EOF = 'Y'.
002620*The last series on file has no successor record to close it.
002630     IF CURRENT-SERIES-NAME NOT = SPACES
002640        PERFORM CLOSE-MONTH
002650        PERFORM CLOSE-SERIES.
002660     PERFORM WRITE-GRAND-TOTAL.
002670     CLOSE HISTORY-FILE.
002680     CLOSE TREND-FILE.
002690     IF ENTRIES-REPORTED = 0
002700        DISPLAY "DDATRND: no history in the month range."
002710        MOVE 4 TO RETURN-CODE
002720        GO TO PROG-DONE.
002730     MOVE 0 TO RETURN-CODE.
002740
002750 PROG-DONE.
002760     STOP RUN.
002770
002780*Positional: DDATRND <from-yyyymm> <to-yyyymm> <report>. A month
002790*must be six digits with a month of 01-12; a "to" before the
002800*"from" is refused rather than printing an empty pack.
002810 TAKE-COMMAND-LINE-VALUES.
002820     MOVE SPACES TO WS-COMMAND-LINE.
002830     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002840     MOVE SPACES TO WS-CMD-FROM-MONTH.
002850     MOVE SPACES TO WS-CMD-TO-MONTH.
002860     MOVE SPACES TO WS-CMD-REPORT-NAME.
002870     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
002880         INTO WS-CMD-FROM-MONTH WS-CMD-TO-MONTH
002890              WS-CMD-REPORT-NAME.
002900     IF WS-CMD-REPORT-NAME NOT = SPACES
002910        MOVE WS-CMD-REPORT-NAME TO WS-TREND-FILENAME.
002920     IF WS-CMD-FROM-MONTH NOT = SPACES
002930        MOVE WS-CMD-FROM-MONTH TO WS-MONTH-TEXT
002940        IF WS-CMD-FROM-MONTH(7:1) NOT = SPACE
002950           OR WS-MONTH-TEXT IS NOT NUMERIC
002960           OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
002970           DISPLAY "DDATRND: from month is not YYYYMM."
002980           MOVE 'N' TO RANGE-VALID-FLAG
002990           GO TO TAKE-COMMAND-LINE-VALUES-EXIT
003000        END-IF
003010        MOVE WS-MONTH-NUM TO FROM-MONTH
003020     END-IF.
003030     IF WS-CMD-TO-MONTH NOT = SPACES
003040        MOVE WS-CMD-TO-MONTH TO WS-MONTH-TEXT
003050        IF WS-CMD-TO-MONTH(7:1) NOT = SPACE
003060           OR WS-MONTH-TEXT IS NOT NUMERIC
003070           OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
003080           DISPLAY "DDATRND: to month is not YYYYMM."
003090           MOVE 'N' TO RANGE-VALID-FLAG
003100           GO TO TAKE-COMMAND-LINE-VALUES-EXIT
003110        END-IF
003120        MOVE WS-MONTH-NUM TO TO-MONTH
003130     END-IF.
003140     IF TO-MONTH < FROM-MONTH
003150        DISPLAY "DDATRND: to month is before from month."
003160        MOVE 'N' TO RANGE-VALID-FLAG.
003170 TAKE-COMMAND-LINE-VALUES-EXIT.
003180     EXIT.
003190
003200*Reads the archive forward in key order. An entry outside the
003210*month range is passed over; a new series closes the month and
003220*the series in progress, and a new month within the series
003230*closes the month, before the entry is added in.
003240 REPORT-NEXT-ENTRY.
003250     READ HISTORY-FILE NEXT RECORD
003260        AT END MOVE 'Y' TO HISTORY-EOF
003270     END-READ.
003280     IF HISTORY-EOF = 'Y'
003290        GO TO REPORT-NEXT-ENTRY-EXIT.
003300     COMPUTE ENTRY-MONTH = HIST-RUN-DATE / 100.
003310     IF ENTRY-MONTH < FROM-MONTH OR ENTRY-MONTH > TO-MONTH
003320        GO TO REPORT-NEXT-ENTRY-EXIT.
003330     IF HIST-OUTPUT-NAME NOT = CURRENT-SERIES-NAME
003340        IF CURRENT-SERIES-NAME NOT = SPACES
003350           PERFORM CLOSE-MONTH
003360           PERFORM CLOSE-SERIES
003370        END-IF
003380        MOVE HIST-OUTPUT-NAME TO CURRENT-SERIES-NAME
003390        MOVE 'N' TO SERIES-NAME-SHOWN-FLAG
003400        MOVE 0 TO PRIOR-MONTH
003410        MOVE ENTRY-MONTH TO CURRENT-MONTH
003420     ELSE
003430        IF ENTRY-MONTH NOT = CURRENT-MONTH
003440           PERFORM CLOSE-MONTH
003450           MOVE ENTRY-MONTH TO CURRENT-MONTH
003460        END-IF
003470     END-IF.
003480     ADD 1 TO MT-RUNS.
003490     ADD HIST-POINTS-READ TO MT-POINTS.
003500     ADD HIST-ERROR-COUNT TO MT-ERRORS.
003510     ADD HIST-COLLISION-COUNT TO MT-COLLISIONS.
003520*Entries written before limits were kept carry blanks here.
003530     IF HIST-BREACH-COUNT IS NUMERIC
003540        ADD HIST-BREACH-COUNT TO MT-BREACHES.
003550     ADD HIST-VERTICAL-COUNT TO MT-VERTICAL.
003560     ADD HIST-LARGE-SLOPE-COUNT TO MT-LARGE.
003570     ADD HIST-SMALL-SLOPE-COUNT TO MT-SMALL.
003580     ADD 1 TO ENTRIES-REPORTED.
003590 REPORT-NEXT-ENTRY-EXIT.
003600     EXIT.
003610
003620*Prints the finished month, with its change from the calendar
003630*month before when the series ran then, remembers it as the
003640*prior month for the next, and rolls it into the series totals.
003650 CLOSE-MONTH.
003660     MOVE MONTH-TOTALS TO LINE-TOTALS.
003670     PERFORM FORMAT-LINE-TOTALS.
003680     PERFORM FORMAT-CURRENT-MONTH.
003690     MOVE REPORT-MONTH TO TD-MONTH.
003700     IF CM-MM = 1
003710        COMPUTE CALENDAR-PRIOR-MONTH = CURRENT-MONTH - 89
003720     ELSE
003730        COMPUTE CALENDAR-PRIOR-MONTH = CURRENT-MONTH - 1
003740     END-IF.
003750     IF PRIOR-MONTH NOT = 0
003760        AND PRIOR-MONTH = CALENDAR-PRIOR-MONTH
003770        COMPUTE CHANGE-VALUE = LINE-AVERAGE - PRIOR-AVERAGE
003780        MOVE CHANGE-VALUE TO CHANGE-EDIT
003790        MOVE CHANGE-EDIT TO TD-CHANGE-AVERAGE
003800        COMPUTE CHANGE-VALUE = MT-ERRORS - PRIOR-ERRORS
003810        MOVE CHANGE-VALUE TO CHANGE-EDIT
003820        MOVE CHANGE-EDIT TO TD-CHANGE-ERRORS
003830     END-IF.
003840     MOVE CURRENT-MONTH TO PRIOR-MONTH.
003850     MOVE LINE-AVERAGE TO PRIOR-AVERAGE.
003860     MOVE MT-ERRORS TO PRIOR-ERRORS.
003870     PERFORM PUT-SERIES-DETAIL-LINE.
003880     ADD MT-RUNS TO ST-RUNS.
003890     ADD MT-POINTS TO ST-POINTS.
003900     ADD MT-ERRORS TO ST-ERRORS.
003910     ADD MT-COLLISIONS TO ST-COLLISIONS.
003920     ADD MT-BREACHES TO ST-BREACHES.
003930     ADD MT-VERTICAL TO ST-VERTICAL.
003940     ADD MT-LARGE TO ST-LARGE.
003950     ADD MT-SMALL TO ST-SMALL.
003960     MOVE ZERO TO MONTH-TOTALS.
003970
003980*The series subtotal, a blank line to set the next series off,
003990*and the series rolled into the grand total.
004000 CLOSE-SERIES.
004010     MOVE SERIES-TOTALS TO LINE-TOTALS.
004020     PERFORM FORMAT-LINE-TOTALS.
004030     MOVE "  SERIES TOTAL" TO TD-SERIES.
004040     PERFORM PUT-TREND-LINE.
004050     MOVE SPACES TO PRINT-DATA.
004060     PERFORM PUT-REPORT-DATA.
004070     ADD ST-RUNS TO GT-RUNS.
004080     ADD ST-POINTS TO GT-POINTS.
004090     ADD ST-ERRORS TO GT-ERRORS.
004100     ADD ST-COLLISIONS TO GT-COLLISIONS.
004110     ADD ST-BREACHES TO GT-BREACHES.
004120     ADD ST-VERTICAL TO GT-VERTICAL.
004130     ADD ST-LARGE TO GT-LARGE.
004140     ADD ST-SMALL TO GT-SMALL.
004150     MOVE ZERO TO SERIES-TOTALS.
004160
004170 WRITE-GRAND-TOTAL.
004180     MOVE GRAND-TOTALS TO LINE-TOTALS.
004190     PERFORM FORMAT-LINE-TOTALS.
004200     MOVE "GRAND TOTAL" TO TD-SERIES.
004210     PERFORM PUT-TREND-LINE.
004220
004230*Fills the figure columns of TREND-DETAIL-LINE from LINE-TOTALS
004240*and blanks the rest. The average is per run, rounded; a total
004250*with no segments at all shows a zero mix rather than dividing
004260*by nothing.
004270 FORMAT-LINE-TOTALS.
004280     MOVE SPACES TO TD-SERIES.
004290     MOVE SPACES TO TD-MONTH.
004300     MOVE SPACES TO TD-CHANGE-AVERAGE.
004310     MOVE SPACES TO TD-CHANGE-ERRORS.
004320     MOVE 0 TO LINE-AVERAGE.
004330     IF LT-RUNS > 0
004340        COMPUTE LINE-AVERAGE ROUNDED = LT-POINTS / LT-RUNS.
004350     MOVE LT-RUNS TO TD-RUNS.
004360     MOVE LT-POINTS TO TD-POINTS.
004370     MOVE LINE-AVERAGE TO TD-AVERAGE.
004380     MOVE LT-ERRORS TO TD-ERRORS.
004390     MOVE LT-COLLISIONS TO TD-COLLISIONS.
004400     MOVE LT-BREACHES TO TD-BREACHES.
004410     COMPUTE SEGMENT-TOTAL = LT-VERTICAL + LT-LARGE + LT-SMALL.
004420     MOVE 0 TO TD-VERTICAL.
004430     MOVE 0 TO TD-LARGE.
004440     MOVE 0 TO TD-SMALL.
004450     IF SEGMENT-TOTAL > 0
004460        COMPUTE PERCENT-VALUE ROUNDED =
004470           LT-VERTICAL * 100 / SEGMENT-TOTAL
004480        MOVE PERCENT-VALUE TO TD-VERTICAL
004490        COMPUTE PERCENT-VALUE ROUNDED =
004500           LT-LARGE * 100 / SEGMENT-TOTAL
004510        MOVE PERCENT-VALUE TO TD-LARGE
004520        COMPUTE PERCENT-VALUE ROUNDED =
004530           LT-SMALL * 100 / SEGMENT-TOTAL
004540        MOVE PERCENT-VALUE TO TD-SMALL
004550     END-IF.
004560
004570 FORMAT-CURRENT-MONTH.
004580     MOVE CM-MM TO RM-MM.
004590     MOVE CM-YEAR TO RM-YEAR.
004600
004610*A month line names its series the first time the series
004620*appears and again at the top of each new page, so a page read
004630*on its own still says whose figures it holds.
004640 PUT-SERIES-DETAIL-LINE.
004650     IF LINES-ON-PAGE NOT < PAGE-SIZE
004660        PERFORM WRITE-PAGE-HEADING.
004670     IF SERIES-NAME-SHOWN-FLAG = 'N' OR LINES-ON-PAGE = 5
004680        MOVE CURRENT-SERIES-NAME TO TD-SERIES
004690        MOVE 'Y' TO SERIES-NAME-SHOWN-FLAG.
004700     PERFORM PUT-TREND-LINE.
004710
004720 PUT-TREND-LINE.
004730     MOVE TREND-DETAIL-LINE TO PRINT-DATA.
004740     PERFORM PUT-REPORT-DATA.
004750
004760*Every body line lands here: a full page first gets a fresh one,
004770*then the line goes out single-spaced.
004780 PUT-REPORT-DATA.
004790     IF LINES-ON-PAGE NOT < PAGE-SIZE
004800        PERFORM WRITE-PAGE-HEADING.
004810     MOVE ' ' TO PRINT-CC.
004820     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
004830     ADD 1 TO LINES-ON-PAGE.
004840
004850*Page eject and heading, then the column headings and a blank
004860*line: five lines before the first figure on every page.
004870 WRITE-PAGE-HEADING.
004880     ADD 1 TO PAGE-NUMBER.
004890     MOVE PAGE-NUMBER TO PH-PAGE.
004900     MOVE '1' TO PRINT-CC.
004910     MOVE PAGE-HEADING-LINE TO PRINT-DATA.
004920     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
004930     MOVE ' ' TO PRINT-CC.
004940     MOVE SPACES TO PRINT-DATA.
004950     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
004960     MOVE COLUMN-HEADING-1 TO PRINT-DATA.
004970     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
004980     MOVE COLUMN-HEADING-2 TO PRINT-DATA.
004990     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
005000     MOVE SPACES TO PRINT-DATA.
005010     WRITE TREND-RECORD FROM PRINT-BUILD-LINE.
005020     MOVE 5 TO LINES-ON-PAGE.
