000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDAPURG.
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
000130     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
000140       ORGANIZATION IS LINE SEQUENTIAL
000150       FILE STATUS IS ARCHIVE-FILE-STATUS.
000160     SELECT PURGE-REPORT-FILE ASSIGN TO DYNAMIC
000170       WS-REPORT-FILENAME
000180       ORGANIZATION IS LINE SEQUENTIAL
000190       FILE STATUS IS PURGE-REPORT-FILE-STATUS.
000200
000210 DATA DIVISION.
000220 FILE SECTION.
000230*The plot-history archive DDA appends to after every completed
000240*point-set, walked here in key order so all of one series' runs
000250*arrive together. The layout must stay in step with the
000260*HISTORY-RECORD DDA writes.
000270 FD HISTORY-FILE
000280     LABEL RECORDS ARE STANDARD
000290     VALUE OF FILE-ID IS "history.idx".
000300 01 HISTORY-RECORD.
000310    03 HIST-KEY.
000320       05 HIST-OUTPUT-NAME PIC X(20).
000330       05 HIST-RUN-DATE PIC 9(8).
000340       05 HIST-RUN-TIME PIC 9(8).
000350    03 HIST-INPUT-NAME PIC X(20).
000360    03 HIST-POINTS-READ PIC 9(5).
000370    03 HIST-VERTICAL-COUNT PIC 9(5).
000380    03 HIST-LARGE-SLOPE-COUNT PIC 9(5).
000390    03 HIST-SMALL-SLOPE-COUNT PIC 9(5).
000400    03 HIST-ERROR-COUNT PIC 9(5).
000410    03 HIST-COLLISION-COUNT PIC 9(5).
000420    03 HIST-DIFF-COUNT PIC 9(5).
000430    03 HIST-BREACH-COUNT PIC 9(5).
000440    03 HIST-RUN-ID PIC 9(5).
000450*Purged history records, each the whole HISTORY-RECORD image
000460*copied byte for byte, in the key order they left history.idx.
000470*A purge appends to the archive named for its business date, so
000480*a second purge on the same day adds to the first instead of
000490*overwriting it; a reload reads any such archive back.
000500 FD ARCHIVE-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01 ARCHIVE-RECORD PIC X(101).
000530
000540 FD PURGE-REPORT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01 PURGE-REPORT-RECORD PIC X(100).
000570 WORKING-STORAGE SECTION.
000580 01 HISTORY-FILE-STATUS PIC XX.
000590 01 ARCHIVE-FILE-STATUS PIC XX.
000600 01 PURGE-REPORT-FILE-STATUS PIC XX.
000610 01 HISTORY-EOF PIC X VALUE 'N'.
000620 01 ARCHIVE-EOF PIC X VALUE 'N'.
000630
000640*A purge writes hist<yyyymmdd>.arc for its business date and
000650*reports to purge.rpt; a reload names its archive on the command
000660*line and reports to reload.rpt.
000670 01 WS-ARCHIVE-FILENAME PIC X(20).
000680 01 WS-REPORT-FILENAME PIC X(20) VALUE "purge.rpt".
000690 01 WS-COMMAND-LINE PIC X(80).
000700 01 WS-CMD-FIRST  PIC X(20).
000710 01 WS-CMD-SECOND PIC X(20).
000720 01 RELOAD-MODE-FLAG PIC X VALUE 'N'.
000730 01 PARAMETER-VALID-FLAG PIC X VALUE 'Y'.
000740 01 DIGIT-END-FLAG PIC X VALUE 'N'.
000750 01 DIGIT-X PIC X.
000760 01 DIGIT REDEFINES DIGIT-X PIC 9.
000770 01 K PIC 9(4) VALUE 1.
000780
000790*The retention period, and the first run date it keeps: every
000800*record whose HIST-RUN-DATE falls before CUTOFF-DATE is older
000810*than RETENTION-DAYS counted back from the business date, and
000820*moves to the archive.
000830 01 RETENTION-DAYS PIC 9(4) VALUE 0.
000840 01 CUTOFF-DATE.
000850    03 CUT-YEAR  PIC 9(4).
000860    03 CUT-MONTH PIC 99.
000870    03 CUT-DAY   PIC 99.
000880 01 CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE PIC 9(8).
000890*Days in each month of a common year; February gains its
000900*29th in STEP-BACK-ONE-DAY when the year is a leap year.
000910 01 MONTH-LENGTH-VALUES PIC X(24)
000920    VALUE "312831303130313130313031".
000930 01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
000940    03 MONTH-LENGTH PIC 99 OCCURS 12.
000950 01 LEAP-YEAR-FLAG PIC X VALUE 'N'.
000960 01 YEAR-QUOTIENT PIC 9(4).
000970 01 YEAR-REMAINDER PIC 9(4).
000980
000990*The machine date as ACCEPT delivers it, used only to derive
001000*the default business date below.
001010 01 WS-RUN-DATE.
001020    03 WS-RUN-YY PIC 99.
001030    03 WS-RUN-MM PIC 99.
001040    03 WS-RUN-DD PIC 99.
001050*The business date the purge is measured from and its archive
001060*is named for: the machine date with the century put back
001070*(70-99 as 19xx, 00-69 as 20xx) unless the command line names
001080*the date the work belongs to.
001090 01 BUSINESS-DATE.
001100    03 BUS-YEAR  PIC 9(4).
001110    03 BUS-MONTH PIC 99.
001120    03 BUS-DAY   PIC 99.
001130 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
001140 01 WS-DATE-TEXT PIC X(8).
001150 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
001160    03 WS-DATE-YEAR  PIC 9(4).
001170    03 WS-DATE-MONTH PIC 99.
001180    03 WS-DATE-DAY   PIC 99.
001190
001200*Counts for the reconciliation: the archive's size before the
001210*purge, what each record became, and the size after. Per-series
001220*figures are kept for the series in progress only, the key order
001230*bringing each series' records together.
001240 01 CURRENT-SERIES-NAME PIC X(20) VALUE SPACES.
001250 01 SERIES-KEPT PIC 9(7) VALUE 0.
001260 01 SERIES-MOVED PIC 9(7) VALUE 0.
001270 01 STARTING-COUNT PIC 9(7) VALUE 0.
001280 01 KEPT-COUNT PIC 9(7) VALUE 0.
001290 01 MOVED-COUNT PIC 9(7) VALUE 0.
001300 01 REMAINING-COUNT PIC 9(7) VALUE 0.
001310 01 DELETE-FAILED-COUNT PIC 9(7) VALUE 0.
001320 01 ARCHIVE-FAILED-COUNT PIC 9(7) VALUE 0.
001330 01 BALANCED-FLAG PIC X VALUE 'Y'.
001340
001350 01 REPORT-DATE.
001360    03 RD-MM PIC 99.
001370    03 FILLER PIC X VALUE "/".
001380    03 RD-DD PIC 99.
001390    03 FILLER PIC X VALUE "/".
001400    03 RD-YEAR PIC 9(4).
001410 01 PURGE-HEADING-LINE.
001420    03 FILLER PIC X(29) VALUE "HISTORY PURGE  BUSINESS DATE ".
001430    03 PH-BUSINESS-DATE PIC X(10).
001440    03 FILLER PIC X(12) VALUE "  RETENTION ".
001450    03 PH-DAYS PIC ZZZ9.
001460    03 FILLER PIC X(14) VALUE " DAYS  CUTOFF ".
001470    03 PH-CUTOFF-DATE PIC X(10).
001480 01 RELOAD-HEADING-LINE.
001490    03 FILLER PIC X(20) VALUE "HISTORY RELOAD FROM ".
001500    03 RH-ARCHIVE-NAME PIC X(20).
001510 01 ARCHIVE-NAME-LINE.
001520    03 FILLER PIC X(14) VALUE "ARCHIVE FILE: ".
001530    03 AN-ARCHIVE-NAME PIC X(20).
001540*One line per series; the two counts are labelled to suit the
001550*mode, KEPT/MOVED for a purge and RELOADED/PRESENT for a reload.
001560 01 SERIES-COUNT-LINE.
001570    03 SC-SERIES PIC X(20).
001580    03 SC-LABEL-1 PIC X(12).
001590    03 SC-COUNT-1 PIC ZZZZZZ9.
001600    03 SC-LABEL-2 PIC X(12).
001610    03 SC-COUNT-2 PIC ZZZZZZ9.
001620 01 PURGE-TOTALS-LINE.
001630    03 FILLER PIC X(9) VALUE "STARTING=".
001640    03 PT-STARTING PIC ZZZZZZ9.
001650    03 FILLER PIC X(7) VALUE "  KEPT=".
001660    03 PT-KEPT PIC ZZZZZZ9.
001670    03 FILLER PIC X(8) VALUE "  MOVED=".
001680    03 PT-MOVED PIC ZZZZZZ9.
001690    03 FILLER PIC X(12) VALUE "  REMAINING=".
001700    03 PT-REMAINING PIC ZZZZZZ9.
001710    03 FILLER PIC X(2) VALUE SPACES.
001720    03 PT-BALANCE PIC X(14).
001730 01 RELOAD-TOTALS-LINE.
001740    03 FILLER PIC X(16) VALUE "ARCHIVE RECORDS=".
001750    03 RT-READ PIC ZZZZZZ9.
001760    03 FILLER PIC X(11) VALUE "  RELOADED=".
001770    03 RT-RELOADED PIC ZZZZZZ9.
001780    03 FILLER PIC X(10) VALUE "  PRESENT=".
001790    03 RT-PRESENT PIC ZZZZZZ9.
001800    03 FILLER PIC X(2) VALUE SPACES.
001810    03 RT-BALANCE PIC X(14).
001820
001830*DDAPURG keeps history.idx to its retention period. Given a
001840*number of days, it counts that many days back from the
001850*business date and moves every HISTORY-RECORD run before that
001860*date out of history.idx into the sequential archive
001870*hist<yyyymmdd>.arc, named for the business date of the purge,
001880*and reports per series how many records were kept and how many
001890*moved. The totals are reconciled twice over: kept plus moved
001900*must equal the records the archive started with, and a recount
001910*after the purge must find exactly the kept ones.
001920*    DDAPURG <days> [<yyyymmdd>]   purge, business date optional
001930*    DDAPURG RELOAD <archive>       put an archive file back
001940*A reload writes every record of the named archive back into
001950*history.idx; a record whose key is already there is counted as
001960*present and left alone, so reloading twice does no harm.
001970*    0 - purge (or reload) done and reconciled
001980*    4 - done, but a record could not be moved or the totals do
001990*        not reconcile (a reload: some records already present)
002000*    8 - a file would not open or the command line was not
002010*        understood; nothing moved
002020 PROCEDURE DIVISION.
002030 PROG-MAIN.
002040     PERFORM SET-DEFAULT-BUSINESS-DATE.
002050     PERFORM TAKE-COMMAND-LINE-VALUES
002060        THRU TAKE-COMMAND-LINE-VALUES-EXIT.
002070     IF PARAMETER-VALID-FLAG = 'N'
002080        MOVE 8 TO RETURN-CODE
002090        GO TO PROG-DONE.
002100     IF RELOAD-MODE-FLAG = 'Y'
002110        PERFORM RELOAD-ARCHIVE THRU RELOAD-ARCHIVE-EXIT
002120        GO TO PROG-DONE.
002130     PERFORM DERIVE-CUTOFF-DATE.
002140     MOVE SPACES TO WS-ARCHIVE-FILENAME.
002150     STRING "hist" DELIMITED BY SIZE
002160            BUSINESS-DATE-NUM DELIMITED BY SIZE
002170            ".arc" DELIMITED BY SIZE
002180         INTO WS-ARCHIVE-FILENAME.
002190     OPEN INPUT HISTORY-FILE.
002200     IF HISTORY-FILE-STATUS NOT = "00"
002210        DISPLAY "DDAPURG: no plot history available."
002220        MOVE 8 TO RETURN-CODE
002230        GO TO PROG-DONE.
002240     MOVE 'N' TO HISTORY-EOF.
002250     PERFORM COUNT-NEXT-RECORD THRU COUNT-NEXT-RECORD-EXIT
002260        UNTIL HISTORY-EOF = 'Y'.
002270     CLOSE HISTORY-FILE.
002280     MOVE REMAINING-COUNT TO STARTING-COUNT.
002290     OPEN OUTPUT PURGE-REPORT-FILE.
002300     IF PURGE-REPORT-FILE-STATUS NOT = "00"
002310        DISPLAY "DDAPURG: cannot open purge report."
002320        MOVE 8 TO RETURN-CODE
002330        GO TO PROG-DONE.
002340     OPEN EXTEND ARCHIVE-FILE.
002350     IF ARCHIVE-FILE-STATUS = "35"
002360        OPEN OUTPUT ARCHIVE-FILE.
002370     IF ARCHIVE-FILE-STATUS NOT = "00"
002380        DISPLAY "DDAPURG: cannot open archive file."
002390        CLOSE PURGE-REPORT-FILE
002400        MOVE 8 TO RETURN-CODE
002410        GO TO PROG-DONE.
002420     OPEN I-O HISTORY-FILE.
002430     IF HISTORY-FILE-STATUS NOT = "00"
002440        DISPLAY "DDAPURG: cannot open history.idx for update."
002450        CLOSE PURGE-REPORT-FILE
002460        CLOSE ARCHIVE-FILE
002470        MOVE 8 TO RETURN-CODE
002480        GO TO PROG-DONE.
002490     PERFORM WRITE-PURGE-HEADING.
002500     MOVE 'N' TO HISTORY-EOF.
002510     PERFORM PURGE-NEXT-RECORD THRU PURGE-NEXT-RECORD-EXIT
002520        UNTIL HISTORY-EOF = 'Y'.
002530     IF CURRENT-SERIES-NAME NOT = SPACES
002540        PERFORM WRITE-PURGE-SERIES-LINE.
002550     CLOSE HISTORY-FILE.
002560     CLOSE ARCHIVE-FILE.
002570*The recount: what is left in history.idx must be exactly the
002580*records the walk kept.
002590     MOVE 0 TO REMAINING-COUNT.
002600     OPEN INPUT HISTORY-FILE.
002610     IF HISTORY-FILE-STATUS = "00"
002620        MOVE 'N' TO HISTORY-EOF
002630        PERFORM COUNT-NEXT-RECORD THRU COUNT-NEXT-RECORD-EXIT
002640           UNTIL HISTORY-EOF = 'Y'
002650        CLOSE HISTORY-FILE
002660     END-IF.
002670     PERFORM WRITE-PURGE-TOTALS.
002680     CLOSE PURGE-REPORT-FILE.
002690     DISPLAY "DDAPURG: kept " KEPT-COUNT " moved " MOVED-COUNT
002700        " to " WS-ARCHIVE-FILENAME.
002710     IF BALANCED-FLAG = 'N' OR DELETE-FAILED-COUNT > 0
002720        OR ARCHIVE-FAILED-COUNT > 0
002730        MOVE 4 TO RETURN-CODE
002740        GO TO PROG-DONE.
002750     MOVE 0 TO RETURN-CODE.
002760
002770 PROG-DONE.
002780     STOP RUN.
002790
002800*The business date starts out as the machine date with the
002810*century put back, through the same window DDA uses.
002820 SET-DEFAULT-BUSINESS-DATE.
002830     ACCEPT WS-RUN-DATE FROM DATE.
002840     MOVE WS-RUN-MM TO BUS-MONTH.
002850     MOVE WS-RUN-DD TO BUS-DAY.
002860     IF WS-RUN-YY NOT < 70
002870        COMPUTE BUS-YEAR = 1900 + WS-RUN-YY
002880     ELSE
002890        COMPUTE BUS-YEAR = 2000 + WS-RUN-YY
002900     END-IF.
002910
002920*"DDAPURG RELOAD <archive>" or "DDAPURG <days> [<yyyymmdd>]".
002930*The days are digits only; a business date given must pass the
002940*same eight-digit, believable-month-and-day test DDA's DATE
002950*directive applies.
002960 TAKE-COMMAND-LINE-VALUES.
002970     MOVE SPACES TO WS-COMMAND-LINE.
002980     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002990     MOVE SPACES TO WS-CMD-FIRST.
003000     MOVE SPACES TO WS-CMD-SECOND.
003010     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003020         INTO WS-CMD-FIRST WS-CMD-SECOND.
003030     IF WS-CMD-FIRST = "RELOAD"
003040        MOVE 'Y' TO RELOAD-MODE-FLAG
003050        MOVE "reload.rpt" TO WS-REPORT-FILENAME
003060        MOVE WS-CMD-SECOND TO WS-ARCHIVE-FILENAME
003070        IF WS-CMD-SECOND = SPACES
003080           DISPLAY "DDAPURG: RELOAD needs an archive file name."
003090           MOVE 'N' TO PARAMETER-VALID-FLAG
003100        END-IF
003110        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003120     IF WS-CMD-FIRST = SPACES
003130        DISPLAY "DDAPURG: retention days not given."
003140        MOVE 'N' TO PARAMETER-VALID-FLAG
003150        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003160     MOVE 0 TO RETENTION-DAYS.
003170     MOVE 'N' TO DIGIT-END-FLAG.
003180     PERFORM TAKE-ONE-DAYS-DIGIT
003190        VARYING K FROM 1 BY 1 UNTIL K > 5.
003200     IF WS-CMD-FIRST(1:1) IS NOT NUMERIC
003210        OR WS-CMD-FIRST(5:1) NOT = SPACE
003220        OR DIGIT-END-FLAG = 'X'
003230        DISPLAY "DDAPURG: retention days must be 0-9999."
003240        MOVE 'N' TO PARAMETER-VALID-FLAG
003250        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003260     IF WS-CMD-SECOND = SPACES
003270        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003280     MOVE WS-CMD-SECOND TO WS-DATE-TEXT.
003290     IF WS-CMD-SECOND(9:1) NOT = SPACE
003300        OR WS-DATE-TEXT IS NOT NUMERIC
003310        DISPLAY "DDAPURG: business date is not YYYYMMDD."
003320        MOVE 'N' TO PARAMETER-VALID-FLAG
003330        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003340     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
003350        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
003360        DISPLAY "DDAPURG: business date out of range."
003370        MOVE 'N' TO PARAMETER-VALID-FLAG
003380        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003390     MOVE WS-DATE-YEAR TO BUS-YEAR.
003400     MOVE WS-DATE-MONTH TO BUS-MONTH.
003410     MOVE WS-DATE-DAY TO BUS-DAY.
003420 TAKE-COMMAND-LINE-VALUES-EXIT.
003430     EXIT.
003440
003450*Digits taken left to right until the first blank; anything
003460*else in the token marks it bad ('X') for the caller to refuse.
003470 TAKE-ONE-DAYS-DIGIT.
003480     IF DIGIT-END-FLAG = 'N'
003490        MOVE WS-CMD-FIRST(K:1) TO DIGIT-X
003500        IF DIGIT-X IS NUMERIC
003510           COMPUTE RETENTION-DAYS = RETENTION-DAYS * 10 + DIGIT
003520        ELSE
003530           IF DIGIT-X = SPACE
003540              MOVE 'Y' TO DIGIT-END-FLAG
003550           ELSE
003560              MOVE 'X' TO DIGIT-END-FLAG
003570           END-IF
003580        END-IF
003590     END-IF.
003600
003610*Counts the retention period back from the business date one
003620*calendar day at a time, so month ends and leap days fall where
003630*the calendar puts them.
003640 DERIVE-CUTOFF-DATE.
003650     MOVE BUSINESS-DATE-NUM TO CUTOFF-DATE-NUM.
003660     PERFORM STEP-BACK-ONE-DAY RETENTION-DAYS TIMES.
003670
003680 STEP-BACK-ONE-DAY.
003690     IF CUT-DAY > 1
003700        SUBTRACT 1 FROM CUT-DAY
003710     ELSE
003720        IF CUT-MONTH > 1
003730           SUBTRACT 1 FROM CUT-MONTH
003740        ELSE
003750           MOVE 12 TO CUT-MONTH
003760           SUBTRACT 1 FROM CUT-YEAR
003770        END-IF
003780        MOVE MONTH-LENGTH(CUT-MONTH) TO CUT-DAY
003790        IF CUT-MONTH = 2
003800           PERFORM JUDGE-LEAP-YEAR
003810           IF LEAP-YEAR-FLAG = 'Y'
003820              MOVE 29 TO CUT-DAY
003830           END-IF
003840        END-IF
003850     END-IF.
003860
003870*Every fourth year, except centuries not divisible by 400.
003880 JUDGE-LEAP-YEAR.
003890     MOVE 'N' TO LEAP-YEAR-FLAG.
003900     DIVIDE CUT-YEAR BY 4 GIVING YEAR-QUOTIENT
003910        REMAINDER YEAR-REMAINDER.
003920     IF YEAR-REMAINDER = 0
003930        MOVE 'Y' TO LEAP-YEAR-FLAG
003940        DIVIDE CUT-YEAR BY 100 GIVING YEAR-QUOTIENT
003950           REMAINDER YEAR-REMAINDER
003960        IF YEAR-REMAINDER = 0
003970           MOVE 'N' TO LEAP-YEAR-FLAG
003980           DIVIDE CUT-YEAR BY 400 GIVING YEAR-QUOTIENT
003990              REMAINDER YEAR-REMAINDER
004000           IF YEAR-REMAINDER = 0
004010              MOVE 'Y' TO LEAP-YEAR-FLAG
004020           END-IF
004030        END-IF
004040     END-IF.
004050
004060 COUNT-NEXT-RECORD.
004070     READ HISTORY-FILE NEXT RECORD
004080        AT END MOVE 'Y' TO HISTORY-EOF
004090     END-READ.
004100     IF HISTORY-EOF = 'Y'
004110        GO TO COUNT-NEXT-RECORD-EXIT.
004120     ADD 1 TO REMAINING-COUNT.
004130 COUNT-NEXT-RECORD-EXIT.
004140     EXIT.
004150
004160*One record judged against the cutoff. A record to move is
004170*written to the archive first and only then deleted, so a
004180*failure part way leaves it in both places, never in neither;
004190*an archive write or a delete that fails is counted, the record
004200*stays kept, and the run ends with a 4.
004210 PURGE-NEXT-RECORD.
004220     READ HISTORY-FILE NEXT RECORD
004230        AT END MOVE 'Y' TO HISTORY-EOF
004240     END-READ.
004250     IF HISTORY-EOF = 'Y'
004260        GO TO PURGE-NEXT-RECORD-EXIT.
004270     IF HIST-OUTPUT-NAME NOT = CURRENT-SERIES-NAME
004280        IF CURRENT-SERIES-NAME NOT = SPACES
004290           PERFORM WRITE-PURGE-SERIES-LINE
004300        END-IF
004310        MOVE HIST-OUTPUT-NAME TO CURRENT-SERIES-NAME
004320        MOVE 0 TO SERIES-KEPT
004330        MOVE 0 TO SERIES-MOVED
004340     END-IF.
004350     IF HIST-RUN-DATE NOT < CUTOFF-DATE-NUM
004360        ADD 1 TO SERIES-KEPT
004370        ADD 1 TO KEPT-COUNT
004380        GO TO PURGE-NEXT-RECORD-EXIT.
004390     WRITE ARCHIVE-RECORD FROM HISTORY-RECORD.
004400     IF ARCHIVE-FILE-STATUS NOT = "00"
004410        DISPLAY "DDAPURG: could not archive a purged record."
004420        ADD 1 TO ARCHIVE-FAILED-COUNT
004430        ADD 1 TO SERIES-KEPT
004440        ADD 1 TO KEPT-COUNT
004450        GO TO PURGE-NEXT-RECORD-EXIT.
004460     DELETE HISTORY-FILE RECORD
004470        INVALID KEY
004480           DISPLAY "DDAPURG: could not delete a purged record."
004490           ADD 1 TO DELETE-FAILED-COUNT
004500           ADD 1 TO SERIES-KEPT
004510           ADD 1 TO KEPT-COUNT
004520        NOT INVALID KEY
004530           ADD 1 TO SERIES-MOVED
004540           ADD 1 TO MOVED-COUNT
004550     END-DELETE.
004560 PURGE-NEXT-RECORD-EXIT.
004570     EXIT.
004580
004590 WRITE-PURGE-HEADING.
004600     MOVE BUS-MONTH TO RD-MM.
004610     MOVE BUS-DAY TO RD-DD.
004620     MOVE BUS-YEAR TO RD-YEAR.
004630     MOVE REPORT-DATE TO PH-BUSINESS-DATE.
004640     MOVE RETENTION-DAYS TO PH-DAYS.
004650     MOVE CUT-MONTH TO RD-MM.
004660     MOVE CUT-DAY TO RD-DD.
004670     MOVE CUT-YEAR TO RD-YEAR.
004680     MOVE REPORT-DATE TO PH-CUTOFF-DATE.
004690     WRITE PURGE-REPORT-RECORD FROM PURGE-HEADING-LINE.
004700     MOVE WS-ARCHIVE-FILENAME TO AN-ARCHIVE-NAME.
004710     WRITE PURGE-REPORT-RECORD FROM ARCHIVE-NAME-LINE.
004720
004730 WRITE-PURGE-SERIES-LINE.
004740     MOVE CURRENT-SERIES-NAME TO SC-SERIES.
004750     MOVE "  KEPT=" TO SC-LABEL-1.
004760     MOVE SERIES-KEPT TO SC-COUNT-1.
004770     MOVE "  MOVED=" TO SC-LABEL-2.
004780     MOVE SERIES-MOVED TO SC-COUNT-2.
004790     WRITE PURGE-REPORT-RECORD FROM SERIES-COUNT-LINE.
004800
004810*The totals line says in words whether the purge reconciled, so
004820*an auditor reading the report does not have to do the sums.
004830 WRITE-PURGE-TOTALS.
004840     MOVE 'Y' TO BALANCED-FLAG.
004850     IF KEPT-COUNT + MOVED-COUNT NOT = STARTING-COUNT
004860        OR REMAINING-COUNT NOT = KEPT-COUNT
004870        MOVE 'N' TO BALANCED-FLAG.
004880     MOVE STARTING-COUNT TO PT-STARTING.
004890     MOVE KEPT-COUNT TO PT-KEPT.
004900     MOVE MOVED-COUNT TO PT-MOVED.
004910     MOVE REMAINING-COUNT TO PT-REMAINING.
004920     IF BALANCED-FLAG = 'Y'
004930        MOVE "RECONCILED" TO PT-BALANCE
004940     ELSE
004950        MOVE "OUT OF BALANCE" TO PT-BALANCE
004960     END-IF.
004970     WRITE PURGE-REPORT-RECORD FROM PURGE-TOTALS-LINE.
004980
004990*The reload: the named archive read front to back and each
005000*record written back under its own key. Counts are kept per
005010*series the same way the purge keeps them, and the totals must
005020*account for every archive record as reloaded or present.
005030 RELOAD-ARCHIVE.
005040     OPEN INPUT ARCHIVE-FILE.
005050     IF ARCHIVE-FILE-STATUS NOT = "00"
005060        DISPLAY "DDAPURG: cannot open archive file."
005070        MOVE 8 TO RETURN-CODE
005080        GO TO RELOAD-ARCHIVE-EXIT.
005090     OPEN I-O HISTORY-FILE.
005100     IF HISTORY-FILE-STATUS = "35"
005110        OPEN OUTPUT HISTORY-FILE.
005120     IF HISTORY-FILE-STATUS NOT = "00"
005130        DISPLAY "DDAPURG: cannot open history.idx for update."
005140        CLOSE ARCHIVE-FILE
005150        MOVE 8 TO RETURN-CODE
005160        GO TO RELOAD-ARCHIVE-EXIT.
005170     OPEN OUTPUT PURGE-REPORT-FILE.
005180     IF PURGE-REPORT-FILE-STATUS NOT = "00"
005190        DISPLAY "DDAPURG: cannot open reload report."
005200        CLOSE ARCHIVE-FILE
005210        CLOSE HISTORY-FILE
005220        MOVE 8 TO RETURN-CODE
005230        GO TO RELOAD-ARCHIVE-EXIT.
005240     MOVE WS-ARCHIVE-FILENAME TO RH-ARCHIVE-NAME.
005250     WRITE PURGE-REPORT-RECORD FROM RELOAD-HEADING-LINE.
005260     MOVE 'N' TO ARCHIVE-EOF.
005270     PERFORM RELOAD-NEXT-RECORD THRU RELOAD-NEXT-RECORD-EXIT
005280        UNTIL ARCHIVE-EOF = 'Y'.
005290     IF CURRENT-SERIES-NAME NOT = SPACES
005300        PERFORM WRITE-RELOAD-SERIES-LINE.
005310     MOVE STARTING-COUNT TO RT-READ.
005320     MOVE KEPT-COUNT TO RT-RELOADED.
005330     MOVE MOVED-COUNT TO RT-PRESENT.
005340     IF KEPT-COUNT + MOVED-COUNT = STARTING-COUNT
005350        MOVE "RECONCILED" TO RT-BALANCE
005360     ELSE
005370        MOVE "OUT OF BALANCE" TO RT-BALANCE
005380     END-IF.
005390     WRITE PURGE-REPORT-RECORD FROM RELOAD-TOTALS-LINE.
005400     CLOSE ARCHIVE-FILE.
005410     CLOSE HISTORY-FILE.
005420     CLOSE PURGE-REPORT-FILE.
005430     DISPLAY "DDAPURG: reloaded " KEPT-COUNT
005440        " already present " MOVED-COUNT.
005450     IF MOVED-COUNT > 0
005460        MOVE 4 TO RETURN-CODE
005470        GO TO RELOAD-ARCHIVE-EXIT.
005480     MOVE 0 TO RETURN-CODE.
005490 RELOAD-ARCHIVE-EXIT.
005500     EXIT.
005510
005520*In reload mode the purge's counters do double duty: STARTING
005530*counts archive records read, KEPT the ones written back, and
005540*MOVED the ones whose key history.idx already held.
005550 RELOAD-NEXT-RECORD.
005560     READ ARCHIVE-FILE INTO HISTORY-RECORD
005570        AT END MOVE 'Y' TO ARCHIVE-EOF
005580     END-READ.
005590     IF ARCHIVE-EOF = 'Y'
005600        GO TO RELOAD-NEXT-RECORD-EXIT.
005610     ADD 1 TO STARTING-COUNT.
005620     IF HIST-OUTPUT-NAME NOT = CURRENT-SERIES-NAME
005630        IF CURRENT-SERIES-NAME NOT = SPACES
005640           PERFORM WRITE-RELOAD-SERIES-LINE
005650        END-IF
005660        MOVE HIST-OUTPUT-NAME TO CURRENT-SERIES-NAME
005670        MOVE 0 TO SERIES-KEPT
005680        MOVE 0 TO SERIES-MOVED
005690     END-IF.
005700     WRITE HISTORY-RECORD
005710        INVALID KEY
005720           ADD 1 TO SERIES-MOVED
005730           ADD 1 TO MOVED-COUNT
005740        NOT INVALID KEY
005750           ADD 1 TO SERIES-KEPT
005760           ADD 1 TO KEPT-COUNT
005770     END-WRITE.
005780 RELOAD-NEXT-RECORD-EXIT.
005790     EXIT.
005800
005810 WRITE-RELOAD-SERIES-LINE.
005820     MOVE CURRENT-SERIES-NAME TO SC-SERIES.
005830     MOVE "  RELOADED=" TO SC-LABEL-1.
005840     MOVE SERIES-KEPT TO SC-COUNT-1.
005850     MOVE "  PRESENT=" TO SC-LABEL-2.
005860     MOVE SERIES-MOVED TO SC-COUNT-2.
005870     WRITE PURGE-REPORT-RECORD FROM SERIES-COUNT-LINE.
