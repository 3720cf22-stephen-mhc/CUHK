000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDACMNT.
000030 AUTHOR.     STEPHEN.
000040
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070
000080 FILE-CONTROL.
000090     SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC
000100       WS-TRANSACTION-FILENAME
000110       ORGANIZATION IS LINE SEQUENTIAL
000120       FILE STATUS IS TRANSACTION-FILE-STATUS.
000130     SELECT MAINT-REPORT-FILE ASSIGN TO DYNAMIC
000140       WS-REPORT-FILENAME
000150       ORGANIZATION IS LINE SEQUENTIAL
000160       FILE STATUS IS MAINT-REPORT-FILE-STATUS.
000170     SELECT CATALOG-FILE ASSIGN TO DISK
000180       ORGANIZATION IS LINE SEQUENTIAL
000190       FILE STATUS IS CATALOG-FILE-STATUS.
000200     SELECT NEW-CATALOG-FILE ASSIGN TO DISK
000210       ORGANIZATION IS LINE SEQUENTIAL
000220       FILE STATUS IS NEW-CATALOG-FILE-STATUS.
000230     SELECT AUDIT-FILE ASSIGN TO DISK
000240       ORGANIZATION IS LINE SEQUENTIAL
000250       FILE STATUS IS AUDIT-FILE-STATUS.
000260     SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
000270       ORGANIZATION IS LINE SEQUENTIAL
000280       FILE STATUS IS PROBE-FILE-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320
000330*One maintenance request per record:
000340*    ADD    <requester> <catalog record>
000350*    CHANGE <requester> <catalog record>
000360*    DELETE <requester> <series-name>
000370*    DATE   <yyyymmdd>
000380*where <catalog record> is a whole catalog.txt record exactly as
000390*DDA's CATALOG-FILE documents it, and <requester> is the user
000400*id of whoever asked for the change. A CHANGE replaces the named
000410*series' record outright. DATE sets the business date stamped on
000420*every audit record after it, the way DDA's DATE directive does.
000430*Records opening with '*' are comments.
000440 FD TRANSACTION-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 01 TRN-RECORD PIC X(140).
000470
000480 FD MAINT-REPORT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01 MAINT-REPORT-RECORD PIC X(160).
000510
000520*The live catalog, read once into CATALOG-TABLE and never
000530*written here; its layout is documented at DDA's own CATALOG-FILE.
000540 FD CATALOG-FILE
000550     LABEL RECORDS ARE STANDARD
000560     VALUE OF FILE-ID IS "catalog.txt".
000570 01 CATALOG-RECORD PIC X(120).
000580
000590*The maintained catalog, comments and record order kept, written
000600*beside the live one as catalog.new; the operator renames it over
000610*catalog.txt once the report reads right, as with DDAHCNV's
000620*history.new.
000630 FD NEW-CATALOG-FILE
000640     LABEL RECORDS ARE STANDARD
000650     VALUE OF FILE-ID IS "catalog.new".
000660 01 NEW-CATALOG-RECORD PIC X(120).
000670
000680*Every applied change, appended and never rewritten: a BEFORE
000690*and an AFTER image of the series' catalog record, each stamped
000700*with the business date, the machine date and time, and the
000710*requester, so a series that suddenly plots to a new scale can be
000720*traced to who changed it and when. An ADD has a blank BEFORE
000730*image and a DELETE a blank AFTER image.
000740 FD AUDIT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     VALUE OF FILE-ID IS "catalog.aud".
000770 01 AUDIT-RECORD PIC X(170).
000780
000790*Opened and closed once per named input file, purely to learn
000800*whether DDA's own OPEN INPUT would succeed at run time.
000810 FD PROBE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01 PROBE-RECORD PIC X(30).
000840 WORKING-STORAGE SECTION.
000850
000860*File names default to fixed names; a scheduler may override
000870*them positionally on the command line:
000880*DDACMNT <transactions> <report>.
000890 01 WS-TRANSACTION-FILENAME PIC X(20) VALUE "catalog.trn".
000900 01 WS-REPORT-FILENAME      PIC X(20) VALUE "catalog.rpt".
000910 01 WS-PROBE-FILENAME       PIC X(20).
000920 01 WS-COMMAND-LINE PIC X(80).
000930 01 WS-CMD-TRANSACTION-NAME PIC X(20).
000940 01 WS-CMD-REPORT-NAME      PIC X(20).
000950 01 TRANSACTION-FILE-STATUS  PIC XX.
000960 01 MAINT-REPORT-FILE-STATUS PIC XX.
000970 01 CATALOG-FILE-STATUS      PIC XX.
000980 01 NEW-CATALOG-FILE-STATUS  PIC XX.
000990 01 AUDIT-FILE-STATUS        PIC XX.
001000 01 PROBE-FILE-STATUS        PIC XX.
001010 01 TRANSACTION-EOF PIC X VALUE 'N'.
001020 01 CATALOG-EOF PIC X VALUE 'N'.
001030
001040*The whole catalog held in record order, comments included (a
001050*comment or blank record has a blank CT-NAME), so the new
001060*catalog comes out in the order the old one was kept in. A
001070*deleted series stays in the table flagged, and is simply not
001080*written.
001090 01 CATALOG-ENTRY-COUNT PIC 9(4) VALUE 0.
001100 01 CATALOG-TABLE.
001110    03 CATALOG-ENTRY OCCURS 500.
001120       05 CT-NAME    PIC X(20).
001130       05 CT-DELETED PIC X.
001140       05 CT-RECORD  PIC X(120).
001150 01 CATALOG-INDEX PIC 9(4) VALUE 0.
001160 01 K PIC 9(4) VALUE 1.
001170
001180*A transaction split into its action, its requester, and the
001190*catalog record image that follows them.
001200 01 TRN-ACTION    PIC X(8).
001210 01 TRN-REQUESTER PIC X(8).
001220 01 TRN-PTR PIC 9(3) VALUE 1.
001230 01 TRN-IMAGE PIC X(120).
001240
001250*The image split exactly the way DDA's READ-NEXT-CATALOG-RECORD
001260*splits a catalog record. The symbol and transform fields are
001270*taken wider than DDA keeps them so that a field too long for
001280*its position shows up here instead of being cut short there.
001290 01 IMG-NAME   PIC X(20).
001300 01 IMG-INPUT  PIC X(20).
001310 01 IMG-MODE   PIC X(8).
001320 01 IMG-SYMBOL PIC X(2).
001330 01 IMG-TRANSFORM-TABLE.
001340    03 IMG-TRANSFORM PIC X(8) OCCURS 4.
001350 01 IMG-PTR PIC 9(3) VALUE 1.
001360*Optional HI/LO control limits between the eighth field and
001370*the title, peeked at one token at a time the way DDA's
001380*READ-CATALOG-OPTION takes them, and decoded so a low limit
001390*above the high one can be caught.
001400 01 IMG-OPTION-TOKEN PIC X(20).
001410 01 IMG-PEEK-PTR PIC 9(3).
001420 01 IMG-OPTION-FLAG PIC X VALUE 'N'.
001430 01 IMG-LIMIT-HIGH-TEXT PIC X(6).
001440 01 IMG-LIMIT-LOW-TEXT  PIC X(6).
001450 01 LIMIT-DIGITS PIC 9(5).
001460 01 LIMIT-MAGNITUDE REDEFINES LIMIT-DIGITS PIC 9(3)V99.
001470 01 LIMIT-HIGH PIC S9(3)V99.
001480 01 LIMIT-LOW  PIC S9(3)V99.
001490*DEPT= and COPIES= distribution tokens share the same peek; the
001500*first one found wrong leaves its reason here.
001510 01 IMG-DIST-REASON PIC X(40).
001520 01 IMG-SLASH-COUNT PIC 99.
001530 01 IMG-COPIES-DIGITS PIC XX.
001540 01 IMG-COPIES-NUM REDEFINES IMG-COPIES-DIGITS PIC 99.
001550
001560*A transform value must be a period or a sign character followed
001570*by 5 digits, the format SET-TRANSFORM-FROM-CONTROL decodes.
001580 01 WS-TOKEN-SIGN   PIC X.
001590 01 WS-TOKEN-DIGITS PIC X(5).
001600 01 TOKEN-VALID-FLAG PIC X VALUE 'Y'.
001610 01 TRANSACTION-VALID-FLAG PIC X VALUE 'Y'.
001620 01 REJECT-REASON PIC X(40).
001630
001640 01 LINE-NUMBER PIC 9(5) VALUE 0.
001650 01 TRANSACTIONS-READ PIC 9(5) VALUE 0.
001660 01 APPLIED-COUNT PIC 9(5) VALUE 0.
001670 01 REJECTED-COUNT PIC 9(5) VALUE 0.
001680
001690*The machine date as ACCEPT delivers it, used to derive the
001700*default business date and to stamp each audit record.
001710 01 WS-RUN-DATE.
001720    03 WS-RUN-YY PIC 99.
001730    03 WS-RUN-MM PIC 99.
001740    03 WS-RUN-DD PIC 99.
001750 01 WS-RUN-TIME PIC 9(8).
001760 01 MACHINE-DATE.
001770    03 MACH-YEAR  PIC 9(4).
001780    03 MACH-MONTH PIC 99.
001790    03 MACH-DAY   PIC 99.
001800 01 MACHINE-DATE-NUM REDEFINES MACHINE-DATE PIC 9(8).
001810*The business date the audit records carry: the machine date
001820*with its century put back (70-99 as 19xx, 00-69 as 20xx) unless
001830*a DATE transaction names the date the change belongs to.
001840 01 BUSINESS-DATE.
001850    03 BUS-YEAR  PIC 9(4).
001860    03 BUS-MONTH PIC 99.
001870    03 BUS-DAY   PIC 99.
001880 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
001890 01 WS-DATE-TEXT PIC X(8).
001900 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
001910    03 WS-DATE-YEAR  PIC 9(4).
001920    03 WS-DATE-MONTH PIC 99.
001930    03 WS-DATE-DAY   PIC 99.
001940
001950 01 AUDIT-LINE.
001960    03 AU-BUSINESS-DATE PIC 9(8).
001970    03 FILLER PIC X VALUE SPACE.
001980    03 AU-STAMP-DATE PIC 9(8).
001990    03 FILLER PIC X VALUE SPACE.
002000    03 AU-STAMP-TIME PIC 9(8).
002010    03 FILLER PIC X VALUE SPACE.
002020    03 AU-REQUESTER PIC X(8).
002030    03 FILLER PIC X VALUE SPACE.
002040    03 AU-ACTION PIC X(6).
002050    03 FILLER PIC X VALUE SPACE.
002060    03 AU-IMAGE-TYPE PIC X(6).
002070    03 FILLER PIC X VALUE SPACE.
002080    03 AU-IMAGE PIC X(120).
002090 01 BEFORE-IMAGE PIC X(120).
002100 01 AFTER-IMAGE  PIC X(120).
002110
002120 01 MAINT-DETAIL-LINE.
002130    03 FILLER PIC X(5) VALUE "LINE ".
002140    03 MD-LINE-NUMBER PIC ZZZZ9.
002150    03 FILLER PIC X(2) VALUE ": ".
002160    03 MD-RESULT PIC X(9).
002170    03 MD-REASON PIC X(40).
002180    03 FILLER PIC X(4) VALUE " -- ".
002190    03 MD-RECORD PIC X(95).
002200 01 MAINT-SUMMARY-LINE.
002210    03 FILLER PIC X(15) VALUE "TRANSACTIONS:  ".
002220    03 MS-READ PIC ZZZZ9.
002230    03 FILLER PIC X(11) VALUE "  APPLIED: ".
002240    03 MS-APPLIED PIC ZZZZ9.
002250    03 FILLER PIC X(12) VALUE "  REJECTED: ".
002260    03 MS-REJECTED PIC ZZZZ9.
002270    03 FILLER PIC X(18) VALUE "  CATALOG SERIES: ".
002280    03 MS-SERIES PIC ZZZZ9.
002290 01 SERIES-WRITTEN PIC 9(5) VALUE 0.
002300
002310*DDACMNT is the only sanctioned way to change catalog.txt: it
002320*reads a file of ADD, CHANGE and DELETE transactions, holds each
002330*one to the rules DDA and DDACHECK apply to a catalog record --
002340*series name present and unique, input file opens, mode LINE,
002350*SCATTER or BAR, a one-character symbol, and each transform value
002360*a period or a sign and five digits, and any HI/LO control
002370*limit a sign and five digits with the low not above the high,
002380*any DEPT= a name of at most 12 characters and any COPIES= a
002390*count from 1 to 99 -- applies the good ones to catalog.new,
002400*lists the bad ones with their reasons in the maintenance
002410*report, and appends a before/after image of every applied
002420*change to catalog.aud:
002430*    0 - every transaction applied
002440*    4 - some transactions rejected; the rest applied
002450*    8 - a file would not open or the catalog would not fit,
002460*        nothing applied
002470
002480 PROCEDURE DIVISION.
002490 PROG-MAIN.
002500     PERFORM TAKE-COMMAND-LINE-NAMES.
002510     PERFORM SET-DEFAULT-BUSINESS-DATE.
002520     OPEN INPUT TRANSACTION-FILE.
002530     IF TRANSACTION-FILE-STATUS NOT = "00"
002540        DISPLAY "DDACMNT: cannot open transaction file."
002550        MOVE 8 TO RETURN-CODE
002560        GO TO PROG-DONE.
002570     PERFORM LOAD-CATALOG-TABLE THRU LOAD-CATALOG-TABLE-EXIT.
002580     IF CATALOG-ENTRY-COUNT > 500
002590        DISPLAY "DDACMNT: catalog.txt too large for the table."
002600        CLOSE TRANSACTION-FILE
002610        MOVE 8 TO RETURN-CODE
002620        GO TO PROG-DONE.
002630     IF CATALOG-FILE-STATUS NOT = "00"
002640        AND CATALOG-FILE-STATUS NOT = "10"
002650        DISPLAY "DDACMNT: cannot open catalog.txt."
002660        CLOSE TRANSACTION-FILE
002670        MOVE 8 TO RETURN-CODE
002680        GO TO PROG-DONE.
002690     OPEN OUTPUT MAINT-REPORT-FILE.
002700     IF MAINT-REPORT-FILE-STATUS NOT = "00"
002710        DISPLAY "DDACMNT: cannot open maintenance report."
002720        CLOSE TRANSACTION-FILE
002730        MOVE 8 TO RETURN-CODE
002740        GO TO PROG-DONE.
002750*The audit trail only ever grows; the very first run finds no
002760*catalog.aud (status 35) and starts one.
002770     OPEN EXTEND AUDIT-FILE.
002780     IF AUDIT-FILE-STATUS = "35"
002790        OPEN OUTPUT AUDIT-FILE.
002800     IF AUDIT-FILE-STATUS NOT = "00"
002810        DISPLAY "DDACMNT: cannot open catalog.aud."
002820        CLOSE TRANSACTION-FILE
002830        CLOSE MAINT-REPORT-FILE
002840        MOVE 8 TO RETURN-CODE
002850        GO TO PROG-DONE.
002860     OPEN OUTPUT NEW-CATALOG-FILE.
002870     IF NEW-CATALOG-FILE-STATUS NOT = "00"
002880        DISPLAY "DDACMNT: cannot open catalog.new."
002890        CLOSE TRANSACTION-FILE
002900        CLOSE MAINT-REPORT-FILE
002910        CLOSE AUDIT-FILE
002920        MOVE 8 TO RETURN-CODE
002930        GO TO PROG-DONE.
002940     READ TRANSACTION-FILE
002950        AT END MOVE 'Y' TO TRANSACTION-EOF
002960     END-READ.
002970     PERFORM APPLY-ONE-TRANSACTION
002980        THRU APPLY-ONE-TRANSACTION-EXIT
002990        UNTIL TRANSACTION-EOF = 'Y'.
003000     PERFORM WRITE-NEW-CATALOG-ENTRY
003010        VARYING CATALOG-INDEX FROM 1 BY 1
003020        UNTIL CATALOG-INDEX > CATALOG-ENTRY-COUNT.
003030     PERFORM WRITE-MAINT-SUMMARY.
003040     CLOSE TRANSACTION-FILE.
003050     CLOSE MAINT-REPORT-FILE.
003060     CLOSE AUDIT-FILE.
003070     CLOSE NEW-CATALOG-FILE.
003080     DISPLAY "DDACMNT: applied " APPLIED-COUNT
003090        " rejected " REJECTED-COUNT.
003100     IF REJECTED-COUNT > 0
003110        MOVE 4 TO RETURN-CODE
003120        GO TO PROG-DONE.
003130     MOVE 0 TO RETURN-CODE.
003140
003150 PROG-DONE.
003160     STOP RUN.
003170
003180*Positional overrides: DDACMNT <transactions> <report>. A name
003190*not given on the command line keeps its default.
003200 TAKE-COMMAND-LINE-NAMES.
003210     MOVE SPACES TO WS-COMMAND-LINE.
003220     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003230     MOVE SPACES TO WS-CMD-TRANSACTION-NAME.
003240     MOVE SPACES TO WS-CMD-REPORT-NAME.
003250     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003260         INTO WS-CMD-TRANSACTION-NAME WS-CMD-REPORT-NAME.
003270     IF WS-CMD-TRANSACTION-NAME NOT = SPACES
003280        MOVE WS-CMD-TRANSACTION-NAME TO WS-TRANSACTION-FILENAME.
003290     IF WS-CMD-REPORT-NAME NOT = SPACES
003300        MOVE WS-CMD-REPORT-NAME TO WS-REPORT-FILENAME.
003310
003320*The business date starts out as the machine date with the
003330*century put back through the same window DDA uses; the machine
003340*date itself is kept apart for the audit time stamp.
003350 SET-DEFAULT-BUSINESS-DATE.
003360     ACCEPT WS-RUN-DATE FROM DATE.
003370     MOVE WS-RUN-MM TO MACH-MONTH.
003380     MOVE WS-RUN-DD TO MACH-DAY.
003390     IF WS-RUN-YY NOT < 70
003400        COMPUTE MACH-YEAR = 1900 + WS-RUN-YY
003410     ELSE
003420        COMPUTE MACH-YEAR = 2000 + WS-RUN-YY
003430     END-IF.
003440     MOVE MACHINE-DATE-NUM TO BUSINESS-DATE-NUM.
003450
003460*Reads catalog.txt whole into CATALOG-TABLE. A catalog that does
003470*not exist yet (status 35) is an empty one, so the first ADDs can
003480*build it; any other open failure is left in the status for
003490*PROG-MAIN. One record too many is counted past 500 so PROG-MAIN
003500*can refuse the run rather than drop the tail of the catalog.
003510 LOAD-CATALOG-TABLE.
003520     MOVE 0 TO CATALOG-ENTRY-COUNT.
003530     OPEN INPUT CATALOG-FILE.
003540     IF CATALOG-FILE-STATUS = "35"
003550        DISPLAY "DDACMNT: no catalog.txt, starting an empty one."
003560        MOVE "10" TO CATALOG-FILE-STATUS
003570        GO TO LOAD-CATALOG-TABLE-EXIT.
003580     IF CATALOG-FILE-STATUS NOT = "00"
003590        GO TO LOAD-CATALOG-TABLE-EXIT.
003600     MOVE 'N' TO CATALOG-EOF.
003610     PERFORM LOAD-NEXT-CATALOG-RECORD
003620        THRU LOAD-NEXT-CATALOG-RECORD-EXIT
003630        UNTIL CATALOG-EOF = 'Y' OR CATALOG-ENTRY-COUNT > 500.
003640     CLOSE CATALOG-FILE.
003650     MOVE "00" TO CATALOG-FILE-STATUS.
003660 LOAD-CATALOG-TABLE-EXIT.
003670     EXIT.
003680
003690 LOAD-NEXT-CATALOG-RECORD.
003700     READ CATALOG-FILE
003710        AT END MOVE 'Y' TO CATALOG-EOF
003720     END-READ.
003730     IF CATALOG-EOF = 'Y'
003740        GO TO LOAD-NEXT-CATALOG-RECORD-EXIT.
003750     ADD 1 TO CATALOG-ENTRY-COUNT.
003760     IF CATALOG-ENTRY-COUNT > 500
003770        GO TO LOAD-NEXT-CATALOG-RECORD-EXIT.
003780     MOVE CATALOG-RECORD TO CT-RECORD(CATALOG-ENTRY-COUNT).
003790     MOVE 'N' TO CT-DELETED(CATALOG-ENTRY-COUNT).
003800     MOVE SPACES TO CT-NAME(CATALOG-ENTRY-COUNT).
003810     IF CATALOG-RECORD(1:1) NOT = '*'
003820        UNSTRING CATALOG-RECORD DELIMITED BY SPACE
003830            INTO CT-NAME(CATALOG-ENTRY-COUNT).
003840 LOAD-NEXT-CATALOG-RECORD-EXIT.
003850     EXIT.
003860
003870*Routes one transaction to its action's own handling, and reads
003880*the next. Comments and blank records pass untouched; every
003890*other record ends up counted once, as applied or as rejected.
003900 APPLY-ONE-TRANSACTION.
003910     ADD 1 TO LINE-NUMBER.
003920     IF TRN-RECORD(1:1) = '*' OR TRN-RECORD = SPACES
003930        GO TO APPLY-ONE-TRANSACTION-DONE.
003940     MOVE SPACES TO TRN-ACTION.
003950     MOVE SPACES TO TRN-REQUESTER.
003960     MOVE SPACES TO TRN-IMAGE.
003970     MOVE 1 TO TRN-PTR.
003980     UNSTRING TRN-RECORD DELIMITED BY ALL SPACE
003990         INTO TRN-ACTION TRN-REQUESTER
004000         WITH POINTER TRN-PTR.
004010     IF TRN-ACTION = "DATE"
004020        PERFORM TAKE-DATE-TRANSACTION
004030           THRU TAKE-DATE-TRANSACTION-EXIT
004040        GO TO APPLY-ONE-TRANSACTION-DONE.
004050     IF TRN-ACTION NOT = "ADD" AND TRN-ACTION NOT = "CHANGE"
004060        AND TRN-ACTION NOT = "DELETE"
004070        MOVE "ACTION NOT ADD, CHANGE OR DELETE" TO REJECT-REASON
004080        PERFORM WRITE-REJECT-LINE
004090        GO TO APPLY-ONE-TRANSACTION-DONE.
004100     IF TRN-REQUESTER = SPACES
004110        MOVE "REQUESTER MISSING" TO REJECT-REASON
004120        PERFORM WRITE-REJECT-LINE
004130        GO TO APPLY-ONE-TRANSACTION-DONE.
004140     IF TRN-PTR < 141
004150        MOVE TRN-RECORD(TRN-PTR:) TO TRN-IMAGE.
004160     IF TRN-PTR < 21
004170        AND TRN-RECORD(TRN-PTR + 120:) NOT = SPACES
004180        MOVE "CATALOG RECORD LONGER THAN 120" TO REJECT-REASON
004190        PERFORM WRITE-REJECT-LINE
004200        GO TO APPLY-ONE-TRANSACTION-DONE.
004210     IF TRN-ACTION = "DELETE"
004220        PERFORM APPLY-DELETE THRU APPLY-DELETE-EXIT
004230     ELSE
004240        PERFORM APPLY-ADD-OR-CHANGE
004250           THRU APPLY-ADD-OR-CHANGE-EXIT
004260     END-IF.
004270 APPLY-ONE-TRANSACTION-DONE.
004280     READ TRANSACTION-FILE
004290        AT END MOVE 'Y' TO TRANSACTION-EOF
004300     END-READ.
004310 APPLY-ONE-TRANSACTION-EXIT.
004320     EXIT.
004330
004340*"DATE <yyyymmdd>": every change after it is audited under the
004350*date the work belongs to, judged by the same rules DDA's
004360*TAKE-DATE-DIRECTIVE applies. A bad value is rejected and the
004370*date in force stands.
004380 TAKE-DATE-TRANSACTION.
004390     MOVE TRN-REQUESTER TO WS-DATE-TEXT.
004400     IF WS-DATE-TEXT IS NOT NUMERIC
004410        MOVE "DATE VALUE NOT YYYYMMDD" TO REJECT-REASON
004420        PERFORM WRITE-REJECT-LINE
004430        GO TO TAKE-DATE-TRANSACTION-EXIT.
004440     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
004450        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
004460        MOVE "DATE VALUE OUT OF RANGE" TO REJECT-REASON
004470        PERFORM WRITE-REJECT-LINE
004480        GO TO TAKE-DATE-TRANSACTION-EXIT.
004490     MOVE WS-DATE-YEAR TO BUS-YEAR.
004500     MOVE WS-DATE-MONTH TO BUS-MONTH.
004510     MOVE WS-DATE-DAY TO BUS-DAY.
004520 TAKE-DATE-TRANSACTION-EXIT.
004530     EXIT.
004540
004550*"ADD" files a series that must not be in the catalog yet;
004560*"CHANGE" replaces the record of one that must be. Either way
004570*the new record has to pass every field rule before the table
004580*is touched.
004590 APPLY-ADD-OR-CHANGE.
004600     PERFORM VALIDATE-CATALOG-IMAGE
004610        THRU VALIDATE-CATALOG-IMAGE-EXIT.
004620     IF TRANSACTION-VALID-FLAG = 'N'
004630        PERFORM WRITE-REJECT-LINE
004640        GO TO APPLY-ADD-OR-CHANGE-EXIT.
004650     PERFORM FIND-CATALOG-SERIES.
004660     IF TRN-ACTION = "ADD"
004670        IF CATALOG-INDEX NOT = 0
004680           MOVE "SERIES ALREADY IN CATALOG" TO REJECT-REASON
004690           PERFORM WRITE-REJECT-LINE
004700           GO TO APPLY-ADD-OR-CHANGE-EXIT
004710        END-IF
004720        IF CATALOG-ENTRY-COUNT NOT < 500
004730           MOVE "CATALOG TABLE FULL" TO REJECT-REASON
004740           PERFORM WRITE-REJECT-LINE
004750           GO TO APPLY-ADD-OR-CHANGE-EXIT
004760        END-IF
004770        ADD 1 TO CATALOG-ENTRY-COUNT
004780        MOVE CATALOG-ENTRY-COUNT TO CATALOG-INDEX
004790        MOVE IMG-NAME TO CT-NAME(CATALOG-INDEX)
004800        MOVE 'N' TO CT-DELETED(CATALOG-INDEX)
004810        MOVE SPACES TO BEFORE-IMAGE
004820     ELSE
004830        IF CATALOG-INDEX = 0
004840           MOVE "SERIES NOT IN CATALOG" TO REJECT-REASON
004850           PERFORM WRITE-REJECT-LINE
004860           GO TO APPLY-ADD-OR-CHANGE-EXIT
004870        END-IF
004880        MOVE CT-RECORD(CATALOG-INDEX) TO BEFORE-IMAGE
004890     END-IF.
004900     MOVE TRN-IMAGE TO CT-RECORD(CATALOG-INDEX).
004910     MOVE TRN-IMAGE TO AFTER-IMAGE.
004920     PERFORM WRITE-AUDIT-IMAGES.
004930     PERFORM WRITE-APPLIED-LINE.
004940 APPLY-ADD-OR-CHANGE-EXIT.
004950     EXIT.
004960
004970*"DELETE <requester> <series-name>": the series must be filed;
004980*its record is kept for the BEFORE image and dropped from the
004990*new catalog.
005000 APPLY-DELETE.
005010     MOVE SPACES TO IMG-NAME.
005020     UNSTRING TRN-IMAGE DELIMITED BY SPACE
005030         INTO IMG-NAME.
005040     IF IMG-NAME = SPACES
005050        MOVE "DELETE WITHOUT SERIES NAME" TO REJECT-REASON
005060        PERFORM WRITE-REJECT-LINE
005070        GO TO APPLY-DELETE-EXIT.
005080     PERFORM FIND-CATALOG-SERIES.
005090     IF CATALOG-INDEX = 0
005100        MOVE "SERIES NOT IN CATALOG" TO REJECT-REASON
005110        PERFORM WRITE-REJECT-LINE
005120        GO TO APPLY-DELETE-EXIT.
005130     MOVE CT-RECORD(CATALOG-INDEX) TO BEFORE-IMAGE.
005140     MOVE SPACES TO AFTER-IMAGE.
005150     MOVE 'Y' TO CT-DELETED(CATALOG-INDEX).
005160     PERFORM WRITE-AUDIT-IMAGES.
005170     PERFORM WRITE-APPLIED-LINE.
005180 APPLY-DELETE-EXIT.
005190     EXIT.
005200
005210*Leaves CATALOG-INDEX on the live (undeleted) entry filed under
005220*IMG-NAME, or zero when there is none -- the first match wins,
005230*as it does in DDA's LOOK-UP-CATALOG-SERIES.
005240 FIND-CATALOG-SERIES.
005250     MOVE 0 TO CATALOG-INDEX.
005260     PERFORM CHECK-ONE-CATALOG-ENTRY
005270        VARYING K FROM 1 BY 1
005280        UNTIL K > CATALOG-ENTRY-COUNT OR CATALOG-INDEX NOT = 0.
005290
005300 CHECK-ONE-CATALOG-ENTRY.
005310     IF CT-NAME(K) = IMG-NAME AND CT-DELETED(K) = 'N'
005320        MOVE K TO CATALOG-INDEX.
005330
005340*Splits the record image the way READ-NEXT-CATALOG-RECORD does
005350*and holds each field to its rule, stopping at the first one
005360*broken so the report gives one clear reason per transaction.
005370*Fields are one space apart, so a doubled space shows up here as
005380*a missing field, which is exactly how DDA would misread it.
005390 VALIDATE-CATALOG-IMAGE.
005400     MOVE 'Y' TO TRANSACTION-VALID-FLAG.
005410     MOVE SPACES TO IMG-NAME.
005420     MOVE SPACES TO IMG-INPUT.
005430     MOVE SPACES TO IMG-MODE.
005440     MOVE SPACES TO IMG-SYMBOL.
005450     MOVE SPACES TO IMG-TRANSFORM-TABLE.
005460     MOVE 1 TO IMG-PTR.
005470     UNSTRING TRN-IMAGE DELIMITED BY SPACE
005480         INTO IMG-NAME IMG-INPUT IMG-MODE IMG-SYMBOL
005490              IMG-TRANSFORM(1) IMG-TRANSFORM(2)
005500              IMG-TRANSFORM(3) IMG-TRANSFORM(4)
005510         WITH POINTER IMG-PTR.
005520     IF IMG-NAME = SPACES
005530        MOVE "SERIES NAME MISSING" TO REJECT-REASON
005540        MOVE 'N' TO TRANSACTION-VALID-FLAG
005550        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005560     IF IMG-NAME(1:1) = '*'
005570        MOVE "SERIES NAME MAY NOT OPEN WITH '*'" TO REJECT-REASON
005580        MOVE 'N' TO TRANSACTION-VALID-FLAG
005590        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005600     IF IMG-INPUT = SPACES OR IMG-MODE = SPACES
005610        OR IMG-SYMBOL = SPACES
005620        OR IMG-TRANSFORM(1) = SPACES OR IMG-TRANSFORM(2) = SPACES
005630        OR IMG-TRANSFORM(3) = SPACES OR IMG-TRANSFORM(4) = SPACES
005640        MOVE "CATALOG RECORD MISSING A FIELD" TO REJECT-REASON
005650        MOVE 'N' TO TRANSACTION-VALID-FLAG
005660        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005670     IF IMG-MODE NOT = "LINE" AND IMG-MODE NOT = "SCATTER"
005680        AND IMG-MODE NOT = "BAR"
005690        MOVE "MODE NOT LINE, SCATTER OR BAR" TO REJECT-REASON
005700        MOVE 'N' TO TRANSACTION-VALID-FLAG
005710        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005720     IF IMG-SYMBOL(2:1) NOT = SPACE
005730        MOVE "SYMBOL MUST BE ONE CHARACTER" TO REJECT-REASON
005740        MOVE 'N' TO TRANSACTION-VALID-FLAG
005750        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005760     MOVE 'Y' TO TOKEN-VALID-FLAG.
005770     PERFORM VALIDATE-TRANSFORM-TOKEN
005780        THRU VALIDATE-TRANSFORM-TOKEN-EXIT
005790        VARYING K FROM 1 BY 1
005800        UNTIL K > 4 OR TOKEN-VALID-FLAG = 'N'.
005810     IF TOKEN-VALID-FLAG = 'N'
005820        MOVE "BAD TRANSFORM VALUE (NEED SIGN+5 DIGITS)"
005830           TO REJECT-REASON
005840        MOVE 'N' TO TRANSACTION-VALID-FLAG
005850        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005860     MOVE SPACES TO IMG-LIMIT-HIGH-TEXT.
005870     MOVE SPACES TO IMG-LIMIT-LOW-TEXT.
005880     MOVE SPACES TO IMG-DIST-REASON.
005890     MOVE 'Y' TO IMG-OPTION-FLAG.
005900     PERFORM TAKE-IMAGE-LIMIT THRU TAKE-IMAGE-LIMIT-EXIT
005910        UNTIL IMG-OPTION-FLAG = 'N'.
005920     IF IMG-DIST-REASON NOT = SPACES
005930        MOVE IMG-DIST-REASON TO REJECT-REASON
005940        MOVE 'N' TO TRANSACTION-VALID-FLAG
005950        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
005960     IF TOKEN-VALID-FLAG = 'N'
005970        MOVE "BAD LIMIT VALUE (NEED SIGN+5 DIGITS)"
005980           TO REJECT-REASON
005990        MOVE 'N' TO TRANSACTION-VALID-FLAG
006000        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
006010     IF IMG-LIMIT-HIGH-TEXT NOT = SPACES
006020        AND IMG-LIMIT-LOW-TEXT NOT = SPACES
006030        PERFORM DECODE-IMAGE-LIMITS
006040        IF LIMIT-LOW > LIMIT-HIGH
006050           MOVE "LOW LIMIT ABOVE HIGH LIMIT" TO REJECT-REASON
006060           MOVE 'N' TO TRANSACTION-VALID-FLAG
006070           GO TO VALIDATE-CATALOG-IMAGE-EXIT
006080        END-IF
006090     END-IF.
006100     MOVE IMG-INPUT TO WS-PROBE-FILENAME.
006110     OPEN INPUT PROBE-FILE.
006120     IF PROBE-FILE-STATUS NOT = "00"
006130        MOVE "INPUT FILE WOULD NOT OPEN" TO REJECT-REASON
006140        MOVE 'N' TO TRANSACTION-VALID-FLAG
006150        GO TO VALIDATE-CATALOG-IMAGE-EXIT.
006160     CLOSE PROBE-FILE.
006170 VALIDATE-CATALOG-IMAGE-EXIT.
006180     EXIT.
006190
006200*A period, or a sign character, five digits, nothing trailing:
006210*the exact shape SET-TRANSFORM-FROM-CONTROL decodes through its
006220*REDEFINES.
006230 VALIDATE-TRANSFORM-TOKEN.
006240     MOVE 'Y' TO TOKEN-VALID-FLAG.
006250     IF IMG-TRANSFORM(K) = '.'
006260        GO TO VALIDATE-TRANSFORM-TOKEN-EXIT.
006270     MOVE IMG-TRANSFORM(K)(1:1) TO WS-TOKEN-SIGN.
006280     MOVE IMG-TRANSFORM(K)(2:5) TO WS-TOKEN-DIGITS.
006290     IF WS-TOKEN-SIGN NOT = '+' AND WS-TOKEN-SIGN NOT = '-'
006300        MOVE 'N' TO TOKEN-VALID-FLAG
006310        GO TO VALIDATE-TRANSFORM-TOKEN-EXIT.
006320     IF WS-TOKEN-DIGITS IS NOT NUMERIC
006330        MOVE 'N' TO TOKEN-VALID-FLAG
006340        GO TO VALIDATE-TRANSFORM-TOKEN-EXIT.
006350     IF IMG-TRANSFORM(K)(7:2) NOT = SPACES
006360        MOVE 'N' TO TOKEN-VALID-FLAG.
006370 VALIDATE-TRANSFORM-TOKEN-EXIT.
006380     EXIT.
006390
006400*One token after the transforms: HI or LO followed by a sign is
006410*a limit to DDA, and so is HI or LO followed by a digit here --
006420*a limit keyed without its sign would otherwise slip into the
006430*title unnoticed. Anything else opens the title and ends the
006440*peek. A limit must be a sign and five digits, nothing more.
006450*A DEPT= or COPIES= token is taken here too, and held to its
006460*rule in TAKE-IMAGE-DISTRIBUTION.
006470 TAKE-IMAGE-LIMIT.
006480     MOVE 'N' TO IMG-OPTION-FLAG.
006490     IF IMG-PTR > 120
006500        GO TO TAKE-IMAGE-LIMIT-EXIT.
006510     MOVE IMG-PTR TO IMG-PEEK-PTR.
006520     MOVE SPACES TO IMG-OPTION-TOKEN.
006530     UNSTRING TRN-IMAGE DELIMITED BY SPACE
006540         INTO IMG-OPTION-TOKEN
006550         WITH POINTER IMG-PEEK-PTR.
006560     IF IMG-OPTION-TOKEN(1:5) = "DEPT="
006570        OR IMG-OPTION-TOKEN(1:7) = "COPIES="
006580        MOVE IMG-PEEK-PTR TO IMG-PTR
006590        PERFORM TAKE-IMAGE-DISTRIBUTION
006600           THRU TAKE-IMAGE-DISTRIBUTION-EXIT
006610        GO TO TAKE-IMAGE-LIMIT-EXIT.
006620     IF IMG-OPTION-TOKEN(1:2) NOT = "HI"
006630        AND IMG-OPTION-TOKEN(1:2) NOT = "LO"
006640        GO TO TAKE-IMAGE-LIMIT-EXIT.
006650     IF IMG-OPTION-TOKEN(3:1) NOT = '+'
006660        AND IMG-OPTION-TOKEN(3:1) NOT = '-'
006670        AND IMG-OPTION-TOKEN(3:1) IS NOT NUMERIC
006680        GO TO TAKE-IMAGE-LIMIT-EXIT.
006690     MOVE IMG-PEEK-PTR TO IMG-PTR.
006700     MOVE IMG-OPTION-TOKEN(3:1) TO WS-TOKEN-SIGN.
006710     MOVE IMG-OPTION-TOKEN(4:5) TO WS-TOKEN-DIGITS.
006720     IF WS-TOKEN-SIGN NOT = '+' AND WS-TOKEN-SIGN NOT = '-'
006730        MOVE 'N' TO TOKEN-VALID-FLAG
006740        GO TO TAKE-IMAGE-LIMIT-EXIT.
006750     IF WS-TOKEN-DIGITS IS NOT NUMERIC
006760        OR IMG-OPTION-TOKEN(9:12) NOT = SPACES
006770        MOVE 'N' TO TOKEN-VALID-FLAG
006780        GO TO TAKE-IMAGE-LIMIT-EXIT.
006790     IF IMG-OPTION-TOKEN(1:2) = "HI"
006800        MOVE IMG-OPTION-TOKEN(3:6) TO IMG-LIMIT-HIGH-TEXT
006810     ELSE
006820        MOVE IMG-OPTION-TOKEN(3:6) TO IMG-LIMIT-LOW-TEXT
006830     END-IF.
006840     MOVE 'Y' TO IMG-OPTION-FLAG.
006850 TAKE-IMAGE-LIMIT-EXIT.
006860     EXIT.
006870
006880*The owning department names a burst print file, so it must be
006890*there, fit in 12 characters and carry no '/'. Copies are one or
006900*two digits, 1 to 99. The first bad token ends the peek.
006910 TAKE-IMAGE-DISTRIBUTION.
006920     MOVE 'N' TO IMG-OPTION-FLAG.
006930     IF IMG-OPTION-TOKEN(1:5) = "DEPT="
006940        MOVE 0 TO IMG-SLASH-COUNT
006950        INSPECT IMG-OPTION-TOKEN TALLYING IMG-SLASH-COUNT
006960           FOR ALL '/'
006970        IF IMG-OPTION-TOKEN(6:1) = SPACE
006980           OR IMG-OPTION-TOKEN(18:3) NOT = SPACES
006990           OR IMG-SLASH-COUNT NOT = 0
007000           MOVE "BAD DEPT (NEED DEPT=NAME, UP TO 12)"
007010              TO IMG-DIST-REASON
007020           GO TO TAKE-IMAGE-DISTRIBUTION-EXIT
007030        END-IF
007040        MOVE 'Y' TO IMG-OPTION-FLAG
007050        GO TO TAKE-IMAGE-DISTRIBUTION-EXIT.
007060     IF IMG-OPTION-TOKEN(9:1) = SPACE
007070        MOVE '0' TO IMG-COPIES-DIGITS(1:1)
007080        MOVE IMG-OPTION-TOKEN(8:1) TO IMG-COPIES-DIGITS(2:1)
007090     ELSE
007100        MOVE IMG-OPTION-TOKEN(8:2) TO IMG-COPIES-DIGITS
007110     END-IF.
007120     IF IMG-COPIES-DIGITS IS NOT NUMERIC
007130        OR IMG-OPTION-TOKEN(10:11) NOT = SPACES
007140        MOVE "BAD COPIES (NEED COPIES=1 TO 99)" TO IMG-DIST-REASON
007150        GO TO TAKE-IMAGE-DISTRIBUTION-EXIT.
007160     IF IMG-COPIES-NUM = 0
007170        MOVE "BAD COPIES (NEED COPIES=1 TO 99)" TO IMG-DIST-REASON
007180        GO TO TAKE-IMAGE-DISTRIBUTION-EXIT.
007190     MOVE 'Y' TO IMG-OPTION-FLAG.
007200 TAKE-IMAGE-DISTRIBUTION-EXIT.
007210     EXIT.
007220
007230*Both limits into signed values, through the same implied
007240*decimal point DDA's SET-LIMITS-FROM-CONTROL uses.
007250 DECODE-IMAGE-LIMITS.
007260     MOVE IMG-LIMIT-HIGH-TEXT(2:5) TO LIMIT-DIGITS.
007270     IF IMG-LIMIT-HIGH-TEXT(1:1) = '-'
007280        COMPUTE LIMIT-HIGH = 0 - LIMIT-MAGNITUDE
007290     ELSE
007300        MOVE LIMIT-MAGNITUDE TO LIMIT-HIGH
007310     END-IF.
007320     MOVE IMG-LIMIT-LOW-TEXT(2:5) TO LIMIT-DIGITS.
007330     IF IMG-LIMIT-LOW-TEXT(1:1) = '-'
007340        COMPUTE LIMIT-LOW = 0 - LIMIT-MAGNITUDE
007350     ELSE
007360        MOVE LIMIT-MAGNITUDE TO LIMIT-LOW
007370     END-IF.
007380
007390*The BEFORE and AFTER images of one applied change, written as a
007400*pair so the audit file always reads in twos.
007410 WRITE-AUDIT-IMAGES.
007420     ACCEPT WS-RUN-TIME FROM TIME.
007430     MOVE BUSINESS-DATE-NUM TO AU-BUSINESS-DATE.
007440     MOVE MACHINE-DATE-NUM TO AU-STAMP-DATE.
007450     MOVE WS-RUN-TIME TO AU-STAMP-TIME.
007460     MOVE TRN-REQUESTER TO AU-REQUESTER.
007470     MOVE TRN-ACTION TO AU-ACTION.
007480     MOVE "BEFORE" TO AU-IMAGE-TYPE.
007490     MOVE BEFORE-IMAGE TO AU-IMAGE.
007500     WRITE AUDIT-RECORD FROM AUDIT-LINE.
007510     MOVE "AFTER" TO AU-IMAGE-TYPE.
007520     MOVE AFTER-IMAGE TO AU-IMAGE.
007530     WRITE AUDIT-RECORD FROM AUDIT-LINE.
007540
007550 WRITE-APPLIED-LINE.
007560     MOVE LINE-NUMBER TO MD-LINE-NUMBER.
007570     MOVE "APPLIED" TO MD-RESULT.
007580     MOVE SPACES TO MD-REASON.
007590     STRING TRN-ACTION DELIMITED BY SPACE
007600            " " DELIMITED BY SIZE
007610            IMG-NAME DELIMITED BY SPACE
007620         INTO MD-REASON.
007630     MOVE TRN-RECORD TO MD-RECORD.
007640     WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE.
007650     ADD 1 TO APPLIED-COUNT.
007660     ADD 1 TO TRANSACTIONS-READ.
007670
007680 WRITE-REJECT-LINE.
007690     MOVE LINE-NUMBER TO MD-LINE-NUMBER.
007700     MOVE "REJECTED" TO MD-RESULT.
007710     MOVE REJECT-REASON TO MD-REASON.
007720     MOVE TRN-RECORD TO MD-RECORD.
007730     WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE.
007740     ADD 1 TO REJECTED-COUNT.
007750     ADD 1 TO TRANSACTIONS-READ.
007760
007770 WRITE-NEW-CATALOG-ENTRY.
007780     IF CT-DELETED(CATALOG-INDEX) = 'N'
007790        WRITE NEW-CATALOG-RECORD FROM CT-RECORD(CATALOG-INDEX)
007800        IF CT-NAME(CATALOG-INDEX) NOT = SPACES
007810           ADD 1 TO SERIES-WRITTEN
007820        END-IF
007830     END-IF.
007840
007850*Totals at the foot of the report, so one glance tells the
007860*operator whether catalog.new is ready to go live.
007870 WRITE-MAINT-SUMMARY.
007880     MOVE TRANSACTIONS-READ TO MS-READ.
007890     MOVE APPLIED-COUNT TO MS-APPLIED.
007900     MOVE REJECTED-COUNT TO MS-REJECTED.
007910     MOVE SERIES-WRITTEN TO MS-SERIES.
007920     WRITE MAINT-REPORT-RECORD FROM MAINT-SUMMARY-LINE.
