000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DDABRST.
000030 AUTHOR.     STEPHEN.
000040
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILENAME
000090       ORGANIZATION IS LINE SEQUENTIAL
000100       FILE STATUS IS PRINT-FILE-STATUS.
000110     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
000120       ORGANIZATION IS LINE SEQUENTIAL
000130       FILE STATUS IS SUMMARY-FILE-STATUS.
000140     SELECT CATALOG-FILE ASSIGN TO DISK
000150       ORGANIZATION IS LINE SEQUENTIAL
000160       FILE STATUS IS CATALOG-FILE-STATUS.
000170     SELECT DEPARTMENT-FILE
000180       ASSIGN TO DYNAMIC WS-DEPARTMENT-FILENAME
000190       ORGANIZATION IS LINE SEQUENTIAL
000200       FILE STATUS IS DEPARTMENT-FILE-STATUS.
000210     SELECT REGISTER-FILE ASSIGN TO DISK
000220       ORGANIZATION IS LINE SEQUENTIAL
000230       FILE STATUS IS REGISTER-FILE-STATUS.
000240
000250 DATA DIVISION.
000260 FILE SECTION.
000270*The print file a "PRINT <name>" control record had DDA write:
000280*ASA carriage control in column 1, and every page opening on
000290*the numbered heading "PAGE n   GRAPH n OF m   <output-name>"
000300*(see DDA's WRITE-PAGE-HEADING). A graph's continuation pages
000310*repeat its heading with the same graph number, so a change of
000320*graph number is where one graph ends and the next begins.
000330 FD PRINT-FILE
000340     LABEL RECORDS ARE STANDARD.
000350 01 PRINT-RECORD PIC X(1000).
000360 01 PRINT-HEADING-RECORD.
000370    03 PR-CC PIC X.
000380    03 PR-PAGE-LABEL PIC X(5).
000390    03 PR-PAGE PIC X(4).
000400    03 FILLER PIC X(9).
000410    03 PR-SEQ PIC X(4).
000420    03 FILLER PIC X(4).
000430    03 PR-TOTAL PIC X(4).
000440    03 FILLER PIC X(3).
000450    03 PR-NAME PIC X(20).
000460    03 FILLER PIC X(946).
000470*The run summary DDA wrote alongside the print file: the "DDA
000480*RUN SUMMARY" heading with the business date, one line per
000490*control record naming the output and its outcome, and the
000500*closing set totals.
000510 FD SUMMARY-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01 SUMMARY-RECORD.
000540    03 SR-OUTPUT-NAME PIC X(20).
000550    03 FILLER PIC X.
000560    03 SR-OUTCOME PIC X(20).
000570    03 FILLER PIC X.
000580    03 SR-MISMATCH-LABEL PIC X(9).
000590    03 FILLER PIC X(49).
000600 01 SUMMARY-HEADING-RECORD.
000610    03 SR-HEADING-TEXT PIC X(15).
000620    03 FILLER PIC XX.
000630    03 SR-RUN-MM PIC XX.
000640    03 FILLER PIC X.
000650    03 SR-RUN-DD PIC XX.
000660    03 FILLER PIC X.
000670    03 SR-RUN-YEAR PIC X(4).
000680    03 FILLER PIC X(73).
000690*The central series catalog (see DDA's CATALOG-FILE notes). Only
000700*the series name and the DEPT= and COPIES= tokens between the
000710*eighth field and the title matter here.
000720 FD CATALOG-FILE
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS "catalog.txt".
000750 01 CATALOG-RECORD PIC X(120).
000760*One print-ready file per department, <print-file>.<dept>: a
000770*cover sheet listing the department's graphs, then each graph's
000780*pages exactly as the print file carries them -- carriage
000790*control, headings and all -- once per copy ordered.
000800 FD DEPARTMENT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01 DEPARTMENT-RECORD PIC X(1000).
000830*The distribution register, one line per graph per burst: the
000840*business date, the department, the graph and its outcome, the
000850*pages and copies sent, whether it went out, the print and
000860*department files, and when the burst ran. It only ever grows,
000870*so "we never got our graph" can be answered for any date.
000880 FD REGISTER-FILE
000890     LABEL RECORDS ARE STANDARD
000900     VALUE OF FILE-ID IS "distrib.reg".
000910 01 REGISTER-RECORD PIC X(170).
000920 WORKING-STORAGE SECTION.
000930 01 PRINT-FILE-STATUS      PIC XX.
000940 01 SUMMARY-FILE-STATUS    PIC XX.
000950 01 CATALOG-FILE-STATUS    PIC XX.
000960 01 DEPARTMENT-FILE-STATUS PIC XX.
000970 01 REGISTER-FILE-STATUS   PIC XX.
000980 01 PRINT-EOF   PIC X VALUE 'N'.
000990 01 SUMMARY-EOF PIC X VALUE 'N'.
001000 01 CATALOG-EOF PIC X VALUE 'N'.
001010
001020*DDABRST <print-file> [<summary>], positionally. The summary
001030*defaults to DDA's own summary.txt.
001040 01 WS-PRINT-FILENAME      PIC X(20).
001050 01 WS-SUMMARY-FILENAME    PIC X(20) VALUE "summary.txt".
001060 01 WS-DEPARTMENT-FILENAME PIC X(40).
001070 01 WS-COMMAND-LINE PIC X(80).
001080 01 WS-CMD-PRINT-NAME   PIC X(20).
001090 01 WS-CMD-SUMMARY-NAME PIC X(20).
001100 01 PARAMETER-VALID-FLAG PIC X VALUE 'Y'.
001110 01 DATE-GIVEN-FLAG PIC X VALUE 'N'.
001120
001130*The machine date and time as ACCEPT delivers them: the stamp
001140*on every register line, and the business date's fallback when
001150*the summary carries no heading.
001160 01 WS-RUN-DATE.
001170    03 WS-RUN-YY PIC 99.
001180    03 WS-RUN-MM PIC 99.
001190    03 WS-RUN-DD PIC 99.
001200 01 WS-RUN-TIME PIC 9(8).
001210 01 MACHINE-DATE.
001220    03 MACH-YEAR  PIC 9(4).
001230    03 MACH-MONTH PIC 99.
001240    03 MACH-DAY   PIC 99.
001250 01 MACHINE-DATE-NUM REDEFINES MACHINE-DATE PIC 9(8).
001260*The business date the print run belongs to, off the summary's
001270*heading.
001280 01 BUSINESS-DATE.
001290    03 BUS-YEAR  PIC 9(4).
001300    03 BUS-MONTH PIC 99.
001310    03 BUS-DAY   PIC 99.
001320 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
001330
001340*Every graph the run accounts for, in summary order: its output
001350*name and outcome, then -- once the print file has been walked
001360*-- where its pages start in the print file, how many records
001370*and pages it takes, and -- once the catalog has been read --
001380*the department it goes to and how many copies. A graph found
001390*in the print file but on no summary line is added at the end.
001400 01 GRAPH-COUNT PIC 9(4) VALUE 0.
001410 01 GRAPH-LIMIT PIC 9(4) VALUE 200.
001420 01 GRAPH-TABLE.
001430    03 GRAPH-ENTRY OCCURS 200.
001440       05 GR-NAME PIC X(20).
001450       05 GR-OUTCOME PIC X(20).
001460       05 GR-DEPT PIC X(12).
001470       05 GR-COPIES PIC 99.
001480       05 GR-CATALOG-FLAG PIC X.
001490       05 GR-START PIC 9(7).
001500       05 GR-RECORDS PIC 9(7).
001510       05 GR-PAGES PIC 9(4).
001520 01 TABLE-FULL-FLAG PIC X VALUE 'N'.
001530*The departments in the order their first graph appears, each
001540*with its file and what went into it.
001550 01 DEPARTMENT-COUNT PIC 99 VALUE 0.
001560 01 DEPARTMENT-LIMIT PIC 99 VALUE 50.
001570 01 DEPARTMENT-TABLE.
001580    03 DEPARTMENT-ENTRY OCCURS 50.
001590       05 DT-NAME PIC X(12).
001600       05 DT-GRAPHS PIC 9(4).
001610       05 DT-PAGES PIC 9(5).
001620       05 DT-COVER-PAGES PIC 9(4).
001630       05 DT-WRITTEN-FLAG PIC X.
001640*The department a graph falls to when no catalog record claims
001650*it -- a plain control record's output, or a series whose
001660*catalog record names no DEPT=.
001670 01 UNASSIGNED-DEPARTMENT PIC X(12) VALUE "UNASSIGNED".
001680 01 DEPARTMENT-FOUND-FLAG PIC X VALUE 'N'.
001690
001700*Walking the print file: the record number, the graph the
001710*records belong to, and the graph number its heading carried.
001720 01 PRINT-RECORD-NUMBER PIC 9(7) VALUE 0.
001730 01 CURRENT-GRAPH PIC 9(4) VALUE 0.
001740 01 CURRENT-SEQ-TEXT PIC X(4) VALUE SPACES.
001750 01 MATCH-INDEX PIC 9(4) VALUE 0.
001760
001770*One catalog record split the way DDA's READ-NEXT-CATALOG-RECORD
001780*splits it, and the option tokens peeked at after the eighth
001790*field.
001800 01 CAT-NAME PIC X(20).
001810 01 CAT-FIELD-TABLE.
001820    03 CAT-FIELD PIC X(20) OCCURS 7.
001830 01 CAT-PTR PIC 9(3) VALUE 1.
001840 01 CAT-OPTION-TOKEN PIC X(20).
001850 01 CAT-PEEK-PTR PIC 9(3).
001860 01 CAT-OPTION-FLAG PIC X VALUE 'N'.
001870 01 CAT-DEPT PIC X(12).
001880 01 CAT-COPIES PIC 99 VALUE 1.
001890 01 CAT-COPIES-DIGITS PIC XX.
001900 01 CAT-COPIES-NUM REDEFINES CAT-COPIES-DIGITS PIC 99.
001910
001920*Counts behind the return code.
001930 01 UNMATCHED-COUNT PIC 9(4) VALUE 0.
001940 01 UNASSIGNED-COUNT PIC 9(4) VALUE 0.
001950 01 DEPARTMENT-FAILED-COUNT PIC 99 VALUE 0.
001960 01 CATALOG-MISSING-FLAG PIC X VALUE 'N'.
001970 01 REGISTER-OPEN-FLAG PIC X VALUE 'N'.
001980 01 K PIC 9(4) VALUE 1.
001990 01 J PIC 9(7) VALUE 1.
002000 01 D PIC 99 VALUE 1.
002010 01 COPY-NUMBER PIC 99 VALUE 1.
002020 01 SKIP-TARGET PIC 9(7) VALUE 0.
002030
002040*Cover sheet print state, the same way DDATRND keeps it.
002050 01 PAGE-SIZE PIC 99 VALUE 60.
002060 01 LINES-ON-PAGE PIC 99 VALUE 99.
002070 01 PRINT-BUILD-LINE.
002080    03 PRINT-CC PIC X.
002090    03 PRINT-DATA PIC X(132).
002100 01 COVER-HOLD-LINE PIC X(132).
002110 01 COVER-HEADING-LINE.
002120    03 FILLER PIC X(30) VALUE "DDA DISTRIBUTION COVER SHEET".
002130    03 FILLER PIC X(11) VALUE "DEPARTMENT ".
002140    03 CH-DEPT PIC X(12).
002150    03 FILLER PIC X(3) VALUE SPACES.
002160    03 FILLER PIC X(14) VALUE "BUSINESS DATE ".
002170    03 CH-MM PIC 99.
002180    03 FILLER PIC X VALUE "/".
002190    03 CH-DD PIC 99.
002200    03 FILLER PIC X VALUE "/".
002210    03 CH-YEAR PIC 9(4).
002220    03 FILLER PIC X(33) VALUE SPACES.
002230    03 FILLER PIC X(11) VALUE "COVER PAGE ".
002240    03 CH-PAGE PIC ZZZ9.
002250 01 COVER-FILE-LINE.
002260    03 FILLER PIC X(12) VALUE "PRINT FILE: ".
002270    03 CF-PRINT-NAME PIC X(20).
002280    03 FILLER PIC X(11) VALUE "  SUMMARY: ".
002290    03 CF-SUMMARY-NAME PIC X(20).
002300    03 FILLER PIC X(14) VALUE "  BURST FILE: ".
002310    03 CF-DEPARTMENT-NAME PIC X(40).
002320 01 COVER-COLUMN-HEADING.
002330    03 FILLER PIC X(22) VALUE "GRAPH".
002340    03 FILLER PIC X(22) VALUE "OUTCOME".
002350    03 FILLER PIC X(8)  VALUE "   PAGES".
002360    03 FILLER PIC X(8)  VALUE "  COPIES".
002370    03 FILLER PIC X(10) VALUE "  TO PRINT".
002380 01 COVER-DETAIL-LINE.
002390    03 CD-NAME PIC X(20).
002400    03 FILLER PIC X(2) VALUE SPACES.
002410    03 CD-OUTCOME PIC X(20).
002420    03 FILLER PIC X(2) VALUE SPACES.
002430    03 CD-PAGES PIC ZZZZZZZ9.
002440    03 CD-COPIES PIC ZZZZZZZ9.
002450    03 CD-TO-PRINT PIC ZZZZZZZZZ9.
002460    03 FILLER PIC X(2) VALUE SPACES.
002470    03 CD-NOTE PIC X(20).
002480 01 COVER-TOTAL-LINE.
002490    03 FILLER PIC X(7) VALUE "GRAPHS ".
002500    03 CT-GRAPHS PIC ZZZ9.
002510    03 FILLER PIC X(18) VALUE "   GRAPH PAGES    ".
002520    03 CT-PAGES PIC ZZZZ9.
002530    03 FILLER PIC X(15) VALUE "   COVER PAGES ".
002540    03 CT-COVER-PAGES PIC ZZZ9.
002550    03 FILLER PIC X(15) VALUE "   TOTAL PAGES ".
002560    03 CT-TOTAL-PAGES PIC ZZZZ9.
002570 01 REGISTER-LINE.
002580    03 RG-BUSINESS-DATE PIC 9(8).
002590    03 FILLER PIC X VALUE SPACE.
002600    03 RG-DEPT PIC X(12).
002610    03 FILLER PIC X VALUE SPACE.
002620    03 RG-GRAPH PIC X(20).
002630    03 FILLER PIC X VALUE SPACE.
002640    03 RG-OUTCOME PIC X(20).
002650    03 FILLER PIC X VALUE SPACE.
002660    03 RG-PAGES PIC 9(4).
002670    03 FILLER PIC X VALUE SPACE.
002680    03 RG-COPIES PIC 99.
002690    03 FILLER PIC X VALUE SPACE.
002700    03 RG-DELIVERY PIC X(11).
002710    03 FILLER PIC X VALUE SPACE.
002720    03 RG-PRINT-NAME PIC X(20).
002730    03 FILLER PIC X VALUE SPACE.
002740    03 RG-DEPARTMENT-NAME PIC X(40).
002750    03 FILLER PIC X VALUE SPACE.
002760    03 RG-STAMP-DATE PIC 9(8).
002770    03 FILLER PIC X VALUE SPACE.
002780    03 RG-STAMP-TIME PIC 9(8).
002790
002800*DDABRST bursts the print file of a "PRINT <name>" run by owning
002810*department, so operations no longer splits the stack by hand:
002820*    DDABRST <print-file> [<summary>]
002830*It walks the print file graph by graph (a change of graph
002840*number in the page headings marks each new one), pairs each
002850*graph with its line on the run's summary, and looks the graph
002860*up in catalog.txt for the department (DEPT=) and the number of
002870*copies (COPIES=, one when absent). A graph no catalog record
002880*assigns goes to UNASSIGNED. Each department gets its own file,
002890*<print-file>.<dept>, opening on a cover sheet that lists every
002900*graph of the department the summary names -- outcome, pages,
002910*copies -- followed by each printed graph's pages, untouched,
002920*once per copy. A graph that failed, or whose pages never
002930*reached the print file, is still listed on the cover as NOT
002940*PRINTED so the department learns why. Every graph is then
002950*entered in the distribution register distrib.reg against the
002960*business date off the summary's heading.
002970*    0 - every department file written and registered
002980*    4 - burst, but a graph in the print file is on no summary
002990*        line, the catalog would not open, a department file
003000*        would not open, or the register could not be written
003010*    8 - the command line was not understood, the print file or
003020*        summary would not open, or the run had more graphs or
003030*        departments than the tables hold; nothing burst
003040 PROCEDURE DIVISION.
003050 PROG-MAIN.
003060     PERFORM SET-MACHINE-STAMP.
003070     PERFORM TAKE-COMMAND-LINE-VALUES
003080        THRU TAKE-COMMAND-LINE-VALUES-EXIT.
003090     IF PARAMETER-VALID-FLAG = 'N'
003100        MOVE 8 TO RETURN-CODE
003110        GO TO PROG-DONE.
003120     PERFORM LOAD-SUMMARY THRU LOAD-SUMMARY-EXIT.
003130     IF PARAMETER-VALID-FLAG = 'N'
003140        MOVE 8 TO RETURN-CODE
003150        GO TO PROG-DONE.
003160     PERFORM SCAN-PRINT-FILE THRU SCAN-PRINT-FILE-EXIT.
003170     IF PARAMETER-VALID-FLAG = 'N'
003180        MOVE 8 TO RETURN-CODE
003190        GO TO PROG-DONE.
003200     PERFORM ASSIGN-DEPARTMENTS THRU ASSIGN-DEPARTMENTS-EXIT.
003210     PERFORM BUILD-DEPARTMENT-TABLE.
003220     IF TABLE-FULL-FLAG = 'Y'
003230        DISPLAY "DDABRST: more than 50 departments; "
003240           "nothing burst."
003250        MOVE 8 TO RETURN-CODE
003260        GO TO PROG-DONE.
003270*The register only ever grows; the very first burst finds no
003280*distrib.reg (status 35) and starts one.
003290     OPEN EXTEND REGISTER-FILE.
003300     IF REGISTER-FILE-STATUS = "35"
003310        OPEN OUTPUT REGISTER-FILE.
003320     IF REGISTER-FILE-STATUS = "00"
003330        MOVE 'Y' TO REGISTER-OPEN-FLAG
003340     ELSE
003350        DISPLAY "DDABRST: cannot open distrib.reg."
003360     END-IF.
003370     PERFORM BURST-ONE-DEPARTMENT THRU BURST-ONE-DEPARTMENT-EXIT
003380        VARYING D FROM 1 BY 1 UNTIL D > DEPARTMENT-COUNT.
003390     IF REGISTER-OPEN-FLAG = 'Y'
003400        CLOSE REGISTER-FILE.
003410     DISPLAY "DDABRST: " GRAPH-COUNT " graphs burst to "
003420        DEPARTMENT-COUNT " departments.".
003430     IF UNASSIGNED-COUNT > 0
003440        DISPLAY "DDABRST: " UNASSIGNED-COUNT
003450           " graphs had no department; sent to UNASSIGNED.".
003460     IF UNMATCHED-COUNT > 0 OR CATALOG-MISSING-FLAG = 'Y'
003470        OR DEPARTMENT-FAILED-COUNT > 0
003480        OR REGISTER-OPEN-FLAG = 'N'
003490        MOVE 4 TO RETURN-CODE
003500        GO TO PROG-DONE.
003510     MOVE 0 TO RETURN-CODE.
003520
003530 PROG-DONE.
003540     STOP RUN.
003550
003560*The machine date with the century put back, through the same
003570*window DDA uses, and the time of day, for the register stamp.
003580 SET-MACHINE-STAMP.
003590     ACCEPT WS-RUN-DATE FROM DATE.
003600     ACCEPT WS-RUN-TIME FROM TIME.
003610     MOVE WS-RUN-MM TO MACH-MONTH.
003620     MOVE WS-RUN-DD TO MACH-DAY.
003630     IF WS-RUN-YY NOT < 70
003640        COMPUTE MACH-YEAR = 1900 + WS-RUN-YY
003650     ELSE
003660        COMPUTE MACH-YEAR = 2000 + WS-RUN-YY
003670     END-IF.
003680     MOVE MACHINE-DATE-NUM TO BUSINESS-DATE-NUM.
003690
003700*Positional: DDABRST <print-file> [<summary>]. The print file
003710*has no default; bursting the wrong one would be worse than
003720*bursting none.
003730 TAKE-COMMAND-LINE-VALUES.
003740     MOVE SPACES TO WS-COMMAND-LINE.
003750     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003760     MOVE SPACES TO WS-CMD-PRINT-NAME.
003770     MOVE SPACES TO WS-CMD-SUMMARY-NAME.
003780     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
003790         INTO WS-CMD-PRINT-NAME WS-CMD-SUMMARY-NAME.
003800     IF WS-CMD-PRINT-NAME = SPACES
003810        DISPLAY "DDABRST: print file must be given."
003820        MOVE 'N' TO PARAMETER-VALID-FLAG
003830        GO TO TAKE-COMMAND-LINE-VALUES-EXIT.
003840     MOVE WS-CMD-PRINT-NAME TO WS-PRINT-FILENAME.
003850     IF WS-CMD-SUMMARY-NAME NOT = SPACES
003860        MOVE WS-CMD-SUMMARY-NAME TO WS-SUMMARY-FILENAME.
003870 TAKE-COMMAND-LINE-VALUES-EXIT.
003880     EXIT.
003890
003900*The summary: the business date off its heading, and one graph
003910*table entry per outcome line.
003920 LOAD-SUMMARY.
003930     OPEN INPUT SUMMARY-FILE.
003940     IF SUMMARY-FILE-STATUS NOT = "00"
003950        DISPLAY "DDABRST: cannot open summary "
003960           WS-SUMMARY-FILENAME
003970        MOVE 'N' TO PARAMETER-VALID-FLAG
003980        GO TO LOAD-SUMMARY-EXIT.
003990     MOVE 'N' TO SUMMARY-EOF.
004000     PERFORM TAKE-NEXT-SUMMARY-LINE
004010        THRU TAKE-NEXT-SUMMARY-LINE-EXIT
004020        UNTIL SUMMARY-EOF = 'Y'.
004030     CLOSE SUMMARY-FILE.
004040     IF TABLE-FULL-FLAG = 'Y'
004050        DISPLAY "DDABRST: more than 200 graphs; nothing burst."
004060        MOVE 'N' TO PARAMETER-VALID-FLAG
004070        GO TO LOAD-SUMMARY-EXIT.
004080     IF DATE-GIVEN-FLAG = 'N'
004090        DISPLAY "DDABRST: summary carries no business date; "
004100           "machine date used.".
004110 LOAD-SUMMARY-EXIT.
004120     EXIT.
004130
004140*Only outcome lines carry the MISMATCH= field in column 43; the
004150*heading gives the date and the totals line is passed over.
004160 TAKE-NEXT-SUMMARY-LINE.
004170     READ SUMMARY-FILE
004180        AT END MOVE 'Y' TO SUMMARY-EOF
004190     END-READ.
004200     IF SUMMARY-EOF = 'Y'
004210        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004220     IF SR-HEADING-TEXT = "DDA RUN SUMMARY"
004230        IF DATE-GIVEN-FLAG = 'N'
004240           AND SR-RUN-MM IS NUMERIC AND SR-RUN-DD IS NUMERIC
004250           AND SR-RUN-YEAR IS NUMERIC
004260           MOVE SR-RUN-MM TO BUS-MONTH
004270           MOVE SR-RUN-DD TO BUS-DAY
004280           MOVE SR-RUN-YEAR TO BUS-YEAR
004290           MOVE 'Y' TO DATE-GIVEN-FLAG
004300        END-IF
004310        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004320     IF SR-MISMATCH-LABEL NOT = "MISMATCH="
004330        OR SR-OUTPUT-NAME = SPACES
004340        GO TO TAKE-NEXT-SUMMARY-LINE-EXIT.
004350     PERFORM ADD-GRAPH-ENTRY.
004360     IF TABLE-FULL-FLAG = 'N'
004370        MOVE SR-OUTPUT-NAME TO GR-NAME(GRAPH-COUNT)
004380        MOVE SR-OUTCOME TO GR-OUTCOME(GRAPH-COUNT).
004390 TAKE-NEXT-SUMMARY-LINE-EXIT.
004400     EXIT.
004410
004420*A fresh, empty entry at the end of the graph table, or the
004430*table-full flag when there is no room for one.
004440 ADD-GRAPH-ENTRY.
004450     IF GRAPH-COUNT NOT < GRAPH-LIMIT
004460        MOVE 'Y' TO TABLE-FULL-FLAG
004470     ELSE
004480        ADD 1 TO GRAPH-COUNT
004490        MOVE SPACES TO GR-NAME(GRAPH-COUNT)
004500        MOVE SPACES TO GR-OUTCOME(GRAPH-COUNT)
004510        MOVE SPACES TO GR-DEPT(GRAPH-COUNT)
004520        MOVE 1 TO GR-COPIES(GRAPH-COUNT)
004530        MOVE 'N' TO GR-CATALOG-FLAG(GRAPH-COUNT)
004540        MOVE 0 TO GR-START(GRAPH-COUNT)
004550        MOVE 0 TO GR-RECORDS(GRAPH-COUNT)
004560        MOVE 0 TO GR-PAGES(GRAPH-COUNT)
004570     END-IF.
004580
004590*The print file: where each graph's pages start and how long
004600*they run.
004610 SCAN-PRINT-FILE.
004620     OPEN INPUT PRINT-FILE.
004630     IF PRINT-FILE-STATUS NOT = "00"
004640        DISPLAY "DDABRST: cannot open print file "
004650           WS-PRINT-FILENAME
004660        MOVE 'N' TO PARAMETER-VALID-FLAG
004670        GO TO SCAN-PRINT-FILE-EXIT.
004680     MOVE 'N' TO PRINT-EOF.
004690     MOVE 0 TO PRINT-RECORD-NUMBER.
004700     MOVE 0 TO CURRENT-GRAPH.
004710     MOVE SPACES TO CURRENT-SEQ-TEXT.
004720     PERFORM TAKE-NEXT-PRINT-RECORD
004730        THRU TAKE-NEXT-PRINT-RECORD-EXIT
004740        UNTIL PRINT-EOF = 'Y'.
004750     CLOSE PRINT-FILE.
004760     IF TABLE-FULL-FLAG = 'Y'
004770        DISPLAY "DDABRST: more than 200 graphs; nothing burst."
004780        MOVE 'N' TO PARAMETER-VALID-FLAG.
004790 SCAN-PRINT-FILE-EXIT.
004800     EXIT.
004810
004820*A page heading under a new graph number opens the next graph;
004830*one under the same number is a continuation page. Every record
004840*counts toward the graph it falls in.
004850 TAKE-NEXT-PRINT-RECORD.
004860     READ PRINT-FILE
004870        AT END MOVE 'Y' TO PRINT-EOF
004880     END-READ.
004890     IF PRINT-EOF = 'Y'
004900        GO TO TAKE-NEXT-PRINT-RECORD-EXIT.
004910     ADD 1 TO PRINT-RECORD-NUMBER.
004920     IF PR-CC = '1' AND PR-PAGE-LABEL = "PAGE "
004930        IF PR-SEQ NOT = CURRENT-SEQ-TEXT OR CURRENT-GRAPH = 0
004940           PERFORM START-PRINTED-GRAPH
004950              THRU START-PRINTED-GRAPH-EXIT
004960        END-IF
004970        IF CURRENT-GRAPH NOT = 0
004980           ADD 1 TO GR-PAGES(CURRENT-GRAPH)
004990        END-IF
005000     END-IF.
005010     IF CURRENT-GRAPH NOT = 0
005020        ADD 1 TO GR-RECORDS(CURRENT-GRAPH).
005030 TAKE-NEXT-PRINT-RECORD-EXIT.
005040     EXIT.
005050
005060*The graph's summary line is the first one of its name not yet
005070*paired with pages; with none, the graph is added as NOT IN
005080*SUMMARY so it is still delivered and registered.
005090 START-PRINTED-GRAPH.
005100     MOVE PR-SEQ TO CURRENT-SEQ-TEXT.
005110     MOVE 0 TO MATCH-INDEX.
005120     PERFORM FIND-SUMMARY-GRAPH
005130        VARYING K FROM 1 BY 1
005140        UNTIL K > GRAPH-COUNT OR MATCH-INDEX NOT = 0.
005150     IF MATCH-INDEX = 0
005160        PERFORM ADD-GRAPH-ENTRY
005170        IF TABLE-FULL-FLAG = 'Y'
005180           MOVE 0 TO CURRENT-GRAPH
005190           GO TO START-PRINTED-GRAPH-EXIT
005200        END-IF
005210        MOVE GRAPH-COUNT TO MATCH-INDEX
005220        MOVE PR-NAME TO GR-NAME(MATCH-INDEX)
005230        MOVE "NOT IN SUMMARY" TO GR-OUTCOME(MATCH-INDEX)
005240        ADD 1 TO UNMATCHED-COUNT
005250        DISPLAY "DDABRST: graph " PR-NAME
005260           " is on no summary line."
005270     END-IF.
005280     MOVE MATCH-INDEX TO CURRENT-GRAPH.
005290     MOVE PRINT-RECORD-NUMBER TO GR-START(CURRENT-GRAPH).
005300 START-PRINTED-GRAPH-EXIT.
005310     EXIT.
005320
005330 FIND-SUMMARY-GRAPH.
005340     IF GR-NAME(K) = PR-NAME AND GR-START(K) = 0
005350        MOVE K TO MATCH-INDEX.
005360
005370*The catalog: department and copies for every graph it names.
005380 ASSIGN-DEPARTMENTS.
005390     MOVE 'N' TO CATALOG-EOF.
005400     OPEN INPUT CATALOG-FILE.
005410     IF CATALOG-FILE-STATUS NOT = "00"
005420        DISPLAY "DDABRST: cannot open catalog.txt; "
005430           "every graph UNASSIGNED."
005440        MOVE 'Y' TO CATALOG-MISSING-FLAG
005450     ELSE
005460        PERFORM TAKE-NEXT-CATALOG-RECORD
005470           THRU TAKE-NEXT-CATALOG-RECORD-EXIT
005480           UNTIL CATALOG-EOF = 'Y'
005490        CLOSE CATALOG-FILE
005500     END-IF.
005510     PERFORM DEFAULT-GRAPH-DEPARTMENT
005520        VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT.
005530 ASSIGN-DEPARTMENTS-EXIT.
005540     EXIT.
005550
005560*Split as DDA splits it, then the DEPT=/COPIES= tokens (and any
005570*HI/LO limits, which are simply stepped over) up to the title.
005580*As in DDA, the first record for a series is the one that
005590*counts.
005600 TAKE-NEXT-CATALOG-RECORD.
005610     READ CATALOG-FILE
005620        AT END MOVE 'Y' TO CATALOG-EOF
005630     END-READ.
005640     IF CATALOG-EOF = 'Y'
005650        GO TO TAKE-NEXT-CATALOG-RECORD-EXIT.
005660     IF CATALOG-RECORD(1:1) = '*'
005670        GO TO TAKE-NEXT-CATALOG-RECORD-EXIT.
005680     MOVE SPACES TO CAT-NAME.
005690     MOVE SPACES TO CAT-FIELD-TABLE.
005700     MOVE SPACES TO CAT-DEPT.
005710     MOVE 1 TO CAT-COPIES.
005720     MOVE 1 TO CAT-PTR.
005730     UNSTRING CATALOG-RECORD DELIMITED BY SPACE
005740         INTO CAT-NAME CAT-FIELD(1) CAT-FIELD(2) CAT-FIELD(3)
005750              CAT-FIELD(4) CAT-FIELD(5) CAT-FIELD(6)
005760              CAT-FIELD(7)
005770         WITH POINTER CAT-PTR.
005780     IF CAT-NAME = SPACES
005790        GO TO TAKE-NEXT-CATALOG-RECORD-EXIT.
005800     MOVE 'Y' TO CAT-OPTION-FLAG.
005810     PERFORM TAKE-CATALOG-OPTION
005820        THRU TAKE-CATALOG-OPTION-EXIT
005830        UNTIL CAT-OPTION-FLAG = 'N'.
005840     PERFORM APPLY-CATALOG-RECORD
005850        VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT.
005860 TAKE-NEXT-CATALOG-RECORD-EXIT.
005870     EXIT.
005880
005890 TAKE-CATALOG-OPTION.
005900     MOVE 'N' TO CAT-OPTION-FLAG.
005910     IF CAT-PTR > 120
005920        GO TO TAKE-CATALOG-OPTION-EXIT.
005930     MOVE CAT-PTR TO CAT-PEEK-PTR.
005940     MOVE SPACES TO CAT-OPTION-TOKEN.
005950     UNSTRING CATALOG-RECORD DELIMITED BY SPACE
005960         INTO CAT-OPTION-TOKEN
005970         WITH POINTER CAT-PEEK-PTR.
005980     IF CAT-OPTION-TOKEN(1:5) = "DEPT="
005990        MOVE CAT-OPTION-TOKEN(6:12) TO CAT-DEPT
006000        MOVE 'Y' TO CAT-OPTION-FLAG.
006010     IF CAT-OPTION-TOKEN(1:7) = "COPIES="
006020        IF CAT-OPTION-TOKEN(9:1) = SPACE
006030           MOVE '0' TO CAT-COPIES-DIGITS(1:1)
006040           MOVE CAT-OPTION-TOKEN(8:1) TO CAT-COPIES-DIGITS(2:1)
006050        ELSE
006060           MOVE CAT-OPTION-TOKEN(8:2) TO CAT-COPIES-DIGITS
006070        END-IF
006080        IF CAT-COPIES-DIGITS IS NUMERIC AND CAT-COPIES-NUM > 0
006090           MOVE CAT-COPIES-NUM TO CAT-COPIES
006100        END-IF
006110        MOVE 'Y' TO CAT-OPTION-FLAG
006120     END-IF.
006130     IF (CAT-OPTION-TOKEN(1:2) = "HI" OR
006140         CAT-OPTION-TOKEN(1:2) = "LO")
006150        AND (CAT-OPTION-TOKEN(3:1) = '+' OR
006160             CAT-OPTION-TOKEN(3:1) = '-')
006170        MOVE 'Y' TO CAT-OPTION-FLAG.
006180     IF CAT-OPTION-FLAG = 'Y'
006190        MOVE CAT-PEEK-PTR TO CAT-PTR.
006200 TAKE-CATALOG-OPTION-EXIT.
006210     EXIT.
006220
006230 APPLY-CATALOG-RECORD.
006240     IF GR-NAME(K) = CAT-NAME AND GR-CATALOG-FLAG(K) = 'N'
006250        MOVE 'Y' TO GR-CATALOG-FLAG(K)
006260        MOVE CAT-DEPT TO GR-DEPT(K)
006270        MOVE CAT-COPIES TO GR-COPIES(K).
006280
006290 DEFAULT-GRAPH-DEPARTMENT.
006300     IF GR-DEPT(K) = SPACES
006310        MOVE UNASSIGNED-DEPARTMENT TO GR-DEPT(K)
006320        ADD 1 TO UNASSIGNED-COUNT.
006330
006340*One department table entry per department, in the order its
006350*first graph comes up.
006360 BUILD-DEPARTMENT-TABLE.
006370     MOVE 0 TO DEPARTMENT-COUNT.
006380     PERFORM ENTER-GRAPH-DEPARTMENT
006390        VARYING K FROM 1 BY 1
006400        UNTIL K > GRAPH-COUNT OR TABLE-FULL-FLAG = 'Y'.
006410
006420 ENTER-GRAPH-DEPARTMENT.
006430     MOVE 'N' TO DEPARTMENT-FOUND-FLAG.
006440     PERFORM FIND-GRAPH-DEPARTMENT
006450        VARYING D FROM 1 BY 1
006460        UNTIL D > DEPARTMENT-COUNT OR DEPARTMENT-FOUND-FLAG = 'Y'.
006470     IF DEPARTMENT-FOUND-FLAG = 'N'
006480        IF DEPARTMENT-COUNT NOT < DEPARTMENT-LIMIT
006490           MOVE 'Y' TO TABLE-FULL-FLAG
006500        ELSE
006510           ADD 1 TO DEPARTMENT-COUNT
006520           MOVE GR-DEPT(K) TO DT-NAME(DEPARTMENT-COUNT)
006530           MOVE 0 TO DT-GRAPHS(DEPARTMENT-COUNT)
006540           MOVE 0 TO DT-PAGES(DEPARTMENT-COUNT)
006550           MOVE 0 TO DT-COVER-PAGES(DEPARTMENT-COUNT)
006560           MOVE 'N' TO DT-WRITTEN-FLAG(DEPARTMENT-COUNT)
006570        END-IF
006580     END-IF.
006590
006600 FIND-GRAPH-DEPARTMENT.
006610     IF DT-NAME(D) = GR-DEPT(K)
006620        MOVE 'Y' TO DEPARTMENT-FOUND-FLAG.
006630
006640*One department: its cover sheet, its graphs' pages once per
006650*copy, and its lines in the register.
006660 BURST-ONE-DEPARTMENT.
006670     MOVE SPACES TO WS-DEPARTMENT-FILENAME.
006680     STRING WS-PRINT-FILENAME DELIMITED BY SPACE
006690            "." DELIMITED BY SIZE
006700            DT-NAME(D) DELIMITED BY SPACE
006710         INTO WS-DEPARTMENT-FILENAME.
006720     OPEN OUTPUT DEPARTMENT-FILE.
006730     IF DEPARTMENT-FILE-STATUS NOT = "00"
006740        DISPLAY "DDABRST: cannot open " WS-DEPARTMENT-FILENAME
006750        ADD 1 TO DEPARTMENT-FAILED-COUNT
006760        PERFORM REGISTER-GRAPH
006770           VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT
006780        GO TO BURST-ONE-DEPARTMENT-EXIT.
006790     MOVE 'Y' TO DT-WRITTEN-FLAG(D).
006800     PERFORM WRITE-COVER-SHEET.
006810     PERFORM SEND-GRAPH-PAGES
006820        VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT.
006830     CLOSE DEPARTMENT-FILE.
006840     PERFORM REGISTER-GRAPH
006850        VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT.
006860     COMPUTE DT-PAGES(D) = DT-PAGES(D) + DT-COVER-PAGES(D).
006870     DISPLAY "DDABRST: " DT-NAME(D) " "
006880        DT-GRAPHS(D) " graphs, " DT-PAGES(D) " pages.".
006890 BURST-ONE-DEPARTMENT-EXIT.
006900     EXIT.
006910
006920*The cover sheet: a line per graph of the department, then the
006930*totals. The last line can itself spill onto a fresh page, so
006940*the page break is taken before the cover page count is read.
006950 WRITE-COVER-SHEET.
006960     MOVE 0 TO DT-COVER-PAGES(D).
006970     MOVE 99 TO LINES-ON-PAGE.
006980     PERFORM LIST-COVER-GRAPH
006990        VARYING K FROM 1 BY 1 UNTIL K > GRAPH-COUNT.
007000     MOVE SPACES TO PRINT-DATA.
007010     PERFORM PUT-COVER-DATA.
007020     IF LINES-ON-PAGE NOT < PAGE-SIZE
007030        PERFORM WRITE-COVER-HEADING.
007040     MOVE DT-GRAPHS(D) TO CT-GRAPHS.
007050     MOVE DT-PAGES(D) TO CT-PAGES.
007060     MOVE DT-COVER-PAGES(D) TO CT-COVER-PAGES.
007070     COMPUTE CT-TOTAL-PAGES = DT-PAGES(D) + DT-COVER-PAGES(D).
007080     MOVE COVER-TOTAL-LINE TO PRINT-DATA.
007090     PERFORM PUT-COVER-DATA.
007100
007110 LIST-COVER-GRAPH.
007120     IF GR-DEPT(K) = DT-NAME(D)
007130        ADD 1 TO DT-GRAPHS(D)
007140        COMPUTE DT-PAGES(D) =
007150           DT-PAGES(D) + GR-PAGES(K) * GR-COPIES(K)
007160        MOVE GR-NAME(K) TO CD-NAME
007170        MOVE GR-OUTCOME(K) TO CD-OUTCOME
007180        MOVE GR-PAGES(K) TO CD-PAGES
007190        MOVE GR-COPIES(K) TO CD-COPIES
007200        COMPUTE CD-TO-PRINT = GR-PAGES(K) * GR-COPIES(K)
007210        IF GR-PAGES(K) = 0
007220           MOVE "NOT PRINTED" TO CD-NOTE
007230        ELSE
007240           MOVE SPACES TO CD-NOTE
007250        END-IF
007260        MOVE COVER-DETAIL-LINE TO PRINT-DATA
007270        PERFORM PUT-COVER-DATA
007280     END-IF.
007290
007300*Every cover line lands here: a full page first gets a fresh
007310*one, then the line goes out single-spaced.
007320 PUT-COVER-DATA.
007330     IF LINES-ON-PAGE NOT < PAGE-SIZE
007340        PERFORM WRITE-COVER-HEADING.
007350     MOVE ' ' TO PRINT-CC.
007360     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007370     ADD 1 TO LINES-ON-PAGE.
007380
007390*Page eject and heading, the files the sheet came from, and the
007400*column headings: six lines before the first graph on a page.
007410*PRINT-DATA is kept across it for the line waiting to go out.
007420 WRITE-COVER-HEADING.
007430     MOVE PRINT-DATA TO COVER-HOLD-LINE.
007440     ADD 1 TO DT-COVER-PAGES(D).
007450     MOVE DT-NAME(D) TO CH-DEPT.
007460     MOVE BUS-MONTH TO CH-MM.
007470     MOVE BUS-DAY TO CH-DD.
007480     MOVE BUS-YEAR TO CH-YEAR.
007490     MOVE DT-COVER-PAGES(D) TO CH-PAGE.
007500     MOVE '1' TO PRINT-CC.
007510     MOVE COVER-HEADING-LINE TO PRINT-DATA.
007520     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007530     MOVE ' ' TO PRINT-CC.
007540     MOVE SPACES TO PRINT-DATA.
007550     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007560     MOVE WS-PRINT-FILENAME TO CF-PRINT-NAME.
007570     MOVE WS-SUMMARY-FILENAME TO CF-SUMMARY-NAME.
007580     MOVE WS-DEPARTMENT-FILENAME TO CF-DEPARTMENT-NAME.
007590     MOVE COVER-FILE-LINE TO PRINT-DATA.
007600     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007610     MOVE SPACES TO PRINT-DATA.
007620     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007630     MOVE COVER-COLUMN-HEADING TO PRINT-DATA.
007640     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007650     MOVE SPACES TO PRINT-DATA.
007660     WRITE DEPARTMENT-RECORD FROM PRINT-BUILD-LINE.
007670     MOVE 6 TO LINES-ON-PAGE.
007680     MOVE COVER-HOLD-LINE TO PRINT-DATA.
007690
007700*A printed graph of the department goes out once per copy, each
007710*copy read afresh from the print file from the graph's first
007720*heading, so every copy opens on its own page eject.
007730 SEND-GRAPH-PAGES.
007740     IF GR-DEPT(K) = DT-NAME(D) AND GR-PAGES(K) > 0
007750        PERFORM COPY-GRAPH-PAGES THRU COPY-GRAPH-PAGES-EXIT
007760           VARYING COPY-NUMBER FROM 1 BY 1
007770           UNTIL COPY-NUMBER > GR-COPIES(K).
007780
007790 COPY-GRAPH-PAGES.
007800     OPEN INPUT PRINT-FILE.
007810     IF PRINT-FILE-STATUS NOT = "00"
007820        GO TO COPY-GRAPH-PAGES-EXIT.
007830     MOVE 'N' TO PRINT-EOF.
007840     COMPUTE SKIP-TARGET = GR-START(K) - 1.
007850     PERFORM SKIP-PRINT-RECORD
007860        VARYING J FROM 1 BY 1
007870        UNTIL J > SKIP-TARGET OR PRINT-EOF = 'Y'.
007880     PERFORM COPY-PRINT-RECORD
007890        VARYING J FROM 1 BY 1
007900        UNTIL J > GR-RECORDS(K) OR PRINT-EOF = 'Y'.
007910     CLOSE PRINT-FILE.
007920 COPY-GRAPH-PAGES-EXIT.
007930     EXIT.
007940
007950 SKIP-PRINT-RECORD.
007960     READ PRINT-FILE
007970        AT END MOVE 'Y' TO PRINT-EOF
007980     END-READ.
007990
008000 COPY-PRINT-RECORD.
008010     READ PRINT-FILE
008020        AT END MOVE 'Y' TO PRINT-EOF
008030     END-READ.
008040     IF PRINT-EOF = 'N'
008050        WRITE DEPARTMENT-RECORD FROM PRINT-RECORD.
008060
008070*The department's graphs into the register: BURST when pages
008080*went into the department file, NO PAGES when the graph never
008090*reached the print file, NOT WRITTEN when the department file
008100*itself would not open.
008110 REGISTER-GRAPH.
008120     IF GR-DEPT(K) = DT-NAME(D) AND REGISTER-OPEN-FLAG = 'Y'
008130        MOVE BUSINESS-DATE-NUM TO RG-BUSINESS-DATE
008140        MOVE DT-NAME(D) TO RG-DEPT
008150        MOVE GR-NAME(K) TO RG-GRAPH
008160        MOVE GR-OUTCOME(K) TO RG-OUTCOME
008170        MOVE GR-PAGES(K) TO RG-PAGES
008180        MOVE GR-COPIES(K) TO RG-COPIES
008190        IF DT-WRITTEN-FLAG(D) = 'N'
008200           MOVE "NOT WRITTEN" TO RG-DELIVERY
008210        ELSE
008220           IF GR-PAGES(K) = 0
008230              MOVE "NO PAGES" TO RG-DELIVERY
008240           ELSE
008250              MOVE "BURST" TO RG-DELIVERY
008260           END-IF
008270        END-IF
008280        MOVE WS-PRINT-FILENAME TO RG-PRINT-NAME
008290        MOVE WS-DEPARTMENT-FILENAME TO RG-DEPARTMENT-NAME
008300        MOVE MACHINE-DATE-NUM TO RG-STAMP-DATE
008310        MOVE WS-RUN-TIME TO RG-STAMP-TIME
008320        WRITE REGISTER-RECORD FROM REGISTER-LINE
008330     END-IF.
