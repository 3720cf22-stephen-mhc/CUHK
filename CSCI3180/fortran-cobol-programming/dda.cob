000500     SELECT CATALOG-FILE ASSIGN TO DISK
000510       ORGANIZATION IS LINE SEQUENTIAL
000520       FILE STATUS IS CATALOG-FILE-STATUS.
000530     SELECT BREACH-FILE
000540       ASSIGN TO DYNAMIC WS-BREACH-FILENAME
000550       ORGANIZATION IS LINE SEQUENTIAL
000560       FILE STATUS IS BREACH-FILE-STATUS.
000570     SELECT HISTORY-FILE ASSIGN TO DISK
000580       ORGANIZATION IS INDEXED
000590       ACCESS MODE IS DYNAMIC
000600       RECORD KEY IS HIST-KEY
000610       FILE STATUS IS HISTORY-FILE-STATUS.
000620     SELECT INTAKE-FILE ASSIGN TO DISK
000630       ORGANIZATION IS INDEXED
000640       ACCESS MODE IS DYNAMIC
000650       RECORD KEY IS INT-KEY
000660       ALTERNATE RECORD KEY IS INT-FINGERPRINT WITH DUPLICATES
000670       FILE STATUS IS INTAKE-FILE-STATUS.
000680     SELECT RUN-REGISTER-FILE ASSIGN TO DISK
000690       ORGANIZATION IS INDEXED
000700       ACCESS MODE IS DYNAMIC
000710       RECORD KEY IS RR-RUN-ID
000720       ALTERNATE RECORD KEY IS RR-BUSINESS-DATE WITH DUPLICATES
000730       FILE STATUS IS RUN-REGISTER-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770*Lists the point-set/output-name pairs to plot in one run. Each
000780*detail line is INPUT-NAME, a space, OUTPUT-NAME, optionally
000790*followed by SCALE-X SCALE-Y OFFSET-X OFFSET-Y (each a signed
000800*digit string in the same format as RAW-X1/RAW-Y1, no decimal
000810*point) to override the identity transform for that point-set,
000820*and/or one of the keywords SCATTER, BAR, or LINE to pick how
000830*the set is drawn (see PLOT-MODE). The keyword EDIT runs the
000840*input through the DDAEDIT judgements first and plots only
000850*the survivors (see EDIT-INPUT-FILE).
000860*The tokens HI<value> and LO<value> (value signed like the
000870*transform tokens, in the series' own units) set the set's
000880*upper and lower control limits: each is drawn across the
000890*graph as a reference line and every point beyond one is
000900*listed in <output-name>.brk (see CHECK-POINT-AGAINST-LIMITS).
000910*When control.txt is absent we fall back to the historical single
000920*input.txt/output.txt pair (see PROCESS-DEFAULT-SET).
000930*A record reading "OVERLAY <output-name>" starts an overlay
000940*group: every detail record up to the matching "ENDOVERLAY"
000950*record (or end of file) is plotted onto ONE shared canvas and
000960*the combined graph is written once to <output-name>. Member
000970*records keep the normal layout; their own OUTPUT-NAME still
000980*names the per-set report and checkpoint files, but no per-set
000990*graph file is written. Each member keeps its own POINT-SYMBOL,
001000*so the legend header of the combined graph tells the overlaid
001010*series apart.
001020*A record reading "COMPARE <input-a> <input-b> <output-name>"
001030*plots the two sets' divergence onto one graph (see
001040*PROCESS-COMPARE-GRAPH).
001050*A record reading "PRINT <print-file-name>" switches the rest
001060*of the run to one print-ready output file with carriage
001070*control and page headings (see START-PRINT-MODE); it reads
001080*most naturally as the first record.
001090*A record reading "MULTI <input-file>" names a physical file
001100*carrying several point-sets behind "SERIES <name> <count>"
001110*delimiter records (see the INPUT-FILE notes below): each
001120*contained series is plotted to its own output named after the
001130*series, with its own run log, checkpoint, and history entry,
001140*so one daily transmission no longer needs splitting by hand.
001150*Option tokens on the MULTI record apply to every contained
001160*series, and a MULTI record inside an overlay group overlays
001170*all its series onto the shared canvas.
001180*A record reading "PLOT <series-name>" draws a standard series
001190*the way the central catalog (see CATALOG-FILE) says it should
001200*be drawn; option tokens on the record override the catalog
001210*where given (see PROCESS-PLOT-RECORD).
001220*A record reading "DATE <yyyymmdd>" names the BUSINESS date the
001230*whole run is stamped with -- graph headers, summary heading,
001240*and history keys -- in place of the machine date, so a late
001250*feed rerun on Tuesday still carries Monday's date (see
001260*TAKE-DATE-DIRECTIVE). Anywhere in the file works; it is picked
001270*up before any output is written, like SUMMARY below.
001280*A record reading "SUMMARY <name>" sends this run's summary to
001290*its own file instead of the shared summary.txt, so decks that
001300*overlap do not wipe each other's summaries; the run's restart
001310*state follows the name as <name>.ckp (see
001320*TAKE-SUMMARY-DIRECTIVE).
001330 FD CONTROL-FILE
001340     LABEL RECORDS ARE STANDARD
001350     VALUE OF FILE-ID IS "control.txt".
001360 01 CTL-RECORD PIC X(70).
001370 FD INPUT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390*The header record carries the declared point count. NUM is the
001400*historical 2-digit layout; the extended layout simply carries
001410*more digits (up to four, so a series can run into the
001420*thousands) in the same columns. Both land in the same record
001430*area and PARSE-HEADER-COUNT reads however many digits are
001440*there, so old files keep working unchanged.
001450*A file named on a MULTI control record carries no top header;
001460*instead each contained point-set opens with a delimiter
001470*record "SERIES <name> <count>" followed by that many ordinary
001480*POINTS records. SPLIT-MULTI-FILE carves such a file into one
001490*<name>.pts file per series, each in this historical layout.
001500 01 NUM       PIC 99.
001510 01 NUM-EXTENDED.
001520    03 HEADER-COUNT-TEXT PIC X(4).
001530*A point record's raw image. Two layouts land here: the
001540*historical one with 2-digit coordinate columns, and the wide
001550*one with 3-digit columns for graphs running past column 98
001560*(365-column daily series on the 132-column print chain). The
001570*third column tells them apart -- a separator blank in the old
001580*layout, a digit in the wide one -- and DECODE-POINT-TEXT picks
001590*either apart into the same working fields, so old files plot
001600*exactly as they always have. Both layouts may carry the
001610*optional signed/fractional RAW coordinate pair after the
001620*symbol column; a blank pair means the plain integer columns
001630*are the real point, and a present-and-numeric pair is run
001640*through SCALE-X/SCALE-Y/OFFSET-X/OFFSET-Y instead (see
001650*TRANSFORM-POINT-1/TRANSFORM-POINT-2) so real-valued series can
001660*still be mapped into the grid's integer domain.
001670*A record whose symbol column holds the annotation mark (see
001680*ANNOTATION-MARK) is not a point but a note for the reader: its
001690*coordinate columns give the cell the note starts at, and the
001700*columns after the symbol -- where a RAW pair would sit -- carry
001710*the text, up to 22 characters in the historical layout and 20
001720*in the wide one. Annotations are never paired, marked or
001730*counted against the header; PLACE-ANNOTATIONS writes them onto
001740*the finished canvas and the graph header lists them.
001750 01 POINT-RECORD PIC X(30).
001760 FD OUTPUT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01 ONE-LINE PIC X(999).
001790 FD REPORT-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01 REPORT-LINE PIC X(80).
001820*Carries enough state (GRAPH-TABLE plus how many pairs have been
001830*drawn so far) to resume a graph after a mid-run failure instead
001840*of redrawing it from scratch. Rewritten after every completed
001850*pair; truncated to empty on a clean finish (see CLEAR-CHECKPOINT
001860*paragraph below).
001870*One line per control record processed in a control-file run, so
001880*the scheduler (and whoever reads after it) can see how every
001890*point-set fared without counting output files against
001900*control.txt. Rewritten from scratch on every execution. The
001910*name defaults to the historical summary.txt; a run that may
001920*overlap another names its own with a "SUMMARY <name>" control
001930*record, so the second run's OPEN OUTPUT no longer wipes the
001940*first run's summary mid-flight (see TAKE-SUMMARY-DIRECTIVE).
001950*Its heading names the run ID the run registry gave the run.
001960 FD SUMMARY-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01 SUMMARY-RECORD PIC X(100).
001990*The single print-ready file a "PRINT <name>" control record
002000*routes every following graph into: column 1 carries ASA
002010*carriage control ('1' page eject, ' ' single space), so the
002020*shop printer starts every graph on a fresh page instead of
002030*splitting hand-concatenated files across page boundaries.
002040 FD PRINT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01 PRINT-RECORD PIC X(1000).
002070*Optional machine-readable companion to a graph, asked for
002080*with the EXPORT token on the control record: one delimited
002090*record per plotted cell -- x, y, the symbol placed, and the
002100*input pair that produced it -- written at the moment the cell
002110*is drawn, so downstream tools consume exactly what landed on
002120*the canvas, transform and all.
002130*An annotation exports as a record of its own: NOTE, the cell
002140*it starts at, and the text as it landed on the canvas, running
002150*to the end of the record.
002160 FD EXPORT-FILE
002170     LABEL RECORDS ARE STANDARD.
002180 01 EXPORT-RECORD PIC X(40).
002190*The cleaned copy of a point-set asked for with the EDIT
002200*control token: the input file run through the same judgements
002210*DDAEDIT applies, survivors only, header corrected to the
002220*surviving count. The set is then plotted from this file, so a
002230*hand-keyed letter in a coordinate column costs one reject
002240*line, not a half-plotted graph.
002250 FD EDIT-CLEAN-FILE
002260     LABEL RECORDS ARE STANDARD.
002270 01 EDIT-CLEAN-RECORD PIC X(30).
002280*The records the edit threw out, one line each with the line
002290*number and the reason, written to <output-name>.rej so the
002300*sending department can fix them from this file alone.
002310 FD EDIT-REJECT-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01 EDIT-REJECT-RECORD PIC X(90).
002340*One per-series point file carved out of a MULTI input file:
002350*a header record carrying the count the SERIES delimiter
002360*declared, then the series' own point records copied verbatim.
002370 FD SERIES-SPLIT-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 01 SPLIT-RECORD PIC X(30).
002400*Every input point of a limited set that lies above its upper
002410*control limit or below its lower one, one line each with the
002420*point's ordinal in the input file, its coordinates in the
002430*series' own units, and the limit it crossed, written to
002440*<output-name>.brk so the owner can chase the excursions
002450*without reading them off the canvas.
002460 FD BREACH-FILE
002470     LABEL RECORDS ARE STANDARD.
002480 01 BREACH-RECORD PIC X(80).
002490*The central series catalog, one record per standard series:
002500*    <name> <input-file> <mode> <symbol> <sx> <sy> <ox> <oy>
002510*    [HI<limit>] [LO<limit>] [DEPT=<dept>] [COPIES=<n>]
002520*    <display title...>
002530*with fields one space apart. <mode> is LINE, SCATTER, or BAR;
002540*<symbol> is the symbol a blank point record falls back to; the
002550*four transform values use the same sign-plus-five-digits format
002560*as a control record's. A period stands for "no value" in the
002570*symbol and transform positions, and everything after the eighth
002580*field is the display title HEADER-TITLE-LINE shows instead of
002590*the bare output name. Records opening with '*' are comments.
002600*Between the eighth field and the title a record may carry an
002610*upper and a lower control limit, HI or LO followed by a value
002620*in the same sign-plus-five-digits format, in the series' own
002630*units; a title cannot open with such a token.
002640*A "PLOT <name>" control record draws its settings from here,
002650*so the same series is mapped the same way no matter who typed
002660*the day's control file (see PROCESS-PLOT-RECORD).
002670*DEPT= names the department that owns the series' printed graph
002680*and COPIES= how many copies of it that department gets; DDA
002690*steps over both, and DDABRST reads them when it bursts the PRINT
002700*file by department. Neither can open a title either.
002710 FD CATALOG-FILE
002720     LABEL RECORDS ARE STANDARD
002730     VALUE OF FILE-ID IS "catalog.txt".
002740 01 CATALOG-RECORD PIC X(120).
002750*Every completed point-set is appended here, keyed by output
002760*name plus run date and time, so a series' statistics survive
002770*the next run overwriting its .rpt file. DDAHIST reads this
002780*file back to answer "how has series X been running". The
002790*trailing FILLER that left room for more statistics has been
002800*used up, the last of it by the run ID, so a further field now
002810*means rebuilding the file.
002820 FD HISTORY-FILE
002830     LABEL RECORDS ARE STANDARD
002840     VALUE OF FILE-ID IS "history.idx".
002850 01 HISTORY-RECORD.
002860    03 HIST-KEY.
002870       05 HIST-OUTPUT-NAME PIC X(20).
002880*The run date is the BUSINESS date, century and all (YYYYMMDD),
002890*so a series' runs list in true date order across the century
002900*boundary; DDAHCNV converts an archive written in the old
002910*two-digit-year layout.
002920       05 HIST-RUN-DATE PIC 9(8).
002930       05 HIST-RUN-TIME PIC 9(8).
002940    03 HIST-INPUT-NAME PIC X(20).
002950    03 HIST-POINTS-READ PIC 9(5).
002960    03 HIST-VERTICAL-COUNT PIC 9(5).
002970    03 HIST-LARGE-SLOPE-COUNT PIC 9(5).
002980    03 HIST-SMALL-SLOPE-COUNT PIC 9(5).
002990    03 HIST-ERROR-COUNT PIC 9(5).
003000    03 HIST-COLLISION-COUNT PIC 9(5).
003010    03 HIST-DIFF-COUNT PIC 9(5).
003020    03 HIST-BREACH-COUNT PIC 9(5).
003030*The run that wrote the entry, as the run registry numbers it,
003040*so a series' entry leads back to the execution that made it.
003050*Entries from before runs were numbered carry blanks here.
003060    03 HIST-RUN-ID PIC 9(5).
003070*One record per point-set a run takes in, keyed by series (the
003080*output name, as in the history key) plus business date: the
003090*fingerprint of what was delivered -- how many point records,
003100*the count the header declared, a checksum over the coordinate
003110*columns, and the first and last point records as they stood on
003120*file. The fingerprint is also an alternate key, so content
003130*delivered before under ANY name is found without a full pass.
003140*A set whose content matches a transmission accepted on an
003150*earlier business date is refused as a DUPLICATE and the match
003160*is named here and in its run log (see CHECK-INTAKE-REGISTER).
003170*DDAHIST INTAKE lists a series' transmissions back.
003180 FD INTAKE-FILE
003190     LABEL RECORDS ARE STANDARD
003200     VALUE OF FILE-ID IS "intake.idx".
003210 01 INTAKE-RECORD.
003220    03 INT-KEY.
003230       05 INT-SERIES-NAME PIC X(20).
003240       05 INT-BUSINESS-DATE PIC 9(8).
003250    03 INT-FINGERPRINT.
003260       05 INT-RECORD-COUNT PIC 9(5).
003270       05 INT-HEADER-COUNT PIC 9(4).
003280       05 INT-CHECKSUM PIC 9(15).
003290    03 INT-FIRST-POINT PIC X(30).
003300    03 INT-LAST-POINT PIC X(30).
003310    03 INT-INPUT-NAME PIC X(20).
003320    03 INT-RUN-TIME PIC 9(8).
003330*ACCEPTED, or DUPLICATE with the earlier transmission it matched.
003340    03 INT-OUTCOME PIC X(10).
003350    03 INT-MATCH-SERIES PIC X(20).
003360    03 INT-MATCH-DATE PIC 9(8).
003370    03 FILLER PIC X(10).
003380*One record per execution of DDA, keyed by the run ID the run
003390*gives itself at start (one past the highest on file), with the
003400*business date as an alternate key so every run made for a date
003410*-- reruns and overlapping decks alike -- lists together. The
003420*record is written as the run starts, status RUNNING and no end
003430*stamp, so a run that dies mid-way is still on file; it is
003440*rewritten when a batch checkpoint is taken up and again when
003450*the run ends. The run ID is stamped into each history entry and
003460*the summary heading. DDAHIST RUN and DDAHIST DATE read it back.
003470 FD RUN-REGISTER-FILE
003480     LABEL RECORDS ARE STANDARD
003490     VALUE OF FILE-ID IS "runreg.idx".
003500 01 RUN-REGISTER-RECORD.
003510    03 RR-RUN-ID PIC 9(5).
003520    03 RR-BUSINESS-DATE PIC 9(8).
003530*control.txt, or (NONE) for the historical input.txt/output.txt
003540*run, which has no summary file either.
003550    03 RR-CONTROL-NAME PIC X(20).
003560*Machine date (YYYYMMDD) and time (HHMMSSCC) the run started and
003570*ended; the end stamp stays zero while the run is going.
003580    03 RR-START-DATE PIC 9(8).
003590    03 RR-START-TIME PIC 9(8).
003600    03 RR-END-DATE PIC 9(8).
003610    03 RR-END-TIME PIC 9(8).
003620    03 RR-SUMMARY-NAME PIC X(20).
003630*The print file the run's graphs went to; blank when none did.
003640    03 RR-PRINT-NAME PIC X(20).
003650    03 RR-SETS-PLOTTED PIC 9(4).
003660    03 RR-SETS-FAILED PIC 9(4).
003670*Y when the run resumed from a batch checkpoint.
003680    03 RR-RESTART-FLAG PIC X.
003690    03 RR-RETURN-CODE PIC 99.
003700*RUNNING until the run ends, then ENDED.
003710    03 RR-RUN-STATUS PIC X(8).
003720    03 FILLER PIC X(20).
003730 FD CHECKPOINT-FILE
003740     LABEL RECORDS ARE STANDARD.
003750 01 CHECKPOINT-LINE PIC X(999).
003760*Batch-level counterpart of the per-set checkpoint: one line
003770*per control record that finished with a good outcome, carrying
003780*the record's ordinal in control.txt, the set totals as they
003790*stood, and the summary line the set earned. A rerun replays
003800*these lines into the fresh summary file and skips straight
003810*past the finished records, so a 60-set run that died on set 41
003820*does not pay for 40 finished graphs twice. Truncated to empty
003830*on a clean finish, like the per-set checkpoint. Named after
003840*the run's summary file (<summary-name>.ckp) so overlapping
003850*runs keep their restart state apart just as they keep their
003860*summaries apart.
003870 FD BATCH-CHECKPOINT-FILE
003880     LABEL RECORDS ARE STANDARD.
003890 01 BATCH-CHECKPOINT-RECORD.
003900    03 BCK-RECORD-ORDINAL PIC 9(4).
003910    03 FILLER PIC X.
003920    03 BCK-GOOD-COUNT PIC 9(4).
003930    03 FILLER PIC X.
003940    03 BCK-FAILED-COUNT PIC 9(4).
003950    03 FILLER PIC X.
003960    03 BCK-SUMMARY-TEXT PIC X(100).
003970 WORKING-STORAGE SECTION.
003980*GRAPH-TABLE is sized to the full 00-999 domain that a PIC 999
003990*coordinate can hold, so no in-range input point can ever walk
004000*off the declared table. GRID-MAX-X/GRID-MAX-Y are the ACTIVE
004010*canvas bounds actually used for a given run; they default to
004020*the historical 79 x 23 size but are widened to fit the real
004030*coordinate range seen in the data (see DETERMINE-GRID-SIZE).
004040 01 GRAPH-TABLE.
004050    03 Y OCCURS 999.
004060       05 X PIC X OCCURS 999.
004070 01 GRID-MAX-X    PIC 999 VALUE 79.
004080 01 GRID-MAX-Y    PIC 999 VALUE 23.
004090 01 NUM-POINTS  PIC 9(4).
004100*Declared point count lifted out of the header record by
004110*PARSE-HEADER-COUNT, plus the digit-at-a-time staging it
004120*scans HEADER-COUNT-TEXT through.
004130 01 HEADER-COUNT PIC 9(4) VALUE 0.
004140 01 HEADER-END-FLAG PIC X VALUE 'N'.
004150 01 HEADER-DIGIT-X PIC X.
004160 01 HEADER-DIGIT REDEFINES HEADER-DIGIT-X PIC 9.
004170*The two points in hand, no longer file images: whichever point
004180*layout the record used, DECODE-POINT-TEXT lands it here with
004190*the coordinates widened to the full three-digit domain. The
004200*RAW pair keeps the byte shape it has on file (the -TEXT
004210*REDEFINES is how the decoded characters get in) so the
004220*IS NUMERIC judgement on it still reads the file's own bytes.
004230 01 POINT-1.
004240    03 X1       PIC 999.
004250    03 Y1       PIC 999.
004260    03 SYMBOL-1 PIC X.
004270    03 RAW-X1 PIC S9(3)V99 SIGN LEADING SEPARATE.
004280    03 RAW-X1-TEXT REDEFINES RAW-X1 PIC X(6).
004290    03 RAW-Y1 PIC S9(3)V99 SIGN LEADING SEPARATE.
004300    03 RAW-Y1-TEXT REDEFINES RAW-Y1 PIC X(6).
004310 01 POINT-2.
004320    03 X2       PIC 999.
004330    03 Y2       PIC 999.
004340    03 SYMBOL-2 PIC X.
004350    03 RAW-X2 PIC S9(3)V99 SIGN LEADING SEPARATE.
004360    03 RAW-X2-TEXT REDEFINES RAW-X2 PIC X(6).
004370    03 RAW-Y2 PIC S9(3)V99 SIGN LEADING SEPARATE.
004380    03 RAW-Y2-TEXT REDEFINES RAW-Y2 PIC X(6).
004390*Staging for one decoded point record, filled either from the
004400*historical 2-digit columns (padded on the left) or the wide
004410*3-digit ones, before the caller claims it as POINT-1 or
004420*POINT-2 (or just sizes the grid from it).
004430 01 POINT-TEXT PIC X(30).
004440 01 DEC-X-TEXT PIC X(3).
004450 01 DEC-X-NUM REDEFINES DEC-X-TEXT PIC 9(3).
004460 01 DEC-Y-TEXT PIC X(3).
004470 01 DEC-Y-NUM REDEFINES DEC-Y-TEXT PIC 9(3).
004480 01 DEC-SYMBOL PIC X.
004490 01 DEC-RAW-X PIC X(6).
004500 01 DEC-RAW-Y PIC X(6).
004510*Set when the record decoded is an annotation rather than a
004520*point, with its text (the historical layout's 22 columns, or
004530*the wide layout's 20 padded with blanks).
004540 01 ANNOTATION-MARK PIC X VALUE '"'.
004550 01 DEC-ANNOTATION-FLAG PIC X VALUE 'N'.
004560 01 DEC-NOTE-TEXT PIC X(22).
004570 01 POINT-RECORD-EOF PIC X VALUE 'N'.
004580*The decoded RAW pair laid over a numeric view, so the grid
004590*scan can transform it without claiming POINT-1 or POINT-2.
004600 01 SCAN-RAW-X PIC S9(3)V99 SIGN LEADING SEPARATE.
004610 01 SCAN-RAW-X-TEXT REDEFINES SCAN-RAW-X PIC X(6).
004620 01 SCAN-RAW-Y PIC S9(3)V99 SIGN LEADING SEPARATE.
004630 01 SCAN-RAW-Y-TEXT REDEFINES SCAN-RAW-Y PIC X(6).
004640*Wide enough for the steepest segment the 3-digit domain allows
004650*(dy up to 998 over dx 1).
004660 01 SLOPE PIC S9(3)V9(4).
004670 01 NEXT-X PIC 999.
004680 01 NEXT-Y PIC 999.
004690 01 NEXT-SYMBOL    PIC X.
004700 01 SEGMENT-SYMBOL PIC X.
004710*Every symbol placed on the canvas goes through
004720*PLACE-SEGMENT-SYMBOL, which spots a different symbol already
004730*in the cell, marks the cell with the overstrike character,
004740*counts it, and logs the spot -- so overlapping series can no
004750*longer silently hide one another. Axis characters and the
004760*blank background are fair game, a cell retraced with its own
004770*symbol is not a collision, and an already-overstruck cell is
004780*only counted once.
004790 01 OVERSTRIKE-SYMBOL PIC X VALUE '#'.
004800*State for a comparison run ("COMPARE <a> <b> <output>"): both
004810*point-sets land on one canvas, the first pass forced to the
004820*first symbol and the second to the second; a second-pass cell
004830*that already carries the first symbol becomes the both-cells
004840*symbol instead, so what only A drew, what only B drew, and
004850*what both drew read as three distinct marks. Collision
004860*bookkeeping stands aside during the second pass -- the
004870*overwrite IS the comparison. COMPARE-DIFF-COUNT totals the
004880*cells left carrying only one side's symbol.
004890*State for print-file mode ("PRINT <name>"): one output file for
004900*the whole run, a page eject and numbered heading ahead of every
004910*graph, and the graph's own header block repeated at the top of
004920*every continuation page a tall grid spills onto. The graph
004930*total for the "GRAPH n OF m" heading comes from the counting
004940*pass PROCESS-CONTROL-FILE makes over control.txt up front.
004950 01 PRINT-MODE-FLAG PIC X VALUE 'N'.
004960 01 WS-PRINT-FILENAME PIC X(20).
004970 01 PRINT-FILE-STATUS PIC XX VALUE "99".
004980 01 PAGE-SIZE PIC 99 VALUE 60.
004990 01 LINES-ON-PAGE PIC 99 VALUE 0.
005000 01 PAGE-NUMBER PIC 9(4) VALUE 0.
005010 01 GRAPH-SEQUENCE PIC 9(4) VALUE 0.
005020 01 TOTAL-GRAPH-COUNT PIC 9(4) VALUE 0.
005030 01 PENDING-OVERLAY-FLAG PIC X VALUE 'N'.
005040*Staging for one line of graph output on its way to either the
005050*per-graph output file or the print file (see PUT-GRAPH-LINE).
005060 01 GRAPH-OUT-LINE PIC X(999).
005070 01 PRINT-BUILD-LINE.
005080    03 PRINT-CC PIC X.
005090    03 PRINT-DATA PIC X(999).
005100 01 PAGE-HEADING-LINE.
005110    03 FILLER PIC X(5) VALUE "PAGE ".
005120    03 PH-PAGE PIC ZZZ9.
005130    03 FILLER PIC X(9) VALUE "   GRAPH ".
005140    03 PH-SEQ PIC ZZZ9.
005150    03 FILLER PIC X(4) VALUE " OF ".
005160    03 PH-TOTAL PIC ZZZ9.
005170    03 FILLER PIC X(3) VALUE SPACES.
005180    03 PH-NAME PIC X(20).
005190*Whether the set being plotted also writes its companion
005200*export file, <output-name>.csv (the EXPORT control token).
005210 01 EXPORT-MODE-FLAG PIC X VALUE 'N'.
005220 01 WS-EXPORT-FILENAME PIC X(20).
005230 01 EXPORT-FILE-STATUS PIC XX VALUE "99".
005240*The control limits a set is held to, from HI/LO tokens on its
005250*control record or else its catalog entry: each value in the
005260*series' own units, whether it was given at all, and the canvas
005270*row its reference line lands on once put through the set's
005280*transform (zero when the line falls off the canvas). A set
005290*with either limit writes <output-name>.brk and counts its
005300*breaches onto the header, the summary line, and its history
005310*row.
005320 01 LIMIT-HIGH PIC S9(3)V99 VALUE 0.
005330 01 LIMIT-LOW  PIC S9(3)V99 VALUE 0.
005340 01 LIMIT-HIGH-FLAG PIC X VALUE 'N'.
005350 01 LIMIT-LOW-FLAG  PIC X VALUE 'N'.
005360 01 LIMIT-HIGH-ROW PIC 9(4) VALUE 0.
005370 01 LIMIT-LOW-ROW  PIC 9(4) VALUE 0.
005380 01 LIMIT-VALUE PIC S9(3)V99.
005390 01 LIMIT-ROW   PIC 9(4).
005400*Whether the graph being built shows any limit line; held
005410*across an overlay group like the legend, since any member's
005420*lines are on the shared canvas.
005430 01 LIMIT-GRAPH-FLAG PIC X VALUE 'N'.
005440*The limit rows ruled so far in an overlay group. A member drawn
005450*before a later one widens the canvas has its lines stop short,
005460*so FLUSH-OVERLAY-GROUP rules every row here again across the
005470*group's final width. Past the twentieth distinct row a line
005480*keeps the width it was drawn at.
005490 01 OVERLAY-LIMIT-COUNT PIC 99 VALUE 0.
005500 01 OVERLAY-LIMIT-IX PIC 99.
005510 01 OVERLAY-LIMIT-FOUND-FLAG PIC X VALUE 'N'.
005520 01 OVERLAY-LIMIT-TABLE.
005530    03 OVERLAY-LIMIT-ROW PIC 9(4) OCCURS 20.
005540*Whether the set's points came in the signed RAW format, so
005550*its limits are mapped through the transform the same way.
005560 01 LIMIT-TRANSFORM-FLAG PIC X VALUE 'N'.
005570*Drawn only into empty cells and treated as background by
005580*PLACE-SEGMENT-SYMBOL, so a point on a limit line is no
005590*collision.
005600 01 LIMIT-LINE-SYMBOL PIC X VALUE '='.
005610 01 BREACH-COUNT PIC 9(5) VALUE 0.
005620 01 BREACH-POINT-X PIC S9(3)V99.
005630 01 BREACH-POINT-Y PIC S9(3)V99.
005640 01 WS-BREACH-FILENAME PIC X(20).
005650 01 BREACH-FILE-STATUS PIC XX VALUE "99".
005660*The set's intake fingerprint, built on the grid-sizing pass as
005670*each point record goes by: the record count, the running
005680*checksum (each record's coordinate value weighted by its
005690*position, so reordered records do not sum alike), and the first
005700*and last record images. The match found in the register, if
005710*any, rides along to the run log.
005720 01 INTAKE-FILE-STATUS PIC XX.
005730 01 INTAKE-RETRY-COUNT PIC 99 VALUE 0.
005740 01 INTAKE-RECORD-COUNT PIC 9(5) VALUE 0.
005750 01 INTAKE-CHECKSUM PIC 9(15) VALUE 0.
005760 01 INTAKE-FIRST-POINT PIC X(30).
005770 01 INTAKE-LAST-POINT PIC X(30).
005780 01 INTAKE-WEIGHT PIC 99.
005790 01 INTAKE-QUOTIENT PIC 9(5).
005800 01 INTAKE-CHECK-VALUE PIC 9(7).
005810 01 INTAKE-SEARCH-EOF PIC X VALUE 'N'.
005820 01 INTAKE-DUPLICATE-FLAG PIC X VALUE 'N'.
005830 01 INTAKE-MATCH-SERIES PIC X(20).
005840 01 INTAKE-MATCH-DATE.
005850    03 IMD-YEAR  PIC 9(4).
005860    03 IMD-MONTH PIC 99.
005870    03 IMD-DAY   PIC 99.
005880 01 INTAKE-MATCH-DATE-NUM REDEFINES INTAKE-MATCH-DATE PIC 9(8).
005890*Whether the set's input is run through the DDAEDIT judgements
005900*before plotting (the EDIT control token), and the bookkeeping
005910*for that edit: the derived file names, the declared and
005920*surviving counts, and how many records were thrown out, which
005930*rides the set's summary line.
005940 01 EDIT-MODE-FLAG PIC X VALUE 'N'.
005950 01 WS-EDIT-CLEAN-FILENAME  PIC X(20).
005960 01 WS-EDIT-REJECT-FILENAME PIC X(20).
005970 01 EDIT-CLEAN-FILE-STATUS  PIC XX.
005980 01 EDIT-REJECT-FILE-STATUS PIC XX.
005990 01 EDIT-REJECTED-COUNT PIC 9(5) VALUE 0.
006000 01 EDIT-DECLARED-COUNT PIC 9(4) VALUE 0.
006010 01 EDIT-CLEAN-COUNT    PIC 9(4) VALUE 0.
006020 01 EDIT-HEADER-VALID-FLAG PIC X VALUE 'N'.
006030 01 EDIT-LINE-NUMBER PIC 9(5) VALUE 0.
006040 01 EDIT-EOF PIC X VALUE 'N'.
006050 01 EDIT-PASS PIC 9 VALUE 1.
006060*The detail record layout the raw text is judged against, the
006070*same columns DDAEDIT's EDIT-POINT carries: the plain integer
006080*coordinate pair, the symbol, and the optional signed RAW pair
006090*that is all-or-nothing.
006100 01 EDIT-POINT.
006110    03 EDIT-X-COORDINATE PIC XX.
006120    03 EDIT-SEPERATION   PIC X.
006130    03 EDIT-Y-COORDINATE PIC XX.
006140    03 EDIT-SEPERATION-2 PIC X.
006150    03 EDIT-POINT-SYMBOL PIC X.
006160    03 EDIT-SEPERATION-3 PIC X.
006170    03 EDIT-RAW-X.
006180       05 EDIT-RAW-X-SIGN   PIC X.
006190       05 EDIT-RAW-X-DIGITS PIC X(5).
006200    03 EDIT-SEPERATION-4 PIC X.
006210    03 EDIT-RAW-Y.
006220       05 EDIT-RAW-Y-SIGN   PIC X.
006230       05 EDIT-RAW-Y-DIGITS PIC X(5).
006240*The same detail record in the wide 3-digit coordinate layout,
006250*told apart by a digit in the third column, with the RAW pair
006260*shifted along accordingly.
006270 01 EDIT-POINT-WIDE.
006280    03 EDW-X-COORDINATE PIC XXX.
006290    03 EDW-SEPERATION   PIC X.
006300    03 EDW-Y-COORDINATE PIC XXX.
006310    03 EDW-SEPERATION-2 PIC X.
006320    03 EDW-POINT-SYMBOL PIC X.
006330    03 EDW-SEPERATION-3 PIC X.
006340    03 EDW-RAW-X.
006350       05 EDW-RAW-X-SIGN   PIC X.
006360       05 EDW-RAW-X-DIGITS PIC X(5).
006370    03 EDW-SEPERATION-4 PIC X.
006380    03 EDW-RAW-Y.
006390       05 EDW-RAW-Y-SIGN   PIC X.
006400       05 EDW-RAW-Y-DIGITS PIC X(5).
006410 01 EDIT-RAW-RECORD PIC X(30).
006420 01 EDIT-COORD-TEXT PIC XX.
006430 01 EDIT-COORD-TEXT-WIDE PIC XXX.
006440 01 EDIT-RECORD-VALID-FLAG PIC X VALUE 'Y'.
006450 01 EDIT-REJECT-REASON PIC X(30).
006460*An annotation record that passes is kept but not counted into
006470*the corrected header, which counts points only; its separator
006480*and text are staged from whichever layout it came in.
006490 01 EDIT-ANNOTATION-FLAG PIC X VALUE 'N'.
006500 01 EDIT-NOTE-SEPARATOR PIC X.
006510 01 EDIT-NOTE-TEXT PIC X(22).
006520 01 EDIT-CLEAN-HEADER-RECORD.
006530    03 ECH-COUNT PIC 9(4).
006540    03 FILLER PIC X(26) VALUE SPACES.
006550 01 EDIT-REJECT-DETAIL-LINE.
006560    03 FILLER PIC X(5) VALUE "LINE ".
006570    03 ERJ-LINE-NUMBER PIC ZZZZ9.
006580    03 FILLER PIC X(2) VALUE ": ".
006590    03 ERJ-REASON PIC X(30).
006600    03 FILLER PIC X(4) VALUE " -- ".
006610    03 ERJ-RECORD PIC X(30).
006620*State for a MULTI control record: the physical file being
006630*carved up, the series found in it (name and declared count,
006640*in arrival order), the split file being written at any moment,
006650*and the flag that holds this record's restart lines in the
006660*pending table until every contained series has finished.
006670 01 WS-MULTI-FILENAME PIC X(20).
006680 01 WS-SPLIT-FILENAME PIC X(20).
006690 01 SPLIT-FILE-STATUS PIC XX.
006700 01 MULTI-IN-PROGRESS-FLAG PIC X VALUE 'N'.
006710 01 MULTI-OPEN-FAILED-FLAG PIC X VALUE 'N'.
006720 01 MULTI-SPLIT-OPEN-FLAG PIC X VALUE 'N'.
006730 01 MULTI-EOF PIC X VALUE 'N'.
006740 01 MULTI-SERIES-TOTAL PIC 99 VALUE 0.
006750 01 MULTI-SERIES-TABLE.
006760    03 MULTI-SERIES-ENTRY OCCURS 20.
006770       05 MS-NAME PIC X(20).
006780       05 MS-COUNT PIC 9(4).
006790 01 MS-INDEX PIC 99.
006800 01 MULTI-RAW-RECORD PIC X(30).
006810 01 MS-KEYWORD PIC X(20).
006820 01 MS-TOKEN-NAME PIC X(20).
006830 01 MS-TOKEN-COUNT-TEXT PIC X(6).
006840 01 MS-PARSED-COUNT PIC 9(4).
006850 01 MULTI-COUNT-WORK PIC 9(4) VALUE 0.
006860 01 MULTI-HEADER-RECORD.
006870    03 MH-COUNT PIC 9(4).
006880    03 FILLER PIC X(26) VALUE SPACES.
006890*State for a PLOT control record: the series asked for, the
006900*catalog record found for it split into its fields, and the
006910*fallbacks the catalog supplies -- the symbol a blank point
006920*record takes instead of the historical '*', whether a mode
006930*keyword on the control record outranks the catalog's mode, and
006940*whether a display title replaces the output name in the graph
006950*header.
006960 01 WS-PLOT-SERIES-NAME PIC X(20).
006970 01 CATALOG-FILE-STATUS PIC XX.
006980 01 CATALOG-EOF PIC X VALUE 'N'.
006990 01 CATALOG-FOUND-FLAG PIC X VALUE 'N'.
007000 01 CAT-NAME   PIC X(20).
007010 01 CAT-INPUT  PIC X(20).
007020 01 CAT-MODE   PIC X(8).
007030 01 CAT-SYMBOL PIC X.
007040 01 CAT-SCALE-X-TEXT  PIC X(6).
007050 01 CAT-SCALE-Y-TEXT  PIC X(6).
007060 01 CAT-OFFSET-X-TEXT PIC X(6).
007070 01 CAT-OFFSET-Y-TEXT PIC X(6).
007080 01 CAT-LIMIT-HIGH-TEXT PIC X(6).
007090 01 CAT-LIMIT-LOW-TEXT  PIC X(6).
007100 01 CAT-TITLE PIC X(40).
007110 01 CAT-PTR PIC 9(3) VALUE 1.
007120*One optional token peeked at between the eighth field and the
007130*title, taken only when it proves to be a limit.
007140 01 CAT-OPTION-TOKEN PIC X(20).
007150 01 CAT-PEEK-PTR PIC 9(3).
007160 01 CAT-OPTION-FLAG PIC X VALUE 'N'.
007170 01 CATALOG-TITLE-ACTIVE PIC X VALUE 'N'.
007180 01 DEFAULT-POINT-SYMBOL PIC X VALUE '*'.
007190 01 MODE-TOKEN-GIVEN-FLAG PIC X VALUE 'N'.
007200 01 EXPORT-DETAIL-LINE.
007210    03 EX-X PIC 999.
007220    03 FILLER PIC X VALUE ",".
007230    03 EX-Y PIC 999.
007240    03 FILLER PIC X VALUE ",".
007250    03 EX-SYMBOL PIC X.
007260    03 FILLER PIC X VALUE ",".
007270    03 EX-PAIR PIC 9(5).
007280 01 EXPORT-NOTE-LINE.
007290    03 FILLER PIC X(5) VALUE "NOTE,".
007300    03 EN-X PIC X(3).
007310    03 FILLER PIC X VALUE ",".
007320    03 EN-Y PIC X(3).
007330    03 FILLER PIC X VALUE ",".
007340    03 EN-TEXT PIC X(22).
007350 01 COMPARE-MODE-FLAG PIC X VALUE 'N'.
007360 01 COMPARE-PASS PIC 9 VALUE 0.
007370 01 COMPARE-FIRST-SYMBOL  PIC X VALUE '1'.
007380 01 COMPARE-SECOND-SYMBOL PIC X VALUE '2'.
007390 01 COMPARE-BOTH-SYMBOL   PIC X VALUE '*'.
007400 01 COMPARE-DIFF-COUNT PIC 9(5) VALUE 0.
007410 01 COMPARE-FAILED-FLAG PIC X VALUE 'N'.
007420 01 WS-COMPARE-FILE-A PIC X(20).
007430 01 WS-COMPARE-FILE-B PIC X(20).
007440*Record count of the pass being plotted, carved out of the
007450*cumulative ACTUAL-POINT-COUNT the grid scan keeps across both
007460*passes.
007470 01 COMPARE-PREV-ACTUAL PIC 9(5) VALUE 0.
007480 01 COMPARE-PASS-ACTUAL PIC 9(5) VALUE 0.
007490 01 SAVED-SEGMENT-SYMBOL PIC X.
007500 01 COLLISION-COUNT PIC 9(5) VALUE 0.
007510 01 CELL-BEFORE PIC X.
007520 01 PLACE-ROW PIC 9(4).
007530 01 PLACE-COL PIC 9(4).
007540 01 FIRST-POINT-READ PIC X VALUE 'N'.
007550*Scale/offset applied to RAW-X1/RAW-Y1/RAW-X2/RAW-Y2 to map a
007560*real-valued, possibly negative coordinate into the grid's
007570*00-998 integer domain. Default to an identity transform; a
007580*control file entry for a point-set may override them (see
007590*PROCESS-CONTROL-FILE).
007600 01 SCALE-X  PIC S9(3)V99 VALUE 1.
007610 01 SCALE-Y  PIC S9(3)V99 VALUE 1.
007620 01 OFFSET-X PIC S9(3)V99 VALUE 0.
007630 01 OFFSET-Y PIC S9(3)V99 VALUE 0.
007640*Wide enough to hold the full SCALE-X/SCALE-Y * RAW-x + OFFSET-x
007650*product without truncation (both SCALE-x and the raw coordinate
007660*can run up to +-999.99, so the product alone can run past 999)
007670*before the 00-998 range check below ever sees the result -- a
007680*narrower field would let an out-of-range transform wrap around
007690*and look like a valid in-range coordinate.
007700 01 TRANSFORMED-X PIC S9(7).
007710 01 TRANSFORMED-Y PIC S9(7).
007720*One digit wider than a coordinate so the row/column loops can
007730*step one past the table edge (1000) to stop, instead of wrapping
007740*to 00 and never meeting their exit test when the full 999-cell
007750*extent is in play.
007760 01 I     PIC 9(4) VALUE 01.
007770 01 J     PIC 9(4) VALUE 01.
007780 01 TEMP-X   PIC 999.
007790 01 TEMP-Y   PIC 999.
007800 01 INPUT-FILE-STATUS  PIC XX.
007810 01 OUTPUT-FILE-STATUS PIC XX.
007820 01 SCAN-EOF PIC X VALUE "N".
007830 01 REPORT-FILE-STATUS PIC XX.
007840 01 CONTROL-FILE-STATUS PIC XX.
007850 01 CONTROL-EOF        PIC X VALUE 'N'.
007860*Tells PROCESS-ONE-GRAPH's open-failure messages whether there is
007870*another point-set coming (a control-file run) or this is the
007880*only one (the legacy single-file run), since what happens next
007890*differs between the two.
007900 01 BATCH-RUN-FLAG PIC X VALUE 'N'.
007910*Batch bookkeeping for the run summary and the return code the
007920*scheduler tests: how many point-sets made it onto a graph and
007930*how many were lost. Initialized "99" so a legacy single-file
007940*run, which never opens SUMMARY-FILE, writes no summary lines.
007950 01 SUMMARY-FILE-STATUS PIC XX VALUE "99".
007960 01 BATCH-CHECKPOINT-FILE-STATUS PIC XX.
007970*The run's own summary and batch-checkpoint names. The summary
007980*defaults to the historical summary.txt and a SUMMARY directive
007990*replaces it; the checkpoint name always rides the summary name
008000*with .ckp appended, the same way a set's .rpt and .ckp ride
008010*its output name.
008020 01 WS-SUMMARY-FILENAME PIC X(20) VALUE "summary.txt".
008030 01 WS-BATCH-CHECKPOINT-FILENAME PIC X(24).
008040 01 WS-CTL-NAME-WORK PIC X(20).
008050*This execution's entry in the run registry. The ID stays zero
008060*when the registry cannot be opened or written -- history entries
008070*then carry run zero. The names, stamps, restart mark and return
008080*code are held here as the run goes and copied into the entry
008090*whenever it is written or rewritten.
008100 01 RUN-REGISTER-FILE-STATUS PIC XX.
008110 01 RUN-ID PIC 9(5) VALUE 0.
008120 01 RUN-CONTROL-NAME PIC X(20) VALUE "(NONE)".
008130 01 RUN-SUMMARY-NAME PIC X(20) VALUE "(NONE)".
008140 01 RUN-PRINT-NAME PIC X(20) VALUE SPACES.
008150 01 RUN-START-DATE PIC 9(8) VALUE 0.
008160 01 RUN-START-TIME PIC 9(8) VALUE 0.
008170 01 RUN-END-DATE PIC 9(8) VALUE 0.
008180 01 RUN-END-TIME PIC 9(8) VALUE 0.
008190 01 RUN-RESTART-FLAG PIC X VALUE 'N'.
008200 01 RUN-STATUS-TEXT PIC X(8) VALUE "RUNNING".
008210 01 RUN-RETURN-CODE PIC 99 VALUE 0.
008220 01 RUN-REGISTER-RETRY-COUNT PIC 99 VALUE 0.
008230 01 RUN-REGISTER-EOF PIC X VALUE 'N'.
008240 01 RUN-REGISTERED-FLAG PIC X VALUE 'N'.
008250*How many IDs to try when runs starting together keep taking the
008260*next one first.
008270 01 RUN-ID-TRIES PIC 99 VALUE 0.
008280 01 RUN-ID-TRY-LIMIT PIC 99 VALUE 10.
008290*Machine date with the century put back, for the start and end
008300*stamps.
008310 01 RUN-STAMP-DATE.
008320    03 RUN-STAMP-YEAR PIC 9(4).
008330    03 RUN-STAMP-MONTH PIC 99.
008340    03 RUN-STAMP-DAY PIC 99.
008350 01 RUN-STAMP-DATE-NUM REDEFINES RUN-STAMP-DATE PIC 9(8).
008360*How patiently a busy history archive is waited out: one second
008370*between tries, and no more tries than the limit -- a stuck
008380*lock must not hang the batch forever.
008390 01 HISTORY-RETRY-COUNT PIC 99 VALUE 0.
008400 01 HISTORY-RETRY-LIMIT PIC 99 VALUE 30.
008410 01 HISTORY-RETRY-SECONDS PIC 9 VALUE 1.
008420*Where the run stands in control.txt: the ordinal of the record
008430*being processed, the last ordinal the batch checkpoint says is
008440*safely behind us (zero when there is nothing to resume), and
008450*the ordinal a checkpoint line written now should carry. The
008460*stable ordinal usually matches the current record, but when an
008470*OVERLAY or COMPARE record implicitly flushes the group before
008480*it, the flushed group's lines carry the PREVIOUS ordinal, so a
008490*rerun still executes the record that did the flushing.
008500 01 CONTROL-RECORD-ORDINAL PIC 9(4) VALUE 0.
008510 01 RESUME-AFTER-RECORD PIC 9(4) VALUE 0.
008520 01 BCK-STABLE-ORDINAL PIC 9(4) VALUE 0.
008530*Overlay member summary lines are held here until the group
008540*flushes: a member is only safely behind us once the combined
008550*graph it contributed to has been written, so its checkpoint
008560*line must not land on disk before then.
008570 01 BCK-PENDING-COUNT PIC 99 VALUE 0.
008580 01 BCK-PENDING-TABLE.
008590    03 BCK-PENDING-LINE PIC X(100) OCCURS 30.
008600 01 BCK-LINE-TEXT PIC X(100).
008610 01 BATCH-CHECKPOINT-EOF PIC X VALUE 'N'.
008620 01 HISTORY-FILE-STATUS PIC XX.
008630*Time of day for the history key, so two runs of the same
008640*series on the same day stay distinct entries.
008650 01 WS-RUN-TIME PIC 9(8).
008660 01 GOOD-SET-COUNT   PIC 9(4) VALUE 0.
008670 01 FAILED-SET-COUNT PIC 9(4) VALUE 0.
008680*Whether RECONCILE-POINT-COUNT had to override the declared
008690*header count for the set being processed.
008700 01 COUNT-MISMATCH-FLAG PIC X VALUE 'N'.
008710 01 SUMMARY-HEADING-LINE.
008720    03 FILLER PIC X(17) VALUE "DDA RUN SUMMARY  ".
008730    03 SH-RUN-MM PIC 99.
008740    03 FILLER PIC X VALUE "/".
008750    03 SH-RUN-DD PIC 99.
008760    03 FILLER PIC X VALUE "/".
008770    03 SH-RUN-YEAR PIC 9(4).
008780    03 FILLER PIC X(6) VALUE "  RUN ".
008790    03 SH-RUN-ID PIC 9(5).
008800 01 SUMMARY-DETAIL-LINE.
008810    03 SUM-OUTPUT-NAME PIC X(20).
008820    03 FILLER PIC X(1) VALUE SPACE.
008830    03 SUM-OUTCOME PIC X(20).
008840    03 FILLER PIC X(1) VALUE SPACE.
008850    03 FILLER PIC X(9) VALUE "MISMATCH=".
008860    03 SUM-MISMATCH PIC X.
008870    03 FILLER PIC X(2) VALUE SPACES.
008880    03 FILLER PIC X(9) VALUE "REJECTED=".
008890    03 SUM-REJECTED PIC ZZZZ9.
008900    03 FILLER PIC X(2) VALUE SPACES.
008910    03 FILLER PIC X(5) VALUE "EDIT=".
008920    03 SUM-EDITED PIC ZZZZ9.
008930    03 FILLER PIC X(2) VALUE SPACES.
008940    03 FILLER PIC X(7) VALUE "BREACH=".
008950    03 SUM-BREACHES PIC ZZZZ9.
008960 01 SUMMARY-TOTALS-LINE.
008970    03 FILLER PIC X(15) VALUE "SETS PLOTTED:  ".
008980    03 ST-GOOD PIC ZZZ9.
008990    03 FILLER PIC X(15) VALUE "  SETS FAILED: ".
009000    03 ST-FAILED PIC ZZZ9.
009010*State for an overlay group in progress. While OVERLAY-MODE-FLAG
009020*is 'Y', PROCESS-ONE-GRAPH plots members into the shared canvas
009030*and leaves the output file alone; FLUSH-OVERLAY-GROUP writes the
009040*combined graph to WS-OVERLAY-FILENAME. The OVERLAY-* totals
009050*accumulate the per-member counters so the combined header shows
009060*whole-group figures rather than just the last member's.
009070 01 OVERLAY-MODE-FLAG PIC X VALUE 'N'.
009080 01 OVERLAY-MEMBER-COUNT PIC 99 VALUE 0.
009090 01 WS-OVERLAY-FILENAME PIC X(20).
009100 01 OVERLAY-POINTS-READ PIC 9(5) VALUE 0.
009110 01 OVERLAY-VERTICAL-COUNT PIC 9(5) VALUE 0.
009120 01 OVERLAY-LARGE-SLOPE-COUNT PIC 9(5) VALUE 0.
009130 01 OVERLAY-SMALL-SLOPE-COUNT PIC 9(5) VALUE 0.
009140 01 OVERLAY-COLLISION-COUNT PIC 9(5) VALUE 0.
009150 01 OVERLAY-BREACH-COUNT PIC 9(5) VALUE 0.
009160*INITIALIZE-FULL-CANVAS blankets the whole 999 x 999 table up
009170*front, so a later member may widen the active bounds without
009180*exposing uninitialized cells; these hold the active bounds
009190*across that full-table pass.
009200 01 SAVED-GRID-MAX-X PIC 999.
009210 01 SAVED-GRID-MAX-Y PIC 999.
009220*First token of a control record, peeled off ahead of the full
009230*split so directive records are never mistaken for point-sets.
009240 01 WS-CTL-KEYWORD PIC X(20).
009250*Stands in for the source filename in the combined graph header,
009260*where no single input file applies.
009270 01 OVERLAY-SOURCE-LABEL.
009280    03 FILLER PIC X(11) VALUE "OVERLAY OF ".
009290    03 OSL-COUNT PIC Z9.
009300    03 FILLER PIC X(5) VALUE " SETS".
009310 01 WS-INPUT-FILENAME  PIC X(20).
009320 01 WS-OUTPUT-FILENAME PIC X(20).
009330*Staging fields for the optional transform tokens on a control
009340*record. Each is a sign character followed by 5 digits (the same
009350*format as RAW-X1/RAW-Y1) and is parsed by SET-TRANSFORM-FROM-
009360*CONTROL below rather than UNSTRING'd straight into SCALE-X/
009370*SCALE-Y/OFFSET-X/OFFSET-Y, since those carry an implied decimal
009380*point UNSTRING has no way to line up correctly.
009390 01 WS-SCALE-X-TEXT  PIC X(6).
009400 01 WS-SCALE-Y-TEXT  PIC X(6).
009410 01 WS-OFFSET-X-TEXT PIC X(6).
009420 01 WS-OFFSET-Y-TEXT PIC X(6).
009430 01 WS-TRANSFORM-DIGITS PIC 9(5).
009440 01 WS-TRANSFORM-MAGNITUDE REDEFINES WS-TRANSFORM-DIGITS
009450                           PIC 9(3)V99.
009460*The HI and LO limit tokens' values, sign and five digits like
009470*the transform tokens, decoded by SET-LIMITS-FROM-CONTROL.
009480 01 WS-LIMIT-HIGH-TEXT PIC X(6).
009490 01 WS-LIMIT-LOW-TEXT  PIC X(6).
009500*Raw option tokens following OUTPUT-NAME on a control record,
009510*before SORT-CONTROL-OPTIONS tells the mode keywords and the
009520*positional transform values apart. Wide enough for the longest
009530*keyword (SCATTER), and room for a mode keyword, four transform
009540*values and both limit tokens on one record.
009550 01 WS-CTL-OPTION-TABLE.
009560    03 WS-CTL-OPTION PIC X(8) OCCURS 7.
009570 01 TRANSFORM-TOKEN-COUNT PIC 9 VALUE 0.
009580*How this point-set is drawn: 'L' connects successive points
009590*(the historical behaviour), 'S' marks only the points
009600*themselves, and 'B' drops a vertical bar from each point down
009610*to the x-axis row.
009620 01 PLOT-MODE PIC X VALUE 'L'.
009630*The single point being marked in scatter or bar mode, and the
009640*row counter that walks a bar down to the axis.
009650 01 MARK-X PIC 999.
009660 01 MARK-Y PIC 999.
009670 01 BAR-ROW PIC 9(4).
009680*Input ordinal of the point being marked, carried into the
009690*export record so a scatter or bar cell names the data row
009700*that produced it (line-mode cells name their pair instead).
009710 01 MARK-ORDINAL PIC 9(5) VALUE 0.
009720 01 WS-REPORT-FILENAME PIC X(20).
009730 01 WS-CHECKPOINT-FILENAME PIC X(20).
009740 01 CHECKPOINT-FILE-STATUS PIC XX.
009750 01 PAIRS-COMPLETED PIC 9(5) VALUE 0.
009760 01 CHECKPOINT-EXISTS-FLAG PIC X VALUE 'N'.
009770 01 CHECKPOINT-HEADER-LINE.
009780    03 CKP-PAIRS-COMPLETED PIC 9(5).
009790    03 FILLER PIC X VALUE SPACE.
009800    03 CKP-NUM-POINTS PIC 9(4).
009810    03 FILLER PIC X VALUE SPACE.
009820    03 CKP-GRID-MAX-X PIC 999.
009830    03 FILLER PIC X VALUE SPACE.
009840    03 CKP-GRID-MAX-Y PIC 999.
009850    03 FILLER PIC X VALUE SPACE.
009860    03 CKP-NEXT-X PIC 999.
009870    03 FILLER PIC X VALUE SPACE.
009880    03 CKP-NEXT-Y PIC 999.
009890    03 FILLER PIC X VALUE SPACE.
009900    03 CKP-NEXT-SYMBOL PIC X.
009910    03 FILLER PIC X VALUE SPACE.
009920    03 CKP-LEGEND-COUNT PIC 99.
009930    03 FILLER PIC X VALUE SPACE.
009940    03 CKP-LEGEND-TEXT PIC X(20).
009950    03 FILLER PIC X VALUE SPACE.
009960    03 CKP-VALIDATION-ERRORS PIC 9(5).
009970    03 FILLER PIC X VALUE SPACE.
009980    03 CKP-VERTICAL-COUNT PIC 9(5).
009990    03 FILLER PIC X VALUE SPACE.
010000    03 CKP-LARGE-SLOPE-COUNT PIC 9(5).
010010    03 FILLER PIC X VALUE SPACE.
010020    03 CKP-SMALL-SLOPE-COUNT PIC 9(5).
010030    03 FILLER PIC X VALUE SPACE.
010040    03 CKP-COLLISION-COUNT PIC 9(5).
010050 01 POINT-VALID-FLAG   PIC X VALUE 'Y'.
010060 01 VALIDATION-ERROR-COUNT PIC 9(5) VALUE 0.
010070*Per-case line counts for the run log: how many segments
010080*CONNECT-TWO-POINTS drew as a vertical line versus the
010090*large-slope or small-slope case.
010100 01 VERTICAL-LINE-COUNT PIC 9(5) VALUE 0.
010110 01 LARGE-SLOPE-COUNT PIC 9(5) VALUE 0.
010120 01 SMALL-SLOPE-COUNT PIC 9(5) VALUE 0.
010130 01 ACTUAL-POINT-COUNT   PIC 9(5) VALUE 0.
010140 01 DECLARED-POINT-COUNT PIC 9(5) VALUE 0.
010150 01 POINT-COUNT-MISMATCH-LINE.
010160    03 FILLER PIC X(31) VALUE "POINT COUNT MISMATCH: DECLARED=".
010170    03 PCM-DECLARED PIC ZZZZ9.
010180    03 FILLER PIC X(8) VALUE " ACTUAL=".
010190    03 PCM-ACTUAL PIC ZZZZ9.
010200    03 FILLER PIC X(22) VALUE " -- USING ACTUAL COUNT".
010210 01 K PIC 9(5) VALUE 1.
010220 01 LEGEND-COUNT PIC 99 VALUE 0.
010230 01 LEGEND-FOUND-FLAG PIC X VALUE 'N'.
010240 01 LEGEND-TABLE.
010250    03 LEGEND-ENTRY PIC X OCCURS 20.
010260 01 LEGEND-TEXT-PTR PIC 999 VALUE 1.
010270*The annotations of the graph being built: how many the set
010280*being plotted carries (counted on the grid-sizing pass), and the
010290*list the graph header shows under the legend, kept across the
010300*members of an overlay group like the legend itself. Past the
010310*thirtieth an annotation is still drawn, only counted in the
010320*header rather than listed.
010330 01 ANNOTATION-RECORD-COUNT PIC 9(5) VALUE 0.
010340 01 ANNOTATION-LIST-COUNT PIC 99 VALUE 0.
010350 01 ANNOTATION-LIST-LIMIT PIC 99 VALUE 30.
010360 01 ANNOTATION-UNLISTED-COUNT PIC 9(5) VALUE 0.
010370 01 ANNOTATION-TABLE.
010380    03 ANNOTATION-ENTRY OCCURS 30.
010390       05 AN-X PIC X(3).
010400       05 AN-Y PIC X(3).
010410       05 AN-TEXT PIC X(22).
010420       05 AN-PLACED-FLAG PIC X.
010430 01 ANNOTATION-EOF PIC X VALUE 'N'.
010440 01 NOTE-ON-GRID-FLAG PIC X VALUE 'N'.
010450 01 NOTE-END-FLAG PIC X VALUE 'N'.
010460 01 NOTE-LENGTH PIC 99 VALUE 0.
010470 01 NOTE-PLACED-LENGTH PIC 99 VALUE 0.
010480 01 NOTE-INDEX PIC 99 VALUE 0.
010490*The machine date as ACCEPT delivers it, used only to derive
010500*the default business date below.
010510 01 WS-RUN-DATE.
010520    03 WS-RUN-YY PIC 99.
010530    03 WS-RUN-MM PIC 99.
010540    03 WS-RUN-DD PIC 99.
010550*The BUSINESS date the whole run is stamped with -- the graph
010560*headers, the summary heading, and the history key all read it
010570*from here, with a full four-digit year. It defaults to the
010580*machine date (years 70-99 read as 19xx, 00-69 as 20xx) and an
010590*operator reruns a late feed under its proper date with a
010600*control record "DATE <yyyymmdd>" (see TAKE-DATE-DIRECTIVE), so
010610*Monday's graphs no longer claim Tuesday.
010620 01 BUSINESS-DATE.
010630    03 BUS-YEAR  PIC 9(4).
010640    03 BUS-MONTH PIC 99.
010650    03 BUS-DAY   PIC 99.
010660 01 BUSINESS-DATE-NUM REDEFINES BUSINESS-DATE PIC 9(8).
010670 01 WS-DATE-TEXT PIC X(8).
010680 01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
010690    03 WS-DATE-YEAR  PIC 9(4).
010700    03 WS-DATE-MONTH PIC 99.
010710    03 WS-DATE-DAY   PIC 99.
010720 01 HEADER-TITLE-LINE.
010730    03 FILLER PIC X(14) VALUE "DDA LINE PLOT:".
010740    03 FILLER PIC X(1) VALUE SPACE.
010750*Wide enough for a catalog display title; a bare output name
010760*simply leaves the rest blank.
010770    03 HDR-OUTPUT-NAME PIC X(40).
010780 01 HEADER-SOURCE-LINE.
010790    03 FILLER PIC X(8) VALUE "SOURCE: ".
010800    03 HDR-INPUT-NAME PIC X(20).
010810    03 FILLER PIC X(2) VALUE SPACES.
010820    03 FILLER PIC X(10) VALUE "RUN DATE: ".
010830    03 HDR-RUN-MM PIC 99.
010840    03 FILLER PIC X VALUE "/".
010850    03 HDR-RUN-DD PIC 99.
010860    03 FILLER PIC X VALUE "/".
010870    03 HDR-RUN-YEAR PIC 9(4).
010880 01 HEADER-COUNTS-LINE.
010890    03 FILLER PIC X(14) VALUE "POINTS READ:  ".
010900    03 HDR-POINTS-READ PIC ZZZZ9.
010910    03 FILLER PIC X(4) VALUE SPACES.
010920    03 FILLER PIC X(14) VALUE "LINES DRAWN:  ".
010930    03 HDR-LINES-DRAWN PIC ZZZZ9.
010940    03 HDR-BREACH-AREA PIC X(20).
010950*Fills HDR-BREACH-AREA only on a graph that shows limit lines.
010960 01 HEADER-BREACH-TEXT.
010970    03 FILLER PIC X(4) VALUE SPACES.
010980    03 FILLER PIC X(11) VALUE "BREACHES:  ".
010990    03 HBT-BREACHES PIC ZZZZ9.
011000 01 HEADER-SCALE-LINE.
011010    03 FILLER PIC X(8) VALUE "X RANGE:".
011020    03 FILLER PIC X(1) VALUE SPACE.
011030    03 HDR-MIN-X PIC ZZ9.
011040    03 FILLER PIC X(1) VALUE "-".
011050    03 HDR-MAX-X PIC ZZ9.
011060    03 FILLER PIC X(4) VALUE SPACES.
011070    03 FILLER PIC X(8) VALUE "Y RANGE:".
011080    03 FILLER PIC X(1) VALUE SPACE.
011090    03 HDR-MIN-Y PIC ZZ9.
011100    03 FILLER PIC X(1) VALUE "-".
011110    03 HDR-MAX-Y PIC ZZ9.
011120 01 HEADER-LEGEND-LINE.
011130    03 FILLER PIC X(8) VALUE "LEGEND: ".
011140    03 HDR-LEGEND-TEXT PIC X(60).
011150*One line per annotation under the legend, and a closing count
011160*for any past the listing limit.
011170 01 HEADER-NOTE-LINE.
011180    03 FILLER PIC X(8) VALUE SPACES.
011190    03 FILLER PIC X(5) VALUE "NOTE ".
011200    03 HN-X PIC X(3).
011210    03 FILLER PIC X(1) VALUE ",".
011220    03 HN-Y PIC X(3).
011230    03 FILLER PIC X(2) VALUE SPACES.
011240    03 HN-TEXT PIC X(22).
011250    03 HN-STATUS PIC X(11).
011260 01 HEADER-NOTE-MORE-LINE.
011270    03 FILLER PIC X(8) VALUE SPACES.
011280    03 FILLER PIC X(4) VALUE "AND ".
011290    03 HNM-COUNT PIC ZZZZ9.
011300    03 FILLER PIC X(22) VALUE " MORE NOTES NOT LISTED".
011310 01 REPORT-DETAIL-LINE.
011320    03 FILLER PIC X(27) VALUE "REJECTED OUT-OF-RANGE PAIR ".
011330    03 RD-X1  PIC ZZ9.
011340    03 FILLER PIC X(1) VALUE ",".
011350    03 RD-Y1  PIC ZZ9.
011360    03 FILLER PIC X(4) VALUE " -- ".
011370    03 RD-X2  PIC ZZ9.
011380    03 FILLER PIC X(1) VALUE ",".
011390    03 RD-Y2  PIC ZZ9.
011400    03 FILLER PIC X(13) VALUE " (GRID IS 00-".
011410    03 RD-MAX-X PIC ZZ9.
011420    03 FILLER PIC X(2) VALUE " /".
011430    03 RD-MAX-Y PIC ZZ9.
011440    03 FILLER PIC X(1) VALUE ")".
011450*Like REPORT-DETAIL-LINE, but for scatter and bar modes, where
011460*points stand alone and a rejection names one point, not a pair.
011470 01 MARK-REJECT-LINE.
011480    03 FILLER PIC X(28) VALUE "REJECTED OUT-OF-RANGE POINT ".
011490    03 MR-X  PIC ZZ9.
011500    03 FILLER PIC X(1) VALUE ",".
011510    03 MR-Y  PIC ZZ9.
011520    03 FILLER PIC X(13) VALUE " (GRID IS 00-".
011530    03 MR-MAX-X PIC ZZ9.
011540    03 FILLER PIC X(2) VALUE " /".
011550    03 MR-MAX-Y PIC ZZ9.
011560    03 FILLER PIC X(1) VALUE ")".
011570*Run log summary lines, written to REPORT-FILE once per point-set
011580*after DRAW-GRAPH finishes, so an operator can tell how a plot was
011590*built without re-deriving it from the raw input file.
011600 01 RUN-LOG-HEADING-LINE.
011610    03 FILLER PIC X(23) VALUE "RUN LOG FOR POINT SET: ".
011620    03 RL-OUTPUT-NAME PIC X(20).
011630 01 RUN-LOG-POINTS-LINE.
011640    03 FILLER PIC X(20) VALUE "  POINTS READ:      ".
011650    03 RL-POINTS-READ PIC ZZZZ9.
011660 01 RUN-LOG-LINES-LINE.
011670    03 FILLER PIC X(20) VALUE "  LINES DRAWN:      ".
011680    03 RL-LINES-DRAWN PIC ZZZZ9.
011690    03 FILLER PIC X(11) VALUE " (VERTICAL=".
011700    03 RL-VERTICAL PIC ZZZZ9.
011710    03 FILLER PIC X(1) VALUE ",".
011720    03 FILLER PIC X(13) VALUE " LARGE-SLOPE=".
011730    03 RL-LARGE-SLOPE PIC ZZZZ9.
011740    03 FILLER PIC X(1) VALUE ",".
011750    03 FILLER PIC X(13) VALUE " SMALL-SLOPE=".
011760    03 RL-SMALL-SLOPE PIC ZZZZ9.
011770    03 FILLER PIC X(1) VALUE ")".
011780 01 RUN-LOG-DIFF-LINE.
011790    03 FILLER PIC X(20) VALUE "  DIFFERING CELLS:  ".
011800    03 RL-DIFF PIC ZZZZ9.
011810*Second source line for a comparison graph's header, naming
011820*the set the first one is being held against.
011830 01 COMPARE-SOURCE-LINE.
011840    03 FILLER PIC X(8) VALUE "VERSUS: ".
011850    03 CS-INPUT-NAME PIC X(20).
011860 01 RUN-LOG-COLLISIONS-LINE.
011870    03 FILLER PIC X(20) VALUE "  CELL COLLISIONS:  ".
011880    03 RL-COLLISIONS PIC ZZZZ9.
011890*One line per collision as it happens, so the run log shows
011900*where one series overwrote another on the grid.
011910 01 COLLISION-DETAIL-LINE.
011920    03 FILLER PIC X(13) VALUE "COLLISION AT ".
011930    03 CD-X PIC ZZ9.
011940    03 FILLER PIC X(1) VALUE ",".
011950    03 CD-Y PIC ZZ9.
011960    03 FILLER PIC X(3) VALUE ": '".
011970    03 CD-OLD PIC X.
011980    03 FILLER PIC X(17) VALUE "' OVERSTRUCK BY '".
011990    03 CD-NEW PIC X.
012000    03 FILLER PIC X(1) VALUE "'".
012010 01 RUN-LOG-ERRORS-LINE.
012020    03 FILLER PIC X(20) VALUE "  ERRORS ENCOUNTERED".
012030    03 FILLER PIC X(1) VALUE ":".
012040    03 RL-ERRORS PIC ZZZZ9.
012050 01 RUN-LOG-BREACH-LINE.
012060    03 FILLER PIC X(20) VALUE "  LIMIT BREACHES:   ".
012070    03 RL-BREACHES PIC ZZZZ9.
012080 01 RUN-LOG-NOTES-LINE.
012090    03 FILLER PIC X(20) VALUE "  ANNOTATIONS:      ".
012100    03 RL-NOTES PIC ZZZZ9.
012110 01 NOTE-OFF-GRID-LINE.
012120    03 FILLER PIC X(28) VALUE "ANNOTATION NOT DRAWN AT     ".
012130    03 NOG-X PIC X(3).
012140    03 FILLER PIC X(1) VALUE ",".
012150    03 NOG-Y PIC X(3).
012160    03 FILLER PIC X(13) VALUE " (GRID IS 00-".
012170    03 NOG-MAX-X PIC ZZ9.
012180    03 FILLER PIC X(2) VALUE " /".
012190    03 NOG-MAX-Y PIC ZZ9.
012200    03 FILLER PIC X(1) VALUE ")".
012210 01 RUN-LOG-DUPLICATE-LINE.
012220    03 FILLER PIC X(30) VALUE "DUPLICATE TRANSMISSION - SAME ".
012230    03 FILLER PIC X(12) VALUE "CONTENT AS: ".
012240    03 RLD-SERIES PIC X(20).
012250    03 FILLER PIC X(4) VALUE " ON ".
012260    03 RLD-MM PIC 99.
012270    03 FILLER PIC X VALUE "/".
012280    03 RLD-DD PIC 99.
012290    03 FILLER PIC X VALUE "/".
012300    03 RLD-YEAR PIC 9(4).
012310 01 BREACH-HEADING-LINE.
012320    03 FILLER PIC X(28) VALUE "CONTROL LIMIT BREACHES FOR: ".
012330    03 BH-OUTPUT-NAME PIC X(20).
012340 01 BREACH-DETAIL-LINE.
012350    03 FILLER PIC X(6) VALUE "POINT ".
012360    03 BR-ORDINAL PIC ZZZZ9.
012370    03 FILLER PIC X(4) VALUE "  X=".
012380    03 BR-X PIC -ZZ9.99.
012390    03 FILLER PIC X(4) VALUE "  Y=".
012400    03 BR-Y PIC -ZZ9.99.
012410    03 FILLER PIC X(2) VALUE SPACES.
012420    03 BR-DIRECTION PIC X(16).
012430    03 FILLER PIC X(1) VALUE SPACE.
012440    03 BR-LIMIT PIC -ZZ9.99.
012450
012460*In order to save memory space, we will not declare a large array
012470*in advance to handle a possibly large number of data points.
012480*Instead, we only declare two variables to store two points each
012490*time. Every time we draw a line, we discard the oldest data point
012500*and read in a new one and draw another line, and so on.
012510
012520*To achieve this, we should read in two points, draw a line,
012530*backspace once, and read two points again. However, a function
012540*like the "backspace" is not known, so we will open and close
012550*the input file multiple times. In subsequent reads, we will skip
012560*some records.
012570
012580*One important point to notice is that in order to make the 2-D
012590*table declared in this program look like the real coordinate
012600*system, the real x-coordinate will correspond to the second
012610*subscript of the 2-D table, while the y-coordinate will
012620*correspond to the first subscript of the table.
012630
012640*Usually the variable I will correspond to the x-coordinate,
012650*and the variable J will correspond to the y-coordinate.
012660
012670 PROCEDURE DIVISION.
012680*A control file lets one run plot several point-set/output-name
012690*pairs, each getting its own output file, instead of scheduling a
012700*separate job step per graph. When control.txt is not present we
012710*fall back to the historical single input.txt/output.txt pair.
012720 PROG-MAIN.
012730     PERFORM SET-DEFAULT-BUSINESS-DATE.
012740     PERFORM TAKE-MACHINE-STAMP.
012750     MOVE RUN-STAMP-DATE-NUM TO RUN-START-DATE.
012760     MOVE WS-RUN-TIME TO RUN-START-TIME.
012770     OPEN INPUT CONTROL-FILE.
012780     IF CONTROL-FILE-STATUS NOT = "00"
012790        PERFORM REGISTER-RUN-START THRU REGISTER-RUN-START-EXIT
012800        PERFORM PROCESS-DEFAULT-SET
012810        GO TO PROG-DONE.
012820     PERFORM PROCESS-CONTROL-FILE.
012830     CLOSE CONTROL-FILE.
012840     GO TO PROG-DONE.
012850
012860*The return code tells the scheduler how the run really went,
012870*instead of the clean finish a STOP RUN alone always reported:
012880*    0 - every point-set that was asked for made it to a graph
012890*    4 - some sets plotted, some were lost
012900*    8 - nothing was plotted at all
012910*It is worked out before the run registry is updated, and only
012920*handed over at the very end, since the CALLs on the way would
012930*otherwise overwrite it.
012940 PROG-DONE.
012950     IF FAILED-SET-COUNT = 0
012960        MOVE 0 TO RUN-RETURN-CODE
012970     ELSE
012980        IF GOOD-SET-COUNT > 0
012990           MOVE 4 TO RUN-RETURN-CODE
013000        ELSE
013010           MOVE 8 TO RUN-RETURN-CODE
013020        END-IF
013030     END-IF.
013040     PERFORM TAKE-MACHINE-STAMP.
013050     MOVE RUN-STAMP-DATE-NUM TO RUN-END-DATE.
013060     MOVE WS-RUN-TIME TO RUN-END-TIME.
013070     MOVE "ENDED" TO RUN-STATUS-TEXT.
013080     PERFORM UPDATE-RUN-REGISTER THRU UPDATE-RUN-REGISTER-EXIT.
013090     MOVE RUN-RETURN-CODE TO RETURN-CODE.
013100     STOP RUN.
013110
013120*Historical single-pair behaviour, used when no control.txt is
013130*present.
013140 PROCESS-DEFAULT-SET.
013150     MOVE 'N' TO BATCH-RUN-FLAG.
013160     MOVE "input.txt" TO WS-INPUT-FILENAME.
013170     MOVE "output.txt" TO WS-OUTPUT-FILENAME.
013180     MOVE "report.txt" TO WS-REPORT-FILENAME.
013190     MOVE "output.ckp" TO WS-CHECKPOINT-FILENAME.
013200     MOVE 1 TO SCALE-X.
013210     MOVE 1 TO SCALE-Y.
013220     MOVE 0 TO OFFSET-X.
013230     MOVE 0 TO OFFSET-Y.
013240     MOVE 'L' TO PLOT-MODE.
013250     PERFORM PROCESS-ONE-GRAPH THRU PROCESS-ONE-GRAPH-EXIT.
013260
013270*The business date starts out as the machine date with the
013280*century put back: two-digit years 70-99 read as 19xx and 00-69
013290*as 20xx, the same window DDAHCNV applies to the old archive.
013300*A DATE directive in the control file replaces it whole.
013310 SET-DEFAULT-BUSINESS-DATE.
013320     ACCEPT WS-RUN-DATE FROM DATE.
013330     MOVE WS-RUN-MM TO BUS-MONTH.
013340     MOVE WS-RUN-DD TO BUS-DAY.
013350     IF WS-RUN-YY NOT < 70
013360        COMPUTE BUS-YEAR = 1900 + WS-RUN-YY
013370     ELSE
013380        COMPUTE BUS-YEAR = 2000 + WS-RUN-YY
013390     END-IF.
013400
013410*"DATE <yyyymmdd>": the whole run is stamped with the date the
013420*work belongs to, not the date the machine happens to show. A
013430*value that is not eight digits, or whose month or day is out
013440*of range, is refused with a console note and the default
013450*stands -- a rerun under a silently wrong date is exactly what
013460*this directive exists to prevent.
013470 TAKE-DATE-DIRECTIVE.
013480     MOVE SPACES TO WS-DATE-TEXT.
013490     UNSTRING CTL-RECORD DELIMITED BY SPACE
013500         INTO WS-CTL-KEYWORD WS-DATE-TEXT.
013510     IF WS-DATE-TEXT IS NOT NUMERIC
013520        DISPLAY "DATE directive is not YYYYMMDD. Date kept."
013530        GO TO TAKE-DATE-DIRECTIVE-EXIT.
013540     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
013550        OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
013560        DISPLAY "DATE directive out of range. Date kept."
013570        GO TO TAKE-DATE-DIRECTIVE-EXIT.
013580     MOVE WS-DATE-YEAR TO BUS-YEAR.
013590     MOVE WS-DATE-MONTH TO BUS-MONTH.
013600     MOVE WS-DATE-DAY TO BUS-DAY.
013610 TAKE-DATE-DIRECTIVE-EXIT.
013620     EXIT.
013630
013640*"SUMMARY <name>": this run's summary goes to its own file, so
013650*two departments' decks running at once stop wiping each
013660*other's summary.txt. A record with no name keeps the default.
013670 TAKE-SUMMARY-DIRECTIVE.
013680     MOVE SPACES TO WS-CTL-NAME-WORK.
013690     UNSTRING CTL-RECORD DELIMITED BY SPACE
013700         INTO WS-CTL-KEYWORD WS-CTL-NAME-WORK.
013710     IF WS-CTL-NAME-WORK NOT = SPACES
013720        MOVE WS-CTL-NAME-WORK TO WS-SUMMARY-FILENAME
013730     ELSE
013740        DISPLAY "SUMMARY directive without a name. Name kept."
013750     END-IF.
013760
013770*The restart state rides the summary name, <summary-name>.ckp,
013780*the same way a point-set's .rpt and .ckp ride its output name.
013790 DERIVE-BATCH-CHECKPOINT-FILENAME.
013800     MOVE SPACES TO WS-BATCH-CHECKPOINT-FILENAME.
013810     STRING WS-SUMMARY-FILENAME DELIMITED BY SPACE
013820           ".ckp" DELIMITED BY SIZE
013830       INTO WS-BATCH-CHECKPOINT-FILENAME.
013840
013850 PROCESS-CONTROL-FILE.
013860     MOVE 'Y' TO BATCH-RUN-FLAG.
013870*First pass: count the graphs the run will produce, so a print
013880*file's "GRAPH n OF m" headings can name the total up front,
013890*and pick up the run-level DATE directive so the business date
013900*governs everything that follows, the summary heading included.
013910*The control file is then reopened for the real pass.
013920     PERFORM COUNT-CONTROL-GRAPHS.
013930     CLOSE CONTROL-FILE.
013940*The counting pass has settled the summary name by now, so the
013950*restart state can ride it.
013960     PERFORM DERIVE-BATCH-CHECKPOINT-FILENAME.
013970*With the summary name settled the run can be entered in the run
013980*registry, and its ID go into the summary heading.
013990     MOVE "control.txt" TO RUN-CONTROL-NAME.
014000     MOVE WS-SUMMARY-FILENAME TO RUN-SUMMARY-NAME.
014010     PERFORM REGISTER-RUN-START THRU REGISTER-RUN-START-EXIT.
014020     OPEN OUTPUT SUMMARY-FILE.
014030     IF SUMMARY-FILE-STATUS = "00"
014040        MOVE BUS-MONTH TO SH-RUN-MM
014050        MOVE BUS-DAY TO SH-RUN-DD
014060        MOVE BUS-YEAR TO SH-RUN-YEAR
014070        MOVE RUN-ID TO SH-RUN-ID
014080        WRITE SUMMARY-RECORD FROM SUMMARY-HEADING-LINE
014090     END-IF.
014100*A batch checkpoint left by an interrupted run of this control
014110*file tells us which records are already done: their summary
014120*lines are replayed into the fresh summary file and the set
014130*totals picked up where they stood, so the final summary still
014140*covers the whole batch.
014150     PERFORM LOAD-BATCH-CHECKPOINT
014160  THRU LOAD-BATCH-CHECKPOINT-EXIT.
014170     IF RESUME-AFTER-RECORD > 0
014180        MOVE 'Y' TO RUN-RESTART-FLAG
014190        PERFORM UPDATE-RUN-REGISTER THRU UPDATE-RUN-REGISTER-EXIT
014200     END-IF.
014210     OPEN INPUT CONTROL-FILE.
014220     MOVE 'N' TO CONTROL-EOF.
014230     MOVE 0 TO CONTROL-RECORD-ORDINAL.
014240     MOVE 'N' TO PENDING-OVERLAY-FLAG.
014250     READ CONTROL-FILE
014260         AT END MOVE 'Y' TO CONTROL-EOF
014270     END-READ.
014280     PERFORM UNTIL CONTROL-EOF = 'Y'
014290        ADD 1 TO CONTROL-RECORD-ORDINAL
014300        MOVE CONTROL-RECORD-ORDINAL TO BCK-STABLE-ORDINAL
014310*Records the batch checkpoint already covers are walked past,
014320*not reprocessed; only a PRINT directive among them still takes
014330*effect, since it shapes how the remaining graphs come out.
014340        IF CONTROL-RECORD-ORDINAL NOT > RESUME-AFTER-RECORD
014350           PERFORM SKIP-CONTROL-RECORD
014360              THRU SKIP-CONTROL-RECORD-EXIT
014370        ELSE
014380           PERFORM DISPATCH-CONTROL-RECORD
014390        END-IF
014400        READ CONTROL-FILE
014410            AT END MOVE 'Y' TO CONTROL-EOF
014420        END-READ
014430     END-PERFORM.
014440*A group still open at end of file is flushed as if an
014450*ENDOVERLAY record had followed it.
014460     IF OVERLAY-MODE-FLAG = 'Y'
014470        PERFORM FLUSH-OVERLAY-GROUP
014480           THRU FLUSH-OVERLAY-GROUP-EXIT.
014490     IF SUMMARY-FILE-STATUS = "00"
014500        MOVE GOOD-SET-COUNT TO ST-GOOD
014510        MOVE FAILED-SET-COUNT TO ST-FAILED
014520        WRITE SUMMARY-RECORD FROM SUMMARY-TOTALS-LINE
014530        CLOSE SUMMARY-FILE
014540     END-IF.
014550*The run made it to the end, so there is nothing left to
014560*resume and a stale checkpoint must not trim the next run.
014570     PERFORM CLEAR-BATCH-CHECKPOINT.
014580     IF PRINT-MODE-FLAG = 'Y'
014590        CLOSE PRINT-FILE
014600        MOVE 'N' TO PRINT-MODE-FLAG
014610     END-IF.
014620
014630*Reads the whole control file once, counting how many graphs
014640*it will produce: every plain point-set record outside an
014650*overlay group is one graph, each overlay group is one, and a
014660*comparison is one (plus the group it implicitly flushes).
014670*PRINT directives produce none themselves.
014680 COUNT-CONTROL-GRAPHS.
014690     MOVE 0 TO TOTAL-GRAPH-COUNT.
014700     MOVE 'N' TO PENDING-OVERLAY-FLAG.
014710     READ CONTROL-FILE
014720         AT END MOVE 'Y' TO CONTROL-EOF
014730     END-READ.
014740     PERFORM UNTIL CONTROL-EOF = 'Y'
014750        PERFORM COUNT-ONE-CONTROL-RECORD
014760        READ CONTROL-FILE
014770            AT END MOVE 'Y' TO CONTROL-EOF
014780        END-READ
014790     END-PERFORM.
014800     IF PENDING-OVERLAY-FLAG = 'Y'
014810        ADD 1 TO TOTAL-GRAPH-COUNT
014820        MOVE 'N' TO PENDING-OVERLAY-FLAG
014830     END-IF.
014840
014850 COUNT-ONE-CONTROL-RECORD.
014860     MOVE SPACES TO WS-CTL-KEYWORD.
014870     UNSTRING CTL-RECORD DELIMITED BY SPACE
014880         INTO WS-CTL-KEYWORD.
014890     IF WS-CTL-KEYWORD = "OVERLAY"
014900        IF PENDING-OVERLAY-FLAG = 'Y'
014910           ADD 1 TO TOTAL-GRAPH-COUNT
014920        END-IF
014930        MOVE 'Y' TO PENDING-OVERLAY-FLAG
014940     ELSE
014950        IF WS-CTL-KEYWORD = "ENDOVERLAY"
014960           IF PENDING-OVERLAY-FLAG = 'Y'
014970              ADD 1 TO TOTAL-GRAPH-COUNT
014980              MOVE 'N' TO PENDING-OVERLAY-FLAG
014990           END-IF
015000        ELSE
015010           IF WS-CTL-KEYWORD = "COMPARE"
015020              IF PENDING-OVERLAY-FLAG = 'Y'
015030                 ADD 1 TO TOTAL-GRAPH-COUNT
015040                 MOVE 'N' TO PENDING-OVERLAY-FLAG
015050              END-IF
015060              ADD 1 TO TOTAL-GRAPH-COUNT
015070           ELSE
015080              IF WS-CTL-KEYWORD = "PRINT"
015090                 CONTINUE
015100              ELSE
015110*The DATE directive is applied here, on the counting pass, so
015120*the business date is settled before anything is written.
015130              IF WS-CTL-KEYWORD = "DATE"
015140                 PERFORM TAKE-DATE-DIRECTIVE
015150                    THRU TAKE-DATE-DIRECTIVE-EXIT
015160              ELSE
015170*SUMMARY is applied here too, ahead of the summary file's own
015180*OPEN, for the same reason as DATE.
015190              IF WS-CTL-KEYWORD = "SUMMARY"
015200                 PERFORM TAKE-SUMMARY-DIRECTIVE
015210              ELSE
015220*A MULTI record produces one graph per contained series, so the
015230*named file is read here just to count its SERIES delimiters.
015240                 IF WS-CTL-KEYWORD = "MULTI"
015250                    PERFORM COUNT-MULTI-SERIES
015260                       THRU COUNT-MULTI-SERIES-EXIT
015270                    IF PENDING-OVERLAY-FLAG = 'N'
015280                       ADD MULTI-COUNT-WORK TO TOTAL-GRAPH-COUNT
015290                    END-IF
015300                 ELSE
015310                 IF PENDING-OVERLAY-FLAG = 'N'
015320                    ADD 1 TO TOTAL-GRAPH-COUNT
015330                 END-IF
015340                 END-IF
015350              END-IF
015360              END-IF
015370              END-IF
015380           END-IF
015390        END-IF
015400     END-IF.
015410
015420*One summary line for the point-set just finished (or lost).
015430*The caller names the outcome; the mismatch flag and rejected
015440*count ride along from the set's own bookkeeping. Does nothing
015450*when no summary file is open (the legacy single-file run).
015460 WRITE-SUMMARY-LINE.
015470     IF SUMMARY-FILE-STATUS = "00"
015480        MOVE SPACES TO SUM-OUTPUT-NAME
015490        MOVE WS-OUTPUT-FILENAME TO SUM-OUTPUT-NAME
015500        MOVE COUNT-MISMATCH-FLAG TO SUM-MISMATCH
015510        MOVE VALIDATION-ERROR-COUNT TO SUM-REJECTED
015520        MOVE EDIT-REJECTED-COUNT TO SUM-EDITED
015530        MOVE BREACH-COUNT TO SUM-BREACHES
015540        WRITE SUMMARY-RECORD FROM SUMMARY-DETAIL-LINE
015550        PERFORM NOTE-BATCH-PROGRESS
015560           THRU NOTE-BATCH-PROGRESS-EXIT
015570     END-IF.
015580
015590*Every summary line is also a restart line: once a control
015600*record's outcome is on record, a rerun need not pay for it
015610*again. Overlay members wait in the pending table until their
015620*group's combined graph is safely on disk, because resuming
015630*past a member whose group never flushed would lose the group.
015640*A checkpoint that will not open costs the restart protection,
015650*never the run.
015660 NOTE-BATCH-PROGRESS.
015670     IF OVERLAY-MODE-FLAG = 'Y'
015680           OR MULTI-IN-PROGRESS-FLAG = 'Y'
015690        IF BCK-PENDING-COUNT < 30
015700           ADD 1 TO BCK-PENDING-COUNT
015710           MOVE SUMMARY-DETAIL-LINE
015720             TO BCK-PENDING-LINE(BCK-PENDING-COUNT)
015730        END-IF
015740        GO TO NOTE-BATCH-PROGRESS-EXIT.
015750     OPEN EXTEND BATCH-CHECKPOINT-FILE.
015760     IF BATCH-CHECKPOINT-FILE-STATUS NOT = "00"
015770        MOVE 0 TO BCK-PENDING-COUNT
015780        GO TO NOTE-BATCH-PROGRESS-EXIT.
015790     PERFORM VARYING K FROM 1 BY 1
015800           UNTIL K > BCK-PENDING-COUNT
015810        MOVE BCK-PENDING-LINE(K) TO BCK-LINE-TEXT
015820        PERFORM WRITE-BATCH-CHECKPOINT-LINE
015830     END-PERFORM.
015840     MOVE 0 TO BCK-PENDING-COUNT.
015850     MOVE SUMMARY-DETAIL-LINE TO BCK-LINE-TEXT.
015860     PERFORM WRITE-BATCH-CHECKPOINT-LINE.
015870     CLOSE BATCH-CHECKPOINT-FILE.
015880 NOTE-BATCH-PROGRESS-EXIT.
015890     EXIT.
015900
015910 WRITE-BATCH-CHECKPOINT-LINE.
015920     MOVE SPACES TO BATCH-CHECKPOINT-RECORD.
015930     MOVE BCK-STABLE-ORDINAL TO BCK-RECORD-ORDINAL.
015940     MOVE GOOD-SET-COUNT TO BCK-GOOD-COUNT.
015950     MOVE FAILED-SET-COUNT TO BCK-FAILED-COUNT.
015960     MOVE BCK-LINE-TEXT TO BCK-SUMMARY-TEXT.
015970     WRITE BATCH-CHECKPOINT-RECORD.
015980
015990*Reads the checkpoint an interrupted run left behind: every
016000*line's summary text goes back into the new summary file, and
016010*the last line tells us how far the control file had safely
016020*gotten and what the set totals stood at.
016030 LOAD-BATCH-CHECKPOINT.
016040     MOVE 0 TO RESUME-AFTER-RECORD.
016050     MOVE 0 TO BCK-PENDING-COUNT.
016060     MOVE 'N' TO BATCH-CHECKPOINT-EOF.
016070     OPEN INPUT BATCH-CHECKPOINT-FILE.
016080     IF BATCH-CHECKPOINT-FILE-STATUS NOT = "00"
016090        GO TO LOAD-BATCH-CHECKPOINT-EXIT.
016100     PERFORM READ-BATCH-CHECKPOINT-LINE
016110        THRU READ-BATCH-CHECKPOINT-LINE-EXIT
016120        UNTIL BATCH-CHECKPOINT-EOF = 'Y'.
016130     CLOSE BATCH-CHECKPOINT-FILE.
016140 LOAD-BATCH-CHECKPOINT-EXIT.
016150     EXIT.
016160
016170 READ-BATCH-CHECKPOINT-LINE.
016180     READ BATCH-CHECKPOINT-FILE
016190        AT END MOVE 'Y' TO BATCH-CHECKPOINT-EOF
016200     END-READ.
016210     IF BATCH-CHECKPOINT-EOF = 'Y'
016220        GO TO READ-BATCH-CHECKPOINT-LINE-EXIT.
016230     IF BCK-RECORD-ORDINAL IS NOT NUMERIC
016240        GO TO READ-BATCH-CHECKPOINT-LINE-EXIT.
016250     MOVE BCK-RECORD-ORDINAL TO RESUME-AFTER-RECORD.
016260     IF BCK-GOOD-COUNT IS NUMERIC
016270        MOVE BCK-GOOD-COUNT TO GOOD-SET-COUNT.
016280     IF BCK-FAILED-COUNT IS NUMERIC
016290        MOVE BCK-FAILED-COUNT TO FAILED-SET-COUNT.
016300     IF SUMMARY-FILE-STATUS = "00"
016310        WRITE SUMMARY-RECORD FROM BCK-SUMMARY-TEXT.
016320 READ-BATCH-CHECKPOINT-LINE-EXIT.
016330     EXIT.
016340
016350*Walks one already-finished control record without reprocessing
016360*it. PRINT still takes effect (it shapes the rest of the run);
016370*graph-producing records only bump the graph sequence so a
016380*print file resumed mid-deck keeps its "GRAPH n OF m" numbering
016390*honest. The pending-overlay flag mirrors the counting pass.
016400 SKIP-CONTROL-RECORD.
016410     MOVE SPACES TO WS-CTL-KEYWORD.
016420     UNSTRING CTL-RECORD DELIMITED BY SPACE
016430         INTO WS-CTL-KEYWORD.
016440     IF WS-CTL-KEYWORD = "PRINT"
016450        PERFORM START-PRINT-MODE
016460        GO TO SKIP-CONTROL-RECORD-EXIT.
016470     IF WS-CTL-KEYWORD = "DATE"
016480        GO TO SKIP-CONTROL-RECORD-EXIT.
016490     IF WS-CTL-KEYWORD = "SUMMARY"
016500        GO TO SKIP-CONTROL-RECORD-EXIT.
016510     IF WS-CTL-KEYWORD = "OVERLAY"
016520        IF PENDING-OVERLAY-FLAG = 'Y'
016530           ADD 1 TO GRAPH-SEQUENCE
016540        END-IF
016550        MOVE 'Y' TO PENDING-OVERLAY-FLAG
016560        GO TO SKIP-CONTROL-RECORD-EXIT.
016570     IF WS-CTL-KEYWORD = "ENDOVERLAY"
016580        IF PENDING-OVERLAY-FLAG = 'Y'
016590           ADD 1 TO GRAPH-SEQUENCE
016600           MOVE 'N' TO PENDING-OVERLAY-FLAG
016610        END-IF
016620        GO TO SKIP-CONTROL-RECORD-EXIT.
016630     IF WS-CTL-KEYWORD = "COMPARE"
016640        IF PENDING-OVERLAY-FLAG = 'Y'
016650           ADD 1 TO GRAPH-SEQUENCE
016660           MOVE 'N' TO PENDING-OVERLAY-FLAG
016670        END-IF
016680        ADD 1 TO GRAPH-SEQUENCE
016690        GO TO SKIP-CONTROL-RECORD-EXIT.
016700     IF WS-CTL-KEYWORD = "MULTI"
016710        PERFORM COUNT-MULTI-SERIES
016720           THRU COUNT-MULTI-SERIES-EXIT
016730        IF PENDING-OVERLAY-FLAG = 'N'
016740           ADD MULTI-COUNT-WORK TO GRAPH-SEQUENCE
016750        END-IF
016760        GO TO SKIP-CONTROL-RECORD-EXIT.
016770     IF PENDING-OVERLAY-FLAG = 'N'
016780        ADD 1 TO GRAPH-SEQUENCE.
016790 SKIP-CONTROL-RECORD-EXIT.
016800     EXIT.
016810
016820
016830*Appends the finished point-set's statistics to the indexed
016840*plot-history archive. The archive is best effort: a site whose
016850*runtime has no indexed-file support, or a locked file, costs a
016860*console warning and the history entry, never the plot itself.
016870 WRITE-HISTORY-RECORD.
016880     MOVE 0 TO HISTORY-RETRY-COUNT.
016890 WRITE-HISTORY-OPEN.
016900     OPEN I-O HISTORY-FILE.
016910     IF HISTORY-FILE-STATUS = "35"
016920        OPEN OUTPUT HISTORY-FILE.
016930*A busy archive means another run holds it right now: wait a
016940*second and try again rather than losing the entry -- or worse,
016950*two writers rebuilding each other's index. A lock that never
016960*clears within the limit still only costs the history entry,
016970*never the plot, exactly as an unopenable archive always has.
016980     IF HISTORY-FILE-STATUS = "93"
016990        AND HISTORY-RETRY-COUNT < HISTORY-RETRY-LIMIT
017000        ADD 1 TO HISTORY-RETRY-COUNT
017010        CALL "C$SLEEP" USING HISTORY-RETRY-SECONDS
017020        GO TO WRITE-HISTORY-OPEN.
017030     IF HISTORY-FILE-STATUS NOT = "00"
017040        DISPLAY "Warning: plot history not recorded."
017050        GO TO WRITE-HISTORY-RECORD-EXIT.
017060     MOVE SPACES TO HISTORY-RECORD.
017070     MOVE WS-OUTPUT-FILENAME TO HIST-OUTPUT-NAME.
017080     MOVE BUSINESS-DATE-NUM TO HIST-RUN-DATE.
017090     ACCEPT WS-RUN-TIME FROM TIME.
017100     MOVE WS-RUN-TIME TO HIST-RUN-TIME.
017110     MOVE WS-INPUT-FILENAME TO HIST-INPUT-NAME.
017120     MOVE ACTUAL-POINT-COUNT TO HIST-POINTS-READ.
017130     MOVE VERTICAL-LINE-COUNT TO HIST-VERTICAL-COUNT.
017140     MOVE LARGE-SLOPE-COUNT TO HIST-LARGE-SLOPE-COUNT.
017150     MOVE SMALL-SLOPE-COUNT TO HIST-SMALL-SLOPE-COUNT.
017160     MOVE VALIDATION-ERROR-COUNT TO HIST-ERROR-COUNT.
017170     MOVE COLLISION-COUNT TO HIST-COLLISION-COUNT.
017180     MOVE COMPARE-DIFF-COUNT TO HIST-DIFF-COUNT.
017190     MOVE BREACH-COUNT TO HIST-BREACH-COUNT.
017200     MOVE RUN-ID TO HIST-RUN-ID.
017210     WRITE HISTORY-RECORD
017220        INVALID KEY
017230           DISPLAY "Warning: duplicate history key skipped."
017240     END-WRITE.
017250     CLOSE HISTORY-FILE.
017260 WRITE-HISTORY-RECORD-EXIT.
017270     EXIT.
017280
017290*Machine date and time for the run registry's start and end
017300*stamps, the century put back the same way the default business
017310*date gets it.
017320 TAKE-MACHINE-STAMP.
017330     ACCEPT WS-RUN-DATE FROM DATE.
017340     ACCEPT WS-RUN-TIME FROM TIME.
017350     MOVE WS-RUN-MM TO RUN-STAMP-MONTH.
017360     MOVE WS-RUN-DD TO RUN-STAMP-DAY.
017370     IF WS-RUN-YY NOT < 70
017380        COMPUTE RUN-STAMP-YEAR = 1900 + WS-RUN-YY
017390     ELSE
017400        COMPUTE RUN-STAMP-YEAR = 2000 + WS-RUN-YY
017410     END-IF.
017420
017430*Gives the run its ID and files its start record. The ID is one
017440*past the highest on file; a run starting at the same moment may
017450*take that number first, in which case the write is refused and
017460*the next number tried, up to the limit. Like the history archive
017470*the registry is best effort: one that cannot be opened or
017480*written costs a console warning and a run ID of zero, never
017490*the run itself.
017500 REGISTER-RUN-START.
017510     MOVE 0 TO RUN-REGISTER-RETRY-COUNT.
017520 REGISTER-RUN-OPEN.
017530     OPEN I-O RUN-REGISTER-FILE.
017540*The first run ever finds no registry: create it empty and open
017550*it again for update.
017560     IF RUN-REGISTER-FILE-STATUS = "35"
017570        OPEN OUTPUT RUN-REGISTER-FILE
017580        IF RUN-REGISTER-FILE-STATUS = "00"
017590           CLOSE RUN-REGISTER-FILE
017600           GO TO REGISTER-RUN-OPEN
017610        END-IF
017620     END-IF.
017630     IF RUN-REGISTER-FILE-STATUS = "93"
017640        AND RUN-REGISTER-RETRY-COUNT < HISTORY-RETRY-LIMIT
017650        ADD 1 TO RUN-REGISTER-RETRY-COUNT
017660        CALL "C$SLEEP" USING HISTORY-RETRY-SECONDS
017670        GO TO REGISTER-RUN-OPEN.
017680     IF RUN-REGISTER-FILE-STATUS NOT = "00"
017690        DISPLAY "Warning: run not entered in run registry."
017700        GO TO REGISTER-RUN-START-EXIT.
017710     MOVE 0 TO RUN-ID.
017720     MOVE 0 TO RR-RUN-ID.
017730     MOVE 'N' TO RUN-REGISTER-EOF.
017740     START RUN-REGISTER-FILE KEY NOT < RR-RUN-ID
017750        INVALID KEY MOVE 'Y' TO RUN-REGISTER-EOF
017760     END-START.
017770     PERFORM FIND-LAST-RUN-ID THRU FIND-LAST-RUN-ID-EXIT
017780        UNTIL RUN-REGISTER-EOF = 'Y'.
017790     MOVE 0 TO RUN-ID-TRIES.
017800     MOVE 'N' TO RUN-REGISTERED-FLAG.
017810     PERFORM WRITE-RUN-START
017820        UNTIL RUN-REGISTERED-FLAG = 'Y'
017830           OR RUN-ID-TRIES NOT < RUN-ID-TRY-LIMIT.
017840     CLOSE RUN-REGISTER-FILE.
017850     IF RUN-REGISTERED-FLAG NOT = 'Y'
017860        MOVE 0 TO RUN-ID
017870        DISPLAY "Warning: run not entered in run registry."
017880     END-IF.
017890 REGISTER-RUN-START-EXIT.
017900     EXIT.
017910
017920*Walks the registry in run ID order; the last ID read is the
017930*highest on file.
017940 FIND-LAST-RUN-ID.
017950     READ RUN-REGISTER-FILE NEXT RECORD
017960        AT END MOVE 'Y' TO RUN-REGISTER-EOF
017970     END-READ.
017980     IF RUN-REGISTER-EOF = 'Y'
017990        OR RUN-REGISTER-FILE-STATUS NOT = "00"
018000        MOVE 'Y' TO RUN-REGISTER-EOF
018010        GO TO FIND-LAST-RUN-ID-EXIT.
018020     MOVE RR-RUN-ID TO RUN-ID.
018030 FIND-LAST-RUN-ID-EXIT.
018040     EXIT.
018050
018060*One try at filing the start record under the next ID. Status 02
018070*only says other runs share the business date.
018080 WRITE-RUN-START.
018090     ADD 1 TO RUN-ID-TRIES.
018100     ADD 1 TO RUN-ID.
018110     PERFORM BUILD-RUN-REGISTER-ENTRY.
018120     WRITE RUN-REGISTER-RECORD
018130        INVALID KEY CONTINUE
018140     END-WRITE.
018150     IF RUN-REGISTER-FILE-STATUS = "00"
018160        OR RUN-REGISTER-FILE-STATUS = "02"
018170        MOVE 'Y' TO RUN-REGISTERED-FLAG.
018180
018190 BUILD-RUN-REGISTER-ENTRY.
018200     MOVE SPACES TO RUN-REGISTER-RECORD.
018210     MOVE RUN-ID TO RR-RUN-ID.
018220     MOVE BUSINESS-DATE-NUM TO RR-BUSINESS-DATE.
018230     MOVE RUN-CONTROL-NAME TO RR-CONTROL-NAME.
018240     MOVE RUN-START-DATE TO RR-START-DATE.
018250     MOVE RUN-START-TIME TO RR-START-TIME.
018260     MOVE RUN-END-DATE TO RR-END-DATE.
018270     MOVE RUN-END-TIME TO RR-END-TIME.
018280     MOVE RUN-SUMMARY-NAME TO RR-SUMMARY-NAME.
018290     MOVE RUN-PRINT-NAME TO RR-PRINT-NAME.
018300     MOVE GOOD-SET-COUNT TO RR-SETS-PLOTTED.
018310     MOVE FAILED-SET-COUNT TO RR-SETS-FAILED.
018320     MOVE RUN-RESTART-FLAG TO RR-RESTART-FLAG.
018330     MOVE RUN-RETURN-CODE TO RR-RETURN-CODE.
018340     MOVE RUN-STATUS-TEXT TO RR-RUN-STATUS.
018350
018360*Brings the run's registry entry up to date: the restart mark once
018370*a batch checkpoint has been taken up, and at the end the end
018380*stamp, set totals, print file and return code. A run that never
018390*got an ID has no entry to update.
018400 UPDATE-RUN-REGISTER.
018410     IF RUN-ID = 0
018420        GO TO UPDATE-RUN-REGISTER-EXIT.
018430     MOVE 0 TO RUN-REGISTER-RETRY-COUNT.
018440 UPDATE-RUN-OPEN.
018450     OPEN I-O RUN-REGISTER-FILE.
018460     IF RUN-REGISTER-FILE-STATUS = "93"
018470        AND RUN-REGISTER-RETRY-COUNT < HISTORY-RETRY-LIMIT
018480        ADD 1 TO RUN-REGISTER-RETRY-COUNT
018490        CALL "C$SLEEP" USING HISTORY-RETRY-SECONDS
018500        GO TO UPDATE-RUN-OPEN.
018510     IF RUN-REGISTER-FILE-STATUS NOT = "00"
018520        DISPLAY "Warning: run registry entry not updated."
018530        GO TO UPDATE-RUN-REGISTER-EXIT.
018540     PERFORM BUILD-RUN-REGISTER-ENTRY.
018550     REWRITE RUN-REGISTER-RECORD
018560        INVALID KEY
018570           DISPLAY "Warning: run registry entry not updated."
018580     END-REWRITE.
018590     CLOSE RUN-REGISTER-FILE.
018600 UPDATE-RUN-REGISTER-EXIT.
018610     EXIT.
018620
018630*Looks the set's fingerprint up in the intake register and then
018640*records this transmission under its series and business date. A
018650*set whose records all match a transmission ACCEPTED on an
018660*earlier business date -- under its own name or any other -- is
018670*flagged a duplicate for PROCESS-ONE-GRAPH to refuse. A rerun for
018680*the same date replaces that date's entry. Like the history
018690*archive the register is best effort: one that cannot be opened
018700*costs a console warning and the check, never the plot. An empty
018710*set has nothing to compare and is only recorded.
018720 CHECK-INTAKE-REGISTER.
018730     MOVE 'N' TO INTAKE-DUPLICATE-FLAG.
018740     MOVE 0 TO INTAKE-RETRY-COUNT.
018750 CHECK-INTAKE-OPEN.
018760     OPEN I-O INTAKE-FILE.
018770*The first run ever finds no register: create it empty and open
018780*it again for update.
018790     IF INTAKE-FILE-STATUS = "35"
018800        OPEN OUTPUT INTAKE-FILE
018810        IF INTAKE-FILE-STATUS = "00"
018820           CLOSE INTAKE-FILE
018830           GO TO CHECK-INTAKE-OPEN
018840        END-IF
018850     END-IF.
018860*A busy register is waited out the same way as the history
018870*archive, within the same limit.
018880     IF INTAKE-FILE-STATUS = "93"
018890        AND INTAKE-RETRY-COUNT < HISTORY-RETRY-LIMIT
018900        ADD 1 TO INTAKE-RETRY-COUNT
018910        CALL "C$SLEEP" USING HISTORY-RETRY-SECONDS
018920        GO TO CHECK-INTAKE-OPEN.
018930     IF INTAKE-FILE-STATUS NOT = "00"
018940        DISPLAY "Warning: intake register not checked."
018950        GO TO CHECK-INTAKE-REGISTER-EXIT.
018960     IF INTAKE-RECORD-COUNT > 0
018970        PERFORM SEARCH-INTAKE-REGISTER.
018980     PERFORM RECORD-INTAKE-TRANSMISSION.
018990     CLOSE INTAKE-FILE.
019000 CHECK-INTAKE-REGISTER-EXIT.
019010     EXIT.
019020
019030*Positions on the first register entry carrying the same counts
019040*and checksum, then walks the entries sharing them.
019050 SEARCH-INTAKE-REGISTER.
019060     MOVE INTAKE-RECORD-COUNT TO INT-RECORD-COUNT.
019070     MOVE HEADER-COUNT TO INT-HEADER-COUNT.
019080     MOVE INTAKE-CHECKSUM TO INT-CHECKSUM.
019090     MOVE 'N' TO INTAKE-SEARCH-EOF.
019100     START INTAKE-FILE KEY = INT-FINGERPRINT
019110        INVALID KEY MOVE 'Y' TO INTAKE-SEARCH-EOF
019120     END-START.
019130     PERFORM SEARCH-NEXT-INTAKE THRU SEARCH-NEXT-INTAKE-EXIT
019140        UNTIL INTAKE-SEARCH-EOF = 'Y'.
019150
019160*An entry past the matching fingerprints ends the search. Within
019170*them, only an accepted transmission from an earlier date whose
019180*first and last records also agree counts as the same content.
019190 SEARCH-NEXT-INTAKE.
019200     READ INTAKE-FILE NEXT RECORD
019210        AT END MOVE 'Y' TO INTAKE-SEARCH-EOF
019220     END-READ.
019230     IF INTAKE-SEARCH-EOF = 'Y'
019240        GO TO SEARCH-NEXT-INTAKE-EXIT.
019250     IF INT-RECORD-COUNT NOT = INTAKE-RECORD-COUNT
019260        OR INT-HEADER-COUNT NOT = HEADER-COUNT
019270        OR INT-CHECKSUM NOT = INTAKE-CHECKSUM
019280        MOVE 'Y' TO INTAKE-SEARCH-EOF
019290        GO TO SEARCH-NEXT-INTAKE-EXIT.
019300     IF INT-BUSINESS-DATE NOT < BUSINESS-DATE-NUM
019310        OR INT-OUTCOME NOT = "ACCEPTED"
019320        OR INT-FIRST-POINT NOT = INTAKE-FIRST-POINT
019330        OR INT-LAST-POINT NOT = INTAKE-LAST-POINT
019340        GO TO SEARCH-NEXT-INTAKE-EXIT.
019350     MOVE 'Y' TO INTAKE-DUPLICATE-FLAG.
019360     MOVE INT-SERIES-NAME TO INTAKE-MATCH-SERIES.
019370     MOVE INT-BUSINESS-DATE TO INTAKE-MATCH-DATE-NUM.
019380     MOVE 'Y' TO INTAKE-SEARCH-EOF.
019390 SEARCH-NEXT-INTAKE-EXIT.
019400     EXIT.
019410
019420 RECORD-INTAKE-TRANSMISSION.
019430     MOVE SPACES TO INTAKE-RECORD.
019440     MOVE WS-OUTPUT-FILENAME TO INT-SERIES-NAME.
019450     MOVE BUSINESS-DATE-NUM TO INT-BUSINESS-DATE.
019460     MOVE INTAKE-RECORD-COUNT TO INT-RECORD-COUNT.
019470     MOVE HEADER-COUNT TO INT-HEADER-COUNT.
019480     MOVE INTAKE-CHECKSUM TO INT-CHECKSUM.
019490     MOVE INTAKE-FIRST-POINT TO INT-FIRST-POINT.
019500     MOVE INTAKE-LAST-POINT TO INT-LAST-POINT.
019510     MOVE WS-INPUT-FILENAME TO INT-INPUT-NAME.
019520     ACCEPT WS-RUN-TIME FROM TIME.
019530     MOVE WS-RUN-TIME TO INT-RUN-TIME.
019540     IF INTAKE-DUPLICATE-FLAG = 'Y'
019550        MOVE "DUPLICATE" TO INT-OUTCOME
019560        MOVE INTAKE-MATCH-SERIES TO INT-MATCH-SERIES
019570        MOVE INTAKE-MATCH-DATE-NUM TO INT-MATCH-DATE
019580     ELSE
019590        MOVE "ACCEPTED" TO INT-OUTCOME
019600        MOVE 0 TO INT-MATCH-DATE
019610     END-IF.
019620     WRITE INTAKE-RECORD
019630        INVALID KEY
019640           REWRITE INTAKE-RECORD
019650              INVALID KEY
019660                 DISPLAY "Warning: intake register not updated."
019670           END-REWRITE
019680     END-WRITE.
019690
019700*Names the earlier transmission on the console and in the run log,
019710*so the sending department can be told exactly what it resent.
019720 REPORT-DUPLICATE-TRANSMISSION.
019730     DISPLAY "Duplicate transmission. Skipping this point-set.".
019740     IF REPORT-FILE-STATUS = "00"
019750        MOVE INTAKE-MATCH-SERIES TO RLD-SERIES
019760        MOVE IMD-MONTH TO RLD-MM
019770        MOVE IMD-DAY TO RLD-DD
019780        MOVE IMD-YEAR TO RLD-YEAR
019790        WRITE REPORT-LINE FROM RUN-LOG-DUPLICATE-LINE
019800     END-IF.
019810
019820*Routes one control record: the OVERLAY/ENDOVERLAY directives
019830*open and close an overlay group, and anything else is a
019840*point-set record plotted either into the shared overlay canvas
019850*or into its own output file.
019860 DISPATCH-CONTROL-RECORD.
019870     MOVE SPACES TO WS-CTL-KEYWORD.
019880     UNSTRING CTL-RECORD DELIMITED BY SPACE
019890         INTO WS-CTL-KEYWORD.
019900     IF WS-CTL-KEYWORD = "OVERLAY"
019910        PERFORM START-OVERLAY-GROUP
019920     ELSE
019930        IF WS-CTL-KEYWORD = "ENDOVERLAY"
019940           PERFORM FLUSH-OVERLAY-GROUP
019950              THRU FLUSH-OVERLAY-GROUP-EXIT
019960        ELSE
019970           IF WS-CTL-KEYWORD = "COMPARE"
019980*A comparison needs the whole canvas to itself, so a group
019990*still open is flushed first, as at end of file. The flushed
020000*group's restart lines carry the previous record's ordinal,
020010*since this COMPARE record itself is not done yet.
020020              IF OVERLAY-MODE-FLAG = 'Y'
020030                 COMPUTE BCK-STABLE-ORDINAL =
020040                    CONTROL-RECORD-ORDINAL - 1
020050                 PERFORM FLUSH-OVERLAY-GROUP
020060                    THRU FLUSH-OVERLAY-GROUP-EXIT
020070                 MOVE CONTROL-RECORD-ORDINAL
020080                   TO BCK-STABLE-ORDINAL
020090              END-IF
020100              PERFORM PROCESS-COMPARE-GRAPH
020110                 THRU PROCESS-COMPARE-GRAPH-EXIT
020120           ELSE
020130              IF WS-CTL-KEYWORD = "PRINT"
020140                 PERFORM START-PRINT-MODE
020150              ELSE
020160*DATE was already applied on the counting pass; here it is
020170*only kept out of the point-set path.
020180              IF WS-CTL-KEYWORD = "DATE"
020190              OR WS-CTL-KEYWORD = "SUMMARY"
020200                 CONTINUE
020210              ELSE
020220                 IF WS-CTL-KEYWORD = "PLOT"
020230                    PERFORM PROCESS-PLOT-RECORD
020240                       THRU PROCESS-PLOT-RECORD-EXIT
020250                 ELSE
020260                 IF WS-CTL-KEYWORD = "MULTI"
020270                    PERFORM PROCESS-MULTI-RECORD
020280                       THRU PROCESS-MULTI-RECORD-EXIT
020290                 ELSE
020300                 PERFORM SPLIT-CONTROL-RECORD
020310                 PERFORM DERIVE-REPORT-FILENAME
020320                 PERFORM DERIVE-CHECKPOINT-FILENAME
020330                 IF EDIT-MODE-FLAG = 'Y'
020340                    PERFORM EDIT-INPUT-FILE
020350                       THRU EDIT-INPUT-FILE-EXIT
020360                 END-IF
020370                 PERFORM PROCESS-ONE-GRAPH
020380                    THRU PROCESS-ONE-GRAPH-EXIT
020390                 END-IF
020400                 END-IF
020410              END-IF
020420              END-IF
020430           END-IF
020440        END-IF
020450     END-IF.
020460
020470*"PRINT <print-file-name>": from here on every graph in the
020480*run goes to this one print-ready file, each starting on its
020490*own page, instead of to its record's own output file. Put the
020500*record first in control.txt so the graph numbering covers the
020510*whole run.
020520 START-PRINT-MODE.
020530*A later PRINT record switches decks: the one in progress is
020540*closed before the new name is opened.
020550     IF PRINT-MODE-FLAG = 'Y'
020560        CLOSE PRINT-FILE
020570        MOVE 'N' TO PRINT-MODE-FLAG
020580     END-IF.
020590     MOVE SPACES TO WS-PRINT-FILENAME.
020600     UNSTRING CTL-RECORD DELIMITED BY SPACE
020610         INTO WS-CTL-KEYWORD WS-PRINT-FILENAME.
020620     OPEN OUTPUT PRINT-FILE.
020630     IF PRINT-FILE-STATUS = "00"
020640        MOVE 'Y' TO PRINT-MODE-FLAG
020650        MOVE WS-PRINT-FILENAME TO RUN-PRINT-NAME
020660        MOVE 0 TO PAGE-NUMBER
020670        MOVE 0 TO GRAPH-SEQUENCE
020680        MOVE 0 TO LINES-ON-PAGE
020690     ELSE
020700        DISPLAY "Error opening print file. "
020710           "Graphs go to their own output files."
020720     END-IF.
020730
020740*"MULTI <input-file>" plus the usual option tokens: carve the
020750*file up at its SERIES delimiters and plot every contained
020760*series as if it had its own control record, input <name>.pts
020770*and output <name>, with the MULTI record's options applying to
020780*each. The record's restart lines are held back until every
020790*series is done, so an interrupted MULTI record is redone whole.
020800 PROCESS-MULTI-RECORD.
020810     MOVE SPACES TO WS-MULTI-FILENAME.
020820     MOVE SPACES TO WS-CTL-OPTION-TABLE.
020830     UNSTRING CTL-RECORD DELIMITED BY SPACE
020840         INTO WS-CTL-KEYWORD WS-MULTI-FILENAME
020850              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
020860              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
020870              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
020880              WS-CTL-OPTION(7).
020890     PERFORM SORT-CONTROL-OPTIONS.
020900     PERFORM SET-TRANSFORM-FROM-CONTROL.
020910     PERFORM SET-LIMITS-FROM-CONTROL.
020920     PERFORM SPLIT-MULTI-FILE THRU SPLIT-MULTI-FILE-EXIT.
020930     IF MULTI-OPEN-FAILED-FLAG = 'Y'
020940        PERFORM DISPLAY-OPEN-ERROR
020950        ADD 1 TO FAILED-SET-COUNT
020960        MOVE WS-MULTI-FILENAME TO WS-OUTPUT-FILENAME
020970        MOVE "SKIPPED - OPEN ERROR" TO SUM-OUTCOME
020980        PERFORM WRITE-SUMMARY-LINE
020990        GO TO PROCESS-MULTI-RECORD-EXIT.
021000     IF MULTI-SERIES-TOTAL = 0
021010        DISPLAY "No SERIES records in multi-series file. "
021020           "Nothing plotted for this record."
021030        ADD 1 TO FAILED-SET-COUNT
021040        MOVE WS-MULTI-FILENAME TO WS-OUTPUT-FILENAME
021050        MOVE "NO SERIES RECORDS" TO SUM-OUTCOME
021060        PERFORM WRITE-SUMMARY-LINE
021070        GO TO PROCESS-MULTI-RECORD-EXIT.
021080     MOVE 'Y' TO MULTI-IN-PROGRESS-FLAG.
021090     PERFORM PLOT-ONE-MULTI-SERIES
021100        THRU PLOT-ONE-MULTI-SERIES-EXIT
021110        VARYING MS-INDEX FROM 1 BY 1
021120        UNTIL MS-INDEX > MULTI-SERIES-TOTAL.
021130 PROCESS-MULTI-RECORD-EXIT.
021140     MOVE 'N' TO MULTI-IN-PROGRESS-FLAG.
021150     IF OVERLAY-MODE-FLAG = 'N'
021160        PERFORM FLUSH-BCK-PENDING
021170           THRU FLUSH-BCK-PENDING-EXIT.
021180     EXIT.
021190
021200*One contained series, plotted exactly the way a control record
021210*"<name>.pts <name> <options>" would have been.
021220 PLOT-ONE-MULTI-SERIES.
021230     MOVE MS-NAME(MS-INDEX) TO WS-OUTPUT-FILENAME.
021240     MOVE SPACES TO WS-INPUT-FILENAME.
021250     STRING MS-NAME(MS-INDEX) DELIMITED BY SPACE
021260           ".pts" DELIMITED BY SIZE
021270       INTO WS-INPUT-FILENAME.
021280     PERFORM DERIVE-REPORT-FILENAME.
021290     PERFORM DERIVE-CHECKPOINT-FILENAME.
021300     IF EDIT-MODE-FLAG = 'Y'
021310        PERFORM EDIT-INPUT-FILE
021320           THRU EDIT-INPUT-FILE-EXIT.
021330     PERFORM PROCESS-ONE-GRAPH
021340        THRU PROCESS-ONE-GRAPH-EXIT.
021350 PLOT-ONE-MULTI-SERIES-EXIT.
021360     EXIT.
021370
021380*Carves the multi-series file into one <name>.pts file per
021390*SERIES delimiter: the delimiter's declared count becomes the
021400*split file's header (RECONCILE-POINT-COUNT still gets the last
021410*word when it lies), and the point records that follow are
021420*copied verbatim until the next delimiter or end of file.
021430*Records ahead of the first delimiter have no series to belong
021440*to and are dropped; past the twentieth series the rest of the
021450*file is dropped too, with a console warning either way.
021460 SPLIT-MULTI-FILE.
021470     MOVE 'N' TO MULTI-OPEN-FAILED-FLAG.
021480     MOVE 'N' TO MULTI-SPLIT-OPEN-FLAG.
021490     MOVE 'N' TO MULTI-EOF.
021500     MOVE 0 TO MULTI-SERIES-TOTAL.
021510     MOVE WS-MULTI-FILENAME TO WS-INPUT-FILENAME.
021520     OPEN INPUT INPUT-FILE.
021530     IF INPUT-FILE-STATUS NOT = "00"
021540        MOVE 'Y' TO MULTI-OPEN-FAILED-FLAG
021550        GO TO SPLIT-MULTI-FILE-EXIT.
021560     PERFORM SPLIT-NEXT-MULTI-RECORD
021570        THRU SPLIT-NEXT-MULTI-RECORD-EXIT
021580        UNTIL MULTI-EOF = 'Y'.
021590     IF MULTI-SPLIT-OPEN-FLAG = 'Y'
021600        CLOSE SERIES-SPLIT-FILE
021610        MOVE 'N' TO MULTI-SPLIT-OPEN-FLAG.
021620     CLOSE INPUT-FILE.
021630 SPLIT-MULTI-FILE-EXIT.
021640     EXIT.
021650
021660 SPLIT-NEXT-MULTI-RECORD.
021670     READ INPUT-FILE INTO MULTI-RAW-RECORD
021680        AT END MOVE 'Y' TO MULTI-EOF
021690     END-READ.
021700     IF MULTI-EOF = 'Y'
021710        GO TO SPLIT-NEXT-MULTI-RECORD-EXIT.
021720     MOVE SPACES TO MS-KEYWORD.
021730     MOVE SPACES TO MS-TOKEN-NAME.
021740     MOVE SPACES TO MS-TOKEN-COUNT-TEXT.
021750     UNSTRING MULTI-RAW-RECORD DELIMITED BY SPACE
021760         INTO MS-KEYWORD MS-TOKEN-NAME MS-TOKEN-COUNT-TEXT.
021770     IF MS-KEYWORD = "SERIES"
021780        PERFORM START-NEW-SPLIT-SERIES
021790           THRU START-NEW-SPLIT-SERIES-EXIT
021800        GO TO SPLIT-NEXT-MULTI-RECORD-EXIT.
021810     IF MULTI-SPLIT-OPEN-FLAG = 'Y'
021820        WRITE SPLIT-RECORD FROM MULTI-RAW-RECORD
021830     ELSE
021840        DISPLAY "Record outside any SERIES dropped."
021850     END-IF.
021860 SPLIT-NEXT-MULTI-RECORD-EXIT.
021870     EXIT.
021880
021890*A SERIES delimiter: finish the split file in progress, remember
021900*the new series, and open its .pts file with the declared count
021910*as its header. A delimiter without a name cannot be filed
021920*anywhere and closes the current series so its points are not
021930*polluted.
021940 START-NEW-SPLIT-SERIES.
021950     IF MULTI-SPLIT-OPEN-FLAG = 'Y'
021960        CLOSE SERIES-SPLIT-FILE
021970        MOVE 'N' TO MULTI-SPLIT-OPEN-FLAG.
021980     IF MS-TOKEN-NAME = SPACES
021990        DISPLAY "SERIES record without a name skipped."
022000        GO TO START-NEW-SPLIT-SERIES-EXIT.
022010     IF MULTI-SERIES-TOTAL = 20
022020        DISPLAY "More than 20 SERIES in one file. Rest dropped."
022030        GO TO START-NEW-SPLIT-SERIES-EXIT.
022040     PERFORM PARSE-SERIES-COUNT.
022050     ADD 1 TO MULTI-SERIES-TOTAL.
022060     MOVE MS-TOKEN-NAME TO MS-NAME(MULTI-SERIES-TOTAL).
022070     MOVE MS-PARSED-COUNT TO MS-COUNT(MULTI-SERIES-TOTAL).
022080     MOVE SPACES TO WS-SPLIT-FILENAME.
022090     STRING MS-TOKEN-NAME DELIMITED BY SPACE
022100           ".pts" DELIMITED BY SIZE
022110       INTO WS-SPLIT-FILENAME.
022120     OPEN OUTPUT SERIES-SPLIT-FILE.
022130     IF SPLIT-FILE-STATUS NOT = "00"
022140        DISPLAY "Split file would not open. Series dropped."
022150        SUBTRACT 1 FROM MULTI-SERIES-TOTAL
022160        GO TO START-NEW-SPLIT-SERIES-EXIT.
022170     MOVE 'Y' TO MULTI-SPLIT-OPEN-FLAG.
022180     MOVE MS-PARSED-COUNT TO MH-COUNT.
022190     WRITE SPLIT-RECORD FROM MULTI-HEADER-RECORD.
022200 START-NEW-SPLIT-SERIES-EXIT.
022210     EXIT.
022220
022230*The count on a SERIES delimiter, digits taken left to right
022240*until the first non-digit, the same way PARSE-HEADER-COUNT
022250*reads a header. A count that carries no digit parses as zero
022260*and RECONCILE-POINT-COUNT corrects it from the records found.
022270 PARSE-SERIES-COUNT.
022280     MOVE 0 TO MS-PARSED-COUNT.
022290     MOVE 'N' TO HEADER-END-FLAG.
022300     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
022310        IF HEADER-END-FLAG = 'N'
022320           MOVE MS-TOKEN-COUNT-TEXT(K:1) TO HEADER-DIGIT-X
022330           IF HEADER-DIGIT-X IS NUMERIC
022340              COMPUTE MS-PARSED-COUNT =
022350                 MS-PARSED-COUNT * 10 + HEADER-DIGIT
022360           ELSE
022370              MOVE 'Y' TO HEADER-END-FLAG
022380           END-IF
022390        END-IF
022400     END-PERFORM.
022410
022420*How many graphs a MULTI record will produce: one per SERIES
022430*delimiter in the named file. Used by the counting pass for the
022440*"GRAPH n OF m" total and by the restart skip to keep the graph
022450*sequence honest. A file that will not open counts as none; the
022460*real pass reports the failure itself.
022470 COUNT-MULTI-SERIES.
022480     MOVE 0 TO MULTI-COUNT-WORK.
022490     MOVE SPACES TO WS-MULTI-FILENAME.
022500     UNSTRING CTL-RECORD DELIMITED BY SPACE
022510         INTO WS-CTL-KEYWORD WS-MULTI-FILENAME.
022520     MOVE WS-MULTI-FILENAME TO WS-INPUT-FILENAME.
022530     OPEN INPUT INPUT-FILE.
022540     IF INPUT-FILE-STATUS NOT = "00"
022550        GO TO COUNT-MULTI-SERIES-EXIT.
022560     MOVE 'N' TO MULTI-EOF.
022570     PERFORM COUNT-NEXT-MULTI-RECORD
022580        THRU COUNT-NEXT-MULTI-RECORD-EXIT
022590        UNTIL MULTI-EOF = 'Y'.
022600     CLOSE INPUT-FILE.
022610 COUNT-MULTI-SERIES-EXIT.
022620     EXIT.
022630
022640 COUNT-NEXT-MULTI-RECORD.
022650     READ INPUT-FILE INTO MULTI-RAW-RECORD
022660        AT END MOVE 'Y' TO MULTI-EOF
022670     END-READ.
022680     IF MULTI-EOF = 'Y'
022690        GO TO COUNT-NEXT-MULTI-RECORD-EXIT.
022700     MOVE SPACES TO MS-KEYWORD.
022710     UNSTRING MULTI-RAW-RECORD DELIMITED BY SPACE
022720         INTO MS-KEYWORD.
022730     IF MS-KEYWORD = "SERIES"
022740        ADD 1 TO MULTI-COUNT-WORK.
022750 COUNT-NEXT-MULTI-RECORD-EXIT.
022760     EXIT.
022770
022780*Writes out restart lines held in the pending table once the
022790*record that earned them is safely complete; the overlay flush
022800*path does this through NOTE-BATCH-PROGRESS itself, so this
022810*stands alone for the MULTI record's sake.
022820 FLUSH-BCK-PENDING.
022830     IF BCK-PENDING-COUNT = 0
022840        GO TO FLUSH-BCK-PENDING-EXIT.
022850     OPEN EXTEND BATCH-CHECKPOINT-FILE.
022860     IF BATCH-CHECKPOINT-FILE-STATUS NOT = "00"
022870        MOVE 0 TO BCK-PENDING-COUNT
022880        GO TO FLUSH-BCK-PENDING-EXIT.
022890     PERFORM VARYING K FROM 1 BY 1
022900           UNTIL K > BCK-PENDING-COUNT
022910        MOVE BCK-PENDING-LINE(K) TO BCK-LINE-TEXT
022920        PERFORM WRITE-BATCH-CHECKPOINT-LINE
022930     END-PERFORM.
022940     MOVE 0 TO BCK-PENDING-COUNT.
022950     CLOSE BATCH-CHECKPOINT-FILE.
022960 FLUSH-BCK-PENDING-EXIT.
022970     EXIT.
022980
022990*"PLOT <series-name>" plus optional override tokens: the series
023000*is looked up in catalog.txt and plotted with the input file,
023010*transform, mode, default symbol, and display title the catalog
023020*assigns it, so a standard series is always drawn the same way.
023030*Tokens on the record still win where given: a mode keyword
023040*outranks the catalog's mode, positional transform tokens
023050*override the catalog's value in the same position, and EXPORT
023060*and EDIT behave as on any other record. The output is named
023070*after the series.
023080 PROCESS-PLOT-RECORD.
023090     MOVE SPACES TO WS-PLOT-SERIES-NAME.
023100     MOVE SPACES TO WS-CTL-OPTION-TABLE.
023110     UNSTRING CTL-RECORD DELIMITED BY SPACE
023120         INTO WS-CTL-KEYWORD WS-PLOT-SERIES-NAME
023130              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
023140              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
023150              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
023160              WS-CTL-OPTION(7).
023170     PERFORM SORT-CONTROL-OPTIONS.
023180     IF WS-PLOT-SERIES-NAME = SPACES
023190        DISPLAY "PLOT record without a series name skipped."
023200        ADD 1 TO FAILED-SET-COUNT
023210        MOVE "PLOT" TO WS-OUTPUT-FILENAME
023220        MOVE "BAD PLOT RECORD" TO SUM-OUTCOME
023230        PERFORM WRITE-SUMMARY-LINE
023240        GO TO PROCESS-PLOT-RECORD-EXIT.
023250     PERFORM LOOK-UP-CATALOG-SERIES
023260        THRU LOOK-UP-CATALOG-SERIES-EXIT.
023270     IF CATALOG-FOUND-FLAG = 'N'
023280        DISPLAY "Series not in catalog. Skipping this point-set."
023290        ADD 1 TO FAILED-SET-COUNT
023300        MOVE WS-PLOT-SERIES-NAME TO WS-OUTPUT-FILENAME
023310        MOVE "NOT IN CATALOG" TO SUM-OUTCOME
023320        PERFORM WRITE-SUMMARY-LINE
023330        GO TO PROCESS-PLOT-RECORD-EXIT.
023340     MOVE WS-PLOT-SERIES-NAME TO WS-OUTPUT-FILENAME.
023350     MOVE CAT-INPUT TO WS-INPUT-FILENAME.
023360     IF MODE-TOKEN-GIVEN-FLAG = 'N'
023370        IF CAT-MODE = "SCATTER"
023380           MOVE 'S' TO PLOT-MODE
023390        ELSE
023400           IF CAT-MODE = "BAR"
023410              MOVE 'B' TO PLOT-MODE
023420           ELSE
023430              MOVE 'L' TO PLOT-MODE
023440           END-IF
023450        END-IF
023460     END-IF.
023470     IF CAT-SYMBOL NOT = '.' AND CAT-SYMBOL NOT = SPACE
023480        MOVE CAT-SYMBOL TO DEFAULT-POINT-SYMBOL.
023490     IF WS-SCALE-X-TEXT = SPACES
023500        AND CAT-SCALE-X-TEXT NOT = '.'
023510        AND CAT-SCALE-X-TEXT NOT = SPACES
023520        MOVE CAT-SCALE-X-TEXT TO WS-SCALE-X-TEXT.
023530     IF WS-SCALE-Y-TEXT = SPACES
023540        AND CAT-SCALE-Y-TEXT NOT = '.'
023550        AND CAT-SCALE-Y-TEXT NOT = SPACES
023560        MOVE CAT-SCALE-Y-TEXT TO WS-SCALE-Y-TEXT.
023570     IF WS-OFFSET-X-TEXT = SPACES
023580        AND CAT-OFFSET-X-TEXT NOT = '.'
023590        AND CAT-OFFSET-X-TEXT NOT = SPACES
023600        MOVE CAT-OFFSET-X-TEXT TO WS-OFFSET-X-TEXT.
023610     IF WS-OFFSET-Y-TEXT = SPACES
023620        AND CAT-OFFSET-Y-TEXT NOT = '.'
023630        AND CAT-OFFSET-Y-TEXT NOT = SPACES
023640        MOVE CAT-OFFSET-Y-TEXT TO WS-OFFSET-Y-TEXT.
023650     IF WS-LIMIT-HIGH-TEXT = SPACES
023660        MOVE CAT-LIMIT-HIGH-TEXT TO WS-LIMIT-HIGH-TEXT.
023670     IF WS-LIMIT-LOW-TEXT = SPACES
023680        MOVE CAT-LIMIT-LOW-TEXT TO WS-LIMIT-LOW-TEXT.
023690     PERFORM SET-TRANSFORM-FROM-CONTROL.
023700     PERFORM SET-LIMITS-FROM-CONTROL.
023710     IF CAT-TITLE NOT = SPACES
023720        MOVE 'Y' TO CATALOG-TITLE-ACTIVE.
023730     PERFORM DERIVE-REPORT-FILENAME.
023740     PERFORM DERIVE-CHECKPOINT-FILENAME.
023750     IF EDIT-MODE-FLAG = 'Y'
023760        PERFORM EDIT-INPUT-FILE
023770           THRU EDIT-INPUT-FILE-EXIT.
023780     PERFORM PROCESS-ONE-GRAPH
023790        THRU PROCESS-ONE-GRAPH-EXIT.
023800 PROCESS-PLOT-RECORD-EXIT.
023810     EXIT.
023820
023830*Walks catalog.txt for the series asked about. Comment records
023840*(those opening with '*') are passed over; the first record
023850*whose name matches wins, split into its fields with the title
023860*taken whole from wherever the eighth field ended.
023870 LOOK-UP-CATALOG-SERIES.
023880     MOVE 'N' TO CATALOG-FOUND-FLAG.
023890     MOVE 'N' TO CATALOG-EOF.
023900     OPEN INPUT CATALOG-FILE.
023910     IF CATALOG-FILE-STATUS NOT = "00"
023920        DISPLAY "Warning: catalog.txt would not open."
023930        GO TO LOOK-UP-CATALOG-SERIES-EXIT.
023940     PERFORM READ-NEXT-CATALOG-RECORD
023950        THRU READ-NEXT-CATALOG-RECORD-EXIT
023960        UNTIL CATALOG-EOF = 'Y' OR CATALOG-FOUND-FLAG = 'Y'.
023970     CLOSE CATALOG-FILE.
023980 LOOK-UP-CATALOG-SERIES-EXIT.
023990     EXIT.
024000
024010 READ-NEXT-CATALOG-RECORD.
024020     READ CATALOG-FILE
024030        AT END MOVE 'Y' TO CATALOG-EOF
024040     END-READ.
024050     IF CATALOG-EOF = 'Y'
024060        GO TO READ-NEXT-CATALOG-RECORD-EXIT.
024070     IF CATALOG-RECORD(1:1) = '*'
024080        GO TO READ-NEXT-CATALOG-RECORD-EXIT.
024090     MOVE SPACES TO CAT-NAME.
024100     MOVE SPACES TO CAT-INPUT.
024110     MOVE SPACES TO CAT-MODE.
024120     MOVE SPACE TO CAT-SYMBOL.
024130     MOVE SPACES TO CAT-SCALE-X-TEXT.
024140     MOVE SPACES TO CAT-SCALE-Y-TEXT.
024150     MOVE SPACES TO CAT-OFFSET-X-TEXT.
024160     MOVE SPACES TO CAT-OFFSET-Y-TEXT.
024170     MOVE SPACES TO CAT-TITLE.
024180     MOVE SPACES TO CAT-LIMIT-HIGH-TEXT.
024190     MOVE SPACES TO CAT-LIMIT-LOW-TEXT.
024200     MOVE 1 TO CAT-PTR.
024210     UNSTRING CATALOG-RECORD DELIMITED BY SPACE
024220         INTO CAT-NAME CAT-INPUT CAT-MODE CAT-SYMBOL
024230              CAT-SCALE-X-TEXT CAT-SCALE-Y-TEXT
024240              CAT-OFFSET-X-TEXT CAT-OFFSET-Y-TEXT
024250         WITH POINTER CAT-PTR.
024260     IF CAT-NAME NOT = WS-PLOT-SERIES-NAME
024270        GO TO READ-NEXT-CATALOG-RECORD-EXIT.
024280     MOVE 'Y' TO CATALOG-FOUND-FLAG.
024290     MOVE 'Y' TO CAT-OPTION-FLAG.
024300     PERFORM READ-CATALOG-OPTION
024310        THRU READ-CATALOG-OPTION-EXIT
024320        UNTIL CAT-OPTION-FLAG = 'N'.
024330     IF CAT-PTR < 121
024340        MOVE CATALOG-RECORD(CAT-PTR:) TO CAT-TITLE.
024350 READ-NEXT-CATALOG-RECORD-EXIT.
024360     EXIT.
024370
024380*Takes one HI/LO limit token from between the eighth field and
024390*the title, or steps over a DEPT=/COPIES= distribution token,
024400*which DDA itself has no use for. The first token that is
024410*neither is the title's opening word and is left where it
024420*stands for the title move.
024430 READ-CATALOG-OPTION.
024440     MOVE 'N' TO CAT-OPTION-FLAG.
024450     IF CAT-PTR > 120
024460        GO TO READ-CATALOG-OPTION-EXIT.
024470     MOVE CAT-PTR TO CAT-PEEK-PTR.
024480     MOVE SPACES TO CAT-OPTION-TOKEN.
024490     UNSTRING CATALOG-RECORD DELIMITED BY SPACE
024500         INTO CAT-OPTION-TOKEN
024510         WITH POINTER CAT-PEEK-PTR.
024520     IF CAT-OPTION-TOKEN(1:5) = "DEPT="
024530        OR CAT-OPTION-TOKEN(1:7) = "COPIES="
024540        MOVE CAT-PEEK-PTR TO CAT-PTR
024550        MOVE 'Y' TO CAT-OPTION-FLAG
024560        GO TO READ-CATALOG-OPTION-EXIT.
024570     IF CAT-OPTION-TOKEN(3:1) NOT = '+'
024580        AND CAT-OPTION-TOKEN(3:1) NOT = '-'
024590        GO TO READ-CATALOG-OPTION-EXIT.
024600     IF CAT-OPTION-TOKEN(1:2) = "HI"
024610        MOVE CAT-OPTION-TOKEN(3:6) TO CAT-LIMIT-HIGH-TEXT
024620        MOVE 'Y' TO CAT-OPTION-FLAG.
024630     IF CAT-OPTION-TOKEN(1:2) = "LO"
024640        MOVE CAT-OPTION-TOKEN(3:6) TO CAT-LIMIT-LOW-TEXT
024650        MOVE 'Y' TO CAT-OPTION-FLAG.
024660     IF CAT-OPTION-FLAG = 'Y'
024670        MOVE CAT-PEEK-PTR TO CAT-PTR.
024680 READ-CATALOG-OPTION-EXIT.
024690     EXIT.
024700
024710*Opens an overlay group: remembers the combined output name,
024720*clears the group totals and legend, and blankets the full
024730*canvas once so every member draws onto the same axes. An
024740*OVERLAY record arriving while a group is already open flushes
024750*the earlier group first, as if ENDOVERLAY had been present.
024760 START-OVERLAY-GROUP.
024770     IF OVERLAY-MODE-FLAG = 'Y'
024780        COMPUTE BCK-STABLE-ORDINAL =
024790           CONTROL-RECORD-ORDINAL - 1
024800        PERFORM FLUSH-OVERLAY-GROUP
024810           THRU FLUSH-OVERLAY-GROUP-EXIT
024820        MOVE CONTROL-RECORD-ORDINAL TO BCK-STABLE-ORDINAL.
024830     MOVE SPACES TO WS-OVERLAY-FILENAME.
024840     UNSTRING CTL-RECORD DELIMITED BY SPACE
024850         INTO WS-CTL-KEYWORD WS-OVERLAY-FILENAME.
024860     MOVE 'Y' TO OVERLAY-MODE-FLAG.
024870     MOVE 0 TO OVERLAY-MEMBER-COUNT.
024880     MOVE 0 TO OVERLAY-POINTS-READ.
024890     MOVE 0 TO OVERLAY-VERTICAL-COUNT.
024900     MOVE 0 TO OVERLAY-LARGE-SLOPE-COUNT.
024910     MOVE 0 TO OVERLAY-SMALL-SLOPE-COUNT.
024920     MOVE 0 TO OVERLAY-COLLISION-COUNT.
024930     MOVE 0 TO OVERLAY-BREACH-COUNT.
024940     MOVE 'N' TO LIMIT-GRAPH-FLAG.
024950     MOVE 0 TO OVERLAY-LIMIT-COUNT.
024960     MOVE 0 TO LEGEND-COUNT.
024970     MOVE SPACES TO LEGEND-TABLE.
024980     MOVE 0 TO ANNOTATION-LIST-COUNT.
024990     MOVE 0 TO ANNOTATION-UNLISTED-COUNT.
025000     MOVE 79 TO GRID-MAX-X.
025010     MOVE 23 TO GRID-MAX-Y.
025020     PERFORM INITIALIZE-FULL-CANVAS.
025030
025040*Initializes axes and spaces over the whole 999 x 999 table, not
025050*just the active bounds, so a member scanned later may widen
025060*GRID-MAX-X/GRID-MAX-Y without uncovering garbage cells. The
025070*active bounds are parked and restored around the pass.
025080 INITIALIZE-FULL-CANVAS.
025090     MOVE GRID-MAX-X TO SAVED-GRID-MAX-X.
025100     MOVE GRID-MAX-Y TO SAVED-GRID-MAX-Y.
025110     MOVE 999 TO GRID-MAX-X.
025120     MOVE 999 TO GRID-MAX-Y.
025130     MOVE 1 TO I.
025140     MOVE 1 TO J.
025150     PERFORM INITIALIZATION.
025160     MOVE SAVED-GRID-MAX-X TO GRID-MAX-X.
025170     MOVE SAVED-GRID-MAX-Y TO GRID-MAX-Y.
025180
025190*Closes the overlay group in progress: writes the combined
025200*header and canvas once to the group's output file and drops
025210*back to normal one-graph-per-record processing. The group
025220*totals stand in for the per-set counters so the header shows
025230*figures for the whole group.
025240 FLUSH-OVERLAY-GROUP.
025250     IF OVERLAY-MODE-FLAG NOT = 'Y'
025260        GO TO FLUSH-OVERLAY-GROUP-EXIT.
025270     MOVE 'N' TO OVERLAY-MODE-FLAG.
025280     MOVE WS-OVERLAY-FILENAME TO WS-OUTPUT-FILENAME.
025290     MOVE OVERLAY-MEMBER-COUNT TO OSL-COUNT.
025300     MOVE OVERLAY-SOURCE-LABEL TO WS-INPUT-FILENAME.
025310     MOVE OVERLAY-POINTS-READ TO ACTUAL-POINT-COUNT.
025320     MOVE OVERLAY-VERTICAL-COUNT TO VERTICAL-LINE-COUNT.
025330     MOVE OVERLAY-LARGE-SLOPE-COUNT TO LARGE-SLOPE-COUNT.
025340     MOVE OVERLAY-SMALL-SLOPE-COUNT TO SMALL-SLOPE-COUNT.
025350*Collisions are a property of the combined canvas -- crossing
025360*members is exactly where they arise -- so the group total is
025370*carried into the combined graph's history row like the other
025380*OVERLAY-* figures.
025390     MOVE OVERLAY-COLLISION-COUNT TO COLLISION-COUNT.
025400     MOVE OVERLAY-BREACH-COUNT TO BREACH-COUNT.
025410*The group's own summary line reports the combined output; the
025420*mismatch flag and reject count were already reported member by
025430*member, so they are cleared here rather than repeating the
025440*last member's.
025450     MOVE 'N' TO COUNT-MISMATCH-FLAG.
025460     MOVE 0 TO COMPARE-DIFF-COUNT.
025470     MOVE 0 TO VALIDATION-ERROR-COUNT.
025480     MOVE 0 TO EDIT-REJECTED-COUNT.
025490     PERFORM RULE-OVERLAY-LIMIT-ROW
025500        VARYING OVERLAY-LIMIT-IX FROM 1 BY 1
025510        UNTIL OVERLAY-LIMIT-IX > OVERLAY-LIMIT-COUNT.
025520     IF PRINT-MODE-FLAG = 'Y'
025530        PERFORM START-GRAPH-PAGE
025540     ELSE
025550        OPEN OUTPUT OUTPUT-FILE
025560        IF OUTPUT-FILE-STATUS NOT = "00"
025570           DISPLAY "Error opening combined output file. "
025580              "Overlay group discarded."
025590           ADD 1 TO FAILED-SET-COUNT
025600           MOVE "OUTPUT OPEN ERROR" TO SUM-OUTCOME
025610           PERFORM WRITE-SUMMARY-LINE
025620           GO TO FLUSH-OVERLAY-GROUP-EXIT
025630        END-IF
025640     END-IF.
025650     PERFORM WRITE-GRAPH-HEADER.
025660     MOVE GRID-MAX-Y TO I.
025670     PERFORM DRAW-GRAPH.
025680     IF PRINT-MODE-FLAG = 'N'
025690        CLOSE OUTPUT-FILE
025700     END-IF.
025710     ADD 1 TO GOOD-SET-COUNT.
025720     MOVE "PLOTTED (OVERLAY)" TO SUM-OUTCOME.
025730     PERFORM WRITE-SUMMARY-LINE.
025740     PERFORM WRITE-HISTORY-RECORD
025750        THRU WRITE-HISTORY-RECORD-EXIT.
025760 FLUSH-OVERLAY-GROUP-EXIT.
025770     EXIT.
025780
025790*A comparison record reads "COMPARE <input-a> <input-b>
025800*<output-name>", optionally followed by the same transform and
025810*mode tokens an ordinary record takes (applied to both sets).
025820*Both sets are plotted onto one canvas: cells only the first
025830*set drew carry the first symbol, cells only the second drew
025840*carry the second, and cells both drew carry the both-cells
025850*symbol -- one glance answers "what changed". The run log gets
025860*the count of cells the two sets do NOT share. Comparisons are
025870*not checkpointed; a rerun starts over.
025880 PROCESS-COMPARE-GRAPH.
025890     PERFORM SPLIT-COMPARE-RECORD.
025900     PERFORM DERIVE-REPORT-FILENAME.
025910     MOVE 'Y' TO COMPARE-MODE-FLAG.
025920     MOVE 'N' TO COMPARE-FAILED-FLAG.
025930     MOVE 'N' TO COUNT-MISMATCH-FLAG.
025940     MOVE 0 TO COMPARE-DIFF-COUNT.
025950     MOVE 0 TO VALIDATION-ERROR-COUNT.
025960     MOVE 0 TO ACTUAL-POINT-COUNT.
025970     MOVE 0 TO VERTICAL-LINE-COUNT.
025980     MOVE 0 TO LARGE-SLOPE-COUNT.
025990     MOVE 0 TO SMALL-SLOPE-COUNT.
026000     MOVE 0 TO COLLISION-COUNT.
026010     MOVE 0 TO BREACH-COUNT.
026020     MOVE 'N' TO LIMIT-GRAPH-FLAG.
026030     MOVE 0 TO LEGEND-COUNT.
026040     MOVE SPACES TO LEGEND-TABLE.
026050     MOVE 0 TO ANNOTATION-RECORD-COUNT.
026060     MOVE 0 TO ANNOTATION-LIST-COUNT.
026070     MOVE 0 TO ANNOTATION-UNLISTED-COUNT.
026080     MOVE "99" TO REPORT-FILE-STATUS.
026090     MOVE 79 TO GRID-MAX-X.
026100     MOVE 23 TO GRID-MAX-Y.
026110     PERFORM INITIALIZE-FULL-CANVAS.
026120     OPEN OUTPUT REPORT-FILE.
026130     PERFORM OPEN-EXPORT-IF-ASKED.
026140     MOVE 1 TO COMPARE-PASS.
026150     MOVE WS-COMPARE-FILE-A TO WS-INPUT-FILENAME.
026160     PERFORM COMPARE-PLOT-ONE-SET
026170        THRU COMPARE-PLOT-ONE-SET-EXIT.
026180     MOVE 2 TO COMPARE-PASS.
026190     MOVE WS-COMPARE-FILE-B TO WS-INPUT-FILENAME.
026200     PERFORM COMPARE-PLOT-ONE-SET
026210        THRU COMPARE-PLOT-ONE-SET-EXIT.
026220     IF COMPARE-FAILED-FLAG = 'Y'
026230        ADD 1 TO FAILED-SET-COUNT
026240        MOVE "SKIPPED - OPEN ERROR" TO SUM-OUTCOME
026250        PERFORM WRITE-SUMMARY-LINE
026260        GO TO PROCESS-COMPARE-GRAPH-EXIT.
026270     PERFORM COUNT-DIFFERING-CELLS.
026280*Either side's annotations go on only after the cells are
026290*counted, so their text never passes for a difference.
026300     MOVE WS-COMPARE-FILE-A TO WS-INPUT-FILENAME.
026310     PERFORM PLACE-ANNOTATIONS THRU PLACE-ANNOTATIONS-EXIT.
026320     MOVE WS-COMPARE-FILE-B TO WS-INPUT-FILENAME.
026330     PERFORM PLACE-ANNOTATIONS THRU PLACE-ANNOTATIONS-EXIT.
026340     IF PRINT-MODE-FLAG = 'Y'
026350        PERFORM START-GRAPH-PAGE
026360     ELSE
026370        OPEN OUTPUT OUTPUT-FILE
026380        IF OUTPUT-FILE-STATUS NOT = "00"
026390           PERFORM DISPLAY-OPEN-ERROR
026400           ADD 1 TO FAILED-SET-COUNT
026410           MOVE "OUTPUT OPEN ERROR" TO SUM-OUTCOME
026420           PERFORM WRITE-SUMMARY-LINE
026430           GO TO PROCESS-COMPARE-GRAPH-EXIT
026440        END-IF
026450     END-IF.
026460     MOVE WS-COMPARE-FILE-A TO WS-INPUT-FILENAME.
026470     PERFORM WRITE-GRAPH-HEADER.
026480     MOVE GRID-MAX-Y TO I.
026490     PERFORM DRAW-GRAPH.
026500     PERFORM WRITE-RUN-LOG-SUMMARY.
026510     IF PRINT-MODE-FLAG = 'N'
026520        CLOSE OUTPUT-FILE
026530     END-IF.
026540     ADD 1 TO GOOD-SET-COUNT.
026550     MOVE "COMPARED" TO SUM-OUTCOME.
026560     PERFORM WRITE-SUMMARY-LINE.
026570     PERFORM WRITE-HISTORY-RECORD
026580        THRU WRITE-HISTORY-RECORD-EXIT.
026590 PROCESS-COMPARE-GRAPH-EXIT.
026600     MOVE 'N' TO COMPARE-MODE-FLAG.
026610     MOVE 0 TO COMPARE-PASS.
026620     IF REPORT-FILE-STATUS = "00"
026630        CLOSE REPORT-FILE
026640     END-IF.
026650     PERFORM CLOSE-EXPORT-IF-OPEN.
026660     EXIT.
026670
026680*Opens the companion export file when the control record asked
026690*for one. A file that will not open costs a console warning
026700*and the export, never the graph.
026710 OPEN-EXPORT-IF-ASKED.
026720     IF EXPORT-MODE-FLAG = 'Y'
026730        PERFORM DERIVE-EXPORT-FILENAME
026740        OPEN OUTPUT EXPORT-FILE
026750        IF EXPORT-FILE-STATUS NOT = "00"
026760           DISPLAY "Warning: export file not opened."
026770           MOVE 'N' TO EXPORT-MODE-FLAG
026780        END-IF
026790     END-IF.
026800
026810 CLOSE-EXPORT-IF-OPEN.
026820     IF EXPORT-MODE-FLAG = 'Y' AND EXPORT-FILE-STATUS = "00"
026830        CLOSE EXPORT-FILE
026840        MOVE "99" TO EXPORT-FILE-STATUS
026850     END-IF.
026860
026870*One export record for the cell just drawn, using whatever
026880*symbol placement actually left there (so an overstrike or a
026890*both-cells mark exports as what the graph shows). In line
026900*mode the last field is the input pair being drawn when the
026910*cell landed; in scatter and bar modes it is the marked
026920*point's own input ordinal (see MARK-ORDINAL), so every csv
026930*row traces back to the data row that produced it.
026940 WRITE-EXPORT-RECORD.
026950     IF EXPORT-MODE-FLAG = 'Y' AND EXPORT-FILE-STATUS = "00"
026960        COMPUTE EX-X = PLACE-COL - 1
026970        COMPUTE EX-Y = PLACE-ROW - 1
026980        MOVE X(PLACE-ROW, PLACE-COL) TO EX-SYMBOL
026990        IF PLOT-MODE = 'L'
027000           COMPUTE EX-PAIR = PAIRS-COMPLETED + 1
027010        ELSE
027020           MOVE MARK-ORDINAL TO EX-PAIR
027030        END-IF
027040        WRITE EXPORT-RECORD FROM EXPORT-DETAIL-LINE
027050     END-IF.
027060
027070*"COMPARE <input-a> <input-b> <output-name>" plus optional
027080*tokens, split the same way an ordinary record is.
027090 SPLIT-COMPARE-RECORD.
027100     MOVE SPACES TO WS-COMPARE-FILE-A.
027110     MOVE SPACES TO WS-COMPARE-FILE-B.
027120     MOVE SPACES TO WS-OUTPUT-FILENAME.
027130     MOVE SPACES TO WS-CTL-OPTION-TABLE.
027140     UNSTRING CTL-RECORD DELIMITED BY SPACE
027150         INTO WS-CTL-KEYWORD WS-COMPARE-FILE-A
027160              WS-COMPARE-FILE-B WS-OUTPUT-FILENAME
027170              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
027180              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
027190              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
027200              WS-CTL-OPTION(7).
027210     PERFORM SORT-CONTROL-OPTIONS.
027220     PERFORM SET-TRANSFORM-FROM-CONTROL.
027230
027240*Plots one of the two sides onto the shared canvas: scan the
027250*file (widening the canvas, never shrinking it between passes),
027260*take the header count against this pass's own record count,
027270*and run the ordinary plotting engine. The forced pass symbol
027280*is applied where the points are read, so the legend picks the
027290*comparison symbols up by itself.
027300 COMPARE-PLOT-ONE-SET.
027310     MOVE 1 TO I.
027320     MOVE 1 TO J.
027330     MOVE 'N' TO FIRST-POINT-READ.
027340*Pair numbers (carried into the export file) are per side:
027350*each pass counts its own file's pairs from one.
027360     MOVE 0 TO PAIRS-COMPLETED.
027370     MOVE ACTUAL-POINT-COUNT TO COMPARE-PREV-ACTUAL.
027380     PERFORM DETERMINE-GRID-SIZE THRU DETERMINE-GRID-SIZE-DONE.
027390     OPEN INPUT INPUT-FILE.
027400     IF INPUT-FILE-STATUS NOT = "00"
027410        PERFORM DISPLAY-OPEN-ERROR
027420        MOVE 'Y' TO COMPARE-FAILED-FLAG
027430        GO TO COMPARE-PLOT-ONE-SET-EXIT.
027440     READ INPUT-FILE.
027450     PERFORM PARSE-HEADER-COUNT.
027460     IF HEADER-COUNT > 0
027470        COMPUTE NUM-POINTS = HEADER-COUNT - 1
027480     ELSE
027490        MOVE 0 TO NUM-POINTS
027500     END-IF.
027510     CLOSE INPUT-FILE.
027520     PERFORM COMPARE-RECONCILE-COUNT.
027530     PERFORM GET-INFO-AND-CALCULATE.
027540 COMPARE-PLOT-ONE-SET-EXIT.
027550     EXIT.
027560
027570*Per-pass counterpart of RECONCILE-POINT-COUNT: the actual
027580*count of THIS side's records wins over its header when they
027590*disagree.
027600 COMPARE-RECONCILE-COUNT.
027610     COMPUTE COMPARE-PASS-ACTUAL =
027620        ACTUAL-POINT-COUNT - COMPARE-PREV-ACTUAL.
027630     IF HEADER-COUNT NOT = COMPARE-PASS-ACTUAL
027640        MOVE 'Y' TO COUNT-MISMATCH-FLAG
027650        MOVE HEADER-COUNT TO PCM-DECLARED
027660        MOVE COMPARE-PASS-ACTUAL TO PCM-ACTUAL
027670        IF REPORT-FILE-STATUS = "00"
027680           WRITE REPORT-LINE FROM POINT-COUNT-MISMATCH-LINE
027690        END-IF
027700        IF COMPARE-PASS-ACTUAL > 0
027710           COMPUTE NUM-POINTS = COMPARE-PASS-ACTUAL - 1
027720        ELSE
027730           MOVE 0 TO NUM-POINTS
027740        END-IF
027750     END-IF.
027760
027770*Walks the active canvas totting up the cells only one of the
027780*two sets drew -- the divergence the whole mode exists to show.
027790 COUNT-DIFFERING-CELLS.
027800     MOVE 0 TO COMPARE-DIFF-COUNT.
027810     PERFORM VARYING J FROM 1 BY 1 UNTIL J > GRID-MAX-Y
027820        PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-MAX-X
027830           IF X(J, I) = COMPARE-FIRST-SYMBOL
027840              OR X(J, I) = COMPARE-SECOND-SYMBOL
027850              ADD 1 TO COMPARE-DIFF-COUNT
027860           END-IF
027870        END-PERFORM
027880     END-PERFORM.
027890
027900*Each control record is "INPUT-NAME OUTPUT-NAME" separated by a
027910*single space, e.g. "series1.txt report1.txt", optionally
027920*followed by further single-space-separated tokens in any mix:
027930*the keywords SCATTER, BAR, or LINE pick the plot mode for this
027940*point-set, and any other token is taken as the next of the
027950*SCALE-X SCALE-Y OFFSET-X OFFSET-Y transform values described
027960*above, in that order. A record with no transform tokens leaves
027970*the identity transform in place, and one with no mode keyword
027980*plots connected lines as always, since SORT-CONTROL-OPTIONS
027990*only acts on tokens that came back non-blank. HI and LO
028000*limit tokens are told apart from transform values by their
028010*opening letters and the sign behind them, and never use up a
028020*transform position.
028030 SPLIT-CONTROL-RECORD.
028040     MOVE SPACES TO WS-INPUT-FILENAME.
028050     MOVE SPACES TO WS-OUTPUT-FILENAME.
028060     MOVE SPACES TO WS-CTL-OPTION-TABLE.
028070     UNSTRING CTL-RECORD DELIMITED BY SPACE
028080         INTO WS-INPUT-FILENAME WS-OUTPUT-FILENAME
028090              WS-CTL-OPTION(1) WS-CTL-OPTION(2)
028100              WS-CTL-OPTION(3) WS-CTL-OPTION(4)
028110              WS-CTL-OPTION(5) WS-CTL-OPTION(6)
028120              WS-CTL-OPTION(7).
028130     PERFORM SORT-CONTROL-OPTIONS.
028140     PERFORM SET-TRANSFORM-FROM-CONTROL.
028150     PERFORM SET-LIMITS-FROM-CONTROL.
028160
028170*Walks the option tokens split off the control record above:
028180*mode keywords set PLOT-MODE for this point-set, and anything
028190*else lands in the next free transform-text slot for
028200*SET-TRANSFORM-FROM-CONTROL to decode. Line mode is the default
028210*every record starts from, so one set's mode never leaks into
028220*the next.
028230 SORT-CONTROL-OPTIONS.
028240     MOVE 'L' TO PLOT-MODE.
028250     MOVE 'N' TO EXPORT-MODE-FLAG.
028260     MOVE 'N' TO EDIT-MODE-FLAG.
028270     MOVE 'N' TO MODE-TOKEN-GIVEN-FLAG.
028280     MOVE 'N' TO CATALOG-TITLE-ACTIVE.
028290     MOVE '*' TO DEFAULT-POINT-SYMBOL.
028300     MOVE 0 TO EDIT-REJECTED-COUNT.
028310     MOVE 0 TO BREACH-COUNT.
028320     MOVE SPACES TO WS-LIMIT-HIGH-TEXT.
028330     MOVE SPACES TO WS-LIMIT-LOW-TEXT.
028340     MOVE 'N' TO LIMIT-HIGH-FLAG.
028350     MOVE 'N' TO LIMIT-LOW-FLAG.
028360     MOVE SPACES TO WS-SCALE-X-TEXT.
028370     MOVE SPACES TO WS-SCALE-Y-TEXT.
028380     MOVE SPACES TO WS-OFFSET-X-TEXT.
028390     MOVE SPACES TO WS-OFFSET-Y-TEXT.
028400     MOVE 0 TO TRANSFORM-TOKEN-COUNT.
028410     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
028420        IF WS-CTL-OPTION(K) NOT = SPACES
028430           PERFORM SORT-ONE-OPTION
028440        END-IF
028450     END-PERFORM.
028460
028470 SORT-ONE-OPTION.
028480     IF WS-CTL-OPTION(K) = "SCATTER"
028490        MOVE 'S' TO PLOT-MODE
028500        MOVE 'Y' TO MODE-TOKEN-GIVEN-FLAG
028510     ELSE
028520        IF WS-CTL-OPTION(K) = "BAR"
028530           MOVE 'B' TO PLOT-MODE
028540           MOVE 'Y' TO MODE-TOKEN-GIVEN-FLAG
028550        ELSE
028560           IF WS-CTL-OPTION(K) = "LINE"
028570              MOVE 'L' TO PLOT-MODE
028580              MOVE 'Y' TO MODE-TOKEN-GIVEN-FLAG
028590           ELSE
028600              IF WS-CTL-OPTION(K) = "EXPORT"
028610                 MOVE 'Y' TO EXPORT-MODE-FLAG
028620              ELSE
028630                 IF WS-CTL-OPTION(K) = "EDIT"
028640                    MOVE 'Y' TO EDIT-MODE-FLAG
028650                 ELSE
028660                    PERFORM TAKE-LIMIT-OR-TRANSFORM
028670                 END-IF
028680              END-IF
028690           END-IF
028700        END-IF
028710     END-IF.
028720
028730 TAKE-TRANSFORM-TOKEN.
028740     ADD 1 TO TRANSFORM-TOKEN-COUNT.
028750     IF TRANSFORM-TOKEN-COUNT = 1
028760        MOVE WS-CTL-OPTION(K) TO WS-SCALE-X-TEXT.
028770     IF TRANSFORM-TOKEN-COUNT = 2
028780        MOVE WS-CTL-OPTION(K) TO WS-SCALE-Y-TEXT.
028790     IF TRANSFORM-TOKEN-COUNT = 3
028800        MOVE WS-CTL-OPTION(K) TO WS-OFFSET-X-TEXT.
028810     IF TRANSFORM-TOKEN-COUNT = 4
028820        MOVE WS-CTL-OPTION(K) TO WS-OFFSET-Y-TEXT.
028830
028840*A token opening HI or LO with a sign behind it is a control
028850*limit; any other is the next positional transform value.
028860 TAKE-LIMIT-OR-TRANSFORM.
028870     IF WS-CTL-OPTION(K)(1:2) = "HI"
028880        AND (WS-CTL-OPTION(K)(3:1) = '+'
028890             OR WS-CTL-OPTION(K)(3:1) = '-')
028900        MOVE WS-CTL-OPTION(K)(3:6) TO WS-LIMIT-HIGH-TEXT
028910     ELSE
028920        IF WS-CTL-OPTION(K)(1:2) = "LO"
028930           AND (WS-CTL-OPTION(K)(3:1) = '+'
028940                OR WS-CTL-OPTION(K)(3:1) = '-')
028950           MOVE WS-CTL-OPTION(K)(3:6) TO WS-LIMIT-LOW-TEXT
028960        ELSE
028970           PERFORM TAKE-TRANSFORM-TOKEN
028980        END-IF
028990     END-IF.
029000
029010*Turns the WS-SCALE-X-TEXT/WS-SCALE-Y-TEXT/WS-OFFSET-X-TEXT/
029020*WS-OFFSET-Y-TEXT tokens parsed above into SCALE-X/SCALE-Y/
029030*OFFSET-X/OFFSET-Y, falling back to the identity transform for
029040*any token a control record left blank. The sign character is
029050*handled explicitly and the digits are moved through the
029060*WS-TRANSFORM-DIGITS/WS-TRANSFORM-MAGNITUDE REDEFINES so the
029070*implied decimal point lands in the same place it does in
029080*RAW-X1/RAW-Y1.
029090 SET-TRANSFORM-FROM-CONTROL.
029100     MOVE 1 TO SCALE-X.
029110     MOVE 1 TO SCALE-Y.
029120     MOVE 0 TO OFFSET-X.
029130     MOVE 0 TO OFFSET-Y.
029140     IF WS-SCALE-X-TEXT NOT = SPACES
029150        MOVE WS-SCALE-X-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029160        IF WS-SCALE-X-TEXT(1:1) = '-'
029170           COMPUTE SCALE-X = 0 - WS-TRANSFORM-MAGNITUDE
029180        ELSE
029190           MOVE WS-TRANSFORM-MAGNITUDE TO SCALE-X
029200        END-IF
029210     END-IF.
029220     IF WS-SCALE-Y-TEXT NOT = SPACES
029230        MOVE WS-SCALE-Y-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029240        IF WS-SCALE-Y-TEXT(1:1) = '-'
029250           COMPUTE SCALE-Y = 0 - WS-TRANSFORM-MAGNITUDE
029260        ELSE
029270           MOVE WS-TRANSFORM-MAGNITUDE TO SCALE-Y
029280        END-IF
029290     END-IF.
029300     IF WS-OFFSET-X-TEXT NOT = SPACES
029310        MOVE WS-OFFSET-X-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029320        IF WS-OFFSET-X-TEXT(1:1) = '-'
029330           COMPUTE OFFSET-X = 0 - WS-TRANSFORM-MAGNITUDE
029340        ELSE
029350           MOVE WS-TRANSFORM-MAGNITUDE TO OFFSET-X
029360        END-IF
029370     END-IF.
029380     IF WS-OFFSET-Y-TEXT NOT = SPACES
029390        MOVE WS-OFFSET-Y-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029400        IF WS-OFFSET-Y-TEXT(1:1) = '-'
029410           COMPUTE OFFSET-Y = 0 - WS-TRANSFORM-MAGNITUDE
029420        ELSE
029430           MOVE WS-TRANSFORM-MAGNITUDE TO OFFSET-Y
029440        END-IF
029450     END-IF.
029460
029470*Decodes the limit texts the same way, in the series' own
029480*units. A limit whose digits are not all digits is taken as
029490*not given rather than as a silent zero; DDACHECK and DDACMNT
029500*catch such tokens before the run.
029510 SET-LIMITS-FROM-CONTROL.
029520     MOVE 'N' TO LIMIT-HIGH-FLAG.
029530     MOVE 'N' TO LIMIT-LOW-FLAG.
029540     MOVE 0 TO LIMIT-HIGH.
029550     MOVE 0 TO LIMIT-LOW.
029560     IF WS-LIMIT-HIGH-TEXT(2:5) IS NUMERIC
029570        MOVE WS-LIMIT-HIGH-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029580        IF WS-LIMIT-HIGH-TEXT(1:1) = '-'
029590           COMPUTE LIMIT-HIGH = 0 - WS-TRANSFORM-MAGNITUDE
029600        ELSE
029610           MOVE WS-TRANSFORM-MAGNITUDE TO LIMIT-HIGH
029620        END-IF
029630        MOVE 'Y' TO LIMIT-HIGH-FLAG
029640     END-IF.
029650     IF WS-LIMIT-LOW-TEXT(2:5) IS NUMERIC
029660        MOVE WS-LIMIT-LOW-TEXT(2:5) TO WS-TRANSFORM-DIGITS
029670        IF WS-LIMIT-LOW-TEXT(1:1) = '-'
029680           COMPUTE LIMIT-LOW = 0 - WS-TRANSFORM-MAGNITUDE
029690        ELSE
029700           MOVE WS-TRANSFORM-MAGNITUDE TO LIMIT-LOW
029710        END-IF
029720        MOVE 'Y' TO LIMIT-LOW-FLAG
029730     END-IF.
029740
029750*The report/run-log file for a set rides along with its output
029760*file, named <output-name>.rpt.
029770 DERIVE-REPORT-FILENAME.
029780     MOVE SPACES TO WS-REPORT-FILENAME.
029790     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
029800           ".rpt" DELIMITED BY SIZE
029810       INTO WS-REPORT-FILENAME.
029820
029830*The checkpoint file for a set also rides along with its output
029840*file, named <output-name>.ckp.
029850 DERIVE-CHECKPOINT-FILENAME.
029860     MOVE SPACES TO WS-CHECKPOINT-FILENAME.
029870     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
029880           ".ckp" DELIMITED BY SIZE
029890       INTO WS-CHECKPOINT-FILENAME.
029900
029910*The export file rides along with the output file too, named
029920*<output-name>.csv.
029930 DERIVE-EXPORT-FILENAME.
029940     MOVE SPACES TO WS-EXPORT-FILENAME.
029950     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
029960           ".csv" DELIMITED BY SIZE
029970       INTO WS-EXPORT-FILENAME.
029980
029990*The breach listing rides along as well, named
030000*<output-name>.brk.
030010 DERIVE-BREACH-FILENAME.
030020     MOVE SPACES TO WS-BREACH-FILENAME.
030030     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
030040           ".brk" DELIMITED BY SIZE
030050       INTO WS-BREACH-FILENAME.
030060
030070*The edit's two companion files ride along with the output
030080*file as well: the cleaned copy as <output-name>.edt and the
030090*thrown-out records as <output-name>.rej.
030100 DERIVE-EDIT-FILENAMES.
030110     MOVE SPACES TO WS-EDIT-CLEAN-FILENAME.
030120     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
030130           ".edt" DELIMITED BY SIZE
030140       INTO WS-EDIT-CLEAN-FILENAME.
030150     MOVE SPACES TO WS-EDIT-REJECT-FILENAME.
030160     STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
030170           ".rej" DELIMITED BY SIZE
030180       INTO WS-EDIT-REJECT-FILENAME.
030190
030200*Runs the set's input file through the same judgements DDAEDIT
030210*applies, ahead of any plotting: two passes over the raw file
030220*(the first judges every record so the clean header can carry
030230*the surviving count, the second copies the survivors), the bad
030240*records written to the reject file with line number and
030250*reason. On success the point-set is re-aimed at the cleaned
030260*copy, so the plot and all its bookkeeping see only survivors.
030270*An input that will not open is left for PROCESS-ONE-GRAPH to
030280*report the way it always has; a reject or clean file that will
030290*not open costs the edit, never the plot.
030300 EDIT-INPUT-FILE.
030310     PERFORM DERIVE-EDIT-FILENAMES.
030320     MOVE 0 TO EDIT-REJECTED-COUNT.
030330     MOVE 0 TO EDIT-CLEAN-COUNT.
030340     MOVE 0 TO EDIT-DECLARED-COUNT.
030350     MOVE 0 TO EDIT-LINE-NUMBER.
030360     OPEN INPUT INPUT-FILE.
030370     IF INPUT-FILE-STATUS NOT = "00"
030380        GO TO EDIT-INPUT-FILE-EXIT.
030390     OPEN OUTPUT EDIT-REJECT-FILE.
030400     IF EDIT-REJECT-FILE-STATUS NOT = "00"
030410        DISPLAY "Warning: reject file not opened. "
030420           "Set plotted unedited."
030430        CLOSE INPUT-FILE
030440        GO TO EDIT-INPUT-FILE-EXIT.
030450     MOVE 1 TO EDIT-PASS.
030460     PERFORM EDIT-JUDGE-HEADER THRU EDIT-JUDGE-HEADER-EXIT.
030470     MOVE 'N' TO EDIT-EOF.
030480     IF EDIT-HEADER-VALID-FLAG = 'Y'
030490        PERFORM EDIT-NEXT-RECORD THRU EDIT-NEXT-RECORD-EXIT
030500           UNTIL EDIT-EOF = 'Y'
030510     END-IF.
030520     CLOSE INPUT-FILE.
030530*A file whose header carries no digit at all is not edited:
030540*the reject line stands, and the set is plotted from the raw
030550*file the way it always was, the same stance DDAEDIT takes.
030560     IF EDIT-HEADER-VALID-FLAG = 'N'
030570        CLOSE EDIT-REJECT-FILE
030580        GO TO EDIT-INPUT-FILE-EXIT.
030590*Second pass: the corrected header and the survivors become
030600*the cleaned copy the set will actually plot from.
030610     OPEN INPUT INPUT-FILE.
030620     OPEN OUTPUT EDIT-CLEAN-FILE.
030630     IF EDIT-CLEAN-FILE-STATUS NOT = "00"
030640        DISPLAY "Warning: clean file not opened. "
030650           "Set plotted unedited."
030660        CLOSE INPUT-FILE
030670        CLOSE EDIT-REJECT-FILE
030680        GO TO EDIT-INPUT-FILE-EXIT.
030690     MOVE 2 TO EDIT-PASS.
030700     MOVE 0 TO EDIT-LINE-NUMBER.
030710     READ INPUT-FILE
030720        AT END CONTINUE
030730     END-READ.
030740     ADD 1 TO EDIT-LINE-NUMBER.
030750     MOVE EDIT-CLEAN-COUNT TO ECH-COUNT.
030760     WRITE EDIT-CLEAN-RECORD FROM EDIT-CLEAN-HEADER-RECORD.
030770     MOVE 'N' TO EDIT-EOF.
030780     IF EDIT-HEADER-VALID-FLAG = 'Y'
030790        PERFORM EDIT-NEXT-RECORD THRU EDIT-NEXT-RECORD-EXIT
030800           UNTIL EDIT-EOF = 'Y'
030810     END-IF.
030820     CLOSE INPUT-FILE.
030830     CLOSE EDIT-CLEAN-FILE.
030840     CLOSE EDIT-REJECT-FILE.
030850     MOVE WS-EDIT-CLEAN-FILENAME TO WS-INPUT-FILENAME.
030860 EDIT-INPUT-FILE-EXIT.
030870     EXIT.
030880
030890*The header must carry at least one digit, taken left to right
030900*until the first blank, with blanks in the first two columns
030910*counting as zeros -- the same forgiveness DDA's own
030920*PARSE-HEADER-COUNT applies. A header with no digit at all
030930*rejects the whole file and the set is plotted unedited, the
030940*same stance DDAEDIT takes.
030950 EDIT-JUDGE-HEADER.
030960     MOVE 'N' TO EDIT-HEADER-VALID-FLAG.
030970     READ INPUT-FILE INTO EDIT-RAW-RECORD
030980        AT END MOVE 'Y' TO EDIT-EOF
030990     END-READ.
031000     IF EDIT-EOF = 'Y'
031010        MOVE 1 TO ERJ-LINE-NUMBER
031020        MOVE "EMPTY FILE - NO HEADER" TO ERJ-REASON
031030        MOVE SPACES TO ERJ-RECORD
031040        WRITE EDIT-REJECT-RECORD FROM EDIT-REJECT-DETAIL-LINE
031050        ADD 1 TO EDIT-REJECTED-COUNT
031060        GO TO EDIT-JUDGE-HEADER-EXIT.
031070     ADD 1 TO EDIT-LINE-NUMBER.
031080     INSPECT EDIT-RAW-RECORD(1:2) REPLACING ALL ' ' BY '0'.
031090     MOVE 0 TO EDIT-DECLARED-COUNT.
031100     MOVE 'N' TO HEADER-END-FLAG.
031110     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
031120        IF HEADER-END-FLAG = 'N'
031130           MOVE EDIT-RAW-RECORD(K:1) TO HEADER-DIGIT-X
031140           IF HEADER-DIGIT-X IS NUMERIC
031150              COMPUTE EDIT-DECLARED-COUNT =
031160                 EDIT-DECLARED-COUNT * 10 + HEADER-DIGIT
031170              MOVE 'Y' TO EDIT-HEADER-VALID-FLAG
031180           ELSE
031190              MOVE 'Y' TO HEADER-END-FLAG
031200           END-IF
031210        END-IF
031220     END-PERFORM.
031230     IF EDIT-HEADER-VALID-FLAG = 'N'
031240        MOVE 1 TO ERJ-LINE-NUMBER
031250        MOVE "HEADER COUNT NOT NUMERIC" TO ERJ-REASON
031260        MOVE EDIT-RAW-RECORD TO ERJ-RECORD
031270        WRITE EDIT-REJECT-RECORD FROM EDIT-REJECT-DETAIL-LINE
031280        ADD 1 TO EDIT-REJECTED-COUNT.
031290 EDIT-JUDGE-HEADER-EXIT.
031300     EXIT.
031310
031320*One detail record, either pass: pass one counts the clean ones
031330*and writes the reject lines, pass two copies the survivors --
031340*the same records pass the same judgement both times.
031350 EDIT-NEXT-RECORD.
031360     READ INPUT-FILE INTO EDIT-RAW-RECORD
031370        AT END MOVE 'Y' TO EDIT-EOF
031380     END-READ.
031390     IF EDIT-EOF = 'Y'
031400        GO TO EDIT-NEXT-RECORD-EXIT.
031410     ADD 1 TO EDIT-LINE-NUMBER.
031420     PERFORM EDIT-VALIDATE-RECORD
031430        THRU EDIT-VALIDATE-RECORD-EXIT.
031440     IF EDIT-PASS = 2
031450        IF EDIT-RECORD-VALID-FLAG = 'Y'
031460           WRITE EDIT-CLEAN-RECORD FROM EDIT-RAW-RECORD
031470        END-IF
031480        GO TO EDIT-NEXT-RECORD-EXIT.
031490     IF EDIT-RECORD-VALID-FLAG = 'Y'
031500        IF EDIT-ANNOTATION-FLAG = 'N'
031510           ADD 1 TO EDIT-CLEAN-COUNT
031520        END-IF
031530     ELSE
031540        ADD 1 TO EDIT-REJECTED-COUNT
031550        MOVE EDIT-LINE-NUMBER TO ERJ-LINE-NUMBER
031560        MOVE EDIT-REJECT-REASON TO ERJ-REASON
031570        MOVE EDIT-RAW-RECORD TO ERJ-RECORD
031580        WRITE EDIT-REJECT-RECORD FROM EDIT-REJECT-DETAIL-LINE
031590     END-IF.
031600 EDIT-NEXT-RECORD-EXIT.
031610     EXIT.
031620
031630*Judges one detail record against the EDIT-POINT layout, the
031640*same checks in the same order as DDAEDIT's
031650*VALIDATE-ONE-RECORD: the first failed check wins and its
031660*reason is what the reject line carries. Blanks inside a
031670*coordinate are forgiven (DDA treats them as zeros), but a
031680*letter anywhere in the numeric columns, a missing separator
031690*column, or a half-present or badly signed RAW pair all reject
031700*the record.
031710 EDIT-VALIDATE-RECORD.
031720     MOVE 'Y' TO EDIT-RECORD-VALID-FLAG.
031730     MOVE SPACES TO EDIT-REJECT-REASON.
031740     MOVE 'N' TO EDIT-ANNOTATION-FLAG.
031750*A digit in the third column is the wide 3-digit layout, judged
031760*by its own column map; the historical layout continues below.
031770     IF EDIT-RAW-RECORD(3:1) IS NUMERIC
031780        PERFORM EDIT-VALIDATE-WIDE
031790           THRU EDIT-VALIDATE-WIDE-EXIT
031800        GO TO EDIT-VALIDATE-RECORD-EXIT.
031810     MOVE EDIT-RAW-RECORD TO EDIT-POINT.
031820     MOVE EDIT-X-COORDINATE TO EDIT-COORD-TEXT.
031830     INSPECT EDIT-COORD-TEXT REPLACING ALL ' ' BY '0'.
031840     IF EDIT-COORD-TEXT IS NOT NUMERIC
031850        MOVE "X-COORDINATE NOT NUMERIC" TO EDIT-REJECT-REASON
031860        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
031870        GO TO EDIT-VALIDATE-RECORD-EXIT.
031880     IF EDIT-SEPERATION NOT = SPACE
031890        MOVE "SEPARATOR MISSING AFTER X" TO EDIT-REJECT-REASON
031900        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
031910        GO TO EDIT-VALIDATE-RECORD-EXIT.
031920     MOVE EDIT-Y-COORDINATE TO EDIT-COORD-TEXT.
031930     INSPECT EDIT-COORD-TEXT REPLACING ALL ' ' BY '0'.
031940     IF EDIT-COORD-TEXT IS NOT NUMERIC
031950        MOVE "Y-COORDINATE NOT NUMERIC" TO EDIT-REJECT-REASON
031960        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
031970        GO TO EDIT-VALIDATE-RECORD-EXIT.
031980     IF EDIT-SEPERATION-2 NOT = SPACE
031990        MOVE "SEPARATOR MISSING AFTER Y" TO EDIT-REJECT-REASON
032000        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032010        GO TO EDIT-VALIDATE-RECORD-EXIT.
032020*An annotation record carries text where the RAW pair would
032030*sit; it is judged on that text instead.
032040     IF EDIT-POINT-SYMBOL = ANNOTATION-MARK
032050        MOVE EDIT-SEPERATION-3 TO EDIT-NOTE-SEPARATOR
032060        MOVE EDIT-RAW-RECORD(9:22) TO EDIT-NOTE-TEXT
032070        PERFORM EDIT-VALIDATE-ANNOTATION
032080        GO TO EDIT-VALIDATE-RECORD-EXIT.
032090*The RAW pair is optional, but all or nothing: both fields
032100*blank is the plain integer format, both present and well
032110*formed is the signed format, anything else is hand-keying
032120*gone wrong.
032130     IF EDIT-RAW-X = SPACES AND EDIT-RAW-Y = SPACES
032140        GO TO EDIT-VALIDATE-RECORD-EXIT.
032150     IF EDIT-RAW-X = SPACES OR EDIT-RAW-Y = SPACES
032160        MOVE "RAW PAIR HALF PRESENT" TO EDIT-REJECT-REASON
032170        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032180        GO TO EDIT-VALIDATE-RECORD-EXIT.
032190     IF EDIT-SEPERATION-3 NOT = SPACE
032200        MOVE "SEPARATOR MISSING BEFORE RAW-X"
032210           TO EDIT-REJECT-REASON
032220        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032230        GO TO EDIT-VALIDATE-RECORD-EXIT.
032240     IF EDIT-RAW-X-SIGN NOT = '+' AND EDIT-RAW-X-SIGN NOT = '-'
032250        MOVE "RAW-X SIGN INVALID" TO EDIT-REJECT-REASON
032260        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032270        GO TO EDIT-VALIDATE-RECORD-EXIT.
032280     IF EDIT-RAW-X-DIGITS IS NOT NUMERIC
032290        MOVE "RAW-X DIGITS NOT NUMERIC" TO EDIT-REJECT-REASON
032300        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032310        GO TO EDIT-VALIDATE-RECORD-EXIT.
032320     IF EDIT-SEPERATION-4 NOT = SPACE
032330        MOVE "SEPARATOR MISSING BEFORE RAW-Y"
032340           TO EDIT-REJECT-REASON
032350        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032360        GO TO EDIT-VALIDATE-RECORD-EXIT.
032370     IF EDIT-RAW-Y-SIGN NOT = '+' AND EDIT-RAW-Y-SIGN NOT = '-'
032380        MOVE "RAW-Y SIGN INVALID" TO EDIT-REJECT-REASON
032390        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032400        GO TO EDIT-VALIDATE-RECORD-EXIT.
032410     IF EDIT-RAW-Y-DIGITS IS NOT NUMERIC
032420        MOVE "RAW-Y DIGITS NOT NUMERIC" TO EDIT-REJECT-REASON
032430        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032440        GO TO EDIT-VALIDATE-RECORD-EXIT.
032450 EDIT-VALIDATE-RECORD-EXIT.
032460     EXIT.
032470
032480*The wide layout's judgements, the same checks in the same
032490*order as the historical layout's, against the wide column map.
032500 EDIT-VALIDATE-WIDE.
032510     MOVE EDIT-RAW-RECORD TO EDIT-POINT-WIDE.
032520     MOVE EDW-X-COORDINATE TO EDIT-COORD-TEXT-WIDE.
032530     INSPECT EDIT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
032540     IF EDIT-COORD-TEXT-WIDE IS NOT NUMERIC
032550        MOVE "X-COORDINATE NOT NUMERIC" TO EDIT-REJECT-REASON
032560        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032570        GO TO EDIT-VALIDATE-WIDE-EXIT.
032580     IF EDW-SEPERATION NOT = SPACE
032590        MOVE "SEPARATOR MISSING AFTER X" TO EDIT-REJECT-REASON
032600        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032610        GO TO EDIT-VALIDATE-WIDE-EXIT.
032620     MOVE EDW-Y-COORDINATE TO EDIT-COORD-TEXT-WIDE.
032630     INSPECT EDIT-COORD-TEXT-WIDE REPLACING ALL ' ' BY '0'.
032640     IF EDIT-COORD-TEXT-WIDE IS NOT NUMERIC
032650        MOVE "Y-COORDINATE NOT NUMERIC" TO EDIT-REJECT-REASON
032660        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032670        GO TO EDIT-VALIDATE-WIDE-EXIT.
032680     IF EDW-SEPERATION-2 NOT = SPACE
032690        MOVE "SEPARATOR MISSING AFTER Y" TO EDIT-REJECT-REASON
032700        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032710        GO TO EDIT-VALIDATE-WIDE-EXIT.
032720     IF EDW-POINT-SYMBOL = ANNOTATION-MARK
032730        MOVE EDW-SEPERATION-3 TO EDIT-NOTE-SEPARATOR
032740        MOVE EDIT-RAW-RECORD(11:20) TO EDIT-NOTE-TEXT
032750        PERFORM EDIT-VALIDATE-ANNOTATION
032760        GO TO EDIT-VALIDATE-WIDE-EXIT.
032770     IF EDW-RAW-X = SPACES AND EDW-RAW-Y = SPACES
032780        GO TO EDIT-VALIDATE-WIDE-EXIT.
032790     IF EDW-RAW-X = SPACES OR EDW-RAW-Y = SPACES
032800        MOVE "RAW PAIR HALF PRESENT" TO EDIT-REJECT-REASON
032810        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032820        GO TO EDIT-VALIDATE-WIDE-EXIT.
032830     IF EDW-SEPERATION-3 NOT = SPACE
032840        MOVE "SEPARATOR MISSING BEFORE RAW-X"
032850           TO EDIT-REJECT-REASON
032860        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032870        GO TO EDIT-VALIDATE-WIDE-EXIT.
032880     IF EDW-RAW-X-SIGN NOT = '+' AND EDW-RAW-X-SIGN NOT = '-'
032890        MOVE "RAW-X SIGN INVALID" TO EDIT-REJECT-REASON
032900        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032910        GO TO EDIT-VALIDATE-WIDE-EXIT.
032920     IF EDW-RAW-X-DIGITS IS NOT NUMERIC
032930        MOVE "RAW-X DIGITS NOT NUMERIC" TO EDIT-REJECT-REASON
032940        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
032950        GO TO EDIT-VALIDATE-WIDE-EXIT.
032960     IF EDW-SEPERATION-4 NOT = SPACE
032970        MOVE "SEPARATOR MISSING BEFORE RAW-Y"
032980           TO EDIT-REJECT-REASON
032990        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
033000        GO TO EDIT-VALIDATE-WIDE-EXIT.
033010     IF EDW-RAW-Y-SIGN NOT = '+' AND EDW-RAW-Y-SIGN NOT = '-'
033020        MOVE "RAW-Y SIGN INVALID" TO EDIT-REJECT-REASON
033030        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
033040        GO TO EDIT-VALIDATE-WIDE-EXIT.
033050     IF EDW-RAW-Y-DIGITS IS NOT NUMERIC
033060        MOVE "RAW-Y DIGITS NOT NUMERIC" TO EDIT-REJECT-REASON
033070        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
033080        GO TO EDIT-VALIDATE-WIDE-EXIT.
033090 EDIT-VALIDATE-WIDE-EXIT.
033100     EXIT.
033110
033120*An annotation needs the separator after its mark and some text
033130*to show; its coordinates were already judged like any point's.
033140 EDIT-VALIDATE-ANNOTATION.
033150     MOVE 'Y' TO EDIT-ANNOTATION-FLAG.
033160     IF EDIT-NOTE-SEPARATOR NOT = SPACE
033170        MOVE "SEPARATOR MISSING BEFORE TEXT" TO EDIT-REJECT-REASON
033180        MOVE 'N' TO EDIT-RECORD-VALID-FLAG
033190     ELSE
033200        IF EDIT-NOTE-TEXT = SPACES
033210           MOVE "ANNOTATION TEXT MISSING" TO EDIT-REJECT-REASON
033220           MOVE 'N' TO EDIT-RECORD-VALID-FLAG
033230        END-IF
033240     END-IF.
033250
033260*Plots one point-set into one output file. All per-run state is
033270*reset up front so successive sets in the same execution do not
033280*see each other's leftovers.
033290 PROCESS-ONE-GRAPH.
033300     PERFORM RESET-RUN-STATE.
033310     PERFORM DETERMINE-GRID-SIZE THRU DETERMINE-GRID-SIZE-DONE.
033320*An overlay member draws onto the canvas the group already
033330*initialized in full; wiping it here would erase the members
033340*plotted before this one.
033350     IF OVERLAY-MODE-FLAG = 'N'
033360        PERFORM INITIALIZATION.
033370     OPEN INPUT INPUT-FILE.
033380*If any error occurs when opening the file
033390     IF INPUT-FILE-STATUS NOT = "00"
033400        PERFORM DISPLAY-OPEN-ERROR
033410        ADD 1 TO FAILED-SET-COUNT
033420        MOVE "SKIPPED - OPEN ERROR" TO SUM-OUTCOME
033430        PERFORM WRITE-SUMMARY-LINE
033440        GO TO PROCESS-ONE-GRAPH-EXIT.
033450     READ INPUT-FILE.
033460     PERFORM PARSE-HEADER-COUNT.
033470*If we have N points, we only need to draw N - 1 lines.
033480     IF HEADER-COUNT > 0
033490        COMPUTE NUM-POINTS = HEADER-COUNT - 1
033500     ELSE
033510        MOVE 0 TO NUM-POINTS
033520     END-IF.
033530     CLOSE INPUT-FILE.
033540     OPEN OUTPUT REPORT-FILE.
033550     PERFORM RECONCILE-POINT-COUNT.
033560*Stale data must not plot as a good run: content already taken
033570*in on an earlier business date stops here, before any drawing.
033580     PERFORM CHECK-INTAKE-REGISTER
033590        THRU CHECK-INTAKE-REGISTER-EXIT.
033600*Nor does a refused set leave breaches behind: the listing the
033610*sizing pass wrote judged data that is not being plotted.
033620     IF INTAKE-DUPLICATE-FLAG = 'Y'
033630        PERFORM REPORT-DUPLICATE-TRANSMISSION
033640        PERFORM DISCARD-BREACH-LISTING
033650        MOVE 0 TO BREACH-COUNT
033660        ADD 1 TO FAILED-SET-COUNT
033670        MOVE "DUPLICATE" TO SUM-OUTCOME
033680        PERFORM WRITE-SUMMARY-LINE
033690        GO TO PROCESS-ONE-GRAPH-EXIT.
033700*Limit lines, and the legend entry for them, go onto the canvas
033710*only for a set that is actually being plotted.
033720     IF LIMIT-HIGH-FLAG = 'Y' OR LIMIT-LOW-FLAG = 'Y'
033730        MOVE 'Y' TO LIMIT-GRAPH-FLAG.
033740     PERFORM DRAW-LIMIT-LINES.
033750*An exporting set always redraws from scratch: resuming from a
033760*checkpoint would restore the finished canvas but leave the
033770*freshly truncated export file holding only the post-resume
033780*cells, quietly diverging from the graph it claims to mirror.
033790*Forgoing the resume keeps the two products identical.
033800     IF EXPORT-MODE-FLAG = 'N'
033810        PERFORM LOAD-CHECKPOINT-IF-PRESENT
033820     END-IF.
033830     PERFORM OPEN-EXPORT-IF-ASKED.
033840     PERFORM GET-INFO-AND-CALCULATE.
033850     PERFORM PLACE-ANNOTATIONS THRU PLACE-ANNOTATIONS-EXIT.
033860     PERFORM CLOSE-EXPORT-IF-OPEN.
033870*An overlay member stops here: its drawing is already on the
033880*shared canvas and the combined graph file is written once by
033890*FLUSH-OVERLAY-GROUP. The member's own run log and checkpoint
033900*bookkeeping still happen, and its counters roll into the group
033910*totals for the combined header.
033920     IF OVERLAY-MODE-FLAG = 'Y'
033930        ADD 1 TO OVERLAY-MEMBER-COUNT
033940        ADD ACTUAL-POINT-COUNT TO OVERLAY-POINTS-READ
033950        ADD VERTICAL-LINE-COUNT TO OVERLAY-VERTICAL-COUNT
033960        ADD LARGE-SLOPE-COUNT TO OVERLAY-LARGE-SLOPE-COUNT
033970        ADD SMALL-SLOPE-COUNT TO OVERLAY-SMALL-SLOPE-COUNT
033980        ADD COLLISION-COUNT TO OVERLAY-COLLISION-COUNT
033990        ADD BREACH-COUNT TO OVERLAY-BREACH-COUNT
034000        PERFORM WRITE-RUN-LOG-SUMMARY
034010        PERFORM CLEAR-CHECKPOINT
034020        ADD 1 TO GOOD-SET-COUNT
034030        MOVE "OVERLAID" TO SUM-OUTCOME
034040        PERFORM WRITE-SUMMARY-LINE
034050        PERFORM WRITE-HISTORY-RECORD
034060           THRU WRITE-HISTORY-RECORD-EXIT
034070        GO TO PROCESS-ONE-GRAPH-EXIT.
034080     IF PRINT-MODE-FLAG = 'Y'
034090        PERFORM START-GRAPH-PAGE
034100     ELSE
034110        OPEN OUTPUT OUTPUT-FILE
034120        IF OUTPUT-FILE-STATUS NOT = "00"
034130           PERFORM DISPLAY-OPEN-ERROR
034140           ADD 1 TO FAILED-SET-COUNT
034150           MOVE "OUTPUT OPEN ERROR" TO SUM-OUTCOME
034160           PERFORM WRITE-SUMMARY-LINE
034170           GO TO PROCESS-ONE-GRAPH-EXIT
034180        END-IF
034190     END-IF.
034200     PERFORM WRITE-GRAPH-HEADER.
034210     MOVE GRID-MAX-Y TO I.
034220     PERFORM DRAW-GRAPH.
034230     PERFORM WRITE-RUN-LOG-SUMMARY.
034240     IF PRINT-MODE-FLAG = 'N'
034250        CLOSE OUTPUT-FILE
034260     END-IF.
034270     PERFORM CLEAR-CHECKPOINT.
034280     ADD 1 TO GOOD-SET-COUNT.
034290     MOVE "PLOTTED" TO SUM-OUTCOME.
034300     PERFORM WRITE-SUMMARY-LINE.
034310     PERFORM WRITE-HISTORY-RECORD
034320        THRU WRITE-HISTORY-RECORD-EXIT.
034330
034340*Falls through to here on a clean finish and is also GO TO'd on
034350*either OPEN failure above, so REPORT-FILE is closed exactly once
034360*here regardless of which path got us here -- otherwise a set that
034370*fails after REPORT-FILE was opened would leave it open, and the
034380*next set's OPEN OUTPUT REPORT-FILE (a different dynamic filename,
034390*same FD) would come back file status 41.
034400 PROCESS-ONE-GRAPH-EXIT.
034410     IF REPORT-FILE-STATUS = "00"
034420        CLOSE REPORT-FILE
034430     END-IF.
034440     EXIT.
034450
034460*Worded for whichever caller is actually running: a control-file
034470*run moves on to the next point-set, but the legacy single-file
034480*run has none and goes straight to STOP RUN right after.
034490 DISPLAY-OPEN-ERROR.
034500     IF BATCH-RUN-FLAG = 'Y'
034510        DISPLAY "Error opening file. Skipping this point-set."
034520     ELSE
034530        DISPLAY "Error opening file for this point-set."
034540     END-IF.
034550
034560*Resets the working-storage a fresh point-set/output pair needs
034570*so it starts exactly like a brand-new run of the program.
034580 RESET-RUN-STATE.
034590     MOVE 1 TO I.
034600     MOVE 1 TO J.
034610     MOVE 'N' TO FIRST-POINT-READ.
034620     MOVE 'N' TO COUNT-MISMATCH-FLAG.
034630     MOVE 0 TO VALIDATION-ERROR-COUNT.
034640     MOVE 0 TO ACTUAL-POINT-COUNT.
034650     MOVE 0 TO ANNOTATION-RECORD-COUNT.
034660*The legend belongs to the graph being accumulated, not to one
034670*member, so an overlay group keeps it across its members.
034680     IF OVERLAY-MODE-FLAG = 'N'
034690        MOVE 0 TO LEGEND-COUNT
034700        MOVE SPACES TO LEGEND-TABLE
034710        MOVE 'N' TO LIMIT-GRAPH-FLAG
034720        MOVE 0 TO ANNOTATION-LIST-COUNT
034730        MOVE 0 TO ANNOTATION-UNLISTED-COUNT
034740     END-IF.
034750     MOVE 0 TO PAIRS-COMPLETED.
034760     MOVE 0 TO VERTICAL-LINE-COUNT.
034770     MOVE 0 TO LARGE-SLOPE-COUNT.
034780     MOVE 0 TO SMALL-SLOPE-COUNT.
034790     MOVE 0 TO COLLISION-COUNT.
034800     MOVE 0 TO BREACH-COUNT.
034810*A plain set never compared anything, so its history row must
034820*not carry the last comparison's differing-cell figure either.
034830     MOVE 0 TO COMPARE-DIFF-COUNT.
034840     MOVE "99" TO REPORT-FILE-STATUS.
034850
034860*HEADER-COUNT (the declared header count) is trusted by
034870*GET-INFO-AND-CALCULATE to know how many pairs to read. If it
034880*disagrees with the number of
034890*data records DETERMINE-GRID-SIZE actually counted, drawing off
034900*the declared count could try to read past end of file, so the
034910*actual count wins and the mismatch is logged.
034920 RECONCILE-POINT-COUNT.
034930     MOVE HEADER-COUNT TO DECLARED-POINT-COUNT.
034940     IF DECLARED-POINT-COUNT NOT = ACTUAL-POINT-COUNT
034950        PERFORM REPORT-POINT-COUNT-MISMATCH
034960        MOVE 'Y' TO COUNT-MISMATCH-FLAG
034970        IF ACTUAL-POINT-COUNT > 0
034980           COMPUTE NUM-POINTS = ACTUAL-POINT-COUNT - 1
034990        ELSE
035000           MOVE 0 TO NUM-POINTS
035010        END-IF
035020     END-IF.
035030
035040*Reads the declared point count out of the header record just
035050*read into the file buffer. Digits are taken left to right and
035060*the first blank ends the number, so the historical 2-digit
035070*layout and the wider extended layout both parse here. Blanks
035080*in the first two columns mean zero, exactly as the old INSPECT
035090*on NUM treated them, so old hand-built headers keep their
035100*meaning.
035110 PARSE-HEADER-COUNT.
035120     INSPECT HEADER-COUNT-TEXT(1:2) REPLACING ALL ' ' BY '0'.
035130     MOVE 0 TO HEADER-COUNT.
035140     MOVE 'N' TO HEADER-END-FLAG.
035150     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
035160        IF HEADER-END-FLAG = 'N'
035170           MOVE HEADER-COUNT-TEXT(K:1) TO HEADER-DIGIT-X
035180           IF HEADER-DIGIT-X IS NUMERIC
035190              COMPUTE HEADER-COUNT =
035200                 HEADER-COUNT * 10 + HEADER-DIGIT
035210           ELSE
035220              MOVE 'Y' TO HEADER-END-FLAG
035230           END-IF
035240        END-IF
035250     END-PERFORM.
035260
035270 REPORT-POINT-COUNT-MISMATCH.
035280     MOVE DECLARED-POINT-COUNT TO PCM-DECLARED.
035290     MOVE ACTUAL-POINT-COUNT TO PCM-ACTUAL.
035300     IF REPORT-FILE-STATUS = "00"
035310        WRITE REPORT-LINE FROM POINT-COUNT-MISMATCH-LINE.
035320
035330*Keeps a table of the distinct plot symbols actually used, in the
035340*order first seen, so the plotted output can carry a legend.
035350 RECORD-LEGEND-SYMBOL.
035360     MOVE 'N' TO LEGEND-FOUND-FLAG.
035370     PERFORM VARYING K FROM 1 BY 1 UNTIL K > LEGEND-COUNT
035380        IF LEGEND-ENTRY(K) = SEGMENT-SYMBOL
035390           MOVE 'Y' TO LEGEND-FOUND-FLAG
035400        END-IF
035410     END-PERFORM.
035420     IF LEGEND-FOUND-FLAG = 'N' AND LEGEND-COUNT < 20
035430        ADD 1 TO LEGEND-COUNT
035440        MOVE SEGMENT-SYMBOL TO LEGEND-ENTRY(LEGEND-COUNT)
035450     END-IF.
035460
035470*Writes a title, run date, source filename, axis-scale, point/line
035480*counts, and symbol-legend header to the output file ahead of the
035490*plotted grid, so a printed graph is self-explanatory on its own.
035500 WRITE-GRAPH-HEADER.
035510     MOVE SPACES TO HDR-OUTPUT-NAME.
035520*A series plotted from the catalog shows its display title in
035530*place of the bare output name; everything else is unchanged.
035540     IF CATALOG-TITLE-ACTIVE = 'Y'
035550        MOVE CAT-TITLE TO HDR-OUTPUT-NAME
035560     ELSE
035570        MOVE WS-OUTPUT-FILENAME TO HDR-OUTPUT-NAME
035580     END-IF.
035590     MOVE SPACES TO HDR-INPUT-NAME.
035600     MOVE WS-INPUT-FILENAME TO HDR-INPUT-NAME.
035610     MOVE BUS-MONTH TO HDR-RUN-MM.
035620     MOVE BUS-DAY TO HDR-RUN-DD.
035630     MOVE BUS-YEAR TO HDR-RUN-YEAR.
035640     MOVE 0 TO HDR-MIN-X.
035650     MOVE 0 TO HDR-MIN-Y.
035660     COMPUTE HDR-MAX-X = GRID-MAX-X - 1.
035670     COMPUTE HDR-MAX-Y = GRID-MAX-Y - 1.
035680     MOVE ACTUAL-POINT-COUNT TO HDR-POINTS-READ.
035690     COMPUTE HDR-LINES-DRAWN = VERTICAL-LINE-COUNT
035700        + LARGE-SLOPE-COUNT + SMALL-SLOPE-COUNT.
035710     MOVE SPACES TO HDR-BREACH-AREA.
035720     IF LIMIT-GRAPH-FLAG = 'Y'
035730        MOVE BREACH-COUNT TO HBT-BREACHES
035740        MOVE HEADER-BREACH-TEXT TO HDR-BREACH-AREA
035750     END-IF.
035760     PERFORM BUILD-LEGEND-TEXT.
035770     PERFORM WRITE-GRAPH-HEADER-LINES.
035780
035790*The writing half of the header, separate from the field
035800*building above so a continuation page in print mode can
035810*repeat the block as it stands without recomputing anything.
035820 WRITE-GRAPH-HEADER-LINES.
035830     MOVE HEADER-TITLE-LINE TO GRAPH-OUT-LINE.
035840     PERFORM PUT-HEADER-LINE.
035850     MOVE HEADER-SOURCE-LINE TO GRAPH-OUT-LINE.
035860     PERFORM PUT-HEADER-LINE.
035870     IF COMPARE-MODE-FLAG = 'Y'
035880        MOVE SPACES TO CS-INPUT-NAME
035890        MOVE WS-COMPARE-FILE-B TO CS-INPUT-NAME
035900        MOVE COMPARE-SOURCE-LINE TO GRAPH-OUT-LINE
035910        PERFORM PUT-HEADER-LINE
035920     END-IF.
035930     MOVE HEADER-SCALE-LINE TO GRAPH-OUT-LINE.
035940     PERFORM PUT-HEADER-LINE.
035950     MOVE HEADER-COUNTS-LINE TO GRAPH-OUT-LINE.
035960     PERFORM PUT-HEADER-LINE.
035970     MOVE HEADER-LEGEND-LINE TO GRAPH-OUT-LINE.
035980     PERFORM PUT-HEADER-LINE.
035990     PERFORM PUT-NOTE-HEADER-LINE
036000        VARYING NOTE-INDEX FROM 1 BY 1
036010        UNTIL NOTE-INDEX > ANNOTATION-LIST-COUNT.
036020     IF ANNOTATION-UNLISTED-COUNT > 0
036030        MOVE ANNOTATION-UNLISTED-COUNT TO HNM-COUNT
036040        MOVE HEADER-NOTE-MORE-LINE TO GRAPH-OUT-LINE
036050        PERFORM PUT-HEADER-LINE
036060     END-IF.
036070     MOVE SPACES TO GRAPH-OUT-LINE.
036080     PERFORM PUT-HEADER-LINE.
036090
036100*One annotation from the list under the legend: its cell, its
036110*text, and whether it found a place on the canvas.
036120 PUT-NOTE-HEADER-LINE.
036130     MOVE AN-X(NOTE-INDEX) TO HN-X.
036140     MOVE AN-Y(NOTE-INDEX) TO HN-Y.
036150     MOVE AN-TEXT(NOTE-INDEX) TO HN-TEXT.
036160     IF AN-PLACED-FLAG(NOTE-INDEX) = 'Y'
036170        MOVE SPACES TO HN-STATUS
036180     ELSE
036190        MOVE " (OFF GRID)" TO HN-STATUS
036200     END-IF.
036210     MOVE HEADER-NOTE-LINE TO GRAPH-OUT-LINE.
036220     PERFORM PUT-HEADER-LINE.
036230
036240*A header line never opens a page break of its own: at graph
036250*start it follows a fresh page heading, and on a continuation
036260*page PRINT-PAGE-BREAK is the one writing it. Keeping header
036270*lines out of PUT-GRAPH-LINE also keeps that paragraph from
036280*ever being re-entered while an earlier pass through it is
036290*still waiting on the page break it started.
036300 PUT-HEADER-LINE.
036310     IF PRINT-MODE-FLAG = 'Y'
036320        PERFORM WRITE-PRINT-LINE
036330     ELSE
036340        MOVE GRAPH-OUT-LINE TO ONE-LINE
036350        WRITE ONE-LINE
036360     END-IF.
036370
036380*Every grid line of graph output lands here: in print mode it
036390*goes to the print file, breaking onto a fresh page -- with
036400*the page heading and the graph's header block repeated --
036410*when the page is full; otherwise it goes to the per-graph
036420*output file exactly as it always has.
036430 PUT-GRAPH-LINE.
036440     IF PRINT-MODE-FLAG = 'Y'
036450        IF LINES-ON-PAGE NOT < PAGE-SIZE
036460           PERFORM PRINT-PAGE-BREAK
036470        END-IF
036480        PERFORM WRITE-PRINT-LINE
036490     ELSE
036500        MOVE GRAPH-OUT-LINE TO ONE-LINE
036510        WRITE ONE-LINE
036520     END-IF.
036530
036540*The one physical write to the print file for a body line:
036550*single-space carriage control ahead of the staged text.
036560 WRITE-PRINT-LINE.
036570     MOVE SPACES TO PRINT-BUILD-LINE.
036580     MOVE ' ' TO PRINT-CC.
036590     MOVE GRAPH-OUT-LINE TO PRINT-DATA.
036600     WRITE PRINT-RECORD FROM PRINT-BUILD-LINE.
036610     ADD 1 TO LINES-ON-PAGE.
036620
036630*A fresh page for a new graph: bump the page and graph
036640*numbers, eject, and write the numbered heading.
036650 START-GRAPH-PAGE.
036660     ADD 1 TO PAGE-NUMBER.
036670     ADD 1 TO GRAPH-SEQUENCE.
036680     PERFORM WRITE-PAGE-HEADING.
036690
036700*A continuation page for a graph too tall for the one it
036710*started on: same heading, same graph number, and the graph's
036720*header block over again so the page stands on its own (the
036730*header lines go out through the low-level writer, so none of
036740*this re-enters PUT-GRAPH-LINE mid-break).
036750 PRINT-PAGE-BREAK.
036760     ADD 1 TO PAGE-NUMBER.
036770     PERFORM WRITE-PAGE-HEADING.
036780     PERFORM WRITE-GRAPH-HEADER-LINES.
036790
036800 WRITE-PAGE-HEADING.
036810     MOVE PAGE-NUMBER TO PH-PAGE.
036820     MOVE GRAPH-SEQUENCE TO PH-SEQ.
036830     MOVE TOTAL-GRAPH-COUNT TO PH-TOTAL.
036840     MOVE SPACES TO PH-NAME.
036850     MOVE WS-OUTPUT-FILENAME TO PH-NAME.
036860     MOVE SPACES TO PRINT-BUILD-LINE.
036870     MOVE '1' TO PRINT-CC.
036880     MOVE PAGE-HEADING-LINE TO PRINT-DATA.
036890     WRITE PRINT-RECORD FROM PRINT-BUILD-LINE.
036900     MOVE SPACES TO PRINT-BUILD-LINE.
036910     MOVE ' ' TO PRINT-CC.
036920     WRITE PRINT-RECORD FROM PRINT-BUILD-LINE.
036930     MOVE 2 TO LINES-ON-PAGE.
036940
036950 BUILD-LEGEND-TEXT.
036960     MOVE SPACES TO HDR-LEGEND-TEXT.
036970     MOVE 1 TO LEGEND-TEXT-PTR.
036980     PERFORM VARYING K FROM 1 BY 1 UNTIL K > LEGEND-COUNT
036990        STRING LEGEND-ENTRY(K) DELIMITED BY SIZE
037000               " " DELIMITED BY SIZE
037010           INTO HDR-LEGEND-TEXT
037020           WITH POINTER LEGEND-TEXT-PTR
037030        END-STRING
037040     END-PERFORM.
037050     IF LIMIT-GRAPH-FLAG = 'Y'
037060        STRING "(" DELIMITED BY SIZE
037070               LIMIT-LINE-SYMBOL DELIMITED BY SIZE
037080               " LIMIT)" DELIMITED BY SIZE
037090           INTO HDR-LEGEND-TEXT
037100           WITH POINTER LEGEND-TEXT-PTR
037110        END-STRING
037120     END-IF.
037130
037140*Writes a summary of this point-set's run to REPORT-FILE: how many
037150*points were actually read (reusing the point-count reconciliation
037160*counter), how many lines CONNECT-TWO-POINTS drew and by which
037170*case, and how many points VALIDATE-POINT-RANGE rejected (reusing
037180*its range-validation error counter). Skipped if REPORT-FILE never
037190*opened.
037200 WRITE-RUN-LOG-SUMMARY.
037210     IF REPORT-FILE-STATUS = "00"
037220        MOVE SPACES TO RL-OUTPUT-NAME
037230        MOVE WS-OUTPUT-FILENAME TO RL-OUTPUT-NAME
037240        WRITE REPORT-LINE FROM RUN-LOG-HEADING-LINE
037250        MOVE ACTUAL-POINT-COUNT TO RL-POINTS-READ
037260        WRITE REPORT-LINE FROM RUN-LOG-POINTS-LINE
037270        COMPUTE RL-LINES-DRAWN = VERTICAL-LINE-COUNT
037280           + LARGE-SLOPE-COUNT + SMALL-SLOPE-COUNT
037290        MOVE VERTICAL-LINE-COUNT TO RL-VERTICAL
037300        MOVE LARGE-SLOPE-COUNT TO RL-LARGE-SLOPE
037310        MOVE SMALL-SLOPE-COUNT TO RL-SMALL-SLOPE
037320        WRITE REPORT-LINE FROM RUN-LOG-LINES-LINE
037330        MOVE VALIDATION-ERROR-COUNT TO RL-ERRORS
037340        MOVE COLLISION-COUNT TO RL-COLLISIONS
037350        WRITE REPORT-LINE FROM RUN-LOG-ERRORS-LINE
037360        WRITE REPORT-LINE FROM RUN-LOG-COLLISIONS-LINE
037370        IF ANNOTATION-RECORD-COUNT > 0
037380           MOVE ANNOTATION-RECORD-COUNT TO RL-NOTES
037390           WRITE REPORT-LINE FROM RUN-LOG-NOTES-LINE
037400        END-IF
037410        IF LIMIT-HIGH-FLAG = 'Y' OR LIMIT-LOW-FLAG = 'Y'
037420           MOVE BREACH-COUNT TO RL-BREACHES
037430           WRITE REPORT-LINE FROM RUN-LOG-BREACH-LINE
037440        END-IF
037450        IF COMPARE-MODE-FLAG = 'Y'
037460           MOVE COMPARE-DIFF-COUNT TO RL-DIFF
037470           WRITE REPORT-LINE FROM RUN-LOG-DIFF-LINE
037480        END-IF
037490     END-IF.
037500
037510*Rewrites the checkpoint file with the graph state as it stands
037520*right after completing a pair, so a mid-run failure only loses
037530*the pair currently in progress, not the whole graph.
037540 SAVE-CHECKPOINT.
037550     MOVE PAIRS-COMPLETED TO CKP-PAIRS-COMPLETED.
037560     MOVE NUM-POINTS TO CKP-NUM-POINTS.
037570     MOVE GRID-MAX-X TO CKP-GRID-MAX-X.
037580     MOVE GRID-MAX-Y TO CKP-GRID-MAX-Y.
037590     MOVE X1 TO CKP-NEXT-X.
037600     MOVE Y1 TO CKP-NEXT-Y.
037610     MOVE SYMBOL-1 TO CKP-NEXT-SYMBOL.
037620     MOVE LEGEND-COUNT TO CKP-LEGEND-COUNT.
037630     MOVE LEGEND-TABLE TO CKP-LEGEND-TEXT.
037640     MOVE VALIDATION-ERROR-COUNT TO CKP-VALIDATION-ERRORS.
037650     MOVE VERTICAL-LINE-COUNT TO CKP-VERTICAL-COUNT.
037660     MOVE LARGE-SLOPE-COUNT TO CKP-LARGE-SLOPE-COUNT.
037670     MOVE SMALL-SLOPE-COUNT TO CKP-SMALL-SLOPE-COUNT.
037680     MOVE COLLISION-COUNT TO CKP-COLLISION-COUNT.
037690     OPEN OUTPUT CHECKPOINT-FILE.
037700     IF CHECKPOINT-FILE-STATUS = "00"
037710        WRITE CHECKPOINT-LINE FROM CHECKPOINT-HEADER-LINE
037720        PERFORM VARYING K FROM 1 BY 1 UNTIL K > GRID-MAX-Y
037730*Only the active GRID-MAX-X portion of each row is ever filled
037740*in by INITIALIZATION, so only that much is written back out.
037750           MOVE SPACES TO CHECKPOINT-LINE
037760           MOVE Y(K)(1:GRID-MAX-X)
037770             TO CHECKPOINT-LINE(1:GRID-MAX-X)
037780           WRITE CHECKPOINT-LINE
037790        END-PERFORM
037800        CLOSE CHECKPOINT-FILE
037810     END-IF.
037820
037830*If a checkpoint from an earlier, interrupted run of this same
037840*point-set exists, restore the graph and position INPUT-FILE right
037850*after the last completed pair so GET-INFO-AND-CALCULATE picks up
037860*where it left off instead of redrawing from the start.
037870 LOAD-CHECKPOINT-IF-PRESENT.
037880     MOVE 'N' TO CHECKPOINT-EXISTS-FLAG.
037890     OPEN INPUT CHECKPOINT-FILE.
037900     IF CHECKPOINT-FILE-STATUS = "00"
037910        READ CHECKPOINT-FILE INTO CHECKPOINT-HEADER-LINE
037920           AT END CONTINUE
037930           NOT AT END MOVE 'Y' TO CHECKPOINT-EXISTS-FLAG
037940        END-READ
037950        IF CHECKPOINT-EXISTS-FLAG = 'Y'
037960           PERFORM VARYING K FROM 1 BY 1
037970                 UNTIL K > CKP-GRID-MAX-Y
037980              READ CHECKPOINT-FILE INTO Y(K)
037990                 AT END EXIT PERFORM
038000              END-READ
038010           END-PERFORM
038020        END-IF
038030        CLOSE CHECKPOINT-FILE
038040     END-IF.
038050     IF CHECKPOINT-EXISTS-FLAG = 'Y'
038060        MOVE CKP-PAIRS-COMPLETED TO PAIRS-COMPLETED
038070        MOVE CKP-NUM-POINTS TO NUM-POINTS
038080        MOVE CKP-GRID-MAX-X TO GRID-MAX-X
038090        MOVE CKP-GRID-MAX-Y TO GRID-MAX-Y
038100        MOVE CKP-NEXT-X TO X1
038110        MOVE CKP-NEXT-Y TO Y1
038120        MOVE CKP-NEXT-SYMBOL TO SYMBOL-1
038130        MOVE CKP-LEGEND-COUNT TO LEGEND-COUNT
038140        MOVE CKP-LEGEND-TEXT TO LEGEND-TABLE
038150        MOVE CKP-VALIDATION-ERRORS TO VALIDATION-ERROR-COUNT
038160        MOVE CKP-VERTICAL-COUNT TO VERTICAL-LINE-COUNT
038170        MOVE CKP-LARGE-SLOPE-COUNT TO LARGE-SLOPE-COUNT
038180        MOVE CKP-SMALL-SLOPE-COUNT TO SMALL-SLOPE-COUNT
038190        MOVE CKP-COLLISION-COUNT TO COLLISION-COUNT
038200        MOVE 'Y' TO FIRST-POINT-READ
038210        OPEN INPUT INPUT-FILE
038220        READ INPUT-FILE
038230           AT END CONTINUE
038240        END-READ
038250*The completed pairs are counted off point by point, stepping
038260*past annotations the same way the drawing pass reads them.
038270        PERFORM READ-NEXT-POINT-RECORD
038280           VARYING K FROM 1 BY 1
038290           UNTIL K > CKP-PAIRS-COMPLETED + 1
038300              OR POINT-RECORD-EOF = 'Y'
038310     END-IF.
038320
038330*A clean finish means there is nothing left to resume, so the
038340*checkpoint is truncated to empty; a stale full checkpoint would
038350*otherwise be mistaken for an in-progress run the next time this
038360*point-set is plotted.
038370 CLEAR-CHECKPOINT.
038380     OPEN OUTPUT CHECKPOINT-FILE.
038390     IF CHECKPOINT-FILE-STATUS = "00"
038400        CLOSE CHECKPOINT-FILE
038410     END-IF.
038420
038430*Batch counterpart of CLEAR-CHECKPOINT: a control-file run that
038440*reached its end leaves nothing to resume.
038450 CLEAR-BATCH-CHECKPOINT.
038460     MOVE 0 TO BCK-PENDING-COUNT.
038470     OPEN OUTPUT BATCH-CHECKPOINT-FILE.
038480     IF BATCH-CHECKPOINT-FILE-STATUS = "00"
038490        CLOSE BATCH-CHECKPOINT-FILE
038500     END-IF.
038510*This paragraph does a preliminary pass over the input file to
038520*size the canvas to the actual data range. GRID-MAX-X/GRID-MAX-Y
038530*start at the historical 79 x 23 size and are only widened, never
038540*shrunk, so old datasets still get the old-sized canvas.
038550 DETERMINE-GRID-SIZE.
038560*An overlay group's bounds only ever widen across its members,
038570*so a member scan starts from wherever the group stands rather
038580*than dropping back to the historical size.
038590     IF OVERLAY-MODE-FLAG = 'N' AND COMPARE-MODE-FLAG = 'N'
038600        MOVE 79 TO GRID-MAX-X
038610        MOVE 23 TO GRID-MAX-Y
038620     END-IF.
038630     MOVE 0 TO LIMIT-HIGH-ROW.
038640     MOVE 0 TO LIMIT-LOW-ROW.
038650     OPEN INPUT INPUT-FILE.
038660     IF INPUT-FILE-STATUS NOT = "00"
038670        GO TO DETERMINE-GRID-SIZE-DONE.
038680     MOVE 0 TO INTAKE-RECORD-COUNT.
038690     MOVE 0 TO INTAKE-CHECKSUM.
038700     MOVE SPACES TO INTAKE-FIRST-POINT.
038710     MOVE SPACES TO INTAKE-LAST-POINT.
038720*The breach listing is built on this same pass, so every point
038730*is judged against the limits exactly once, as read.
038740     MOVE 'N' TO LIMIT-TRANSFORM-FLAG.
038750     PERFORM OPEN-BREACH-IF-LIMITED
038760        THRU OPEN-BREACH-IF-LIMITED-EXIT.
038770     READ INPUT-FILE.
038780     MOVE "N" TO SCAN-EOF.
038790     PERFORM SCAN-FOR-GRID-SIZE UNTIL SCAN-EOF = "Y".
038800     CLOSE INPUT-FILE.
038810     PERFORM CLOSE-BREACH-IF-OPEN.
038820     PERFORM SIZE-GRID-FOR-LIMITS.
038830 DETERMINE-GRID-SIZE-DONE.
038840     EXIT.
038850
038860*A limited set's breach file is rewritten on every run, opening
038870*with a heading naming the set. A file that will not open costs
038880*a console warning and the listing, never the count or the
038890*graph.
038900 OPEN-BREACH-IF-LIMITED.
038910     IF LIMIT-HIGH-FLAG = 'N' AND LIMIT-LOW-FLAG = 'N'
038920        GO TO OPEN-BREACH-IF-LIMITED-EXIT.
038930     PERFORM DERIVE-BREACH-FILENAME.
038940     OPEN OUTPUT BREACH-FILE.
038950     IF BREACH-FILE-STATUS NOT = "00"
038960        DISPLAY "Warning: breach file not opened."
038970        GO TO OPEN-BREACH-IF-LIMITED-EXIT.
038980     MOVE SPACES TO BH-OUTPUT-NAME.
038990     MOVE WS-OUTPUT-FILENAME TO BH-OUTPUT-NAME.
039000     WRITE BREACH-RECORD FROM BREACH-HEADING-LINE.
039010 OPEN-BREACH-IF-LIMITED-EXIT.
039020     EXIT.
039030
039040 CLOSE-BREACH-IF-OPEN.
039050     IF BREACH-FILE-STATUS = "00"
039060        CLOSE BREACH-FILE
039070        MOVE "99" TO BREACH-FILE-STATUS
039080     END-IF.
039090
039100 DISCARD-BREACH-LISTING.
039110     IF LIMIT-HIGH-FLAG = 'Y' OR LIMIT-LOW-FLAG = 'Y'
039120        CALL "CBL_DELETE_FILE" USING WS-BREACH-FILENAME
039130     END-IF.
039140
039150*Judges one point, in the series' own units, against whichever
039160*limits the set carries: the signed RAW pair where the record
039170*has one, the plain coordinates otherwise.
039180 CHECK-POINT-AGAINST-LIMITS.
039190     IF SCAN-RAW-X IS NUMERIC AND SCAN-RAW-Y IS NUMERIC
039200        MOVE SCAN-RAW-X TO BREACH-POINT-X
039210        MOVE SCAN-RAW-Y TO BREACH-POINT-Y
039220     ELSE
039230        MOVE DEC-X-NUM TO BREACH-POINT-X
039240        MOVE DEC-Y-NUM TO BREACH-POINT-Y
039250     END-IF.
039260     IF LIMIT-HIGH-FLAG = 'Y' AND BREACH-POINT-Y > LIMIT-HIGH
039270        MOVE "ABOVE HIGH LIMIT" TO BR-DIRECTION
039280        MOVE LIMIT-HIGH TO BR-LIMIT
039290        PERFORM RECORD-LIMIT-BREACH
039300     END-IF.
039310     IF LIMIT-LOW-FLAG = 'Y' AND BREACH-POINT-Y < LIMIT-LOW
039320        MOVE "BELOW LOW LIMIT" TO BR-DIRECTION
039330        MOVE LIMIT-LOW TO BR-LIMIT
039340        PERFORM RECORD-LIMIT-BREACH
039350     END-IF.
039360
039370 RECORD-LIMIT-BREACH.
039380     ADD 1 TO BREACH-COUNT.
039390     IF BREACH-FILE-STATUS = "00"
039400        MOVE ACTUAL-POINT-COUNT TO BR-ORDINAL
039410        MOVE BREACH-POINT-X TO BR-X
039420        MOVE BREACH-POINT-Y TO BR-Y
039430        WRITE BREACH-RECORD FROM BREACH-DETAIL-LINE
039440     END-IF.
039450
039460*Maps each limit through the set's Y transform onto a canvas
039470*row -- the transform applies only when the set's points came
039480*in the signed RAW format, exactly as it does for the points
039490*themselves -- and widens the canvas so the line shows. A
039500*limit landing outside 00-998 draws no line.
039510 SIZE-GRID-FOR-LIMITS.
039520     IF LIMIT-HIGH-FLAG = 'Y'
039530        MOVE LIMIT-HIGH TO LIMIT-VALUE
039540        PERFORM PLACE-LIMIT-ROW
039550        MOVE LIMIT-ROW TO LIMIT-HIGH-ROW
039560     END-IF.
039570     IF LIMIT-LOW-FLAG = 'Y'
039580        MOVE LIMIT-LOW TO LIMIT-VALUE
039590        PERFORM PLACE-LIMIT-ROW
039600        MOVE LIMIT-ROW TO LIMIT-LOW-ROW
039610     END-IF.
039620
039630 PLACE-LIMIT-ROW.
039640     MOVE 0 TO LIMIT-ROW.
039650     IF LIMIT-TRANSFORM-FLAG = 'Y'
039660        COMPUTE TRANSFORMED-Y ROUNDED =
039670           SCALE-Y * LIMIT-VALUE + OFFSET-Y
039680     ELSE
039690        COMPUTE TRANSFORMED-Y ROUNDED = LIMIT-VALUE
039700     END-IF.
039710     IF TRANSFORMED-Y >= 0 AND TRANSFORMED-Y < 999
039720        COMPUTE LIMIT-ROW = TRANSFORMED-Y + 1
039730        IF LIMIT-ROW > GRID-MAX-Y
039740           MOVE LIMIT-ROW TO GRID-MAX-Y
039750        END-IF
039760     END-IF.
039770
039780*Rules each limit row across the canvas in the limit symbol,
039790*after the axes are laid and before any point is drawn. Only
039800*empty cells take it, so the axes stay intact and a member of
039810*an overlay group never rubs out what an earlier one drew.
039820 DRAW-LIMIT-LINES.
039830     IF LIMIT-HIGH-ROW > 0
039840        MOVE LIMIT-HIGH-ROW TO PLACE-ROW
039850        PERFORM RULE-LIMIT-ROW
039860     END-IF.
039870     IF LIMIT-LOW-ROW > 0
039880        MOVE LIMIT-LOW-ROW TO PLACE-ROW
039890        PERFORM RULE-LIMIT-ROW
039900     END-IF.
039910
039920*An overlay member's row is also noted, once, for the group.
039930 RULE-LIMIT-ROW.
039940     PERFORM DRAW-LIMIT-CELL
039950        VARYING PLACE-COL FROM 2 BY 1
039960        UNTIL PLACE-COL > GRID-MAX-X.
039970     IF OVERLAY-MODE-FLAG = 'Y'
039980        PERFORM NOTE-OVERLAY-LIMIT-ROW
039990     END-IF.
040000
040010 NOTE-OVERLAY-LIMIT-ROW.
040020     MOVE 'N' TO OVERLAY-LIMIT-FOUND-FLAG.
040030     PERFORM MATCH-OVERLAY-LIMIT-ROW
040040        VARYING OVERLAY-LIMIT-IX FROM 1 BY 1
040050        UNTIL OVERLAY-LIMIT-IX > OVERLAY-LIMIT-COUNT.
040060     IF OVERLAY-LIMIT-FOUND-FLAG = 'N'
040070        AND OVERLAY-LIMIT-COUNT < 20
040080        ADD 1 TO OVERLAY-LIMIT-COUNT
040090        MOVE PLACE-ROW TO OVERLAY-LIMIT-ROW(OVERLAY-LIMIT-COUNT)
040100     END-IF.
040110
040120 MATCH-OVERLAY-LIMIT-ROW.
040130     IF OVERLAY-LIMIT-ROW(OVERLAY-LIMIT-IX) = PLACE-ROW
040140        MOVE 'Y' TO OVERLAY-LIMIT-FOUND-FLAG
040150     END-IF.
040160
040170*Rules one of the group's limit rows again at flush time, when
040180*the canvas has reached its final width.
040190 RULE-OVERLAY-LIMIT-ROW.
040200     MOVE OVERLAY-LIMIT-ROW(OVERLAY-LIMIT-IX) TO PLACE-ROW.
040210     PERFORM DRAW-LIMIT-CELL
040220        VARYING PLACE-COL FROM 2 BY 1
040230        UNTIL PLACE-COL > GRID-MAX-X.
040240
040250 DRAW-LIMIT-CELL.
040260     IF X(PLACE-ROW, PLACE-COL) = SPACE
040270        MOVE LIMIT-LINE-SYMBOL TO X(PLACE-ROW, PLACE-COL)
040280     END-IF.
040290
040300*A point-set using the signed/fractional column format
040310*(RAW-X-COORDINATE/RAW-Y-COORDINATE) needs the SAME
040320*SCALE-X/SCALE-Y/OFFSET-X/OFFSET-Y transform applied here that
040330*TRANSFORM-POINT-1/TRANSFORM-POINT-2 apply later, or the canvas
040340*never widens to fit the transformed range and VALIDATE-POINT-RANGE
040350*ends up rejecting points that are really inside the intended plot
040360*area.
040370*Annotation records are counted but take no part in sizing the
040380*grid, the fingerprint or the limit checks: they are not data.
040390 SCAN-FOR-GRID-SIZE.
040400     READ INPUT-FILE INTO POINT-TEXT
040410         AT END MOVE "Y" TO SCAN-EOF
040420         NOT AT END
040430            PERFORM DECODE-POINT-TEXT
040440            IF DEC-ANNOTATION-FLAG = 'Y'
040450               ADD 1 TO ANNOTATION-RECORD-COUNT
040460            ELSE
040470               PERFORM SCAN-ONE-POINT
040480            END-IF
040490     END-READ.
040500
040510 SCAN-ONE-POINT.
040520     ADD 1 TO ACTUAL-POINT-COUNT.
040530     MOVE DEC-RAW-X TO SCAN-RAW-X-TEXT.
040540     MOVE DEC-RAW-Y TO SCAN-RAW-Y-TEXT.
040550     PERFORM ADD-TO-INTAKE-FINGERPRINT.
040560     IF SCAN-RAW-X IS NUMERIC
040570        AND SCAN-RAW-Y IS NUMERIC
040580        MOVE 'Y' TO LIMIT-TRANSFORM-FLAG
040590        PERFORM SCAN-WIDEN-FOR-TRANSFORMED-POINT
040600     ELSE
040610        IF DEC-X-NUM < 999
040620           AND DEC-X-NUM + 1 > GRID-MAX-X
040630           COMPUTE GRID-MAX-X = DEC-X-NUM + 1
040640        END-IF
040650        IF DEC-Y-NUM < 999
040660           AND DEC-Y-NUM + 1 > GRID-MAX-Y
040670           COMPUTE GRID-MAX-Y = DEC-Y-NUM + 1
040680        END-IF
040690     END-IF.
040700     IF LIMIT-HIGH-FLAG = 'Y' OR LIMIT-LOW-FLAG = 'Y'
040710        PERFORM CHECK-POINT-AGAINST-LIMITS
040720     END-IF.
040730
040740*One point record's share of the set's fingerprint. The weight
040750*cycles 1 to 97 with the record's position; a signed RAW pair
040760*counts as well as the integer columns, offset to stay positive.
040770 ADD-TO-INTAKE-FINGERPRINT.
040780     ADD 1 TO INTAKE-RECORD-COUNT.
040790     IF INTAKE-RECORD-COUNT = 1
040800        MOVE POINT-TEXT TO INTAKE-FIRST-POINT.
040810     MOVE POINT-TEXT TO INTAKE-LAST-POINT.
040820     DIVIDE INTAKE-RECORD-COUNT BY 97 GIVING INTAKE-QUOTIENT
040830        REMAINDER INTAKE-WEIGHT.
040840     ADD 1 TO INTAKE-WEIGHT.
040850     MOVE 0 TO INTAKE-CHECK-VALUE.
040860     IF DEC-X-TEXT IS NUMERIC AND DEC-Y-TEXT IS NUMERIC
040870        COMPUTE INTAKE-CHECK-VALUE = DEC-X-NUM * 1000 + DEC-Y-NUM.
040880     IF SCAN-RAW-X IS NUMERIC AND SCAN-RAW-Y IS NUMERIC
040890        COMPUTE INTAKE-CHECK-VALUE = INTAKE-CHECK-VALUE
040900           + (SCAN-RAW-X + 1000) * 100
040910           + (SCAN-RAW-Y + 1000) * 300.
040920     COMPUTE INTAKE-CHECKSUM = INTAKE-CHECKSUM
040930        + INTAKE-WEIGHT * INTAKE-CHECK-VALUE.
040940
040950*Picks one point record apart into the DEC- staging fields,
040960*whichever layout it came in: a digit in the third column means
040970*the wide 3-digit layout, anything else the historical 2-digit
040980*one, whose coordinates gain a left zero on their way into the
040990*3-digit fields. Blanks inside a coordinate keep counting as
041000*zeros, the same forgiveness the old INSPECT applied.
041010*An annotation record is flagged and its text picked out.
041020 DECODE-POINT-TEXT.
041030     MOVE SPACES TO DEC-RAW-X.
041040     MOVE SPACES TO DEC-RAW-Y.
041050     IF POINT-TEXT(3:1) IS NUMERIC
041060        MOVE POINT-TEXT(1:3) TO DEC-X-TEXT
041070        MOVE POINT-TEXT(5:3) TO DEC-Y-TEXT
041080        MOVE POINT-TEXT(9:1) TO DEC-SYMBOL
041090        MOVE POINT-TEXT(11:6) TO DEC-RAW-X
041100        MOVE POINT-TEXT(18:6) TO DEC-RAW-Y
041110     ELSE
041120        MOVE '0' TO DEC-X-TEXT(1:1)
041130        MOVE POINT-TEXT(1:2) TO DEC-X-TEXT(2:2)
041140        MOVE '0' TO DEC-Y-TEXT(1:1)
041150        MOVE POINT-TEXT(4:2) TO DEC-Y-TEXT(2:2)
041160        MOVE POINT-TEXT(7:1) TO DEC-SYMBOL
041170        MOVE POINT-TEXT(9:6) TO DEC-RAW-X
041180        MOVE POINT-TEXT(16:6) TO DEC-RAW-Y
041190     END-IF.
041200     INSPECT DEC-X-TEXT REPLACING ALL ' ' BY '0'.
041210     INSPECT DEC-Y-TEXT REPLACING ALL ' ' BY '0'.
041220     MOVE 'N' TO DEC-ANNOTATION-FLAG.
041230     MOVE SPACES TO DEC-NOTE-TEXT.
041240     IF DEC-SYMBOL = ANNOTATION-MARK
041250        MOVE 'Y' TO DEC-ANNOTATION-FLAG
041260        IF POINT-TEXT(3:1) IS NUMERIC
041270           MOVE POINT-TEXT(11:20) TO DEC-NOTE-TEXT
041280        ELSE
041290           MOVE POINT-TEXT(9:22) TO DEC-NOTE-TEXT
041300        END-IF
041310     END-IF.
041320
041330*Widens GRID-MAX-X/GRID-MAX-Y to fit one point's raw coordinates
041340*run through the current SCALE-X/SCALE-Y/OFFSET-X/OFFSET-Y, the
041350*same way SCAN-FOR-GRID-SIZE widens them for a plain-integer point.
041360*A transform landing outside 00-998 is left for VALIDATE-POINT-RANGE
041370*to reject later, so it does not widen the grid here either.
041380 SCAN-WIDEN-FOR-TRANSFORMED-POINT.
041390     COMPUTE TRANSFORMED-X ROUNDED =
041400        SCALE-X * SCAN-RAW-X + OFFSET-X.
041410     COMPUTE TRANSFORMED-Y ROUNDED =
041420        SCALE-Y * SCAN-RAW-Y + OFFSET-Y.
041430     IF TRANSFORMED-X >= 0 AND TRANSFORMED-X < 999
041440        AND TRANSFORMED-X + 1 > GRID-MAX-X
041450        COMPUTE GRID-MAX-X = TRANSFORMED-X + 1
041460     END-IF.
041470     IF TRANSFORMED-Y >= 0 AND TRANSFORMED-Y < 999
041480        AND TRANSFORMED-Y + 1 > GRID-MAX-Y
041490        COMPUTE GRID-MAX-Y = TRANSFORMED-Y + 1
041500     END-IF.
041510
041520*This paragraph is for initializing the graph, i.e. filling in
041530*spaces, the origin '+', the x-axis '-' and the y-axis '|'.
041540 INITIALIZATION.
041550     IF I NOT > GRID-MAX-X
041560        GO TO ASSIGN-INITIAL.
041570*When I > GRID-MAX-X, it means the current row is finished,
041580*and we should proceed to the next row.
041590     IF I > GRID-MAX-X
041600        COMPUTE J = J + 1
041610        MOVE 1 TO I.
041620     IF J NOT > GRID-MAX-Y
041630        GO TO ASSIGN-INITIAL.
041640*When J > GRID-MAX-Y, it means the whole graph is initialized.
041650
041660 ASSIGN-INITIAL.
041670     IF I NOT = 1 AND J = 1
041680        MOVE '-' TO X(J, I).
041690     IF I = 1 AND J = 1
041700        MOVE '+' TO X(J, I).
041710     IF I = 1 AND J NOT = 1
041720        MOVE '|' TO X(J, I).
041730     IF I NOT = 1 AND J NOT = 1
041740        MOVE ' ' TO X(J, I).
041750     COMPUTE I = I + 1.
041760     GO TO INITIALIZATION.
041770
041780*Reads the next point record into POINT-TEXT and decodes it,
041790*stepping past annotation records on the way: they carry no
041800*point to pair or mark and are written onto the canvas by
041810*PLACE-ANNOTATIONS once the points are down.
041820 READ-NEXT-POINT-RECORD.
041830     MOVE 'N' TO POINT-RECORD-EOF.
041840     MOVE 'Y' TO DEC-ANNOTATION-FLAG.
041850     PERFORM READ-ONE-POINT-RECORD
041860        UNTIL DEC-ANNOTATION-FLAG = 'N'
041870           OR POINT-RECORD-EOF = 'Y'.
041880
041890 READ-ONE-POINT-RECORD.
041900     READ INPUT-FILE INTO POINT-TEXT
041910        AT END MOVE 'Y' TO POINT-RECORD-EOF
041920     END-READ.
041930     IF POINT-RECORD-EOF = 'N'
041940        PERFORM DECODE-POINT-TEXT.
041950
041960*Writes each annotation's text onto the canvas once the set's
041970*points are down, starting at the annotation's own cell and
041980*running right, clipped at the edge of the active grid. The text
041990*goes over whatever the cell held -- it was put there on purpose
042000*-- and is not a plotted symbol, so it never collides, joins the
042010*legend or counts as a point. An annotation positioned off the
042020*canvas is not drawn; it is still listed in the graph header and
042030*the run log says where it was.
042040 PLACE-ANNOTATIONS.
042050     IF ANNOTATION-RECORD-COUNT = 0
042060        GO TO PLACE-ANNOTATIONS-EXIT.
042070     OPEN INPUT INPUT-FILE.
042080     IF INPUT-FILE-STATUS NOT = "00"
042090        GO TO PLACE-ANNOTATIONS-EXIT.
042100     READ INPUT-FILE
042110        AT END CONTINUE
042120     END-READ.
042130     MOVE 'N' TO ANNOTATION-EOF.
042140     PERFORM PLACE-NEXT-ANNOTATION
042150        THRU PLACE-NEXT-ANNOTATION-EXIT
042160        UNTIL ANNOTATION-EOF = 'Y'.
042170     CLOSE INPUT-FILE.
042180 PLACE-ANNOTATIONS-EXIT.
042190     EXIT.
042200
042210 PLACE-NEXT-ANNOTATION.
042220     READ INPUT-FILE INTO POINT-TEXT
042230        AT END MOVE 'Y' TO ANNOTATION-EOF
042240     END-READ.
042250     IF ANNOTATION-EOF = 'Y'
042260        GO TO PLACE-NEXT-ANNOTATION-EXIT.
042270     PERFORM DECODE-POINT-TEXT.
042280     IF DEC-ANNOTATION-FLAG = 'N'
042290        GO TO PLACE-NEXT-ANNOTATION-EXIT.
042300     MOVE 0 TO NOTE-LENGTH.
042310     MOVE 'N' TO NOTE-END-FLAG.
042320     PERFORM FIND-NOTE-LENGTH
042330        VARYING NOTE-INDEX FROM 22 BY -1
042340        UNTIL NOTE-INDEX < 1 OR NOTE-END-FLAG = 'Y'.
042350     PERFORM JUDGE-NOTE-POSITION.
042360     MOVE 0 TO NOTE-PLACED-LENGTH.
042370     IF NOTE-ON-GRID-FLAG = 'Y'
042380        COMPUTE PLACE-ROW = DEC-Y-NUM + 1
042390        COMPUTE PLACE-COL = DEC-X-NUM + 1
042400        PERFORM PLACE-NOTE-CHARACTER
042410           VARYING NOTE-INDEX FROM 1 BY 1
042420           UNTIL NOTE-INDEX > NOTE-LENGTH
042430              OR PLACE-COL > GRID-MAX-X
042440     ELSE
042450        PERFORM REPORT-NOTE-OFF-GRID
042460     END-IF.
042470     PERFORM WRITE-EXPORT-NOTE.
042480     PERFORM LIST-ANNOTATION.
042490 PLACE-NEXT-ANNOTATION-EXIT.
042500     EXIT.
042510
042520 FIND-NOTE-LENGTH.
042530     IF DEC-NOTE-TEXT(NOTE-INDEX:1) NOT = SPACE
042540        MOVE NOTE-INDEX TO NOTE-LENGTH
042550        MOVE 'Y' TO NOTE-END-FLAG.
042560
042570*On the canvas means numeric coordinates inside the active grid,
042580*the same bounds a point is held to.
042590 JUDGE-NOTE-POSITION.
042600     MOVE 'N' TO NOTE-ON-GRID-FLAG.
042610     IF DEC-X-TEXT IS NUMERIC AND DEC-Y-TEXT IS NUMERIC
042620        IF DEC-X-NUM < GRID-MAX-X AND DEC-Y-NUM < GRID-MAX-Y
042630           MOVE 'Y' TO NOTE-ON-GRID-FLAG
042640        END-IF
042650     END-IF.
042660
042670 PLACE-NOTE-CHARACTER.
042680     MOVE DEC-NOTE-TEXT(NOTE-INDEX:1) TO X(PLACE-ROW, PLACE-COL).
042690     ADD 1 TO PLACE-COL.
042700     ADD 1 TO NOTE-PLACED-LENGTH.
042710
042720*The annotation's own export record: NOTE ahead of the cell it
042730*starts at, then the text exactly as far as it landed. One off
042740*the canvas is exported all the same, its text empty since none
042750*of it landed.
042760 WRITE-EXPORT-NOTE.
042770     IF EXPORT-MODE-FLAG = 'Y' AND EXPORT-FILE-STATUS = "00"
042780        MOVE DEC-X-TEXT TO EN-X
042790        MOVE DEC-Y-TEXT TO EN-Y
042800        MOVE SPACES TO EN-TEXT
042810        IF NOTE-PLACED-LENGTH > 0
042820           MOVE DEC-NOTE-TEXT(1:NOTE-PLACED-LENGTH) TO EN-TEXT
042830        END-IF
042840        WRITE EXPORT-RECORD FROM EXPORT-NOTE-LINE
042850     END-IF.
042860
042870 REPORT-NOTE-OFF-GRID.
042880     MOVE DEC-X-TEXT TO NOG-X.
042890     MOVE DEC-Y-TEXT TO NOG-Y.
042900     COMPUTE NOG-MAX-X = GRID-MAX-X - 1.
042910     COMPUTE NOG-MAX-Y = GRID-MAX-Y - 1.
042920     IF REPORT-FILE-STATUS = "00"
042930        WRITE REPORT-LINE FROM NOTE-OFF-GRID-LINE.
042940
042950*Enters the annotation in the header's list, or only counts it
042960*once the list is full.
042970 LIST-ANNOTATION.
042980     IF ANNOTATION-LIST-COUNT < ANNOTATION-LIST-LIMIT
042990        ADD 1 TO ANNOTATION-LIST-COUNT
043000        MOVE DEC-X-TEXT TO AN-X(ANNOTATION-LIST-COUNT)
043010        MOVE DEC-Y-TEXT TO AN-Y(ANNOTATION-LIST-COUNT)
043020        MOVE DEC-NOTE-TEXT TO AN-TEXT(ANNOTATION-LIST-COUNT)
043030        MOVE NOTE-ON-GRID-FLAG
043040           TO AN-PLACED-FLAG(ANNOTATION-LIST-COUNT)
043050     ELSE
043060        ADD 1 TO ANNOTATION-UNLISTED-COUNT
043070     END-IF.
043080
043090*This is the major part of the program. We start to read in
043100*data ponits and draw lines between them. The file is opened once
043110*and read forward in a single sequential pass: POINT-2 of one
043120*pair becomes POINT-1 of the next (see ADVANCE-POINT), so we never
043130*need to reopen the file and skip back over records already read.
043140 GET-INFO-AND-CALCULATE.
043150*When we still have points to read, continue. The file is only
043160*opened and primed with the first point once; every subsequent
043170*pair is picked up by READ-NEXT-PAIR/ADVANCE-POINT below without
043180*ever reopening the file. Falling off the end of THIS paragraph
043190*(when NUM-POINTS finally reaches zero) is what returns control
043200*to the PERFORM in PROG-MAIN, so every exit path below re-enters
043210*here via GO TO rather than returning directly.
043220     IF NUM-POINTS > 0
043230        IF FIRST-POINT-READ = 'N'
043240           PERFORM PRIME-FIRST-POINT
043250        END-IF
043260        GO TO READ-NEXT-PAIR.
043270*A one-point set has no pair to read, but in scatter and bar
043280*modes its single point still gets marked; in line mode there
043290*is nothing to draw and the set falls straight through. In a
043300*comparison the record count of the pass at hand is the one
043310*that matters, since ACTUAL-POINT-COUNT spans both sides.
043320     IF PLOT-MODE NOT = 'L' AND FIRST-POINT-READ = 'N'
043330        IF COMPARE-MODE-FLAG = 'Y'
043340           IF COMPARE-PASS-ACTUAL = 1
043350              PERFORM PRIME-FIRST-POINT
043360           END-IF
043370        ELSE
043380           IF ACTUAL-POINT-COUNT = 1
043390              PERFORM PRIME-FIRST-POINT
043400           END-IF
043410        END-IF.
043420     IF FIRST-POINT-READ = 'Y'
043430        CLOSE INPUT-FILE.
043440
043450*Opens the input file, skips the header, and reads the first
043460*point into POINT-1. Scatter and bar modes mark every point on
043470*its own, so the first point is drawn here as well; in line
043480*mode it is only the start of the first segment and
043490*CONNECT-TWO-POINTS covers it.
043500 PRIME-FIRST-POINT.
043510     OPEN INPUT INPUT-FILE.
043520     READ INPUT-FILE.
043530     PERFORM READ-NEXT-POINT-RECORD.
043540     MOVE DEC-X-NUM TO X1.
043550     MOVE DEC-Y-NUM TO Y1.
043560     MOVE DEC-SYMBOL TO SYMBOL-1.
043570     MOVE DEC-RAW-X TO RAW-X1-TEXT.
043580     MOVE DEC-RAW-Y TO RAW-Y1-TEXT.
043590*The fallback for a blank symbol is the historical '*' unless a
043600*catalog record supplied the series its own default.
043610     IF SYMBOL-1 = SPACE
043620        MOVE DEFAULT-POINT-SYMBOL TO SYMBOL-1
043630     END-IF.
043640*A comparison run overrides the file's own symbols so the two
043650*sides stay tellable-apart on the shared canvas.
043660     IF COMPARE-MODE-FLAG = 'Y'
043670        IF COMPARE-PASS = 1
043680           MOVE COMPARE-FIRST-SYMBOL TO SYMBOL-1
043690        ELSE
043700           MOVE COMPARE-SECOND-SYMBOL TO SYMBOL-1
043710        END-IF
043720     END-IF.
043730     PERFORM TRANSFORM-POINT-1.
043740     MOVE 'Y' TO FIRST-POINT-READ.
043750     IF PLOT-MODE NOT = 'L'
043760        MOVE X1 TO MARK-X
043770        MOVE Y1 TO MARK-Y
043780        MOVE SYMBOL-1 TO SEGMENT-SYMBOL
043790        MOVE 1 TO MARK-ORDINAL
043800        PERFORM PLOT-ONE-MARK
043810     END-IF.
043820
043830*Read the next point into POINT-2 and try to draw the segment
043840*from the current POINT-1 to it.
043850 READ-NEXT-PAIR.
043860     IF NUM-POINTS = 0
043870        GO TO GET-INFO-AND-CALCULATE.
043880     PERFORM READ-NEXT-POINT-RECORD.
043890     MOVE DEC-X-NUM TO X2.
043900     MOVE DEC-Y-NUM TO Y2.
043910     MOVE DEC-SYMBOL TO SYMBOL-2.
043920     MOVE DEC-RAW-X TO RAW-X2-TEXT.
043930     MOVE DEC-RAW-Y TO RAW-Y2-TEXT.
043940     IF SYMBOL-2 = SPACE
043950        MOVE DEFAULT-POINT-SYMBOL TO SYMBOL-2
043960     END-IF.
043970     IF COMPARE-MODE-FLAG = 'Y'
043980        IF COMPARE-PASS = 1
043990           MOVE COMPARE-FIRST-SYMBOL TO SYMBOL-2
044000        ELSE
044010           MOVE COMPARE-SECOND-SYMBOL TO SYMBOL-2
044020        END-IF
044030     END-IF.
044040     PERFORM TRANSFORM-POINT-2.
044050     MOVE X2 TO NEXT-X.
044060     MOVE Y2 TO NEXT-Y.
044070     MOVE SYMBOL-2 TO NEXT-SYMBOL.
044080     COMPUTE NUM-POINTS = NUM-POINTS - 1.
044090*Scatter and bar modes judge and mark each point on its own --
044100*POINT-1 was already drawn when it came in -- so only the new
044110*point is validated, with its own symbol, and no segment is
044120*drawn between the two.
044130     IF PLOT-MODE NOT = 'L'
044140        MOVE X2 TO MARK-X
044150        MOVE Y2 TO MARK-Y
044160        MOVE SYMBOL-2 TO SEGMENT-SYMBOL
044170*The point arriving here is input record PAIRS-COMPLETED + 2:
044180*ADVANCE-POINT has not counted this pair yet.
044190        COMPUTE MARK-ORDINAL = PAIRS-COMPLETED + 2
044200        PERFORM PLOT-ONE-MARK
044210        GO TO ADVANCE-POINT.
044220     PERFORM VALIDATE-POINT-RANGE.
044230     IF POINT-VALID-FLAG NOT = 'Y'
044240        GO TO ADVANCE-POINT.
044250     MOVE SYMBOL-1 TO SEGMENT-SYMBOL.
044260     PERFORM RECORD-LEGEND-SYMBOL.
044270     GO TO CONNECT-TWO-POINTS.
044280
044290*Maps a real-valued, possibly negative RAW-X1/RAW-Y1 pair through
044300*SCALE-X/SCALE-Y/OFFSET-X/OFFSET-Y into X1/Y1. A blank raw pair
044310*(the historical plain-integer input format) leaves X1/Y1 exactly
044320*as the decode already set them. A transform landing outside the
044330*00-998 domain X1/Y1 can hold is pinned to 999, which is always
044340*past GRID-MAX-X - 1 / GRID-MAX-Y - 1, so VALIDATE-POINT-RANGE
044350*rejects it the same way it rejects any other out-of-range point.
044360 TRANSFORM-POINT-1.
044370     IF RAW-X1 IS NUMERIC AND RAW-Y1 IS NUMERIC
044380        COMPUTE TRANSFORMED-X ROUNDED =
044390           SCALE-X * RAW-X1 + OFFSET-X
044400        COMPUTE TRANSFORMED-Y ROUNDED =
044410           SCALE-Y * RAW-Y1 + OFFSET-Y
044420        IF TRANSFORMED-X < 0 OR TRANSFORMED-X > 998
044430           MOVE 999 TO X1
044440        ELSE
044450           MOVE TRANSFORMED-X TO X1
044460        END-IF
044470        IF TRANSFORMED-Y < 0 OR TRANSFORMED-Y > 998
044480           MOVE 999 TO Y1
044490        ELSE
044500           MOVE TRANSFORMED-Y TO Y1
044510        END-IF
044520     END-IF.
044530
044540*Same transform as TRANSFORM-POINT-1, applied to POINT-2's raw
044550*coordinates ahead of the range check and the NEXT-X/NEXT-Y carry.
044560 TRANSFORM-POINT-2.
044570     IF RAW-X2 IS NUMERIC AND RAW-Y2 IS NUMERIC
044580        COMPUTE TRANSFORMED-X ROUNDED =
044590           SCALE-X * RAW-X2 + OFFSET-X
044600        COMPUTE TRANSFORMED-Y ROUNDED =
044610           SCALE-Y * RAW-Y2 + OFFSET-Y
044620        IF TRANSFORMED-X < 0 OR TRANSFORMED-X > 998
044630           MOVE 999 TO X2
044640        ELSE
044650           MOVE TRANSFORMED-X TO X2
044660        END-IF
044670        IF TRANSFORMED-Y < 0 OR TRANSFORMED-Y > 998
044680           MOVE 999 TO Y2
044690        ELSE
044700           MOVE TRANSFORMED-Y TO Y2
044710        END-IF
044720     END-IF.
044730
044740*CONNECT-TWO-POINTS (via SWAP) may overwrite X2/Y2 with what was
044750*originally in X1/Y1, so the real next point is kept in NEXT-X/
044760*NEXT-Y, captured before any swapping happens. NEXT-SYMBOL carries
044770*POINT-2's own symbol forward the same way, so it becomes the new
044780*POINT-1's symbol on the next segment.
044790 ADVANCE-POINT.
044800     MOVE NEXT-X TO X1.
044810     MOVE NEXT-Y TO Y1.
044820     MOVE NEXT-SYMBOL TO SYMBOL-1.
044830     ADD 1 TO PAIRS-COMPLETED.
044840*Comparisons are redrawn from scratch on a rerun, so there is
044850*no checkpoint to keep current for them.
044860     IF COMPARE-MODE-FLAG = 'N'
044870        PERFORM SAVE-CHECKPOINT
044880     END-IF.
044890     GO TO READ-NEXT-PAIR.
044900
044910*Reject any pair that falls outside the 00-(GRID-MAX-X - 1) by
044920*00-(GRID-MAX-Y - 1) range GRAPH-TABLE was sized for this run,
044930*instead of letting CONNECT-TWO-POINTS plot into the wrong cell.
044940 VALIDATE-POINT-RANGE.
044950     MOVE 'Y' TO POINT-VALID-FLAG.
044960     IF X1 > GRID-MAX-X - 1 OR Y1 > GRID-MAX-Y - 1
044970        OR X2 > GRID-MAX-X - 1 OR Y2 > GRID-MAX-Y - 1
044980        MOVE 'N' TO POINT-VALID-FLAG
044990        PERFORM REPORT-INVALID-POINT.
045000
045010 REPORT-INVALID-POINT.
045020     COMPUTE VALIDATION-ERROR-COUNT = VALIDATION-ERROR-COUNT + 1.
045030     MOVE X1 TO RD-X1.
045040     MOVE Y1 TO RD-Y1.
045050     MOVE X2 TO RD-X2.
045060     MOVE Y2 TO RD-Y2.
045070     COMPUTE RD-MAX-X = GRID-MAX-X - 1.
045080     COMPUTE RD-MAX-Y = GRID-MAX-Y - 1.
045090     IF REPORT-FILE-STATUS = "00"
045100        WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
045110
045120*Draws the single point at MARK-X/MARK-Y in the current
045130*SEGMENT-SYMBOL: a lone mark in scatter mode, a vertical bar
045140*down to the x-axis row in bar mode. A point outside the active
045150*canvas is rejected and logged just like an out-of-range pair.
045160 PLOT-ONE-MARK.
045170     PERFORM VALIDATE-MARK-RANGE.
045180     IF POINT-VALID-FLAG = 'Y'
045190        PERFORM RECORD-LEGEND-SYMBOL
045200        IF PLOT-MODE = 'B'
045210           PERFORM DRAW-BAR-COLUMN
045220        ELSE
045230           COMPUTE PLACE-ROW = MARK-Y + 1
045240           COMPUTE PLACE-COL = MARK-X + 1
045250           PERFORM PLACE-SEGMENT-SYMBOL
045260        END-IF
045270     END-IF.
045280
045290*Single-point counterpart of VALIDATE-POINT-RANGE, for the modes
045300*where no pair is involved.
045310 VALIDATE-MARK-RANGE.
045320     MOVE 'Y' TO POINT-VALID-FLAG.
045330     IF MARK-X > GRID-MAX-X - 1 OR MARK-Y > GRID-MAX-Y - 1
045340        MOVE 'N' TO POINT-VALID-FLAG
045350        PERFORM REPORT-INVALID-MARK.
045360
045370 REPORT-INVALID-MARK.
045380     COMPUTE VALIDATION-ERROR-COUNT = VALIDATION-ERROR-COUNT + 1.
045390     MOVE MARK-X TO MR-X.
045400     MOVE MARK-Y TO MR-Y.
045410     COMPUTE MR-MAX-X = GRID-MAX-X - 1.
045420     COMPUTE MR-MAX-Y = GRID-MAX-Y - 1.
045430     IF REPORT-FILE-STATUS = "00"
045440        WRITE REPORT-LINE FROM MARK-REJECT-LINE.
045450
045460*A bar is the vertical run of cells from the x-axis row up to
045470*the point itself, drawn bottom-up. It counts as one vertical
045480*line in the run log.
045490 DRAW-BAR-COLUMN.
045500     ADD 1 TO VERTICAL-LINE-COUNT.
045510     MOVE 0 TO BAR-ROW.
045520     PERFORM DRAW-BAR-CELL UNTIL BAR-ROW > MARK-Y.
045530
045540 DRAW-BAR-CELL.
045550     COMPUTE PLACE-ROW = BAR-ROW + 1.
045560     COMPUTE PLACE-COL = MARK-X + 1.
045570     PERFORM PLACE-SEGMENT-SYMBOL.
045580     ADD 1 TO BAR-ROW.
045590
045600*The one spot where a symbol actually lands on the canvas. The
045610*axis characters and the blank background take the symbol
045620*outright, and a cell retraced with its own symbol stays as it
045630*is; but a DIFFERENT symbol already in the cell means two
045640*segments crossed, so the cell gets the overstrike character
045650*and the run log hears about it. A cell already overstruck is
045660*not counted again (which also means a series whose own symbol
045670*is the overstrike character never raises a collision).
045680 PLACE-SEGMENT-SYMBOL.
045690     MOVE X(PLACE-ROW, PLACE-COL) TO CELL-BEFORE.
045700*The second pass of a comparison merges instead of colliding:
045710*landing on the first side's symbol makes a both-cells mark.
045720     IF COMPARE-MODE-FLAG = 'Y' AND COMPARE-PASS = 2
045730        PERFORM PLACE-COMPARE-SECOND-PASS
045740     ELSE
045750        IF CELL-BEFORE = SPACE OR CELL-BEFORE = '-'
045760           OR CELL-BEFORE = '|' OR CELL-BEFORE = '+'
045770           OR CELL-BEFORE = LIMIT-LINE-SYMBOL
045780           MOVE SEGMENT-SYMBOL TO X(PLACE-ROW, PLACE-COL)
045790           PERFORM WRITE-EXPORT-RECORD
045800        ELSE
045810           IF CELL-BEFORE NOT = SEGMENT-SYMBOL
045820              AND CELL-BEFORE NOT = OVERSTRIKE-SYMBOL
045830              PERFORM RECORD-CELL-COLLISION
045840           END-IF
045850        END-IF
045860     END-IF.
045870
045880*Cells already carrying the second symbol or the both-cells
045890*mark are left alone; anything else background-like takes the
045900*second symbol. The both-cells mark joins the legend the first
045910*time it appears.
045920 PLACE-COMPARE-SECOND-PASS.
045930     IF CELL-BEFORE = COMPARE-FIRST-SYMBOL
045940        MOVE COMPARE-BOTH-SYMBOL TO X(PLACE-ROW, PLACE-COL)
045950        MOVE SEGMENT-SYMBOL TO SAVED-SEGMENT-SYMBOL
045960        MOVE COMPARE-BOTH-SYMBOL TO SEGMENT-SYMBOL
045970        PERFORM RECORD-LEGEND-SYMBOL
045980        MOVE SAVED-SEGMENT-SYMBOL TO SEGMENT-SYMBOL
045990        PERFORM WRITE-EXPORT-RECORD
046000     ELSE
046010        IF CELL-BEFORE = SPACE OR CELL-BEFORE = '-'
046020           OR CELL-BEFORE = '|' OR CELL-BEFORE = '+'
046030           MOVE SEGMENT-SYMBOL TO X(PLACE-ROW, PLACE-COL)
046040           PERFORM WRITE-EXPORT-RECORD
046050        END-IF
046060     END-IF.
046070
046080*Marks the contested cell with the overstrike character, counts
046090*it, and logs which symbol ran over which at what spot.
046100 RECORD-CELL-COLLISION.
046110     MOVE OVERSTRIKE-SYMBOL TO X(PLACE-ROW, PLACE-COL).
046120     ADD 1 TO COLLISION-COUNT.
046130     COMPUTE CD-X = PLACE-COL - 1.
046140     COMPUTE CD-Y = PLACE-ROW - 1.
046150     MOVE CELL-BEFORE TO CD-OLD.
046160     MOVE SEGMENT-SYMBOL TO CD-NEW.
046170     IF REPORT-FILE-STATUS = "00"
046180        WRITE REPORT-LINE FROM COLLISION-DETAIL-LINE.
046190     PERFORM WRITE-EXPORT-RECORD.
046200
046210*This paragraph is for really drawing the line between the two
046220*previously read data points.
046230 CONNECT-TWO-POINTS.
046240*The line is a vertical line, i.e. the slope is infinity.
046250     IF X1 = X2 AND Y1 > Y2
046260        PERFORM SWAP
046270        ADD 1 TO VERTICAL-LINE-COUNT
046280        GO TO VERTICAL-LINE.
046290     IF X1 = X2 AND Y1 NOT > Y2
046300        ADD 1 TO VERTICAL-LINE-COUNT
046310        GO TO VERTICAL-LINE.
046320*If X1 is not equal to X2, then we can calculate the slope.
046330     COMPUTE SLOPE = (Y2 - Y1)/(X2 - X1).
046340*This is case 2.
046350     IF (SLOPE > 1 OR SLOPE < -1) AND Y1 > Y2
046360        PERFORM SWAP
046370        MOVE 0 TO J
046380        ADD 1 TO LARGE-SLOPE-COUNT
046390        GO TO LARGE-SLOPE.
046400     IF (SLOPE > 1 OR SLOPE < -1) AND Y1 < Y2
046410        MOVE 0 TO J
046420        ADD 1 TO LARGE-SLOPE-COUNT
046430        GO TO LARGE-SLOPE.
046440*This remaining part is case 1.
046450     IF X1 > X2
046460        PERFORM SWAP
046470        MOVE 0 TO I
046480        ADD 1 TO SMALL-SLOPE-COUNT
046490        GO TO SMALL-SLOPE.
046500     IF X1 < X2
046510        MOVE 0 TO I
046520        ADD 1 TO SMALL-SLOPE-COUNT
046530        GO TO SMALL-SLOPE.
046540
046550 VERTICAL-LINE.
046560     IF Y1 NOT > Y2
046570        GO TO ASSIGN-STAR-VERTICAL.
046580     GO TO ADVANCE-POINT.
046590
046600 ASSIGN-STAR-VERTICAL.
046610     COMPUTE PLACE-ROW = Y1 + 1.
046620     COMPUTE PLACE-COL = X1 + 1.
046630     PERFORM PLACE-SEGMENT-SYMBOL.
046640     COMPUTE Y1 = Y1 + 1.
046650     GO TO VERTICAL-LINE.
046660
046670*Case 2: absolute value of the slope is larger than 1.
046680 LARGE-SLOPE.
046690     IF Y1 NOT > Y2
046700        GO TO ASSIGN-STAR-LARGE.
046710     GO TO ADVANCE-POINT.
046720
046730 ASSIGN-STAR-LARGE.
046740     COMPUTE I ROUNDED = X1 + J / SLOPE.
046750     COMPUTE PLACE-ROW = Y1 + 1.
046760     COMPUTE PLACE-COL = I + 1.
046770     PERFORM PLACE-SEGMENT-SYMBOL.
046780     COMPUTE J = J + 1.
046790     COMPUTE Y1 = Y1 + 1.
046800     GO TO LARGE-SLOPE.
046810
046820*Case 1: absolute value of the slope is small than or equal to 1.
046830 SMALL-SLOPE.
046840     IF X1 NOT > X2
046850        GO TO ASSIGN-STAR-SMALL.
046860     GO TO ADVANCE-POINT.
046870
046880 ASSIGN-STAR-SMALL.
046890     COMPUTE J ROUNDED = Y1 + I * SLOPE.
046900     COMPUTE PLACE-ROW = J + 1.
046910     COMPUTE PLACE-COL = X1 + 1.
046920     PERFORM PLACE-SEGMENT-SYMBOL.
046930     COMPUTE I = I + 1.
046940     COMPUTE X1 = X1 + 1.
046950     GO TO SMALL-SLOPE.
046960
046970*Just a macro for swapping two data points.
046980 SWAP.
046990     MOVE X1 TO TEMP-X.
047000     MOVE Y1 TO TEMP-Y.
047010     MOVE X2 TO X1.
047020     MOVE Y2 TO Y1.
047030     MOVE TEMP-X TO X2.
047040     MOVE TEMP-Y TO Y2.
047050
047060 DRAW-GRAPH.
047070     IF I NOT < 1
047080        GO TO DRAW.
047090 DRAW.
047100     MOVE SPACES TO GRAPH-OUT-LINE.
047110     MOVE Y(I)(1:GRID-MAX-X) TO GRAPH-OUT-LINE(1:GRID-MAX-X).
047120     PERFORM PUT-GRAPH-LINE.
047130     COMPUTE I = I - 1.
047140     GO TO DRAW-GRAPH.
047150
047160
047170* -- Declaration --
047180*
047190* I declare that the assignment here submitted is original except
047200* for source material explicitly acknowledged. I also acknowledge
047210* that I am aware of University policy and regulations on honesty
047220* in academic work, and of the disciplinary guidelines and
047230* procedures applicable to breaches of such policy and
047240* regulations, as contained in the website
047250* http://www.cuhk.edu.hk/policy/academichonesty/
047260*
047270* Assignment 1
047280* Name:       CHEONG Man Hoi
047290* Student ID: 1155043317
047300* Email Addr: stephencheong623@yahoo.com.hk
