000360    03 HIST-ERROR-COUNT PIC 9(5).
000370    03 HIST-COLLISION-COUNT PIC 9(5).
000380    03 HIST-DIFF-COUNT PIC 9(5).
000390    03 HIST-BREACH-COUNT PIC 9(5).
000400    03 HIST-RUN-ID PIC 9(5).
000410*One line per flagged series, plus a totals line, so the
000420*morning operator reads one short file instead of the archive.
000430 FD EXCEPTION-FILE
000440     LABEL RECORDS ARE STANDARD
000450     VALUE OF FILE-ID IS "exceptions.txt".
000460 01 EXCEPTION-RECORD PIC X(100).
000470 WORKING-STORAGE SECTION.
000480 01 HISTORY-FILE-STATUS PIC XX.
000490 01 EXCEPTION-FILE-STATUS PIC XX.
000500 01 HISTORY-EOF PIC X VALUE 'N'.
000510*The series whose runs are being gathered, and its recent runs:
000520*the newest NORM-DEPTH + 1 of them, oldest first, the last slot
000530*always the latest run once the series is complete. Six slots
000540*means the latest is judged against up to five earlier runs.
000550 01 CURRENT-SERIES-NAME PIC X(20) VALUE SPACES.
000560 01 NORM-DEPTH PIC 9 VALUE 5.
000570 01 RUN-RING-COUNT PIC 9 VALUE 0.
000580 01 RUN-RING.
000590    03 RUN-RING-ENTRY OCCURS 6.
000600       05 RR-POINTS     PIC 9(5).
000610       05 RR-ERRORS     PIC 9(5).
000620       05 RR-COLLISIONS PIC 9(5).
000630 01 K PIC 9(4) VALUE 1.
000640*Figures for judging the latest run against the ones before it:
000650*how many priors there are, the worst error count among them,
000660*their average points read, and their worst collision count.
000670 01 PRIOR-COUNT PIC 9 VALUE 0.
000680 01 PRIOR-MAX-ERRORS PIC 9(5) VALUE 0.
000690 01 PRIOR-MAX-COLLISIONS PIC 9(5) VALUE 0.
000700 01 PRIOR-POINTS-SUM PIC 9(8) VALUE 0.
000710 01 PRIOR-POINTS-AVG PIC 9(5) VALUE 0.
000720 01 SERIES-CHECKED-COUNT PIC 9(5) VALUE 0.
000730 01 SERIES-FLAGGED-COUNT PIC 9(5) VALUE 0.
000740 01 SERIES-FLAGGED-FLAG PIC X VALUE 'N'.
000750 01 EXCEPTION-DETAIL-LINE.
000760    03 ED-SERIES PIC X(20).
000770    03 FILLER PIC X VALUE SPACE.
000780    03 ED-REASON PIC X(24).
000790    03 FILLER PIC X(8) VALUE " LATEST=".
000800    03 ED-LATEST PIC ZZZZ9.
000810    03 FILLER PIC X(6) VALUE " NORM=".
000820    03 ED-NORM PIC ZZZZ9.
000830 01 EXCEPTION-TOTALS-LINE.
000840    03 FILLER PIC X(17) VALUE "SERIES CHECKED:  ".
000850    03 ET-CHECKED PIC ZZZZ9.
000860    03 FILLER PIC X(11) VALUE "  FLAGGED: ".
000870    03 ET-FLAGGED PIC ZZZZ9.
000880
000890*DDAALRT reads the whole plot-history archive the morning after
000900*the batch and flags the series whose latest run moved against
000910*that same series' recent norm -- error counts climbing past
000920*anything in the recent runs, points read falling below half
000930*the recent average, or collisions appearing where the recent
000940*runs had none -- so a degrading feed pages somebody the day it
000950*degrades instead of a week later. A series needs at least two
000960*archived runs to be judged; the latest is held against up to
000970*five runs before it.
000980*    0 - archive walked, nothing flagged
000990*    4 - exceptions written; the scheduler should page
001000*    8 - the archive or the exceptions file would not open
001010 PROCEDURE DIVISION.
001020 PROG-MAIN.
001030     OPEN INPUT HISTORY-FILE.
001040     IF HISTORY-FILE-STATUS NOT = "00"
001050        DISPLAY "DDAALRT: no plot history available."
001060        MOVE 8 TO RETURN-CODE
001070        GO TO PROG-DONE.
001080     OPEN OUTPUT EXCEPTION-FILE.
001090     IF EXCEPTION-FILE-STATUS NOT = "00"
001100        DISPLAY "DDAALRT: cannot open exceptions file."
001110        CLOSE HISTORY-FILE
001120        MOVE 8 TO RETURN-CODE
001130        GO TO PROG-DONE.
001140     PERFORM GATHER-NEXT-ENTRY THRU GATHER-NEXT-ENTRY-EXIT
001150        UNTIL HISTORY-EOF = 'Y'.
001160*The last series in the archive has no successor record to
001170*close it, so it is judged here.
001180     IF RUN-RING-COUNT > 0
001190        PERFORM JUDGE-ONE-SERIES THRU JUDGE-ONE-SERIES-EXIT.
001200     MOVE SERIES-CHECKED-COUNT TO ET-CHECKED.
001210     MOVE SERIES-FLAGGED-COUNT TO ET-FLAGGED.
001220     WRITE EXCEPTION-RECORD FROM EXCEPTION-TOTALS-LINE.
001230     CLOSE HISTORY-FILE.
001240     CLOSE EXCEPTION-FILE.
001250     IF SERIES-FLAGGED-COUNT > 0
001260        MOVE 4 TO RETURN-CODE
001270        GO TO PROG-DONE.
001280     MOVE 0 TO RETURN-CODE.
001290
001300 PROG-DONE.
001310     STOP RUN.
001320
001330*Reads the archive forward in key order, folding each record
001340*into the current series' ring of recent runs; a record naming
001350*a different series closes the one in progress and is judged
001360*before the new series starts gathering.
001370 GATHER-NEXT-ENTRY.
001380     READ HISTORY-FILE NEXT RECORD
001390        AT END MOVE 'Y' TO HISTORY-EOF
001400     END-READ.
001410     IF HISTORY-EOF = 'Y'
001420        GO TO GATHER-NEXT-ENTRY-EXIT.
001430     IF HIST-OUTPUT-NAME NOT = CURRENT-SERIES-NAME
001440        IF RUN-RING-COUNT > 0
001450           PERFORM JUDGE-ONE-SERIES THRU JUDGE-ONE-SERIES-EXIT
001460        END-IF
001470        MOVE HIST-OUTPUT-NAME TO CURRENT-SERIES-NAME
001480        MOVE 0 TO RUN-RING-COUNT
001490     END-IF.
001500     PERFORM FOLD-RUN-INTO-RING.
001510 GATHER-NEXT-ENTRY-EXIT.
001520     EXIT.
001530
001540*The newest runs win ring places: a full ring slides down one
001550*slot, dropping the oldest, before the new run lands at the
001560*end -- the key order guarantees the record at hand is the
001570*newest seen so far for its series.
001580 FOLD-RUN-INTO-RING.
001590     IF RUN-RING-COUNT > NORM-DEPTH
001600        PERFORM VARYING K FROM 1 BY 1
001610              UNTIL K > NORM-DEPTH
001620           MOVE RUN-RING-ENTRY(K + 1) TO RUN-RING-ENTRY(K)
001630        END-PERFORM
001640        MOVE NORM-DEPTH TO RUN-RING-COUNT
001650     END-IF.
001660     ADD 1 TO RUN-RING-COUNT.
001670     MOVE HIST-POINTS-READ TO RR-POINTS(RUN-RING-COUNT).
001680     MOVE HIST-ERROR-COUNT TO RR-ERRORS(RUN-RING-COUNT).
001690     MOVE HIST-COLLISION-COUNT TO RR-COLLISIONS(RUN-RING-COUNT).
001700
001710*Holds a completed series' latest run against the runs before
001720*it. Each rule that trips writes its own line, so the report
001730*says not just which series moved but how.
001740 JUDGE-ONE-SERIES.
001750     ADD 1 TO SERIES-CHECKED-COUNT.
001760     MOVE 'N' TO SERIES-FLAGGED-FLAG.
001770     COMPUTE PRIOR-COUNT = RUN-RING-COUNT - 1.
001780     IF PRIOR-COUNT < 1
001790        GO TO JUDGE-ONE-SERIES-EXIT.
001800     MOVE 0 TO PRIOR-MAX-ERRORS.
001810     MOVE 0 TO PRIOR-MAX-COLLISIONS.
001820     MOVE 0 TO PRIOR-POINTS-SUM.
001830     PERFORM VARYING K FROM 1 BY 1 UNTIL K > PRIOR-COUNT
001840        IF RR-ERRORS(K) > PRIOR-MAX-ERRORS
001850           MOVE RR-ERRORS(K) TO PRIOR-MAX-ERRORS
001860        END-IF
001870        IF RR-COLLISIONS(K) > PRIOR-MAX-COLLISIONS
001880           MOVE RR-COLLISIONS(K) TO PRIOR-MAX-COLLISIONS
001890        END-IF
001900        ADD RR-POINTS(K) TO PRIOR-POINTS-SUM
001910     END-PERFORM.
001920     COMPUTE PRIOR-POINTS-AVG ROUNDED =
001930        PRIOR-POINTS-SUM / PRIOR-COUNT.
001940     IF RR-ERRORS(RUN-RING-COUNT) > PRIOR-MAX-ERRORS
001950        MOVE "ERROR COUNT CLIMBING" TO ED-REASON
001960        MOVE RR-ERRORS(RUN-RING-COUNT) TO ED-LATEST
001970        MOVE PRIOR-MAX-ERRORS TO ED-NORM
001980        PERFORM WRITE-EXCEPTION-LINE.
001990     IF PRIOR-POINTS-AVG > 0
002000        AND RR-POINTS(RUN-RING-COUNT) * 2 < PRIOR-POINTS-AVG
002010        MOVE "POINTS READ WELL DOWN" TO ED-REASON
002020        MOVE RR-POINTS(RUN-RING-COUNT) TO ED-LATEST
002030        MOVE PRIOR-POINTS-AVG TO ED-NORM
002040        PERFORM WRITE-EXCEPTION-LINE.
002050     IF PRIOR-MAX-COLLISIONS = 0
002060        AND RR-COLLISIONS(RUN-RING-COUNT) > 0
002070        MOVE "COLLISIONS APPEARED" TO ED-REASON
002080        MOVE RR-COLLISIONS(RUN-RING-COUNT) TO ED-LATEST
002090        MOVE 0 TO ED-NORM
002100        PERFORM WRITE-EXCEPTION-LINE.
002110     IF SERIES-FLAGGED-FLAG = 'Y'
002120        ADD 1 TO SERIES-FLAGGED-COUNT.
002130 JUDGE-ONE-SERIES-EXIT.
002140     EXIT.
002150
002160 WRITE-EXCEPTION-LINE.
002170     MOVE CURRENT-SERIES-NAME TO ED-SERIES.
002180     WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE.
002190     MOVE 'Y' TO SERIES-FLAGGED-FLAG.
