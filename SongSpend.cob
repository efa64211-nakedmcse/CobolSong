000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongSpend.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - monthly API spend report from the
000200*                 usage ledger SongLedger keeps for
000210*                 SongForVictoria and SongApprove: per calendar
000220*                 month the paid requests, cache hits, tokens
000230*                 and estimated cost by program and model, the
000240*                 month's total against BUDGETMONTH, and a grand
000250*                 total, in song_spend.txt.
000260*----------------------------------------------------------------
000270* USAGE
000280*   SongSpend [YYYY | YYYY-MM]
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LEDGER-FILE
000340         ASSIGN DYNAMIC WS-LEDGER-FILENAME
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS WS-LEDGER-STATUS.
000370     SELECT SETTINGS-FILE
000380         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS WS-SETT-STATUS.
000410     SELECT SORT-WORK-FILE
000420         ASSIGN DYNAMIC WS-SORTWORK-FILENAME.
000430     SELECT REPORT-FILE
000440         ASSIGN DYNAMIC WS-REPORT-FILENAME
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS WS-REPORT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  LEDGER-FILE.
000510 01  LEDGER-LINE                PIC X(140).
000520 FD  SETTINGS-FILE.
000530 01  SETTINGS-LINE              PIC X(100).
000540 SD  SORT-WORK-FILE.
000550 01  SORT-REC.
000560     05  SORT-MONTH             PIC X(7).
000570     05  SORT-PROGRAM           PIC X(12).
000580     05  SORT-MODEL             PIC X(20).
000590     05  SORT-KIND              PIC X(6).
000600     05  SORT-PROMPT            PIC 9(9).
000610     05  SORT-COMPL             PIC 9(9).
000620     05  SORT-TOTAL             PIC 9(9).
000630     05  SORT-COST              PIC 9(5)V9(4).
000640 FD  REPORT-FILE.
000650 01  REPORT-LINE                PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-LEDGER-FILENAME         PIC X(40)
000690                                 VALUE "song_api_ledger.dat".
000700 01  WS-LEDGER-STATUS           PIC X(2).
000710 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000720 01  WS-SETT-STATUS             PIC X(2).
000730 01  WS-SORTWORK-FILENAME       PIC X(40) VALUE "songspend.srt".
000740 01  WS-REPORT-FILENAME         PIC X(40) VALUE "song_spend.txt".
000750 01  WS-REPORT-STATUS           PIC X(2).
000760
000770 01  WS-ARG1                    PIC X(20).
000780 01  WS-FILTER                  PIC X(7) VALUE SPACES.
000790 01  WS-FILTER-LEN              PIC 9(1) VALUE 0.
000800 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000810     88  WS-EOF                          VALUE "Y".
000820 01  WS-SETT-LINE               PIC X(100).
000830 01  WS-SETT-KEY                PIC X(20).
000840 01  WS-SETT-VAL                PIC X(78).
000850 01  WS-BUDGET                  PIC 9(5)V99 VALUE 0.
000860 01  WS-REC-COUNT               PIC 9(6) VALUE 0.
000870
000880 COPY "LEDGREC.CPY".
000890
000900*----------------------------------------------------------------
000910* Control-break accumulators: program/model group, month, run.
000920*----------------------------------------------------------------
000930 01  WS-BRK-MONTH               PIC X(7) VALUE SPACES.
000940 01  WS-BRK-PROGRAM             PIC X(12) VALUE SPACES.
000950 01  WS-BRK-MODEL               PIC X(20) VALUE SPACES.
000960 01  WS-FIRST-SW                PIC X(1) VALUE "Y".
000970     88  WS-FIRST                        VALUE "Y".
000980 01  WS-GRP-TOTALS.
000990     05  GRP-CALLS              PIC 9(7) VALUE 0.
001000     05  GRP-CACHED             PIC 9(7) VALUE 0.
001010     05  GRP-PROMPT             PIC 9(11) VALUE 0.
001020     05  GRP-COMPL              PIC 9(11) VALUE 0.
001030     05  GRP-TOTAL              PIC 9(11) VALUE 0.
001040     05  GRP-COST               PIC 9(7)V9(4) VALUE 0.
001050 01  WS-MON-TOTALS.
001060     05  MON-CALLS              PIC 9(7) VALUE 0.
001070     05  MON-CACHED             PIC 9(7) VALUE 0.
001080     05  MON-PROMPT             PIC 9(11) VALUE 0.
001090     05  MON-COMPL              PIC 9(11) VALUE 0.
001100     05  MON-TOTAL              PIC 9(11) VALUE 0.
001110     05  MON-COST               PIC 9(7)V9(4) VALUE 0.
001120 01  WS-RUN-TOTALS.
001130     05  RUN-CALLS              PIC 9(7) VALUE 0.
001140     05  RUN-CACHED             PIC 9(7) VALUE 0.
001150     05  RUN-PROMPT             PIC 9(11) VALUE 0.
001160     05  RUN-COMPL              PIC 9(11) VALUE 0.
001170     05  RUN-TOTAL              PIC 9(11) VALUE 0.
001180     05  RUN-COST               PIC 9(7)V9(4) VALUE 0.
001190 01  WS-MONTHS                  PIC 9(4) VALUE 0.
001200 01  WS-PCT                     PIC 9(5) VALUE 0.
001210 01  WS-ED-PCT                  PIC ZZZZ9.
001215 01  WS-ED-MONTHS               PIC ZZZ9.
001220 01  WS-ED-BUDGET               PIC ZZZZ9.99.
001230
001240 01  WS-DETAIL.
001250     05  DET-MONTH              PIC X(7).
001260     05  FILLER                 PIC X(2) VALUE SPACES.
001270     05  DET-PROGRAM            PIC X(12).
001280     05  FILLER                 PIC X(1) VALUE SPACES.
001290     05  DET-MODEL              PIC X(20).
001300     05  DET-CALLS              PIC ZZZZZZ9.
001310     05  DET-CACHED             PIC ZZZZZZ9.
001320     05  DET-PROMPT             PIC ZZZZZZZZZZ9.
001330     05  DET-COMPL              PIC ZZZZZZZZZZ9.
001340     05  DET-TOTAL              PIC ZZZZZZZZZZ9.
001350     05  DET-COST               PIC ZZZZZZ9.9999.
001360     05  FILLER                 PIC X(2) VALUE SPACES.
001370     05  DET-NOTE               PIC X(30).
001380
001390 PROCEDURE DIVISION.
001400*==========================================================
001410* 0000-MAINLINE
001420*==========================================================
001430 0000-MAINLINE.
001440     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT
001450     PERFORM 1100-LOAD-SETTINGS THRU 1100-EXIT
001460     SORT SORT-WORK-FILE
001470         ON ASCENDING KEY SORT-MONTH SORT-PROGRAM SORT-MODEL
001480         INPUT PROCEDURE 2000-READ-LEDGER THRU 2000-EXIT
001490         OUTPUT PROCEDURE 3000-WRITE-REPORT THRU 3000-EXIT
001500     DISPLAY "Report written to " WS-REPORT-FILENAME
001510         " (" WS-REC-COUNT " ledger line(s))."
001520     STOP RUN.
001530
001540*==========================================================
001550* 1000-GET-ARGUMENTS - an optional year or year-month to
001560* report; the default is the whole ledger.
001570*==========================================================
001580 1000-GET-ARGUMENTS.
001590     MOVE SPACES TO WS-ARG1
001600     DISPLAY 1 UPON ARGUMENT-NUMBER
001610     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
001620         ON EXCEPTION MOVE SPACES TO WS-ARG1
001630     END-ACCEPT
001640     MOVE SPACES TO WS-FILTER
001650     MOVE 0 TO WS-FILTER-LEN
001660     IF WS-ARG1 = SPACES
001670         GO TO 1000-EXIT
001680     END-IF
001690     IF WS-ARG1(1:4) IS NUMERIC AND WS-ARG1(5:1) = SPACE
001700         MOVE WS-ARG1(1:4) TO WS-FILTER
001710         MOVE 4 TO WS-FILTER-LEN
001720         GO TO 1000-EXIT
001730     END-IF
001740     IF WS-ARG1(1:4) IS NUMERIC AND WS-ARG1(5:1) = "-"
001750         AND WS-ARG1(6:2) IS NUMERIC
001760         MOVE WS-ARG1(1:7) TO WS-FILTER
001770         MOVE 7 TO WS-FILTER-LEN
001780         GO TO 1000-EXIT
001790     END-IF
001800     DISPLAY "Usage: SongSpend [YYYY | YYYY-MM]"
001810     MOVE 1 TO RETURN-CODE
001820     STOP RUN.
001830 1000-EXIT.
001840     EXIT.
001850
001860*==========================================================
001870* 1100-LOAD-SETTINGS - BUDGETMONTH, to set each month's spend
001880* against.
001890*==========================================================
001900 1100-LOAD-SETTINGS.
001910     OPEN INPUT SETTINGS-FILE
001920     IF WS-SETT-STATUS NOT = "00"
001930         GO TO 1100-EXIT
001940     END-IF
001950     MOVE "N" TO WS-EOF-SW
001960     PERFORM 1110-READ-SETTING-LINE THRU 1110-EXIT
001970         UNTIL WS-EOF
001980     CLOSE SETTINGS-FILE.
001990 1100-EXIT.
002000     EXIT.
002010
002020 1110-READ-SETTING-LINE.
002030     READ SETTINGS-FILE INTO WS-SETT-LINE
002040         AT END
002050             MOVE "Y" TO WS-EOF-SW
002060             GO TO 1110-EXIT
002070     END-READ
002080     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
002090         GO TO 1110-EXIT
002100     END-IF
002110     MOVE SPACES TO WS-SETT-KEY
002120     MOVE SPACES TO WS-SETT-VAL
002130     UNSTRING WS-SETT-LINE DELIMITED BY "="
002140         INTO WS-SETT-KEY WS-SETT-VAL
002150     END-UNSTRING
002160     IF WS-SETT-KEY = "BUDGETMONTH"
002170         AND WS-SETT-VAL(1:1) IS NUMERIC
002180         MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-BUDGET
002190     END-IF.
002200 1110-EXIT.
002210     EXIT.
002220
002230*==========================================================
002240* 2000-READ-LEDGER - every ledger line inside the filter goes
002250* to the sort keyed on its spend month, program and model.
002260*==========================================================
002270 2000-READ-LEDGER.
002280     MOVE 0 TO WS-REC-COUNT
002290     OPEN INPUT LEDGER-FILE
002300     IF WS-LEDGER-STATUS NOT = "00"
002310         DISPLAY "No API ledger on file yet."
002320         GO TO 2000-EXIT
002330     END-IF
002340     MOVE "N" TO WS-EOF-SW
002350     PERFORM 2100-READ-LEDGER-LINE THRU 2100-EXIT
002360         UNTIL WS-EOF
002370     CLOSE LEDGER-FILE.
002380 2000-EXIT.
002390     EXIT.
002400
002410 2100-READ-LEDGER-LINE.
002420     READ LEDGER-FILE
002430         AT END
002440             MOVE "Y" TO WS-EOF-SW
002450             GO TO 2100-EXIT
002460     END-READ
002470     IF LEDGER-LINE = SPACES
002480         GO TO 2100-EXIT
002490     END-IF
002500     MOVE SPACES TO LDG-REC
002510     UNSTRING LEDGER-LINE DELIMITED BY "|"
002520         INTO LDG-STAMP LDG-YM LDG-PROGRAM LDG-MODEL LDG-KIND
002530         LDG-PROMPT LDG-COMPLETION LDG-TOTAL LDG-COST
002540     END-UNSTRING
002550     IF WS-FILTER-LEN > 0
002560         AND LDG-STAMP(1:WS-FILTER-LEN)
002570             NOT = WS-FILTER(1:WS-FILTER-LEN)
002580         GO TO 2100-EXIT
002590     END-IF
002600     ADD 1 TO WS-REC-COUNT
002610     MOVE LDG-STAMP(1:7) TO SORT-MONTH
002620     MOVE LDG-PROGRAM TO SORT-PROGRAM
002630     MOVE LDG-MODEL TO SORT-MODEL
002640     MOVE LDG-KIND TO SORT-KIND
002650     MOVE 0 TO SORT-PROMPT
002660     MOVE 0 TO SORT-COMPL
002670     MOVE 0 TO SORT-TOTAL
002680     MOVE 0 TO SORT-COST
002690     IF LDG-PROMPT(1:1) IS NUMERIC
002700         MOVE FUNCTION NUMVAL(LDG-PROMPT) TO SORT-PROMPT
002710     END-IF
002720     IF LDG-COMPLETION(1:1) IS NUMERIC
002730         MOVE FUNCTION NUMVAL(LDG-COMPLETION) TO SORT-COMPL
002740     END-IF
002750     IF LDG-TOTAL(1:1) IS NUMERIC
002760         MOVE FUNCTION NUMVAL(LDG-TOTAL) TO SORT-TOTAL
002770     END-IF
002780     IF LDG-COST(1:1) IS NUMERIC
002790         MOVE FUNCTION NUMVAL(LDG-COST) TO SORT-COST
002800     END-IF
002810     RELEASE SORT-REC.
002820 2100-EXIT.
002830     EXIT.
002840
002850*==========================================================
002860* 3000-WRITE-REPORT - control breaks on program/model within
002870* month, a month total against the ceiling, a grand total.
002880*==========================================================
002890 3000-WRITE-REPORT.
002900     OPEN OUTPUT REPORT-FILE
002910     IF WS-REPORT-STATUS NOT = "00"
002920         DISPLAY "Error: cannot write " WS-REPORT-FILENAME
002930         MOVE 2 TO RETURN-CODE
002940         GO TO 3000-EXIT
002950     END-IF
002960     PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
002970     MOVE "Y" TO WS-FIRST-SW
002980     MOVE "N" TO WS-EOF-SW
002990     PERFORM 3200-RETURN-SORTED THRU 3200-EXIT
003000         UNTIL WS-EOF
003010     IF NOT WS-FIRST
003020         PERFORM 3300-GROUP-BREAK THRU 3300-EXIT
003030         PERFORM 3400-MONTH-BREAK THRU 3400-EXIT
003040     END-IF
003050     PERFORM 3500-WRITE-GRAND-TOTAL THRU 3500-EXIT
003060     CLOSE REPORT-FILE.
003070 3000-EXIT.
003080     EXIT.
003090
003100 3100-WRITE-HEADINGS.
003110     MOVE "VICTORIA MUSIC CHALLENGE - API SPEND BY MONTH"
003120         TO REPORT-LINE
003130     WRITE REPORT-LINE
003140     MOVE SPACES TO REPORT-LINE
003150     IF WS-FILTER-LEN > 0
003160         STRING "Period: ", WS-FILTER(1:WS-FILTER-LEN)
003170             DELIMITED BY SIZE INTO REPORT-LINE
003180     ELSE
003190         MOVE "Period: whole ledger" TO REPORT-LINE
003200     END-IF
003210     WRITE REPORT-LINE
003220     MOVE SPACES TO REPORT-LINE
003230     IF WS-BUDGET > 0
003240         MOVE WS-BUDGET TO WS-ED-BUDGET
003250         STRING "Monthly ceiling (BUDGETMONTH): ",
003260             FUNCTION TRIM(WS-ED-BUDGET)
003270             DELIMITED BY SIZE INTO REPORT-LINE
003280     ELSE
003290         MOVE "Monthly ceiling (BUDGETMONTH): none"
003300             TO REPORT-LINE
003310     END-IF
003320     WRITE REPORT-LINE
003330     MOVE SPACES TO REPORT-LINE
003340     WRITE REPORT-LINE
003350     MOVE SPACES TO REPORT-LINE
003360     STRING "MONTH    PROGRAM      MODEL                 ",
003370         " CALLS CACHED     PROMPT COMPLETION     TOTAL",
003380         "         COST"
003390         DELIMITED BY SIZE INTO REPORT-LINE
003400     WRITE REPORT-LINE
003410     MOVE SPACES TO REPORT-LINE
003420     MOVE ALL "-" TO REPORT-LINE(1:109)
003430     WRITE REPORT-LINE.
003440 3100-EXIT.
003450     EXIT.
003460
003470 3200-RETURN-SORTED.
003480     RETURN SORT-WORK-FILE
003490         AT END
003500             MOVE "Y" TO WS-EOF-SW
003510             GO TO 3200-EXIT
003520     END-RETURN
003530     IF WS-FIRST
003540         MOVE "N" TO WS-FIRST-SW
003550         MOVE SORT-MONTH TO WS-BRK-MONTH
003560         MOVE SORT-PROGRAM TO WS-BRK-PROGRAM
003570         MOVE SORT-MODEL TO WS-BRK-MODEL
003580     END-IF
003590     IF SORT-MONTH NOT = WS-BRK-MONTH
003600         PERFORM 3300-GROUP-BREAK THRU 3300-EXIT
003610         PERFORM 3400-MONTH-BREAK THRU 3400-EXIT
003620     ELSE
003630         IF SORT-PROGRAM NOT = WS-BRK-PROGRAM
003640             OR SORT-MODEL NOT = WS-BRK-MODEL
003650             PERFORM 3300-GROUP-BREAK THRU 3300-EXIT
003660         END-IF
003670     END-IF
003680     MOVE SORT-MONTH TO WS-BRK-MONTH
003690     MOVE SORT-PROGRAM TO WS-BRK-PROGRAM
003700     MOVE SORT-MODEL TO WS-BRK-MODEL
003710     IF SORT-KIND = "CACHED"
003720         ADD 1 TO GRP-CACHED
003730     ELSE
003740         ADD 1 TO GRP-CALLS
003750     END-IF
003760     ADD SORT-PROMPT TO GRP-PROMPT
003770     ADD SORT-COMPL TO GRP-COMPL
003780     ADD SORT-TOTAL TO GRP-TOTAL
003790     ADD SORT-COST TO GRP-COST.
003800 3200-EXIT.
003810     EXIT.
003820
003830*==========================================================
003840* 3300-GROUP-BREAK - one detail line per program and model;
003850* the month shows on the first line of the month only.
003860*==========================================================
003870 3300-GROUP-BREAK.
003880     MOVE SPACES TO DET-MONTH
003890     IF MON-CALLS = 0 AND MON-CACHED = 0
003900         MOVE WS-BRK-MONTH TO DET-MONTH
003910     END-IF
003920     MOVE WS-BRK-PROGRAM TO DET-PROGRAM
003930     MOVE WS-BRK-MODEL TO DET-MODEL
003940     MOVE GRP-CALLS TO DET-CALLS
003950     MOVE GRP-CACHED TO DET-CACHED
003960     MOVE GRP-PROMPT TO DET-PROMPT
003970     MOVE GRP-COMPL TO DET-COMPL
003980     MOVE GRP-TOTAL TO DET-TOTAL
003990     MOVE GRP-COST TO DET-COST
004000     MOVE SPACES TO DET-NOTE
004010     MOVE WS-DETAIL TO REPORT-LINE
004020     WRITE REPORT-LINE
004030     ADD GRP-CALLS TO MON-CALLS
004040     ADD GRP-CACHED TO MON-CACHED
004050     ADD GRP-PROMPT TO MON-PROMPT
004060     ADD GRP-COMPL TO MON-COMPL
004070     ADD GRP-TOTAL TO MON-TOTAL
004080     ADD GRP-COST TO MON-COST
004090     INITIALIZE WS-GRP-TOTALS.
004100 3300-EXIT.
004110     EXIT.
004120
004130*==========================================================
004140* 3400-MONTH-BREAK - the month's total, and its share of the
004150* ceiling when one is set.
004160*==========================================================
004170 3400-MONTH-BREAK.
004180     MOVE SPACES TO DET-MONTH
004190     MOVE "month total" TO DET-PROGRAM
004200     MOVE SPACES TO DET-MODEL
004210     MOVE MON-CALLS TO DET-CALLS
004220     MOVE MON-CACHED TO DET-CACHED
004230     MOVE MON-PROMPT TO DET-PROMPT
004240     MOVE MON-COMPL TO DET-COMPL
004250     MOVE MON-TOTAL TO DET-TOTAL
004260     MOVE MON-COST TO DET-COST
004270     MOVE SPACES TO DET-NOTE
004280     IF WS-BUDGET > 0
004290         COMPUTE WS-PCT ROUNDED = MON-COST * 100 / WS-BUDGET
004300         MOVE WS-PCT TO WS-ED-PCT
004310         STRING FUNCTION TRIM(WS-ED-PCT), "% of ceiling"
004320             DELIMITED BY SIZE INTO DET-NOTE
004330     END-IF
004340     MOVE WS-DETAIL TO REPORT-LINE
004350     WRITE REPORT-LINE
004360     MOVE SPACES TO REPORT-LINE
004370     WRITE REPORT-LINE
004380     ADD 1 TO WS-MONTHS
004390     ADD MON-CALLS TO RUN-CALLS
004400     ADD MON-CACHED TO RUN-CACHED
004410     ADD MON-PROMPT TO RUN-PROMPT
004420     ADD MON-COMPL TO RUN-COMPL
004430     ADD MON-TOTAL TO RUN-TOTAL
004440     ADD MON-COST TO RUN-COST
004450     INITIALIZE WS-MON-TOTALS.
004460 3400-EXIT.
004470     EXIT.
004480
004490 3500-WRITE-GRAND-TOTAL.
004500     MOVE SPACES TO REPORT-LINE
004510     MOVE ALL "-" TO REPORT-LINE(1:109)
004520     WRITE REPORT-LINE
004530     MOVE SPACES TO DET-MONTH
004540     MOVE "ALL MONTHS" TO DET-PROGRAM
004550     MOVE SPACES TO DET-MODEL
004560     MOVE RUN-CALLS TO DET-CALLS
004570     MOVE RUN-CACHED TO DET-CACHED
004580     MOVE RUN-PROMPT TO DET-PROMPT
004590     MOVE RUN-COMPL TO DET-COMPL
004600     MOVE RUN-TOTAL TO DET-TOTAL
004610     MOVE RUN-COST TO DET-COST
004620     MOVE SPACES TO DET-NOTE
004625     MOVE WS-MONTHS TO WS-ED-MONTHS
004630     STRING FUNCTION TRIM(WS-ED-MONTHS), " month(s)"
004640         DELIMITED BY SIZE INTO DET-NOTE
004650     MOVE WS-DETAIL TO REPORT-LINE
004660     WRITE REPORT-LINE.
004670 3500-EXIT.
004680     EXIT.
