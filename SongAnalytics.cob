000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongAnalytics.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - engagement analytics over a date
000200*                 range, from theme_history.dat, submissions.dat
000210*                 and votes.dat: themes ranked by submissions and
000220*                 by average vote score, the themes with the
000230*                 lowest turnout, themed days against free choice
000240*                 and special-date days, turnout by weekday, by
000250*                 week of the month and by day of the month, and
000260*                 member retention each month (new, returning,
000270*                 lapsed).  The report is song_analytics.txt; the
000280*                 same figures go to song_analytics.dat, pipe
000290*                 delimited, for the spreadsheet.
000300*----------------------------------------------------------------
000310* USAGE
000320*   SongAnalytics [START-YYYY-MM-DD] [END-YYYY-MM-DD]
000330*   The days are those the theme history holds in the range.  A
000340*   day is a special date when a rule in special_dates.dat names
000350*   it, otherwise a free choice day when its theme says FREE
000360*   CHOICE, otherwise themed.  Submissions voided by SongMaint,
000370*   votes the committee quarantined and votes with no live
000373*   submission behind them are left out.  Names resolve to roster
000376*   IDs, as SongSeason resolves them.  A member is
000380*   new in the month of their first submission ever, returning in
000390*   a later month they submit in, and lapsed in the month after
000400*   one they submitted in when they do not submit again.
000410*   song_analytics.dat has a header line, then one line per
000420*   figure:
000430*     TYPE|KEY|KIND|DAYS|SUBMISSIONS|PERDAY|VOTES|AVGSCORE|
000440*     ACTIVE|NEW|RETURNING|LAPSED
000450*   TYPE is THEME, KIND, WEEKDAY, WEEK, MONTHDAY or MONTH; the
000460*   retention columns are filled on MONTH lines only.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HISTORY-FILE
000520         ASSIGN DYNAMIC WS-HISTORY-FILENAME
000530         ORGANIZATION INDEXED
000540         ACCESS MODE DYNAMIC
000550         RECORD KEY HIST-DATE
000560         FILE STATUS WS-HIST-STATUS.
000570     SELECT SUBMIT-FILE
000580         ASSIGN DYNAMIC WS-SUBMIT-FILENAME
000590         ORGANIZATION INDEXED
000600         ACCESS MODE DYNAMIC
000610         RECORD KEY SUB-KEY
000620         FILE STATUS WS-SUBMIT-STATUS.
000621     SELECT ROSTER-FILE
000622         ASSIGN DYNAMIC WS-ROSTER-FILENAME
000623         ORGANIZATION INDEXED
000624         ACCESS MODE DYNAMIC
000625         RECORD KEY ROST-ID
000626         FILE STATUS WS-ROSTER-STATUS.
000630     SELECT VOTES-FILE
000640         ASSIGN DYNAMIC WS-VOTES-FILENAME
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS WS-VOTES-STATUS.
000670     SELECT SPEC-FILE
000680         ASSIGN DYNAMIC WS-SPEC-FILENAME
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS WS-SPEC-STATUS.
000710     SELECT REPORT-FILE
000720         ASSIGN DYNAMIC WS-REPORT-FILENAME
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS WS-REPORT-STATUS.
000750     SELECT PIPE-FILE
000760         ASSIGN DYNAMIC WS-PIPE-FILENAME
000770         ORGANIZATION LINE SEQUENTIAL
000780         FILE STATUS WS-PIPE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  HISTORY-FILE.
000830 COPY "HISTREC.CPY".
000840 FD  SUBMIT-FILE.
000850 COPY "SUBREC.CPY".
000853 FD  ROSTER-FILE.
000856 COPY "ROSTREC.CPY".
000860 FD  VOTES-FILE.
000870 01  VOTES-LINE                 PIC X(100).
000880 FD  SPEC-FILE.
000890 01  SPEC-LINE                  PIC X(100).
000900 FD  REPORT-FILE.
000910 01  REPORT-LINE                PIC X(160).
000920 FD  PIPE-FILE.
000930 01  PIPE-LINE                  PIC X(200).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-HISTORY-FILENAME        PIC X(40)
000970                                 VALUE "theme_history.dat".
000980 01  WS-HIST-STATUS             PIC X(2).
000990 01  WS-SUBMIT-FILENAME         PIC X(40)
001000                                 VALUE "submissions.dat".
001010 01  WS-SUBMIT-STATUS           PIC X(2).
001020 01  WS-VOTES-FILENAME          PIC X(40) VALUE "votes.dat".
001030 01  WS-VOTES-STATUS            PIC X(2).
001040 01  WS-SPEC-FILENAME           PIC X(40)
001050                                 VALUE "special_dates.dat".
001060 01  WS-SPEC-STATUS             PIC X(2).
001070 01  WS-REPORT-FILENAME         PIC X(40)
001080                                 VALUE "song_analytics.txt".
001090 01  WS-REPORT-STATUS           PIC X(2).
001100 01  WS-PIPE-FILENAME           PIC X(40)
001110                                 VALUE "song_analytics.dat".
001120 01  WS-PIPE-STATUS             PIC X(2).
001130
001140 01  WS-ARG1                    PIC X(20).
001150 01  WS-ARG2                    PIC X(20).
001160 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001170     88  WS-ARGS-VALID                   VALUE "Y".
001180 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001190     88  WS-EOF                          VALUE "Y".
001200 01  WS-START-DATE              PIC X(10) VALUE SPACES.
001210 01  WS-END-DATE                PIC X(10) VALUE SPACES.
001220 01  WS-CHK-DATE                PIC X(20) VALUE SPACES.
001230
001240 COPY "VOTEREC.CPY".
001241
001242 01  WS-ROSTER-FILENAME         PIC X(40) VALUE "roster.dat".
001243 01  WS-ROSTER-STATUS           PIC X(2).
001244 01  WS-SUB-OPEN-SW             PIC X(1) VALUE "N".
001245     88  WS-SUB-OPEN                     VALUE "Y".
001246 01  WS-SUB-FOUND-SW            PIC X(1) VALUE "N".
001247     88  WS-SUB-FOUND                    VALUE "Y".
001248 01  WS-PROBE-DONE-SW           PIC X(1) VALUE "N".
001249     88  WS-PROBE-DONE                   VALUE "Y".
001250
001251*----------------------------------------------------------------
001252* The roster held in core, so every name in the votes and
001253* submissions resolves to one canonical ID, as SongSeason does.
001254*----------------------------------------------------------------
001255 01  WS-RT-COUNT                PIC 9(3) COMP VALUE 0.
001256 01  WS-RT-TABLE.
001257     05  WS-RT-ENTRY OCCURS 200 TIMES.
001258         10  RT-ID              PIC X(8).
001259         10  RT-NAME            PIC X(30).
001260         10  RT-ALIASES         PIC X(90).
001261 01  WS-RT-IDX                  PIC 9(3) COMP VALUE 0.
001262 01  WS-RT-FOUND                PIC 9(3) COMP VALUE 0.
001263 01  WS-RESOLVE-IN              PIC X(30) VALUE SPACES.
001264 01  WS-RESOLVED                PIC X(30) VALUE SPACES.
001265 01  WS-ENTERED-UP              PIC X(30) VALUE SPACES.
001266 01  WS-CAND-UP                 PIC X(30) VALUE SPACES.
001267 01  WS-ALIAS-TABLE.
001268     05  WS-ALIAS-ENTRY OCCURS 8 TIMES PIC X(30).
001269 01  WS-A                       PIC 9(2) COMP VALUE 0.
001270
001271*----------------------------------------------------------------
001272* Committee quarantine (SongQuarantine)
001280*----------------------------------------------------------------
001290 01  WS-QRN-ACTION              PIC X(8) VALUE "CHECK".
001300 01  WS-QRN-RESULT              PIC 9(1) VALUE 0.
001310
001320*----------------------------------------------------------------
001330* Special-dates overlay, the raw rules as SongForVictoria loads
001340* them: YYYY-MM-DD for one day or MM-DD for every year.
001350*----------------------------------------------------------------
001360 01  WS-SP-COUNT                PIC 9(3) COMP VALUE 0.
001370 01  WS-SP-TABLE.
001380     05  WS-SP-ENTRY OCCURS 60 TIMES.
001390         10  SP-DATE-TEXT       PIC X(10).
001400         10  SP-THEME           PIC X(80).
001410 01  WS-SP-IDX                  PIC 9(3) COMP VALUE 0.
001420
001430*----------------------------------------------------------------
001440* The range's challenge days, in date order, with the kind of
001450* day (T themed, F free choice, S special date), the weekday
001460* (1 Monday to 7 Sunday) and what each day drew.
001470*----------------------------------------------------------------
001480 01  WS-DY-COUNT                PIC 9(4) COMP VALUE 0.
001490 01  WS-DY-TABLE.
001500     05  WS-DY-ENTRY OCCURS 4000 TIMES.
001510         10  DY-DATE            PIC X(10).
001520         10  DY-THEME           PIC X(80).
001530         10  DY-KIND            PIC X(1).
001540         10  DY-DOW             PIC 9(1).
001550         10  DY-SUBS            PIC 9(5) COMP.
001560         10  DY-VOTES           PIC 9(5) COMP.
001570         10  DY-SCORE           PIC 9(7) COMP.
001580 01  WS-DY-IDX                  PIC 9(4) COMP VALUE 0.
001590 01  WS-DY-PTR                  PIC 9(4) COMP VALUE 0.
001600 01  WS-DY-HIT                  PIC 9(4) COMP VALUE 0.
001610 01  WS-DY-OVER-SW              PIC X(1) VALUE "N".
001620     88  WS-DY-OVERFLOW                  VALUE "Y".
001630 01  WS-DAY-DONE-SW             PIC X(1) VALUE "N".
001640     88  WS-DAY-DONE                     VALUE "Y".
001650 01  WS-FIND-DATE               PIC X(10) VALUE SPACES.
001660 01  WS-LO                      PIC S9(5) COMP VALUE 0.
001670 01  WS-HI                      PIC S9(5) COMP VALUE 0.
001680 01  WS-MID                     PIC S9(5) COMP VALUE 0.
001690
001700*----------------------------------------------------------------
001710* Weekday arithmetic, as SongNightly does it
001720*----------------------------------------------------------------
001730 01  WS-DATE8-TEXT              PIC X(8) VALUE SPACES.
001740 01  WS-DATE8                   PIC 9(8) VALUE 0.
001750 01  WS-WORK-INT                PIC 9(7) VALUE 0.
001760 01  WS-WEEK-DIV                PIC 9(7) VALUE 0.
001770 01  WS-DOW                     PIC 9(1) VALUE 0.
001780 01  WS-DAY-NAMES               PIC X(21)
001790         VALUE "MONTUEWEDTHUFRISATSUN".
001800 01  WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
001810     05  WS-DAY-NAME OCCURS 7 TIMES
001820                                PIC X(3).
001830 01  WS-THEME-UP                PIC X(80) VALUE SPACES.
001840 01  WS-TALLY                   PIC 9(3) COMP VALUE 0.
001850
001860*----------------------------------------------------------------
001870* Buckets the days are summed into:
001880*    1- 3  kind of day (themed, free choice, special date)
001890*    4-10  weekday, Monday first
001900*   11-15  week of the month (days 1-7, 8-14, ... 29-31)
001910*   16-46  day of the month
001920*----------------------------------------------------------------
001930 01  WS-BK-TABLE.
001940     05  WS-BK-ENTRY OCCURS 46 TIMES.
001950         10  BK-DAYS            PIC 9(5) COMP.
001960         10  BK-SUBS            PIC 9(7) COMP.
001970         10  BK-VOTES           PIC 9(7) COMP.
001980         10  BK-SCORE           PIC 9(7) COMP.
001990 01  WS-BK-IDX                  PIC 9(2) COMP VALUE 0.
002000 01  WS-BK-LAST                 PIC 9(2) COMP VALUE 0.
002010 01  WS-KIND-NAMES              PIC X(36)
002020         VALUE "Themed      Free choice Special date".
002030 01  WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
002040     05  WS-KIND-NAME OCCURS 3 TIMES
002050                                PIC X(12).
002060 01  WS-KIND-CODES              PIC X(36)
002070         VALUE "THEMED      FREE        SPECIAL     ".
002080 01  WS-KCODE-TABLE REDEFINES WS-KIND-CODES.
002090     05  WS-KIND-CODE OCCURS 3 TIMES
002100                                PIC X(12).
002110 01  WS-DD                      PIC 9(2) VALUE 0.
002120 01  WS-WEEK                    PIC 9(1) VALUE 0.
002130
002140*----------------------------------------------------------------
002150* Themes, one entry per distinct wording (upper-cased key), so a
002160* yearly special date is summed over its days.  Free choice days
002170* are not themes and are left out.
002180*----------------------------------------------------------------
002190 01  WS-TH-COUNT                PIC 9(4) COMP VALUE 0.
002200 01  WS-TH-TABLE.
002210     05  WS-TH-ENTRY OCCURS 4000 TIMES.
002220         10  TH-THEME           PIC X(80).
002230         10  TH-KEY             PIC X(80).
002240         10  TH-KIND            PIC X(1).
002250         10  TH-DAYS            PIC 9(4) COMP.
002260         10  TH-SUBS            PIC 9(5) COMP.
002270         10  TH-VOTES           PIC 9(5) COMP.
002280         10  TH-SCORE           PIC 9(7) COMP.
002290         10  TH-AVG             PIC 9(1)V99.
002300 01  WS-TH-SWAP.
002310     05  SWAP-THEME             PIC X(80).
002320     05  SWAP-KEY               PIC X(80).
002330     05  SWAP-KIND              PIC X(1).
002340     05  SWAP-DAYS              PIC 9(4) COMP.
002350     05  SWAP-SUBS              PIC 9(5) COMP.
002360     05  SWAP-VOTES             PIC 9(5) COMP.
002370     05  SWAP-SCORE             PIC 9(7) COMP.
002380     05  SWAP-AVG               PIC 9(1)V99.
002390 01  WS-TH-IDX                  PIC 9(4) COMP VALUE 0.
002400 01  WS-TH-HIT                  PIC 9(4) COMP VALUE 0.
002410 01  WS-TH-OVER-SW              PIC X(1) VALUE "N".
002420     88  WS-TH-OVERFLOW                  VALUE "Y".
002430 01  WS-I                       PIC 9(4) COMP VALUE 0.
002440 01  WS-J                       PIC 9(4) COMP VALUE 0.
002450 01  WS-J-LIMIT                 PIC 9(4) COMP VALUE 0.
002460 01  WS-RANK                    PIC 9(4) COMP VALUE 0.
002470 01  WS-TOP-N                   PIC 9(2) COMP VALUE 10.
002480
002490*----------------------------------------------------------------
002500* Member retention: every participant's last month with a
002510* submission (walked from the start of the file, so "new" means
002520* new ever), and the months of the range, led by the month
002530* before it so the first month's lapsed count has a base.
002540*----------------------------------------------------------------
002550 01  WS-PT-COUNT                PIC 9(4) COMP VALUE 0.
002560 01  WS-PT-TABLE.
002570     05  WS-PT-ENTRY OCCURS 2000 TIMES.
002580         10  PT-NAME            PIC X(30).
002590         10  PT-LAST-YM         PIC 9(6).
002600 01  WS-PT-IDX                  PIC 9(4) COMP VALUE 0.
002610 01  WS-PT-HIT                  PIC 9(4) COMP VALUE 0.
002620 01  WS-PT-OVER-SW              PIC X(1) VALUE "N".
002630     88  WS-PT-OVERFLOW                  VALUE "Y".
002640 01  WS-MO-COUNT                PIC 9(3) COMP VALUE 0.
002650 01  WS-MO-TABLE.
002660     05  WS-MO-ENTRY OCCURS 122 TIMES.
002670         10  MO-YM              PIC 9(6).
002680         10  MO-DAYS            PIC 9(3) COMP.
002690         10  MO-SUBS            PIC 9(5) COMP.
002700         10  MO-VOTES           PIC 9(5) COMP.
002710         10  MO-SCORE           PIC 9(7) COMP.
002720         10  MO-ACTIVE          PIC 9(4) COMP.
002730         10  MO-NEW             PIC 9(4) COMP.
002740         10  MO-BACK            PIC 9(4) COMP.
002750         10  MO-CONT            PIC 9(4) COMP.
002760 01  WS-MO-IDX                  PIC 9(3) COMP VALUE 0.
002770 01  WS-MO-HIT                  PIC 9(3) COMP VALUE 0.
002780 01  WS-MO-OVER-SW              PIC X(1) VALUE "N".
002790     88  WS-MO-OVERFLOW                  VALUE "Y".
002800 01  WS-MO-FIRST-Y              PIC 9(4) VALUE 0.
002810 01  WS-MO-FIRST-M              PIC 9(2) VALUE 0.
002820 01  WS-MO-OFFSET               PIC S9(7) COMP VALUE 0.
002830 01  WS-LAST-YM                 PIC 9(6) VALUE 0.
002840 01  WS-YM-WORK.
002850     05  WS-YM-YYYY             PIC 9(4).
002860     05  WS-YM-MM               PIC 9(2).
002870 01  WS-YM REDEFINES WS-YM-WORK PIC 9(6).
002880 01  WS-LAPSED                  PIC 9(4) COMP VALUE 0.
002890
002900*----------------------------------------------------------------
002910* Run totals and the figures for one report / pipe line
002920*----------------------------------------------------------------
002930 01  WS-SUB-TOTAL               PIC 9(7) COMP VALUE 0.
002940 01  WS-OFF-DAYS                PIC 9(7) COMP VALUE 0.
002950 01  WS-VOTE-TOTAL              PIC 9(7) COMP VALUE 0.
002960 01  WS-QRN-SKIPPED             PIC 9(7) COMP VALUE 0.
002965 01  WS-NOSUB-SKIPPED           PIC 9(7) COMP VALUE 0.
002970 01  WS-SCORE-N                 PIC 9(1) VALUE 0.
002980 01  WS-F-DAYS                  PIC 9(7) COMP VALUE 0.
002990 01  WS-F-SUBS                  PIC 9(7) COMP VALUE 0.
003000 01  WS-F-VOTES                 PIC 9(7) COMP VALUE 0.
003010 01  WS-F-SCORE                 PIC 9(7) COMP VALUE 0.
003020 01  WS-F-PERDAY                PIC 9(4)V99 VALUE 0.
003030 01  WS-F-AVG                   PIC 9(1)V99 VALUE 0.
003040 01  WS-BASE-PERDAY             PIC 9(4)V99 VALUE 0.
003050 01  WS-PCT                     PIC 9(4) VALUE 0.
003060 01  WS-FIG-TEXT                PIC X(60) VALUE SPACES.
003070 01  WS-LABEL                   PIC X(14) VALUE SPACES.
003080 01  WS-PP-TYPE                 PIC X(8) VALUE SPACES.
003090 01  WS-PP-KEY                  PIC X(80) VALUE SPACES.
003100 01  WS-PP-KIND                 PIC X(12) VALUE SPACES.
003110 01  WS-PP-TAIL                 PIC X(40) VALUE SPACES.
003120 01  WS-PCT-SW                  PIC X(1) VALUE "N".
003130     88  WS-SHOW-PCT                     VALUE "Y".
003140 01  WS-ED-RANK                 PIC ZZZ9.
003150 01  WS-ED-DAYS                 PIC ZZZZ9.
003160 01  WS-ED-SUBS                 PIC ZZZZZ9.
003170 01  WS-ED-PERDAY               PIC ZZZ9.99.
003180 01  WS-ED-VOTES                PIC ZZZZZ9.
003190 01  WS-ED-AVG                  PIC 9.99.
003200 01  WS-ED-PCT                  PIC ZZZ9.
003210 01  WS-ED-A                    PIC ZZZZZ9.
003220 01  WS-ED-B                    PIC ZZZZZ9.
003230 01  WS-ED-C                    PIC ZZZZZ9.
003240 01  WS-ED-D                    PIC ZZZZZ9.
003245 01  WS-ED-E                    PIC ZZZZZ9.
003250
003260 PROCEDURE DIVISION.
003270*==========================================================
003280* 0000-MAINLINE
003290*==========================================================
003300 0000-MAINLINE.
003310     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
003320     IF NOT WS-ARGS-VALID
003330         DISPLAY "Usage: SongAnalytics [START-YYYY-MM-DD] "
003340             "[END-YYYY-MM-DD]"
003350         MOVE 1 TO RETURN-CODE
003360         GO TO 0000-DONE
003370     END-IF
003380     PERFORM 1200-LOAD-SPECIALS THRU 1200-EXIT.
003385     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
003390     PERFORM 2000-LOAD-DAYS THRU 2000-EXIT.
003400     IF RETURN-CODE NOT = 0
003410         GO TO 0000-DONE
003420     END-IF
003430     PERFORM 2500-BUILD-MONTHS THRU 2500-EXIT.
003440     PERFORM 3000-WALK-SUBMISSIONS THRU 3000-EXIT.
003450     PERFORM 3500-COUNT-VOTES THRU 3500-EXIT.
003460     PERFORM 4000-BUILD-TOTALS THRU 4000-EXIT.
003470     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
003475 0000-DONE.
003480     STOP RUN.
003490
003500*==========================================================
003510* 1000-GET-ARGUMENTS - an optional date range; the whole
003520* history by default.
003530*==========================================================
003540 1000-GET-ARGUMENTS.
003550     MOVE SPACES TO WS-ARG1
003560     MOVE SPACES TO WS-ARG2
003570     DISPLAY 1 UPON ARGUMENT-NUMBER
003580     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003590         ON EXCEPTION MOVE SPACES TO WS-ARG1
003600     END-ACCEPT
003610     DISPLAY 2 UPON ARGUMENT-NUMBER
003620     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003630         ON EXCEPTION MOVE SPACES TO WS-ARG2
003640     END-ACCEPT
003650     MOVE "Y" TO WS-VALID-SW
003660     MOVE "0000-00-00" TO WS-START-DATE
003670     MOVE "9999-99-99" TO WS-END-DATE
003680     IF WS-ARG1 NOT = SPACES
003690         MOVE WS-ARG1 TO WS-CHK-DATE
003700         PERFORM 1150-CHECK-DATE THRU 1150-EXIT
003710         MOVE WS-ARG1(1:10) TO WS-START-DATE
003720     END-IF
003730     IF WS-ARG2 NOT = SPACES
003740         MOVE WS-ARG2 TO WS-CHK-DATE
003750         PERFORM 1150-CHECK-DATE THRU 1150-EXIT
003760         MOVE WS-ARG2(1:10) TO WS-END-DATE
003770     END-IF.
003780 1000-EXIT.
003790     EXIT.
003800
003810 1150-CHECK-DATE.
003820     IF NOT ( WS-CHK-DATE(1:4) IS NUMERIC
003830         AND WS-CHK-DATE(5:1) = "-"
003840         AND WS-CHK-DATE(6:2) IS NUMERIC
003850         AND WS-CHK-DATE(8:1) = "-"
003860         AND WS-CHK-DATE(9:2) IS NUMERIC
003870         AND WS-CHK-DATE(11:10) = SPACES )
003880         MOVE "N" TO WS-VALID-SW
003890     END-IF.
003900 1150-EXIT.
003910     EXIT.
003920
003930*==========================================================
003940* 1200-LOAD-SPECIALS - the special-dates overlay, as
003950* SongForVictoria reads it; no file is no special dates.
003960*==========================================================
003970 1200-LOAD-SPECIALS.
003980     MOVE 0 TO WS-SP-COUNT
003990     OPEN INPUT SPEC-FILE
004000     IF WS-SPEC-STATUS NOT = "00"
004010         GO TO 1200-EXIT
004020     END-IF
004030     MOVE "N" TO WS-EOF-SW
004040     PERFORM 1210-READ-SPECIAL-LINE THRU 1210-EXIT
004050         UNTIL WS-EOF
004060     CLOSE SPEC-FILE.
004070 1200-EXIT.
004080     EXIT.
004090
004100 1210-READ-SPECIAL-LINE.
004110     READ SPEC-FILE
004120         AT END
004130             MOVE "Y" TO WS-EOF-SW
004140             GO TO 1210-EXIT
004150     END-READ
004160     IF SPEC-LINE = SPACES OR SPEC-LINE(1:1) = "*"
004170         GO TO 1210-EXIT
004180     END-IF
004190     IF WS-SP-COUNT >= 60
004200         GO TO 1210-EXIT
004210     END-IF
004220     ADD 1 TO WS-SP-COUNT
004230     MOVE SPACES TO SP-DATE-TEXT(WS-SP-COUNT)
004240     MOVE SPACES TO SP-THEME(WS-SP-COUNT)
004250     UNSTRING SPEC-LINE DELIMITED BY "|"
004260         INTO SP-DATE-TEXT(WS-SP-COUNT)
004270         SP-THEME(WS-SP-COUNT)
004280     END-UNSTRING
004290     IF SP-THEME(WS-SP-COUNT) = SPACES
004300         SUBTRACT 1 FROM WS-SP-COUNT
004310     END-IF.
004320 1210-EXIT.
004330     EXIT.
004340
004350*==========================================================
004360* 2000-LOAD-DAYS - the range's days from the indexed theme
004370* history, keyed START on the first date.
004380*==========================================================
004390 2000-LOAD-DAYS.
004400     OPEN INPUT HISTORY-FILE
004410     IF WS-HIST-STATUS NOT = "00"
004420         DISPLAY "Could not open " WS-HISTORY-FILENAME
004430             " status " WS-HIST-STATUS
004440         MOVE 2 TO RETURN-CODE
004450         GO TO 2000-EXIT
004460     END-IF
004470     MOVE "N" TO WS-EOF-SW
004480     MOVE SPACES TO HIST-REC
004490     MOVE WS-START-DATE TO HIST-DATE
004500     START HISTORY-FILE KEY NOT < HIST-DATE
004510         INVALID KEY
004520             MOVE "Y" TO WS-EOF-SW
004530     END-START
004540     PERFORM 2010-LOAD-DAY THRU 2010-EXIT
004550         UNTIL WS-EOF
004560     CLOSE HISTORY-FILE.
004570 2000-EXIT.
004580     EXIT.
004590
004600 2010-LOAD-DAY.
004610     READ HISTORY-FILE NEXT
004620         AT END
004630             MOVE "Y" TO WS-EOF-SW
004640             GO TO 2010-EXIT
004650     END-READ
004660     IF HIST-DATE > WS-END-DATE
004670         MOVE "Y" TO WS-EOF-SW
004680         GO TO 2010-EXIT
004690     END-IF
004700     MOVE SPACES TO WS-DATE8-TEXT
004710     STRING HIST-DATE(1:4), HIST-DATE(6:2), HIST-DATE(9:2)
004720         DELIMITED BY SIZE INTO WS-DATE8-TEXT
004730     IF WS-DATE8-TEXT NOT NUMERIC
004740         GO TO 2010-EXIT
004750     END-IF
004760     IF WS-DY-COUNT >= 4000
004770         MOVE "Y" TO WS-DY-OVER-SW
004780         MOVE "Y" TO WS-EOF-SW
004790         GO TO 2010-EXIT
004800     END-IF
004810     ADD 1 TO WS-DY-COUNT
004820     MOVE HIST-DATE TO DY-DATE(WS-DY-COUNT)
004830     MOVE HIST-THEME TO DY-THEME(WS-DY-COUNT)
004840     MOVE 0 TO DY-SUBS(WS-DY-COUNT)
004850     MOVE 0 TO DY-VOTES(WS-DY-COUNT)
004860     MOVE 0 TO DY-SCORE(WS-DY-COUNT)
004870     MOVE WS-DATE8-TEXT TO WS-DATE8
004880*    Day 1 of the integer calendar (1601-01-01) was a Monday.
004890     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-DATE8) - 1
004900     DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-DIV
004910         REMAINDER WS-DOW
004920     COMPUTE DY-DOW(WS-DY-COUNT) = WS-DOW + 1
004930     PERFORM 2020-CLASSIFY-DAY THRU 2020-EXIT.
004940 2010-EXIT.
004950     EXIT.
004960
004970*==========================================================
004980* 2020-CLASSIFY-DAY - special date when an overlay rule names
004990* the day (whatever it mandated), free choice when the theme
005000* says so, themed otherwise.
005010*==========================================================
005020 2020-CLASSIFY-DAY.
005030     MOVE "T" TO DY-KIND(WS-DY-COUNT)
005040     PERFORM 2030-MATCH-SPECIAL THRU 2030-EXIT
005050         VARYING WS-SP-IDX FROM 1 BY 1
005060         UNTIL WS-SP-IDX > WS-SP-COUNT
005070         OR DY-KIND(WS-DY-COUNT) = "S"
005080     IF DY-KIND(WS-DY-COUNT) = "S"
005090         GO TO 2020-EXIT
005100     END-IF
005110     MOVE FUNCTION UPPER-CASE(DY-THEME(WS-DY-COUNT))
005120         TO WS-THEME-UP
005130     MOVE 0 TO WS-TALLY
005140     INSPECT WS-THEME-UP TALLYING WS-TALLY
005150         FOR ALL "FREE CHOICE"
005160     IF WS-TALLY > 0
005170         MOVE "F" TO DY-KIND(WS-DY-COUNT)
005180     END-IF.
005190 2020-EXIT.
005200     EXIT.
005210
005220 2030-MATCH-SPECIAL.
005230     IF SP-DATE-TEXT(WS-SP-IDX) = DY-DATE(WS-DY-COUNT)
005240         MOVE "S" TO DY-KIND(WS-DY-COUNT)
005250         GO TO 2030-EXIT
005260     END-IF
005270     IF SP-DATE-TEXT(WS-SP-IDX)(6:5) = SPACES
005280         AND SP-DATE-TEXT(WS-SP-IDX)(1:5)
005290             = DY-DATE(WS-DY-COUNT)(6:5)
005300         MOVE "S" TO DY-KIND(WS-DY-COUNT)
005310     END-IF.
005320 2030-EXIT.
005330     EXIT.
005340
005350*==========================================================
005360* 2500-BUILD-MONTHS - one entry per calendar month from the
005370* month before the first day to the month of the last.
005380*==========================================================
005390 2500-BUILD-MONTHS.
005400     MOVE 0 TO WS-MO-COUNT
005410     IF WS-DY-COUNT = 0
005420         GO TO 2500-EXIT
005430     END-IF
005440     MOVE DY-DATE(WS-DY-COUNT)(1:4) TO WS-YM-YYYY
005450     MOVE DY-DATE(WS-DY-COUNT)(6:2) TO WS-YM-MM
005460     MOVE WS-YM TO WS-LAST-YM
005470     MOVE DY-DATE(1)(1:4) TO WS-YM-YYYY
005480     MOVE DY-DATE(1)(6:2) TO WS-YM-MM
005490     IF WS-YM-MM = 1
005500         SUBTRACT 1 FROM WS-YM-YYYY
005510         MOVE 12 TO WS-YM-MM
005520     ELSE
005530         SUBTRACT 1 FROM WS-YM-MM
005540     END-IF
005550     MOVE WS-YM-YYYY TO WS-MO-FIRST-Y
005560     MOVE WS-YM-MM TO WS-MO-FIRST-M
005570     PERFORM 2510-ADD-MONTH THRU 2510-EXIT
005580         UNTIL WS-YM > WS-LAST-YM OR WS-MO-OVERFLOW.
005590 2500-EXIT.
005600     EXIT.
005610
005620 2510-ADD-MONTH.
005630     IF WS-MO-COUNT >= 122
005640         MOVE "Y" TO WS-MO-OVER-SW
005650         GO TO 2510-EXIT
005660     END-IF
005670     ADD 1 TO WS-MO-COUNT
005680     MOVE WS-YM TO MO-YM(WS-MO-COUNT)
005690     MOVE 0 TO MO-DAYS(WS-MO-COUNT)
005700     MOVE 0 TO MO-SUBS(WS-MO-COUNT)
005710     MOVE 0 TO MO-VOTES(WS-MO-COUNT)
005720     MOVE 0 TO MO-SCORE(WS-MO-COUNT)
005730     MOVE 0 TO MO-ACTIVE(WS-MO-COUNT)
005740     MOVE 0 TO MO-NEW(WS-MO-COUNT)
005750     MOVE 0 TO MO-BACK(WS-MO-COUNT)
005760     MOVE 0 TO MO-CONT(WS-MO-COUNT)
005770     IF WS-YM-MM = 12
005780         ADD 1 TO WS-YM-YYYY
005790         MOVE 1 TO WS-YM-MM
005800     ELSE
005810         ADD 1 TO WS-YM-MM
005820     END-IF.
005830 2510-EXIT.
005840     EXIT.
005850
005860*==========================================================
005870* 2600-FIND-MONTH - the month table entry for WS-YM, into
005880* WS-MO-HIT (0 when outside the table).
005890*==========================================================
005900 2600-FIND-MONTH.
005910     MOVE 0 TO WS-MO-HIT
005920     COMPUTE WS-MO-OFFSET = ( WS-YM-YYYY - WS-MO-FIRST-Y ) * 12
005930         + WS-YM-MM - WS-MO-FIRST-M + 1
005940     IF WS-MO-OFFSET > 0 AND WS-MO-OFFSET NOT > WS-MO-COUNT
005950         MOVE WS-MO-OFFSET TO WS-MO-HIT
005960     END-IF.
005970 2600-EXIT.
005980     EXIT.
005990
006000*==========================================================
006010* 2700-FIND-DAY - binary search of the day table for
006020* WS-FIND-DATE, into WS-DY-HIT (0 when no such day).
006030*==========================================================
006040 2700-FIND-DAY.
006050     MOVE 0 TO WS-DY-HIT
006060     MOVE 1 TO WS-LO
006070     MOVE WS-DY-COUNT TO WS-HI
006080     PERFORM 2710-HALVE THRU 2710-EXIT
006090         UNTIL WS-LO > WS-HI OR WS-DY-HIT > 0.
006100 2700-EXIT.
006110     EXIT.
006120
006130 2710-HALVE.
006140     COMPUTE WS-MID = ( WS-LO + WS-HI ) / 2
006150     IF DY-DATE(WS-MID) = WS-FIND-DATE
006160         MOVE WS-MID TO WS-DY-HIT
006170         GO TO 2710-EXIT
006180     END-IF
006190     IF DY-DATE(WS-MID) < WS-FIND-DATE
006200         COMPUTE WS-LO = WS-MID + 1
006210     ELSE
006220         COMPUTE WS-HI = WS-MID - 1
006230     END-IF.
006240 2710-EXIT.
006250     EXIT.
006260
006270*==========================================================
006280* 3000-WALK-SUBMISSIONS - every live submission from the start
006290* of the file to the end of the range, in key (date) order:
006300* each one counts toward member retention, and those inside
006310* the range toward their day.
006320*==========================================================
006330 3000-WALK-SUBMISSIONS.
006340     OPEN INPUT SUBMIT-FILE
006350     IF WS-SUBMIT-STATUS NOT = "00"
006360         GO TO 3000-EXIT
006370     END-IF
006380     MOVE 1 TO WS-DY-PTR
006390     MOVE "N" TO WS-EOF-SW
006400     PERFORM 3010-WALK-SUBMISSION THRU 3010-EXIT
006410         UNTIL WS-EOF
006420     CLOSE SUBMIT-FILE.
006430 3000-EXIT.
006440     EXIT.
006450
006460 3010-WALK-SUBMISSION.
006470     READ SUBMIT-FILE NEXT
006480         AT END
006490             MOVE "Y" TO WS-EOF-SW
006500             GO TO 3010-EXIT
006510     END-READ
006520     IF SUB-DATE > WS-END-DATE
006530         MOVE "Y" TO WS-EOF-SW
006540         GO TO 3010-EXIT
006550     END-IF
006560     IF SUB-PARTICIPANT = SPACES OR SUB-VOIDED
006570         GO TO 3010-EXIT
006580     END-IF
006590     PERFORM 3100-COUNT-RETENTION THRU 3100-EXIT
006600     IF SUB-DATE < WS-START-DATE
006610         GO TO 3010-EXIT
006620     END-IF
006630     ADD 1 TO WS-SUB-TOTAL
006640     MOVE "N" TO WS-DAY-DONE-SW
006650     PERFORM 3020-ADVANCE-DAY THRU 3020-EXIT
006660         UNTIL WS-DAY-DONE
006670     IF WS-DY-PTR > WS-DY-COUNT
006680         ADD 1 TO WS-OFF-DAYS
006690         GO TO 3010-EXIT
006700     END-IF
006710     IF DY-DATE(WS-DY-PTR) = SUB-DATE
006720         ADD 1 TO DY-SUBS(WS-DY-PTR)
006730     ELSE
006740         ADD 1 TO WS-OFF-DAYS
006750     END-IF.
006760 3010-EXIT.
006770     EXIT.
006780
006790 3020-ADVANCE-DAY.
006800     IF WS-DY-PTR > WS-DY-COUNT
006810         MOVE "Y" TO WS-DAY-DONE-SW
006820         GO TO 3020-EXIT
006830     END-IF
006840     IF DY-DATE(WS-DY-PTR) NOT < SUB-DATE
006850         MOVE "Y" TO WS-DAY-DONE-SW
006860         GO TO 3020-EXIT
006870     END-IF
006880     ADD 1 TO WS-DY-PTR.
006890 3020-EXIT.
006900     EXIT.
006910
006920*==========================================================
006930* 3100-COUNT-RETENTION - the first submission a participant
006940* makes in a month marks them active in it: new when they
006950* never submitted before, returning otherwise, and continuing
006960* when they also submitted the month before.
006970*==========================================================
006980 3100-COUNT-RETENTION.
006990     IF SUB-DATE(1:4) NOT NUMERIC OR SUB-DATE(6:2) NOT NUMERIC
007000         GO TO 3100-EXIT
007010     END-IF
007020     MOVE SUB-DATE(1:4) TO WS-YM-YYYY
007030     MOVE SUB-DATE(6:2) TO WS-YM-MM
007033     MOVE SUB-PARTICIPANT TO WS-RESOLVE-IN
007036     PERFORM 1350-RESOLVE-NAME THRU 1350-EXIT
007040     PERFORM 3110-FIND-PARTICIPANT THRU 3110-EXIT
007050     IF WS-PT-HIT = 0
007060         GO TO 3100-EXIT
007070     END-IF
007080     IF PT-LAST-YM(WS-PT-HIT) = WS-YM
007090         GO TO 3100-EXIT
007100     END-IF
007110     PERFORM 2600-FIND-MONTH THRU 2600-EXIT
007120     IF WS-MO-HIT > 0
007130         ADD 1 TO MO-ACTIVE(WS-MO-HIT)
007140         IF PT-LAST-YM(WS-PT-HIT) = 0
007150             ADD 1 TO MO-NEW(WS-MO-HIT)
007160         ELSE
007170             ADD 1 TO MO-BACK(WS-MO-HIT)
007180         END-IF
007190         IF WS-MO-HIT > 1
007200             IF PT-LAST-YM(WS-PT-HIT) = MO-YM(WS-MO-HIT - 1)
007210                 ADD 1 TO MO-CONT(WS-MO-HIT)
007220             END-IF
007230         END-IF
007240     END-IF
007250     MOVE WS-YM TO PT-LAST-YM(WS-PT-HIT).
007260 3100-EXIT.
007270     EXIT.
007280
007290 3110-FIND-PARTICIPANT.
007300     MOVE 0 TO WS-PT-HIT
007310     PERFORM 3120-SCAN-PARTICIPANT THRU 3120-EXIT
007320         VARYING WS-PT-IDX FROM 1 BY 1
007330         UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-HIT > 0
007340     IF WS-PT-HIT > 0
007350         GO TO 3110-EXIT
007360     END-IF
007370     IF WS-PT-COUNT >= 2000
007380         MOVE "Y" TO WS-PT-OVER-SW
007390         GO TO 3110-EXIT
007400     END-IF
007410     ADD 1 TO WS-PT-COUNT
007420     MOVE WS-RESOLVED TO PT-NAME(WS-PT-COUNT)
007430     MOVE 0 TO PT-LAST-YM(WS-PT-COUNT)
007440     MOVE WS-PT-COUNT TO WS-PT-HIT.
007450 3110-EXIT.
007460     EXIT.
007470
007480 3120-SCAN-PARTICIPANT.
007490     IF PT-NAME(WS-PT-IDX) = WS-RESOLVED
007500         MOVE WS-PT-IDX TO WS-PT-HIT
007510     END-IF.
007520 3120-EXIT.
007530     EXIT.
007540
007550*==========================================================
007560* 3500-COUNT-VOTES - each vote in the range that the
007570* committee has not quarantined, for a submission still
007575* live (not voided), added to its day.
007580*==========================================================
007590 3500-COUNT-VOTES.
007600     IF WS-DY-COUNT = 0
007610         GO TO 3500-EXIT
007620     END-IF
007621     MOVE "N" TO WS-SUB-OPEN-SW
007622     OPEN INPUT SUBMIT-FILE
007623     IF WS-SUBMIT-STATUS = "00"
007624         MOVE "Y" TO WS-SUB-OPEN-SW
007625     END-IF
007630     OPEN INPUT VOTES-FILE
007640     IF WS-VOTES-STATUS NOT = "00"
007642         IF WS-SUB-OPEN
007644             CLOSE SUBMIT-FILE
007646         END-IF
007650         GO TO 3500-EXIT
007660     END-IF
007670     MOVE "N" TO WS-EOF-SW
007680     PERFORM 3510-COUNT-VOTE THRU 3510-EXIT
007690         UNTIL WS-EOF
007700     CLOSE VOTES-FILE
007702     IF WS-SUB-OPEN
007704         CLOSE SUBMIT-FILE
007706     END-IF.
007710 3500-EXIT.
007720     EXIT.
007730
007740 3510-COUNT-VOTE.
007750     READ VOTES-FILE INTO VOTES-LINE
007760         AT END
007770             MOVE "Y" TO WS-EOF-SW
007780             GO TO 3510-EXIT
007790     END-READ
007800     IF VOTES-LINE = SPACES
007810         GO TO 3510-EXIT
007820     END-IF
007830     MOVE SPACES TO VOTE-REC
007840     UNSTRING VOTES-LINE DELIMITED BY "|"
007850         INTO VOTE-DATE VOTE-VOTER VOTE-PARTICIPANT
007860         VOTE-SCORE
007870     END-UNSTRING
007880     IF VOTE-DATE < WS-START-DATE OR VOTE-DATE > WS-END-DATE
007890         GO TO 3510-EXIT
007900     END-IF
007910     IF VOTE-PARTICIPANT = SPACES
007920         OR VOTE-SCORE NOT NUMERIC
007930         OR VOTE-SCORE < "1" OR VOTE-SCORE > "5"
007940         GO TO 3510-EXIT
007950     END-IF
007960     CALL "SongQuarantine" USING WS-QRN-ACTION VOTE-DATE
007970         VOTE-VOTER VOTE-PARTICIPANT WS-QRN-RESULT
007980     IF WS-QRN-RESULT = 1
007990         ADD 1 TO WS-QRN-SKIPPED
008000         GO TO 3510-EXIT
008010     END-IF
008011     MOVE VOTE-PARTICIPANT TO WS-RESOLVE-IN
008012     PERFORM 1350-RESOLVE-NAME THRU 1350-EXIT
008013     MOVE WS-RESOLVED TO VOTE-PARTICIPANT
008014     PERFORM 3550-CHECK-LIVE-SUB THRU 3550-EXIT
008015     IF NOT WS-SUB-FOUND
008016         ADD 1 TO WS-NOSUB-SKIPPED
008017         GO TO 3510-EXIT
008018     END-IF
008020     MOVE VOTE-DATE TO WS-FIND-DATE
008030     PERFORM 2700-FIND-DAY THRU 2700-EXIT
008040     IF WS-DY-HIT = 0
008050         GO TO 3510-EXIT
008060     END-IF
008070     MOVE VOTE-SCORE TO WS-SCORE-N
008080     ADD 1 TO DY-VOTES(WS-DY-HIT)
008090     ADD WS-SCORE-N TO DY-SCORE(WS-DY-HIT)
008100     ADD 1 TO WS-VOTE-TOTAL.
008110 3510-EXIT.
008120     EXIT.
008130
008140*==========================================================
008150* 4000-BUILD-TOTALS - each day into its buckets, its month
008160* and (free choice days apart) its theme.
008170*==========================================================
008180 4000-BUILD-TOTALS.
008190     INITIALIZE WS-BK-TABLE
008200     PERFORM 4010-TOTAL-DAY THRU 4010-EXIT
008210         VARYING WS-DY-IDX FROM 1 BY 1
008220         UNTIL WS-DY-IDX > WS-DY-COUNT
008230     PERFORM 4150-THEME-AVERAGE THRU 4150-EXIT
008240         VARYING WS-TH-IDX FROM 1 BY 1
008250         UNTIL WS-TH-IDX > WS-TH-COUNT.
008260 4000-EXIT.
008270     EXIT.
008280
008290 4010-TOTAL-DAY.
008300     EVALUATE DY-KIND(WS-DY-IDX)
008310         WHEN "F"
008320             MOVE 2 TO WS-BK-IDX
008330         WHEN "S"
008340             MOVE 3 TO WS-BK-IDX
008350         WHEN OTHER
008360             MOVE 1 TO WS-BK-IDX
008370     END-EVALUATE
008380     PERFORM 4050-ADD-TO-BUCKET THRU 4050-EXIT
008390     COMPUTE WS-BK-IDX = 3 + DY-DOW(WS-DY-IDX)
008400     PERFORM 4050-ADD-TO-BUCKET THRU 4050-EXIT
008410     MOVE DY-DATE(WS-DY-IDX)(9:2) TO WS-DD
008420     COMPUTE WS-WEEK = ( WS-DD - 1 ) / 7 + 1
008430     COMPUTE WS-BK-IDX = 10 + WS-WEEK
008440     PERFORM 4050-ADD-TO-BUCKET THRU 4050-EXIT
008450     COMPUTE WS-BK-IDX = 15 + WS-DD
008460     PERFORM 4050-ADD-TO-BUCKET THRU 4050-EXIT
008470     MOVE DY-DATE(WS-DY-IDX)(1:4) TO WS-YM-YYYY
008480     MOVE DY-DATE(WS-DY-IDX)(6:2) TO WS-YM-MM
008490     PERFORM 2600-FIND-MONTH THRU 2600-EXIT
008500     IF WS-MO-HIT > 0
008510         ADD 1 TO MO-DAYS(WS-MO-HIT)
008520         ADD DY-SUBS(WS-DY-IDX) TO MO-SUBS(WS-MO-HIT)
008530         ADD DY-VOTES(WS-DY-IDX) TO MO-VOTES(WS-MO-HIT)
008540         ADD DY-SCORE(WS-DY-IDX) TO MO-SCORE(WS-MO-HIT)
008550     END-IF
008560     IF DY-KIND(WS-DY-IDX) NOT = "F"
008570         PERFORM 4100-ADD-TO-THEME THRU 4100-EXIT
008580     END-IF.
008590 4010-EXIT.
008600     EXIT.
008610
008620 4050-ADD-TO-BUCKET.
008630     ADD 1 TO BK-DAYS(WS-BK-IDX)
008640     ADD DY-SUBS(WS-DY-IDX) TO BK-SUBS(WS-BK-IDX)
008650     ADD DY-VOTES(WS-DY-IDX) TO BK-VOTES(WS-BK-IDX)
008660     ADD DY-SCORE(WS-DY-IDX) TO BK-SCORE(WS-BK-IDX).
008670 4050-EXIT.
008680     EXIT.
008690
008700 4100-ADD-TO-THEME.
008710     MOVE FUNCTION UPPER-CASE(DY-THEME(WS-DY-IDX))
008720         TO WS-THEME-UP
008730     MOVE 0 TO WS-TH-HIT
008740     PERFORM 4110-SCAN-THEME THRU 4110-EXIT
008750         VARYING WS-TH-IDX FROM 1 BY 1
008760         UNTIL WS-TH-IDX > WS-TH-COUNT OR WS-TH-HIT > 0
008770     IF WS-TH-HIT = 0
008780         IF WS-TH-COUNT >= 4000
008790             MOVE "Y" TO WS-TH-OVER-SW
008800             GO TO 4100-EXIT
008810         END-IF
008820         ADD 1 TO WS-TH-COUNT
008830         MOVE WS-TH-COUNT TO WS-TH-HIT
008840         MOVE DY-THEME(WS-DY-IDX) TO TH-THEME(WS-TH-HIT)
008850         MOVE WS-THEME-UP TO TH-KEY(WS-TH-HIT)
008860         MOVE "T" TO TH-KIND(WS-TH-HIT)
008870         MOVE 0 TO TH-DAYS(WS-TH-HIT)
008880         MOVE 0 TO TH-SUBS(WS-TH-HIT)
008890         MOVE 0 TO TH-VOTES(WS-TH-HIT)
008900         MOVE 0 TO TH-SCORE(WS-TH-HIT)
008910         MOVE 0 TO TH-AVG(WS-TH-HIT)
008920     END-IF
008930     IF DY-KIND(WS-DY-IDX) = "S"
008940         MOVE "S" TO TH-KIND(WS-TH-HIT)
008950     END-IF
008960     ADD 1 TO TH-DAYS(WS-TH-HIT)
008970     ADD DY-SUBS(WS-DY-IDX) TO TH-SUBS(WS-TH-HIT)
008980     ADD DY-VOTES(WS-DY-IDX) TO TH-VOTES(WS-TH-HIT)
008990     ADD DY-SCORE(WS-DY-IDX) TO TH-SCORE(WS-TH-HIT).
009000 4100-EXIT.
009010     EXIT.
009020
009030 4110-SCAN-THEME.
009040     IF TH-KEY(WS-TH-IDX) = WS-THEME-UP
009050         MOVE WS-TH-IDX TO WS-TH-HIT
009060     END-IF.
009070 4110-EXIT.
009080     EXIT.
009090
009100 4150-THEME-AVERAGE.
009110     IF TH-VOTES(WS-TH-IDX) > 0
009120         COMPUTE TH-AVG(WS-TH-IDX) ROUNDED =
009130             TH-SCORE(WS-TH-IDX) / TH-VOTES(WS-TH-IDX)
009140     END-IF.
009150 4150-EXIT.
009160     EXIT.
009170
009180*==========================================================
009190* 4200-SORT-BY-SUBS / 4300-SORT-BY-SCORE - order the theme
009200* table most submissions first, or best average score first
009210* (more votes first on a tie), as SongStandings orders its
009220* ranking.
009230*==========================================================
009240 4200-SORT-BY-SUBS.
009250     IF WS-TH-COUNT < 2
009260         GO TO 4200-EXIT
009270     END-IF
009280     PERFORM 4210-SUBS-PASS THRU 4210-EXIT
009290         VARYING WS-I FROM 1 BY 1
009300         UNTIL WS-I >= WS-TH-COUNT.
009310 4200-EXIT.
009320     EXIT.
009330
009340 4210-SUBS-PASS.
009350     COMPUTE WS-J-LIMIT = WS-TH-COUNT - WS-I
009360     PERFORM 4220-SUBS-COMPARE THRU 4220-EXIT
009370         VARYING WS-J FROM 1 BY 1
009380         UNTIL WS-J > WS-J-LIMIT.
009390 4210-EXIT.
009400     EXIT.
009410
009420 4220-SUBS-COMPARE.
009430     IF TH-SUBS(WS-J) < TH-SUBS(WS-J + 1)
009440         PERFORM 4400-SWAP-THEMES THRU 4400-EXIT
009450     END-IF.
009460 4220-EXIT.
009470     EXIT.
009480
009490 4300-SORT-BY-SCORE.
009500     IF WS-TH-COUNT < 2
009510         GO TO 4300-EXIT
009520     END-IF
009530     PERFORM 4310-SCORE-PASS THRU 4310-EXIT
009540         VARYING WS-I FROM 1 BY 1
009550         UNTIL WS-I >= WS-TH-COUNT.
009560 4300-EXIT.
009570     EXIT.
009580
009590 4310-SCORE-PASS.
009600     COMPUTE WS-J-LIMIT = WS-TH-COUNT - WS-I
009610     PERFORM 4320-SCORE-COMPARE THRU 4320-EXIT
009620         VARYING WS-J FROM 1 BY 1
009630         UNTIL WS-J > WS-J-LIMIT.
009640 4310-EXIT.
009650     EXIT.
009660
009670 4320-SCORE-COMPARE.
009680     IF TH-AVG(WS-J) < TH-AVG(WS-J + 1)
009690         PERFORM 4400-SWAP-THEMES THRU 4400-EXIT
009700         GO TO 4320-EXIT
009710     END-IF
009720     IF TH-AVG(WS-J) = TH-AVG(WS-J + 1)
009730         AND TH-VOTES(WS-J) < TH-VOTES(WS-J + 1)
009740         PERFORM 4400-SWAP-THEMES THRU 4400-EXIT
009750     END-IF.
009760 4320-EXIT.
009770     EXIT.
009780
009790 4400-SWAP-THEMES.
009800     MOVE WS-TH-ENTRY(WS-J) TO WS-TH-SWAP
009810     MOVE WS-TH-ENTRY(WS-J + 1) TO WS-TH-ENTRY(WS-J)
009820     MOVE WS-TH-SWAP TO WS-TH-ENTRY(WS-J + 1).
009830 4400-EXIT.
009840     EXIT.
009850
009860*==========================================================
009870* 5000-WRITE-REPORT - the committee report, with each figure
009880* also written to the pipe file as it goes.
009890*==========================================================
009900 5000-WRITE-REPORT.
009910     OPEN OUTPUT REPORT-FILE
009920     IF WS-REPORT-STATUS NOT = "00"
009930         DISPLAY "Could not open " WS-REPORT-FILENAME
009940         MOVE 2 TO RETURN-CODE
009950         GO TO 5000-EXIT
009960     END-IF
009970     OPEN OUTPUT PIPE-FILE
009980     IF WS-PIPE-STATUS NOT = "00"
009990         DISPLAY "Could not open " WS-PIPE-FILENAME
010000         CLOSE REPORT-FILE
010010         MOVE 2 TO RETURN-CODE
010020         GO TO 5000-EXIT
010030     END-IF
010040     MOVE SPACES TO PIPE-LINE
010050     STRING "TYPE|KEY|KIND|DAYS|SUBMISSIONS|PERDAY|VOTES|",
010060         "AVGSCORE|ACTIVE|NEW|RETURNING|LAPSED"
010070         DELIMITED BY SIZE INTO PIPE-LINE
010080     WRITE PIPE-LINE
010090     PERFORM 5050-WRITE-HEADING THRU 5050-EXIT
010100     PERFORM 5100-WRITE-TOP-THEMES THRU 5100-EXIT
010110     PERFORM 5200-WRITE-LOW-THEMES THRU 5200-EXIT
010120     PERFORM 5300-WRITE-SCORE-THEMES THRU 5300-EXIT
010130     PERFORM 5400-WRITE-KINDS THRU 5400-EXIT
010140     PERFORM 5500-WRITE-WEEKDAYS THRU 5500-EXIT
010150     PERFORM 5600-WRITE-WEEKS THRU 5600-EXIT
010160     PERFORM 5700-WRITE-MONTH-DAYS THRU 5700-EXIT
010170     PERFORM 5800-WRITE-RETENTION THRU 5800-EXIT
010180     PERFORM 5090-WRITE-WARNINGS THRU 5090-EXIT
010190     CLOSE PIPE-FILE
010200     CLOSE REPORT-FILE
010210     MOVE WS-DY-COUNT TO WS-ED-A
010220     DISPLAY "Analytics written to "
010230         FUNCTION TRIM(WS-REPORT-FILENAME) " and "
010240         FUNCTION TRIM(WS-PIPE-FILENAME) " ("
010250         FUNCTION TRIM(WS-ED-A) " day(s))."
010260     IF WS-DY-OVERFLOW OR WS-TH-OVERFLOW OR WS-PT-OVERFLOW
010270         OR WS-MO-OVERFLOW
010280         DISPLAY "Warning: the range is too long to hold whole - "
010290             "see the end of the report."
010300     END-IF.
010310 5000-EXIT.
010320     EXIT.
010330
010340 5050-WRITE-HEADING.
010350     MOVE SPACES TO REPORT-LINE
010360     STRING "ENGAGEMENT ANALYTICS ", WS-START-DATE, " TO ",
010370         WS-END-DATE
010380         DELIMITED BY SIZE INTO REPORT-LINE
010390     WRITE REPORT-LINE
010400     MOVE WS-DY-COUNT TO WS-ED-A
010410     MOVE BK-DAYS(1) TO WS-ED-B
010420     MOVE BK-DAYS(2) TO WS-ED-C
010430     MOVE BK-DAYS(3) TO WS-ED-D
010440     MOVE SPACES TO REPORT-LINE
010450     STRING "Challenge days: ", FUNCTION TRIM(WS-ED-A),
010460         " (themed ", FUNCTION TRIM(WS-ED-B),
010470         ", free choice ", FUNCTION TRIM(WS-ED-C),
010480         ", special date ", FUNCTION TRIM(WS-ED-D), ")"
010490         DELIMITED BY SIZE INTO REPORT-LINE
010500     WRITE REPORT-LINE
010510     MOVE WS-SUB-TOTAL TO WS-ED-A
010520     MOVE WS-OFF-DAYS TO WS-ED-B
010530     MOVE WS-VOTE-TOTAL TO WS-ED-C
010540     MOVE WS-QRN-SKIPPED TO WS-ED-D
010545     MOVE WS-NOSUB-SKIPPED TO WS-ED-E
010550     MOVE SPACES TO REPORT-LINE
010560     STRING "Submissions: ", FUNCTION TRIM(WS-ED-A),
010570         " (", FUNCTION TRIM(WS-ED-B),
010580         " on dates with no theme on file)   Votes counted: ",
010590         FUNCTION TRIM(WS-ED-C), " (",
010600         FUNCTION TRIM(WS-ED-D), " quarantined and ",
010603         FUNCTION TRIM(WS-ED-E),
010606         " with no live submission left out)"
010610         DELIMITED BY SIZE INTO REPORT-LINE
010620     WRITE REPORT-LINE.
010630 5050-EXIT.
010640     EXIT.
010650
010660 5090-WRITE-WARNINGS.
010670     IF WS-DY-OVERFLOW
010680         MOVE SPACES TO REPORT-LINE
010690         WRITE REPORT-LINE
010700         MOVE SPACES TO REPORT-LINE
010710         STRING "Warning: more than 4000 days - the range was ",
010720             "cut short."
010730             DELIMITED BY SIZE INTO REPORT-LINE
010740         WRITE REPORT-LINE
010750     END-IF
010760     IF WS-TH-OVERFLOW
010770         MOVE SPACES TO REPORT-LINE
010780         STRING "Warning: more than 4000 themes - extras were ",
010790             "dropped."
010800             DELIMITED BY SIZE INTO REPORT-LINE
010810         WRITE REPORT-LINE
010820     END-IF
010830     IF WS-PT-OVERFLOW
010840         MOVE SPACES TO REPORT-LINE
010850         STRING "Warning: more than 2000 participants - extras ",
010860             "are left out of the retention figures."
010870             DELIMITED BY SIZE INTO REPORT-LINE
010880         WRITE REPORT-LINE
010890     END-IF
010900     IF WS-MO-OVERFLOW
010910         MOVE SPACES TO REPORT-LINE
010920         STRING "Warning: more than 120 months - later months ",
010930             "are left out of the retention figures."
010940             DELIMITED BY SIZE INTO REPORT-LINE
010950         WRITE REPORT-LINE
010960     END-IF.
010970 5090-EXIT.
010980     EXIT.
010990
011000*==========================================================
011010* 5100-WRITE-TOP-THEMES - themes by submissions received; the
011020* pipe file gets every theme, in the same order.
011030*==========================================================
011040 5100-WRITE-TOP-THEMES.
011050     PERFORM 4200-SORT-BY-SUBS THRU 4200-EXIT
011060     MOVE SPACES TO REPORT-LINE
011070     WRITE REPORT-LINE
011080     MOVE "THEMES BY SUBMISSIONS RECEIVED" TO REPORT-LINE
011090     WRITE REPORT-LINE
011100     PERFORM 5150-THEME-COLUMNS THRU 5150-EXIT
011110     IF WS-TH-COUNT = 0
011120         MOVE "  none" TO REPORT-LINE
011130         WRITE REPORT-LINE
011140     END-IF
011150     MOVE 0 TO WS-RANK
011160     PERFORM 5110-TOP-THEME-LINE THRU 5110-EXIT
011170         VARYING WS-TH-IDX FROM 1 BY 1
011180         UNTIL WS-TH-IDX > WS-TH-COUNT.
011190 5100-EXIT.
011200     EXIT.
011210
011220 5110-TOP-THEME-LINE.
011230     ADD 1 TO WS-RANK
011240     PERFORM 5160-THEME-FIGURES THRU 5160-EXIT
011250     IF WS-RANK NOT > WS-TOP-N
011260         PERFORM 5170-THEME-LINE THRU 5170-EXIT
011270     END-IF
011280     MOVE "THEME" TO WS-PP-TYPE
011290     MOVE TH-THEME(WS-TH-IDX) TO WS-PP-KEY
011300     INSPECT WS-PP-KEY REPLACING ALL "|" BY "/"
011310     IF TH-KIND(WS-TH-IDX) = "S"
011320         MOVE WS-KIND-CODE(3) TO WS-PP-KIND
011330     ELSE
011340         MOVE WS-KIND-CODE(1) TO WS-PP-KIND
011350     END-IF
011360     MOVE SPACES TO WS-PP-TAIL
011370     PERFORM 5900-WRITE-PIPE THRU 5900-EXIT.
011380 5110-EXIT.
011390     EXIT.
011400
011410 5150-THEME-COLUMNS.
011420     MOVE SPACES TO REPORT-LINE
011430     STRING "  RANK    SUBS   DAYS   VOTES  SCORE  THEME"
011440         DELIMITED BY SIZE INTO REPORT-LINE
011450     WRITE REPORT-LINE.
011460 5150-EXIT.
011470     EXIT.
011480
011490 5160-THEME-FIGURES.
011500     MOVE TH-DAYS(WS-TH-IDX) TO WS-F-DAYS
011510     MOVE TH-SUBS(WS-TH-IDX) TO WS-F-SUBS
011520     MOVE TH-VOTES(WS-TH-IDX) TO WS-F-VOTES
011530     MOVE TH-SCORE(WS-TH-IDX) TO WS-F-SCORE
011540     PERFORM 5950-FIGURES THRU 5950-EXIT.
011550 5160-EXIT.
011560     EXIT.
011570
011580 5170-THEME-LINE.
011590     MOVE WS-RANK TO WS-ED-RANK
011600     MOVE SPACES TO REPORT-LINE
011610     IF TH-KIND(WS-TH-IDX) = "S"
011620         STRING "  ", WS-ED-RANK, "  ", WS-ED-SUBS, "  ",
011630             WS-ED-DAYS, "  ", WS-ED-VOTES, "   ", WS-ED-AVG,
011640             "  ", FUNCTION TRIM(TH-THEME(WS-TH-IDX)),
011650             " (special date)"
011660             DELIMITED BY SIZE INTO REPORT-LINE
011670     ELSE
011680         STRING "  ", WS-ED-RANK, "  ", WS-ED-SUBS, "  ",
011690             WS-ED-DAYS, "  ", WS-ED-VOTES, "   ", WS-ED-AVG,
011700             "  ", FUNCTION TRIM(TH-THEME(WS-TH-IDX))
011710             DELIMITED BY SIZE INTO REPORT-LINE
011720     END-IF
011730     WRITE REPORT-LINE.
011740 5170-EXIT.
011750     EXIT.
011760
011770*==========================================================
011780* 5200-WRITE-LOW-THEMES - the themes that drew the fewest
011790* submissions, fewest first (the table is still in
011800* submissions order).
011810*==========================================================
011820 5200-WRITE-LOW-THEMES.
011830     MOVE SPACES TO REPORT-LINE
011840     WRITE REPORT-LINE
011850     MOVE "LOWEST TURNOUT THEMES" TO REPORT-LINE
011860     WRITE REPORT-LINE
011870     PERFORM 5150-THEME-COLUMNS THRU 5150-EXIT
011880     IF WS-TH-COUNT = 0
011890         MOVE "  none" TO REPORT-LINE
011900         WRITE REPORT-LINE
011910         GO TO 5200-EXIT
011920     END-IF
011930     MOVE WS-TH-COUNT TO WS-TH-IDX
011940     MOVE WS-TH-COUNT TO WS-RANK
011950     PERFORM 5210-LOW-THEME-LINE THRU 5210-EXIT
011960         UNTIL WS-TH-IDX = 0
011970         OR WS-TH-COUNT - WS-TH-IDX >= WS-TOP-N.
011980 5200-EXIT.
011990     EXIT.
012000
012010 5210-LOW-THEME-LINE.
012020     PERFORM 5160-THEME-FIGURES THRU 5160-EXIT
012030     PERFORM 5170-THEME-LINE THRU 5170-EXIT
012040     SUBTRACT 1 FROM WS-TH-IDX
012050     SUBTRACT 1 FROM WS-RANK.
012060 5210-EXIT.
012070     EXIT.
012080
012090*==========================================================
012100* 5300-WRITE-SCORE-THEMES - themes by average vote score,
012110* only those that drew votes.
012120*==========================================================
012130 5300-WRITE-SCORE-THEMES.
012140     PERFORM 4300-SORT-BY-SCORE THRU 4300-EXIT
012150     MOVE SPACES TO REPORT-LINE
012160     WRITE REPORT-LINE
012170     MOVE "THEMES BY AVERAGE VOTE SCORE" TO REPORT-LINE
012180     WRITE REPORT-LINE
012190     PERFORM 5150-THEME-COLUMNS THRU 5150-EXIT
012200     MOVE 0 TO WS-RANK
012210     PERFORM 5310-SCORE-THEME-LINE THRU 5310-EXIT
012220         VARYING WS-TH-IDX FROM 1 BY 1
012230         UNTIL WS-TH-IDX > WS-TH-COUNT
012240         OR WS-RANK >= WS-TOP-N
012250     IF WS-RANK = 0
012260         MOVE "  none" TO REPORT-LINE
012270         WRITE REPORT-LINE
012280     END-IF.
012290 5300-EXIT.
012300     EXIT.
012310
012320 5310-SCORE-THEME-LINE.
012330     IF TH-VOTES(WS-TH-IDX) = 0
012340         GO TO 5310-EXIT
012350     END-IF
012360     ADD 1 TO WS-RANK
012370     PERFORM 5160-THEME-FIGURES THRU 5160-EXIT
012380     PERFORM 5170-THEME-LINE THRU 5170-EXIT.
012390 5310-EXIT.
012400     EXIT.
012410
012420*==========================================================
012430* 5400-WRITE-KINDS to 5700-WRITE-MONTH-DAYS - the bucket
012440* sections: one line per bucket, through 5450.
012450*==========================================================
012460 5400-WRITE-KINDS.
012470     MOVE SPACES TO REPORT-LINE
012480     WRITE REPORT-LINE
012490     MOVE "THEMED, FREE CHOICE AND SPECIAL-DATE DAYS"
012500         TO REPORT-LINE
012510     WRITE REPORT-LINE
012520     PERFORM 5440-BUCKET-COLUMNS THRU 5440-EXIT
012530     MOVE "N" TO WS-PCT-SW
012540     MOVE "KIND" TO WS-PP-TYPE
012550     PERFORM 5410-KIND-LINE THRU 5410-EXIT
012560         VARYING WS-BK-IDX FROM 1 BY 1
012570         UNTIL WS-BK-IDX > 3.
012580 5400-EXIT.
012590     EXIT.
012600
012610 5410-KIND-LINE.
012620     MOVE WS-KIND-NAME(WS-BK-IDX) TO WS-LABEL
012630     MOVE WS-KIND-CODE(WS-BK-IDX) TO WS-PP-KEY
012640     PERFORM 5450-BUCKET-LINE THRU 5450-EXIT.
012650 5410-EXIT.
012660     EXIT.
012670
012680 5440-BUCKET-COLUMNS.
012690     MOVE SPACES TO REPORT-LINE
012700     STRING "                 DAYS    SUBS  PER DAY   VOTES  ",
012710         "SCORE"
012720         DELIMITED BY SIZE INTO REPORT-LINE
012730     WRITE REPORT-LINE.
012740 5440-EXIT.
012750     EXIT.
012760
012770 5450-BUCKET-LINE.
012780     MOVE BK-DAYS(WS-BK-IDX) TO WS-F-DAYS
012790     MOVE BK-SUBS(WS-BK-IDX) TO WS-F-SUBS
012800     MOVE BK-VOTES(WS-BK-IDX) TO WS-F-VOTES
012810     MOVE BK-SCORE(WS-BK-IDX) TO WS-F-SCORE
012820     PERFORM 5950-FIGURES THRU 5950-EXIT
012830     MOVE SPACES TO REPORT-LINE
012840     STRING "  ", WS-LABEL, WS-ED-DAYS, "  ", WS-ED-SUBS, "  ",
012850         WS-ED-PERDAY, "  ", WS-ED-VOTES, "   ", WS-ED-AVG
012860         DELIMITED BY SIZE INTO REPORT-LINE
012870     IF WS-SHOW-PCT
012880         IF WS-BASE-PERDAY > 0
012890             COMPUTE WS-PCT ROUNDED =
012900                 WS-F-PERDAY * 100 / WS-BASE-PERDAY
012910         ELSE
012920             MOVE 0 TO WS-PCT
012930         END-IF
012940         MOVE WS-PCT TO WS-ED-PCT
012950         MOVE WS-ED-PCT TO REPORT-LINE(56:4)
012960         MOVE "%" TO REPORT-LINE(60:1)
012970     END-IF
012980     WRITE REPORT-LINE
012990     MOVE SPACES TO WS-PP-KIND
013000     MOVE SPACES TO WS-PP-TAIL
013010     PERFORM 5900-WRITE-PIPE THRU 5900-EXIT.
013020 5450-EXIT.
013030     EXIT.
013040
013050 5500-WRITE-WEEKDAYS.
013060     MOVE SPACES TO REPORT-LINE
013070     WRITE REPORT-LINE
013080     MOVE "PARTICIPATION BY WEEKDAY" TO REPORT-LINE
013090     WRITE REPORT-LINE
013100     PERFORM 5440-BUCKET-COLUMNS THRU 5440-EXIT
013110     MOVE "N" TO WS-PCT-SW
013120     MOVE "WEEKDAY" TO WS-PP-TYPE
013130     PERFORM 5510-WEEKDAY-LINE THRU 5510-EXIT
013140         VARYING WS-BK-IDX FROM 4 BY 1
013150         UNTIL WS-BK-IDX > 10.
013160 5500-EXIT.
013170     EXIT.
013180
013190 5510-WEEKDAY-LINE.
013200     MOVE WS-DAY-NAME(WS-BK-IDX - 3) TO WS-LABEL
013210     MOVE WS-DAY-NAME(WS-BK-IDX - 3) TO WS-PP-KEY
013220     PERFORM 5450-BUCKET-LINE THRU 5450-EXIT.
013230 5510-EXIT.
013240     EXIT.
013250
013260 5600-WRITE-WEEKS.
013270     MOVE SPACES TO REPORT-LINE
013280     WRITE REPORT-LINE
013290     MOVE "PARTICIPATION BY WEEK OF THE MONTH" TO REPORT-LINE
013300     WRITE REPORT-LINE
013310     PERFORM 5440-BUCKET-COLUMNS THRU 5440-EXIT
013320     MOVE "N" TO WS-PCT-SW
013330     MOVE "WEEK" TO WS-PP-TYPE
013340     PERFORM 5610-WEEK-LINE THRU 5610-EXIT
013350         VARYING WS-BK-IDX FROM 11 BY 1
013360         UNTIL WS-BK-IDX > 15.
013370 5600-EXIT.
013380     EXIT.
013390
013400 5610-WEEK-LINE.
013410     COMPUTE WS-WEEK = WS-BK-IDX - 10
013420     COMPUTE WS-DD = WS-WEEK * 7 - 6
013430     MOVE SPACES TO WS-LABEL
013440     IF WS-WEEK = 5
013450         MOVE "Days 29-31" TO WS-LABEL
013460     ELSE
013470         STRING "Days ", WS-DD, "-"
013480             DELIMITED BY SIZE INTO WS-LABEL
013490         COMPUTE WS-DD = WS-DD + 6
013500         MOVE WS-DD TO WS-LABEL(9:2)
013510     END-IF
013520     MOVE SPACES TO WS-PP-KEY
013530     MOVE WS-WEEK TO WS-PP-KEY(1:1)
013540     PERFORM 5450-BUCKET-LINE THRU 5450-EXIT.
013550 5610-EXIT.
013560     EXIT.
013570
013580*==========================================================
013590* 5700-WRITE-MONTH-DAYS - turnout by day of the month, each
013600* day also as a share of the opening week's turnout per day,
013610* to show how it falls off as the month goes on.
013620*==========================================================
013630 5700-WRITE-MONTH-DAYS.
013640     MOVE SPACES TO REPORT-LINE
013650     WRITE REPORT-LINE
013660     MOVE "TURNOUT ACROSS THE MONTH (share of days 1-7)"
013670         TO REPORT-LINE
013680     WRITE REPORT-LINE
013690     MOVE SPACES TO REPORT-LINE
013700     STRING "                 DAYS    SUBS  PER DAY   VOTES  ",
013710         "SCORE   SHARE"
013720         DELIMITED BY SIZE INTO REPORT-LINE
013730     WRITE REPORT-LINE
013740     MOVE 0 TO WS-BASE-PERDAY
013750     IF BK-DAYS(11) > 0
013760         COMPUTE WS-BASE-PERDAY ROUNDED =
013770             BK-SUBS(11) / BK-DAYS(11)
013780     END-IF
013790     MOVE "Y" TO WS-PCT-SW
013800     MOVE "MONTHDAY" TO WS-PP-TYPE
013810     PERFORM 5710-MONTH-DAY-LINE THRU 5710-EXIT
013820         VARYING WS-BK-IDX FROM 16 BY 1
013830         UNTIL WS-BK-IDX > 46
013840     MOVE "N" TO WS-PCT-SW.
013850 5700-EXIT.
013860     EXIT.
013870
013880 5710-MONTH-DAY-LINE.
013890     IF BK-DAYS(WS-BK-IDX) = 0
013900         GO TO 5710-EXIT
013910     END-IF
013920     COMPUTE WS-DD = WS-BK-IDX - 15
013930     MOVE SPACES TO WS-LABEL
013940     STRING "Day ", WS-DD
013950         DELIMITED BY SIZE INTO WS-LABEL
013960     MOVE SPACES TO WS-PP-KEY
013970     MOVE WS-DD TO WS-PP-KEY(1:2)
013980     PERFORM 5450-BUCKET-LINE THRU 5450-EXIT.
013990 5710-EXIT.
014000     EXIT.
014010
014020*==========================================================
014030* 5800-WRITE-RETENTION - each month of the range: members
014040* active, new, returning and lapsed (active the month before,
014050* not this month).  The lead month is only the base.
014060*==========================================================
014070 5800-WRITE-RETENTION.
014080     MOVE SPACES TO REPORT-LINE
014090     WRITE REPORT-LINE
014100     MOVE "MEMBER RETENTION BY MONTH" TO REPORT-LINE
014110     WRITE REPORT-LINE
014120     MOVE SPACES TO REPORT-LINE
014130     STRING "  MONTH      DAYS    SUBS  PER DAY  ACTIVE",
014140         "     NEW  RETURNING  LAPSED"
014150         DELIMITED BY SIZE INTO REPORT-LINE
014160     WRITE REPORT-LINE
014170     IF WS-MO-COUNT < 2
014180         MOVE "  none" TO REPORT-LINE
014190         WRITE REPORT-LINE
014200         GO TO 5800-EXIT
014210     END-IF
014220     PERFORM 5810-RETENTION-LINE THRU 5810-EXIT
014230         VARYING WS-MO-IDX FROM 2 BY 1
014240         UNTIL WS-MO-IDX > WS-MO-COUNT
014250     MOVE SPACES TO REPORT-LINE
014260     STRING "  New: first submission ever.  Returning: ",
014270         "submitted in an earlier month.  Lapsed: submitted ",
014280         "the month before, not this month."
014290         DELIMITED BY SIZE INTO REPORT-LINE
014300     WRITE REPORT-LINE.
014310 5800-EXIT.
014320     EXIT.
014330
014340 5810-RETENTION-LINE.
014350     COMPUTE WS-LAPSED = MO-ACTIVE(WS-MO-IDX - 1)
014360         - MO-CONT(WS-MO-IDX)
014370     MOVE MO-DAYS(WS-MO-IDX) TO WS-F-DAYS
014380     MOVE MO-SUBS(WS-MO-IDX) TO WS-F-SUBS
014390     MOVE MO-VOTES(WS-MO-IDX) TO WS-F-VOTES
014400     MOVE MO-SCORE(WS-MO-IDX) TO WS-F-SCORE
014410     PERFORM 5950-FIGURES THRU 5950-EXIT
014420     MOVE MO-YM(WS-MO-IDX) TO WS-YM
014430     MOVE MO-ACTIVE(WS-MO-IDX) TO WS-ED-A
014440     MOVE MO-NEW(WS-MO-IDX) TO WS-ED-B
014450     MOVE MO-BACK(WS-MO-IDX) TO WS-ED-C
014460     MOVE WS-LAPSED TO WS-ED-D
014470     MOVE SPACES TO REPORT-LINE
014480     STRING "  ", WS-YM-YYYY, "-", WS-YM-MM, "  ", WS-ED-DAYS,
014490         "  ", WS-ED-SUBS, "  ", WS-ED-PERDAY, "  ", WS-ED-A,
014500         "  ", WS-ED-B, "     ", WS-ED-C, "  ", WS-ED-D
014510         DELIMITED BY SIZE INTO REPORT-LINE
014520     WRITE REPORT-LINE
014530     MOVE "MONTH" TO WS-PP-TYPE
014540     MOVE SPACES TO WS-PP-KEY
014550     STRING WS-YM-YYYY, "-", WS-YM-MM
014560         DELIMITED BY SIZE INTO WS-PP-KEY
014570     MOVE SPACES TO WS-PP-KIND
014580     MOVE SPACES TO WS-PP-TAIL
014590     STRING FUNCTION TRIM(WS-ED-A), "|",
014600         FUNCTION TRIM(WS-ED-B), "|",
014610         FUNCTION TRIM(WS-ED-C), "|",
014620         FUNCTION TRIM(WS-ED-D)
014630         DELIMITED BY SIZE INTO WS-PP-TAIL
014640     PERFORM 5900-WRITE-PIPE THRU 5900-EXIT.
014650 5810-EXIT.
014660     EXIT.
014670
014680*==========================================================
014690* 5900-WRITE-PIPE - one pipe file line: type, key, kind, the
014700* figures 5950 last built, and the retention tail (empty
014710* columns when WS-PP-TAIL is blank).
014720*==========================================================
014730 5900-WRITE-PIPE.
014740     MOVE SPACES TO PIPE-LINE
014750     IF WS-PP-TAIL = SPACES
014760         MOVE "|||" TO WS-PP-TAIL
014770     END-IF
014780     STRING FUNCTION TRIM(WS-PP-TYPE), "|",
014790         FUNCTION TRIM(WS-PP-KEY), "|",
014800         FUNCTION TRIM(WS-PP-KIND), "|",
014810         FUNCTION TRIM(WS-FIG-TEXT), "|",
014820         FUNCTION TRIM(WS-PP-TAIL)
014830         DELIMITED BY SIZE INTO PIPE-LINE
014840     WRITE PIPE-LINE.
014850 5900-EXIT.
014860     EXIT.
014870
014880*==========================================================
014890* 5950-FIGURES - submissions per day and average score from
014900* WS-F-DAYS, -SUBS, -VOTES and -SCORE, edited for the report
014910* and joined for the pipe file in WS-FIG-TEXT.
014920*==========================================================
014930 5950-FIGURES.
014940     MOVE 0 TO WS-F-PERDAY
014950     MOVE 0 TO WS-F-AVG
014960     IF WS-F-DAYS > 0
014970         COMPUTE WS-F-PERDAY ROUNDED = WS-F-SUBS / WS-F-DAYS
014980     END-IF
014990     IF WS-F-VOTES > 0
015000         COMPUTE WS-F-AVG ROUNDED = WS-F-SCORE / WS-F-VOTES
015010     END-IF
015020     MOVE WS-F-DAYS TO WS-ED-DAYS
015030     MOVE WS-F-SUBS TO WS-ED-SUBS
015040     MOVE WS-F-PERDAY TO WS-ED-PERDAY
015050     MOVE WS-F-VOTES TO WS-ED-VOTES
015060     MOVE WS-F-AVG TO WS-ED-AVG
015070     MOVE SPACES TO WS-FIG-TEXT
015080     STRING FUNCTION TRIM(WS-ED-DAYS), "|",
015090         FUNCTION TRIM(WS-ED-SUBS), "|",
015100         FUNCTION TRIM(WS-ED-PERDAY), "|",
015110         FUNCTION TRIM(WS-ED-VOTES), "|",
015120         FUNCTION TRIM(WS-ED-AVG)
015130         DELIMITED BY SIZE INTO WS-FIG-TEXT.
015140 5950-EXIT.
015150     EXIT.
015160
015170*==========================================================
015180* 1300-LOAD-ROSTER - the whole roster into core for name
015190* resolution; no roster leaves names as entered.
015200*==========================================================
015210 1300-LOAD-ROSTER.
015220     MOVE 0 TO WS-RT-COUNT
015230     OPEN INPUT ROSTER-FILE
015240     IF WS-ROSTER-STATUS NOT = "00"
015250         GO TO 1300-EXIT
015260     END-IF
015270     MOVE "N" TO WS-EOF-SW
015280     PERFORM 1310-LOAD-ROSTER-REC THRU 1310-EXIT
015290         UNTIL WS-EOF
015300     CLOSE ROSTER-FILE.
015310 1300-EXIT.
015320     EXIT.
015330
015340 1310-LOAD-ROSTER-REC.
015350     READ ROSTER-FILE NEXT
015360         AT END
015370             MOVE "Y" TO WS-EOF-SW
015380             GO TO 1310-EXIT
015390     END-READ
015400     IF WS-RT-COUNT < 200
015410         ADD 1 TO WS-RT-COUNT
015420         MOVE ROST-ID TO RT-ID(WS-RT-COUNT)
015430         MOVE ROST-NAME TO RT-NAME(WS-RT-COUNT)
015440         MOVE ROST-ALIASES TO RT-ALIASES(WS-RT-COUNT)
015450     END-IF.
015460 1310-EXIT.
015470     EXIT.
015480
015490*==========================================================
015500* 1350-RESOLVE-NAME - WS-RESOLVE-IN to its canonical ID via
015510* the in-core roster; unmatched names pass through as
015520* entered, as SongSeason resolves them.
015530*==========================================================
015540 1350-RESOLVE-NAME.
015550     MOVE WS-RESOLVE-IN TO WS-RESOLVED
015560     IF WS-RT-COUNT = 0
015570         GO TO 1350-EXIT
015580     END-IF
015590     MOVE FUNCTION UPPER-CASE(WS-RESOLVE-IN)
015600         TO WS-ENTERED-UP
015610     MOVE 0 TO WS-RT-FOUND
015620     PERFORM 1360-CHECK-ROSTER-SLOT THRU 1360-EXIT
015630         VARYING WS-RT-IDX FROM 1 BY 1
015640         UNTIL WS-RT-IDX > WS-RT-COUNT
015650         OR WS-RT-FOUND > 0
015660     IF WS-RT-FOUND > 0
015670         MOVE SPACES TO WS-RESOLVED
015680         MOVE RT-ID(WS-RT-FOUND) TO WS-RESOLVED
015690     END-IF.
015700 1350-EXIT.
015710     EXIT.
015720
015730 1360-CHECK-ROSTER-SLOT.
015740     MOVE SPACES TO WS-CAND-UP
015750     MOVE FUNCTION UPPER-CASE(RT-ID(WS-RT-IDX)) TO WS-CAND-UP
015760     IF WS-CAND-UP = WS-ENTERED-UP
015770         MOVE WS-RT-IDX TO WS-RT-FOUND
015780         GO TO 1360-EXIT
015790     END-IF
015800     MOVE SPACES TO WS-CAND-UP
015810     MOVE FUNCTION UPPER-CASE(RT-NAME(WS-RT-IDX))
015820         TO WS-CAND-UP
015830     IF WS-CAND-UP = WS-ENTERED-UP
015840         MOVE WS-RT-IDX TO WS-RT-FOUND
015850         GO TO 1360-EXIT
015860     END-IF
015870     IF RT-ALIASES(WS-RT-IDX) = SPACES
015880         GO TO 1360-EXIT
015890     END-IF
015900     MOVE SPACES TO WS-ALIAS-TABLE
015910     UNSTRING RT-ALIASES(WS-RT-IDX) DELIMITED BY ";"
015920         INTO WS-ALIAS-ENTRY(1) WS-ALIAS-ENTRY(2)
015930         WS-ALIAS-ENTRY(3) WS-ALIAS-ENTRY(4)
015940         WS-ALIAS-ENTRY(5) WS-ALIAS-ENTRY(6)
015950         WS-ALIAS-ENTRY(7) WS-ALIAS-ENTRY(8)
015960     END-UNSTRING
015970     PERFORM 1370-CHECK-ALIAS THRU 1370-EXIT
015980         VARYING WS-A FROM 1 BY 1
015990         UNTIL WS-A > 8 OR WS-RT-FOUND > 0.
016000 1360-EXIT.
016010     EXIT.
016020
016030 1370-CHECK-ALIAS.
016040     IF WS-ALIAS-ENTRY(WS-A) = SPACES
016050         GO TO 1370-EXIT
016060     END-IF
016070     MOVE SPACES TO WS-CAND-UP
016080     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
016090         WS-ALIAS-ENTRY(WS-A))) TO WS-CAND-UP
016100     IF WS-CAND-UP = WS-ENTERED-UP
016110         MOVE WS-RT-IDX TO WS-RT-FOUND
016120     END-IF.
016130 1370-EXIT.
016140     EXIT.
016150
016160*==========================================================
016170* 3550-CHECK-LIVE-SUB - keyed probe: at least one live (not
016180* voided) submission for this vote's date and participant.
016190* With no submissions file the vote stands, as in SongSeason.
016200*==========================================================
016210 3550-CHECK-LIVE-SUB.
016220     IF NOT WS-SUB-OPEN
016230         MOVE "Y" TO WS-SUB-FOUND-SW
016240         GO TO 3550-EXIT
016250     END-IF
016260     MOVE "N" TO WS-SUB-FOUND-SW
016270     MOVE SPACES TO SUB-KEY
016280     MOVE VOTE-DATE TO SUB-DATE
016290     MOVE VOTE-PARTICIPANT TO SUB-PARTICIPANT
016300     MOVE ZEROS TO SUB-SEQ
016310     START SUBMIT-FILE KEY NOT < SUB-KEY
016320         INVALID KEY
016330             GO TO 3550-EXIT
016340     END-START
016350     MOVE "N" TO WS-PROBE-DONE-SW
016360     PERFORM 3560-PROBE-NEXT THRU 3560-EXIT
016370         UNTIL WS-SUB-FOUND OR WS-PROBE-DONE.
016380 3550-EXIT.
016390     EXIT.
016400
016410 3560-PROBE-NEXT.
016420     READ SUBMIT-FILE NEXT
016430         AT END
016440             MOVE "Y" TO WS-PROBE-DONE-SW
016450             GO TO 3560-EXIT
016460     END-READ
016470     IF SUB-DATE NOT = VOTE-DATE
016480         OR SUB-PARTICIPANT NOT = VOTE-PARTICIPANT
016490         MOVE "Y" TO WS-PROBE-DONE-SW
016500         GO TO 3560-EXIT
016510     END-IF
016520     IF NOT SUB-VOIDED
016530         MOVE "Y" TO WS-SUB-FOUND-SW
016540     END-IF.
016550 3560-EXIT.
016560     EXIT.
