000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongNightly.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - the evening job stream, replacing
000200*                 the separate cron lines that carried on (or
000210*                 quietly did not run) when an earlier one
000220*                 failed.  Steps come from song_stream.ctl with
000230*                 a day-of-week or month-end condition and the
000240*                 highest return code each may end with.  They
000250*                 run in order under one SongLock claim (steps
000260*                 that take the lock themselves join it through
000270*                 SONGSTREAM) and the stream stops at the first
000280*                 step over its limit.  Finished steps are
000290*                 checkpointed in song_stream.rst, so a rerun for
000300*                 the same date restarts at the failed step.  A
000310*                 one-page summary of every step's start, end,
000320*                 return code and status goes to song_stream.txt
000330*                 and each step's own output to song_stream.out.
000340*----------------------------------------------------------------
000350* USAGE
000360*   SongNightly [YYYY-MM-DD] [FRESH]
000370*   The date is the run date (default today); give it when
000380*   rerunning a night's stream after midnight.  FRESH ignores
000390*   the checkpoint and runs every step again.
000400*   Return code 0 stream complete, 1 bad arguments or control
000410*   file, 2 file error, 3 lock not claimed, 4 a step failed.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CONTROL-FILE
000470         ASSIGN DYNAMIC WS-CONTROL-FILENAME
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS WS-CONTROL-STATUS.
000500     SELECT RESTART-FILE
000510         ASSIGN DYNAMIC WS-RESTART-FILENAME
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS WS-RESTART-STATUS.
000540     SELECT SUMMARY-FILE
000550         ASSIGN DYNAMIC WS-SUMMARY-FILENAME
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS WS-SUMMARY-STATUS.
000580     SELECT OUTPUT-FILE
000590         ASSIGN DYNAMIC WS-OUTPUT-FILENAME
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS WS-OUTPUT-STATUS.
000620     SELECT SETTINGS-FILE
000630         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS WS-SETT-STATUS.
000660     SELECT LOG-FILE
000670         ASSIGN DYNAMIC WS-LOG-FILENAME
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS WS-LOG-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTROL-FILE.
000740 01  CONTROL-LINE               PIC X(200).
000750 FD  RESTART-FILE.
000760 01  RESTART-LINE               PIC X(200).
000770 FD  SUMMARY-FILE.
000780 01  SUMMARY-LINE               PIC X(132).
000790 FD  OUTPUT-FILE.
000800 01  OUTPUT-LINE                PIC X(200).
000810 FD  SETTINGS-FILE.
000820 01  SETTINGS-LINE              PIC X(100).
000830 FD  LOG-FILE.
000840 01  LOG-LINE                   PIC X(280).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-CONTROL-FILENAME        PIC X(40) VALUE "song_stream.ctl".
000880 01  WS-CONTROL-STATUS          PIC X(2).
000890 01  WS-RESTART-FILENAME        PIC X(40) VALUE "song_stream.rst".
000900 01  WS-RESTART-STATUS          PIC X(2).
000910 01  WS-SUMMARY-FILENAME        PIC X(40) VALUE "song_stream.txt".
000920 01  WS-SUMMARY-STATUS          PIC X(2).
000930 01  WS-OUTPUT-FILENAME         PIC X(40) VALUE "song_stream.out".
000940 01  WS-OUTPUT-STATUS           PIC X(2).
000950 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000960 01  WS-SETT-STATUS             PIC X(2).
000970 01  WS-LOG-FILENAME            PIC X(40) VALUE "song_run.log".
000980 01  WS-LOG-STATUS              PIC X(2).
000990
001000 01  WS-ARG1                    PIC X(20).
001010 01  WS-ARG2                    PIC X(20).
001020 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001030     88  WS-ARGS-VALID                   VALUE "Y".
001040 01  WS-FRESH-SW                PIC X(1) VALUE "N".
001050     88  WS-FRESH                        VALUE "Y".
001060 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001070     88  WS-EOF                          VALUE "Y".
001080 01  WS-NOW                     PIC X(21) VALUE SPACES.
001090 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001100 01  CMD                        PIC X(200).
001110 01  ERR                        PIC 9(4) COMP-5.
001120
001130*----------------------------------------------------------------
001140* Run date and the values the step commands may use:
001150* {DATE} the run date, {YYYYMM} its month, {CLOSEDATE} the day
001160* whose voting window (VOTEWINDOW) ran out before the run date.
001170*----------------------------------------------------------------
001180 01  WS-RUN-DATE                PIC X(10) VALUE SPACES.
001190 01  WS-RUN-YYYYMM              PIC X(6) VALUE SPACES.
001200 01  WS-CLOSE-DATE              PIC X(10) VALUE SPACES.
001210 01  WS-DATE8-TEXT              PIC X(8) VALUE SPACES.
001220 01  WS-DATE8                   PIC 9(8) VALUE 0.
001230 01  WS-DATE8-X REDEFINES WS-DATE8
001240                                PIC X(8).
001250 01  WS-RUN-INT                 PIC 9(7) VALUE 0.
001260 01  WS-WORK-INT                PIC 9(7) VALUE 0.
001270 01  WS-DOW                     PIC 9(1) VALUE 0.
001280 01  WS-WEEK-DIV                PIC 9(7) VALUE 0.
001290 01  WS-DAY-NAMES               PIC X(21)
001300         VALUE "MONTUEWEDTHUFRISATSUN".
001310 01  WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
001320     05  WS-DAY-NAME OCCURS 7 TIMES
001330                                PIC X(3).
001340 01  WS-RUN-DAY                 PIC X(3) VALUE SPACES.
001350 01  WS-MONTH-END-SW            PIC X(1) VALUE "N".
001360     88  WS-MONTH-END                    VALUE "Y".
001370
001380 01  WS-SETT-LINE               PIC X(100).
001390 01  WS-SETT-KEY                PIC X(20).
001400 01  WS-SETT-VAL                PIC X(78).
001410 01  WS-VOTE-WINDOW             PIC 9(3) VALUE 7.
001420
001430*----------------------------------------------------------------
001440* Run-control lock (SongLock), held for the whole stream and
001450* named to the steps in SONGSTREAM so they can join it.
001460*----------------------------------------------------------------
001470 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
001480 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongNightly".
001490 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001500 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001510     88  WS-LOCK-HELD                    VALUE "Y".
001520 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001530
001540*----------------------------------------------------------------
001550* The steps, in control-file order, with this run's outcome.
001560* ST-STATUS is OK, FAILED, SKIPPED, NOT RUN or OK EARLIER (done
001570* by an earlier run for the same date, not run again).
001580*----------------------------------------------------------------
001590 01  WS-ST-COUNT                PIC 9(2) COMP VALUE 0.
001600 01  WS-ST-TABLE.
001610     05  WS-ST-ENTRY OCCURS 40 TIMES.
001620         10  ST-NAME            PIC X(12).
001630         10  ST-WHEN            PIC X(30).
001640         10  ST-MAXRC           PIC 9(3).
001650         10  ST-COMMAND         PIC X(120).
001660         10  ST-START           PIC X(19).
001670         10  ST-END             PIC X(19).
001680         10  ST-RC              PIC 9(3).
001690         10  ST-STATUS          PIC X(12).
001700 01  WS-ST-IDX                  PIC 9(2) COMP VALUE 0.
001710 01  WS-ST-FOUND                PIC 9(2) COMP VALUE 0.
001720 01  WS-CTL-LINE-NO             PIC 9(4) VALUE 0.
001730 01  WS-CTL-MAXRC               PIC X(5) VALUE SPACES.
001740 01  WS-CTL-ERROR-SW            PIC X(1) VALUE "N".
001750     88  WS-CTL-ERROR                    VALUE "Y".
001760
001770*----------------------------------------------------------------
001780* Day conditions: DAILY, MONTHEND or day names, comma separated
001790*----------------------------------------------------------------
001800 01  WS-WHEN-TOKENS.
001810     05  WS-WHEN-TOK OCCURS 7 TIMES
001820                                PIC X(10).
001830 01  WS-TOK-IDX                 PIC 9(1) VALUE 0.
001840 01  WS-DAY-IDX                 PIC 9(1) VALUE 0.
001850 01  WS-DAY-FOUND-SW            PIC X(1) VALUE "N".
001860     88  WS-DAY-FOUND                    VALUE "Y".
001870 01  WS-TOK-OK-SW               PIC X(1) VALUE "N".
001880     88  WS-TOK-OK                       VALUE "Y".
001890 01  WS-WHEN-MET-SW             PIC X(1) VALUE "N".
001900     88  WS-WHEN-MET                     VALUE "Y".
001910
001920*----------------------------------------------------------------
001930* Checkpoint lines: RUNDATE|STEP|START|END|RC|STATUS
001940*----------------------------------------------------------------
001950 01  WS-RST-DATE                PIC X(10).
001960 01  WS-RST-STEP                PIC X(12).
001970 01  WS-RST-START               PIC X(19).
001980 01  WS-RST-END                 PIC X(19).
001990 01  WS-RST-RC                  PIC X(3).
002000 01  WS-RST-STATUS              PIC X(12).
002010 01  WS-RST-KEPT                PIC 9(3) COMP VALUE 0.
002020
002030*----------------------------------------------------------------
002040* Running one step
002050*----------------------------------------------------------------
002060 01  WS-STEP-CMD                PIC X(160) VALUE SPACES.
002070 01  WS-CMD-PTR                 PIC 9(3) VALUE 1.
002080 01  WS-SRC-POS                 PIC 9(3) VALUE 1.
002090 01  WS-STEP-RC                 PIC 9(3) VALUE 0.
002100 01  WS-STEP-SIG                PIC 9(3) VALUE 0.
002110 01  WS-STREAM-SW               PIC X(1) VALUE "C".
002120     88  WS-STREAM-COMPLETE              VALUE "C".
002130     88  WS-STREAM-FAILED                VALUE "F".
002140 01  WS-FAILED-STEP             PIC 9(2) COMP VALUE 0.
002150 01  WS-RUN-START               PIC X(19) VALUE SPACES.
002160 01  WS-RUN-END                 PIC X(19) VALUE SPACES.
002170 01  WS-ED-RC                   PIC ZZ9.
002180 01  WS-ED-MAX                  PIC ZZ9.
002190 01  WS-LOG-TEXT                PIC X(200) VALUE SPACES.
002200
002210*----------------------------------------------------------------
002220* Summary detail line
002230*----------------------------------------------------------------
002240 01  WS-SUM-DETAIL.
002250     05  SD-NAME                PIC X(12).
002260     05  FILLER                 PIC X(1) VALUE SPACE.
002270     05  SD-WHEN                PIC X(16).
002280     05  FILLER                 PIC X(1) VALUE SPACE.
002290     05  SD-START               PIC X(19).
002300     05  FILLER                 PIC X(2) VALUE SPACES.
002310     05  SD-END                 PIC X(19).
002320     05  FILLER                 PIC X(2) VALUE SPACES.
002330     05  SD-RC                  PIC X(3).
002340     05  FILLER                 PIC X(2) VALUE SPACES.
002350     05  SD-MAX                 PIC ZZ9.
002360     05  FILLER                 PIC X(2) VALUE SPACES.
002370     05  SD-STATUS              PIC X(12).
002380
002390 PROCEDURE DIVISION.
002400*==========================================================
002410* 0000-MAINLINE
002420*==========================================================
002430 0000-MAINLINE.
002440     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002450     IF NOT WS-ARGS-VALID
002460         DISPLAY "Usage: SongNightly [YYYY-MM-DD] [FRESH]"
002470         MOVE 1 TO RETURN-CODE
002480         GO TO 0000-DONE
002490     END-IF
002500     PERFORM 1100-LOAD-SETTINGS THRU 1100-EXIT
002510     PERFORM 1200-SET-RUN-DATES THRU 1200-EXIT
002520     PERFORM 1300-LOAD-CONTROL THRU 1300-EXIT
002530     IF RETURN-CODE NOT = 0
002540         GO TO 0000-DONE
002550     END-IF
002560     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
002570     IF NOT WS-LOCK-HELD
002580         MOVE 3 TO RETURN-CODE
002590         GO TO 0000-DONE
002600     END-IF
002610     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
002620     MOVE WS-STAMP TO WS-RUN-START
002630     MOVE SPACES TO WS-LOG-TEXT
002640     STRING "STREAM START DATE=", WS-RUN-DATE
002650         DELIMITED BY SIZE INTO WS-LOG-TEXT
002660     PERFORM 9100-LOG-EVENT THRU 9100-EXIT
002670     PERFORM 1400-LOAD-RESTART THRU 1400-EXIT
002680     PERFORM 2000-RUN-STEPS THRU 2000-EXIT
002690     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
002700     MOVE WS-STAMP TO WS-RUN-END
002710     MOVE SPACES TO WS-LOG-TEXT
002720     IF WS-STREAM-FAILED
002730         STRING "STREAM FAILED DATE=", WS-RUN-DATE, " STEP=",
002740             FUNCTION TRIM(ST-NAME(WS-FAILED-STEP))
002750             DELIMITED BY SIZE INTO WS-LOG-TEXT
002760     ELSE
002770         STRING "STREAM COMPLETE DATE=", WS-RUN-DATE
002780             DELIMITED BY SIZE INTO WS-LOG-TEXT
002790     END-IF
002800     PERFORM 9100-LOG-EVENT THRU 9100-EXIT
002810     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002820     IF WS-STREAM-FAILED
002830         MOVE 4 TO RETURN-CODE
002840     END-IF.
002850 0000-DONE.
002860     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
002870     STOP RUN.
002880
002890*==========================================================
002900* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
002910* through the SongLock subprogram.  Once claimed, the driver
002920* names itself in SONGSTREAM for the steps it starts.
002930*==========================================================
002940 0100-CLAIM-LOCK.
002950     MOVE "CLAIM" TO WS-LOCK-ACTION
002960     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
002970         WS-LOCK-RESULT
002980     IF WS-LOCK-RESULT = 0
002990         MOVE "Y" TO WS-LOCK-HELD-SW
003000         DISPLAY "SONGSTREAM" UPON ENVIRONMENT-NAME
003010         DISPLAY WS-LOCK-CALLER UPON ENVIRONMENT-VALUE
003020     ELSE
003030         DISPLAY "Could not claim the run lock (result "
003040             WS-LOCK-RESULT ") - stream not started."
003050     END-IF.
003060 0100-EXIT.
003070     EXIT.
003080
003090 0200-RELEASE-LOCK.
003100     IF WS-LOCK-HELD
003110         MOVE RETURN-CODE TO WS-SAVE-RC
003120         MOVE "RELEASE" TO WS-LOCK-ACTION
003130         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003140             WS-LOCK-RESULT
003150         MOVE WS-SAVE-RC TO RETURN-CODE
003160         MOVE "N" TO WS-LOCK-HELD-SW
003170     END-IF.
003180 0200-EXIT.
003190     EXIT.
003200
003210 0300-REFRESH-LOCK.
003220     MOVE RETURN-CODE TO WS-SAVE-RC
003230     MOVE "REFRESH" TO WS-LOCK-ACTION
003240     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003250         WS-LOCK-RESULT
003260     MOVE WS-SAVE-RC TO RETURN-CODE.
003270 0300-EXIT.
003280     EXIT.
003290
003300*==========================================================
003310* 1000-GET-ARGUMENTS - optional run date, optional FRESH.
003320*==========================================================
003330 1000-GET-ARGUMENTS.
003340     MOVE SPACES TO WS-ARG1
003350     MOVE SPACES TO WS-ARG2
003360     DISPLAY 1 UPON ARGUMENT-NUMBER
003370     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003380         ON EXCEPTION MOVE SPACES TO WS-ARG1
003390     END-ACCEPT
003400     DISPLAY 2 UPON ARGUMENT-NUMBER
003410     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003420         ON EXCEPTION MOVE SPACES TO WS-ARG2
003430     END-ACCEPT
003440     MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1
003450     MOVE FUNCTION UPPER-CASE(WS-ARG2) TO WS-ARG2
003460     IF WS-ARG1 = "FRESH"
003470         MOVE "Y" TO WS-FRESH-SW
003480         MOVE WS-ARG2 TO WS-ARG1
003490         MOVE SPACES TO WS-ARG2
003500     END-IF
003510     IF WS-ARG2 = "FRESH"
003520         MOVE "Y" TO WS-FRESH-SW
003530     ELSE
003540         IF WS-ARG2 NOT = SPACES
003550             MOVE "N" TO WS-VALID-SW
003560             GO TO 1000-EXIT
003570         END-IF
003580     END-IF
003590     IF WS-ARG1 = SPACES
003600         MOVE FUNCTION CURRENT-DATE TO WS-NOW
003610         MOVE SPACES TO WS-RUN-DATE
003620         STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-",
003630             WS-NOW(7:2)
003640             DELIMITED BY SIZE INTO WS-RUN-DATE
003650         GO TO 1000-EXIT
003660     END-IF
003670     IF NOT ( WS-ARG1(1:4) IS NUMERIC
003680         AND WS-ARG1(5:1) = "-"
003690         AND WS-ARG1(6:2) IS NUMERIC
003700         AND WS-ARG1(8:1) = "-"
003710         AND WS-ARG1(9:2) IS NUMERIC
003720         AND WS-ARG1(11:10) = SPACES )
003730         MOVE "N" TO WS-VALID-SW
003740         GO TO 1000-EXIT
003750     END-IF
003760     MOVE SPACES TO WS-DATE8-TEXT
003770     STRING WS-ARG1(1:4), WS-ARG1(6:2), WS-ARG1(9:2)
003780         DELIMITED BY SIZE INTO WS-DATE8-TEXT
003790     MOVE WS-DATE8-TEXT TO WS-DATE8
003800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE8) NOT = 0
003810         DISPLAY "Run date " WS-ARG1(1:10)
003820             " is not a calendar date."
003830         MOVE "N" TO WS-VALID-SW
003840         GO TO 1000-EXIT
003850     END-IF
003860     MOVE WS-ARG1(1:10) TO WS-RUN-DATE.
003870 1000-EXIT.
003880     EXIT.
003890
003900*==========================================================
003910* 1100-LOAD-SETTINGS - VOTEWINDOW, for {CLOSEDATE}.
003920*==========================================================
003930 1100-LOAD-SETTINGS.
003940     OPEN INPUT SETTINGS-FILE
003950     IF WS-SETT-STATUS NOT = "00"
003960         GO TO 1100-EXIT
003970     END-IF
003980     MOVE "N" TO WS-EOF-SW
003990     PERFORM 1110-READ-SETTING-LINE THRU 1110-EXIT
004000         UNTIL WS-EOF
004010     CLOSE SETTINGS-FILE.
004020 1100-EXIT.
004030     EXIT.
004040
004050 1110-READ-SETTING-LINE.
004060     READ SETTINGS-FILE INTO WS-SETT-LINE
004070         AT END
004080             MOVE "Y" TO WS-EOF-SW
004090             GO TO 1110-EXIT
004100     END-READ
004110     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
004120         GO TO 1110-EXIT
004130     END-IF
004140     MOVE SPACES TO WS-SETT-KEY
004150     MOVE SPACES TO WS-SETT-VAL
004160     UNSTRING WS-SETT-LINE DELIMITED BY "="
004170         INTO WS-SETT-KEY WS-SETT-VAL
004180     END-UNSTRING
004190     IF WS-SETT-KEY = "VOTEWINDOW"
004200         AND WS-SETT-VAL(1:1) IS NUMERIC
004210         MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-VOTE-WINDOW
004220     END-IF.
004230 1110-EXIT.
004240     EXIT.
004250
004260*==========================================================
004270* 1200-SET-RUN-DATES - weekday, month end, month and close
004280* date of the run date.
004290*==========================================================
004300 1200-SET-RUN-DATES.
004310     MOVE SPACES TO WS-DATE8-TEXT
004320     STRING WS-RUN-DATE(1:4), WS-RUN-DATE(6:2), WS-RUN-DATE(9:2)
004330         DELIMITED BY SIZE INTO WS-DATE8-TEXT
004340     MOVE WS-DATE8-TEXT TO WS-DATE8
004350     MOVE WS-DATE8-TEXT(1:6) TO WS-RUN-YYYYMM
004360     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE8)
004370*    Day 1 of the integer calendar (1601-01-01) was a Monday.
004380     COMPUTE WS-WORK-INT = WS-RUN-INT - 1
004390     DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-DIV
004400         REMAINDER WS-DOW
004410     MOVE WS-DAY-NAME(WS-DOW + 1) TO WS-RUN-DAY
004420     COMPUTE WS-WORK-INT = WS-RUN-INT + 1
004430     COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
004440     IF WS-DATE8-X(7:2) = "01"
004450         MOVE "Y" TO WS-MONTH-END-SW
004460     END-IF
004470     COMPUTE WS-WORK-INT = WS-RUN-INT - WS-VOTE-WINDOW - 1
004480     COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
004490     MOVE SPACES TO WS-CLOSE-DATE
004500     STRING WS-DATE8-X(1:4), "-", WS-DATE8-X(5:2), "-",
004510         WS-DATE8-X(7:2)
004520         DELIMITED BY SIZE INTO WS-CLOSE-DATE.
004530 1200-EXIT.
004540     EXIT.
004550
004560*==========================================================
004570* 1300-LOAD-CONTROL - the steps, STEP|WHEN|MAXRC|COMMAND, one
004580* per line; a bad line stops the stream before anything runs.
004590*==========================================================
004600 1300-LOAD-CONTROL.
004610     OPEN INPUT CONTROL-FILE
004620     IF WS-CONTROL-STATUS NOT = "00"
004630         DISPLAY "Could not open "
004640             FUNCTION TRIM(WS-CONTROL-FILENAME)
004650             " - stream not started."
004660         MOVE 2 TO RETURN-CODE
004670         GO TO 1300-EXIT
004680     END-IF
004690     MOVE 0 TO WS-CTL-LINE-NO
004700     MOVE "N" TO WS-EOF-SW
004710     PERFORM 1310-READ-CONTROL-LINE THRU 1310-EXIT
004720         UNTIL WS-EOF
004730     CLOSE CONTROL-FILE
004740     IF WS-CTL-ERROR
004750         MOVE 1 TO RETURN-CODE
004760         GO TO 1300-EXIT
004770     END-IF
004780     IF WS-ST-COUNT = 0
004790         DISPLAY "No steps in "
004800             FUNCTION TRIM(WS-CONTROL-FILENAME)
004810             " - stream not started."
004820         MOVE 1 TO RETURN-CODE
004830     END-IF.
004840 1300-EXIT.
004850     EXIT.
004860
004870 1310-READ-CONTROL-LINE.
004880     READ CONTROL-FILE
004890         AT END
004900             MOVE "Y" TO WS-EOF-SW
004910             GO TO 1310-EXIT
004920     END-READ
004930     ADD 1 TO WS-CTL-LINE-NO
004940     IF CONTROL-LINE = SPACES OR CONTROL-LINE(1:1) = "*"
004950         GO TO 1310-EXIT
004960     END-IF
004970     IF WS-ST-COUNT >= 40
004980         DISPLAY "More than 40 steps in "
004990             FUNCTION TRIM(WS-CONTROL-FILENAME) " - line "
005000             WS-CTL-LINE-NO " on ignored."
005010         MOVE "Y" TO WS-CTL-ERROR-SW
005020         GO TO 1310-EXIT
005030     END-IF
005040     ADD 1 TO WS-ST-COUNT
005050     MOVE SPACES TO WS-ST-ENTRY(WS-ST-COUNT)
005060     MOVE SPACES TO WS-CTL-MAXRC
005070     UNSTRING CONTROL-LINE DELIMITED BY "|"
005080         INTO ST-NAME(WS-ST-COUNT) ST-WHEN(WS-ST-COUNT)
005090         WS-CTL-MAXRC ST-COMMAND(WS-ST-COUNT)
005100     END-UNSTRING
005110     MOVE FUNCTION UPPER-CASE(ST-NAME(WS-ST-COUNT))
005120         TO ST-NAME(WS-ST-COUNT)
005130     MOVE FUNCTION UPPER-CASE(ST-WHEN(WS-ST-COUNT))
005140         TO ST-WHEN(WS-ST-COUNT)
005150     MOVE "NOT RUN" TO ST-STATUS(WS-ST-COUNT)
005160     MOVE 0 TO ST-RC(WS-ST-COUNT)
005170     IF ST-NAME(WS-ST-COUNT) = SPACES
005180         OR ST-COMMAND(WS-ST-COUNT) = SPACES
005190         OR WS-CTL-MAXRC(1:1) NOT NUMERIC
005200         DISPLAY "Control line " WS-CTL-LINE-NO
005210             " is not STEP|WHEN|MAXRC|COMMAND."
005220         MOVE "Y" TO WS-CTL-ERROR-SW
005230         GO TO 1310-EXIT
005240     END-IF
005250     MOVE FUNCTION NUMVAL(WS-CTL-MAXRC) TO ST-MAXRC(WS-ST-COUNT)
005260     MOVE WS-ST-COUNT TO WS-ST-IDX
005270     PERFORM 2110-SPLIT-WHEN THRU 2110-EXIT
005280     MOVE "Y" TO WS-TOK-OK-SW
005290     PERFORM 1320-CHECK-TOKEN THRU 1320-EXIT
005300         VARYING WS-TOK-IDX FROM 1 BY 1
005310         UNTIL WS-TOK-IDX > 7
005320     IF NOT WS-TOK-OK OR ST-WHEN(WS-ST-COUNT) = SPACES
005330         DISPLAY "Control line " WS-CTL-LINE-NO " step "
005340             FUNCTION TRIM(ST-NAME(WS-ST-COUNT))
005350             ": WHEN must be DAILY, MONTHEND or day names "
005360             "(SUN,MON,...)."
005370         MOVE "Y" TO WS-CTL-ERROR-SW
005380     END-IF.
005390 1310-EXIT.
005400     EXIT.
005410
005420 1320-CHECK-TOKEN.
005430     IF WS-WHEN-TOK(WS-TOK-IDX) = SPACES
005440         OR WS-WHEN-TOK(WS-TOK-IDX) = "DAILY"
005450         OR WS-WHEN-TOK(WS-TOK-IDX) = "MONTHEND"
005460         GO TO 1320-EXIT
005470     END-IF
005480     MOVE "N" TO WS-DAY-FOUND-SW
005490     PERFORM 1330-CHECK-DAY-NAME THRU 1330-EXIT
005500         VARYING WS-DAY-IDX FROM 1 BY 1
005510         UNTIL WS-DAY-IDX > 7 OR WS-DAY-FOUND
005520     IF NOT WS-DAY-FOUND
005530         MOVE "N" TO WS-TOK-OK-SW
005540     END-IF.
005550 1320-EXIT.
005560     EXIT.
005570
005580 1330-CHECK-DAY-NAME.
005590     IF WS-WHEN-TOK(WS-TOK-IDX) = WS-DAY-NAME(WS-DAY-IDX)
005600         MOVE "Y" TO WS-DAY-FOUND-SW
005610     END-IF.
005620 1330-EXIT.
005630     EXIT.
005640
005650*==========================================================
005660* 1400-LOAD-RESTART - steps finished OK by an earlier run for
005670* the same date are not run again.  A new date, or FRESH,
005680* starts the checkpoint file over.
005690*==========================================================
005700 1400-LOAD-RESTART.
005710     MOVE 0 TO WS-RST-KEPT
005720     IF NOT WS-FRESH
005730         OPEN INPUT RESTART-FILE
005740         IF WS-RESTART-STATUS = "00"
005750             MOVE "N" TO WS-EOF-SW
005760             PERFORM 1410-READ-RESTART-LINE THRU 1410-EXIT
005770                 UNTIL WS-EOF
005780             CLOSE RESTART-FILE
005790         END-IF
005800     END-IF
005810     IF WS-RST-KEPT = 0
005820         OPEN OUTPUT RESTART-FILE
005830         IF WS-RESTART-STATUS = "00"
005840             CLOSE RESTART-FILE
005850         END-IF
005860     ELSE
005870         DISPLAY "Restarting the " WS-RUN-DATE " stream - "
005880             WS-RST-KEPT " checkpoint line(s) on file."
005890     END-IF.
005900 1400-EXIT.
005910     EXIT.
005920
005930 1410-READ-RESTART-LINE.
005940     READ RESTART-FILE
005950         AT END
005960             MOVE "Y" TO WS-EOF-SW
005970             GO TO 1410-EXIT
005980     END-READ
005990     MOVE SPACES TO WS-RST-DATE
006000     MOVE SPACES TO WS-RST-STEP
006010     MOVE SPACES TO WS-RST-START
006020     MOVE SPACES TO WS-RST-END
006030     MOVE SPACES TO WS-RST-RC
006040     MOVE SPACES TO WS-RST-STATUS
006050     UNSTRING RESTART-LINE DELIMITED BY "|"
006060         INTO WS-RST-DATE WS-RST-STEP WS-RST-START WS-RST-END
006070         WS-RST-RC WS-RST-STATUS
006080     END-UNSTRING
006090     IF WS-RST-DATE NOT = WS-RUN-DATE
006100         GO TO 1410-EXIT
006110     END-IF
006120     ADD 1 TO WS-RST-KEPT
006130     MOVE 0 TO WS-ST-FOUND
006140     PERFORM 1420-MATCH-STEP THRU 1420-EXIT
006150         VARYING WS-ST-IDX FROM 1 BY 1
006160         UNTIL WS-ST-IDX > WS-ST-COUNT
006170         OR WS-ST-FOUND > 0
006180     IF WS-ST-FOUND = 0
006190         GO TO 1410-EXIT
006200     END-IF
006210*    The latest line for a step wins; only an OK finish counts.
006220     IF WS-RST-STATUS = "OK"
006230         MOVE "OK EARLIER" TO ST-STATUS(WS-ST-FOUND)
006240         MOVE WS-RST-START TO ST-START(WS-ST-FOUND)
006250         MOVE WS-RST-END TO ST-END(WS-ST-FOUND)
006260         IF WS-RST-RC(1:1) IS NUMERIC
006270             MOVE FUNCTION NUMVAL(WS-RST-RC) TO ST-RC(WS-ST-FOUND)
006280         END-IF
006290     ELSE
006300         MOVE "NOT RUN" TO ST-STATUS(WS-ST-FOUND)
006310         MOVE SPACES TO ST-START(WS-ST-FOUND)
006320         MOVE SPACES TO ST-END(WS-ST-FOUND)
006330         MOVE 0 TO ST-RC(WS-ST-FOUND)
006340     END-IF.
006350 1410-EXIT.
006360     EXIT.
006370
006380 1420-MATCH-STEP.
006390     IF ST-NAME(WS-ST-IDX) = WS-RST-STEP
006400         MOVE WS-ST-IDX TO WS-ST-FOUND
006410     END-IF.
006420 1420-EXIT.
006430     EXIT.
006440
006450*==========================================================
006460* 2000-RUN-STEPS - each step in order until one fails.
006470*==========================================================
006480 2000-RUN-STEPS.
006490     MOVE "C" TO WS-STREAM-SW
006500     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
006510         VARYING WS-ST-IDX FROM 1 BY 1
006520         UNTIL WS-ST-IDX > WS-ST-COUNT
006530         OR WS-STREAM-FAILED.
006540 2000-EXIT.
006550     EXIT.
006560
006570 2100-RUN-ONE-STEP.
006580     IF ST-STATUS(WS-ST-IDX) = "OK EARLIER"
006590         GO TO 2100-EXIT
006600     END-IF
006610     PERFORM 2110-SPLIT-WHEN THRU 2110-EXIT
006620     MOVE "N" TO WS-WHEN-MET-SW
006630     PERFORM 2120-CHECK-WHEN THRU 2120-EXIT
006640         VARYING WS-TOK-IDX FROM 1 BY 1
006650         UNTIL WS-TOK-IDX > 7 OR WS-WHEN-MET
006660     IF NOT WS-WHEN-MET
006670         MOVE "SKIPPED" TO ST-STATUS(WS-ST-IDX)
006680         MOVE SPACES TO ST-START(WS-ST-IDX)
006690         MOVE SPACES TO ST-END(WS-ST-IDX)
006700         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
006710         GO TO 2100-EXIT
006720     END-IF
006730     PERFORM 2200-BUILD-COMMAND THRU 2200-EXIT
006740     PERFORM 0300-REFRESH-LOCK THRU 0300-EXIT
006750     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
006760     MOVE WS-STAMP TO ST-START(WS-ST-IDX)
006770     PERFORM 2300-MARK-OUTPUT THRU 2300-EXIT
006780     DISPLAY WS-STAMP " step " FUNCTION TRIM(ST-NAME(WS-ST-IDX))
006790         ": " FUNCTION TRIM(WS-STEP-CMD)
006800     MOVE SPACES TO CMD
006810     STRING FUNCTION TRIM(WS-STEP-CMD), " >> ",
006820         FUNCTION TRIM(WS-OUTPUT-FILENAME), " 2>&1"
006830         DELIMITED BY SIZE INTO CMD
006840     CALL "SYSTEM" USING CMD RETURNING ERR
006850*    The shell's wait status: exit code in the high byte, a
006860*    killing signal in the low byte.
006870     DIVIDE ERR BY 256 GIVING WS-STEP-RC REMAINDER WS-STEP-SIG
006880     IF WS-STEP-SIG NOT = 0
006890         MOVE 999 TO WS-STEP-RC
006900     END-IF
006910     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
006920     MOVE WS-STAMP TO ST-END(WS-ST-IDX)
006930     MOVE WS-STEP-RC TO ST-RC(WS-ST-IDX)
006940     IF WS-STEP-RC > ST-MAXRC(WS-ST-IDX)
006950         MOVE "FAILED" TO ST-STATUS(WS-ST-IDX)
006960         MOVE "F" TO WS-STREAM-SW
006970         MOVE WS-ST-IDX TO WS-FAILED-STEP
006980     ELSE
006990         MOVE "OK" TO ST-STATUS(WS-ST-IDX)
007000     END-IF
007010     PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
007020     MOVE WS-STEP-RC TO WS-ED-RC
007030     MOVE SPACES TO WS-LOG-TEXT
007040     STRING "STREAM STEP=", FUNCTION TRIM(ST-NAME(WS-ST-IDX)),
007050         " RC=", FUNCTION TRIM(WS-ED-RC), " ",
007060         FUNCTION TRIM(ST-STATUS(WS-ST-IDX))
007070         DELIMITED BY SIZE INTO WS-LOG-TEXT
007080     PERFORM 9100-LOG-EVENT THRU 9100-EXIT.
007090 2100-EXIT.
007100     EXIT.
007110
007120 2110-SPLIT-WHEN.
007130     MOVE SPACES TO WS-WHEN-TOKENS
007140     UNSTRING ST-WHEN(WS-ST-IDX) DELIMITED BY ","
007150         INTO WS-WHEN-TOK(1) WS-WHEN-TOK(2) WS-WHEN-TOK(3)
007160         WS-WHEN-TOK(4) WS-WHEN-TOK(5) WS-WHEN-TOK(6)
007170         WS-WHEN-TOK(7)
007180     END-UNSTRING
007190     PERFORM 2115-TRIM-TOKEN THRU 2115-EXIT
007200         VARYING WS-TOK-IDX FROM 1 BY 1
007210         UNTIL WS-TOK-IDX > 7.
007220 2110-EXIT.
007230     EXIT.
007240
007250 2115-TRIM-TOKEN.
007260     MOVE FUNCTION TRIM(WS-WHEN-TOK(WS-TOK-IDX))
007270         TO WS-WHEN-TOK(WS-TOK-IDX).
007280 2115-EXIT.
007290     EXIT.
007300
007310 2120-CHECK-WHEN.
007320     EVALUATE TRUE
007330         WHEN WS-WHEN-TOK(WS-TOK-IDX) = "DAILY"
007340             MOVE "Y" TO WS-WHEN-MET-SW
007350         WHEN WS-WHEN-TOK(WS-TOK-IDX) = "MONTHEND"
007360             AND WS-MONTH-END
007370             MOVE "Y" TO WS-WHEN-MET-SW
007380         WHEN WS-WHEN-TOK(WS-TOK-IDX) = WS-RUN-DAY
007390             MOVE "Y" TO WS-WHEN-MET-SW
007400         WHEN OTHER
007410             CONTINUE
007420     END-EVALUATE.
007430 2120-EXIT.
007440     EXIT.
007450
007460*==========================================================
007470* 2200-BUILD-COMMAND - the step's command with {DATE},
007480* {YYYYMM} and {CLOSEDATE} filled in.
007490*==========================================================
007500 2200-BUILD-COMMAND.
007510     MOVE SPACES TO WS-STEP-CMD
007520     MOVE 1 TO WS-CMD-PTR
007530     PERFORM 2210-COPY-COMMAND-CHAR THRU 2210-EXIT
007540         VARYING WS-SRC-POS FROM 1 BY 1
007550         UNTIL WS-SRC-POS > 120.
007560 2200-EXIT.
007570     EXIT.
007580
007590 2210-COPY-COMMAND-CHAR.
007600     IF WS-CMD-PTR > 160
007610         GO TO 2210-EXIT
007620     END-IF
007630     IF WS-SRC-POS <= 115
007640         AND ST-COMMAND(WS-ST-IDX)(WS-SRC-POS:6) = "{DATE}"
007650         STRING WS-RUN-DATE DELIMITED BY SIZE
007660             INTO WS-STEP-CMD WITH POINTER WS-CMD-PTR
007670         ADD 5 TO WS-SRC-POS
007680         GO TO 2210-EXIT
007690     END-IF
007700     IF WS-SRC-POS <= 113
007710         AND ST-COMMAND(WS-ST-IDX)(WS-SRC-POS:8) = "{YYYYMM}"
007720         STRING WS-RUN-YYYYMM DELIMITED BY SIZE
007730             INTO WS-STEP-CMD WITH POINTER WS-CMD-PTR
007740         ADD 7 TO WS-SRC-POS
007750         GO TO 2210-EXIT
007760     END-IF
007770     IF WS-SRC-POS <= 110
007780         AND ST-COMMAND(WS-ST-IDX)(WS-SRC-POS:11) = "{CLOSEDATE}"
007790         STRING WS-CLOSE-DATE DELIMITED BY SIZE
007800             INTO WS-STEP-CMD WITH POINTER WS-CMD-PTR
007810         ADD 10 TO WS-SRC-POS
007820         GO TO 2210-EXIT
007830     END-IF
007840     MOVE ST-COMMAND(WS-ST-IDX)(WS-SRC-POS:1)
007850         TO WS-STEP-CMD(WS-CMD-PTR:1)
007860     ADD 1 TO WS-CMD-PTR.
007870 2210-EXIT.
007880     EXIT.
007890
007900*==========================================================
007910* 2300-MARK-OUTPUT - a banner in song_stream.out ahead of the
007920* step's own output.
007930*==========================================================
007940 2300-MARK-OUTPUT.
007950     OPEN EXTEND OUTPUT-FILE
007960     IF WS-OUTPUT-STATUS NOT = "00"
007970         OPEN OUTPUT OUTPUT-FILE
007980     END-IF
007990     IF WS-OUTPUT-STATUS NOT = "00"
008000         GO TO 2300-EXIT
008010     END-IF
008020     MOVE SPACES TO OUTPUT-LINE
008030     STRING "==== ", WS-STAMP, " ", WS-RUN-DATE, " step ",
008040         FUNCTION TRIM(ST-NAME(WS-ST-IDX)), ": ",
008050         FUNCTION TRIM(WS-STEP-CMD)
008060         DELIMITED BY SIZE INTO OUTPUT-LINE
008070     WRITE OUTPUT-LINE
008080     CLOSE OUTPUT-FILE.
008090 2300-EXIT.
008100     EXIT.
008110
008120*==========================================================
008130* 2900-WRITE-CHECKPOINT - the step's outcome, appended to the
008140* checkpoint file as RUNDATE|STEP|START|END|RC|STATUS.
008150*==========================================================
008160 2900-WRITE-CHECKPOINT.
008170     OPEN EXTEND RESTART-FILE
008180     IF WS-RESTART-STATUS NOT = "00"
008190         OPEN OUTPUT RESTART-FILE
008200     END-IF
008210     IF WS-RESTART-STATUS NOT = "00"
008220         DISPLAY "Warning: " FUNCTION TRIM(WS-RESTART-FILENAME)
008230             " could not be written - a rerun will repeat "
008240             "this step."
008250         GO TO 2900-EXIT
008260     END-IF
008270     MOVE ST-RC(WS-ST-IDX) TO WS-ED-RC
008280     MOVE SPACES TO RESTART-LINE
008290     STRING WS-RUN-DATE, "|", FUNCTION TRIM(ST-NAME(WS-ST-IDX)),
008300         "|", ST-START(WS-ST-IDX), "|", ST-END(WS-ST-IDX), "|",
008310         FUNCTION TRIM(WS-ED-RC), "|",
008320         FUNCTION TRIM(ST-STATUS(WS-ST-IDX))
008330         DELIMITED BY SIZE INTO RESTART-LINE
008340     WRITE RESTART-LINE
008350     CLOSE RESTART-FILE.
008360 2900-EXIT.
008370     EXIT.
008380
008390*==========================================================
008400* 3000-WRITE-SUMMARY - one page: the run, every step with its
008410* start, end, return code and status, and what to do next.
008420*==========================================================
008430 3000-WRITE-SUMMARY.
008440     OPEN OUTPUT SUMMARY-FILE
008450     IF WS-SUMMARY-STATUS NOT = "00"
008460         DISPLAY "Could not open "
008470             FUNCTION TRIM(WS-SUMMARY-FILENAME)
008480         MOVE 2 TO RETURN-CODE
008490         GO TO 3000-EXIT
008500     END-IF
008510     MOVE SPACES TO SUMMARY-LINE
008520     STRING "NIGHTLY JOB STREAM - RUN DATE ", WS-RUN-DATE, " (",
008530         WS-RUN-DAY, ")"
008540         DELIMITED BY SIZE INTO SUMMARY-LINE
008550     WRITE SUMMARY-LINE
008560     MOVE SPACES TO SUMMARY-LINE
008570     IF WS-STREAM-FAILED
008580         STRING "Started ", WS-RUN-START, "   ended ",
008590             WS-RUN-END, "   status FAILED"
008600             DELIMITED BY SIZE INTO SUMMARY-LINE
008610     ELSE
008620         STRING "Started ", WS-RUN-START, "   ended ",
008630             WS-RUN-END, "   status COMPLETE"
008640             DELIMITED BY SIZE INTO SUMMARY-LINE
008650     END-IF
008660     WRITE SUMMARY-LINE
008670     MOVE SPACES TO SUMMARY-LINE
008680     STRING "Steps from ", FUNCTION TRIM(WS-CONTROL-FILENAME),
008690         "; their output is in ",
008700         FUNCTION TRIM(WS-OUTPUT-FILENAME), "; close date ",
008710         WS-CLOSE-DATE
008720         DELIMITED BY SIZE INTO SUMMARY-LINE
008730     WRITE SUMMARY-LINE
008740     MOVE SPACES TO SUMMARY-LINE
008750     WRITE SUMMARY-LINE
008760     MOVE SPACES TO SUMMARY-LINE
008770     STRING "STEP         WHEN             START                ",
008780         "END                   RC  MAX  STATUS"
008790         DELIMITED BY SIZE INTO SUMMARY-LINE
008800     WRITE SUMMARY-LINE
008810     MOVE SPACES TO SUMMARY-LINE
008820     STRING "------------ ---------------- -------------------  ",
008830         "-------------------  ---  ---  ------------"
008840         DELIMITED BY SIZE INTO SUMMARY-LINE
008850     WRITE SUMMARY-LINE
008860     PERFORM 3100-SUMMARY-STEP THRU 3100-EXIT
008870         VARYING WS-ST-IDX FROM 1 BY 1
008880         UNTIL WS-ST-IDX > WS-ST-COUNT
008890     MOVE SPACES TO SUMMARY-LINE
008900     WRITE SUMMARY-LINE
008910     MOVE SPACES TO SUMMARY-LINE
008920     IF WS-STREAM-FAILED
008930         MOVE ST-RC(WS-FAILED-STEP) TO WS-ED-RC
008940         MOVE ST-MAXRC(WS-FAILED-STEP) TO WS-ED-MAX
008950         STRING "Stream stopped at step ",
008960             FUNCTION TRIM(ST-NAME(WS-FAILED-STEP)), " (RC ",
008970             FUNCTION TRIM(WS-ED-RC), ", highest accepted ",
008980             FUNCTION TRIM(WS-ED-MAX), ")."
008990             DELIMITED BY SIZE INTO SUMMARY-LINE
009000         WRITE SUMMARY-LINE
009010         MOVE SPACES TO SUMMARY-LINE
009020         STRING "Fix the cause and rerun SongNightly ",
009030             WS-RUN-DATE, " - it restarts at ",
009040             FUNCTION TRIM(ST-NAME(WS-FAILED-STEP)),
009050             "; steps already OK are not run again."
009060             DELIMITED BY SIZE INTO SUMMARY-LINE
009070     ELSE
009080         STRING "All steps due tonight finished within their ",
009090             "return-code limits."
009100             DELIMITED BY SIZE INTO SUMMARY-LINE
009110     END-IF
009120     WRITE SUMMARY-LINE
009130     CLOSE SUMMARY-FILE
009140     DISPLAY "Job stream " WS-RUN-DATE
009150     IF WS-STREAM-FAILED
009160         DISPLAY "  FAILED at step "
009170             FUNCTION TRIM(ST-NAME(WS-FAILED-STEP))
009180             " - see " FUNCTION TRIM(WS-SUMMARY-FILENAME)
009190     ELSE
009200         DISPLAY "  complete - see "
009210             FUNCTION TRIM(WS-SUMMARY-FILENAME)
009220     END-IF.
009230 3000-EXIT.
009240     EXIT.
009250
009260 3100-SUMMARY-STEP.
009270     MOVE ST-NAME(WS-ST-IDX) TO SD-NAME
009280     MOVE ST-WHEN(WS-ST-IDX) TO SD-WHEN
009290     MOVE ST-START(WS-ST-IDX) TO SD-START
009300     MOVE ST-END(WS-ST-IDX) TO SD-END
009310     MOVE ST-MAXRC(WS-ST-IDX) TO SD-MAX
009320     MOVE ST-STATUS(WS-ST-IDX) TO SD-STATUS
009330     IF ST-START(WS-ST-IDX) = SPACES
009340         MOVE SPACES TO SD-RC
009350     ELSE
009360         MOVE ST-RC(WS-ST-IDX) TO WS-ED-RC
009370         MOVE WS-ED-RC TO SD-RC
009380     END-IF
009390     MOVE WS-SUM-DETAIL TO SUMMARY-LINE
009400     WRITE SUMMARY-LINE.
009410 3100-EXIT.
009420     EXIT.
009430
009440*==========================================================
009450* 9000-BUILD-STAMP / 9100-LOG-EVENT - timestamps and the
009460* stream's lines in the shared run log.
009470*==========================================================
009480 9000-BUILD-STAMP.
009490     MOVE FUNCTION CURRENT-DATE TO WS-NOW
009500     MOVE SPACES TO WS-STAMP
009510     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
009520         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
009530         WS-NOW(13:2)
009540         DELIMITED BY SIZE INTO WS-STAMP.
009550 9000-EXIT.
009560     EXIT.
009570
009580 9100-LOG-EVENT.
009590     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
009600     OPEN EXTEND LOG-FILE
009610     IF WS-LOG-STATUS NOT = "00"
009620         OPEN OUTPUT LOG-FILE
009630     END-IF
009640     IF WS-LOG-STATUS NOT = "00"
009650         GO TO 9100-EXIT
009660     END-IF
009670     MOVE SPACES TO LOG-LINE
009680     STRING WS-STAMP, " ", FUNCTION TRIM(WS-LOG-TEXT),
009690         " BY=", FUNCTION TRIM(WS-LOCK-CALLER)
009700         DELIMITED BY SIZE INTO LOG-LINE
009710     WRITE LOG-LINE
009720     CLOSE LOG-FILE.
009730 9100-EXIT.
009740     EXIT.
