000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongSuggest.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - the member theme-suggestion pool.
000200*                 Theme ideas members post in the chat are
000210*                 recorded in theme_suggestion.dat against the
000220*                 suggesting roster ID and date, screened against
000230*                 the theme history with SongForVictoria's
000240*                 near-duplicate word scoring, and accepted or
000250*                 declined by the committee.  SongForVictoria
000260*                 places accepted ideas on days of the months it
000270*                 generates and marks them consumed once the
000280*                 month is published.
000290*----------------------------------------------------------------
000300* USAGE
000310*   SongSuggest ADD ROSTER-ID "theme idea" [YYYY-MM-DD]
000320*   SongSuggest ACCEPT nnnn
000330*   SongSuggest DECLINE nnnn
000340*   SongSuggest LIST [P|A|D|S|C]
000350*   The date on ADD is when the idea was posted (default today).
000360*   ACCEPT screens the idea again, since the history grows, and
000370*   refuses one now at or over DUPTHRESHOLD.  An idea already
000380*   scheduled onto a month is settled through SongApprove: a
000390*   re-asked day hands it back to the pool when the month
000400*   publishes.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT HISTORY-FILE
000460         ASSIGN DYNAMIC WS-HISTORY-FILENAME
000470         ORGANIZATION INDEXED
000480         ACCESS MODE DYNAMIC
000490         RECORD KEY HIST-DATE
000500         FILE STATUS WS-HIST-STATUS.
000510     SELECT ROSTER-FILE
000520         ASSIGN DYNAMIC WS-ROSTER-FILENAME
000530         ORGANIZATION INDEXED
000540         ACCESS MODE DYNAMIC
000550         RECORD KEY ROST-ID
000560         FILE STATUS WS-ROSTER-STATUS.
000570     SELECT SETTINGS-FILE
000580         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS WS-SETT-STATUS.
000610     SELECT SUGG-FILE
000620         ASSIGN DYNAMIC WS-SUGG-FILENAME
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS WS-SUGG-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HISTORY-FILE.
000690 COPY "HISTREC.CPY".
000700 FD  ROSTER-FILE.
000710 COPY "ROSTREC.CPY".
000720 FD  SETTINGS-FILE.
000730 01  SETTINGS-LINE              PIC X(100).
000740 FD  SUGG-FILE.
000750 01  SUGG-LINE                  PIC X(160).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-HISTORY-FILENAME        PIC X(40)
000790                                 VALUE "theme_history.dat".
000800 01  WS-HIST-STATUS             PIC X(2).
000810 01  WS-ROSTER-FILENAME         PIC X(40) VALUE "roster.dat".
000820 01  WS-ROSTER-STATUS           PIC X(2).
000830 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000840 01  WS-SETT-STATUS             PIC X(2).
000850 01  WS-SUGG-FILENAME           PIC X(40)
000860                                 VALUE "theme_suggestion.dat".
000870 01  WS-SUGG-STATUS             PIC X(2).
000880
000890 01  WS-ARG1                    PIC X(20).
000900 01  WS-ARG2                    PIC X(20).
000910 01  WS-ARG3                    PIC X(100).
000920 01  WS-ARG4                    PIC X(20).
000930 01  WS-VALID-SW                PIC X(1) VALUE "Y".
000940     88  WS-ARGS-VALID                   VALUE "Y".
000950 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000960     88  WS-EOF                          VALUE "Y".
000970 01  WS-NOW                     PIC X(21) VALUE SPACES.
000980 01  WS-TODAY                   PIC X(10) VALUE SPACES.
000990 01  WS-TALLY                   PIC 9(4) COMP VALUE 0.
001000
001010*----------------------------------------------------------------
001020* Settings: the duplicate-screen threshold, read the way
001030* SongForVictoria reads it.
001040*----------------------------------------------------------------
001050 01  WS-DUP-LIMIT               PIC 9(3) VALUE 80.
001060 01  WS-SETT-LINE               PIC X(100).
001070 01  WS-SETT-KEY                PIC X(20).
001080 01  WS-SETT-VAL                PIC X(78).
001090
001100*----------------------------------------------------------------
001110* Run lock (SongLock): SongForVictoria rewrites the pool when it
001120* schedules and consumes ideas, so changes wait for the lock.
001130*----------------------------------------------------------------
001140 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
001150 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongSuggest".
001160 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001170 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001180     88  WS-LOCK-HELD                    VALUE "Y".
001190 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001200
001210*----------------------------------------------------------------
001220* The whole pool in memory; every change rewrites the file.
001230*----------------------------------------------------------------
001240 COPY "SUGGREC.CPY".
001250 01  WS-PL-COUNT                PIC 9(4) COMP VALUE 0.
001260 01  WS-PL-TABLE.
001270     05  WS-PL-ENTRY OCCURS 500 TIMES.
001280         10  PL-ID              PIC X(4).
001290         10  PL-ROSTER-ID       PIC X(8).
001300         10  PL-DATE            PIC X(10).
001310         10  PL-STATE           PIC X(1).
001320         10  PL-RUN-DATE        PIC X(10).
001330         10  PL-SCORE           PIC X(3).
001340         10  PL-NEAR-DATE       PIC X(10).
001350         10  PL-THEME           PIC X(80).
001360 01  WS-PL-IDX                  PIC 9(4) COMP VALUE 0.
001370 01  WS-PL-FOUND                PIC 9(4) COMP VALUE 0.
001380 01  WS-POOL-FULL-SW            PIC X(1) VALUE "N".
001390     88  WS-POOL-FULL                    VALUE "Y".
001400 01  WS-HIGH-ID                 PIC 9(4) VALUE 0.
001410 01  WS-PICK-ID                 PIC 9(4) VALUE 0.
001420 01  WS-PICK-ID-X               PIC X(4) VALUE SPACES.
001430 01  WS-FILTER                  PIC X(1) VALUE SPACES.
001440 01  WS-SHOWN                   PIC 9(4) VALUE 0.
001450 01  WS-CNT-P                   PIC 9(4) VALUE 0.
001460 01  WS-CNT-A                   PIC 9(4) VALUE 0.
001470 01  WS-CNT-D                   PIC 9(4) VALUE 0.
001480 01  WS-CNT-S                   PIC 9(4) VALUE 0.
001490 01  WS-CNT-C                   PIC 9(4) VALUE 0.
001500 01  WS-OUT-LINE                PIC X(132) VALUE SPACES.
001510 01  WS-STATE-WORD              PIC X(9) VALUE SPACES.
001520
001530*----------------------------------------------------------------
001540* Near-duplicate screen, the same word scoring SongForVictoria
001550* uses: the idea's significant words against every history
001560* theme, exact or on a leading stem of four letters or more.
001570* The best score and the theme that gave it are kept.
001580*----------------------------------------------------------------
001590 01  WS-SG-COUNT                PIC 9(2) COMP VALUE 0.
001600 01  WS-SG-TABLE.
001610     05  WS-SG-WORD OCCURS 12 TIMES PIC X(16).
001620 01  WS-HW-COUNT                PIC 9(2) COMP VALUE 0.
001630 01  WS-HW-TABLE.
001640     05  WS-HW-WORD OCCURS 12 TIMES PIC X(16).
001650 01  WS-NORM-IN                 PIC X(80) VALUE SPACES.
001660 01  WS-NORM-TEXT               PIC X(80) VALUE SPACES.
001670 01  WS-NORM-UPPER              PIC X(80) VALUE SPACES.
001680 01  WS-RAW-TABLE.
001690     05  WS-RAW-WORD OCCURS 20 TIMES PIC X(16).
001700 01  WS-NORM-COUNT              PIC 9(2) COMP VALUE 0.
001710 01  WS-NORM-WORDS.
001720     05  WS-NORM-WORD OCCURS 12 TIMES PIC X(16).
001730 01  WS-STOP-LIST               PIC X(128) VALUE
001740     " A AN THE OF IN ON AT TO FOR AND OR WITH BY FROM IS ARE
001750-    " VIDEO FEATURING SONG SONGS MUSIC DAY ".
001760 01  WS-STOP-PROBE              PIC X(18) VALUE SPACES.
001770 01  WS-W                       PIC 9(2) COMP VALUE 0.
001780 01  WS-W2                      PIC 9(2) COMP VALUE 0.
001790 01  WS-MATCHES                 PIC 9(2) COMP VALUE 0.
001800 01  WS-SCORE                   PIC 9(3) VALUE 0.
001810 01  WS-BEST-SCORE              PIC 9(3) VALUE 0.
001820 01  WS-BEST-DATE               PIC X(10) VALUE SPACES.
001830 01  WS-BEST-THEME              PIC X(80) VALUE SPACES.
001840 01  WS-WORD-HIT-SW             PIC X(1) VALUE "N".
001850     88  WS-WORD-HIT                     VALUE "Y".
001860 01  WS-PLEN                    PIC 9(2) COMP VALUE 0.
001870 01  WS-LEN-A                   PIC 9(2) COMP VALUE 0.
001880 01  WS-LEN-B                   PIC 9(2) COMP VALUE 0.
001890 01  WS-STEM-LEN                PIC 9(2) COMP VALUE 0.
001900
001910 PROCEDURE DIVISION.
001920*==========================================================
001930* 0000-MAINLINE
001940*==========================================================
001950 0000-MAINLINE.
001960     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
001970     IF NOT WS-ARGS-VALID
001980         DISPLAY "Usage: SongSuggest ADD ROSTER-ID "
001990             """theme idea"" [YYYY-MM-DD]"
002000         DISPLAY "       SongSuggest ACCEPT nnnn"
002010         DISPLAY "       SongSuggest DECLINE nnnn"
002020         DISPLAY "       SongSuggest LIST [P|A|D|S|C]"
002030         MOVE 1 TO RETURN-CODE
002040         GO TO 0000-DONE
002050     END-IF
002060     PERFORM 1100-LOAD-SETTINGS THRU 1100-EXIT.
002070     IF WS-ARG1 = "LIST"
002080         PERFORM 2000-LOAD-POOL THRU 2000-EXIT
002090         PERFORM 3000-LIST THRU 3000-EXIT
002100         GO TO 0000-DONE
002110     END-IF
002120     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT.
002130     IF NOT WS-LOCK-HELD
002140         MOVE 3 TO RETURN-CODE
002150         GO TO 0000-DONE
002160     END-IF
002170     PERFORM 2000-LOAD-POOL THRU 2000-EXIT.
002180     IF WS-POOL-FULL
002190         DISPLAY FUNCTION TRIM(WS-SUGG-FILENAME)
002200             " holds more than 500 ideas - nothing changed."
002210         MOVE 2 TO RETURN-CODE
002220         GO TO 0900-FINISH
002230     END-IF
002240     EVALUATE WS-ARG1
002250         WHEN "ADD"
002260             PERFORM 4000-ADD THRU 4000-EXIT
002270         WHEN "ACCEPT"
002280             PERFORM 5000-ACCEPT THRU 5000-EXIT
002290         WHEN "DECLINE"
002300             PERFORM 6000-DECLINE THRU 6000-EXIT
002310     END-EVALUATE.
002320 0900-FINISH.
002330     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
002340 0000-DONE.
002350     STOP RUN.
002360
002370*==========================================================
002380* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
002390* through the SongLock subprogram.
002400*==========================================================
002410 0100-CLAIM-LOCK.
002420     MOVE "CLAIM" TO WS-LOCK-ACTION
002430     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
002440         WS-LOCK-RESULT
002450     IF WS-LOCK-RESULT = 0
002460         MOVE "Y" TO WS-LOCK-HELD-SW
002470     ELSE
002480         DISPLAY "Could not claim the run lock (result "
002490             WS-LOCK-RESULT ") - try again shortly."
002500     END-IF.
002510 0100-EXIT.
002520     EXIT.
002530
002540 0200-RELEASE-LOCK.
002550     IF WS-LOCK-HELD
002560         MOVE RETURN-CODE TO WS-SAVE-RC
002570         MOVE "RELEASE" TO WS-LOCK-ACTION
002580         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
002590             WS-LOCK-RESULT
002600         MOVE WS-SAVE-RC TO RETURN-CODE
002610         MOVE "N" TO WS-LOCK-HELD-SW
002620     END-IF.
002630 0200-EXIT.
002640     EXIT.
002650
002660*==========================================================
002670* 1000-GET-ARGUMENTS - the action and its operands.
002680*==========================================================
002690 1000-GET-ARGUMENTS.
002700     MOVE SPACES TO WS-ARG1
002710     MOVE SPACES TO WS-ARG2
002720     MOVE SPACES TO WS-ARG3
002730     MOVE SPACES TO WS-ARG4
002740     DISPLAY 1 UPON ARGUMENT-NUMBER
002750     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
002760         ON EXCEPTION MOVE SPACES TO WS-ARG1
002770     END-ACCEPT
002780     DISPLAY 2 UPON ARGUMENT-NUMBER
002790     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
002800         ON EXCEPTION MOVE SPACES TO WS-ARG2
002810     END-ACCEPT
002820     DISPLAY 3 UPON ARGUMENT-NUMBER
002830     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
002840         ON EXCEPTION MOVE SPACES TO WS-ARG3
002850     END-ACCEPT
002860     DISPLAY 4 UPON ARGUMENT-NUMBER
002870     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
002880         ON EXCEPTION MOVE SPACES TO WS-ARG4
002890     END-ACCEPT
002900     MOVE "Y" TO WS-VALID-SW
002910     MOVE FUNCTION CURRENT-DATE TO WS-NOW
002920     MOVE SPACES TO WS-TODAY
002930     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2)
002940         DELIMITED BY SIZE INTO WS-TODAY
002950     EVALUATE WS-ARG1
002960         WHEN "LIST"
002970             PERFORM 1010-CHECK-LIST-ARGS THRU 1010-EXIT
002980         WHEN "ADD"
002990             PERFORM 1020-CHECK-ADD-ARGS THRU 1020-EXIT
003000         WHEN "ACCEPT"
003010         WHEN "DECLINE"
003020             PERFORM 1030-CHECK-ID-ARG THRU 1030-EXIT
003030         WHEN OTHER
003040             MOVE "N" TO WS-VALID-SW
003050     END-EVALUATE.
003060 1000-EXIT.
003070     EXIT.
003080
003090 1010-CHECK-LIST-ARGS.
003100     MOVE SPACES TO WS-FILTER
003110     IF WS-ARG2 = SPACES
003120         GO TO 1010-EXIT
003130     END-IF
003140     MOVE FUNCTION UPPER-CASE(WS-ARG2) TO WS-ARG2
003150     MOVE WS-ARG2(1:1) TO SUG-STATE
003160     IF WS-ARG2(2:) NOT = SPACES
003170         OR NOT ( SUG-PENDING OR SUG-ACCEPTED OR SUG-DECLINED
003180             OR SUG-SCHEDULED OR SUG-CONSUMED )
003190         MOVE "N" TO WS-VALID-SW
003200         GO TO 1010-EXIT
003210     END-IF
003220     MOVE WS-ARG2(1:1) TO WS-FILTER.
003230 1010-EXIT.
003240     EXIT.
003250
003260 1020-CHECK-ADD-ARGS.
003270     IF WS-ARG2 = SPACES OR WS-ARG2(9:) NOT = SPACES
003280         MOVE "N" TO WS-VALID-SW
003290         GO TO 1020-EXIT
003300     END-IF
003310     IF WS-ARG3 = SPACES
003320         MOVE "N" TO WS-VALID-SW
003330         GO TO 1020-EXIT
003340     END-IF
003350     IF WS-ARG3(81:) NOT = SPACES
003360         DISPLAY "The idea is longer than 80 characters."
003370         MOVE "N" TO WS-VALID-SW
003380         GO TO 1020-EXIT
003390     END-IF
003400     IF WS-ARG4 = SPACES
003410         MOVE WS-TODAY TO WS-ARG4
003420     END-IF
003430     IF NOT ( WS-ARG4(1:4) IS NUMERIC
003440         AND WS-ARG4(5:1) = "-"
003450         AND WS-ARG4(6:2) IS NUMERIC
003460         AND WS-ARG4(8:1) = "-"
003470         AND WS-ARG4(9:2) IS NUMERIC
003480         AND WS-ARG4(11:) = SPACES )
003490         MOVE "N" TO WS-VALID-SW
003500     END-IF.
003510 1020-EXIT.
003520     EXIT.
003530
003540 1030-CHECK-ID-ARG.
003550     MOVE 0 TO WS-TALLY
003560     INSPECT WS-ARG2 TALLYING WS-TALLY
003570         FOR CHARACTERS BEFORE INITIAL SPACE
003580     IF WS-TALLY < 1 OR WS-TALLY > 4
003590         MOVE "N" TO WS-VALID-SW
003600         GO TO 1030-EXIT
003610     END-IF
003620     IF WS-ARG2(1:WS-TALLY) NOT NUMERIC
003630         MOVE "N" TO WS-VALID-SW
003640         GO TO 1030-EXIT
003650     END-IF
003660     COMPUTE WS-PICK-ID = FUNCTION NUMVAL(WS-ARG2(1:WS-TALLY))
003670     MOVE WS-PICK-ID TO WS-PICK-ID-X.
003680 1030-EXIT.
003690     EXIT.
003700
003710*==========================================================
003720* 1100-LOAD-SETTINGS - DUPTHRESHOLD, from the same file and in
003730* the same shape as SongForVictoria's settings.
003740*==========================================================
003750 1100-LOAD-SETTINGS.
003760     MOVE 80 TO WS-DUP-LIMIT
003770     OPEN INPUT SETTINGS-FILE
003780     IF WS-SETT-STATUS NOT = "00"
003790         GO TO 1100-EXIT
003800     END-IF
003810     MOVE "N" TO WS-EOF-SW
003820     PERFORM 1110-READ-SETTING-LINE THRU 1110-EXIT
003830         UNTIL WS-EOF
003840     CLOSE SETTINGS-FILE.
003850 1100-EXIT.
003860     EXIT.
003870
003880 1110-READ-SETTING-LINE.
003890     READ SETTINGS-FILE INTO WS-SETT-LINE
003900         AT END
003910             MOVE "Y" TO WS-EOF-SW
003920             GO TO 1110-EXIT
003930     END-READ
003940     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
003950         GO TO 1110-EXIT
003960     END-IF
003970     MOVE SPACES TO WS-SETT-KEY
003980     MOVE SPACES TO WS-SETT-VAL
003990     UNSTRING WS-SETT-LINE DELIMITED BY "="
004000         INTO WS-SETT-KEY WS-SETT-VAL
004010     END-UNSTRING
004020     IF WS-SETT-KEY = "DUPTHRESHOLD"
004030         AND WS-SETT-VAL(1:1) IS NUMERIC
004040         MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-DUP-LIMIT
004050     END-IF.
004060 1110-EXIT.
004070     EXIT.
004080
004090*==========================================================
004100* 2000-LOAD-POOL - every idea on file into the table; the
004110* highest number so far gives the next one.
004120*==========================================================
004130 2000-LOAD-POOL.
004140     MOVE 0 TO WS-PL-COUNT
004150     MOVE 0 TO WS-HIGH-ID
004160     MOVE "N" TO WS-POOL-FULL-SW
004170     OPEN INPUT SUGG-FILE
004180     IF WS-SUGG-STATUS NOT = "00"
004190         GO TO 2000-EXIT
004200     END-IF
004210     MOVE "N" TO WS-EOF-SW
004220     PERFORM 2100-LOAD-POOL-LINE THRU 2100-EXIT
004230         UNTIL WS-EOF
004240     CLOSE SUGG-FILE.
004250 2000-EXIT.
004260     EXIT.
004270
004280 2100-LOAD-POOL-LINE.
004290     READ SUGG-FILE
004300         AT END
004310             MOVE "Y" TO WS-EOF-SW
004320             GO TO 2100-EXIT
004330     END-READ
004340     IF SUGG-LINE = SPACES
004350         GO TO 2100-EXIT
004360     END-IF
004370     IF WS-PL-COUNT >= 500
004380         MOVE "Y" TO WS-POOL-FULL-SW
004390         GO TO 2100-EXIT
004400     END-IF
004410     MOVE SPACES TO SUG-REC
004420     UNSTRING SUGG-LINE DELIMITED BY "|"
004430         INTO SUG-ID SUG-ROSTER-ID SUG-DATE SUG-STATE
004440         SUG-RUN-DATE SUG-SCORE SUG-NEAR-DATE SUG-THEME
004450     END-UNSTRING
004460     ADD 1 TO WS-PL-COUNT
004470     MOVE SUG-ID TO PL-ID(WS-PL-COUNT)
004480     MOVE SUG-ROSTER-ID TO PL-ROSTER-ID(WS-PL-COUNT)
004490     MOVE SUG-DATE TO PL-DATE(WS-PL-COUNT)
004500     MOVE SUG-STATE TO PL-STATE(WS-PL-COUNT)
004510     MOVE SUG-RUN-DATE TO PL-RUN-DATE(WS-PL-COUNT)
004520     MOVE SUG-SCORE TO PL-SCORE(WS-PL-COUNT)
004530     MOVE SUG-NEAR-DATE TO PL-NEAR-DATE(WS-PL-COUNT)
004540     MOVE SUG-THEME TO PL-THEME(WS-PL-COUNT)
004550     IF SUG-ID IS NUMERIC
004560         AND SUG-ID > WS-HIGH-ID
004570         MOVE SUG-ID TO WS-HIGH-ID
004580     END-IF.
004590 2100-EXIT.
004600     EXIT.
004610
004620*==========================================================
004630* 2200-FIND-IDEA - table slot for the nnnn argument.
004640*==========================================================
004650 2200-FIND-IDEA.
004660     MOVE 0 TO WS-PL-FOUND
004670     PERFORM 2210-SCAN-IDEA THRU 2210-EXIT
004680         VARYING WS-PL-IDX FROM 1 BY 1
004690         UNTIL WS-PL-IDX > WS-PL-COUNT
004700         OR WS-PL-FOUND > 0
004710     IF WS-PL-FOUND = 0
004720         DISPLAY "No suggestion " WS-PICK-ID-X " on file."
004730         MOVE 1 TO RETURN-CODE
004740     END-IF.
004750 2200-EXIT.
004760     EXIT.
004770
004780 2210-SCAN-IDEA.
004790     IF PL-ID(WS-PL-IDX) = WS-PICK-ID-X
004800         MOVE WS-PL-IDX TO WS-PL-FOUND
004810     END-IF.
004820 2210-EXIT.
004830     EXIT.
004840
004850*==========================================================
004860* 3000-LIST - the pool, or one state of it, with the screen
004870* result and when a scheduled or consumed idea runs.
004880*==========================================================
004890 3000-LIST.
004900     MOVE 0 TO WS-SHOWN
004910     MOVE 0 TO WS-CNT-P
004920     MOVE 0 TO WS-CNT-A
004930     MOVE 0 TO WS-CNT-D
004940     MOVE 0 TO WS-CNT-S
004950     MOVE 0 TO WS-CNT-C
004960     DISPLAY "ID   S POSTED     MEMBER   SCORE CLOSEST    "
004970         "RUNS       IDEA"
004980     PERFORM 3100-LIST-ONE THRU 3100-EXIT
004990         VARYING WS-PL-IDX FROM 1 BY 1
005000         UNTIL WS-PL-IDX > WS-PL-COUNT
005010     DISPLAY " "
005020     DISPLAY WS-SHOWN " shown.  Pool: " WS-CNT-P " pending, "
005030         WS-CNT-A " accepted, " WS-CNT-S " scheduled, "
005040         WS-CNT-C " consumed, " WS-CNT-D " declined.".
005050 3000-EXIT.
005060     EXIT.
005070
005080 3100-LIST-ONE.
005090     EVALUATE PL-STATE(WS-PL-IDX)
005100         WHEN "P"
005110             ADD 1 TO WS-CNT-P
005120         WHEN "A"
005130             ADD 1 TO WS-CNT-A
005140         WHEN "D"
005150             ADD 1 TO WS-CNT-D
005160         WHEN "S"
005170             ADD 1 TO WS-CNT-S
005180         WHEN "C"
005190             ADD 1 TO WS-CNT-C
005200     END-EVALUATE
005210     IF WS-FILTER NOT = SPACES
005220         AND PL-STATE(WS-PL-IDX) NOT = WS-FILTER
005230         GO TO 3100-EXIT
005240     END-IF
005250     ADD 1 TO WS-SHOWN
005260     MOVE SPACES TO WS-OUT-LINE
005270     STRING PL-ID(WS-PL-IDX), " ", PL-STATE(WS-PL-IDX), " ",
005280         PL-DATE(WS-PL-IDX), " ", PL-ROSTER-ID(WS-PL-IDX), " ",
005290         PL-SCORE(WS-PL-IDX), "%  ", PL-NEAR-DATE(WS-PL-IDX),
005300         " ", PL-RUN-DATE(WS-PL-IDX), " ",
005310         FUNCTION TRIM(PL-THEME(WS-PL-IDX))
005320         DELIMITED BY SIZE INTO WS-OUT-LINE
005330     DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
005340 3100-EXIT.
005350     EXIT.
005360
005370*==========================================================
005380* 4000-ADD - record a member's idea as pending, with the
005390* closest past theme the screen finds.
005400*==========================================================
005410 4000-ADD.
005420     OPEN INPUT ROSTER-FILE
005430     IF WS-ROSTER-STATUS NOT = "00"
005440         DISPLAY "Could not open "
005450             FUNCTION TRIM(WS-ROSTER-FILENAME) "."
005460         MOVE 2 TO RETURN-CODE
005470         GO TO 4000-EXIT
005480     END-IF
005490     MOVE SPACES TO ROST-REC
005500     MOVE WS-ARG2(1:8) TO ROST-ID
005510     READ ROSTER-FILE
005520         INVALID KEY
005530             DISPLAY "No roster entry for "
005540                 FUNCTION TRIM(WS-ARG2) "."
005550             MOVE 1 TO RETURN-CODE
005560             CLOSE ROSTER-FILE
005570             GO TO 4000-EXIT
005580     END-READ
005590     CLOSE ROSTER-FILE
005600     IF WS-PL-COUNT >= 500
005610         DISPLAY FUNCTION TRIM(WS-SUGG-FILENAME)
005620             " is full - nothing recorded."
005630         MOVE 2 TO RETURN-CODE
005640         GO TO 4000-EXIT
005650     END-IF
005660     MOVE SPACES TO SUG-REC
005670     MOVE WS-ARG3(1:80) TO SUG-THEME
005680     INSPECT SUG-THEME REPLACING ALL "|" BY SPACE
005690     INSPECT SUG-THEME REPLACING ALL "'" BY SPACE
005700     INSPECT SUG-THEME REPLACING ALL """" BY SPACE
005710     MOVE FUNCTION TRIM(SUG-THEME) TO SUG-THEME
005720     PERFORM 7000-SCREEN-IDEA THRU 7000-EXIT
005730     ADD 1 TO WS-HIGH-ID
005740     MOVE WS-HIGH-ID TO SUG-ID
005750     ADD 1 TO WS-PL-COUNT
005760     MOVE SUG-ID TO PL-ID(WS-PL-COUNT)
005770     MOVE ROST-ID TO PL-ROSTER-ID(WS-PL-COUNT)
005780     MOVE WS-ARG4(1:10) TO PL-DATE(WS-PL-COUNT)
005790     MOVE "P" TO PL-STATE(WS-PL-COUNT)
005800     MOVE SPACES TO PL-RUN-DATE(WS-PL-COUNT)
005810     MOVE WS-BEST-SCORE TO PL-SCORE(WS-PL-COUNT)
005820     MOVE WS-BEST-DATE TO PL-NEAR-DATE(WS-PL-COUNT)
005830     MOVE SUG-THEME TO PL-THEME(WS-PL-COUNT)
005840     PERFORM 8000-SAVE-POOL THRU 8000-EXIT
005850     IF RETURN-CODE NOT = 0
005860         GO TO 4000-EXIT
005870     END-IF
005880     DISPLAY "Suggestion " SUG-ID " from "
005890         FUNCTION TRIM(ROST-ID) " recorded, pending the "
005900         "committee."
005910     PERFORM 7500-SHOW-SCREEN THRU 7500-EXIT.
005920 4000-EXIT.
005930     EXIT.
005940
005950*==========================================================
005960* 5000-ACCEPT - a pending (or earlier declined) idea into the
005970* pool SongForVictoria draws on, after a fresh screen.
005980*==========================================================
005990 5000-ACCEPT.
006000     PERFORM 2200-FIND-IDEA THRU 2200-EXIT
006010     IF WS-PL-FOUND = 0
006020         GO TO 5000-EXIT
006030     END-IF
006040     IF PL-STATE(WS-PL-FOUND) NOT = "P"
006050         AND PL-STATE(WS-PL-FOUND) NOT = "D"
006060         PERFORM 5100-STATE-WORD THRU 5100-EXIT
006070         DISPLAY "Suggestion " WS-PICK-ID-X " is already "
006080             FUNCTION TRIM(WS-STATE-WORD) " - not changed."
006090         MOVE 1 TO RETURN-CODE
006100         GO TO 5000-EXIT
006110     END-IF
006120     MOVE PL-THEME(WS-PL-FOUND) TO SUG-THEME
006130     PERFORM 7000-SCREEN-IDEA THRU 7000-EXIT
006140     MOVE WS-BEST-SCORE TO PL-SCORE(WS-PL-FOUND)
006150     MOVE WS-BEST-DATE TO PL-NEAR-DATE(WS-PL-FOUND)
006160     IF WS-BEST-SCORE >= WS-DUP-LIMIT
006170         PERFORM 7500-SHOW-SCREEN THRU 7500-EXIT
006180         DISPLAY "Not accepted - it would fail the duplicate "
006190             "screen.  Decline it, or record it again reworded."
006200         MOVE 1 TO RETURN-CODE
006210         GO TO 5000-EXIT
006220     END-IF
006230     MOVE "A" TO PL-STATE(WS-PL-FOUND)
006240     PERFORM 8000-SAVE-POOL THRU 8000-EXIT
006250     IF RETURN-CODE NOT = 0
006260         GO TO 5000-EXIT
006270     END-IF
006280     DISPLAY "Accepted suggestion " WS-PICK-ID-X ": "
006290         FUNCTION TRIM(PL-THEME(WS-PL-FOUND))
006300     PERFORM 7500-SHOW-SCREEN THRU 7500-EXIT.
006310 5000-EXIT.
006320     EXIT.
006330
006340 5100-STATE-WORD.
006350     EVALUATE PL-STATE(WS-PL-FOUND)
006360         WHEN "A"
006370             MOVE "accepted" TO WS-STATE-WORD
006380         WHEN "D"
006390             MOVE "declined" TO WS-STATE-WORD
006400         WHEN "S"
006410             MOVE "scheduled" TO WS-STATE-WORD
006420         WHEN "C"
006430             MOVE "consumed" TO WS-STATE-WORD
006440         WHEN OTHER
006450             MOVE "pending" TO WS-STATE-WORD
006460     END-EVALUATE.
006470 5100-EXIT.
006480     EXIT.
006490
006500*==========================================================
006510* 6000-DECLINE - a pending or accepted idea out of the pool.
006520*==========================================================
006530 6000-DECLINE.
006540     PERFORM 2200-FIND-IDEA THRU 2200-EXIT
006550     IF WS-PL-FOUND = 0
006560         GO TO 6000-EXIT
006570     END-IF
006580     IF PL-STATE(WS-PL-FOUND) = "S"
006590         DISPLAY "Suggestion " WS-PICK-ID-X " is scheduled for "
006600             PL-RUN-DATE(WS-PL-FOUND) " - reject or re-ask that "
006610             "day with SongApprove instead."
006620         MOVE 1 TO RETURN-CODE
006630         GO TO 6000-EXIT
006640     END-IF
006650     IF PL-STATE(WS-PL-FOUND) NOT = "P"
006660         AND PL-STATE(WS-PL-FOUND) NOT = "A"
006670         PERFORM 5100-STATE-WORD THRU 5100-EXIT
006680         DISPLAY "Suggestion " WS-PICK-ID-X " is already "
006690             FUNCTION TRIM(WS-STATE-WORD) " - not changed."
006700         MOVE 1 TO RETURN-CODE
006710         GO TO 6000-EXIT
006720     END-IF
006730     MOVE "D" TO PL-STATE(WS-PL-FOUND)
006740     PERFORM 8000-SAVE-POOL THRU 8000-EXIT
006750     IF RETURN-CODE NOT = 0
006760         GO TO 6000-EXIT
006770     END-IF
006780     DISPLAY "Declined suggestion " WS-PICK-ID-X ": "
006790         FUNCTION TRIM(PL-THEME(WS-PL-FOUND)).
006800 6000-EXIT.
006810     EXIT.
006820
006830*==========================================================
006840* 7000-SCREEN-IDEA - SUG-THEME against the whole history with
006850* SongForVictoria's word scoring; the best score, its date and
006860* theme end up in WS-BEST-*.  No history, no score.
006870*==========================================================
006880 7000-SCREEN-IDEA.
006890     MOVE 0 TO WS-BEST-SCORE
006900     MOVE SPACES TO WS-BEST-DATE
006910     MOVE SPACES TO WS-BEST-THEME
006920     MOVE SUG-THEME TO WS-NORM-IN
006930     PERFORM 7400-NORMALIZE-THEME THRU 7400-EXIT
006940     MOVE WS-NORM-COUNT TO WS-SG-COUNT
006950     IF WS-SG-COUNT = 0
006960         GO TO 7000-EXIT
006970     END-IF
006980     PERFORM 7020-COPY-IDEA-WORD THRU 7020-EXIT
006990         VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 12
007000     OPEN INPUT HISTORY-FILE
007010     IF WS-HIST-STATUS NOT = "00"
007020         GO TO 7000-EXIT
007030     END-IF
007040     MOVE "N" TO WS-EOF-SW
007050     PERFORM 7100-CHECK-HISTORY-REC THRU 7100-EXIT
007060         UNTIL WS-EOF
007070     CLOSE HISTORY-FILE.
007080 7000-EXIT.
007090     EXIT.
007100
007110 7020-COPY-IDEA-WORD.
007120     MOVE WS-NORM-WORD(WS-W) TO WS-SG-WORD(WS-W).
007130 7020-EXIT.
007140     EXIT.
007150
007160 7100-CHECK-HISTORY-REC.
007170     READ HISTORY-FILE NEXT
007180         AT END
007190             MOVE "Y" TO WS-EOF-SW
007200             GO TO 7100-EXIT
007210     END-READ
007220     MOVE HIST-THEME TO WS-NORM-IN
007230     PERFORM 7400-NORMALIZE-THEME THRU 7400-EXIT
007240     IF WS-NORM-COUNT = 0
007250         GO TO 7100-EXIT
007260     END-IF
007270     MOVE WS-NORM-COUNT TO WS-HW-COUNT
007280     PERFORM 7310-COPY-HIST-WORD THRU 7310-EXIT
007290         VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 12
007300     MOVE 0 TO WS-MATCHES
007310     PERFORM 7200-COUNT-WORD THRU 7200-EXIT
007320         VARYING WS-W FROM 1 BY 1
007330         UNTIL WS-W > WS-SG-COUNT
007340     COMPUTE WS-SCORE = WS-MATCHES * 100 / WS-SG-COUNT
007350     IF WS-SCORE > WS-BEST-SCORE
007360         MOVE WS-SCORE TO WS-BEST-SCORE
007370         MOVE HIST-DATE TO WS-BEST-DATE
007380         MOVE HIST-THEME TO WS-BEST-THEME
007390     END-IF.
007400 7100-EXIT.
007410     EXIT.
007420
007430 7200-COUNT-WORD.
007440     IF WS-SG-WORD(WS-W) = SPACES
007450         GO TO 7200-EXIT
007460     END-IF
007470     MOVE "N" TO WS-WORD-HIT-SW
007480     PERFORM 7300-MATCH-HIST-WORD THRU 7300-EXIT
007490         VARYING WS-W2 FROM 1 BY 1
007500         UNTIL WS-W2 > WS-HW-COUNT
007510         OR WS-WORD-HIT
007520     IF WS-WORD-HIT
007530         ADD 1 TO WS-MATCHES
007540     END-IF.
007550 7200-EXIT.
007560     EXIT.
007570
007580 7300-MATCH-HIST-WORD.
007590     IF WS-HW-WORD(WS-W2) = WS-SG-WORD(WS-W)
007600         MOVE "Y" TO WS-WORD-HIT-SW
007610         GO TO 7300-EXIT
007620     END-IF
007630*    The shorter word as a leading stem of the longer also
007640*    counts, from four letters up, exactly as the generator's
007650*    screen does.
007660     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SG-WORD(WS-W)))
007670         TO WS-LEN-A
007680     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HW-WORD(WS-W2)))
007690         TO WS-LEN-B
007700     IF WS-LEN-A < WS-LEN-B
007710         MOVE WS-LEN-A TO WS-STEM-LEN
007720     ELSE
007730         MOVE WS-LEN-B TO WS-STEM-LEN
007740     END-IF
007750     IF WS-STEM-LEN < 4
007760         GO TO 7300-EXIT
007770     END-IF
007780     IF WS-SG-WORD(WS-W)(1:WS-STEM-LEN)
007790         = WS-HW-WORD(WS-W2)(1:WS-STEM-LEN)
007800         MOVE "Y" TO WS-WORD-HIT-SW
007810     END-IF.
007820 7300-EXIT.
007830     EXIT.
007840
007850 7310-COPY-HIST-WORD.
007860     MOVE WS-NORM-WORD(WS-W) TO WS-HW-WORD(WS-W).
007870 7310-EXIT.
007880     EXIT.
007890
007900*==========================================================
007910* 7400-NORMALIZE-THEME - WS-NORM-IN to its significant words,
007920* as SongForVictoria's 3440-NORMALIZE-THEME does it.
007930*==========================================================
007940 7400-NORMALIZE-THEME.
007950     MOVE 0 TO WS-NORM-COUNT
007960     MOVE SPACES TO WS-NORM-WORDS
007970     MOVE SPACES TO WS-RAW-TABLE
007980     MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-UPPER
007990     INSPECT WS-NORM-UPPER REPLACING ALL "," BY SPACE
008000     INSPECT WS-NORM-UPPER REPLACING ALL "." BY SPACE
008010     INSPECT WS-NORM-UPPER REPLACING ALL "!" BY SPACE
008020     INSPECT WS-NORM-UPPER REPLACING ALL "?" BY SPACE
008030     INSPECT WS-NORM-UPPER REPLACING ALL ";" BY SPACE
008040     INSPECT WS-NORM-UPPER REPLACING ALL ":" BY SPACE
008050     INSPECT WS-NORM-UPPER REPLACING ALL "'" BY SPACE
008060     INSPECT WS-NORM-UPPER REPLACING ALL """" BY SPACE
008070     INSPECT WS-NORM-UPPER REPLACING ALL "(" BY SPACE
008080     INSPECT WS-NORM-UPPER REPLACING ALL ")" BY SPACE
008090     INSPECT WS-NORM-UPPER REPLACING ALL "-" BY SPACE
008100     INSPECT WS-NORM-UPPER REPLACING ALL "/" BY SPACE
008110     MOVE WS-NORM-UPPER TO WS-NORM-TEXT
008120     UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
008130         INTO WS-RAW-WORD(1) WS-RAW-WORD(2)
008140         WS-RAW-WORD(3) WS-RAW-WORD(4)
008150         WS-RAW-WORD(5) WS-RAW-WORD(6)
008160         WS-RAW-WORD(7) WS-RAW-WORD(8)
008170         WS-RAW-WORD(9) WS-RAW-WORD(10)
008180         WS-RAW-WORD(11) WS-RAW-WORD(12)
008190         WS-RAW-WORD(13) WS-RAW-WORD(14)
008200         WS-RAW-WORD(15) WS-RAW-WORD(16)
008210         WS-RAW-WORD(17) WS-RAW-WORD(18)
008220         WS-RAW-WORD(19) WS-RAW-WORD(20)
008230     END-UNSTRING
008240     PERFORM 7410-KEEP-WORD THRU 7410-EXIT
008250         VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 20.
008260 7400-EXIT.
008270     EXIT.
008280
008290 7410-KEEP-WORD.
008300     IF WS-RAW-WORD(WS-W) = SPACES
008310         GO TO 7410-EXIT
008320     END-IF
008330     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-WORD(WS-W)))
008340         TO WS-PLEN
008350     IF WS-PLEN < 2
008360         GO TO 7410-EXIT
008370     END-IF
008380     MOVE SPACES TO WS-STOP-PROBE
008390     STRING " ", FUNCTION TRIM(WS-RAW-WORD(WS-W)), " "
008400         DELIMITED BY SIZE INTO WS-STOP-PROBE
008410     ADD 2 TO WS-PLEN
008420     MOVE 0 TO WS-TALLY
008430     INSPECT WS-STOP-LIST TALLYING WS-TALLY
008440         FOR ALL WS-STOP-PROBE(1:WS-PLEN)
008450     IF WS-TALLY > 0
008460         GO TO 7410-EXIT
008470     END-IF
008480     IF WS-NORM-COUNT < 12
008490         ADD 1 TO WS-NORM-COUNT
008500         MOVE WS-RAW-WORD(WS-W)
008510             TO WS-NORM-WORD(WS-NORM-COUNT)
008520     END-IF.
008530 7410-EXIT.
008540     EXIT.
008550
008560*==========================================================
008570* 7500-SHOW-SCREEN - the screen result for the committee.
008580*==========================================================
008590 7500-SHOW-SCREEN.
008600     IF WS-BEST-DATE = SPACES
008610         DISPLAY "  Screen: no past theme shares its words."
008620         GO TO 7500-EXIT
008630     END-IF
008640     DISPLAY "  Screen: scores " WS-BEST-SCORE "% against "
008650         WS-BEST-DATE " (" FUNCTION TRIM(WS-BEST-THEME) ")"
008660     IF WS-BEST-SCORE >= WS-DUP-LIMIT
008670         DISPLAY "  At or over DUPTHRESHOLD (" WS-DUP-LIMIT
008680             "%) - too close to a past theme to accept."
008690     END-IF.
008700 7500-EXIT.
008710     EXIT.
008720
008730*==========================================================
008740* 8000-SAVE-POOL - the whole table back to the file.
008750*==========================================================
008760 8000-SAVE-POOL.
008770     OPEN OUTPUT SUGG-FILE
008780     IF WS-SUGG-STATUS NOT = "00"
008790         DISPLAY "Could not rewrite "
008800             FUNCTION TRIM(WS-SUGG-FILENAME) "."
008810         MOVE 2 TO RETURN-CODE
008820         GO TO 8000-EXIT
008830     END-IF
008840     PERFORM 8100-SAVE-ONE THRU 8100-EXIT
008850         VARYING WS-PL-IDX FROM 1 BY 1
008860         UNTIL WS-PL-IDX > WS-PL-COUNT
008870     CLOSE SUGG-FILE.
008880 8000-EXIT.
008890     EXIT.
008900
008910 8100-SAVE-ONE.
008920     MOVE SPACES TO SUGG-LINE
008930     STRING PL-ID(WS-PL-IDX), "|",
008940         FUNCTION TRIM(PL-ROSTER-ID(WS-PL-IDX)), "|",
008950         PL-DATE(WS-PL-IDX), "|",
008960         PL-STATE(WS-PL-IDX), "|",
008970         FUNCTION TRIM(PL-RUN-DATE(WS-PL-IDX)), "|",
008980         FUNCTION TRIM(PL-SCORE(WS-PL-IDX)), "|",
008990         FUNCTION TRIM(PL-NEAR-DATE(WS-PL-IDX)), "|",
009000         FUNCTION TRIM(PL-THEME(WS-PL-IDX))
009010         DELIMITED BY SIZE INTO SUGG-LINE
009020     WRITE SUGG-LINE.
009030 8100-EXIT.
009040     EXIT.
