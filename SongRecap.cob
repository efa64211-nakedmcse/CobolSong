000310*                 being mailed reads as 0, not as the stale
000320*                 run length - the digest is a nudge, and a
000330*                 lapsed member has no current streak.
000331* 10/15/2026  DM  Membership aware (SongMember): a digest goes to
000332*                 anyone on the roster that week, and days off
000333*                 the roster are neither missed nor a streak
000334*                 break.
000335* 10/15/2026  DM  A day that ran a member's theme suggestion
000336*                 names the member in every digest, and their
000337*                 own digest thanks them for it.
000338* 10/15/2026  DM  Vote lines are read at SongVote's full 100
000339*                 characters instead of being cut short at 80.
000340*----------------------------------------------------------------
000350* USAGE
000360*   SongRecap [YYYY-MM-DD]   (week-ending date, default today)
000680         ASSIGN DYNAMIC WS-BODY-FILENAME
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS WS-BODY-STATUS.
000702     SELECT SUGG-FILE
000704         ASSIGN DYNAMIC WS-SUGG-FILENAME
000706         ORGANIZATION LINE SEQUENTIAL
000708         FILE STATUS WS-SUGG-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000780 FD  ROSTER-FILE.
000790 COPY "ROSTREC.CPY".
000800 FD  VOTES-FILE.
000810 01  VOTES-LINE                 PIC X(100).
000820 FD  RLOG-FILE.
000830 01  RLOG-LINE                  PIC X(140).
000840 FD  BODY-FILE.
000850 01  BODY-LINE                  PIC X(120).
000853 FD  SUGG-FILE.
000856 01  SUGG-LINE                  PIC X(160).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-HISTORY-FILENAME        PIC X(40)
001010 01  WS-BODY-FILENAME           PIC X(40)
001020                                 VALUE "songrecap.tmp".
001030 01  WS-BODY-STATUS             PIC X(2).
001032 01  WS-SUGG-FILENAME           PIC X(40)
001034                                 VALUE "theme_suggestion.dat".
001036 01  WS-SUGG-STATUS             PIC X(2).
001040
001050 01  WS-ARG1                    PIC X(20).
001060 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001160 01  WS-SLOT                    PIC S9(4) COMP VALUE 0.
001170
001180 COPY "VOTEREC.CPY".
001185 COPY "SUGGREC.CPY".
001190
001200*----------------------------------------------------------------
001210* The window's seven days: date text, theme (when the history
001220* has one), a themed flag, and the roster ID of the member whose
001225* theme suggestion ran that day.
001230*----------------------------------------------------------------
001240 01  WS-WK-TABLE.
001250     05  WS-WK-ENTRY OCCURS 7 TIMES.
001260         10  WK-DATE            PIC X(10).
001270         10  WK-THEME           PIC X(80).
001280         10  WK-THEMED          PIC X(1).
001285         10  WK-SUG-BY          PIC X(8).
001290 01  WS-D                       PIC 9(2) COMP VALUE 0.
001293 01  WS-IDEA-TALLY              PIC 9(2) COMP VALUE 0.
001296 01  WS-BODY-PTR                PIC 9(3) COMP VALUE 0.
001300
001310*----------------------------------------------------------------
001320* One slot per roster entry: the week's flags and season
001500 01  WS-M-FOUND                 PIC 9(3) COMP VALUE 0.
001510 01  WS-M-LOOKUP                PIC X(30) VALUE SPACES.
001520 01  WS-M                       PIC 9(3) COMP VALUE 0.
001521
001522*----------------------------------------------------------------
001523* Roster membership by the day (SongMember); result 2 means no
001524* join/leave history and the active flag decides as before.
001525*----------------------------------------------------------------
001526 01  WS-MEM-ACTION              PIC X(8) VALUE SPACES.
001527 01  WS-MEM-ID                  PIC X(8) VALUE SPACES.
001528 01  WS-MEM-DATE                PIC X(10) VALUE SPACES.
001529 01  WS-MEM-DATE2               PIC X(10) VALUE SPACES.
001530 01  WS-MEM-RESULT              PIC 9(1) VALUE 0.
001531 01  WS-GAP-DATE8               PIC 9(8) VALUE 0.
001532 01  WS-GAP-TEXT                PIC X(8) VALUE SPACES.
001533
001540*----------------------------------------------------------------
001550* Members already mailed this week, from the recap log
001560*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-GET-DATE THRU 1000-EXIT.
001870     PERFORM 1100-BUILD-WEEK THRU 1100-EXIT.
001875     PERFORM 1150-LOAD-IDEAS THRU 1150-EXIT.
001880     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
001890     IF WS-M-COUNT = 0
001900         DISPLAY "No roster on file - nobody to mail."
002620         DELIMITED BY SIZE INTO WK-DATE(WS-D)
002630     MOVE SPACES TO WK-THEME(WS-D)
002640     MOVE "N" TO WK-THEMED(WS-D)
002645     MOVE SPACES TO WK-SUG-BY(WS-D)
002650     IF WS-HIST-STATUS NOT = "00"
002660         GO TO 1110-EXIT
002670     END-IF
004330         IF WS-THIS-INT = M-LAST-INT(WS-M) + 1
004340             ADD 1 TO M-RUN(WS-M)
004350         ELSE
004352             PERFORM 2110-CHECK-GAP THRU 2110-EXIT
004354             IF WS-MEM-RESULT = 1
004356                 ADD 1 TO M-RUN(WS-M)
004358             ELSE
004360                 MOVE 1 TO M-RUN(WS-M)
004365             END-IF
004370         END-IF
004380         MOVE WS-THIS-INT TO M-LAST-INT(WS-M)
004390     END-IF
005050     EXIT.
005060
005070*==========================================================
005080* 4000-MAIL-ALL - one digest per entry with an email that was
005090* a member during the week and is not yet sent this week.
005100*==========================================================
005110 4000-MAIL-ALL.
005120     PERFORM 4100-MAIL-ONE THRU 4100-EXIT
005160     EXIT.
005170
005180 4100-MAIL-ONE.
005182     MOVE "SPAN" TO WS-MEM-ACTION
005184     MOVE WK-DATE(1) TO WS-MEM-DATE
005186     MOVE WK-DATE(7) TO WS-MEM-DATE2
005188     PERFORM 2120-CALL-MEMBER THRU 2120-EXIT
005189     IF WS-MEM-RESULT = 1
005190         GO TO 4100-EXIT
005192     END-IF
005194     IF WS-MEM-RESULT = 2 AND M-ACTIVE(WS-M) NOT = "Y"
005200         GO TO 4100-EXIT
005210     END-IF
005220     IF M-EMAIL(WS-M) = SPACES
005750     WRITE BODY-LINE
005760     MOVE SPACES TO BODY-LINE
005770     WRITE BODY-LINE
005775     MOVE 0 TO WS-IDEA-TALLY
005780     PERFORM 4400-BODY-DAY-LINE THRU 4400-EXIT
005790         VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
005791     IF WS-IDEA-TALLY > 0
005792         MOVE SPACES TO BODY-LINE
005793         WRITE BODY-LINE
005794         MOVE SPACES TO BODY-LINE
005795         STRING "Your theme idea ran this week - thank you for ",
005796             "suggesting it!"
005797             DELIMITED BY SIZE INTO BODY-LINE
005798         WRITE BODY-LINE
005799     END-IF
005800     MOVE SPACES TO BODY-LINE
005810     WRITE BODY-LINE
005820     MOVE M-WK-SUBS(WS-M) TO WS-ED-3
006130     IF WK-THEMED(WS-D) NOT = "Y"
006140         GO TO 4400-EXIT
006150     END-IF
006152     MOVE "DAY" TO WS-MEM-ACTION
006154     MOVE WK-DATE(WS-D) TO WS-MEM-DATE
006156     PERFORM 2120-CALL-MEMBER THRU 2120-EXIT
006157     IF WS-MEM-RESULT = 1 AND M-DAY-FLAG(WS-M, WS-D) NOT = "Y"
006158         GO TO 4400-EXIT
006159     END-IF
006160     MOVE SPACES TO BODY-LINE
006170     IF M-DAY-FLAG(WS-M, WS-D) = "Y"
006180         STRING WK-DATE(WS-D), "  submitted - ",
006230             FUNCTION TRIM(WK-THEME(WS-D))
006240             DELIMITED BY SIZE INTO BODY-LINE
006250     END-IF
006252     IF WK-SUG-BY(WS-D) NOT = SPACES
006254         PERFORM 4410-CREDIT-IDEA THRU 4410-EXIT
006256     END-IF
006260     WRITE BODY-LINE.
006270 4400-EXIT.
006280     EXIT.
006940     CLOSE RLOG-FILE.
006950 4600-EXIT.
006960     EXIT.
006970
006980*==========================================================
006990* 1150-LOAD-IDEAS - whose theme suggestion ran on each day
007000* of the week, from the consumed ideas in the pool.
007010*==========================================================
007020 1150-LOAD-IDEAS.
007030     OPEN INPUT SUGG-FILE
007040     IF WS-SUGG-STATUS NOT = "00"
007050         GO TO 1150-EXIT
007060     END-IF
007070     MOVE "N" TO WS-EOF-SW
007080     PERFORM 1160-LOAD-IDEA-LINE THRU 1160-EXIT
007090         UNTIL WS-EOF
007100     CLOSE SUGG-FILE.
007110 1150-EXIT.
007120     EXIT.
007130
007140 1160-LOAD-IDEA-LINE.
007150     READ SUGG-FILE
007160         AT END
007170             MOVE "Y" TO WS-EOF-SW
007180             GO TO 1160-EXIT
007190     END-READ
007200     IF SUGG-LINE = SPACES
007210         GO TO 1160-EXIT
007220     END-IF
007230     MOVE SPACES TO SUG-REC
007240     UNSTRING SUGG-LINE DELIMITED BY "|"
007250         INTO SUG-ID SUG-ROSTER-ID SUG-DATE SUG-STATE
007260         SUG-RUN-DATE SUG-SCORE SUG-NEAR-DATE SUG-THEME
007270     END-UNSTRING
007280     IF NOT SUG-CONSUMED
007290         GO TO 1160-EXIT
007300     END-IF
007310     PERFORM 1170-MARK-IDEA-DAY THRU 1170-EXIT
007320         VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7.
007330 1160-EXIT.
007340     EXIT.
007350
007360 1170-MARK-IDEA-DAY.
007370     IF WK-DATE(WS-D) = SUG-RUN-DATE
007380         MOVE SUG-ROSTER-ID TO WK-SUG-BY(WS-D)
007390     END-IF.
007400 1170-EXIT.
007410     EXIT.
007420
007430*==========================================================
007440* 2110-CHECK-GAP - the days between the member's previous
007450* submission and this one; result 1 means they were off the
007460* roster for all of them and the streak is not broken.
007470*==========================================================
007480 2110-CHECK-GAP.
007490     MOVE 0 TO WS-MEM-RESULT
007500     IF M-LAST-INT(WS-M) = 0
007510         GO TO 2110-EXIT
007520     END-IF
007530     COMPUTE WS-GAP-DATE8 =
007540         FUNCTION DATE-OF-INTEGER(M-LAST-INT(WS-M) + 1)
007550     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
007560     MOVE SPACES TO WS-MEM-DATE
007570     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
007580         WS-GAP-TEXT(7:2)
007590         DELIMITED BY SIZE INTO WS-MEM-DATE
007600     COMPUTE WS-GAP-DATE8 =
007610         FUNCTION DATE-OF-INTEGER(WS-THIS-INT - 1)
007620     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
007630     MOVE SPACES TO WS-MEM-DATE2
007640     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
007650         WS-GAP-TEXT(7:2)
007660         DELIMITED BY SIZE INTO WS-MEM-DATE2
007670     MOVE "SPAN" TO WS-MEM-ACTION
007680     PERFORM 2120-CALL-MEMBER THRU 2120-EXIT.
007690 2110-EXIT.
007700     EXIT.
007710
007720 2120-CALL-MEMBER.
007730     MOVE M-ID(WS-M) TO WS-MEM-ID
007740     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
007750         WS-MEM-DATE WS-MEM-DATE2 WS-MEM-RESULT.
007760 2120-EXIT.
007770     EXIT.
007780
007790*==========================================================
007800* 4410-CREDIT-IDEA - the day ran a member's theme idea: name
007810* them on the line (or thank the member reading it).
007820*==========================================================
007830 4410-CREDIT-IDEA.
007840     COMPUTE WS-BODY-PTR =
007850         FUNCTION LENGTH(FUNCTION TRIM(BODY-LINE)) + 1
007860     IF WK-SUG-BY(WS-D) = M-ID(WS-M)
007870         ADD 1 TO WS-IDEA-TALLY
007880         STRING " (your idea)"
007890             DELIMITED BY SIZE INTO BODY-LINE
007900             WITH POINTER WS-BODY-PTR
007910         END-STRING
007920         GO TO 4410-EXIT
007930     END-IF
007940     MOVE SPACES TO WS-M-LOOKUP
007950     MOVE WK-SUG-BY(WS-D) TO WS-M-LOOKUP
007960     PERFORM 1250-FIND-MEMBER THRU 1250-EXIT
007970     IF WS-M-FOUND = 0
007980         GO TO 4410-EXIT
007990     END-IF
008000     STRING " (idea from ", FUNCTION TRIM(M-NAME(WS-M-FOUND)),
008010         ")"
008020         DELIMITED BY SIZE INTO BODY-LINE
008030         WITH POINTER WS-BODY-PTR
008040     END-STRING.
008050 4410-EXIT.
008060     EXIT.
