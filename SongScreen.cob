000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongScreen.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - vote anomaly screening for the
000200*                 committee.  Over a date range of votes.dat and
000210*                 vote_results.dat it flags pairs who trade 5s,
000220*                 voters who only ever vote for one person,
000230*                 voters who score everything 5, and bursts of
000240*                 votes for one video just before VOTEWINDOW
000250*                 closes, with the votes behind each flag, in
000260*                 song_screen.txt.  QUARANTINE and RELEASE keep
000270*                 vote_quarantine.dat, which SongVote TALLY and
000280*                 CLOSE and SongSeason skip (via SongQuarantine),
000290*                 and every action goes to
000300*                 vote_quarantine_audit.dat with its reason.
000310*----------------------------------------------------------------
000320* USAGE
000330*   SongScreen [START-YYYY-MM-DD] [END-YYYY-MM-DD]
000340*   SongScreen QUARANTINE YYYY-MM-DD VOTER PARTICIPANT "Reason"
000350*   SongScreen RELEASE YYYY-MM-DD VOTER PARTICIPANT "Reason"
000360*   SongScreen LIST
000370*   Votes already quarantined are left out of the screening.
000380*   The thresholds are the SCREEN... lines in settings.cfg.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VOTES-FILE
000440         ASSIGN DYNAMIC WS-VOTES-FILENAME
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS WS-VOTES-STATUS.
000470     SELECT RESULTS-FILE
000480         ASSIGN DYNAMIC WS-RESULTS-FILENAME
000490         ORGANIZATION LINE SEQUENTIAL
000500         FILE STATUS WS-RESULTS-STATUS.
000510     SELECT SETTINGS-FILE
000520         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS WS-SETT-STATUS.
000550     SELECT REPORT-FILE
000560         ASSIGN DYNAMIC WS-REPORT-FILENAME
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS WS-REPORT-STATUS.
000590     SELECT QUARANTINE-FILE
000600         ASSIGN DYNAMIC WS-QRN-FILENAME
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS WS-QRN-STATUS.
000630     SELECT AUDIT-FILE
000640         ASSIGN DYNAMIC WS-AUDIT-FILENAME
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS WS-AUDIT-STATUS.
000670     SELECT TEMP-FILE
000680         ASSIGN DYNAMIC WS-TEMP-FILENAME
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS WS-TEMP-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  VOTES-FILE.
000750 01  VOTES-LINE                 PIC X(100).
000760 FD  RESULTS-FILE.
000770 01  RESULTS-LINE               PIC X(80).
000780 FD  SETTINGS-FILE.
000790 01  SETTINGS-LINE              PIC X(100).
000800 FD  REPORT-FILE.
000810 01  REPORT-LINE                PIC X(132).
000820 FD  QUARANTINE-FILE.
000830 01  QUARANTINE-LINE            PIC X(200).
000840 FD  AUDIT-FILE.
000850 01  AUDIT-LINE                 PIC X(200).
000860 FD  TEMP-FILE.
000870 01  TEMP-LINE                  PIC X(200).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-VOTES-FILENAME          PIC X(40) VALUE "votes.dat".
000910 01  WS-VOTES-STATUS            PIC X(2).
000920 01  WS-RESULTS-FILENAME        PIC X(40)
000930                                 VALUE "vote_results.dat".
000940 01  WS-RESULTS-STATUS          PIC X(2).
000950 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000960 01  WS-SETT-STATUS             PIC X(2).
000970 01  WS-REPORT-FILENAME         PIC X(40) VALUE "song_screen.txt".
000980 01  WS-REPORT-STATUS           PIC X(2).
000990 01  WS-QRN-FILENAME            PIC X(40)
001000                                 VALUE "vote_quarantine.dat".
001010 01  WS-QRN-STATUS              PIC X(2).
001020 01  WS-AUDIT-FILENAME          PIC X(40)
001030         VALUE "vote_quarantine_audit.dat".
001040 01  WS-AUDIT-STATUS            PIC X(2).
001050 01  WS-TEMP-FILENAME           PIC X(40)
001060                                 VALUE "vote_quarantine.tmp".
001070 01  WS-TEMP-STATUS             PIC X(2).
001080
001090 01  WS-ARG1                    PIC X(20).
001100 01  WS-ARG2                    PIC X(30).
001110 01  WS-ARG3                    PIC X(30).
001120 01  WS-ARG4                    PIC X(30).
001130 01  WS-ARG5                    PIC X(60).
001140 01  WS-MODE-SW                 PIC X(1) VALUE "S".
001150     88  WS-SCREEN-MODE                  VALUE "S".
001160     88  WS-QUARANTINE-MODE              VALUE "Q".
001170     88  WS-RELEASE-MODE                 VALUE "R".
001180     88  WS-LIST-MODE                    VALUE "L".
001190 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001200     88  WS-ARGS-VALID                   VALUE "Y".
001210 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001220     88  WS-EOF                          VALUE "Y".
001230 01  WS-START-DATE              PIC X(10) VALUE SPACES.
001240 01  WS-END-DATE                PIC X(10) VALUE SPACES.
001250 01  WS-CHK-DATE                PIC X(20) VALUE SPACES.
001260 01  WS-DATE-OK-SW              PIC X(1) VALUE "Y".
001270     88  WS-DATE-OK                      VALUE "Y".
001280 01  WS-NOW                     PIC X(21) VALUE SPACES.
001290 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001300 01  CMD                        PIC X(200).
001310 01  ERR                        PIC 9(4) COMP-5.
001320
001330 COPY "VOTEREC.CPY".
001340 COPY "QRNREC.CPY".
001350
001360*----------------------------------------------------------------
001370* Settings: the voting window and the screening thresholds
001380*----------------------------------------------------------------
001390 01  WS-SETT-LINE               PIC X(100).
001400 01  WS-SETT-KEY                PIC X(20).
001410 01  WS-SETT-VAL                PIC X(78).
001420 01  WS-VOTE-WINDOW             PIC 9(3) VALUE 7.
001430 01  WS-MUTUAL-MIN              PIC 9(3) VALUE 3.
001440 01  WS-SINGLE-MIN              PIC 9(3) VALUE 5.
001450 01  WS-ALLFIVE-MIN             PIC 9(3) VALUE 10.
001460 01  WS-BURST-HOURS             PIC 9(3) VALUE 24.
001470 01  WS-BURST-MIN               PIC 9(3) VALUE 3.
001480
001490*----------------------------------------------------------------
001500* Quarantine lookup (SongQuarantine) and run lock (SongLock)
001510*----------------------------------------------------------------
001520 01  WS-QRN-ACTION              PIC X(8) VALUE "CHECK".
001530 01  WS-QRN-RESULT              PIC 9(1) VALUE 0.
001540 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
001550 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongScreen".
001560 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001570 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001580     88  WS-LOCK-HELD                    VALUE "Y".
001590 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001600
001610*----------------------------------------------------------------
001620* The range's votes, less any already quarantined.  VT-LATE is
001630* Y for a vote cast inside the last SCREENBURSTHRS hours of its
001640* day's voting window.
001650*----------------------------------------------------------------
001660 01  WS-VT-COUNT                PIC 9(4) COMP VALUE 0.
001670 01  WS-VT-TABLE.
001680     05  WS-VT-ENTRY OCCURS 5000 TIMES.
001690         10  VT-DATE            PIC X(10).
001700         10  VT-VOTER           PIC X(30).
001710         10  VT-PART            PIC X(30).
001720         10  VT-SCORE           PIC 9(1).
001730         10  VT-STAMP           PIC X(19).
001740         10  VT-LATE            PIC X(1).
001750 01  WS-VT-IDX                  PIC 9(4) COMP VALUE 0.
001760 01  WS-VT-OVER-SW              PIC X(1) VALUE "N".
001770     88  WS-VT-OVERFLOW                  VALUE "Y".
001780 01  WS-QRN-SKIPPED             PIC 9(5) COMP VALUE 0.
001790
001800*----------------------------------------------------------------
001810* Per voter: votes cast, 5s given, and whether every vote went
001820* to the same participant.
001830*----------------------------------------------------------------
001840 01  WS-VR-COUNT                PIC 9(3) COMP VALUE 0.
001850 01  WS-VR-TABLE.
001860     05  WS-VR-ENTRY OCCURS 300 TIMES.
001870         10  VR-VOTER           PIC X(30).
001880         10  VR-VOTES           PIC 9(4) COMP.
001890         10  VR-FIVES           PIC 9(4) COMP.
001900         10  VR-TARGET          PIC X(30).
001910         10  VR-MULTI           PIC X(1).
001920 01  WS-VR-IDX                  PIC 9(3) COMP VALUE 0.
001930 01  WS-VR-FOUND                PIC 9(3) COMP VALUE 0.
001940
001950*----------------------------------------------------------------
001960* Per voter and participant voted for: votes and 5s.
001970*----------------------------------------------------------------
001980 01  WS-PR-COUNT                PIC 9(4) COMP VALUE 0.
001990 01  WS-PR-TABLE.
002000     05  WS-PR-ENTRY OCCURS 3000 TIMES.
002010         10  PR-VOTER           PIC X(30).
002020         10  PR-PART            PIC X(30).
002030         10  PR-VOTES           PIC 9(4) COMP.
002040         10  PR-FIVES           PIC 9(4) COMP.
002050 01  WS-PR-IDX                  PIC 9(4) COMP VALUE 0.
002060 01  WS-PR-FOUND                PIC 9(4) COMP VALUE 0.
002070 01  WS-PR-BACK                 PIC 9(4) COMP VALUE 0.
002080
002090*----------------------------------------------------------------
002100* Per challenge date and participant: votes, votes with a cast
002110* time, and late votes.
002120*----------------------------------------------------------------
002130 01  WS-DP-COUNT                PIC 9(4) COMP VALUE 0.
002140 01  WS-DP-TABLE.
002150     05  WS-DP-ENTRY OCCURS 3000 TIMES.
002160         10  DP-DATE            PIC X(10).
002170         10  DP-PART            PIC X(30).
002180         10  DP-VOTES           PIC 9(4) COMP.
002190         10  DP-LATE            PIC 9(4) COMP.
002200 01  WS-DP-IDX                  PIC 9(4) COMP VALUE 0.
002210 01  WS-DP-FOUND                PIC 9(4) COMP VALUE 0.
002220 01  WS-TABLE-OVER-SW           PIC X(1) VALUE "N".
002230     88  WS-TABLE-OVERFLOW               VALUE "Y".
002240
002250*----------------------------------------------------------------
002260* Frozen day results inside the range
002270*----------------------------------------------------------------
002280 01  WS-RS-COUNT                PIC 9(3) COMP VALUE 0.
002290 01  WS-RS-TABLE.
002300     05  WS-RS-ENTRY OCCURS 400 TIMES.
002310         10  RS-DATE            PIC X(10).
002320         10  RS-WINNER          PIC X(30).
002330         10  RS-TIE             PIC X(1).
002340 01  WS-RS-IDX                  PIC 9(3) COMP VALUE 0.
002350 01  WS-RS-FOUND                PIC 9(3) COMP VALUE 0.
002360 01  WS-RL-DATE                 PIC X(10).
002370 01  WS-RL-WINNER               PIC X(30).
002380 01  WS-RL-PTS                  PIC X(5).
002390 01  WS-RL-TIE                  PIC X(1).
002400
002410*----------------------------------------------------------------
002420* Late-vote arithmetic, in minutes from the day-number epoch
002430*----------------------------------------------------------------
002440 01  WS-DATE8-TEXT              PIC X(8).
002450 01  WS-DATE8                   PIC 9(8).
002460 01  WS-CLOSE-MIN               PIC S9(11) COMP VALUE 0.
002470 01  WS-CAST-MIN                PIC S9(11) COMP VALUE 0.
002480 01  WS-HH                      PIC 9(2) VALUE 0.
002490 01  WS-MI                      PIC 9(2) VALUE 0.
002500
002510*----------------------------------------------------------------
002520* Evidence listing filter, win counts and report edit fields
002530*----------------------------------------------------------------
002540 01  WS-EV-VOTER                PIC X(30) VALUE SPACES.
002550 01  WS-EV-PART                 PIC X(30) VALUE SPACES.
002560 01  WS-EV-DATE                 PIC X(10) VALUE SPACES.
002570 01  WS-EV-FIVES-SW             PIC X(1) VALUE "N".
002580     88  WS-EV-FIVES-ONLY                VALUE "Y".
002590 01  WS-EV-LATE-SW              PIC X(1) VALUE "N".
002600     88  WS-EV-LATE-ONLY                 VALUE "Y".
002610 01  WS-EV-SHOWN                PIC 9(4) COMP VALUE 0.
002620 01  WS-EV-MORE                 PIC 9(4) COMP VALUE 0.
002630 01  WS-EV-LIMIT                PIC 9(4) COMP VALUE 20.
002640 01  WS-WIN-PART                PIC X(30) VALUE SPACES.
002650 01  WS-WIN-COUNT               PIC 9(3) COMP VALUE 0.
002660 01  WS-SECTION-FLAGS           PIC 9(4) COMP VALUE 0.
002670 01  WS-FLAG-COUNT              PIC 9(4) COMP VALUE 0.
002680 01  WS-TARGETS                 PIC 9(4) COMP VALUE 0.
002690 01  WS-ED-A                    PIC ZZZ9.
002700 01  WS-ED-B                    PIC ZZZ9.
002710 01  WS-ED-C                    PIC ZZZ9.
002720 01  WS-ED-D                    PIC ZZZ9.
002730 01  WS-ED-5                    PIC ZZZZ9.
002740 01  WS-CLOSED-TEXT             PIC X(30) VALUE SPACES.
002750
002760*----------------------------------------------------------------
002770* QUARANTINE / RELEASE working fields
002780*----------------------------------------------------------------
002790 01  WS-Q-DATE                  PIC X(10) VALUE SPACES.
002800 01  WS-Q-VOTER                 PIC X(30) VALUE SPACES.
002810 01  WS-Q-PART                  PIC X(30) VALUE SPACES.
002820 01  WS-Q-REASON                PIC X(60) VALUE SPACES.
002830 01  WS-Q-VOTER-UP              PIC X(30) VALUE SPACES.
002840 01  WS-Q-PART-UP               PIC X(30) VALUE SPACES.
002850 01  WS-Q-FOUND-SW              PIC X(1) VALUE "N".
002860     88  WS-Q-FOUND                      VALUE "Y".
002870 01  WS-Q-SCORE                 PIC X(1) VALUE SPACES.
002880 01  WS-LIST-COUNT              PIC 9(4) VALUE 0.
002890
002900 PROCEDURE DIVISION.
002910*==========================================================
002920* 0000-MAINLINE
002930*==========================================================
002940 0000-MAINLINE.
002950     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002960     IF NOT WS-ARGS-VALID
002970         DISPLAY "Usage: SongScreen [START-YYYY-MM-DD] "
002980             "[END-YYYY-MM-DD]"
002990         DISPLAY "       SongScreen QUARANTINE YYYY-MM-DD VOTER "
003000             "PARTICIPANT ""Reason"""
003010         DISPLAY "       SongScreen RELEASE YYYY-MM-DD VOTER "
003020             "PARTICIPANT ""Reason"""
003030         DISPLAY "       SongScreen LIST"
003040         MOVE 1 TO RETURN-CODE
003050         GO TO 0000-DONE
003060     END-IF
003070     IF WS-LIST-MODE
003080         PERFORM 6000-LIST-QUARANTINE THRU 6000-EXIT
003090         GO TO 0000-DONE
003100     END-IF
003110     IF WS-SCREEN-MODE
003120         PERFORM 1200-LOAD-SETTINGS THRU 1200-EXIT
003130         PERFORM 2000-LOAD-VOTES THRU 2000-EXIT
003140         PERFORM 2500-LOAD-RESULTS THRU 2500-EXIT
003150         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
003160         GO TO 0000-DONE
003170     END-IF
003180     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
003190     IF NOT WS-LOCK-HELD
003200         MOVE 3 TO RETURN-CODE
003210         GO TO 0000-DONE
003220     END-IF
003230     IF WS-QUARANTINE-MODE
003240         PERFORM 4000-QUARANTINE-VOTE THRU 4000-EXIT
003250     ELSE
003260         PERFORM 5000-RELEASE-VOTE THRU 5000-EXIT
003270     END-IF.
003280 0000-DONE.
003290     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
003300     STOP RUN.
003310
003320*==========================================================
003330* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
003340* through the SongLock subprogram.
003350*==========================================================
003360 0100-CLAIM-LOCK.
003370     MOVE "CLAIM" TO WS-LOCK-ACTION
003380     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003390         WS-LOCK-RESULT
003400     IF WS-LOCK-RESULT = 0
003410         MOVE "Y" TO WS-LOCK-HELD-SW
003420     ELSE
003430         DISPLAY "Could not claim the run lock (result "
003440             WS-LOCK-RESULT ") - try again shortly."
003450     END-IF.
003460 0100-EXIT.
003470     EXIT.
003480
003490 0200-RELEASE-LOCK.
003500     IF WS-LOCK-HELD
003510         MOVE RETURN-CODE TO WS-SAVE-RC
003520         MOVE "RELEASE" TO WS-LOCK-ACTION
003530         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003540             WS-LOCK-RESULT
003550         MOVE WS-SAVE-RC TO RETURN-CODE
003560         MOVE "N" TO WS-LOCK-HELD-SW
003570     END-IF.
003580 0200-EXIT.
003590     EXIT.
003600
003610*==========================================================
003620* 1000-GET-ARGUMENTS - a screening range, or a quarantine
003630* action on one vote, or LIST.
003640*==========================================================
003650 1000-GET-ARGUMENTS.
003660     MOVE SPACES TO WS-ARG1
003670     MOVE SPACES TO WS-ARG2
003680     MOVE SPACES TO WS-ARG3
003690     MOVE SPACES TO WS-ARG4
003700     MOVE SPACES TO WS-ARG5
003710     DISPLAY 1 UPON ARGUMENT-NUMBER
003720     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003730         ON EXCEPTION MOVE SPACES TO WS-ARG1
003740     END-ACCEPT
003750     DISPLAY 2 UPON ARGUMENT-NUMBER
003760     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003770         ON EXCEPTION MOVE SPACES TO WS-ARG2
003780     END-ACCEPT
003790     DISPLAY 3 UPON ARGUMENT-NUMBER
003800     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
003810         ON EXCEPTION MOVE SPACES TO WS-ARG3
003820     END-ACCEPT
003830     DISPLAY 4 UPON ARGUMENT-NUMBER
003840     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
003850         ON EXCEPTION MOVE SPACES TO WS-ARG4
003860     END-ACCEPT
003870     DISPLAY 5 UPON ARGUMENT-NUMBER
003880     ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
003890         ON EXCEPTION MOVE SPACES TO WS-ARG5
003900     END-ACCEPT
003910     MOVE "Y" TO WS-VALID-SW
003920     MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1
003930     EVALUATE WS-ARG1
003940         WHEN "LIST"
003950             MOVE "L" TO WS-MODE-SW
003960         WHEN "QUARANTINE"
003970             MOVE "Q" TO WS-MODE-SW
003980             PERFORM 1100-CHECK-VOTE-ARGS THRU 1100-EXIT
003990         WHEN "RELEASE"
004000             MOVE "R" TO WS-MODE-SW
004010             PERFORM 1100-CHECK-VOTE-ARGS THRU 1100-EXIT
004020         WHEN OTHER
004030             MOVE "S" TO WS-MODE-SW
004040             MOVE "0000-00-00" TO WS-START-DATE
004050             MOVE "9999-99-99" TO WS-END-DATE
004060             IF WS-ARG1 NOT = SPACES
004070                 MOVE WS-ARG1 TO WS-CHK-DATE
004080                 PERFORM 1150-CHECK-DATE THRU 1150-EXIT
004090                 MOVE WS-ARG1(1:10) TO WS-START-DATE
004100             END-IF
004110             IF WS-ARG2 NOT = SPACES
004120                 MOVE WS-ARG2 TO WS-CHK-DATE
004130                 PERFORM 1150-CHECK-DATE THRU 1150-EXIT
004140                 MOVE WS-ARG2(1:10) TO WS-END-DATE
004150             END-IF
004160     END-EVALUATE.
004170 1000-EXIT.
004180     EXIT.
004190
004200 1100-CHECK-VOTE-ARGS.
004210     IF WS-ARG3 = SPACES OR WS-ARG4 = SPACES
004220         OR WS-ARG5 = SPACES
004230         MOVE "N" TO WS-VALID-SW
004240         GO TO 1100-EXIT
004250     END-IF
004260     MOVE WS-ARG2 TO WS-CHK-DATE
004270     PERFORM 1150-CHECK-DATE THRU 1150-EXIT
004280     MOVE WS-ARG2(1:10) TO WS-Q-DATE
004290     MOVE WS-ARG3 TO WS-Q-VOTER
004300     MOVE WS-ARG4 TO WS-Q-PART
004310     MOVE WS-ARG5 TO WS-Q-REASON
004320     INSPECT WS-Q-REASON REPLACING ALL "|" BY SPACE
004330     MOVE FUNCTION UPPER-CASE(WS-Q-VOTER) TO WS-Q-VOTER-UP
004340     MOVE FUNCTION UPPER-CASE(WS-Q-PART) TO WS-Q-PART-UP.
004350 1100-EXIT.
004360     EXIT.
004370
004380 1150-CHECK-DATE.
004390     IF NOT ( WS-CHK-DATE(1:4) IS NUMERIC
004400         AND WS-CHK-DATE(5:1) = "-"
004410         AND WS-CHK-DATE(6:2) IS NUMERIC
004420         AND WS-CHK-DATE(8:1) = "-"
004430         AND WS-CHK-DATE(9:2) IS NUMERIC
004440         AND WS-CHK-DATE(11:10) = SPACES )
004450         MOVE "N" TO WS-VALID-SW
004460     END-IF.
004470 1150-EXIT.
004480     EXIT.
004490
004500*==========================================================
004510* 1200-LOAD-SETTINGS - the voting window and the screening
004520* thresholds, from the same settings file SongVote reads.
004530*==========================================================
004540 1200-LOAD-SETTINGS.
004550     OPEN INPUT SETTINGS-FILE
004560     IF WS-SETT-STATUS NOT = "00"
004570         GO TO 1200-EXIT
004580     END-IF
004590     MOVE "N" TO WS-EOF-SW
004600     PERFORM 1210-READ-SETTING-LINE THRU 1210-EXIT
004610         UNTIL WS-EOF
004620     CLOSE SETTINGS-FILE.
004630 1200-EXIT.
004640     EXIT.
004650
004660 1210-READ-SETTING-LINE.
004670     READ SETTINGS-FILE INTO WS-SETT-LINE
004680         AT END
004690             MOVE "Y" TO WS-EOF-SW
004700             GO TO 1210-EXIT
004710     END-READ
004720     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
004730         GO TO 1210-EXIT
004740     END-IF
004750     MOVE SPACES TO WS-SETT-KEY
004760     MOVE SPACES TO WS-SETT-VAL
004770     UNSTRING WS-SETT-LINE DELIMITED BY "="
004780         INTO WS-SETT-KEY WS-SETT-VAL
004790     END-UNSTRING
004800     IF WS-SETT-VAL(1:1) NOT NUMERIC
004810         GO TO 1210-EXIT
004820     END-IF
004830     EVALUATE WS-SETT-KEY
004840         WHEN "VOTEWINDOW"
004850             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-VOTE-WINDOW
004860         WHEN "SCREENMUTUAL"
004870             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-MUTUAL-MIN
004880         WHEN "SCREENSINGLE"
004890             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-SINGLE-MIN
004900         WHEN "SCREENALLFIVE"
004910             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-ALLFIVE-MIN
004920         WHEN "SCREENBURSTHRS"
004930             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-BURST-HOURS
004940         WHEN "SCREENBURSTMIN"
004950             MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-BURST-MIN
004960         WHEN OTHER
004970             CONTINUE
004980     END-EVALUATE.
004990 1210-EXIT.
005000     EXIT.
005010
005020*==========================================================
005030* 2000-LOAD-VOTES - the range's votes into core, skipping the
005040* ones already quarantined, with the per-voter, per-pair and
005050* per-day tallies built as each vote is taken.
005060*==========================================================
005070 2000-LOAD-VOTES.
005080     OPEN INPUT VOTES-FILE
005090     IF WS-VOTES-STATUS NOT = "00"
005100         GO TO 2000-EXIT
005110     END-IF
005120     MOVE "N" TO WS-EOF-SW
005130     PERFORM 2010-LOAD-VOTE-LINE THRU 2010-EXIT
005140         UNTIL WS-EOF
005150     CLOSE VOTES-FILE.
005160 2000-EXIT.
005170     EXIT.
005180
005190 2010-LOAD-VOTE-LINE.
005200     READ VOTES-FILE
005210         AT END
005220             MOVE "Y" TO WS-EOF-SW
005230             GO TO 2010-EXIT
005240     END-READ
005250     IF VOTES-LINE = SPACES
005260         GO TO 2010-EXIT
005270     END-IF
005280     MOVE SPACES TO VOTE-REC
005290     UNSTRING VOTES-LINE DELIMITED BY "|"
005300         INTO VOTE-DATE VOTE-VOTER VOTE-PARTICIPANT
005310         VOTE-SCORE VOTE-STAMP
005320     END-UNSTRING
005330     IF VOTE-DATE < WS-START-DATE
005340         OR VOTE-DATE > WS-END-DATE
005350         GO TO 2010-EXIT
005360     END-IF
005370     IF VOTE-DATE(1:4) NOT NUMERIC
005380         OR VOTE-DATE(6:2) NOT NUMERIC
005390         OR VOTE-DATE(9:2) NOT NUMERIC
005400         OR VOTE-PARTICIPANT = SPACES
005410         OR VOTE-SCORE NOT NUMERIC
005420         GO TO 2010-EXIT
005430     END-IF
005440     CALL "SongQuarantine" USING WS-QRN-ACTION VOTE-DATE
005450         VOTE-VOTER VOTE-PARTICIPANT WS-QRN-RESULT
005460     IF WS-QRN-RESULT = 1
005470         ADD 1 TO WS-QRN-SKIPPED
005480         GO TO 2010-EXIT
005490     END-IF
005500     IF WS-VT-COUNT >= 5000
005510         MOVE "Y" TO WS-VT-OVER-SW
005520         GO TO 2010-EXIT
005530     END-IF
005540     ADD 1 TO WS-VT-COUNT
005550     MOVE VOTE-DATE TO VT-DATE(WS-VT-COUNT)
005560     MOVE VOTE-VOTER TO VT-VOTER(WS-VT-COUNT)
005570     MOVE VOTE-PARTICIPANT TO VT-PART(WS-VT-COUNT)
005580     MOVE VOTE-SCORE TO VT-SCORE(WS-VT-COUNT)
005590     MOVE VOTE-STAMP TO VT-STAMP(WS-VT-COUNT)
005600     PERFORM 2050-CHECK-LATE THRU 2050-EXIT
005610     PERFORM 2100-ADD-VOTER THRU 2100-EXIT
005620     PERFORM 2200-ADD-PAIR THRU 2200-EXIT
005630     PERFORM 2300-ADD-DAY-PART THRU 2300-EXIT.
005640 2010-EXIT.
005650     EXIT.
005660
005670*==========================================================
005680* 2050-CHECK-LATE - a vote is late when it was cast within
005690* SCREENBURSTHRS hours of the end of the window's last day.
005700* Votes with no cast time are never late.
005710*==========================================================
005720 2050-CHECK-LATE.
005730     MOVE "N" TO VT-LATE(WS-VT-COUNT)
005740     IF VOTE-STAMP(1:4) NOT NUMERIC
005750         OR VOTE-STAMP(6:2) NOT NUMERIC
005760         OR VOTE-STAMP(9:2) NOT NUMERIC
005770         OR VOTE-STAMP(12:2) NOT NUMERIC
005780         OR VOTE-STAMP(15:2) NOT NUMERIC
005790         GO TO 2050-EXIT
005800     END-IF
005810     MOVE SPACES TO WS-DATE8-TEXT
005820     STRING VOTE-DATE(1:4), VOTE-DATE(6:2), VOTE-DATE(9:2)
005830         DELIMITED BY SIZE INTO WS-DATE8-TEXT
005840     MOVE WS-DATE8-TEXT TO WS-DATE8
005850     COMPUTE WS-CLOSE-MIN =
005860         (FUNCTION INTEGER-OF-DATE(WS-DATE8)
005870         + WS-VOTE-WINDOW + 1) * 1440
005880     MOVE SPACES TO WS-DATE8-TEXT
005890     STRING VOTE-STAMP(1:4), VOTE-STAMP(6:2), VOTE-STAMP(9:2)
005900         DELIMITED BY SIZE INTO WS-DATE8-TEXT
005910     MOVE WS-DATE8-TEXT TO WS-DATE8
005920     MOVE VOTE-STAMP(12:2) TO WS-HH
005930     MOVE VOTE-STAMP(15:2) TO WS-MI
005940     COMPUTE WS-CAST-MIN =
005950         FUNCTION INTEGER-OF-DATE(WS-DATE8) * 1440
005960         + WS-HH * 60 + WS-MI
005970     IF WS-CAST-MIN < WS-CLOSE-MIN
005980         AND WS-CLOSE-MIN - WS-CAST-MIN
005990             NOT > WS-BURST-HOURS * 60
006000         MOVE "Y" TO VT-LATE(WS-VT-COUNT)
006010     END-IF.
006020 2050-EXIT.
006030     EXIT.
006040
006050 2100-ADD-VOTER.
006060     MOVE 0 TO WS-VR-FOUND
006070     PERFORM 2110-SCAN-VOTER THRU 2110-EXIT
006080         VARYING WS-VR-IDX FROM 1 BY 1
006090         UNTIL WS-VR-IDX > WS-VR-COUNT
006100         OR WS-VR-FOUND > 0
006110     IF WS-VR-FOUND = 0
006120         IF WS-VR-COUNT >= 300
006130             MOVE "Y" TO WS-TABLE-OVER-SW
006140             GO TO 2100-EXIT
006150         END-IF
006160         ADD 1 TO WS-VR-COUNT
006170         MOVE WS-VR-COUNT TO WS-VR-FOUND
006180         MOVE VOTE-VOTER TO VR-VOTER(WS-VR-FOUND)
006190         MOVE 0 TO VR-VOTES(WS-VR-FOUND)
006200         MOVE 0 TO VR-FIVES(WS-VR-FOUND)
006210         MOVE VOTE-PARTICIPANT TO VR-TARGET(WS-VR-FOUND)
006220         MOVE "N" TO VR-MULTI(WS-VR-FOUND)
006230     END-IF
006240     ADD 1 TO VR-VOTES(WS-VR-FOUND)
006250     IF VOTE-SCORE = "5"
006260         ADD 1 TO VR-FIVES(WS-VR-FOUND)
006270     END-IF
006280     IF VOTE-PARTICIPANT NOT = VR-TARGET(WS-VR-FOUND)
006290         MOVE "Y" TO VR-MULTI(WS-VR-FOUND)
006300     END-IF.
006310 2100-EXIT.
006320     EXIT.
006330
006340 2110-SCAN-VOTER.
006350     IF VR-VOTER(WS-VR-IDX) = VOTE-VOTER
006360         MOVE WS-VR-IDX TO WS-VR-FOUND
006370     END-IF.
006380 2110-EXIT.
006390     EXIT.
006400
006410 2200-ADD-PAIR.
006420     MOVE 0 TO WS-PR-FOUND
006430     PERFORM 2210-SCAN-PAIR THRU 2210-EXIT
006440         VARYING WS-PR-IDX FROM 1 BY 1
006450         UNTIL WS-PR-IDX > WS-PR-COUNT
006460         OR WS-PR-FOUND > 0
006470     IF WS-PR-FOUND = 0
006480         IF WS-PR-COUNT >= 3000
006490             MOVE "Y" TO WS-TABLE-OVER-SW
006500             GO TO 2200-EXIT
006510         END-IF
006520         ADD 1 TO WS-PR-COUNT
006530         MOVE WS-PR-COUNT TO WS-PR-FOUND
006540         MOVE VOTE-VOTER TO PR-VOTER(WS-PR-FOUND)
006550         MOVE VOTE-PARTICIPANT TO PR-PART(WS-PR-FOUND)
006560         MOVE 0 TO PR-VOTES(WS-PR-FOUND)
006570         MOVE 0 TO PR-FIVES(WS-PR-FOUND)
006580     END-IF
006590     ADD 1 TO PR-VOTES(WS-PR-FOUND)
006600     IF VOTE-SCORE = "5"
006610         ADD 1 TO PR-FIVES(WS-PR-FOUND)
006620     END-IF.
006630 2200-EXIT.
006640     EXIT.
006650
006660 2210-SCAN-PAIR.
006670     IF PR-VOTER(WS-PR-IDX) = VOTE-VOTER
006680         AND PR-PART(WS-PR-IDX) = VOTE-PARTICIPANT
006690         MOVE WS-PR-IDX TO WS-PR-FOUND
006700     END-IF.
006710 2210-EXIT.
006720     EXIT.
006730
006740 2300-ADD-DAY-PART.
006750     MOVE 0 TO WS-DP-FOUND
006760     PERFORM 2310-SCAN-DAY-PART THRU 2310-EXIT
006770         VARYING WS-DP-IDX FROM 1 BY 1
006780         UNTIL WS-DP-IDX > WS-DP-COUNT
006790         OR WS-DP-FOUND > 0
006800     IF WS-DP-FOUND = 0
006810         IF WS-DP-COUNT >= 3000
006820             MOVE "Y" TO WS-TABLE-OVER-SW
006830             GO TO 2300-EXIT
006840         END-IF
006850         ADD 1 TO WS-DP-COUNT
006860         MOVE WS-DP-COUNT TO WS-DP-FOUND
006870         MOVE VOTE-DATE TO DP-DATE(WS-DP-FOUND)
006880         MOVE VOTE-PARTICIPANT TO DP-PART(WS-DP-FOUND)
006890         MOVE 0 TO DP-VOTES(WS-DP-FOUND)
006900         MOVE 0 TO DP-LATE(WS-DP-FOUND)
006910     END-IF
006920     ADD 1 TO DP-VOTES(WS-DP-FOUND)
006930     IF VT-LATE(WS-VT-COUNT) = "Y"
006940         ADD 1 TO DP-LATE(WS-DP-FOUND)
006950     END-IF.
006960 2300-EXIT.
006970     EXIT.
006980
006990 2310-SCAN-DAY-PART.
007000     IF DP-DATE(WS-DP-IDX) = VOTE-DATE
007010         AND DP-PART(WS-DP-IDX) = VOTE-PARTICIPANT
007020         MOVE WS-DP-IDX TO WS-DP-FOUND
007030     END-IF.
007040 2310-EXIT.
007050     EXIT.
007060
007070*==========================================================
007080* 2500-LOAD-RESULTS - the range's frozen day winners, for the
007090* "did it pay off" line under each flag.
007100*==========================================================
007110 2500-LOAD-RESULTS.
007120     OPEN INPUT RESULTS-FILE
007130     IF WS-RESULTS-STATUS NOT = "00"
007140         GO TO 2500-EXIT
007150     END-IF
007160     MOVE "N" TO WS-EOF-SW
007170     PERFORM 2510-LOAD-RESULT-LINE THRU 2510-EXIT
007180         UNTIL WS-EOF
007190     CLOSE RESULTS-FILE.
007200 2500-EXIT.
007210     EXIT.
007220
007230 2510-LOAD-RESULT-LINE.
007240     READ RESULTS-FILE
007250         AT END
007260             MOVE "Y" TO WS-EOF-SW
007270             GO TO 2510-EXIT
007280     END-READ
007290     IF RESULTS-LINE = SPACES
007300         GO TO 2510-EXIT
007310     END-IF
007320     MOVE SPACES TO WS-RL-DATE
007330     MOVE SPACES TO WS-RL-WINNER
007340     MOVE SPACES TO WS-RL-PTS
007350     MOVE SPACES TO WS-RL-TIE
007360     UNSTRING RESULTS-LINE DELIMITED BY "|"
007370         INTO WS-RL-DATE WS-RL-WINNER WS-RL-PTS WS-RL-TIE
007380     END-UNSTRING
007390     IF WS-RL-DATE < WS-START-DATE
007400         OR WS-RL-DATE > WS-END-DATE
007410         GO TO 2510-EXIT
007420     END-IF
007430     IF WS-RS-COUNT >= 400
007440         GO TO 2510-EXIT
007450     END-IF
007460     ADD 1 TO WS-RS-COUNT
007470     MOVE WS-RL-DATE TO RS-DATE(WS-RS-COUNT)
007480     MOVE WS-RL-WINNER TO RS-WINNER(WS-RS-COUNT)
007490     MOVE WS-RL-TIE TO RS-TIE(WS-RS-COUNT).
007500 2510-EXIT.
007510     EXIT.
007520
007530*==========================================================
007540* 3000-WRITE-REPORT - the committee report: one section per
007550* kind of flag, each flag followed by the votes behind it.
007560*==========================================================
007570 3000-WRITE-REPORT.
007580     OPEN OUTPUT REPORT-FILE
007590     IF WS-REPORT-STATUS NOT = "00"
007600         DISPLAY "Could not open " WS-REPORT-FILENAME
007610         MOVE 2 TO RETURN-CODE
007620         GO TO 3000-EXIT
007630     END-IF
007640     MOVE 0 TO WS-FLAG-COUNT
007650     MOVE SPACES TO REPORT-LINE
007660     STRING "VOTE SCREENING ", WS-START-DATE, " TO ",
007670         WS-END-DATE
007680         DELIMITED BY SIZE INTO REPORT-LINE
007690     WRITE REPORT-LINE
007700     MOVE WS-VT-COUNT TO WS-ED-5
007710     MOVE WS-VR-COUNT TO WS-ED-A
007720     MOVE WS-RS-COUNT TO WS-ED-B
007730     MOVE WS-QRN-SKIPPED TO WS-ED-C
007740     MOVE SPACES TO REPORT-LINE
007750     STRING "Votes screened: ", WS-ED-5, "   voters: ", WS-ED-A,
007760         "   closed days: ", WS-ED-B,
007770         "   already quarantined (left out): ", WS-ED-C
007780         DELIMITED BY SIZE INTO REPORT-LINE
007790     WRITE REPORT-LINE
007800     MOVE WS-MUTUAL-MIN TO WS-ED-A
007810     MOVE WS-SINGLE-MIN TO WS-ED-B
007820     MOVE WS-ALLFIVE-MIN TO WS-ED-C
007830     MOVE WS-BURST-MIN TO WS-ED-D
007840     MOVE WS-BURST-HOURS TO WS-ED-5
007850     MOVE SPACES TO REPORT-LINE
007860     STRING "Thresholds: mutual 5s", WS-ED-A,
007870         " each way; single target", WS-ED-B,
007880         " votes; all 5s", WS-ED-C, " votes; late burst",
007890         WS-ED-D, " votes in the last", WS-ED-5, " hour(s)"
007900         DELIMITED BY SIZE INTO REPORT-LINE
007910     WRITE REPORT-LINE
007920     PERFORM 3100-MUTUAL-FIVES THRU 3100-EXIT
007930     PERFORM 3200-SINGLE-TARGET THRU 3200-EXIT
007940     PERFORM 3300-ALL-FIVES THRU 3300-EXIT
007950     PERFORM 3400-LATE-BURSTS THRU 3400-EXIT
007960     MOVE SPACES TO REPORT-LINE
007970     WRITE REPORT-LINE
007980     MOVE WS-FLAG-COUNT TO WS-ED-A
007990     MOVE SPACES TO REPORT-LINE
008000     STRING WS-ED-A, " flag(s).  Quarantine a vote with: ",
008010         "SongScreen QUARANTINE DATE VOTER PARTICIPANT ",
008020         """Reason"""
008030         DELIMITED BY SIZE INTO REPORT-LINE
008040     WRITE REPORT-LINE
008050     IF WS-VT-OVERFLOW OR WS-TABLE-OVERFLOW
008060         MOVE SPACES TO REPORT-LINE
008070         STRING "Warning: the range holds more votes than the ",
008080             "screen can hold - narrow the dates."
008090             DELIMITED BY SIZE INTO REPORT-LINE
008100         WRITE REPORT-LINE
008110         DISPLAY "Warning: range too large, screening is "
008120             "incomplete - narrow the dates."
008130     END-IF
008140     CLOSE REPORT-FILE
008150     DISPLAY "Screening written to "
008160         FUNCTION TRIM(WS-REPORT-FILENAME)
008170         " (" WS-ED-A " flag(s)).".
008180 3000-EXIT.
008190     EXIT.
008200
008210*==========================================================
008220* 3100-MUTUAL-FIVES - two members each giving the other at
008230* least SCREENMUTUAL 5s.  Each pair is reported once, from
008240* the voter whose ID sorts first.
008250*==========================================================
008260 3100-MUTUAL-FIVES.
008270     MOVE "MUTUAL 5s" TO WS-CLOSED-TEXT
008280     PERFORM 3800-SECTION-HEAD THRU 3800-EXIT
008290     PERFORM 3110-CHECK-PAIR THRU 3110-EXIT
008300         VARYING WS-PR-IDX FROM 1 BY 1
008310         UNTIL WS-PR-IDX > WS-PR-COUNT
008320     PERFORM 3850-SECTION-FOOT THRU 3850-EXIT.
008330 3100-EXIT.
008340     EXIT.
008350
008360 3110-CHECK-PAIR.
008370     IF PR-FIVES(WS-PR-IDX) < WS-MUTUAL-MIN
008380         OR PR-VOTER(WS-PR-IDX) NOT < PR-PART(WS-PR-IDX)
008390         GO TO 3110-EXIT
008400     END-IF
008410     MOVE 0 TO WS-PR-BACK
008420     PERFORM 3120-SCAN-BACK THRU 3120-EXIT
008430         VARYING WS-PR-FOUND FROM 1 BY 1
008440         UNTIL WS-PR-FOUND > WS-PR-COUNT
008450         OR WS-PR-BACK > 0
008460     IF WS-PR-BACK = 0
008470         GO TO 3110-EXIT
008480     END-IF
008490     IF PR-FIVES(WS-PR-BACK) < WS-MUTUAL-MIN
008500         GO TO 3110-EXIT
008510     END-IF
008520     ADD 1 TO WS-SECTION-FLAGS
008530     ADD 1 TO WS-FLAG-COUNT
008540     MOVE SPACES TO REPORT-LINE
008550     STRING "  ", FUNCTION TRIM(PR-VOTER(WS-PR-IDX)), " <-> ",
008560         FUNCTION TRIM(PR-PART(WS-PR-IDX))
008570         DELIMITED BY SIZE INTO REPORT-LINE
008580     WRITE REPORT-LINE
008590     MOVE PR-FIVES(WS-PR-IDX) TO WS-ED-A
008600     MOVE PR-VOTES(WS-PR-IDX) TO WS-ED-B
008610     MOVE PR-FIVES(WS-PR-BACK) TO WS-ED-C
008620     MOVE PR-VOTES(WS-PR-BACK) TO WS-ED-D
008630     MOVE SPACES TO REPORT-LINE
008640     STRING "    ", FUNCTION TRIM(PR-VOTER(WS-PR-IDX)),
008650         " gave ", WS-ED-A, " five(s) in ", WS-ED-B,
008660         " vote(s); ", FUNCTION TRIM(PR-PART(WS-PR-IDX)),
008670         " gave back ", WS-ED-C, " five(s) in ", WS-ED-D,
008680         " vote(s)"
008690         DELIMITED BY SIZE INTO REPORT-LINE
008700     WRITE REPORT-LINE
008710     MOVE PR-VOTER(WS-PR-IDX) TO WS-WIN-PART
008720     PERFORM 3900-COUNT-WINS THRU 3900-EXIT
008730     MOVE WS-WIN-COUNT TO WS-ED-A
008740     MOVE PR-PART(WS-PR-IDX) TO WS-WIN-PART
008750     PERFORM 3900-COUNT-WINS THRU 3900-EXIT
008760     MOVE WS-WIN-COUNT TO WS-ED-B
008770     MOVE SPACES TO REPORT-LINE
008780     STRING "    closed-day wins in the range: ",
008790         FUNCTION TRIM(PR-VOTER(WS-PR-IDX)), WS-ED-A, ", ",
008800         FUNCTION TRIM(PR-PART(WS-PR-IDX)), WS-ED-B
008810         DELIMITED BY SIZE INTO REPORT-LINE
008820     WRITE REPORT-LINE
008830     MOVE PR-VOTER(WS-PR-IDX) TO WS-EV-VOTER
008840     MOVE PR-PART(WS-PR-IDX) TO WS-EV-PART
008850     MOVE SPACES TO WS-EV-DATE
008860     MOVE "Y" TO WS-EV-FIVES-SW
008870     MOVE "N" TO WS-EV-LATE-SW
008880     PERFORM 3700-LIST-EVIDENCE THRU 3700-EXIT
008890     MOVE PR-PART(WS-PR-IDX) TO WS-EV-VOTER
008900     MOVE PR-VOTER(WS-PR-IDX) TO WS-EV-PART
008910     PERFORM 3700-LIST-EVIDENCE THRU 3700-EXIT.
008920 3110-EXIT.
008930     EXIT.
008940
008950 3120-SCAN-BACK.
008960     IF PR-VOTER(WS-PR-FOUND) = PR-PART(WS-PR-IDX)
008970         AND PR-PART(WS-PR-FOUND) = PR-VOTER(WS-PR-IDX)
008980         MOVE WS-PR-FOUND TO WS-PR-BACK
008990     END-IF.
009000 3120-EXIT.
009010     EXIT.
009020
009030*==========================================================
009040* 3200-SINGLE-TARGET - voters with at least SCREENSINGLE
009050* votes, every one of them for the same participant.
009060*==========================================================
009070 3200-SINGLE-TARGET.
009080     MOVE "SINGLE-TARGET VOTERS" TO WS-CLOSED-TEXT
009090     PERFORM 3800-SECTION-HEAD THRU 3800-EXIT
009100     PERFORM 3210-CHECK-SINGLE THRU 3210-EXIT
009110         VARYING WS-VR-IDX FROM 1 BY 1
009120         UNTIL WS-VR-IDX > WS-VR-COUNT
009130     PERFORM 3850-SECTION-FOOT THRU 3850-EXIT.
009140 3200-EXIT.
009150     EXIT.
009160
009170 3210-CHECK-SINGLE.
009180     IF VR-VOTES(WS-VR-IDX) < WS-SINGLE-MIN
009190         OR VR-MULTI(WS-VR-IDX) = "Y"
009200         GO TO 3210-EXIT
009210     END-IF
009220     ADD 1 TO WS-SECTION-FLAGS
009230     ADD 1 TO WS-FLAG-COUNT
009240     MOVE VR-VOTES(WS-VR-IDX) TO WS-ED-A
009250     MOVE VR-FIVES(WS-VR-IDX) TO WS-ED-B
009260     MOVE VR-TARGET(WS-VR-IDX) TO WS-WIN-PART
009270     PERFORM 3900-COUNT-WINS THRU 3900-EXIT
009280     MOVE WS-WIN-COUNT TO WS-ED-C
009290     MOVE SPACES TO REPORT-LINE
009300     STRING "  ", FUNCTION TRIM(VR-VOTER(WS-VR-IDX)),
009310         " - all", WS-ED-A, " vote(s) for ",
009320         FUNCTION TRIM(VR-TARGET(WS-VR-IDX)), " (", WS-ED-B,
009330         " of them 5s); ", FUNCTION TRIM(VR-TARGET(WS-VR-IDX)),
009340         " won", WS-ED-C, " closed day(s) in the range"
009350         DELIMITED BY SIZE INTO REPORT-LINE
009360     WRITE REPORT-LINE
009370     MOVE VR-VOTER(WS-VR-IDX) TO WS-EV-VOTER
009380     MOVE SPACES TO WS-EV-PART
009390     MOVE SPACES TO WS-EV-DATE
009400     MOVE "N" TO WS-EV-FIVES-SW
009410     MOVE "N" TO WS-EV-LATE-SW
009420     PERFORM 3700-LIST-EVIDENCE THRU 3700-EXIT.
009430 3210-EXIT.
009440     EXIT.
009450
009460*==========================================================
009470* 3300-ALL-FIVES - voters with at least SCREENALLFIVE votes,
009480* every one of them a 5.
009490*==========================================================
009500 3300-ALL-FIVES.
009510     MOVE "ALL-5 VOTERS" TO WS-CLOSED-TEXT
009520     PERFORM 3800-SECTION-HEAD THRU 3800-EXIT
009530     PERFORM 3310-CHECK-ALL-FIVES THRU 3310-EXIT
009540         VARYING WS-VR-IDX FROM 1 BY 1
009550         UNTIL WS-VR-IDX > WS-VR-COUNT
009560     PERFORM 3850-SECTION-FOOT THRU 3850-EXIT.
009570 3300-EXIT.
009580     EXIT.
009590
009600 3310-CHECK-ALL-FIVES.
009610     IF VR-VOTES(WS-VR-IDX) < WS-ALLFIVE-MIN
009620         OR VR-FIVES(WS-VR-IDX) NOT = VR-VOTES(WS-VR-IDX)
009630         GO TO 3310-EXIT
009640     END-IF
009650     ADD 1 TO WS-SECTION-FLAGS
009660     ADD 1 TO WS-FLAG-COUNT
009670     MOVE 0 TO WS-TARGETS
009680     PERFORM 3320-COUNT-TARGET THRU 3320-EXIT
009690         VARYING WS-PR-IDX FROM 1 BY 1
009700         UNTIL WS-PR-IDX > WS-PR-COUNT
009710     MOVE VR-VOTES(WS-VR-IDX) TO WS-ED-A
009720     MOVE WS-TARGETS TO WS-ED-B
009730     MOVE SPACES TO REPORT-LINE
009740     STRING "  ", FUNCTION TRIM(VR-VOTER(WS-VR-IDX)), " -",
009750         WS-ED-A, " vote(s), every one a 5, across", WS-ED-B,
009760         " participant(s)"
009770         DELIMITED BY SIZE INTO REPORT-LINE
009780     WRITE REPORT-LINE
009790     MOVE VR-VOTER(WS-VR-IDX) TO WS-EV-VOTER
009800     MOVE SPACES TO WS-EV-PART
009810     MOVE SPACES TO WS-EV-DATE
009820     MOVE "N" TO WS-EV-FIVES-SW
009830     MOVE "N" TO WS-EV-LATE-SW
009840     PERFORM 3700-LIST-EVIDENCE THRU 3700-EXIT.
009850 3310-EXIT.
009860     EXIT.
009870
009880 3320-COUNT-TARGET.
009890     IF PR-VOTER(WS-PR-IDX) = VR-VOTER(WS-VR-IDX)
009900         ADD 1 TO WS-TARGETS
009910     END-IF.
009920 3320-EXIT.
009930     EXIT.
009940
009950*==========================================================
009960* 3400-LATE-BURSTS - a date and participant where at least
009970* SCREENBURSTMIN votes, and more than half of all of them,
009980* came in during the last SCREENBURSTHRS hours of voting.
009990*==========================================================
010000 3400-LATE-BURSTS.
010010     MOVE "LATE BURSTS" TO WS-CLOSED-TEXT
010020     PERFORM 3800-SECTION-HEAD THRU 3800-EXIT
010030     PERFORM 3410-CHECK-BURST THRU 3410-EXIT
010040         VARYING WS-DP-IDX FROM 1 BY 1
010050         UNTIL WS-DP-IDX > WS-DP-COUNT
010060     PERFORM 3850-SECTION-FOOT THRU 3850-EXIT.
010070 3400-EXIT.
010080     EXIT.
010090
010100 3410-CHECK-BURST.
010110     IF DP-LATE(WS-DP-IDX) < WS-BURST-MIN
010120         OR DP-LATE(WS-DP-IDX) * 2 NOT > DP-VOTES(WS-DP-IDX)
010130         GO TO 3410-EXIT
010140     END-IF
010150     ADD 1 TO WS-SECTION-FLAGS
010160     ADD 1 TO WS-FLAG-COUNT
010170     MOVE 0 TO WS-RS-FOUND
010180     PERFORM 3420-SCAN-RESULT THRU 3420-EXIT
010190         VARYING WS-RS-IDX FROM 1 BY 1
010200         UNTIL WS-RS-IDX > WS-RS-COUNT
010210         OR WS-RS-FOUND > 0
010220     MOVE SPACES TO WS-CLOSED-TEXT
010230     IF WS-RS-FOUND = 0
010240         MOVE "day not closed" TO WS-CLOSED-TEXT
010250     ELSE
010260         STRING "closed, winner ",
010270             FUNCTION TRIM(RS-WINNER(WS-RS-FOUND))
010280             DELIMITED BY SIZE INTO WS-CLOSED-TEXT
010290     END-IF
010300     MOVE DP-LATE(WS-DP-IDX) TO WS-ED-A
010310     MOVE DP-VOTES(WS-DP-IDX) TO WS-ED-B
010320     MOVE WS-BURST-HOURS TO WS-ED-C
010330     MOVE SPACES TO REPORT-LINE
010340     STRING "  ", DP-DATE(WS-DP-IDX), " for ",
010350         FUNCTION TRIM(DP-PART(WS-DP-IDX)), " -", WS-ED-A,
010360         " of", WS-ED-B, " vote(s) in the last", WS-ED-C,
010370         " hour(s) before voting closed; ",
010380         FUNCTION TRIM(WS-CLOSED-TEXT)
010390         DELIMITED BY SIZE INTO REPORT-LINE
010400     WRITE REPORT-LINE
010410     MOVE SPACES TO WS-EV-VOTER
010420     MOVE DP-PART(WS-DP-IDX) TO WS-EV-PART
010430     MOVE DP-DATE(WS-DP-IDX) TO WS-EV-DATE
010440     MOVE "N" TO WS-EV-FIVES-SW
010450     MOVE "Y" TO WS-EV-LATE-SW
010460     PERFORM 3700-LIST-EVIDENCE THRU 3700-EXIT.
010470 3410-EXIT.
010480     EXIT.
010490
010500 3420-SCAN-RESULT.
010510     IF RS-DATE(WS-RS-IDX) = DP-DATE(WS-DP-IDX)
010520         MOVE WS-RS-IDX TO WS-RS-FOUND
010530     END-IF.
010540 3420-EXIT.
010550     EXIT.
010560
010570*==========================================================
010580* 3700-LIST-EVIDENCE - the votes behind a flag, picked by the
010590* WS-EV- filter (a blank field matches anything), up to
010600* WS-EV-LIMIT lines and a count of the rest.
010610*==========================================================
010620 3700-LIST-EVIDENCE.
010630     MOVE 0 TO WS-EV-SHOWN
010640     MOVE 0 TO WS-EV-MORE
010650     PERFORM 3710-EVIDENCE-VOTE THRU 3710-EXIT
010660         VARYING WS-VT-IDX FROM 1 BY 1
010670         UNTIL WS-VT-IDX > WS-VT-COUNT
010680     IF WS-EV-MORE > 0
010690         MOVE WS-EV-MORE TO WS-ED-A
010700         MOVE SPACES TO REPORT-LINE
010710         STRING "      ... and", WS-ED-A, " more"
010720             DELIMITED BY SIZE INTO REPORT-LINE
010730         WRITE REPORT-LINE
010740     END-IF.
010750 3700-EXIT.
010760     EXIT.
010770
010780 3710-EVIDENCE-VOTE.
010790     IF WS-EV-VOTER NOT = SPACES
010800         AND VT-VOTER(WS-VT-IDX) NOT = WS-EV-VOTER
010810         GO TO 3710-EXIT
010820     END-IF
010830     IF WS-EV-PART NOT = SPACES
010840         AND VT-PART(WS-VT-IDX) NOT = WS-EV-PART
010850         GO TO 3710-EXIT
010860     END-IF
010870     IF WS-EV-DATE NOT = SPACES
010880         AND VT-DATE(WS-VT-IDX) NOT = WS-EV-DATE
010890         GO TO 3710-EXIT
010900     END-IF
010910     IF WS-EV-FIVES-ONLY AND VT-SCORE(WS-VT-IDX) NOT = 5
010920         GO TO 3710-EXIT
010930     END-IF
010940     IF WS-EV-LATE-ONLY AND VT-LATE(WS-VT-IDX) NOT = "Y"
010950         GO TO 3710-EXIT
010960     END-IF
010970     IF WS-EV-SHOWN >= WS-EV-LIMIT
010980         ADD 1 TO WS-EV-MORE
010990         GO TO 3710-EXIT
011000     END-IF
011010     ADD 1 TO WS-EV-SHOWN
011020     MOVE SPACES TO REPORT-LINE
011030     IF VT-STAMP(WS-VT-IDX) = SPACES
011040         STRING "      ", VT-DATE(WS-VT-IDX), "  ",
011050             FUNCTION TRIM(VT-VOTER(WS-VT-IDX)), " -> ",
011060             FUNCTION TRIM(VT-PART(WS-VT-IDX)), "  score ",
011070             VT-SCORE(WS-VT-IDX), "  (cast time not kept)"
011080             DELIMITED BY SIZE INTO REPORT-LINE
011090     ELSE
011100         STRING "      ", VT-DATE(WS-VT-IDX), "  ",
011110             FUNCTION TRIM(VT-VOTER(WS-VT-IDX)), " -> ",
011120             FUNCTION TRIM(VT-PART(WS-VT-IDX)), "  score ",
011130             VT-SCORE(WS-VT-IDX), "  cast ", VT-STAMP(WS-VT-IDX)
011140             DELIMITED BY SIZE INTO REPORT-LINE
011150     END-IF
011160     WRITE REPORT-LINE.
011170 3710-EXIT.
011180     EXIT.
011190
011200*==========================================================
011210* 3800-SECTION-HEAD / 3850-SECTION-FOOT - the title passed in
011220* WS-CLOSED-TEXT, and "none" under a section with no flags.
011230*==========================================================
011240 3800-SECTION-HEAD.
011250     MOVE 0 TO WS-SECTION-FLAGS
011260     MOVE SPACES TO REPORT-LINE
011270     WRITE REPORT-LINE
011280     MOVE WS-CLOSED-TEXT TO REPORT-LINE
011290     WRITE REPORT-LINE.
011300 3800-EXIT.
011310     EXIT.
011320
011330 3850-SECTION-FOOT.
011340     IF WS-SECTION-FLAGS = 0
011350         MOVE "  none" TO REPORT-LINE
011360         WRITE REPORT-LINE
011370     END-IF.
011380 3850-EXIT.
011390     EXIT.
011400
011410*==========================================================
011420* 3900-COUNT-WINS - clean (non-tie) closed days in the range
011430* won by WS-WIN-PART.
011440*==========================================================
011450 3900-COUNT-WINS.
011460     MOVE 0 TO WS-WIN-COUNT
011470     PERFORM 3910-CHECK-WIN THRU 3910-EXIT
011480         VARYING WS-RS-IDX FROM 1 BY 1
011490         UNTIL WS-RS-IDX > WS-RS-COUNT.
011500 3900-EXIT.
011510     EXIT.
011520
011530 3910-CHECK-WIN.
011540     IF RS-WINNER(WS-RS-IDX) = WS-WIN-PART
011550         AND RS-TIE(WS-RS-IDX) NOT = "Y"
011560         ADD 1 TO WS-WIN-COUNT
011570     END-IF.
011580 3910-EXIT.
011590     EXIT.
011600
011610*==========================================================
011620* 4000-QUARANTINE-VOTE - put one vote on the quarantine file,
011630* as it stands in votes.dat, and record the action.
011640*==========================================================
011650 4000-QUARANTINE-VOTE.
011660     PERFORM 4100-FIND-VOTE THRU 4100-EXIT
011670     IF NOT WS-Q-FOUND
011680         DISPLAY "No vote on file for " WS-Q-DATE " by "
011690             FUNCTION TRIM(WS-Q-VOTER) " for "
011700             FUNCTION TRIM(WS-Q-PART) " - nothing done."
011710         MOVE 1 TO RETURN-CODE
011720         GO TO 4000-EXIT
011730     END-IF
011740     MOVE "RELOAD" TO WS-QRN-ACTION
011750     CALL "SongQuarantine" USING WS-QRN-ACTION WS-Q-DATE
011760         WS-Q-VOTER WS-Q-PART WS-QRN-RESULT
011770     IF WS-QRN-RESULT = 1
011780         DISPLAY "That vote is already quarantined - nothing "
011790             "done."
011800         MOVE 1 TO RETURN-CODE
011810         GO TO 4000-EXIT
011820     END-IF
011830     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
011840     OPEN EXTEND QUARANTINE-FILE
011850     IF WS-QRN-STATUS NOT = "00"
011860         OPEN OUTPUT QUARANTINE-FILE
011870     END-IF
011880     IF WS-QRN-STATUS NOT = "00"
011890         DISPLAY "Could not open " WS-QRN-FILENAME
011900         MOVE 2 TO RETURN-CODE
011910         GO TO 4000-EXIT
011920     END-IF
011930     MOVE SPACES TO QUARANTINE-LINE
011940     STRING WS-Q-DATE, "|", FUNCTION TRIM(WS-Q-VOTER), "|",
011950         FUNCTION TRIM(WS-Q-PART), "|", WS-STAMP, "|",
011960         FUNCTION TRIM(WS-Q-REASON)
011970         DELIMITED BY SIZE INTO QUARANTINE-LINE
011980     WRITE QUARANTINE-LINE
011990     CLOSE QUARANTINE-FILE
012000     MOVE "QUARANTINE" TO QAU-ACTION
012010     PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT
012020     DISPLAY "Quarantined the " WS-Q-DATE " vote by "
012030         FUNCTION TRIM(WS-Q-VOTER) " for "
012040         FUNCTION TRIM(WS-Q-PART) " (score " WS-Q-SCORE ").".
012050 4000-EXIT.
012060     EXIT.
012070
012080*==========================================================
012090* 4100-FIND-VOTE - the vote named on the command line, with
012100* voter and participant matched regardless of case and taken
012110* back as they are stored.
012120*==========================================================
012130 4100-FIND-VOTE.
012140     MOVE "N" TO WS-Q-FOUND-SW
012150     OPEN INPUT VOTES-FILE
012160     IF WS-VOTES-STATUS NOT = "00"
012170         GO TO 4100-EXIT
012180     END-IF
012190     MOVE "N" TO WS-EOF-SW
012200     PERFORM 4110-CHECK-VOTE-LINE THRU 4110-EXIT
012210         UNTIL WS-EOF OR WS-Q-FOUND
012220     CLOSE VOTES-FILE.
012230 4100-EXIT.
012240     EXIT.
012250
012260 4110-CHECK-VOTE-LINE.
012270     READ VOTES-FILE
012280         AT END
012290             MOVE "Y" TO WS-EOF-SW
012300             GO TO 4110-EXIT
012310     END-READ
012320     MOVE SPACES TO VOTE-REC
012330     UNSTRING VOTES-LINE DELIMITED BY "|"
012340         INTO VOTE-DATE VOTE-VOTER VOTE-PARTICIPANT
012350         VOTE-SCORE VOTE-STAMP
012360     END-UNSTRING
012370     IF VOTE-DATE NOT = WS-Q-DATE
012380         GO TO 4110-EXIT
012390     END-IF
012400     IF FUNCTION UPPER-CASE(VOTE-VOTER) = WS-Q-VOTER-UP
012410         AND FUNCTION UPPER-CASE(VOTE-PARTICIPANT)
012420             = WS-Q-PART-UP
012430         MOVE "Y" TO WS-Q-FOUND-SW
012440         MOVE VOTE-VOTER TO WS-Q-VOTER
012450         MOVE VOTE-PARTICIPANT TO WS-Q-PART
012460         MOVE VOTE-SCORE TO WS-Q-SCORE
012470     END-IF.
012480 4110-EXIT.
012490     EXIT.
012500
012510*==========================================================
012520* 5000-RELEASE-VOTE - take one vote off the quarantine file
012530* (copy to a work file without it, then move it back) and
012540* record the action.
012550*==========================================================
012560 5000-RELEASE-VOTE.
012570     MOVE "N" TO WS-Q-FOUND-SW
012580     OPEN INPUT QUARANTINE-FILE
012590     IF WS-QRN-STATUS NOT = "00"
012600         DISPLAY "No votes are quarantined - nothing done."
012610         MOVE 1 TO RETURN-CODE
012620         GO TO 5000-EXIT
012630     END-IF
012640     OPEN OUTPUT TEMP-FILE
012650     IF WS-TEMP-STATUS NOT = "00"
012660         DISPLAY "Could not open " WS-TEMP-FILENAME
012670         CLOSE QUARANTINE-FILE
012680         MOVE 2 TO RETURN-CODE
012690         GO TO 5000-EXIT
012700     END-IF
012710     MOVE "N" TO WS-EOF-SW
012720     PERFORM 5100-COPY-QUARANTINE-LINE THRU 5100-EXIT
012730         UNTIL WS-EOF
012740     CLOSE QUARANTINE-FILE
012750     CLOSE TEMP-FILE
012760     IF NOT WS-Q-FOUND
012770         MOVE SPACES TO CMD
012780         STRING "rm -f ", FUNCTION TRIM(WS-TEMP-FILENAME)
012790             DELIMITED BY SIZE INTO CMD
012800         CALL "SYSTEM" USING CMD RETURNING ERR
012810         DISPLAY "That vote is not quarantined - nothing done."
012820         MOVE 1 TO RETURN-CODE
012830         GO TO 5000-EXIT
012840     END-IF
012850     MOVE SPACES TO CMD
012860     STRING "mv ", FUNCTION TRIM(WS-TEMP-FILENAME), " ",
012870         FUNCTION TRIM(WS-QRN-FILENAME)
012880         DELIMITED BY SIZE INTO CMD
012890     CALL "SYSTEM" USING CMD RETURNING ERR
012900     IF ERR NOT = 0
012910         DISPLAY "Could not move the work file back - vote "
012920             "still quarantined."
012930         MOVE 2 TO RETURN-CODE
012940         GO TO 5000-EXIT
012950     END-IF
012960     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
012970     MOVE "RELEASE" TO QAU-ACTION
012980     PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT
012990     DISPLAY "Released the " WS-Q-DATE " vote by "
013000         FUNCTION TRIM(WS-Q-VOTER) " for "
013010         FUNCTION TRIM(WS-Q-PART) ".".
013020 5000-EXIT.
013030     EXIT.
013040
013050 5100-COPY-QUARANTINE-LINE.
013060     READ QUARANTINE-FILE
013070         AT END
013080             MOVE "Y" TO WS-EOF-SW
013090             GO TO 5100-EXIT
013100     END-READ
013110     MOVE SPACES TO QRN-REC
013120     UNSTRING QUARANTINE-LINE DELIMITED BY "|"
013130         INTO QRN-DATE QRN-VOTER QRN-PARTICIPANT QRN-STAMP
013140         QRN-REASON
013150     END-UNSTRING
013160     IF NOT WS-Q-FOUND
013170         AND QRN-DATE = WS-Q-DATE
013180         AND FUNCTION UPPER-CASE(QRN-VOTER) = WS-Q-VOTER-UP
013190         AND FUNCTION UPPER-CASE(QRN-PARTICIPANT) = WS-Q-PART-UP
013200         MOVE "Y" TO WS-Q-FOUND-SW
013210         MOVE QRN-VOTER TO WS-Q-VOTER
013220         MOVE QRN-PARTICIPANT TO WS-Q-PART
013230         GO TO 5100-EXIT
013240     END-IF
013250     MOVE QUARANTINE-LINE TO TEMP-LINE
013260     WRITE TEMP-LINE.
013270 5100-EXIT.
013280     EXIT.
013290
013300*==========================================================
013310* 6000-LIST-QUARANTINE - the votes now held out, with when
013320* and why.
013330*==========================================================
013340 6000-LIST-QUARANTINE.
013350     MOVE 0 TO WS-LIST-COUNT
013360     OPEN INPUT QUARANTINE-FILE
013370     IF WS-QRN-STATUS = "00"
013380         MOVE "N" TO WS-EOF-SW
013390         PERFORM 6100-LIST-LINE THRU 6100-EXIT
013400             UNTIL WS-EOF
013410         CLOSE QUARANTINE-FILE
013420     END-IF
013430     DISPLAY WS-LIST-COUNT " vote(s) quarantined.".
013440 6000-EXIT.
013450     EXIT.
013460
013470 6100-LIST-LINE.
013480     READ QUARANTINE-FILE
013490         AT END
013500             MOVE "Y" TO WS-EOF-SW
013510             GO TO 6100-EXIT
013520     END-READ
013530     IF QUARANTINE-LINE = SPACES
013540         GO TO 6100-EXIT
013550     END-IF
013560     MOVE SPACES TO QRN-REC
013570     UNSTRING QUARANTINE-LINE DELIMITED BY "|"
013580         INTO QRN-DATE QRN-VOTER QRN-PARTICIPANT QRN-STAMP
013590         QRN-REASON
013600     END-UNSTRING
013610     ADD 1 TO WS-LIST-COUNT
013620     DISPLAY QRN-DATE " " FUNCTION TRIM(QRN-VOTER) " -> "
013630         FUNCTION TRIM(QRN-PARTICIPANT) "  since " QRN-STAMP
013640         "  " FUNCTION TRIM(QRN-REASON).
013650 6100-EXIT.
013660     EXIT.
013670
013680*==========================================================
013690* 9000-BUILD-STAMP / 9100-WRITE-AUDIT - the audit trail line
013700* for a QUARANTINE or RELEASE (QAU-ACTION set by the caller).
013710*==========================================================
013720 9000-BUILD-STAMP.
013730     MOVE FUNCTION CURRENT-DATE TO WS-NOW
013740     MOVE SPACES TO WS-STAMP
013750     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
013760         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
013770         WS-NOW(13:2)
013780         DELIMITED BY SIZE INTO WS-STAMP.
013790 9000-EXIT.
013800     EXIT.
013810
013820 9100-WRITE-AUDIT.
013830     MOVE WS-STAMP TO QAU-STAMP
013840     MOVE WS-Q-DATE TO QAU-DATE
013850     MOVE WS-Q-VOTER TO QAU-VOTER
013860     MOVE WS-Q-PART TO QAU-PARTICIPANT
013870     MOVE WS-Q-REASON TO QAU-REASON
013880     OPEN EXTEND AUDIT-FILE
013890     IF WS-AUDIT-STATUS NOT = "00"
013900         OPEN OUTPUT AUDIT-FILE
013910     END-IF
013920     IF WS-AUDIT-STATUS NOT = "00"
013930         DISPLAY "Warning: " FUNCTION TRIM(WS-AUDIT-FILENAME)
013940             " could not be written."
013950         MOVE 2 TO RETURN-CODE
013960         GO TO 9100-EXIT
013970     END-IF
013980     MOVE SPACES TO AUDIT-LINE
013990     STRING QAU-STAMP, "|", FUNCTION TRIM(QAU-ACTION), "|",
014000         QAU-DATE, "|", FUNCTION TRIM(QAU-VOTER), "|",
014010         FUNCTION TRIM(QAU-PARTICIPANT), "|",
014020         FUNCTION TRIM(QAU-REASON)
014030         DELIMITED BY SIZE INTO AUDIT-LINE
014040     WRITE AUDIT-LINE
014050     CLOSE AUDIT-FILE.
014060 9100-EXIT.
014070     EXIT.
