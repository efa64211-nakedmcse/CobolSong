000450*                 touching the indexed files and releases it at
000460*                 termination, so cron and interactive runs stop
000470*                 colliding.
000471* 10/15/2026  DM  Each vote line carries the time it was cast or
000472*                 changed (SongScreen's late-burst check), and
000473*                 TALLY and CLOSE skip quarantined votes.
000474* 10/15/2026  DM  The return code set by a run survives the
000475*                 lock release at termination.
000476* 10/15/2026  DM  CLOSE holds back a day that still has an open
000477*                 entry in the link review queue (SongVerify)
000478*                 until the committee clears it or voids the
000479*                 submission.
000480*----------------------------------------------------------------
000490* USAGE
000500*   SongVote YYYY-MM-DD VOTER PARTICIPANT SCORE
000880         ASSIGN DYNAMIC WS-TEMP-FILENAME
000890         ORGANIZATION LINE SEQUENTIAL
000900         FILE STATUS WS-TEMP-STATUS.
000902     SELECT LINK-FILE
000904         ASSIGN DYNAMIC WS-LINK-FILENAME
000906         ORGANIZATION LINE SEQUENTIAL
000908         FILE STATUS WS-LINK-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  VOTES-FILE.
000950 01  VOTES-LINE                 PIC X(100).
000960 FD  SUBMIT-FILE.
000970 COPY "SUBREC.CPY".
000980 FD  ROSTER-FILE.
001090 FD  RESULTS-FILE.
001100 01  RESULTS-LINE               PIC X(80).
001110 FD  TEMP-FILE.
001120 01  TEMP-LINE                  PIC X(100).
001123 FD  LINK-FILE.
001126 01  LINK-LINE                  PIC X(240).
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-VOTES-FILENAME          PIC X(40) VALUE "votes.dat".
001290 01  WS-ARG4                    PIC X(20).
001300 01  WS-TALLY-YM                PIC X(6) VALUE SPACES.
001310 01  WS-VOTE-YM                 PIC X(6) VALUE SPACES.
001320 01  WS-OUT-LINE                PIC X(100).
001330 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001340     88  WS-EOF                          VALUE "Y".
001350 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001630     88  WS-TALLY-MODE                   VALUE "T".
001640     88  WS-CLOSE-MODE                   VALUE "C".
001650 COPY "VOTEREC.CPY".
001655 COPY "LINKREC.CPY".
001660
001670*----------------------------------------------------------------
001680* Voting window, self-vote block and the frozen-results file
001890 01  WS-WINDOW-OK-SW            PIC X(1) VALUE "Y".
001900     88  WS-WINDOW-OPEN                  VALUE "Y".
001910 01  WS-RES-PTS-OUT             PIC 9(5) VALUE 0.
001911 01  WS-LINK-FILENAME           PIC X(40)
001912                                 VALUE "link_review.dat".
001913 01  WS-LINK-STATUS             PIC X(2).
001914 01  WS-LINK-EOF-SW             PIC X(1) VALUE "N".
001915     88  WS-LINK-EOF                     VALUE "Y".
001916 01  WS-LINK-OPEN               PIC 9(4) COMP VALUE 0.
001917 01  WS-LINK-ED                 PIC ZZZ9.
001920
001930*----------------------------------------------------------------
001940* Run-control lock (SongLock): claimed before the indexed
001990 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
002000 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
002010     88  WS-LOCK-HELD                    VALUE "Y".
002011 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
002012
002013*----------------------------------------------------------------
002014* Committee quarantine (SongQuarantine): a quarantined vote is
002015* left out of TALLY and CLOSE.
002016*----------------------------------------------------------------
002017 01  WS-QRN-ACTION              PIC X(8) VALUE "CHECK".
002018 01  WS-QRN-RESULT              PIC 9(1) VALUE 0.
002020 01  WS-RS-DATE                 PIC X(10).
002030 01  WS-RS-WINNER               PIC X(30).
002040 01  WS-RS-PTS                  PIC X(5).
003010
003020 0200-RELEASE-LOCK.
003030     IF WS-LOCK-HELD
003032         MOVE RETURN-CODE TO WS-SAVE-RC
003040         MOVE "RELEASE" TO WS-LOCK-ACTION
003050         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003060             WS-LOCK-RESULT
003062         MOVE WS-SAVE-RC TO RETURN-CODE
003070         MOVE "N" TO WS-LOCK-HELD-SW
003080     END-IF.
003090 0200-EXIT.
004770         MOVE 2 TO RETURN-CODE
004780         GO TO 2000-EXIT
004790     END-IF
004795     PERFORM 2020-BUILD-VOTE-STAMP THRU 2020-EXIT
004800     MOVE SPACES TO WS-OUT-LINE
004810     STRING VOTE-DATE, "|", FUNCTION TRIM(VOTE-VOTER),
004820         "|", FUNCTION TRIM(VOTE-PARTICIPANT),
004830         "|", VOTE-SCORE, "|", VOTE-STAMP
004840         DELIMITED BY SIZE INTO WS-OUT-LINE
004850     MOVE WS-OUT-LINE TO VOTES-LINE
004860     WRITE VOTES-LINE
008000     IF WS-CHK-DATE = VOTE-DATE
008010         AND WS-CHK-VOTER = VOTE-VOTER
008020         AND WS-CHK-PART = VOTE-PARTICIPANT
008025         PERFORM 2020-BUILD-VOTE-STAMP THRU 2020-EXIT
008030         MOVE SPACES TO WS-OUT-LINE
008040         STRING VOTE-DATE, "|", FUNCTION TRIM(VOTE-VOTER),
008050             "|", FUNCTION TRIM(VOTE-PARTICIPANT),
008060             "|", VOTE-SCORE, "|", VOTE-STAMP
008070             DELIMITED BY SIZE INTO WS-OUT-LINE
008080         MOVE WS-OUT-LINE TO TEMP-LINE
008090     ELSE
009240         OR VOTE-SCORE NOT NUMERIC
009250         GO TO 3110-EXIT
009260     END-IF
009262     CALL "SongQuarantine" USING WS-QRN-ACTION VOTE-DATE
009264         VOTE-VOTER VOTE-PARTICIPANT WS-QRN-RESULT
009266     IF WS-QRN-RESULT = 1
009268         GO TO 3110-EXIT
009269     END-IF
009270     MOVE SPACES TO SORT-REC
009280     MOVE VOTE-DATE TO SORT-DATE-TEXT
009290     MOVE VOTE-PARTICIPANT TO SORT-PARTICIPANT
011530             "nothing done."
011540         GO TO 4000-EXIT
011550     END-IF
011552     PERFORM 4050-CHECK-LINKS THRU 4050-EXIT
011554     IF WS-LINK-OPEN > 0
011556         GO TO 4000-EXIT
011558     END-IF
011560     MOVE 0 TO WS-PTS-COUNT
011570     OPEN INPUT VOTES-FILE
011580     IF WS-VOTES-STATUS NOT = "00"
012000         OR VOTE-SCORE NOT NUMERIC
012010         GO TO 4100-EXIT
012020     END-IF
012022     CALL "SongQuarantine" USING WS-QRN-ACTION VOTE-DATE
012024         VOTE-VOTER VOTE-PARTICIPANT WS-QRN-RESULT
012026     IF WS-QRN-RESULT = 1
012028         GO TO 4100-EXIT
012029     END-IF
012030     MOVE VOTE-PARTICIPANT TO WS-CUR-PART
012040     MOVE VOTE-SCORE TO WS-PAIR-PTS
012050     PERFORM 3240-ADD-MONTH-POINTS THRU 3240-EXIT.
012420     END-IF.
012430 4200-EXIT.
012440     EXIT.
012450
012460 2020-BUILD-VOTE-STAMP.
012470     MOVE FUNCTION CURRENT-DATE TO WS-NOW
012480     MOVE SPACES TO VOTE-STAMP
012490     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
012500         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
012510         WS-NOW(13:2)
012520         DELIMITED BY SIZE INTO VOTE-STAMP.
012530 2020-EXIT.
012540     EXIT.
012550
012560*==========================================================
012570* 4050-CHECK-LINKS - open entries for WS-CLOSE-DATE in the
012580* link review queue, into WS-LINK-OPEN; any at all hold the
012590* day, with return code 1.  No queue file is no open entries.
012600*==========================================================
012610 4050-CHECK-LINKS.
012620     MOVE 0 TO WS-LINK-OPEN
012630     OPEN INPUT LINK-FILE
012640     IF WS-LINK-STATUS NOT = "00"
012650         GO TO 4050-EXIT
012660     END-IF
012670     MOVE "N" TO WS-LINK-EOF-SW
012680     PERFORM 4060-SCAN-LINK-LINE THRU 4060-EXIT
012690         UNTIL WS-LINK-EOF
012700     CLOSE LINK-FILE
012710     IF WS-LINK-OPEN > 0
012720         MOVE WS-LINK-OPEN TO WS-LINK-ED
012730         DISPLAY WS-CLOSE-DATE " is held - "
012740             FUNCTION TRIM(WS-LINK-ED)
012750             " open link problem(s) in the review queue."
012760         DISPLAY "SongVerify LIST shows them; SongVerify CLEAR "
012770             "or VOID resolves them."
012780         MOVE 1 TO RETURN-CODE
012790     END-IF.
012800 4050-EXIT.
012810     EXIT.
012820
012830 4060-SCAN-LINK-LINE.
012840     READ LINK-FILE
012850         AT END
012860             MOVE "Y" TO WS-LINK-EOF-SW
012870             GO TO 4060-EXIT
012880     END-READ
012890     IF LINK-LINE = SPACES
012900         GO TO 4060-EXIT
012910     END-IF
012920     MOVE SPACES TO LNK-REC
012930     UNSTRING LINK-LINE DELIMITED BY "|"
012940         INTO LNK-ID LNK-DATE LNK-PARTICIPANT LNK-SEQ
012950         LNK-PROBLEM LNK-STATE
012960     END-UNSTRING
012970     IF LNK-DATE = WS-CLOSE-DATE AND LNK-OPEN
012980         ADD 1 TO WS-LINK-OPEN
012990     END-IF.
013000 4060-EXIT.
013010     EXIT.
