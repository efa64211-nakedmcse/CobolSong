000280*                 honour the frozen results SongVote CLOSE
000290*                 posts.  Each run saves its ranking so the next
000300*                 month's table shows movement.
000301* 10/15/2026  DM  Membership aware (SongMember): the month
000302*                 dropped is the worst of the months the
000303*                 participant was on the roster, none is dropped
000304*                 with fewer than two such months, and a break
000305*                 in membership does not end a streak.
000306* 10/15/2026  DM  Votes the committee has quarantined
000307*                 (SongQuarantine) are left out of the points.
000310*----------------------------------------------------------------
000320* USAGE
000330*   SongSeason YYYY          (writes song_season.txt and saves
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  VOTES-FILE.
000750 01  VOTES-LINE                 PIC X(100).
000760 FD  SUBMIT-FILE.
000770 COPY "SUBREC.CPY".
000780 FD  ROSTER-FILE.
002090 01  WS-THIS-INT                PIC S9(9) COMP VALUE 0.
002100 01  WS-RUN-LEN                 PIC 9(4) COMP VALUE 0.
002110 01  WS-STK-SLOT                PIC 9(3) COMP VALUE 0.
002111
002112*----------------------------------------------------------------
002113* Roster membership by the day (SongMember); result 2 means no
002114* join/leave history and every day and month counts.
002115*----------------------------------------------------------------
002116 01  WS-MEM-ACTION              PIC X(8) VALUE SPACES.
002117 01  WS-MEM-ID                  PIC X(8) VALUE SPACES.
002118 01  WS-MEM-DATE                PIC X(10) VALUE SPACES.
002119 01  WS-MEM-DATE2               PIC X(10) VALUE SPACES.
002120 01  WS-MEM-RESULT              PIC 9(1) VALUE 0.
002121 01  WS-MEM-MONTHS              PIC 9(2) COMP VALUE 0.
002122 01  WS-MM-ED                   PIC 9(2) VALUE 0.
002123 01  WS-GAP-DATE8               PIC 9(8) VALUE 0.
002124 01  WS-GAP-TEXT                PIC X(8) VALUE SPACES.
002125
002130*----------------------------------------------------------------
002140* Submission liveness probe for one vote, as SongVote does it
002150*----------------------------------------------------------------
002190     88  WS-SUB-FOUND                    VALUE "Y".
002200 01  WS-PROBE-DONE-SW           PIC X(1) VALUE "N".
002210     88  WS-PROBE-DONE                   VALUE "Y".
002211
002212*----------------------------------------------------------------
002213* Committee quarantine (SongQuarantine)
002214*----------------------------------------------------------------
002215 01  WS-QRN-ACTION              PIC X(8) VALUE "CHECK".
002216 01  WS-QRN-RESULT              PIC 9(1) VALUE 0.
002220
002230*----------------------------------------------------------------
002240* Previous ranking, for the movement column
005530         OR VOTE-SCORE NOT NUMERIC
005540         GO TO 2110-EXIT
005550     END-IF
005552     CALL "SongQuarantine" USING WS-QRN-ACTION VOTE-DATE
005554         VOTE-VOTER VOTE-PARTICIPANT WS-QRN-RESULT
005556     IF WS-QRN-RESULT = 1
005558         GO TO 2110-EXIT
005559     END-IF
005560     MOVE VOTE-PARTICIPANT TO WS-RESOLVE-IN
005570     PERFORM 1150-RESOLVE-NAME THRU 1150-EXIT
005580     MOVE WS-RESOLVED TO VOTE-PARTICIPANT
008240     IF WS-THIS-INT = WS-PREV-INT + 1
008250         ADD 1 TO WS-RUN-LEN
008260     ELSE
008262         PERFORM 3220-CHECK-GAP THRU 3220-EXIT
008264         IF WS-MEM-RESULT = 1
008266             ADD 1 TO WS-RUN-LEN
008268         ELSE
008270             MOVE 1 TO WS-RUN-LEN
008275         END-IF
008280     END-IF
008290     IF WS-RUN-LEN > SEA-STREAK(WS-STK-SLOT)
008300         MOVE WS-RUN-LEN TO SEA-STREAK(WS-STK-SLOT)
008370*==========================================================
008380* 4000-COMPUTE-SEASON - season points are the year total less
008390* the worst month bucket (a missed month is a zero bucket, so
008395* it is the one that gets dropped).  Only months in which the
008400* participant was on the roster for at least one day are
008405* candidates, and nothing is dropped from fewer than two.
008410*==========================================================
008420 4000-COMPUTE-SEASON.
008430     PERFORM 4100-COMPUTE-ONE THRU 4100-EXIT
008470     EXIT.
008480
008490 4100-COMPUTE-ONE.
008500     MOVE 999999 TO WS-WORST
008505     MOVE 0 TO WS-MEM-MONTHS
008510     PERFORM 4110-SCAN-WORST THRU 4110-EXIT
008520         VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
008522     IF WS-MEM-MONTHS < 2
008524         MOVE SEA-TOTAL(WS-I) TO SEA-SEASON(WS-I)
008526         GO TO 4100-EXIT
008528     END-IF
008530     COMPUTE SEA-SEASON(WS-I) =
008540         SEA-TOTAL(WS-I) - WS-WORST.
008550 4100-EXIT.
008560     EXIT.
008570
008580 4110-SCAN-WORST.
008581     PERFORM 4120-CHECK-MONTH THRU 4120-EXIT
008582     IF WS-MEM-RESULT = 1
008583         GO TO 4110-EXIT
008584     END-IF
008585     ADD 1 TO WS-MEM-MONTHS
008590     IF SEA-MPTS(WS-I, WS-M) < WS-WORST
008600         MOVE SEA-MPTS(WS-I, WS-M) TO WS-WORST
008610     END-IF.
009770     END-IF
009780     MOVE SPACES TO REPORT-LINE
009790     STRING "SEASON CHAMPIONSHIP ", WS-SEASON-YEAR,
009800         "  (worst member month dropped; ties break on daily ",
009810         "wins, then longest streak)"
009820         DELIMITED BY SIZE INTO REPORT-LINE
009830     WRITE REPORT-LINE
010730     WRITE PREV-LINE.
010740 8100-EXIT.
010750     EXIT.
010760
010770*==========================================================
010780* 3220-CHECK-GAP - the days between the previous submission
010790* and this one; result 1 means the participant was off the
010800* roster for all of them and the streak is not broken.
010810*==========================================================
010820 3220-CHECK-GAP.
010830     MOVE 0 TO WS-MEM-RESULT
010840     IF WS-PREV-INT = 0
010850         GO TO 3220-EXIT
010860     END-IF
010870     COMPUTE WS-GAP-DATE8 =
010880         FUNCTION DATE-OF-INTEGER(WS-PREV-INT + 1)
010890     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
010900     MOVE SPACES TO WS-MEM-DATE
010910     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
010920         WS-GAP-TEXT(7:2)
010930         DELIMITED BY SIZE INTO WS-MEM-DATE
010940     COMPUTE WS-GAP-DATE8 =
010950         FUNCTION DATE-OF-INTEGER(WS-THIS-INT - 1)
010960     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
010970     MOVE SPACES TO WS-MEM-DATE2
010980     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
010990         WS-GAP-TEXT(7:2)
011000         DELIMITED BY SIZE INTO WS-MEM-DATE2
011010     MOVE "SPAN" TO WS-MEM-ACTION
011020     MOVE WS-STK-PART(1:8) TO WS-MEM-ID
011030     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
011040         WS-MEM-DATE WS-MEM-DATE2 WS-MEM-RESULT.
011050 3220-EXIT.
011060     EXIT.
011070
011080*==========================================================
011090* 4120-CHECK-MONTH - whether the participant was on the roster
011100* for any day of month WS-M; result 1 means not at all.
011110*==========================================================
011120 4120-CHECK-MONTH.
011130     MOVE WS-M TO WS-MM-ED
011140     MOVE SPACES TO WS-MEM-DATE
011150     STRING WS-SEASON-YEAR, "-", WS-MM-ED, "-01"
011160         DELIMITED BY SIZE INTO WS-MEM-DATE
011170     MOVE SPACES TO WS-MEM-DATE2
011180     STRING WS-SEASON-YEAR, "-", WS-MM-ED, "-31"
011190         DELIMITED BY SIZE INTO WS-MEM-DATE2
011200     MOVE "SPAN" TO WS-MEM-ACTION
011210     MOVE SEA-PART(WS-I)(1:8) TO WS-MEM-ID
011220     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
011230         WS-MEM-DATE WS-MEM-DATE2 WS-MEM-RESULT.
011240 4120-EXIT.
011250     EXIT.
