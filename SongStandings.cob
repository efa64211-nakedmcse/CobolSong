000300* 08/22/2026  DM  Coverage is scored by keyed probes of the
000310*                 history instead of an in-core themed-day
000320*                 table, so a long period cannot overflow it.
000321* 10/15/2026  DM  Scored on member days only (SongMember): a
000322*                 participant with a join/leave history has
000323*                 coverage taken over the themed days they were
000324*                 a member (new DAYS column), and a streak runs
000325*                 on across a break in membership.
000330*----------------------------------------------------------------
000340* USAGE
000350*   SongStandings [START-YYYY-MM-DD] [END-YYYY-MM-DD] [YYYYMM]
000360*   The third argument picks the month for the ranked table and
000370*   defaults to the current month.  The current streak is the
000380*   consecutive-day run ending at each participant's most recent
000390*   submission inside the period.  DAYS is the number of themed
000392*   days in the period the participant was on the roster.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
001110 01  WS-HIST-OPEN-SW            PIC X(1) VALUE "N".
001120     88  WS-HIST-OPEN                    VALUE "Y".
001130 01  WS-PROBE-DATE              PIC X(10) VALUE SPACES.
001132 01  WS-HIST-EOF-SW             PIC X(1) VALUE "N".
001134     88  WS-HIST-EOF                     VALUE "Y".
001136
001137*----------------------------------------------------------------
001138* Roster membership by the day (SongMember); result 2 means no
001139* join/leave history and every themed day counts.
001140*----------------------------------------------------------------
001141 01  WS-MEM-ACTION              PIC X(8) VALUE SPACES.
001142 01  WS-MEM-ID                  PIC X(8) VALUE SPACES.
001143 01  WS-MEM-DATE                PIC X(10) VALUE SPACES.
001144 01  WS-MEM-DATE2               PIC X(10) VALUE SPACES.
001145 01  WS-MEM-RESULT              PIC 9(1) VALUE 0.
001146 01  WS-GAP-DATE8               PIC 9(8) VALUE 0.
001147 01  WS-GAP-TEXT                PIC X(8) VALUE SPACES.
001148
001150*----------------------------------------------------------------
001160* Per-participant standings table, built while walking the
001170* sorted submissions.
001250         10  PART-MAX-STREAK    PIC 9(4) COMP.
001260         10  PART-COVERED       PIC 9(4) COMP.
001270         10  PART-MONTH-SUBS    PIC 9(4) COMP.
001275         10  PART-THEME-DAYS    PIC 9(4) COMP.
001280 01  WS-SWAP-ENTRY.
001290     05  SWAP-NAME              PIC X(30).
001300     05  SWAP-TOTAL             PIC 9(5) COMP.
001320     05  SWAP-MAX-STREAK        PIC 9(4) COMP.
001330     05  SWAP-COVERED           PIC 9(4) COMP.
001340     05  SWAP-MONTH-SUBS        PIC 9(4) COMP.
001345     05  SWAP-THEME-DAYS        PIC 9(4) COMP.
001350 01  WS-PART-OVER-SW            PIC X(1) VALUE "N".
001360     88  WS-PART-OVERFLOW                VALUE "Y".
001370 01  WS-SKIP-PART-SW            PIC X(1) VALUE "N".
001550 01  WS-ED-4B                   PIC ZZZ9.
001560 01  WS-ED-PCT                  PIC ZZ9.
001570 01  WS-ED-RANK                 PIC ZZ9.
001575 01  WS-ED-DAYS                 PIC ZZZ9.
001580
001590 PROCEDURE DIVISION.
001600*==========================================================
003450             MOVE 0 TO SWAP-MAX-STREAK
003460             MOVE 0 TO SWAP-COVERED
003470             MOVE 0 TO SWAP-MONTH-SUBS
003472             PERFORM 2230-COUNT-MEMBER-DAYS THRU 2230-EXIT
003480             MOVE WS-SWAP-ENTRY TO WS-PART-ENTRY(WS-PART-COUNT)
003490         ELSE
003500             MOVE "Y" TO WS-SKIP-PART-SW
003680     IF WS-THIS-INT = WS-PREV-INT + 1
003690         ADD 1 TO WS-RUN-LEN
003700     ELSE
003702         PERFORM 2250-CHECK-GAP THRU 2250-EXIT
003704         IF WS-MEM-RESULT = 1
003706             ADD 1 TO WS-RUN-LEN
003708         ELSE
003710             MOVE 1 TO WS-RUN-LEN
003715         END-IF
003720     END-IF
003730     IF WS-RUN-LEN > PART-MAX-STREAK(WS-PART-COUNT)
003740         MOVE WS-RUN-LEN TO PART-MAX-STREAK(WS-PART-COUNT)
003760     MOVE WS-RUN-LEN TO PART-CUR-STREAK(WS-PART-COUNT)
003770     PERFORM 2220-CHECK-THEMED THRU 2220-EXIT
003780     IF WS-THEME-FOUND
003781         MOVE "DAY" TO WS-MEM-ACTION
003782         MOVE WS-PROBE-DATE TO WS-MEM-DATE
003783         PERFORM 2240-CALL-MEMBER THRU 2240-EXIT
003784     END-IF
003785     IF WS-THEME-FOUND AND WS-MEM-RESULT NOT = 1
003790         ADD 1 TO PART-COVERED(WS-PART-COUNT)
003800     END-IF
003810     MOVE SORT-DATE8 TO WS-PREV-DATE8
004270     WRITE REPORT-LINE
004280     MOVE SPACES TO REPORT-LINE
004290     MOVE "PARTICIPANT" TO REPORT-LINE(1:11)
004300     MOVE "TOTAL  CURR  LONG   COV%  DAYS"
004305         TO REPORT-LINE(33:30)
004310     WRITE REPORT-LINE
004320     PERFORM 3100-WRITE-PART-LINE THRU 3100-EXIT
004330         VARYING WS-I FROM 1 BY 1
004560     MOVE PART-TOTAL(WS-I) TO WS-ED-TOTAL
004570     MOVE PART-CUR-STREAK(WS-I) TO WS-ED-4
004580     MOVE PART-MAX-STREAK(WS-I) TO WS-ED-4B
004590     IF PART-THEME-DAYS(WS-I) = 0
004600         MOVE 0 TO WS-PCT
004610     ELSE
004620         COMPUTE WS-PCT ROUNDED =
004630             PART-COVERED(WS-I) * 100 / PART-THEME-DAYS(WS-I)
004640     END-IF
004650     MOVE WS-PCT TO WS-ED-PCT
004655     MOVE PART-THEME-DAYS(WS-I) TO WS-ED-DAYS
004660     MOVE SPACES TO REPORT-LINE
004670     STRING PART-NAME(WS-I), "  ", WS-ED-TOTAL, "  ",
004680         WS-ED-4, "  ", WS-ED-4B, "    ", WS-ED-PCT,
004685         "  ", WS-ED-DAYS
004690         DELIMITED BY SIZE INTO REPORT-LINE
004700     WRITE REPORT-LINE.
004710 3100-EXIT.
005150     WRITE REPORT-LINE.
005160 3300-EXIT.
005170     EXIT.
005180
005190*==========================================================
005200* 2230-COUNT-MEMBER-DAYS - the coverage denominator for the
005210* participant starting in WS-SWAP-ENTRY: the period's themed
005220* days on which they were a member, or every themed day when
005230* they have no join/leave history.
005240*==========================================================
005250 2230-COUNT-MEMBER-DAYS.
005260     MOVE WS-THEME-DAY-COUNT TO SWAP-THEME-DAYS
005270     MOVE "DAY" TO WS-MEM-ACTION
005280     MOVE WS-START-DATE TO WS-MEM-DATE
005290     PERFORM 2240-CALL-MEMBER THRU 2240-EXIT
005300     IF WS-MEM-RESULT = 2 OR NOT WS-HIST-OPEN
005310         GO TO 2230-EXIT
005320     END-IF
005330     MOVE 0 TO SWAP-THEME-DAYS
005340     MOVE "N" TO WS-HIST-EOF-SW
005350     MOVE SPACES TO HIST-REC
005360     MOVE WS-START-DATE TO HIST-DATE
005370     START HISTORY-FILE KEY NOT < HIST-DATE
005380         INVALID KEY
005390             MOVE "Y" TO WS-HIST-EOF-SW
005400     END-START
005410     PERFORM 2231-MEMBER-DAY THRU 2231-EXIT
005420         UNTIL WS-HIST-EOF.
005430 2230-EXIT.
005440     EXIT.
005450
005460 2231-MEMBER-DAY.
005470     READ HISTORY-FILE NEXT
005480         AT END
005490             MOVE "Y" TO WS-HIST-EOF-SW
005500             GO TO 2231-EXIT
005510     END-READ
005520     IF HIST-DATE > WS-END-DATE
005530         MOVE "Y" TO WS-HIST-EOF-SW
005540         GO TO 2231-EXIT
005550     END-IF
005560     MOVE "DAY" TO WS-MEM-ACTION
005570     MOVE HIST-DATE TO WS-MEM-DATE
005580     PERFORM 2240-CALL-MEMBER THRU 2240-EXIT
005590     IF WS-MEM-RESULT = 0
005600         ADD 1 TO SWAP-THEME-DAYS
005610     END-IF.
005620 2231-EXIT.
005630     EXIT.
005640
005650 2240-CALL-MEMBER.
005660     MOVE WS-CUR-PART(1:8) TO WS-MEM-ID
005670     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
005680         WS-MEM-DATE WS-MEM-DATE2 WS-MEM-RESULT.
005690 2240-EXIT.
005700     EXIT.
005710
005720*==========================================================
005730* 2250-CHECK-GAP - the days between the previous submission
005740* and this one; result 1 means the participant was off the
005750* roster for all of them and the streak is not broken.
005760*==========================================================
005770 2250-CHECK-GAP.
005780     MOVE 0 TO WS-MEM-RESULT
005790     IF WS-PREV-INT = 0
005800         GO TO 2250-EXIT
005810     END-IF
005820     COMPUTE WS-GAP-DATE8 =
005830         FUNCTION DATE-OF-INTEGER(WS-PREV-INT + 1)
005840     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
005850     MOVE SPACES TO WS-MEM-DATE
005860     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
005870         WS-GAP-TEXT(7:2)
005880         DELIMITED BY SIZE INTO WS-MEM-DATE
005890     COMPUTE WS-GAP-DATE8 =
005900         FUNCTION DATE-OF-INTEGER(WS-THIS-INT - 1)
005910     MOVE WS-GAP-DATE8 TO WS-GAP-TEXT
005920     MOVE SPACES TO WS-MEM-DATE2
005930     STRING WS-GAP-TEXT(1:4), "-", WS-GAP-TEXT(5:2), "-",
005940         WS-GAP-TEXT(7:2)
005950         DELIMITED BY SIZE INTO WS-MEM-DATE2
005960     MOVE "SPAN" TO WS-MEM-ACTION
005970     PERFORM 2240-CALL-MEMBER THRU 2240-EXIT.
005980 2250-EXIT.
005990     EXIT.
