000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongMember.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - roster membership by the day.  The
000200*                 join and leave events SongRoster keys into
000210*                 roster_member.dat, each with its effective
000220*                 date, are loaded once per run and answer "was
000230*                 this ID a member on this date" (DAY) and "at
000240*                 any point between these dates" (SPAN), so
000250*                 SongStandings, SongSeason, SongRecap and
000260*                 SongDispatch score and mail only member days
000270*                 and a break in membership is not held against
000280*                 anyone.
000290*----------------------------------------------------------------
000300* CALLED WITH
000310*   CALL "SongMember" USING action id date date2 result
000320*     action   PIC X(8)   DAY, SPAN or RELOAD
000330*     id       PIC X(8)   roster ID
000340*     date     PIC X(10)  YYYY-MM-DD (DAY, and SPAN's first day)
000350*     date2    PIC X(10)  YYYY-MM-DD, SPAN's last day
000360*     result   PIC 9(1)   0 a member (on the day / some day in
000370*                         the span), 1 not a member, 2 no
000380*                         membership history for the ID - the
000390*                         caller keeps its old rule (the roster
000400*                         active flag, or every day counted)
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MEMBER-FILE
000460         ASSIGN DYNAMIC WS-MEMBER-FILENAME
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS WS-MEMBER-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MEMBER-FILE.
000530 01  MEMBER-LINE                PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-MEMBER-FILENAME         PIC X(40)
000570                                 VALUE "roster_member.dat".
000580 01  WS-MEMBER-STATUS           PIC X(2).
000590 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000600     88  WS-EOF                          VALUE "Y".
000610 01  WS-LOADED-SW               PIC X(1) VALUE "N".
000620     88  WS-LOADED                       VALUE "Y".
000630
000640 COPY "MEMBREC.CPY".
000650
000660*----------------------------------------------------------------
000670* Every membership event, in file (keying) order.
000680*----------------------------------------------------------------
000690 01  WS-EV-COUNT                PIC 9(4) COMP VALUE 0.
000700 01  WS-EV-TABLE.
000710     05  WS-EV-ENTRY OCCURS 2000 TIMES.
000720         10  EV-ID              PIC X(8).
000730         10  EV-DATE            PIC X(10).
000740         10  EV-KIND            PIC X(1).
000750 01  WS-EV-IDX                  PIC 9(4) COMP VALUE 0.
000760 01  WS-EV-OVER-SW              PIC X(1) VALUE "N".
000770     88  WS-EV-OVERFLOW                  VALUE "Y".
000780
000790 01  WS-ANY-SW                  PIC X(1) VALUE "N".
000800     88  WS-ANY-EVENT                    VALUE "Y".
000810 01  WS-BEST-DATE               PIC X(10).
000820 01  WS-BEST-KIND               PIC X(1).
000830 01  WS-FIRST-DATE              PIC X(10).
000840 01  WS-FIRST-KIND              PIC X(1).
000850 01  WS-JOIN-SW                 PIC X(1) VALUE "N".
000860     88  WS-JOIN-IN-SPAN                 VALUE "Y".
000870
000880 LINKAGE SECTION.
000890 01  MEM-CALL-ACTION            PIC X(8).
000900 01  MEM-CALL-ID                PIC X(8).
000910 01  MEM-CALL-DATE              PIC X(10).
000920 01  MEM-CALL-DATE2             PIC X(10).
000930 01  MEM-CALL-RESULT            PIC 9(1).
000940
000950 PROCEDURE DIVISION USING MEM-CALL-ACTION MEM-CALL-ID
000960     MEM-CALL-DATE MEM-CALL-DATE2 MEM-CALL-RESULT.
000970*==========================================================
000980* 0000-MAINLINE
000990*==========================================================
001000 0000-MAINLINE.
001010     MOVE 2 TO MEM-CALL-RESULT
001020     IF MEM-CALL-ACTION = "RELOAD"
001030         MOVE "N" TO WS-LOADED-SW
001040     END-IF
001050     IF NOT WS-LOADED
001060         PERFORM 1000-LOAD-EVENTS THRU 1000-EXIT
001070     END-IF
001080     EVALUATE MEM-CALL-ACTION
001090         WHEN "DAY"
001100             PERFORM 2000-CHECK-DAY THRU 2000-EXIT
001110         WHEN "SPAN"
001120             PERFORM 3000-CHECK-SPAN THRU 3000-EXIT
001130         WHEN OTHER
001140             CONTINUE
001150     END-EVALUATE
001160     GOBACK.
001170
001180*==========================================================
001190* 1000-LOAD-EVENTS - the whole event file into core, once per
001200* run; no file simply means no one has a history yet.
001210*==========================================================
001220 1000-LOAD-EVENTS.
001230     MOVE "Y" TO WS-LOADED-SW
001240     MOVE 0 TO WS-EV-COUNT
001250     OPEN INPUT MEMBER-FILE
001260     IF WS-MEMBER-STATUS NOT = "00"
001270         GO TO 1000-EXIT
001280     END-IF
001290     MOVE "N" TO WS-EOF-SW
001300     PERFORM 1100-LOAD-EVENT-LINE THRU 1100-EXIT
001310         UNTIL WS-EOF
001320     CLOSE MEMBER-FILE
001330     IF WS-EV-OVERFLOW
001340         DISPLAY "Warning: more than 2000 membership events, "
001350             "extras were ignored."
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390
001400 1100-LOAD-EVENT-LINE.
001410     READ MEMBER-FILE
001420         AT END
001430             MOVE "Y" TO WS-EOF-SW
001440             GO TO 1100-EXIT
001450     END-READ
001460     IF MEMBER-LINE = SPACES OR MEMBER-LINE(1:1) = "*"
001470         GO TO 1100-EXIT
001480     END-IF
001490     MOVE SPACES TO MEM-REC
001500     UNSTRING MEMBER-LINE DELIMITED BY "|"
001510         INTO MEM-ID MEM-DATE MEM-KIND MEM-STAMP
001520     END-UNSTRING
001530     IF MEM-ID = SPACES
001540         OR NOT (MEM-JOINED OR MEM-LEFT)
001550         GO TO 1100-EXIT
001560     END-IF
001570     IF WS-EV-COUNT >= 2000
001580         MOVE "Y" TO WS-EV-OVER-SW
001590         GO TO 1100-EXIT
001600     END-IF
001610     ADD 1 TO WS-EV-COUNT
001620     MOVE MEM-ID TO EV-ID(WS-EV-COUNT)
001630     MOVE MEM-DATE TO EV-DATE(WS-EV-COUNT)
001640     MOVE MEM-KIND TO EV-KIND(WS-EV-COUNT).
001650 1100-EXIT.
001660     EXIT.
001670
001680*==========================================================
001690* 2000-CHECK-DAY - the latest event on or before the date
001700* decides; with none yet, the ID was a member only if its
001710* first event is a leave (it joined before the history began).
001720*==========================================================
001730 2000-CHECK-DAY.
001740     MOVE "N" TO WS-ANY-SW
001750     MOVE SPACES TO WS-BEST-DATE
001760     MOVE SPACES TO WS-BEST-KIND
001770     MOVE HIGH-VALUES TO WS-FIRST-DATE
001780     MOVE SPACES TO WS-FIRST-KIND
001790     PERFORM 2100-SCAN-EVENT THRU 2100-EXIT
001800         VARYING WS-EV-IDX FROM 1 BY 1
001810         UNTIL WS-EV-IDX > WS-EV-COUNT
001820     IF NOT WS-ANY-EVENT
001830         MOVE 2 TO MEM-CALL-RESULT
001840         GO TO 2000-EXIT
001850     END-IF
001860     IF WS-BEST-KIND NOT = SPACES
001870         IF WS-BEST-KIND = "J"
001880             MOVE 0 TO MEM-CALL-RESULT
001890         ELSE
001900             MOVE 1 TO MEM-CALL-RESULT
001910         END-IF
001920         GO TO 2000-EXIT
001930     END-IF
001940     IF WS-FIRST-KIND = "L"
001950         MOVE 0 TO MEM-CALL-RESULT
001960     ELSE
001970         MOVE 1 TO MEM-CALL-RESULT
001980     END-IF.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2100-SCAN-EVENT.
002030     IF EV-ID(WS-EV-IDX) NOT = MEM-CALL-ID
002040         GO TO 2100-EXIT
002050     END-IF
002060     MOVE "Y" TO WS-ANY-SW
002070     IF EV-DATE(WS-EV-IDX) < WS-FIRST-DATE
002080         MOVE EV-DATE(WS-EV-IDX) TO WS-FIRST-DATE
002090         MOVE EV-KIND(WS-EV-IDX) TO WS-FIRST-KIND
002100     END-IF
002110     IF EV-DATE(WS-EV-IDX) > MEM-CALL-DATE
002120         GO TO 2100-EXIT
002130     END-IF
002140*    Same-day events: the one keyed later stands.
002150     IF WS-BEST-KIND = SPACES
002160         OR EV-DATE(WS-EV-IDX) >= WS-BEST-DATE
002170         MOVE EV-DATE(WS-EV-IDX) TO WS-BEST-DATE
002180         MOVE EV-KIND(WS-EV-IDX) TO WS-BEST-KIND
002190     END-IF.
002200 2100-EXIT.
002210     EXIT.
002220
002230*==========================================================
002240* 3000-CHECK-SPAN - a member on the first day, or a join
002250* inside the span, means a member at some point in it.
002260*==========================================================
002270 3000-CHECK-SPAN.
002280     PERFORM 2000-CHECK-DAY THRU 2000-EXIT
002290     IF MEM-CALL-RESULT NOT = 1
002300         GO TO 3000-EXIT
002310     END-IF
002320     MOVE "N" TO WS-JOIN-SW
002330     PERFORM 3100-SCAN-JOIN THRU 3100-EXIT
002340         VARYING WS-EV-IDX FROM 1 BY 1
002350         UNTIL WS-EV-IDX > WS-EV-COUNT
002360         OR WS-JOIN-IN-SPAN
002370     IF WS-JOIN-IN-SPAN
002380         MOVE 0 TO MEM-CALL-RESULT
002390     END-IF.
002400 3000-EXIT.
002410     EXIT.
002420
002430 3100-SCAN-JOIN.
002440     IF EV-ID(WS-EV-IDX) = MEM-CALL-ID
002450         AND EV-KIND(WS-EV-IDX) = "J"
002460         AND EV-DATE(WS-EV-IDX) > MEM-CALL-DATE
002470         AND EV-DATE(WS-EV-IDX) NOT > MEM-CALL-DATE2
002480         MOVE "Y" TO WS-JOIN-SW
002490     END-IF.
002500 3100-EXIT.
002510     EXIT.
