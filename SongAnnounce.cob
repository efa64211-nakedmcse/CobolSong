000290* 09/02/2026  DM  {PTS} is edited through ZZZZ9 before the
000300*                 substitution, as TALLY does, so the post
000310*                 reads "12 pts" and not "00012 pts".
000311* 10/15/2026  DM  CORRECT posts a theme correction made by
000312*                 SongCorrect, from the last line for the date in
000313*                 theme_correction.dat, with CORRECTTEMPLATE and
000314*                 the new {OLDTHEME} token.  It is logged as kind
000315*                 CORnnn (nnn the revision), so each correction
000316*                 of a day posts once.
000320*----------------------------------------------------------------
000330* USAGE
000340*   SongAnnounce THEME [YYYY-MM-DD] [DRYRUN]
000350*   SongAnnounce WINNER [YYYY-MM-DD] [DRYRUN]
000352*   SongAnnounce CORRECT [YYYY-MM-DD] [DRYRUN]
000360*   THEME and CORRECT default to today, WINNER to yesterday.
000370*   Templates may use {DATE}, {THEME}, {WINNER}, {PTS} and
000372*   (CORRECTTEMPLATE) {OLDTHEME}.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000570         ASSIGN DYNAMIC WS-ALOG-FILENAME
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS WS-ALOG-STATUS.
000592     SELECT CORR-FILE
000594         ASSIGN DYNAMIC WS-CORR-FILENAME
000596         ORGANIZATION LINE SEQUENTIAL
000598         FILE STATUS WS-CORR-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000680 01  SETTINGS-LINE              PIC X(100).
000690 FD  ALOG-FILE.
000700 01  ALOG-LINE                  PIC X(120).
000702 FD  CORR-FILE.
000704 01  CORR-LINE                  PIC X(250).
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-HISTORY-FILENAME        PIC X(40)
000810 01  WS-ALOG-FILENAME           PIC X(40)
000820                                 VALUE "song_announce.log".
000830 01  WS-ALOG-STATUS             PIC X(2).
000832 01  WS-CORR-FILENAME           PIC X(40)
000834                                 VALUE "theme_correction.dat".
000836 01  WS-CORR-STATUS             PIC X(2).
000840
000850 01  WS-ARG1                    PIC X(20).
000860 01  WS-ARG2                    PIC X(20).
001100         VALUE "Todays theme ({DATE}): {THEME}".
001110 01  WS-WINNER-TPL              PIC X(78)
001120         VALUE "Winner for {DATE}: {WINNER} with {PTS} pts".
001122 01  WS-CORRECT-TPL             PIC X(78)
001124         VALUE "Correction for {DATE}: {THEME} (was {OLDTHEME})".
001130
001140*----------------------------------------------------------------
001150* Looked-up content for the tokens
001240 01  WS-RS-TIE                  PIC X(1).
001250 01  WS-FOUND-SW                PIC X(1) VALUE "N".
001260     88  WS-RESULT-FOUND                 VALUE "Y".
001262 01  WS-OLD-THEME-TEXT          PIC X(80) VALUE SPACES.
001264 01  WS-CORR-FOUND-SW           PIC X(1) VALUE "N".
001266     88  WS-CORR-FOUND                   VALUE "Y".
001268 01  WS-CORR-SEQ                PIC X(3) VALUE SPACES.
001270
001272 COPY "CORRREC.CPY".
001274
001280*----------------------------------------------------------------
001290* Template expansion: the template is walked one character at
001300* a time and each {TOKEN} met is swapped for its value.
001310*----------------------------------------------------------------
001320* The template area is ten characters longer than a setting
001330* value can be, so a token probe near the end stays in bounds.
001340 01  WS-TPL                     PIC X(88) VALUE SPACES.
001350 01  WS-MSG                     PIC X(250) VALUE SPACES.
001360 01  WS-TPL-POS                 PIC 9(4) COMP VALUE 1.
001370 01  WS-MSG-PTR                 PIC 9(4) COMP VALUE 1.
001610             "[DRYRUN]"
001620         DISPLAY "       SongAnnounce WINNER [YYYY-MM-DD] "
001630             "[DRYRUN]"
001632         DISPLAY "       SongAnnounce CORRECT [YYYY-MM-DD] "
001634             "[DRYRUN]"
001640         MOVE 1 TO RETURN-CODE
001650         GO TO 0000-DONE
001660     END-IF
001810         END-IF
001820         MOVE WS-THEME-TPL TO WS-TPL
001830     ELSE
001832         IF WS-KIND = "COR"
001834             PERFORM 2700-FETCH-CORRECTION THRU 2700-EXIT
001836             IF NOT WS-CORR-FOUND
001838                 DISPLAY "No correction on file for "
001840                     WS-POST-DATE " - correct it with "
001842                     "SongCorrect first."
001844                 MOVE 1 TO RETURN-CODE
001846                 GO TO 0000-DONE
001848             END-IF
001850             MOVE SPACES TO WS-KIND
001852             STRING "COR", WS-CORR-SEQ
001854                 DELIMITED BY SIZE INTO WS-KIND
001856             MOVE WS-CORRECT-TPL TO WS-TPL
001858         ELSE
001860             PERFORM 2500-FETCH-WINNER THRU 2500-EXIT
001862             IF NOT WS-RESULT-FOUND
001864                 DISPLAY "No frozen result for " WS-POST-DATE
001866                     " - close the day with SongVote CLOSE "
001868                     "first."
001870                 MOVE 1 TO RETURN-CODE
001872                 GO TO 0000-DONE
001874             END-IF
001876             MOVE WS-WINNER-TPL TO WS-TPL
001910         END-IF
001930     END-IF
001940     PERFORM 3000-EXPAND-TEMPLATE THRU 3000-EXIT
001950     IF WS-DRYRUN
002150     STOP RUN.
002160
002170*==========================================================
002180* 1000-GET-ARGUMENTS - the kind, an optional date (THEME and
002190* CORRECT default to today, WINNER to yesterday) and DRYRUN.
002200*==========================================================
002210 1000-GET-ARGUMENTS.
002220     MOVE SPACES TO WS-ARG1
002420         IF WS-ARG1 = "WINNER" OR WS-ARG1 = "winner"
002430             MOVE "WINNER" TO WS-KIND
002440         ELSE
002442             IF WS-ARG1 = "CORRECT" OR WS-ARG1 = "correct"
002444                 MOVE "COR" TO WS-KIND
002446             ELSE
002450                 MOVE "N" TO WS-VALID-SW
002460                 GO TO 1000-EXIT
002462             END-IF
002470         END-IF
002480     END-IF
002490     IF WS-ARG2 = "DRYRUN" OR WS-ARG3 = "DRYRUN"
003150             MOVE WS-SETT-VAL TO WS-THEME-TPL
003160         WHEN "WINNERTEMPLATE"
003170             MOVE WS-SETT-VAL TO WS-WINNER-TPL
003172         WHEN "CORRECTTEMPLATE"
003174             MOVE WS-SETT-VAL TO WS-CORRECT-TPL
003180         WHEN OTHER
003190             CONTINUE
003200     END-EVALUATE.
003910
003920*==========================================================
003930* 3000-EXPAND-TEMPLATE - walk the template one character at
003940* a time, swapping {DATE}, {THEME}, {WINNER}, {PTS} and
003950* {OLDTHEME} for their values, then blank anything the shell
003955* would chew.
003960*==========================================================
003970 3000-EXPAND-TEMPLATE.
003980     MOVE SPACES TO WS-MSG
004410         ADD 5 TO WS-TPL-POS
004420         GO TO 3100-EXIT
004430     END-IF
004431     IF WS-TPL(WS-TPL-POS:10) = "{OLDTHEME}"
004432         STRING FUNCTION TRIM(WS-OLD-THEME-TEXT)
004433             DELIMITED BY SIZE
004434             INTO WS-MSG WITH POINTER WS-MSG-PTR
004435         ADD 10 TO WS-TPL-POS
004436         GO TO 3100-EXIT
004437     END-IF
004440     STRING WS-TPL(WS-TPL-POS:1) DELIMITED BY SIZE
004450         INTO WS-MSG WITH POINTER WS-MSG-PTR
004460     ADD 1 TO WS-TPL-POS.
005430     CLOSE ALOG-FILE.
005440 6000-EXIT.
005450     EXIT.
005460
005470*==========================================================
005480* 2700-FETCH-CORRECTION - the day's last line in the
005490* correction register: the old and new wording and the
005500* revision it made.
005510*==========================================================
005520 2700-FETCH-CORRECTION.
005530     MOVE "N" TO WS-CORR-FOUND-SW
005540     OPEN INPUT CORR-FILE
005550     IF WS-CORR-STATUS NOT = "00"
005560         GO TO 2700-EXIT
005570     END-IF
005580     MOVE "N" TO WS-EOF-SW
005590     PERFORM 2710-SCAN-CORR-LINE THRU 2710-EXIT
005600         UNTIL WS-EOF
005610     CLOSE CORR-FILE.
005620 2700-EXIT.
005630     EXIT.
005640
005650 2710-SCAN-CORR-LINE.
005660     READ CORR-FILE
005670         AT END
005680             MOVE "Y" TO WS-EOF-SW
005690             GO TO 2710-EXIT
005700     END-READ
005710     IF CORR-LINE = SPACES
005720         GO TO 2710-EXIT
005730     END-IF
005740     MOVE SPACES TO CORR-REC
005750     UNSTRING CORR-LINE DELIMITED BY "|"
005760         INTO CORR-DATE CORR-SEQ CORR-STAMP CORR-REASON
005770         CORR-OLD-THEME CORR-NEW-THEME
005780     END-UNSTRING
005790     IF CORR-DATE = WS-POST-DATE
005800         MOVE "Y" TO WS-CORR-FOUND-SW
005810         MOVE CORR-SEQ TO WS-CORR-SEQ
005820         MOVE CORR-NEW-THEME TO WS-THEME-TEXT
005830         MOVE CORR-OLD-THEME TO WS-OLD-THEME-TEXT
005840     END-IF.
005850 2710-EXIT.
005860     EXIT.
