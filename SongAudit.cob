000250*                 counts agree, and the checkpoint step matches
000260*                 the files that actually exist, then prints one
000270*                 PASS/FAIL per month with the discrepancies.
000271* 10/15/2026  DM  Checks every date in the correction register
000272*                 (theme_correction.dat, kept by SongCorrect)
000273*                 against the artifacts: the history, cal and
000274*                 rev lines and the grid cell must carry the
000275*                 corrected wording, and the day's VEVENT both
000276*                 the wording and the register's SEQUENCE.  One
000277*                 CORRECTIONS PASS/FAIL line follows the months.
000280*----------------------------------------------------------------
000290* USAGE
000300*   SongAudit          (no arguments - audits everything found)
000540         ASSIGN DYNAMIC WS-ICS-FILENAME
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS WS-ICS-STATUS.
000562     SELECT REV-FILE
000564         ASSIGN DYNAMIC WS-REV-FILENAME
000566         ORGANIZATION LINE SEQUENTIAL
000568         FILE STATUS WS-REV-STATUS.
000570     SELECT REPORT-FILE
000580         ASSIGN DYNAMIC WS-REPORT-FILENAME
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS WS-REPORT-STATUS.
000601     SELECT HTML-FILE
000602         ASSIGN DYNAMIC WS-HTML-FILENAME
000603         ORGANIZATION LINE SEQUENTIAL
000604         FILE STATUS WS-HTML-STATUS.
000605     SELECT CORR-FILE
000606         ASSIGN DYNAMIC WS-CORR-FILENAME
000607         ORGANIZATION LINE SEQUENTIAL
000608         FILE STATUS WS-CORR-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000730 01  ICS-LINE                   PIC X(132).
000740 FD  REPORT-FILE.
000750 01  REPORT-LINE                PIC X(132).
000751 FD  REV-FILE.
000752 01  REV-LINE                   PIC X(100).
000753 FD  HTML-FILE.
000754 01  HTML-LINE                  PIC X(250).
000755 FD  CORR-FILE.
000756 01  CORR-LINE                  PIC X(250).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-CKPT-FILENAME           PIC X(40) VALUE "song.ckpt".
000900 01  WS-REPORT-FILENAME         PIC X(40)
000910                                 VALUE "song_audit.txt".
000920 01  WS-REPORT-STATUS           PIC X(2).
000921 01  WS-REV-FILENAME            PIC X(40).
000922 01  WS-REV-STATUS              PIC X(2).
000923 01  WS-HTML-FILENAME           PIC X(40).
000924 01  WS-HTML-STATUS             PIC X(2).
000925 01  WS-CORR-FILENAME           PIC X(40)
000926                                 VALUE "theme_correction.dat".
000927 01  WS-CORR-STATUS             PIC X(2).
000930
000940 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000950     88  WS-EOF                          VALUE "Y".
001460     88  WS-HIST-OPEN                    VALUE "Y".
001470 01  WS-MON-OVER-SW             PIC X(1) VALUE "N".
001480     88  WS-MON-OVERFLOW                 VALUE "Y".
001481
001482*----------------------------------------------------------------
001483* Correction register: each corrected date's latest revision
001484* and wording, and the working fields for checking them.
001485*----------------------------------------------------------------
001486 COPY "CORRREC.CPY".
001487 01  WS-CX-COUNT                PIC 9(4) COMP VALUE 0.
001488 01  WS-CX-TABLE.
001489     05  WS-CX-ENTRY OCCURS 500 TIMES.
001490         10  CX-DATE            PIC X(10).
001491         10  CX-SEQ             PIC 9(3).
001492         10  CX-THEME           PIC X(80).
001493 01  WS-CX-IDX                  PIC 9(4) COMP VALUE 0.
001494 01  WS-CX-FOUND                PIC 9(4) COMP VALUE 0.
001495 01  WS-CX-OVER-SW              PIC X(1) VALUE "N".
001496     88  WS-CX-OVERFLOW                  VALUE "Y".
001497 01  WS-CORR-ISSUES             PIC 9(3) VALUE 0.
001498 01  WS-CORR-DATES              PIC 9(3) VALUE 0.
001499 01  WS-CX-HIT-SW               PIC X(1) VALUE "N".
001500     88  WS-CX-HIT                       VALUE "Y".
001501 01  WS-CX-EVENT-SW             PIC X(1) VALUE "N".
001502     88  WS-CX-IN-EVENT                  VALUE "Y".
001503 01  WS-CX-UID-LINE             PIC X(60).
001504 01  WS-CX-EXPECT               PIC X(132).
001505 01  WS-CX-SEQ-TEXT             PIC X(10).
001506 01  WS-CX-SEQ-SEEN             PIC 9(3) VALUE 0.
001507 01  WS-AR-DATE                 PIC X(10).
001508 01  WS-AR-STATE                PIC X(1).
001509 01  WS-AR-THEME                PIC X(80).
001510 01  WS-CX-GRID-THEME           PIC X(80).
001511 01  WS-CX-DAY                  PIC 9(2).
001512 01  WS-CX-ED-DAY               PIC Z9.
001513 01  WS-DAY-PROBE               PIC X(40).
001514 01  WS-DAY-PROBE-LEN           PIC 9(4) COMP VALUE 0.
001515 01  WS-CELL-PROBE              PIC X(160).
001516 01  WS-CELL-PROBE-LEN          PIC 9(4) COMP VALUE 0.
001517 01  WS-TALLY                   PIC 9(4) COMP VALUE 0.
001518
001519*----------------------------------------------------------------
001520* Per-month audit working fields
001521*----------------------------------------------------------------
001530 01  WS-MON-ISSUES              PIC 9(3) VALUE 0.
001540 01  WS-REM-COUNT               PIC 9(4) VALUE 0.
001550 01  WS-VEVENT-COUNT            PIC 9(4) VALUE 0.
001660     PERFORM 1300-LIST-CAL-FILES THRU 1300-EXIT.
001670     PERFORM 1400-LOAD-ICS-DATES THRU 1400-EXIT.
001680     PERFORM 1500-SORT-MONTHS THRU 1500-EXIT.
001682     PERFORM 1600-LOAD-CORRECTIONS THRU 1600-EXIT.
001690     OPEN OUTPUT REPORT-FILE
001700     IF WS-REPORT-STATUS NOT = "00"
001710         DISPLAY "Could not open " WS-REPORT-FILENAME
001770     PERFORM 2000-AUDIT-MONTH THRU 2000-EXIT
001780         VARYING WS-I FROM 1 BY 1
001790         UNTIL WS-I > WS-MON-COUNT
001792     PERFORM 3000-AUDIT-CORRECTIONS THRU 3000-EXIT
001800     CLOSE REPORT-FILE
001810     MOVE "rm -f songaudit.lst" TO CMD
001820     CALL "SYSTEM" USING CMD RETURNING ERR
001830     DISPLAY "Audit written to " WS-REPORT-FILENAME
001840         " (" WS-MON-COUNT " month(s), " WS-FAIL-MONTHS
001850         " FAIL)."
001852     IF WS-CORR-ISSUES > 0
001854         DISPLAY "Correction register: " WS-CORR-ISSUES
001856             " discrepancy(ies) - see the CORRECTIONS section."
001858     END-IF
001860     IF WS-FAIL-MONTHS > 0 OR WS-CORR-ISSUES > 0
001870         MOVE 1 TO RETURN-CODE
001880     END-IF
001882     IF WS-CX-OVERFLOW
001884         DISPLAY "Warning: more than 500 corrected dates, "
001886             "extras were not audited."
001888     END-IF
001890     IF WS-MON-OVERFLOW
001900         DISPLAY "Warning: more than 120 months on file, "
001910             "extras were not audited."
006800     WRITE REPORT-LINE.
006810 9000-EXIT.
006820     EXIT.
006830
006840*==========================================================
006850* 1600-LOAD-CORRECTIONS - each corrected date's latest line in
006860* the correction register.
006870*==========================================================
006880 1600-LOAD-CORRECTIONS.
006890     OPEN INPUT CORR-FILE
006900     IF WS-CORR-STATUS NOT = "00"
006910         GO TO 1600-EXIT
006920     END-IF
006930     MOVE "N" TO WS-EOF-SW
006940     PERFORM 1610-READ-CORR-LINE THRU 1610-EXIT
006950         UNTIL WS-EOF
006960     CLOSE CORR-FILE.
006970 1600-EXIT.
006980     EXIT.
006990
007000 1610-READ-CORR-LINE.
007010     READ CORR-FILE
007020         AT END
007030             MOVE "Y" TO WS-EOF-SW
007040             GO TO 1610-EXIT
007050     END-READ
007060     IF CORR-LINE = SPACES
007070         GO TO 1610-EXIT
007080     END-IF
007090     MOVE SPACES TO CORR-REC
007100     UNSTRING CORR-LINE DELIMITED BY "|"
007110         INTO CORR-DATE CORR-SEQ CORR-STAMP CORR-REASON
007120         CORR-OLD-THEME CORR-NEW-THEME
007130     END-UNSTRING
007140     IF CORR-SEQ NOT NUMERIC
007150         GO TO 1610-EXIT
007160     END-IF
007170     MOVE 0 TO WS-CX-FOUND
007180     PERFORM 1620-SCAN-CORRECTIONS THRU 1620-EXIT
007190         VARYING WS-CX-IDX FROM 1 BY 1
007200         UNTIL WS-CX-IDX > WS-CX-COUNT
007210         OR WS-CX-FOUND > 0
007220     IF WS-CX-FOUND = 0
007230         IF WS-CX-COUNT >= 500
007240             MOVE "Y" TO WS-CX-OVER-SW
007250             GO TO 1610-EXIT
007260         END-IF
007270         ADD 1 TO WS-CX-COUNT
007280         MOVE WS-CX-COUNT TO WS-CX-FOUND
007290         MOVE CORR-DATE TO CX-DATE(WS-CX-FOUND)
007300         MOVE 0 TO CX-SEQ(WS-CX-FOUND)
007310     END-IF
007320     IF CORR-SEQ >= CX-SEQ(WS-CX-FOUND)
007330         MOVE CORR-SEQ TO CX-SEQ(WS-CX-FOUND)
007340         MOVE CORR-NEW-THEME TO CX-THEME(WS-CX-FOUND)
007350     END-IF.
007360 1610-EXIT.
007370     EXIT.
007380
007390 1620-SCAN-CORRECTIONS.
007400     IF CX-DATE(WS-CX-IDX) = CORR-DATE
007410         MOVE WS-CX-IDX TO WS-CX-FOUND
007420     END-IF.
007430 1620-EXIT.
007440     EXIT.
007450
007460*==========================================================
007470* 3000-AUDIT-CORRECTIONS - every corrected date against the
007480* artifacts, ending in one PASS/FAIL line.
007490*==========================================================
007500 3000-AUDIT-CORRECTIONS.
007510     IF WS-CX-COUNT = 0
007520         GO TO 3000-EXIT
007530     END-IF
007540     MOVE 0 TO WS-MON-ISSUES
007550     MOVE SPACES TO REPORT-LINE
007560     WRITE REPORT-LINE
007570     MOVE "CORRECTIONS" TO REPORT-LINE
007580     WRITE REPORT-LINE
007590     PERFORM 3100-CHECK-CORRECTION THRU 3100-EXIT
007600         VARYING WS-CX-IDX FROM 1 BY 1
007610         UNTIL WS-CX-IDX > WS-CX-COUNT
007620     MOVE WS-MON-ISSUES TO WS-CORR-ISSUES
007630     MOVE WS-CX-COUNT TO WS-CORR-DATES
007640     MOVE SPACES TO REPORT-LINE
007650     IF WS-CORR-ISSUES = 0
007660         STRING "CORRECTIONS PASS (", WS-CORR-DATES,
007670             " date(s))"
007680             DELIMITED BY SIZE INTO REPORT-LINE
007690     ELSE
007700         STRING "CORRECTIONS FAIL (", WS-CORR-ISSUES,
007710             " discrepancy(ies))"
007720             DELIMITED BY SIZE INTO REPORT-LINE
007730     END-IF
007740     WRITE REPORT-LINE.
007750 3000-EXIT.
007760     EXIT.
007770
007780 3100-CHECK-CORRECTION.
007790     MOVE SPACES TO WS-YM-TEXT
007800     STRING CX-DATE(WS-CX-IDX)(1:4), CX-DATE(WS-CX-IDX)(6:2)
007810         DELIMITED BY SIZE INTO WS-YM-TEXT
007820     PERFORM 3110-CHECK-CORR-HISTORY THRU 3110-EXIT
007830     PERFORM 3120-CHECK-CORR-CAL THRU 3120-EXIT
007840     PERFORM 3130-CHECK-CORR-REV THRU 3130-EXIT
007850     PERFORM 3140-CHECK-CORR-ICS THRU 3140-EXIT
007860     PERFORM 3150-CHECK-CORR-GRID THRU 3150-EXIT.
007870 3100-EXIT.
007880     EXIT.
007890
007900*==========================================================
007910* 3110-CHECK-CORR-HISTORY - the history record holds the
007920* corrected wording.
007930*==========================================================
007940 3110-CHECK-CORR-HISTORY.
007950     OPEN INPUT HISTORY-FILE
007960     IF WS-HIST-STATUS NOT = "00"
007970         GO TO 3110-EXIT
007980     END-IF
007990     MOVE SPACES TO HIST-REC
008000     MOVE CX-DATE(WS-CX-IDX) TO HIST-DATE
008010     READ HISTORY-FILE
008020         INVALID KEY
008030             MOVE SPACES TO WS-ISSUE-TEXT
008040             STRING CX-DATE(WS-CX-IDX),
008050                 " corrected but not in history"
008060                 DELIMITED BY SIZE INTO WS-ISSUE-TEXT
008070             PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
008080         NOT INVALID KEY
008090             IF HIST-THEME NOT = CX-THEME(WS-CX-IDX)
008100                 MOVE SPACES TO WS-ISSUE-TEXT
008110                 STRING CX-DATE(WS-CX-IDX),
008120                     " history wording differs from the ",
008130                     "correction register"
008140                     DELIMITED BY SIZE INTO WS-ISSUE-TEXT
008150                 PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
008160             END-IF
008170     END-READ
008180     CLOSE HISTORY-FILE.
008190 3110-EXIT.
008200     EXIT.
008210
008220*==========================================================
008230* 3120-CHECK-CORR-CAL - the month's cal file, if any, has the
008240* day's REM line with the corrected wording.
008250*==========================================================
008260 3120-CHECK-CORR-CAL.
008270     MOVE SPACES TO WS-CAL-FILENAME
008280     STRING "song_", WS-YM-TEXT, ".cal"
008290         DELIMITED BY SIZE INTO WS-CAL-FILENAME
008300     OPEN INPUT CAL-FILE
008310     IF WS-CAL-STATUS NOT = "00"
008320         GO TO 3120-EXIT
008330     END-IF
008340     MOVE SPACES TO WS-CX-EXPECT
008350     STRING "REM ", CX-DATE(WS-CX-IDX), " CAL ",
008360         FUNCTION TRIM(CX-THEME(WS-CX-IDX))
008370         DELIMITED BY SIZE INTO WS-CX-EXPECT
008380     MOVE "N" TO WS-CX-HIT-SW
008390     MOVE "N" TO WS-EOF-SW
008400     PERFORM 3125-READ-CORR-CAL THRU 3125-EXIT
008410         UNTIL WS-EOF
008420     CLOSE CAL-FILE
008430     IF NOT WS-CX-HIT
008440         MOVE SPACES TO WS-ISSUE-TEXT
008450         STRING CX-DATE(WS-CX-IDX), " corrected but not in ",
008460             FUNCTION TRIM(WS-CAL-FILENAME)
008470             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
008480         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
008490     END-IF.
008500 3120-EXIT.
008510     EXIT.
008520
008530 3125-READ-CORR-CAL.
008540     READ CAL-FILE
008550         AT END
008560             MOVE "Y" TO WS-EOF-SW
008570             GO TO 3125-EXIT
008580     END-READ
008590     IF CAL-LINE(1:4) NOT = "REM "
008600         OR CAL-LINE(5:10) NOT = CX-DATE(WS-CX-IDX)
008610         GO TO 3125-EXIT
008620     END-IF
008630     MOVE "Y" TO WS-CX-HIT-SW
008640     IF CAL-LINE NOT = WS-CX-EXPECT
008650         MOVE SPACES TO WS-ISSUE-TEXT
008660         STRING CX-DATE(WS-CX-IDX), " cal wording differs ",
008670             "from the correction register"
008680             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
008690         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
008700     END-IF.
008710 3125-EXIT.
008720     EXIT.
008730
008740*==========================================================
008750* 3130-CHECK-CORR-REV - the month's review file, if any, has
008760* the corrected wording on the day's line.
008770*==========================================================
008780 3130-CHECK-CORR-REV.
008790     MOVE SPACES TO WS-REV-FILENAME
008800     STRING "song_", WS-YM-TEXT, ".rev"
008810         DELIMITED BY SIZE INTO WS-REV-FILENAME
008820     OPEN INPUT REV-FILE
008830     IF WS-REV-STATUS NOT = "00"
008840         GO TO 3130-EXIT
008850     END-IF
008860     MOVE "N" TO WS-EOF-SW
008870     PERFORM 3135-READ-CORR-REV THRU 3135-EXIT
008880         UNTIL WS-EOF
008890     CLOSE REV-FILE.
008900 3130-EXIT.
008910     EXIT.
008920
008930 3135-READ-CORR-REV.
008940     READ REV-FILE
008950         AT END
008960             MOVE "Y" TO WS-EOF-SW
008970             GO TO 3135-EXIT
008980     END-READ
008990     IF REV-LINE(1:10) NOT = CX-DATE(WS-CX-IDX)
009000         GO TO 3135-EXIT
009010     END-IF
009020     MOVE SPACES TO WS-AR-DATE
009030     MOVE SPACES TO WS-AR-STATE
009040     MOVE SPACES TO WS-AR-THEME
009050     UNSTRING REV-LINE DELIMITED BY "|"
009060         INTO WS-AR-DATE WS-AR-STATE WS-AR-THEME
009070     END-UNSTRING
009080     IF WS-AR-THEME NOT = CX-THEME(WS-CX-IDX)
009090         MOVE SPACES TO WS-ISSUE-TEXT
009100         STRING CX-DATE(WS-CX-IDX), " rev wording differs ",
009110             "from the correction register"
009120             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
009130         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
009140     END-IF.
009150 3135-EXIT.
009160     EXIT.
009170
009180*==========================================================
009190* 3140-CHECK-CORR-ICS - the day's VEVENT, in the month's .ics
009200* or a legacy song.ics, carries the corrected SUMMARY and the
009210* register's SEQUENCE.
009220*==========================================================
009230 3140-CHECK-CORR-ICS.
009240     MOVE SPACES TO WS-CX-UID-LINE
009250     STRING "UID:", CX-DATE(WS-CX-IDX)(1:4),
009260         CX-DATE(WS-CX-IDX)(6:2), CX-DATE(WS-CX-IDX)(9:2),
009270         "@songforvictoria.local"
009280         DELIMITED BY SIZE INTO WS-CX-UID-LINE
009290     MOVE SPACES TO WS-CX-EXPECT
009300     STRING "SUMMARY:", FUNCTION TRIM(CX-THEME(WS-CX-IDX))
009310         DELIMITED BY SIZE INTO WS-CX-EXPECT
009320     MOVE "N" TO WS-CX-HIT-SW
009330     MOVE 0 TO WS-CX-SEQ-SEEN
009340     MOVE SPACES TO WS-ICS-FILENAME
009350     STRING "song_", WS-YM-TEXT, ".ics"
009360         DELIMITED BY SIZE INTO WS-ICS-FILENAME
009370     PERFORM 3145-SCAN-CORR-ICS THRU 3145-EXIT
009380     IF NOT WS-CX-HIT
009390         MOVE "song.ics" TO WS-ICS-FILENAME
009400         PERFORM 3145-SCAN-CORR-ICS THRU 3145-EXIT
009410     END-IF
009420     IF WS-CX-HIT AND WS-CX-SEQ-SEEN NOT = CX-SEQ(WS-CX-IDX)
009430         MOVE SPACES TO WS-ISSUE-TEXT
009440         STRING CX-DATE(WS-CX-IDX), " VEVENT SEQUENCE ",
009450             WS-CX-SEQ-SEEN, " but register revision ",
009460             CX-SEQ(WS-CX-IDX)
009470             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
009480         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
009490     END-IF.
009500 3140-EXIT.
009510     EXIT.
009520
009530 3145-SCAN-CORR-ICS.
009540     OPEN INPUT ICS-FILE
009550     IF WS-ICS-STATUS NOT = "00"
009560         GO TO 3145-EXIT
009570     END-IF
009580     MOVE "N" TO WS-CX-EVENT-SW
009590     MOVE "N" TO WS-EOF-SW
009600     PERFORM 3146-READ-CORR-ICS THRU 3146-EXIT
009610         UNTIL WS-EOF
009620     CLOSE ICS-FILE.
009630 3145-EXIT.
009640     EXIT.
009650
009660 3146-READ-CORR-ICS.
009670     READ ICS-FILE
009680         AT END
009690             MOVE "Y" TO WS-EOF-SW
009700             GO TO 3146-EXIT
009710     END-READ
009720     IF ICS-LINE = WS-CX-UID-LINE
009730         MOVE "Y" TO WS-CX-HIT-SW
009740         MOVE "Y" TO WS-CX-EVENT-SW
009750         GO TO 3146-EXIT
009760     END-IF
009770     IF ICS-LINE(1:10) = "END:VEVENT"
009780         MOVE "N" TO WS-CX-EVENT-SW
009790         GO TO 3146-EXIT
009800     END-IF
009810     IF NOT WS-CX-IN-EVENT
009820         GO TO 3146-EXIT
009830     END-IF
009840     IF ICS-LINE(1:8) = "SUMMARY:" AND ICS-LINE NOT = WS-CX-EXPECT
009850         MOVE SPACES TO WS-ISSUE-TEXT
009860         STRING CX-DATE(WS-CX-IDX), " VEVENT SUMMARY differs ",
009870             "from the correction register"
009880             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
009890         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
009900     END-IF
009910     IF ICS-LINE(1:9) = "SEQUENCE:"
009920         MOVE ICS-LINE(10:10) TO WS-CX-SEQ-TEXT
009930         IF WS-CX-SEQ-TEXT(1:1) IS NUMERIC
009940             COMPUTE WS-CX-SEQ-SEEN =
009950                 FUNCTION NUMVAL(WS-CX-SEQ-TEXT)
009960         END-IF
009970     END-IF.
009980 3146-EXIT.
009990     EXIT.
010000
010010*==========================================================
010020* 3150-CHECK-CORR-GRID - the month's SongGrid page, if any,
010030* shows the corrected wording in the day's cell (with the
010040* characters SongGrid blanks out blanked here too).
010050*==========================================================
010060 3150-CHECK-CORR-GRID.
010070     MOVE SPACES TO WS-HTML-FILENAME
010080     STRING "song_", WS-YM-TEXT, ".html"
010090         DELIMITED BY SIZE INTO WS-HTML-FILENAME
010100     OPEN INPUT HTML-FILE
010110     IF WS-HTML-STATUS NOT = "00"
010120         GO TO 3150-EXIT
010130     END-IF
010140     MOVE CX-DATE(WS-CX-IDX)(9:2) TO WS-CX-DAY
010150     MOVE WS-CX-DAY TO WS-CX-ED-DAY
010160     MOVE CX-THEME(WS-CX-IDX) TO WS-CX-GRID-THEME
010170     INSPECT WS-CX-GRID-THEME REPLACING ALL "<" BY SPACE
010180     INSPECT WS-CX-GRID-THEME REPLACING ALL ">" BY SPACE
010190     INSPECT WS-CX-GRID-THEME REPLACING ALL "&" BY SPACE
010200     MOVE SPACES TO WS-DAY-PROBE
010210     MOVE 1 TO WS-DAY-PROBE-LEN
010220     STRING "<div class=""day"">", WS-CX-ED-DAY, "</div>"
010230         DELIMITED BY SIZE INTO WS-DAY-PROBE
010240         WITH POINTER WS-DAY-PROBE-LEN
010250     SUBTRACT 1 FROM WS-DAY-PROBE-LEN
010260     MOVE SPACES TO WS-CELL-PROBE
010270     MOVE 1 TO WS-CELL-PROBE-LEN
010280     STRING "<div class=""day"">", WS-CX-ED-DAY,
010290         "</div><div class=""theme"">",
010300         FUNCTION TRIM(WS-CX-GRID-THEME), "</div>"
010310         DELIMITED BY SIZE INTO WS-CELL-PROBE
010320         WITH POINTER WS-CELL-PROBE-LEN
010330     SUBTRACT 1 FROM WS-CELL-PROBE-LEN
010340     MOVE "N" TO WS-CX-HIT-SW
010350     MOVE "N" TO WS-EOF-SW
010360     PERFORM 3155-READ-CORR-GRID THRU 3155-EXIT
010370         UNTIL WS-EOF
010380     CLOSE HTML-FILE
010390     IF NOT WS-CX-HIT
010400         MOVE SPACES TO WS-ISSUE-TEXT
010410         STRING CX-DATE(WS-CX-IDX), " has no cell in ",
010420             FUNCTION TRIM(WS-HTML-FILENAME)
010430             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
010440         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
010450     END-IF.
010460 3150-EXIT.
010470     EXIT.
010480
010490 3155-READ-CORR-GRID.
010500     READ HTML-FILE
010510         AT END
010520             MOVE "Y" TO WS-EOF-SW
010530             GO TO 3155-EXIT
010540     END-READ
010550     MOVE 0 TO WS-TALLY
010560     INSPECT HTML-LINE TALLYING WS-TALLY
010570         FOR ALL WS-DAY-PROBE(1:WS-DAY-PROBE-LEN)
010580     IF WS-TALLY = 0
010590         GO TO 3155-EXIT
010600     END-IF
010610     MOVE "Y" TO WS-CX-HIT-SW
010620     MOVE 0 TO WS-TALLY
010630     INSPECT HTML-LINE TALLYING WS-TALLY
010640         FOR ALL WS-CELL-PROBE(1:WS-CELL-PROBE-LEN)
010650     IF WS-TALLY = 0
010660         MOVE SPACES TO WS-ISSUE-TEXT
010670         STRING CX-DATE(WS-CX-IDX), " grid wording differs ",
010680             "from the correction register"
010690             DELIMITED BY SIZE INTO WS-ISSUE-TEXT
010700         PERFORM 9000-WRITE-ISSUE THRU 9000-EXIT
010710     END-IF.
010720 3155-EXIT.
010730     EXIT.
