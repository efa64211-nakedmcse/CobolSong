000610*                 (four letters or more) as well as exactly,
000620*                 so "rain" finally trips "rainfall" - the
000630*                 very paraphrase the screen was built for.
000631* 10/15/2026  DM  API requests and cached reuses post to the
000632*                 SongLedger usage ledger; a request over
000633*                 BUDGETMONTH is refused and the run ends, RC 2.
000634* 10/15/2026  DM  A corrected day's VEVENT keeps the SEQUENCE
000635*                 from the correction register on re-publish.
000636* 10/15/2026  DM  Up to SUGGESTPERMONTH accepted member ideas
000637*                 (SongSuggest) fill days after the special
000638*                 dates with roster ID and idea number, and are
000639*                 marked consumed once the month is published.
000640*----------------------------------------------------------------
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000990         ASSIGN DYNAMIC WS-CALTMP-FILENAME
001000         ORGANIZATION LINE SEQUENTIAL
001010         FILE STATUS WS-CALTMP-STATUS.
001012     SELECT CORR-FILE
001014         ASSIGN DYNAMIC WS-CORR-FILENAME
001016         ORGANIZATION LINE SEQUENTIAL
001018         FILE STATUS WS-CORR-STATUS.
001020     SELECT REV-FILE
001030         ASSIGN DYNAMIC WS-REV-FILENAME
001040         ORGANIZATION LINE SEQUENTIAL
001050         FILE STATUS WS-REV-STATUS.
001051     SELECT SUGG-FILE
001052         ASSIGN DYNAMIC WS-SUGG-FILENAME
001053         ORGANIZATION LINE SEQUENTIAL
001054         FILE STATUS WS-SUGG-STATUS.
001055     SELECT SUGTMP-FILE
001056         ASSIGN DYNAMIC WS-SUGTMP-FILENAME
001057         ORGANIZATION LINE SEQUENTIAL
001058         FILE STATUS WS-SUGTMP-STATUS.
001060 
001070 DATA DIVISION.
001080 FILE SECTION.
001230 FD  TMPCAL-FILE.
001240 01  TMPCAL-LINE             PIC X(132).
001250 FD  REV-FILE.
001260 01  REV-LINE                PIC X(120).
001262 FD  CORR-FILE.
001264 01  CORR-LINE               PIC X(250).
001265 FD  SUGG-FILE.
001266 01  SUGG-LINE               PIC X(160).
001267 FD  SUGTMP-FILE.
001268 01  SUGTMP-LINE             PIC X(160).
001270 
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001390 01  WS-KEYENV                PIC X(40) VALUE "OPENAI_API_KEY".
001400 01  WS-REMWIDTH              PIC X(5)  VALUE "140".
001410 01  WS-DUP-LIMIT             PIC 9(3)  VALUE 80.
001415 01  WS-SUG-PER-MONTH         PIC 9(2)  VALUE 3.
001420 01  WS-SETT-LINE             PIC X(100).
001430 01  WS-SETT-KEY              PIC X(20).
001440 01  WS-SETT-VAL              PIC X(78).
001540 01  WS-SPEC-FILENAME         PIC X(40)
001550                               VALUE "special_dates.dat".
001560 01  WS-CALTMP-FILENAME       PIC X(40) VALUE "songcal.tmp".
001562 01  WS-CORR-FILENAME         PIC X(40)
001564                               VALUE "theme_correction.dat".
001565 01  WS-SUGG-FILENAME         PIC X(40)
001566                               VALUE "theme_suggestion.dat".
001567 01  WS-SUGTMP-FILENAME       PIC X(40) VALUE "songsugg.tmp".
001570 
001580*----------------------------------------------------------------
001590* Per-month file names, built in 3200-BUILD-FILENAMES
001770 01  WS-REV-STATUS            PIC X(2).
001780 01  WS-SPEC-STATUS           PIC X(2).
001790 01  WS-CALTMP-STATUS         PIC X(2).
001792 01  WS-CORR-STATUS           PIC X(2).
001794 01  WS-SUGG-STATUS           PIC X(2).
001796 01  WS-SUGTMP-STATUS         PIC X(2).
001800 
001810*----------------------------------------------------------------
001820* Switches
001980* W reworded (approved with new wording) or R rejected.
001990* SongApprove moves the statuses; this program only builds the
002000* file and refuses to publish until nothing is left P or R.
002003* A day filled from a member's suggestion carries two more
002006* fields, |ROSTERID|SUGGESTIONID, crediting the member.
002010*----------------------------------------------------------------
002020 01  WS-REV-IN-LINE            PIC X(120).
002030 01  WS-REV-DATE               PIC X(10).
002040 01  WS-REV-STATE              PIC X(1).
002050 01  WS-REV-THEME              PIC X(80).
002053 01  WS-REV-SUGG-BY            PIC X(8).
002056 01  WS-REV-SUGG-ID            PIC X(4).
002060 01  WS-REV-PENDING            PIC 9(3) VALUE 0.
002070 01  WS-REV-REJECTED           PIC 9(3) VALUE 0.
002080 01  WS-REV-TOTAL              PIC 9(3) VALUE 0.
002860 01  WS-SPEC-LEN               PIC 9(4) COMP VALUE 1.
002870 01  WS-SPEC-UP                PIC X(80) VALUE SPACES.
002880 01  WS-YM-DISP                PIC 9(6) VALUE 0.
002881
002882*----------------------------------------------------------------
002883* Member theme suggestions (theme_suggestion.dat, kept by
002884* SongSuggest): the accepted ideas scheduled onto the month in
002885* hand, in date order, the prompt clause that keeps the model
002886* off their days, and the ideas the published review file used.
002887*----------------------------------------------------------------
002888 COPY "SUGGREC.CPY".
002889 01  WS-SGM-COUNT              PIC 9(3) COMP VALUE 0.
002890 01  WS-SGM-TABLE.
002891     05  WS-SGM-ENTRY OCCURS 31 TIMES.
002892         10  SGM-ID            PIC X(4).
002893         10  SGM-ROSTER-ID     PIC X(8).
002894         10  SGM-DATE          PIC X(10).
002895         10  SGM-THEME         PIC X(80).
002896 01  WS-SGM-SWAP               PIC X(102).
002897 01  WS-SGM-IDX                PIC 9(3) COMP VALUE 0.
002898 01  WS-SGM-IDX2               PIC 9(3) COMP VALUE 0.
002899 01  WS-SGM-HIT                PIC 9(3) COMP VALUE 0.
002900 01  WS-SGM-NEXT               PIC 9(3) COMP VALUE 0.
002901 01  WS-SGM-YM                 PIC X(7) VALUE SPACES.
002902 01  WS-SUGG-LINE              PIC X(160).
002903 01  WS-SUGG-CLAUSE            PIC X(1000) VALUE SPACES.
002904 01  WS-SUGG-LEN               PIC 9(4) COMP VALUE 1.
002905 01  WS-SUGG-CHANGED           PIC 9(3) COMP VALUE 0.
002906 01  WS-SUGG-CONSUMED          PIC 9(3) VALUE 0.
002907 01  WS-SUGG-RELEASED          PIC 9(3) VALUE 0.
002908 01  WS-SGM-SHOWN              PIC 9(3) VALUE 0.
002909 01  WS-SUGG-PICK              PIC X(10) VALUE SPACES.
002910 01  WS-SUGG-FULL-SW           PIC X(1) VALUE "N".
002911     88  WS-SUGG-FULL                   VALUE "Y".
002912 01  WS-FLUSH-SW               PIC X(1) VALUE "N".
002913     88  WS-FLUSH-DONE                  VALUE "Y".
002914 01  WS-MONTH-DAYS             PIC 9(2) VALUE 0.
002915 01  WS-TRY-DAY                PIC 9(2) VALUE 0.
002916 01  WS-TRIES                  PIC 9(2) VALUE 0.
002917 01  WS-SG-YMD                 PIC 9(8) VALUE 0.
002918 01  WS-SG-FIRST-INT           PIC S9(9) COMP VALUE 0.
002919 01  WS-SG-NEXT-INT            PIC S9(9) COMP VALUE 0.
002920 01  WS-USED-COUNT             PIC 9(3) COMP VALUE 0.
002921 01  WS-USED-TABLE.
002922     05  WS-USED-ENTRY OCCURS 31 TIMES.
002923         10  USED-ID           PIC X(4).
002924         10  USED-DATE         PIC X(10).
002925 01  WS-USED-IDX               PIC 9(3) COMP VALUE 0.
002926 01  WS-USED-HIT               PIC 9(3) COMP VALUE 0.
002927
002928*----------------------------------------------------------------
002929* Run-control lock (SongLock): claimed before the indexed
002930* files are opened, released at termination.
002931*----------------------------------------------------------------
002940 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
002950 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongForVic".
002960 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
002970 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
002980     88  WS-LOCK-HELD                    VALUE "Y".
002985 01  WS-SAVE-RC                PIC S9(4) COMP VALUE 0.
002990
002991*----------------------------------------------------------------
002992* API usage ledger (SongLedger): budget check before, usage
002993* charge after, each request; cache hits logged at no cost.
002994*----------------------------------------------------------------
002995 01  WS-LDG-ACTION             PIC X(8) VALUE SPACES.
002996 01  WS-LDG-CALLER             PIC X(12) VALUE "SongForVic".
002997 01  WS-LDG-YM                 PIC X(6) VALUE SPACES.
002998 01  WS-LDG-PLEN               PIC 9(5) VALUE 0.
002999 01  WS-LDG-RESULT             PIC 9(1) VALUE 0.
003000*----------------------------------------------------------------
003010* Write-ahead journal (SongJournal): every WRITE, REWRITE and
003020* DELETE against the indexed masters is journalled too, so
003250 01  WS-MONTH-COUNT            PIC 9(3) COMP VALUE 0.
003260 01  WS-MONTH-LIST OCCURS 36 TIMES PIC 9(6).
003270 01  WS-MONTH-IDX              PIC 9(3) COMP VALUE 0.
003272 01  WS-BUDGET-SW              PIC X(1) VALUE "N".
003274     88  WS-BUDGET-REFUSED               VALUE "Y".
003280 01  WS-CUR-YM                 PIC 9(6) VALUE 0.
003290 01  WS-RANGE-START            PIC 9(6) VALUE 0.
003300 01  WS-RANGE-END              PIC 9(6) VALUE 0.
003480* Curl / jq / remind command construction
003490*----------------------------------------------------------------
003500 01  CMD                       PIC X(6000).
003510 01  QUERY                     PIC X(4200).
003520 01  PARSECMD                  PIC X(160).
003530 01  REMCMD                    PIC X(160).
003540 01  ERR                       PIC 9(4) COMP-5.
003870 01  WS-NEXT-YYYYMMDD          PIC 9(8) VALUE 0.
003880 01  WS-INT-DATE               PIC S9(9) COMP VALUE 0.
003890 
003891*----------------------------------------------------------------
003892* Corrected days (SongCorrect's register): each date's latest
003893* revision, written as the VEVENT's SEQUENCE.
003894*----------------------------------------------------------------
003895 COPY "CORRREC.CPY".
003896 01  WS-CSQ-COUNT              PIC 9(4) COMP VALUE 0.
003897 01  WS-CSQ-TABLE.
003898     05  WS-CSQ-ENTRY OCCURS 500 TIMES.
003899         10  CSQ-DATE8         PIC X(8).
003900         10  CSQ-SEQ           PIC 9(3).
003901 01  WS-CSQ-IDX                PIC 9(4) COMP VALUE 0.
003902 01  WS-CSQ-FOUND              PIC 9(4) COMP VALUE 0.
003903 01  WS-CSQ-SEQ-ED             PIC ZZ9.
003904 
003905*----------------------------------------------------------------
003910* Run log timestamp
003920*----------------------------------------------------------------
003930 01  WS-NOW                    PIC X(21) VALUE SPACES.
004340     END-IF
004350     PERFORM 3000-PROCESS-MONTH THRU 3000-EXIT
004360         VARYING WS-MONTH-IDX FROM 1 BY 1
004370         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
004375         OR WS-BUDGET-REFUSED.
004380     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004382     IF WS-BUDGET-REFUSED
004384         DISPLAY "Monthly API budget reached - run stopped."
004386         MOVE 2 TO RETURN-CODE
004388     END-IF.
004390 0000-DONE.
004400     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
004410     STOP RUN.
004690
004700 0200-RELEASE-LOCK.
004710     IF WS-LOCK-HELD
004715         MOVE RETURN-CODE TO WS-SAVE-RC
004720         MOVE "RELEASE" TO WS-LOCK-ACTION
004730         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
004740             WS-LOCK-RESULT
004745         MOVE WS-SAVE-RC TO RETURN-CODE
004750         MOVE "N" TO WS-LOCK-HELD-SW
004760     END-IF.
004770 0200-EXIT.
005010     MOVE "OPENAI_API_KEY" TO WS-KEYENV
005020     MOVE "140" TO WS-REMWIDTH
005030     MOVE 80 TO WS-DUP-LIMIT
005035     MOVE 3 TO WS-SUG-PER-MONTH
005040     OPEN INPUT SETTINGS-FILE
005050     IF WS-SETT-STATUS NOT = "00"
005060         GO TO 1100-EXIT
005400                 MOVE FUNCTION NUMVAL(WS-SETT-VAL)
005410                     TO WS-DUP-LIMIT
005420             END-IF
005421         WHEN "SUGGESTPERMONTH"
005422             IF WS-SETT-VAL(1:1) IS NUMERIC
005423                 MOVE FUNCTION NUMVAL(WS-SETT-VAL)
005424                     TO WS-SUG-PER-MONTH
005425             END-IF
005430         WHEN OTHER
005440             CONTINUE
005450     END-EVALUATE.
007460     PERFORM 3200-BUILD-FILENAMES THRU 3200-EXIT
007470     PERFORM 3410-RESOLVE-SPECIALS THRU 3410-EXIT
007480     PERFORM 3250-GET-CKPT-STEP THRU 3250-EXIT
007482     PERFORM 3480-RESOLVE-SUGGESTIONS THRU 3480-EXIT
007484     IF ERR NOT = 0
007486         GO TO 3000-EXIT
007488     END-IF
007490 
007500     IF WS-THIS-STEP < 1
007510         PERFORM 3300-CALL-OPENAI THRU 3300-EXIT
007660     END-IF
007670 
007680     IF WS-THIS-STEP < 3
007681         IF WS-SGM-COUNT > 0
007682             PERFORM 3491-PLACE-SUGGESTIONS THRU 3491-EXIT
007683             IF ERR NOT = 0
007684                 GO TO 3000-EXIT
007685             END-IF
007686         END-IF
007690         PERFORM 3430-SCREEN-THEMES THRU 3430-EXIT
007700         IF ERR NOT = 0
007710             GO TO 3000-EXIT
008470         IF ERR NOT = 0
008480             GO TO 3000-EXIT
008490         END-IF
008492         PERFORM 3495-CONSUME-SUGGESTIONS THRU 3495-EXIT
008494         IF ERR NOT = 0
008496             GO TO 3000-EXIT
008498         END-IF
008500         MOVE 9 TO WS-THIS-STEP
008510         PERFORM 3950-SET-CKPT-STEP THRU 3950-EXIT
008520     END-IF
009600     IF ERR = 0
009610         DISPLAY "Reusing cached API response for "
009620             WS-CUR-YM
009622         MOVE "CACHED" TO WS-LDG-ACTION
009624         PERFORM 3310-CALL-LEDGER THRU 3310-EXIT
009626         MOVE 0 TO ERR
009630         GO TO 3300-EXIT
009640     END-IF
009650 
009730         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
009740         GO TO 3300-EXIT
009750     END-IF
009751*    SongLedger stamps a refusal into the run log itself.
009752     MOVE FUNCTION LENGTH(FUNCTION TRIM(QUERY)) TO WS-LDG-PLEN
009753     MOVE "CHECK" TO WS-LDG-ACTION
009754     PERFORM 3310-CALL-LEDGER THRU 3310-EXIT
009755     IF WS-LDG-RESULT = 1
009756         MOVE 8 TO ERR
009757         MOVE "Y" TO WS-BUDGET-SW
009758         GO TO 3300-EXIT
009759     END-IF
009760 
009770     MOVE SPACES TO CMD
009780     STRING
009920     IF ERR NOT = 0
009930         MOVE "API-CALL" TO WS-STEP-NAME
009940         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
009945         GO TO 3300-EXIT
009950     END-IF
009952     MOVE "CHARGE" TO WS-LDG-ACTION
009954     PERFORM 3310-CALL-LEDGER THRU 3310-EXIT
009956     MOVE 0 TO ERR.
009960 3300-EXIT.
009970     EXIT.
009971
009972 3310-CALL-LEDGER.
009973     MOVE WS-CUR-YM TO WS-LDG-YM
009974     CALL "SongLedger" USING WS-LDG-ACTION WS-LDG-CALLER
009975         WS-LDG-YM WS-MODEL WS-JSON-FILENAME WS-LDG-PLEN
009976         WS-LDG-RESULT
009977     END-CALL.
009978 3310-EXIT.
009979     EXIT.
009980 
009990 3350-BUILD-QUERY.
010000     MOVE SPACES TO WS-REUSE-CLAUSE
010240         "direct types of music. ",
010250         FUNCTION TRIM(WS-REUSE-CLAUSE),
010260         " ", FUNCTION TRIM(WS-SPEC-CLAUSE),
010265         " ", FUNCTION TRIM(WS-SUGG-CLAUSE),
010270         " Try to space out similar themes by 7 days. ",
010280         "Return just the data in the form of ",
010290         "REM YYYY-MM-DD CAL theme, one per line for each day. ",
013120         MOVE "Y" TO SCR-SKIP(WS-SCR-COUNT)
013130         GO TO 3431-EXIT
013140     END-IF
013141*    A member's idea was screened when it was recorded.
013142     PERFORM 3488-FIND-SUGGESTION THRU 3488-EXIT
013143     IF WS-SGM-HIT > 0
013144         MOVE "Y" TO SCR-SKIP(WS-SCR-COUNT)
013145         GO TO 3431-EXIT
013146     END-IF
013150     PERFORM 3426-FIND-WORDED THRU 3426-EXIT
013160     IF WS-WRD-HIT > 0
013170         MOVE "Y" TO SCR-SKIP(WS-SCR-COUNT)
015530         GO TO 3455-EXIT
015540     END-IF
015550     MOVE SPACES TO REV-LINE
015551     MOVE WS-CAL-LINE(5:10) TO WS-SPM-DATE-IN
015552     PERFORM 3488-FIND-SUGGESTION THRU 3488-EXIT
015553     IF WS-SGM-HIT > 0
015554         STRING WS-CAL-LINE(5:10), "|P|",
015555             FUNCTION TRIM(WS-CAL-LINE(20:80)), "|",
015556             FUNCTION TRIM(SGM-ROSTER-ID(WS-SGM-HIT)), "|",
015557             SGM-ID(WS-SGM-HIT)
015558             DELIMITED BY SIZE INTO REV-LINE
015559     ELSE
015560         STRING WS-CAL-LINE(5:10), "|P|",
015570             FUNCTION TRIM(WS-CAL-LINE(20:80))
015580             DELIMITED BY SIZE INTO REV-LINE
015585     END-IF
015590     WRITE REV-LINE
015600     MOVE WS-CAL-LINE(5:10) TO WS-SPM-DATE-IN
015610     PERFORM 3428-FIND-SPECIAL THRU 3428-EXIT
016480*==========================================================
016490 3470-APPLY-REVIEW.
016500     MOVE 0 TO WS-WRD-COUNT
016502*    From here on a day is a member's idea only if its review
016504*    line still credits one - a re-asked day has lost it.
016506     MOVE 0 TO WS-SGM-COUNT
016510     MOVE 0 TO ERR
016520     OPEN INPUT REV-FILE
016530     IF WS-REV-STATUS NOT = "00"
016840     MOVE SPACES TO WS-REV-DATE
016850     MOVE SPACES TO WS-REV-STATE
016860     MOVE SPACES TO WS-REV-THEME
016863     MOVE SPACES TO WS-REV-SUGG-BY
016866     MOVE SPACES TO WS-REV-SUGG-ID
016870     UNSTRING WS-REV-IN-LINE DELIMITED BY "|"
016880         INTO WS-REV-DATE WS-REV-STATE WS-REV-THEME
016885         WS-REV-SUGG-BY WS-REV-SUGG-ID
016890     END-UNSTRING
016893*    A member's idea is exempt from the re-screen like a
016896*    committee-worded day.
016900     IF (WS-REV-STATE = "W" OR WS-REV-SUGG-ID NOT = SPACES)
016905         AND WS-WRD-COUNT < 31
016910         ADD 1 TO WS-WRD-COUNT
016920         MOVE WS-REV-DATE TO WS-WRD-DATE(WS-WRD-COUNT)
016930     END-IF
019560     MOVE "PRODID:-//Victoria Music Challenge//SongForVictoria"
019570         TO ICS-LINE
019580     WRITE ICS-LINE
019582     PERFORM 3830-LOAD-CORRECTIONS THRU 3830-EXIT
019590     MOVE "N" TO WS-EOF-SW
019600     PERFORM 3810-WRITE-EVENT THRU 3810-EXIT
019610         UNTIL WS-EOF
020070     STRING "SUMMARY:", FUNCTION TRIM(WS-THEMETXT)
020080         DELIMITED BY SIZE INTO ICS-LINE
020090     WRITE ICS-LINE
020095     PERFORM 3845-WRITE-SEQUENCE THRU 3845-EXIT
020100     MOVE SPACES TO ICS-LINE
020110     PERFORM 3820-BUILD-UTC-STAMP THRU 3820-EXIT
020120     STRING "DTSTAMP:", WS-UTC-STAMP
021180     WRITE CKPT-LINE.
021190 9910-EXIT.
021200     EXIT.
021210
021220*==========================================================
021230* 3480-RESOLVE-SUGGESTIONS - the member ideas for the month in
021240* hand.  Ideas already scheduled onto it are picked up again;
021250* before the API has been asked, accepted ideas are drawn from
021260* the pool in the order they came in until SUGGESTPERMONTH
021270* are scheduled, each on a day clear of the special dates.
021280*==========================================================
021290 3480-RESOLVE-SUGGESTIONS.
021300     MOVE 0 TO ERR
021310     MOVE 0 TO WS-SGM-COUNT
021320     MOVE SPACES TO WS-SUGG-CLAUSE
021330     MOVE 1 TO WS-SUGG-LEN
021340     MOVE SPACES TO WS-SGM-YM
021350     STRING WS-YM-DISP(1:4), "-", WS-YM-DISP(5:2)
021360         DELIMITED BY SIZE INTO WS-SGM-YM
021370     OPEN INPUT SUGG-FILE
021380     IF WS-SUGG-STATUS NOT = "00"
021390         GO TO 3480-EXIT
021400     END-IF
021410     MOVE "N" TO WS-EOF-SW
021420     PERFORM 3481-LOAD-SCHEDULED-LINE THRU 3481-EXIT
021430         UNTIL WS-EOF
021440     CLOSE SUGG-FILE
021450     IF WS-THIS-STEP < 1
021460         AND WS-SGM-COUNT < WS-SUG-PER-MONTH
021470         PERFORM 3482-DRAW-SUGGESTIONS THRU 3482-EXIT
021480         IF ERR NOT = 0
021490             GO TO 3480-EXIT
021500         END-IF
021510     END-IF
021520     IF WS-SGM-COUNT = 0
021530         GO TO 3480-EXIT
021540     END-IF
021550     PERFORM 3486-SORT-PASS THRU 3486-EXIT
021560         VARYING WS-SGM-IDX FROM 1 BY 1
021570         UNTIL WS-SGM-IDX >= WS-SGM-COUNT
021580     STRING "These days already have themes chosen by members ",
021590         "- leave them out of your reply and do not reuse ",
021600         "those themes on other days: "
021610         DELIMITED BY SIZE
021620         INTO WS-SUGG-CLAUSE
021630         WITH POINTER WS-SUGG-LEN
021640     END-STRING
021650     PERFORM 3490-ADD-SUGG-CLAUSE THRU 3490-EXIT
021660         VARYING WS-SGM-IDX FROM 1 BY 1
021670         UNTIL WS-SGM-IDX > WS-SGM-COUNT
021675     MOVE WS-SGM-COUNT TO WS-SGM-SHOWN
021680     DISPLAY "Month " WS-CUR-YM " has " WS-SGM-SHOWN
021690         " member theme idea(s) scheduled.".
021700 3480-EXIT.
021710     EXIT.
021720
021730 3481-LOAD-SCHEDULED-LINE.
021740     READ SUGG-FILE INTO WS-SUGG-LINE
021750         AT END
021760             MOVE "Y" TO WS-EOF-SW
021770             GO TO 3481-EXIT
021780     END-READ
021790     IF WS-SUGG-LINE = SPACES
021800         GO TO 3481-EXIT
021810     END-IF
021820     PERFORM 3494-SPLIT-SUGG-LINE THRU 3494-EXIT
021830     IF NOT SUG-SCHEDULED
021840         OR SUG-RUN-DATE(1:7) NOT = WS-SGM-YM
021850         OR WS-SGM-COUNT >= 31
021860         GO TO 3481-EXIT
021870     END-IF
021880*    A special date added since the idea was scheduled wins the
021890*    day; the idea goes back to the pool when the month runs.
021900     MOVE SUG-RUN-DATE TO WS-SPM-DATE-IN
021910     PERFORM 3428-FIND-SPECIAL THRU 3428-EXIT
021920     IF WS-SPM-HIT > 0
021930         GO TO 3481-EXIT
021940     END-IF
021950     ADD 1 TO WS-SGM-COUNT
021960     MOVE SUG-ID TO SGM-ID(WS-SGM-COUNT)
021970     MOVE SUG-ROSTER-ID TO SGM-ROSTER-ID(WS-SGM-COUNT)
021980     MOVE SUG-RUN-DATE TO SGM-DATE(WS-SGM-COUNT)
021990     MOVE SUG-THEME TO SGM-THEME(WS-SGM-COUNT).
022000 3481-EXIT.
022010     EXIT.
022020
022030*==========================================================
022040* 3482-DRAW-SUGGESTIONS - copy the pool to songsugg.tmp,
022050* scheduling accepted ideas onto this month as they pass, and
022060* put the copy in place when anything was scheduled.
022070*==========================================================
022080 3482-DRAW-SUGGESTIONS.
022090     MOVE 0 TO WS-SUGG-CHANGED
022100     MOVE "N" TO WS-SUGG-FULL-SW
022110     COMPUTE WS-SG-YMD = WS-CUR-YM * 100 + 1
022120     COMPUTE WS-SG-FIRST-INT =
022130         FUNCTION INTEGER-OF-DATE(WS-SG-YMD)
022140     IF WS-MONTH = 12
022150         COMPUTE WS-SG-YMD = (WS-YEAR + 1) * 10000 + 101
022160     ELSE
022170         COMPUTE WS-SG-YMD = (WS-CUR-YM + 1) * 100 + 1
022180     END-IF
022190     COMPUTE WS-SG-NEXT-INT =
022200         FUNCTION INTEGER-OF-DATE(WS-SG-YMD)
022210     COMPUTE WS-MONTH-DAYS = WS-SG-NEXT-INT - WS-SG-FIRST-INT
022220     OPEN INPUT SUGG-FILE
022230     IF WS-SUGG-STATUS NOT = "00"
022240         MOVE 1 TO ERR
022250         MOVE "SUGG-PICK" TO WS-STEP-NAME
022260         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
022270         GO TO 3482-EXIT
022280     END-IF
022290     OPEN OUTPUT SUGTMP-FILE
022300     IF WS-SUGTMP-STATUS NOT = "00"
022310         CLOSE SUGG-FILE
022320         MOVE 1 TO ERR
022330         MOVE "SUGG-PICK" TO WS-STEP-NAME
022340         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
022350         GO TO 3482-EXIT
022360     END-IF
022370     MOVE "N" TO WS-EOF-SW
022380     PERFORM 3483-DRAW-SUGGESTION-LINE THRU 3483-EXIT
022390         UNTIL WS-EOF
022400     CLOSE SUGG-FILE
022410     CLOSE SUGTMP-FILE
022420     MOVE SPACES TO CMD
022430     IF WS-SUGG-CHANGED > 0
022440         STRING "mv ", FUNCTION TRIM(WS-SUGTMP-FILENAME), " ",
022450             FUNCTION TRIM(WS-SUGG-FILENAME)
022460             DELIMITED BY SIZE INTO CMD
022470     ELSE
022480         STRING "rm -f ", FUNCTION TRIM(WS-SUGTMP-FILENAME)
022490             DELIMITED BY SIZE INTO CMD
022500     END-IF
022510     CALL "SYSTEM" USING CMD RETURNING ERR
022520     IF ERR NOT = 0
022530         MOVE "SUGG-PICK" TO WS-STEP-NAME
022540         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
022550     END-IF.
022560 3482-EXIT.
022570     EXIT.
022580
022590 3483-DRAW-SUGGESTION-LINE.
022600     READ SUGG-FILE INTO WS-SUGG-LINE
022610         AT END
022620             MOVE "Y" TO WS-EOF-SW
022630             GO TO 3483-EXIT
022640     END-READ
022650     MOVE WS-SUGG-LINE TO SUGTMP-LINE
022660     IF WS-SUGG-LINE = SPACES
022670         OR WS-SGM-COUNT >= WS-SUG-PER-MONTH
022680         OR WS-SGM-COUNT >= 31
022690         OR WS-SUGG-FULL
022700         GO TO 3483-WRITE
022710     END-IF
022720     PERFORM 3494-SPLIT-SUGG-LINE THRU 3494-EXIT
022730     IF NOT SUG-ACCEPTED
022740         GO TO 3483-WRITE
022750     END-IF
022760     PERFORM 3484-PICK-DAY THRU 3484-EXIT
022770     IF WS-SUGG-PICK = SPACES
022780         MOVE "Y" TO WS-SUGG-FULL-SW
022790         GO TO 3483-WRITE
022800     END-IF
022810     ADD 1 TO WS-SGM-COUNT
022820     MOVE SUG-ID TO SGM-ID(WS-SGM-COUNT)
022830     MOVE SUG-ROSTER-ID TO SGM-ROSTER-ID(WS-SGM-COUNT)
022840     MOVE WS-SUGG-PICK TO SGM-DATE(WS-SGM-COUNT)
022850     MOVE SUG-THEME TO SGM-THEME(WS-SGM-COUNT)
022860     MOVE "S" TO SUG-STATE
022870     MOVE WS-SUGG-PICK TO SUG-RUN-DATE
022880     PERFORM 3499-BUILD-SUGG-LINE THRU 3499-EXIT
022890     MOVE WS-SUGG-LINE TO SUGTMP-LINE
022900     ADD 1 TO WS-SUGG-CHANGED
022910     DISPLAY "  idea " SUG-ID " from "
022920         FUNCTION TRIM(SUG-ROSTER-ID) " scheduled for "
022930         WS-SUGG-PICK.
022940 3483-WRITE.
022950     WRITE SUGTMP-LINE.
022960 3483-EXIT.
022970     EXIT.
022980
022990*==========================================================
023000* 3484-PICK-DAY - spread the month's ideas out: the k-th of n
023010* aims at day k * days / (n + 1) and walks forward (wrapping
023020* round) past special dates and days already taken.  No free
023030* day leaves WS-SUGG-PICK blank.
023040*==========================================================
023050 3484-PICK-DAY.
023060     MOVE SPACES TO WS-SUGG-PICK
023070     COMPUTE WS-TRY-DAY = (WS-SGM-COUNT + 1) * WS-MONTH-DAYS
023080         / (WS-SUG-PER-MONTH + 1)
023090     IF WS-TRY-DAY < 1
023100         MOVE 1 TO WS-TRY-DAY
023110     END-IF
023120     PERFORM 3485-PROBE-DAY THRU 3485-EXIT
023130         VARYING WS-TRIES FROM 1 BY 1
023140         UNTIL WS-TRIES > WS-MONTH-DAYS
023150         OR WS-SUGG-PICK NOT = SPACES.
023160 3484-EXIT.
023170     EXIT.
023180
023190 3485-PROBE-DAY.
023200     MOVE SPACES TO WS-SPM-DATE-IN
023210     STRING WS-SGM-YM, "-", WS-TRY-DAY
023220         DELIMITED BY SIZE INTO WS-SPM-DATE-IN
023230     PERFORM 3428-FIND-SPECIAL THRU 3428-EXIT
023240     PERFORM 3488-FIND-SUGGESTION THRU 3488-EXIT
023250     IF WS-SPM-HIT = 0 AND WS-SGM-HIT = 0
023260         MOVE WS-SPM-DATE-IN TO WS-SUGG-PICK
023270         GO TO 3485-EXIT
023280     END-IF
023290     ADD 1 TO WS-TRY-DAY
023300     IF WS-TRY-DAY > WS-MONTH-DAYS
023310         MOVE 1 TO WS-TRY-DAY
023320     END-IF.
023330 3485-EXIT.
023340     EXIT.
023350
023360 3486-SORT-PASS.
023370     PERFORM 3487-SORT-COMPARE THRU 3487-EXIT
023380         VARYING WS-SGM-IDX2 FROM 1 BY 1
023390         UNTIL WS-SGM-IDX2 > WS-SGM-COUNT - WS-SGM-IDX.
023400 3486-EXIT.
023410     EXIT.
023420
023430 3487-SORT-COMPARE.
023440     IF SGM-DATE(WS-SGM-IDX2) > SGM-DATE(WS-SGM-IDX2 + 1)
023450         MOVE WS-SGM-ENTRY(WS-SGM-IDX2) TO WS-SGM-SWAP
023460         MOVE WS-SGM-ENTRY(WS-SGM-IDX2 + 1)
023470             TO WS-SGM-ENTRY(WS-SGM-IDX2)
023480         MOVE WS-SGM-SWAP TO WS-SGM-ENTRY(WS-SGM-IDX2 + 1)
023490     END-IF.
023500 3487-EXIT.
023510     EXIT.
023520
023530 3488-FIND-SUGGESTION.
023540     MOVE 0 TO WS-SGM-HIT
023550     PERFORM 3489-SCAN-SUGGESTION THRU 3489-EXIT
023560         VARYING WS-SGM-IDX2 FROM 1 BY 1
023570         UNTIL WS-SGM-IDX2 > WS-SGM-COUNT
023580         OR WS-SGM-HIT > 0.
023590 3488-EXIT.
023600     EXIT.
023610
023620 3489-SCAN-SUGGESTION.
023630     IF SGM-DATE(WS-SGM-IDX2) = WS-SPM-DATE-IN
023640         MOVE WS-SGM-IDX2 TO WS-SGM-HIT
023650     END-IF.
023660 3489-EXIT.
023670     EXIT.
023680
023690 3490-ADD-SUGG-CLAUSE.
023700     IF WS-SUGG-LEN < 900
023710         STRING SGM-DATE(WS-SGM-IDX), " ",
023720             FUNCTION TRIM(SGM-THEME(WS-SGM-IDX)), ". "
023730             DELIMITED BY SIZE
023740             INTO WS-SUGG-CLAUSE
023750             WITH POINTER WS-SUGG-LEN
023760         END-STRING
023770     END-IF.
023780 3490-EXIT.
023790     EXIT.
023800
023810*==========================================================
023820* 3491-PLACE-SUGGESTIONS - rewrite the month's cal file with
023830* each scheduled idea on its day, in date order, dropping any
023840* line the model sent back for that day anyway.  Runs before
023850* the special dates are applied, so those still win.
023860*==========================================================
023870 3491-PLACE-SUGGESTIONS.
023880     MOVE 0 TO ERR
023890     OPEN INPUT CAL-FILE
023900     IF WS-CAL-STATUS NOT = "00"
023910         MOVE 1 TO ERR
023920         MOVE "SUGG-PLACE" TO WS-STEP-NAME
023930         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
023940         GO TO 3491-EXIT
023950     END-IF
023960     OPEN OUTPUT TMPCAL-FILE
023970     IF WS-CALTMP-STATUS NOT = "00"
023980         CLOSE CAL-FILE
023990         MOVE 1 TO ERR
024000         MOVE "SUGG-PLACE" TO WS-STEP-NAME
024010         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
024020         GO TO 3491-EXIT
024030     END-IF
024040     MOVE 1 TO WS-SGM-NEXT
024050     MOVE "N" TO WS-EOF-SW
024060     PERFORM 3492-PLACE-SUGG-LINE THRU 3492-EXIT
024070         UNTIL WS-EOF
024080     MOVE HIGH-VALUES TO WS-SPM-DATE-IN
024090     MOVE "N" TO WS-FLUSH-SW
024100     PERFORM 3493-FLUSH-SUGGESTION THRU 3493-EXIT
024110         UNTIL WS-FLUSH-DONE
024120     CLOSE CAL-FILE
024130     CLOSE TMPCAL-FILE
024140     MOVE SPACES TO CMD
024150     STRING "mv ", FUNCTION TRIM(WS-CALTMP-FILENAME), " ",
024160         FUNCTION TRIM(WS-CAL-FILENAME)
024170         DELIMITED BY SIZE INTO CMD
024180     CALL "SYSTEM" USING CMD RETURNING ERR
024190     IF ERR NOT = 0
024200         MOVE "SUGG-PLACE" TO WS-STEP-NAME
024210         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
024220     END-IF.
024230 3491-EXIT.
024240     EXIT.
024250
024260 3492-PLACE-SUGG-LINE.
024270     READ CAL-FILE INTO WS-CAL-LINE
024280         AT END
024290             MOVE "Y" TO WS-EOF-SW
024300             GO TO 3492-EXIT
024310     END-READ
024320     IF WS-CAL-LINE(1:4) = "REM "
024330         MOVE WS-CAL-LINE(5:10) TO WS-SPM-DATE-IN
024340         MOVE "N" TO WS-FLUSH-SW
024350         PERFORM 3493-FLUSH-SUGGESTION THRU 3493-EXIT
024360             UNTIL WS-FLUSH-DONE
024370         PERFORM 3488-FIND-SUGGESTION THRU 3488-EXIT
024380         IF WS-SGM-HIT > 0
024390             GO TO 3492-EXIT
024400         END-IF
024410     END-IF
024420     MOVE WS-CAL-LINE TO TMPCAL-LINE
024430     WRITE TMPCAL-LINE.
024440 3492-EXIT.
024450     EXIT.
024460
024470 3493-FLUSH-SUGGESTION.
024480     IF WS-SGM-NEXT > WS-SGM-COUNT
024490         MOVE "Y" TO WS-FLUSH-SW
024500         GO TO 3493-EXIT
024510     END-IF
024520     IF SGM-DATE(WS-SGM-NEXT) > WS-SPM-DATE-IN
024530         MOVE "Y" TO WS-FLUSH-SW
024540         GO TO 3493-EXIT
024550     END-IF
024560     MOVE SPACES TO TMPCAL-LINE
024570     STRING "REM ", SGM-DATE(WS-SGM-NEXT), " CAL ",
024580         FUNCTION TRIM(SGM-THEME(WS-SGM-NEXT))
024590         DELIMITED BY SIZE INTO TMPCAL-LINE
024600     WRITE TMPCAL-LINE
024610     ADD 1 TO WS-SGM-NEXT.
024620 3493-EXIT.
024630     EXIT.
024640
024650 3494-SPLIT-SUGG-LINE.
024660     MOVE SPACES TO SUG-REC
024670     UNSTRING WS-SUGG-LINE DELIMITED BY "|"
024680         INTO SUG-ID SUG-ROSTER-ID SUG-DATE SUG-STATE
024690         SUG-RUN-DATE SUG-SCORE SUG-NEAR-DATE SUG-THEME
024700     END-UNSTRING.
024710 3494-EXIT.
024720     EXIT.
024730
024740*==========================================================
024750* 3495-CONSUME-SUGGESTIONS - once the month is published, each
024760* idea its review file still credits is marked consumed with
024770* the date it ran; an idea scheduled onto the month that the
024780* committee re-asked goes back to the pool as accepted.
024790*==========================================================
024800 3495-CONSUME-SUGGESTIONS.
024810     MOVE 0 TO ERR
024820     MOVE 0 TO WS-USED-COUNT
024830     MOVE 0 TO WS-SUGG-CHANGED
024840     MOVE 0 TO WS-SUGG-CONSUMED
024850     MOVE 0 TO WS-SUGG-RELEASED
024860     OPEN INPUT REV-FILE
024870     IF WS-REV-STATUS = "00"
024880         MOVE "N" TO WS-EOF-SW
024890         PERFORM 3496-LOAD-USED-LINE THRU 3496-EXIT
024900             UNTIL WS-EOF
024910         CLOSE REV-FILE
024920     END-IF
024930     OPEN INPUT SUGG-FILE
024940     IF WS-SUGG-STATUS NOT = "00"
024950         GO TO 3495-EXIT
024960     END-IF
024970     OPEN OUTPUT SUGTMP-FILE
024980     IF WS-SUGTMP-STATUS NOT = "00"
024990         CLOSE SUGG-FILE
025000         MOVE 1 TO ERR
025010         MOVE "SUGG-CONSUME" TO WS-STEP-NAME
025020         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
025030         GO TO 3495-EXIT
025040     END-IF
025050     MOVE "N" TO WS-EOF-SW
025060     PERFORM 3497-CONSUME-SUGG-LINE THRU 3497-EXIT
025070         UNTIL WS-EOF
025080     CLOSE SUGG-FILE
025090     CLOSE SUGTMP-FILE
025100     MOVE SPACES TO CMD
025110     IF WS-SUGG-CHANGED > 0
025120         STRING "mv ", FUNCTION TRIM(WS-SUGTMP-FILENAME), " ",
025130             FUNCTION TRIM(WS-SUGG-FILENAME)
025140             DELIMITED BY SIZE INTO CMD
025150     ELSE
025160         STRING "rm -f ", FUNCTION TRIM(WS-SUGTMP-FILENAME)
025170             DELIMITED BY SIZE INTO CMD
025180     END-IF
025190     CALL "SYSTEM" USING CMD RETURNING ERR
025200     IF ERR NOT = 0
025210         MOVE "SUGG-CONSUME" TO WS-STEP-NAME
025220         PERFORM 3900-LOG-ERROR THRU 3900-EXIT
025230         GO TO 3495-EXIT
025240     END-IF
025250     IF WS-SUGG-CHANGED > 0
025260         DISPLAY "Member ideas: " WS-SUGG-CONSUMED
025270             " consumed, " WS-SUGG-RELEASED
025280             " returned to the pool."
025290     END-IF.
025300 3495-EXIT.
025310     EXIT.
025320
025330 3496-LOAD-USED-LINE.
025340     READ REV-FILE INTO WS-REV-IN-LINE
025350         AT END
025360             MOVE "Y" TO WS-EOF-SW
025370             GO TO 3496-EXIT
025380     END-READ
025390     MOVE SPACES TO WS-REV-DATE
025400     MOVE SPACES TO WS-REV-STATE
025410     MOVE SPACES TO WS-REV-THEME
025420     MOVE SPACES TO WS-REV-SUGG-BY
025430     MOVE SPACES TO WS-REV-SUGG-ID
025440     UNSTRING WS-REV-IN-LINE DELIMITED BY "|"
025450         INTO WS-REV-DATE WS-REV-STATE WS-REV-THEME
025460         WS-REV-SUGG-BY WS-REV-SUGG-ID
025470     END-UNSTRING
025480     IF WS-REV-SUGG-ID NOT = SPACES AND WS-USED-COUNT < 31
025490         ADD 1 TO WS-USED-COUNT
025500         MOVE WS-REV-SUGG-ID TO USED-ID(WS-USED-COUNT)
025510         MOVE WS-REV-DATE TO USED-DATE(WS-USED-COUNT)
025520     END-IF.
025530 3496-EXIT.
025540     EXIT.
025550
025560 3497-CONSUME-SUGG-LINE.
025570     READ SUGG-FILE INTO WS-SUGG-LINE
025580         AT END
025590             MOVE "Y" TO WS-EOF-SW
025600             GO TO 3497-EXIT
025610     END-READ
025620     MOVE WS-SUGG-LINE TO SUGTMP-LINE
025630     IF WS-SUGG-LINE = SPACES
025640         GO TO 3497-WRITE
025650     END-IF
025660     PERFORM 3494-SPLIT-SUGG-LINE THRU 3494-EXIT
025670     MOVE 0 TO WS-USED-HIT
025680     PERFORM 3498-SCAN-USED THRU 3498-EXIT
025690         VARYING WS-USED-IDX FROM 1 BY 1
025700         UNTIL WS-USED-IDX > WS-USED-COUNT
025710         OR WS-USED-HIT > 0
025720     IF WS-USED-HIT > 0
025730         IF SUG-CONSUMED
025740             GO TO 3497-WRITE
025750         END-IF
025760         MOVE "C" TO SUG-STATE
025770         MOVE USED-DATE(WS-USED-HIT) TO SUG-RUN-DATE
025780         ADD 1 TO WS-SUGG-CONSUMED
025790     ELSE
025800         IF NOT SUG-SCHEDULED
025810             OR SUG-RUN-DATE(1:7) NOT = WS-SGM-YM
025820             GO TO 3497-WRITE
025830         END-IF
025840         MOVE "A" TO SUG-STATE
025850         MOVE SPACES TO SUG-RUN-DATE
025860         ADD 1 TO WS-SUGG-RELEASED
025870     END-IF
025880     PERFORM 3499-BUILD-SUGG-LINE THRU 3499-EXIT
025890     MOVE WS-SUGG-LINE TO SUGTMP-LINE
025900     ADD 1 TO WS-SUGG-CHANGED.
025910 3497-WRITE.
025920     WRITE SUGTMP-LINE.
025930 3497-EXIT.
025940     EXIT.
025950
025960 3498-SCAN-USED.
025970     IF USED-ID(WS-USED-IDX) = SUG-ID
025980         MOVE WS-USED-IDX TO WS-USED-HIT
025990     END-IF.
026000 3498-EXIT.
026010     EXIT.
026020
026030 3499-BUILD-SUGG-LINE.
026040     MOVE SPACES TO WS-SUGG-LINE
026050     STRING SUG-ID, "|",
026060         FUNCTION TRIM(SUG-ROSTER-ID), "|",
026070         SUG-DATE, "|",
026080         SUG-STATE, "|",
026090         FUNCTION TRIM(SUG-RUN-DATE), "|",
026100         FUNCTION TRIM(SUG-SCORE), "|",
026110         FUNCTION TRIM(SUG-NEAR-DATE), "|",
026120         FUNCTION TRIM(SUG-THEME)
026130         DELIMITED BY SIZE INTO WS-SUGG-LINE.
026140 3499-EXIT.
026150     EXIT.
026160
026170*==========================================================
026180* 3830-LOAD-CORRECTIONS - each corrected date's latest
026190* revision from the correction register; no register, no
026200* SEQUENCE lines.
026210*==========================================================
026220 3830-LOAD-CORRECTIONS.
026230     MOVE 0 TO WS-CSQ-COUNT
026240     OPEN INPUT CORR-FILE
026250     IF WS-CORR-STATUS NOT = "00"
026260         GO TO 3830-EXIT
026270     END-IF
026280     MOVE "N" TO WS-EOF-SW
026290     PERFORM 3835-LOAD-CORRECTION-LINE THRU 3835-EXIT
026300         UNTIL WS-EOF
026310     CLOSE CORR-FILE.
026320 3830-EXIT.
026330     EXIT.
026340
026350 3835-LOAD-CORRECTION-LINE.
026360     READ CORR-FILE
026370         AT END
026380             MOVE "Y" TO WS-EOF-SW
026390             GO TO 3835-EXIT
026400     END-READ
026410     IF CORR-LINE = SPACES
026420         GO TO 3835-EXIT
026430     END-IF
026440     MOVE SPACES TO CORR-REC
026450     UNSTRING CORR-LINE DELIMITED BY "|"
026460         INTO CORR-DATE CORR-SEQ CORR-STAMP CORR-REASON
026470         CORR-OLD-THEME CORR-NEW-THEME
026480     END-UNSTRING
026490     IF CORR-SEQ NOT NUMERIC
026500         GO TO 3835-EXIT
026510     END-IF
026520     MOVE SPACES TO WS-DATE8
026530     STRING CORR-DATE(1:4), CORR-DATE(6:2), CORR-DATE(9:2)
026540         DELIMITED BY SIZE INTO WS-DATE8
026550     MOVE 0 TO WS-CSQ-FOUND
026560     PERFORM 3840-SCAN-CORRECTIONS THRU 3840-EXIT
026570         VARYING WS-CSQ-IDX FROM 1 BY 1
026580         UNTIL WS-CSQ-IDX > WS-CSQ-COUNT
026590         OR WS-CSQ-FOUND > 0
026600     IF WS-CSQ-FOUND = 0
026610         IF WS-CSQ-COUNT >= 500
026620             GO TO 3835-EXIT
026630         END-IF
026640         ADD 1 TO WS-CSQ-COUNT
026650         MOVE WS-CSQ-COUNT TO WS-CSQ-FOUND
026660         MOVE WS-DATE8 TO CSQ-DATE8(WS-CSQ-FOUND)
026670         MOVE 0 TO CSQ-SEQ(WS-CSQ-FOUND)
026680     END-IF
026690     IF CORR-SEQ > CSQ-SEQ(WS-CSQ-FOUND)
026700         MOVE CORR-SEQ TO CSQ-SEQ(WS-CSQ-FOUND)
026710     END-IF.
026720 3835-EXIT.
026730     EXIT.
026740
026750 3840-SCAN-CORRECTIONS.
026760     IF CSQ-DATE8(WS-CSQ-IDX) = WS-DATE8
026770         MOVE WS-CSQ-IDX TO WS-CSQ-FOUND
026780     END-IF.
026790 3840-EXIT.
026800     EXIT.
026810
026820*==========================================================
026830* 3845-WRITE-SEQUENCE - a corrected day's VEVENT carries the
026840* register's latest revision as its SEQUENCE.
026850*==========================================================
026860 3845-WRITE-SEQUENCE.
026870     MOVE 0 TO WS-CSQ-FOUND
026880     PERFORM 3840-SCAN-CORRECTIONS THRU 3840-EXIT
026890         VARYING WS-CSQ-IDX FROM 1 BY 1
026900         UNTIL WS-CSQ-IDX > WS-CSQ-COUNT
026910         OR WS-CSQ-FOUND > 0
026920     IF WS-CSQ-FOUND = 0
026930         GO TO 3845-EXIT
026940     END-IF
026950     MOVE CSQ-SEQ(WS-CSQ-FOUND) TO WS-CSQ-SEQ-ED
026960     MOVE SPACES TO ICS-LINE
026970     STRING "SEQUENCE:", FUNCTION TRIM(WS-CSQ-SEQ-ED)
026980         DELIMITED BY SIZE INTO ICS-LINE
026990     WRITE ICS-LINE.
027000 3845-EXIT.
027010     EXIT.
