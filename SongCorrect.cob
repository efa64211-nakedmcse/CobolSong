000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongCorrect.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - corrects a theme after its month has
000200*                 gone out.  SongBrowse's edit only rewrites the
000210*                 history, so the published artifacts kept the old
000220*                 wording.  This rewrites the history record
000230*                 (journalled), the day's line in song_YYYYMM.cal
000240*                 and song_YYYYMM.rev, the day's VEVENT in the
000250*                 month's .ics (SUMMARY, a bumped SEQUENCE and a
000260*                 fresh DTSTAMP, so subscribed calendars take the
000270*                 change), re-renders the remind .txt and the
000280*                 SongGrid .html, and records the change in the
000290*                 correction register (theme_correction.dat).  It
000300*                 then posts a correction notice through
000310*                 SongAnnounce and, if the day's reminder already
000320*                 went out, mails everyone SongDispatch reached.
000322* 10/15/2026  DM  The day's review line keeps the member credit
000324*                 (|ROSTERID|IDEA) of a day filled from a theme
000326*                 suggestion when its wording is corrected.
000330*----------------------------------------------------------------
000340* USAGE
000350*   SongCorrect YYYY-MM-DD "New wording" REASON [DRYRUN]
000360*   REASON is one of TYPO, SOFTEN, CLARIFY, REPEAT, SPECIAL or
000370*   OTHER.  DRYRUN shows what would change without changing it.
000380*   Correction mails are logged in song_dispatch.log with status
000390*   CORR (sent) or CERR (failed).
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HISTORY-FILE
000450         ASSIGN DYNAMIC WS-HISTORY-FILENAME
000460         ORGANIZATION INDEXED
000470         ACCESS MODE DYNAMIC
000480         RECORD KEY HIST-DATE
000490         FILE STATUS WS-HIST-STATUS.
000500     SELECT SETTINGS-FILE
000510         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS WS-SETT-STATUS.
000540     SELECT CAL-FILE
000550         ASSIGN DYNAMIC WS-CAL-FILENAME
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS WS-CAL-STATUS.
000580     SELECT REV-FILE
000590         ASSIGN DYNAMIC WS-REV-FILENAME
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS WS-REV-STATUS.
000620     SELECT ICS-FILE
000630         ASSIGN DYNAMIC WS-ICS-FILENAME
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS WS-ICS-STATUS.
000660     SELECT TEMP-FILE
000670         ASSIGN DYNAMIC WS-TEMP-FILENAME
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS WS-TEMP-STATUS.
000700     SELECT CORR-FILE
000710         ASSIGN DYNAMIC WS-CORR-FILENAME
000720         ORGANIZATION LINE SEQUENTIAL
000730         FILE STATUS WS-CORR-STATUS.
000740     SELECT DLOG-FILE
000750         ASSIGN DYNAMIC WS-DLOG-FILENAME
000760         ORGANIZATION LINE SEQUENTIAL
000770         FILE STATUS WS-DLOG-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  HISTORY-FILE.
000820 COPY "HISTREC.CPY".
000830 FD  SETTINGS-FILE.
000840 01  SETTINGS-LINE              PIC X(100).
000850 FD  CAL-FILE.
000860 01  CAL-LINE                   PIC X(132).
000870 FD  REV-FILE.
000880 01  REV-LINE                   PIC X(120).
000890 FD  ICS-FILE.
000900 01  ICS-LINE                   PIC X(132).
000910 FD  TEMP-FILE.
000920 01  TEMP-LINE                  PIC X(132).
000930 FD  CORR-FILE.
000940 01  CORR-LINE                  PIC X(250).
000950 FD  DLOG-FILE.
000960 01  DLOG-LINE                  PIC X(140).
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-HISTORY-FILENAME        PIC X(40)
001000                                 VALUE "theme_history.dat".
001010 01  WS-HIST-STATUS             PIC X(2).
001020 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
001030 01  WS-SETT-STATUS             PIC X(2).
001040 01  WS-CAL-FILENAME            PIC X(40).
001050 01  WS-CAL-STATUS              PIC X(2).
001060 01  WS-REV-FILENAME            PIC X(40).
001070 01  WS-REV-STATUS              PIC X(2).
001080 01  WS-ICS-FILENAME            PIC X(40).
001090 01  WS-ICS-STATUS              PIC X(2).
001100 01  WS-TXT-FILENAME            PIC X(40).
001110 01  WS-HTML-FILENAME           PIC X(40).
001120 01  WS-TEMP-FILENAME           PIC X(40)
001130                                 VALUE "song_correct.tmp".
001140 01  WS-TEMP-STATUS             PIC X(2).
001150 01  WS-CORR-FILENAME           PIC X(40)
001160                                 VALUE "theme_correction.dat".
001170 01  WS-CORR-STATUS             PIC X(2).
001180 01  WS-DLOG-FILENAME           PIC X(40)
001190                                 VALUE "song_dispatch.log".
001200 01  WS-DLOG-STATUS             PIC X(2).
001210
001220 01  WS-ARG1                    PIC X(20).
001230 01  WS-ARG2                    PIC X(100).
001240 01  WS-ARG3                    PIC X(20).
001250 01  WS-ARG4                    PIC X(20).
001260 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001270     88  WS-ARGS-VALID                   VALUE "Y".
001280 01  WS-DRYRUN-SW               PIC X(1) VALUE "N".
001290     88  WS-DRYRUN                       VALUE "Y".
001300 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001310     88  WS-EOF                          VALUE "Y".
001320 01  WS-NOW                     PIC X(21) VALUE SPACES.
001330 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001340 01  CMD                        PIC X(600).
001350 01  ERR                        PIC 9(4) COMP-5.
001360
001370*----------------------------------------------------------------
001380* The correction being made
001390*----------------------------------------------------------------
001400 01  WS-CORR-DATE               PIC X(10) VALUE SPACES.
001410 01  WS-DATE8                   PIC X(8) VALUE SPACES.
001420 01  WS-YM-TEXT                 PIC X(6) VALUE SPACES.
001430 01  WS-NEW-THEME               PIC X(80) VALUE SPACES.
001440 01  WS-OLD-THEME               PIC X(80) VALUE SPACES.
001450 01  WS-REASON                  PIC X(8) VALUE SPACES.
001460 01  WS-OLD-SEQ                 PIC 9(3) VALUE 0.
001470 01  WS-NEW-SEQ                 PIC 9(3) VALUE 0.
001480 01  WS-ED-SEQ                  PIC ZZ9.
001490 01  WS-SEQ-TEXT                PIC X(10) VALUE SPACES.
001500
001510 COPY "CORRREC.CPY".
001520
001530*----------------------------------------------------------------
001540* Settings: remind's calendar width, as SongForVictoria renders
001550*----------------------------------------------------------------
001560 01  WS-SETT-LINE               PIC X(100).
001570 01  WS-SETT-KEY                PIC X(20).
001580 01  WS-SETT-VAL                PIC X(78).
001590 01  WS-REMWIDTH                PIC X(5) VALUE "140".
001600 01  MONTHNAMES                 PIC A(36)
001610                 VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
001620 01  MONTHNAME                  PIC A(3).
001630 01  FORMATTEDDATE              PIC A(8).
001640 01  WS-YEAR                    PIC 9(4).
001650 01  WS-MONTH                   PIC 9(2).
001660
001670*----------------------------------------------------------------
001680* Run lock (SongLock) and write-ahead journal (SongJournal)
001690*----------------------------------------------------------------
001700 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
001710 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongCorrect".
001720 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001730 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001740     88  WS-LOCK-HELD                    VALUE "Y".
001750 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001760 01  WS-JNL-FILE-ID            PIC X(4) VALUE SPACES.
001770 01  WS-JNL-ACTION             PIC X(8) VALUE SPACES.
001780 01  WS-JNL-DATA               PIC X(220) VALUE SPACES.
001790 01  WS-JNL-RESULT             PIC 9(1) VALUE 0.
001800
001810*----------------------------------------------------------------
001820* Artifact rewrite: the day's line or event, and whether it was
001830* found.  A legacy month's .ics and .txt are song.ics/song.txt.
001840*----------------------------------------------------------------
001850 01  WS-HIT-SW                  PIC X(1) VALUE "N".
001860     88  WS-DAY-HIT                      VALUE "Y".
001870 01  WS-IN-EVENT-SW             PIC X(1) VALUE "N".
001880     88  WS-IN-DAY-EVENT                 VALUE "Y".
001890 01  WS-ICS-FOUND-SW            PIC X(1) VALUE "N".
001900     88  WS-ICS-FOUND                    VALUE "Y".
001910 01  WS-LEGACY-SW               PIC X(1) VALUE "N".
001920     88  WS-LEGACY-MONTH                 VALUE "Y".
001930 01  WS-UID-LINE                PIC X(60) VALUE SPACES.
001940 01  WS-ARTIFACT-NAME           PIC X(40) VALUE SPACES.
001950 01  WS-RV-DATE                 PIC X(10).
001960 01  WS-RV-STATE                PIC X(1).
001970 01  WS-RV-THEME                PIC X(80).
001972 01  WS-RV-SUGG-BY              PIC X(8).
001974 01  WS-RV-SUGG-ID              PIC X(4).
001976 01  WS-RV-PTR                  PIC 9(3) COMP VALUE 0.
001980 01  WS-REWRITTEN               PIC 9(2) VALUE 0.
001990 01  WS-PROBLEMS                PIC 9(2) VALUE 0.
002000
002010*----------------------------------------------------------------
002020* UTC DTSTAMP, worked out as SongForVictoria does
002030*----------------------------------------------------------------
002040 01  WS-STAMP-DATE8            PIC 9(8).
002050 01  WS-STAMP-HH               PIC 99.
002060 01  WS-STAMP-MM               PIC 99.
002070 01  WS-STAMP-SS               PIC 99.
002080 01  WS-STAMP-SIGN             PIC X.
002090 01  WS-STAMP-OFFHH            PIC 99.
002100 01  WS-STAMP-OFFMM            PIC 99.
002110 01  WS-STAMP-OFFSECS          PIC S9(9) COMP.
002120 01  WS-STAMP-LOCAL-SECOFDAY   PIC S9(9) COMP.
002130 01  WS-STAMP-UTC-SECOFDAY     PIC S9(9) COMP.
002140 01  WS-STAMP-DAY-INT          PIC S9(9) COMP.
002150 01  WS-STAMP-UTC-DATE8        PIC 9(8).
002160 01  WS-STAMP-UTC-HH           PIC 99.
002170 01  WS-STAMP-UTC-MM           PIC 99.
002180 01  WS-STAMP-UTC-SS           PIC 99.
002190 01  WS-UTC-STAMP              PIC X(16) VALUE SPACES.
002200
002210*----------------------------------------------------------------
002220* Correction mail: everyone SongDispatch reached for the day,
002230* from song_dispatch.log, once each.
002240*----------------------------------------------------------------
002250 01  WS-L-DATE                  PIC X(10).
002260 01  WS-L-NAME                  PIC X(30).
002270 01  WS-L-EMAIL                 PIC X(60).
002280 01  WS-L-STATUS                PIC X(4).
002290 01  WS-RCP-COUNT               PIC 9(3) COMP VALUE 0.
002300 01  WS-RCP-TABLE.
002310     05  WS-RCP-ENTRY OCCURS 300 TIMES.
002320         10  RCP-NAME           PIC X(30).
002330         10  RCP-EMAIL          PIC X(60).
002340 01  WS-RCP-IDX                 PIC 9(3) COMP VALUE 0.
002350 01  WS-RCP-FOUND-SW            PIC X(1) VALUE "N".
002360     88  WS-RCP-FOUND                    VALUE "Y".
002370 01  WS-P-NAME                  PIC X(30).
002380 01  WS-P-EMAIL                 PIC X(60).
002390 01  WS-SUBJECT                 PIC X(80).
002400 01  WS-MSG                     PIC X(250).
002410 01  WS-MAIL-SENT               PIC 9(3) VALUE 0.
002420 01  WS-MAIL-FAILED             PIC 9(3) VALUE 0.
002430 01  WS-OUT-LINE                PIC X(250).
002440
002450 PROCEDURE DIVISION.
002460*==========================================================
002470* 0000-MAINLINE
002480*==========================================================
002490 0000-MAINLINE.
002500     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002510     IF NOT WS-ARGS-VALID
002520         DISPLAY "Usage: SongCorrect YYYY-MM-DD ""New wording"" "
002530             "REASON [DRYRUN]"
002540         DISPLAY "       REASON: TYPO SOFTEN CLARIFY REPEAT "
002550             "SPECIAL OTHER"
002560         MOVE 1 TO RETURN-CODE
002570         GO TO 0000-DONE
002580     END-IF
002590     PERFORM 1100-LOAD-SETTINGS THRU 1100-EXIT.
002600     PERFORM 1200-BUILD-FILENAMES THRU 1200-EXIT.
002610     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT.
002620     IF NOT WS-LOCK-HELD
002630         MOVE 3 TO RETURN-CODE
002640         GO TO 0000-DONE
002650     END-IF
002660     PERFORM 2000-FETCH-THEME THRU 2000-EXIT.
002670     IF WS-OLD-THEME = SPACES
002680         DISPLAY "No theme on file for " WS-CORR-DATE
002690             " - nothing to correct."
002700         MOVE 1 TO RETURN-CODE
002710         GO TO 0900-FINISH
002720     END-IF
002730     IF WS-OLD-THEME = WS-NEW-THEME
002740         DISPLAY "The " WS-CORR-DATE " theme already reads that "
002750             "way - nothing to correct."
002760         MOVE 1 TO RETURN-CODE
002770         GO TO 0900-FINISH
002780     END-IF
002790     PERFORM 2100-FIND-LAST-SEQ THRU 2100-EXIT.
002800     PERFORM 2200-LOCATE-ICS THRU 2200-EXIT.
002810     COMPUTE WS-NEW-SEQ = WS-OLD-SEQ + 1
002820     IF WS-DRYRUN
002830         PERFORM 2900-SHOW-PLAN THRU 2900-EXIT
002840         GO TO 0900-FINISH
002850     END-IF
002860     PERFORM 3000-REWRITE-HISTORY THRU 3000-EXIT.
002870     IF WS-PROBLEMS > 0
002880         MOVE 2 TO RETURN-CODE
002890         GO TO 0900-FINISH
002900     END-IF
002910     PERFORM 3100-REWRITE-CAL THRU 3100-EXIT.
002920     PERFORM 3200-REWRITE-REV THRU 3200-EXIT.
002930     PERFORM 3300-REWRITE-ICS THRU 3300-EXIT.
002940     PERFORM 3400-RENDER-REMIND THRU 3400-EXIT.
002950     PERFORM 3500-REBUILD-GRID THRU 3500-EXIT.
002960     PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT.
002970     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
002980     PERFORM 5000-POST-NOTICE THRU 5000-EXIT.
002990     PERFORM 6000-MAIL-NOTICE THRU 6000-EXIT.
003000     MOVE WS-NEW-SEQ TO WS-ED-SEQ
003010     DISPLAY "Corrected " WS-CORR-DATE " (revision "
003020         FUNCTION TRIM(WS-ED-SEQ) "): " WS-REWRITTEN
003030         " artifact(s) rewritten, " WS-MAIL-SENT
003040         " correction mail(s) sent."
003050     IF WS-PROBLEMS > 0
003060         DISPLAY WS-PROBLEMS " step(s) did not complete - see "
003070             "above; SongAudit will flag what is out of step."
003080         MOVE 2 TO RETURN-CODE
003090     END-IF.
003100 0900-FINISH.
003110     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
003120 0000-DONE.
003130     STOP RUN.
003140
003150*==========================================================
003160* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
003170* through the SongLock subprogram.
003180*==========================================================
003190 0100-CLAIM-LOCK.
003200     MOVE "CLAIM" TO WS-LOCK-ACTION
003210     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003220         WS-LOCK-RESULT
003230     IF WS-LOCK-RESULT = 0
003240         MOVE "Y" TO WS-LOCK-HELD-SW
003250     ELSE
003260         DISPLAY "Could not claim the run lock (result "
003270             WS-LOCK-RESULT ") - try again shortly."
003280     END-IF.
003290 0100-EXIT.
003300     EXIT.
003310
003320 0200-RELEASE-LOCK.
003330     IF WS-LOCK-HELD
003340         MOVE RETURN-CODE TO WS-SAVE-RC
003350         MOVE "RELEASE" TO WS-LOCK-ACTION
003360         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003370             WS-LOCK-RESULT
003380         MOVE WS-SAVE-RC TO RETURN-CODE
003390         MOVE "N" TO WS-LOCK-HELD-SW
003400     END-IF.
003410 0200-EXIT.
003420     EXIT.
003430
003440*==========================================================
003450* 1000-GET-ARGUMENTS - the date, the new wording, the reason
003460* code and DRYRUN.
003470*==========================================================
003480 1000-GET-ARGUMENTS.
003490     MOVE SPACES TO WS-ARG1
003500     MOVE SPACES TO WS-ARG2
003510     MOVE SPACES TO WS-ARG3
003520     MOVE SPACES TO WS-ARG4
003530     DISPLAY 1 UPON ARGUMENT-NUMBER
003540     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003550         ON EXCEPTION MOVE SPACES TO WS-ARG1
003560     END-ACCEPT
003570     DISPLAY 2 UPON ARGUMENT-NUMBER
003580     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003590         ON EXCEPTION MOVE SPACES TO WS-ARG2
003600     END-ACCEPT
003610     DISPLAY 3 UPON ARGUMENT-NUMBER
003620     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
003630         ON EXCEPTION MOVE SPACES TO WS-ARG3
003640     END-ACCEPT
003650     DISPLAY 4 UPON ARGUMENT-NUMBER
003660     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
003670         ON EXCEPTION MOVE SPACES TO WS-ARG4
003680     END-ACCEPT
003690     MOVE "Y" TO WS-VALID-SW
003700     IF NOT ( WS-ARG1(1:4) IS NUMERIC
003710         AND WS-ARG1(5:1) = "-"
003720         AND WS-ARG1(6:2) IS NUMERIC
003730         AND WS-ARG1(8:1) = "-"
003740         AND WS-ARG1(9:2) IS NUMERIC
003750         AND WS-ARG1(11:) = SPACES )
003760         MOVE "N" TO WS-VALID-SW
003770         GO TO 1000-EXIT
003780     END-IF
003790     MOVE WS-ARG1(1:10) TO WS-CORR-DATE
003800     IF WS-ARG2 = SPACES
003810         MOVE "N" TO WS-VALID-SW
003820         GO TO 1000-EXIT
003830     END-IF
003840     IF WS-ARG2(81:) NOT = SPACES
003850         DISPLAY "The new wording is longer than 80 characters."
003860         MOVE "N" TO WS-VALID-SW
003870         GO TO 1000-EXIT
003880     END-IF
003890     MOVE WS-ARG2(1:80) TO WS-NEW-THEME
003900     INSPECT WS-NEW-THEME REPLACING ALL "|" BY SPACE
003910     INSPECT WS-NEW-THEME REPLACING ALL "'" BY SPACE
003920     MOVE FUNCTION UPPER-CASE(WS-ARG3) TO WS-ARG3
003930     MOVE WS-ARG3 TO CORR-REASON
003940     IF WS-ARG3(9:) NOT = SPACES OR NOT CORR-REASON-VALID
003950         MOVE "N" TO WS-VALID-SW
003960         GO TO 1000-EXIT
003970     END-IF
003980     MOVE CORR-REASON TO WS-REASON
003990     IF WS-ARG4 = "DRYRUN" OR WS-ARG4 = "dryrun"
004000         MOVE "Y" TO WS-DRYRUN-SW
004010     ELSE
004020         IF WS-ARG4 NOT = SPACES
004030             MOVE "N" TO WS-VALID-SW
004040         END-IF
004050     END-IF.
004060 1000-EXIT.
004070     EXIT.
004080
004090*==========================================================
004100* 1100-LOAD-SETTINGS - remind width, same file and shape as
004110* SongForVictoria's settings.
004120*==========================================================
004130 1100-LOAD-SETTINGS.
004140     OPEN INPUT SETTINGS-FILE
004150     IF WS-SETT-STATUS NOT = "00"
004160         GO TO 1100-EXIT
004170     END-IF
004180     MOVE "N" TO WS-EOF-SW
004190     PERFORM 1110-READ-SETTING-LINE THRU 1110-EXIT
004200         UNTIL WS-EOF
004210     CLOSE SETTINGS-FILE.
004220 1100-EXIT.
004230     EXIT.
004240
004250 1110-READ-SETTING-LINE.
004260     READ SETTINGS-FILE INTO WS-SETT-LINE
004270         AT END
004280             MOVE "Y" TO WS-EOF-SW
004290             GO TO 1110-EXIT
004300     END-READ
004310     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
004320         GO TO 1110-EXIT
004330     END-IF
004340     MOVE SPACES TO WS-SETT-KEY
004350     MOVE SPACES TO WS-SETT-VAL
004360     UNSTRING WS-SETT-LINE DELIMITED BY "="
004370         INTO WS-SETT-KEY WS-SETT-VAL
004380     END-UNSTRING
004390     IF WS-SETT-KEY = "REMWIDTH" AND WS-SETT-VAL NOT = SPACES
004400         MOVE WS-SETT-VAL TO WS-REMWIDTH
004410     END-IF.
004420 1110-EXIT.
004430     EXIT.
004440
004450*==========================================================
004460* 1200-BUILD-FILENAMES - the month's artifacts, named as
004470* SongForVictoria and SongGrid name them.
004480*==========================================================
004490 1200-BUILD-FILENAMES.
004500     MOVE SPACES TO WS-YM-TEXT
004510     STRING WS-CORR-DATE(1:4), WS-CORR-DATE(6:2)
004520         DELIMITED BY SIZE INTO WS-YM-TEXT
004530     MOVE SPACES TO WS-DATE8
004540     STRING WS-CORR-DATE(1:4), WS-CORR-DATE(6:2),
004550         WS-CORR-DATE(9:2)
004560         DELIMITED BY SIZE INTO WS-DATE8
004570     MOVE SPACES TO WS-CAL-FILENAME
004580     STRING "song_", WS-YM-TEXT, ".cal"
004590         DELIMITED BY SIZE INTO WS-CAL-FILENAME
004600     MOVE SPACES TO WS-REV-FILENAME
004610     STRING "song_", WS-YM-TEXT, ".rev"
004620         DELIMITED BY SIZE INTO WS-REV-FILENAME
004630     MOVE SPACES TO WS-HTML-FILENAME
004640     STRING "song_", WS-YM-TEXT, ".html"
004650         DELIMITED BY SIZE INTO WS-HTML-FILENAME
004660     MOVE SPACES TO WS-ICS-FILENAME
004670     STRING "song_", WS-YM-TEXT, ".ics"
004680         DELIMITED BY SIZE INTO WS-ICS-FILENAME
004690     MOVE SPACES TO WS-TXT-FILENAME
004700     STRING "song_", WS-YM-TEXT, ".txt"
004710         DELIMITED BY SIZE INTO WS-TXT-FILENAME
004720     MOVE SPACES TO WS-UID-LINE
004730     STRING "UID:", WS-DATE8, "@songforvictoria.local"
004740         DELIMITED BY SIZE INTO WS-UID-LINE
004750     MOVE WS-CORR-DATE(1:4) TO WS-YEAR
004760     MOVE WS-CORR-DATE(6:2) TO WS-MONTH
004770     MOVE MONTHNAMES((WS-MONTH - 1) * 3 + 1:3) TO MONTHNAME
004780     MOVE SPACES TO FORMATTEDDATE
004790     STRING MONTHNAME " " WS-YEAR
004800         DELIMITED BY SIZE
004810         INTO FORMATTEDDATE.
004820 1200-EXIT.
004830     EXIT.
004840
004850*==========================================================
004860* 2000-FETCH-THEME - the wording on file now.
004870*==========================================================
004880 2000-FETCH-THEME.
004890     MOVE SPACES TO WS-OLD-THEME
004900     OPEN INPUT HISTORY-FILE
004910     IF WS-HIST-STATUS NOT = "00"
004920         GO TO 2000-EXIT
004930     END-IF
004940     MOVE SPACES TO HIST-REC
004950     MOVE WS-CORR-DATE TO HIST-DATE
004960     READ HISTORY-FILE
004970         INVALID KEY
004980             CLOSE HISTORY-FILE
004990             GO TO 2000-EXIT
005000     END-READ
005010     MOVE HIST-THEME TO WS-OLD-THEME
005020     CLOSE HISTORY-FILE.
005030 2000-EXIT.
005040     EXIT.
005050
005060*==========================================================
005070* 2100-FIND-LAST-SEQ - the day's latest revision in the
005080* correction register (0 if never corrected).
005090*==========================================================
005100 2100-FIND-LAST-SEQ.
005110     MOVE 0 TO WS-OLD-SEQ
005120     OPEN INPUT CORR-FILE
005130     IF WS-CORR-STATUS NOT = "00"
005140         GO TO 2100-EXIT
005150     END-IF
005160     MOVE "N" TO WS-EOF-SW
005170     PERFORM 2110-READ-CORR-LINE THRU 2110-EXIT
005180         UNTIL WS-EOF
005190     CLOSE CORR-FILE.
005200 2100-EXIT.
005210     EXIT.
005220
005230 2110-READ-CORR-LINE.
005240     READ CORR-FILE
005250         AT END
005260             MOVE "Y" TO WS-EOF-SW
005270             GO TO 2110-EXIT
005280     END-READ
005290     IF CORR-LINE = SPACES
005300         GO TO 2110-EXIT
005310     END-IF
005320     MOVE SPACES TO CORR-REC
005330     UNSTRING CORR-LINE DELIMITED BY "|"
005340         INTO CORR-DATE CORR-SEQ CORR-STAMP CORR-REASON
005350         CORR-OLD-THEME CORR-NEW-THEME
005360     END-UNSTRING
005370     IF CORR-DATE = WS-CORR-DATE AND CORR-SEQ IS NUMERIC
005380         IF CORR-SEQ > WS-OLD-SEQ
005390             MOVE CORR-SEQ TO WS-OLD-SEQ
005400         END-IF
005410     END-IF.
005420 2110-EXIT.
005430     EXIT.
005440
005450*==========================================================
005460* 2200-LOCATE-ICS - the .ics holding the day's event: the
005470* month's own file, or song.ics for a legacy month.  A SEQUENCE
005480* already on the event counts toward the next revision too.
005490*==========================================================
005500 2200-LOCATE-ICS.
005510     MOVE "N" TO WS-ICS-FOUND-SW
005520     MOVE "N" TO WS-LEGACY-SW
005530     PERFORM 2210-SCAN-ICS THRU 2210-EXIT
005540     IF WS-ICS-FOUND
005550         GO TO 2200-EXIT
005560     END-IF
005570     MOVE "song.ics" TO WS-ICS-FILENAME
005580     PERFORM 2210-SCAN-ICS THRU 2210-EXIT
005590     IF WS-ICS-FOUND
005600         MOVE "Y" TO WS-LEGACY-SW
005610         MOVE "song.txt" TO WS-TXT-FILENAME
005620     ELSE
005630         MOVE SPACES TO WS-ICS-FILENAME
005640     END-IF.
005650 2200-EXIT.
005660     EXIT.
005670
005680 2210-SCAN-ICS.
005690     OPEN INPUT ICS-FILE
005700     IF WS-ICS-STATUS NOT = "00"
005710         GO TO 2210-EXIT
005720     END-IF
005730     MOVE "N" TO WS-IN-EVENT-SW
005740     MOVE "N" TO WS-EOF-SW
005750     PERFORM 2220-SCAN-ICS-LINE THRU 2220-EXIT
005760         UNTIL WS-EOF
005770     CLOSE ICS-FILE.
005780 2210-EXIT.
005790     EXIT.
005800
005810 2220-SCAN-ICS-LINE.
005820     READ ICS-FILE
005830         AT END
005840             MOVE "Y" TO WS-EOF-SW
005850             GO TO 2220-EXIT
005860     END-READ
005870     IF ICS-LINE = WS-UID-LINE
005880         MOVE "Y" TO WS-ICS-FOUND-SW
005890         MOVE "Y" TO WS-IN-EVENT-SW
005900         GO TO 2220-EXIT
005910     END-IF
005920     IF ICS-LINE(1:10) = "END:VEVENT"
005930         MOVE "N" TO WS-IN-EVENT-SW
005940         GO TO 2220-EXIT
005950     END-IF
005960     IF WS-IN-DAY-EVENT AND ICS-LINE(1:9) = "SEQUENCE:"
005970         MOVE SPACES TO WS-SEQ-TEXT
005980         MOVE ICS-LINE(10:10) TO WS-SEQ-TEXT
005990         IF WS-SEQ-TEXT(1:1) IS NUMERIC
006000             IF FUNCTION NUMVAL(WS-SEQ-TEXT) > WS-OLD-SEQ
006010                 COMPUTE WS-OLD-SEQ = FUNCTION NUMVAL(WS-SEQ-TEXT)
006020             END-IF
006030         END-IF
006040     END-IF.
006050 2220-EXIT.
006060     EXIT.
006070
006080*==========================================================
006090* 2900-SHOW-PLAN - DRYRUN: what a real run would touch.
006100*==========================================================
006110 2900-SHOW-PLAN.
006120     MOVE WS-NEW-SEQ TO WS-ED-SEQ
006130     DISPLAY "DRYRUN correction of " WS-CORR-DATE " (" WS-REASON
006140         ")"
006150     DISPLAY "  was: " FUNCTION TRIM(WS-OLD-THEME)
006160     DISPLAY "  now: " FUNCTION TRIM(WS-NEW-THEME)
006170     DISPLAY "  history record and journal entry"
006180     DISPLAY "  " FUNCTION TRIM(WS-CAL-FILENAME) " and "
006190         FUNCTION TRIM(WS-REV-FILENAME) " if on file"
006200     IF WS-ICS-FOUND
006210         DISPLAY "  " FUNCTION TRIM(WS-ICS-FILENAME)
006220             " event reissued as SEQUENCE "
006230             FUNCTION TRIM(WS-ED-SEQ)
006240         DISPLAY "  " FUNCTION TRIM(WS-TXT-FILENAME)
006250             " re-rendered if on file"
006260     ELSE
006270         DISPLAY "  no published .ics event for the day"
006280     END-IF
006290     DISPLAY "  " FUNCTION TRIM(WS-HTML-FILENAME)
006300         " rebuilt if on file"
006310     DISPLAY "  correction posted through SongAnnounce; mail to "
006320         "anyone already sent the day's reminder".
006330 2900-EXIT.
006340     EXIT.
006350
006360*==========================================================
006370* 3000-REWRITE-HISTORY - the keyed rewrite SongBrowse makes,
006380* with its journal entry.
006390*==========================================================
006400 3000-REWRITE-HISTORY.
006410     OPEN I-O HISTORY-FILE
006420     IF WS-HIST-STATUS NOT = "00"
006430         DISPLAY "Could not open the history file - nothing "
006440             "corrected."
006450         ADD 1 TO WS-PROBLEMS
006460         GO TO 3000-EXIT
006470     END-IF
006480     MOVE SPACES TO HIST-REC
006490     MOVE WS-CORR-DATE TO HIST-DATE
006500     READ HISTORY-FILE
006510         INVALID KEY
006520             DISPLAY "History record vanished - nothing "
006530                 "corrected."
006540             CLOSE HISTORY-FILE
006550             ADD 1 TO WS-PROBLEMS
006560             GO TO 3000-EXIT
006570     END-READ
006580     MOVE WS-NEW-THEME TO HIST-THEME
006590     REWRITE HIST-REC
006600     IF WS-HIST-STATUS NOT = "00"
006610         DISPLAY "History rewrite failed (" WS-HIST-STATUS
006620             ") - nothing corrected."
006630         CLOSE HISTORY-FILE
006640         ADD 1 TO WS-PROBLEMS
006650         GO TO 3000-EXIT
006660     END-IF
006670     CLOSE HISTORY-FILE
006680     ADD 1 TO WS-REWRITTEN
006690     MOVE "HIST" TO WS-JNL-FILE-ID
006700     MOVE "REWRITE" TO WS-JNL-ACTION
006710     MOVE SPACES TO WS-JNL-DATA
006720     STRING HIST-DATE, "|", FUNCTION TRIM(HIST-THEME)
006730         DELIMITED BY SIZE INTO WS-JNL-DATA
006740     CALL "SongJournal" USING WS-JNL-FILE-ID WS-JNL-ACTION
006750         WS-JNL-DATA WS-JNL-RESULT
006760     IF WS-JNL-RESULT NOT = 0
006770         DISPLAY "Warning: history rewritten but the journal "
006780             "entry failed."
006790     END-IF.
006800 3000-EXIT.
006810     EXIT.
006820
006830*==========================================================
006840* 3100-REWRITE-CAL - the day's REM line, through a work file.
006850*==========================================================
006860 3100-REWRITE-CAL.
006870     OPEN INPUT CAL-FILE
006880     IF WS-CAL-STATUS NOT = "00"
006890         DISPLAY "No " FUNCTION TRIM(WS-CAL-FILENAME)
006900             " on file - skipped."
006910         GO TO 3100-EXIT
006920     END-IF
006930     OPEN OUTPUT TEMP-FILE
006940     IF WS-TEMP-STATUS NOT = "00"
006950         CLOSE CAL-FILE
006960         DISPLAY "Could not open the work file - "
006970             FUNCTION TRIM(WS-CAL-FILENAME) " not corrected."
006980         ADD 1 TO WS-PROBLEMS
006990         GO TO 3100-EXIT
007000     END-IF
007010     MOVE "N" TO WS-HIT-SW
007020     MOVE "N" TO WS-EOF-SW
007030     PERFORM 3110-COPY-CAL-LINE THRU 3110-EXIT
007040         UNTIL WS-EOF
007050     CLOSE CAL-FILE
007060     CLOSE TEMP-FILE
007070     MOVE WS-CAL-FILENAME TO WS-ARTIFACT-NAME
007080     PERFORM 3900-REPLACE-ARTIFACT THRU 3900-EXIT.
007090 3100-EXIT.
007100     EXIT.
007110
007120 3110-COPY-CAL-LINE.
007130     READ CAL-FILE
007140         AT END
007150             MOVE "Y" TO WS-EOF-SW
007160             GO TO 3110-EXIT
007170     END-READ
007180     MOVE CAL-LINE TO TEMP-LINE
007190     IF CAL-LINE(1:4) = "REM " AND CAL-LINE(5:10) = WS-CORR-DATE
007200         MOVE "Y" TO WS-HIT-SW
007210         MOVE SPACES TO TEMP-LINE
007220         STRING "REM ", WS-CORR-DATE, " CAL ",
007230             FUNCTION TRIM(WS-NEW-THEME)
007240             DELIMITED BY SIZE INTO TEMP-LINE
007250     END-IF
007260     WRITE TEMP-LINE.
007270 3110-EXIT.
007280     EXIT.
007290
007300*==========================================================
007310* 3200-REWRITE-REV - the day's review line keeps its state and
007320* takes the new wording, so a rerun of the month cannot bring
007330* the old wording back.
007340*==========================================================
007350 3200-REWRITE-REV.
007360     OPEN INPUT REV-FILE
007370     IF WS-REV-STATUS NOT = "00"
007380         GO TO 3200-EXIT
007390     END-IF
007400     OPEN OUTPUT TEMP-FILE
007410     IF WS-TEMP-STATUS NOT = "00"
007420         CLOSE REV-FILE
007430         DISPLAY "Could not open the work file - "
007440             FUNCTION TRIM(WS-REV-FILENAME) " not corrected."
007450         ADD 1 TO WS-PROBLEMS
007460         GO TO 3200-EXIT
007470     END-IF
007480     MOVE "N" TO WS-HIT-SW
007490     MOVE "N" TO WS-EOF-SW
007500     PERFORM 3210-COPY-REV-LINE THRU 3210-EXIT
007510         UNTIL WS-EOF
007520     CLOSE REV-FILE
007530     CLOSE TEMP-FILE
007540     MOVE WS-REV-FILENAME TO WS-ARTIFACT-NAME
007550     PERFORM 3900-REPLACE-ARTIFACT THRU 3900-EXIT.
007560 3200-EXIT.
007570     EXIT.
007580
007590 3210-COPY-REV-LINE.
007600     READ REV-FILE
007610         AT END
007620             MOVE "Y" TO WS-EOF-SW
007630             GO TO 3210-EXIT
007640     END-READ
007650     MOVE REV-LINE TO TEMP-LINE
007660     IF REV-LINE(1:10) = WS-CORR-DATE
007670         MOVE SPACES TO WS-RV-DATE
007680         MOVE SPACES TO WS-RV-STATE
007690         MOVE SPACES TO WS-RV-THEME
007693         MOVE SPACES TO WS-RV-SUGG-BY
007696         MOVE SPACES TO WS-RV-SUGG-ID
007700         UNSTRING REV-LINE DELIMITED BY "|"
007710             INTO WS-RV-DATE WS-RV-STATE WS-RV-THEME
007715             WS-RV-SUGG-BY WS-RV-SUGG-ID
007720         END-UNSTRING
007730         MOVE "Y" TO WS-HIT-SW
007740         MOVE SPACES TO TEMP-LINE
007750         STRING WS-RV-DATE, "|", WS-RV-STATE, "|",
007760             FUNCTION TRIM(WS-NEW-THEME)
007770             DELIMITED BY SIZE INTO TEMP-LINE
007771         IF WS-RV-SUGG-ID NOT = SPACES
007772             COMPUTE WS-RV-PTR =
007773                 FUNCTION LENGTH(FUNCTION TRIM(TEMP-LINE)) + 1
007774             STRING "|", FUNCTION TRIM(WS-RV-SUGG-BY), "|",
007775                 WS-RV-SUGG-ID
007776                 DELIMITED BY SIZE INTO TEMP-LINE
007777                 WITH POINTER WS-RV-PTR
007778             END-STRING
007779         END-IF
007780     END-IF
007790     WRITE TEMP-LINE.
007800 3210-EXIT.
007810     EXIT.
007820
007830*==========================================================
007840* 3300-REWRITE-ICS - reissue the day's VEVENT: new SUMMARY, the
007850* bumped SEQUENCE straight after it (any older SEQUENCE line is
007860* dropped) and a fresh DTSTAMP.  Every other event is copied
007870* as it stands.
007880*==========================================================
007890 3300-REWRITE-ICS.
007900     IF NOT WS-ICS-FOUND
007910         DISPLAY "No published calendar event for "
007920             WS-CORR-DATE " - .ics skipped."
007930         GO TO 3300-EXIT
007940     END-IF
007950     PERFORM 3820-BUILD-UTC-STAMP THRU 3820-EXIT
007960     MOVE WS-NEW-SEQ TO WS-ED-SEQ
007970     OPEN INPUT ICS-FILE
007980     IF WS-ICS-STATUS NOT = "00"
007990         DISPLAY "Could not open " FUNCTION TRIM(WS-ICS-FILENAME)
008000             " - not corrected."
008010         ADD 1 TO WS-PROBLEMS
008020         GO TO 3300-EXIT
008030     END-IF
008040     OPEN OUTPUT TEMP-FILE
008050     IF WS-TEMP-STATUS NOT = "00"
008060         CLOSE ICS-FILE
008070         DISPLAY "Could not open the work file - "
008080             FUNCTION TRIM(WS-ICS-FILENAME) " not corrected."
008090         ADD 1 TO WS-PROBLEMS
008100         GO TO 3300-EXIT
008110     END-IF
008120     MOVE "N" TO WS-HIT-SW
008130     MOVE "N" TO WS-IN-EVENT-SW
008140     MOVE "N" TO WS-EOF-SW
008150     PERFORM 3310-COPY-ICS-LINE THRU 3310-EXIT
008160         UNTIL WS-EOF
008170     CLOSE ICS-FILE
008180     CLOSE TEMP-FILE
008190     MOVE WS-ICS-FILENAME TO WS-ARTIFACT-NAME
008200     PERFORM 3900-REPLACE-ARTIFACT THRU 3900-EXIT.
008210 3300-EXIT.
008220     EXIT.
008230
008240 3310-COPY-ICS-LINE.
008250     READ ICS-FILE
008260         AT END
008270             MOVE "Y" TO WS-EOF-SW
008280             GO TO 3310-EXIT
008290     END-READ
008300     MOVE ICS-LINE TO TEMP-LINE
008310     IF ICS-LINE = WS-UID-LINE
008320         MOVE "Y" TO WS-IN-EVENT-SW
008330         MOVE "Y" TO WS-HIT-SW
008340     END-IF
008350     IF ICS-LINE(1:10) = "END:VEVENT"
008360         MOVE "N" TO WS-IN-EVENT-SW
008370     END-IF
008380     IF NOT WS-IN-DAY-EVENT
008390         WRITE TEMP-LINE
008400         GO TO 3310-EXIT
008410     END-IF
008420     IF ICS-LINE(1:9) = "SEQUENCE:"
008430         GO TO 3310-EXIT
008440     END-IF
008450     IF ICS-LINE(1:8) = "SUMMARY:"
008460         MOVE SPACES TO TEMP-LINE
008470         STRING "SUMMARY:", FUNCTION TRIM(WS-NEW-THEME)
008480             DELIMITED BY SIZE INTO TEMP-LINE
008490         WRITE TEMP-LINE
008500         MOVE SPACES TO TEMP-LINE
008510         STRING "SEQUENCE:", FUNCTION TRIM(WS-ED-SEQ)
008520             DELIMITED BY SIZE INTO TEMP-LINE
008530         WRITE TEMP-LINE
008540         GO TO 3310-EXIT
008550     END-IF
008560     IF ICS-LINE(1:8) = "DTSTAMP:"
008570         MOVE SPACES TO TEMP-LINE
008580         STRING "DTSTAMP:", WS-UTC-STAMP
008590             DELIMITED BY SIZE INTO TEMP-LINE
008600     END-IF
008610     WRITE TEMP-LINE.
008620 3310-EXIT.
008630     EXIT.
008640
008650*==========================================================
008660* 3400-RENDER-REMIND - the remind text calendar again, from the
008670* corrected cal file, if the month has one.
008680*==========================================================
008690 3400-RENDER-REMIND.
008700     MOVE SPACES TO CMD
008710     STRING "test -f ", FUNCTION TRIM(WS-TXT-FILENAME)
008720         DELIMITED BY SIZE INTO CMD
008730     CALL "SYSTEM" USING CMD RETURNING ERR
008740     IF ERR NOT = 0
008750         GO TO 3400-EXIT
008760     END-IF
008770     MOVE SPACES TO CMD
008780     STRING "remind -cu -w", FUNCTION TRIM(WS-REMWIDTH),
008790         ",, ", FUNCTION TRIM(WS-CAL-FILENAME), " ",
008800         FORMATTEDDATE, " > ", FUNCTION TRIM(WS-TXT-FILENAME)
008810         DELIMITED BY SIZE INTO CMD
008820     CALL "SYSTEM" USING CMD RETURNING ERR
008830     IF ERR NOT = 0
008840         DISPLAY "Could not re-render "
008850             FUNCTION TRIM(WS-TXT-FILENAME) " (" ERR ")."
008860         ADD 1 TO WS-PROBLEMS
008870         GO TO 3400-EXIT
008880     END-IF
008890     ADD 1 TO WS-REWRITTEN
008900     DISPLAY "Re-rendered " FUNCTION TRIM(WS-TXT-FILENAME) ".".
008910 3400-EXIT.
008920     EXIT.
008930
008940*==========================================================
008950* 3500-REBUILD-GRID - SongGrid's page again, if the month has
008960* one.
008970*==========================================================
008980 3500-REBUILD-GRID.
008990     MOVE SPACES TO CMD
009000     STRING "test -f ", FUNCTION TRIM(WS-HTML-FILENAME)
009010         DELIMITED BY SIZE INTO CMD
009020     CALL "SYSTEM" USING CMD RETURNING ERR
009030     IF ERR NOT = 0
009040         GO TO 3500-EXIT
009050     END-IF
009060     MOVE SPACES TO CMD
009070     STRING "./SongGrid ", WS-YM-TEXT
009080         DELIMITED BY SIZE INTO CMD
009090     CALL "SYSTEM" USING CMD RETURNING ERR
009100     IF ERR NOT = 0
009110         DISPLAY "Could not rebuild "
009120             FUNCTION TRIM(WS-HTML-FILENAME) " (" ERR ")."
009130         ADD 1 TO WS-PROBLEMS
009140         GO TO 3500-EXIT
009150     END-IF
009160     ADD 1 TO WS-REWRITTEN.
009170 3500-EXIT.
009180     EXIT.
009190
009200*==========================================================
009210* 3820-BUILD-UTC-STAMP - true UTC DTSTAMP, computed by taking
009220* the GMT offset FUNCTION CURRENT-DATE returns back out of the
009230* local time, since a "Z"-suffixed DTSTAMP must actually be UTC.
009240*==========================================================
009250 3820-BUILD-UTC-STAMP.
009260     MOVE FUNCTION CURRENT-DATE TO WS-NOW
009270     MOVE WS-NOW(1:8) TO WS-STAMP-DATE8
009280     MOVE WS-NOW(9:2) TO WS-STAMP-HH
009290     MOVE WS-NOW(11:2) TO WS-STAMP-MM
009300     MOVE WS-NOW(13:2) TO WS-STAMP-SS
009310     MOVE WS-NOW(17:1) TO WS-STAMP-SIGN
009320     MOVE WS-NOW(18:2) TO WS-STAMP-OFFHH
009330     MOVE WS-NOW(20:2) TO WS-STAMP-OFFMM
009340     COMPUTE WS-STAMP-OFFSECS =
009350         WS-STAMP-OFFHH * 3600 + WS-STAMP-OFFMM * 60
009360     COMPUTE WS-STAMP-DAY-INT =
009370         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE8)
009380     COMPUTE WS-STAMP-LOCAL-SECOFDAY =
009390         WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
009400     IF WS-STAMP-SIGN = "-"
009410         COMPUTE WS-STAMP-UTC-SECOFDAY =
009420             WS-STAMP-LOCAL-SECOFDAY + WS-STAMP-OFFSECS
009430     ELSE
009440         COMPUTE WS-STAMP-UTC-SECOFDAY =
009450             WS-STAMP-LOCAL-SECOFDAY - WS-STAMP-OFFSECS
009460     END-IF
009470     IF WS-STAMP-UTC-SECOFDAY < 0
009480         ADD 86400 TO WS-STAMP-UTC-SECOFDAY
009490         SUBTRACT 1 FROM WS-STAMP-DAY-INT
009500     ELSE
009510         IF WS-STAMP-UTC-SECOFDAY >= 86400
009520             SUBTRACT 86400 FROM WS-STAMP-UTC-SECOFDAY
009530             ADD 1 TO WS-STAMP-DAY-INT
009540         END-IF
009550     END-IF
009560     COMPUTE WS-STAMP-UTC-DATE8 =
009570         FUNCTION DATE-OF-INTEGER(WS-STAMP-DAY-INT)
009580     COMPUTE WS-STAMP-UTC-HH = WS-STAMP-UTC-SECOFDAY / 3600
009590     COMPUTE WS-STAMP-UTC-MM =
009600         (WS-STAMP-UTC-SECOFDAY - WS-STAMP-UTC-HH * 3600) / 60
009610     COMPUTE WS-STAMP-UTC-SS = WS-STAMP-UTC-SECOFDAY
009620         - WS-STAMP-UTC-HH * 3600 - WS-STAMP-UTC-MM * 60
009630     MOVE SPACES TO WS-UTC-STAMP
009640     STRING WS-STAMP-UTC-DATE8, "T",
009650         WS-STAMP-UTC-HH, WS-STAMP-UTC-MM, WS-STAMP-UTC-SS, "Z"
009660         DELIMITED BY SIZE INTO WS-UTC-STAMP.
009670 3820-EXIT.
009680     EXIT.
009690
009700*==========================================================
009710* 3900-REPLACE-ARTIFACT - move the work file over the artifact
009720* named in WS-ARTIFACT-NAME if the day was found in it,
009730* otherwise throw the work file away.
009740*==========================================================
009750 3900-REPLACE-ARTIFACT.
009760     IF NOT WS-DAY-HIT
009770         DISPLAY WS-CORR-DATE " not found in "
009780             FUNCTION TRIM(WS-ARTIFACT-NAME) " - left as is."
009790         MOVE SPACES TO CMD
009800         STRING "rm -f ", FUNCTION TRIM(WS-TEMP-FILENAME)
009810             DELIMITED BY SIZE INTO CMD
009820         CALL "SYSTEM" USING CMD RETURNING ERR
009830         GO TO 3900-EXIT
009840     END-IF
009850     MOVE SPACES TO CMD
009860     STRING "mv ", FUNCTION TRIM(WS-TEMP-FILENAME), " ",
009870         FUNCTION TRIM(WS-ARTIFACT-NAME)
009880         DELIMITED BY SIZE INTO CMD
009890     CALL "SYSTEM" USING CMD RETURNING ERR
009900     IF ERR NOT = 0
009910         DISPLAY "Could not move the work file over "
009920             FUNCTION TRIM(WS-ARTIFACT-NAME) " - not corrected."
009930         ADD 1 TO WS-PROBLEMS
009940         GO TO 3900-EXIT
009950     END-IF
009960     ADD 1 TO WS-REWRITTEN
009970     DISPLAY "Corrected " FUNCTION TRIM(WS-ARTIFACT-NAME) ".".
009980 3900-EXIT.
009990     EXIT.
010000
010010*==========================================================
010020* 4000-WRITE-REGISTER - one line in the correction register.
010030*==========================================================
010040 4000-WRITE-REGISTER.
010050     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
010060     MOVE SPACES TO CORR-REC
010070     MOVE WS-CORR-DATE TO CORR-DATE
010080     MOVE WS-NEW-SEQ TO CORR-SEQ
010090     MOVE WS-STAMP TO CORR-STAMP
010100     MOVE WS-REASON TO CORR-REASON
010110     MOVE WS-OLD-THEME TO CORR-OLD-THEME
010120     MOVE WS-NEW-THEME TO CORR-NEW-THEME
010130     MOVE SPACES TO WS-OUT-LINE
010140     STRING CORR-DATE, "|", CORR-SEQ, "|", CORR-STAMP, "|",
010150         FUNCTION TRIM(CORR-REASON), "|",
010160         FUNCTION TRIM(CORR-OLD-THEME), "|",
010170         FUNCTION TRIM(CORR-NEW-THEME)
010180         DELIMITED BY SIZE INTO WS-OUT-LINE
010190     OPEN EXTEND CORR-FILE
010200     IF WS-CORR-STATUS NOT = "00"
010210         OPEN OUTPUT CORR-FILE
010220     END-IF
010230     IF WS-CORR-STATUS NOT = "00"
010240         DISPLAY "Warning: could not write the correction "
010250             "register."
010260         ADD 1 TO WS-PROBLEMS
010270         GO TO 4000-EXIT
010280     END-IF
010290     MOVE WS-OUT-LINE TO CORR-LINE
010300     WRITE CORR-LINE
010310     CLOSE CORR-FILE.
010320 4000-EXIT.
010330     EXIT.
010340
010350*==========================================================
010360* 5000-POST-NOTICE - the correction notice through SongAnnounce,
010370* which reads the register for the old wording.
010380*==========================================================
010390 5000-POST-NOTICE.
010400     MOVE SPACES TO CMD
010410     STRING "./SongAnnounce CORRECT ", WS-CORR-DATE
010420         DELIMITED BY SIZE INTO CMD
010430     CALL "SYSTEM" USING CMD RETURNING ERR
010440     IF ERR NOT = 0
010450         DISPLAY "Correction notice not posted - rerun "
010460             "SongAnnounce CORRECT " WS-CORR-DATE " to retry."
010470     END-IF.
010480 5000-EXIT.
010490     EXIT.
010500
010510*==========================================================
010520* 6000-MAIL-NOTICE - if the day's reminder already went out,
010530* everyone it reached gets the correction too.
010540*==========================================================
010550 6000-MAIL-NOTICE.
010560     MOVE 0 TO WS-RCP-COUNT
010570     OPEN INPUT DLOG-FILE
010580     IF WS-DLOG-STATUS NOT = "00"
010590         GO TO 6000-EXIT
010600     END-IF
010610     MOVE "N" TO WS-EOF-SW
010620     PERFORM 6100-READ-DLOG-LINE THRU 6100-EXIT
010630         UNTIL WS-EOF
010640     CLOSE DLOG-FILE
010650     IF WS-RCP-COUNT = 0
010660         DISPLAY "No reminder sent for " WS-CORR-DATE
010670             " yet - no correction mail needed."
010680         GO TO 6000-EXIT
010690     END-IF
010700     PERFORM 6200-BUILD-MESSAGE THRU 6200-EXIT
010710     PERFORM 6300-MAIL-ONE THRU 6300-EXIT
010720         VARYING WS-RCP-IDX FROM 1 BY 1
010730         UNTIL WS-RCP-IDX > WS-RCP-COUNT
010740     IF WS-MAIL-FAILED > 0
010750         DISPLAY WS-MAIL-FAILED " correction mail(s) failed - "
010760             "see song_dispatch.log."
010770     END-IF.
010780 6000-EXIT.
010790     EXIT.
010800
010810 6100-READ-DLOG-LINE.
010820     READ DLOG-FILE
010830         AT END
010840             MOVE "Y" TO WS-EOF-SW
010850             GO TO 6100-EXIT
010860     END-READ
010870     IF DLOG-LINE = SPACES
010880         GO TO 6100-EXIT
010890     END-IF
010900     MOVE SPACES TO WS-L-DATE
010910     MOVE SPACES TO WS-L-NAME
010920     MOVE SPACES TO WS-L-EMAIL
010930     MOVE SPACES TO WS-L-STATUS
010940     UNSTRING DLOG-LINE DELIMITED BY "|"
010950         INTO WS-L-DATE WS-L-NAME WS-L-EMAIL WS-L-STATUS
010960     END-UNSTRING
010970     IF WS-L-DATE NOT = WS-CORR-DATE OR WS-L-STATUS NOT = "SENT"
010980         GO TO 6100-EXIT
010990     END-IF
011000     MOVE "N" TO WS-RCP-FOUND-SW
011010     PERFORM 6110-SCAN-RECIPIENT THRU 6110-EXIT
011020         VARYING WS-RCP-IDX FROM 1 BY 1
011030         UNTIL WS-RCP-IDX > WS-RCP-COUNT
011040         OR WS-RCP-FOUND
011050     IF NOT WS-RCP-FOUND AND WS-RCP-COUNT < 300
011060         ADD 1 TO WS-RCP-COUNT
011070         MOVE WS-L-NAME TO RCP-NAME(WS-RCP-COUNT)
011080         MOVE WS-L-EMAIL TO RCP-EMAIL(WS-RCP-COUNT)
011090     END-IF.
011100 6100-EXIT.
011110     EXIT.
011120
011130 6110-SCAN-RECIPIENT.
011140     IF RCP-NAME(WS-RCP-IDX) = WS-L-NAME
011150         MOVE "Y" TO WS-RCP-FOUND-SW
011160     END-IF.
011170 6110-EXIT.
011180     EXIT.
011190
011200 6200-BUILD-MESSAGE.
011210     MOVE SPACES TO WS-SUBJECT
011220     STRING "Music challenge theme for ", WS-CORR-DATE,
011230         " - corrected"
011240         DELIMITED BY SIZE INTO WS-SUBJECT
011250     MOVE SPACES TO WS-MSG
011260     STRING "Correction to the theme for ", WS-CORR-DATE,
011270         ": it now reads ", FUNCTION TRIM(WS-NEW-THEME),
011280         " (was ", FUNCTION TRIM(WS-OLD-THEME), ")."
011290         DELIMITED BY SIZE INTO WS-MSG
011300     INSPECT WS-MSG REPLACING ALL """" BY SPACE
011310     INSPECT WS-MSG REPLACING ALL "'" BY SPACE
011320     INSPECT WS-MSG REPLACING ALL "`" BY SPACE
011330     INSPECT WS-MSG REPLACING ALL "$" BY SPACE
011340     INSPECT WS-MSG REPLACING ALL "\" BY SPACE.
011350 6200-EXIT.
011360     EXIT.
011370
011380*==========================================================
011390* 6300-MAIL-ONE - the same local mail command SongDispatch
011400* uses, logged alongside its reminders.
011410*==========================================================
011420 6300-MAIL-ONE.
011430     MOVE RCP-NAME(WS-RCP-IDX) TO WS-P-NAME
011440     MOVE RCP-EMAIL(WS-RCP-IDX) TO WS-P-EMAIL
011450     INSPECT WS-P-EMAIL REPLACING ALL """" BY SPACE
011460     INSPECT WS-P-EMAIL REPLACING ALL "'" BY SPACE
011470     INSPECT WS-P-EMAIL REPLACING ALL "`" BY SPACE
011480     INSPECT WS-P-EMAIL REPLACING ALL ";" BY SPACE
011490     INSPECT WS-P-EMAIL REPLACING ALL "|" BY SPACE
011500     INSPECT WS-P-EMAIL REPLACING ALL "$" BY SPACE
011510     INSPECT WS-P-EMAIL REPLACING ALL "\" BY SPACE
011520     IF WS-P-EMAIL = SPACES
011530         GO TO 6300-EXIT
011540     END-IF
011550     MOVE SPACES TO CMD
011560     STRING "echo """, FUNCTION TRIM(WS-MSG),
011570         """ | mail -s """, FUNCTION TRIM(WS-SUBJECT),
011580         """ """, FUNCTION TRIM(WS-P-EMAIL), """"
011590         DELIMITED BY SIZE INTO CMD
011600     CALL "SYSTEM" USING CMD RETURNING ERR
011610     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
011620     MOVE SPACES TO WS-OUT-LINE
011630     IF ERR = 0
011640         ADD 1 TO WS-MAIL-SENT
011650         STRING WS-CORR-DATE, "|", FUNCTION TRIM(WS-P-NAME),
011660             "|", FUNCTION TRIM(WS-P-EMAIL), "|CORR|", WS-STAMP
011670             DELIMITED BY SIZE INTO WS-OUT-LINE
011680     ELSE
011690         ADD 1 TO WS-MAIL-FAILED
011700         STRING WS-CORR-DATE, "|", FUNCTION TRIM(WS-P-NAME),
011710             "|", FUNCTION TRIM(WS-P-EMAIL), "|CERR|", WS-STAMP
011720             DELIMITED BY SIZE INTO WS-OUT-LINE
011730     END-IF
011740     OPEN EXTEND DLOG-FILE
011750     IF WS-DLOG-STATUS NOT = "00"
011760         OPEN OUTPUT DLOG-FILE
011770     END-IF
011780     IF WS-DLOG-STATUS NOT = "00"
011790         DISPLAY "Warning: could not write dispatch log."
011800         GO TO 6300-EXIT
011810     END-IF
011820     MOVE WS-OUT-LINE TO DLOG-LINE
011830     WRITE DLOG-LINE
011840     CLOSE DLOG-FILE.
011850 6300-EXIT.
011860     EXIT.
011870
011880*==========================================================
011890* 9000-BUILD-STAMP - local YYYY-MM-DD HH:MM:SS.
011900*==========================================================
011910 9000-BUILD-STAMP.
011920     MOVE FUNCTION CURRENT-DATE TO WS-NOW
011930     MOVE SPACES TO WS-STAMP
011940     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
011950         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":", WS-NOW(13:2)
011960         DELIMITED BY SIZE INTO WS-STAMP.
011970 9000-EXIT.
011980     EXIT.
