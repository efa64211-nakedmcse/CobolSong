000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongIntake.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - batch companion to SongSubmit for
000200*                 the evening chat export.  Reads a drop file of
000210*                 DATE|NAME|NOTE lines, resolves each name
000220*                 against the roster the way SongSubmit does (ID,
000230*                 display name or alias, case blind) and records
000240*                 the good lines with the next free sequence
000250*                 number and a journal entry.  Unknown or
000260*                 inactive names, bad dates and dates with no
000270*                 theme on file are parked in a suspense file
000280*                 with a reason code and listed on a reject
000290*                 report.  REDRIVE retries the suspense file
000300*                 after the roster has been fixed (SongRoster
000310*                 ALIAS); a line already on file is never keyed
000320*                 a second time and a line already parked is
000330*                 never parked twice, so a rerun of either mode
000340*                 is safe.
000342* 10/15/2026  DM  The return code set by a run survives the
000344*                 lock release, so the job stream sees parked
000346*                 lines and failures.
000350*----------------------------------------------------------------
000360* USAGE
000370*   SongIntake [drop-file]     (default song_drop.dat)
000380*   SongIntake REDRIVE
000390*----------------------------------------------------------------
000400* DROP FILE    DATE|NAME|NOTE, one submission per line; blank
000410*              lines and lines starting "*" are skipped.
000420* SUSPENSE     DATE|NAME|NOTE|REASON|PARKED-STAMP, reasons:
000430*                BADDATE   date missing, malformed or impossible
000440*                NOTHEME   no theme in the history for that date
000450*                UNKNOWN   name not on the roster
000460*                INACTIVE  roster entry is inactive
000470*                NOSLOT    all 999 sequence numbers taken
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DROP-FILE
000530         ASSIGN DYNAMIC WS-DROP-FILENAME
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS WS-DROP-STATUS.
000560     SELECT SUSP-FILE
000570         ASSIGN DYNAMIC WS-SUSP-FILENAME
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS WS-SUSP-STATUS.
000600     SELECT SUSPTMP-FILE
000610         ASSIGN DYNAMIC WS-SUSPTMP-FILENAME
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS WS-SUSPTMP-STATUS.
000640     SELECT REPORT-FILE
000650         ASSIGN DYNAMIC WS-REPORT-FILENAME
000660         ORGANIZATION LINE SEQUENTIAL
000670         FILE STATUS WS-REPORT-STATUS.
000680     SELECT HISTORY-FILE
000690         ASSIGN DYNAMIC WS-HISTORY-FILENAME
000700         ORGANIZATION INDEXED
000710         ACCESS MODE DYNAMIC
000720         RECORD KEY HIST-DATE
000730         FILE STATUS WS-HIST-STATUS.
000740     SELECT SUBMIT-FILE
000750         ASSIGN DYNAMIC WS-SUBMIT-FILENAME
000760         ORGANIZATION INDEXED
000770         ACCESS MODE DYNAMIC
000780         RECORD KEY SUB-KEY
000790         FILE STATUS WS-SUBMIT-STATUS.
000800     SELECT ROSTER-FILE
000810         ASSIGN DYNAMIC WS-ROSTER-FILENAME
000820         ORGANIZATION INDEXED
000830         ACCESS MODE DYNAMIC
000840         RECORD KEY ROST-ID
000850         FILE STATUS WS-ROSTER-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DROP-FILE.
000900 01  DROP-LINE                  PIC X(200).
000910 FD  SUSP-FILE.
000920 01  SUSP-LINE                  PIC X(200).
000930 FD  SUSPTMP-FILE.
000940 01  SUSPTMP-LINE               PIC X(200).
000950 FD  REPORT-FILE.
000960 01  REPORT-LINE                PIC X(132).
000970 FD  HISTORY-FILE.
000980 COPY "HISTREC.CPY".
000990 FD  SUBMIT-FILE.
001000 COPY "SUBREC.CPY".
001010 FD  ROSTER-FILE.
001020 COPY "ROSTREC.CPY".
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-DROP-FILENAME           PIC X(40) VALUE "song_drop.dat".
001060 01  WS-DROP-STATUS             PIC X(2).
001070 01  WS-SUSP-FILENAME           PIC X(40)
001080                                 VALUE "song_suspense.dat".
001090 01  WS-SUSP-STATUS             PIC X(2).
001100 01  WS-SUSPTMP-FILENAME        PIC X(40)
001110                                 VALUE "song_suspense.tmp".
001120 01  WS-SUSPTMP-STATUS          PIC X(2).
001130 01  WS-REPORT-FILENAME         PIC X(40)
001140                                 VALUE "song_intake.txt".
001150 01  WS-REPORT-STATUS           PIC X(2).
001160 01  WS-HISTORY-FILENAME        PIC X(40)
001170                                 VALUE "theme_history.dat".
001180 01  WS-HIST-STATUS             PIC X(2).
001190 01  WS-SUBMIT-FILENAME         PIC X(40)
001200                                 VALUE "submissions.dat".
001210 01  WS-SUBMIT-STATUS           PIC X(2).
001220 01  WS-ROSTER-FILENAME         PIC X(40) VALUE "roster.dat".
001230 01  WS-ROSTER-STATUS           PIC X(2).
001240
001250 01  WS-ARG1                    PIC X(40).
001260 01  WS-MODE                    PIC X(8) VALUE "INTAKE".
001270     88  WS-REDRIVE-MODE                 VALUE "REDRIVE".
001280 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001290     88  WS-EOF                          VALUE "Y".
001300 01  WS-NOW                     PIC X(21) VALUE SPACES.
001310 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001320 01  CMD                        PIC X(200).
001330 01  ERR                        PIC 9(4) COMP-5.
001340
001350*----------------------------------------------------------------
001360* Run-control lock (SongLock): claimed before the indexed
001370* files are opened, released at termination.
001380*----------------------------------------------------------------
001390 01  WS-LOCK-ACTION         PIC X(8) VALUE SPACES.
001400 01  WS-LOCK-CALLER         PIC X(12) VALUE "SongIntake".
001410 01  WS-LOCK-RESULT         PIC 9(1) VALUE 0.
001420 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
001430     88  WS-LOCK-HELD               VALUE "Y".
001435 01  WS-SAVE-RC             PIC S9(4) COMP VALUE 0.
001440
001450*----------------------------------------------------------------
001460* Write-ahead journal (SongJournal): every WRITE, REWRITE and
001470* DELETE against the indexed masters is journalled too, so
001480* SongRecover can rebuild a damaged file.
001490*----------------------------------------------------------------
001500 01  WS-JNL-FILE-ID            PIC X(4) VALUE SPACES.
001510 01  WS-JNL-ACTION             PIC X(8) VALUE SPACES.
001520 01  WS-JNL-DATA               PIC X(220) VALUE SPACES.
001530 01  WS-JNL-RESULT             PIC 9(1) VALUE 0.
001540
001550*----------------------------------------------------------------
001560* The whole roster in core, so a drop file of forty lines does
001570* not rescan the master forty times.
001580*----------------------------------------------------------------
001590 01  WS-ROSTER-ON-FILE-SW       PIC X(1) VALUE "N".
001600     88  WS-ROSTER-ON-FILE               VALUE "Y".
001610 01  WS-RT-COUNT                PIC 9(3) COMP VALUE 0.
001620 01  WS-RT-TABLE.
001630     05  WS-RT-ENTRY OCCURS 300 TIMES.
001640         10  RT-ID              PIC X(8).
001650         10  RT-NAME            PIC X(30).
001660         10  RT-ALIASES         PIC X(90).
001670         10  RT-ACTIVE          PIC X(1).
001680 01  WS-RT-IDX                  PIC 9(3) COMP VALUE 0.
001690 01  WS-RT-FOUND                PIC 9(3) COMP VALUE 0.
001700 01  WS-ENTERED-UP              PIC X(30) VALUE SPACES.
001710 01  WS-CAND-UP                 PIC X(30) VALUE SPACES.
001720 01  WS-ALIAS-TABLE.
001730     05  WS-ALIAS-ENTRY OCCURS 8 TIMES PIC X(30).
001740 01  WS-A                       PIC 9(2) COMP VALUE 0.
001750
001760*----------------------------------------------------------------
001770* The entry in hand - from a drop line or a suspense line
001780*----------------------------------------------------------------
001790 01  WS-PIECE-1                 PIC X(60).
001800 01  WS-PIECE-2                 PIC X(60).
001810 01  WS-PIECE-3                 PIC X(80).
001820 01  WS-PIECE-4                 PIC X(20).
001830 01  WS-PIECE-5                 PIC X(20).
001840 01  WS-IN-DATE                 PIC X(20).
001850 01  WS-IN-NAME                 PIC X(30).
001860 01  WS-IN-NOTE                 PIC X(60).
001870 01  WS-IN-STAMP                PIC X(19).
001880 01  WS-REASON                  PIC X(8).
001890 01  WS-RESOLVED                PIC X(30).
001900 01  WS-DATE8-TEXT              PIC X(8).
001910 01  WS-DATE8                   PIC 9(8).
001920 01  WS-LINE-NO                 PIC 9(5) VALUE 0.
001930 01  WS-SEQ-NUM                 PIC 9(4) VALUE 0.
001940 01  WS-WRITTEN-SW              PIC X(1) VALUE "N".
001950     88  WS-SUB-WRITTEN                  VALUE "Y".
001960 01  WS-ON-FILE-SW              PIC X(1) VALUE "N".
001970     88  WS-ON-FILE                      VALUE "Y".
001980 01  WS-PROBE-DONE-SW           PIC X(1) VALUE "N".
001990     88  WS-PROBE-DONE                   VALUE "Y".
002000
002010*----------------------------------------------------------------
002020* Lines already in the suspense file, so the same reject is
002030* never parked twice.
002040*----------------------------------------------------------------
002050 01  WS-PK-COUNT                PIC 9(3) COMP VALUE 0.
002060 01  WS-PK-TABLE.
002070     05  WS-PK-ENTRY OCCURS 500 TIMES.
002080         10  PK-DATE            PIC X(10).
002090         10  PK-NAME            PIC X(30).
002100         10  PK-NOTE            PIC X(60).
002110 01  WS-PK-IDX                  PIC 9(3) COMP VALUE 0.
002120 01  WS-PK-FOUND-SW             PIC X(1) VALUE "N".
002130     88  WS-PK-FOUND                     VALUE "Y".
002140
002150 01  WS-READ-TALLY              PIC 9(4) VALUE 0.
002160 01  WS-REC-TALLY               PIC 9(4) VALUE 0.
002170 01  WS-ONFILE-TALLY            PIC 9(4) VALUE 0.
002180 01  WS-PARK-TALLY              PIC 9(4) VALUE 0.
002190 01  WS-REPARK-TALLY            PIC 9(4) VALUE 0.
002200 01  WS-ED-5                    PIC ZZZZ9.
002210
002220 PROCEDURE DIVISION.
002230*==========================================================
002240* 0000-MAINLINE
002250*==========================================================
002260 0000-MAINLINE.
002270     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002280     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
002290     IF NOT WS-LOCK-HELD
002300         MOVE 3 TO RETURN-CODE
002310         GO TO 0000-DONE
002320     END-IF
002330     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
002340     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
002350     IF RETURN-CODE NOT = 0
002360         GO TO 0000-DONE
002370     END-IF
002380     IF WS-REDRIVE-MODE
002390         PERFORM 3000-REDRIVE THRU 3000-EXIT
002400     ELSE
002410         PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT
002420         PERFORM 2000-INTAKE-DROP THRU 2000-EXIT
002430     END-IF
002440     PERFORM 7100-REPORT-TOTALS THRU 7100-EXIT.
002450     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002460     DISPLAY "Intake: " WS-READ-TALLY " read, "
002470         WS-REC-TALLY " recorded, " WS-ONFILE-TALLY
002480         " already on file, " WS-PARK-TALLY " parked."
002490     DISPLAY "Reject report written to "
002500         FUNCTION TRIM(WS-REPORT-FILENAME) "."
002510     IF WS-PARK-TALLY > 0 AND RETURN-CODE = 0
002520         MOVE 1 TO RETURN-CODE
002530     END-IF.
002540 0000-DONE.
002550     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
002560     STOP RUN.
002570
002580*==========================================================
002590* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
002600* through the SongLock subprogram.
002610*==========================================================
002620 0100-CLAIM-LOCK.
002630     MOVE "CLAIM" TO WS-LOCK-ACTION
002640     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
002650         WS-LOCK-RESULT
002660     IF WS-LOCK-RESULT = 0
002670         MOVE "Y" TO WS-LOCK-HELD-SW
002680     ELSE
002690         DISPLAY "Could not claim the run lock (result "
002700             WS-LOCK-RESULT ") - try again shortly."
002710     END-IF.
002720 0100-EXIT.
002730     EXIT.
002740
002750 0200-RELEASE-LOCK.
002760     IF WS-LOCK-HELD
002765         MOVE RETURN-CODE TO WS-SAVE-RC
002770         MOVE "RELEASE" TO WS-LOCK-ACTION
002780         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
002790             WS-LOCK-RESULT
002795         MOVE WS-SAVE-RC TO RETURN-CODE
002800         MOVE "N" TO WS-LOCK-HELD-SW
002810     END-IF.
002820 0200-EXIT.
002830     EXIT.
002840
002850*==========================================================
002860* 1000-GET-ARGUMENTS - REDRIVE, or the drop file to read.
002870*==========================================================
002880 1000-GET-ARGUMENTS.
002890     MOVE SPACES TO WS-ARG1
002900     DISPLAY 1 UPON ARGUMENT-NUMBER
002910     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
002920         ON EXCEPTION MOVE SPACES TO WS-ARG1
002930     END-ACCEPT
002940     MOVE "INTAKE" TO WS-MODE
002950     IF FUNCTION UPPER-CASE(WS-ARG1) = "REDRIVE"
002960         MOVE "REDRIVE" TO WS-MODE
002970         GO TO 1000-EXIT
002980     END-IF
002990     IF WS-ARG1 NOT = SPACES
003000         MOVE WS-ARG1 TO WS-DROP-FILENAME
003010     END-IF.
003020 1000-EXIT.
003030     EXIT.
003040
003050*==========================================================
003060* 1100-LOAD-ROSTER - the whole roster into core.  No roster
003070* file at all keeps SongSubmit's store-as-entered behaviour.
003080*==========================================================
003090 1100-LOAD-ROSTER.
003100     MOVE 0 TO WS-RT-COUNT
003110     MOVE "N" TO WS-ROSTER-ON-FILE-SW
003120     OPEN INPUT ROSTER-FILE
003130     IF WS-ROSTER-STATUS NOT = "00"
003140         DISPLAY "Note: no roster on file, participants "
003150             "stored as entered."
003160         GO TO 1100-EXIT
003170     END-IF
003180     MOVE "Y" TO WS-ROSTER-ON-FILE-SW
003190     MOVE "N" TO WS-EOF-SW
003200     PERFORM 1110-LOAD-ROSTER-REC THRU 1110-EXIT
003210         UNTIL WS-EOF
003220     CLOSE ROSTER-FILE.
003230 1100-EXIT.
003240     EXIT.
003250
003260 1110-LOAD-ROSTER-REC.
003270     READ ROSTER-FILE NEXT
003280         AT END
003290             MOVE "Y" TO WS-EOF-SW
003300             GO TO 1110-EXIT
003310     END-READ
003320     IF WS-RT-COUNT < 300
003330         ADD 1 TO WS-RT-COUNT
003340         MOVE ROST-ID TO RT-ID(WS-RT-COUNT)
003350         MOVE ROST-NAME TO RT-NAME(WS-RT-COUNT)
003360         MOVE ROST-ALIASES TO RT-ALIASES(WS-RT-COUNT)
003370         MOVE ROST-ACTIVE-FLAG TO RT-ACTIVE(WS-RT-COUNT)
003380     END-IF.
003390 1110-EXIT.
003400     EXIT.
003410
003420*==========================================================
003430* 1150-RESOLVE-NAME - WS-IN-NAME to its roster slot (ID,
003440* display name or alias, case blind); WS-RT-FOUND is 0 when
003450* nothing matches.
003460*==========================================================
003470 1150-RESOLVE-NAME.
003480     MOVE 0 TO WS-RT-FOUND
003490     MOVE FUNCTION UPPER-CASE(WS-IN-NAME) TO WS-ENTERED-UP
003500     PERFORM 1160-CHECK-ROSTER-SLOT THRU 1160-EXIT
003510         VARYING WS-RT-IDX FROM 1 BY 1
003520         UNTIL WS-RT-IDX > WS-RT-COUNT
003530         OR WS-RT-FOUND > 0.
003540 1150-EXIT.
003550     EXIT.
003560
003570 1160-CHECK-ROSTER-SLOT.
003580     MOVE SPACES TO WS-CAND-UP
003590     MOVE FUNCTION UPPER-CASE(RT-ID(WS-RT-IDX)) TO WS-CAND-UP
003600     IF WS-CAND-UP = WS-ENTERED-UP
003610         MOVE WS-RT-IDX TO WS-RT-FOUND
003620         GO TO 1160-EXIT
003630     END-IF
003640     MOVE SPACES TO WS-CAND-UP
003650     MOVE FUNCTION UPPER-CASE(RT-NAME(WS-RT-IDX))
003660         TO WS-CAND-UP
003670     IF WS-CAND-UP = WS-ENTERED-UP
003680         MOVE WS-RT-IDX TO WS-RT-FOUND
003690         GO TO 1160-EXIT
003700     END-IF
003710     IF RT-ALIASES(WS-RT-IDX) = SPACES
003720         GO TO 1160-EXIT
003730     END-IF
003740     MOVE SPACES TO WS-ALIAS-TABLE
003750     UNSTRING RT-ALIASES(WS-RT-IDX) DELIMITED BY ";"
003760         INTO WS-ALIAS-ENTRY(1) WS-ALIAS-ENTRY(2)
003770         WS-ALIAS-ENTRY(3) WS-ALIAS-ENTRY(4)
003780         WS-ALIAS-ENTRY(5) WS-ALIAS-ENTRY(6)
003790         WS-ALIAS-ENTRY(7) WS-ALIAS-ENTRY(8)
003800     END-UNSTRING
003810     PERFORM 1170-CHECK-ALIAS THRU 1170-EXIT
003820         VARYING WS-A FROM 1 BY 1
003830         UNTIL WS-A > 8 OR WS-RT-FOUND > 0.
003840 1160-EXIT.
003850     EXIT.
003860
003870 1170-CHECK-ALIAS.
003880     IF WS-ALIAS-ENTRY(WS-A) = SPACES
003890         GO TO 1170-EXIT
003900     END-IF
003910     MOVE SPACES TO WS-CAND-UP
003920     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
003930         WS-ALIAS-ENTRY(WS-A))) TO WS-CAND-UP
003940     IF WS-CAND-UP = WS-ENTERED-UP
003950         MOVE WS-RT-IDX TO WS-RT-FOUND
003960     END-IF.
003970 1170-EXIT.
003980     EXIT.
003990
004000*==========================================================
004010* 1200-LOAD-SUSPENSE - what is already parked, so a drop
004020* file run twice does not park its rejects twice.
004030*==========================================================
004040 1200-LOAD-SUSPENSE.
004050     MOVE 0 TO WS-PK-COUNT
004060     OPEN INPUT SUSP-FILE
004070     IF WS-SUSP-STATUS NOT = "00"
004080         GO TO 1200-EXIT
004090     END-IF
004100     MOVE "N" TO WS-EOF-SW
004110     PERFORM 1210-LOAD-SUSP-LINE THRU 1210-EXIT
004120         UNTIL WS-EOF
004130     CLOSE SUSP-FILE.
004140 1200-EXIT.
004150     EXIT.
004160
004170 1210-LOAD-SUSP-LINE.
004180     READ SUSP-FILE
004190         AT END
004200             MOVE "Y" TO WS-EOF-SW
004210             GO TO 1210-EXIT
004220     END-READ
004230     IF SUSP-LINE = SPACES
004240         GO TO 1210-EXIT
004250     END-IF
004260     PERFORM 4100-SPLIT-SUSP-LINE THRU 4100-EXIT
004270     PERFORM 6100-REMEMBER-PARKED THRU 6100-EXIT.
004280 1210-EXIT.
004290     EXIT.
004300
004310*==========================================================
004320* 1300-OPEN-FILES - history for the theme probe, submissions
004330* for update, the reject report, and the suspense file the
004340* rejects go to (appended to on intake, rebuilt on REDRIVE).
004350*==========================================================
004360 1300-OPEN-FILES.
004370     OPEN INPUT HISTORY-FILE
004380     IF WS-HIST-STATUS NOT = "00"
004390         DISPLAY "Could not open " WS-HISTORY-FILENAME
004400         MOVE 2 TO RETURN-CODE
004410         GO TO 1300-EXIT
004420     END-IF
004430     OPEN I-O SUBMIT-FILE
004440     IF WS-SUBMIT-STATUS = "35"
004450         OPEN OUTPUT SUBMIT-FILE
004460         IF WS-SUBMIT-STATUS = "00"
004470             CLOSE SUBMIT-FILE
004480             OPEN I-O SUBMIT-FILE
004490         END-IF
004500     END-IF
004510     IF WS-SUBMIT-STATUS NOT = "00"
004520         DISPLAY "Could not open " WS-SUBMIT-FILENAME
004530         CLOSE HISTORY-FILE
004540         MOVE 2 TO RETURN-CODE
004550         GO TO 1300-EXIT
004560     END-IF
004570     OPEN OUTPUT REPORT-FILE
004580     IF WS-REPORT-STATUS NOT = "00"
004590         DISPLAY "Could not open " WS-REPORT-FILENAME
004600         CLOSE HISTORY-FILE
004610         CLOSE SUBMIT-FILE
004620         MOVE 2 TO RETURN-CODE
004630         GO TO 1300-EXIT
004640     END-IF
004650     MOVE FUNCTION CURRENT-DATE TO WS-NOW
004660     MOVE SPACES TO WS-STAMP
004670     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
004680         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":", WS-NOW(13:2)
004690         DELIMITED BY SIZE INTO WS-STAMP
004700     MOVE SPACES TO REPORT-LINE
004710     IF WS-REDRIVE-MODE
004720         STRING "SUBMISSION INTAKE - SUSPENSE RE-DRIVE   ",
004730             WS-STAMP
004740             DELIMITED BY SIZE INTO REPORT-LINE
004750     ELSE
004760         STRING "SUBMISSION INTAKE - REJECTS FROM ",
004770             FUNCTION TRIM(WS-DROP-FILENAME), "   ", WS-STAMP
004780             DELIMITED BY SIZE INTO REPORT-LINE
004790     END-IF
004800     WRITE REPORT-LINE
004810     MOVE SPACES TO REPORT-LINE
004820     WRITE REPORT-LINE
004830     MOVE SPACES TO REPORT-LINE
004840     STRING "LINE   DATE        NAME                  ",
004850         "REASON    NOTE"
004860         DELIMITED BY SIZE INTO REPORT-LINE
004870     WRITE REPORT-LINE.
004880 1300-EXIT.
004890     EXIT.
004900
004910*==========================================================
004920* 2000-INTAKE-DROP - every drop line through the common
004930* entry check; rejects are appended to the suspense file.
004940*==========================================================
004950 2000-INTAKE-DROP.
004960     OPEN INPUT DROP-FILE
004970     IF WS-DROP-STATUS NOT = "00"
004980         DISPLAY "Could not open " WS-DROP-FILENAME
004990         MOVE 2 TO RETURN-CODE
005000         GO TO 2000-EXIT
005010     END-IF
005020     OPEN EXTEND SUSP-FILE
005030     IF WS-SUSP-STATUS NOT = "00"
005040         OPEN OUTPUT SUSP-FILE
005050     END-IF
005060     IF WS-SUSP-STATUS NOT = "00"
005070         DISPLAY "Could not open " WS-SUSP-FILENAME
005080         CLOSE DROP-FILE
005090         MOVE 2 TO RETURN-CODE
005100         GO TO 2000-EXIT
005110     END-IF
005120     MOVE 0 TO WS-LINE-NO
005130     MOVE "N" TO WS-EOF-SW
005140     PERFORM 2100-INTAKE-LINE THRU 2100-EXIT
005150         UNTIL WS-EOF
005160     CLOSE DROP-FILE
005170     CLOSE SUSP-FILE.
005180 2000-EXIT.
005190     EXIT.
005200
005210 2100-INTAKE-LINE.
005220     READ DROP-FILE
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250             GO TO 2100-EXIT
005260     END-READ
005270     ADD 1 TO WS-LINE-NO
005280     IF DROP-LINE = SPACES OR DROP-LINE(1:1) = "*"
005290         GO TO 2100-EXIT
005300     END-IF
005310     ADD 1 TO WS-READ-TALLY
005320     MOVE SPACES TO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3
005330     UNSTRING DROP-LINE DELIMITED BY "|"
005340         INTO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3
005350     END-UNSTRING
005360     MOVE FUNCTION TRIM(WS-PIECE-1) TO WS-IN-DATE
005370     MOVE FUNCTION TRIM(WS-PIECE-2) TO WS-IN-NAME
005380     MOVE FUNCTION TRIM(WS-PIECE-3) TO WS-IN-NOTE
005390     MOVE WS-STAMP TO WS-IN-STAMP
005400     PERFORM 5000-PROCESS-ENTRY THRU 5000-EXIT
005410     IF WS-REASON NOT = SPACES
005420         PERFORM 6000-PARK-ENTRY THRU 6000-EXIT
005430     END-IF.
005440 2100-EXIT.
005450     EXIT.
005460
005470*==========================================================
005480* 3000-REDRIVE - every parked line through the same check;
005490* the ones that still fail are copied to a work file with
005500* their reason refreshed, which then replaces the suspense
005510* file.  A crash part way leaves the old suspense file in
005520* place, and the on-file probe stops the rerun double
005530* keying what had already gone through.
005540*==========================================================
005550 3000-REDRIVE.
005560     OPEN INPUT SUSP-FILE
005570     IF WS-SUSP-STATUS NOT = "00"
005580         DISPLAY "Nothing in suspense - "
005590             FUNCTION TRIM(WS-SUSP-FILENAME) " not found."
005600         GO TO 3000-EXIT
005610     END-IF
005620     OPEN OUTPUT SUSPTMP-FILE
005630     IF WS-SUSPTMP-STATUS NOT = "00"
005640         DISPLAY "Could not open " WS-SUSPTMP-FILENAME
005650         CLOSE SUSP-FILE
005660         MOVE 2 TO RETURN-CODE
005670         GO TO 3000-EXIT
005680     END-IF
005690     MOVE 0 TO WS-PK-COUNT
005700     MOVE 0 TO WS-LINE-NO
005710     MOVE "N" TO WS-EOF-SW
005720     PERFORM 3100-REDRIVE-LINE THRU 3100-EXIT
005730         UNTIL WS-EOF
005740     CLOSE SUSP-FILE
005750     CLOSE SUSPTMP-FILE
005760     MOVE SPACES TO CMD
005770     STRING "mv ", FUNCTION TRIM(WS-SUSPTMP-FILENAME), " ",
005780         FUNCTION TRIM(WS-SUSP-FILENAME)
005790         DELIMITED BY SIZE INTO CMD
005800     CALL "SYSTEM" USING CMD RETURNING ERR
005810     IF ERR NOT = 0
005820         DISPLAY "Could not move the work file back - suspense "
005830             "file unchanged."
005840         MOVE 2 TO RETURN-CODE
005850     END-IF.
005860 3000-EXIT.
005870     EXIT.
005880
005890 3100-REDRIVE-LINE.
005900     READ SUSP-FILE
005910         AT END
005920             MOVE "Y" TO WS-EOF-SW
005930             GO TO 3100-EXIT
005940     END-READ
005950     ADD 1 TO WS-LINE-NO
005960     IF SUSP-LINE = SPACES
005970         GO TO 3100-EXIT
005980     END-IF
005990     ADD 1 TO WS-READ-TALLY
006000     PERFORM 4100-SPLIT-SUSP-LINE THRU 4100-EXIT
006010     PERFORM 5000-PROCESS-ENTRY THRU 5000-EXIT
006020     IF WS-REASON NOT = SPACES
006030         PERFORM 6000-PARK-ENTRY THRU 6000-EXIT
006040         GO TO 3100-EXIT
006050     END-IF
006060     IF WS-ON-FILE
006070         MOVE "ONFILE" TO WS-REASON
006080     ELSE
006090         MOVE "RECORDED" TO WS-REASON
006100     END-IF
006110     PERFORM 7000-REPORT-LINE THRU 7000-EXIT.
006120 3100-EXIT.
006130     EXIT.
006140
006150*==========================================================
006160* 4100-SPLIT-SUSP-LINE - DATE|NAME|NOTE|REASON|STAMP into
006170* the entry fields.
006180*==========================================================
006190 4100-SPLIT-SUSP-LINE.
006200     MOVE SPACES TO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3
006210         WS-PIECE-4 WS-PIECE-5
006220     UNSTRING SUSP-LINE DELIMITED BY "|"
006230         INTO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3 WS-PIECE-4
006240         WS-PIECE-5
006250     END-UNSTRING
006260     MOVE FUNCTION TRIM(WS-PIECE-1) TO WS-IN-DATE
006270     MOVE FUNCTION TRIM(WS-PIECE-2) TO WS-IN-NAME
006280     MOVE FUNCTION TRIM(WS-PIECE-3) TO WS-IN-NOTE
006290     MOVE WS-PIECE-5 TO WS-IN-STAMP
006300     IF WS-IN-STAMP = SPACES
006310         MOVE WS-STAMP TO WS-IN-STAMP
006320     END-IF.
006330 4100-EXIT.
006340     EXIT.
006350
006360*==========================================================
006370* 5000-PROCESS-ENTRY - the checks SongSubmit makes, in the
006380* order an operator would fix them: the date, its theme, the
006390* name.  A clean entry already on file is left alone;
006400* otherwise it is written.  WS-REASON comes back blank for
006410* anything that did not need parking.
006420*==========================================================
006430 5000-PROCESS-ENTRY.
006440     MOVE SPACES TO WS-REASON
006450     MOVE "N" TO WS-ON-FILE-SW
006460     INSPECT WS-IN-NOTE REPLACING ALL "|" BY SPACE
006470     IF NOT ( WS-IN-DATE(1:4) IS NUMERIC
006480         AND WS-IN-DATE(5:1) = "-"
006490         AND WS-IN-DATE(6:2) IS NUMERIC
006500         AND WS-IN-DATE(8:1) = "-"
006510         AND WS-IN-DATE(9:2) IS NUMERIC
006520         AND WS-IN-DATE(11:) = SPACES )
006530         MOVE "BADDATE" TO WS-REASON
006540         GO TO 5000-EXIT
006550     END-IF
006560     MOVE SPACES TO WS-DATE8-TEXT
006570     STRING WS-IN-DATE(1:4), WS-IN-DATE(6:2), WS-IN-DATE(9:2)
006580         DELIMITED BY SIZE INTO WS-DATE8-TEXT
006590     MOVE WS-DATE8-TEXT TO WS-DATE8
006600     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE8) NOT = 0
006610         MOVE "BADDATE" TO WS-REASON
006620         GO TO 5000-EXIT
006630     END-IF
006640     PERFORM 5100-CHECK-THEME THRU 5100-EXIT
006650     IF WS-REASON NOT = SPACES
006660         GO TO 5000-EXIT
006670     END-IF
006680     PERFORM 5150-CHECK-NAME THRU 5150-EXIT
006690     IF WS-REASON NOT = SPACES
006700         GO TO 5000-EXIT
006710     END-IF
006720     PERFORM 5200-CHECK-ON-FILE THRU 5200-EXIT
006730     IF WS-ON-FILE
006740         ADD 1 TO WS-ONFILE-TALLY
006750         GO TO 5000-EXIT
006760     END-IF
006770     PERFORM 5300-APPEND-SUBMISSION THRU 5300-EXIT.
006780 5000-EXIT.
006790     EXIT.
006800
006810*==========================================================
006820* 5100-CHECK-THEME - keyed probe of the history.
006830*==========================================================
006840 5100-CHECK-THEME.
006850     MOVE SPACES TO HIST-REC
006860     MOVE WS-IN-DATE(1:10) TO HIST-DATE
006870     READ HISTORY-FILE
006880         INVALID KEY
006890             MOVE "NOTHEME" TO WS-REASON
006900     END-READ.
006910 5100-EXIT.
006920     EXIT.
006930
006940*==========================================================
006950* 5150-CHECK-NAME - the canonical ID for the entered name;
006960* unknown and inactive names are parked (there is no
006970* OVERRIDE in batch - use SongSubmit for the odd one).
006980*==========================================================
006990 5150-CHECK-NAME.
007000     IF WS-IN-NAME = SPACES
007010         MOVE "UNKNOWN" TO WS-REASON
007020         GO TO 5150-EXIT
007030     END-IF
007040     MOVE SPACES TO WS-RESOLVED
007050     MOVE WS-IN-NAME TO WS-RESOLVED
007060     INSPECT WS-RESOLVED REPLACING ALL "|" BY SPACE
007070     IF NOT WS-ROSTER-ON-FILE
007080         GO TO 5150-EXIT
007090     END-IF
007100     PERFORM 1150-RESOLVE-NAME THRU 1150-EXIT
007110     IF WS-RT-FOUND = 0
007120         MOVE "UNKNOWN" TO WS-REASON
007130         GO TO 5150-EXIT
007140     END-IF
007150     IF RT-ACTIVE(WS-RT-FOUND) NOT = "Y"
007160         MOVE "INACTIVE" TO WS-REASON
007170         GO TO 5150-EXIT
007180     END-IF
007190     MOVE SPACES TO WS-RESOLVED
007200     MOVE RT-ID(WS-RT-FOUND) TO WS-RESOLVED.
007210 5150-EXIT.
007220     EXIT.
007230
007240*==========================================================
007250* 5200-CHECK-ON-FILE - is this date, participant and note
007260* already recorded?  Voided records count too: a submission
007270* the committee voided is not brought back by rerunning the
007280* drop file it came from.
007290*==========================================================
007300 5200-CHECK-ON-FILE.
007310     MOVE "N" TO WS-ON-FILE-SW
007320     MOVE SPACES TO SUB-REC
007330     MOVE WS-IN-DATE(1:10) TO SUB-DATE
007340     MOVE WS-RESOLVED TO SUB-PARTICIPANT
007350     MOVE ZEROS TO SUB-SEQ
007360     START SUBMIT-FILE KEY NOT < SUB-KEY
007370         INVALID KEY
007380             GO TO 5200-EXIT
007390     END-START
007400     MOVE "N" TO WS-PROBE-DONE-SW
007410     PERFORM 5210-PROBE-NEXT THRU 5210-EXIT
007420         UNTIL WS-ON-FILE OR WS-PROBE-DONE.
007430 5200-EXIT.
007440     EXIT.
007450
007460 5210-PROBE-NEXT.
007470     READ SUBMIT-FILE NEXT
007480         AT END
007490             MOVE "Y" TO WS-PROBE-DONE-SW
007500             GO TO 5210-EXIT
007510     END-READ
007520     IF SUB-DATE NOT = WS-IN-DATE(1:10)
007530         OR SUB-PARTICIPANT NOT = WS-RESOLVED
007540         MOVE "Y" TO WS-PROBE-DONE-SW
007550         GO TO 5210-EXIT
007560     END-IF
007570     IF SUB-NOTE = WS-IN-NOTE
007580         MOVE "Y" TO WS-ON-FILE-SW
007590     END-IF.
007600 5210-EXIT.
007610     EXIT.
007620
007630*==========================================================
007640* 5300-APPEND-SUBMISSION - the next free sequence number for
007650* this date and participant, as SongSubmit takes it.
007660*==========================================================
007670 5300-APPEND-SUBMISSION.
007680     MOVE SPACES TO SUB-REC
007690     MOVE WS-IN-DATE(1:10) TO SUB-DATE
007700     MOVE WS-RESOLVED TO SUB-PARTICIPANT
007710     MOVE WS-IN-NOTE TO SUB-NOTE
007720     MOVE 1 TO WS-SEQ-NUM
007730     MOVE "N" TO WS-WRITTEN-SW
007740     PERFORM 5310-TRY-WRITE THRU 5310-EXIT
007750         UNTIL WS-SUB-WRITTEN OR WS-SEQ-NUM > 999
007760     IF NOT WS-SUB-WRITTEN
007770         MOVE "NOSLOT" TO WS-REASON
007780         GO TO 5300-EXIT
007790     END-IF
007800     ADD 1 TO WS-REC-TALLY.
007810 5300-EXIT.
007820     EXIT.
007830
007840 5310-TRY-WRITE.
007850     MOVE WS-SEQ-NUM TO SUB-SEQ
007860     WRITE SUB-REC
007870         INVALID KEY
007880             ADD 1 TO WS-SEQ-NUM
007890         NOT INVALID KEY
007900             MOVE "Y" TO WS-WRITTEN-SW
007910             MOVE "WRITE" TO WS-JNL-ACTION
007920             PERFORM 5400-JOURNAL-SUB THRU 5400-EXIT
007930     END-WRITE.
007940 5310-EXIT.
007950     EXIT.
007960
007970*==========================================================
007980* 5400-JOURNAL-SUB - the submission just written, into the
007990* write-ahead journal.
008000*==========================================================
008010 5400-JOURNAL-SUB.
008020     MOVE "SUB" TO WS-JNL-FILE-ID
008030     MOVE SPACES TO WS-JNL-DATA
008040     STRING SUB-DATE, "|", FUNCTION TRIM(SUB-PARTICIPANT),
008050         "|", SUB-SEQ, "|", FUNCTION TRIM(SUB-NOTE),
008060         "|", SUB-VOID-FLAG
008070         DELIMITED BY SIZE INTO WS-JNL-DATA
008080     CALL "SongJournal" USING WS-JNL-FILE-ID WS-JNL-ACTION
008090         WS-JNL-DATA WS-JNL-RESULT
008100     IF WS-JNL-RESULT NOT = 0
008110         DISPLAY "Warning: journal entry not written."
008120     END-IF.
008130 5400-EXIT.
008140     EXIT.
008150
008160*==========================================================
008170* 6000-PARK-ENTRY - the reject onto the suspense file (or
008180* the re-drive work file) unless the same date, name and
008190* note is parked already, and onto the reject report.
008200*==========================================================
008210 6000-PARK-ENTRY.
008220     ADD 1 TO WS-PARK-TALLY
008230     PERFORM 7000-REPORT-LINE THRU 7000-EXIT
008240     PERFORM 6200-CHECK-PARKED THRU 6200-EXIT
008250     IF WS-PK-FOUND
008260         ADD 1 TO WS-REPARK-TALLY
008270         GO TO 6000-EXIT
008280     END-IF
008290     PERFORM 6100-REMEMBER-PARKED THRU 6100-EXIT
008300     IF WS-REDRIVE-MODE
008310         MOVE SPACES TO SUSPTMP-LINE
008320         STRING FUNCTION TRIM(WS-IN-DATE), "|",
008330             FUNCTION TRIM(WS-IN-NAME), "|",
008340             FUNCTION TRIM(WS-IN-NOTE), "|",
008350             FUNCTION TRIM(WS-REASON), "|", WS-IN-STAMP
008360             DELIMITED BY SIZE INTO SUSPTMP-LINE
008370         WRITE SUSPTMP-LINE
008380     ELSE
008390         MOVE SPACES TO SUSP-LINE
008400         STRING FUNCTION TRIM(WS-IN-DATE), "|",
008410             FUNCTION TRIM(WS-IN-NAME), "|",
008420             FUNCTION TRIM(WS-IN-NOTE), "|",
008430             FUNCTION TRIM(WS-REASON), "|", WS-IN-STAMP
008440             DELIMITED BY SIZE INTO SUSP-LINE
008450         WRITE SUSP-LINE
008460     END-IF.
008470 6000-EXIT.
008480     EXIT.
008490
008500 6100-REMEMBER-PARKED.
008510     IF WS-PK-COUNT >= 500
008520         GO TO 6100-EXIT
008530     END-IF
008540     ADD 1 TO WS-PK-COUNT
008550     MOVE WS-IN-DATE TO PK-DATE(WS-PK-COUNT)
008560     MOVE WS-IN-NAME TO PK-NAME(WS-PK-COUNT)
008570     MOVE WS-IN-NOTE TO PK-NOTE(WS-PK-COUNT).
008580 6100-EXIT.
008590     EXIT.
008600
008610 6200-CHECK-PARKED.
008620     MOVE "N" TO WS-PK-FOUND-SW
008630     PERFORM 6210-SCAN-PARKED THRU 6210-EXIT
008640         VARYING WS-PK-IDX FROM 1 BY 1
008650         UNTIL WS-PK-IDX > WS-PK-COUNT OR WS-PK-FOUND.
008660 6200-EXIT.
008670     EXIT.
008680
008690 6210-SCAN-PARKED.
008700     IF PK-DATE(WS-PK-IDX) = WS-IN-DATE
008710         AND PK-NAME(WS-PK-IDX) = WS-IN-NAME
008720         AND PK-NOTE(WS-PK-IDX) = WS-IN-NOTE
008730         MOVE "Y" TO WS-PK-FOUND-SW
008740     END-IF.
008750 6210-EXIT.
008760     EXIT.
008770
008780*==========================================================
008790* 7000-REPORT-LINE / 7100-REPORT-TOTALS - the reject report.
008800*==========================================================
008810 7000-REPORT-LINE.
008820     MOVE WS-LINE-NO TO WS-ED-5
008830     MOVE SPACES TO REPORT-LINE
008840     STRING WS-ED-5, "  ", WS-IN-DATE(1:10), "  ",
008850         WS-IN-NAME(1:20), "  ", WS-REASON, "  ",
008860         FUNCTION TRIM(WS-IN-NOTE)
008870         DELIMITED BY SIZE INTO REPORT-LINE
008880     WRITE REPORT-LINE.
008890 7000-EXIT.
008900     EXIT.
008910
008920 7100-REPORT-TOTALS.
008930     MOVE SPACES TO REPORT-LINE
008940     WRITE REPORT-LINE
008950     MOVE WS-READ-TALLY TO WS-ED-5
008960     MOVE SPACES TO REPORT-LINE
008970     STRING "Lines read ............ ", WS-ED-5
008980         DELIMITED BY SIZE INTO REPORT-LINE
008990     WRITE REPORT-LINE
009000     MOVE WS-REC-TALLY TO WS-ED-5
009010     MOVE SPACES TO REPORT-LINE
009020     STRING "Recorded .............. ", WS-ED-5
009030         DELIMITED BY SIZE INTO REPORT-LINE
009040     WRITE REPORT-LINE
009050     MOVE WS-ONFILE-TALLY TO WS-ED-5
009060     MOVE SPACES TO REPORT-LINE
009070     STRING "Already on file ....... ", WS-ED-5
009080         DELIMITED BY SIZE INTO REPORT-LINE
009090     WRITE REPORT-LINE
009100     MOVE WS-PARK-TALLY TO WS-ED-5
009110     MOVE SPACES TO REPORT-LINE
009120     STRING "Parked in suspense .... ", WS-ED-5
009130         DELIMITED BY SIZE INTO REPORT-LINE
009140     WRITE REPORT-LINE
009150     MOVE WS-REPARK-TALLY TO WS-ED-5
009160     MOVE SPACES TO REPORT-LINE
009170     STRING "  (already parked) .... ", WS-ED-5
009180         DELIMITED BY SIZE INTO REPORT-LINE
009190     WRITE REPORT-LINE
009200     MOVE SPACES TO REPORT-LINE
009210     WRITE REPORT-LINE
009220     MOVE "Reasons: BADDATE bad date, NOTHEME no theme on file,"
009230         TO REPORT-LINE
009240     WRITE REPORT-LINE
009250     MOVE "  UNKNOWN not on roster, INACTIVE inactive member,"
009260         TO REPORT-LINE
009270     WRITE REPORT-LINE
009280     MOVE "  NOSLOT no free sequence number.  Fix and run"
009290         TO REPORT-LINE
009300     WRITE REPORT-LINE
009310     MOVE "  SongIntake REDRIVE."
009320         TO REPORT-LINE
009330     WRITE REPORT-LINE.
009340 7100-EXIT.
009350     EXIT.
009360
009370*==========================================================
009380* 9000-CLOSE-FILES
009390*==========================================================
009400 9000-CLOSE-FILES.
009410     CLOSE HISTORY-FILE
009420     CLOSE SUBMIT-FILE
009430     CLOSE REPORT-FILE.
009440 9000-EXIT.
009450     EXIT.
