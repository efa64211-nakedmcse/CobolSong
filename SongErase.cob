000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongErase.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - removes a former member at their
000200*                 request.  Every place the roster ID, display
000210*                 name, aliases or email appear as a field - the
000220*                 roster and submissions masters, roster_member,
000230*                 votes, vote_results, the submissions audit
000240*                 images, the quarantine files, the journals, the
000250*                 dispatch and recap logs, the season rankings,
000260*                 the intake files, archive/ and any export_*.csv
000270*                 - is replaced by one anonymous placeholder
000280*                 (ANONnnnn), the same everywhere, so vote totals,
000290*                 past winners and season points still add up
000300*                 under the new name.  No record is added or
000310*                 dropped.  An erasure certificate lists every
000320*                 file with the records read and changed in each;
000330*                 DRYRUN writes the same certificate as a plan and
000340*                 changes nothing, for the committee to approve.
000341* 10/15/2026  DM  Refuses an erasure under which two submissions
000342*                 would share one key (each named on the console).
000343* 10/15/2026  DM  Scrubs the member theme-suggestion pool and the
000346*                 month review files, which name the suggester.
000347* 10/15/2026  DM  Scrubs the link review queue (SongVerify),
000348*                 which names the participant.
000350*----------------------------------------------------------------
000360* USAGE
000370*   SongErase ROSTER-ID [DRYRUN]
000380*   The certificate is erasure_ANONnnnn.txt, or
000390*   erasure_ANONnnnn_plan.txt for a DRYRUN.  The register of
000400*   erasures is song_erasure.dat.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ROSTER-FILE
000460         ASSIGN DYNAMIC WS-ROSTER-FILENAME
000470         ORGANIZATION INDEXED
000480         ACCESS MODE DYNAMIC
000490         RECORD KEY ROST-ID
000500         FILE STATUS WS-ROSTER-STATUS.
000510     SELECT SUBMIT-FILE
000520         ASSIGN DYNAMIC WS-SUBMIT-FILENAME
000530         ORGANIZATION INDEXED
000540         ACCESS MODE DYNAMIC
000550         RECORD KEY SUB-KEY
000560         FILE STATUS WS-SUBMIT-STATUS.
000570     SELECT LIST-FILE
000580         ASSIGN DYNAMIC WS-LIST-FILENAME
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS WS-LIST-STATUS.
000610     SELECT SCRUB-FILE
000620         ASSIGN DYNAMIC WS-SCRUB-FILENAME
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS WS-SCRUB-STATUS.
000650     SELECT TEMP-FILE
000660         ASSIGN DYNAMIC WS-TEMP-FILENAME
000670         ORGANIZATION LINE SEQUENTIAL
000680         FILE STATUS WS-TEMP-STATUS.
000690     SELECT MEMBER-FILE
000700         ASSIGN DYNAMIC WS-MEMBER-FILENAME
000710         ORGANIZATION LINE SEQUENTIAL
000720         FILE STATUS WS-MEMBER-STATUS.
000730     SELECT ERASE-FILE
000740         ASSIGN DYNAMIC WS-ERASE-FILENAME
000750         ORGANIZATION LINE SEQUENTIAL
000760         FILE STATUS WS-ERASE-STATUS.
000770     SELECT CERT-FILE
000780         ASSIGN DYNAMIC WS-CERT-FILENAME
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS WS-CERT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ROSTER-FILE.
000850 COPY "ROSTREC.CPY".
000860 FD  SUBMIT-FILE.
000870 COPY "SUBREC.CPY".
000880 FD  LIST-FILE.
000890 01  LIST-LINE                  PIC X(200).
000900 FD  SCRUB-FILE.
000910 01  SCRUB-LINE                 PIC X(1000).
000920 FD  TEMP-FILE.
000930 01  TEMP-LINE                  PIC X(1000).
000940 FD  MEMBER-FILE.
000950 01  MEMBER-LINE                PIC X(80).
000960 FD  ERASE-FILE.
000970 01  ERASE-LINE                 PIC X(100).
000980 FD  CERT-FILE.
000990 01  CERT-LINE                  PIC X(100).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-ROSTER-FILENAME         PIC X(40) VALUE "roster.dat".
001030 01  WS-ROSTER-STATUS           PIC X(2).
001040 01  WS-SUBMIT-FILENAME         PIC X(40)
001050                                 VALUE "submissions.dat".
001060 01  WS-SUBMIT-STATUS           PIC X(2).
001070 01  WS-LIST-FILENAME           PIC X(40) VALUE "songerase.lst".
001080 01  WS-LIST-STATUS             PIC X(2).
001090 01  WS-SCRUB-FILENAME          PIC X(200).
001100 01  WS-SCRUB-STATUS            PIC X(2).
001110 01  WS-TEMP-FILENAME           PIC X(40) VALUE "songerase.tmp".
001120 01  WS-TEMP-STATUS             PIC X(2).
001130 01  WS-MEMBER-FILENAME         PIC X(40)
001140                                 VALUE "roster_member.dat".
001150 01  WS-MEMBER-STATUS           PIC X(2).
001160 01  WS-ERASE-FILENAME          PIC X(40)
001170                                 VALUE "song_erasure.dat".
001180 01  WS-ERASE-STATUS            PIC X(2).
001190 01  WS-CERT-FILENAME           PIC X(40).
001200 01  WS-CERT-STATUS             PIC X(2).
001210
001220 01  WS-ARG1                    PIC X(20).
001230 01  WS-ARG2                    PIC X(20).
001240 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001250     88  WS-ARGS-VALID                   VALUE "Y".
001260 01  WS-DRYRUN-SW               PIC X(1) VALUE "N".
001270     88  WS-DRYRUN                       VALUE "Y".
001280 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001290     88  WS-EOF                          VALUE "Y".
001300 01  WS-REC-EOF-SW              PIC X(1) VALUE "N".
001310     88  WS-REC-EOF                      VALUE "Y".
001320 01  WS-NOW                     PIC X(21) VALUE SPACES.
001330 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001340 01  WS-TODAY                   PIC X(10) VALUE SPACES.
001350 01  CMD                        PIC X(600).
001360 01  ERR                        PIC 9(4) COMP-5.
001370 01  WS-PROBLEMS                PIC 9(3) VALUE 0.
001380
001390*----------------------------------------------------------------
001400* The person being erased and the placeholder they become
001410*----------------------------------------------------------------
001420 01  WS-ERASE-ID                PIC X(8) VALUE SPACES.
001430 01  WS-PLACEHOLDER             PIC X(8) VALUE SPACES.
001440 01  WS-ERA-COUNT               PIC 9(4) VALUE 0.
001450 01  WS-ERA-SEQ                 PIC 9(4) VALUE 0.
001460 01  WS-ALREADY-SW              PIC X(1) VALUE "N".
001470     88  WS-ALREADY-ERASED               VALUE "Y".
001480 01  WS-WAS-ACTIVE-SW           PIC X(1) VALUE "N".
001490     88  WS-WAS-ACTIVE                   VALUE "Y".
001500 01  WS-SAVE-ROST               PIC X(200).
001510 COPY "ERASREC.CPY".
001520
001530*----------------------------------------------------------------
001540* Match targets: each value (upper case) a field must equal, in
001550* full, to be replaced - by the placeholder (P) or by nothing
001560* (B).  Kinds: I roster ID, N display name, A one alias, L the
001570* whole alias list as the roster and journal hold it, E email.
001580* A name, alias or email another roster entry shares, or a name
001590* or alias under three characters, is dropped rather than risk
001600* erasing someone else.
001610*----------------------------------------------------------------
001620 01  WS-TGT-COUNT               PIC 9(4) COMP VALUE 0.
001630 01  WS-TGT-TABLE.
001640     05  WS-TGT-ENTRY OCCURS 12 TIMES.
001650         10  TGT-VALUE          PIC X(90).
001660         10  TGT-KIND           PIC X(1).
001670         10  TGT-REPL           PIC X(1).
001680             88  TGT-TO-PLACEHOLDER      VALUE "P".
001690         10  TGT-LIVE-SW        PIC X(1).
001700             88  TGT-LIVE                VALUE "Y".
001710 01  WS-T                       PIC 9(4) COMP VALUE 0.
001720 01  WS-TGT-FOUND               PIC 9(4) COMP VALUE 0.
001730 01  WS-TGT-USED                PIC 9(2) VALUE 0.
001740 01  WS-ALIAS-TABLE.
001750     05  WS-ALIAS OCCURS 8 TIMES PIC X(90).
001760 01  WS-A                       PIC 9(4) COMP VALUE 0.
001770 01  WS-OTHER-VALUE             PIC X(90).
001780 01  WS-KIND-TEXT               PIC X(12).
001790
001800*----------------------------------------------------------------
001810* Submissions to re-key under the placeholder
001820*----------------------------------------------------------------
001830 01  WS-SK-COUNT                PIC 9(4) COMP VALUE 0.
001840 01  WS-SK-TABLE.
001850     05  WS-SK-ENTRY OCCURS 5000 TIMES.
001860         10  SK-DATE            PIC X(10).
001870         10  SK-PART            PIC X(30).
001880         10  SK-SEQ             PIC 9(3).
001890 01  WS-SK-IDX                  PIC 9(4) COMP VALUE 0.
001900 01  WS-SK-OVER-SW              PIC X(1) VALUE "N".
001910     88  WS-SK-OVERFLOW                  VALUE "Y".
001920 01  WS-SUB-READ                PIC 9(7) VALUE 0.
001930 01  WS-SAVE-SUB.
001940     05  WS-SAVE-DATE           PIC X(10).
001950     05  WS-SAVE-PART           PIC X(30).
001960     05  WS-SAVE-SEQ            PIC 9(3).
001970     05  WS-SAVE-NOTE           PIC X(60).
001980     05  WS-SAVE-VOID           PIC X(1).
001990     05  FILLER                 PIC X(9).
002000 01  WS-SK-J                    PIC 9(4) COMP VALUE 0.
002010 01  WS-SK-CLASH                PIC 9(4) COMP VALUE 0.
002030
002040*----------------------------------------------------------------
002050* Certificate lines: one per file, records read and changed
002060*----------------------------------------------------------------
002070 01  WS-CF-COUNT                PIC 9(4) COMP VALUE 0.
002080 01  WS-CF-TABLE.
002090     05  WS-CF-ENTRY OCCURS 400 TIMES.
002100         10  CF-NAME            PIC X(60).
002110         10  CF-READ            PIC 9(7).
002120         10  CF-CHANGED         PIC 9(7).
002130 01  WS-CF-IDX                  PIC 9(4) COMP VALUE 0.
002140 01  WS-CF-OVER-SW              PIC X(1) VALUE "N".
002150     88  WS-CF-OVERFLOW                  VALUE "Y".
002160 01  WS-TOTAL-CHANGED           PIC 9(7) VALUE 0.
002170 01  WS-FILES-CHANGED           PIC 9(5) VALUE 0.
002180 01  WS-ED-READ                 PIC Z(6)9.
002190 01  WS-ED-CHANGED              PIC Z(6)9.
002200 01  WS-ED-TOTAL                PIC Z(6)9.
002210 01  WS-ED-FILES                PIC Z(4)9.
002220 01  WS-ED-OF                   PIC Z(4)9.
002230
002240*----------------------------------------------------------------
002250* Field-by-field scrub of one text line.  Pipe files split on
002260* "|"; export_*.csv on "," with quoted fields kept whole.
002270*----------------------------------------------------------------
002280 01  WS-FILE-READ               PIC 9(7) VALUE 0.
002290 01  WS-FILE-CHANGED            PIC 9(7) VALUE 0.
002300 01  WS-FILE-WRITTEN            PIC 9(7) VALUE 0.
002310 01  WS-FILE-BAD-SW             PIC X(1) VALUE "N".
002320     88  WS-FILE-BAD                     VALUE "Y".
002330 01  WS-NAME-LEN                PIC 9(4) COMP VALUE 0.
002340 01  WS-DELIM                   PIC X(1) VALUE "|".
002350 01  WS-CSV-SW                  PIC X(1) VALUE "N".
002360     88  WS-CSV                          VALUE "Y".
002370 01  WS-IN-REC                  PIC X(1000).
002380 01  WS-OUT-REC                 PIC X(1000).
002390 01  WS-IN-LEN                  PIC 9(4) COMP VALUE 0.
002400 01  WS-IN-PTR                  PIC 9(4) COMP VALUE 0.
002410 01  WS-OUT-PTR                 PIC 9(4) COMP VALUE 0.
002420 01  WS-PIECE                   PIC X(1000).
002430 01  WS-PIECE-LEN               PIC 9(4) COMP VALUE 0.
002440 01  WS-PIECE-DLM               PIC X(1).
002450 01  WS-FIELD                   PIC X(1000).
002460 01  WS-FIELD-LEN               PIC 9(4) COMP VALUE 0.
002470 01  WS-FIELD-PTR               PIC 9(4) COMP VALUE 0.
002480 01  WS-FIELD-DLM               PIC X(1).
002490 01  WS-QUOTES                  PIC 9(4) COMP VALUE 0.
002500 01  WS-HALF                    PIC 9(4) COMP VALUE 0.
002510 01  WS-ODD                     PIC 9(4) COMP VALUE 0.
002520 01  WS-QUOTED-SW               PIC X(1) VALUE "N".
002530     88  WS-QUOTED                       VALUE "Y".
002540 01  WS-LINE-HIT-SW             PIC X(1) VALUE "N".
002550     88  WS-LINE-HIT                     VALUE "Y".
002560 01  WS-CMP                     PIC X(250).
002570
002580*----------------------------------------------------------------
002590* Run lock (SongLock) and write-ahead journal (SongJournal)
002600*----------------------------------------------------------------
002610 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
002620 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongErase".
002630 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
002640 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
002650     88  WS-LOCK-HELD                    VALUE "Y".
002660 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
002670 01  WS-JNL-FILE-ID            PIC X(4) VALUE SPACES.
002680 01  WS-JNL-ACTION             PIC X(8) VALUE SPACES.
002690 01  WS-JNL-DATA               PIC X(220) VALUE SPACES.
002700 01  WS-JNL-RESULT             PIC 9(1) VALUE 0.
002710
002720 PROCEDURE DIVISION.
002730*==========================================================
002740* 0000-MAINLINE - find the person, count (and unless DRYRUN
002750* replace) every occurrence, then certify what was done.
002760* The text files are scrubbed before the indexed masters so a
002770* run that stops part way can simply be run again: the roster
002780* entry, and so the placeholder, stay put until the end.
002790*==========================================================
002800 0000-MAINLINE.
002810     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002820     IF NOT WS-ARGS-VALID
002830         DISPLAY "Usage: SongErase ROSTER-ID [DRYRUN]"
002840         MOVE 1 TO RETURN-CODE
002850         GO TO 0000-DONE
002860     END-IF
002870     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
002880     IF NOT WS-LOCK-HELD
002890         MOVE 3 TO RETURN-CODE
002900         GO TO 0000-DONE
002910     END-IF
002920     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
002930     IF WS-ALREADY-ERASED
002940         DISPLAY FUNCTION TRIM(WS-ERASE-ID)
002950             " is already an erasure placeholder."
002960         MOVE 1 TO RETURN-CODE
002970         GO TO 0900-FINISH
002980     END-IF
002990     PERFORM 1200-FETCH-ENTRY THRU 1200-EXIT.
003000     IF RETURN-CODE NOT = 0
003010         GO TO 0900-FINISH
003020     END-IF
003030     PERFORM 1300-BUILD-TARGETS THRU 1300-EXIT.
003040     PERFORM 1400-SCREEN-TARGETS THRU 1400-EXIT.
003050     PERFORM 2000-FIND-SUBMISSIONS THRU 2000-EXIT.
003060     IF WS-SK-OVERFLOW
003070         DISPLAY "More than 5000 submissions to re-key - "
003080             "nothing changed."
003090         MOVE 2 TO RETURN-CODE
003100         GO TO 0900-FINISH
003110     END-IF
003111     PERFORM 2100-CHECK-KEYS THRU 2100-EXIT.
003112     IF WS-SK-CLASH > 0
003113         DISPLAY "Move one of each pair to the other name with "
003114             "SongMaint AMEND ... PARTICIPANT first - "
003115             "nothing changed."
003116         MOVE 1 TO RETURN-CODE
003117         GO TO 0900-FINISH
003118     END-IF
003120     PERFORM 3000-SCRUB-FILES THRU 3000-EXIT.
003130     IF NOT WS-DRYRUN AND WS-PROBLEMS = 0
003140         PERFORM 4000-REKEY-SUBMISSIONS THRU 4000-EXIT
003150     END-IF
003160     IF NOT WS-DRYRUN AND WS-PROBLEMS = 0
003170         PERFORM 4100-REPLACE-ENTRY THRU 4100-EXIT
003180     END-IF
003190     PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT.
003200     IF NOT WS-DRYRUN AND WS-PROBLEMS = 0
003210         PERFORM 4200-WRITE-REGISTER THRU 4200-EXIT
003220     END-IF
003230     MOVE WS-TOTAL-CHANGED TO WS-ED-TOTAL
003240     MOVE WS-FILES-CHANGED TO WS-ED-FILES
003250     IF WS-DRYRUN
003260         DISPLAY "DRYRUN: " FUNCTION TRIM(WS-ERASE-ID)
003270             " would become " WS-PLACEHOLDER " in "
003280             FUNCTION TRIM(WS-ED-TOTAL) " record(s) across "
003290             FUNCTION TRIM(WS-ED-FILES) " file(s);"
003300             " nothing changed."
003310     ELSE
003320         DISPLAY FUNCTION TRIM(WS-ERASE-ID) " erased as "
003330             WS-PLACEHOLDER ": " FUNCTION TRIM(WS-ED-TOTAL)
003340             " record(s) changed across "
003350             FUNCTION TRIM(WS-ED-FILES) " file(s)."
003360     END-IF
003370     DISPLAY "Certificate written to "
003380         FUNCTION TRIM(WS-CERT-FILENAME) "."
003390     IF WS-PROBLEMS > 0
003400         DISPLAY WS-PROBLEMS " problem(s) - see above.  Correct "
003410             "them and run the erasure again to finish it."
003420         MOVE 2 TO RETURN-CODE
003430     END-IF.
003440 0900-FINISH.
003450     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
003460 0000-DONE.
003470     STOP RUN.
003480
003490*==========================================================
003500* 0100-CLAIM-LOCK / 0200-RELEASE-LOCK - the shared run lock,
003510* through the SongLock subprogram.
003520*==========================================================
003530 0100-CLAIM-LOCK.
003540     MOVE "CLAIM" TO WS-LOCK-ACTION
003550     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003560         WS-LOCK-RESULT
003570     IF WS-LOCK-RESULT = 0
003580         MOVE "Y" TO WS-LOCK-HELD-SW
003590     ELSE
003600         DISPLAY "Could not claim the run lock (result "
003610             WS-LOCK-RESULT ") - try again shortly."
003620     END-IF.
003630 0100-EXIT.
003640     EXIT.
003650
003660 0200-RELEASE-LOCK.
003670     IF WS-LOCK-HELD
003680         MOVE RETURN-CODE TO WS-SAVE-RC
003690         MOVE "RELEASE" TO WS-LOCK-ACTION
003700         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003710             WS-LOCK-RESULT
003720         MOVE WS-SAVE-RC TO RETURN-CODE
003730         MOVE "N" TO WS-LOCK-HELD-SW
003740     END-IF.
003750 0200-EXIT.
003760     EXIT.
003770
003780*==========================================================
003790* 1000-GET-ARGUMENTS - the roster ID and DRYRUN.
003800*==========================================================
003810 1000-GET-ARGUMENTS.
003820     MOVE SPACES TO WS-ARG1
003830     MOVE SPACES TO WS-ARG2
003840     DISPLAY 1 UPON ARGUMENT-NUMBER
003850     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003860         ON EXCEPTION MOVE SPACES TO WS-ARG1
003870     END-ACCEPT
003880     DISPLAY 2 UPON ARGUMENT-NUMBER
003890     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003900         ON EXCEPTION MOVE SPACES TO WS-ARG2
003910     END-ACCEPT
003920     MOVE "Y" TO WS-VALID-SW
003930     IF WS-ARG1 = SPACES OR WS-ARG1(9:) NOT = SPACES
003940         MOVE "N" TO WS-VALID-SW
003950         GO TO 1000-EXIT
003960     END-IF
003970     MOVE FUNCTION UPPER-CASE(WS-ARG1(1:8)) TO WS-ERASE-ID
003980     IF WS-ARG2 = "DRYRUN" OR WS-ARG2 = "dryrun"
003990         MOVE "Y" TO WS-DRYRUN-SW
004000     ELSE
004010         IF WS-ARG2 NOT = SPACES
004020             MOVE "N" TO WS-VALID-SW
004030         END-IF
004040     END-IF
004050     MOVE FUNCTION CURRENT-DATE TO WS-NOW
004060     MOVE SPACES TO WS-STAMP
004070     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
004080         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
004090         WS-NOW(13:2)
004100         DELIMITED BY SIZE INTO WS-STAMP
004110     MOVE WS-STAMP(1:10) TO WS-TODAY.
004120 1000-EXIT.
004130     EXIT.
004140
004150*==========================================================
004160* 1100-LOAD-REGISTER - the erasures already made number the
004170* next placeholder; an ID that is itself a placeholder has
004180* nothing left to erase.
004190*==========================================================
004200 1100-LOAD-REGISTER.
004210     MOVE 0 TO WS-ERA-COUNT
004220     OPEN INPUT ERASE-FILE
004230     IF WS-ERASE-STATUS = "00"
004240         MOVE "N" TO WS-EOF-SW
004250         PERFORM 1110-READ-REGISTER-LINE THRU 1110-EXIT
004260             UNTIL WS-EOF
004270         CLOSE ERASE-FILE
004280     END-IF
004290     COMPUTE WS-ERA-SEQ = WS-ERA-COUNT + 1
004300     MOVE SPACES TO WS-PLACEHOLDER
004310     STRING "ANON", WS-ERA-SEQ
004320         DELIMITED BY SIZE INTO WS-PLACEHOLDER
004330     MOVE SPACES TO WS-CERT-FILENAME
004340     IF WS-DRYRUN
004350         STRING "erasure_", WS-PLACEHOLDER, "_plan.txt"
004360             DELIMITED BY SIZE INTO WS-CERT-FILENAME
004370     ELSE
004380         STRING "erasure_", WS-PLACEHOLDER, ".txt"
004390             DELIMITED BY SIZE INTO WS-CERT-FILENAME
004400     END-IF.
004410 1100-EXIT.
004420     EXIT.
004430
004440 1110-READ-REGISTER-LINE.
004450     READ ERASE-FILE
004460         AT END
004470             MOVE "Y" TO WS-EOF-SW
004480             GO TO 1110-EXIT
004490     END-READ
004500     IF ERASE-LINE = SPACES
004510         GO TO 1110-EXIT
004520     END-IF
004530     ADD 1 TO WS-ERA-COUNT
004540     MOVE SPACES TO ERA-REC
004550     UNSTRING ERASE-LINE DELIMITED BY "|"
004560         INTO ERA-PLACEHOLDER ERA-STAMP ERA-FILES ERA-RECORDS
004570         ERA-CERT-NAME
004580     END-UNSTRING
004590     IF ERA-PLACEHOLDER = WS-ERASE-ID
004600         MOVE "Y" TO WS-ALREADY-SW
004610     END-IF.
004620 1110-EXIT.
004630     EXIT.
004640
004650*==========================================================
004660* 1200-FETCH-ENTRY - the roster entry being erased.
004670*==========================================================
004680 1200-FETCH-ENTRY.
004690     OPEN INPUT ROSTER-FILE
004700     IF WS-ROSTER-STATUS NOT = "00"
004710         DISPLAY "Could not open " WS-ROSTER-FILENAME
004720             " status " WS-ROSTER-STATUS
004730         MOVE 2 TO RETURN-CODE
004740         GO TO 1200-EXIT
004750     END-IF
004760     MOVE SPACES TO ROST-REC
004770     MOVE WS-ERASE-ID TO ROST-ID
004780     READ ROSTER-FILE
004790         INVALID KEY
004800             DISPLAY "No roster entry " FUNCTION TRIM(WS-ERASE-ID)
004810                 " - nothing to erase."
004820             MOVE 1 TO RETURN-CODE
004830         NOT INVALID KEY
004840             MOVE ROST-REC TO WS-SAVE-ROST
004850             IF ROST-ACTIVE
004860                 MOVE "Y" TO WS-WAS-ACTIVE-SW
004870             END-IF
004880     END-READ
004890     CLOSE ROSTER-FILE.
004900 1200-EXIT.
004910     EXIT.
004920
004930*==========================================================
004940* 1300-BUILD-TARGETS - the ID, name, each alias, the alias
004950* list as stored and the email, upper case.
004960*==========================================================
004970 1300-BUILD-TARGETS.
004980     MOVE WS-SAVE-ROST TO ROST-REC
004990     MOVE 0 TO WS-TGT-COUNT
005000     MOVE ROST-ID TO WS-OTHER-VALUE
005010     MOVE "I" TO WS-KIND-TEXT
005020     PERFORM 1310-ADD-TARGET THRU 1310-EXIT
005030     MOVE ROST-NAME TO WS-OTHER-VALUE
005040     MOVE "N" TO WS-KIND-TEXT
005050     PERFORM 1310-ADD-TARGET THRU 1310-EXIT
005060     MOVE SPACES TO WS-ALIAS-TABLE
005070     UNSTRING ROST-ALIASES DELIMITED BY ";"
005080         INTO WS-ALIAS(1) WS-ALIAS(2) WS-ALIAS(3) WS-ALIAS(4)
005090         WS-ALIAS(5) WS-ALIAS(6) WS-ALIAS(7) WS-ALIAS(8)
005100     END-UNSTRING
005110     MOVE ROST-ALIASES TO WS-OTHER-VALUE
005120     MOVE "L" TO WS-KIND-TEXT
005130     PERFORM 1310-ADD-TARGET THRU 1310-EXIT
005140     PERFORM 1320-ADD-ALIAS THRU 1320-EXIT
005150         VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 8
005160     MOVE ROST-EMAIL TO WS-OTHER-VALUE
005170     MOVE "E" TO WS-KIND-TEXT
005180     PERFORM 1310-ADD-TARGET THRU 1310-EXIT.
005190 1300-EXIT.
005200     EXIT.
005210
005220 1310-ADD-TARGET.
005230     IF WS-OTHER-VALUE = SPACES
005240         GO TO 1310-EXIT
005250     END-IF
005260     ADD 1 TO WS-TGT-COUNT
005270     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OTHER-VALUE))
005280         TO TGT-VALUE(WS-TGT-COUNT)
005290     MOVE WS-KIND-TEXT(1:1) TO TGT-KIND(WS-TGT-COUNT)
005300     MOVE "Y" TO TGT-LIVE-SW(WS-TGT-COUNT)
005310     IF WS-KIND-TEXT = "L" OR WS-KIND-TEXT = "E"
005320         MOVE "B" TO TGT-REPL(WS-TGT-COUNT)
005330     ELSE
005340         MOVE "P" TO TGT-REPL(WS-TGT-COUNT)
005350     END-IF
005360     IF ( WS-KIND-TEXT = "N" OR WS-KIND-TEXT = "A" )
005370         AND TGT-VALUE(WS-TGT-COUNT)(3:1) = SPACE
005380         MOVE "N" TO TGT-LIVE-SW(WS-TGT-COUNT)
005390         DISPLAY "Not matching on """
005400             FUNCTION TRIM(WS-OTHER-VALUE)
005410             """ - too short to tell apart from other data."
005420     END-IF.
005430 1310-EXIT.
005440     EXIT.
005450
005460 1320-ADD-ALIAS.
005470     MOVE WS-ALIAS(WS-A) TO WS-OTHER-VALUE
005480     MOVE "A" TO WS-KIND-TEXT
005490     PERFORM 1310-ADD-TARGET THRU 1310-EXIT.
005500 1320-EXIT.
005510     EXIT.
005520
005530*==========================================================
005540* 1400-SCREEN-TARGETS - drop any name, alias or email another
005550* roster entry also answers to; those fields are left alone.
005560*==========================================================
005570 1400-SCREEN-TARGETS.
005580     OPEN INPUT ROSTER-FILE
005590     IF WS-ROSTER-STATUS NOT = "00"
005600         GO TO 1400-EXIT
005610     END-IF
005620     MOVE "N" TO WS-EOF-SW
005630     PERFORM 1410-SCREEN-ENTRY THRU 1410-EXIT
005640         UNTIL WS-EOF
005650     CLOSE ROSTER-FILE
005660     MOVE 0 TO WS-TGT-USED
005670     PERFORM 1440-COUNT-LIVE THRU 1440-EXIT
005680         VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TGT-COUNT.
005690 1400-EXIT.
005700     EXIT.
005710
005720 1410-SCREEN-ENTRY.
005730     READ ROSTER-FILE NEXT
005740         AT END
005750             MOVE "Y" TO WS-EOF-SW
005760             GO TO 1410-EXIT
005770     END-READ
005780     IF ROST-ID = WS-ERASE-ID
005790         GO TO 1410-EXIT
005800     END-IF
005810     MOVE ROST-ID TO WS-OTHER-VALUE
005820     PERFORM 1420-CHECK-SHARED THRU 1420-EXIT
005830     MOVE ROST-NAME TO WS-OTHER-VALUE
005840     PERFORM 1420-CHECK-SHARED THRU 1420-EXIT
005850     MOVE ROST-EMAIL TO WS-OTHER-VALUE
005860     PERFORM 1420-CHECK-SHARED THRU 1420-EXIT
005870     MOVE SPACES TO WS-ALIAS-TABLE
005880     UNSTRING ROST-ALIASES DELIMITED BY ";"
005890         INTO WS-ALIAS(1) WS-ALIAS(2) WS-ALIAS(3) WS-ALIAS(4)
005900         WS-ALIAS(5) WS-ALIAS(6) WS-ALIAS(7) WS-ALIAS(8)
005910     END-UNSTRING
005920     PERFORM 1430-CHECK-ALIAS THRU 1430-EXIT
005930         VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 8.
005940 1410-EXIT.
005950     EXIT.
005960
005970 1420-CHECK-SHARED.
005980     IF WS-OTHER-VALUE = SPACES
005990         GO TO 1420-EXIT
006000     END-IF
006010     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OTHER-VALUE))
006020         TO WS-OTHER-VALUE
006030     PERFORM 1425-DROP-SHARED THRU 1425-EXIT
006040         VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TGT-COUNT.
006050 1420-EXIT.
006060     EXIT.
006070
006080 1425-DROP-SHARED.
006090     IF TGT-LIVE(WS-T) AND TGT-KIND(WS-T) NOT = "I"
006100         AND TGT-VALUE(WS-T) = WS-OTHER-VALUE
006110         MOVE "N" TO TGT-LIVE-SW(WS-T)
006120         DISPLAY "Not matching on """
006130             FUNCTION TRIM(TGT-VALUE(WS-T))
006140             """ - roster entry " FUNCTION TRIM(ROST-ID)
006150             " answers to it too."
006160     END-IF.
006170 1425-EXIT.
006180     EXIT.
006190
006200 1430-CHECK-ALIAS.
006210     MOVE WS-ALIAS(WS-A) TO WS-OTHER-VALUE
006220     PERFORM 1420-CHECK-SHARED THRU 1420-EXIT.
006230 1430-EXIT.
006240     EXIT.
006250
006260 1440-COUNT-LIVE.
006270     IF TGT-LIVE(WS-T)
006280         ADD 1 TO WS-TGT-USED
006290     END-IF.
006300 1440-EXIT.
006310     EXIT.
006320
006330*==========================================================
006340* 2000-FIND-SUBMISSIONS - the submission keys held under the
006350* person's ID or name, re-keyed later (the participant is
006360* part of the key, so these cannot be rewritten in place).
006370*==========================================================
006380 2000-FIND-SUBMISSIONS.
006390     MOVE 0 TO WS-SK-COUNT
006400     MOVE 0 TO WS-SUB-READ
006410     OPEN INPUT SUBMIT-FILE
006420     IF WS-SUBMIT-STATUS NOT = "00"
006430         DISPLAY "Could not open " WS-SUBMIT-FILENAME
006440             " status " WS-SUBMIT-STATUS
006450         ADD 1 TO WS-PROBLEMS
006460     ELSE
006470         MOVE "N" TO WS-EOF-SW
006480         PERFORM 2010-CHECK-SUBMISSION THRU 2010-EXIT
006490             UNTIL WS-EOF
006500         CLOSE SUBMIT-FILE
006510     END-IF
006520     MOVE WS-SUBMIT-FILENAME TO WS-SCRUB-FILENAME
006530     MOVE WS-SUB-READ TO WS-FILE-READ
006540     MOVE WS-SK-COUNT TO WS-FILE-CHANGED
006550     PERFORM 3900-ADD-CERT-LINE THRU 3900-EXIT
006560     MOVE WS-ROSTER-FILENAME TO WS-SCRUB-FILENAME
006570     MOVE 0 TO WS-FILE-READ
006580     MOVE 1 TO WS-FILE-CHANGED
006590     PERFORM 3900-ADD-CERT-LINE THRU 3900-EXIT.
006600 2000-EXIT.
006610     EXIT.
006620
006630 2010-CHECK-SUBMISSION.
006640     READ SUBMIT-FILE NEXT
006650         AT END
006660             MOVE "Y" TO WS-EOF-SW
006670             GO TO 2010-EXIT
006680     END-READ
006690     ADD 1 TO WS-SUB-READ
006700     MOVE SPACES TO WS-CMP
006710     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-PARTICIPANT))
006720         TO WS-CMP
006730     PERFORM 7300-FIND-TARGET THRU 7300-EXIT
006740     IF WS-TGT-FOUND = 0
006750         GO TO 2010-EXIT
006760     END-IF
006770     IF WS-SK-COUNT >= 5000
006780         MOVE "Y" TO WS-SK-OVER-SW
006790         GO TO 2010-EXIT
006800     END-IF
006810     ADD 1 TO WS-SK-COUNT
006820     MOVE SUB-DATE TO SK-DATE(WS-SK-COUNT)
006830     MOVE SUB-PARTICIPANT TO SK-PART(WS-SK-COUNT)
006840     MOVE SUB-SEQ TO SK-SEQ(WS-SK-COUNT).
006850 2010-EXIT.
006860     EXIT.
006870
006880*==========================================================
006890* 3000-SCRUB-FILES - every text file that can hold a member's
006900* ID, name or email, field by field.  A file is only replaced
006910* when something in it changed.
006920*==========================================================
006930 3000-SCRUB-FILES.
006940     MOVE SPACES TO CMD
006950     STRING "ls -1d roster_member.dat votes.dat ",
006960         "vote_results.dat submissions_audit.dat ",
006970         "vote_quarantine.dat vote_quarantine_audit.dat ",
006980         "song_dispatch.log song_recap.log ",
006990         "song_api_ledger.dat theme_correction.dat ",
007000         "song_suspense.dat song_drop.dat ",
007010         "song_journal_*.jnl song_season_*.dat ",
007015         "theme_suggestion.dat song_??????.rev ",
007017         "link_review.dat ",
007020         "export_*.csv archive/* ",
007030         "> ", FUNCTION TRIM(WS-LIST-FILENAME), " 2>/dev/null"
007040         DELIMITED BY SIZE INTO CMD
007050     CALL "SYSTEM" USING CMD RETURNING ERR
007060     OPEN INPUT LIST-FILE
007070     IF WS-LIST-STATUS NOT = "00"
007080         GO TO 3000-EXIT
007090     END-IF
007100     MOVE "N" TO WS-EOF-SW
007110     PERFORM 3100-SCRUB-ONE-FILE THRU 3100-EXIT
007120         UNTIL WS-EOF
007130     CLOSE LIST-FILE
007140     MOVE SPACES TO CMD
007150     STRING "rm -f ", FUNCTION TRIM(WS-LIST-FILENAME), " ",
007160         FUNCTION TRIM(WS-TEMP-FILENAME)
007170         DELIMITED BY SIZE INTO CMD
007180     CALL "SYSTEM" USING CMD RETURNING ERR.
007190 3000-EXIT.
007200     EXIT.
007210
007220 3100-SCRUB-ONE-FILE.
007230     READ LIST-FILE
007240         AT END
007250             MOVE "Y" TO WS-EOF-SW
007260             GO TO 3100-EXIT
007270     END-READ
007280     IF LIST-LINE = SPACES
007290         GO TO 3100-EXIT
007300     END-IF
007310     MOVE SPACES TO WS-SCRUB-FILENAME
007320     MOVE FUNCTION TRIM(LIST-LINE) TO WS-SCRUB-FILENAME
007330     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCRUB-FILENAME))
007340         TO WS-NAME-LEN
007350     MOVE "|" TO WS-DELIM
007360     MOVE "N" TO WS-CSV-SW
007370     IF WS-NAME-LEN > 4
007380         AND WS-SCRUB-FILENAME(WS-NAME-LEN - 3:4) = ".csv"
007390         MOVE "," TO WS-DELIM
007400         MOVE "Y" TO WS-CSV-SW
007410     END-IF
007420     OPEN INPUT SCRUB-FILE
007430     IF WS-SCRUB-STATUS NOT = "00"
007440         GO TO 3100-EXIT
007450     END-IF
007460     IF NOT WS-DRYRUN
007470         OPEN OUTPUT TEMP-FILE
007480         IF WS-TEMP-STATUS NOT = "00"
007490             DISPLAY "Could not open " WS-TEMP-FILENAME
007500                 " to rewrite " FUNCTION TRIM(WS-SCRUB-FILENAME)
007510             ADD 1 TO WS-PROBLEMS
007520             CLOSE SCRUB-FILE
007530             GO TO 3100-EXIT
007540         END-IF
007550     END-IF
007560     MOVE 0 TO WS-FILE-READ
007570     MOVE 0 TO WS-FILE-CHANGED
007580     MOVE 0 TO WS-FILE-WRITTEN
007590     MOVE "N" TO WS-FILE-BAD-SW
007600     MOVE "N" TO WS-REC-EOF-SW
007610     PERFORM 3110-SCRUB-RECORD THRU 3110-EXIT
007620         UNTIL WS-REC-EOF
007630     CLOSE SCRUB-FILE
007640     IF NOT WS-DRYRUN
007650         CLOSE TEMP-FILE
007660     END-IF
007670     IF WS-FILE-BAD
007680         DISPLAY "A line in " FUNCTION TRIM(WS-SCRUB-FILENAME)
007690             " is too long to rewrite safely - left unchanged."
007700         ADD 1 TO WS-PROBLEMS
007710         GO TO 3100-EXIT
007720     END-IF
007730     PERFORM 3900-ADD-CERT-LINE THRU 3900-EXIT
007740     IF WS-DRYRUN OR WS-FILE-CHANGED = 0
007750         GO TO 3100-EXIT
007760     END-IF
007770     IF WS-FILE-WRITTEN NOT = WS-FILE-READ
007780         DISPLAY "Record count of "
007790             FUNCTION TRIM(WS-SCRUB-FILENAME)
007800             " would change - left unchanged."
007810         ADD 1 TO WS-PROBLEMS
007820         GO TO 3100-EXIT
007830     END-IF
007840     MOVE SPACES TO CMD
007850     STRING "mv ", FUNCTION TRIM(WS-TEMP-FILENAME), " ",
007860         FUNCTION TRIM(WS-SCRUB-FILENAME)
007870         DELIMITED BY SIZE INTO CMD
007880     CALL "SYSTEM" USING CMD RETURNING ERR
007890     IF ERR NOT = 0
007900         DISPLAY "Could not replace "
007910             FUNCTION TRIM(WS-SCRUB-FILENAME)
007920         ADD 1 TO WS-PROBLEMS
007930     END-IF.
007940 3100-EXIT.
007950     EXIT.
007960
007970 3110-SCRUB-RECORD.
007980     READ SCRUB-FILE
007990         AT END
008000             MOVE "Y" TO WS-REC-EOF-SW
008010             GO TO 3110-EXIT
008020     END-READ
008030     ADD 1 TO WS-FILE-READ
008040     MOVE SCRUB-LINE TO WS-IN-REC
008050     IF WS-SCRUB-STATUS = "04" OR WS-IN-REC(901:) NOT = SPACES
008060         MOVE "Y" TO WS-FILE-BAD-SW
008070     END-IF
008080     PERFORM 7000-SCRUB-LINE THRU 7000-EXIT
008090     IF WS-LINE-HIT
008100         ADD 1 TO WS-FILE-CHANGED
008110     END-IF
008120     IF NOT WS-DRYRUN
008130         MOVE WS-OUT-REC TO TEMP-LINE
008140         WRITE TEMP-LINE
008150         IF WS-TEMP-STATUS = "00"
008160             ADD 1 TO WS-FILE-WRITTEN
008170         END-IF
008180     END-IF.
008190 3110-EXIT.
008200     EXIT.
008210
008220*==========================================================
008230* 3900-ADD-CERT-LINE - one file's counts onto the certificate.
008240*==========================================================
008250 3900-ADD-CERT-LINE.
008260     IF WS-CF-COUNT >= 400
008270         MOVE "Y" TO WS-CF-OVER-SW
008280         GO TO 3900-EXIT
008290     END-IF
008300     ADD 1 TO WS-CF-COUNT
008310     MOVE WS-SCRUB-FILENAME TO CF-NAME(WS-CF-COUNT)
008320     MOVE WS-FILE-READ TO CF-READ(WS-CF-COUNT)
008330     MOVE WS-FILE-CHANGED TO CF-CHANGED(WS-CF-COUNT)
008340     ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED
008350     IF WS-FILE-CHANGED > 0
008360         ADD 1 TO WS-FILES-CHANGED
008370     END-IF.
008380 3900-EXIT.
008390     EXIT.
008400
008410*==========================================================
008420* 4000-REKEY-SUBMISSIONS - each found submission written
008430* under the placeholder with its own sequence number (2100
008440* made sure each key is free) and the old key deleted.  The
008450* journal carries the placeholder images only, as the
008455* scrubbed journals do.
008460*==========================================================
008470 4000-REKEY-SUBMISSIONS.
008480     IF WS-SK-COUNT = 0
008490         GO TO 4000-EXIT
008500     END-IF
008510     OPEN I-O SUBMIT-FILE
008520     IF WS-SUBMIT-STATUS NOT = "00"
008530         DISPLAY "Could not open " WS-SUBMIT-FILENAME
008540             " status " WS-SUBMIT-STATUS
008550         ADD 1 TO WS-PROBLEMS
008560         GO TO 4000-EXIT
008570     END-IF
008580     PERFORM 4010-REKEY-ONE THRU 4010-EXIT
008590         VARYING WS-SK-IDX FROM 1 BY 1
008600         UNTIL WS-SK-IDX > WS-SK-COUNT
008610     CLOSE SUBMIT-FILE.
008620 4000-EXIT.
008630     EXIT.
008640
008650 4010-REKEY-ONE.
008660     MOVE SPACES TO SUB-REC
008670     MOVE SK-DATE(WS-SK-IDX) TO SUB-DATE
008680     MOVE SK-PART(WS-SK-IDX) TO SUB-PARTICIPANT
008690     MOVE SK-SEQ(WS-SK-IDX) TO SUB-SEQ
008700     READ SUBMIT-FILE
008710         INVALID KEY
008720             DISPLAY "Submission " SK-DATE(WS-SK-IDX) " seq "
008730                 SK-SEQ(WS-SK-IDX) " vanished - not re-keyed."
008740             ADD 1 TO WS-PROBLEMS
008750             GO TO 4010-EXIT
008760     END-READ
008770     MOVE SUB-REC TO WS-SAVE-SUB
008780     MOVE WS-PLACEHOLDER TO SUB-PARTICIPANT
008790     WRITE SUB-REC
008800         INVALID KEY
008810             DISPLAY "Could not re-key submission " WS-SAVE-DATE
008820                 " seq " WS-SAVE-SEQ "."
008830             ADD 1 TO WS-PROBLEMS
008840             GO TO 4010-EXIT
008850     END-WRITE
008860     MOVE "WRITE" TO WS-JNL-ACTION
008870     PERFORM 9500-JOURNAL-SUB THRU 9500-EXIT
009040     MOVE WS-SAVE-DATE TO SUB-DATE
009050     MOVE WS-SAVE-PART TO SUB-PARTICIPANT
009060     MOVE WS-SAVE-SEQ TO SUB-SEQ
009070     DELETE SUBMIT-FILE
009080         INVALID KEY
009090             DISPLAY "Warning: old submission " WS-SAVE-DATE
009100                 " seq " WS-SAVE-SEQ " not deleted."
009110             ADD 1 TO WS-PROBLEMS
009120     END-DELETE.
009130 4010-EXIT.
009140     EXIT.
009290
009300*==========================================================
009310* 4100-REPLACE-ENTRY - the roster entry becomes the
009320* placeholder: no name, aliases or email, inactive.  A member
009330* until today gets a leave event under the placeholder, so
009340* the past still counts and nothing from today on does.
009350*==========================================================
009360 4100-REPLACE-ENTRY.
009370     OPEN I-O ROSTER-FILE
009380     IF WS-ROSTER-STATUS NOT = "00"
009390         DISPLAY "Could not open " WS-ROSTER-FILENAME
009400             " status " WS-ROSTER-STATUS
009410         ADD 1 TO WS-PROBLEMS
009420         GO TO 4100-EXIT
009430     END-IF
009440     MOVE SPACES TO ROST-REC
009450     MOVE WS-PLACEHOLDER TO ROST-ID
009460     MOVE WS-PLACEHOLDER TO ROST-NAME
009470     MOVE "N" TO ROST-ACTIVE-FLAG
009480     WRITE ROST-REC
009490         INVALID KEY
009500             DISPLAY "Roster entry " WS-PLACEHOLDER
009510                 " already exists - entry not replaced."
009520             ADD 1 TO WS-PROBLEMS
009530             CLOSE ROSTER-FILE
009540             GO TO 4100-EXIT
009550     END-WRITE
009560     MOVE "WRITE" TO WS-JNL-ACTION
009570     PERFORM 9510-JOURNAL-ROST THRU 9510-EXIT
009580     MOVE SPACES TO ROST-REC
009590     MOVE WS-ERASE-ID TO ROST-ID
009600     DELETE ROSTER-FILE
009610         INVALID KEY
009620             DISPLAY "Warning: roster entry "
009630                 FUNCTION TRIM(WS-ERASE-ID) " not deleted."
009640             ADD 1 TO WS-PROBLEMS
009650     END-DELETE
009660     CLOSE ROSTER-FILE
009670     IF NOT WS-WAS-ACTIVE
009680         GO TO 4100-EXIT
009690     END-IF
009700     OPEN EXTEND MEMBER-FILE
009710     IF WS-MEMBER-STATUS NOT = "00"
009720         OPEN OUTPUT MEMBER-FILE
009730     END-IF
009740     IF WS-MEMBER-STATUS NOT = "00"
009750         DISPLAY "Warning: leave event not written to "
009760             FUNCTION TRIM(WS-MEMBER-FILENAME) "."
009770         ADD 1 TO WS-PROBLEMS
009780         GO TO 4100-EXIT
009790     END-IF
009800     MOVE SPACES TO MEMBER-LINE
009810     STRING FUNCTION TRIM(WS-PLACEHOLDER), "|", WS-TODAY, "|L|",
009820         WS-STAMP
009830         DELIMITED BY SIZE INTO MEMBER-LINE
009840     WRITE MEMBER-LINE
009850     CLOSE MEMBER-FILE.
009860 4100-EXIT.
009870     EXIT.
009880
009890*==========================================================
009900* 4200-WRITE-REGISTER - the placeholder and the certificate
009910* totals; never the ID it replaced.
009920*==========================================================
009930 4200-WRITE-REGISTER.
009940     OPEN EXTEND ERASE-FILE
009950     IF WS-ERASE-STATUS NOT = "00"
009960         OPEN OUTPUT ERASE-FILE
009970     END-IF
009980     IF WS-ERASE-STATUS NOT = "00"
009990         DISPLAY "Warning: could not write " WS-ERASE-FILENAME
010000         MOVE 2 TO RETURN-CODE
010010         GO TO 4200-EXIT
010020     END-IF
010030     MOVE WS-FILES-CHANGED TO ERA-FILES
010040     MOVE WS-TOTAL-CHANGED TO ERA-RECORDS
010050     MOVE SPACES TO ERASE-LINE
010060     STRING WS-PLACEHOLDER, "|", WS-STAMP, "|",
010070         ERA-FILES, "|", ERA-RECORDS, "|",
010080         FUNCTION TRIM(WS-CERT-FILENAME)
010090         DELIMITED BY SIZE INTO ERASE-LINE
010100     WRITE ERASE-LINE
010110     CLOSE ERASE-FILE.
010120 4200-EXIT.
010130     EXIT.
010140
010150*==========================================================
010160* 5000-WRITE-CERTIFICATE - every file looked at, with its
010170* records read and changed.  It names only the placeholder.
010180*==========================================================
010190 5000-WRITE-CERTIFICATE.
010200     OPEN OUTPUT CERT-FILE
010210     IF WS-CERT-STATUS NOT = "00"
010220         DISPLAY "Could not open " WS-CERT-FILENAME
010230         ADD 1 TO WS-PROBLEMS
010240         GO TO 5000-EXIT
010250     END-IF
010260     IF WS-DRYRUN
010270         MOVE "ERASURE PLAN - DRY RUN, NOTHING CHANGED"
010280             TO CERT-LINE
010290     ELSE
010300         MOVE "PARTICIPANT ERASURE CERTIFICATE" TO CERT-LINE
010310     END-IF
010320     WRITE CERT-LINE
010330     MOVE SPACES TO CERT-LINE
010340     STRING "Placeholder   ", WS-PLACEHOLDER
010350         DELIMITED BY SIZE INTO CERT-LINE
010360     WRITE CERT-LINE
010370     MOVE SPACES TO CERT-LINE
010380     STRING "Run           ", WS-STAMP
010390         DELIMITED BY SIZE INTO CERT-LINE
010400     WRITE CERT-LINE
010410     MOVE SPACES TO CERT-LINE
010420     STRING "Matched on    ", WS-TGT-USED,
010430         " identifier(s): roster ID, name, aliases, email"
010440         DELIMITED BY SIZE INTO CERT-LINE
010450     WRITE CERT-LINE
010460     MOVE SPACES TO CERT-LINE
010470     WRITE CERT-LINE
010480     MOVE "RECORDS  CHANGED  FILE" TO CERT-LINE
010490     WRITE CERT-LINE
010500     PERFORM 5100-WRITE-FILE-LINE THRU 5100-EXIT
010510         VARYING WS-CF-IDX FROM 1 BY 1
010520         UNTIL WS-CF-IDX > WS-CF-COUNT
010530     MOVE SPACES TO CERT-LINE
010540     WRITE CERT-LINE
010550     MOVE WS-TOTAL-CHANGED TO WS-ED-TOTAL
010560     MOVE WS-FILES-CHANGED TO WS-ED-FILES
010570     MOVE WS-CF-COUNT TO WS-ED-OF
010580     MOVE SPACES TO CERT-LINE
010590     STRING "TOTAL ", FUNCTION TRIM(WS-ED-TOTAL),
010600         " record(s) changed in ", FUNCTION TRIM(WS-ED-FILES),
010610         " of ", FUNCTION TRIM(WS-ED-OF), " file(s)"
010620         DELIMITED BY SIZE INTO CERT-LINE
010630     WRITE CERT-LINE
010640     MOVE "No record was added or dropped; vote totals, winners"
010650         TO CERT-LINE
010660     WRITE CERT-LINE
010670     MOVE "and season points stand, credited to the placeholder."
010680         TO CERT-LINE
010690     WRITE CERT-LINE
010700     IF WS-PROBLEMS > 0
010710         MOVE SPACES TO CERT-LINE
010720         STRING "INCOMPLETE - ", WS-PROBLEMS,
010730             " problem(s); run the erasure again to finish."
010740             DELIMITED BY SIZE INTO CERT-LINE
010750         WRITE CERT-LINE
010760     END-IF
010770     IF WS-CF-OVERFLOW
010780         MOVE "More than 400 files - the rest are not listed."
010790             TO CERT-LINE
010800         WRITE CERT-LINE
010810     END-IF
010820     CLOSE CERT-FILE.
010830 5000-EXIT.
010840     EXIT.
010850
010860 5100-WRITE-FILE-LINE.
010870     MOVE CF-READ(WS-CF-IDX) TO WS-ED-READ
010880     MOVE CF-CHANGED(WS-CF-IDX) TO WS-ED-CHANGED
010890     MOVE SPACES TO CERT-LINE
010900     IF CF-NAME(WS-CF-IDX) = WS-ROSTER-FILENAME
010910         STRING "      -  ", WS-ED-CHANGED, "  ",
010920             FUNCTION TRIM(CF-NAME(WS-CF-IDX))
010930             DELIMITED BY SIZE INTO CERT-LINE
010940     ELSE
010950         STRING WS-ED-READ, "  ", WS-ED-CHANGED, "  ",
010960             FUNCTION TRIM(CF-NAME(WS-CF-IDX))
010970             DELIMITED BY SIZE INTO CERT-LINE
010980     END-IF
010990     WRITE CERT-LINE.
011000 5100-EXIT.
011010     EXIT.
011020
011030*==========================================================
011040* 7000-SCRUB-LINE - WS-IN-REC into WS-OUT-REC with every
011050* field that equals a target replaced; WS-LINE-HIT says if
011060* anything changed.  Delimiters and empty fields are kept.
011070*==========================================================
011080 7000-SCRUB-LINE.
011090     MOVE "N" TO WS-LINE-HIT-SW
011100     MOVE WS-IN-REC TO WS-OUT-REC
011110     IF WS-IN-REC = SPACES
011120         GO TO 7000-EXIT
011130     END-IF
011140     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-REC TRAILING))
011150         TO WS-IN-LEN
011160     MOVE SPACES TO WS-OUT-REC
011170     MOVE 1 TO WS-IN-PTR
011180     MOVE 1 TO WS-OUT-PTR
011190     PERFORM 7100-NEXT-FIELD THRU 7100-EXIT
011200         UNTIL WS-IN-PTR > WS-IN-LEN
011210     IF NOT WS-LINE-HIT
011220         MOVE WS-IN-REC TO WS-OUT-REC
011230     END-IF.
011240 7000-EXIT.
011250     EXIT.
011260
011270 7100-NEXT-FIELD.
011280     PERFORM 7110-UNSTRING-PIECE THRU 7110-EXIT
011290     MOVE SPACES TO WS-FIELD
011300     MOVE 0 TO WS-FIELD-LEN
011310     IF WS-PIECE-LEN > 0
011320         MOVE WS-PIECE(1:WS-PIECE-LEN) TO WS-FIELD
011330         MOVE WS-PIECE-LEN TO WS-FIELD-LEN
011340     END-IF
011350     MOVE WS-PIECE-DLM TO WS-FIELD-DLM
011360     IF WS-CSV
011370         PERFORM 7120-JOIN-QUOTED THRU 7120-EXIT
011380     END-IF
011390     PERFORM 7200-MATCH-FIELD THRU 7200-EXIT
011400     IF WS-TGT-FOUND > 0
011410         MOVE "Y" TO WS-LINE-HIT-SW
011420         IF WS-QUOTED
011430             STRING """" DELIMITED BY SIZE
011440                 INTO WS-OUT-REC WITH POINTER WS-OUT-PTR
011450         END-IF
011460         IF TGT-TO-PLACEHOLDER(WS-TGT-FOUND)
011470             STRING FUNCTION TRIM(WS-PLACEHOLDER)
011480                 DELIMITED BY SIZE
011490                 INTO WS-OUT-REC WITH POINTER WS-OUT-PTR
011500         END-IF
011510         IF WS-QUOTED
011520             STRING """" DELIMITED BY SIZE
011530                 INTO WS-OUT-REC WITH POINTER WS-OUT-PTR
011540         END-IF
011550     ELSE
011560         IF WS-FIELD-LEN > 0
011570             STRING WS-FIELD(1:WS-FIELD-LEN) DELIMITED BY SIZE
011580                 INTO WS-OUT-REC WITH POINTER WS-OUT-PTR
011590         END-IF
011600     END-IF
011610     IF WS-FIELD-DLM NOT = SPACE
011620         STRING WS-FIELD-DLM DELIMITED BY SIZE
011630             INTO WS-OUT-REC WITH POINTER WS-OUT-PTR
011640     END-IF.
011650 7100-EXIT.
011660     EXIT.
011670
011680 7110-UNSTRING-PIECE.
011690     MOVE SPACES TO WS-PIECE
011700     MOVE SPACE TO WS-PIECE-DLM
011710     MOVE 0 TO WS-PIECE-LEN
011720     UNSTRING WS-IN-REC(1:WS-IN-LEN) DELIMITED BY WS-DELIM
011730         INTO WS-PIECE DELIMITER IN WS-PIECE-DLM
011740         COUNT IN WS-PIECE-LEN
011750         WITH POINTER WS-IN-PTR
011760     END-UNSTRING.
011770 7110-EXIT.
011780     EXIT.
011790
011800*==========================================================
011810* 7120-JOIN-QUOTED - a CSV field opened with a quote runs on
011820* through embedded commas until its quotes balance.
011830*==========================================================
011840 7120-JOIN-QUOTED.
011850     IF WS-FIELD-LEN = 0 OR WS-FIELD(1:1) NOT = """"
011860         GO TO 7120-EXIT
011870     END-IF
011880     PERFORM 7130-COUNT-QUOTES THRU 7130-EXIT
011890     PERFORM 7140-ADD-PIECE THRU 7140-EXIT
011900         UNTIL WS-ODD = 0 OR WS-FIELD-DLM = SPACE.
011910 7120-EXIT.
011920     EXIT.
011930
011940 7130-COUNT-QUOTES.
011950     MOVE 0 TO WS-QUOTES
011960     INSPECT WS-FIELD(1:WS-FIELD-LEN) TALLYING WS-QUOTES
011970         FOR ALL """"
011980     DIVIDE WS-QUOTES BY 2 GIVING WS-HALF REMAINDER WS-ODD.
011990 7130-EXIT.
012000     EXIT.
012010
012020 7140-ADD-PIECE.
012030     COMPUTE WS-FIELD-PTR = WS-FIELD-LEN + 1
012040     STRING WS-FIELD-DLM DELIMITED BY SIZE
012050         INTO WS-FIELD WITH POINTER WS-FIELD-PTR
012060     MOVE SPACE TO WS-FIELD-DLM
012070     IF WS-IN-PTR <= WS-IN-LEN
012080         PERFORM 7110-UNSTRING-PIECE THRU 7110-EXIT
012090         IF WS-PIECE-LEN > 0
012100             STRING WS-PIECE(1:WS-PIECE-LEN) DELIMITED BY SIZE
012110                 INTO WS-FIELD WITH POINTER WS-FIELD-PTR
012120         END-IF
012130         MOVE WS-PIECE-DLM TO WS-FIELD-DLM
012140     END-IF
012150     COMPUTE WS-FIELD-LEN = WS-FIELD-PTR - 1
012160     PERFORM 7130-COUNT-QUOTES THRU 7130-EXIT.
012170 7140-EXIT.
012180     EXIT.
012190
012200*==========================================================
012210* 7200-MATCH-FIELD - the field (outer quotes off, trimmed,
012220* upper case) against the targets.
012230*==========================================================
012240 7200-MATCH-FIELD.
012250     MOVE 0 TO WS-TGT-FOUND
012260     MOVE "N" TO WS-QUOTED-SW
012270     IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 250
012280         GO TO 7200-EXIT
012290     END-IF
012300     MOVE SPACES TO WS-CMP
012310     IF WS-CSV AND WS-FIELD-LEN > 1
012320         AND WS-FIELD(1:1) = """"
012330         AND WS-FIELD(WS-FIELD-LEN:1) = """"
012340         MOVE "Y" TO WS-QUOTED-SW
012350         IF WS-FIELD-LEN > 2
012360             MOVE WS-FIELD(2:WS-FIELD-LEN - 2) TO WS-CMP
012370         END-IF
012380     ELSE
012390         MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-CMP
012400     END-IF
012410     IF WS-CMP = SPACES
012420         GO TO 7200-EXIT
012430     END-IF
012440     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMP)) TO WS-CMP
012450     PERFORM 7300-FIND-TARGET THRU 7300-EXIT.
012460 7200-EXIT.
012470     EXIT.
012480
012490 7300-FIND-TARGET.
012500     MOVE 0 TO WS-TGT-FOUND
012510     PERFORM 7310-SCAN-TARGET THRU 7310-EXIT
012520         VARYING WS-T FROM 1 BY 1
012530         UNTIL WS-T > WS-TGT-COUNT OR WS-TGT-FOUND > 0.
012540 7300-EXIT.
012550     EXIT.
012560
012570 7310-SCAN-TARGET.
012580     IF TGT-LIVE(WS-T) AND TGT-VALUE(WS-T) = WS-CMP
012590         MOVE WS-T TO WS-TGT-FOUND
012600     END-IF.
012610 7310-EXIT.
012620     EXIT.
012630
012640*==========================================================
012650* 9500-JOURNAL-SUB / 9510-JOURNAL-ROST - record images into
012660* the write-ahead journal.
012670*==========================================================
012680 9500-JOURNAL-SUB.
012690     MOVE "SUB" TO WS-JNL-FILE-ID
012700     MOVE SPACES TO WS-JNL-DATA
012710     STRING SUB-DATE, "|", FUNCTION TRIM(SUB-PARTICIPANT),
012720         "|", SUB-SEQ, "|", FUNCTION TRIM(SUB-NOTE),
012730         "|", SUB-VOID-FLAG
012740         DELIMITED BY SIZE INTO WS-JNL-DATA
012750     PERFORM 9520-CALL-JOURNAL THRU 9520-EXIT.
012760 9500-EXIT.
012770     EXIT.
012780
012790 9510-JOURNAL-ROST.
012800     MOVE "ROST" TO WS-JNL-FILE-ID
012810     MOVE SPACES TO WS-JNL-DATA
012820     STRING ROST-ID, "|", FUNCTION TRIM(ROST-NAME),
012830         "|", FUNCTION TRIM(ROST-ALIASES),
012840         "|", FUNCTION TRIM(ROST-EMAIL),
012850         "|", ROST-ACTIVE-FLAG
012860         DELIMITED BY SIZE INTO WS-JNL-DATA
012870     PERFORM 9520-CALL-JOURNAL THRU 9520-EXIT.
012880 9510-EXIT.
012890     EXIT.
012900
012910 9520-CALL-JOURNAL.
012920     CALL "SongJournal" USING WS-JNL-FILE-ID WS-JNL-ACTION
012930         WS-JNL-DATA WS-JNL-RESULT
012940     IF WS-JNL-RESULT NOT = 0
012950         DISPLAY "Warning: journal entry not written."
012960     END-IF.
012970 9520-EXIT.
012980     EXIT.
012990
013000*==========================================================
013010* 2100-CHECK-KEYS - two submissions on one date with one
013020* sequence number, under two of the member's names, would
013030* share a key under the placeholder.  Each is named; the
013040* erasure does not go ahead while any remain.
013050*==========================================================
013060 2100-CHECK-KEYS.
013070     MOVE 0 TO WS-SK-CLASH
013080     PERFORM 2110-CHECK-KEY THRU 2110-EXIT
013090         VARYING WS-SK-IDX FROM 1 BY 1
013100         UNTIL WS-SK-IDX >= WS-SK-COUNT.
013110 2100-EXIT.
013120     EXIT.
013130
013140 2110-CHECK-KEY.
013150     PERFORM 2120-COMPARE-KEY THRU 2120-EXIT
013160         VARYING WS-SK-J FROM WS-SK-IDX BY 1
013170         UNTIL WS-SK-J > WS-SK-COUNT.
013180 2110-EXIT.
013190     EXIT.
013200
013210 2120-COMPARE-KEY.
013220     IF WS-SK-J = WS-SK-IDX
013230         GO TO 2120-EXIT
013240     END-IF
013250     IF SK-DATE(WS-SK-J) = SK-DATE(WS-SK-IDX)
013260         AND SK-SEQ(WS-SK-J) = SK-SEQ(WS-SK-IDX)
013270         ADD 1 TO WS-SK-CLASH
013280         DISPLAY "Submissions " SK-DATE(WS-SK-IDX) " seq "
013290             SK-SEQ(WS-SK-IDX) " under "
013300             FUNCTION TRIM(SK-PART(WS-SK-IDX)) " and "
013310             FUNCTION TRIM(SK-PART(WS-SK-J))
013320             " would share one key as " WS-PLACEHOLDER "."
013330     END-IF.
013340 2120-EXIT.
013350     EXIT.
