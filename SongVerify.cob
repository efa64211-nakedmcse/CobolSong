000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongVerify.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - checks the video link in each
000200*                 submission's note over a date range of
000210*                 submissions.dat.  A note must hold a well
000220*                 formed http(s) link; each link is probed with
000230*                 curl (YouTube videos through their oEmbed page,
000240*                 which fails for a removed video) and must still
000250*                 answer; and the same video - the same link, or
000260*                 the same YouTube or Vimeo ID under another form
000270*                 of URL - must not have been submitted before on
000280*                 another date or by another participant.  The
000290*                 findings go to song_verify.txt and to the review
000300*                 queue link_review.dat, where the committee
000310*                 clears an entry or voids the submission
000320*                 (through SongMaint VOID).  SongVote CLOSE holds
000330*                 back a day with an open entry.
000340*----------------------------------------------------------------
000350* USAGE
000360*   SongVerify [START-YYYY-MM-DD] [END-YYYY-MM-DD]
000370*   SongVerify LIST [ALL]
000380*   SongVerify CLEAR nnnn "Reason"
000390*   SongVerify VOID nnnn "Reason"
000400*   LIST shows the open queue entries (ALL: every entry).  CLEAR
000410*   closes an entry the committee accepts; VOID voids the
000420*   submission behind it.  LINKTIMEOUT in settings.cfg is the
000430*   seconds each probe may take; 0 checks the form only.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SUBMIT-FILE
000490         ASSIGN DYNAMIC WS-SUBMIT-FILENAME
000500         ORGANIZATION INDEXED
000510         ACCESS MODE DYNAMIC
000520         RECORD KEY SUB-KEY
000530         FILE STATUS WS-SUBMIT-STATUS.
000540     SELECT SETTINGS-FILE
000550         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS WS-SETT-STATUS.
000580     SELECT REPORT-FILE
000590         ASSIGN DYNAMIC WS-REPORT-FILENAME
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS WS-REPORT-STATUS.
000620     SELECT QUEUE-FILE
000630         ASSIGN DYNAMIC WS-QUEUE-FILENAME
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS WS-QUEUE-STATUS.
000660     SELECT TEMP-FILE
000670         ASSIGN DYNAMIC WS-TEMP-FILENAME
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS WS-TEMP-STATUS.
000700     SELECT PROBE-FILE
000710         ASSIGN DYNAMIC WS-PROBE-FILENAME
000720         ORGANIZATION LINE SEQUENTIAL
000730         FILE STATUS WS-PROBE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUBMIT-FILE.
000780 COPY "SUBREC.CPY".
000790 FD  SETTINGS-FILE.
000800 01  SETTINGS-LINE              PIC X(100).
000810 FD  REPORT-FILE.
000820 01  REPORT-LINE                PIC X(160).
000830 FD  QUEUE-FILE.
000840 01  QUEUE-LINE                 PIC X(240).
000850 FD  TEMP-FILE.
000860 01  TEMP-LINE                  PIC X(240).
000870 FD  PROBE-FILE.
000880 01  PROBE-LINE                 PIC X(20).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-SUBMIT-FILENAME         PIC X(40)
000920                                 VALUE "submissions.dat".
000930 01  WS-SUBMIT-STATUS           PIC X(2).
000940 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000950 01  WS-SETT-STATUS             PIC X(2).
000960 01  WS-REPORT-FILENAME         PIC X(40) VALUE "song_verify.txt".
000970 01  WS-REPORT-STATUS           PIC X(2).
000980 01  WS-QUEUE-FILENAME          PIC X(40)
000990                                 VALUE "link_review.dat".
001000 01  WS-QUEUE-STATUS            PIC X(2).
001010 01  WS-TEMP-FILENAME           PIC X(40)
001020                                 VALUE "link_review.tmp".
001030 01  WS-TEMP-STATUS             PIC X(2).
001040 01  WS-PROBE-FILENAME          PIC X(40) VALUE "songvrfy.tmp".
001050 01  WS-PROBE-STATUS            PIC X(2).
001060
001070 01  WS-ARG1                    PIC X(20).
001080 01  WS-ARG2                    PIC X(20).
001090 01  WS-ARG3                    PIC X(60).
001100 01  WS-MODE-SW                 PIC X(1) VALUE "S".
001110     88  WS-SCAN-MODE                    VALUE "S".
001120     88  WS-LIST-MODE                    VALUE "L".
001130     88  WS-CLEAR-MODE                   VALUE "C".
001140     88  WS-VOID-MODE                    VALUE "V".
001150 01  WS-LIST-ALL-SW             PIC X(1) VALUE "N".
001160     88  WS-LIST-ALL                     VALUE "Y".
001170 01  WS-VALID-SW                PIC X(1) VALUE "Y".
001180     88  WS-ARGS-VALID                   VALUE "Y".
001190 01  WS-EOF-SW                  PIC X(1) VALUE "N".
001200     88  WS-EOF                          VALUE "Y".
001210 01  WS-START-DATE              PIC X(10) VALUE SPACES.
001220 01  WS-END-DATE                PIC X(10) VALUE SPACES.
001230 01  WS-CHK-DATE                PIC X(20) VALUE SPACES.
001240 01  WS-NOW                     PIC X(21) VALUE SPACES.
001250 01  WS-STAMP                   PIC X(19) VALUE SPACES.
001260 01  CMD                        PIC X(400).
001270 01  ERR                        PIC 9(4) COMP-5.
001280
001290 COPY "LINKREC.CPY".
001300
001310*----------------------------------------------------------------
001320* Settings: seconds each link probe may take (0 = no probes)
001330*----------------------------------------------------------------
001340 01  WS-SETT-LINE               PIC X(100).
001350 01  WS-SETT-KEY                PIC X(20).
001360 01  WS-SETT-VAL                PIC X(78).
001370 01  WS-LINK-TIMEOUT            PIC 9(3) VALUE 10.
001380
001390*----------------------------------------------------------------
001400* Run-control lock (SongLock): claimed before the indexed
001410* files are opened, released at termination.
001420*----------------------------------------------------------------
001430 01  WS-LOCK-ACTION            PIC X(8) VALUE SPACES.
001440 01  WS-LOCK-CALLER            PIC X(12) VALUE "SongVerify".
001450 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001460 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001470     88  WS-LOCK-HELD                    VALUE "Y".
001480 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001490
001500*----------------------------------------------------------------
001510* Every live submission up to the end of the range, in key
001520* order.  SB-LINK is the link taken from the note (the whole
001530* note when it holds none), SB-KEY the video it points at in
001540* one form (YT:id, VM:id, or host and path), SB-PROBLEM and
001550* SB-DETAIL what is wrong with the link, SB-FIRST the earlier
001560* submission of the same video, and the -QID/-QST fields the
001570* queue entry each problem went to and its state.
001580*----------------------------------------------------------------
001590 01  WS-SB-COUNT                PIC 9(4) COMP VALUE 0.
001600 01  WS-SB-TABLE.
001610     05  WS-SB-ENTRY OCCURS 6000 TIMES.
001620         10  SB-DATE            PIC X(10).
001630         10  SB-PART            PIC X(30).
001640         10  SB-SEQ             PIC 9(3).
001650         10  SB-LINK            PIC X(60).
001660         10  SB-KEY             PIC X(60).
001670         10  SB-IN-RANGE        PIC X(1).
001680         10  SB-PROBLEM         PIC X(8).
001690         10  SB-DETAIL          PIC X(60).
001700         10  SB-FIRST           PIC 9(4) COMP.
001710         10  SB-LINK-QID        PIC X(4).
001720         10  SB-LINK-QST        PIC X(1).
001730         10  SB-REUSE-QID       PIC X(4).
001740         10  SB-REUSE-QST       PIC X(1).
001750 01  WS-SB-IDX                  PIC 9(4) COMP VALUE 0.
001760 01  WS-SB-J                    PIC 9(4) COMP VALUE 0.
001770 01  WS-SB-OVER-SW              PIC X(1) VALUE "N".
001780     88  WS-SB-OVERFLOW                  VALUE "Y".
001790
001800*----------------------------------------------------------------
001810* The review queue, as loaded and as it will be written back.
001820* QE-SEEN is Y for an entry this run found again.
001830*----------------------------------------------------------------
001840 01  WS-QE-COUNT                PIC 9(4) COMP VALUE 0.
001850 01  WS-QE-TABLE.
001860     05  WS-QE-ENTRY OCCURS 3000 TIMES.
001870         10  QE-ID              PIC 9(4).
001880         10  QE-DATE            PIC X(10).
001890         10  QE-PART            PIC X(30).
001900         10  QE-SEQ             PIC X(3).
001910         10  QE-PROBLEM         PIC X(8).
001920         10  QE-STATE           PIC X(1).
001930         10  QE-FOUND           PIC X(19).
001940         10  QE-DETAIL          PIC X(60).
001950         10  QE-CLOSED          PIC X(19).
001960         10  QE-REASON          PIC X(60).
001970         10  QE-SEEN            PIC X(1).
001980 01  WS-QE-IDX                  PIC 9(4) COMP VALUE 0.
001990 01  WS-QE-J                    PIC 9(4) COMP VALUE 0.
002000 01  WS-QE-FOUND                PIC 9(4) COMP VALUE 0.
002010 01  WS-QE-NEXT-ID              PIC 9(4) VALUE 1.
002020 01  WS-QE-OVER-SW              PIC X(1) VALUE "N".
002030     88  WS-QE-OVERFLOW                  VALUE "Y".
002040 01  WS-QE-CHANGED-SW           PIC X(1) VALUE "N".
002050     88  WS-QE-CHANGED                   VALUE "Y".
002060
002070*----------------------------------------------------------------
002080* Taking a note apart.  Positions are within WS-LINK; the
002090* lower-case copies are for matching only, since a YouTube ID
002100* is case sensitive.
002110*----------------------------------------------------------------
002120 01  WS-NOTE-LC                 PIC X(60).
002130 01  WS-LINK                    PIC X(60).
002140 01  WS-LINK-LC                 PIC X(60).
002150 01  WS-LINK-LEN                PIC 9(3) COMP VALUE 0.
002160 01  WS-HOST                    PIC X(60).
002170 01  WS-HOST-START              PIC 9(3) COMP VALUE 0.
002180 01  WS-HOST-LEN                PIC 9(3) COMP VALUE 0.
002190 01  WS-SITE                    PIC X(60).
002200 01  WS-SKIP                    PIC 9(3) COMP VALUE 0.
002210 01  WS-REST                    PIC X(60).
002220 01  WS-REST-LC                 PIC X(60).
002230 01  WS-PATH-START              PIC 9(3) COMP VALUE 0.
002240 01  WS-VID                     PIC X(40).
002250 01  WS-VID-START               PIC 9(3) COMP VALUE 0.
002260 01  WS-KEY-TAG                 PIC X(3).
002270 01  WS-KEY-LEN                 PIC 9(3) COMP VALUE 0.
002280 01  WS-POS                     PIC 9(3) COMP VALUE 0.
002290 01  WS-P                       PIC 9(3) COMP VALUE 0.
002300 01  WS-HITS                    PIC 9(3) COMP VALUE 0.
002310 01  WS-URL-PUNCT               PIC X(14) VALUE "-._~:/?#@&+,=%".
002320 01  WS-FORM-OK-SW              PIC X(1) VALUE "Y".
002330     88  WS-FORM-OK                      VALUE "Y".
002340
002350*----------------------------------------------------------------
002360* Probing
002370*----------------------------------------------------------------
002380 01  WS-PROBE-URL               PIC X(200).
002390 01  WS-HTTP                    PIC X(3).
002400 01  WS-PROBED                  PIC 9(4) COMP VALUE 0.
002410 01  WS-NO-ANSWER               PIC 9(4) COMP VALUE 0.
002420 01  WS-QUOT                    PIC 9(4) COMP VALUE 0.
002430 01  WS-REM                     PIC 9(4) COMP VALUE 0.
002440 01  WS-NET-DOWN-SW             PIC X(1) VALUE "N".
002450     88  WS-NET-DOWN                     VALUE "Y".
002460
002470*----------------------------------------------------------------
002480* Queue actions and report counts
002490*----------------------------------------------------------------
002500 01  WS-Q-ID                    PIC 9(4) VALUE 0.
002510 01  WS-Q-DATE                  PIC X(10) VALUE SPACES.
002520 01  WS-Q-PART                  PIC X(30) VALUE SPACES.
002530 01  WS-Q-SEQ                   PIC X(3) VALUE SPACES.
002540 01  WS-Q-PROBLEM               PIC X(8) VALUE SPACES.
002550 01  WS-Q-DETAIL                PIC X(60) VALUE SPACES.
002560 01  WS-Q-REASON                PIC X(60) VALUE SPACES.
002570 01  WS-Q-QID                   PIC X(4) VALUE SPACES.
002580 01  WS-Q-QST                   PIC X(1) VALUE SPACES.
002590 01  WS-SAFE-PART               PIC X(30) VALUE SPACES.
002600 01  WS-VOIDED-SW               PIC X(1) VALUE "N".
002610     88  WS-SUB-VOIDED                   VALUE "Y".
002620 01  WS-STATE-TEXT              PIC X(10) VALUE SPACES.
002630 01  WS-SECTION-KIND            PIC X(1) VALUE SPACES.
002640 01  WS-SECTION-TITLE           PIC X(40) VALUE SPACES.
002650 01  WS-SECTION-FLAGS           PIC 9(4) COMP VALUE 0.
002660 01  WS-DAY-DATE                PIC X(10) VALUE SPACES.
002670 01  WS-DAY-OPEN                PIC 9(4) COMP VALUE 0.
002680 01  WS-DAY-SEEN-SW             PIC X(1) VALUE "N".
002690     88  WS-DAY-SEEN                     VALUE "Y".
002700 01  WS-CHECKED                 PIC 9(4) COMP VALUE 0.
002710 01  WS-PROBLEMS                PIC 9(4) COMP VALUE 0.
002720 01  WS-NEW-COUNT               PIC 9(4) COMP VALUE 0.
002730 01  WS-RESOLVED-COUNT          PIC 9(4) COMP VALUE 0.
002740 01  WS-OPEN-COUNT              PIC 9(4) COMP VALUE 0.
002750 01  WS-LIST-COUNT              PIC 9(4) COMP VALUE 0.
002760 01  WS-ED-A                    PIC ZZZ9.
002770 01  WS-ED-B                    PIC ZZZ9.
002780 01  WS-ED-C                    PIC ZZZ9.
002790 01  WS-ED-D                    PIC ZZZ9.
002800 01  WS-ED-T                    PIC ZZ9.
002810
002820 PROCEDURE DIVISION.
002830*==========================================================
002840* 0000-MAINLINE
002850*==========================================================
002860 0000-MAINLINE.
002870     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
002880     IF NOT WS-ARGS-VALID
002890         DISPLAY "Usage: SongVerify [START-YYYY-MM-DD] "
002900             "[END-YYYY-MM-DD]"
002910         DISPLAY "       SongVerify LIST [ALL]"
002920         DISPLAY "       SongVerify CLEAR nnnn ""Reason"""
002930         DISPLAY "       SongVerify VOID nnnn ""Reason"""
002940         MOVE 1 TO RETURN-CODE
002950         GO TO 0000-DONE
002960     END-IF
002970     IF WS-LIST-MODE
002980         PERFORM 6000-LIST-QUEUE THRU 6000-EXIT
002990         GO TO 0000-DONE
003000     END-IF
003010     IF WS-VOID-MODE
003020         PERFORM 5500-VOID-ENTRY THRU 5500-EXIT
003030         GO TO 0000-DONE
003040     END-IF
003050     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
003060     IF NOT WS-LOCK-HELD
003070         MOVE 3 TO RETURN-CODE
003080         GO TO 0000-DONE
003090     END-IF
003100     IF WS-CLEAR-MODE
003110         PERFORM 5000-CLEAR-ENTRY THRU 5000-EXIT
003120         GO TO 0000-DONE
003130     END-IF
003140     PERFORM 1200-LOAD-SETTINGS THRU 1200-EXIT
003150     PERFORM 2000-LOAD-SUBMISSIONS THRU 2000-EXIT
003160     IF RETURN-CODE NOT = 0
003170         GO TO 0000-DONE
003180     END-IF
003190     PERFORM 2500-LOAD-QUEUE THRU 2500-EXIT
003200     PERFORM 3000-CHECK-LINKS THRU 3000-EXIT
003210     PERFORM 4000-UPDATE-QUEUE THRU 4000-EXIT
003220     PERFORM 4500-WRITE-REPORT THRU 4500-EXIT.
003230 0000-DONE.
003240     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
003250     STOP RUN.
003260
003270*==========================================================
003280* 0100-CLAIM-LOCK / 0150-REFRESH-LOCK / 0200-RELEASE-LOCK -
003290* the shared run lock, through the SongLock subprogram.  A
003300* long probe run refreshes its claim so it is not taken for
003310* stale.
003320*==========================================================
003330 0100-CLAIM-LOCK.
003340     MOVE "CLAIM" TO WS-LOCK-ACTION
003350     CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003360         WS-LOCK-RESULT
003370     IF WS-LOCK-RESULT = 0
003380         MOVE "Y" TO WS-LOCK-HELD-SW
003390     ELSE
003400         DISPLAY "Could not claim the run lock (result "
003410             WS-LOCK-RESULT ") - try again shortly."
003420     END-IF.
003430 0100-EXIT.
003440     EXIT.
003450
003460 0150-REFRESH-LOCK.
003470     IF WS-LOCK-HELD
003480         MOVE RETURN-CODE TO WS-SAVE-RC
003490         MOVE "REFRESH" TO WS-LOCK-ACTION
003500         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003510             WS-LOCK-RESULT
003520         MOVE WS-SAVE-RC TO RETURN-CODE
003530     END-IF.
003540 0150-EXIT.
003550     EXIT.
003560
003570 0200-RELEASE-LOCK.
003580     IF WS-LOCK-HELD
003590         MOVE RETURN-CODE TO WS-SAVE-RC
003600         MOVE "RELEASE" TO WS-LOCK-ACTION
003610         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
003620             WS-LOCK-RESULT
003630         MOVE WS-SAVE-RC TO RETURN-CODE
003640         MOVE "N" TO WS-LOCK-HELD-SW
003650     END-IF.
003660 0200-EXIT.
003670     EXIT.
003680
003690*==========================================================
003700* 1000-GET-ARGUMENTS - a date range to check, or LIST, or a
003710* CLEAR or VOID of one queue entry.
003720*==========================================================
003730 1000-GET-ARGUMENTS.
003740     MOVE SPACES TO WS-ARG1
003750     MOVE SPACES TO WS-ARG2
003760     MOVE SPACES TO WS-ARG3
003770     DISPLAY 1 UPON ARGUMENT-NUMBER
003780     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
003790         ON EXCEPTION MOVE SPACES TO WS-ARG1
003800     END-ACCEPT
003810     DISPLAY 2 UPON ARGUMENT-NUMBER
003820     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
003830         ON EXCEPTION MOVE SPACES TO WS-ARG2
003840     END-ACCEPT
003850     DISPLAY 3 UPON ARGUMENT-NUMBER
003860     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
003870         ON EXCEPTION MOVE SPACES TO WS-ARG3
003880     END-ACCEPT
003890     MOVE "Y" TO WS-VALID-SW
003900     MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1
003910     EVALUATE WS-ARG1
003920         WHEN "LIST"
003930             MOVE "L" TO WS-MODE-SW
003940             IF FUNCTION UPPER-CASE(WS-ARG2) = "ALL"
003950                 MOVE "Y" TO WS-LIST-ALL-SW
003960             END-IF
003970         WHEN "CLEAR"
003980             MOVE "C" TO WS-MODE-SW
003990             PERFORM 1100-CHECK-ENTRY-ARGS THRU 1100-EXIT
004000         WHEN "VOID"
004010             MOVE "V" TO WS-MODE-SW
004020             PERFORM 1100-CHECK-ENTRY-ARGS THRU 1100-EXIT
004030         WHEN OTHER
004040             MOVE "S" TO WS-MODE-SW
004050             MOVE "0000-00-00" TO WS-START-DATE
004060             MOVE "9999-99-99" TO WS-END-DATE
004070             IF WS-ARG1 NOT = SPACES
004080                 MOVE WS-ARG1 TO WS-CHK-DATE
004090                 PERFORM 1150-CHECK-DATE THRU 1150-EXIT
004100                 MOVE WS-ARG1(1:10) TO WS-START-DATE
004110             END-IF
004120             IF WS-ARG2 NOT = SPACES
004130                 MOVE WS-ARG2 TO WS-CHK-DATE
004140                 PERFORM 1150-CHECK-DATE THRU 1150-EXIT
004150                 MOVE WS-ARG2(1:10) TO WS-END-DATE
004160             END-IF
004170     END-EVALUATE.
004180 1000-EXIT.
004190     EXIT.
004200
004210 1100-CHECK-ENTRY-ARGS.
004220     IF WS-ARG2 = SPACES OR WS-ARG3 = SPACES
004230         MOVE "N" TO WS-VALID-SW
004240         GO TO 1100-EXIT
004250     END-IF
004260     MOVE 0 TO WS-HITS
004270     INSPECT WS-ARG2 TALLYING WS-HITS
004280         FOR CHARACTERS BEFORE INITIAL SPACE
004290     IF WS-HITS > 4
004300         MOVE "N" TO WS-VALID-SW
004310         GO TO 1100-EXIT
004320     END-IF
004330     IF WS-ARG2(1:WS-HITS) NOT NUMERIC
004340         MOVE "N" TO WS-VALID-SW
004350         GO TO 1100-EXIT
004360     END-IF
004370     MOVE FUNCTION NUMVAL(WS-ARG2) TO WS-Q-ID
004380     MOVE WS-ARG3 TO WS-Q-REASON
004390     INSPECT WS-Q-REASON REPLACING ALL "|" BY SPACE.
004400 1100-EXIT.
004410     EXIT.
004420
004430 1150-CHECK-DATE.
004440     IF NOT ( WS-CHK-DATE(1:4) IS NUMERIC
004450         AND WS-CHK-DATE(5:1) = "-"
004460         AND WS-CHK-DATE(6:2) IS NUMERIC
004470         AND WS-CHK-DATE(8:1) = "-"
004480         AND WS-CHK-DATE(9:2) IS NUMERIC
004490         AND WS-CHK-DATE(11:10) = SPACES )
004500         MOVE "N" TO WS-VALID-SW
004510     END-IF.
004520 1150-EXIT.
004530     EXIT.
004540
004550*==========================================================
004560* 1200-LOAD-SETTINGS - the probe timeout, from the same
004570* settings file the other programs read.
004580*==========================================================
004590 1200-LOAD-SETTINGS.
004600     OPEN INPUT SETTINGS-FILE
004610     IF WS-SETT-STATUS NOT = "00"
004620         GO TO 1200-EXIT
004630     END-IF
004640     MOVE "N" TO WS-EOF-SW
004650     PERFORM 1210-READ-SETTING-LINE THRU 1210-EXIT
004660         UNTIL WS-EOF
004670     CLOSE SETTINGS-FILE.
004680 1200-EXIT.
004690     EXIT.
004700
004710 1210-READ-SETTING-LINE.
004720     READ SETTINGS-FILE INTO WS-SETT-LINE
004730         AT END
004740             MOVE "Y" TO WS-EOF-SW
004750             GO TO 1210-EXIT
004760     END-READ
004770     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
004780         GO TO 1210-EXIT
004790     END-IF
004800     MOVE SPACES TO WS-SETT-KEY
004810     MOVE SPACES TO WS-SETT-VAL
004820     UNSTRING WS-SETT-LINE DELIMITED BY "="
004830         INTO WS-SETT-KEY WS-SETT-VAL
004840     END-UNSTRING
004850     IF WS-SETT-VAL(1:1) NOT NUMERIC
004860         GO TO 1210-EXIT
004870     END-IF
004880     IF WS-SETT-KEY = "LINKTIMEOUT"
004890         MOVE FUNCTION NUMVAL(WS-SETT-VAL) TO WS-LINK-TIMEOUT
004900     END-IF.
004910 1210-EXIT.
004920     EXIT.
004930
004940*==========================================================
004950* 2000-LOAD-SUBMISSIONS - every live submission from the
004960* start of the file to the end of the range, so a video can
004970* be matched against ones submitted before the range too.
004980* Each note is taken apart as it is loaded.
004990*==========================================================
005000 2000-LOAD-SUBMISSIONS.
005010     OPEN INPUT SUBMIT-FILE
005020     IF WS-SUBMIT-STATUS NOT = "00"
005030         DISPLAY "Could not open " WS-SUBMIT-FILENAME
005040             " status " WS-SUBMIT-STATUS
005050         MOVE 2 TO RETURN-CODE
005060         GO TO 2000-EXIT
005070     END-IF
005080     MOVE "N" TO WS-EOF-SW
005090     PERFORM 2010-LOAD-SUBMISSION THRU 2010-EXIT
005100         UNTIL WS-EOF
005110     CLOSE SUBMIT-FILE.
005120 2000-EXIT.
005130     EXIT.
005140
005150 2010-LOAD-SUBMISSION.
005160     READ SUBMIT-FILE NEXT
005170         AT END
005180             MOVE "Y" TO WS-EOF-SW
005190             GO TO 2010-EXIT
005200     END-READ
005210     IF SUB-DATE > WS-END-DATE
005220         MOVE "Y" TO WS-EOF-SW
005230         GO TO 2010-EXIT
005240     END-IF
005250     IF SUB-PARTICIPANT = SPACES OR SUB-VOIDED
005260         GO TO 2010-EXIT
005270     END-IF
005280     IF WS-SB-COUNT >= 6000
005290         MOVE "Y" TO WS-SB-OVER-SW
005300         MOVE "Y" TO WS-EOF-SW
005310         GO TO 2010-EXIT
005320     END-IF
005330     ADD 1 TO WS-SB-COUNT
005340     MOVE SUB-DATE TO SB-DATE(WS-SB-COUNT)
005350     MOVE SUB-PARTICIPANT TO SB-PART(WS-SB-COUNT)
005360     MOVE SUB-SEQ TO SB-SEQ(WS-SB-COUNT)
005370     MOVE "N" TO SB-IN-RANGE(WS-SB-COUNT)
005380     IF SUB-DATE NOT < WS-START-DATE
005390         MOVE "Y" TO SB-IN-RANGE(WS-SB-COUNT)
005400         ADD 1 TO WS-CHECKED
005410     END-IF
005420     MOVE 0 TO SB-FIRST(WS-SB-COUNT)
005430     MOVE SPACES TO SB-LINK-QID(WS-SB-COUNT)
005440     MOVE SPACES TO SB-LINK-QST(WS-SB-COUNT)
005450     MOVE SPACES TO SB-REUSE-QID(WS-SB-COUNT)
005460     MOVE SPACES TO SB-REUSE-QST(WS-SB-COUNT)
005470     PERFORM 2100-EXAMINE-NOTE THRU 2100-EXIT.
005480 2010-EXIT.
005490     EXIT.
005500
005510*==========================================================
005520* 2100-EXAMINE-NOTE - find the link in SUB-NOTE, check its
005530* form, and reduce it to the video it points at: YT:id for
005540* any YouTube form (watch?v=, youtu.be/, shorts/, embed/,
005550* live/), VM:id for Vimeo, otherwise the host (less www. or
005560* m.) and path as written, without a trailing slash.
005570*==========================================================
005580 2100-EXAMINE-NOTE.
005590     MOVE SPACES TO SB-LINK(WS-SB-COUNT)
005600     MOVE SPACES TO SB-KEY(WS-SB-COUNT)
005610     MOVE SPACES TO SB-PROBLEM(WS-SB-COUNT)
005620     MOVE SPACES TO SB-DETAIL(WS-SB-COUNT)
005630     MOVE FUNCTION LOWER-CASE(SUB-NOTE) TO WS-NOTE-LC
005640     MOVE 0 TO WS-POS
005650     INSPECT WS-NOTE-LC TALLYING WS-POS
005660         FOR CHARACTERS BEFORE INITIAL "http"
005670     IF WS-POS >= 60
005680         MOVE SUB-NOTE TO SB-LINK(WS-SB-COUNT)
005690         MOVE 0 TO WS-HITS
005700         INSPECT WS-NOTE-LC TALLYING WS-HITS
005710             FOR ALL "://" ALL "www."
005720         IF WS-HITS > 0
005730             MOVE "BADLINK" TO SB-PROBLEM(WS-SB-COUNT)
005740             MOVE "link is not well formed"
005750                 TO SB-DETAIL(WS-SB-COUNT)
005760         ELSE
005770             MOVE "NOLINK" TO SB-PROBLEM(WS-SB-COUNT)
005780             MOVE "no link in the note" TO SB-DETAIL(WS-SB-COUNT)
005790         END-IF
005800         GO TO 2100-EXIT
005810     END-IF
005820     MOVE SPACES TO WS-LINK
005830     UNSTRING SUB-NOTE(WS-POS + 1:) DELIMITED BY SPACE
005840         INTO WS-LINK
005850     END-UNSTRING
005860     MOVE WS-LINK TO SB-LINK(WS-SB-COUNT)
005870     MOVE FUNCTION LOWER-CASE(WS-LINK) TO WS-LINK-LC
005880     MOVE 0 TO WS-LINK-LEN
005890     INSPECT WS-LINK TALLYING WS-LINK-LEN
005900         FOR CHARACTERS BEFORE INITIAL SPACE
005910     MOVE "Y" TO WS-FORM-OK-SW
005920     MOVE 0 TO WS-HOST-START
005930     IF WS-LINK-LC(1:8) = "https://"
005940         MOVE 9 TO WS-HOST-START
005950     END-IF
005960     IF WS-LINK-LC(1:7) = "http://"
005970         MOVE 8 TO WS-HOST-START
005980     END-IF
005990     IF WS-HOST-START = 0 OR WS-HOST-START > WS-LINK-LEN
006000         MOVE "N" TO WS-FORM-OK-SW
006010     ELSE
006020         PERFORM 2110-CHECK-CHAR THRU 2110-EXIT
006030             VARYING WS-P FROM 1 BY 1
006040             UNTIL WS-P > WS-LINK-LEN OR NOT WS-FORM-OK
006050     END-IF
006060     IF WS-FORM-OK
006070         PERFORM 2120-CHECK-HOST THRU 2120-EXIT
006080     END-IF
006090     IF NOT WS-FORM-OK
006100         MOVE "BADLINK" TO SB-PROBLEM(WS-SB-COUNT)
006110         MOVE "link is not well formed" TO SB-DETAIL(WS-SB-COUNT)
006120         GO TO 2100-EXIT
006130     END-IF
006140     MOVE 0 TO WS-SKIP
006150     IF WS-HOST(1:4) = "www."
006160         MOVE 4 TO WS-SKIP
006170     END-IF
006180     IF WS-HOST(1:2) = "m."
006190         MOVE 2 TO WS-SKIP
006200     END-IF
006210     MOVE WS-HOST(WS-SKIP + 1:) TO WS-SITE
006220     COMPUTE WS-PATH-START = WS-HOST-START + WS-HOST-LEN
006230     MOVE SPACES TO WS-REST
006240     IF WS-PATH-START NOT > WS-LINK-LEN
006250         MOVE WS-LINK(WS-PATH-START:) TO WS-REST
006260     END-IF
006270     MOVE FUNCTION LOWER-CASE(WS-REST) TO WS-REST-LC
006280     MOVE 0 TO WS-VID-START
006290     MOVE SPACES TO WS-KEY-TAG
006300     EVALUATE TRUE
006310         WHEN WS-SITE = "youtube.com"
006320             OR WS-SITE = "music.youtube.com"
006330             PERFORM 2130-YOUTUBE-START THRU 2130-EXIT
006340         WHEN WS-SITE = "youtu.be"
006350             MOVE 2 TO WS-VID-START
006360             MOVE "YT:" TO WS-KEY-TAG
006370         WHEN WS-SITE = "vimeo.com"
006380             MOVE 2 TO WS-VID-START
006390             MOVE "VM:" TO WS-KEY-TAG
006400         WHEN WS-SITE = "player.vimeo.com"
006410             AND WS-REST-LC(1:7) = "/video/"
006420             MOVE 8 TO WS-VID-START
006430             MOVE "VM:" TO WS-KEY-TAG
006440         WHEN OTHER
006450             CONTINUE
006460     END-EVALUATE
006470     IF WS-VID-START > 0
006480         MOVE SPACES TO WS-VID
006490         UNSTRING WS-REST(WS-VID-START:) DELIMITED BY "/"
006500             OR "?" OR "&" OR "#" OR SPACE
006510             INTO WS-VID
006520         END-UNSTRING
006530         IF WS-VID = SPACES
006540             MOVE "BADLINK" TO SB-PROBLEM(WS-SB-COUNT)
006550             MOVE "no video ID in the link"
006560                 TO SB-DETAIL(WS-SB-COUNT)
006570             GO TO 2100-EXIT
006580         END-IF
006590         STRING WS-KEY-TAG, WS-VID
006600             DELIMITED BY SPACE INTO SB-KEY(WS-SB-COUNT)
006610         GO TO 2100-EXIT
006620     END-IF
006630     STRING WS-SITE DELIMITED BY SPACE
006640         WS-REST-LC DELIMITED BY SPACE
006650         INTO SB-KEY(WS-SB-COUNT)
006660     MOVE 0 TO WS-KEY-LEN
006670     INSPECT SB-KEY(WS-SB-COUNT) TALLYING WS-KEY-LEN
006680         FOR CHARACTERS BEFORE INITIAL SPACE
006690     IF WS-KEY-LEN > 1
006700         IF SB-KEY(WS-SB-COUNT)(WS-KEY-LEN:1) = "/"
006710             MOVE SPACE TO SB-KEY(WS-SB-COUNT)(WS-KEY-LEN:1)
006720         END-IF
006730     END-IF.
006740 2100-EXIT.
006750     EXIT.
006760
006770*==========================================================
006780* 2110-CHECK-CHAR - a link may hold letters, digits and the
006790* URL punctuation in WS-URL-PUNCT, nothing else (no quotes,
006800* no shell characters).
006810*==========================================================
006820 2110-CHECK-CHAR.
006830     IF WS-LINK(WS-P:1) IS ALPHABETIC
006840         OR WS-LINK(WS-P:1) IS NUMERIC
006850         GO TO 2110-EXIT
006860     END-IF
006870     MOVE 0 TO WS-HITS
006880     INSPECT WS-URL-PUNCT TALLYING WS-HITS
006890         FOR ALL WS-LINK(WS-P:1)
006900     IF WS-HITS = 0
006910         MOVE "N" TO WS-FORM-OK-SW
006920     END-IF.
006930 2110-EXIT.
006940     EXIT.
006950
006960*==========================================================
006970* 2120-CHECK-HOST - the host runs from after :// to the first
006980* / ? or #; it must have a dot, and not at either end.
006990*==========================================================
007000 2120-CHECK-HOST.
007010     MOVE SPACES TO WS-HOST
007020     MOVE 0 TO WS-HOST-LEN
007030     UNSTRING WS-LINK-LC(WS-HOST-START:
007040         WS-LINK-LEN - WS-HOST-START + 1)
007050         DELIMITED BY "/" OR "?" OR "#"
007060         INTO WS-HOST COUNT IN WS-HOST-LEN
007070     END-UNSTRING
007080     IF WS-HOST-LEN = 0
007090         MOVE "N" TO WS-FORM-OK-SW
007100         GO TO 2120-EXIT
007110     END-IF
007120     MOVE 0 TO WS-HITS
007130     INSPECT WS-HOST TALLYING WS-HITS FOR ALL "."
007140     IF WS-HITS = 0
007150         OR WS-HOST(1:1) = "."
007160         OR WS-HOST(WS-HOST-LEN:1) = "."
007170         MOVE "N" TO WS-FORM-OK-SW
007180     END-IF.
007190 2120-EXIT.
007200     EXIT.
007210
007220*==========================================================
007230* 2130-YOUTUBE-START - where the video ID starts in the path
007240* of a youtube.com link.  A link to anything but a video
007250* (a channel, a playlist) keeps WS-VID-START at 0 and is
007260* matched as written.
007270*==========================================================
007280 2130-YOUTUBE-START.
007290     MOVE "YT:" TO WS-KEY-TAG
007300     IF WS-REST-LC(1:8) = "/shorts/"
007310         MOVE 9 TO WS-VID-START
007320         GO TO 2130-EXIT
007330     END-IF
007340     IF WS-REST-LC(1:7) = "/embed/"
007350         MOVE 8 TO WS-VID-START
007360         GO TO 2130-EXIT
007370     END-IF
007380     IF WS-REST-LC(1:6) = "/live/"
007390         MOVE 7 TO WS-VID-START
007400         GO TO 2130-EXIT
007410     END-IF
007420     IF WS-REST-LC(1:7) NOT = "/watch?"
007430         GO TO 2130-EXIT
007440     END-IF
007450     MOVE 0 TO WS-POS
007460     INSPECT WS-REST-LC TALLYING WS-POS
007470         FOR CHARACTERS BEFORE INITIAL "?v="
007480     IF WS-POS > 56
007490         MOVE 0 TO WS-POS
007500         INSPECT WS-REST-LC TALLYING WS-POS
007510             FOR CHARACTERS BEFORE INITIAL "&v="
007520     END-IF
007530*    A watch link with no v= points the ID at the blank end of
007540*    the field, so no ID is found and the link is refused.
007550     IF WS-POS > 56
007560         MOVE 60 TO WS-VID-START
007570     ELSE
007580         COMPUTE WS-VID-START = WS-POS + 4
007590     END-IF.
007600 2130-EXIT.
007610     EXIT.
007620
007630*==========================================================
007640* 2500-LOAD-QUEUE - the review queue into core; no file is
007650* an empty queue.  The next entry number follows the highest
007660* on file.
007670*==========================================================
007680 2500-LOAD-QUEUE.
007690     MOVE 0 TO WS-QE-COUNT
007700     MOVE 1 TO WS-QE-NEXT-ID
007710     MOVE "N" TO WS-QE-OVER-SW
007720     OPEN INPUT QUEUE-FILE
007730     IF WS-QUEUE-STATUS NOT = "00"
007740         GO TO 2500-EXIT
007750     END-IF
007760     MOVE "N" TO WS-EOF-SW
007770     PERFORM 2510-LOAD-QUEUE-LINE THRU 2510-EXIT
007780         UNTIL WS-EOF
007790     CLOSE QUEUE-FILE.
007800 2500-EXIT.
007810     EXIT.
007820
007830 2510-LOAD-QUEUE-LINE.
007840     READ QUEUE-FILE
007850         AT END
007860             MOVE "Y" TO WS-EOF-SW
007870             GO TO 2510-EXIT
007880     END-READ
007890     IF QUEUE-LINE = SPACES
007900         GO TO 2510-EXIT
007910     END-IF
007920     MOVE SPACES TO LNK-REC
007930     UNSTRING QUEUE-LINE DELIMITED BY "|"
007940         INTO LNK-ID LNK-DATE LNK-PARTICIPANT LNK-SEQ LNK-PROBLEM
007950         LNK-STATE LNK-FOUND LNK-DETAIL LNK-CLOSED LNK-REASON
007960     END-UNSTRING
007970     IF LNK-ID NOT NUMERIC
007980         GO TO 2510-EXIT
007990     END-IF
008000     IF WS-QE-COUNT >= 3000
008010         MOVE "Y" TO WS-QE-OVER-SW
008020         GO TO 2510-EXIT
008030     END-IF
008040     ADD 1 TO WS-QE-COUNT
008050     MOVE LNK-ID TO QE-ID(WS-QE-COUNT)
008060     MOVE LNK-DATE TO QE-DATE(WS-QE-COUNT)
008070     MOVE LNK-PARTICIPANT TO QE-PART(WS-QE-COUNT)
008080     MOVE LNK-SEQ TO QE-SEQ(WS-QE-COUNT)
008090     MOVE LNK-PROBLEM TO QE-PROBLEM(WS-QE-COUNT)
008100     MOVE LNK-STATE TO QE-STATE(WS-QE-COUNT)
008110     MOVE LNK-FOUND TO QE-FOUND(WS-QE-COUNT)
008120     MOVE LNK-DETAIL TO QE-DETAIL(WS-QE-COUNT)
008130     MOVE LNK-CLOSED TO QE-CLOSED(WS-QE-COUNT)
008140     MOVE LNK-REASON TO QE-REASON(WS-QE-COUNT)
008150     MOVE "N" TO QE-SEEN(WS-QE-COUNT)
008160     IF QE-ID(WS-QE-COUNT) NOT < WS-QE-NEXT-ID
008170         COMPUTE WS-QE-NEXT-ID = QE-ID(WS-QE-COUNT) + 1
008180     END-IF.
008190 2510-EXIT.
008200     EXIT.
008210
008220*==========================================================
008230* 3000-CHECK-LINKS - probe every well formed link in the
008240* range, then look for videos submitted before.  When not one
008250* probe got an answer the network is taken to be down and no
008260* link is marked for it.
008270*==========================================================
008280 3000-CHECK-LINKS.
008290     MOVE 0 TO WS-PROBED
008300     MOVE 0 TO WS-NO-ANSWER
008310     IF WS-LINK-TIMEOUT > 0
008320         MOVE WS-LINK-TIMEOUT TO WS-ED-T
008330         PERFORM 3100-PROBE-ENTRY THRU 3100-EXIT
008340             VARYING WS-SB-IDX FROM 1 BY 1
008350             UNTIL WS-SB-IDX > WS-SB-COUNT
008360     END-IF
008370     IF WS-PROBED > 0
008380         MOVE SPACES TO CMD
008390         STRING "rm -f ", FUNCTION TRIM(WS-PROBE-FILENAME)
008400             DELIMITED BY SIZE INTO CMD
008410         CALL "SYSTEM" USING CMD RETURNING ERR
008420     END-IF
008430     IF WS-PROBED > 0 AND WS-NO-ANSWER = WS-PROBED
008440         MOVE "Y" TO WS-NET-DOWN-SW
008450         PERFORM 3150-DROP-NO-ANSWER THRU 3150-EXIT
008460             VARYING WS-SB-IDX FROM 1 BY 1
008470             UNTIL WS-SB-IDX > WS-SB-COUNT
008480     END-IF
008490     PERFORM 3200-CHECK-REUSE THRU 3200-EXIT
008500         VARYING WS-SB-IDX FROM 1 BY 1
008510         UNTIL WS-SB-IDX > WS-SB-COUNT.
008520 3000-EXIT.
008530     EXIT.
008540
008550*==========================================================
008560* 3100-PROBE-ENTRY - one curl request, following redirects,
008570* writing only the final HTTP status.  A YouTube video is
008580* asked for through its oEmbed page, which answers 4xx for a
008590* removed or private video where the watch page still
008600* answers 200.
008610*==========================================================
008620 3100-PROBE-ENTRY.
008630     IF SB-IN-RANGE(WS-SB-IDX) NOT = "Y"
008640         OR SB-PROBLEM(WS-SB-IDX) NOT = SPACES
008650         GO TO 3100-EXIT
008660     END-IF
008670     MOVE SPACES TO WS-PROBE-URL
008680     IF SB-KEY(WS-SB-IDX)(1:3) = "YT:"
008690         STRING "https://www.youtube.com/oembed?format=json&url=",
008700             "https://www.youtube.com/watch?v=",
008710             SB-KEY(WS-SB-IDX)(4:)
008720             DELIMITED BY SPACE INTO WS-PROBE-URL
008730     ELSE
008740         MOVE SB-LINK(WS-SB-IDX) TO WS-PROBE-URL
008750     END-IF
008760     MOVE SPACES TO CMD
008770     STRING "curl -s -o /dev/null -L --max-time ",
008780         FUNCTION TRIM(WS-ED-T), " -w ""%{http_code}"" """,
008790         FUNCTION TRIM(WS-PROBE-URL), """ > ",
008800         FUNCTION TRIM(WS-PROBE-FILENAME), " 2>/dev/null"
008810         DELIMITED BY SIZE INTO CMD
008820     CALL "SYSTEM" USING CMD RETURNING ERR
008830     MOVE "000" TO WS-HTTP
008840     OPEN INPUT PROBE-FILE
008850     IF WS-PROBE-STATUS = "00"
008860         MOVE SPACES TO PROBE-LINE
008870         READ PROBE-FILE
008880             AT END
008890                 MOVE SPACES TO PROBE-LINE
008900         END-READ
008910         IF PROBE-LINE(1:3) IS NUMERIC
008920             MOVE PROBE-LINE(1:3) TO WS-HTTP
008930         END-IF
008940         CLOSE PROBE-FILE
008950     END-IF
008960     ADD 1 TO WS-PROBED
008970     IF WS-HTTP = "000"
008980         ADD 1 TO WS-NO-ANSWER
008990         MOVE "NORESP" TO SB-PROBLEM(WS-SB-IDX)
009000         STRING "no answer within ", FUNCTION TRIM(WS-ED-T),
009010             " second(s)"
009020             DELIMITED BY SIZE INTO SB-DETAIL(WS-SB-IDX)
009030     ELSE
009040         IF WS-HTTP < "200" OR WS-HTTP > "399"
009050             MOVE "DEADLINK" TO SB-PROBLEM(WS-SB-IDX)
009060             STRING "link answered HTTP ", WS-HTTP
009070                 DELIMITED BY SIZE INTO SB-DETAIL(WS-SB-IDX)
009080         END-IF
009090     END-IF
009100     DIVIDE WS-PROBED BY 25 GIVING WS-QUOT REMAINDER WS-REM
009110     IF WS-REM = 0
009120         PERFORM 0150-REFRESH-LOCK THRU 0150-EXIT
009130     END-IF.
009140 3100-EXIT.
009150     EXIT.
009160
009170 3150-DROP-NO-ANSWER.
009180     IF SB-PROBLEM(WS-SB-IDX) = "NORESP"
009190         MOVE SPACES TO SB-PROBLEM(WS-SB-IDX)
009200         MOVE SPACES TO SB-DETAIL(WS-SB-IDX)
009210     END-IF.
009220 3150-EXIT.
009230     EXIT.
009240
009250*==========================================================
009260* 3200-CHECK-REUSE - a submission in the range whose video
009270* was submitted earlier (the table is in key order) on
009280* another date or by another participant.  Extra records for
009290* the same date and participant are SongMaint DUPS business.
009300*==========================================================
009310 3200-CHECK-REUSE.
009320     IF SB-IN-RANGE(WS-SB-IDX) NOT = "Y"
009330         OR SB-KEY(WS-SB-IDX) = SPACES
009340         GO TO 3200-EXIT
009350     END-IF
009360     PERFORM 3210-SCAN-EARLIER THRU 3210-EXIT
009370         VARYING WS-SB-J FROM 1 BY 1
009380         UNTIL WS-SB-J >= WS-SB-IDX
009390         OR SB-FIRST(WS-SB-IDX) > 0.
009400 3200-EXIT.
009410     EXIT.
009420
009430 3210-SCAN-EARLIER.
009440     IF SB-KEY(WS-SB-J) = SB-KEY(WS-SB-IDX)
009450         AND ( SB-DATE(WS-SB-J) NOT = SB-DATE(WS-SB-IDX)
009460         OR SB-PART(WS-SB-J) NOT = SB-PART(WS-SB-IDX) )
009470         MOVE WS-SB-J TO SB-FIRST(WS-SB-IDX)
009480     END-IF.
009490 3210-EXIT.
009500     EXIT.
009510
009520*==========================================================
009530* 4000-UPDATE-QUEUE - each problem found goes on the queue
009540* unless it is already open there or the committee cleared
009550* it.  An open entry in the range this run did not find again
009560* is marked resolved - except a dead link when the links were
009570* not probed.  The queue is only written back when it changed.
009580*==========================================================
009590 4000-UPDATE-QUEUE.
009600     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
009610     PERFORM 4100-QUEUE-ENTRY THRU 4100-EXIT
009620         VARYING WS-SB-IDX FROM 1 BY 1
009630         UNTIL WS-SB-IDX > WS-SB-COUNT
009640     IF NOT WS-SB-OVERFLOW
009650         PERFORM 4200-RECHECK-OPEN THRU 4200-EXIT
009660             VARYING WS-QE-IDX FROM 1 BY 1
009670             UNTIL WS-QE-IDX > WS-QE-COUNT
009680     END-IF
009690     IF WS-QE-CHANGED
009700         PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
009710     END-IF.
009720 4000-EXIT.
009730     EXIT.
009740
009750 4100-QUEUE-ENTRY.
009760     IF SB-IN-RANGE(WS-SB-IDX) NOT = "Y"
009770         GO TO 4100-EXIT
009780     END-IF
009790     IF SB-PROBLEM(WS-SB-IDX) NOT = SPACES
009800         ADD 1 TO WS-PROBLEMS
009810         MOVE SB-PROBLEM(WS-SB-IDX) TO WS-Q-PROBLEM
009820         MOVE SB-DETAIL(WS-SB-IDX) TO WS-Q-DETAIL
009830         PERFORM 4150-ADD-PROBLEM THRU 4150-EXIT
009840         MOVE WS-Q-QID TO SB-LINK-QID(WS-SB-IDX)
009850         MOVE WS-Q-QST TO SB-LINK-QST(WS-SB-IDX)
009860     END-IF
009870     IF SB-FIRST(WS-SB-IDX) > 0
009880         ADD 1 TO WS-PROBLEMS
009890         MOVE "REUSED" TO WS-Q-PROBLEM
009900         PERFORM 4170-REUSE-DETAIL THRU 4170-EXIT
009910         PERFORM 4150-ADD-PROBLEM THRU 4150-EXIT
009920         MOVE WS-Q-QID TO SB-REUSE-QID(WS-SB-IDX)
009930         MOVE WS-Q-QST TO SB-REUSE-QST(WS-SB-IDX)
009940     END-IF.
009950 4100-EXIT.
009960     EXIT.
009970
009980*==========================================================
009990* 4150-ADD-PROBLEM - WS-Q-PROBLEM for submission WS-SB-IDX:
010000* find it open or cleared on the queue, or add it open.
010010* Returns the entry in WS-Q-QID and its state in WS-Q-QST.
010020*==========================================================
010030 4150-ADD-PROBLEM.
010040     MOVE SB-SEQ(WS-SB-IDX) TO WS-Q-SEQ
010050     MOVE SPACES TO WS-Q-QID
010060     MOVE SPACES TO WS-Q-QST
010070     MOVE 0 TO WS-QE-FOUND
010080     PERFORM 4160-SCAN-QUEUE THRU 4160-EXIT
010090         VARYING WS-QE-IDX FROM 1 BY 1
010100         UNTIL WS-QE-IDX > WS-QE-COUNT
010110         OR WS-QE-FOUND > 0
010120     IF WS-QE-FOUND > 0
010130         MOVE "Y" TO QE-SEEN(WS-QE-FOUND)
010140         MOVE QE-ID(WS-QE-FOUND) TO WS-Q-QID
010150         MOVE QE-STATE(WS-QE-FOUND) TO WS-Q-QST
010160         GO TO 4150-EXIT
010170     END-IF
010180     IF WS-QE-COUNT >= 3000
010190         MOVE "Y" TO WS-QE-OVER-SW
010200         GO TO 4150-EXIT
010210     END-IF
010220     ADD 1 TO WS-QE-COUNT
010230     MOVE WS-QE-NEXT-ID TO QE-ID(WS-QE-COUNT)
010240     ADD 1 TO WS-QE-NEXT-ID
010250     MOVE SB-DATE(WS-SB-IDX) TO QE-DATE(WS-QE-COUNT)
010260     MOVE SB-PART(WS-SB-IDX) TO QE-PART(WS-QE-COUNT)
010270     MOVE WS-Q-SEQ TO QE-SEQ(WS-QE-COUNT)
010280     MOVE WS-Q-PROBLEM TO QE-PROBLEM(WS-QE-COUNT)
010290     MOVE "O" TO QE-STATE(WS-QE-COUNT)
010300     MOVE WS-STAMP TO QE-FOUND(WS-QE-COUNT)
010310     MOVE WS-Q-DETAIL TO QE-DETAIL(WS-QE-COUNT)
010320     MOVE SPACES TO QE-CLOSED(WS-QE-COUNT)
010330     MOVE SPACES TO QE-REASON(WS-QE-COUNT)
010340     MOVE "Y" TO QE-SEEN(WS-QE-COUNT)
010350     MOVE QE-ID(WS-QE-COUNT) TO WS-Q-QID
010360     MOVE "O" TO WS-Q-QST
010370     MOVE "Y" TO WS-QE-CHANGED-SW
010380     ADD 1 TO WS-NEW-COUNT.
010390 4150-EXIT.
010400     EXIT.
010410
010420 4160-SCAN-QUEUE.
010430     IF QE-DATE(WS-QE-IDX) = SB-DATE(WS-SB-IDX)
010440         AND QE-PART(WS-QE-IDX) = SB-PART(WS-SB-IDX)
010450         AND QE-SEQ(WS-QE-IDX) = WS-Q-SEQ
010460         AND QE-PROBLEM(WS-QE-IDX) = WS-Q-PROBLEM
010470         AND ( QE-STATE(WS-QE-IDX) = "O"
010480         OR QE-STATE(WS-QE-IDX) = "C" )
010490         MOVE WS-QE-IDX TO WS-QE-FOUND
010500     END-IF.
010510 4160-EXIT.
010520     EXIT.
010530
010540 4170-REUSE-DETAIL.
010550     MOVE SB-FIRST(WS-SB-IDX) TO WS-SB-J
010560     MOVE SPACES TO WS-Q-DETAIL
010570     STRING "same video as ", SB-DATE(WS-SB-J), " ",
010580         FUNCTION TRIM(SB-PART(WS-SB-J)), " seq ",
010590         SB-SEQ(WS-SB-J)
010600         DELIMITED BY SIZE INTO WS-Q-DETAIL.
010610 4170-EXIT.
010620     EXIT.
010630
010640 4200-RECHECK-OPEN.
010650     IF QE-STATE(WS-QE-IDX) NOT = "O"
010660         OR QE-SEEN(WS-QE-IDX) = "Y"
010670         GO TO 4200-EXIT
010680     END-IF
010690     IF QE-DATE(WS-QE-IDX) < WS-START-DATE
010700         OR QE-DATE(WS-QE-IDX) > WS-END-DATE
010710         GO TO 4200-EXIT
010720     END-IF
010730     IF ( QE-PROBLEM(WS-QE-IDX) = "DEADLINK"
010740         OR QE-PROBLEM(WS-QE-IDX) = "NORESP" )
010750         AND ( WS-LINK-TIMEOUT = 0 OR WS-NET-DOWN )
010760         GO TO 4200-EXIT
010770     END-IF
010780     MOVE "R" TO QE-STATE(WS-QE-IDX)
010790     MOVE WS-STAMP TO QE-CLOSED(WS-QE-IDX)
010800     MOVE "no longer found when rechecked"
010810         TO QE-REASON(WS-QE-IDX)
010820     MOVE "Y" TO WS-QE-CHANGED-SW
010830     ADD 1 TO WS-RESOLVED-COUNT.
010840 4200-EXIT.
010850     EXIT.
010860
010870*==========================================================
010880* 4500-WRITE-REPORT - the committee report: what was checked,
010890* one section per kind of problem, then every day the queue
010900* still holds back from SongVote CLOSE.
010910*==========================================================
010920 4500-WRITE-REPORT.
010930     OPEN OUTPUT REPORT-FILE
010940     IF WS-REPORT-STATUS NOT = "00"
010950         DISPLAY "Could not open " WS-REPORT-FILENAME
010960         MOVE 2 TO RETURN-CODE
010970         GO TO 4500-EXIT
010980     END-IF
010990     MOVE SPACES TO REPORT-LINE
011000     STRING "LINK VERIFICATION ", WS-START-DATE, " TO ",
011010         WS-END-DATE
011020         DELIMITED BY SIZE INTO REPORT-LINE
011030     WRITE REPORT-LINE
011040     MOVE WS-CHECKED TO WS-ED-A
011050     MOVE WS-PROBED TO WS-ED-B
011060     MOVE WS-NEW-COUNT TO WS-ED-C
011070     MOVE WS-RESOLVED-COUNT TO WS-ED-D
011080     MOVE SPACES TO REPORT-LINE
011090     STRING "Submissions checked: ", WS-ED-A,
011100         "   links probed: ", WS-ED-B,
011110         "   newly queued: ", WS-ED-C,
011120         "   resolved on recheck: ", WS-ED-D
011130         DELIMITED BY SIZE INTO REPORT-LINE
011140     WRITE REPORT-LINE
011150     MOVE SPACES TO REPORT-LINE
011160     EVALUATE TRUE
011170         WHEN WS-LINK-TIMEOUT = 0
011180             MOVE "Links were not probed (LINKTIMEOUT is 0)."
011190                 TO REPORT-LINE
011200         WHEN WS-NET-DOWN
011210             STRING "None of the ", FUNCTION TRIM(WS-ED-B),
011220                 " link(s) probed answered - the network looks ",
011230                 "to be down, so no link was marked for it."
011240                 DELIMITED BY SIZE INTO REPORT-LINE
011250         WHEN OTHER
011260             STRING "Each probe allowed ", FUNCTION TRIM(WS-ED-T),
011270                 " second(s)."
011280                 DELIMITED BY SIZE INTO REPORT-LINE
011290     END-EVALUATE
011300     WRITE REPORT-LINE
011310     MOVE "F" TO WS-SECTION-KIND
011320     MOVE "MISSING OR MALFORMED LINKS" TO WS-SECTION-TITLE
011330     PERFORM 4600-WRITE-SECTION THRU 4600-EXIT
011340     MOVE "D" TO WS-SECTION-KIND
011350     MOVE "DEAD LINKS" TO WS-SECTION-TITLE
011360     PERFORM 4600-WRITE-SECTION THRU 4600-EXIT
011370     MOVE "R" TO WS-SECTION-KIND
011380     MOVE "REUSED VIDEOS" TO WS-SECTION-TITLE
011390     PERFORM 4600-WRITE-SECTION THRU 4600-EXIT
011400     PERFORM 4700-WRITE-OPEN-DAYS THRU 4700-EXIT
011410     MOVE SPACES TO REPORT-LINE
011420     WRITE REPORT-LINE
011430     MOVE WS-PROBLEMS TO WS-ED-A
011440     MOVE WS-OPEN-COUNT TO WS-ED-B
011450     MOVE SPACES TO REPORT-LINE
011460     STRING FUNCTION TRIM(WS-ED-A), " problem(s) found, ",
011470         FUNCTION TRIM(WS-ED-B), " open in the review queue."
011480         DELIMITED BY SIZE INTO REPORT-LINE
011490     WRITE REPORT-LINE
011500     MOVE SPACES TO REPORT-LINE
011510     STRING "Accept one with SongVerify CLEAR nnnn ""Reason"", ",
011520         "or void the submission with SongVerify VOID nnnn ",
011530         """Reason""."
011540         DELIMITED BY SIZE INTO REPORT-LINE
011550     WRITE REPORT-LINE
011560     IF WS-SB-OVERFLOW
011570         MOVE SPACES TO REPORT-LINE
011580         STRING "Warning: more submissions than the check can ",
011590             "hold - narrow the dates."
011600             DELIMITED BY SIZE INTO REPORT-LINE
011610         WRITE REPORT-LINE
011620         DISPLAY "Warning: too many submissions, the check is "
011630             "incomplete - narrow the dates."
011640     END-IF
011650     IF WS-QE-OVERFLOW
011660         MOVE SPACES TO REPORT-LINE
011670         STRING "Warning: the review queue is full - it was not ",
011680             "updated."
011690             DELIMITED BY SIZE INTO REPORT-LINE
011700         WRITE REPORT-LINE
011710     END-IF
011720     CLOSE REPORT-FILE
011730     DISPLAY "Link check written to "
011740         FUNCTION TRIM(WS-REPORT-FILENAME)
011750         " (" FUNCTION TRIM(WS-ED-A) " problem(s), "
011760         FUNCTION TRIM(WS-ED-B) " open in the queue).".
011770 4500-EXIT.
011780     EXIT.
011790
011800*==========================================================
011810* 4600-WRITE-SECTION - the section named in WS-SECTION-KIND
011820* (F form, D dead, R reused): each submission with its link
011830* and queue entry, and the problem underneath.
011840*==========================================================
011850 4600-WRITE-SECTION.
011860     MOVE 0 TO WS-SECTION-FLAGS
011870     MOVE SPACES TO REPORT-LINE
011880     WRITE REPORT-LINE
011890     MOVE WS-SECTION-TITLE TO REPORT-LINE
011900     WRITE REPORT-LINE
011910     PERFORM 4610-SECTION-ENTRY THRU 4610-EXIT
011920         VARYING WS-SB-IDX FROM 1 BY 1
011930         UNTIL WS-SB-IDX > WS-SB-COUNT
011940     IF WS-SECTION-FLAGS = 0
011950         MOVE "  none" TO REPORT-LINE
011960         WRITE REPORT-LINE
011970     END-IF.
011980 4600-EXIT.
011990     EXIT.
012000
012010 4610-SECTION-ENTRY.
012020     IF SB-IN-RANGE(WS-SB-IDX) NOT = "Y"
012030         GO TO 4610-EXIT
012040     END-IF
012050     EVALUATE WS-SECTION-KIND
012060         WHEN "F"
012070             IF SB-PROBLEM(WS-SB-IDX) NOT = "NOLINK"
012080                 AND SB-PROBLEM(WS-SB-IDX) NOT = "BADLINK"
012090                 GO TO 4610-EXIT
012100             END-IF
012110             MOVE SB-LINK-QID(WS-SB-IDX) TO WS-Q-QID
012120             MOVE SB-LINK-QST(WS-SB-IDX) TO WS-Q-QST
012130             MOVE SB-DETAIL(WS-SB-IDX) TO WS-Q-DETAIL
012140         WHEN "D"
012150             IF SB-PROBLEM(WS-SB-IDX) NOT = "DEADLINK"
012160                 AND SB-PROBLEM(WS-SB-IDX) NOT = "NORESP"
012170                 GO TO 4610-EXIT
012180             END-IF
012190             MOVE SB-LINK-QID(WS-SB-IDX) TO WS-Q-QID
012200             MOVE SB-LINK-QST(WS-SB-IDX) TO WS-Q-QST
012210             MOVE SB-DETAIL(WS-SB-IDX) TO WS-Q-DETAIL
012220         WHEN OTHER
012230             IF SB-FIRST(WS-SB-IDX) = 0
012240                 GO TO 4610-EXIT
012250             END-IF
012260             MOVE SB-REUSE-QID(WS-SB-IDX) TO WS-Q-QID
012270             MOVE SB-REUSE-QST(WS-SB-IDX) TO WS-Q-QST
012280             PERFORM 4170-REUSE-DETAIL THRU 4170-EXIT
012290     END-EVALUATE
012300     ADD 1 TO WS-SECTION-FLAGS
012310     EVALUATE TRUE
012320         WHEN WS-Q-QID = SPACES
012330             MOVE "not queued" TO WS-STATE-TEXT
012340         WHEN WS-Q-QST = "C"
012350             MOVE "cleared" TO WS-STATE-TEXT
012360         WHEN OTHER
012370             MOVE "open" TO WS-STATE-TEXT
012380     END-EVALUATE
012390     MOVE SPACES TO REPORT-LINE
012400     STRING "  ", SB-DATE(WS-SB-IDX), "  ",
012410         FUNCTION TRIM(SB-PART(WS-SB-IDX)), " seq ",
012420         SB-SEQ(WS-SB-IDX), "  [", WS-Q-QID, " ",
012430         FUNCTION TRIM(WS-STATE-TEXT), "]  ",
012440         FUNCTION TRIM(SB-LINK(WS-SB-IDX))
012450         DELIMITED BY SIZE INTO REPORT-LINE
012460     WRITE REPORT-LINE
012470     MOVE SPACES TO REPORT-LINE
012480     STRING "      ", FUNCTION TRIM(WS-Q-DETAIL)
012490         DELIMITED BY SIZE INTO REPORT-LINE
012500     WRITE REPORT-LINE.
012510 4610-EXIT.
012520     EXIT.
012530
012540*==========================================================
012550* 4700-WRITE-OPEN-DAYS - every date with an open queue entry,
012560* once, with how many; SongVote CLOSE holds these days.
012570*==========================================================
012580 4700-WRITE-OPEN-DAYS.
012590     MOVE 0 TO WS-OPEN-COUNT
012600     MOVE 0 TO WS-SECTION-FLAGS
012610     MOVE SPACES TO REPORT-LINE
012620     WRITE REPORT-LINE
012630     MOVE "DAYS HELD FROM SONGVOTE CLOSE (open queue entries)"
012640         TO REPORT-LINE
012650     WRITE REPORT-LINE
012660     PERFORM 4710-OPEN-DAY-ENTRY THRU 4710-EXIT
012670         VARYING WS-QE-IDX FROM 1 BY 1
012680         UNTIL WS-QE-IDX > WS-QE-COUNT
012690     IF WS-SECTION-FLAGS = 0
012700         MOVE "  none" TO REPORT-LINE
012710         WRITE REPORT-LINE
012720     END-IF.
012730 4700-EXIT.
012740     EXIT.
012750
012760 4710-OPEN-DAY-ENTRY.
012770     IF QE-STATE(WS-QE-IDX) NOT = "O"
012780         GO TO 4710-EXIT
012790     END-IF
012800     ADD 1 TO WS-OPEN-COUNT
012810     MOVE QE-DATE(WS-QE-IDX) TO WS-DAY-DATE
012820     MOVE "N" TO WS-DAY-SEEN-SW
012830     PERFORM 4730-SCAN-EARLIER-DAY THRU 4730-EXIT
012840         VARYING WS-QE-J FROM 1 BY 1
012850         UNTIL WS-QE-J >= WS-QE-IDX OR WS-DAY-SEEN
012860     IF WS-DAY-SEEN
012870         GO TO 4710-EXIT
012880     END-IF
012890     PERFORM 4720-COUNT-DAY-OPEN THRU 4720-EXIT
012900     ADD 1 TO WS-SECTION-FLAGS
012910     MOVE WS-DAY-OPEN TO WS-ED-A
012920     MOVE SPACES TO REPORT-LINE
012930     STRING "  ", WS-DAY-DATE, "  ", WS-ED-A,
012940         " open problem(s)"
012950         DELIMITED BY SIZE INTO REPORT-LINE
012960     WRITE REPORT-LINE.
012970 4710-EXIT.
012980     EXIT.
012990
013000*==========================================================
013010* 4720-COUNT-DAY-OPEN - open entries on WS-DAY-DATE, into
013020* WS-DAY-OPEN.
013030*==========================================================
013040 4720-COUNT-DAY-OPEN.
013050     MOVE 0 TO WS-DAY-OPEN
013060     PERFORM 4725-COUNT-ENTRY THRU 4725-EXIT
013070         VARYING WS-QE-J FROM 1 BY 1
013080         UNTIL WS-QE-J > WS-QE-COUNT.
013090 4720-EXIT.
013100     EXIT.
013110
013120 4725-COUNT-ENTRY.
013130     IF QE-DATE(WS-QE-J) = WS-DAY-DATE
013140         AND QE-STATE(WS-QE-J) = "O"
013150         ADD 1 TO WS-DAY-OPEN
013160     END-IF.
013170 4725-EXIT.
013180     EXIT.
013190
013200 4730-SCAN-EARLIER-DAY.
013210     IF QE-DATE(WS-QE-J) = WS-DAY-DATE
013220         AND QE-STATE(WS-QE-J) = "O"
013230         MOVE "Y" TO WS-DAY-SEEN-SW
013240     END-IF.
013250 4730-EXIT.
013260     EXIT.
013270
013280*==========================================================
013290* 5000-CLEAR-ENTRY - the committee accepts an open entry as
013300* it stands; it is closed with the reason given.
013310*==========================================================
013320 5000-CLEAR-ENTRY.
013330     PERFORM 2500-LOAD-QUEUE THRU 2500-EXIT
013340     PERFORM 5100-FIND-OPEN-ENTRY THRU 5100-EXIT
013350     IF WS-QE-FOUND = 0
013360         GO TO 5000-EXIT
013370     END-IF
013380     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
013390     MOVE "C" TO QE-STATE(WS-QE-FOUND)
013400     MOVE WS-STAMP TO QE-CLOSED(WS-QE-FOUND)
013410     MOVE WS-Q-REASON TO QE-REASON(WS-QE-FOUND)
013420     PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
013430     IF RETURN-CODE NOT = 0
013440         GO TO 5000-EXIT
013450     END-IF
013460     DISPLAY "Cleared " QE-ID(WS-QE-FOUND) ": "
013470         QE-DATE(WS-QE-FOUND) " "
013480         FUNCTION TRIM(QE-PART(WS-QE-FOUND)) " seq "
013490         QE-SEQ(WS-QE-FOUND) " "
013500         FUNCTION TRIM(QE-PROBLEM(WS-QE-FOUND)) "."
013510     PERFORM 5900-DAY-STATUS THRU 5900-EXIT.
013520 5000-EXIT.
013530     EXIT.
013540
013550*==========================================================
013560* 5100-FIND-OPEN-ENTRY - queue entry WS-Q-ID into
013570* WS-QE-FOUND (0, with the reason shown, when it is not on
013580* file or no longer open), and its submission into WS-Q-DATE,
013590* WS-Q-PART and WS-Q-SEQ.
013600*==========================================================
013610 5100-FIND-OPEN-ENTRY.
013620     MOVE 0 TO WS-QE-FOUND
013630     PERFORM 5110-SCAN-ID THRU 5110-EXIT
013640         VARYING WS-QE-IDX FROM 1 BY 1
013650         UNTIL WS-QE-IDX > WS-QE-COUNT
013660         OR WS-QE-FOUND > 0
013670     IF WS-QE-FOUND = 0
013680         DISPLAY "No review queue entry " WS-Q-ID
013690             " - nothing done."
013700         MOVE 1 TO RETURN-CODE
013710         GO TO 5100-EXIT
013720     END-IF
013730     IF QE-STATE(WS-QE-FOUND) NOT = "O"
013740         DISPLAY "Entry " WS-Q-ID " is not open (state "
013750             QE-STATE(WS-QE-FOUND) ") - nothing done."
013760         MOVE 1 TO RETURN-CODE
013770         MOVE 0 TO WS-QE-FOUND
013780         GO TO 5100-EXIT
013790     END-IF
013800     MOVE QE-DATE(WS-QE-FOUND) TO WS-Q-DATE
013810     MOVE QE-PART(WS-QE-FOUND) TO WS-Q-PART
013820     MOVE QE-SEQ(WS-QE-FOUND) TO WS-Q-SEQ.
013830 5100-EXIT.
013840     EXIT.
013850
013860 5110-SCAN-ID.
013870     IF QE-ID(WS-QE-IDX) = WS-Q-ID
013880         MOVE WS-QE-IDX TO WS-QE-FOUND
013890     END-IF.
013900 5110-EXIT.
013910     EXIT.
013920
013930*==========================================================
013940* 5500-VOID-ENTRY - void the submission behind an open entry
013950* through SongMaint (which claims the run lock itself and
013960* writes the audit and journal images), then, under the lock,
013970* confirm the record is voided and close every open entry for
013980* that submission.
013990*==========================================================
014000 5500-VOID-ENTRY.
014010     PERFORM 2500-LOAD-QUEUE THRU 2500-EXIT
014020     PERFORM 5100-FIND-OPEN-ENTRY THRU 5100-EXIT
014030     IF WS-QE-FOUND = 0
014040         GO TO 5500-EXIT
014050     END-IF
014060     MOVE WS-Q-PART TO WS-SAFE-PART
014070     INSPECT WS-SAFE-PART REPLACING ALL """" BY SPACE
014080     INSPECT WS-SAFE-PART REPLACING ALL "`" BY SPACE
014090     INSPECT WS-SAFE-PART REPLACING ALL "$" BY SPACE
014100     INSPECT WS-SAFE-PART REPLACING ALL "\" BY SPACE
014110     MOVE SPACES TO CMD
014120     STRING "./SongMaint VOID ", WS-Q-DATE, " """,
014130         FUNCTION TRIM(WS-SAFE-PART), """ ", WS-Q-SEQ
014140         DELIMITED BY SIZE INTO CMD
014150     CALL "SYSTEM" USING CMD RETURNING ERR
014160     PERFORM 0100-CLAIM-LOCK THRU 0100-EXIT
014170     IF NOT WS-LOCK-HELD
014180         MOVE 3 TO RETURN-CODE
014190         GO TO 5500-EXIT
014200     END-IF
014210     PERFORM 5600-CONFIRM-VOID THRU 5600-EXIT
014220     IF NOT WS-SUB-VOIDED
014230         DISPLAY "The submission is not voided - entry " WS-Q-ID
014240             " left open."
014250         MOVE 2 TO RETURN-CODE
014260         GO TO 5500-EXIT
014270     END-IF
014280     PERFORM 2500-LOAD-QUEUE THRU 2500-EXIT
014290     PERFORM 9000-BUILD-STAMP THRU 9000-EXIT
014300     MOVE 0 TO WS-LIST-COUNT
014310     PERFORM 5700-MARK-VOIDED THRU 5700-EXIT
014320         VARYING WS-QE-IDX FROM 1 BY 1
014330         UNTIL WS-QE-IDX > WS-QE-COUNT
014340     PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
014350     IF RETURN-CODE NOT = 0
014360         GO TO 5500-EXIT
014370     END-IF
014380     MOVE WS-LIST-COUNT TO WS-ED-A
014390     DISPLAY "Voided " WS-Q-DATE " " FUNCTION TRIM(WS-Q-PART)
014400         " seq " WS-Q-SEQ "; " FUNCTION TRIM(WS-ED-A)
014410         " queue entr(ies) closed."
014420     PERFORM 5900-DAY-STATUS THRU 5900-EXIT.
014430 5500-EXIT.
014440     EXIT.
014450
014460 5600-CONFIRM-VOID.
014470     MOVE "N" TO WS-VOIDED-SW
014480     OPEN INPUT SUBMIT-FILE
014490     IF WS-SUBMIT-STATUS NOT = "00"
014500         GO TO 5600-EXIT
014510     END-IF
014520     MOVE SPACES TO SUB-REC
014530     MOVE WS-Q-DATE TO SUB-DATE
014540     MOVE WS-Q-PART TO SUB-PARTICIPANT
014550     MOVE FUNCTION NUMVAL(WS-Q-SEQ) TO SUB-SEQ
014560     READ SUBMIT-FILE
014570         INVALID KEY
014580             CONTINUE
014590         NOT INVALID KEY
014600             IF SUB-VOIDED
014610                 MOVE "Y" TO WS-VOIDED-SW
014620             END-IF
014630     END-READ
014640     CLOSE SUBMIT-FILE.
014650 5600-EXIT.
014660     EXIT.
014670
014680 5700-MARK-VOIDED.
014690     IF QE-STATE(WS-QE-IDX) = "O"
014700         AND QE-DATE(WS-QE-IDX) = WS-Q-DATE
014710         AND QE-PART(WS-QE-IDX) = WS-Q-PART
014720         AND QE-SEQ(WS-QE-IDX) = WS-Q-SEQ
014730         MOVE "V" TO QE-STATE(WS-QE-IDX)
014740         MOVE WS-STAMP TO QE-CLOSED(WS-QE-IDX)
014750         MOVE WS-Q-REASON TO QE-REASON(WS-QE-IDX)
014760         ADD 1 TO WS-LIST-COUNT
014770     END-IF.
014780 5700-EXIT.
014790     EXIT.
014800
014810*==========================================================
014820* 5900-DAY-STATUS - after a CLEAR or VOID, whether the day
014830* can now be closed.
014840*==========================================================
014850 5900-DAY-STATUS.
014860     MOVE WS-Q-DATE TO WS-DAY-DATE
014870     PERFORM 4720-COUNT-DAY-OPEN THRU 4720-EXIT
014880     IF WS-DAY-OPEN = 0
014890         DISPLAY "No open link problems left on " WS-Q-DATE
014900             " - SongVote CLOSE " WS-Q-DATE " can run."
014910     ELSE
014920         MOVE WS-DAY-OPEN TO WS-ED-A
014930         DISPLAY WS-Q-DATE " still has " FUNCTION TRIM(WS-ED-A)
014940             " open link problem(s)."
014950     END-IF.
014960 5900-EXIT.
014970     EXIT.
014980
014990*==========================================================
015000* 6000-LIST-QUEUE - the open entries (ALL: every entry), with
015010* what was found and, for a closed one, when and why.
015020*==========================================================
015030 6000-LIST-QUEUE.
015040     PERFORM 2500-LOAD-QUEUE THRU 2500-EXIT
015050     MOVE 0 TO WS-LIST-COUNT
015060     MOVE 0 TO WS-OPEN-COUNT
015070     PERFORM 6100-LIST-ENTRY THRU 6100-EXIT
015080         VARYING WS-QE-IDX FROM 1 BY 1
015090         UNTIL WS-QE-IDX > WS-QE-COUNT
015100     MOVE WS-OPEN-COUNT TO WS-ED-A
015110     DISPLAY FUNCTION TRIM(WS-ED-A) " open link problem(s).".
015120 6000-EXIT.
015130     EXIT.
015140
015150 6100-LIST-ENTRY.
015160     IF QE-STATE(WS-QE-IDX) = "O"
015170         ADD 1 TO WS-OPEN-COUNT
015180     END-IF
015190     IF QE-STATE(WS-QE-IDX) NOT = "O" AND NOT WS-LIST-ALL
015200         GO TO 6100-EXIT
015210     END-IF
015220     ADD 1 TO WS-LIST-COUNT
015230     EVALUATE QE-STATE(WS-QE-IDX)
015240         WHEN "O"
015250             MOVE "open since" TO WS-STATE-TEXT
015260         WHEN "C"
015270             MOVE "cleared" TO WS-STATE-TEXT
015280         WHEN "V"
015290             MOVE "voided" TO WS-STATE-TEXT
015300         WHEN "R"
015310             MOVE "resolved" TO WS-STATE-TEXT
015320         WHEN OTHER
015330             MOVE "unknown" TO WS-STATE-TEXT
015340     END-EVALUATE
015350     IF QE-STATE(WS-QE-IDX) = "O"
015360         DISPLAY QE-ID(WS-QE-IDX) " " QE-DATE(WS-QE-IDX) " "
015370             FUNCTION TRIM(QE-PART(WS-QE-IDX)) " seq "
015380             QE-SEQ(WS-QE-IDX) "  " QE-PROBLEM(WS-QE-IDX) "  "
015390             FUNCTION TRIM(WS-STATE-TEXT) " " QE-FOUND(WS-QE-IDX)
015400         DISPLAY "     " FUNCTION TRIM(QE-DETAIL(WS-QE-IDX))
015410     ELSE
015420         DISPLAY QE-ID(WS-QE-IDX) " " QE-DATE(WS-QE-IDX) " "
015430             FUNCTION TRIM(QE-PART(WS-QE-IDX)) " seq "
015440             QE-SEQ(WS-QE-IDX) "  " QE-PROBLEM(WS-QE-IDX) "  "
015450             FUNCTION TRIM(WS-STATE-TEXT) " " QE-CLOSED(WS-QE-IDX)
015460         DISPLAY "     " FUNCTION TRIM(QE-DETAIL(WS-QE-IDX))
015470             " - " FUNCTION TRIM(QE-REASON(WS-QE-IDX))
015480     END-IF.
015490 6100-EXIT.
015500     EXIT.
015510
015520*==========================================================
015530* 7000-REWRITE-QUEUE - the whole queue to a work file, then
015540* moved over the old one.  A queue too large to load whole is
015550* never written back.
015560*==========================================================
015570 7000-REWRITE-QUEUE.
015580     IF WS-QE-OVERFLOW
015590         DISPLAY "Warning: " FUNCTION TRIM(WS-QUEUE-FILENAME)
015600             " holds more entries than can be kept - not updated."
015610         MOVE 2 TO RETURN-CODE
015620         GO TO 7000-EXIT
015630     END-IF
015640     OPEN OUTPUT TEMP-FILE
015650     IF WS-TEMP-STATUS NOT = "00"
015660         DISPLAY "Could not open " WS-TEMP-FILENAME
015670         MOVE 2 TO RETURN-CODE
015680         GO TO 7000-EXIT
015690     END-IF
015700     PERFORM 7100-WRITE-ENTRY THRU 7100-EXIT
015710         VARYING WS-QE-IDX FROM 1 BY 1
015720         UNTIL WS-QE-IDX > WS-QE-COUNT
015730     CLOSE TEMP-FILE
015740     MOVE SPACES TO CMD
015750     STRING "mv ", FUNCTION TRIM(WS-TEMP-FILENAME), " ",
015760         FUNCTION TRIM(WS-QUEUE-FILENAME)
015770         DELIMITED BY SIZE INTO CMD
015780     CALL "SYSTEM" USING CMD RETURNING ERR
015790     IF ERR NOT = 0
015800         DISPLAY "Could not move the work file back - "
015810             FUNCTION TRIM(WS-QUEUE-FILENAME) " not updated."
015820         MOVE 2 TO RETURN-CODE
015830     END-IF.
015840 7000-EXIT.
015850     EXIT.
015860
015870 7100-WRITE-ENTRY.
015880     MOVE SPACES TO TEMP-LINE
015890     STRING QE-ID(WS-QE-IDX), "|", QE-DATE(WS-QE-IDX), "|",
015900         FUNCTION TRIM(QE-PART(WS-QE-IDX)), "|",
015910         QE-SEQ(WS-QE-IDX), "|",
015920         FUNCTION TRIM(QE-PROBLEM(WS-QE-IDX)), "|",
015930         QE-STATE(WS-QE-IDX), "|", QE-FOUND(WS-QE-IDX), "|",
015940         FUNCTION TRIM(QE-DETAIL(WS-QE-IDX)), "|",
015950         FUNCTION TRIM(QE-CLOSED(WS-QE-IDX)), "|",
015960         FUNCTION TRIM(QE-REASON(WS-QE-IDX))
015970         DELIMITED BY SIZE INTO TEMP-LINE
015980     WRITE TEMP-LINE.
015990 7100-EXIT.
016000     EXIT.
016010
016020*==========================================================
016030* 9000-BUILD-STAMP - the current date and time, for when an
016040* entry is queued or closed.
016050*==========================================================
016060 9000-BUILD-STAMP.
016070     MOVE FUNCTION CURRENT-DATE TO WS-NOW
016080     MOVE SPACES TO WS-STAMP
016090     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
016100         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
016110         WS-NOW(13:2)
016120         DELIMITED BY SIZE INTO WS-STAMP.
016130 9000-EXIT.
016140     EXIT.
