000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongLedger.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - API usage and cost ledger shared by
000200*                 SongForVictoria and SongApprove.  Every paid
000210*                 request appends one line to song_api_ledger.dat
000220*                 with the token counts from the response's usage
000230*                 block and a cost estimated from the RATE lines
000240*                 in settings.cfg; a reused cached response goes
000250*                 in as a zero-cost CACHED line.  CHECK is asked
000260*                 before each request and refuses one that would
000270*                 take the calendar month's spend over
000280*                 BUDGETMONTH, stamping the refusal into
000290*                 song_run.log.  SongSpend reports the ledger.
000300*----------------------------------------------------------------
000310* CALLED WITH
000320*   CALL "SongLedger" USING action caller month model
000330*       response-file prompt-length result
000340*     action    PIC X(8)   CHECK, CHARGE or CACHED
000350*     caller    PIC X(12)  program name, goes in the ledger
000360*     month     PIC X(6)   YYYYMM the request is for
000370*     model     PIC X(20)  model name as sent to the API
000380*     response  PIC X(40)  response JSON file (CHARGE)
000390*     length    PIC 9(5)   prompt length in characters (CHECK)
000400*     result    PIC 9(1)   0 ok, 1 refused over budget,
000410*                          2 ledger not written
000420*----------------------------------------------------------------
000430* The request about to be made is estimated at one token per
000440* four prompt characters in, and the largest completion this
000450* program has had back from this model so far out (1000 until
000460* the ledger has one).
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LEDGER-FILE
000520         ASSIGN DYNAMIC WS-LEDGER-FILENAME
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS WS-LEDGER-STATUS.
000550     SELECT SETTINGS-FILE
000560         ASSIGN DYNAMIC WS-SETTINGS-FILENAME
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS WS-SETT-STATUS.
000590     SELECT USAGE-FILE
000600         ASSIGN DYNAMIC WS-USAGE-FILENAME
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS WS-USAGE-STATUS.
000630     SELECT LOG-FILE
000640         ASSIGN DYNAMIC WS-LOG-FILENAME
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS WS-LOG-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LEDGER-FILE.
000710 01  LEDGER-LINE                PIC X(140).
000720 FD  SETTINGS-FILE.
000730 01  SETTINGS-LINE              PIC X(100).
000740 FD  USAGE-FILE.
000750 01  USAGE-LINE                 PIC X(40).
000760 FD  LOG-FILE.
000770 01  LOG-LINE                   PIC X(280).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-LEDGER-FILENAME         PIC X(40)
000810                                 VALUE "song_api_ledger.dat".
000820 01  WS-LEDGER-STATUS           PIC X(2).
000830 01  WS-SETTINGS-FILENAME       PIC X(40) VALUE "settings.cfg".
000840 01  WS-SETT-STATUS             PIC X(2).
000850 01  WS-USAGE-FILENAME          PIC X(40) VALUE "songusage.tmp".
000860 01  WS-USAGE-STATUS            PIC X(2).
000870 01  WS-LOG-FILENAME            PIC X(40) VALUE "song_run.log".
000880 01  WS-LOG-STATUS              PIC X(2).
000890
000900 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000910     88  WS-EOF                          VALUE "Y".
000920 01  WS-SETT-LINE               PIC X(100).
000930 01  WS-SETT-KEY                PIC X(20).
000940 01  WS-SETT-VAL                PIC X(78).
000950 01  WS-NOW                     PIC X(21) VALUE SPACES.
000960 01  WS-STAMP                   PIC X(19) VALUE SPACES.
000970 01  CMD                        PIC X(200).
000980 01  ERR                        PIC 9(4) COMP-5.
000990
001000*----------------------------------------------------------------
001010* Per-model rates from settings.cfg, US dollars per thousand
001020* tokens: RATE=model|input|output.  BUDGETMONTH is the calendar
001030* month's ceiling; zero means no ceiling.
001040*----------------------------------------------------------------
001050 01  WS-RATE-COUNT              PIC 9(2) COMP VALUE 0.
001060 01  WS-RATE-TABLE.
001070     05  WS-RATE-ENTRY OCCURS 20 TIMES.
001080         10  RATE-MODEL         PIC X(20).
001090         10  RATE-IN            PIC 9(3)V9(6).
001100         10  RATE-OUT           PIC 9(3)V9(6).
001110 01  WS-RATE-IDX                PIC 9(2) COMP VALUE 0.
001120 01  WS-RATE-FOUND              PIC 9(2) COMP VALUE 0.
001130 01  WS-RATE-MODEL-IN           PIC X(20).
001140 01  WS-RATE-IN-TEXT            PIC X(20).
001150 01  WS-RATE-OUT-TEXT           PIC X(20).
001160 01  WS-USE-IN                  PIC 9(3)V9(6) VALUE 0.
001170 01  WS-USE-OUT                 PIC 9(3)V9(6) VALUE 0.
001180 01  WS-BUDGET                  PIC 9(5)V99 VALUE 0.
001190
001200 COPY "LEDGREC.CPY".
001210
001220 01  WS-SPENT                   PIC 9(7)V9(4) VALUE 0.
001230 01  WS-EST-IN                  PIC 9(7) VALUE 0.
001240 01  WS-EST-OUT                 PIC 9(7) VALUE 0.
001250 01  WS-EST-COST                PIC 9(5)V9(4) VALUE 0.
001260 01  WS-SEEN-OUT                PIC 9(9) VALUE 0.
001270 01  WS-PROMPT-TOK              PIC 9(9) VALUE 0.
001280 01  WS-COMPL-TOK               PIC 9(9) VALUE 0.
001290 01  WS-TOTAL-TOK               PIC 9(9) VALUE 0.
001300 01  WS-COST                    PIC 9(5)V9(4) VALUE 0.
001310 01  WS-KIND                    PIC X(6) VALUE SPACES.
001320 01  WS-USAGE-NO                PIC 9(1) VALUE 0.
001330 01  WS-TOK-VAL                 PIC 9(9) VALUE 0.
001340 01  WS-ED-TOK                  PIC Z(8)9.
001350 01  WS-ED-COST                 PIC ZZZZ9.9999.
001360 01  WS-ED-SPENT                PIC ZZZZZZ9.9999.
001370 01  WS-ED-BUDGET               PIC ZZZZ9.99.
001380 01  WS-ED-PROMPT               PIC X(9).
001390 01  WS-ED-COMPL                PIC X(9).
001400 01  WS-ED-TOTAL                PIC X(9).
001410
001420 LINKAGE SECTION.
001430 01  LDG-CALL-ACTION            PIC X(8).
001440 01  LDG-CALL-CALLER            PIC X(12).
001450 01  LDG-CALL-YM                PIC X(6).
001460 01  LDG-CALL-MODEL             PIC X(20).
001470 01  LDG-CALL-FILE              PIC X(40).
001480 01  LDG-CALL-PLEN              PIC 9(5).
001490 01  LDG-CALL-RESULT            PIC 9(1).
001500
001510 PROCEDURE DIVISION USING LDG-CALL-ACTION LDG-CALL-CALLER
001520     LDG-CALL-YM LDG-CALL-MODEL LDG-CALL-FILE LDG-CALL-PLEN
001530     LDG-CALL-RESULT.
001540*==========================================================
001550* 0000-MAINLINE
001560*==========================================================
001570 0000-MAINLINE.
001580     MOVE 0 TO LDG-CALL-RESULT
001590     PERFORM 8000-GET-CLOCK THRU 8000-EXIT
001600     PERFORM 1000-LOAD-SETTINGS THRU 1000-EXIT
001610     PERFORM 1200-FIND-RATE THRU 1200-EXIT
001620     EVALUATE LDG-CALL-ACTION
001630         WHEN "CHECK"
001640             PERFORM 2000-CHECK THRU 2000-EXIT
001650         WHEN "CHARGE"
001660             PERFORM 3000-CHARGE THRU 3000-EXIT
001670         WHEN "CACHED"
001680             PERFORM 4000-CACHED THRU 4000-EXIT
001690         WHEN OTHER
001700             MOVE 2 TO LDG-CALL-RESULT
001710     END-EVALUATE
001720     GOBACK.
001730
001740*==========================================================
001750* 1000-LOAD-SETTINGS - the rate lines and the ceiling.
001760*==========================================================
001770 1000-LOAD-SETTINGS.
001780     MOVE 0 TO WS-RATE-COUNT
001790     MOVE 0 TO WS-BUDGET
001800     OPEN INPUT SETTINGS-FILE
001810     IF WS-SETT-STATUS NOT = "00"
001820         GO TO 1000-EXIT
001830     END-IF
001840     MOVE "N" TO WS-EOF-SW
001850     PERFORM 1100-READ-SETTING-LINE THRU 1100-EXIT
001860         UNTIL WS-EOF
001870     CLOSE SETTINGS-FILE.
001880 1000-EXIT.
001890     EXIT.
001900
001910 1100-READ-SETTING-LINE.
001920     READ SETTINGS-FILE INTO WS-SETT-LINE
001930         AT END
001940             MOVE "Y" TO WS-EOF-SW
001950             GO TO 1100-EXIT
001960     END-READ
001970     IF WS-SETT-LINE = SPACES OR WS-SETT-LINE(1:1) = "*"
001980         GO TO 1100-EXIT
001990     END-IF
002000     MOVE SPACES TO WS-SETT-KEY
002010     MOVE SPACES TO WS-SETT-VAL
002020     UNSTRING WS-SETT-LINE DELIMITED BY "="
002030         INTO WS-SETT-KEY WS-SETT-VAL
002040     END-UNSTRING
002050     EVALUATE WS-SETT-KEY
002060         WHEN "RATE"
002070             PERFORM 1110-ADD-RATE THRU 1110-EXIT
002080         WHEN "BUDGETMONTH"
002090             IF WS-SETT-VAL(1:1) IS NUMERIC
002100                 MOVE FUNCTION NUMVAL(WS-SETT-VAL)
002110                     TO WS-BUDGET
002120             END-IF
002130         WHEN OTHER
002140             CONTINUE
002150     END-EVALUATE.
002160 1100-EXIT.
002170     EXIT.
002180
002190 1110-ADD-RATE.
002200     IF WS-RATE-COUNT >= 20
002210         GO TO 1110-EXIT
002220     END-IF
002230     MOVE SPACES TO WS-RATE-MODEL-IN
002240     MOVE SPACES TO WS-RATE-IN-TEXT
002250     MOVE SPACES TO WS-RATE-OUT-TEXT
002260     UNSTRING WS-SETT-VAL DELIMITED BY "|"
002270         INTO WS-RATE-MODEL-IN WS-RATE-IN-TEXT WS-RATE-OUT-TEXT
002280     END-UNSTRING
002290     IF WS-RATE-MODEL-IN = SPACES
002300         OR WS-RATE-IN-TEXT(1:1) NOT NUMERIC
002310         OR WS-RATE-OUT-TEXT(1:1) NOT NUMERIC
002320         GO TO 1110-EXIT
002330     END-IF
002340     ADD 1 TO WS-RATE-COUNT
002350     MOVE WS-RATE-MODEL-IN TO RATE-MODEL(WS-RATE-COUNT)
002360     MOVE FUNCTION NUMVAL(WS-RATE-IN-TEXT)
002370         TO RATE-IN(WS-RATE-COUNT)
002380     MOVE FUNCTION NUMVAL(WS-RATE-OUT-TEXT)
002390         TO RATE-OUT(WS-RATE-COUNT).
002400 1110-EXIT.
002410     EXIT.
002420
002430*==========================================================
002440* 1200-FIND-RATE - the caller's model in the rate table; a
002450* model with no RATE line is charged nothing, with a warning.
002460*==========================================================
002470 1200-FIND-RATE.
002480     MOVE 0 TO WS-RATE-FOUND
002490     MOVE 0 TO WS-USE-IN
002500     MOVE 0 TO WS-USE-OUT
002510     PERFORM 1210-SCAN-RATE THRU 1210-EXIT
002520         VARYING WS-RATE-IDX FROM 1 BY 1
002530         UNTIL WS-RATE-IDX > WS-RATE-COUNT
002540         OR WS-RATE-FOUND > 0
002550     IF WS-RATE-FOUND > 0
002560         MOVE RATE-IN(WS-RATE-FOUND) TO WS-USE-IN
002570         MOVE RATE-OUT(WS-RATE-FOUND) TO WS-USE-OUT
002580     END-IF.
002590 1200-EXIT.
002600     EXIT.
002610
002620 1210-SCAN-RATE.
002630     IF RATE-MODEL(WS-RATE-IDX) = LDG-CALL-MODEL
002640         MOVE WS-RATE-IDX TO WS-RATE-FOUND
002650     END-IF.
002660 1210-EXIT.
002670     EXIT.
002680
002690*==========================================================
002700* 2000-CHECK - would the request about to be made take this
002710* calendar month's spend over the ceiling?
002720*==========================================================
002730 2000-CHECK.
002740     IF WS-BUDGET = 0
002750         GO TO 2000-EXIT
002760     END-IF
002770     PERFORM 2100-SCAN-LEDGER THRU 2100-EXIT
002780     COMPUTE WS-EST-IN = LDG-CALL-PLEN / 4 + 1
002790     IF WS-SEEN-OUT > 0
002800         MOVE WS-SEEN-OUT TO WS-EST-OUT
002810     ELSE
002820         MOVE 1000 TO WS-EST-OUT
002830     END-IF
002840     COMPUTE WS-EST-COST ROUNDED =
002850         ( WS-EST-IN * WS-USE-IN + WS-EST-OUT * WS-USE-OUT )
002860         / 1000
002870     IF WS-SPENT + WS-EST-COST > WS-BUDGET
002880         MOVE 1 TO LDG-CALL-RESULT
002890         MOVE WS-SPENT TO WS-ED-SPENT
002900         MOVE WS-EST-COST TO WS-ED-COST
002910         MOVE WS-BUDGET TO WS-ED-BUDGET
002920         DISPLAY "API budget ceiling reached - "
002930             FUNCTION TRIM(WS-ED-SPENT) " spent this month, "
002940             "this request est. " FUNCTION TRIM(WS-ED-COST)
002950             ", ceiling " FUNCTION TRIM(WS-ED-BUDGET)
002960             ".  Request not made."
002970         PERFORM 9000-LOG-REFUSAL THRU 9000-EXIT
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.
003010
003020*==========================================================
003030* 2100-SCAN-LEDGER - this calendar month's spend so far, and
003040* the largest completion this caller has had from this model.
003050*==========================================================
003060 2100-SCAN-LEDGER.
003070     MOVE 0 TO WS-SPENT
003080     MOVE 0 TO WS-SEEN-OUT
003090     OPEN INPUT LEDGER-FILE
003100     IF WS-LEDGER-STATUS NOT = "00"
003110         GO TO 2100-EXIT
003120     END-IF
003130     MOVE "N" TO WS-EOF-SW
003140     PERFORM 2110-SCAN-LEDGER-LINE THRU 2110-EXIT
003150         UNTIL WS-EOF
003160     CLOSE LEDGER-FILE.
003170 2100-EXIT.
003180     EXIT.
003190
003200 2110-SCAN-LEDGER-LINE.
003210     READ LEDGER-FILE
003220         AT END
003230             MOVE "Y" TO WS-EOF-SW
003240             GO TO 2110-EXIT
003250     END-READ
003260     IF LEDGER-LINE = SPACES
003270         GO TO 2110-EXIT
003280     END-IF
003290     MOVE SPACES TO LDG-REC
003300     UNSTRING LEDGER-LINE DELIMITED BY "|"
003310         INTO LDG-STAMP LDG-YM LDG-PROGRAM LDG-MODEL LDG-KIND
003320         LDG-PROMPT LDG-COMPLETION LDG-TOTAL LDG-COST
003330     END-UNSTRING
003340     IF LDG-KIND NOT = "CALL"
003350         GO TO 2110-EXIT
003360     END-IF
003370     IF LDG-STAMP(1:7) = WS-STAMP(1:7)
003380         AND LDG-COST(1:1) NOT = SPACE
003390         ADD FUNCTION NUMVAL(LDG-COST) TO WS-SPENT
003400     END-IF
003410     IF LDG-PROGRAM = LDG-CALL-CALLER
003420         AND LDG-MODEL = LDG-CALL-MODEL
003430         AND LDG-COMPLETION(1:1) IS NUMERIC
003440         AND FUNCTION NUMVAL(LDG-COMPLETION) > WS-SEEN-OUT
003450         MOVE FUNCTION NUMVAL(LDG-COMPLETION) TO WS-SEEN-OUT
003460     END-IF.
003470 2110-EXIT.
003480     EXIT.
003490
003500*==========================================================
003510* 3000-CHARGE - the usage block out of the response with jq,
003520* one line per count, then the ledger line.  A response with
003530* no usage block (an error reply) is still a request made,
003540* and goes in with zero tokens.
003550*==========================================================
003560 3000-CHARGE.
003570     MOVE 0 TO WS-PROMPT-TOK
003580     MOVE 0 TO WS-COMPL-TOK
003590     MOVE 0 TO WS-TOTAL-TOK
003600     MOVE SPACES TO CMD
003610     STRING "jq -r '.usage.prompt_tokens, ",
003620         ".usage.completion_tokens, .usage.total_tokens' ",
003630         FUNCTION TRIM(LDG-CALL-FILE), " > ",
003640         FUNCTION TRIM(WS-USAGE-FILENAME)
003650         DELIMITED BY SIZE INTO CMD
003660     CALL "SYSTEM" USING CMD RETURNING ERR
003670     IF ERR = 0
003680         PERFORM 3100-READ-USAGE THRU 3100-EXIT
003690     END-IF
003700     IF WS-TOTAL-TOK = 0
003710         COMPUTE WS-TOTAL-TOK = WS-PROMPT-TOK + WS-COMPL-TOK
003720     END-IF
003730     IF WS-RATE-FOUND = 0
003740         DISPLAY "Warning: no RATE line for model "
003750             FUNCTION TRIM(LDG-CALL-MODEL)
003760             " in settings.cfg - ledger cost is 0."
003770     END-IF
003780     COMPUTE WS-COST ROUNDED =
003790         ( WS-PROMPT-TOK * WS-USE-IN
003800         + WS-COMPL-TOK * WS-USE-OUT ) / 1000
003810     MOVE "CALL" TO WS-KIND
003820     PERFORM 5000-APPEND-LEDGER THRU 5000-EXIT
003830     MOVE SPACES TO CMD
003840     STRING "rm -f ", FUNCTION TRIM(WS-USAGE-FILENAME)
003850         DELIMITED BY SIZE INTO CMD
003860     CALL "SYSTEM" USING CMD RETURNING ERR.
003870 3000-EXIT.
003880     EXIT.
003890
003900 3100-READ-USAGE.
003910     OPEN INPUT USAGE-FILE
003920     IF WS-USAGE-STATUS NOT = "00"
003930         GO TO 3100-EXIT
003940     END-IF
003950     MOVE 0 TO WS-USAGE-NO
003960     MOVE "N" TO WS-EOF-SW
003970     PERFORM 3110-READ-USAGE-LINE THRU 3110-EXIT
003980         UNTIL WS-EOF OR WS-USAGE-NO >= 3
003990     CLOSE USAGE-FILE.
004000 3100-EXIT.
004010     EXIT.
004020
004030 3110-READ-USAGE-LINE.
004040     READ USAGE-FILE
004050         AT END
004060             MOVE "Y" TO WS-EOF-SW
004070             GO TO 3110-EXIT
004080     END-READ
004090     ADD 1 TO WS-USAGE-NO
004100     MOVE 0 TO WS-TOK-VAL
004110     IF USAGE-LINE(1:1) IS NUMERIC
004120         MOVE FUNCTION NUMVAL(USAGE-LINE) TO WS-TOK-VAL
004130     END-IF
004140     EVALUATE WS-USAGE-NO
004150         WHEN 1
004160             MOVE WS-TOK-VAL TO WS-PROMPT-TOK
004170         WHEN 2
004180             MOVE WS-TOK-VAL TO WS-COMPL-TOK
004190         WHEN 3
004200             MOVE WS-TOK-VAL TO WS-TOTAL-TOK
004210     END-EVALUATE.
004220 3110-EXIT.
004230     EXIT.
004240
004250*==========================================================
004260* 4000-CACHED - a reused response: logged, never charged.
004270*==========================================================
004280 4000-CACHED.
004290     MOVE 0 TO WS-PROMPT-TOK
004300     MOVE 0 TO WS-COMPL-TOK
004310     MOVE 0 TO WS-TOTAL-TOK
004320     MOVE 0 TO WS-COST
004330     MOVE "CACHED" TO WS-KIND
004340     PERFORM 5000-APPEND-LEDGER THRU 5000-EXIT.
004350 4000-EXIT.
004360     EXIT.
004370
004380*==========================================================
004390* 5000-APPEND-LEDGER - one line per request or cache hit.
004400*==========================================================
004410 5000-APPEND-LEDGER.
004420     OPEN EXTEND LEDGER-FILE
004430     IF WS-LEDGER-STATUS NOT = "00"
004440         OPEN OUTPUT LEDGER-FILE
004450     END-IF
004460     IF WS-LEDGER-STATUS NOT = "00"
004470         DISPLAY "Warning: could not write the API ledger."
004480         MOVE 2 TO LDG-CALL-RESULT
004490         GO TO 5000-EXIT
004500     END-IF
004510     MOVE WS-PROMPT-TOK TO WS-ED-TOK
004520     MOVE FUNCTION TRIM(WS-ED-TOK) TO WS-ED-PROMPT
004530     MOVE WS-COMPL-TOK TO WS-ED-TOK
004540     MOVE FUNCTION TRIM(WS-ED-TOK) TO WS-ED-COMPL
004550     MOVE WS-TOTAL-TOK TO WS-ED-TOK
004560     MOVE FUNCTION TRIM(WS-ED-TOK) TO WS-ED-TOTAL
004570     MOVE WS-COST TO WS-ED-COST
004580     MOVE SPACES TO LEDGER-LINE
004590     STRING WS-STAMP, "|", LDG-CALL-YM, "|",
004600         FUNCTION TRIM(LDG-CALL-CALLER), "|",
004610         FUNCTION TRIM(LDG-CALL-MODEL), "|",
004620         FUNCTION TRIM(WS-KIND), "|",
004630         FUNCTION TRIM(WS-ED-PROMPT), "|",
004640         FUNCTION TRIM(WS-ED-COMPL), "|",
004650         FUNCTION TRIM(WS-ED-TOTAL), "|",
004660         FUNCTION TRIM(WS-ED-COST)
004670         DELIMITED BY SIZE INTO LEDGER-LINE
004680     WRITE LEDGER-LINE
004690     IF WS-LEDGER-STATUS NOT = "00"
004700         MOVE 2 TO LDG-CALL-RESULT
004710     END-IF
004720     CLOSE LEDGER-FILE.
004730 5000-EXIT.
004740     EXIT.
004750
004760*==========================================================
004770* 8000-GET-CLOCK - the stamp for the ledger and the log.
004780*==========================================================
004790 8000-GET-CLOCK.
004800     MOVE FUNCTION CURRENT-DATE TO WS-NOW
004810     MOVE SPACES TO WS-STAMP
004820     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
004830         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
004840         WS-NOW(13:2)
004850         DELIMITED BY SIZE INTO WS-STAMP.
004860 8000-EXIT.
004870     EXIT.
004880
004890*==========================================================
004900* 9000-LOG-REFUSAL - the refused request into the shared run
004910* log, in the same stamped shape as the lock events.
004920*==========================================================
004930 9000-LOG-REFUSAL.
004940     OPEN EXTEND LOG-FILE
004950     IF WS-LOG-STATUS NOT = "00"
004960         OPEN OUTPUT LOG-FILE
004970     END-IF
004980     IF WS-LOG-STATUS NOT = "00"
004990         GO TO 9000-EXIT
005000     END-IF
005010     MOVE SPACES TO LOG-LINE
005020     STRING WS-STAMP, " BUDGET REFUSED BY=",
005030         FUNCTION TRIM(LDG-CALL-CALLER),
005040         " MONTH=", LDG-CALL-YM,
005050         " MODEL=", FUNCTION TRIM(LDG-CALL-MODEL),
005060         " SPENT=", FUNCTION TRIM(WS-ED-SPENT),
005070         " EST=", FUNCTION TRIM(WS-ED-COST),
005080         " CEILING=", FUNCTION TRIM(WS-ED-BUDGET)
005090         DELIMITED BY SIZE INTO LOG-LINE
005100     WRITE LOG-LINE
005110     CLOSE LOG-FILE.
005120 9000-EXIT.
005130     EXIT.
