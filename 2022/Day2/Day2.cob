001040*                 STOPS WITH A CLEAR MESSAGE INSTEAD OF WIPING
001050*                 THIS RUN'S SUSPENSE ADDITIONS.  SOURCE
001051*                 RESEQUENCED.
001052* 10/15/26  TJM   SEASON LEAGUE LEDGER - EACH GUIDE A MULTI-GUIDE
001053*                 RUN SCORES COMPLETE IS NOW ALSO APPENDED TO THE
001054*                 CUMULATIVE LEAGUE LEDGER (COPYBOOK LEAGREC:
001055*                 PLAYER ID, RUN DATE, ROUNDS, BOTH GRAND TOTALS,
001056*                 WINS) FOR THE SEASNRPT SEASON STANDINGS.  A
001057*                 GUIDE THE FEED REGISTER ALREADY SHOWED COMPLETE
001058*                 AT START-UP (AN OVERRIDDEN RERUN) IS NOT POSTED
001059*                 A SECOND TIME.
001060* 10/15/26  TJM   COLLUSION SCREENING FOR MULTI-GUIDE RUNS -
001061*                 EVERY PAIR OF SCORED GUIDES IS COMPARED ROUND
001062*                 BY ROUND FOR THE PERCENTAGE OF IDENTICAL
001063*                 ROUNDS, THE LONGEST IDENTICAL STRETCH, AND
001064*                 WHETHER ONE GUIDE IS THE OTHER SHIFTED BY A
001065*                 FEW ROUNDS.  A PAIR AT OR ABOVE THE THRESHOLD
001066*                 ON THE RUNTIME PARAMETER FILE (NEW FIELD
001067*                 RUNPARMSCREENPCT, DEFAULT 90) GOES TO THE NEW
001068*                 SCREENING REPORT, AND BOTH GUIDES STAND AT
001069*                 "REVIEW" INSTEAD OF "OK" ON THE STANDINGS SO
001070*                 THEY ARE NOT PAID OUT UNTIL THE DESK CLEARS
001071*                 THEM.
001072* 10/15/26  TJM   WHAT-IF SIMULATION MODE FOR THE TOURNAMENT
001073*                 DESK - A NEW LAST SYSIN CARD (BLANK = N) REPLAYS
001074*                 EACH GUIDE'S OPPONENT COLUMN AGAINST FIVE FIXED
001075*                 STRATEGIES (AS SUBMITTED, OUTCOME-RULE MOVES,
001076*                 ALWAYS WIN, ALWAYS DRAW, COUNTER THE OPPONENT'S
001077*                 MOST FREQUENT THROW SO FAR) AND PRINTS A
001078*                 COMPARISON PAGE OF GRANDTOTAL, WIN/DRAW/LOSS MIX
001079*                 AND GAP TO THE SUBMITTED GRANDTOTAL.  A
001080*                 SIMULATION RUN IS ADVISORY ONLY - NO AUDIT
001081*                 TRAIL, CHECKPOINT, SETTLEMENT EXTRACT, FEED
001082*                 REGISTER, SUSPENSE, LEDGER, STANDINGS OR RUN-LOG
001083*                 OUTPUT, AND THE REGISTER DOES NOT BLOCK IT.
001084* 10/15/26  TJM   FEED-REGISTER RECORD (COPYBOOK FEEDREG) NOW 80
001085*                 BYTES - EACH ENTRY IS STAMPED WITH THE TIME IT
001086*                 WAS REGISTERED FOR THE FEEDMON CUTOFF CHECK.
001087* 10/15/26  TJM   THE ROUND ANALYTICS REPORT, OR THE STANDINGS AND
001088*                 SCREENING REPORTS, THE RUN WRITES ARE NOW BANKED
001089*                 AS DATED GENERATIONS (COPYBOOK RPTGEN) UNDER THE
001090*                 RUN-LOG RUN DATE, FOR THE RPTREPRT REPRINT
001091*                 PROGRAM.  A RUN WITH NO HEADER RUN DATE IS
001092*                 BANKED UNDER THE DATE IT RAN.
001093* 10/15/26  TJM   RUN-LOG RECORD (COPYBOOK RUNLOG) IS NOW 49
001094*                 BYTES - FD WIDENED TO MATCH.
001095*****************************************************************
001096 ENVIRONMENT DIVISION.
001097 INPUT-OUTPUT SECTION.
001098 FILE-CONTROL.
001100     SELECT InputFile ASSIGN TO DYNAMIC DL2-InputFileName
001110         ORGANIZATION IS LINE SEQUENTIAL.
001120     SELECT DetailFile ASSIGN TO "detail1.txt"
001340         ORGANIZATION IS LINE SEQUENTIAL.
001350     SELECT OPTIONAL RegLockFile ASSIGN TO "reglock.txt"
001360         ORGANIZATION IS LINE SEQUENTIAL.
001363     SELECT OPTIONAL LeagueLedgerFile ASSIGN TO "league1.txt"
001366         ORGANIZATION IS LINE SEQUENTIAL.
001367     SELECT ScreeningFile ASSIGN TO "screen1.txt"
001368         ORGANIZATION IS LINE SEQUENTIAL.
001369     SELECT SimulationFile ASSIGN TO "simcmp1.txt"
001370         ORGANIZATION IS LINE SEQUENTIAL.
001371     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
001372             DL2-Gen-Source-Name
001373         ORGANIZATION IS LINE SEQUENTIAL.
001374     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
001375         ORGANIZATION IS LINE SEQUENTIAL.
001376     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
001377         ORGANIZATION IS LINE SEQUENTIAL.
001378
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  InputFile.
001640 COPY SETLREC.
001650
001660 FD  RunLogFile.
001670 01  RunLogFileRecord        PIC X(49).
001680
001690 FD  SuspenseFile.
001700 01  SuspenseFileRecord      PIC X(85).
001710
001720 FD  FeedRegisterFile.
001730 01  FeedRegisterFileRecord  PIC X(80).
001740
001750 FD  AnalyticsFile.
001760 01  AnalyticsRecord         PIC X(70).
001770
001780 FD  RunParmFile.
001790 01  RunParmFileRecord       PIC X(91).
001800
001810 FD  PlayerFile.
001820 01  PlayerFileRecord        PIC X(35).
001890
001900 FD  RegLockFile.
001910 01  RegLockFileRecord       PIC X(22).
001912
001914 FD  LeagueLedgerFile.
001916 01  LeagueLedgerFileRecord  PIC X(86).
001917
001918 FD  ScreeningFile.
001919 01  ScreeningRecord         PIC X(80).
001920
001921 FD  SimulationFile.
001922 01  SimulationRecord        PIC X(80).
001923
001924 FD  GenSourceFile.
001925 01  GenSourceRecord         PIC X(120).
001926
001927 FD  ReportIndexFile.
001928 01  ReportIndexFileRecord   PIC X(88).
001929
001930 FD  ReportGenFile.
001931 01  ReportGenFileRecord     PIC X(146).
001932
001933 WORKING-STORAGE SECTION.
001940 01  GrandTotal              PIC 9(09) VALUE ZERO.
001950 01  GrandTotal2             PIC 9(09) VALUE ZERO.
001960 01  MatchScore              PIC 9(02) VALUE ZERO.
002560 01  DL2-Trailer-Reconcile-Switch PIC X(01) VALUE "Y".
002570     88  DL2-TrailerReconciles             VALUE "Y".
002580
002581*-----------------------------------------------------------------
002582* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
002583* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
002584* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
002585* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
002586*-----------------------------------------------------------------
002587 COPY RPTGEN.
002588
002589 01  DL2-Gen-Source-Name      PIC X(40) VALUE SPACES.
002590 01  DL2-Gen-Report-Id        PIC X(10) VALUE SPACES.
002591 01  DL2-Gen-Run-Date         PIC X(08) VALUE SPACES.
002592 01  DL2-Gen-Feed-File        PIC X(40) VALUE SPACES.
002593 01  DL2-Gen-Number           PIC 9(03) VALUE ZERO.
002594 01  DL2-Gen-Line-Count       PIC 9(05) VALUE ZERO.
002595 01  DL2-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
002596 01  DL2-Gen-Index-EOF        PIC X(01) VALUE "N".
002597     88  DL2-EndOfReportIndex         VALUE "Y".
002598 01  DL2-Gen-Source-EOF       PIC X(01) VALUE "N".
002599     88  DL2-EndOfGenSource           VALUE "Y".
002600
002601*-----------------------------------------------------------------
002602* COMMON RUN-LOG RECORD (COPYBOOK RUNLOG, SHARED WITH DAY1) -
002610* THE RUN-END VERDICTS, APPENDED FOR THE OPSSUMM SUMMARY.
002620*-----------------------------------------------------------------
002630 COPY RUNLOG.
003000
003010 01  DL2-Reg-Count            PIC 9(03) VALUE ZERO COMP.
003020 01  DL2-RegTable.
003030     05  DL2-RegItem OCCURS 400 TIMES PIC X(80).
003040 01  DL2-Reg-EOF              PIC X(01) VALUE "N".
003050     88  DL2-EndOfRegisterFile        VALUE "Y".
003060 01  DL2-Reg-Idx              PIC 9(03) VALUE ZERO COMP.
003710         10  DL2-Guide-Trl-Ok     PIC X(01).
003720         10  DL2-Guide-Blocked    PIC X(01).
003730         10  DL2-Guide-Reported   PIC X(01).
003735         10  DL2-Guide-Review     PIC X(01).
003740 01  DL2-Multi-Rounds-Sum     PIC 9(07) VALUE ZERO COMP.
003750 01  DL2-All-Hdr-Switch       PIC X(01) VALUE "Y".
003760     88  DL2-AllGuideHeadersOk        VALUE "Y".
004000* FEEDREG1.TXT OVER EACH OTHER IN THE SAME WINDOW.
004010*-----------------------------------------------------------------
004020 COPY LOKREC.
004021
004022*-----------------------------------------------------------------
004023* SEASON LEAGUE LEDGER (COPYBOOK LEAGREC, READ BY SEASNRPT) -
004024* ONE RECORD APPENDED PER COMPLETE GUIDE OF A MULTI-GUIDE RUN.
004025* THE POSTED SWITCH IS SET WHEN THE REGISTER LOADED AT START-UP
004026* ALREADY SHOWS THE GUIDE COMPLETE, I.E. AN EARLIER RUN POSTED
004027* IT.
004028*-----------------------------------------------------------------
004029 COPY LEAGREC.
004030
004031 01  DL2-League-Posted-Count  PIC 9(03) VALUE ZERO COMP.
004032 01  DL2-Posted-Switch        PIC X(01) VALUE "N".
004033     88  DL2-GuideWasPosted           VALUE "Y".
004034
004040 01  DL2-Standings-Line.
004050     05  StdRank             PIC ZZ9.
004060     05  FILLER              PIC X(01).
004180     05  FILLER              PIC X(01).
004190     05  StdVerdict          PIC X(08).
004200     05  FILLER              PIC X(01).
004201
004202*-----------------------------------------------------------------
004203* COLLUSION SCREENING - MULTI-GUIDE MODE ONLY.  EACH GUIDE'S
004204* SCORED ROUNDS (BOTH MOVE LETTERS, THE FIRST 5000) ARE KEPT AS
004205* THEY SCORE, AND AT RUN END EVERY PAIR OF SCORED GUIDES IS
004206* COMPARED ROUND BY ROUND - STRAIGHT, AND WITH EITHER GUIDE
004207* SHIFTED UP TO DL2-SCR-MAX-SHIFT ROUNDS.  PERCENTAGES ARE OF
004208* THE LONGER GUIDE'S ROUNDS, SO A SHORT GUIDE CANNOT LOOK LIKE A
004209* COPY OF A LONG ONE ON A HANDFUL OF ROUNDS.  A PAIR AT OR
004210* ABOVE THE THRESHOLD (RUNPARMSCREENPCT, DEFAULT 90) IS FLAGGED.
004211*-----------------------------------------------------------------
004212 01  DL2-Scr-Threshold        PIC 9(03) VALUE 90.
004213 01  DL2-Scr-Max-Shift        PIC 9(02) VALUE 5 COMP.
004214 01  DL2-ScreenTable.
004215     05  DL2-Scr-Guide OCCURS 12 TIMES.
004216         10  DL2-Scr-Kept         PIC 9(05) COMP.
004217         10  DL2-Scr-Round OCCURS 5000 TIMES.
004218             15  DL2-Scr-Their    PIC X(01).
004219             15  DL2-Scr-Mine     PIC X(01).
004220 01  DL2-Scr-Truncated-Switch PIC X(01) VALUE "N".
004221     88  DL2-ScreenWasTruncated       VALUE "Y".
004222 01  DL2-Scr-A-Idx            PIC 9(02) VALUE ZERO COMP.
004223 01  DL2-Scr-B-Idx            PIC 9(02) VALUE ZERO COMP.
004224 01  DL2-Scr-Rnd-Idx          PIC 9(05) VALUE ZERO COMP.
004225 01  DL2-Scr-Shift            PIC 9(02) VALUE ZERO COMP.
004226 01  DL2-Scr-Off-A            PIC 9(02) VALUE ZERO COMP.
004227 01  DL2-Scr-Off-B            PIC 9(02) VALUE ZERO COMP.
004228 01  DL2-Scr-Span             PIC 9(05) VALUE ZERO COMP.
004229 01  DL2-Scr-Base             PIC 9(05) VALUE ZERO COMP.
004230 01  DL2-Scr-Matches          PIC 9(05) VALUE ZERO COMP.
004231 01  DL2-Scr-Run-Len          PIC 9(05) VALUE ZERO COMP.
004232 01  DL2-Scr-Long-Len         PIC 9(05) VALUE ZERO COMP.
004233 01  DL2-Scr-Long-Start       PIC 9(05) VALUE ZERO COMP.
004234 01  DL2-Scr-Work-Pct         PIC 9(03)V9 VALUE ZERO.
004235 01  DL2-Scr-Same-Pct         PIC 9(03)V9 VALUE ZERO.
004236 01  DL2-Scr-Best-Pct         PIC 9(03)V9 VALUE ZERO.
004237 01  DL2-Scr-Best-Shift       PIC 9(02) VALUE ZERO COMP.
004238 01  DL2-Scr-Best-Lagger      PIC X(01) VALUE SPACE.
004239 01  DL2-Scr-Pair-Long-Len    PIC 9(05) VALUE ZERO COMP.
004240 01  DL2-Scr-Pair-Long-Start  PIC 9(05) VALUE ZERO COMP.
004241 01  DL2-Scr-Pairs-Count      PIC 9(03) VALUE ZERO COMP.
004242 01  DL2-Scr-Flagged-Count    PIC 9(03) VALUE ZERO COMP.
004243
004244 01  DL2-Screening-Heading.
004245     05  FILLER              PIC X(40)
004246             VALUE "MULTI-GUIDE COLLUSION SCREENING - PAIRS ".
004247     05  FILLER              PIC X(40)
004248             VALUE "AT OR ABOVE THE THRESHOLD               ".
004249
004250 01  DL2-Screening-Parm-Line.
004251     05  FILLER              PIC X(29)
004252             VALUE "THRESHOLD PCT OF ROUNDS ALIKE".
004253     05  FILLER              PIC X(01) VALUE SPACE.
004254     05  ScrThreshold        PIC ZZ9.
004255     05  FILLER              PIC X(24)
004256             VALUE "   SHIFTS CHECKED UP TO ".
004257     05  ScrMaxShift         PIC Z9.
004258     05  FILLER              PIC X(21)
004259             VALUE " ROUNDS EITHER WAY   ".
004260
004261 01  DL2-Screening-Columns.
004262     05  FILLER              PIC X(40)
004263             VALUE "GUIDE A          GUIDE B           SAME-".
004264     05  FILLER              PIC X(40)
004265             VALUE "PCT LONGEST FROM-RND SHIFT SHFT-PCT     ".
004266
004267 01  DL2-Screening-Line.
004268     05  ScrNameA            PIC X(16).
004269     05  FILLER              PIC X(01).
004270     05  ScrNameB            PIC X(16).
004271     05  FILLER              PIC X(04).
004272     05  ScrSamePct          PIC ZZ9.9.
004273     05  FILLER              PIC X(01).
004274     05  ScrLongest          PIC ZZZZZZ9.
004275     05  FILLER              PIC X(01).
004276     05  ScrFromRound        PIC ZZZZZZZ9.
004277     05  FILLER              PIC X(01).
004278     05  ScrShift.
004279         10  ScrShiftLagger  PIC X(01).
004280         10  ScrShiftSign    PIC X(01).
004281         10  ScrShiftRounds  PIC 9(02).
004282         10  FILLER          PIC X(01).
004283     05  FILLER              PIC X(04).
004284     05  ScrShiftPct         PIC ZZ9.9.
004285     05  FILLER              PIC X(06).
004286
004287 01  DL2-Screening-File-Line.
004288     05  FILLER              PIC X(05) VALUE "  A= ".
004289     05  ScrFileA            PIC X(32).
004290     05  FILLER              PIC X(05) VALUE "  B= ".
004291     05  ScrFileB            PIC X(32).
004292     05  FILLER              PIC X(06) VALUE SPACES.
004293
004294 01  DL2-Screening-Count-Line.
004295     05  FILLER              PIC X(15) VALUE "PAIRS SCREENED ".
004296     05  ScrPairs            PIC ZZ9.
004297     05  FILLER              PIC X(17)
004298             VALUE "   PAIRS FLAGGED ".
004299     05  ScrFlagged          PIC ZZ9.
004300     05  FILLER              PIC X(42) VALUE SPACES.
004301
004302*-----------------------------------------------------------------
004303* WHAT-IF SIMULATION MODE - THE OPERATOR SIMULATION CARD REPLAYS
004304* EACH GUIDE'S OPPONENT COLUMN AGAINST FIVE FIXED STRATEGIES,
004305* ONE TABLE ENTRY EACH: 1 AS SUBMITTED (THE LITERAL MOVES, THE
004306* FIGURE THE GAPS ARE TAKEN FROM), 2 OUTCOME-RULE MOVES, 3 ALWAYS
004307* WIN, 4 ALWAYS DRAW, 5 COUNTER THE OPPONENT'S MOST FREQUENT
004308* THROW SO FAR (A TIE, OR NO HISTORY YET, COUNTS AS "A").  A
004309* ROUND WITH EITHER LETTER INVALID IS SKIPPED FOR EVERY STRATEGY
004310* SO ALL FIVE COVER THE SAME ROUNDS.
004311*-----------------------------------------------------------------
004312 01  DL2-Simulation-Card      PIC X(01) VALUE "N".
004313     88  DL2-SimulationIsOn           VALUE "Y".
004314 01  DL2-Sim-Idx              PIC 9(02) VALUE ZERO COMP.
004315 01  DL2-Sim-Target           PIC X(01) VALUE SPACE.
004316 01  DL2-Sim-Throw            PIC X(01) VALUE SPACE.
004317 01  DL2-Sim-Score            PIC 9(02) VALUE ZERO.
004318 01  DL2-Sim-Rounds           PIC 9(07) VALUE ZERO COMP.
004319 01  DL2-Sim-Skipped          PIC 9(07) VALUE ZERO COMP.
004320 01  DL2-Sim-Seen-A           PIC 9(07) VALUE ZERO COMP.
004321 01  DL2-Sim-Seen-B           PIC 9(07) VALUE ZERO COMP.
004322 01  DL2-Sim-Seen-C           PIC 9(07) VALUE ZERO COMP.
004323 01  DL2-SimTable.
004324     05  DL2-SimEntry OCCURS 5 TIMES.
004325         10  DL2-Sim-Total        PIC 9(09).
004326         10  DL2-Sim-Wins         PIC 9(07).
004327         10  DL2-Sim-Draws        PIC 9(07).
004328         10  DL2-Sim-Losses       PIC 9(07).
004329
004330 01  DL2-Simulation-Heading.
004331     05  FILLER              PIC X(40)
004332             VALUE "WHAT-IF STRATEGY SIMULATION - ADVISORY O".
004333     05  FILLER              PIC X(40)
004334             VALUE "NLY, NOT A SCORING RUN                  ".
004335
004336 01  DL2-Simulation-Guide-Line.
004337     05  FILLER              PIC X(07) VALUE "GUIDE  ".
004338     05  SimFileName         PIC X(40).
004339     05  FILLER              PIC X(10) VALUE " RUN DATE ".
004340     05  SimRunDate          PIC X(08).
004341     05  FILLER              PIC X(15) VALUE SPACES.
004342
004343 01  DL2-Simulation-Player-Line.
004344     05  FILLER              PIC X(07) VALUE "PLAYER ".
004345     05  SimPlayerId         PIC X(06).
004346     05  FILLER              PIC X(01) VALUE SPACE.
004347     05  SimPlayerName       PIC X(20).
004348     05  FILLER              PIC X(08) VALUE " ROUNDS ".
004349     05  SimRounds           PIC ZZZZZZ9.
004350     05  FILLER              PIC X(09) VALUE " SKIPPED ".
004351     05  SimSkipped          PIC ZZZZZZ9.
004352     05  FILLER              PIC X(15) VALUE SPACES.
004353
004354 01  DL2-Simulation-Columns.
004355     05  FILLER              PIC X(40)
004356             VALUE "STRATEGY                       GRANDTOTA".
004357     05  FILLER              PIC X(40)
004358             VALUE "L    WINS   DRAWS  LOSSES        GAP    ".
004359
004360 01  DL2-Simulation-Line.
004361     05  SimStrategy         PIC X(30).
004362     05  FILLER              PIC X(01).
004363     05  SimTotal            PIC ZZZZZZZZZ9.
004364     05  FILLER              PIC X(01).
004365     05  SimWins             PIC ZZZZZZ9.
004366     05  FILLER              PIC X(01).
004367     05  SimDraws            PIC ZZZZZZ9.
004368     05  FILLER              PIC X(01).
004369     05  SimLosses           PIC ZZZZZZ9.
004370     05  FILLER              PIC X(01).
004371     05  SimGap              PIC +++++++++9.
004372     05  FILLER              PIC X(04).
004373
004374 01  DL2-Simulation-Legend.
004375     05  FILLER              PIC X(40)
004376             VALUE "GAP = STRATEGY GRANDTOTAL LESS THE GRAND".
004377     05  FILLER              PIC X(40)
004378             VALUE "TOTAL THE PLAYER ACTUALLY SUBMITTED     ".
004379
004380*-----------------------------------------------------------------
004381* ROUND ANALYTICS FOR THE TOURNAMENT DESK - WIN/DRAW/LOSS MIX,
004382* THROW DISTRIBUTIONS, AVERAGE SCORE, AND LONGEST STREAKS,
004383* TALLIED PER ROUND AND REPORTED AT RUN END.  THE "LIT" SET
004384* FOLLOWS THE LITERAL-MOVE SCORING; THE "OUT" SET FOLLOWS THE
004385* OUTCOME-RULE SCORING WHEN THAT MODE IS ON.
004386*-----------------------------------------------------------------
004387 01  DL2-Lit-Result           PIC X(01) VALUE SPACE.
004388 01  DL2-Out-Result           PIC X(01) VALUE SPACE.
004389 01  DL2-Lit-Wins             PIC 9(07) VALUE ZERO COMP.
004390 01  DL2-Lit-Draws            PIC 9(07) VALUE ZERO COMP.
004391 01  DL2-Lit-Losses           PIC 9(07) VALUE ZERO COMP.
004392 01  DL2-Out-Wins             PIC 9(07) VALUE ZERO COMP.
004393 01  DL2-Out-Draws            PIC 9(07) VALUE ZERO COMP.
004394 01  DL2-Out-Losses           PIC 9(07) VALUE ZERO COMP.
004395 01  DL2-Their-A-Count        PIC 9(07) VALUE ZERO COMP.
004396 01  DL2-Their-B-Count        PIC 9(07) VALUE ZERO COMP.
004397 01  DL2-Their-C-Count        PIC 9(07) VALUE ZERO COMP.
004400 01  DL2-Mine-X-Count         PIC 9(07) VALUE ZERO COMP.
004410 01  DL2-Mine-Y-Count         PIC 9(07) VALUE ZERO COMP.
004420 01  DL2-Mine-Z-Count         PIC 9(07) VALUE ZERO COMP.
005130         UNTIL DL2-Guide-Idx > DL2-Guide-Count.
005140     PERFORM 2500-REINJECT-SUSPENSE THRU
005150             2500-REINJECT-SUSPENSE-EXIT.
005153     PERFORM 2600-SCREEN-GUIDE-PAIRS THRU
005156             2600-SCREEN-GUIDE-PAIRS-EXIT.
005160     PERFORM 8900-WRITE-SETTLEMENT-EXTRACT THRU
005170             8900-WRITE-SETTLEMENT-EXTRACT-EXIT.
005180     PERFORM 8950-WRITE-ANALYTICS-REPORT THRU
005250             9120-WRITE-FEED-REGISTER-EXIT.
005260     PERFORM 9150-REWRITE-SUSPENSE THRU
005270             9150-REWRITE-SUSPENSE-EXIT.
005273     PERFORM 9180-BANK-REPORT-GENERATIONS THRU
005276             9180-BANK-REPORT-GENERATIONS-EXIT.
005280     PERFORM 9190-RELEASE-FILE-LOCKS THRU
005290             9190-RELEASE-FILE-LOCKS-EXIT.
005300     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
005460     ACCEPT DL2-Reinject-Card FROM SYSIN.
005470     DISPLAY "ENTER RERUN OVERRIDE (Y/N) -".
005480     ACCEPT DL2-Override-Card FROM SYSIN.
005481     DISPLAY "ENTER WHAT-IF SIMULATION MODE (Y/N, BLANK = N) -".
005482     ACCEPT DL2-Simulation-Card FROM SYSIN.
005483     IF DL2-SimulationIsOn
005484         OPEN OUTPUT SimulationFile
005485         WRITE SimulationRecord FROM DL2-Simulation-Heading
005486     END-IF.
005490     PERFORM 1015-LOAD-SUSPENSE THRU
005500             1015-LOAD-SUSPENSE-EXIT.
005510     PERFORM 1018-LOAD-FEED-REGISTER THRU
005530     PERFORM 1025-LOAD-PLAYER-ROSTER THRU
005540             1025-LOAD-PLAYER-ROSTER-EXIT.
005550*    A MULTI-GUIDE RUN NEVER RESUMES FROM A CHECKPOINT - THE
005560*    CHECKPOINT CARRIES NO PER-GUIDE BOOKKEEPING - AND NEITHER
005565*    DOES A SIMULATION RUN, WHICH REPLAYS EVERY ROUND.
005570     IF NOT DL2-MultiGuideIsOn AND NOT DL2-SimulationIsOn
005580         PERFORM 1020-READ-CHECKPOINT THRU
005590                 1020-READ-CHECKPOINT-EXIT
005600     END-IF.
006370                             DL2-CheckpointInterval
006380                 END-IF
006390                 MOVE RunParmFileName TO DL2-Parm-FileName
006392                 IF RunParmScreenPct NUMERIC
006394                         AND RunParmScreenPct > ZERO
006396                     MOVE RunParmScreenPct TO DL2-Scr-Threshold
006398                 END-IF
006400             END-IF
006410     END-READ.
006420 1007-READ-ONE-PARM-EXIT.
008360* RUN OPENS OUTPUT AS BEFORE.
008370*-----------------------------------------------------------------
008380 1030-OPEN-DETAIL-FILE.
008382*    A SIMULATION RUN MUST NOT TOUCH THE REAL RUN'S AUDIT TRAIL.
008384     IF DL2-SimulationIsOn
008386         GO TO 1030-OPEN-DETAIL-FILE-EXIT
008388     END-IF.
008390     IF DL2-IsResuming OR DL2-RunIsBlocked
008400         OPEN EXTEND DetailFile
008410     ELSE
008900* DOUBLE-EXTEND DETAIL1.TXT AND RE-REJECT THE SAME ROUNDS.
008910*-----------------------------------------------------------------
008920 1042-CHECK-FEED-REGISTER.
008930     IF DL2-RerunOverrideIsOn OR DL2-SimulationIsOn
008940         GO TO 1042-CHECK-FEED-REGISTER-EXIT
008950     END-IF.
008960     PERFORM 1044-CHECK-ONE-REGISTER THRU
009850         END-IF
009860         ADD 1 TO DL2-RecordsRead
009870         MOVE DL2-RawLine(1:3) TO NewestEntry
009871         IF DL2-SimulationIsOn
009872             PERFORM 3500-SIMULATE-ROUND THRU
009873                     3500-SIMULATE-ROUND-EXIT
009874             GO TO 2010-DISPATCH-INPUT-LINE-EXIT
009875         END-IF
009880         IF (TheirMove = "A" OR "B" OR "C")
009890                 AND (MyMove = "X" OR "Y" OR "Z")
009900             PERFORM 3000-ADD-ENTRY THRU 3000-ADD-ENTRY-EXIT
011220*-----------------------------------------------------------------
011230 2500-REINJECT-SUSPENSE.
011240     IF NOT DL2-ReinjectIsOn OR DL2-Susp-Count = ZERO
011245             OR DL2-SimulationIsOn
011250             OR DL2-RunIsBlocked
011260         GO TO 2500-REINJECT-SUSPENSE-EXIT
011270     END-IF.
011770     END-IF.
011780 2510-REINJECT-ONE-ITEM-EXIT.
011790     EXIT.
011791
011792*-----------------------------------------------------------------
011793* SCREEN-GUIDE-PAIRS - MULTI-GUIDE MODE ONLY: COMPARE EVERY PAIR
011794* OF SCORED GUIDES AND LIST THOSE AT OR ABOVE THE THRESHOLD ON
011795* THE SCREENING REPORT.  A BLOCKED GUIDE, OR ONE WITH NO SCORED
011796* ROUNDS, HAS NOTHING TO COMPARE.
011797*-----------------------------------------------------------------
011798 2600-SCREEN-GUIDE-PAIRS.
011799     IF NOT DL2-MultiGuideIsOn OR DL2-SimulationIsOn
011800         GO TO 2600-SCREEN-GUIDE-PAIRS-EXIT
011801     END-IF.
011802     OPEN OUTPUT ScreeningFile.
011803     WRITE ScreeningRecord FROM DL2-Screening-Heading.
011804     MOVE DL2-Scr-Threshold TO ScrThreshold.
011805     MOVE DL2-Scr-Max-Shift TO ScrMaxShift.
011806     WRITE ScreeningRecord FROM DL2-Screening-Parm-Line.
011807     WRITE ScreeningRecord FROM DL2-Screening-Columns.
011808     PERFORM 2610-SCREEN-ONE-GUIDE THRU
011809             2610-SCREEN-ONE-GUIDE-EXIT
011810         VARYING DL2-Scr-A-Idx FROM 1 BY 1
011811         UNTIL DL2-Scr-A-Idx >= DL2-Guide-Count.
011812     IF DL2-Scr-Flagged-Count = ZERO
011813         MOVE SPACES TO ScreeningRecord
011814         MOVE "NO PAIR AT OR ABOVE THE THRESHOLD" TO
011815                 ScreeningRecord
011816         WRITE ScreeningRecord
011817     END-IF.
011818     MOVE DL2-Scr-Pairs-Count TO ScrPairs.
011819     MOVE DL2-Scr-Flagged-Count TO ScrFlagged.
011820     WRITE ScreeningRecord FROM DL2-Screening-Count-Line.
011821     MOVE SPACES TO ScreeningRecord.
011822     MOVE "SHIFT B+N = GUIDE B REPEATS GUIDE A N ROUNDS LATER (A+N
011823-         " THE REVERSE)" TO ScreeningRecord.
011824     WRITE ScreeningRecord.
011825     IF DL2-ScreenWasTruncated
011826         MOVE SPACES TO ScreeningRecord
011827         MOVE "*** GUIDES OVER 5000 ROUNDS WERE SCREENED ON THEIR
011828-             " FIRST 5000 ***" TO ScreeningRecord
011829         WRITE ScreeningRecord
011830     END-IF.
011831     CLOSE ScreeningFile.
011832 2600-SCREEN-GUIDE-PAIRS-EXIT.
011833     EXIT.
011834
011835 2610-SCREEN-ONE-GUIDE.
011836     PERFORM 2620-SCREEN-ONE-PAIR THRU 2620-SCREEN-ONE-PAIR-EXIT
011837         VARYING DL2-Scr-B-Idx FROM DL2-Scr-A-Idx BY 1
011838         UNTIL DL2-Scr-B-Idx > DL2-Guide-Count.
011839 2610-SCREEN-ONE-GUIDE-EXIT.
011840     EXIT.
011841
011842*-----------------------------------------------------------------
011843* SCREEN-ONE-PAIR - STRAIGHT COMPARISON FIRST, THEN EVERY SHIFT.
011844* THE LONGEST IDENTICAL STRETCH REPORTED IS FROM THE STRAIGHT
011845* COMPARISON, OR FROM THE BEST SHIFT WHEN THAT SHIFT MATCHES
011846* MORE ROUNDS THAN THE STRAIGHT COMPARISON DOES.
011847*-----------------------------------------------------------------
011848 2620-SCREEN-ONE-PAIR.
011849     IF DL2-Scr-B-Idx = DL2-Scr-A-Idx
011850         GO TO 2620-SCREEN-ONE-PAIR-EXIT
011851     END-IF.
011852     IF DL2-Guide-Blocked(DL2-Scr-A-Idx) = "Y"
011853             OR DL2-Guide-Blocked(DL2-Scr-B-Idx) = "Y"
011854             OR DL2-Scr-Kept(DL2-Scr-A-Idx) = ZERO
011855             OR DL2-Scr-Kept(DL2-Scr-B-Idx) = ZERO
011856         GO TO 2620-SCREEN-ONE-PAIR-EXIT
011857     END-IF.
011858     ADD 1 TO DL2-Scr-Pairs-Count.
011859     MOVE DL2-Scr-Kept(DL2-Scr-A-Idx) TO DL2-Scr-Base.
011860     IF DL2-Scr-Kept(DL2-Scr-B-Idx) > DL2-Scr-Base
011861         MOVE DL2-Scr-Kept(DL2-Scr-B-Idx) TO DL2-Scr-Base
011862     END-IF.
011863     MOVE ZERO TO DL2-Scr-Off-A.
011864     MOVE ZERO TO DL2-Scr-Off-B.
011865     PERFORM 2640-COMPARE-ALIGNMENT THRU
011866             2640-COMPARE-ALIGNMENT-EXIT.
011867     MOVE DL2-Scr-Work-Pct TO DL2-Scr-Same-Pct.
011868     MOVE DL2-Scr-Long-Len TO DL2-Scr-Pair-Long-Len.
011869     MOVE DL2-Scr-Long-Start TO DL2-Scr-Pair-Long-Start.
011870     MOVE ZERO TO DL2-Scr-Best-Pct.
011871     MOVE ZERO TO DL2-Scr-Best-Shift.
011872     MOVE SPACE TO DL2-Scr-Best-Lagger.
011873     PERFORM 2630-TRY-ONE-SHIFT THRU 2630-TRY-ONE-SHIFT-EXIT
011874         VARYING DL2-Scr-Shift FROM 1 BY 1
011875         UNTIL DL2-Scr-Shift > DL2-Scr-Max-Shift.
011876     IF DL2-Scr-Same-Pct < DL2-Scr-Threshold
011877             AND DL2-Scr-Best-Pct < DL2-Scr-Threshold
011878         GO TO 2620-SCREEN-ONE-PAIR-EXIT
011879     END-IF.
011880     ADD 1 TO DL2-Scr-Flagged-Count.
011881     MOVE "Y" TO DL2-Guide-Review(DL2-Scr-A-Idx).
011882     MOVE "Y" TO DL2-Guide-Review(DL2-Scr-B-Idx).
011883     MOVE SPACES TO DL2-Screening-Line.
011884     MOVE DL2-Guide-PlayerName(DL2-Scr-A-Idx) TO ScrNameA.
011885     MOVE DL2-Guide-PlayerName(DL2-Scr-B-Idx) TO ScrNameB.
011886     MOVE DL2-Scr-Same-Pct TO ScrSamePct.
011887     MOVE DL2-Scr-Pair-Long-Len TO ScrLongest.
011888     MOVE DL2-Scr-Pair-Long-Start TO ScrFromRound.
011889     IF DL2-Scr-Best-Pct > DL2-Scr-Same-Pct
011890         MOVE DL2-Scr-Best-Lagger TO ScrShiftLagger
011891         MOVE "+" TO ScrShiftSign
011892         MOVE DL2-Scr-Best-Shift TO ScrShiftRounds
011893         MOVE DL2-Scr-Best-Pct TO ScrShiftPct
011894     ELSE
011895         MOVE "NONE " TO ScrShift
011896         MOVE ZERO TO ScrShiftPct
011897     END-IF.
011898     WRITE ScreeningRecord FROM DL2-Screening-Line.
011899     MOVE DL2-Guide-File-Name(DL2-Scr-A-Idx) TO ScrFileA.
011900     MOVE DL2-Guide-File-Name(DL2-Scr-B-Idx) TO ScrFileB.
011901     WRITE ScreeningRecord FROM DL2-Screening-File-Line.
011902 2620-SCREEN-ONE-PAIR-EXIT.
011903     EXIT.
011904
011905*-----------------------------------------------------------------
011906* TRY-ONE-SHIFT - GUIDE B LAGGING GUIDE A BY THE SHIFT, THEN
011907* GUIDE A LAGGING GUIDE B.  THE BEST SHIFT SO FAR IS KEPT, WITH
011908* ITS LONGEST STRETCH IF IT BEATS THE STRAIGHT COMPARISON.
011909*-----------------------------------------------------------------
011910 2630-TRY-ONE-SHIFT.
011911     MOVE ZERO TO DL2-Scr-Off-A.
011912     MOVE DL2-Scr-Shift TO DL2-Scr-Off-B.
011913     PERFORM 2640-COMPARE-ALIGNMENT THRU
011914             2640-COMPARE-ALIGNMENT-EXIT.
011915     IF DL2-Scr-Work-Pct > DL2-Scr-Best-Pct
011916         MOVE "B" TO DL2-Scr-Best-Lagger
011917         PERFORM 2635-KEEP-BEST-SHIFT THRU
011918                 2635-KEEP-BEST-SHIFT-EXIT
011919     END-IF.
011920     MOVE DL2-Scr-Shift TO DL2-Scr-Off-A.
011921     MOVE ZERO TO DL2-Scr-Off-B.
011922     PERFORM 2640-COMPARE-ALIGNMENT THRU
011923             2640-COMPARE-ALIGNMENT-EXIT.
011924     IF DL2-Scr-Work-Pct > DL2-Scr-Best-Pct
011925         MOVE "A" TO DL2-Scr-Best-Lagger
011926         PERFORM 2635-KEEP-BEST-SHIFT THRU
011927                 2635-KEEP-BEST-SHIFT-EXIT
011928     END-IF.
011929 2630-TRY-ONE-SHIFT-EXIT.
011930     EXIT.
011931
011932 2635-KEEP-BEST-SHIFT.
011933     MOVE DL2-Scr-Work-Pct TO DL2-Scr-Best-Pct.
011934     MOVE DL2-Scr-Shift TO DL2-Scr-Best-Shift.
011935     IF DL2-Scr-Work-Pct > DL2-Scr-Same-Pct
011936         MOVE DL2-Scr-Long-Len TO DL2-Scr-Pair-Long-Len
011937         MOVE DL2-Scr-Long-Start TO DL2-Scr-Pair-Long-Start
011938     END-IF.
011939 2635-KEEP-BEST-SHIFT-EXIT.
011940     EXIT.
011941
011942*-----------------------------------------------------------------
011943* COMPARE-ALIGNMENT - ROUND (N + DL2-SCR-OFF-A) OF GUIDE A
011944* AGAINST ROUND (N + DL2-SCR-OFF-B) OF GUIDE B FOR AS MANY ROUNDS
011945* AS BOTH HAVE.  LEAVES THE MATCH PERCENTAGE OF THE LONGER GUIDE
011946* AND THE LONGEST RUN OF MATCHES, ITS START IN GUIDE A'S ROUND
011947* NUMBERS.
011948*-----------------------------------------------------------------
011949 2640-COMPARE-ALIGNMENT.
011950     MOVE ZERO TO DL2-Scr-Matches.
011951     MOVE ZERO TO DL2-Scr-Run-Len.
011952     MOVE ZERO TO DL2-Scr-Long-Len.
011953     MOVE ZERO TO DL2-Scr-Long-Start.
011954     MOVE ZERO TO DL2-Scr-Work-Pct.
011955     MOVE ZERO TO DL2-Scr-Span.
011956     IF DL2-Scr-Off-A >= DL2-Scr-Kept(DL2-Scr-A-Idx)
011957             OR DL2-Scr-Off-B >= DL2-Scr-Kept(DL2-Scr-B-Idx)
011958         GO TO 2640-COMPARE-ALIGNMENT-EXIT
011959     END-IF.
011960     COMPUTE DL2-Scr-Span =
011961         DL2-Scr-Kept(DL2-Scr-A-Idx) - DL2-Scr-Off-A.
011962     IF DL2-Scr-Kept(DL2-Scr-B-Idx) - DL2-Scr-Off-B <
011963             DL2-Scr-Span
011964         COMPUTE DL2-Scr-Span =
011965             DL2-Scr-Kept(DL2-Scr-B-Idx) - DL2-Scr-Off-B
011966     END-IF.
011967     PERFORM 2645-COMPARE-ONE-ROUND THRU
011968             2645-COMPARE-ONE-ROUND-EXIT
011969         VARYING DL2-Scr-Rnd-Idx FROM 1 BY 1
011970         UNTIL DL2-Scr-Rnd-Idx > DL2-Scr-Span.
011971     COMPUTE DL2-Scr-Work-Pct ROUNDED =
011972         (DL2-Scr-Matches * 100) / DL2-Scr-Base.
011973 2640-COMPARE-ALIGNMENT-EXIT.
011974     EXIT.
011975
011976 2645-COMPARE-ONE-ROUND.
011977     IF DL2-Scr-Round(DL2-Scr-A-Idx,
011978             DL2-Scr-Rnd-Idx + DL2-Scr-Off-A) =
011979        DL2-Scr-Round(DL2-Scr-B-Idx,
011980             DL2-Scr-Rnd-Idx + DL2-Scr-Off-B)
011981         ADD 1 TO DL2-Scr-Matches
011982         ADD 1 TO DL2-Scr-Run-Len
011983         IF DL2-Scr-Run-Len > DL2-Scr-Long-Len
011984             MOVE DL2-Scr-Run-Len TO DL2-Scr-Long-Len
011985             COMPUTE DL2-Scr-Long-Start = DL2-Scr-Rnd-Idx
011986                 + DL2-Scr-Off-A - DL2-Scr-Run-Len + 1
011987         END-IF
011988     ELSE
011989         MOVE ZERO TO DL2-Scr-Run-Len
011990     END-IF.
011991 2645-COMPARE-ONE-ROUND-EXIT.
011992     EXIT.
011993
011994*-----------------------------------------------------------------
011995* PROCESS-ONE-GUIDE - RUN ONE STRATEGY GUIDE END TO END: RESET
011996* THE PER-GUIDE COUNTERS (MULTI-GUIDE MODE ONLY - A SINGLE-FILE
011997* RUN KEEPS ITS CHECKPOINT-RESTORED TOTALS), VALIDATE THE
011998* HEADER, SCORE EVERY ROUND, AND BANK THE GUIDE'S RESULTS ON THE
011999* GUIDE TABLE FOR THE STANDINGS REPORT.  THE DETAIL FILE OPENS
012000* ONCE AND RUNS ON ACROSS GUIDES.
012001*-----------------------------------------------------------------
012002 2900-PROCESS-ONE-GUIDE.
012003     MOVE DL2-Guide-File-Name(DL2-Guide-Idx) TO
012004             DL2-InputFileName.
012005     IF DL2-MultiGuideIsOn
012006         PERFORM 2910-RESET-GUIDE-COUNTERS THRU
012007                 2910-RESET-GUIDE-COUNTERS-EXIT
012008     END-IF.
012009     IF DL2-SimulationIsOn
012010         PERFORM 3510-RESET-SIMULATION THRU
012011                 3510-RESET-SIMULATION-EXIT
012012     END-IF.
012013     MOVE "N" TO EOF.
012014     OPEN INPUT InputFile.
012015     PERFORM 1040-VALIDATE-HEADER THRU
012016             1040-VALIDATE-HEADER-EXIT.
012017     IF DL2-Guide-Idx = 1
012018         PERFORM 1030-OPEN-DETAIL-FILE THRU
012020                 1030-OPEN-DETAIL-FILE-EXIT
012030     END-IF.
012040     IF DL2-IsResuming AND NOT DL2-RunIsBlocked
012130     PERFORM 2000-PROCESS-INPUT THRU 2000-PROCESS-INPUT-EXIT
012140         UNTIL EndOfInputFile.
012150     CLOSE InputFile.
012151     IF DL2-SimulationIsOn
012152         PERFORM 3590-WRITE-SIMULATION-BLOCK THRU
012153                 3590-WRITE-SIMULATION-BLOCK-EXIT
012154         GO TO 2900-PROCESS-ONE-GUIDE-EXIT
012155     END-IF.
012160     IF DL2-MultiGuideIsOn
012170         PERFORM 2920-BANK-GUIDE-RESULTS THRU
012180                 2920-BANK-GUIDE-RESULTS-EXIT
012690     MOVE SPACES TO FeedHeaderRecord.
012700     MOVE SPACES TO DL2-Current-PlayerId.
012710     MOVE SPACES TO DL2-Current-PlayerName.
012715     MOVE ZERO TO DL2-Scr-Kept(DL2-Guide-Idx).
012720 2910-RESET-GUIDE-COUNTERS-EXIT.
012730     EXIT.
012740
013000     MOVE GrandTotal2 TO DL2-Guide-Total2(DL2-Guide-Idx).
013010     MOVE DL2-Lit-Wins TO DL2-Guide-Wins(DL2-Guide-Idx).
013020     MOVE "N" TO DL2-Guide-Reported(DL2-Guide-Idx).
013025     MOVE "N" TO DL2-Guide-Review(DL2-Guide-Idx).
013030     IF DL2-RunIsBlocked
013040         MOVE "Y" TO DL2-Guide-Blocked(DL2-Guide-Idx)
013050         MOVE "N" TO DL2-Guide-Hdr-Ok(DL2-Guide-Idx)
013250     IF DL2-HeaderWasSeen
013260         PERFORM 2930-REGISTER-ONE-GUIDE THRU
013270                 2930-REGISTER-ONE-GUIDE-EXIT
013273         PERFORM 2940-POST-LEAGUE-LEDGER THRU
013276                 2940-POST-LEAGUE-LEDGER-EXIT
013280     END-IF.
013290 2920-BANK-GUIDE-RESULTS-EXIT.
013300     EXIT.
013420     ELSE
013430         MOVE "EXCEPTN " TO FeedRegisterDisposition
013440     END-IF.
013445     ACCEPT FeedRegisterTime FROM TIME.
013450     WRITE FeedRegisterFileRecord FROM FeedRegisterRecord.
013460     CLOSE FeedRegisterFile.
013470 2930-REGISTER-ONE-GUIDE-EXIT.
013480     EXIT.
013481
013482*-----------------------------------------------------------------
013483* POST-LEAGUE-LEDGER - APPEND A COMPLETE GUIDE'S RESULT TO THE
013484* SEASON LEAGUE LEDGER.  ONLY A GUIDE WHOSE HEADER AND TRAILER
013485* BOTH CHECKED OUT IS POSTED (AN EXCEPTN GUIDE IS RERUN AND
013486* POSTS THEN), AND ONLY ONCE - A GUIDE THE REGISTER ALREADY
013487* SHOWED COMPLETE FOR THIS RUN DATE AT START-UP WAS POSTED BY
013488* THAT EARLIER RUN, SO AN OVERRIDDEN RERUN IS SKIPPED HERE.  A
013489* GUIDE WITH NO "P" SUB-HEADER HAS NO PLAYER TO CREDIT.
013490*-----------------------------------------------------------------
013491 2940-POST-LEAGUE-LEDGER.
013492     IF DL2-Guide-Hdr-Ok(DL2-Guide-Idx) NOT = "Y"
013493             OR DL2-Guide-Trl-Ok(DL2-Guide-Idx) NOT = "Y"
013494         GO TO 2940-POST-LEAGUE-LEDGER-EXIT
013495     END-IF.
013496     IF DL2-Current-PlayerId = SPACES
013497         DISPLAY "*** GUIDE " DL2-InputFileName " HAS NO "
013498                 "PLAYER SUB-HEADER - NOT POSTED TO THE LEAGUE "
013499                 "LEDGER ***"
013500         GO TO 2940-POST-LEAGUE-LEDGER-EXIT
013501     END-IF.
013502     MOVE "N" TO DL2-Posted-Switch.
013503     PERFORM 2945-CHECK-PRIOR-POSTING THRU
013504             2945-CHECK-PRIOR-POSTING-EXIT
013505         VARYING DL2-Reg-Idx FROM 1 BY 1
013506         UNTIL DL2-Reg-Idx > DL2-Reg-Count
013507            OR DL2-GuideWasPosted.
013508     IF DL2-GuideWasPosted
013509         DISPLAY "*** GUIDE " DL2-InputFileName " ALREADY "
013510                 "COMPLETE FOR " FeedHeaderRunDate " - LEAGUE "
013511                 "LEDGER NOT POSTED AGAIN ***"
013512         GO TO 2940-POST-LEAGUE-LEDGER-EXIT
013513     END-IF.
013514     OPEN EXTEND LeagueLedgerFile.
013515     MOVE SPACES TO LeagueLedgerRecord.
013516     MOVE DL2-Current-PlayerId TO LeagueLedgerPlayerId.
013517     MOVE FeedHeaderRunDate TO LeagueLedgerRunDate.
013518     MOVE DL2-InputFileName TO LeagueLedgerFileName.
013519     MOVE DL2-RoundCounter TO LeagueLedgerRounds.
013520     MOVE GrandTotal TO LeagueLedgerTotal.
013521     MOVE GrandTotal2 TO LeagueLedgerTotal2.
013522     MOVE DL2-Lit-Wins TO LeagueLedgerWins.
013523     WRITE LeagueLedgerFileRecord FROM LeagueLedgerRecord.
013524     CLOSE LeagueLedgerFile.
013525     ADD 1 TO DL2-League-Posted-Count.
013526 2940-POST-LEAGUE-LEDGER-EXIT.
013527     EXIT.
013528
013529 2945-CHECK-PRIOR-POSTING.
013530     MOVE DL2-RegItem(DL2-Reg-Idx) TO FeedRegisterRecord.
013531     IF FeedRegisterFeedType = FeedHeaderFeedType
013532             AND FeedRegisterRunDate = FeedHeaderRunDate
013533             AND FeedRegisterFileName = DL2-InputFileName
013534             AND FeedRegisterDisposition = "COMPLETE"
013535         MOVE "Y" TO DL2-Posted-Switch
013536     END-IF.
013537 2945-CHECK-PRIOR-POSTING-EXIT.
013538     EXIT.
013539
013540 3000-ADD-ENTRY.
013541     ADD 1 TO DL2-RoundCounter
013542     PERFORM 3100-SCORE-LITERAL-MOVE THRU
013543             3100-SCORE-LITERAL-MOVE-EXIT.
013544     IF DL2-OutcomeModeIsOn
013550         PERFORM 3200-SCORE-OUTCOME-MOVE THRU
013560                 3200-SCORE-OUTCOME-MOVE-EXIT
013570     END-IF.
013580     PERFORM 3250-TALLY-ANALYTICS THRU
013590             3250-TALLY-ANALYTICS-EXIT.
013600     PERFORM 3300-WRITE-DETAIL THRU 3300-WRITE-DETAIL-EXIT.
013602     IF DL2-MultiGuideIsOn
013604         PERFORM 3350-KEEP-SCREEN-ROUND THRU
013606                 3350-KEEP-SCREEN-ROUND-EXIT
013608     END-IF.
013610     IF NOT DL2-ReinjectIsActive AND NOT DL2-MultiGuideIsOn
013620         PERFORM 3400-CHECKPOINT-IF-DUE THRU
013630                 3400-CHECKPOINT-IF-DUE-EXIT
015480     WRITE DetailRecord.
015490 3300-WRITE-DETAIL-EXIT.
015500     EXIT.
015501
015502*-----------------------------------------------------------------
015503* KEEP-SCREEN-ROUND - HOLD THE ROUND'S TWO MOVE LETTERS FOR THE
015504* RUN-END COLLUSION SCREENING.  PAST 5000 ROUNDS A GUIDE IS
015505* SCREENED ON ITS FIRST 5000 AND THE REPORT SAYS SO.
015506*-----------------------------------------------------------------
015507 3350-KEEP-SCREEN-ROUND.
015508     IF DL2-Scr-Kept(DL2-Guide-Idx) >= 5000
015509         MOVE "Y" TO DL2-Scr-Truncated-Switch
015510         GO TO 3350-KEEP-SCREEN-ROUND-EXIT
015511     END-IF.
015512     ADD 1 TO DL2-Scr-Kept(DL2-Guide-Idx).
015513     MOVE TheirMove TO DL2-Scr-Their(DL2-Guide-Idx,
015514             DL2-Scr-Kept(DL2-Guide-Idx)).
015515     MOVE MyMove TO DL2-Scr-Mine(DL2-Guide-Idx,
015516             DL2-Scr-Kept(DL2-Guide-Idx)).
015517 3350-KEEP-SCREEN-ROUND-EXIT.
015518     EXIT.
015519
015677*-----------------------------------------------------------------
015678* CHECKPOINT-IF-DUE - EVERY DL2-CHECKPOINTINTERVAL ROUNDS, SAVE
015679* THE ROUND COUNT, THE PHYSICAL RECORD POSITION, AND THE GRAND
015680* TOTALS SO A RERUN CAN RESUME INSTEAD OF RESTARTING THE BATCH.
015681*-----------------------------------------------------------------
015682 3400-CHECKPOINT-IF-DUE.
015683     DIVIDE DL2-RoundCounter BY DL2-CheckpointInterval
015684         GIVING DL2-CheckpointQuotient
015685         REMAINDER DL2-CheckpointRemainder.
015686     IF DL2-CheckpointRemainder = ZERO
015687         PERFORM 3410-WRITE-CHECKPOINT THRU
015688                 3410-WRITE-CHECKPOINT-EXIT
015689     END-IF.
015690 3400-CHECKPOINT-IF-DUE-EXIT.
015691     EXIT.
015692 
015693 3410-WRITE-CHECKPOINT.
015694     OPEN OUTPUT CheckpointFile.
015700     MOVE SPACES TO CheckpointRecord
015710     MOVE DL2-RoundCounter TO CheckpointRoundNumber
015720     MOVE GrandTotal TO CheckpointGrandTotal
015770 3410-WRITE-CHECKPOINT-EXIT.
015780     EXIT.
015790 
015791*-----------------------------------------------------------------
015792* SIMULATE-ROUND - REPLAY ONE ROUND UNDER EACH STRATEGY.  THE
015793* COUNTER STRATEGY PICKS ITS THROW FROM THE OPPONENT'S THROWS
015794* BEFORE THIS ROUND, THEN THIS ROUND'S THROW JOINS THE HISTORY.
015795*-----------------------------------------------------------------
015796 3500-SIMULATE-ROUND.
015797     IF (TheirMove NOT = "A" AND NOT = "B" AND NOT = "C")
015798             OR (MyMove NOT = "X" AND NOT = "Y" AND NOT = "Z")
015799         ADD 1 TO DL2-Sim-Skipped
015800         GO TO 3500-SIMULATE-ROUND-EXIT
015801     END-IF.
015802     ADD 1 TO DL2-Sim-Rounds.
015803     MOVE 1 TO DL2-Sim-Idx.
015804     MOVE MyMove TO DL2-Sim-Throw.
015805     PERFORM 3520-SCORE-SIM-THROW THRU 3520-SCORE-SIM-THROW-EXIT.
015806     MOVE 2 TO DL2-Sim-Idx.
015807     PERFORM 3210-DERIVE-IMPLIED-MOVE THRU
015808             3210-DERIVE-IMPLIED-MOVE-EXIT.
015809     MOVE ImpliedMove TO DL2-Sim-Throw.
015810     PERFORM 3520-SCORE-SIM-THROW THRU 3520-SCORE-SIM-THROW-EXIT.
015811     MOVE 3 TO DL2-Sim-Idx.
015812     MOVE TheirMove TO DL2-Sim-Target.
015813     PERFORM 3530-THROW-TO-BEAT THRU 3530-THROW-TO-BEAT-EXIT.
015814     PERFORM 3520-SCORE-SIM-THROW THRU 3520-SCORE-SIM-THROW-EXIT.
015815     MOVE 4 TO DL2-Sim-Idx.
015816     IF TheirMove = "A" MOVE "X" TO DL2-Sim-Throw END-IF.
015817     IF TheirMove = "B" MOVE "Y" TO DL2-Sim-Throw END-IF.
015818     IF TheirMove = "C" MOVE "Z" TO DL2-Sim-Throw END-IF.
015819     PERFORM 3520-SCORE-SIM-THROW THRU 3520-SCORE-SIM-THROW-EXIT.
015820     MOVE 5 TO DL2-Sim-Idx.
015821     MOVE "A" TO DL2-Sim-Target.
015822     IF DL2-Sim-Seen-B > DL2-Sim-Seen-A
015823         MOVE "B" TO DL2-Sim-Target
015824     END-IF.
015825     IF DL2-Sim-Seen-C > DL2-Sim-Seen-A
015826             AND DL2-Sim-Seen-C > DL2-Sim-Seen-B
015827         MOVE "C" TO DL2-Sim-Target
015828     END-IF.
015829     PERFORM 3530-THROW-TO-BEAT THRU 3530-THROW-TO-BEAT-EXIT.
015830     PERFORM 3520-SCORE-SIM-THROW THRU 3520-SCORE-SIM-THROW-EXIT.
015831     IF TheirMove = "A" ADD 1 TO DL2-Sim-Seen-A END-IF.
015832     IF TheirMove = "B" ADD 1 TO DL2-Sim-Seen-B END-IF.
015833     IF TheirMove = "C" ADD 1 TO DL2-Sim-Seen-C END-IF.
015834 3500-SIMULATE-ROUND-EXIT.
015835     EXIT.
015836
015837 3510-RESET-SIMULATION.
015838     MOVE ZEROS TO DL2-SimTable.
015839     MOVE ZERO TO DL2-Sim-Rounds.
015840     MOVE ZERO TO DL2-Sim-Skipped.
015841     MOVE ZERO TO DL2-Sim-Seen-A.
015842     MOVE ZERO TO DL2-Sim-Seen-B.
015843     MOVE ZERO TO DL2-Sim-Seen-C.
015844 3510-RESET-SIMULATION-EXIT.
015845     EXIT.
015846
015847*-----------------------------------------------------------------
015848* SCORE-SIM-THROW - DL2-SIM-THROW AGAINST THEIRMOVE UNDER THE
015849* LITERAL-MOVE RULES, BANKED ON STRATEGY DL2-SIM-IDX.
015850*-----------------------------------------------------------------
015851 3520-SCORE-SIM-THROW.
015852     MOVE ZERO TO DL2-Sim-Score.
015853     IF DL2-Sim-Throw = "X"
015854         ADD 1 TO DL2-Sim-Score
015855     END-IF.
015856     IF DL2-Sim-Throw = "Y"
015857         ADD 2 TO DL2-Sim-Score
015858     END-IF.
015859     IF DL2-Sim-Throw = "Z"
015860         ADD 3 TO DL2-Sim-Score
015861     END-IF.
015862     IF (TheirMove = "A" AND DL2-Sim-Throw = "X") OR
015863        (TheirMove = "B" AND DL2-Sim-Throw = "Y") OR
015864        (TheirMove = "C" AND DL2-Sim-Throw = "Z")
015865         ADD 3 TO DL2-Sim-Score
015866         ADD 1 TO DL2-Sim-Draws(DL2-Sim-Idx)
015867     ELSE
015868         IF (TheirMove = "A" AND DL2-Sim-Throw = "Y") OR
015869            (TheirMove = "B" AND DL2-Sim-Throw = "Z") OR
015870            (TheirMove = "C" AND DL2-Sim-Throw = "X")
015871             ADD 6 TO DL2-Sim-Score
015872             ADD 1 TO DL2-Sim-Wins(DL2-Sim-Idx)
015873         ELSE
015874             ADD 1 TO DL2-Sim-Losses(DL2-Sim-Idx)
015875         END-IF
015876     END-IF.
015877     ADD DL2-Sim-Score TO DL2-Sim-Total(DL2-Sim-Idx).
015878 3520-SCORE-SIM-THROW-EXIT.
015879     EXIT.
015880
015881 3530-THROW-TO-BEAT.
015882     IF DL2-Sim-Target = "A" MOVE "Y" TO DL2-Sim-Throw END-IF.
015883     IF DL2-Sim-Target = "B" MOVE "Z" TO DL2-Sim-Throw END-IF.
015884     IF DL2-Sim-Target = "C" MOVE "X" TO DL2-Sim-Throw END-IF.
015885 3530-THROW-TO-BEAT-EXIT.
015886     EXIT.
015887
015888*-----------------------------------------------------------------
015889* WRITE-SIMULATION-BLOCK - ONE BLOCK PER GUIDE ON THE COMPARISON
015890* PAGE: THE GUIDE, ITS PLAYER, AND THE FIVE STRATEGIES WITH THEIR
015891* GAP TO THE AS-SUBMITTED GRANDTOTAL.
015892*-----------------------------------------------------------------
015893 3590-WRITE-SIMULATION-BLOCK.
015894     MOVE SPACES TO SimulationRecord.
015895     WRITE SimulationRecord.
015896     MOVE DL2-InputFileName TO SimFileName.
015897     IF DL2-HeaderWasSeen
015898         MOVE FeedHeaderRunDate TO SimRunDate
015899     ELSE
015900         MOVE "NO-HDR  " TO SimRunDate
015901     END-IF.
015902     WRITE SimulationRecord FROM DL2-Simulation-Guide-Line.
015903     MOVE DL2-Current-PlayerId TO SimPlayerId.
015904     IF DL2-Current-PlayerName = SPACES
015905         MOVE "(NO P RECORD)" TO SimPlayerName
015906     ELSE
015907         MOVE DL2-Current-PlayerName TO SimPlayerName
015908     END-IF.
015909     MOVE DL2-Sim-Rounds TO SimRounds.
015910     MOVE DL2-Sim-Skipped TO SimSkipped.
015911     WRITE SimulationRecord FROM DL2-Simulation-Player-Line.
015912     WRITE SimulationRecord FROM DL2-Simulation-Columns.
015913     MOVE SPACES TO DL2-Simulation-Line.
015914     MOVE 1 TO DL2-Sim-Idx.
015915     MOVE "AS SUBMITTED (LITERAL MOVES)" TO SimStrategy.
015916     PERFORM 3595-WRITE-ONE-STRATEGY THRU
015917             3595-WRITE-ONE-STRATEGY-EXIT.
015918     MOVE 2 TO DL2-Sim-Idx.
015919     MOVE "OUTCOME-RULE MOVES" TO SimStrategy.
015920     PERFORM 3595-WRITE-ONE-STRATEGY THRU
015921             3595-WRITE-ONE-STRATEGY-EXIT.
015922     MOVE 3 TO DL2-Sim-Idx.
015923     MOVE "ALWAYS WIN" TO SimStrategy.
015924     PERFORM 3595-WRITE-ONE-STRATEGY THRU
015925             3595-WRITE-ONE-STRATEGY-EXIT.
015926     MOVE 4 TO DL2-Sim-Idx.
015927     MOVE "ALWAYS DRAW" TO SimStrategy.
015928     PERFORM 3595-WRITE-ONE-STRATEGY THRU
015929             3595-WRITE-ONE-STRATEGY-EXIT.
015930     MOVE 5 TO DL2-Sim-Idx.
015931     MOVE "COUNTER MOST FREQUENT SO FAR" TO SimStrategy.
015932     PERFORM 3595-WRITE-ONE-STRATEGY THRU
015933             3595-WRITE-ONE-STRATEGY-EXIT.
015934     WRITE SimulationRecord FROM DL2-Simulation-Legend.
015935 3590-WRITE-SIMULATION-BLOCK-EXIT.
015936     EXIT.
015937
015938 3595-WRITE-ONE-STRATEGY.
015939     MOVE DL2-Sim-Total(DL2-Sim-Idx) TO SimTotal.
015940     MOVE DL2-Sim-Wins(DL2-Sim-Idx) TO SimWins.
015941     MOVE DL2-Sim-Draws(DL2-Sim-Idx) TO SimDraws.
015942     MOVE DL2-Sim-Losses(DL2-Sim-Idx) TO SimLosses.
015943     COMPUTE SimGap = DL2-Sim-Total(DL2-Sim-Idx)
015944         - DL2-Sim-Total(1).
015945     WRITE SimulationRecord FROM DL2-Simulation-Line.
015946 3595-WRITE-ONE-STRATEGY-EXIT.
015947     EXIT.
015948 
015949*-----------------------------------------------------------------
015950* WRITE-SETTLEMENT-EXTRACT - A FIXED-WIDTH, MACHINE-READABLE
015951* RECORD FOR THE PAYROLL/SCORING FEED (COPYBOOK SETLREC): RUN
015952* DATE, ROUND COUNT, THE FINAL GRANDTOTAL, AND A STATUS CODE
015953* REFLECTING WHETHER THE FEED'S HEADER AND TRAILER CHECKED OUT.
015954* THE FILE ACCUMULATES ONE RECORD PER RUN SO SETLMTCH CAN PAIR
015955* EACH EXTRACT WITH PAYROLL'S ACKNOWLEDGMENT AND AGE THE ONES
015956* STILL UNANSWERED.
015957*-----------------------------------------------------------------
015958 8900-WRITE-SETTLEMENT-EXTRACT.
015959*    A MULTI-GUIDE RUN WRITES NO EXTRACT - SETLMTCH PAIRS
015960*    EXTRACTS BY RUN DATE AND A DOZEN GUIDES SHARE ONE; THE
015961*    STANDINGS REPORT IS THAT RUN'S DELIVERABLE.
015962     IF DL2-RunIsBlocked OR DL2-MultiGuideIsOn
015963             OR DL2-SimulationIsOn
015964         GO TO 8900-WRITE-SETTLEMENT-EXTRACT-EXIT
015965     END-IF.
015966     OPEN EXTEND SettlementFile.
015970     MOVE SPACES TO SettlementRecord
015980     IF DL2-HeaderWasSeen
015990         MOVE FeedHeaderRunDate TO SettlementRunDate
016250*    MULTI-GUIDE RUN ITS COUNTERS ONLY COVER THE LAST GUIDE,
016260*    SO THE PAGE IS NOT WRITTEN.
016270     IF DL2-RunIsBlocked OR DL2-MultiGuideIsOn
016275             OR DL2-SimulationIsOn
016280         GO TO 8950-WRITE-ANALYTICS-REPORT-EXIT
016290     END-IF.
016300     OPEN OUTPUT AnalyticsFile.
017480* STOPS KEYING TWELVE SINGLE RUNS INTO A SHEET.
017490*-----------------------------------------------------------------
017500 8975-WRITE-STANDINGS-REPORT.
017510     IF NOT DL2-MultiGuideIsOn OR DL2-SimulationIsOn
017520         GO TO 8975-WRITE-STANDINGS-REPORT-EXIT
017530     END-IF.
017540     OPEN OUTPUT StandingsFile.
018240     ELSE
018250         IF DL2-Guide-Hdr-Ok(DL2-Stand-Best-Idx) = "Y"
018260                 AND DL2-Guide-Trl-Ok(DL2-Stand-Best-Idx) = "Y"
018262             IF DL2-Guide-Review(DL2-Stand-Best-Idx) = "Y"
018264                 MOVE "REVIEW  " TO StdVerdict
018266             ELSE
018270                 MOVE "OK      " TO StdVerdict
018275             END-IF
018280         ELSE
018290             MOVE "EXCEPTN " TO StdVerdict
018300         END-IF
018400* CARRIES THE TRAILER RECONCILIATION VERDICT.
018410*-----------------------------------------------------------------
018420 9100-WRITE-RUN-LOG.
018421*    A SIMULATION RUN IS NOT THE FEED'S SCORING RUN AND LEAVES NO
018422*    RECORD FOR DAYDRIVR OR OPSSUMM TO COUNT.
018423     IF DL2-SimulationIsOn
018424         GO TO 9100-WRITE-RUN-LOG-EXIT
018425     END-IF.
018430     OPEN EXTEND RunLogFile.
018440     MOVE "DAY2    " TO RunLogProgramName.
018450     MOVE DL2-Expected-Feed-Type TO RunLogFeedType.
018940*    A MULTI-GUIDE RUN REGISTERS EACH GUIDE AS IT COMPLETES
018950*    (2930-REGISTER-ONE-GUIDE) - NOTHING MORE TO REGISTER HERE.
018960     IF DL2-RunIsBlocked OR NOT DL2-HeaderWasSeen
018970             OR DL2-MultiGuideIsOn OR DL2-SimulationIsOn
018980         GO TO 9120-WRITE-FEED-REGISTER-EXIT
018990     END-IF.
019000     OPEN EXTEND FeedRegisterFile.
019040     MOVE DL2-InputFileName TO FeedRegisterFileName.
019050     MOVE "DAY2    " TO FeedRegisterProgram.
019060     MOVE RunLogDisposition TO FeedRegisterDisposition.
019065     ACCEPT FeedRegisterTime FROM TIME.
019070     WRITE FeedRegisterFileRecord FROM FeedRegisterRecord.
019080     CLOSE FeedRegisterFile.
019090 9120-WRITE-FEED-REGISTER-EXIT.
019170* NO SUSPENSE ITEM CAN EVER BE DESTROYED BY A WARNING.
019180*-----------------------------------------------------------------
019190 9150-REWRITE-SUSPENSE.
019192     IF DL2-SimulationIsOn
019194         GO TO 9150-REWRITE-SUSPENSE-EXIT
019196     END-IF.
019200     IF DL2-SuspenseOverflowed
019210         DISPLAY "*** SUSPENSE FILE LEFT UNTOUCHED - TABLE "
019220                 "OVERFLOWED ON LOAD ***"
019360 9160-WRITE-ONE-SUSPENSE-EXIT.
019370     EXIT.
019380
019382*-----------------------------------------------------------------
019384* BANK-REPORT-GENERATIONS - KEEP THE REPORTS THIS RUN WROTE AS
019386* DATED GENERATIONS UNDER THE RUN DATE THE RUN LOG CARRIES,
019388* AGAINST THE FIRST GUIDE FILE: THE ANALYTICS PAGE ON A
019390* SINGLE-GUIDE RUN, THE STANDINGS AND THE COLLUSION SCREENING ON
019392* A MULTI-GUIDE RUN.  A SIMULATION RUN WRITES NONE OF THEM AND
019394* BANKS NOTHING.  A RUN WITH NO HEADER RUN DATE IS BANKED UNDER
019396* THE DATE IT RAN, SO ITS GENERATIONS AGE OUT LIKE ANY OTHER.
019398*-----------------------------------------------------------------
019400 9180-BANK-REPORT-GENERATIONS.
019402     IF DL2-SimulationIsOn
019404         GO TO 9180-BANK-REPORT-GENERATIONS-EXIT
019406     END-IF.
019408     MOVE RunLogRunDate TO DL2-Gen-Run-Date.
019410     IF DL2-Gen-Run-Date IS NOT NUMERIC
019412         ACCEPT DL2-Gen-Run-Date FROM DATE YYYYMMDD
019414     END-IF.
019416     MOVE DL2-Guide-File-Name(1) TO DL2-Gen-Feed-File.
019418     IF NOT DL2-RunIsBlocked AND NOT DL2-MultiGuideIsOn
019420         MOVE "analyt1.txt" TO DL2-Gen-Source-Name
019422         MOVE "ANALYT1" TO DL2-Gen-Report-Id
019424         PERFORM 9182-BANK-ONE-REPORT THRU
019426                 9182-BANK-ONE-REPORT-EXIT
019428     END-IF.
019430     IF DL2-MultiGuideIsOn
019432         MOVE "standng1.txt" TO DL2-Gen-Source-Name
019434         MOVE "STANDNG1" TO DL2-Gen-Report-Id
019436         PERFORM 9182-BANK-ONE-REPORT THRU
019438                 9182-BANK-ONE-REPORT-EXIT
019440         MOVE "screen1.txt" TO DL2-Gen-Source-Name
019442         MOVE "SCREEN1" TO DL2-Gen-Report-Id
019444         PERFORM 9182-BANK-ONE-REPORT THRU
019446                 9182-BANK-ONE-REPORT-EXIT
019450     END-IF.
019451 9180-BANK-REPORT-GENERATIONS-EXIT.
019452     EXIT.
019453
019454*-----------------------------------------------------------------
019455* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
019456* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
019457* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
019458* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
019459* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
019460*-----------------------------------------------------------------
019461 9182-BANK-ONE-REPORT.
019462     MOVE ZERO TO DL2-Gen-Number.
019463     MOVE "N" TO DL2-Gen-Index-EOF.
019464     OPEN INPUT ReportIndexFile.
019465     PERFORM 9184-SCAN-ONE-INDEX THRU 9184-SCAN-ONE-INDEX-EXIT
019466         UNTIL DL2-EndOfReportIndex.
019467     CLOSE ReportIndexFile.
019468     IF DL2-Gen-Number = 999
019469         DISPLAY "*** " DL2-Gen-Report-Id " ALREADY HOLDS 999 "
019470                 "GENERATIONS FOR " DL2-Gen-Run-Date
019471                 " - NOT BANKED ***"
019472         GO TO 9182-BANK-ONE-REPORT-EXIT
019473     END-IF.
019474     ADD 1 TO DL2-Gen-Number.
019475     MOVE ZERO TO DL2-Gen-Line-Count.
019476     MOVE "N" TO DL2-Gen-Source-EOF.
019477     OPEN INPUT GenSourceFile.
019478     OPEN EXTEND ReportGenFile.
019479     PERFORM 9186-BANK-ONE-LINE THRU 9186-BANK-ONE-LINE-EXIT
019480         UNTIL DL2-EndOfGenSource.
019481     CLOSE GenSourceFile.
019482     CLOSE ReportGenFile.
019483     MOVE SPACES TO ReportIndexRecord.
019484     MOVE DL2-Gen-Report-Id TO ReportIndexReportId.
019485     MOVE DL2-Gen-Run-Date TO ReportIndexRunDate.
019486     MOVE DL2-Gen-Number TO ReportIndexGeneration.
019487     MOVE "DAY2    " TO ReportIndexProgram.
019488     MOVE DL2-Gen-Feed-File TO ReportIndexFeedFile.
019489     MOVE DL2-Gen-Line-Count TO ReportIndexLineCount.
019490     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
019491     ACCEPT ReportIndexBankTime FROM TIME.
019492     OPEN EXTEND ReportIndexFile.
019493     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
019494     CLOSE ReportIndexFile.
019495     ADD 1 TO DL2-Gen-Banked-Count.
019496 9182-BANK-ONE-REPORT-EXIT.
019497     EXIT.
019498
019499 9184-SCAN-ONE-INDEX.
019500     READ ReportIndexFile INTO ReportIndexRecord
019501         AT END MOVE "Y" TO DL2-Gen-Index-EOF
019502         NOT AT END
019503             IF ReportIndexReportId = DL2-Gen-Report-Id
019504                     AND ReportIndexRunDate = DL2-Gen-Run-Date
019505                     AND ReportIndexGeneration > DL2-Gen-Number
019506                 MOVE ReportIndexGeneration TO DL2-Gen-Number
019507             END-IF
019508     END-READ.
019509 9184-SCAN-ONE-INDEX-EXIT.
019510     EXIT.
019511
019512 9186-BANK-ONE-LINE.
019513     READ GenSourceFile
019514         AT END MOVE "Y" TO DL2-Gen-Source-EOF
019515         NOT AT END
019516             ADD 1 TO DL2-Gen-Line-Count
019517             MOVE DL2-Gen-Report-Id TO ReportGenReportId
019518             MOVE DL2-Gen-Run-Date TO ReportGenRunDate
019519             MOVE DL2-Gen-Number TO ReportGenGeneration
019520             MOVE DL2-Gen-Line-Count TO ReportGenLineNumber
019521             MOVE GenSourceRecord TO ReportGenLineText
019522             WRITE ReportGenFileRecord FROM ReportGenRecord
019523     END-READ.
019524 9186-BANK-ONE-LINE-EXIT.
019525     EXIT.
019526
019527*-----------------------------------------------------------------
019528* RELEASE-FILE-LOCKS - EMPTY BOTH TOKEN FILES NOW THAT EVERY
019529* SHARED-FILE UPDATE IS ON DISK.
019530*-----------------------------------------------------------------
019531 9190-RELEASE-FILE-LOCKS.
019532     OPEN OUTPUT SuspLockFile.
019533     CLOSE SuspLockFile.
019534     OPEN OUTPUT RegLockFile.
019535     CLOSE RegLockFile.
019536 9190-RELEASE-FILE-LOCKS-EXIT.
019537     EXIT.
019538
019539 9999-COMPLETE.
019540     IF DL2-SimulationIsOn
019541         CLOSE SimulationFile
019542         DISPLAY "WHAT-IF SIMULATION WRITTEN TO SIMCMP1.TXT - "
019543                 DL2-Guide-Count " GUIDES"
019544         DISPLAY "ADVISORY ONLY - NOTHING SCORED, SETTLED, "
019545                 "REGISTERED OR LOGGED"
019546         STOP RUN
019547     END-IF.
019548     CLOSE DetailFile.
019549     DISPLAY "COMING TO A GRAND TOTAL OF " GrandTotal.
019550     IF DL2-Reinjected-Count > ZERO
019551         DISPLAY "REINJECTED SUSPENSE ROUNDS "
019560                 DL2-Reinjected-Count
019570     END-IF.
019580     IF DL2-OutcomeModeIsOn
019870     IF DL2-MultiGuideIsOn
019880         DISPLAY "STANDINGS REPORT WRITTEN TO STANDNG1.TXT - "
019890                 DL2-Guide-Count " GUIDES"
019893         DISPLAY "LEAGUE LEDGER POSTINGS APPENDED TO LEAGUE1.TXT "
019896                 "- " DL2-League-Posted-Count
019897         DISPLAY "SCREENING REPORT WRITTEN TO SCREEN1.TXT - "
019898                 DL2-Scr-Flagged-Count " PAIRS FLAGGED FOR REVIEW"
019900     END-IF.
019902     IF DL2-Gen-Banked-Count > ZERO
019904         DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
019906                 DL2-Gen-Banked-Count
019908     END-IF.
019910     DISPLAY "RUN LOG APPENDED TO RUNLOG1.TXT".
019920     IF DL2-RunIsBlocked
019930         DISPLAY "*** RUN WAS BLOCKED BY THE PROCESSED-FEED "
