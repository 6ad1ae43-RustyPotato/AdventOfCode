000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SEASNRPT.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - SEASON-TO-DATE LEAGUE STANDINGS FOR
000120*                 THE TOURNAMENT DESK.  READS THE CUMULATIVE
000130*                 LEAGUE LEDGER (COPYBOOK LEAGREC) THAT DAY2'S
000140*                 MULTI-GUIDE RUNS APPEND TO, NAMES EACH PLAYER
000150*                 FROM THE ROSTER MASTER (COPYBOOK PLAYER), AND
000160*                 PRINTS GAMES PLAYED, SEASON TOTAL, AVERAGE PER
000170*                 GAME, WIN PERCENTAGE, BEST AND WORST DAY, AND
000180*                 RANK MOVEMENT SINCE THE LAST REPORT (THE RANKS
000190*                 ARE KEPT ON SEASRANK.TXT FROM RUN TO RUN).
000200*                 REPLACES THE DESK'S HAND-KEPT SEASON SHEET.
000210*                 APPENDS ITS OWN RUN-LOG RECORD FOR DAYDRIVR.
000212*                 THE REPORT IS BANKED AS A DATED GENERATION
000214*                 (COPYBOOK RPTGEN) FOR THE RPTREPRT REPRINT
000216*                 PROGRAM.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL LeagueLedgerFile ASSIGN TO "league1.txt"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT OPTIONAL PlayerFile ASSIGN TO "plroster.txt"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT OPTIONAL PriorRankFile ASSIGN TO "seasrank.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT SeasonReportFile ASSIGN TO "season1.txt"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000351     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000352             SEA-Gen-Source-Name
000353         ORGANIZATION IS LINE SEQUENTIAL.
000354     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000355         ORGANIZATION IS LINE SEQUENTIAL.
000356     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000357         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  LeagueLedgerFile.
000400 01  LeagueLedgerFileRecord  PIC X(86).
000410
000420 FD  PlayerFile.
000430 01  PlayerFileRecord        PIC X(35).
000440
000450 FD  PriorRankFile.
000460 01  PriorRankFileRecord     PIC X(09).
000470
000480 FD  SeasonReportFile.
000490 01  SeasonReportRecord      PIC X(114).
000500
000510 FD  RunLogFile.
000520 01  RunLogFileRecord        PIC X(49).
000521
000522 FD  GenSourceFile.
000523 01  GenSourceRecord         PIC X(120).
000524
000525 FD  ReportIndexFile.
000526 01  ReportIndexFileRecord   PIC X(88).
000527
000528 FD  ReportGenFile.
000529 01  ReportGenFileRecord     PIC X(146).
000530
000540 WORKING-STORAGE SECTION.
000550*-----------------------------------------------------------------
000560* LEAGUE LEDGER RECORD LAYOUT, APPENDED BY DAY2.
000570*-----------------------------------------------------------------
000580 COPY LEAGREC.
000590
000600*-----------------------------------------------------------------
000610* PLAYER ROSTER MASTER, MAINTAINED BY PLAYRMNT.  EVERY ENTRY IS
000620* LOADED, RETIRED ONES TOO - A PLAYER RETIRED MID-SEASON STILL
000630* EARNED THE POINTS ON THE LEDGER AND STILL NEEDS A NAME.
000640*-----------------------------------------------------------------
000650 COPY PLAYER.
000660
000670*-----------------------------------------------------------------
000680* COMMON RUN-LOG RECORD LAYOUT - THIS RUN APPENDS ITS OWN
000690* RECORD FOR THE DAYDRIVR CHAIN DRIVER.
000700*-----------------------------------------------------------------
000710 COPY RUNLOG.
000720
000730*-----------------------------------------------------------------
000740* PRIOR-RANK RECORD - ONE PER PLAYER AS RANKED ON THE LAST
000750* SEASON REPORT, REWRITTEN AT THE END OF EVERY RUN.
000760*-----------------------------------------------------------------
000770 01  PriorRankRecord.
000780     05  PriorRankPlayerId   PIC X(06).
000790     05  PriorRankPosition   PIC 9(03).
000800
000810 01  SEA-Today               PIC X(08) VALUE SPACES.
000820 01  SEA-StartCard           PIC X(08) VALUE SPACES.
000830
000840 01  SEA-Roster-Count        PIC 9(03) VALUE ZERO COMP.
000850 01  SEA-RosterTable.
000860     05  SEA-RosterEntry OCCURS 500 TIMES.
000870         10  SEA-Roster-Id        PIC X(06).
000880         10  SEA-Roster-Name      PIC X(20).
000890 01  SEA-Roster-EOF          PIC X(01) VALUE "N".
000900     88  SEA-EndOfRosterFile         VALUE "Y".
000910 01  SEA-Roster-Idx          PIC 9(03) VALUE ZERO COMP.
000920 01  SEA-Roster-Found-Idx    PIC 9(03) VALUE ZERO COMP.
000930
000940 01  SEA-Prior-Count         PIC 9(03) VALUE ZERO COMP.
000950 01  SEA-PriorTable.
000960     05  SEA-PriorEntry OCCURS 200 TIMES.
000970         10  SEA-Prior-Id         PIC X(06).
000980         10  SEA-Prior-Rank       PIC 9(03).
000990 01  SEA-Prior-EOF           PIC X(01) VALUE "N".
001000     88  SEA-EndOfPriorFile          VALUE "Y".
001010 01  SEA-Prior-Idx           PIC 9(03) VALUE ZERO COMP.
001020 01  SEA-Prior-Found-Idx     PIC 9(03) VALUE ZERO COMP.
001030
001040*-----------------------------------------------------------------
001050* SEASON AGGREGATES, ONE ENTRY PER PLAYER ID SEEN ON THE LEDGER.
001060* THE REPORTED SWITCH DRIVES THE RANKING PASS - AN ENTRY IS
001070* PRINTED ONCE, HIGHEST SEASON TOTAL FIRST.
001080*-----------------------------------------------------------------
001090 01  SEA-Player-Count        PIC 9(03) VALUE ZERO COMP.
001100 01  SEA-PlayerTable.
001110     05  SEA-PlayerEntry OCCURS 200 TIMES.
001120         10  SEA-Plr-Id           PIC X(06).
001130         10  SEA-Plr-Games        PIC 9(05).
001140         10  SEA-Plr-Rounds       PIC 9(09).
001150         10  SEA-Plr-Total        PIC 9(11).
001160         10  SEA-Plr-Wins         PIC 9(09).
001170         10  SEA-Plr-Best-Date    PIC X(08).
001180         10  SEA-Plr-Best-Total   PIC 9(09).
001190         10  SEA-Plr-Worst-Date   PIC X(08).
001200         10  SEA-Plr-Worst-Total  PIC 9(09).
001210         10  SEA-Plr-Rank         PIC 9(03).
001220         10  SEA-Plr-Reported     PIC X(01).
001230 01  SEA-Plr-Idx             PIC 9(03) VALUE ZERO COMP.
001240 01  SEA-Plr-Found-Idx       PIC 9(03) VALUE ZERO COMP.
001250 01  SEA-Plr-Best-Idx        PIC 9(03) VALUE ZERO COMP.
001260 01  SEA-Rank                PIC 9(03) VALUE ZERO COMP.
001270
001280 01  SEA-Ledger-EOF          PIC X(01) VALUE "N".
001290     88  SEA-EndOfLedgerFile         VALUE "Y".
001300 01  SEA-Ledger-Count        PIC 9(07) VALUE ZERO COMP.
001310 01  SEA-Ledger-Used         PIC 9(07) VALUE ZERO COMP.
001320 01  SEA-Ledger-Dropped      PIC 9(07) VALUE ZERO COMP.
001330
001340 01  SEA-Average             PIC 9(08)V9 VALUE ZERO.
001350 01  SEA-Win-Pct             PIC 9(03)V9 VALUE ZERO.
001360 01  SEA-Move-Diff           PIC S9(03) VALUE ZERO COMP.
001370 01  SEA-Move-Edit           PIC +++9.
001380
001390 01  SEA-HeadingLine.
001400     05  FILLER              PIC X(40)
001410             VALUE "SEASON-TO-DATE LEAGUE STANDINGS - RANKED".
001420     05  FILLER              PIC X(40)
001430             VALUE " BY SEASON GRAND TOTAL                  ".
001440     05  FILLER              PIC X(34) VALUE SPACES.
001450
001460 01  SEA-RangeLine.
001470     05  FILLER              PIC X(21)
001480             VALUE "LEDGER POSTINGS FROM ".
001490     05  RangeStartDate      PIC X(08).
001500     05  FILLER              PIC X(15)
001510             VALUE "  REPORT DATE  ".
001520     05  RangeReportDate     PIC X(08).
001530     05  FILLER              PIC X(62) VALUE SPACES.
001540
001550 01  SEA-ColumnLine.
001560     05  FILLER              PIC X(40)
001570             VALUE "RNK MOVE PLAYER               ID     GAM".
001580     05  FILLER              PIC X(40)
001590             VALUE "E  ROUNDS SEASON TOT  AVG/GAME WIN-% BES".
001600     05  FILLER              PIC X(34)
001610             VALUE "T DAY  BEST SCR WORST DY WORST SCR".
001620
001630 01  SEA-DetailLine.
001640     05  SeasRank            PIC ZZ9.
001650     05  FILLER              PIC X(01).
001660     05  SeasMove            PIC X(04).
001670     05  FILLER              PIC X(01).
001680     05  SeasPlayerName      PIC X(20).
001690     05  FILLER              PIC X(01).
001700     05  SeasPlayerId        PIC X(06).
001710     05  FILLER              PIC X(01).
001720     05  SeasGames           PIC ZZZ9.
001730     05  FILLER              PIC X(01).
001740     05  SeasRounds          PIC ZZZZZZ9.
001750     05  FILLER              PIC X(01).
001760     05  SeasTotal           PIC ZZZZZZZZZ9.
001770     05  FILLER              PIC X(01).
001780     05  SeasAverage         PIC ZZZZZZ9.9.
001790     05  FILLER              PIC X(01).
001800     05  SeasWinPct          PIC ZZ9.9.
001810     05  FILLER              PIC X(01).
001820     05  SeasBestDate        PIC X(08).
001830     05  FILLER              PIC X(01).
001840     05  SeasBestTotal       PIC ZZZZZZZZ9.
001850     05  FILLER              PIC X(01).
001860     05  SeasWorstDate       PIC X(08).
001870     05  FILLER              PIC X(01).
001880     05  SeasWorstTotal      PIC ZZZZZZZZ9.
001890
001900 01  SEA-EmptyLine.
001910     05  FILLER              PIC X(40)
001920             VALUE "*** NO LEAGUE LEDGER POSTINGS IN RANGE *".
001930     05  FILLER              PIC X(02) VALUE "**".
001940     05  FILLER              PIC X(72) VALUE SPACES.
001950
001951*-----------------------------------------------------------------
001952* REPORT GENERATIONS (COPYBOOK RPTGEN) - THE REPORT THE RUN
001953* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001954* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001955* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001956*-----------------------------------------------------------------
001957 COPY RPTGEN.
001958
001959 01  SEA-Gen-Source-Name      PIC X(40) VALUE SPACES.
001960 01  SEA-Gen-Report-Id        PIC X(10) VALUE SPACES.
001961 01  SEA-Gen-Run-Date         PIC X(08) VALUE SPACES.
001962 01  SEA-Gen-Feed-File        PIC X(40) VALUE SPACES.
001963 01  SEA-Gen-Number           PIC 9(03) VALUE ZERO.
001964 01  SEA-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001965 01  SEA-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001966 01  SEA-Gen-Index-EOF        PIC X(01) VALUE "N".
001967     88  SEA-EndOfReportIndex         VALUE "Y".
001968 01  SEA-Gen-Source-EOF       PIC X(01) VALUE "N".
001969     88  SEA-EndOfGenSource           VALUE "Y".
001970
001971 PROCEDURE DIVISION.
001972 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001990     PERFORM 2000-POST-LEDGER THRU 2000-POST-LEDGER-EXIT.
002000     PERFORM 3000-WRITE-SEASON-REPORT THRU
002010             3000-WRITE-SEASON-REPORT-EXIT.
002020     PERFORM 8000-SAVE-RANKS THRU 8000-SAVE-RANKS-EXIT.
002030     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
002033     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
002036             9200-BANK-REPORT-GENERATIONS-EXIT.
002040     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
002050
002060*-----------------------------------------------------------------
002070* INITIALIZE - TAKE THE SEASON START CARD, THEN LOAD THE ROSTER
002080* FOR NAMES AND THE RANKS FROM THE LAST REPORT FOR MOVEMENT.
002090*-----------------------------------------------------------------
002100 1000-INITIALIZE.
002110     DISPLAY "ENTER SEASON START DATE (YYYYMMDD, BLANK = WHOLE "
002120             "LEDGER) -".
002130     ACCEPT SEA-StartCard FROM SYSIN.
002140     ACCEPT SEA-Today FROM DATE YYYYMMDD.
002150     OPEN INPUT PlayerFile.
002160     PERFORM 1010-LOAD-ONE-PLAYER THRU 1010-LOAD-ONE-PLAYER-EXIT
002170         UNTIL SEA-EndOfRosterFile.
002180     CLOSE PlayerFile.
002190     OPEN INPUT PriorRankFile.
002200     PERFORM 1020-LOAD-ONE-PRIOR THRU 1020-LOAD-ONE-PRIOR-EXIT
002210         UNTIL SEA-EndOfPriorFile.
002220     CLOSE PriorRankFile.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250
002260 1010-LOAD-ONE-PLAYER.
002270     READ PlayerFile INTO PlayerRecord
002280         AT END MOVE "Y" TO SEA-Roster-EOF
002290         NOT AT END
002300             IF SEA-Roster-Count >= 500
002310                 DISPLAY "*** PLAYER ROSTER EXCEEDS 500 ENTRIES "
002320                         "- REMAINDER WILL REPORT UNROSTERED ***"
002330                 MOVE "Y" TO SEA-Roster-EOF
002340             ELSE
002350                 ADD 1 TO SEA-Roster-Count
002360                 MOVE PlayerId TO
002370                         SEA-Roster-Id(SEA-Roster-Count)
002380                 MOVE PlayerName TO
002390                         SEA-Roster-Name(SEA-Roster-Count)
002400             END-IF
002410     END-READ.
002420 1010-LOAD-ONE-PLAYER-EXIT.
002430     EXIT.
002440
002450 1020-LOAD-ONE-PRIOR.
002460     READ PriorRankFile INTO PriorRankRecord
002470         AT END MOVE "Y" TO SEA-Prior-EOF
002480         NOT AT END
002490             IF SEA-Prior-Count >= 200
002500                 MOVE "Y" TO SEA-Prior-EOF
002510             ELSE
002520                 ADD 1 TO SEA-Prior-Count
002530                 MOVE PriorRankPlayerId TO
002540                         SEA-Prior-Id(SEA-Prior-Count)
002550                 MOVE PriorRankPosition TO
002560                         SEA-Prior-Rank(SEA-Prior-Count)
002570             END-IF
002580     END-READ.
002590 1020-LOAD-ONE-PRIOR-EXIT.
002600     EXIT.
002610
002620*-----------------------------------------------------------------
002630* POST-LEDGER - ROLL EVERY LEDGER POSTING ON OR AFTER THE SEASON
002640* START UP INTO ITS PLAYER'S SEASON AGGREGATES.
002650*-----------------------------------------------------------------
002660 2000-POST-LEDGER.
002670     OPEN INPUT LeagueLedgerFile.
002680     PERFORM 2010-POST-ONE-ENTRY THRU 2010-POST-ONE-ENTRY-EXIT
002690         UNTIL SEA-EndOfLedgerFile.
002700     CLOSE LeagueLedgerFile.
002710 2000-POST-LEDGER-EXIT.
002720     EXIT.
002730
002740 2010-POST-ONE-ENTRY.
002750     READ LeagueLedgerFile INTO LeagueLedgerRecord
002760         AT END
002770             MOVE "Y" TO SEA-Ledger-EOF
002780             GO TO 2010-POST-ONE-ENTRY-EXIT
002790     END-READ.
002800     ADD 1 TO SEA-Ledger-Count.
002810     IF SEA-StartCard NOT = SPACES
002820             AND LeagueLedgerRunDate < SEA-StartCard
002830         GO TO 2010-POST-ONE-ENTRY-EXIT
002840     END-IF.
002850     PERFORM 2020-FIND-PLAYER THRU 2020-FIND-PLAYER-EXIT.
002860     IF SEA-Plr-Found-Idx = ZERO
002870         IF SEA-Player-Count >= 200
002880             DISPLAY "*** MORE THAN 200 PLAYERS ON THE LEDGER - "
002890                     "POSTING FOR " LeagueLedgerPlayerId
002900                     " LEFT OFF THE REPORT ***"
002910             ADD 1 TO SEA-Ledger-Dropped
002920             GO TO 2010-POST-ONE-ENTRY-EXIT
002930         END-IF
002940         ADD 1 TO SEA-Player-Count
002950         MOVE SEA-Player-Count TO SEA-Plr-Found-Idx
002960         MOVE LeagueLedgerPlayerId TO
002970                 SEA-Plr-Id(SEA-Plr-Found-Idx)
002980         MOVE ZERO TO SEA-Plr-Games(SEA-Plr-Found-Idx)
002990         MOVE ZERO TO SEA-Plr-Rounds(SEA-Plr-Found-Idx)
003000         MOVE ZERO TO SEA-Plr-Total(SEA-Plr-Found-Idx)
003010         MOVE ZERO TO SEA-Plr-Wins(SEA-Plr-Found-Idx)
003020         MOVE LeagueLedgerRunDate TO
003030                 SEA-Plr-Best-Date(SEA-Plr-Found-Idx)
003040         MOVE LeagueLedgerTotal TO
003050                 SEA-Plr-Best-Total(SEA-Plr-Found-Idx)
003060         MOVE LeagueLedgerRunDate TO
003070                 SEA-Plr-Worst-Date(SEA-Plr-Found-Idx)
003080         MOVE LeagueLedgerTotal TO
003090                 SEA-Plr-Worst-Total(SEA-Plr-Found-Idx)
003100         MOVE ZERO TO SEA-Plr-Rank(SEA-Plr-Found-Idx)
003110         MOVE "N" TO SEA-Plr-Reported(SEA-Plr-Found-Idx)
003120     END-IF.
003130     ADD 1 TO SEA-Ledger-Used.
003140     ADD 1 TO SEA-Plr-Games(SEA-Plr-Found-Idx).
003150     ADD LeagueLedgerRounds TO SEA-Plr-Rounds(SEA-Plr-Found-Idx).
003160     ADD LeagueLedgerTotal TO SEA-Plr-Total(SEA-Plr-Found-Idx).
003170     ADD LeagueLedgerWins TO SEA-Plr-Wins(SEA-Plr-Found-Idx).
003180     IF LeagueLedgerTotal > SEA-Plr-Best-Total(SEA-Plr-Found-Idx)
003190         MOVE LeagueLedgerRunDate TO
003200                 SEA-Plr-Best-Date(SEA-Plr-Found-Idx)
003210         MOVE LeagueLedgerTotal TO
003220                 SEA-Plr-Best-Total(SEA-Plr-Found-Idx)
003230     END-IF.
003240     IF LeagueLedgerTotal <
003250             SEA-Plr-Worst-Total(SEA-Plr-Found-Idx)
003260         MOVE LeagueLedgerRunDate TO
003270                 SEA-Plr-Worst-Date(SEA-Plr-Found-Idx)
003280         MOVE LeagueLedgerTotal TO
003290                 SEA-Plr-Worst-Total(SEA-Plr-Found-Idx)
003300     END-IF.
003310 2010-POST-ONE-ENTRY-EXIT.
003320     EXIT.
003330
003340 2020-FIND-PLAYER.
003350     MOVE ZERO TO SEA-Plr-Found-Idx.
003360     PERFORM 2025-CHECK-ONE-PLAYER THRU
003370             2025-CHECK-ONE-PLAYER-EXIT
003380         VARYING SEA-Plr-Idx FROM 1 BY 1
003390         UNTIL SEA-Plr-Idx > SEA-Player-Count
003400            OR SEA-Plr-Found-Idx NOT = ZERO.
003410 2020-FIND-PLAYER-EXIT.
003420     EXIT.
003430
003440 2025-CHECK-ONE-PLAYER.
003450     IF SEA-Plr-Id(SEA-Plr-Idx) = LeagueLedgerPlayerId
003460         MOVE SEA-Plr-Idx TO SEA-Plr-Found-Idx
003470     END-IF.
003480 2025-CHECK-ONE-PLAYER-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* WRITE-SEASON-REPORT - HEADINGS, THEN ONE LINE PER PLAYER IN
003530* SEASON-TOTAL ORDER.
003540*-----------------------------------------------------------------
003550 3000-WRITE-SEASON-REPORT.
003560     OPEN OUTPUT SeasonReportFile.
003570     WRITE SeasonReportRecord FROM SEA-HeadingLine.
003580     IF SEA-StartCard = SPACES
003590         MOVE "(ALL)   " TO RangeStartDate
003600     ELSE
003610         MOVE SEA-StartCard TO RangeStartDate
003620     END-IF.
003630     MOVE SEA-Today TO RangeReportDate.
003640     WRITE SeasonReportRecord FROM SEA-RangeLine.
003650     WRITE SeasonReportRecord FROM SEA-ColumnLine.
003660     IF SEA-Player-Count = ZERO
003670         WRITE SeasonReportRecord FROM SEA-EmptyLine
003680     END-IF.
003690     PERFORM 3010-WRITE-NEXT-STANDING THRU
003700             3010-WRITE-NEXT-STANDING-EXIT
003710         VARYING SEA-Rank FROM 1 BY 1
003720         UNTIL SEA-Rank > SEA-Player-Count.
003730     CLOSE SeasonReportFile.
003740 3000-WRITE-SEASON-REPORT-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780* WRITE-NEXT-STANDING - PICK THE UNREPORTED PLAYER WITH THE
003790* HIGHEST SEASON TOTAL AND PRINT THEM AT THIS RANK.
003800*-----------------------------------------------------------------
003810 3010-WRITE-NEXT-STANDING.
003820     MOVE ZERO TO SEA-Plr-Best-Idx.
003830     PERFORM 3020-SCAN-FOR-BEST-PLAYER THRU
003840             3020-SCAN-FOR-BEST-PLAYER-EXIT
003850         VARYING SEA-Plr-Idx FROM 1 BY 1
003860         UNTIL SEA-Plr-Idx > SEA-Player-Count.
003870     IF SEA-Plr-Best-Idx = ZERO
003880         GO TO 3010-WRITE-NEXT-STANDING-EXIT
003890     END-IF.
003900     MOVE SEA-Rank TO SEA-Plr-Rank(SEA-Plr-Best-Idx).
003910     MOVE "Y" TO SEA-Plr-Reported(SEA-Plr-Best-Idx).
003920     PERFORM 3030-WRITE-ONE-STANDING THRU
003930             3030-WRITE-ONE-STANDING-EXIT.
003940 3010-WRITE-NEXT-STANDING-EXIT.
003950     EXIT.
003960
003970 3020-SCAN-FOR-BEST-PLAYER.
003980     IF SEA-Plr-Reported(SEA-Plr-Idx) = "N"
003990         IF SEA-Plr-Best-Idx = ZERO
004000             MOVE SEA-Plr-Idx TO SEA-Plr-Best-Idx
004010         ELSE
004020             IF SEA-Plr-Total(SEA-Plr-Idx) >
004030                     SEA-Plr-Total(SEA-Plr-Best-Idx)
004040                 MOVE SEA-Plr-Idx TO SEA-Plr-Best-Idx
004050             END-IF
004060         END-IF
004070     END-IF.
004080 3020-SCAN-FOR-BEST-PLAYER-EXIT.
004090     EXIT.
004100
004110 3030-WRITE-ONE-STANDING.
004120     MOVE SPACES TO SEA-DetailLine.
004130     MOVE SEA-Rank TO SeasRank.
004140     MOVE SEA-Plr-Id(SEA-Plr-Best-Idx) TO SeasPlayerId.
004150     PERFORM 3040-NAME-PLAYER THRU 3040-NAME-PLAYER-EXIT.
004160     PERFORM 3050-SET-MOVEMENT THRU 3050-SET-MOVEMENT-EXIT.
004170     MOVE SEA-Plr-Games(SEA-Plr-Best-Idx) TO SeasGames.
004180     MOVE SEA-Plr-Rounds(SEA-Plr-Best-Idx) TO SeasRounds.
004190     MOVE SEA-Plr-Total(SEA-Plr-Best-Idx) TO SeasTotal.
004200     COMPUTE SEA-Average ROUNDED =
004210         SEA-Plr-Total(SEA-Plr-Best-Idx)
004220             / SEA-Plr-Games(SEA-Plr-Best-Idx).
004230     MOVE SEA-Average TO SeasAverage.
004240     IF SEA-Plr-Rounds(SEA-Plr-Best-Idx) > ZERO
004250         COMPUTE SEA-Win-Pct ROUNDED =
004260             (SEA-Plr-Wins(SEA-Plr-Best-Idx) * 100)
004270                 / SEA-Plr-Rounds(SEA-Plr-Best-Idx)
004280     ELSE
004290         MOVE ZERO TO SEA-Win-Pct
004300     END-IF.
004310     MOVE SEA-Win-Pct TO SeasWinPct.
004320     MOVE SEA-Plr-Best-Date(SEA-Plr-Best-Idx) TO SeasBestDate.
004330     MOVE SEA-Plr-Best-Total(SEA-Plr-Best-Idx) TO SeasBestTotal.
004340     MOVE SEA-Plr-Worst-Date(SEA-Plr-Best-Idx) TO SeasWorstDate.
004350     MOVE SEA-Plr-Worst-Total(SEA-Plr-Best-Idx) TO
004360             SeasWorstTotal.
004370     WRITE SeasonReportRecord FROM SEA-DetailLine.
004380 3030-WRITE-ONE-STANDING-EXIT.
004390     EXIT.
004400
004410 3040-NAME-PLAYER.
004420     MOVE ZERO TO SEA-Roster-Found-Idx.
004430     PERFORM 3045-CHECK-ONE-ROSTER THRU
004440             3045-CHECK-ONE-ROSTER-EXIT
004450         VARYING SEA-Roster-Idx FROM 1 BY 1
004460         UNTIL SEA-Roster-Idx > SEA-Roster-Count
004470            OR SEA-Roster-Found-Idx NOT = ZERO.
004480     IF SEA-Roster-Found-Idx = ZERO
004490         MOVE "*UNROSTERED*" TO SeasPlayerName
004500     ELSE
004510         MOVE SEA-Roster-Name(SEA-Roster-Found-Idx) TO
004520                 SeasPlayerName
004530     END-IF.
004540 3040-NAME-PLAYER-EXIT.
004550     EXIT.
004560
004570 3045-CHECK-ONE-ROSTER.
004580     IF SEA-Roster-Id(SEA-Roster-Idx) =
004590             SEA-Plr-Id(SEA-Plr-Best-Idx)
004600         MOVE SEA-Roster-Idx TO SEA-Roster-Found-Idx
004610     END-IF.
004620 3045-CHECK-ONE-ROSTER-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660* SET-MOVEMENT - PLACES GAINED (+) OR LOST (-) SINCE THE LAST
004670* REPORT; "=" FOR NO CHANGE, "NEW" FOR A PLAYER NOT RANKED LAST
004680* TIME.
004690*-----------------------------------------------------------------
004700 3050-SET-MOVEMENT.
004710     MOVE ZERO TO SEA-Prior-Found-Idx.
004720     PERFORM 3055-CHECK-ONE-PRIOR THRU 3055-CHECK-ONE-PRIOR-EXIT
004730         VARYING SEA-Prior-Idx FROM 1 BY 1
004740         UNTIL SEA-Prior-Idx > SEA-Prior-Count
004750            OR SEA-Prior-Found-Idx NOT = ZERO.
004760     IF SEA-Prior-Found-Idx = ZERO
004770         MOVE "NEW " TO SeasMove
004780         GO TO 3050-SET-MOVEMENT-EXIT
004790     END-IF.
004800     COMPUTE SEA-Move-Diff =
004810         SEA-Prior-Rank(SEA-Prior-Found-Idx) - SEA-Rank.
004820     IF SEA-Move-Diff = ZERO
004830         MOVE "  = " TO SeasMove
004840     ELSE
004850         MOVE SEA-Move-Diff TO SEA-Move-Edit
004860         MOVE SEA-Move-Edit TO SeasMove
004870     END-IF.
004880 3050-SET-MOVEMENT-EXIT.
004890     EXIT.
004900
004910 3055-CHECK-ONE-PRIOR.
004920     IF SEA-Prior-Id(SEA-Prior-Idx) =
004930             SEA-Plr-Id(SEA-Plr-Best-Idx)
004940         MOVE SEA-Prior-Idx TO SEA-Prior-Found-Idx
004950     END-IF.
004960 3055-CHECK-ONE-PRIOR-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000* SAVE-RANKS - REWRITE THE PRIOR-RANK FILE WITH THIS REPORT'S
005010* RANKS, SO THE NEXT REPORT MEASURES MOVEMENT FROM THIS ONE.
005020*-----------------------------------------------------------------
005030 8000-SAVE-RANKS.
005040     OPEN OUTPUT PriorRankFile.
005050     PERFORM 8010-SAVE-ONE-RANK THRU 8010-SAVE-ONE-RANK-EXIT
005060         VARYING SEA-Plr-Idx FROM 1 BY 1
005070         UNTIL SEA-Plr-Idx > SEA-Player-Count.
005080     CLOSE PriorRankFile.
005090 8000-SAVE-RANKS-EXIT.
005100     EXIT.
005110
005120 8010-SAVE-ONE-RANK.
005130     MOVE SEA-Plr-Id(SEA-Plr-Idx) TO PriorRankPlayerId.
005140     MOVE SEA-Plr-Rank(SEA-Plr-Idx) TO PriorRankPosition.
005150     WRITE PriorRankFileRecord FROM PriorRankRecord.
005160 8010-SAVE-ONE-RANK-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------------
005200* WRITE-RUN-LOG - APPEND THIS RUN'S OWN RECORD SO THE DAYDRIVR
005210* CHAIN DRIVER CAN VERIFY THE STEP RAN.  THE REPORT HAS NO FEED
005220* CHECKS OF ITS OWN, SO THE VERDICT SWITCHES LOG "Y" WHENEVER
005230* THE REPORT WAS WRITTEN.
005240*-----------------------------------------------------------------
005250 9100-WRITE-RUN-LOG.
005260     OPEN EXTEND RunLogFile.
005270     MOVE "SEASNRPT" TO RunLogProgramName.
005280     MOVE "LEAGUE    " TO RunLogFeedType.
005290     MOVE SEA-Today TO RunLogRunDate.
005300     MOVE SEA-Ledger-Used TO RunLogRecordsProcessed.
005310     MOVE "Y" TO RunLogReconcileSwitch.
005320     MOVE "Y" TO RunLogHeaderSwitch.
005330     MOVE "Y" TO RunLogTrailerSwitch.
005340     MOVE "COMPLETE" TO RunLogDisposition.
005345     MOVE ZERO TO RunLogAlertCount.
005350     WRITE RunLogFileRecord FROM RunLogRecord.
005360     CLOSE RunLogFile.
005370 9100-WRITE-RUN-LOG-EXIT.
005380     EXIT.
005390
005391*-----------------------------------------------------------------
005392* BANK-REPORT-GENERATIONS - KEEP THE REPORT AS A DATED GENERATION
005393* UNDER THE DATE IT RAN, AGAINST THE LEAGUE LEDGER.
005394*-----------------------------------------------------------------
005395 9200-BANK-REPORT-GENERATIONS.
005396     ACCEPT SEA-Gen-Run-Date FROM DATE YYYYMMDD.
005397     MOVE "league1.txt" TO SEA-Gen-Feed-File.
005398     MOVE "season1.txt" TO SEA-Gen-Source-Name.
005399     MOVE "SEASON1" TO SEA-Gen-Report-Id.
005400     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
005401 9200-BANK-REPORT-GENERATIONS-EXIT.
005402     EXIT.
005403
005404*-----------------------------------------------------------------
005405* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
005406* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
005407* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
005408* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
005409* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
005410*-----------------------------------------------------------------
005411 9210-BANK-ONE-REPORT.
005412     MOVE ZERO TO SEA-Gen-Number.
005413     MOVE "N" TO SEA-Gen-Index-EOF.
005414     OPEN INPUT ReportIndexFile.
005415     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
005416         UNTIL SEA-EndOfReportIndex.
005417     CLOSE ReportIndexFile.
005418     IF SEA-Gen-Number = 999
005419         DISPLAY "*** " SEA-Gen-Report-Id " ALREADY HOLDS 999 "
005420                 "GENERATIONS FOR " SEA-Gen-Run-Date
005421                 " - NOT BANKED ***"
005422         GO TO 9210-BANK-ONE-REPORT-EXIT
005423     END-IF.
005424     ADD 1 TO SEA-Gen-Number.
005425     MOVE ZERO TO SEA-Gen-Line-Count.
005426     MOVE "N" TO SEA-Gen-Source-EOF.
005427     OPEN INPUT GenSourceFile.
005428     OPEN EXTEND ReportGenFile.
005429     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
005430         UNTIL SEA-EndOfGenSource.
005431     CLOSE GenSourceFile.
005432     CLOSE ReportGenFile.
005433     MOVE SPACES TO ReportIndexRecord.
005434     MOVE SEA-Gen-Report-Id TO ReportIndexReportId.
005435     MOVE SEA-Gen-Run-Date TO ReportIndexRunDate.
005436     MOVE SEA-Gen-Number TO ReportIndexGeneration.
005437     MOVE "SEASNRPT" TO ReportIndexProgram.
005438     MOVE SEA-Gen-Feed-File TO ReportIndexFeedFile.
005439     MOVE SEA-Gen-Line-Count TO ReportIndexLineCount.
005440     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
005441     ACCEPT ReportIndexBankTime FROM TIME.
005442     OPEN EXTEND ReportIndexFile.
005443     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
005444     CLOSE ReportIndexFile.
005445     ADD 1 TO SEA-Gen-Banked-Count.
005446 9210-BANK-ONE-REPORT-EXIT.
005447     EXIT.
005448
005449 9212-SCAN-ONE-INDEX.
005450     READ ReportIndexFile INTO ReportIndexRecord
005451         AT END MOVE "Y" TO SEA-Gen-Index-EOF
005452         NOT AT END
005453             IF ReportIndexReportId = SEA-Gen-Report-Id
005454                     AND ReportIndexRunDate = SEA-Gen-Run-Date
005455                     AND ReportIndexGeneration > SEA-Gen-Number
005456                 MOVE ReportIndexGeneration TO SEA-Gen-Number
005457             END-IF
005458     END-READ.
005459 9212-SCAN-ONE-INDEX-EXIT.
005460     EXIT.
005461
005462 9214-BANK-ONE-LINE.
005463     READ GenSourceFile
005464         AT END MOVE "Y" TO SEA-Gen-Source-EOF
005465         NOT AT END
005466             ADD 1 TO SEA-Gen-Line-Count
005467             MOVE SEA-Gen-Report-Id TO ReportGenReportId
005468             MOVE SEA-Gen-Run-Date TO ReportGenRunDate
005469             MOVE SEA-Gen-Number TO ReportGenGeneration
005470             MOVE SEA-Gen-Line-Count TO ReportGenLineNumber
005471             MOVE GenSourceRecord TO ReportGenLineText
005472             WRITE ReportGenFileRecord FROM ReportGenRecord
005473     END-READ.
005474 9214-BANK-ONE-LINE-EXIT.
005475     EXIT.
005476
005477 9999-COMPLETE.
005478     DISPLAY "SEASON REPORT WRITTEN TO SEASON1.TXT - "
005479             SEA-Player-Count " PLAYERS FROM " SEA-Ledger-Used
005480             " OF " SEA-Ledger-Count " LEDGER POSTINGS.".
005481     IF SEA-Ledger-Dropped > ZERO
005482         DISPLAY "*** " SEA-Ledger-Dropped " POSTINGS LEFT OFF "
005483                 "- PLAYER TABLE FULL ***"
005484     END-IF.
005485     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
005486             SEA-Gen-Banked-Count.
005487     STOP RUN.
005490 9999-COMPLETE-EXIT.
005500     EXIT.
