000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOWPROD.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - CHRONIC LOW-PRODUCER REPORT OVER THE
000120*                 CUMULATIVE BATCH-HISTORY FILE (COPYBOOK
000130*                 BATHIST) BANKED BY DAY1.  WITHIN A RUN-DATE
000140*                 WINDOW FROM THE OPERATOR, LISTS EVERY BATCH AND
000150*                 EVERY OWNER THAT FINISHED AT OR BELOW THE
000160*                 BOTTOM-PERCENTILE CUTOFF ON AT LEAST THE
000170*                 MINIMUM NUMBER OF RUNS, WITH THE TRAILING
000180*                 AVERAGE OVER THE WINDOW AGAINST THE DEPOT
000190*                 AVERAGE AND AGAINST THE SECTION'S AVERAGE.
000200*                 APPENDS ITS OWN RUN-LOG RECORD FOR DAYDRIVR.
000202*                 THE REPORT IS BANKED AS A DATED GENERATION
000204*                 (COPYBOOK RPTGEN) FOR THE RPTREPRT REPRINT
000206*                 PROGRAM.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL BatchHistoryFile ASSIGN TO "bathist1.txt"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT LowProdReportFile ASSIGN TO "lowprod1.txt"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000301     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000302             LOW-Gen-Source-Name
000303         ORGANIZATION IS LINE SEQUENTIAL.
000304     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000305         ORGANIZATION IS LINE SEQUENTIAL.
000306     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000307         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  BatchHistoryFile.
000350 01  BatchHistoryFileRecord  PIC X(71).
000360
000370 FD  LowProdReportFile.
000380 01  LowProdReportRecord     PIC X(107).
000390
000400 FD  RunLogFile.
000410 01  RunLogFileRecord        PIC X(49).
000411
000412 FD  GenSourceFile.
000413 01  GenSourceRecord         PIC X(120).
000414
000415 FD  ReportIndexFile.
000416 01  ReportIndexFileRecord   PIC X(88).
000417
000418 FD  ReportGenFile.
000419 01  ReportGenFileRecord     PIC X(146).
000420
000430 WORKING-STORAGE SECTION.
000440*-----------------------------------------------------------------
000450* BATCH-HISTORY RECORD LAYOUT, APPENDED BY DAY1.
000460*-----------------------------------------------------------------
000470 COPY BATHIST.
000480
000490*-----------------------------------------------------------------
000500* COMMON RUN-LOG RECORD LAYOUT - THIS RUN APPENDS ITS OWN
000510* RECORD FOR THE DAYDRIVR CHAIN DRIVER.
000520*-----------------------------------------------------------------
000530 COPY RUNLOG.
000540
000550 01  LOW-Today               PIC X(08) VALUE SPACES.
000560
000570*-----------------------------------------------------------------
000580* OPERATOR SELECTION CARDS - RUN-DATE WINDOW, BOTTOM-PERCENTILE
000590* CUTOFF (A RESULT AT OR BELOW IT IS A BOTTOM FINISH, DEFAULT 10)
000600* AND THE FEWEST BOTTOM FINISHES THAT GET LISTED (DEFAULT 3).
000610*-----------------------------------------------------------------
000620 01  LOW-FromCard            PIC X(08) VALUE SPACES.
000630 01  LOW-ToCard              PIC X(08) VALUE SPACES.
000640 01  LOW-From-Date           PIC X(08) VALUE "00000000".
000650 01  LOW-To-Date             PIC X(08) VALUE "99999999".
000660 01  LOW-CutoffCard          PIC 9(03) VALUE ZERO.
000670 01  LOW-Cutoff              PIC 9(03) VALUE 10.
000680 01  LOW-MinimumCard         PIC 9(03) VALUE ZERO.
000690 01  LOW-Minimum             PIC 9(03) VALUE 3.
000700
000710 01  LOW-History-EOF         PIC X(01) VALUE "N".
000720     88  LOW-EndOfHistoryFile        VALUE "Y".
000730 01  LOW-History-Count       PIC 9(07) VALUE ZERO COMP.
000740 01  LOW-History-Used        PIC 9(07) VALUE ZERO COMP.
000750 01  LOW-History-Dropped     PIC 9(07) VALUE ZERO COMP.
000760 01  LOW-Run-Count           PIC 9(05) VALUE ZERO COMP.
000762* EVERY DISTINCT RUN DATE SEEN.  A MULTI-FILE DAY1 RUN BANKS ITS
000764* FILES' DATES INTERLEAVED IN RANK ORDER, AND A RERUN APPENDED
000766* LATER REPEATS AN OLD DATE, SO EACH DATE IS SEARCHED FOR, NOT
000768* MERELY COMPARED WITH THE LAST ONE READ.
000770 01  LOW-RunDateTable.
000772     05  LOW-RunDateEntry OCCURS 1000 TIMES
000773                             PIC X(08).
000774 01  LOW-RunDate-Idx         PIC 9(05) VALUE ZERO COMP.
000776 01  LOW-RunDate-Switch      PIC X(01) VALUE "N".
000778     88  LOW-RunDateWasSeen          VALUE "Y".
000780 01  LOW-Bottom-Switch       PIC X(01) VALUE "N".
000790     88  LOW-IsBottomFinish          VALUE "Y".
000800
000810*-----------------------------------------------------------------
000820* DEPOT AND SECTION TOTALS - EVERY BATCH RESULT IN THE WINDOW.
000830* A BATCH WITH NO ACTIVE OWNER HAS NO SECTION AND IS LEFT OUT OF
000840* THE SECTION TABLE (BUT NOT THE DEPOT TOTAL).
000850*-----------------------------------------------------------------
000860 01  LOW-Depot-Sum           PIC 9(13) VALUE ZERO COMP.
000870 01  LOW-Depot-Results       PIC 9(07) VALUE ZERO COMP.
000880 01  LOW-Depot-Average       PIC 9(09)V9 VALUE ZERO.
000890
000900 01  LOW-Section-Count       PIC 9(03) VALUE ZERO COMP.
000910 01  LOW-SectionTable.
000920     05  LOW-SectionEntry OCCURS 100 TIMES.
000930         10  LOW-Sect-Name        PIC X(15).
000940         10  LOW-Sect-Results     PIC 9(07).
000950         10  LOW-Sect-Sum         PIC 9(13).
000960 01  LOW-Sect-Idx            PIC 9(03) VALUE ZERO COMP.
000970 01  LOW-Sect-Found-Idx      PIC 9(03) VALUE ZERO COMP.
000980 01  LOW-Sect-Lookup         PIC X(15) VALUE SPACES.
000990
001000*-----------------------------------------------------------------
001010* PER-BATCH AND PER-OWNER AGGREGATES.  OWNER AND SECTION ARE THE
001020* LATEST ON FILE WITHIN THE WINDOW.  A BOTTOM FINISH COUNTS ONCE
001030* PER RUN DATE, SO AN OWNER WITH TWO BOTTOM BATCHES ON THE SAME
001040* RUN HAS ONE BOTTOM FINISH FOR THAT RUN.  UNASSIGNED BATCHES
001050* ARE LISTED AS BATCHES BUT HAVE NO OWNER ENTRY.
001060*-----------------------------------------------------------------
001070 01  LOW-Batch-Count         PIC 9(05) VALUE ZERO COMP.
001080 01  LOW-BatchTable.
001090     05  LOW-BatchEntry OCCURS 2000 TIMES.
001100         10  LOW-Bat-Number       PIC 9(05).
001110         10  LOW-Bat-Owner        PIC X(20).
001120         10  LOW-Bat-Section      PIC X(15).
001130         10  LOW-Bat-Results      PIC 9(05).
001140         10  LOW-Bat-Bottom       PIC 9(05).
001150         10  LOW-Bat-Sum          PIC 9(13).
001170         10  LOW-Bat-Reported     PIC X(01).
001180 01  LOW-Bat-Idx             PIC 9(05) VALUE ZERO COMP.
001190 01  LOW-Bat-Found-Idx       PIC 9(05) VALUE ZERO COMP.
001200 01  LOW-Bat-Worst-Idx       PIC 9(05) VALUE ZERO COMP.
001210
001220 01  LOW-Owner-Count         PIC 9(03) VALUE ZERO COMP.
001230 01  LOW-OwnerTable.
001240     05  LOW-OwnerEntry OCCURS 500 TIMES.
001250         10  LOW-Own-Name         PIC X(20).
001260         10  LOW-Own-Section      PIC X(15).
001270         10  LOW-Own-Results      PIC 9(05).
001280         10  LOW-Own-Bottom       PIC 9(05).
001290         10  LOW-Own-Sum          PIC 9(13).
001310         10  LOW-Own-Reported     PIC X(01).
001320 01  LOW-Own-Idx             PIC 9(03) VALUE ZERO COMP.
001330 01  LOW-Own-Found-Idx       PIC 9(03) VALUE ZERO COMP.
001340 01  LOW-Own-Worst-Idx       PIC 9(03) VALUE ZERO COMP.
001341
001342*-----------------------------------------------------------------
001343* BOTTOM FINISHES ALREADY COUNTED - ONE ENTRY PER BATCH AND RUN
001344* DATE (KIND B, THE BATCH TABLE ENTRY) AND PER OWNER AND RUN DATE
001345* (KIND O, THE OWNER TABLE ENTRY).  THE HISTORY IS NOT IN DATE
001346* ORDER, SO EACH PAIR IS SEARCHED FOR BEFORE IT IS COUNTED.
001347*-----------------------------------------------------------------
001348 01  LOW-Bottom-Count        PIC 9(05) VALUE ZERO COMP.
001349 01  LOW-BottomTable.
001350     05  LOW-BottomEntry OCCURS 10000 TIMES.
001351         10  LOW-Btm-Kind         PIC X(01).
001352         10  LOW-Btm-Entry-Idx    PIC 9(05).
001353         10  LOW-Btm-Run-Date     PIC X(08).
001354 01  LOW-Btm-Idx             PIC 9(05) VALUE ZERO COMP.
001355 01  LOW-Btm-Lookup-Kind     PIC X(01) VALUE SPACES.
001356 01  LOW-Btm-Lookup-Idx      PIC 9(05) VALUE ZERO.
001357 01  LOW-Btm-Seen-Switch     PIC X(01) VALUE "N".
001358     88  LOW-BottomWasCounted        VALUE "Y".
001359 01  LOW-Btm-Full-Switch     PIC X(01) VALUE "N".
001360     88  LOW-BottomTableIsFull       VALUE "Y".
001361
001362 01  LOW-Listed-Batches      PIC 9(05) VALUE ZERO COMP.
001370 01  LOW-Listed-Owners       PIC 9(03) VALUE ZERO COMP.
001380 01  LOW-Rank                PIC 9(05) VALUE ZERO COMP.
001390
001400*-----------------------------------------------------------------
001410* COMPARISON WORK - ONE LISTED ENTRY'S SECTION, TOTALS AND THE
001420* PERCENT IT RUNS ABOVE (+) OR BELOW (-) A BASE AVERAGE.
001430*-----------------------------------------------------------------
001440 01  LOW-Line-Section        PIC X(15) VALUE SPACES.
001450 01  LOW-Line-Results        PIC 9(05) VALUE ZERO.
001460 01  LOW-Line-Sum            PIC 9(13) VALUE ZERO.
001470 01  LOW-Trail-Average       PIC 9(09)V9 VALUE ZERO.
001480 01  LOW-Base-Average        PIC 9(09)V9 VALUE ZERO.
001490 01  LOW-Sect-Average        PIC 9(09)V9 VALUE ZERO.
001500 01  LOW-Pct-Value           PIC S9(04)V9 VALUE ZERO.
001510 01  LOW-Batch-Edit          PIC ZZZZ9.
001520
001530 01  LOW-HeadingLine.
001540     05  FILLER              PIC X(40)
001550             VALUE "CHRONIC LOW-PRODUCER REPORT - REPEAT BOT".
001560     05  FILLER              PIC X(40)
001570             VALUE "TOM-PERCENTILE FINISHES BY BATCH AND OWN".
001580     05  FILLER              PIC X(02) VALUE "ER".
001590     05  FILLER              PIC X(25) VALUE SPACES.
001600
001610 01  LOW-SelectionLine.
001620     05  FILLER              PIC X(07) VALUE "WINDOW ".
001630     05  SelFromDate         PIC X(08).
001640     05  FILLER              PIC X(04) VALUE " TO ".
001650     05  SelToDate           PIC X(08).
001660     05  FILLER              PIC X(17)
001670             VALUE "  BOTTOM PCTL <= ".
001680     05  SelCutoff           PIC ZZ9.
001690     05  FILLER              PIC X(20)
001700             VALUE "  MINIMUM FINISHES  ".
001710     05  SelMinimum          PIC ZZ9.
001720     05  FILLER              PIC X(13)
001730             VALUE "  RUN DATES  ".
001740     05  SelRunCount         PIC ZZZZ9.
001750     05  FILLER              PIC X(19) VALUE SPACES.
001760
001770 01  LOW-DepotLine.
001780     05  FILLER              PIC X(24)
001790             VALUE "DEPOT AVERAGE PER BATCH ".
001800     05  DepotAverage        PIC ZZZZZZZZ9.9.
001810     05  FILLER              PIC X(07) VALUE "  FROM ".
001820     05  DepotResults        PIC ZZZZZZ9.
001830     05  FILLER              PIC X(15)
001840             VALUE " BATCH RESULTS ".
001850     05  FILLER              PIC X(16)
001860             VALUE "IN THE WINDOW   ".
001870     05  FILLER              PIC X(27) VALUE SPACES.
001880
001890 01  LOW-BatchTitleLine.
001900     05  FILLER              PIC X(40)
001910             VALUE "REPEAT LOW-PRODUCING BATCHES            ".
001920     05  FILLER              PIC X(67) VALUE SPACES.
001930
001940 01  LOW-OwnerTitleLine.
001950     05  FILLER              PIC X(40)
001960             VALUE "REPEAT LOW-PRODUCING OWNERS             ".
001970     05  FILLER              PIC X(67) VALUE SPACES.
001980
001990 01  LOW-ColumnLine.
002000     05  FILLER              PIC X(40)
002010             VALUE "BATCH OWNER                SECTION      ".
002020     05  FILLER              PIC X(40)
002030             VALUE "    RUNS BOTTM   TRAIL AVG   DEPOT AVG  ".
002040     05  FILLER              PIC X(27)
002050             VALUE "DEPOT%     SECT AVG   SECT%".
002060
002070 01  LOW-DetailLine.
002080     05  LowBatch            PIC X(05).
002090     05  FILLER              PIC X(01).
002100     05  LowOwner            PIC X(20).
002110     05  FILLER              PIC X(01).
002120     05  LowSection          PIC X(15).
002130     05  FILLER              PIC X(01).
002140     05  LowRuns             PIC ZZZZ9.
002150     05  FILLER              PIC X(01).
002160     05  LowBottom           PIC ZZZZ9.
002170     05  FILLER              PIC X(01).
002180     05  LowTrailAvg         PIC ZZZZZZZZ9.9.
002190     05  FILLER              PIC X(01).
002200     05  LowDepotAvg         PIC ZZZZZZZZ9.9.
002210     05  FILLER              PIC X(01).
002220     05  LowVsDepot          PIC +ZZZ9.9.
002230     05  FILLER              PIC X(02).
002240     05  LowSectAvg          PIC ZZZZZZZZ9.9.
002250     05  FILLER              PIC X(01).
002260     05  LowVsSect           PIC +ZZZ9.9.
002270
002280 01  LOW-EmptyLine.
002290     05  FILLER              PIC X(40)
002300             VALUE "*** NONE MEET THE SELECTION ***         ".
002310     05  FILLER              PIC X(67) VALUE SPACES.
002320
002321*-----------------------------------------------------------------
002322* REPORT GENERATIONS (COPYBOOK RPTGEN) - THE REPORT THE RUN
002323* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
002324* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
002325* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
002326*-----------------------------------------------------------------
002327 COPY RPTGEN.
002328
002329 01  LOW-Gen-Source-Name      PIC X(40) VALUE SPACES.
002330 01  LOW-Gen-Report-Id        PIC X(10) VALUE SPACES.
002331 01  LOW-Gen-Run-Date         PIC X(08) VALUE SPACES.
002332 01  LOW-Gen-Feed-File        PIC X(40) VALUE SPACES.
002333 01  LOW-Gen-Number           PIC 9(03) VALUE ZERO.
002334 01  LOW-Gen-Line-Count       PIC 9(05) VALUE ZERO.
002335 01  LOW-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
002336 01  LOW-Gen-Index-EOF        PIC X(01) VALUE "N".
002337     88  LOW-EndOfReportIndex         VALUE "Y".
002338 01  LOW-Gen-Source-EOF       PIC X(01) VALUE "N".
002339     88  LOW-EndOfGenSource           VALUE "Y".
002340
002341 PROCEDURE DIVISION.
002342 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002360     PERFORM 2000-POST-HISTORY THRU 2000-POST-HISTORY-EXIT.
002370     PERFORM 3000-WRITE-LOW-PRODUCERS THRU
002380             3000-WRITE-LOW-PRODUCERS-EXIT.
002390     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
002393     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
002396             9200-BANK-REPORT-GENERATIONS-EXIT.
002400     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
002410
002420*-----------------------------------------------------------------
002430* INITIALIZE - TAKE THE WINDOW, CUTOFF AND MINIMUM CARDS.  A
002440* BLANK CARD TAKES ITS DEFAULT.
002450*-----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     DISPLAY "ENTER WINDOW START DATE (YYYYMMDD, BLANK = WHOLE "
002480             "HISTORY) -".
002490     ACCEPT LOW-FromCard FROM SYSIN.
002500     DISPLAY "ENTER WINDOW END DATE (YYYYMMDD, BLANK = LATEST "
002510             "RUN) -".
002520     ACCEPT LOW-ToCard FROM SYSIN.
002530     DISPLAY "ENTER BOTTOM PERCENTILE CUTOFF (BLANK = DEFAULT "
002540             "10) -".
002550     ACCEPT LOW-CutoffCard FROM SYSIN.
002560     DISPLAY "ENTER MINIMUM BOTTOM FINISHES TO LIST (BLANK = "
002570             "DEFAULT 3) -".
002580     ACCEPT LOW-MinimumCard FROM SYSIN.
002590     ACCEPT LOW-Today FROM DATE YYYYMMDD.
002600     IF LOW-FromCard NOT = SPACES
002610         MOVE LOW-FromCard TO LOW-From-Date
002620     END-IF.
002630     IF LOW-ToCard NOT = SPACES
002640         MOVE LOW-ToCard TO LOW-To-Date
002650     END-IF.
002660     IF LOW-CutoffCard > ZERO
002670         MOVE LOW-CutoffCard TO LOW-Cutoff
002680     END-IF.
002690     IF LOW-MinimumCard > ZERO
002700         MOVE LOW-MinimumCard TO LOW-Minimum
002710     END-IF.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.
002740
002750*-----------------------------------------------------------------
002760* POST-HISTORY - ROLL EVERY BATCH RESULT INSIDE THE WINDOW INTO
002770* THE DEPOT, SECTION, BATCH AND OWNER AGGREGATES.  A RESULT
002780* BANKED WITHOUT A HEADER DATE ("NO-HDR") CANNOT BE PLACED IN A
002790* WINDOW AND IS PASSED OVER.
002800*-----------------------------------------------------------------
002810 2000-POST-HISTORY.
002820     OPEN INPUT BatchHistoryFile.
002830     PERFORM 2010-POST-ONE-RESULT THRU 2010-POST-ONE-RESULT-EXIT
002840         UNTIL LOW-EndOfHistoryFile.
002850     CLOSE BatchHistoryFile.
002860     IF LOW-Depot-Results > ZERO
002870         COMPUTE LOW-Depot-Average ROUNDED =
002880             LOW-Depot-Sum / LOW-Depot-Results
002890     END-IF.
002900 2000-POST-HISTORY-EXIT.
002910     EXIT.
002920
002930 2010-POST-ONE-RESULT.
002940     READ BatchHistoryFile INTO BatchHistoryRecord
002950         AT END
002960             MOVE "Y" TO LOW-History-EOF
002970             GO TO 2010-POST-ONE-RESULT-EXIT
002980     END-READ.
002990     ADD 1 TO LOW-History-Count.
003000     IF BatchHistoryRunDate IS NOT NUMERIC
003010             OR BatchHistoryRunDate < LOW-From-Date
003020             OR BatchHistoryRunDate > LOW-To-Date
003030         GO TO 2010-POST-ONE-RESULT-EXIT
003040     END-IF.
003050     ADD 1 TO LOW-History-Used.
003053     MOVE "N" TO LOW-RunDate-Switch.
003056     PERFORM 2015-CHECK-ONE-RUN-DATE THRU
003059             2015-CHECK-ONE-RUN-DATE-EXIT
003062         VARYING LOW-RunDate-Idx FROM 1 BY 1
003065         UNTIL LOW-RunDate-Idx > LOW-Run-Count
003068            OR LOW-RunDate-Idx > 1000
003071            OR LOW-RunDateWasSeen.
003074     IF NOT LOW-RunDateWasSeen
003077         ADD 1 TO LOW-Run-Count
003080         IF LOW-Run-Count <= 1000
003083             MOVE BatchHistoryRunDate TO
003086                     LOW-RunDateEntry(LOW-Run-Count)
003089         END-IF
003092     END-IF.
003100     IF BatchHistoryPercentile <= LOW-Cutoff
003110         MOVE "Y" TO LOW-Bottom-Switch
003120     ELSE
003130         MOVE "N" TO LOW-Bottom-Switch
003140     END-IF.
003150     ADD BatchHistoryTotal TO LOW-Depot-Sum.
003160     ADD 1 TO LOW-Depot-Results.
003170     IF BatchHistoryOwnerIsAssigned
003180             AND BatchHistorySection NOT = SPACES
003190         PERFORM 2020-POST-SECTION THRU 2020-POST-SECTION-EXIT
003200     END-IF.
003210     PERFORM 2030-POST-BATCH THRU 2030-POST-BATCH-EXIT.
003220     IF BatchHistoryOwnerIsAssigned
003230         PERFORM 2040-POST-OWNER THRU 2040-POST-OWNER-EXIT
003240     END-IF.
003250 2010-POST-ONE-RESULT-EXIT.
003260     EXIT.
003261 2015-CHECK-ONE-RUN-DATE.
003262     IF LOW-RunDateEntry(LOW-RunDate-Idx) = BatchHistoryRunDate
003263         MOVE "Y" TO LOW-RunDate-Switch
003264     END-IF.
003265 2015-CHECK-ONE-RUN-DATE-EXIT.
003266     EXIT.
003270
003280 2020-POST-SECTION.
003290     MOVE BatchHistorySection TO LOW-Sect-Lookup.
003300     PERFORM 2060-FIND-SECTION THRU 2060-FIND-SECTION-EXIT.
003310     IF LOW-Sect-Found-Idx = ZERO
003320         IF LOW-Section-Count >= 100
003330             DISPLAY "*** MORE THAN 100 SECTIONS ON THE HISTORY "
003340                     "- " BatchHistorySection " HAS NO SECTION "
003350                     "AVERAGE ***"
003360             GO TO 2020-POST-SECTION-EXIT
003370         END-IF
003380         ADD 1 TO LOW-Section-Count
003390         MOVE LOW-Section-Count TO LOW-Sect-Found-Idx
003400         MOVE BatchHistorySection TO
003410                 LOW-Sect-Name(LOW-Sect-Found-Idx)
003420         MOVE ZERO TO LOW-Sect-Results(LOW-Sect-Found-Idx)
003430         MOVE ZERO TO LOW-Sect-Sum(LOW-Sect-Found-Idx)
003440     END-IF.
003450     ADD 1 TO LOW-Sect-Results(LOW-Sect-Found-Idx).
003460     ADD BatchHistoryTotal TO LOW-Sect-Sum(LOW-Sect-Found-Idx).
003470 2020-POST-SECTION-EXIT.
003480     EXIT.
003490
003500 2030-POST-BATCH.
003510     MOVE ZERO TO LOW-Bat-Found-Idx.
003520     PERFORM 2035-CHECK-ONE-BATCH THRU 2035-CHECK-ONE-BATCH-EXIT
003530         VARYING LOW-Bat-Idx FROM 1 BY 1
003540         UNTIL LOW-Bat-Idx > LOW-Batch-Count
003550            OR LOW-Bat-Found-Idx NOT = ZERO.
003560     IF LOW-Bat-Found-Idx = ZERO
003570         IF LOW-Batch-Count >= 2000
003580             DISPLAY "*** MORE THAN 2000 BATCHES ON THE HISTORY "
003590                     "- BATCH " BatchHistoryBatch
003600                     " LEFT OFF THE REPORT ***"
003610             ADD 1 TO LOW-History-Dropped
003620             GO TO 2030-POST-BATCH-EXIT
003630         END-IF
003640         ADD 1 TO LOW-Batch-Count
003650         MOVE LOW-Batch-Count TO LOW-Bat-Found-Idx
003660         MOVE BatchHistoryBatch TO
003670                 LOW-Bat-Number(LOW-Bat-Found-Idx)
003680         MOVE ZERO TO LOW-Bat-Results(LOW-Bat-Found-Idx)
003690         MOVE ZERO TO LOW-Bat-Bottom(LOW-Bat-Found-Idx)
003700         MOVE ZERO TO LOW-Bat-Sum(LOW-Bat-Found-Idx)
003720         MOVE "N" TO LOW-Bat-Reported(LOW-Bat-Found-Idx)
003730     END-IF.
003740     MOVE BatchHistoryOwnerName TO
003750             LOW-Bat-Owner(LOW-Bat-Found-Idx).
003760     MOVE BatchHistorySection TO
003770             LOW-Bat-Section(LOW-Bat-Found-Idx).
003780     ADD 1 TO LOW-Bat-Results(LOW-Bat-Found-Idx).
003790     ADD BatchHistoryTotal TO LOW-Bat-Sum(LOW-Bat-Found-Idx).
003800     IF LOW-IsBottomFinish
003807         MOVE "B" TO LOW-Btm-Lookup-Kind
003814         MOVE LOW-Bat-Found-Idx TO LOW-Btm-Lookup-Idx
003821         PERFORM 2050-POST-BOTTOM-FINISH THRU
003828                 2050-POST-BOTTOM-FINISH-EXIT
003835         IF NOT LOW-BottomWasCounted
003842             ADD 1 TO LOW-Bat-Bottom(LOW-Bat-Found-Idx)
003849         END-IF
003860     END-IF.
003870 2030-POST-BATCH-EXIT.
003880     EXIT.
003890
003900 2035-CHECK-ONE-BATCH.
003910     IF LOW-Bat-Number(LOW-Bat-Idx) = BatchHistoryBatch
003920         MOVE LOW-Bat-Idx TO LOW-Bat-Found-Idx
003930     END-IF.
003940 2035-CHECK-ONE-BATCH-EXIT.
003950     EXIT.
003960
003970 2040-POST-OWNER.
003980     MOVE ZERO TO LOW-Own-Found-Idx.
003990     PERFORM 2045-CHECK-ONE-OWNER THRU 2045-CHECK-ONE-OWNER-EXIT
004000         VARYING LOW-Own-Idx FROM 1 BY 1
004010         UNTIL LOW-Own-Idx > LOW-Owner-Count
004020            OR LOW-Own-Found-Idx NOT = ZERO.
004030     IF LOW-Own-Found-Idx = ZERO
004040         IF LOW-Owner-Count >= 500
004050             DISPLAY "*** MORE THAN 500 OWNERS ON THE HISTORY "
004060                     "- " BatchHistoryOwnerName
004070                     " LEFT OFF THE REPORT ***"
004080             GO TO 2040-POST-OWNER-EXIT
004090         END-IF
004100         ADD 1 TO LOW-Owner-Count
004110         MOVE LOW-Owner-Count TO LOW-Own-Found-Idx
004120         MOVE BatchHistoryOwnerName TO
004130                 LOW-Own-Name(LOW-Own-Found-Idx)
004140         MOVE ZERO TO LOW-Own-Results(LOW-Own-Found-Idx)
004150         MOVE ZERO TO LOW-Own-Bottom(LOW-Own-Found-Idx)
004160         MOVE ZERO TO LOW-Own-Sum(LOW-Own-Found-Idx)
004180         MOVE "N" TO LOW-Own-Reported(LOW-Own-Found-Idx)
004190     END-IF.
004200     MOVE BatchHistorySection TO
004210             LOW-Own-Section(LOW-Own-Found-Idx).
004220     ADD 1 TO LOW-Own-Results(LOW-Own-Found-Idx).
004230     ADD BatchHistoryTotal TO LOW-Own-Sum(LOW-Own-Found-Idx).
004240     IF LOW-IsBottomFinish
004247         MOVE "O" TO LOW-Btm-Lookup-Kind
004254         MOVE LOW-Own-Found-Idx TO LOW-Btm-Lookup-Idx
004261         PERFORM 2050-POST-BOTTOM-FINISH THRU
004268                 2050-POST-BOTTOM-FINISH-EXIT
004275         IF NOT LOW-BottomWasCounted
004282             ADD 1 TO LOW-Own-Bottom(LOW-Own-Found-Idx)
004289         END-IF
004300     END-IF.
004310 2040-POST-OWNER-EXIT.
004320     EXIT.
004330
004340 2045-CHECK-ONE-OWNER.
004350     IF LOW-Own-Name(LOW-Own-Idx) = BatchHistoryOwnerName
004360         MOVE LOW-Own-Idx TO LOW-Own-Found-Idx
004370     END-IF.
004380 2045-CHECK-ONE-OWNER-EXIT.
004390     EXIT.
004391
004392*-----------------------------------------------------------------
004393* POST-BOTTOM-FINISH - LOOK FOR THE LOOKUP KIND AND ENTRY ON THIS
004394* RESULT'S RUN DATE AMONG THE BOTTOM FINISHES ALREADY COUNTED.
004395* LOW-BOTTOMWASCOUNTED IS SET WHEN IT IS THERE; OTHERWISE THE
004396* PAIR IS ADDED AND THE CALLER COUNTS THE FINISH.  ONCE THE TABLE
004397* IS FULL A FINISH CAN NO LONGER BE CHECKED AND IS COUNTED.
004398*-----------------------------------------------------------------
004399 2050-POST-BOTTOM-FINISH.
004400     MOVE "N" TO LOW-Btm-Seen-Switch.
004401     PERFORM 2055-CHECK-ONE-BOTTOM THRU 2055-CHECK-ONE-BOTTOM-EXIT
004402         VARYING LOW-Btm-Idx FROM 1 BY 1
004403         UNTIL LOW-Btm-Idx > LOW-Bottom-Count
004404            OR LOW-BottomWasCounted.
004405     IF LOW-BottomWasCounted
004406         GO TO 2050-POST-BOTTOM-FINISH-EXIT
004407     END-IF.
004408     IF LOW-Bottom-Count >= 10000
004409         IF NOT LOW-BottomTableIsFull
004410             DISPLAY "*** MORE THAN 10000 BOTTOM FINISHES IN THE "
004411                     "WINDOW - LATER REPEATS MAY BE COUNTED "
004412                     "TWICE ***"
004413             MOVE "Y" TO LOW-Btm-Full-Switch
004414         END-IF
004415         GO TO 2050-POST-BOTTOM-FINISH-EXIT
004416     END-IF.
004417     ADD 1 TO LOW-Bottom-Count.
004418     MOVE LOW-Btm-Lookup-Kind TO LOW-Btm-Kind(LOW-Bottom-Count).
004419     MOVE LOW-Btm-Lookup-Idx TO
004420             LOW-Btm-Entry-Idx(LOW-Bottom-Count).
004421     MOVE BatchHistoryRunDate TO
004422             LOW-Btm-Run-Date(LOW-Bottom-Count).
004423 2050-POST-BOTTOM-FINISH-EXIT.
004424     EXIT.
004425
004426 2055-CHECK-ONE-BOTTOM.
004427     IF LOW-Btm-Kind(LOW-Btm-Idx) = LOW-Btm-Lookup-Kind
004428             AND LOW-Btm-Entry-Idx(LOW-Btm-Idx) =
004429                  LOW-Btm-Lookup-Idx
004430             AND LOW-Btm-Run-Date(LOW-Btm-Idx) =
004431                  BatchHistoryRunDate
004432         MOVE "Y" TO LOW-Btm-Seen-Switch
004433     END-IF.
004434 2055-CHECK-ONE-BOTTOM-EXIT.
004435     EXIT.
004436
004437*-----------------------------------------------------------------
004438* FIND-SECTION - LOCATE LOW-SECT-LOOKUP IN THE SECTION TABLE;
004439* LOW-SECT-FOUND-IDX IS ZERO WHEN IT IS NOT THERE.
004440*-----------------------------------------------------------------
004450 2060-FIND-SECTION.
004460     MOVE ZERO TO LOW-Sect-Found-Idx.
004470     PERFORM 2065-CHECK-ONE-SECTION THRU
004480             2065-CHECK-ONE-SECTION-EXIT
004490         VARYING LOW-Sect-Idx FROM 1 BY 1
004500         UNTIL LOW-Sect-Idx > LOW-Section-Count
004510            OR LOW-Sect-Found-Idx NOT = ZERO.
004520 2060-FIND-SECTION-EXIT.
004530     EXIT.
004540
004550 2065-CHECK-ONE-SECTION.
004560     IF LOW-Sect-Name(LOW-Sect-Idx) = LOW-Sect-Lookup
004570         MOVE LOW-Sect-Idx TO LOW-Sect-Found-Idx
004580     END-IF.
004590 2065-CHECK-ONE-SECTION-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630* WRITE-LOW-PRODUCERS - HEADINGS, THEN THE QUALIFYING BATCHES
004640* AND THE QUALIFYING OWNERS, EACH LIST MOST BOTTOM FINISHES
004650* FIRST.
004660*-----------------------------------------------------------------
004670 3000-WRITE-LOW-PRODUCERS.
004680     OPEN OUTPUT LowProdReportFile.
004690     WRITE LowProdReportRecord FROM LOW-HeadingLine.
004700     IF LOW-FromCard = SPACES
004710         MOVE "(ALL)   " TO SelFromDate
004720     ELSE
004730         MOVE LOW-FromCard TO SelFromDate
004740     END-IF.
004750     IF LOW-ToCard = SPACES
004760         MOVE "(LATEST)" TO SelToDate
004770     ELSE
004780         MOVE LOW-ToCard TO SelToDate
004790     END-IF.
004800     MOVE LOW-Cutoff TO SelCutoff.
004810     MOVE LOW-Minimum TO SelMinimum.
004820     MOVE LOW-Run-Count TO SelRunCount.
004830     WRITE LowProdReportRecord FROM LOW-SelectionLine.
004840     MOVE LOW-Depot-Average TO DepotAverage.
004850     MOVE LOW-Depot-Results TO DepotResults.
004860     WRITE LowProdReportRecord FROM LOW-DepotLine.
004870     MOVE SPACES TO LowProdReportRecord.
004880     WRITE LowProdReportRecord.
004890     WRITE LowProdReportRecord FROM LOW-BatchTitleLine.
004900     WRITE LowProdReportRecord FROM LOW-ColumnLine.
004910     PERFORM 3010-WRITE-NEXT-BATCH THRU
004920             3010-WRITE-NEXT-BATCH-EXIT
004930         VARYING LOW-Rank FROM 1 BY 1
004940         UNTIL LOW-Rank > LOW-Batch-Count.
004950     IF LOW-Listed-Batches = ZERO
004960         WRITE LowProdReportRecord FROM LOW-EmptyLine
004970     END-IF.
004980     MOVE SPACES TO LowProdReportRecord.
004990     WRITE LowProdReportRecord.
005000     WRITE LowProdReportRecord FROM LOW-OwnerTitleLine.
005010     WRITE LowProdReportRecord FROM LOW-ColumnLine.
005020     PERFORM 3040-WRITE-NEXT-OWNER THRU
005030             3040-WRITE-NEXT-OWNER-EXIT
005040         VARYING LOW-Rank FROM 1 BY 1
005050         UNTIL LOW-Rank > LOW-Owner-Count.
005060     IF LOW-Listed-Owners = ZERO
005070         WRITE LowProdReportRecord FROM LOW-EmptyLine
005080     END-IF.
005090     CLOSE LowProdReportFile.
005100 3000-WRITE-LOW-PRODUCERS-EXIT.
005110     EXIT.
005120
005130*-----------------------------------------------------------------
005140* WRITE-NEXT-BATCH - PICK THE UNREPORTED QUALIFYING BATCH WITH
005150* THE MOST BOTTOM FINISHES (LOWER TRAILING SUM BREAKS A TIE) AND
005160* PRINT IT.
005170*-----------------------------------------------------------------
005180 3010-WRITE-NEXT-BATCH.
005190     MOVE ZERO TO LOW-Bat-Worst-Idx.
005200     PERFORM 3020-SCAN-FOR-WORST-BATCH THRU
005210             3020-SCAN-FOR-WORST-BATCH-EXIT
005220         VARYING LOW-Bat-Idx FROM 1 BY 1
005230         UNTIL LOW-Bat-Idx > LOW-Batch-Count.
005240     IF LOW-Bat-Worst-Idx = ZERO
005250         GO TO 3010-WRITE-NEXT-BATCH-EXIT
005260     END-IF.
005270     MOVE "Y" TO LOW-Bat-Reported(LOW-Bat-Worst-Idx).
005280     ADD 1 TO LOW-Listed-Batches.
005290     MOVE SPACES TO LOW-DetailLine.
005300     MOVE LOW-Bat-Number(LOW-Bat-Worst-Idx) TO LOW-Batch-Edit.
005310     MOVE LOW-Batch-Edit TO LowBatch.
005320     MOVE LOW-Bat-Owner(LOW-Bat-Worst-Idx) TO LowOwner.
005330     MOVE LOW-Bat-Section(LOW-Bat-Worst-Idx) TO LowSection.
005340     MOVE LOW-Bat-Bottom(LOW-Bat-Worst-Idx) TO LowBottom.
005350     MOVE LOW-Bat-Section(LOW-Bat-Worst-Idx) TO LOW-Line-Section.
005360     MOVE LOW-Bat-Results(LOW-Bat-Worst-Idx) TO LOW-Line-Results.
005370     MOVE LOW-Bat-Sum(LOW-Bat-Worst-Idx) TO LOW-Line-Sum.
005380     PERFORM 3070-SET-COMPARISONS THRU
005390             3070-SET-COMPARISONS-EXIT.
005400     WRITE LowProdReportRecord FROM LOW-DetailLine.
005410 3010-WRITE-NEXT-BATCH-EXIT.
005420     EXIT.
005430
005440 3020-SCAN-FOR-WORST-BATCH.
005450     IF LOW-Bat-Reported(LOW-Bat-Idx) = "Y"
005460             OR LOW-Bat-Bottom(LOW-Bat-Idx) < LOW-Minimum
005470         GO TO 3020-SCAN-FOR-WORST-BATCH-EXIT
005480     END-IF.
005490     IF LOW-Bat-Worst-Idx = ZERO
005500         MOVE LOW-Bat-Idx TO LOW-Bat-Worst-Idx
005510         GO TO 3020-SCAN-FOR-WORST-BATCH-EXIT
005520     END-IF.
005530     IF LOW-Bat-Bottom(LOW-Bat-Idx) >
005540             LOW-Bat-Bottom(LOW-Bat-Worst-Idx)
005550         MOVE LOW-Bat-Idx TO LOW-Bat-Worst-Idx
005560         GO TO 3020-SCAN-FOR-WORST-BATCH-EXIT
005570     END-IF.
005580     IF LOW-Bat-Bottom(LOW-Bat-Idx) =
005590             LOW-Bat-Bottom(LOW-Bat-Worst-Idx)
005600             AND LOW-Bat-Sum(LOW-Bat-Idx) <
005610                 LOW-Bat-Sum(LOW-Bat-Worst-Idx)
005620         MOVE LOW-Bat-Idx TO LOW-Bat-Worst-Idx
005630     END-IF.
005640 3020-SCAN-FOR-WORST-BATCH-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------------
005680* WRITE-NEXT-OWNER - AS WRITE-NEXT-BATCH, FOR THE OWNER TABLE.
005690* THE BATCH COLUMN IS LEFT BLANK ON AN OWNER LINE.
005700*-----------------------------------------------------------------
005710 3040-WRITE-NEXT-OWNER.
005720     MOVE ZERO TO LOW-Own-Worst-Idx.
005730     PERFORM 3050-SCAN-FOR-WORST-OWNER THRU
005740             3050-SCAN-FOR-WORST-OWNER-EXIT
005750         VARYING LOW-Own-Idx FROM 1 BY 1
005760         UNTIL LOW-Own-Idx > LOW-Owner-Count.
005770     IF LOW-Own-Worst-Idx = ZERO
005780         GO TO 3040-WRITE-NEXT-OWNER-EXIT
005790     END-IF.
005800     MOVE "Y" TO LOW-Own-Reported(LOW-Own-Worst-Idx).
005810     ADD 1 TO LOW-Listed-Owners.
005820     MOVE SPACES TO LOW-DetailLine.
005830     MOVE LOW-Own-Name(LOW-Own-Worst-Idx) TO LowOwner.
005840     MOVE LOW-Own-Section(LOW-Own-Worst-Idx) TO LowSection.
005850     MOVE LOW-Own-Bottom(LOW-Own-Worst-Idx) TO LowBottom.
005860     MOVE LOW-Own-Section(LOW-Own-Worst-Idx) TO LOW-Line-Section.
005870     MOVE LOW-Own-Results(LOW-Own-Worst-Idx) TO LOW-Line-Results.
005880     MOVE LOW-Own-Sum(LOW-Own-Worst-Idx) TO LOW-Line-Sum.
005890     PERFORM 3070-SET-COMPARISONS THRU
005900             3070-SET-COMPARISONS-EXIT.
005910     WRITE LowProdReportRecord FROM LOW-DetailLine.
005920 3040-WRITE-NEXT-OWNER-EXIT.
005930     EXIT.
005940
005950 3050-SCAN-FOR-WORST-OWNER.
005960     IF LOW-Own-Reported(LOW-Own-Idx) = "Y"
005970             OR LOW-Own-Bottom(LOW-Own-Idx) < LOW-Minimum
005980         GO TO 3050-SCAN-FOR-WORST-OWNER-EXIT
005990     END-IF.
006000     IF LOW-Own-Worst-Idx = ZERO
006010         MOVE LOW-Own-Idx TO LOW-Own-Worst-Idx
006020         GO TO 3050-SCAN-FOR-WORST-OWNER-EXIT
006030     END-IF.
006040     IF LOW-Own-Bottom(LOW-Own-Idx) >
006050             LOW-Own-Bottom(LOW-Own-Worst-Idx)
006060         MOVE LOW-Own-Idx TO LOW-Own-Worst-Idx
006070         GO TO 3050-SCAN-FOR-WORST-OWNER-EXIT
006080     END-IF.
006090     IF LOW-Own-Bottom(LOW-Own-Idx) =
006100             LOW-Own-Bottom(LOW-Own-Worst-Idx)
006110             AND LOW-Own-Sum(LOW-Own-Idx) <
006120                 LOW-Own-Sum(LOW-Own-Worst-Idx)
006130         MOVE LOW-Own-Idx TO LOW-Own-Worst-Idx
006140     END-IF.
006150 3050-SCAN-FOR-WORST-OWNER-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190* SET-COMPARISONS - RESULTS, TRAILING AVERAGE, AND THE PERCENT
006200* ABOVE OR BELOW THE DEPOT AVERAGE AND THE SECTION'S AVERAGE.
006210* WITH NO SECTION ON FILE THE SECTION COLUMNS STAY BLANK.
006220*-----------------------------------------------------------------
006230 3070-SET-COMPARISONS.
006240     MOVE LOW-Line-Results TO LowRuns.
006250     COMPUTE LOW-Trail-Average ROUNDED =
006260         LOW-Line-Sum / LOW-Line-Results.
006270     MOVE LOW-Trail-Average TO LowTrailAvg.
006280     MOVE LOW-Depot-Average TO LowDepotAvg.
006290     MOVE LOW-Depot-Average TO LOW-Base-Average.
006300     PERFORM 3080-COMPUTE-PCT THRU 3080-COMPUTE-PCT-EXIT.
006310     MOVE LOW-Pct-Value TO LowVsDepot.
006320     IF LOW-Line-Section = SPACES
006330         GO TO 3070-SET-COMPARISONS-EXIT
006340     END-IF.
006350     MOVE LOW-Line-Section TO LOW-Sect-Lookup.
006360     PERFORM 2060-FIND-SECTION THRU 2060-FIND-SECTION-EXIT.
006370     IF LOW-Sect-Found-Idx = ZERO
006380         GO TO 3070-SET-COMPARISONS-EXIT
006390     END-IF.
006400     COMPUTE LOW-Sect-Average ROUNDED =
006410         LOW-Sect-Sum(LOW-Sect-Found-Idx)
006420             / LOW-Sect-Results(LOW-Sect-Found-Idx).
006430     MOVE LOW-Sect-Average TO LowSectAvg.
006440     MOVE LOW-Sect-Average TO LOW-Base-Average.
006450     PERFORM 3080-COMPUTE-PCT THRU 3080-COMPUTE-PCT-EXIT.
006460     MOVE LOW-Pct-Value TO LowVsSect.
006470 3070-SET-COMPARISONS-EXIT.
006480     EXIT.
006490
006500*-----------------------------------------------------------------
006510* COMPUTE-PCT - PERCENT OF LOW-TRAIL-AVERAGE ABOVE OR BELOW
006520* LOW-BASE-AVERAGE, CLAMPED AT +9999.9.  A ZERO BASE REPORTS AS
006530* NO DIFFERENCE.
006540*-----------------------------------------------------------------
006550 3080-COMPUTE-PCT.
006560     IF LOW-Base-Average = ZERO
006570         MOVE ZERO TO LOW-Pct-Value
006580     ELSE
006590         COMPUTE LOW-Pct-Value ROUNDED =
006600             ((LOW-Trail-Average - LOW-Base-Average) * 100)
006610                 / LOW-Base-Average
006620             ON SIZE ERROR MOVE 9999.9 TO LOW-Pct-Value
006630         END-COMPUTE
006640     END-IF.
006650 3080-COMPUTE-PCT-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690* WRITE-RUN-LOG - APPEND THIS RUN'S OWN RECORD SO THE DAYDRIVR
006700* CHAIN DRIVER CAN VERIFY THE STEP RAN.  THE REPORT HAS NO FEED
006710* CHECKS OF ITS OWN, SO THE VERDICT SWITCHES LOG "Y" WHENEVER
006720* THE REPORT WAS WRITTEN.
006730*-----------------------------------------------------------------
006740 9100-WRITE-RUN-LOG.
006750     OPEN EXTEND RunLogFile.
006760     MOVE "LOWPROD " TO RunLogProgramName.
006770     MOVE "BATHIST   " TO RunLogFeedType.
006780     MOVE LOW-Today TO RunLogRunDate.
006790     MOVE LOW-History-Used TO RunLogRecordsProcessed.
006800     MOVE "Y" TO RunLogReconcileSwitch.
006810     MOVE "Y" TO RunLogHeaderSwitch.
006820     MOVE "Y" TO RunLogTrailerSwitch.
006830     MOVE "COMPLETE" TO RunLogDisposition.
006835     MOVE ZERO TO RunLogAlertCount.
006840     WRITE RunLogFileRecord FROM RunLogRecord.
006850     CLOSE RunLogFile.
006860 9100-WRITE-RUN-LOG-EXIT.
006870     EXIT.
006880
006881*-----------------------------------------------------------------
006882* BANK-REPORT-GENERATIONS - KEEP THE REPORT AS A DATED GENERATION
006883* UNDER THE DATE IT RAN, AGAINST THE BATCH-HISTORY FILE.
006884*-----------------------------------------------------------------
006885 9200-BANK-REPORT-GENERATIONS.
006886     ACCEPT LOW-Gen-Run-Date FROM DATE YYYYMMDD.
006887     MOVE "bathist1.txt" TO LOW-Gen-Feed-File.
006888     MOVE "lowprod1.txt" TO LOW-Gen-Source-Name.
006889     MOVE "LOWPROD1" TO LOW-Gen-Report-Id.
006890     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
006891 9200-BANK-REPORT-GENERATIONS-EXIT.
006892     EXIT.
006893
006894*-----------------------------------------------------------------
006895* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
006896* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
006897* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
006898* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
006899* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
006900*-----------------------------------------------------------------
006901 9210-BANK-ONE-REPORT.
006902     MOVE ZERO TO LOW-Gen-Number.
006903     MOVE "N" TO LOW-Gen-Index-EOF.
006904     OPEN INPUT ReportIndexFile.
006905     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
006906         UNTIL LOW-EndOfReportIndex.
006907     CLOSE ReportIndexFile.
006908     IF LOW-Gen-Number = 999
006909         DISPLAY "*** " LOW-Gen-Report-Id " ALREADY HOLDS 999 "
006910                 "GENERATIONS FOR " LOW-Gen-Run-Date
006911                 " - NOT BANKED ***"
006912         GO TO 9210-BANK-ONE-REPORT-EXIT
006913     END-IF.
006914     ADD 1 TO LOW-Gen-Number.
006915     MOVE ZERO TO LOW-Gen-Line-Count.
006916     MOVE "N" TO LOW-Gen-Source-EOF.
006917     OPEN INPUT GenSourceFile.
006918     OPEN EXTEND ReportGenFile.
006919     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
006920         UNTIL LOW-EndOfGenSource.
006921     CLOSE GenSourceFile.
006922     CLOSE ReportGenFile.
006923     MOVE SPACES TO ReportIndexRecord.
006924     MOVE LOW-Gen-Report-Id TO ReportIndexReportId.
006925     MOVE LOW-Gen-Run-Date TO ReportIndexRunDate.
006926     MOVE LOW-Gen-Number TO ReportIndexGeneration.
006927     MOVE "LOWPROD " TO ReportIndexProgram.
006928     MOVE LOW-Gen-Feed-File TO ReportIndexFeedFile.
006929     MOVE LOW-Gen-Line-Count TO ReportIndexLineCount.
006930     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
006931     ACCEPT ReportIndexBankTime FROM TIME.
006932     OPEN EXTEND ReportIndexFile.
006933     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
006934     CLOSE ReportIndexFile.
006935     ADD 1 TO LOW-Gen-Banked-Count.
006936 9210-BANK-ONE-REPORT-EXIT.
006937     EXIT.
006938
006939 9212-SCAN-ONE-INDEX.
006940     READ ReportIndexFile INTO ReportIndexRecord
006941         AT END MOVE "Y" TO LOW-Gen-Index-EOF
006942         NOT AT END
006943             IF ReportIndexReportId = LOW-Gen-Report-Id
006944                     AND ReportIndexRunDate = LOW-Gen-Run-Date
006945                     AND ReportIndexGeneration > LOW-Gen-Number
006946                 MOVE ReportIndexGeneration TO LOW-Gen-Number
006947             END-IF
006948     END-READ.
006949 9212-SCAN-ONE-INDEX-EXIT.
006950     EXIT.
006951
006952 9214-BANK-ONE-LINE.
006953     READ GenSourceFile
006954         AT END MOVE "Y" TO LOW-Gen-Source-EOF
006955         NOT AT END
006956             ADD 1 TO LOW-Gen-Line-Count
006957             MOVE LOW-Gen-Report-Id TO ReportGenReportId
006958             MOVE LOW-Gen-Run-Date TO ReportGenRunDate
006959             MOVE LOW-Gen-Number TO ReportGenGeneration
006960             MOVE LOW-Gen-Line-Count TO ReportGenLineNumber
006961             MOVE GenSourceRecord TO ReportGenLineText
006962             WRITE ReportGenFileRecord FROM ReportGenRecord
006963     END-READ.
006964 9214-BANK-ONE-LINE-EXIT.
006965     EXIT.
006966
006967 9999-COMPLETE.
006968     DISPLAY "LOW-PRODUCER REPORT WRITTEN TO LOWPROD1.TXT - "
006969             LOW-Listed-Batches " BATCHES AND " LOW-Listed-Owners
006970             " OWNERS LISTED FROM " LOW-History-Used " OF "
006971             LOW-History-Count " BATCH RESULTS.".
006972     IF LOW-History-Dropped > ZERO
006973         DISPLAY "*** " LOW-History-Dropped " RESULTS LEFT OFF "
006974                 "- BATCH TABLE FULL ***"
006975     END-IF.
006976     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
006977             LOW-Gen-Banked-Count.
006980     STOP RUN.
006990 9999-COMPLETE-EXIT.
007000     EXIT.
