001370*                 INSTEAD OF FEEDING THE COMPOSITION REPORT
001380*                 ANOTHER DAY'S ITEMS.  SOURCE
001390*                 RESEQUENCED.
001393* 10/15/26  TJM   RUNTIME PARAMETER RECORD (COPYBOOK RUNPARM) IS
001396*                 NOW 91 BYTES - FD WIDENED TO MATCH.
001397* 10/15/26  TJM   EVERY RANKED BATCH IS NOW BANKED AT REPORT
001398*                 TIME ON THE CUMULATIVE BATCH-HISTORY FILE
001399*                 (COPYBOOK BATHIST) BY RUN DATE AND BATCH
001400*                 NUMBER, WITH ITS RANK, PERCENTILE, AND THE
001401*                 OWNER AND SECTION IT RESOLVED TO THAT DAY, FOR
001402*                 THE LOWPROD CHRONIC LOW-PRODUCER REPORT.  NOT
001403*                 BANKED ON A BLOCKED RUN, NOR FOR A FILE THE
001404*                 REGISTER ALREADY SHOWED COMPLETE FOR ITS RUN
001405*                 DATE (AN OVERRIDDEN RERUN).
001406* 10/15/26  TJM   FEED-REGISTER RECORD (COPYBOOK FEEDREG) NOW 80
001407*                 BYTES - EACH ENTRY IS STAMPED WITH THE TIME IT
001408*                 WAS REGISTERED FOR THE FEEDMON CUTOFF CHECK.
001409* 10/15/26  TJM   OUTBOUND WAREHOUSE DISTRIBUTION FEED - EVERY
001410*                 RANKED BATCH IS STAGED AS THE FULL RANKING IS
001411*                 WRITTEN (COPYBOOK DISTREC) AND, ONCE THE RUN HAS
001412*                 RECONCILED, RELEASED TO DISTOUT1.TXT WITH ITS
001413*                 CATEGORY CALORIES, IN A CTLREC HEADER AND
001414*                 TRAILER, AND REGISTERED ON THE PROCESSED-FEED
001415*                 REGISTER AS FEED TYPE DISTRIB.  A BLOCKED OR
001416*                 UNRECONCILED RUN RELEASES NOTHING; A RUN DATE
001417*                 ALREADY SENT IS NOT SENT AGAIN WITHOUT THE RERUN
001418*                 OVERRIDE CARD.
001419* 10/15/26  TJM   EVERY REPORT THE RUN WRITES (REPORT1, RANKFULL1,
001420*                 COMPOS1) IS NOW BANKED AS A DATED GENERATION
001421*                 (COPYBOOK RPTGEN) UNDER THE RUN-LOG RUN DATE,
001422*                 FOR THE RPTREPRT REPRINT PROGRAM.  THE RANKED
001423*                 REPORT IS CLOSED THERE, AHEAD OF COMPLETION.
001424*                 A RUN WITH NO HEADER RUN DATE IS BANKED UNDER
001425*                 THE DATE IT RAN.
001426* 10/15/26  TJM   SECTION RATION STANDARDS - EACH BANKED BATCH IS
001427*                 CHECKED AGAINST THE STANDARD IN FORCE FOR ITS
001428*                 OWNER'S SECTION (COPYBOOK RATNSTD, MAINTAINED
001429*                 BY RATNSMNT).  A TOTAL BELOW THE SECTION
001430*                 MINIMUM OR ABOVE ITS CEILING, OR A NAMED
001431*                 CATEGORY SHORT OF ITS MINIMUM (A BATCH WITH NO
001432*                 ITEM DETAIL IS NOT HELD TO THE CATEGORY
001433*                 MINIMUMS), IS LISTED TO THE
001434*                 OWNER AND SECTION ON THE ALERT REPORT
001435*                 (ALERT1.TXT) AND KEPT ON RATNALRT1.TXT FOR
001436*                 RCPTRECN; A BATCH RCPTRECN ALREADY PUT ON
001437*                 SUSPENSE IS FLAGGED A DOUBLE EXCEPTION.  THE
001438*                 OUT-OF-BAND COUNT RIDES THE RUN-LOG RECORD
001439*                 (NOW 49 BYTES) FOR OPSSUMM.  ALSO MOVED THE
001440*                 RELEASE-FILE-LOCKS BANNER BACK OVER ITS
001441*                 PARAGRAPH.
001442*****************************************************************
001443 ENVIRONMENT DIVISION.
001444 INPUT-OUTPUT SECTION.
001445 FILE-CONTROL.
001446     SELECT InputFile ASSIGN TO DYNAMIC DL1-InputFileName
001450         ORGANIZATION IS LINE SEQUENTIAL.
001460     SELECT ReportFile ASSIGN TO "report1.txt"
001470         ORGANIZATION IS LINE SEQUENTIAL.
001810     SELECT SortFile ASSIGN TO "sortwk1".
001820     SELECT OPTIONAL RunParmFile ASSIGN TO "runparm1.txt"
001830         ORGANIZATION IS LINE SEQUENTIAL.
001833     SELECT OPTIONAL BatchHistoryFile ASSIGN TO "bathist1.txt"
001836         ORGANIZATION IS LINE SEQUENTIAL.
001837     SELECT OPTIONAL DistStageFile ASSIGN TO "diststg1.txt"
001838         ORGANIZATION IS LINE SEQUENTIAL.
001839     SELECT DistributionFile ASSIGN TO "distout1.txt"
001840         ORGANIZATION IS LINE SEQUENTIAL.
001841     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
001842             DL1-Gen-Source-Name
001843         ORGANIZATION IS LINE SEQUENTIAL.
001844     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
001845         ORGANIZATION IS LINE SEQUENTIAL.
001846     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
001847         ORGANIZATION IS LINE SEQUENTIAL.
001848     SELECT OPTIONAL RationStandardFile ASSIGN TO "ratnstd.txt"
001849         ORGANIZATION IS LINE SEQUENTIAL.
001850     SELECT AlertFile ASSIGN TO "alert1.txt"
001851         ORGANIZATION IS LINE SEQUENTIAL.
001852     SELECT RationAlertFile ASSIGN TO "ratnalrt1.txt"
001853         ORGANIZATION IS LINE SEQUENTIAL.
001854
001855 DATA DIVISION.
001860 FILE SECTION.
001870 FD  InputFile.
001880 01  InputRecord             PIC X(20).
002200 01  RunHistoryFileRecord    PIC X(55).
002210
002220 FD  RunLogFile.
002230 01  RunLogFileRecord        PIC X(49).
002240
002250 FD  SuspenseFile.
002260 01  SuspenseFileRecord      PIC X(85).
002270
002280 FD  FeedRegisterFile.
002290 01  FeedRegisterFileRecord  PIC X(80).
002300
002310 FD  BatchWorkFile.
002320 01  BatchWorkRecord.
002730 01  FullRankRecord          PIC X(50).
002740
002750 FD  RunParmFile.
002760 01  RunParmFileRecord       PIC X(91).
002770
002772 FD  BatchHistoryFile.
002774 01  BatchHistoryFileRecord  PIC X(71).
002776
002777 FD  DistStageFile.
002778 01  DistStageFileRecord     PIC X(332).
002779
002780 FD  DistributionFile.
002781 01  DistributionFileRecord  PIC X(332).
002782
002783 FD  GenSourceFile.
002784 01  GenSourceRecord         PIC X(120).
002785
002786 FD  ReportIndexFile.
002787 01  ReportIndexFileRecord   PIC X(88).
002788
002789 FD  ReportGenFile.
002790 01  ReportGenFileRecord     PIC X(146).
002791
002792 FD  RationStandardFile.
002793 01  RationStandardFileRecord PIC X(91).
002794
002795 FD  AlertFile.
002796 01  AlertFileRecord         PIC X(110).
002797
002798 FD  RationAlertFile.
002799 01  RationAlertFileRecord   PIC X(91).
002800
002801 SD  SortFile.
002802 01  SortRecord.
002803     05  SortBatchTotal      PIC 9(09).
002810     05  SortBatchNumber     PIC 9(05).
002820
002830 WORKING-STORAGE SECTION.
003940*-----------------------------------------------------------------
003950 COPY RUNHIST.
003960
003961*-----------------------------------------------------------------
003962* BATCH-HISTORY RECORD (COPYBOOK BATHIST) - ONE RECORD PER RANKED
003963* BATCH, BANKED AS THE FULL RANKING IS WRITTEN, FOR LOWPROD.
003964*-----------------------------------------------------------------
003965 COPY BATHIST.
003966 01  DL1-Hist-File-Idx        PIC 9(02) VALUE ZERO COMP.
003967 01  DL1-Hist-Prior-Switch    PIC X(01) VALUE "N".
003968     88  DL1-BatchWasBanked           VALUE "Y".
003969 01  DL1-Hist-Skipped-Count   PIC 9(05) VALUE ZERO COMP.
003970
003971*-----------------------------------------------------------------
003972* OUTBOUND WAREHOUSE DISTRIBUTION (COPYBOOK DISTREC) - EACH RANKED
003973* BATCH IS STAGED ON DISTSTG1.TXT AS THE FULL RANKING IS WRITTEN;
003974* ONLY A RUN THAT RECONCILED RELEASES THE STAGED BATCHES, WITH
003975* THEIR CATEGORY CALORIES, TO DISTOUT1.TXT.  THE RELEASE IS
003976* REGISTERED ON FEEDREG SO A RUN DATE GOES OUT ONCE.
003977*-----------------------------------------------------------------
003978 COPY DISTREC.
003979
003980 01  DL1-Dist-Feed-Type       PIC X(10) VALUE "DISTRIB".
003981 01  DL1-Dist-File-Name       PIC X(40) VALUE "distout1.txt".
003982 01  DL1-Dist-Run-Date        PIC X(08) VALUE SPACES.
003983 01  DL1-Dist-Staged-Count    PIC 9(05) VALUE ZERO COMP.
003984 01  DL1-Dist-Released-Count  PIC 9(07) VALUE ZERO COMP.
003985 01  DL1-Dist-Control-Total   PIC 9(09) VALUE ZERO COMP.
003986 01  DL1-Dist-Slot-Idx        PIC 9(02) VALUE ZERO COMP.
003987 01  DL1-Dist-Stage-EOF       PIC X(01) VALUE "N".
003988     88  DL1-EndOfDistStage           VALUE "Y".
003989 01  DL1-Dist-Sent-Switch     PIC X(01) VALUE "N".
003990     88  DL1-DistAlreadySent          VALUE "Y".
003991 01  DL1-Dist-Release-Switch  PIC X(01) VALUE "N".
003992     88  DL1-DistWasReleased          VALUE "Y".
003993
003994*-----------------------------------------------------------------
003995* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
003996* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
003997* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
003998* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
003999*-----------------------------------------------------------------
004000 COPY RPTGEN.
004001
004002 01  DL1-Gen-Source-Name      PIC X(40) VALUE SPACES.
004003 01  DL1-Gen-Report-Id        PIC X(10) VALUE SPACES.
004004 01  DL1-Gen-Run-Date         PIC X(08) VALUE SPACES.
004005 01  DL1-Gen-Feed-File        PIC X(40) VALUE SPACES.
004006 01  DL1-Gen-Number           PIC 9(03) VALUE ZERO.
004007 01  DL1-Gen-Line-Count       PIC 9(05) VALUE ZERO.
004008 01  DL1-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
004009 01  DL1-Gen-Index-EOF        PIC X(01) VALUE "N".
004010     88  DL1-EndOfReportIndex         VALUE "Y".
004011 01  DL1-Gen-Source-EOF       PIC X(01) VALUE "N".
004012     88  DL1-EndOfGenSource           VALUE "Y".
004013
004014*-----------------------------------------------------------------
004015* COMMON RUN-LOG RECORD (COPYBOOK RUNLOG, SHARED WITH DAY2) -
004016* THE RUN-END VERDICTS, APPENDED FOR THE OPSSUMM SUMMARY.
004017*-----------------------------------------------------------------
004018 COPY RUNLOG.
004020
004030*-----------------------------------------------------------------
004040* EXCEPTION SUSPENSE (COPYBOOK SUSPREC, REPAIRED BY SUSPFIX).
004390
004400 01  DL1-Reg-Count            PIC 9(03) VALUE ZERO COMP.
004410 01  DL1-RegTable.
004420     05  DL1-RegItem OCCURS 400 TIMES PIC X(80).
004430 01  DL1-Reg-EOF              PIC X(01) VALUE "N".
004440     88  DL1-EndOfRegisterFile        VALUE "Y".
004450 01  DL1-Reg-Idx              PIC 9(03) VALUE ZERO COMP.
006110     05  CompPctLabel        PIC X(04) VALUE " PCT".
006120     05  FILLER              PIC X(24) VALUE SPACES.
006130
006131*-----------------------------------------------------------------
006132* SECTION RATION STANDARDS (COPYBOOK RATNSTD, MAINTAINED BY
006133* RATNSMNT) - ONLY ACTIVE ENTRIES ARE LOADED.  EACH BATCH BANKED
006134* IS HELD TO THE STANDARD IN FORCE FOR ITS OWNER'S SECTION ON
006135* ITS RUN DATE; EVERY FAILED CHECK IS LISTED ON THE ALERT REPORT
006136* AND KEPT ON THE RATION ALERT FILE FOR RCPTRECN.  A BATCH THE
006137* RECEIPTS RECONCILIATION ALREADY PUT ON SUSPENSE IS A DOUBLE
006138* EXCEPTION.
006139*-----------------------------------------------------------------
006140 COPY RATNSTD.
006141
006142 01  DL1-Ratn-Count           PIC 9(03) VALUE ZERO COMP.
006143 01  DL1-RatnTable.
006144     05  DL1-RatnEntry OCCURS 300 TIMES PIC X(91).
006145 01  DL1-Ratn-EOF             PIC X(01) VALUE "N".
006146     88  DL1-EndOfRationFile          VALUE "Y".
006147 01  DL1-Ratn-Idx             PIC 9(03) VALUE ZERO COMP.
006148 01  DL1-Ratn-Found-Idx       PIC 9(03) VALUE ZERO COMP.
006149 01  DL1-Ratn-Best-Date       PIC X(08) VALUE SPACES.
006150 01  DL1-Ratn-Cat-Idx         PIC 9(02) VALUE ZERO COMP.
006151 01  DL1-Ratn-Cat-Calories    PIC 9(09) VALUE ZERO COMP.
006152 01  DL1-Rcpt-Feed-Type       PIC X(10) VALUE "RECEIPTS".
006153 01  DL1-Band-Switch          PIC X(01) VALUE "N".
006154     88  DL1-BatchIsOutOfBand         VALUE "Y".
006155 01  DL1-Double-Switch        PIC X(01) VALUE "N".
006156     88  DL1-BatchIsDouble            VALUE "Y".
006157 01  DL1-Alert-Count          PIC 9(05) VALUE ZERO COMP.
006158 01  DL1-Alert-Double-Count   PIC 9(05) VALUE ZERO COMP.
006159 01  DL1-Alert-Unchecked-Count PIC 9(05) VALUE ZERO COMP.
006160 01  DL1-Alert-CatSkip-Count  PIC 9(05) VALUE ZERO COMP.
006161 01  DL1-Alert-Reason         PIC X(24) VALUE SPACES.
006162 01  DL1-Alert-Actual         PIC 9(09) VALUE ZERO.
006163 01  DL1-Alert-Limit          PIC 9(09) VALUE ZERO.
006164
006165 01  DL1-Alert-Heading.
006166     05  FILLER              PIC X(40)
006167             VALUE "SECTION RATION-STANDARD ALERTS - BATCHES".
006168     05  FILLER              PIC X(40)
006169             VALUE " OUTSIDE THEIR OWNER'S SECTION STANDARD".
006170     05  FILLER              PIC X(30) VALUE SPACES.
006171
006172 01  DL1-Alert-Column-Line.
006173     05  FILLER              PIC X(21) VALUE "OWNER".
006174     05  FILLER              PIC X(16) VALUE "SECTION".
006175     05  FILLER              PIC X(09) VALUE "RUN DATE".
006176     05  FILLER              PIC X(05) VALUE "BATCH".
006177     05  FILLER              PIC X(10) VALUE "     TOTAL".
006178     05  FILLER              PIC X(11) VALUE "      LIMIT".
006179     05  FILLER              PIC X(26) VALUE "  REASON".
006180     05  FILLER              PIC X(08) VALUE "  FLAG".
006181     05  FILLER              PIC X(04) VALUE SPACES.
006182
006183 01  DL1-Alert-Line.
006184     05  AlertOwner          PIC X(20).
006185     05  FILLER              PIC X(01) VALUE SPACES.
006186     05  AlertSection        PIC X(15).
006187     05  FILLER              PIC X(01) VALUE SPACES.
006188     05  AlertRunDate        PIC X(08).
006189     05  FILLER              PIC X(01) VALUE SPACES.
006190     05  AlertBatch          PIC ZZZZ9.
006191     05  FILLER              PIC X(01) VALUE SPACES.
006192     05  AlertTotal          PIC ZZZZZZZZ9.
006193     05  FILLER              PIC X(02) VALUE SPACES.
006194     05  AlertLimit          PIC ZZZZZZZZ9.
006195     05  FILLER              PIC X(02) VALUE SPACES.
006196     05  AlertReason         PIC X(24).
006197     05  FILLER              PIC X(02) VALUE SPACES.
006198     05  AlertFlag           PIC X(06).
006199     05  FILLER              PIC X(04) VALUE SPACES.
006200
006201 01  DL1-Alert-None-Line.
006202     05  FILLER              PIC X(44)
006203             VALUE "NO BATCH OUTSIDE ITS SECTION RATION STANDARD".
006204     05  FILLER              PIC X(66) VALUE SPACES.
006205
006206 01  DL1-Alert-Total-Line.
006207     05  FILLER              PIC X(21)
006208             VALUE "BATCHES OUT OF BAND -".
006209     05  AlertBandCount      PIC ZZZZ9.
006210     05  FILLER              PIC X(22)
006211             VALUE "   DOUBLE EXCEPTIONS -".
006212     05  AlertDoubleCount    PIC ZZZZ9.
006213     05  FILLER              PIC X(30)
006214             VALUE "   NOT CHECKED (NO STANDARD) -".
006215     05  AlertUncheckedCount PIC ZZZZ9.
006216     05  FILLER              PIC X(22) VALUE SPACES.
006217 01  DL1-Alert-CatSkip-Line.
006218     05  FILLER              PIC X(40)
006219             VALUE "CATEGORY MINIMUMS NOT CHECKED (NO ITEM D".
006220     05  FILLER              PIC X(09)
006221             VALUE "ETAIL) - ".
006222     05  AlertCatSkipCount   PIC ZZZZ9.
006223     05  FILLER              PIC X(56) VALUE SPACES.
006224
006225*-----------------------------------------------------------------
006226* RUNTIME PARAMETERS (COPYBOOK RUNPARM, MAINTAINED BY PARMMNT).
006227* THE DAY1/MANIFEST RECORD SUPPLIES THE DEFAULT FILE NAME AND
006228* TOP-N RANK COUNT; THE SYSIN CARDS REMAIN AS AN EXPLICIT
006229* PER-RUN OVERRIDE ONLY.
006230*-----------------------------------------------------------------
006231 COPY RUNPARM.
006232
006233 01  DL1-Parm-EOF             PIC X(01) VALUE "N".
006234     88  DL1-EndOfParmFile            VALUE "Y".
006240 01  DL1-Parm-Found-Switch    PIC X(01) VALUE "N".
006250     88  DL1-ParmWasFound             VALUE "Y".
006260 01  DL1-Parm-RankCount       PIC 9(02) VALUE ZERO.
006590             9140-CLEAR-CHECKPOINT-EXIT.
006600     PERFORM 9150-REWRITE-SUSPENSE THRU
006610             9150-REWRITE-SUSPENSE-EXIT.
006613     PERFORM 9170-RELEASE-DISTRIBUTION THRU
006616             9170-RELEASE-DISTRIBUTION-EXIT.
006617     PERFORM 9180-BANK-REPORT-GENERATIONS THRU
006618             9180-BANK-REPORT-GENERATIONS-EXIT.
006620     PERFORM 9190-RELEASE-FILE-LOCKS THRU
006630             9190-RELEASE-FILE-LOCKS-EXIT.
006640     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
006800             1030-OPEN-OWNER-MASTER-EXIT.
006810     PERFORM 1032-LOAD-FOOD-ITEMS THRU
006820             1032-LOAD-FOOD-ITEMS-EXIT.
006823     PERFORM 1034-LOAD-RATION-STANDARDS THRU
006826             1034-LOAD-RATION-STANDARDS-EXIT.
006830     DISPLAY "ENTER REINJECT CORRECTED SUSPENSE (Y/N) -".
006840     ACCEPT DL1-Reinject-Card FROM SYSIN.
006850     DISPLAY "ENTER RERUN OVERRIDE (Y/N) -".
008940 1033-LOAD-ONE-FOOD-ITEM-EXIT.
008950     EXIT.
008960
008961*-----------------------------------------------------------------
008962* LOAD-RATION-STANDARDS - PULL THE ACTIVE SECTION RATION
008963* STANDARDS INTO THE TABLE THE BATCH CHECK SEARCHES.  A MISSING
008964* MASTER LEAVES THE TABLE EMPTY (THE SELECT IS OPTIONAL) AND
008965* EVERY BATCH COUNTS AS NOT CHECKED.
008966*-----------------------------------------------------------------
008967 1034-LOAD-RATION-STANDARDS.
008968     OPEN INPUT RationStandardFile.
008969     PERFORM 1035-LOAD-ONE-STANDARD THRU
008970             1035-LOAD-ONE-STANDARD-EXIT
008971         UNTIL DL1-EndOfRationFile.
008972     CLOSE RationStandardFile.
008973 1034-LOAD-RATION-STANDARDS-EXIT.
008974     EXIT.
008975
008976 1035-LOAD-ONE-STANDARD.
008977     READ RationStandardFile INTO RationStandardRecord
008978         AT END MOVE "Y" TO DL1-Ratn-EOF
008979         NOT AT END
008980             IF RationIsActive
008981                 IF DL1-Ratn-Count >= 300
008982                     DISPLAY "*** RATION-STANDARD MASTER EXCEEDS "
008983                             "300 ACTIVE ENTRIES - REMAINDER "
008984                             "WILL NOT BE CHECKED ***"
008985                     MOVE "Y" TO DL1-Ratn-EOF
008986                 ELSE
008987                     ADD 1 TO DL1-Ratn-Count
008988                     MOVE RationStandardRecord TO
008989                             DL1-RatnEntry(DL1-Ratn-Count)
008990                 END-IF
008991             END-IF
008992     END-READ.
008993 1035-LOAD-ONE-STANDARD-EXIT.
008994     EXIT.
008995
008996*-----------------------------------------------------------------
008997* LOAD-SUSPENSE - PULL THE WHOLE EXCEPTION SUSPENSE FILE INTO
008998* THE TABLE.  NEW REJECTS ARE ADDED DURING THE RUN AND THE FILE
009000* IS REWRITTEN AT RUN END BY 9150-REWRITE-SUSPENSE.
009010*-----------------------------------------------------------------
009020 1040-LOAD-SUSPENSE.
017200     MOVE DL1-File-Name(DL1-File-Idx) TO FeedRegisterFileName.
017210     MOVE "DAY1    " TO FeedRegisterProgram.
017220     MOVE "INFLIGHT" TO FeedRegisterDisposition.
017225     ACCEPT FeedRegisterTime FROM TIME.
017230     WRITE FeedRegisterFileRecord FROM FeedRegisterRecord.
017240     CLOSE FeedRegisterFile.
017250 2945-REGISTER-INFLIGHT-EXIT.
019170* WRITE-FULL-RANKING - SORT EVERY COMPLETED BATCH DESCENDING ON
019180* ITS TOTAL AND LIST THEM ALL WITH RANK AND PERCENTILE POSITION,
019190* AS A SECOND REPORT NEXT TO THE TOP-N PAGE.  THE TOP BATCH SITS
019200* AT THE 100TH PERCENTILE.  THE RATION-STANDARD ALERT REPORT IS
019203* WRITTEN ALONGSIDE, AS EACH BATCH IS BANKED; THE ITEM WORK FILE
019206* IS CLOSED FIRST SO THE CATEGORY CHECKS CAN RE-READ IT.
019210*-----------------------------------------------------------------
019220 8046-WRITE-FULL-RANKING.
019230     IF DL1-Work-Count = ZERO
019250     END-IF.
019260     CLOSE BatchWorkFile.
019270     MOVE "N" TO DL1-Work-Open-Switch.
019272     IF DL1-ItemWorkFileIsOpen
019274         CLOSE ItemWorkFile
019276         MOVE "N" TO DL1-ItemWork-Open-Switch
019278     END-IF.
019280     OPEN OUTPUT FullRankFile.
019282     IF NOT DL1-RunIsBlocked
019284         OPEN EXTEND BatchHistoryFile
019285         OPEN OUTPUT DistStageFile
019286         OPEN OUTPUT AlertFile
019287         OPEN OUTPUT RationAlertFile
019288         WRITE AlertFileRecord FROM DL1-Alert-Heading
019289         WRITE AlertFileRecord FROM DL1-Alert-Column-Line
019290     END-IF.
019291     WRITE FullRankRecord FROM DL1-FullRank-Heading.
019300     MOVE ZERO TO DL1-Full-Rank.
019310     MOVE "N" TO DL1-Sort-EOF.
019320     SORT SortFile
019350         OUTPUT PROCEDURE IS 8047-RETURN-RANKED THRU
019360                 8047-RETURN-RANKED-EXIT.
019370     CLOSE FullRankFile.
019372     IF NOT DL1-RunIsBlocked
019374         CLOSE BatchHistoryFile
019375         CLOSE DistStageFile
019376         PERFORM 8760-WRITE-ALERT-TOTALS THRU
019377                 8760-WRITE-ALERT-TOTALS-EXIT
019378         CLOSE AlertFile
019379         CLOSE RationAlertFile
019380     END-IF.
019381 8046-WRITE-FULL-RANKING-EXIT.
019390     EXIT.
019400
019410 8047-RETURN-RANKED.
019570             MOVE SortBatchNumber TO FullRankBatch
019580             MOVE DL1-Percentile TO FullRankPctl
019590             WRITE FullRankRecord FROM DL1-FullRank-Line
019592             IF NOT DL1-RunIsBlocked
019594                 PERFORM 8600-BANK-BATCH-HISTORY THRU
019596                         8600-BANK-BATCH-HISTORY-EXIT
019597                 PERFORM 8620-STAGE-DISTRIBUTION THRU
019598                         8620-STAGE-DISTRIBUTION-EXIT
019599                 PERFORM 8700-CHECK-RATION-STANDARD THRU
019600                         8700-CHECK-RATION-STANDARD-EXIT
019601             END-IF
019602     END-RETURN.
019610 8048-GET-ONE-RANK-EXIT.
019620     EXIT.
019630
021580 8500-RECONCILE-CONTROL-TOTALS-EXIT.
021590     EXIT.
021600
021601*-----------------------------------------------------------------
021602* BANK-BATCH-HISTORY - APPEND THE BATCH JUST RANKED TO THE
021603* CUMULATIVE BATCH-HISTORY FILE.  THE RUN DATE IS THAT OF THE
021604* INPUT FILE WHOSE BATCH RANGE HOLDS THE BATCH (A REINJECTED
021605* SUSPENSE BATCH TAKES THE LAST HEADER'S DATE); THE OWNER IS
021606* WHATEVER THE MASTER SAYS TODAY, SO A LATER REASSIGNMENT DOES
021607* NOT REWRITE WHO THE BATCH BELONGED TO ON THIS RUN.
021608* THE RECORD IS BUILT EITHER WAY (8620 AND 8700 WORK FROM IT),
021609* BUT A BATCH FROM A FILE THE REGISTER ALREADY SHOWED COMPLETE
021610* FOR ITS RUN DATE AT START-UP WAS BANKED BY THAT EARLIER RUN, SO
021611* AN OVERRIDDEN RERUN DOES NOT BANK IT A SECOND TIME.
021612*-----------------------------------------------------------------
021613 8600-BANK-BATCH-HISTORY.
021614     MOVE SPACES TO BatchHistoryRecord.
021615     IF DL1-HeaderWasSeen
021616         MOVE FeedHeaderRunDate TO BatchHistoryRunDate
021617     ELSE
021618         MOVE "NO-HDR  " TO BatchHistoryRunDate
021619     END-IF.
021620     MOVE ZERO TO DL1-Hist-File-Idx.
021621     PERFORM 8610-CHECK-ONE-FILE-RANGE THRU
021622             8610-CHECK-ONE-FILE-RANGE-EXIT
021623         VARYING DL1-File-Idx FROM 1 BY 1
021624         UNTIL DL1-File-Idx > DL1-File-Count.
021625     MOVE SortBatchNumber TO BatchHistoryBatch.
021626     MOVE SortBatchTotal TO BatchHistoryTotal.
021627     MOVE DL1-Full-Rank TO BatchHistoryRank.
021628     MOVE DL1-Percentile TO BatchHistoryPercentile.
021629     MOVE DL1-Work-Count TO BatchHistoryRankedCount.
021630     MOVE SortBatchNumber TO DL1-Owner-Lookup-Batch.
021631     PERFORM 8020-FIND-BATCH-OWNER THRU
021632             8020-FIND-BATCH-OWNER-EXIT.
021633     IF DL1-OwnerWasFound
021634         MOVE BatchOwnerName TO BatchHistoryOwnerName
021635         MOVE BatchOwnerSection TO BatchHistorySection
021636         MOVE "A" TO BatchHistoryOwnerStatus
021637     ELSE
021638         MOVE "UNASSIGNED" TO BatchHistoryOwnerName
021639         MOVE SPACES TO BatchHistorySection
021640         MOVE "U" TO BatchHistoryOwnerStatus
021641     END-IF.
021642     MOVE "N" TO DL1-Hist-Prior-Switch.
021643     IF DL1-Hist-File-Idx NOT = ZERO
021644         PERFORM 8615-CHECK-PRIOR-BANKING THRU
021645                 8615-CHECK-PRIOR-BANKING-EXIT
021646             VARYING DL1-Reg-Idx FROM 1 BY 1
021647             UNTIL DL1-Reg-Idx > DL1-Reg-Count
021648                OR DL1-BatchWasBanked
021649     END-IF.
021650     IF DL1-BatchWasBanked
021651         ADD 1 TO DL1-Hist-Skipped-Count
021652         GO TO 8600-BANK-BATCH-HISTORY-EXIT
021653     END-IF.
021654     WRITE BatchHistoryFileRecord FROM BatchHistoryRecord.
021655 8600-BANK-BATCH-HISTORY-EXIT.
021656     EXIT.
021657
021658 8610-CHECK-ONE-FILE-RANGE.
021659     IF SortBatchNumber >= DL1-File-First-Batch(DL1-File-Idx)
021660             AND SortBatchNumber <=
021661                 DL1-File-Last-Batch(DL1-File-Idx)
021662             AND DL1-File-Run-Date(DL1-File-Idx) NOT = SPACES
021663         MOVE DL1-File-Run-Date(DL1-File-Idx) TO
021664                 BatchHistoryRunDate
021665         MOVE DL1-File-Idx TO DL1-Hist-File-Idx
021666     END-IF.
021667 8610-CHECK-ONE-FILE-RANGE-EXIT.
021668     EXIT.
021669 8615-CHECK-PRIOR-BANKING.
021670     MOVE DL1-RegItem(DL1-Reg-Idx) TO FeedRegisterRecord.
021671     IF FeedRegisterFeedType = DL1-Expected-Feed-Type
021672             AND FeedRegisterRunDate = BatchHistoryRunDate
021673             AND FeedRegisterFileName =
021674                 DL1-File-Name(DL1-Hist-File-Idx)
021675             AND FeedRegisterDisposition = "COMPLETE"
021676         MOVE "Y" TO DL1-Hist-Prior-Switch
021677     END-IF.
021678 8615-CHECK-PRIOR-BANKING-EXIT.
021679     EXIT.
021680
021681*-----------------------------------------------------------------
021682* STAGE-DISTRIBUTION - STAGE THE BATCH JUST BANKED FOR THE
021683* OUTBOUND DISTRIBUTION FEED, FROM THE BATCH-HISTORY RECORD 8600
021684* BUILT, WITH THE REGIONAL FILE WHOSE BATCH RANGE HOLDS IT.  THE
021685* CATEGORY CALORIES ARE ADDED AT RELEASE TIME.
021686*-----------------------------------------------------------------
021687 8620-STAGE-DISTRIBUTION.
021688     MOVE SPACES TO DistributionRecord.
021689     MOVE BatchHistoryRunDate TO DistRunDate.
021690     MOVE BatchHistoryBatch TO DistBatchNumber.
021691     MOVE BatchHistoryTotal TO DistBatchTotal.
021692     MOVE BatchHistoryRank TO DistRank.
021693     MOVE BatchHistoryPercentile TO DistPercentile.
021694     MOVE BatchHistoryRankedCount TO DistRankedCount.
021695     MOVE BatchHistoryOwnerName TO DistOwnerName.
021696     MOVE BatchHistorySection TO DistSection.
021697     MOVE BatchHistoryOwnerStatus TO DistOwnerStatus.
021698     MOVE "SUSPENSE" TO DistSourceFile.
021699     PERFORM 8625-FIND-SOURCE-FILE THRU
021700             8625-FIND-SOURCE-FILE-EXIT
021701         VARYING DL1-File-Idx FROM 1 BY 1
021702         UNTIL DL1-File-Idx > DL1-File-Count.
021703     MOVE ZERO TO DistCategoryCount.
021704     MOVE ZERO TO DistUnitemized.
021705     WRITE DistStageFileRecord FROM DistributionRecord.
021706     ADD 1 TO DL1-Dist-Staged-Count.
021707 8620-STAGE-DISTRIBUTION-EXIT.
021708     EXIT.
021709
021710 8625-FIND-SOURCE-FILE.
021711     IF SortBatchNumber >= DL1-File-First-Batch(DL1-File-Idx)
021712             AND SortBatchNumber <=
021713                 DL1-File-Last-Batch(DL1-File-Idx)
021714         MOVE DL1-File-Name(DL1-File-Idx) TO DistSourceFile
021715     END-IF.
021716 8625-FIND-SOURCE-FILE-EXIT.
021717     EXIT.
021718
021719*-----------------------------------------------------------------
021720* CHECK-RATION-STANDARD - HOLD THE BATCH JUST BANKED TO THE
021721* RATION STANDARD IN FORCE FOR ITS OWNER'S SECTION ON ITS RUN
021722* DATE: THE ACTIVE ENTRY WITH THE LATEST EFFECTIVE DATE NOT
021723* AFTER THE RUN DATE.  THE TOTAL MUST SIT BETWEEN THE SECTION
021724* MINIMUM AND CEILING, AND EACH CATEGORY THE STANDARD NAMES MUST
021725* CARRY ITS MINIMUM.  AN UNASSIGNED BATCH, OR A SECTION WITH NO
021726* STANDARD, IS COUNTED AS NOT CHECKED.  A BATCH WITH NO ITEM
021727* DETAIL (BARE CALORIE LINES) HAS NO CATEGORIES TO HOLD TO THE
021728* MINIMUMS, SO ITS CATEGORY CHECK IS COUNTED AS NOT CHECKED
021729* INSTEAD OF RAISING A SHORT ALERT.  A BATCH STILL ON
021730* SUSPENSE FROM THE RECEIPTS RECONCILIATION FOR THE SAME RUN
021731* DATE IS A DOUBLE EXCEPTION.
021732*-----------------------------------------------------------------
021733 8700-CHECK-RATION-STANDARD.
021734     MOVE "N" TO DL1-Band-Switch.
021735     MOVE "N" TO DL1-Double-Switch.
021736     IF NOT BatchHistoryOwnerIsAssigned
021737         ADD 1 TO DL1-Alert-Unchecked-Count
021738         GO TO 8700-CHECK-RATION-STANDARD-EXIT
021739     END-IF.
021740     MOVE ZERO TO DL1-Ratn-Found-Idx.
021741     MOVE SPACES TO DL1-Ratn-Best-Date.
021742     PERFORM 8710-FIND-ONE-STANDARD THRU
021743             8710-FIND-ONE-STANDARD-EXIT
021744         VARYING DL1-Ratn-Idx FROM 1 BY 1
021745         UNTIL DL1-Ratn-Idx > DL1-Ratn-Count.
021746     IF DL1-Ratn-Found-Idx = ZERO
021747         ADD 1 TO DL1-Alert-Unchecked-Count
021748         GO TO 8700-CHECK-RATION-STANDARD-EXIT
021749     END-IF.
021750     MOVE DL1-RatnEntry(DL1-Ratn-Found-Idx) TO
021751             RationStandardRecord.
021752     PERFORM 8740-CHECK-ONE-SUSPENSE THRU
021753             8740-CHECK-ONE-SUSPENSE-EXIT
021754         VARYING DL1-Susp-Idx FROM 1 BY 1
021755         UNTIL DL1-Susp-Idx > DL1-Susp-Count
021756            OR DL1-BatchIsDouble.
021757     IF BatchHistoryTotal < RationMinCalories
021758         MOVE "BELOW SECTION MINIMUM" TO DL1-Alert-Reason
021759         MOVE BatchHistoryTotal TO DL1-Alert-Actual
021760         MOVE RationMinCalories TO DL1-Alert-Limit
021761         PERFORM 8750-WRITE-ALERT THRU 8750-WRITE-ALERT-EXIT
021762     END-IF.
021763     IF BatchHistoryTotal > RationMaxCalories
021764         MOVE "ABOVE SECTION CEILING" TO DL1-Alert-Reason
021765         MOVE BatchHistoryTotal TO DL1-Alert-Actual
021766         MOVE RationMaxCalories TO DL1-Alert-Limit
021767         PERFORM 8750-WRITE-ALERT THRU 8750-WRITE-ALERT-EXIT
021768     END-IF.
021769     IF RationCategory(1) NOT = SPACES
021770             OR RationCategory(2) NOT = SPACES
021771             OR RationCategory(3) NOT = SPACES
021772         PERFORM 8720-ROLL-UP-CATEGORIES THRU
021773                 8720-ROLL-UP-CATEGORIES-EXIT
021774         IF DL1-Comp-Cat-Count = ZERO
021775             ADD 1 TO DL1-Alert-CatSkip-Count
021776         ELSE
021777             PERFORM 8730-CHECK-ONE-CATEGORY-MIN THRU
021778                     8730-CHECK-ONE-CATEGORY-MIN-EXIT
021779                 VARYING DL1-Ratn-Cat-Idx FROM 1 BY 1
021780                 UNTIL DL1-Ratn-Cat-Idx > 3
021781         END-IF
021782     END-IF.
021783     IF DL1-BatchIsOutOfBand
021784         ADD 1 TO DL1-Alert-Count
021785         IF DL1-BatchIsDouble
021786             ADD 1 TO DL1-Alert-Double-Count
021787         END-IF
021788     END-IF.
021789 8700-CHECK-RATION-STANDARD-EXIT.
021790     EXIT.
021791
021792 8710-FIND-ONE-STANDARD.
021793     MOVE DL1-RatnEntry(DL1-Ratn-Idx) TO RationStandardRecord.
021794     IF RationSection = BatchHistorySection
021795             AND RationEffDate NOT > BatchHistoryRunDate
021796             AND RationEffDate > DL1-Ratn-Best-Date
021797         MOVE DL1-Ratn-Idx TO DL1-Ratn-Found-Idx
021798         MOVE RationEffDate TO DL1-Ratn-Best-Date
021799     END-IF.
021800 8710-FIND-ONE-STANDARD-EXIT.
021801     EXIT.
021802
021803*-----------------------------------------------------------------
021804* ROLL-UP-CATEGORIES - ROLL THE BATCH'S BANKED ITEM DETAIL UP BY
021805* CATEGORY THROUGH THE SAME SCAN THE COMPOSITION REPORT USES.  A
021806* FEED OR BATCH WITH NO ITEM DETAIL ROLLS UP NO CATEGORIES AT
021807* ALL, AND 8700 THEN LEAVES THE CATEGORY MINIMUMS UNCHECKED.
021808*-----------------------------------------------------------------
021809 8720-ROLL-UP-CATEGORIES.
021810     MOVE ZERO TO DL1-Comp-Cat-Count.
021811     MOVE ZERO TO DL1-Comp-Itemized-Sum.
021812     IF DL1-ItemWork-Count = ZERO
021813         GO TO 8720-ROLL-UP-CATEGORIES-EXIT
021814     END-IF.
021815     MOVE BatchHistoryBatch TO DL1-Comp-Batch.
021816     MOVE "N" TO DL1-ItemWork-EOF.
021817     OPEN INPUT ItemWorkFile.
021818     PERFORM 8080-SCAN-ONE-ITEM-WORK THRU
021819             8080-SCAN-ONE-ITEM-WORK-EXIT
021820         UNTIL DL1-EndOfItemWork.
021821     CLOSE ItemWorkFile.
021822 8720-ROLL-UP-CATEGORIES-EXIT.
021823     EXIT.
021824
021825 8730-CHECK-ONE-CATEGORY-MIN.
021826     IF RationCategory(DL1-Ratn-Cat-Idx) = SPACES
021827         GO TO 8730-CHECK-ONE-CATEGORY-MIN-EXIT
021828     END-IF.
021829     MOVE ZERO TO DL1-Ratn-Cat-Calories.
021830     PERFORM 8735-ADD-ONE-CATEGORY THRU
021831             8735-ADD-ONE-CATEGORY-EXIT
021832         VARYING DL1-Comp-Scan-Idx FROM 1 BY 1
021833         UNTIL DL1-Comp-Scan-Idx > DL1-Comp-Cat-Count.
021834     IF DL1-Ratn-Cat-Calories <
021835             RationCategoryMin(DL1-Ratn-Cat-Idx)
021836         MOVE SPACES TO DL1-Alert-Reason
021837         MOVE "SHORT " TO DL1-Alert-Reason(1:6)
021838         MOVE RationCategory(DL1-Ratn-Cat-Idx) TO
021839                 DL1-Alert-Reason(7:12)
021840         MOVE DL1-Ratn-Cat-Calories TO DL1-Alert-Actual
021841         MOVE RationCategoryMin(DL1-Ratn-Cat-Idx) TO
021842                 DL1-Alert-Limit
021843         PERFORM 8750-WRITE-ALERT THRU 8750-WRITE-ALERT-EXIT
021844     END-IF.
021845 8730-CHECK-ONE-CATEGORY-MIN-EXIT.
021846     EXIT.
021847
021848 8735-ADD-ONE-CATEGORY.
021849     IF DL1-CompCategory(DL1-Comp-Scan-Idx) =
021850             RationCategory(DL1-Ratn-Cat-Idx)
021851         ADD DL1-CompCalories(DL1-Comp-Scan-Idx) TO
021852                 DL1-Ratn-Cat-Calories
021853     END-IF.
021854 8735-ADD-ONE-CATEGORY-EXIT.
021855     EXIT.
021856
021857 8740-CHECK-ONE-SUSPENSE.
021858     MOVE DL1-SuspItem(DL1-Susp-Idx) TO SuspenseRecord.
021859     IF SuspenseSourceFeed = DL1-Rcpt-Feed-Type
021860             AND SuspenseRunDate = BatchHistoryRunDate
021861             AND SuspenseRawData(1:5) = BatchHistoryBatch
021862             AND NOT SuspenseIsVoided
021863         MOVE "Y" TO DL1-Double-Switch
021864     END-IF.
021865 8740-CHECK-ONE-SUSPENSE-EXIT.
021866     EXIT.
021867
021868*-----------------------------------------------------------------
021869* WRITE-ALERT - ONE FAILED CHECK: A LINE ON THE ALERT REPORT,
021870* ADDRESSED TO THE OWNER AND SECTION, AND THE SAME FACTS ON THE
021871* RATION ALERT FILE FOR RCPTRECN.
021872*-----------------------------------------------------------------
021873 8750-WRITE-ALERT.
021874     MOVE "Y" TO DL1-Band-Switch.
021875     MOVE SPACES TO DL1-Alert-Line.
021876     MOVE BatchHistoryOwnerName TO AlertOwner.
021877     MOVE BatchHistorySection TO AlertSection.
021878     MOVE BatchHistoryRunDate TO AlertRunDate.
021879     MOVE BatchHistoryBatch TO AlertBatch.
021880     MOVE DL1-Alert-Actual TO AlertTotal.
021881     MOVE DL1-Alert-Limit TO AlertLimit.
021882     MOVE DL1-Alert-Reason TO AlertReason.
021883     IF DL1-BatchIsDouble
021884         MOVE "DOUBLE" TO AlertFlag
021885     END-IF.
021886     WRITE AlertFileRecord FROM DL1-Alert-Line.
021887     MOVE SPACES TO RationAlertRecord.
021888     MOVE BatchHistoryRunDate TO RationAlertRunDate.
021889     MOVE BatchHistoryBatch TO RationAlertBatch.
021890     MOVE BatchHistoryOwnerName TO RationAlertOwnerName.
021891     MOVE BatchHistorySection TO RationAlertSection.
021892     MOVE DL1-Alert-Actual TO RationAlertTotal.
021893     MOVE DL1-Alert-Limit TO RationAlertLimit.
021894     MOVE DL1-Alert-Reason TO RationAlertReason.
021895     MOVE DL1-Double-Switch TO RationAlertDouble.
021896     WRITE RationAlertFileRecord FROM RationAlertRecord.
021897 8750-WRITE-ALERT-EXIT.
021898     EXIT.
021899
021900 8760-WRITE-ALERT-TOTALS.
021901     IF DL1-Alert-Count = ZERO
021902         WRITE AlertFileRecord FROM DL1-Alert-None-Line
021903     END-IF.
021904     MOVE DL1-Alert-Count TO AlertBandCount.
021905     MOVE DL1-Alert-Double-Count TO AlertDoubleCount.
021906     MOVE DL1-Alert-Unchecked-Count TO AlertUncheckedCount.
021907     WRITE AlertFileRecord FROM DL1-Alert-Total-Line.
021908     IF DL1-Alert-CatSkip-Count > ZERO
021909         MOVE DL1-Alert-CatSkip-Count TO AlertCatSkipCount
021910         WRITE AlertFileRecord FROM DL1-Alert-CatSkip-Line
021911     END-IF.
021912 8760-WRITE-ALERT-TOTALS-EXIT.
021913     EXIT.
021914
021915*-----------------------------------------------------------------
021916* WRITE-RUN-HISTORY - APPEND THIS RUN'S MANIFEST STATISTICS TO
021917* THE CUMULATIVE RUN-HISTORY FILE, KEYED BY THE HEADER RUN DATE,
021918* FOR THE TRENDRPT DAY-OVER-DAY TREND REPORT.
021919*-----------------------------------------------------------------
021920 9000-WRITE-RUN-HISTORY.
021921     IF DL1-RunIsBlocked
021922         GO TO 9000-WRITE-RUN-HISTORY-EXIT
021923     END-IF.
021924     OPEN EXTEND RunHistoryFile.
021925     IF DL1-HeaderWasSeen
021926         MOVE FeedHeaderRunDate TO RunHistoryRunDate
021927     ELSE
021928         MOVE "NO-HDR  " TO RunHistoryRunDate
021929     END-IF.
021930     MOVE DL1-Manifest-Grand-Sum TO RunHistoryGrandSum.
021931     MOVE DL1-Manifest-Batch-Count TO RunHistoryBatchCount.
021932     MOVE DL1-Manifest-Average TO RunHistoryAverage.
021933     MOVE DL1-Manifest-Minimum TO RunHistoryMinimum.
021934     MOVE DayOneTopTotal(1) TO RunHistoryTopTotal.
021935     MOVE DayOneTopBatch(1) TO RunHistoryTopBatch.
021936     WRITE RunHistoryFileRecord FROM RunHistoryRecord.
021937     CLOSE RunHistoryFile.
021938 9000-WRITE-RUN-HISTORY-EXIT.
021939     EXIT.
021940
021941*-----------------------------------------------------------------
021942* WRITE-RUN-LOG - APPEND THIS RUN'S PASS/FAIL VERDICTS AS ONE
021943* RUNLOG RECORD FOR THE OPSSUMM END-OF-DAY OPERATIONS SUMMARY,
021944* INSTEAD OF LEAVING THEM ONLY ON THE CONSOLE.
021945*-----------------------------------------------------------------
021946 9100-WRITE-RUN-LOG.
021947     OPEN EXTEND RunLogFile.
021948     MOVE "DAY1    " TO RunLogProgramName.
021950     MOVE DL1-Expected-Feed-Type TO RunLogFeedType.
021960     IF DL1-HeaderWasSeen
021970         MOVE FeedHeaderRunDate TO RunLogRunDate
022200     IF DL1-RunIsBlocked
022210         MOVE "BLOCKED " TO RunLogDisposition
022220     END-IF.
022225     MOVE DL1-Alert-Count TO RunLogAlertCount.
022230     WRITE RunLogFileRecord FROM RunLogRecord.
022240     CLOSE RunLogFile.
022250 9100-WRITE-RUN-LOG-EXIT.
022660     ELSE
022670         MOVE "EXCEPTN " TO FeedRegisterDisposition
022680     END-IF.
022685     ACCEPT FeedRegisterTime FROM TIME.
022690     WRITE FeedRegisterFileRecord FROM FeedRegisterRecord.
022700 9130-REGISTER-ONE-FILE-EXIT.
022710     EXIT.
023120 9160-WRITE-ONE-SUSPENSE-EXIT.
023130     EXIT.
023140
023141*-----------------------------------------------------------------
023142* RELEASE-DISTRIBUTION - WRITE THE OUTBOUND WAREHOUSE DISTRIBUTION
023143* FILE FROM THE STAGED BATCHES: A CTLREC HEADER (FEED TYPE
023144* DISTRIB, RUN DATE OF THE LAST FILE ON THE LIST), ONE RECORD PER
023145* RANKED BATCH WITH ITS CATEGORY CALORIES, AND A TRAILER CARRYING
023146* THE RECORD COUNT AND THE SUM OF THE BATCH TOTALS, THEN REGISTER
023147* THE RELEASE ON FEEDREG.  NOTHING IS RELEASED - AND ANY EARLIER
023148* DISTOUT1.TXT IS LEFT AS IT WAS - WHEN THE RUN WAS BLOCKED, WHEN
023149* ANY FILE ON THE LIST WAS BLOCKED, WHEN A HEADER, TRAILER, OR THE
023150* CONTROL CARD DID NOT RECONCILE, OR WHEN THE SAME RUN DATE IS
023151* ALREADY REGISTERED SENT AND THE RERUN OVERRIDE CARD IS OFF.
023152*-----------------------------------------------------------------
023153 9170-RELEASE-DISTRIBUTION.
023154     IF DL1-RunIsBlocked
023155             OR DL1-Processed-File-Count < DL1-File-Count
023156         DISPLAY "*** DISTRIBUTION FEED NOT RELEASED - RUN WAS "
023157                 "BLOCKED ***"
023158         GO TO 9170-RELEASE-DISTRIBUTION-EXIT
023159     END-IF.
023160     IF NOT DL1-RunReconciles OR NOT DL1-AllHeadersOk
023161             OR NOT DL1-AllTrailersOk
023162         DISPLAY "*** DISTRIBUTION FEED NOT RELEASED - RUN DID "
023163                 "NOT RECONCILE ***"
023164         GO TO 9170-RELEASE-DISTRIBUTION-EXIT
023165     END-IF.
023166     MOVE DL1-File-Run-Date(DL1-File-Count) TO DL1-Dist-Run-Date.
023167     MOVE "N" TO DL1-Dist-Sent-Switch.
023168     IF NOT DL1-RerunOverrideIsOn
023169         PERFORM 9172-CHECK-ONE-DIST-REGISTER THRU
023170                 9172-CHECK-ONE-DIST-REGISTER-EXIT
023171             VARYING DL1-Reg-Idx FROM 1 BY 1
023172             UNTIL DL1-Reg-Idx > DL1-Reg-Count
023173                OR DL1-DistAlreadySent
023174     END-IF.
023175     IF DL1-DistAlreadySent
023176         DISPLAY "*** DISTRIBUTION RUN DATE " DL1-Dist-Run-Date
023177                 " ALREADY SENT - NOT RELEASED (SUPPLY RERUN "
023178                 "OVERRIDE TO FORCE) ***"
023179         GO TO 9170-RELEASE-DISTRIBUTION-EXIT
023180     END-IF.
023181     IF DL1-ItemWorkFileIsOpen
023182         CLOSE ItemWorkFile
023183         MOVE "N" TO DL1-ItemWork-Open-Switch
023184     END-IF.
023185     OPEN OUTPUT DistributionFile.
023186     MOVE SPACES TO FeedHeaderRecord.
023187     MOVE "H" TO FeedHeaderType.
023188     MOVE DL1-Dist-Run-Date TO FeedHeaderRunDate.
023189     MOVE DL1-Dist-Feed-Type TO FeedHeaderFeedType.
023190     WRITE DistributionFileRecord FROM FeedHeaderRecord.
023191     MOVE ZERO TO DL1-Dist-Released-Count.
023192     MOVE ZERO TO DL1-Dist-Control-Total.
023193     IF DL1-Dist-Staged-Count > ZERO
023194         MOVE "N" TO DL1-Dist-Stage-EOF
023195         OPEN INPUT DistStageFile
023196         PERFORM 9175-RELEASE-ONE-BATCH THRU
023197                 9175-RELEASE-ONE-BATCH-EXIT
023198             UNTIL DL1-EndOfDistStage
023199         CLOSE DistStageFile
023200     END-IF.
023201     MOVE SPACES TO FeedTrailerRecord.
023202     MOVE "T" TO FeedTrailerType.
023203     MOVE DL1-Dist-Released-Count TO FeedTrailerRecordCount.
023204     MOVE DL1-Dist-Control-Total TO FeedTrailerControlTotal.
023205     WRITE DistributionFileRecord FROM FeedTrailerRecord.
023206     CLOSE DistributionFile.
023207     OPEN EXTEND FeedRegisterFile.
023208     MOVE SPACES TO FeedRegisterRecord.
023209     MOVE DL1-Dist-Feed-Type TO FeedRegisterFeedType.
023210     MOVE DL1-Dist-Run-Date TO FeedRegisterRunDate.
023211     MOVE DL1-Dist-File-Name TO FeedRegisterFileName.
023212     MOVE "DAY1    " TO FeedRegisterProgram.
023213     MOVE "COMPLETE" TO FeedRegisterDisposition.
023214     ACCEPT FeedRegisterTime FROM TIME.
023215     WRITE FeedRegisterFileRecord FROM FeedRegisterRecord.
023216     CLOSE FeedRegisterFile.
023217     MOVE "Y" TO DL1-Dist-Release-Switch.
023218 9170-RELEASE-DISTRIBUTION-EXIT.
023219     EXIT.
023220
023221 9172-CHECK-ONE-DIST-REGISTER.
023222     MOVE DL1-RegItem(DL1-Reg-Idx) TO FeedRegisterRecord.
023223     IF FeedRegisterFeedType = DL1-Dist-Feed-Type
023224             AND FeedRegisterRunDate = DL1-Dist-Run-Date
023225             AND FeedRegisterDisposition = "COMPLETE"
023226         MOVE "Y" TO DL1-Dist-Sent-Switch
023227     END-IF.
023228 9172-CHECK-ONE-DIST-REGISTER-EXIT.
023229     EXIT.
023230
023231 9175-RELEASE-ONE-BATCH.
023232     READ DistStageFile INTO DistributionRecord
023233         AT END MOVE "Y" TO DL1-Dist-Stage-EOF
023234         NOT AT END
023235             PERFORM 9177-ADD-DIST-CATEGORIES THRU
023236                     9177-ADD-DIST-CATEGORIES-EXIT
023237             WRITE DistributionFileRecord FROM DistributionRecord
023238             ADD 1 TO DL1-Dist-Released-Count
023239             ADD DistBatchTotal TO DL1-Dist-Control-Total
023240     END-READ.
023241 9175-RELEASE-ONE-BATCH-EXIT.
023242     EXIT.
023243
023244*-----------------------------------------------------------------
023245* ADD-DIST-CATEGORIES - ROLL THE BATCH'S BANKED ITEM DETAIL UP BY
023246* CATEGORY THROUGH THE SAME SCAN THE COMPOSITION REPORT USES, AND
023247* CARRY THE RESULT AND THE UNITEMIZED REMAINDER ON THE RECORD.
023248*-----------------------------------------------------------------
023249 9177-ADD-DIST-CATEGORIES.
023250     PERFORM 9178-CLEAR-ONE-DIST-SLOT THRU
023251             9178-CLEAR-ONE-DIST-SLOT-EXIT
023252         VARYING DL1-Dist-Slot-Idx FROM 1 BY 1
023253         UNTIL DL1-Dist-Slot-Idx > 10.
023254     MOVE ZERO TO DistCategoryCount.
023255     MOVE DistBatchTotal TO DistUnitemized.
023256     IF DL1-ItemWork-Count = ZERO
023257         GO TO 9177-ADD-DIST-CATEGORIES-EXIT
023258     END-IF.
023259     MOVE DistBatchNumber TO DL1-Comp-Batch.
023260     MOVE ZERO TO DL1-Comp-Cat-Count.
023261     MOVE ZERO TO DL1-Comp-Itemized-Sum.
023262     MOVE "N" TO DL1-ItemWork-EOF.
023263     OPEN INPUT ItemWorkFile.
023264     PERFORM 8080-SCAN-ONE-ITEM-WORK THRU
023265             8080-SCAN-ONE-ITEM-WORK-EXIT
023266         UNTIL DL1-EndOfItemWork.
023267     CLOSE ItemWorkFile.
023268     PERFORM 9179-COPY-ONE-DIST-CATEGORY THRU
023269             9179-COPY-ONE-DIST-CATEGORY-EXIT
023270         VARYING DL1-Comp-Scan-Idx FROM 1 BY 1
023271         UNTIL DL1-Comp-Scan-Idx > DL1-Comp-Cat-Count.
023272     IF DistBatchTotal > DL1-Comp-Itemized-Sum
023273         COMPUTE DistUnitemized =
023274             DistBatchTotal - DL1-Comp-Itemized-Sum
023275     ELSE
023276         MOVE ZERO TO DistUnitemized
023277     END-IF.
023278 9177-ADD-DIST-CATEGORIES-EXIT.
023279     EXIT.
023280
023281 9178-CLEAR-ONE-DIST-SLOT.
023282     MOVE SPACES TO DistCategoryName(DL1-Dist-Slot-Idx).
023283     MOVE ZERO TO DistCategoryCalories(DL1-Dist-Slot-Idx).
023284 9178-CLEAR-ONE-DIST-SLOT-EXIT.
023285     EXIT.
023286
023287 9179-COPY-ONE-DIST-CATEGORY.
023288     IF DL1-Comp-Scan-Idx > 10
023289         MOVE "OTHER" TO DistCategoryName(10)
023290         ADD DL1-CompCalories(DL1-Comp-Scan-Idx) TO
023291                 DistCategoryCalories(10)
023292         GO TO 9179-COPY-ONE-DIST-CATEGORY-EXIT
023293     END-IF.
023294     ADD 1 TO DistCategoryCount.
023295     MOVE DL1-CompCategory(DL1-Comp-Scan-Idx) TO
023296             DistCategoryName(DistCategoryCount).
023297     MOVE DL1-CompCalories(DL1-Comp-Scan-Idx) TO
023298             DistCategoryCalories(DistCategoryCount).
023299 9179-COPY-ONE-DIST-CATEGORY-EXIT.
023300     EXIT.
023301
023306*-----------------------------------------------------------------
023307* BANK-REPORT-GENERATIONS - CLOSE THE RANKED REPORT AND KEEP EACH
023308* REPORT THIS RUN WROTE AS A DATED GENERATION UNDER THE RUN DATE
023309* THE RUN LOG CARRIES, AGAINST THE FIRST INPUT FILE ON THE LIST.
023310* A RUN WITH NO HEADER RUN DATE IS BANKED UNDER THE DATE IT RAN,
023311* SO ITS GENERATIONS AGE OUT LIKE ANY OTHER.
023312* THE GUARDS ARE THE SAME ONES THAT DECIDED WHETHER EACH REPORT
023313* WAS WRITTEN, SO A REPORT LEFT OVER FROM AN EARLIER RUN IS NEVER
023314* BANKED UNDER THIS RUN'S DATE.
023315*-----------------------------------------------------------------
023316 9180-BANK-REPORT-GENERATIONS.
023317     IF DL1-ReportFileIsOpen
023318         CLOSE ReportFile
023319         MOVE "N" TO DL1-Report-Open-Switch
023320     END-IF.
023321     MOVE RunLogRunDate TO DL1-Gen-Run-Date.
023322     IF DL1-Gen-Run-Date IS NOT NUMERIC
023323         ACCEPT DL1-Gen-Run-Date FROM DATE YYYYMMDD
023324     END-IF.
023325     MOVE DL1-File-Name(1) TO DL1-Gen-Feed-File.
023326     IF NOT DL1-RunIsBlocked
023327         MOVE "report1.txt" TO DL1-Gen-Source-Name
023328         MOVE "REPORT1" TO DL1-Gen-Report-Id
023329         PERFORM 9182-BANK-ONE-REPORT THRU
023330                 9182-BANK-ONE-REPORT-EXIT
023331     END-IF.
023332     IF DL1-Work-Count > ZERO
023333         MOVE "rankfull1.txt" TO DL1-Gen-Source-Name
023334         MOVE "RANKFULL1" TO DL1-Gen-Report-Id
023335         PERFORM 9182-BANK-ONE-REPORT THRU
023336                 9182-BANK-ONE-REPORT-EXIT
023337     END-IF.
023338     IF NOT DL1-RunIsBlocked AND DL1-ItemWork-Count > ZERO
023339         MOVE "compos1.txt" TO DL1-Gen-Source-Name
023340         MOVE "COMPOS1" TO DL1-Gen-Report-Id
023341         PERFORM 9182-BANK-ONE-REPORT THRU
023342                 9182-BANK-ONE-REPORT-EXIT
023343     END-IF.
023344     IF NOT DL1-RunIsBlocked AND DL1-Work-Count > ZERO
023345         MOVE "alert1.txt" TO DL1-Gen-Source-Name
023346         MOVE "ALERT1" TO DL1-Gen-Report-Id
023347         PERFORM 9182-BANK-ONE-REPORT THRU
023348                 9182-BANK-ONE-REPORT-EXIT
023349     END-IF.
023350 9180-BANK-REPORT-GENERATIONS-EXIT.
023351     EXIT.
023352
023353*-----------------------------------------------------------------
023354* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
023355* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
023356* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
023357* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
023358* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
023359*-----------------------------------------------------------------
023360 9182-BANK-ONE-REPORT.
023361     MOVE ZERO TO DL1-Gen-Number.
023362     MOVE "N" TO DL1-Gen-Index-EOF.
023363     OPEN INPUT ReportIndexFile.
023364     PERFORM 9184-SCAN-ONE-INDEX THRU 9184-SCAN-ONE-INDEX-EXIT
023365         UNTIL DL1-EndOfReportIndex.
023366     CLOSE ReportIndexFile.
023367     IF DL1-Gen-Number = 999
023368         DISPLAY "*** " DL1-Gen-Report-Id " ALREADY HOLDS 999 "
023369                 "GENERATIONS FOR " DL1-Gen-Run-Date
023370                 " - NOT BANKED ***"
023371         GO TO 9182-BANK-ONE-REPORT-EXIT
023372     END-IF.
023373     ADD 1 TO DL1-Gen-Number.
023374     MOVE ZERO TO DL1-Gen-Line-Count.
023375     MOVE "N" TO DL1-Gen-Source-EOF.
023376     OPEN INPUT GenSourceFile.
023377     OPEN EXTEND ReportGenFile.
023378     PERFORM 9186-BANK-ONE-LINE THRU 9186-BANK-ONE-LINE-EXIT
023379         UNTIL DL1-EndOfGenSource.
023380     CLOSE GenSourceFile.
023381     CLOSE ReportGenFile.
023382     MOVE SPACES TO ReportIndexRecord.
023383     MOVE DL1-Gen-Report-Id TO ReportIndexReportId.
023384     MOVE DL1-Gen-Run-Date TO ReportIndexRunDate.
023385     MOVE DL1-Gen-Number TO ReportIndexGeneration.
023386     MOVE "DAY1    " TO ReportIndexProgram.
023387     MOVE DL1-Gen-Feed-File TO ReportIndexFeedFile.
023388     MOVE DL1-Gen-Line-Count TO ReportIndexLineCount.
023389     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
023390     ACCEPT ReportIndexBankTime FROM TIME.
023391     OPEN EXTEND ReportIndexFile.
023392     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
023393     CLOSE ReportIndexFile.
023394     ADD 1 TO DL1-Gen-Banked-Count.
023395 9182-BANK-ONE-REPORT-EXIT.
023396     EXIT.
023397
023398 9184-SCAN-ONE-INDEX.
023399     READ ReportIndexFile INTO ReportIndexRecord
023400         AT END MOVE "Y" TO DL1-Gen-Index-EOF
023401         NOT AT END
023402             IF ReportIndexReportId = DL1-Gen-Report-Id
023403                     AND ReportIndexRunDate = DL1-Gen-Run-Date
023404                     AND ReportIndexGeneration > DL1-Gen-Number
023405                 MOVE ReportIndexGeneration TO DL1-Gen-Number
023406             END-IF
023407     END-READ.
023408 9184-SCAN-ONE-INDEX-EXIT.
023409     EXIT.
023410
023411 9186-BANK-ONE-LINE.
023412     READ GenSourceFile
023413         AT END MOVE "Y" TO DL1-Gen-Source-EOF
023414         NOT AT END
023415             ADD 1 TO DL1-Gen-Line-Count
023416             MOVE DL1-Gen-Report-Id TO ReportGenReportId
023417             MOVE DL1-Gen-Run-Date TO ReportGenRunDate
023418             MOVE DL1-Gen-Number TO ReportGenGeneration
023419             MOVE DL1-Gen-Line-Count TO ReportGenLineNumber
023420             MOVE GenSourceRecord TO ReportGenLineText
023421             WRITE ReportGenFileRecord FROM ReportGenRecord
023422     END-READ.
023423 9186-BANK-ONE-LINE-EXIT.
023424     EXIT.
023425
023426*-----------------------------------------------------------------
023427* RELEASE-FILE-LOCKS - EMPTY BOTH TOKEN FILES NOW THAT EVERY
023428* SHARED-FILE UPDATE IS ON DISK.
023429*-----------------------------------------------------------------
023430 9190-RELEASE-FILE-LOCKS.
023431     OPEN OUTPUT SuspLockFile.
023432     CLOSE SuspLockFile.
023433     OPEN OUTPUT RegLockFile.
023434     CLOSE RegLockFile.
023435 9190-RELEASE-FILE-LOCKS-EXIT.
023436     EXIT.
023437
023438 9999-COMPLETE.
023439     CLOSE BatchOwnerFile.
023440     IF DL1-ReportFileIsOpen
023441         CLOSE ReportFile
023442     END-IF.
023443     IF DL1-ExceptFileIsOpen
023444         CLOSE ExceptionFile
023445     ELSE
023446         IF NOT DL1-RunIsBlocked
023447             OPEN OUTPUT ExceptionFile
023448             CLOSE ExceptionFile
023449         END-IF
023450     END-IF.
023451     DISPLAY "ACTUAL RECORD COUNT ...... "
023452             DL1-Actual-Record-Count.
023453     DISPLAY "EXPECTED RECORD COUNT .... "
023454             DL1-Expected-Record-Count.
023455     DISPLAY "ACTUAL CONTROL TOTAL ..... "
023456             DL1-Actual-Control-Total.
023460     DISPLAY "EXPECTED CONTROL TOTAL ... "
023470             DL1-Expected-Control-Total.
023480     IF DL1-Reinjected-Count > ZERO
023870         DISPLAY "RUN STATISTICS APPENDED TO RUNHIST1.TXT"
023880     END-IF.
023890     DISPLAY "RUN LOG APPENDED TO RUNLOG1.TXT".
023892     IF DL1-DistWasReleased
023894         DISPLAY "DISTRIBUTION FEED WRITTEN TO DISTOUT1.TXT - "
023896                 DL1-Dist-Released-Count " BATCHES"
023898     END-IF.
023899     IF NOT DL1-RunIsBlocked AND DL1-Work-Count > ZERO
023900         DISPLAY "RATION-STANDARD ALERTS WRITTEN TO ALERT1.TXT - "
023901                 DL1-Alert-Count " BATCH(ES), "
023902                 DL1-Alert-Double-Count " DOUBLE"
023903         DISPLAY "BATCHES NOT CHECKED (NO SECTION STANDARD) "
023904                 DL1-Alert-Unchecked-Count
023905         DISPLAY "CATEGORY MINIMUMS NOT CHECKED (NO ITEM DETAIL) "
023906                 DL1-Alert-CatSkip-Count
023907     END-IF.
023908     IF DL1-Hist-Skipped-Count > ZERO
023909         DISPLAY "BATCHES NOT BANKED AGAIN ON BATHIST1.TXT (FILE "
023910                 "ALREADY COMPLETE FOR ITS RUN DATE) - "
023911                 DL1-Hist-Skipped-Count
023912     END-IF.
023913     IF DL1-Gen-Banked-Count > ZERO
023914         DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
023915                 DL1-Gen-Banked-Count
023916     END-IF.
023917     IF DL1-RunIsBlocked
023918         DISPLAY "*** RUN WAS BLOCKED BY THE PROCESSED-FEED "
023920                 "REGISTER - NOTHING PROCESSED ***"
023930     END-IF.
023940     IF DayOneTopRankCount >= 1
