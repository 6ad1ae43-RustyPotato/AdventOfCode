000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRAILVFY.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - INDEPENDENT RE-VERIFICATION OF THE
000120*                 DAY2 PER-ROUND AUDIT TRAIL (DETAIL1.TXT)
000130*                 AGAINST THE SETTLEMENT EXTRACT (COPYBOOK
000140*                 SETLREC) FOR ONE RUN DATE.  EVERY ROUND'S SCORE
000150*                 IS RE-DERIVED FROM ITS TWO MOVE LETTERS UNDER
000160*                 THE LITERAL-MOVE RULES, EVERY RUNNING TOTAL
000170*                 MUST FOLLOW FROM THE ONE BEFORE, AND THE FINAL
000180*                 TOTAL AND ROUND COUNT MUST EQUAL THE EXTRACT'S
000190*                 SETTLEMENTGRANDTOTAL AND SETTLEMENTROUNDCOUNT.
000200*                 A CHECKPOINT-RESTARTED RUN'S TRAIL (OPENED
000210*                 EXTEND, SO THE ROUNDS SINCE THE LAST CHECKPOINT
000220*                 APPEAR TWICE) IS RECOGNISED AT THE RESTART SEAM
000226*                 AND THE SUPERSEDED LINES SET ASIDE.  DETAIL1.TXT
000232*                 ONLY EVER HOLDS THE LATEST DAY2 RUN'S TRAIL, SO
000238*                 AN EXTRACT A LATER RUN HAS SUPERSEDED IS
000244*                 REPORTED AS NO LONGER ON FILE, NOT VERIFIED.
000250*                 PRINTS A CERTIFICATE OR A BREAK REPORT NAMING
000256*                 THE FIRST BAD ROUND, AND APPENDS A RUN-LOG
000262*                 RECORD SO DAYDRIVR CAN GATE ON THE VERDICT.
000264*                 THE REPORT IS BANKED AS A DATED GENERATION
000266*                 (COPYBOOK RPTGEN) FOR THE RPTREPRT REPRINT
000268*                 PROGRAM.
000273*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL DetailFile ASSIGN TO "detail1.txt"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT OPTIONAL SettlementFile ASSIGN TO "settle1.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT VerifyReportFile ASSIGN TO "trlvfy1.txt"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000381     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000382             VFY-Gen-Source-Name
000383         ORGANIZATION IS LINE SEQUENTIAL.
000384     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000385         ORGANIZATION IS LINE SEQUENTIAL.
000386     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000387         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DetailFile.
000430 01  DetailFileRecord        PIC X(22).
000440
000450 FD  SettlementFile.
000460 01  SettlementFileRecord    PIC X(51).
000470
000480 FD  VerifyReportFile.
000490 01  VerifyReportRecord      PIC X(80).
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
000560* SETTLEMENT EXTRACT LAYOUT, SHARED WITH DAY2 AND SETLMTCH.
000570*-----------------------------------------------------------------
000580 COPY SETLREC.
000590
000600*-----------------------------------------------------------------
000610* COMMON RUN-LOG RECORD LAYOUT - THIS RUN APPENDS ITS OWN
000620* RECORD FOR THE DAYDRIVR CHAIN DRIVER.
000630*-----------------------------------------------------------------
000640 COPY RUNLOG.
000650
000660*-----------------------------------------------------------------
000670* ONE DAY2 AUDIT-TRAIL LINE AS WRITTEN BY 3300-WRITE-DETAIL, READ
000680* AS CHARACTERS SO A MANGLED SCORE OR TOTAL IS CAUGHT HERE
000690* INSTEAD OF ABENDING THE RUN.
000700*-----------------------------------------------------------------
000710 01  VFY-DetailLine.
000720     05  VFY-Det-Their       PIC X(01).
000730     05  FILLER              PIC X(03).
000740     05  VFY-Det-Mine        PIC X(01).
000750     05  FILLER              PIC X(03).
000760     05  VFY-Det-Score       PIC X(02).
000770     05  FILLER              PIC X(03).
000780     05  VFY-Det-Total       PIC X(09).
000790
000800 01  VFY-Score-Work          PIC X(02) VALUE SPACES.
000810 01  VFY-Score-Num REDEFINES VFY-Score-Work
000820                             PIC 9(02).
000830 01  VFY-Total-Work          PIC X(09) VALUE SPACES.
000840 01  VFY-Total-Num REDEFINES VFY-Total-Work
000850                             PIC 9(09).
000860
000870*-----------------------------------------------------------------
000880* THE VERIFIED ROUNDS, IN LOGICAL ROUND ORDER.  AT A RESTART SEAM
000890* THE COUNT IS WOUND BACK TO THE CHECKPOINTED ROUND AND THE
000900* RESCORED ROUNDS OVERLAY THE SUPERSEDED ONES.
000910*-----------------------------------------------------------------
000920 01  VFY-Round-Count         PIC 9(05) VALUE ZERO COMP.
000930 01  VFY-TrailTable.
000940     05  VFY-TrailEntry OCCURS 20000 TIMES.
000950         10  VFY-Trail-Their      PIC X(01).
000960         10  VFY-Trail-Mine       PIC X(01).
000970         10  VFY-Trail-Total      PIC 9(09).
000980 01  VFY-Seam-Idx            PIC S9(05) VALUE ZERO COMP.
000990 01  VFY-Seam-Found-Idx      PIC 9(05) VALUE ZERO COMP.
001000
001010 01  VFY-RunDateCard         PIC X(08) VALUE SPACES.
001020 01  VFY-RunDate             PIC X(08) VALUE SPACES.
001030 01  VFY-Settle-EOF          PIC X(01) VALUE "N".
001040     88  VFY-EndOfSettlements        VALUE "Y".
001050 01  VFY-Settle-Found-Switch PIC X(01) VALUE "N".
001060     88  VFY-SettlementWasFound      VALUE "Y".
001070 01  VFY-MatchedSettlement   PIC X(51) VALUE SPACES.
001071 01  VFY-Settle-Count        PIC 9(05) VALUE ZERO COMP.
001072 01  VFY-Matched-Seq         PIC 9(05) VALUE ZERO COMP.
001073
001074*-----------------------------------------------------------------
001075* THE LAST DAY2 RUN ON THE RUN LOG THAT WROTE A TRAIL - A BLOCKED
001076* RUN SCORES NOTHING AND A SIMULATION RUN LOGS NOTHING.  DETAIL1
001077* IS THAT RUN'S TRAIL AND NO OTHER'S.
001078*-----------------------------------------------------------------
001079 01  VFY-RunLog-EOF          PIC X(01) VALUE "N".
001080     88  VFY-EndOfRunLog             VALUE "Y".
001081 01  VFY-Last-Day2-Switch    PIC X(01) VALUE "N".
001082     88  VFY-Day2RunWasFound         VALUE "Y".
001083 01  VFY-Last-Day2-Date      PIC X(08) VALUE SPACES.
001084 01  VFY-Last-Day2-Rounds    PIC 9(07) VALUE ZERO.
001085 01  VFY-Stale-Switch        PIC X(01) VALUE "N".
001086     88  VFY-TrailIsStale            VALUE "Y".
001087
001090 01  VFY-Trail-EOF           PIC X(01) VALUE "N".
001100     88  VFY-EndOfTrail              VALUE "Y".
001110 01  VFY-Lines-Read          PIC 9(07) VALUE ZERO COMP.
001120 01  VFY-Seam-Count          PIC 9(05) VALUE ZERO COMP.
001130 01  VFY-Superseded-Count    PIC 9(07) VALUE ZERO COMP.
001140 01  VFY-Prior-Total         PIC 9(09) VALUE ZERO.
001150 01  VFY-Final-Total         PIC 9(09) VALUE ZERO.
001160 01  VFY-Exp-Score           PIC 9(02) VALUE ZERO.
001170
001180 01  VFY-Chain-Switch        PIC X(01) VALUE "Y".
001190     88  VFY-ChainIsIntact           VALUE "Y".
001200 01  VFY-Totals-Switch       PIC X(01) VALUE "N".
001210     88  VFY-TotalsAgree             VALUE "Y".
001220 01  VFY-Break-Switch        PIC X(01) VALUE "N".
001230     88  VFY-BreakWasFound           VALUE "Y".
001240 01  VFY-Break-Reason        PIC X(60) VALUE SPACES.
001250
001260 01  VFY-HeadingLine.
001270     05  FILLER              PIC X(40)
001280             VALUE "DAY2 AUDIT TRAIL VERIFICATION - RUN DATE".
001290     05  FILLER              PIC X(01) VALUE SPACE.
001300     05  HeadRunDate         PIC X(08).
001310     05  FILLER              PIC X(31) VALUE SPACES.
001320
001330 01  VFY-ValueLine.
001340     05  ValueLabel          PIC X(44).
001350     05  ValueAmount         PIC ZZZZZZZZZZ9.
001360     05  FILLER              PIC X(25).
001370
001380 01  VFY-StatusLine.
001390     05  FILLER              PIC X(44)
001400             VALUE "SETTLEMENT STATUS CODE".
001410     05  FILLER              PIC X(03) VALUE SPACES.
001420     05  StatusCode          PIC X(08).
001430     05  FILLER              PIC X(25) VALUE SPACES.
001440
001450 01  VFY-CertifiedLine.
001460     05  FILLER              PIC X(40)
001470             VALUE "*** CERTIFIED - EVERY ROUND RE-DERIVED A".
001480     05  FILLER              PIC X(40)
001490             VALUE "ND THE TRAIL AGREES WITH SETTLEMENT *** ".
001500
001510 01  VFY-BreakHeadLine.
001520     05  FILLER              PIC X(40)
001530             VALUE "*** VERIFICATION BREAK - FIRST BAD ROUND".
001540     05  FILLER              PIC X(40)
001550             VALUE " FOLLOWS - SETTLEMENT NOT CERTIFIED *** ".
001560
001570 01  VFY-BreakColumns.
001580     05  FILLER              PIC X(40)
001590             VALUE "   LINE    ROUND  MOVES  REC-SCR  EXP-SC".
001600     05  FILLER              PIC X(40)
001610             VALUE "R   REC-TOTAL   EXP-TOTAL               ".
001620
001630 01  VFY-BreakLine.
001640     05  BrkLine             PIC ZZZZZZ9.
001650     05  FILLER              PIC X(02).
001660     05  BrkRound            PIC ZZZZZZ9.
001670     05  FILLER              PIC X(02).
001680     05  BrkTheir            PIC X(01).
001690     05  FILLER              PIC X(01).
001700     05  BrkMine             PIC X(01).
001710     05  FILLER              PIC X(04).
001720     05  BrkRecScore         PIC ZZZZZZ9.
001730     05  FILLER              PIC X(02).
001740     05  BrkExpScore         PIC ZZZZZZ9.
001750     05  FILLER              PIC X(02).
001760     05  BrkRecTotal         PIC ZZZZZZZZZ9.
001770     05  FILLER              PIC X(02).
001780     05  BrkExpTotal         PIC ZZZZZZZZZ9.
001790     05  FILLER              PIC X(15).
001800
001810 01  VFY-ReasonLine.
001820     05  FILLER              PIC X(08) VALUE "REASON: ".
001830     05  ReasonText          PIC X(60).
001840     05  FILLER              PIC X(12) VALUE SPACES.
001841
001842 01  VFY-StaleLine.
001843     05  FILLER              PIC X(10) VALUE "TRAIL FOR ".
001844     05  StaleRunDate        PIC X(08).
001845     05  FILLER              PIC X(40)
001846             VALUE " NO LONGER ON FILE - NOT VERIFIED".
001847     05  FILLER              PIC X(22) VALUE SPACES.
001850
001851*-----------------------------------------------------------------
001852* REPORT GENERATIONS (COPYBOOK RPTGEN) - THE REPORT THE RUN
001853* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001854* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001855* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001856*-----------------------------------------------------------------
001857 COPY RPTGEN.
001858
001859 01  VFY-Gen-Source-Name      PIC X(40) VALUE SPACES.
001860 01  VFY-Gen-Report-Id        PIC X(10) VALUE SPACES.
001861 01  VFY-Gen-Run-Date         PIC X(08) VALUE SPACES.
001862 01  VFY-Gen-Feed-File        PIC X(40) VALUE SPACES.
001863 01  VFY-Gen-Number           PIC 9(03) VALUE ZERO.
001864 01  VFY-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001865 01  VFY-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001866 01  VFY-Gen-Index-EOF        PIC X(01) VALUE "N".
001867     88  VFY-EndOfReportIndex         VALUE "Y".
001868 01  VFY-Gen-Source-EOF       PIC X(01) VALUE "N".
001869     88  VFY-EndOfGenSource           VALUE "Y".
001870
001871 PROCEDURE DIVISION.
001872 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-VERIFY-ONE-LINE THRU 2000-VERIFY-ONE-LINE-EXIT
001900         UNTIL VFY-EndOfTrail OR VFY-BreakWasFound.
001910     CLOSE DetailFile.
001920     PERFORM 3000-CHECK-SETTLEMENT THRU
001930             3000-CHECK-SETTLEMENT-EXIT.
001940     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT.
001950     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
001953     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001956             9200-BANK-REPORT-GENERATIONS-EXIT.
001960     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001970
001980*-----------------------------------------------------------------
001990* INITIALIZE - TAKE THE RUN-DATE CARD AND PICK UP THAT DATE'S
002000* SETTLEMENT EXTRACT.  THE EXTRACT FILE ACCUMULATES, AND AN
002010* OVERRIDDEN RERUN APPENDS A SECOND RECORD FOR THE SAME DATE,
002020* SO THE LAST ONE ON FILE IS THE ONE THE CURRENT TRAIL BELONGS
002030* TO.  A BLANK CARD TAKES THE LAST EXTRACT ON FILE.
002032* DAY2 REWRITES DETAIL1.TXT ON EVERY RUN, SO THE TRAIL CAN ONLY
002034* BE VERIFIED AGAINST THE LAST EXTRACT ON FILE, AND ONLY IF NO
002036* LATER DAY2 RUN HAS REPLACED IT SINCE - SEE 1020.  OTHERWISE THE
002038* TRAIL IS STALE AND IS NOT READ AT ALL.
002040*-----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     DISPLAY "ENTER RUN DATE TO VERIFY (YYYYMMDD, BLANK = LAST "
002070             "EXTRACT ON FILE) -".
002080     ACCEPT VFY-RunDateCard FROM SYSIN.
002090     MOVE VFY-RunDateCard TO VFY-RunDate.
002100     OPEN INPUT SettlementFile.
002110     PERFORM 1010-READ-ONE-SETTLEMENT THRU
002120             1010-READ-ONE-SETTLEMENT-EXIT
002130         UNTIL VFY-EndOfSettlements.
002140     CLOSE SettlementFile.
002150     IF VFY-SettlementWasFound
002160         MOVE VFY-MatchedSettlement TO SettlementRecord
002170     ELSE
002180         MOVE SPACES TO SettlementRecord
002190         MOVE ZERO TO SettlementRoundCount
002200         MOVE ZERO TO SettlementGrandTotal
002210     END-IF.
002211     IF VFY-SettlementWasFound
002212             AND VFY-Matched-Seq NOT = VFY-Settle-Count
002213         MOVE "Y" TO VFY-Stale-Switch
002214     END-IF.
002215     IF VFY-SettlementWasFound AND NOT VFY-TrailIsStale
002216         OPEN INPUT RunLogFile
002217         PERFORM 1020-READ-ONE-RUN-LOG THRU
002218                 1020-READ-ONE-RUN-LOG-EXIT
002219             UNTIL VFY-EndOfRunLog
002220         CLOSE RunLogFile
002221         IF VFY-Day2RunWasFound
002222                 AND (VFY-Last-Day2-Date NOT = SettlementRunDate
002223                  OR VFY-Last-Day2-Rounds NOT =
002224                         SettlementRoundCount)
002225             MOVE "Y" TO VFY-Stale-Switch
002226         END-IF
002227     END-IF.
002228     IF VFY-TrailIsStale
002229         MOVE "Y" TO VFY-Trail-EOF
002230     END-IF.
002231     OPEN INPUT DetailFile.
002232 1000-INITIALIZE-EXIT.
002240     EXIT.
002250
002260 1010-READ-ONE-SETTLEMENT.
002270     READ SettlementFile INTO SettlementRecord
002280         AT END MOVE "Y" TO VFY-Settle-EOF
002290         NOT AT END
002295             ADD 1 TO VFY-Settle-Count
002300             IF VFY-RunDateCard = SPACES
002310                     OR SettlementRunDate = VFY-RunDateCard
002320                 MOVE SettlementRecord TO VFY-MatchedSettlement
002330                 MOVE SettlementRunDate TO VFY-RunDate
002340                 MOVE "Y" TO VFY-Settle-Found-Switch
002345                 MOVE VFY-Settle-Count TO VFY-Matched-Seq
002350             END-IF
002360     END-READ.
002370 1010-READ-ONE-SETTLEMENT-EXIT.
002380     EXIT.
002381
002382*-----------------------------------------------------------------
002383* READ-ONE-RUN-LOG - KEEP THE RUN DATE AND ROUND COUNT OF THE LAST
002384* DAY2 RUN THAT WROTE A TRAIL.  THE RUN THAT WROTE THE EXTRACT
002385* LOGS THE SAME DATE AND ROUND COUNT; ANY OTHER LAST RUN MEANS
002386* DETAIL1.TXT HAS SINCE BEEN REWRITTEN.
002387*-----------------------------------------------------------------
002388 1020-READ-ONE-RUN-LOG.
002389     READ RunLogFile INTO RunLogRecord
002390         AT END MOVE "Y" TO VFY-RunLog-EOF
002391         NOT AT END
002392             IF RunLogProgramName = "DAY2    "
002393                     AND RunLogDisposition NOT = "BLOCKED "
002394                 MOVE RunLogRunDate TO VFY-Last-Day2-Date
002395                 MOVE RunLogRecordsProcessed TO
002396                         VFY-Last-Day2-Rounds
002397                 MOVE "Y" TO VFY-Last-Day2-Switch
002398             END-IF
002399     END-READ.
002400 1020-READ-ONE-RUN-LOG-EXIT.
002401     EXIT.
002402
002403*-----------------------------------------------------------------
002410* VERIFY-ONE-LINE - ONE TRAIL LINE: THE MOVE LETTERS MUST BE
002420* VALID, THE RECORDED SCORE MUST BE WHAT THE LETTERS EARN, AND
002430* THE RUNNING TOTAL MUST BE THE PRIOR ROUND'S TOTAL PLUS THAT
002440* SCORE.  A TOTAL THAT INSTEAD FOLLOWS FROM AN EARLIER ROUND,
002450* ON THE SAME MOVES THAT ROUND WAS FOLLOWED BY, IS A RESTART
002460* SEAM - SEE 2040.  ANYTHING ELSE IS THE FIRST BAD ROUND.
002470*-----------------------------------------------------------------
002480 2000-VERIFY-ONE-LINE.
002490     READ DetailFile INTO VFY-DetailLine
002500         AT END
002510             MOVE "Y" TO VFY-Trail-EOF
002520             GO TO 2000-VERIFY-ONE-LINE-EXIT
002530     END-READ.
002540     ADD 1 TO VFY-Lines-Read.
002550     IF VFY-Round-Count = ZERO
002560         MOVE ZERO TO VFY-Prior-Total
002570     ELSE
002580         MOVE VFY-Trail-Total(VFY-Round-Count) TO
002590                 VFY-Prior-Total
002600     END-IF.
002610     IF (VFY-Det-Their NOT = "A" AND NOT = "B" AND NOT = "C")
002620             OR (VFY-Det-Mine NOT = "X" AND NOT = "Y"
002630                 AND NOT = "Z")
002640         MOVE "MOVE LETTERS OUTSIDE A/B/C AND X/Y/Z" TO
002650                 VFY-Break-Reason
002660         PERFORM 2090-NOTE-BREAK THRU 2090-NOTE-BREAK-EXIT
002670         GO TO 2000-VERIFY-ONE-LINE-EXIT
002680     END-IF.
002690     PERFORM 2020-SCORE-ROUND THRU 2020-SCORE-ROUND-EXIT.
002700     MOVE VFY-Det-Score TO VFY-Score-Work.
002710     INSPECT VFY-Score-Work REPLACING LEADING SPACES BY ZEROS.
002720     MOVE VFY-Det-Total TO VFY-Total-Work.
002730     INSPECT VFY-Total-Work REPLACING LEADING SPACES BY ZEROS.
002740     IF VFY-Score-Work NOT NUMERIC OR VFY-Total-Work NOT NUMERIC
002750         MOVE "RECORDED SCORE OR RUNNING TOTAL IS UNREADABLE" TO
002760                 VFY-Break-Reason
002770         PERFORM 2090-NOTE-BREAK THRU 2090-NOTE-BREAK-EXIT
002780         GO TO 2000-VERIFY-ONE-LINE-EXIT
002790     END-IF.
002800     IF VFY-Score-Num NOT = VFY-Exp-Score
002810         MOVE "RECORDED SCORE IS NOT WHAT THE MOVES EARN" TO
002820                 VFY-Break-Reason
002830         PERFORM 2090-NOTE-BREAK THRU 2090-NOTE-BREAK-EXIT
002840         GO TO 2000-VERIFY-ONE-LINE-EXIT
002850     END-IF.
002860     IF VFY-Round-Count >= 20000
002870         MOVE "TRAIL EXCEEDS 20000 ROUNDS - CANNOT BE VERIFIED"
002880                 TO VFY-Break-Reason
002890         PERFORM 2090-NOTE-BREAK THRU 2090-NOTE-BREAK-EXIT
002900         GO TO 2000-VERIFY-ONE-LINE-EXIT
002910     END-IF.
002920     IF VFY-Prior-Total + VFY-Exp-Score = VFY-Total-Num
002930         PERFORM 2030-APPEND-ROUND THRU 2030-APPEND-ROUND-EXIT
002940         GO TO 2000-VERIFY-ONE-LINE-EXIT
002950     END-IF.
002960     PERFORM 2040-FIND-RESTART-SEAM THRU
002970             2040-FIND-RESTART-SEAM-EXIT.
002980     IF VFY-Seam-Found-Idx = ZERO
002990         MOVE "RUNNING TOTAL DOES NOT FOLLOW FROM THE PRIOR ROUND"
003000                 TO VFY-Break-Reason
003010         PERFORM 2090-NOTE-BREAK THRU 2090-NOTE-BREAK-EXIT
003020         GO TO 2000-VERIFY-ONE-LINE-EXIT
003030     END-IF.
003040     ADD 1 TO VFY-Seam-Count.
003050     COMPUTE VFY-Superseded-Count = VFY-Superseded-Count
003060         + VFY-Round-Count - VFY-Seam-Found-Idx.
003070     DISPLAY "RESTART SEAM AT TRAIL LINE " VFY-Lines-Read
003080             " - RESUMES AFTER ROUND " VFY-Seam-Found-Idx.
003090     MOVE VFY-Seam-Found-Idx TO VFY-Round-Count.
003100     PERFORM 2030-APPEND-ROUND THRU 2030-APPEND-ROUND-EXIT.
003110 2000-VERIFY-ONE-LINE-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150* SCORE-ROUND - THE LITERAL-MOVE RULES, RE-STATED HERE RATHER
003160* THAN BORROWED FROM DAY2: SHAPE POINTS X=1 Y=2 Z=3, PLUS 3 FOR
003170* A DRAW AND 6 FOR A WIN.
003180*-----------------------------------------------------------------
003190 2020-SCORE-ROUND.
003200     MOVE ZERO TO VFY-Exp-Score.
003210     IF VFY-Det-Mine = "X"
003220         ADD 1 TO VFY-Exp-Score
003230     END-IF.
003240     IF VFY-Det-Mine = "Y"
003250         ADD 2 TO VFY-Exp-Score
003260     END-IF.
003270     IF VFY-Det-Mine = "Z"
003280         ADD 3 TO VFY-Exp-Score
003290     END-IF.
003300     IF (VFY-Det-Their = "A" AND VFY-Det-Mine = "X") OR
003310        (VFY-Det-Their = "B" AND VFY-Det-Mine = "Y") OR
003320        (VFY-Det-Their = "C" AND VFY-Det-Mine = "Z")
003330         ADD 3 TO VFY-Exp-Score
003340     END-IF.
003350     IF (VFY-Det-Their = "A" AND VFY-Det-Mine = "Y") OR
003360        (VFY-Det-Their = "B" AND VFY-Det-Mine = "Z") OR
003370        (VFY-Det-Their = "C" AND VFY-Det-Mine = "X")
003380         ADD 6 TO VFY-Exp-Score
003390     END-IF.
003400 2020-SCORE-ROUND-EXIT.
003410     EXIT.
003420
003430 2030-APPEND-ROUND.
003440     ADD 1 TO VFY-Round-Count.
003450     MOVE VFY-Det-Their TO VFY-Trail-Their(VFY-Round-Count).
003460     MOVE VFY-Det-Mine TO VFY-Trail-Mine(VFY-Round-Count).
003470     MOVE VFY-Total-Num TO VFY-Trail-Total(VFY-Round-Count).
003480 2030-APPEND-ROUND-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* FIND-RESTART-SEAM - A RESUMED DAY2 RUN REOPENS THE TRAIL
003530* EXTEND AND RESCORES FROM THE LAST CHECKPOINT, SO THE ROUNDS
003540* WRITTEN BETWEEN THAT CHECKPOINT AND THE ABEND ARE FOLLOWED BY
003550* THE SAME ROUNDS AGAIN.  LOOK BACK (NEWEST FIRST) FOR THE ROUND
003560* WHOSE TOTAL THIS LINE BUILDS ON, AND ACCEPT IT ONLY WHEN THE
003570* ROUND THAT FOLLOWED IT CARRIED THE SAME MOVES AS THIS LINE -
003580* THE RESCORED ROUND MUST BE THE SAME FEED ROW.
003590*-----------------------------------------------------------------
003600 2040-FIND-RESTART-SEAM.
003610     MOVE ZERO TO VFY-Seam-Found-Idx.
003620     COMPUTE VFY-Seam-Idx = VFY-Round-Count - 1.
003630     PERFORM 2045-CHECK-ONE-SEAM THRU 2045-CHECK-ONE-SEAM-EXIT
003640         UNTIL VFY-Seam-Idx < 1
003650            OR VFY-Seam-Found-Idx NOT = ZERO.
003660 2040-FIND-RESTART-SEAM-EXIT.
003670     EXIT.
003680
003690 2045-CHECK-ONE-SEAM.
003700     IF VFY-Trail-Total(VFY-Seam-Idx) + VFY-Exp-Score =
003710             VFY-Total-Num
003720             AND VFY-Trail-Their(VFY-Seam-Idx + 1) =
003730                 VFY-Det-Their
003740             AND VFY-Trail-Mine(VFY-Seam-Idx + 1) =
003750                 VFY-Det-Mine
003760         MOVE VFY-Seam-Idx TO VFY-Seam-Found-Idx
003770     ELSE
003780         SUBTRACT 1 FROM VFY-Seam-Idx
003790     END-IF.
003800 2045-CHECK-ONE-SEAM-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------------
003840* NOTE-BREAK - CAPTURE THE FIRST BAD ROUND FOR THE BREAK REPORT.
003850* VERIFICATION STOPS HERE - EVERYTHING AFTER A BROKEN CHAIN IS
003860* SUSPECT.
003870*-----------------------------------------------------------------
003880 2090-NOTE-BREAK.
003890     MOVE "Y" TO VFY-Break-Switch.
003900     MOVE "N" TO VFY-Chain-Switch.
003910     MOVE SPACES TO VFY-BreakLine.
003920     MOVE VFY-Lines-Read TO BrkLine.
003930     COMPUTE BrkRound = VFY-Round-Count + 1.
003940     MOVE VFY-Det-Their TO BrkTheir.
003950     MOVE VFY-Det-Mine TO BrkMine.
003960     MOVE VFY-Det-Score TO VFY-Score-Work.
003970     INSPECT VFY-Score-Work REPLACING LEADING SPACES BY ZEROS.
003980     IF VFY-Score-Work NUMERIC
003990         MOVE VFY-Score-Num TO BrkRecScore
004000     END-IF.
004010     MOVE VFY-Det-Total TO VFY-Total-Work.
004020     INSPECT VFY-Total-Work REPLACING LEADING SPACES BY ZEROS.
004030     IF VFY-Total-Work NUMERIC
004040         MOVE VFY-Total-Num TO BrkRecTotal
004050     END-IF.
004060     MOVE VFY-Exp-Score TO BrkExpScore.
004070     COMPUTE BrkExpTotal = VFY-Prior-Total + VFY-Exp-Score.
004080 2090-NOTE-BREAK-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------------
004120* CHECK-SETTLEMENT - WITH THE CHAIN INTACT, THE VERIFIED ROUND
004130* COUNT AND FINAL RUNNING TOTAL MUST EQUAL THE EXTRACT'S.  A
004140* MISMATCH IS REPORTED AGAINST THE LAST VERIFIED ROUND.
004150*-----------------------------------------------------------------
004160 3000-CHECK-SETTLEMENT.
004170     IF VFY-Round-Count > ZERO
004180         MOVE VFY-Trail-Total(VFY-Round-Count) TO
004190                 VFY-Final-Total
004200     END-IF.
004210     IF VFY-BreakWasFound OR VFY-TrailIsStale
004220         GO TO 3000-CHECK-SETTLEMENT-EXIT
004230     END-IF.
004240     IF NOT VFY-SettlementWasFound
004250         MOVE "NO SETTLEMENT EXTRACT ON FILE FOR THE RUN DATE" TO
004260                 VFY-Break-Reason
004270         PERFORM 3010-NOTE-FINAL-BREAK THRU
004280                 3010-NOTE-FINAL-BREAK-EXIT
004290         GO TO 3000-CHECK-SETTLEMENT-EXIT
004300     END-IF.
004310     IF VFY-Round-Count NOT = SettlementRoundCount
004320         MOVE "ROUND COUNT DOES NOT EQUAL SETTLEMENTROUNDCOUNT" TO
004330                 VFY-Break-Reason
004340         PERFORM 3010-NOTE-FINAL-BREAK THRU
004350                 3010-NOTE-FINAL-BREAK-EXIT
004360         GO TO 3000-CHECK-SETTLEMENT-EXIT
004370     END-IF.
004380     IF VFY-Final-Total NOT = SettlementGrandTotal
004390         MOVE "FINAL TOTAL DOES NOT EQUAL SETTLEMENTGRANDTOTAL" TO
004400                 VFY-Break-Reason
004410         PERFORM 3010-NOTE-FINAL-BREAK THRU
004420                 3010-NOTE-FINAL-BREAK-EXIT
004430         GO TO 3000-CHECK-SETTLEMENT-EXIT
004440     END-IF.
004450     MOVE "Y" TO VFY-Totals-Switch.
004460 3000-CHECK-SETTLEMENT-EXIT.
004470     EXIT.
004480
004490 3010-NOTE-FINAL-BREAK.
004500     MOVE "Y" TO VFY-Break-Switch.
004510     MOVE SPACES TO VFY-BreakLine.
004520     MOVE VFY-Lines-Read TO BrkLine.
004530     MOVE VFY-Round-Count TO BrkRound.
004540     IF VFY-Round-Count > ZERO
004550         MOVE VFY-Trail-Their(VFY-Round-Count) TO BrkTheir
004560         MOVE VFY-Trail-Mine(VFY-Round-Count) TO BrkMine
004570     END-IF.
004580     MOVE VFY-Final-Total TO BrkRecTotal.
004590     MOVE SettlementGrandTotal TO BrkExpTotal.
004600 3010-NOTE-FINAL-BREAK-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------------
004640* WRITE-REPORT - THE FIGURES, THEN THE CERTIFICATE OR THE BREAK.
004650*-----------------------------------------------------------------
004660 8000-WRITE-REPORT.
004670     OPEN OUTPUT VerifyReportFile.
004680     MOVE VFY-RunDate TO HeadRunDate.
004690     WRITE VerifyReportRecord FROM VFY-HeadingLine.
004691     IF VFY-TrailIsStale
004692         MOVE VFY-RunDate TO StaleRunDate
004693         WRITE VerifyReportRecord FROM VFY-StaleLine
004694         CLOSE VerifyReportFile
004695         GO TO 8000-WRITE-REPORT-EXIT
004696     END-IF.
004700     MOVE SPACES TO VFY-ValueLine.
004710     MOVE "DETAIL TRAIL LINES READ" TO ValueLabel.
004720     MOVE VFY-Lines-Read TO ValueAmount.
004730     WRITE VerifyReportRecord FROM VFY-ValueLine.
004740     MOVE "RESTART SEAMS FOUND (RESUMED RUN)" TO ValueLabel.
004750     MOVE VFY-Seam-Count TO ValueAmount.
004760     WRITE VerifyReportRecord FROM VFY-ValueLine.
004770     MOVE "SUPERSEDED LINES (RESCORED AFTER RESTART)" TO
004780             ValueLabel.
004790     MOVE VFY-Superseded-Count TO ValueAmount.
004800     WRITE VerifyReportRecord FROM VFY-ValueLine.
004810     MOVE "ROUNDS VERIFIED" TO ValueLabel.
004820     MOVE VFY-Round-Count TO ValueAmount.
004830     WRITE VerifyReportRecord FROM VFY-ValueLine.
004840     MOVE "FINAL RUNNING TOTAL" TO ValueLabel.
004850     MOVE VFY-Final-Total TO ValueAmount.
004860     WRITE VerifyReportRecord FROM VFY-ValueLine.
004870     MOVE "SETTLEMENT ROUND COUNT" TO ValueLabel.
004880     MOVE SettlementRoundCount TO ValueAmount.
004890     WRITE VerifyReportRecord FROM VFY-ValueLine.
004900     MOVE "SETTLEMENT GRAND TOTAL" TO ValueLabel.
004910     MOVE SettlementGrandTotal TO ValueAmount.
004920     WRITE VerifyReportRecord FROM VFY-ValueLine.
004930     IF VFY-SettlementWasFound
004940         MOVE SettlementStatusCode TO StatusCode
004950     ELSE
004960         MOVE "NONE    " TO StatusCode
004970     END-IF.
004980     WRITE VerifyReportRecord FROM VFY-StatusLine.
004990     IF VFY-BreakWasFound
005000         WRITE VerifyReportRecord FROM VFY-BreakHeadLine
005010         WRITE VerifyReportRecord FROM VFY-BreakColumns
005020         WRITE VerifyReportRecord FROM VFY-BreakLine
005030         MOVE VFY-Break-Reason TO ReasonText
005040         WRITE VerifyReportRecord FROM VFY-ReasonLine
005050     ELSE
005060         WRITE VerifyReportRecord FROM VFY-CertifiedLine
005070     END-IF.
005080     CLOSE VerifyReportFile.
005090 8000-WRITE-REPORT-EXIT.
005100     EXIT.
005110
005120*-----------------------------------------------------------------
005130* WRITE-RUN-LOG - APPEND THE VERDICT FOR DAYDRIVR.  RECONCILE
005140* CARRIES THE ROUND-BY-ROUND CHAIN CHECK, HEADER WHETHER AN
005150* EXTRACT WAS FOUND FOR THE DATE, TRAILER WHETHER THE ROUND
005160* COUNT AND FINAL TOTAL AGREE WITH IT.
005165* A STALE TRAIL IS LOGGED AS AN EXCEPTION WITH NO EXTRACT MATCHED.
005170*-----------------------------------------------------------------
005180 9100-WRITE-RUN-LOG.
005190     OPEN EXTEND RunLogFile.
005200     MOVE "TRAILVFY" TO RunLogProgramName.
005210     MOVE "STRATEGY  " TO RunLogFeedType.
005220     MOVE VFY-RunDate TO RunLogRunDate.
005230     MOVE VFY-Round-Count TO RunLogRecordsProcessed.
005235     MOVE ZERO TO RunLogAlertCount.
005240     IF VFY-ChainIsIntact AND NOT VFY-TrailIsStale
005250         MOVE "Y" TO RunLogReconcileSwitch
005260     ELSE
005270         MOVE "N" TO RunLogReconcileSwitch
005280     END-IF.
005290     IF VFY-SettlementWasFound AND NOT VFY-TrailIsStale
005300         MOVE "Y" TO RunLogHeaderSwitch
005310     ELSE
005320         MOVE "N" TO RunLogHeaderSwitch
005330     END-IF.
005340     IF VFY-TotalsAgree
005350         MOVE "Y" TO RunLogTrailerSwitch
005360     ELSE
005370         MOVE "N" TO RunLogTrailerSwitch
005380     END-IF.
005390     IF VFY-BreakWasFound OR VFY-TrailIsStale
005400         MOVE "EXCEPTN " TO RunLogDisposition
005410     ELSE
005420         MOVE "COMPLETE" TO RunLogDisposition
005430     END-IF.
005440     WRITE RunLogFileRecord FROM RunLogRecord.
005450     CLOSE RunLogFile.
005460 9100-WRITE-RUN-LOG-EXIT.
005470     EXIT.
005480
005481*-----------------------------------------------------------------
005482* BANK-REPORT-GENERATIONS - KEEP THE CERTIFICATE OR BREAK
005483* REPORT AS A DATED GENERATION UNDER THE RUN DATE VERIFIED,
005484* AGAINST THE DETAIL TRAIL.  WITH NO RUN DATE (NO CARD AND NO
005485* EXTRACT) IT IS BANKED UNDER THE DATE IT RAN.
005486*-----------------------------------------------------------------
005487 9200-BANK-REPORT-GENERATIONS.
005488     MOVE VFY-RunDate TO VFY-Gen-Run-Date.
005489     IF VFY-Gen-Run-Date IS NOT NUMERIC
005490         ACCEPT VFY-Gen-Run-Date FROM DATE YYYYMMDD
005491     END-IF.
005492     MOVE "detail1.txt" TO VFY-Gen-Feed-File.
005493     MOVE "trlvfy1.txt" TO VFY-Gen-Source-Name.
005494     MOVE "TRLVFY1" TO VFY-Gen-Report-Id.
005495     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
005496 9200-BANK-REPORT-GENERATIONS-EXIT.
005497     EXIT.
005498
005499*-----------------------------------------------------------------
005500* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
005501* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
005502* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
005503* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
005504* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
005505*-----------------------------------------------------------------
005506 9210-BANK-ONE-REPORT.
005507     MOVE ZERO TO VFY-Gen-Number.
005508     MOVE "N" TO VFY-Gen-Index-EOF.
005509     OPEN INPUT ReportIndexFile.
005510     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
005511         UNTIL VFY-EndOfReportIndex.
005512     CLOSE ReportIndexFile.
005513     IF VFY-Gen-Number = 999
005514         DISPLAY "*** " VFY-Gen-Report-Id " ALREADY HOLDS 999 "
005515                 "GENERATIONS FOR " VFY-Gen-Run-Date
005516                 " - NOT BANKED ***"
005517         GO TO 9210-BANK-ONE-REPORT-EXIT
005518     END-IF.
005519     ADD 1 TO VFY-Gen-Number.
005520     MOVE ZERO TO VFY-Gen-Line-Count.
005521     MOVE "N" TO VFY-Gen-Source-EOF.
005522     OPEN INPUT GenSourceFile.
005523     OPEN EXTEND ReportGenFile.
005524     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
005525         UNTIL VFY-EndOfGenSource.
005526     CLOSE GenSourceFile.
005527     CLOSE ReportGenFile.
005528     MOVE SPACES TO ReportIndexRecord.
005529     MOVE VFY-Gen-Report-Id TO ReportIndexReportId.
005530     MOVE VFY-Gen-Run-Date TO ReportIndexRunDate.
005531     MOVE VFY-Gen-Number TO ReportIndexGeneration.
005532     MOVE "TRAILVFY" TO ReportIndexProgram.
005533     MOVE VFY-Gen-Feed-File TO ReportIndexFeedFile.
005534     MOVE VFY-Gen-Line-Count TO ReportIndexLineCount.
005535     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
005536     ACCEPT ReportIndexBankTime FROM TIME.
005537     OPEN EXTEND ReportIndexFile.
005538     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
005539     CLOSE ReportIndexFile.
005540     ADD 1 TO VFY-Gen-Banked-Count.
005541 9210-BANK-ONE-REPORT-EXIT.
005542     EXIT.
005543
005544 9212-SCAN-ONE-INDEX.
005545     READ ReportIndexFile INTO ReportIndexRecord
005546         AT END MOVE "Y" TO VFY-Gen-Index-EOF
005547         NOT AT END
005548             IF ReportIndexReportId = VFY-Gen-Report-Id
005549                     AND ReportIndexRunDate = VFY-Gen-Run-Date
005550                     AND ReportIndexGeneration > VFY-Gen-Number
005551                 MOVE ReportIndexGeneration TO VFY-Gen-Number
005552             END-IF
005553     END-READ.
005554 9212-SCAN-ONE-INDEX-EXIT.
005555     EXIT.
005556
005557 9214-BANK-ONE-LINE.
005558     READ GenSourceFile
005559         AT END MOVE "Y" TO VFY-Gen-Source-EOF
005560         NOT AT END
005561             ADD 1 TO VFY-Gen-Line-Count
005562             MOVE VFY-Gen-Report-Id TO ReportGenReportId
005563             MOVE VFY-Gen-Run-Date TO ReportGenRunDate
005564             MOVE VFY-Gen-Number TO ReportGenGeneration
005565             MOVE VFY-Gen-Line-Count TO ReportGenLineNumber
005566             MOVE GenSourceRecord TO ReportGenLineText
005567             WRITE ReportGenFileRecord FROM ReportGenRecord
005568     END-READ.
005569 9214-BANK-ONE-LINE-EXIT.
005570     EXIT.
005571
005572 9999-COMPLETE.
005573     IF VFY-BreakWasFound
005574         DISPLAY "*** VERIFICATION BREAK FOR RUN DATE "
005575                 VFY-RunDate " - " VFY-Break-Reason " ***"
005576     END-IF.
005577     IF VFY-TrailIsStale
005578         DISPLAY "TRAIL FOR " VFY-RunDate
005579                 " NO LONGER ON FILE - NOT VERIFIED"
005580     END-IF.
005581     IF NOT VFY-BreakWasFound AND NOT VFY-TrailIsStale
005582         DISPLAY "TRAIL CERTIFIED FOR RUN DATE " VFY-RunDate
005583                 " - " VFY-Round-Count " ROUNDS."
005584     END-IF.
005585     DISPLAY "VERIFICATION REPORT WRITTEN TO TRLVFY1.TXT".
005586     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
005587             VFY-Gen-Banked-Count.
005588     STOP RUN.
005590 9999-COMPLETE-EXIT.
005600     EXIT.
