000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTREPRT.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - REPRINT PROGRAM OVER THE DATED REPORT
000120*                 GENERATIONS (COPYBOOK RPTGEN) THAT DAY1, DAY2,
000130*                 OWNRLEAG, RCPTRECN, SETLMTCH, TRENDRPT AND
000140*                 OPSSUMM BANK AT RUN END.  FUNCTION R REPRINTS
000150*                 ONE NAMED REPORT FOR A RUN DATE (THE LATEST
000160*                 GENERATION UNLESS ONE IS KEYED); FUNCTION L
000170*                 LISTS THE GENERATIONS ON FILE FOR A DATE RANGE,
000180*                 OPTIONALLY FOR ONE REPORT.
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT ReprintFile ASSIGN TO "reprint1.txt"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ReportIndexFile.
000330 01  ReportIndexFileRecord   PIC X(88).
000340
000350 FD  ReportGenFile.
000360 01  ReportGenFileRecord     PIC X(146).
000370
000380 FD  ReprintFile.
000390 01  ReprintRecord           PIC X(120).
000400
000410 WORKING-STORAGE SECTION.
000420*-----------------------------------------------------------------
000430* REPORT GENERATION INDEX AND STORE RECORDS, BANKED BY THE
000440* REPORTING PROGRAMS.
000450*-----------------------------------------------------------------
000460 COPY RPTGEN.
000470
000480*-----------------------------------------------------------------
000490* SELECTION CARDS.  REPRINT: REPORT ID (THE REPORT FILE'S BASE
000500* NAME, E.G. REPORT1), RUN DATE, GENERATION (BLANK OR ZERO =
000510* THE LATEST FOR THAT DATE).  LIST: REPORT ID (BLANK = ALL),
000520* FROM AND TO RUN DATES (BLANK = EARLIEST / LATEST).
000540*-----------------------------------------------------------------
000550 01  RRP-FunctionCard        PIC X(01) VALUE SPACES.
000560     88  RRP-FunctionIsReprint       VALUE "R".
000570     88  RRP-FunctionIsList          VALUE "L" " ".
000580 01  RRP-ReportIdCard        PIC X(10) VALUE SPACES.
000590 01  RRP-RunDateCard         PIC X(08) VALUE SPACES.
000600 01  RRP-GenerationCard      PIC 9(03) VALUE ZERO.
000610 01  RRP-FromDateCard        PIC X(08) VALUE SPACES.
000620 01  RRP-ToDateCard          PIC X(08) VALUE SPACES.
000630
000640 01  RRP-Index-EOF           PIC X(01) VALUE "N".
000650     88  RRP-EndOfReportIndex        VALUE "Y".
000660 01  RRP-Gen-EOF             PIC X(01) VALUE "N".
000670     88  RRP-EndOfReportGen          VALUE "Y".
000680 01  RRP-Found-Switch        PIC X(01) VALUE "N".
000690     88  RRP-GenerationWasFound      VALUE "Y".
000700 01  RRP-Target-Generation   PIC 9(03) VALUE ZERO.
000710 01  RRP-Generations-Seen    PIC 9(05) VALUE ZERO COMP.
000720 01  RRP-Read-Count          PIC 9(07) VALUE ZERO COMP.
000730 01  RRP-Listed-Count        PIC 9(07) VALUE ZERO COMP.
000740 01  RRP-Printed-Count       PIC 9(07) VALUE ZERO COMP.
000750 01  RRP-Found-Entry         PIC X(88) VALUE SPACES.
000760
000770 01  RRP-ListHeading.
000780     05  FILLER              PIC X(40)
000790             VALUE "REPORT GENERATIONS ON FILE - DATED REPOR".
000800     05  FILLER              PIC X(80)
000810             VALUE "TS KEPT FOR REPRINT".
000820
000830 01  RRP-SelectionLine.
000840     05  FILLER              PIC X(07) VALUE "REPORT ".
000850     05  RrpSelReport        PIC X(10).
000860     05  FILLER              PIC X(06) VALUE " FROM ".
000870     05  RrpSelFrom          PIC X(08).
000880     05  FILLER              PIC X(04) VALUE " TO ".
000890     05  RrpSelTo            PIC X(08).
000900     05  FILLER              PIC X(77) VALUE SPACES.
000910
000920 01  RRP-ColumnLine.
000930     05  FILLER              PIC X(11) VALUE "REPORT".
000940     05  FILLER              PIC X(09) VALUE "RUN DATE".
000950     05  FILLER              PIC X(04) VALUE "GEN".
000960     05  FILLER              PIC X(09) VALUE "PROGRAM".
000970     05  FILLER              PIC X(41) VALUE "FEED FILE".
000980     05  FILLER              PIC X(06) VALUE "LINES".
000990     05  FILLER              PIC X(40) VALUE "BANKED".
001000
001010 01  RRP-EntryLine.
001020     05  RrpReportId         PIC X(10).
001030     05  FILLER              PIC X(01).
001040     05  RrpRunDate          PIC X(08).
001050     05  FILLER              PIC X(01).
001060     05  RrpGeneration       PIC ZZ9.
001070     05  FILLER              PIC X(01).
001080     05  RrpProgram          PIC X(08).
001090     05  FILLER              PIC X(01).
001100     05  RrpFeedFile         PIC X(40).
001110     05  FILLER              PIC X(01).
001120     05  RrpLineCount        PIC ZZZZ9.
001130     05  FILLER              PIC X(01).
001140     05  RrpBankDate         PIC X(08).
001150     05  FILLER              PIC X(01).
001160     05  RrpBankTime         PIC X(06).
001170     05  FILLER              PIC X(25).
001180
001190 01  RRP-ListTotalLine.
001200     05  FILLER              PIC X(21)
001210             VALUE "INDEX ENTRIES READ   ".
001220     05  RrpReadCount        PIC ZZZZZZ9.
001230     05  FILLER              PIC X(10) VALUE "  LISTED  ".
001240     05  RrpListedCount      PIC ZZZZZZ9.
001250     05  FILLER              PIC X(75) VALUE SPACES.
001260
001270 01  RRP-ReprintBanner.
001280     05  FILLER              PIC X(11) VALUE "REPRINT OF ".
001290     05  RrpBanReport        PIC X(10).
001300     05  FILLER              PIC X(10) VALUE " RUN DATE ".
001310     05  RrpBanRunDate       PIC X(08).
001320     05  FILLER              PIC X(12) VALUE " GENERATION ".
001330     05  RrpBanGeneration    PIC ZZ9.
001340     05  FILLER              PIC X(04) VALUE " OF ".
001350     05  RrpBanGenCount      PIC ZZ9.
001360     05  FILLER              PIC X(59) VALUE SPACES.
001370
001380 01  RRP-ReprintSource.
001390     05  FILLER              PIC X(08) VALUE "PROGRAM ".
001400     05  RrpSrcProgram       PIC X(08).
001410     05  FILLER              PIC X(06) VALUE " FEED ".
001420     05  RrpSrcFeedFile      PIC X(40).
001430     05  FILLER              PIC X(08) VALUE " BANKED ".
001440     05  RrpSrcBankDate      PIC X(08).
001450     05  FILLER              PIC X(01) VALUE SPACE.
001460     05  RrpSrcBankTime      PIC X(06).
001470     05  FILLER              PIC X(07) VALUE " LINES ".
001480     05  RrpSrcLineCount     PIC ZZZZ9.
001490     05  FILLER              PIC X(23) VALUE SPACES.
001500
001510 01  RRP-ReprintRule.
001520     05  FILLER              PIC X(40)
001530             VALUE "----------------------------------------".
001540     05  FILLER              PIC X(40)
001550             VALUE "----------------------------------------".
001560     05  FILLER              PIC X(40) VALUE SPACES.
001570
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     IF RRP-FunctionIsReprint
001620         PERFORM 3000-REPRINT-REPORT THRU 3000-REPRINT-REPORT-EXIT
001630     ELSE
001640         PERFORM 2000-LIST-ONE-INDEX THRU 2000-LIST-ONE-INDEX-EXIT
001650             UNTIL RRP-EndOfReportIndex
001660     END-IF.
001670     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001680
001690*-----------------------------------------------------------------
001700* INITIALIZE - TAKE THE FUNCTION CARD AND THE CARDS FOR THAT
001710* FUNCTION, OPEN THE INDEX AND THE OUTPUT, AND FOR A LISTING
001720* PRINT THE HEADING AND THE SELECTION IN FORCE.
001730*-----------------------------------------------------------------
001740 1000-INITIALIZE.
001750     DISPLAY "ENTER FUNCTION (R = REPRINT, L = LIST) -".
001760     ACCEPT RRP-FunctionCard FROM SYSIN.
001770     IF NOT RRP-FunctionIsReprint AND NOT RRP-FunctionIsList
001780         DISPLAY "*** FUNCTION " RRP-FunctionCard " NOT KNOWN - "
001790                 "LISTING INSTEAD ***"
001800         MOVE "L" TO RRP-FunctionCard
001810     END-IF.
001820     OPEN INPUT ReportIndexFile.
001830     OPEN OUTPUT ReprintFile.
001840     IF RRP-FunctionIsReprint
001850         PERFORM 1010-TAKE-REPRINT-CARDS THRU
001860                 1010-TAKE-REPRINT-CARDS-EXIT
001870     ELSE
001880         PERFORM 1020-TAKE-LIST-CARDS THRU
001890                 1020-TAKE-LIST-CARDS-EXIT
001900     END-IF.
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930
001940 1010-TAKE-REPRINT-CARDS.
001950     DISPLAY "ENTER REPORT ID (E.G. REPORT1, RECNDISC1) -".
001960     ACCEPT RRP-ReportIdCard FROM SYSIN.
001970     DISPLAY "ENTER RUN DATE (YYYYMMDD) -".
001980     ACCEPT RRP-RunDateCard FROM SYSIN.
001990     DISPLAY "ENTER GENERATION (BLANK = LATEST) -".
002000     ACCEPT RRP-GenerationCard FROM SYSIN.
002010 1010-TAKE-REPRINT-CARDS-EXIT.
002020     EXIT.
002030
002040 1020-TAKE-LIST-CARDS.
002050     DISPLAY "ENTER REPORT ID (BLANK = ALL) -".
002060     ACCEPT RRP-ReportIdCard FROM SYSIN.
002070     DISPLAY "ENTER FROM RUN DATE (YYYYMMDD, BLANK = EARLIEST) -".
002080     ACCEPT RRP-FromDateCard FROM SYSIN.
002090     DISPLAY "ENTER TO RUN DATE (YYYYMMDD, BLANK = LATEST) -".
002100     ACCEPT RRP-ToDateCard FROM SYSIN.
002110     IF RRP-FromDateCard = SPACES
002120         MOVE "00000000" TO RRP-FromDateCard
002130     END-IF.
002140     IF RRP-ToDateCard = SPACES
002150         MOVE "ZZZZZZZZ" TO RRP-ToDateCard
002160     END-IF.
002170     IF RRP-FromDateCard > RRP-ToDateCard
002180         DISPLAY "*** FROM DATE IS AFTER TO DATE - NOTHING "
002190                 "WILL BE LISTED ***"
002200     END-IF.
002210     WRITE ReprintRecord FROM RRP-ListHeading.
002220     IF RRP-ReportIdCard = SPACES
002230         MOVE "(ALL)" TO RrpSelReport
002240     ELSE
002250         MOVE RRP-ReportIdCard TO RrpSelReport
002260     END-IF.
002270     MOVE RRP-FromDateCard TO RrpSelFrom.
002280     IF RRP-ToDateCard = "ZZZZZZZZ"
002290         MOVE "(LATEST)" TO RrpSelTo
002300     ELSE
002310         MOVE RRP-ToDateCard TO RrpSelTo
002320     END-IF.
002330     WRITE ReprintRecord FROM RRP-SelectionLine.
002340     MOVE SPACES TO ReprintRecord.
002350     WRITE ReprintRecord.
002360     WRITE ReprintRecord FROM RRP-ColumnLine.
002370     MOVE SPACES TO RRP-EntryLine.
002380 1020-TAKE-LIST-CARDS-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------------
002420* LIST-ONE-INDEX - ONE INDEX ENTRY PER PASS, LISTED WHEN IT IS
002430* FOR THE REPORT ASKED FOR (OR ANY) AND ITS RUN DATE IS IN THE
002440* RANGE.
002450*-----------------------------------------------------------------
002460 2000-LIST-ONE-INDEX.
002470     READ ReportIndexFile INTO ReportIndexRecord
002480         AT END MOVE "Y" TO RRP-Index-EOF
002490         NOT AT END
002500             ADD 1 TO RRP-Read-Count
002510             IF (RRP-ReportIdCard = SPACES
002520                     OR ReportIndexReportId = RRP-ReportIdCard)
002530                 AND ReportIndexRunDate NOT < RRP-FromDateCard
002540                 AND ReportIndexRunDate NOT > RRP-ToDateCard
002550                 PERFORM 2010-PRINT-INDEX-ENTRY THRU
002560                         2010-PRINT-INDEX-ENTRY-EXIT
002570             END-IF
002580     END-READ.
002590 2000-LIST-ONE-INDEX-EXIT.
002600     EXIT.
002610
002620 2010-PRINT-INDEX-ENTRY.
002630     ADD 1 TO RRP-Listed-Count.
002640     MOVE ReportIndexReportId TO RrpReportId.
002650     MOVE ReportIndexRunDate TO RrpRunDate.
002660     MOVE ReportIndexGeneration TO RrpGeneration.
002670     MOVE ReportIndexProgram TO RrpProgram.
002680     MOVE ReportIndexFeedFile TO RrpFeedFile.
002690     MOVE ReportIndexLineCount TO RrpLineCount.
002700     MOVE ReportIndexBankDate TO RrpBankDate.
002710     MOVE ReportIndexBankTime TO RrpBankTime.
002720     WRITE ReprintRecord FROM RRP-EntryLine.
002730 2010-PRINT-INDEX-ENTRY-EXIT.
002740     EXIT.
002750
002760*-----------------------------------------------------------------
002770* REPRINT-REPORT - FIND THE GENERATION ASKED FOR (OR THE LATEST)
002780* ON THE INDEX, THEN COPY ITS LINES BACK OUT OF THE STORE UNDER
002790* A BANNER NAMING THE RUN, THE PROGRAM AND THE FEED IT CAME FROM.
002800*-----------------------------------------------------------------
002810 3000-REPRINT-REPORT.
002820     MOVE RRP-GenerationCard TO RRP-Target-Generation.
002830     PERFORM 3010-FIND-GENERATION THRU 3010-FIND-GENERATION-EXIT
002840         UNTIL RRP-EndOfReportIndex.
002850     IF NOT RRP-GenerationWasFound
002860         MOVE SPACES TO ReprintRecord
002870         STRING "NO GENERATION OF " RRP-ReportIdCard
002880                " ON FILE FOR RUN DATE " RRP-RunDateCard
002890             DELIMITED BY SIZE INTO ReprintRecord
002900         WRITE ReprintRecord
002910         DISPLAY "*** NO GENERATION OF " RRP-ReportIdCard
002920                 " ON FILE FOR " RRP-RunDateCard " ***"
002930         GO TO 3000-REPRINT-REPORT-EXIT
002940     END-IF.
002950     MOVE RRP-Found-Entry TO ReportIndexRecord.
002960     MOVE ReportIndexReportId TO RrpBanReport.
002970     MOVE ReportIndexRunDate TO RrpBanRunDate.
002980     MOVE ReportIndexGeneration TO RrpBanGeneration.
002990     MOVE RRP-Generations-Seen TO RrpBanGenCount.
003000     WRITE ReprintRecord FROM RRP-ReprintBanner.
003010     MOVE ReportIndexProgram TO RrpSrcProgram.
003020     MOVE ReportIndexFeedFile TO RrpSrcFeedFile.
003030     MOVE ReportIndexBankDate TO RrpSrcBankDate.
003040     MOVE ReportIndexBankTime TO RrpSrcBankTime.
003050     MOVE ReportIndexLineCount TO RrpSrcLineCount.
003060     WRITE ReprintRecord FROM RRP-ReprintSource.
003070     WRITE ReprintRecord FROM RRP-ReprintRule.
003080     OPEN INPUT ReportGenFile.
003090     PERFORM 3020-REPRINT-ONE-LINE THRU 3020-REPRINT-ONE-LINE-EXIT
003100         UNTIL RRP-EndOfReportGen.
003110     CLOSE ReportGenFile.
003120     WRITE ReprintRecord FROM RRP-ReprintRule.
003130 3000-REPRINT-REPORT-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------------
003170* FIND-GENERATION - A KEYED GENERATION MUST MATCH EXACTLY; WITH
003180* NONE KEYED THE HIGHEST GENERATION FOR THE REPORT AND RUN DATE
003190* IS KEPT.  EVERY GENERATION FOR THE PAIR IS COUNTED FOR THE
003200* BANNER.
003210*-----------------------------------------------------------------
003220 3010-FIND-GENERATION.
003230     READ ReportIndexFile INTO ReportIndexRecord
003240         AT END MOVE "Y" TO RRP-Index-EOF
003250         NOT AT END
003260             ADD 1 TO RRP-Read-Count
003270             IF ReportIndexReportId = RRP-ReportIdCard
003280                     AND ReportIndexRunDate = RRP-RunDateCard
003290                 ADD 1 TO RRP-Generations-Seen
003300                 IF (RRP-GenerationCard = ZERO
003310                         AND ReportIndexGeneration NOT <
003320                             RRP-Target-Generation)
003330                     OR ReportIndexGeneration =
003340                             RRP-GenerationCard
003350                     MOVE ReportIndexGeneration TO
003360                             RRP-Target-Generation
003370                     MOVE ReportIndexRecord TO RRP-Found-Entry
003380                     MOVE "Y" TO RRP-Found-Switch
003390                 END-IF
003400             END-IF
003410     END-READ.
003420 3010-FIND-GENERATION-EXIT.
003430     EXIT.
003440
003450 3020-REPRINT-ONE-LINE.
003460     READ ReportGenFile INTO ReportGenRecord
003470         AT END MOVE "Y" TO RRP-Gen-EOF
003480         NOT AT END
003490             IF ReportGenReportId = RRP-ReportIdCard
003500                     AND ReportGenRunDate = RRP-RunDateCard
003510                     AND ReportGenGeneration =
003520                             RRP-Target-Generation
003530                 WRITE ReprintRecord FROM ReportGenLineText
003540                 ADD 1 TO RRP-Printed-Count
003550             END-IF
003560     END-READ.
003570 3020-REPRINT-ONE-LINE-EXIT.
003580     EXIT.
003590
003600 9999-COMPLETE.
003610     IF RRP-FunctionIsList
003620         MOVE SPACES TO ReprintRecord
003630         WRITE ReprintRecord
003640         MOVE RRP-Read-Count TO RrpReadCount
003650         MOVE RRP-Listed-Count TO RrpListedCount
003660         WRITE ReprintRecord FROM RRP-ListTotalLine
003670     END-IF.
003680     CLOSE ReportIndexFile.
003690     CLOSE ReprintFile.
003700     IF RRP-FunctionIsReprint
003710         DISPLAY "REPRINT WRITTEN TO REPRINT1.TXT - "
003720                 RRP-Printed-Count " LINES."
003730     ELSE
003740         DISPLAY "GENERATION LISTING WRITTEN TO REPRINT1.TXT - "
003750                 RRP-Listed-Count " OF " RRP-Read-Count
003760                 " ENTRIES LISTED."
003770     END-IF.
003780     STOP RUN.
003790 9999-COMPLETE-EXIT.
003800     EXIT.
