000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FEEDMON.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - FEED ARRIVAL MONITOR.  FOR ONE RUN
000120*                 DATE, CHECKS EVERY FEED THE CALENDAR MASTER
000130*                 (COPYBOOK FEEDCAL) SAYS IS DUE THAT WEEKDAY
000140*                 AGAINST THE PROCESSED-FEED REGISTER (FEEDREG1)
000150*                 OR, FOR A FEED THAT IS NEVER REGISTERED, THE
000160*                 RUN LOG (RUNLOG1), AND REPORTS EACH ONE
000170*                 RECEIVED, LATE (REGISTERED AFTER ITS CUTOFF),
000180*                 MISSING, NOT DUE, OR OFF FOR A HOLIDAY, THEN
000190*                 LISTS ANY REGISTERED FILE THE CALENDAR DID NOT
000200*                 EXPECT.  A MISSING MANDATORY FEED FAILS THE
000210*                 RUN-LOG VERDICT SO DAYDRIVR STOPS THE CHAIN
000220*                 AND OPSSUMM LISTS THE EXCEPTION.
000222*                 THE REPORT IS BANKED AS A DATED GENERATION
000224*                 (COPYBOOK RPTGEN) FOR THE RPTREPRT REPRINT
000226*                 PROGRAM.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL FeedCalendarFile ASSIGN TO "feedcal.txt"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL FeedRegisterFile ASSIGN TO "feedreg1.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT FeedMonitorFile ASSIGN TO "feedmon1.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000342             FMN-Gen-Source-Name
000343         ORGANIZATION IS LINE SEQUENTIAL.
000344     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000345         ORGANIZATION IS LINE SEQUENTIAL.
000346     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000347         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  FeedCalendarFile.
000390 01  FeedCalendarFileRecord  PIC X(73).
000400
000410 FD  FeedRegisterFile.
000420 01  FeedRegisterFileRecord  PIC X(80).
000430
000440 FD  RunLogFile.
000450 01  RunLogFileRecord        PIC X(49).
000460
000470 FD  FeedMonitorFile.
000480 01  FeedMonitorRecord       PIC X(100).
000481
000482 FD  GenSourceFile.
000483 01  GenSourceRecord         PIC X(120).
000484
000485 FD  ReportIndexFile.
000486 01  ReportIndexFileRecord   PIC X(88).
000487
000488 FD  ReportGenFile.
000489 01  ReportGenFileRecord     PIC X(146).
000490
000500 WORKING-STORAGE SECTION.
000510*-----------------------------------------------------------------
000520* FEED-CALENDAR MASTER, MAINTAINED BY FEEDCMNT.
000530*-----------------------------------------------------------------
000540 COPY FEEDCAL.
000550
000560*-----------------------------------------------------------------
000570* PROCESSED-FEED REGISTER, APPENDED BY DAY1 AND DAY2.
000580*-----------------------------------------------------------------
000590 COPY FEEDREG.
000600
000610*-----------------------------------------------------------------
000620* COMMON RUN-LOG RECORD LAYOUT - READ FOR THE RUN-LOG-SOURCED
000630* FEEDS, AND THIS RUN APPENDS ITS OWN RECORD FOR DAYDRIVR.
000640*-----------------------------------------------------------------
000650 COPY RUNLOG.
000660
000670 01  FMN-DateCard            PIC X(08) VALUE SPACES.
000680 01  FMN-Run-Date            PIC X(08) VALUE SPACES.
000690 01  FMN-Run-Date-Num REDEFINES FMN-Run-Date
000700                             PIC 9(08).
000710 01  FMN-Day-Number          PIC 9(07) VALUE ZERO COMP.
000720 01  FMN-Week-Count          PIC 9(07) VALUE ZERO COMP.
000730 01  FMN-Weekday             PIC 9(01) VALUE ZERO COMP.
000740
000750*-----------------------------------------------------------------
000760* WEEKDAY NAMES, MONDAY FIRST TO MATCH THE DUE-DAY FLAGS.
000770*-----------------------------------------------------------------
000780 01  FMN-DayNameValues.
000790     05  FILLER              PIC X(09) VALUE "MONDAY   ".
000800     05  FILLER              PIC X(09) VALUE "TUESDAY  ".
000810     05  FILLER              PIC X(09) VALUE "WEDNESDAY".
000820     05  FILLER              PIC X(09) VALUE "THURSDAY ".
000830     05  FILLER              PIC X(09) VALUE "FRIDAY   ".
000840     05  FILLER              PIC X(09) VALUE "SATURDAY ".
000850     05  FILLER              PIC X(09) VALUE "SUNDAY   ".
000860 01  FMN-DayNameTable REDEFINES FMN-DayNameValues.
000870     05  FMN-DayName         PIC X(09) OCCURS 7 TIMES.
000880
000890 01  FMN-Cal-EOF             PIC X(01) VALUE "N".
000900     88  FMN-EndOfCalendar           VALUE "Y".
000910 01  FMN-Reg-EOF             PIC X(01) VALUE "N".
000920     88  FMN-EndOfRegister           VALUE "Y".
000930 01  FMN-Log-EOF             PIC X(01) VALUE "N".
000940     88  FMN-EndOfRunLog             VALUE "Y".
000950
000960*-----------------------------------------------------------------
000970* HOLIDAYS FOR THE RUN DATE.  A BLANK-FEED HOLIDAY SUSPENDS
000980* EVERY FEED; THE OTHERS SUSPEND ONLY THEIR OWN FEED TYPE.
000990*-----------------------------------------------------------------
001000 01  FMN-AllHoliday-Switch   PIC X(01) VALUE "N".
001010     88  FMN-IsAllFeedHoliday        VALUE "Y".
001020 01  FMN-AllHoliday-Name     PIC X(20) VALUE SPACES.
001030 01  FMN-Hol-Count           PIC 9(03) VALUE ZERO COMP.
001040 01  FMN-HolidayTable.
001050     05  FMN-HolEntry OCCURS 50 TIMES.
001060         10  FMN-Hol-FeedType     PIC X(10).
001070         10  FMN-Hol-Name         PIC X(20).
001080 01  FMN-Hol-Idx             PIC 9(03) VALUE ZERO COMP.
001090 01  FMN-Hol-Found-Idx       PIC 9(03) VALUE ZERO COMP.
001100
001110*-----------------------------------------------------------------
001120* EXPECTED FEEDS - EVERY ACTIVE FEED ENTRY IN EFFECT ON THE RUN
001130* DATE, WITH THE LENGTH OF ITS FILE-NAME PREFIX AND WHAT THE
001140* MONITOR FOUND FOR IT.
001150*-----------------------------------------------------------------
001160 01  FMN-Feed-Count          PIC 9(03) VALUE ZERO COMP.
001170 01  FMN-Feed-Dropped        PIC 9(05) VALUE ZERO COMP.
001180 01  FMN-FeedTable.
001190     05  FMN-FeedEntry OCCURS 200 TIMES.
001200         10  FMN-Feed-Type        PIC X(10).
001210         10  FMN-Feed-FileName    PIC X(40).
001220         10  FMN-Feed-PrefixLen   PIC 9(02).
001230         10  FMN-Feed-DueDays     PIC X(07).
001240         10  FMN-Feed-Cutoff      PIC X(04).
001250         10  FMN-Feed-Mandatory   PIC X(01).
001260         10  FMN-Feed-Source      PIC X(01).
001270         10  FMN-Feed-Arrived     PIC X(01).
001280         10  FMN-Feed-Time        PIC X(06).
001290 01  FMN-Feed-Idx            PIC 9(03) VALUE ZERO COMP.
001300
001310*-----------------------------------------------------------------
001320* REGISTERED FILES FOR THE RUN DATE - ONE ENTRY PER FEED TYPE
001330* AND FILE NAME, CARRYING THE EARLIEST TIME IT WAS REGISTERED
001340* (THE INFLIGHT ENTRY, WHEN THERE IS ONE).  AN ENTRY REGISTERED
001350* BEFORE THE REGISTER CARRIED A TIME HAS A BLANK TIME, WHICH
001360* SORTS LOW AND SO COUNTS AS ON TIME.
001370*-----------------------------------------------------------------
001380 01  FMN-Reg-Count           PIC 9(04) VALUE ZERO COMP.
001390 01  FMN-Reg-Dropped         PIC 9(05) VALUE ZERO COMP.
001400 01  FMN-RegisterTable.
001410     05  FMN-RegEntry OCCURS 1000 TIMES.
001420         10  FMN-Reg-FeedType     PIC X(10).
001430         10  FMN-Reg-FileName     PIC X(40).
001440         10  FMN-Reg-Time         PIC X(06).
001450         10  FMN-Reg-Matched      PIC X(01).
001460 01  FMN-Reg-Idx             PIC 9(04) VALUE ZERO COMP.
001470 01  FMN-Reg-Found-Idx       PIC 9(04) VALUE ZERO COMP.
001480
001490*-----------------------------------------------------------------
001500* FEED TYPES THAT LOGGED A RUN FOR THE RUN DATE.
001510*-----------------------------------------------------------------
001520 01  FMN-Log-Count           PIC 9(03) VALUE ZERO COMP.
001530 01  FMN-LogTypeTable.
001540     05  FMN-Log-FeedType OCCURS 100 TIMES PIC X(10).
001550 01  FMN-Log-Idx             PIC 9(03) VALUE ZERO COMP.
001560 01  FMN-Log-Found-Idx       PIC 9(03) VALUE ZERO COMP.
001570
001580 01  FMN-Status              PIC X(10) VALUE SPACES.
001590 01  FMN-Due-Count           PIC 9(05) VALUE ZERO COMP.
001600 01  FMN-Received-Count      PIC 9(05) VALUE ZERO COMP.
001610 01  FMN-Late-Count          PIC 9(05) VALUE ZERO COMP.
001620 01  FMN-Missing-Count       PIC 9(05) VALUE ZERO COMP.
001630 01  FMN-MandMissing-Count   PIC 9(05) VALUE ZERO COMP.
001640 01  FMN-Unexpected-Count    PIC 9(05) VALUE ZERO COMP.
001650
001660 01  FMN-HeadingLine.
001670     05  FILLER              PIC X(40)
001680             VALUE "FEED ARRIVAL MONITOR - EXPECTED FEEDS FO".
001690     05  FILLER              PIC X(02) VALUE "R ".
001700     05  HdgRunDate          PIC X(08).
001710     05  FILLER              PIC X(01) VALUE SPACE.
001720     05  HdgDayName          PIC X(09).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  HdgHoliday          PIC X(38).
001750
001760 01  FMN-ColumnLine.
001770     05  FILLER              PIC X(40)
001780             VALUE "FEED TYPE  FILE NAME OR REGION PREFIX   ".
001790     05  FILLER              PIC X(40)
001800             VALUE "                  DAYS    CUTF M S ARRIV".
001810     05  FILLER              PIC X(20)
001820             VALUE "ED  STATUS          ".
001830
001840 01  FMN-DetailLine.
001850     05  MonFeedType         PIC X(10).
001860     05  FILLER              PIC X(01).
001870     05  MonFileName         PIC X(40).
001880     05  FILLER              PIC X(01).
001890     05  MonDueDays          PIC X(07).
001900     05  FILLER              PIC X(01).
001910     05  MonCutoff           PIC X(04).
001920     05  FILLER              PIC X(01).
001930     05  MonMandatory        PIC X(01).
001940     05  FILLER              PIC X(01).
001950     05  MonSource           PIC X(01).
001960     05  FILLER              PIC X(01).
001970     05  MonArrived          PIC X(08).
001980     05  FILLER              PIC X(02).
001990     05  MonStatus           PIC X(10).
002000     05  FILLER              PIC X(11).
002010
002020 01  FMN-UnexpectedTitleLine.
002030     05  FILLER              PIC X(40)
002040             VALUE "REGISTERED FILES THE CALENDAR DID NOT EX".
002050     05  FILLER              PIC X(04) VALUE "PECT".
002060     05  FILLER              PIC X(56) VALUE SPACES.
002070
002080 01  FMN-TotalLine.
002090     05  FILLER              PIC X(05) VALUE "DUE  ".
002100     05  TotDue              PIC ZZZZ9.
002110     05  FILLER              PIC X(12) VALUE "  RECEIVED ".
002120     05  TotReceived         PIC ZZZZ9.
002130     05  FILLER              PIC X(08) VALUE "  LATE ".
002140     05  TotLate             PIC ZZZZ9.
002150     05  FILLER              PIC X(11) VALUE "  MISSING ".
002160     05  TotMissing          PIC ZZZZ9.
002170     05  FILLER              PIC X(13) VALUE "  MANDATORY ".
002180     05  TotMandMissing      PIC ZZZZ9.
002190     05  FILLER              PIC X(14) VALUE "  UNEXPECTED ".
002200     05  TotUnexpected       PIC ZZZZ9.
002210     05  FILLER              PIC X(07) VALUE SPACES.
002220
002230 01  FMN-EmptyLine.
002240     05  FILLER              PIC X(40)
002250             VALUE "*** NO ACTIVE FEEDS ON THE CALENDAR *** ".
002260     05  FILLER              PIC X(60) VALUE SPACES.
002270
002271*-----------------------------------------------------------------
002272* REPORT GENERATIONS (COPYBOOK RPTGEN) - THE REPORT THE RUN
002273* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
002274* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
002275* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
002276*-----------------------------------------------------------------
002277 COPY RPTGEN.
002278
002279 01  FMN-Gen-Source-Name      PIC X(40) VALUE SPACES.
002280 01  FMN-Gen-Report-Id        PIC X(10) VALUE SPACES.
002281 01  FMN-Gen-Run-Date         PIC X(08) VALUE SPACES.
002282 01  FMN-Gen-Feed-File        PIC X(40) VALUE SPACES.
002283 01  FMN-Gen-Number           PIC 9(03) VALUE ZERO.
002284 01  FMN-Gen-Line-Count       PIC 9(05) VALUE ZERO.
002285 01  FMN-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
002286 01  FMN-Gen-Index-EOF        PIC X(01) VALUE "N".
002287     88  FMN-EndOfReportIndex         VALUE "Y".
002288 01  FMN-Gen-Source-EOF       PIC X(01) VALUE "N".
002289     88  FMN-EndOfGenSource           VALUE "Y".
002290
002291 PROCEDURE DIVISION.
002292 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002310     PERFORM 2000-LOAD-CALENDAR THRU 2000-LOAD-CALENDAR-EXIT.
002320     PERFORM 2100-LOAD-REGISTER THRU 2100-LOAD-REGISTER-EXIT.
002330     PERFORM 2200-LOAD-RUN-LOG THRU 2200-LOAD-RUN-LOG-EXIT.
002340     PERFORM 3000-WRITE-MONITOR THRU 3000-WRITE-MONITOR-EXIT.
002350     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
002353     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
002356             9200-BANK-REPORT-GENERATIONS-EXIT.
002360     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
002370
002380*-----------------------------------------------------------------
002390* INITIALIZE - TAKE THE RUN-DATE CARD (BLANK = TODAY) AND WORK
002400* OUT ITS WEEKDAY.  DAY 1 OF THE INTEGER DATE COUNT, 01/01/1601,
002410* WAS A MONDAY, SO (DAY NUMBER - 1) MOD 7 GIVES 0 FOR MONDAY.
002420*-----------------------------------------------------------------
002430 1000-INITIALIZE.
002440     DISPLAY "ENTER RUN DATE TO MONITOR (YYYYMMDD, BLANK = "
002450             "TODAY) -".
002460     ACCEPT FMN-DateCard FROM SYSIN.
002470     IF FMN-DateCard = SPACES
002480         ACCEPT FMN-Run-Date FROM DATE YYYYMMDD
002490     ELSE
002500         MOVE FMN-DateCard TO FMN-Run-Date
002510     END-IF.
002520     IF FMN-Run-Date IS NOT NUMERIC
002530             OR FMN-Run-Date < "16010101"
002540         DISPLAY "*** RUN DATE " FMN-Run-Date " IS NOT A "
002550                 "YYYYMMDD DATE - TODAY USED ***"
002560         ACCEPT FMN-Run-Date FROM DATE YYYYMMDD
002570     END-IF.
002580     COMPUTE FMN-Day-Number =
002590         FUNCTION INTEGER-OF-DATE(FMN-Run-Date-Num) - 1.
002600     DIVIDE FMN-Day-Number BY 7 GIVING FMN-Week-Count
002610         REMAINDER FMN-Weekday.
002620     ADD 1 TO FMN-Weekday.
002630 1000-INITIALIZE-EXIT.
002640     EXIT.
002650
002660*-----------------------------------------------------------------
002670* LOAD-CALENDAR - KEEP EVERY ACTIVE FEED ENTRY ALREADY IN EFFECT
002680* ON THE RUN DATE, AND NOTE EVERY ACTIVE HOLIDAY FALLING ON IT.
002690*-----------------------------------------------------------------
002700 2000-LOAD-CALENDAR.
002710     OPEN INPUT FeedCalendarFile.
002720     PERFORM 2010-LOAD-ONE-ENTRY THRU 2010-LOAD-ONE-ENTRY-EXIT
002730         UNTIL FMN-EndOfCalendar.
002740     CLOSE FeedCalendarFile.
002750 2000-LOAD-CALENDAR-EXIT.
002760     EXIT.
002770
002780 2010-LOAD-ONE-ENTRY.
002790     READ FeedCalendarFile INTO FeedCalendarRecord
002800         AT END
002810             MOVE "Y" TO FMN-Cal-EOF
002820             GO TO 2010-LOAD-ONE-ENTRY-EXIT
002830     END-READ.
002840     IF NOT FeedCalIsActive
002850         GO TO 2010-LOAD-ONE-ENTRY-EXIT
002860     END-IF.
002870     IF FeedCalIsHoliday
002880         PERFORM 2020-NOTE-HOLIDAY THRU 2020-NOTE-HOLIDAY-EXIT
002890         GO TO 2010-LOAD-ONE-ENTRY-EXIT
002900     END-IF.
002910     IF NOT FeedCalIsFeed
002920             OR FeedCalEffDate > FMN-Run-Date
002930         GO TO 2010-LOAD-ONE-ENTRY-EXIT
002940     END-IF.
002950     IF FMN-Feed-Count >= 200
002960         ADD 1 TO FMN-Feed-Dropped
002970         GO TO 2010-LOAD-ONE-ENTRY-EXIT
002980     END-IF.
002990     ADD 1 TO FMN-Feed-Count.
003000     MOVE FeedCalFeedType TO FMN-Feed-Type(FMN-Feed-Count).
003010     MOVE FeedCalFileName TO FMN-Feed-FileName(FMN-Feed-Count).
003020     MOVE ZERO TO FMN-Feed-PrefixLen(FMN-Feed-Count).
003030     INSPECT FeedCalFileName TALLYING
003040         FMN-Feed-PrefixLen(FMN-Feed-Count)
003050         FOR CHARACTERS BEFORE INITIAL SPACE.
003060     MOVE FeedCalDueDays TO FMN-Feed-DueDays(FMN-Feed-Count).
003070     MOVE FeedCalCutoffTime TO FMN-Feed-Cutoff(FMN-Feed-Count).
003080     MOVE FeedCalMandatory TO
003090             FMN-Feed-Mandatory(FMN-Feed-Count).
003100     MOVE FeedCalSource TO FMN-Feed-Source(FMN-Feed-Count).
003110     MOVE "N" TO FMN-Feed-Arrived(FMN-Feed-Count).
003120     MOVE SPACES TO FMN-Feed-Time(FMN-Feed-Count).
003130 2010-LOAD-ONE-ENTRY-EXIT.
003140     EXIT.
003150
003160 2020-NOTE-HOLIDAY.
003170     IF FeedCalHolidayDate NOT = FMN-Run-Date
003180         GO TO 2020-NOTE-HOLIDAY-EXIT
003190     END-IF.
003200     IF FeedCalFeedType = SPACES
003210         MOVE "Y" TO FMN-AllHoliday-Switch
003220         MOVE FeedCalHolidayName TO FMN-AllHoliday-Name
003230         GO TO 2020-NOTE-HOLIDAY-EXIT
003240     END-IF.
003250     IF FMN-Hol-Count < 50
003260         ADD 1 TO FMN-Hol-Count
003270         MOVE FeedCalFeedType TO FMN-Hol-FeedType(FMN-Hol-Count)
003280         MOVE FeedCalHolidayName TO FMN-Hol-Name(FMN-Hol-Count)
003290     END-IF.
003300 2020-NOTE-HOLIDAY-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------------------
003340* LOAD-REGISTER - EVERY REGISTER ENTRY FOR THE RUN DATE, WHATEVER
003350* ITS DISPOSITION - AN INFLIGHT OR EXCEPTION ENTRY STILL MEANS
003360* THE FILE ARRIVED.  REPEATS OF ONE FILE KEEP THE EARLIEST TIME.
003370*-----------------------------------------------------------------
003380 2100-LOAD-REGISTER.
003390     OPEN INPUT FeedRegisterFile.
003400     PERFORM 2110-LOAD-ONE-REG-ENTRY THRU
003410             2110-LOAD-ONE-REG-ENTRY-EXIT
003420         UNTIL FMN-EndOfRegister.
003430     CLOSE FeedRegisterFile.
003440 2100-LOAD-REGISTER-EXIT.
003450     EXIT.
003460
003470 2110-LOAD-ONE-REG-ENTRY.
003480     READ FeedRegisterFile INTO FeedRegisterRecord
003490         AT END
003500             MOVE "Y" TO FMN-Reg-EOF
003510             GO TO 2110-LOAD-ONE-REG-ENTRY-EXIT
003520     END-READ.
003530     IF FeedRegisterRunDate NOT = FMN-Run-Date
003540         GO TO 2110-LOAD-ONE-REG-ENTRY-EXIT
003550     END-IF.
003560     MOVE ZERO TO FMN-Reg-Found-Idx.
003570     PERFORM 2120-CHECK-ONE-REG-ENTRY THRU
003580             2120-CHECK-ONE-REG-ENTRY-EXIT
003590         VARYING FMN-Reg-Idx FROM 1 BY 1
003600         UNTIL FMN-Reg-Idx > FMN-Reg-Count
003610            OR FMN-Reg-Found-Idx NOT = ZERO.
003620     IF FMN-Reg-Found-Idx NOT = ZERO
003630         IF FeedRegisterTime < FMN-Reg-Time(FMN-Reg-Found-Idx)
003640             MOVE FeedRegisterTime TO
003650                     FMN-Reg-Time(FMN-Reg-Found-Idx)
003660         END-IF
003670         GO TO 2110-LOAD-ONE-REG-ENTRY-EXIT
003680     END-IF.
003690     IF FMN-Reg-Count >= 1000
003700         ADD 1 TO FMN-Reg-Dropped
003710         GO TO 2110-LOAD-ONE-REG-ENTRY-EXIT
003720     END-IF.
003730     ADD 1 TO FMN-Reg-Count.
003740     MOVE FeedRegisterFeedType TO FMN-Reg-FeedType(FMN-Reg-Count).
003750     MOVE FeedRegisterFileName TO FMN-Reg-FileName(FMN-Reg-Count).
003760     MOVE FeedRegisterTime TO FMN-Reg-Time(FMN-Reg-Count).
003770     MOVE "N" TO FMN-Reg-Matched(FMN-Reg-Count).
003780 2110-LOAD-ONE-REG-ENTRY-EXIT.
003790     EXIT.
003800
003810 2120-CHECK-ONE-REG-ENTRY.
003820     IF FMN-Reg-FeedType(FMN-Reg-Idx) = FeedRegisterFeedType
003830             AND FMN-Reg-FileName(FMN-Reg-Idx) =
003840                 FeedRegisterFileName
003850         MOVE FMN-Reg-Idx TO FMN-Reg-Found-Idx
003860     END-IF.
003870 2120-CHECK-ONE-REG-ENTRY-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------------
003910* LOAD-RUN-LOG - THE FEED TYPES THAT LOGGED A RUN FOR THE RUN
003920* DATE, FOR FEEDS (SUCH AS RECEIPTS) THAT NEVER REGISTER.  THE
003930* RUN LOG CARRIES NO TIME, SO SUCH A FEED IS NEVER LATE.
003940*-----------------------------------------------------------------
003950 2200-LOAD-RUN-LOG.
003960     OPEN INPUT RunLogFile.
003970     PERFORM 2210-LOAD-ONE-LOG-RECORD THRU
003980             2210-LOAD-ONE-LOG-RECORD-EXIT
003990         UNTIL FMN-EndOfRunLog.
004000     CLOSE RunLogFile.
004010 2200-LOAD-RUN-LOG-EXIT.
004020     EXIT.
004030
004040 2210-LOAD-ONE-LOG-RECORD.
004050     READ RunLogFile INTO RunLogRecord
004060         AT END
004070             MOVE "Y" TO FMN-Log-EOF
004080             GO TO 2210-LOAD-ONE-LOG-RECORD-EXIT
004090     END-READ.
004100     IF RunLogRunDate NOT = FMN-Run-Date
004110         GO TO 2210-LOAD-ONE-LOG-RECORD-EXIT
004120     END-IF.
004130     MOVE ZERO TO FMN-Log-Found-Idx.
004140     PERFORM 2220-CHECK-ONE-LOG-TYPE THRU
004150             2220-CHECK-ONE-LOG-TYPE-EXIT
004160         VARYING FMN-Log-Idx FROM 1 BY 1
004170         UNTIL FMN-Log-Idx > FMN-Log-Count
004180            OR FMN-Log-Found-Idx NOT = ZERO.
004190     IF FMN-Log-Found-Idx = ZERO
004200             AND FMN-Log-Count < 100
004210         ADD 1 TO FMN-Log-Count
004220         MOVE RunLogFeedType TO FMN-Log-FeedType(FMN-Log-Count)
004230     END-IF.
004240 2210-LOAD-ONE-LOG-RECORD-EXIT.
004250     EXIT.
004260
004270 2220-CHECK-ONE-LOG-TYPE.
004280     IF FMN-Log-FeedType(FMN-Log-Idx) = RunLogFeedType
004290         MOVE FMN-Log-Idx TO FMN-Log-Found-Idx
004300     END-IF.
004310 2220-CHECK-ONE-LOG-TYPE-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------------
004350* WRITE-MONITOR - ONE LINE PER EXPECTED FEED, THEN THE FILES
004360* NOBODY EXPECTED, THEN THE TOTALS.
004370*-----------------------------------------------------------------
004380 3000-WRITE-MONITOR.
004390     OPEN OUTPUT FeedMonitorFile.
004400     MOVE FMN-Run-Date TO HdgRunDate.
004410     MOVE FMN-DayName(FMN-Weekday) TO HdgDayName.
004420     MOVE SPACES TO HdgHoliday.
004430     IF FMN-IsAllFeedHoliday
004440         STRING "HOLIDAY - " DELIMITED BY SIZE
004450                FMN-AllHoliday-Name DELIMITED BY SIZE
004460             INTO HdgHoliday
004470         END-STRING
004480     END-IF.
004490     WRITE FeedMonitorRecord FROM FMN-HeadingLine.
004500     MOVE SPACES TO FeedMonitorRecord.
004510     WRITE FeedMonitorRecord.
004520     WRITE FeedMonitorRecord FROM FMN-ColumnLine.
004530     IF FMN-Feed-Count = ZERO
004540         WRITE FeedMonitorRecord FROM FMN-EmptyLine
004550     END-IF.
004560     PERFORM 3010-CHECK-ONE-FEED THRU 3010-CHECK-ONE-FEED-EXIT
004570         VARYING FMN-Feed-Idx FROM 1 BY 1
004580         UNTIL FMN-Feed-Idx > FMN-Feed-Count.
004590     MOVE SPACES TO FeedMonitorRecord.
004600     WRITE FeedMonitorRecord.
004610     WRITE FeedMonitorRecord FROM FMN-UnexpectedTitleLine.
004620     PERFORM 3100-LIST-ONE-UNEXPECTED THRU
004630             3100-LIST-ONE-UNEXPECTED-EXIT
004640         VARYING FMN-Reg-Idx FROM 1 BY 1
004650         UNTIL FMN-Reg-Idx > FMN-Reg-Count.
004660     MOVE SPACES TO FeedMonitorRecord.
004670     WRITE FeedMonitorRecord.
004680     MOVE FMN-Due-Count TO TotDue.
004690     MOVE FMN-Received-Count TO TotReceived.
004700     MOVE FMN-Late-Count TO TotLate.
004710     MOVE FMN-Missing-Count TO TotMissing.
004720     MOVE FMN-MandMissing-Count TO TotMandMissing.
004730     MOVE FMN-Unexpected-Count TO TotUnexpected.
004740     WRITE FeedMonitorRecord FROM FMN-TotalLine.
004750     CLOSE FeedMonitorFile.
004760 3000-WRITE-MONITOR-EXIT.
004770     EXIT.
004780
004790*-----------------------------------------------------------------
004800* CHECK-ONE-FEED - FIND THE FEED'S ARRIVAL AND WORK OUT ITS
004810* STATUS.  EVERY REGISTERED FILE WHOSE NAME STARTS WITH THE
004820* FEED'S PREFIX (ANY FILE, WHEN THE PREFIX IS BLANK) COUNTS, AND
004830* THE EARLIEST OF THEM IS THE ARRIVAL TIME.  A FEED THAT ARRIVED
004840* ON A DAY IT WAS NOT DUE IS STILL REPORTED RECEIVED.
004850*-----------------------------------------------------------------
004860 3010-CHECK-ONE-FEED.
004870     IF FMN-Feed-Source(FMN-Feed-Idx) = "L"
004880         MOVE ZERO TO FMN-Log-Found-Idx
004890         PERFORM 3030-MATCH-ONE-LOG-TYPE THRU
004900                 3030-MATCH-ONE-LOG-TYPE-EXIT
004910             VARYING FMN-Log-Idx FROM 1 BY 1
004920             UNTIL FMN-Log-Idx > FMN-Log-Count
004930                OR FMN-Log-Found-Idx NOT = ZERO
004940     ELSE
004950         PERFORM 3020-MATCH-ONE-REG-ENTRY THRU
004960                 3020-MATCH-ONE-REG-ENTRY-EXIT
004970             VARYING FMN-Reg-Idx FROM 1 BY 1
004980             UNTIL FMN-Reg-Idx > FMN-Reg-Count
004990     END-IF.
005000     PERFORM 3040-FIND-FEED-HOLIDAY THRU
005010             3040-FIND-FEED-HOLIDAY-EXIT.
005020     IF FMN-Feed-Arrived(FMN-Feed-Idx) = "Y"
005030         IF FMN-Feed-Time(FMN-Feed-Idx) NOT = SPACES
005040                 AND FMN-Feed-Time(FMN-Feed-Idx)(1:4) >
005050                     FMN-Feed-Cutoff(FMN-Feed-Idx)
005060             MOVE "LATE" TO FMN-Status
005070             ADD 1 TO FMN-Late-Count
005080         ELSE
005090             MOVE "RECEIVED" TO FMN-Status
005100             ADD 1 TO FMN-Received-Count
005110         END-IF
005120     ELSE
005130         IF FMN-IsAllFeedHoliday
005140                 OR FMN-Hol-Found-Idx NOT = ZERO
005150             MOVE "HOLIDAY" TO FMN-Status
005160         ELSE
005170             IF FMN-Feed-DueDays(FMN-Feed-Idx)(FMN-Weekday:1)
005180                     NOT = "Y"
005190                 MOVE "NOT DUE" TO FMN-Status
005200             ELSE
005210                 MOVE "MISSING" TO FMN-Status
005220                 ADD 1 TO FMN-Missing-Count
005230                 IF FMN-Feed-Mandatory(FMN-Feed-Idx) = "Y"
005240                     MOVE "MISSING *" TO FMN-Status
005250                     ADD 1 TO FMN-MandMissing-Count
005260                 END-IF
005270             END-IF
005280         END-IF
005290     END-IF.
005300     IF NOT FMN-IsAllFeedHoliday
005310             AND FMN-Hol-Found-Idx = ZERO
005320             AND FMN-Feed-DueDays(FMN-Feed-Idx)(FMN-Weekday:1)
005330                 = "Y"
005340         ADD 1 TO FMN-Due-Count
005350     END-IF.
005360     MOVE SPACES TO FMN-DetailLine.
005370     MOVE FMN-Feed-Type(FMN-Feed-Idx) TO MonFeedType.
005380     IF FMN-Feed-FileName(FMN-Feed-Idx) = SPACES
005390         MOVE "(ANY FILE)" TO MonFileName
005400     ELSE
005410         MOVE FMN-Feed-FileName(FMN-Feed-Idx) TO MonFileName
005420     END-IF.
005430     MOVE FMN-Feed-DueDays(FMN-Feed-Idx) TO MonDueDays.
005440     MOVE FMN-Feed-Cutoff(FMN-Feed-Idx) TO MonCutoff.
005450     MOVE FMN-Feed-Mandatory(FMN-Feed-Idx) TO MonMandatory.
005460     MOVE FMN-Feed-Source(FMN-Feed-Idx) TO MonSource.
005470     IF FMN-Feed-Arrived(FMN-Feed-Idx) = "Y"
005480         IF FMN-Feed-Time(FMN-Feed-Idx) = SPACES
005490                 OR FMN-Feed-Source(FMN-Feed-Idx) = "L"
005500             MOVE "NO TIME " TO MonArrived
005510         ELSE
005520             STRING FMN-Feed-Time(FMN-Feed-Idx)(1:2) ":"
005530                    FMN-Feed-Time(FMN-Feed-Idx)(3:2) ":"
005540                    FMN-Feed-Time(FMN-Feed-Idx)(5:2)
005550                    DELIMITED BY SIZE INTO MonArrived
005560             END-STRING
005570         END-IF
005580     END-IF.
005590     MOVE FMN-Status TO MonStatus.
005600     WRITE FeedMonitorRecord FROM FMN-DetailLine.
005610 3010-CHECK-ONE-FEED-EXIT.
005620     EXIT.
005630
005640 3020-MATCH-ONE-REG-ENTRY.
005650     IF FMN-Reg-FeedType(FMN-Reg-Idx) NOT =
005660             FMN-Feed-Type(FMN-Feed-Idx)
005670         GO TO 3020-MATCH-ONE-REG-ENTRY-EXIT
005680     END-IF.
005690     IF FMN-Feed-PrefixLen(FMN-Feed-Idx) > ZERO
005700         IF FMN-Reg-FileName(FMN-Reg-Idx)
005710                 (1:FMN-Feed-PrefixLen(FMN-Feed-Idx)) NOT =
005720             FMN-Feed-FileName(FMN-Feed-Idx)
005730                 (1:FMN-Feed-PrefixLen(FMN-Feed-Idx))
005740             GO TO 3020-MATCH-ONE-REG-ENTRY-EXIT
005750         END-IF
005760     END-IF.
005770     MOVE "Y" TO FMN-Reg-Matched(FMN-Reg-Idx).
005780     IF FMN-Feed-Arrived(FMN-Feed-Idx) NOT = "Y"
005790             OR FMN-Reg-Time(FMN-Reg-Idx) <
005800                FMN-Feed-Time(FMN-Feed-Idx)
005810         MOVE FMN-Reg-Time(FMN-Reg-Idx) TO
005820                 FMN-Feed-Time(FMN-Feed-Idx)
005830     END-IF.
005840     MOVE "Y" TO FMN-Feed-Arrived(FMN-Feed-Idx).
005850 3020-MATCH-ONE-REG-ENTRY-EXIT.
005860     EXIT.
005870
005880 3030-MATCH-ONE-LOG-TYPE.
005890     IF FMN-Log-FeedType(FMN-Log-Idx) =
005900             FMN-Feed-Type(FMN-Feed-Idx)
005910         MOVE FMN-Log-Idx TO FMN-Log-Found-Idx
005920         MOVE "Y" TO FMN-Feed-Arrived(FMN-Feed-Idx)
005930     END-IF.
005940 3030-MATCH-ONE-LOG-TYPE-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------------
005980* FIND-FEED-HOLIDAY - FMN-HOL-FOUND-IDX IS THE HOLIDAY FOR THE
005990* FEED'S TYPE, OR ZERO WHEN THERE IS NONE.
006000*-----------------------------------------------------------------
006010 3040-FIND-FEED-HOLIDAY.
006020     MOVE ZERO TO FMN-Hol-Found-Idx.
006030     PERFORM 3050-CHECK-ONE-HOLIDAY THRU
006040             3050-CHECK-ONE-HOLIDAY-EXIT
006050         VARYING FMN-Hol-Idx FROM 1 BY 1
006060         UNTIL FMN-Hol-Idx > FMN-Hol-Count
006070            OR FMN-Hol-Found-Idx NOT = ZERO.
006080 3040-FIND-FEED-HOLIDAY-EXIT.
006090     EXIT.
006100
006110 3050-CHECK-ONE-HOLIDAY.
006120     IF FMN-Hol-FeedType(FMN-Hol-Idx) =
006130             FMN-Feed-Type(FMN-Feed-Idx)
006140         MOVE FMN-Hol-Idx TO FMN-Hol-Found-Idx
006150     END-IF.
006160 3050-CHECK-ONE-HOLIDAY-EXIT.
006170     EXIT.
006180
006190 3100-LIST-ONE-UNEXPECTED.
006200     IF FMN-Reg-Matched(FMN-Reg-Idx) = "Y"
006210         GO TO 3100-LIST-ONE-UNEXPECTED-EXIT
006220     END-IF.
006230     ADD 1 TO FMN-Unexpected-Count.
006240     MOVE SPACES TO FMN-DetailLine.
006250     MOVE FMN-Reg-FeedType(FMN-Reg-Idx) TO MonFeedType.
006260     MOVE FMN-Reg-FileName(FMN-Reg-Idx) TO MonFileName.
006270     IF FMN-Reg-Time(FMN-Reg-Idx) = SPACES
006280         MOVE "NO TIME " TO MonArrived
006290     ELSE
006300         STRING FMN-Reg-Time(FMN-Reg-Idx)(1:2) ":"
006310                FMN-Reg-Time(FMN-Reg-Idx)(3:2) ":"
006320                FMN-Reg-Time(FMN-Reg-Idx)(5:2)
006330                DELIMITED BY SIZE INTO MonArrived
006340         END-STRING
006350     END-IF.
006360     MOVE "UNEXPECTED" TO MonStatus.
006370     WRITE FeedMonitorRecord FROM FMN-DetailLine.
006380 3100-LIST-ONE-UNEXPECTED-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------------
006420* WRITE-RUN-LOG - APPEND THIS RUN'S RECORD.  A MISSING MANDATORY
006430* FEED TURNS THE RECONCILE SWITCH TO "N" WITH DISPOSITION
006440* MISSING, WHICH STOPS THE DAYDRIVR CHAIN AND SHOWS ON OPSSUMM.
006450* A LATE OR MISSING OPTIONAL FEED IS REPORTED ONLY.
006460*-----------------------------------------------------------------
006470 9100-WRITE-RUN-LOG.
006480     OPEN EXTEND RunLogFile.
006490     MOVE "FEEDMON " TO RunLogProgramName.
006500     MOVE "FEEDCAL   " TO RunLogFeedType.
006510     MOVE FMN-Run-Date TO RunLogRunDate.
006520     MOVE FMN-Feed-Count TO RunLogRecordsProcessed.
006530     MOVE "Y" TO RunLogReconcileSwitch.
006540     MOVE "Y" TO RunLogHeaderSwitch.
006550     MOVE "Y" TO RunLogTrailerSwitch.
006560     MOVE "COMPLETE" TO RunLogDisposition.
006565     MOVE ZERO TO RunLogAlertCount.
006570     IF FMN-MandMissing-Count > ZERO
006580         MOVE "N" TO RunLogReconcileSwitch
006590         MOVE "MISSING " TO RunLogDisposition
006600     END-IF.
006610     WRITE RunLogFileRecord FROM RunLogRecord.
006620     CLOSE RunLogFile.
006630 9100-WRITE-RUN-LOG-EXIT.
006640     EXIT.
006650
006651*-----------------------------------------------------------------
006652* BANK-REPORT-GENERATIONS - KEEP THE MONITOR AS A DATED GENERATION
006653* UNDER THE RUN DATE IT CHECKED, AGAINST THE FEED CALENDAR.
006654*-----------------------------------------------------------------
006655 9200-BANK-REPORT-GENERATIONS.
006656     MOVE FMN-Run-Date TO FMN-Gen-Run-Date.
006657     MOVE "feedcal.txt" TO FMN-Gen-Feed-File.
006658     MOVE "feedmon1.txt" TO FMN-Gen-Source-Name.
006659     MOVE "FEEDMON1" TO FMN-Gen-Report-Id.
006660     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
006661 9200-BANK-REPORT-GENERATIONS-EXIT.
006662     EXIT.
006663
006664*-----------------------------------------------------------------
006665* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
006666* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
006667* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
006668* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
006669* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
006670*-----------------------------------------------------------------
006671 9210-BANK-ONE-REPORT.
006672     MOVE ZERO TO FMN-Gen-Number.
006673     MOVE "N" TO FMN-Gen-Index-EOF.
006674     OPEN INPUT ReportIndexFile.
006675     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
006676         UNTIL FMN-EndOfReportIndex.
006677     CLOSE ReportIndexFile.
006678     IF FMN-Gen-Number = 999
006679         DISPLAY "*** " FMN-Gen-Report-Id " ALREADY HOLDS 999 "
006680                 "GENERATIONS FOR " FMN-Gen-Run-Date
006681                 " - NOT BANKED ***"
006682         GO TO 9210-BANK-ONE-REPORT-EXIT
006683     END-IF.
006684     ADD 1 TO FMN-Gen-Number.
006685     MOVE ZERO TO FMN-Gen-Line-Count.
006686     MOVE "N" TO FMN-Gen-Source-EOF.
006687     OPEN INPUT GenSourceFile.
006688     OPEN EXTEND ReportGenFile.
006689     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
006690         UNTIL FMN-EndOfGenSource.
006691     CLOSE GenSourceFile.
006692     CLOSE ReportGenFile.
006693     MOVE SPACES TO ReportIndexRecord.
006694     MOVE FMN-Gen-Report-Id TO ReportIndexReportId.
006695     MOVE FMN-Gen-Run-Date TO ReportIndexRunDate.
006696     MOVE FMN-Gen-Number TO ReportIndexGeneration.
006697     MOVE "FEEDMON " TO ReportIndexProgram.
006698     MOVE FMN-Gen-Feed-File TO ReportIndexFeedFile.
006699     MOVE FMN-Gen-Line-Count TO ReportIndexLineCount.
006700     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
006701     ACCEPT ReportIndexBankTime FROM TIME.
006702     OPEN EXTEND ReportIndexFile.
006703     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
006704     CLOSE ReportIndexFile.
006705     ADD 1 TO FMN-Gen-Banked-Count.
006706 9210-BANK-ONE-REPORT-EXIT.
006707     EXIT.
006708
006709 9212-SCAN-ONE-INDEX.
006710     READ ReportIndexFile INTO ReportIndexRecord
006711         AT END MOVE "Y" TO FMN-Gen-Index-EOF
006712         NOT AT END
006713             IF ReportIndexReportId = FMN-Gen-Report-Id
006714                     AND ReportIndexRunDate = FMN-Gen-Run-Date
006715                     AND ReportIndexGeneration > FMN-Gen-Number
006716                 MOVE ReportIndexGeneration TO FMN-Gen-Number
006717             END-IF
006718     END-READ.
006719 9212-SCAN-ONE-INDEX-EXIT.
006720     EXIT.
006721
006722 9214-BANK-ONE-LINE.
006723     READ GenSourceFile
006724         AT END MOVE "Y" TO FMN-Gen-Source-EOF
006725         NOT AT END
006726             ADD 1 TO FMN-Gen-Line-Count
006727             MOVE FMN-Gen-Report-Id TO ReportGenReportId
006728             MOVE FMN-Gen-Run-Date TO ReportGenRunDate
006729             MOVE FMN-Gen-Number TO ReportGenGeneration
006730             MOVE FMN-Gen-Line-Count TO ReportGenLineNumber
006731             MOVE GenSourceRecord TO ReportGenLineText
006732             WRITE ReportGenFileRecord FROM ReportGenRecord
006733     END-READ.
006734 9214-BANK-ONE-LINE-EXIT.
006735     EXIT.
006736
006737 9999-COMPLETE.
006738     DISPLAY "FEED MONITOR WRITTEN TO FEEDMON1.TXT FOR "
006739             FMN-Run-Date " - " FMN-Due-Count " DUE, "
006740             FMN-Received-Count " RECEIVED, " FMN-Late-Count
006741             " LATE, " FMN-Missing-Count " MISSING, "
006742             FMN-Unexpected-Count " UNEXPECTED.".
006743     IF FMN-MandMissing-Count > ZERO
006744         DISPLAY "*** " FMN-MandMissing-Count " MANDATORY "
006745                 "FEEDS MISSING - CHAIN WILL STOP ***"
006750     END-IF.
006760     IF FMN-Feed-Dropped > ZERO OR FMN-Reg-Dropped > ZERO
006770         DISPLAY "*** FEED OR REGISTER TABLE FULL - "
006780                 FMN-Feed-Dropped " FEEDS AND " FMN-Reg-Dropped
006790                 " REGISTER ENTRIES LEFT OFF ***"
006800     END-IF.
006803     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
006806             FMN-Gen-Banked-Count.
006810     STOP RUN.
006820 9999-COMPLETE-EXIT.
006830     EXIT.
