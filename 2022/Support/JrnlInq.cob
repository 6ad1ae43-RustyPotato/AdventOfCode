000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNLINQ.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - INQUIRY REPORT OVER THE SHARED
000120*                 MAINTENANCE JOURNAL (COPYBOOK MNTJRNL) THAT
000128*                 BATOWNMT, FOODIMNT, PLAYRMNT, PARMMNT, SUSPFIX,
000136*                 FEEDCMNT AND RATNSMNT APPEND TO.  SELECTS BY
000144*                 PROGRAM, BY KEY (BATCH NUMBER, ITEM CODE, PLAYER
000152*                 ID, PARM KEY, SUSPENSE ITEM AND FEED, FEED TYPE
000160*                 AND CALENDAR DETAIL, RATION SECTION - LEADING
000168*                 CHARACTERS MATCH), AND BY DATE RANGE, AND PRINTS
000176*                 WHO CHANGED WHAT AND WHEN WITH THE BEFORE AND
000184*                 AFTER IMAGES, SO AUDIT CAN BE ANSWERED WITHOUT
000188*                 THE CONSOLE LOGS.  THE REPORT IS BANKED AS A
000192*                 DATED GENERATION (COPYBOOK RPTGEN) FOR THE
000196*                 RPTREPRT REPRINT PROGRAM.
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260     SELECT InquiryReportFile ASSIGN TO "jrnlinq1.txt"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000271     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000272             JIQ-Gen-Source-Name
000273         ORGANIZATION IS LINE SEQUENTIAL.
000274     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000275         ORGANIZATION IS LINE SEQUENTIAL.
000276     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000277         ORGANIZATION IS LINE SEQUENTIAL.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  MaintJournalFile.
000320 01  MaintJournalFileRecord  PIC X(240).
000330
000340 FD  InquiryReportFile.
000350 01  InquiryReportRecord     PIC X(100).
000351
000352 FD  GenSourceFile.
000353 01  GenSourceRecord         PIC X(120).
000354
000355 FD  ReportIndexFile.
000356 01  ReportIndexFileRecord   PIC X(88).
000357
000358 FD  ReportGenFile.
000359 01  ReportGenFileRecord     PIC X(146).
000360
000370 WORKING-STORAGE SECTION.
000380*-----------------------------------------------------------------
000390* SHARED MAINTENANCE JOURNAL RECORD, APPENDED BY THE DESKS.
000400*-----------------------------------------------------------------
000410 COPY MNTJRNL.
000420
000430*-----------------------------------------------------------------
000440* SELECTION CARDS - A BLANK CARD SELECTS EVERYTHING ON THAT
000450* TEST.  THE KEY CARD MATCHES ON ITS LEADING NON-BLANK LENGTH,
000460* SO "003" FINDS SUSPENSE ITEM 3 UNDER ANY FEED AND "DAY1"
000470* FINDS EVERY DAY1 PARAMETER RECORD.  THE DESKS KEY THE JOURNAL
000471* AS FOLLOWS: BATOWNMT THE BATCH NUMBER, FOODIMNT THE ITEM CODE,
000472* PLAYRMNT THE PLAYER ID, PARMMNT THE PARM KEY, SUSPFIX THE
000473* 3-DIGIT SUSPENSE ITEM, A SPACE, THEN THE FEED TYPE, FEEDCMNT
000474* THE FEED TYPE IN 10 THEN THE FILE NAME OR HOLIDAY DATE,
000475* RATNSMNT THE SECTION.
000480*-----------------------------------------------------------------
000490 01  JIQ-ProgramCard         PIC X(08) VALUE SPACES.
000500 01  JIQ-KeyCard             PIC X(20) VALUE SPACES.
000510 01  JIQ-FromDateCard        PIC X(08) VALUE SPACES.
000520 01  JIQ-ToDateCard          PIC X(08) VALUE SPACES.
000530 01  JIQ-Key-Len             PIC 9(02) VALUE ZERO COMP.
000540 01  JIQ-Trim-Switch         PIC X(01) VALUE "N".
000550     88  JIQ-KeyIsTrimmed            VALUE "Y".
000560
000570 01  JIQ-EOF                 PIC X(01) VALUE "N".
000580     88  JIQ-EndOfJournalFile        VALUE "Y".
000590 01  JIQ-Select-Switch       PIC X(01) VALUE "N".
000600     88  JIQ-EntryIsSelected         VALUE "Y".
000610 01  JIQ-Read-Count          PIC 9(07) VALUE ZERO COMP.
000620 01  JIQ-Selected-Count      PIC 9(07) VALUE ZERO COMP.
000630
000640 01  JIQ-HeadingLine.
000650     05  FILLER              PIC X(40)
000660             VALUE "MAINTENANCE JOURNAL INQUIRY - BEFORE/AFT".
000670     05  FILLER              PIC X(60)
000680             VALUE "ER IMAGES BY PROGRAM, KEY AND DATE".
000690
000700 01  JIQ-SelectionLine.
000710     05  FILLER              PIC X(08) VALUE "PROGRAM ".
000720     05  JiqSelProgram       PIC X(08).
000730     05  FILLER              PIC X(05) VALUE " KEY ".
000740     05  JiqSelKey           PIC X(20).
000750     05  FILLER              PIC X(06) VALUE " FROM ".
000760     05  JiqSelFrom          PIC X(08).
000770     05  FILLER              PIC X(04) VALUE " TO ".
000780     05  JiqSelTo            PIC X(08).
000790     05  FILLER              PIC X(33) VALUE SPACES.
000800
000810 01  JIQ-ColumnLine.
000820     05  FILLER              PIC X(40)
000830             VALUE "DATE     TIME   PROGRAM  ACTION   KEY   ".
000840     05  FILLER              PIC X(60)
000850             VALUE "               OPERATOR".
000860
000870 01  JIQ-EntryLine.
000880     05  JiqDate             PIC X(08).
000890     05  FILLER              PIC X(01).
000900     05  JiqTime             PIC X(06).
000910     05  FILLER              PIC X(01).
000920     05  JiqProgram          PIC X(08).
000930     05  FILLER              PIC X(01).
000940     05  JiqAction           PIC X(08).
000950     05  FILLER              PIC X(01).
000960     05  JiqKey              PIC X(20).
000970     05  FILLER              PIC X(01).
000980     05  JiqOperator         PIC X(08).
000990     05  FILLER              PIC X(37).
001000
001010 01  JIQ-ImageLine.
001020     05  FILLER              PIC X(02).
001030     05  JiqImageLabel       PIC X(07).
001040     05  JiqImage            PIC X(91).
001050
001060 01  JIQ-TotalLine.
001070     05  FILLER              PIC X(21)
001080             VALUE "JOURNAL ENTRIES READ ".
001090     05  JiqReadCount        PIC ZZZZZZ9.
001100     05  FILLER              PIC X(10) VALUE "  SELECTED".
001110     05  FILLER              PIC X(01) VALUE SPACE.
001120     05  JiqSelectedCount    PIC ZZZZZZ9.
001130     05  FILLER              PIC X(54) VALUE SPACES.
001140
001141*-----------------------------------------------------------------
001142* REPORT GENERATIONS (COPYBOOK RPTGEN) - THE REPORT THE RUN
001143* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001144* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001145* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001146*-----------------------------------------------------------------
001147 COPY RPTGEN.
001148
001149 01  JIQ-Gen-Source-Name      PIC X(40) VALUE SPACES.
001150 01  JIQ-Gen-Report-Id        PIC X(10) VALUE SPACES.
001151 01  JIQ-Gen-Run-Date         PIC X(08) VALUE SPACES.
001152 01  JIQ-Gen-Feed-File        PIC X(40) VALUE SPACES.
001153 01  JIQ-Gen-Number           PIC 9(03) VALUE ZERO.
001154 01  JIQ-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001155 01  JIQ-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001156 01  JIQ-Gen-Index-EOF        PIC X(01) VALUE "N".
001157     88  JIQ-EndOfReportIndex         VALUE "Y".
001158 01  JIQ-Gen-Source-EOF       PIC X(01) VALUE "N".
001159     88  JIQ-EndOfGenSource           VALUE "Y".
001160
001161 PROCEDURE DIVISION.
001162 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001180     PERFORM 2000-READ-JOURNAL THRU 2000-READ-JOURNAL-EXIT
001190         UNTIL JIQ-EndOfJournalFile.
001192     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
001194     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001196             9200-BANK-REPORT-GENERATIONS-EXIT.
001200     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001210
001220*-----------------------------------------------------------------
001230* INITIALIZE - TAKE THE SELECTION CARDS, OPEN THE JOURNAL AND
001240* THE REPORT, AND PRINT THE HEADING AND THE SELECTION IN FORCE.
001250*-----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     DISPLAY "ENTER PROGRAM (BATOWNMT/FOODIMNT/PLAYRMNT/PARMMNT/"
001280             "SUSPFIX/FEEDCMNT/RATNSMNT, BLANK = ALL) -".
001290     ACCEPT JIQ-ProgramCard FROM SYSIN.
001300     DISPLAY "KEY FORMATS - BATCH NUMBER, ITEM CODE, PLAYER ID, "
001310             "PARM KEY,".
001311     DISPLAY "  SUSPENSE ITEM NNN + SPACE + FEED TYPE (SUSPFIX),".
001312     DISPLAY "  FEED TYPE IN 10 + FILE NAME OR HOLIDAY DATE "
001313             "(FEEDCMNT),".
001314     DISPLAY "  SECTION (RATNSMNT).  LEADING CHARACTERS MATCH.".
001315     DISPLAY "ENTER KEY (BLANK = ALL) -".
001320     ACCEPT JIQ-KeyCard FROM SYSIN.
001330     DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = EARLIEST) -".
001340     ACCEPT JIQ-FromDateCard FROM SYSIN.
001350     DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = LATEST) -".
001360     ACCEPT JIQ-ToDateCard FROM SYSIN.
001370     IF JIQ-FromDateCard = SPACES
001380         MOVE "00000000" TO JIQ-FromDateCard
001390     END-IF.
001400     IF JIQ-ToDateCard = SPACES
001410         MOVE "99999999" TO JIQ-ToDateCard
001420     END-IF.
001430     IF JIQ-FromDateCard > JIQ-ToDateCard
001440         DISPLAY "*** FROM DATE IS AFTER TO DATE - NOTHING "
001450                 "WILL BE SELECTED ***"
001460     END-IF.
001470     MOVE 20 TO JIQ-Key-Len.
001480     PERFORM 1010-TRIM-KEY-CARD THRU 1010-TRIM-KEY-CARD-EXIT
001490         UNTIL JIQ-Key-Len = ZERO OR JIQ-KeyIsTrimmed.
001500     OPEN INPUT MaintJournalFile.
001510     OPEN OUTPUT InquiryReportFile.
001520     WRITE InquiryReportRecord FROM JIQ-HeadingLine.
001530     IF JIQ-ProgramCard = SPACES
001540         MOVE "(ALL)" TO JiqSelProgram
001550     ELSE
001560         MOVE JIQ-ProgramCard TO JiqSelProgram
001570     END-IF.
001580     IF JIQ-Key-Len = ZERO
001590         MOVE "(ALL)" TO JiqSelKey
001600     ELSE
001610         MOVE JIQ-KeyCard TO JiqSelKey
001620     END-IF.
001630     MOVE JIQ-FromDateCard TO JiqSelFrom.
001640     MOVE JIQ-ToDateCard TO JiqSelTo.
001650     WRITE InquiryReportRecord FROM JIQ-SelectionLine.
001660     MOVE SPACES TO InquiryReportRecord.
001670     WRITE InquiryReportRecord.
001680     WRITE InquiryReportRecord FROM JIQ-ColumnLine.
001690     MOVE SPACES TO JIQ-EntryLine.
001700     MOVE SPACES TO JIQ-ImageLine.
001710 1000-INITIALIZE-EXIT.
001720     EXIT.
001730
001740 1010-TRIM-KEY-CARD.
001750     IF JIQ-KeyCard(JIQ-Key-Len:1) = SPACE
001760         SUBTRACT 1 FROM JIQ-Key-Len
001770     ELSE
001780         MOVE "Y" TO JIQ-Trim-Switch
001790     END-IF.
001800 1010-TRIM-KEY-CARD-EXIT.
001810     EXIT.
001820
001830*-----------------------------------------------------------------
001840* READ-JOURNAL - ONE JOURNAL RECORD PER PASS, PRINTED WHEN IT
001850* PASSES EVERY SELECTION TEST.
001860*-----------------------------------------------------------------
001870 2000-READ-JOURNAL.
001880     READ MaintJournalFile INTO MaintJournalRecord
001890         AT END MOVE "Y" TO JIQ-EOF
001900         NOT AT END
001910             ADD 1 TO JIQ-Read-Count
001920             PERFORM 2010-APPLY-SELECTION THRU
001930                     2010-APPLY-SELECTION-EXIT
001940             IF JIQ-EntryIsSelected
001950                 PERFORM 2020-PRINT-ENTRY THRU
001960                         2020-PRINT-ENTRY-EXIT
001970             END-IF
001980     END-READ.
001990 2000-READ-JOURNAL-EXIT.
002000     EXIT.
002010
002020 2010-APPLY-SELECTION.
002030     MOVE "N" TO JIQ-Select-Switch.
002040     IF JIQ-ProgramCard NOT = SPACES
002050             AND MaintJournalProgram NOT = JIQ-ProgramCard
002060         GO TO 2010-APPLY-SELECTION-EXIT
002070     END-IF.
002080     IF JIQ-Key-Len NOT = ZERO
002090         IF MaintJournalKey(1:JIQ-Key-Len) NOT =
002100                 JIQ-KeyCard(1:JIQ-Key-Len)
002110             GO TO 2010-APPLY-SELECTION-EXIT
002120         END-IF
002130     END-IF.
002140     IF MaintJournalDate < JIQ-FromDateCard
002150             OR MaintJournalDate > JIQ-ToDateCard
002160         GO TO 2010-APPLY-SELECTION-EXIT
002170     END-IF.
002180     MOVE "Y" TO JIQ-Select-Switch.
002190 2010-APPLY-SELECTION-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------------------
002230* PRINT-ENTRY - THE ENTRY LINE, THEN THE BEFORE AND AFTER
002240* IMAGES EACH ON A LINE OF ITS OWN.
002250*-----------------------------------------------------------------
002260 2020-PRINT-ENTRY.
002270     ADD 1 TO JIQ-Selected-Count.
002280     MOVE SPACES TO InquiryReportRecord.
002290     WRITE InquiryReportRecord.
002300     MOVE MaintJournalDate TO JiqDate.
002310     MOVE MaintJournalTime TO JiqTime.
002320     MOVE MaintJournalProgram TO JiqProgram.
002330     MOVE MaintJournalAction TO JiqAction.
002340     MOVE MaintJournalKey TO JiqKey.
002350     MOVE MaintJournalOperator TO JiqOperator.
002360     WRITE InquiryReportRecord FROM JIQ-EntryLine.
002370     MOVE "BEFORE " TO JiqImageLabel.
002380     IF MaintJournalBefore = SPACES
002390         MOVE "(NONE - NEW KEY)" TO JiqImage
002400     ELSE
002410         MOVE MaintJournalBefore TO JiqImage
002420     END-IF.
002430     WRITE InquiryReportRecord FROM JIQ-ImageLine.
002440     MOVE "AFTER  " TO JiqImageLabel.
002450     MOVE MaintJournalAfter TO JiqImage.
002460     WRITE InquiryReportRecord FROM JIQ-ImageLine.
002470 2020-PRINT-ENTRY-EXIT.
002480     EXIT.
002490
002493*-----------------------------------------------------------------
002496* WRITE-TOTALS - THE READ AND SELECTED COUNTS, THEN CLOSE THE
002499* JOURNAL AND THE REPORT.
002502*-----------------------------------------------------------------
002505 3000-WRITE-TOTALS.
002510     MOVE SPACES TO InquiryReportRecord.
002520     WRITE InquiryReportRecord.
002530     MOVE JIQ-Read-Count TO JiqReadCount.
002540     MOVE JIQ-Selected-Count TO JiqSelectedCount.
002550     WRITE InquiryReportRecord FROM JIQ-TotalLine.
002560     CLOSE MaintJournalFile.
002570     CLOSE InquiryReportFile.
002571 3000-WRITE-TOTALS-EXIT.
002572     EXIT.
002573
002574*-----------------------------------------------------------------
002575* BANK-REPORT-GENERATIONS - KEEP THE INQUIRY AS A DATED GENERATION
002576* UNDER THE DATE IT RAN, AGAINST THE MAINTENANCE JOURNAL.
002577*-----------------------------------------------------------------
002578 9200-BANK-REPORT-GENERATIONS.
002579     ACCEPT JIQ-Gen-Run-Date FROM DATE YYYYMMDD.
002580     MOVE "mntjrnl.txt" TO JIQ-Gen-Feed-File.
002581     MOVE "jrnlinq1.txt" TO JIQ-Gen-Source-Name.
002582     MOVE "JRNLINQ1" TO JIQ-Gen-Report-Id.
002583     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
002584 9200-BANK-REPORT-GENERATIONS-EXIT.
002585     EXIT.
002586
002587*-----------------------------------------------------------------
002588* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
002589* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
002590* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
002591* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
002592* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
002593*-----------------------------------------------------------------
002594 9210-BANK-ONE-REPORT.
002595     MOVE ZERO TO JIQ-Gen-Number.
002596     MOVE "N" TO JIQ-Gen-Index-EOF.
002597     OPEN INPUT ReportIndexFile.
002598     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
002599         UNTIL JIQ-EndOfReportIndex.
002600     CLOSE ReportIndexFile.
002601     IF JIQ-Gen-Number = 999
002602         DISPLAY "*** " JIQ-Gen-Report-Id " ALREADY HOLDS 999 "
002603                 "GENERATIONS FOR " JIQ-Gen-Run-Date
002604                 " - NOT BANKED ***"
002605         GO TO 9210-BANK-ONE-REPORT-EXIT
002606     END-IF.
002607     ADD 1 TO JIQ-Gen-Number.
002608     MOVE ZERO TO JIQ-Gen-Line-Count.
002609     MOVE "N" TO JIQ-Gen-Source-EOF.
002610     OPEN INPUT GenSourceFile.
002611     OPEN EXTEND ReportGenFile.
002612     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
002613         UNTIL JIQ-EndOfGenSource.
002614     CLOSE GenSourceFile.
002615     CLOSE ReportGenFile.
002616     MOVE SPACES TO ReportIndexRecord.
002617     MOVE JIQ-Gen-Report-Id TO ReportIndexReportId.
002618     MOVE JIQ-Gen-Run-Date TO ReportIndexRunDate.
002619     MOVE JIQ-Gen-Number TO ReportIndexGeneration.
002620     MOVE "JRNLINQ " TO ReportIndexProgram.
002621     MOVE JIQ-Gen-Feed-File TO ReportIndexFeedFile.
002622     MOVE JIQ-Gen-Line-Count TO ReportIndexLineCount.
002623     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
002624     ACCEPT ReportIndexBankTime FROM TIME.
002625     OPEN EXTEND ReportIndexFile.
002626     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
002627     CLOSE ReportIndexFile.
002628     ADD 1 TO JIQ-Gen-Banked-Count.
002629 9210-BANK-ONE-REPORT-EXIT.
002630     EXIT.
002631
002632 9212-SCAN-ONE-INDEX.
002633     READ ReportIndexFile INTO ReportIndexRecord
002634         AT END MOVE "Y" TO JIQ-Gen-Index-EOF
002635         NOT AT END
002636             IF ReportIndexReportId = JIQ-Gen-Report-Id
002637                     AND ReportIndexRunDate = JIQ-Gen-Run-Date
002638                     AND ReportIndexGeneration > JIQ-Gen-Number
002639                 MOVE ReportIndexGeneration TO JIQ-Gen-Number
002640             END-IF
002641     END-READ.
002642 9212-SCAN-ONE-INDEX-EXIT.
002643     EXIT.
002644
002645 9214-BANK-ONE-LINE.
002646     READ GenSourceFile
002647         AT END MOVE "Y" TO JIQ-Gen-Source-EOF
002648         NOT AT END
002649             ADD 1 TO JIQ-Gen-Line-Count
002650             MOVE JIQ-Gen-Report-Id TO ReportGenReportId
002651             MOVE JIQ-Gen-Run-Date TO ReportGenRunDate
002652             MOVE JIQ-Gen-Number TO ReportGenGeneration
002653             MOVE JIQ-Gen-Line-Count TO ReportGenLineNumber
002654             MOVE GenSourceRecord TO ReportGenLineText
002655             WRITE ReportGenFileRecord FROM ReportGenRecord
002656     END-READ.
002657 9214-BANK-ONE-LINE-EXIT.
002658     EXIT.
002659
002660 9999-COMPLETE.
002661     DISPLAY "JOURNAL INQUIRY WRITTEN TO JRNLINQ1.TXT - "
002662             JIQ-Selected-Count " OF " JIQ-Read-Count
002663             " ENTRIES SELECTED.".
002664     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
002665             JIQ-Gen-Banked-Count.
002666     STOP RUN.
002667 9999-COMPLETE-EXIT.
002668     EXIT.
