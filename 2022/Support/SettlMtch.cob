000200*                 SO THE DAYDRIVR CHAIN DRIVER CAN VERIFY THE
000210*                 STEP RAN BEFORE CLOSING THE CHAIN.
000220*                 SOURCE RESEQUENCED.
000222* 10/15/26  TJM   EACH RUN'S AGING REPORT IS NOW BANKED AS A DATED
000224*                 GENERATION (COPYBOOK RPTGEN) UNDER THE AS-OF
000226*                 DATE, FOR THE RPTREPRT REPRINT PROGRAM.  THE
000228*                 REPORT IS CLOSED THERE, NO LONGER AT COMPLETION.
000229* 10/15/26  TJM   RUN-LOG RECORD (COPYBOOK RUNLOG) IS NOW 49
000230*                 BYTES - FD WIDENED TO MATCH.
000231*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000342             SMT-Gen-Source-Name
000343         ORGANIZATION IS LINE SEQUENTIAL.
000344     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000345         ORGANIZATION IS LINE SEQUENTIAL.
000346     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000347         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000450 01  AgingReportRecord       PIC X(80).
000460
000470 FD  RunLogFile.
000480 01  RunLogFileRecord        PIC X(49).
000490
000491 FD  GenSourceFile.
000492 01  GenSourceRecord         PIC X(120).
000493
000494 FD  ReportIndexFile.
000495 01  ReportIndexFileRecord   PIC X(88).
000496
000497 FD  ReportGenFile.
000498 01  ReportGenFileRecord     PIC X(146).
000499
000500 WORKING-STORAGE SECTION.
000510*-----------------------------------------------------------------
000520* EXTRACT AND ACKNOWLEDGMENT LAYOUTS, SHARED WITH DAY2 AND THE
001330 01  SMT-Date-Valid-Switch   PIC X(01) VALUE "N".
001340     88  SMT-DateIsValid             VALUE "Y".
001350
001351*-----------------------------------------------------------------
001352* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
001353* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001354* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001355* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001356*-----------------------------------------------------------------
001357 COPY RPTGEN.
001358
001359 01  SMT-Gen-Source-Name      PIC X(40) VALUE SPACES.
001360 01  SMT-Gen-Report-Id        PIC X(10) VALUE SPACES.
001361 01  SMT-Gen-Run-Date         PIC X(08) VALUE SPACES.
001362 01  SMT-Gen-Feed-File        PIC X(40) VALUE SPACES.
001363 01  SMT-Gen-Number           PIC 9(03) VALUE ZERO.
001364 01  SMT-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001365 01  SMT-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001366 01  SMT-Gen-Index-EOF        PIC X(01) VALUE "N".
001367     88  SMT-EndOfReportIndex         VALUE "Y".
001368 01  SMT-Gen-Source-EOF       PIC X(01) VALUE "N".
001369     88  SMT-EndOfGenSource           VALUE "Y".
001370
001371 PROCEDURE DIVISION.
001372 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001390     PERFORM 2000-MATCH-ONE-EXTRACT THRU
001400             2000-MATCH-ONE-EXTRACT-EXIT
001410         UNTIL SMT-EndOfSettlements.
001420     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
001430     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
001433     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001436             9200-BANK-REPORT-GENERATIONS-EXIT.
001440     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001450
001460 1000-INITIALIZE.
003670 9100-WRITE-RUN-LOG-EXIT.
003680     EXIT.
003690
003691*-----------------------------------------------------------------
003692* BANK-REPORT-GENERATIONS - CLOSE THE AGING REPORT AND KEEP
003693* IT AS A DATED GENERATION UNDER THE AS-OF DATE, THE SAME
003694* DATE THE RUN LOG CARRIES.
003695*-----------------------------------------------------------------
003696 9200-BANK-REPORT-GENERATIONS.
003697     CLOSE AgingReportFile.
003698     MOVE SMT-AsOf-Date TO SMT-Gen-Run-Date.
003699     MOVE "settle1.txt" TO SMT-Gen-Feed-File.
003700     MOVE "settlage1.txt" TO SMT-Gen-Source-Name.
003701     MOVE "SETTLAGE1" TO SMT-Gen-Report-Id.
003702     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
003703 9200-BANK-REPORT-GENERATIONS-EXIT.
003704     EXIT.
003705
003706*-----------------------------------------------------------------
003707* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
003708* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
003709* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
003710* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
003711* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
003712*-----------------------------------------------------------------
003713 9210-BANK-ONE-REPORT.
003714     MOVE ZERO TO SMT-Gen-Number.
003715     MOVE "N" TO SMT-Gen-Index-EOF.
003716     OPEN INPUT ReportIndexFile.
003717     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
003718         UNTIL SMT-EndOfReportIndex.
003719     CLOSE ReportIndexFile.
003720     IF SMT-Gen-Number = 999
003721         DISPLAY "*** " SMT-Gen-Report-Id " ALREADY HOLDS 999 "
003722                 "GENERATIONS FOR " SMT-Gen-Run-Date
003723                 " - NOT BANKED ***"
003724         GO TO 9210-BANK-ONE-REPORT-EXIT
003725     END-IF.
003726     ADD 1 TO SMT-Gen-Number.
003727     MOVE ZERO TO SMT-Gen-Line-Count.
003728     MOVE "N" TO SMT-Gen-Source-EOF.
003729     OPEN INPUT GenSourceFile.
003730     OPEN EXTEND ReportGenFile.
003731     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
003732         UNTIL SMT-EndOfGenSource.
003733     CLOSE GenSourceFile.
003734     CLOSE ReportGenFile.
003735     MOVE SPACES TO ReportIndexRecord.
003736     MOVE SMT-Gen-Report-Id TO ReportIndexReportId.
003737     MOVE SMT-Gen-Run-Date TO ReportIndexRunDate.
003738     MOVE SMT-Gen-Number TO ReportIndexGeneration.
003739     MOVE "SETLMTCH" TO ReportIndexProgram.
003740     MOVE SMT-Gen-Feed-File TO ReportIndexFeedFile.
003741     MOVE SMT-Gen-Line-Count TO ReportIndexLineCount.
003742     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
003743     ACCEPT ReportIndexBankTime FROM TIME.
003744     OPEN EXTEND ReportIndexFile.
003745     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
003746     CLOSE ReportIndexFile.
003747     ADD 1 TO SMT-Gen-Banked-Count.
003748 9210-BANK-ONE-REPORT-EXIT.
003749     EXIT.
003750
003751 9212-SCAN-ONE-INDEX.
003752     READ ReportIndexFile INTO ReportIndexRecord
003753         AT END MOVE "Y" TO SMT-Gen-Index-EOF
003754         NOT AT END
003755             IF ReportIndexReportId = SMT-Gen-Report-Id
003756                     AND ReportIndexRunDate = SMT-Gen-Run-Date
003757                     AND ReportIndexGeneration > SMT-Gen-Number
003758                 MOVE ReportIndexGeneration TO SMT-Gen-Number
003759             END-IF
003760     END-READ.
003761 9212-SCAN-ONE-INDEX-EXIT.
003762     EXIT.
003763
003764 9214-BANK-ONE-LINE.
003765     READ GenSourceFile
003766         AT END MOVE "Y" TO SMT-Gen-Source-EOF
003767         NOT AT END
003768             ADD 1 TO SMT-Gen-Line-Count
003769             MOVE SMT-Gen-Report-Id TO ReportGenReportId
003770             MOVE SMT-Gen-Run-Date TO ReportGenRunDate
003771             MOVE SMT-Gen-Number TO ReportGenGeneration
003772             MOVE SMT-Gen-Line-Count TO ReportGenLineNumber
003773             MOVE GenSourceRecord TO ReportGenLineText
003774             WRITE ReportGenFileRecord FROM ReportGenRecord
003775     END-READ.
003776 9214-BANK-ONE-LINE-EXIT.
003777     EXIT.
003778
003779 9999-COMPLETE.
003780     CLOSE SettlementFile.
003781     DISPLAY "SETTLEMENT AGING REPORT WRITTEN TO SETTLAGE1.TXT".
003782     DISPLAY "EXTRACTS ............. " SMT-Extract-Count.
003783     DISPLAY "MATCHED .............. " SMT-Matched-Count.
003784     DISPLAY "EXCEPTIONS ........... " SMT-Exception-Count.
003785     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
003786             SMT-Gen-Banked-Count.
003787     STOP RUN.
003788 9999-COMPLETE-EXIT.
003790     EXIT.
