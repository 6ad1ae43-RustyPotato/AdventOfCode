000310*                 AN (OTHERS) BLOCK, SO NEITHER TABLE CAN
000320*                 OVERFLOW AT THE SUBSCRIPT AND NO BATCH IS
000330*                 DROPPED FROM THE REPORT.
000332* 10/15/26  TJM   EACH RUN'S LEAGUE REPORT IS NOW BANKED AS A
000334*                 DATED GENERATION (COPYBOOK RPTGEN) UNDER THE
000336*                 DATE IT RAN, FOR THE RPTREPRT REPRINT PROGRAM.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000440         FILE STATUS IS OLG-Owner-Status.
000450     SELECT LeagueReportFile ASSIGN TO "ownleag1.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000462             OLG-Gen-Source-Name
000463         ORGANIZATION IS LINE SEQUENTIAL.
000464     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000465         ORGANIZATION IS LINE SEQUENTIAL.
000466     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000467         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000620 FD  LeagueReportFile.
000630 01  LeagueReportRecord      PIC X(80).
000640
000641 FD  GenSourceFile.
000642 01  GenSourceRecord         PIC X(120).
000643
000644 FD  ReportIndexFile.
000645 01  ReportIndexFileRecord   PIC X(88).
000646
000647 FD  ReportGenFile.
000648 01  ReportGenFileRecord     PIC X(146).
000649
000650 WORKING-STORAGE SECTION.
000660*-----------------------------------------------------------------
000670* BATCH-OWNER MASTER CONTROLS - THE MASTER IS KEYED ON BATCH
001550     05  DetBestClose        PIC X(01) VALUE ")".
001560     05  FILLER              PIC X(18) VALUE SPACES.
001570
001571*-----------------------------------------------------------------
001572* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
001573* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001574* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001575* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001576*-----------------------------------------------------------------
001577 COPY RPTGEN.
001578
001579 01  OLG-Gen-Source-Name      PIC X(40) VALUE SPACES.
001580 01  OLG-Gen-Report-Id        PIC X(10) VALUE SPACES.
001581 01  OLG-Gen-Run-Date         PIC X(08) VALUE SPACES.
001582 01  OLG-Gen-Feed-File        PIC X(40) VALUE SPACES.
001583 01  OLG-Gen-Number           PIC 9(03) VALUE ZERO.
001584 01  OLG-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001585 01  OLG-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001586 01  OLG-Gen-Index-EOF        PIC X(01) VALUE "N".
001587     88  OLG-EndOfReportIndex         VALUE "Y".
001588 01  OLG-Gen-Source-EOF       PIC X(01) VALUE "N".
001589     88  OLG-EndOfGenSource           VALUE "Y".
001590
001591 PROCEDURE DIVISION.
001592 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     PERFORM 2000-PROCESS-BATCH THRU 2000-PROCESS-BATCH-EXIT
001620         UNTIL OLG-EndOfWorkFile.
001630     PERFORM 8000-WRITE-LEAGUE-REPORT THRU
001640             8000-WRITE-LEAGUE-REPORT-EXIT.
001643     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001646             9200-BANK-REPORT-GENERATIONS-EXIT.
001650     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001660
001670*-----------------------------------------------------------------
004570 8100-WRITE-UNASSIGNED-LINE-EXIT.
004580     EXIT.
004590
004591*-----------------------------------------------------------------
004592* BANK-REPORT-GENERATIONS - KEEP THIS RUN'S LEAGUE REPORT AS
004593* A DATED GENERATION.  THE BATCH WORK FILE CARRIES NO RUN
004594* DATE, SO THE REPORT IS BANKED UNDER THE DATE IT RAN.
004595*-----------------------------------------------------------------
004596 9200-BANK-REPORT-GENERATIONS.
004597     ACCEPT OLG-Gen-Run-Date FROM DATE YYYYMMDD.
004598     MOVE "batwork1.txt" TO OLG-Gen-Feed-File.
004599     MOVE "ownleag1.txt" TO OLG-Gen-Source-Name.
004600     MOVE "OWNLEAG1" TO OLG-Gen-Report-Id.
004601     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
004602 9200-BANK-REPORT-GENERATIONS-EXIT.
004603     EXIT.
004604
004605*-----------------------------------------------------------------
004606* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
004607* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
004608* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
004609* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
004610* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
004611*-----------------------------------------------------------------
004612 9210-BANK-ONE-REPORT.
004613     MOVE ZERO TO OLG-Gen-Number.
004614     MOVE "N" TO OLG-Gen-Index-EOF.
004615     OPEN INPUT ReportIndexFile.
004616     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
004617         UNTIL OLG-EndOfReportIndex.
004618     CLOSE ReportIndexFile.
004619     IF OLG-Gen-Number = 999
004620         DISPLAY "*** " OLG-Gen-Report-Id " ALREADY HOLDS 999 "
004621                 "GENERATIONS FOR " OLG-Gen-Run-Date
004622                 " - NOT BANKED ***"
004623         GO TO 9210-BANK-ONE-REPORT-EXIT
004624     END-IF.
004625     ADD 1 TO OLG-Gen-Number.
004626     MOVE ZERO TO OLG-Gen-Line-Count.
004627     MOVE "N" TO OLG-Gen-Source-EOF.
004628     OPEN INPUT GenSourceFile.
004629     OPEN EXTEND ReportGenFile.
004630     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
004631         UNTIL OLG-EndOfGenSource.
004632     CLOSE GenSourceFile.
004633     CLOSE ReportGenFile.
004634     MOVE SPACES TO ReportIndexRecord.
004635     MOVE OLG-Gen-Report-Id TO ReportIndexReportId.
004636     MOVE OLG-Gen-Run-Date TO ReportIndexRunDate.
004637     MOVE OLG-Gen-Number TO ReportIndexGeneration.
004638     MOVE "OWNRLEAG" TO ReportIndexProgram.
004639     MOVE OLG-Gen-Feed-File TO ReportIndexFeedFile.
004640     MOVE OLG-Gen-Line-Count TO ReportIndexLineCount.
004641     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
004642     ACCEPT ReportIndexBankTime FROM TIME.
004643     OPEN EXTEND ReportIndexFile.
004644     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
004645     CLOSE ReportIndexFile.
004646     ADD 1 TO OLG-Gen-Banked-Count.
004647 9210-BANK-ONE-REPORT-EXIT.
004648     EXIT.
004649
004650 9212-SCAN-ONE-INDEX.
004651     READ ReportIndexFile INTO ReportIndexRecord
004652         AT END MOVE "Y" TO OLG-Gen-Index-EOF
004653         NOT AT END
004654             IF ReportIndexReportId = OLG-Gen-Report-Id
004655                     AND ReportIndexRunDate = OLG-Gen-Run-Date
004656                     AND ReportIndexGeneration > OLG-Gen-Number
004657                 MOVE ReportIndexGeneration TO OLG-Gen-Number
004658             END-IF
004659     END-READ.
004660 9212-SCAN-ONE-INDEX-EXIT.
004661     EXIT.
004662
004663 9214-BANK-ONE-LINE.
004664     READ GenSourceFile
004665         AT END MOVE "Y" TO OLG-Gen-Source-EOF
004666         NOT AT END
004667             ADD 1 TO OLG-Gen-Line-Count
004668             MOVE OLG-Gen-Report-Id TO ReportGenReportId
004669             MOVE OLG-Gen-Run-Date TO ReportGenRunDate
004670             MOVE OLG-Gen-Number TO ReportGenGeneration
004671             MOVE OLG-Gen-Line-Count TO ReportGenLineNumber
004672             MOVE GenSourceRecord TO ReportGenLineText
004673             WRITE ReportGenFileRecord FROM ReportGenRecord
004674     END-READ.
004675 9214-BANK-ONE-LINE-EXIT.
004676     EXIT.
004677
004678 9999-COMPLETE.
004679     CLOSE BatchOwnerFile.
004680     CLOSE BatchWorkFile.
004681     DISPLAY "OWNER LEAGUE REPORT WRITTEN TO OWNLEAG1.TXT".
004682     DISPLAY "BATCHES REPORTED ......... " OLG-Batch-Count.
004683     DISPLAY "OWNERS IN LEAGUE ......... " OLG-Agg-Count.
004684     DISPLAY "SECTIONS IN LEAGUE ....... " OLG-Sect-Count.
004685     DISPLAY "UNASSIGNED BATCHES ....... "
004686             OLG-Unassigned-Batches.
004690     DISPLAY "UNASSIGNED TOTAL ......... "
004700             OLG-Unassigned-Total.
004703     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
004706             OLG-Gen-Banked-Count.
004710     STOP RUN.
004720 9999-COMPLETE-EXIT.
004730     EXIT.
