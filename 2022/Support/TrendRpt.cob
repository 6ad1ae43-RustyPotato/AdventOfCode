000180*                 SO THE DAYDRIVR CHAIN DRIVER CAN VERIFY THE
000190*                 STEP RAN BEFORE RELEASING THE NEXT ONE.
000200*                 SOURCE RESEQUENCED.
000202* 10/15/26  TJM   EACH RUN'S TREND REPORT IS NOW BANKED AS A DATED
000204*                 GENERATION (COPYBOOK RPTGEN) UNDER THE DATE IT
000206*                 RAN, FOR THE RPTREPRT REPRINT PROGRAM.  THE
000208*                 REPORT IS CLOSED THERE, NO LONGER AT COMPLETION.
000209* 10/15/26  TJM   RUN-LOG RECORD (COPYBOOK RUNLOG) IS NOW 49
000210*                 BYTES - FD WIDENED TO MATCH.
000211*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL RunLogFile ASSIGN TO "runlog1.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000301     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000302             TRD-Gen-Source-Name
000303         ORGANIZATION IS LINE SEQUENTIAL.
000304     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000305         ORGANIZATION IS LINE SEQUENTIAL.
000306     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000307         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000380 01  TrendReportRecord       PIC X(102).
000390
000400 FD  RunLogFile.
000410 01  RunLogFileRecord        PIC X(49).
000420
000421 FD  GenSourceFile.
000422 01  GenSourceRecord         PIC X(120).
000423
000424 FD  ReportIndexFile.
000425 01  ReportIndexFileRecord   PIC X(88).
000426
000427 FD  ReportGenFile.
000428 01  ReportGenFileRecord     PIC X(146).
000429
000430 WORKING-STORAGE SECTION.
000440*-----------------------------------------------------------------
000450* RUN-HISTORY RECORD LAYOUT, SHARED WITH DAY1.
001280     05  FILLER              PIC X(02).
001290     05  TrendFlag           PIC X(05).
001300
001301*-----------------------------------------------------------------
001302* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
001303* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001304* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001305* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001306*-----------------------------------------------------------------
001307 COPY RPTGEN.
001308
001309 01  TRD-Gen-Source-Name      PIC X(40) VALUE SPACES.
001310 01  TRD-Gen-Report-Id        PIC X(10) VALUE SPACES.
001311 01  TRD-Gen-Run-Date         PIC X(08) VALUE SPACES.
001312 01  TRD-Gen-Feed-File        PIC X(40) VALUE SPACES.
001313 01  TRD-Gen-Number           PIC 9(03) VALUE ZERO.
001314 01  TRD-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001315 01  TRD-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001316 01  TRD-Gen-Index-EOF        PIC X(01) VALUE "N".
001317     88  TRD-EndOfReportIndex         VALUE "Y".
001318 01  TRD-Gen-Source-EOF       PIC X(01) VALUE "N".
001319     88  TRD-EndOfGenSource           VALUE "Y".
001320
001321 PROCEDURE DIVISION.
001322 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001340     PERFORM 3000-WRITE-TREND-REPORT THRU
001350             3000-WRITE-TREND-REPORT-EXIT.
001360     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
001363     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001366             9200-BANK-REPORT-GENERATIONS-EXIT.
001370     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001380
001390 1000-INITIALIZE.
003290 9100-WRITE-RUN-LOG-EXIT.
003300     EXIT.
003310
003311*-----------------------------------------------------------------
003312* BANK-REPORT-GENERATIONS - CLOSE THE TREND REPORT AND KEEP
003313* IT AS A DATED GENERATION UNDER THE DATE IT RAN, THE SAME
003314* DATE THE RUN LOG CARRIES.
003315*-----------------------------------------------------------------
003316 9200-BANK-REPORT-GENERATIONS.
003317     CLOSE TrendReportFile.
003318     MOVE TRD-Today TO TRD-Gen-Run-Date.
003319     MOVE "runhist1.txt" TO TRD-Gen-Feed-File.
003320     MOVE "trend1.txt" TO TRD-Gen-Source-Name.
003321     MOVE "TREND1" TO TRD-Gen-Report-Id.
003322     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
003323 9200-BANK-REPORT-GENERATIONS-EXIT.
003324     EXIT.
003325
003326*-----------------------------------------------------------------
003327* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
003328* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
003329* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
003330* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
003331* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
003332*-----------------------------------------------------------------
003333 9210-BANK-ONE-REPORT.
003334     MOVE ZERO TO TRD-Gen-Number.
003335     MOVE "N" TO TRD-Gen-Index-EOF.
003336     OPEN INPUT ReportIndexFile.
003337     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
003338         UNTIL TRD-EndOfReportIndex.
003339     CLOSE ReportIndexFile.
003340     IF TRD-Gen-Number = 999
003341         DISPLAY "*** " TRD-Gen-Report-Id " ALREADY HOLDS 999 "
003342                 "GENERATIONS FOR " TRD-Gen-Run-Date
003343                 " - NOT BANKED ***"
003344         GO TO 9210-BANK-ONE-REPORT-EXIT
003345     END-IF.
003346     ADD 1 TO TRD-Gen-Number.
003347     MOVE ZERO TO TRD-Gen-Line-Count.
003348     MOVE "N" TO TRD-Gen-Source-EOF.
003349     OPEN INPUT GenSourceFile.
003350     OPEN EXTEND ReportGenFile.
003351     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
003352         UNTIL TRD-EndOfGenSource.
003353     CLOSE GenSourceFile.
003354     CLOSE ReportGenFile.
003355     MOVE SPACES TO ReportIndexRecord.
003356     MOVE TRD-Gen-Report-Id TO ReportIndexReportId.
003357     MOVE TRD-Gen-Run-Date TO ReportIndexRunDate.
003358     MOVE TRD-Gen-Number TO ReportIndexGeneration.
003359     MOVE "TRENDRPT" TO ReportIndexProgram.
003360     MOVE TRD-Gen-Feed-File TO ReportIndexFeedFile.
003361     MOVE TRD-Gen-Line-Count TO ReportIndexLineCount.
003362     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
003363     ACCEPT ReportIndexBankTime FROM TIME.
003364     OPEN EXTEND ReportIndexFile.
003365     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
003366     CLOSE ReportIndexFile.
003367     ADD 1 TO TRD-Gen-Banked-Count.
003368 9210-BANK-ONE-REPORT-EXIT.
003369     EXIT.
003370
003371 9212-SCAN-ONE-INDEX.
003372     READ ReportIndexFile INTO ReportIndexRecord
003373         AT END MOVE "Y" TO TRD-Gen-Index-EOF
003374         NOT AT END
003375             IF ReportIndexReportId = TRD-Gen-Report-Id
003376                     AND ReportIndexRunDate = TRD-Gen-Run-Date
003377                     AND ReportIndexGeneration > TRD-Gen-Number
003378                 MOVE ReportIndexGeneration TO TRD-Gen-Number
003379             END-IF
003380     END-READ.
003381 9212-SCAN-ONE-INDEX-EXIT.
003382     EXIT.
003383
003384 9214-BANK-ONE-LINE.
003385     READ GenSourceFile
003386         AT END MOVE "Y" TO TRD-Gen-Source-EOF
003387         NOT AT END
003388             ADD 1 TO TRD-Gen-Line-Count
003389             MOVE TRD-Gen-Report-Id TO ReportGenReportId
003390             MOVE TRD-Gen-Run-Date TO ReportGenRunDate
003391             MOVE TRD-Gen-Number TO ReportGenGeneration
003392             MOVE TRD-Gen-Line-Count TO ReportGenLineNumber
003393             MOVE GenSourceRecord TO ReportGenLineText
003394             WRITE ReportGenFileRecord FROM ReportGenRecord
003395     END-READ.
003396 9214-BANK-ONE-LINE-EXIT.
003397     EXIT.
003398
003399 9999-COMPLETE.
003400     DISPLAY "TREND REPORT WRITTEN TO TREND1.TXT - "
003401             TRD-Hist-Count " RUNS.".
003402     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
003403             TRD-Gen-Banked-Count.
003404     STOP RUN.
003405 9999-COMPLETE-EXIT.
003406     EXIT.
