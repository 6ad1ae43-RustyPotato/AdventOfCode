000180*                 SO THE DAYDRIVR CHAIN DRIVER CAN VERIFY THE
000190*                 STEP RAN BEFORE RELEASING THE NEXT ONE.
000200*                 SOURCE RESEQUENCED.
000201* 10/15/26  TJM   EACH RUN'S SUMMARY IS NOW BANKED AS A DATED
000202*                 GENERATION (COPYBOOK RPTGEN) UNDER THE RUN DATE
000203*                 CARD, OR THE DATE IT RAN WHEN THE CARD IS BLANK,
000204*                 FOR THE RPTREPRT REPRINT PROGRAM.  THE REPORT IS
000205*                 CLOSED THERE, NO LONGER AT COMPLETION.
000206* 10/15/26  TJM   NEW ALERTS COLUMN - DAY1'S COUNT OF BATCHES
000207*                 OUTSIDE THEIR SECTION RATION STANDARD, FROM THE
000208*                 RUN-LOG RECORD (NOW 49 BYTES, FD WIDENED), WITH
000209*                 A TOTAL LINE UNDER THE EXCEPTION SECTION.  AN
000210*                 OLDER RECORD WITHOUT THE COUNT SHOWS BLANK.
000211*                 THE COUNT IS ZEROED ON OPSSUMM'S OWN RECORD.
000212*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT OpsSummaryFile ASSIGN TO "opssumm1.txt"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000281     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000282             OPS-Gen-Source-Name
000283         ORGANIZATION IS LINE SEQUENTIAL.
000284     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000285         ORGANIZATION IS LINE SEQUENTIAL.
000286     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000287         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  RunLogFile.
000330 01  RunLogFileRecord        PIC X(49).
000340
000350 FD  OpsSummaryFile.
000360 01  OpsSummaryRecord        PIC X(80).
000370
000371 FD  GenSourceFile.
000372 01  GenSourceRecord         PIC X(120).
000373
000374 FD  ReportIndexFile.
000375 01  ReportIndexFileRecord   PIC X(88).
000376
000377 FD  ReportGenFile.
000378 01  ReportGenFileRecord     PIC X(146).
000379
000380 WORKING-STORAGE SECTION.
000390*-----------------------------------------------------------------
000400* COMMON RUN-LOG RECORD LAYOUT, SHARED WITH DAY1 AND DAY2.
000550 01  OPS-Run-Count           PIC 9(05) VALUE ZERO COMP.
000560 01  OPS-Exception-Count     PIC 9(05) VALUE ZERO COMP.
000570 01  OPS-Except-Idx          PIC 9(05) VALUE ZERO COMP.
000575 01  OPS-Alert-Total         PIC 9(07) VALUE ZERO COMP.
000580
000590*-----------------------------------------------------------------
000600* EXCEPTION RUNS HELD BACK FOR THE LOUD SECTION AT THE BOTTOM.
000680             VALUE "PROGRAM   FEED TYPE   RUN DATE ".
000690     05  FILLER              PIC X(28)
000700             VALUE " RECORDS REC HDR TRL DISPOSI".
000710     05  FILLER              PIC X(21) VALUE "TION  ALERTS".
000720
000730 01  OPS-DetailLine.
000740     05  OpsProgramName      PIC X(08).
000860     05  OpsTrailer          PIC X(01).
000870     05  FILLER              PIC X(01).
000880     05  OpsDisposition      PIC X(08).
000883     05  FILLER              PIC X(08).
000886     05  OpsAlerts           PIC ZZZZ9.
000890     05  FILLER              PIC X(09).
000900
000901 01  OPS-AlertLine.
000902     05  FILLER              PIC X(40)
000903             VALUE "RATION-STANDARD ALERTS ON THE RUNS ABOVE".
000904     05  FILLER              PIC X(03) VALUE " - ".
000905     05  OpsAlertTotal       PIC ZZZZ9.
000906     05  FILLER              PIC X(32)
000907             VALUE " BATCH(ES) - SEE ALERT1 REPORT".
000908
000909*-----------------------------------------------------------------
000910* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
000911* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
000912* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
000913* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
000914*-----------------------------------------------------------------
000915 COPY RPTGEN.
000916
000917 01  OPS-Gen-Source-Name      PIC X(40) VALUE SPACES.
000918 01  OPS-Gen-Report-Id        PIC X(10) VALUE SPACES.
000919 01  OPS-Gen-Run-Date         PIC X(08) VALUE SPACES.
000920 01  OPS-Gen-Feed-File        PIC X(40) VALUE SPACES.
000921 01  OPS-Gen-Number           PIC 9(03) VALUE ZERO.
000922 01  OPS-Gen-Line-Count       PIC 9(05) VALUE ZERO.
000923 01  OPS-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
000924 01  OPS-Gen-Index-EOF        PIC X(01) VALUE "N".
000925     88  OPS-EndOfReportIndex         VALUE "Y".
000926 01  OPS-Gen-Source-EOF       PIC X(01) VALUE "N".
000927     88  OPS-EndOfGenSource           VALUE "Y".
000928
000929 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000931     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000940     PERFORM 2000-PROCESS-RUN-LOG THRU
000950             2000-PROCESS-RUN-LOG-EXIT
000960         UNTIL OPS-EndOfRunLog.
000970     PERFORM 8000-WRITE-EXCEPTION-SECTION THRU
000980             8000-WRITE-EXCEPTION-SECTION-EXIT.
000983     PERFORM 8020-WRITE-ALERT-TOTAL THRU
000986             8020-WRITE-ALERT-TOTAL-EXIT.
000990     PERFORM 9100-WRITE-RUN-LOG THRU 9100-WRITE-RUN-LOG-EXIT.
000993     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
000996             9200-BANK-REPORT-GENERATIONS-EXIT.
001000     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001010
001020 1000-INITIALIZE.
001450     MOVE RunLogHeaderSwitch TO OpsHeader.
001460     MOVE RunLogTrailerSwitch TO OpsTrailer.
001470     MOVE RunLogDisposition TO OpsDisposition.
001471     IF RunLogAlertCount IS NUMERIC
001472             AND RunLogAlertCount > ZERO
001473         MOVE RunLogAlertCount TO OpsAlerts
001474         ADD RunLogAlertCount TO OPS-Alert-Total
001475     END-IF.
001480     WRITE OpsSummaryRecord FROM OPS-DetailLine.
001490     IF RunLogReconcileSwitch = "N"
001500             OR RunLogHeaderSwitch = "N"
002020 8010-WRITE-EXCEPTION-LINE-EXIT.
002030     EXIT.
002040
002041*-----------------------------------------------------------------
002042* WRITE-ALERT-TOTAL - HOW MANY BATCHES THE LISTED DAY1 RUNS
002043* FOUND OUTSIDE THEIR SECTION RATION STANDARD.  NOTHING IS
002044* WRITTEN WHEN THERE WERE NONE.
002045*-----------------------------------------------------------------
002046 8020-WRITE-ALERT-TOTAL.
002047     IF OPS-Alert-Total = ZERO
002048         GO TO 8020-WRITE-ALERT-TOTAL-EXIT
002049     END-IF.
002050     MOVE SPACES TO OpsSummaryRecord.
002051     WRITE OpsSummaryRecord.
002052     MOVE OPS-Alert-Total TO OpsAlertTotal.
002053     WRITE OpsSummaryRecord FROM OPS-AlertLine.
002054 8020-WRITE-ALERT-TOTAL-EXIT.
002055     EXIT.
002056
002057*-----------------------------------------------------------------
002060* WRITE-RUN-LOG - APPEND THIS RUN'S OWN RECORD TO THE RUN LOG IT
002070* JUST SUMMARIZED, SO THE DAYDRIVR CHAIN DRIVER CAN VERIFY THE
002080* STEP RAN.  THE SUMMARY HAS NO FEED CHECKS OF ITS OWN, SO THE
002230     MOVE "Y" TO RunLogHeaderSwitch.
002240     MOVE "Y" TO RunLogTrailerSwitch.
002250     MOVE "COMPLETE" TO RunLogDisposition.
002255     MOVE ZERO TO RunLogAlertCount.
002260     WRITE RunLogFileRecord FROM RunLogRecord.
002270     CLOSE RunLogFile.
002280 9100-WRITE-RUN-LOG-EXIT.
002290     EXIT.
002300
002301*-----------------------------------------------------------------
002302* BANK-REPORT-GENERATIONS - CLOSE THE SUMMARY AND KEEP IT AS
002303* A DATED GENERATION UNDER THE RUN DATE CARD.  AN ALL-DATES
002304* SUMMARY (BLANK CARD) IS BANKED UNDER THE DATE IT RAN.
002305*-----------------------------------------------------------------
002306 9200-BANK-REPORT-GENERATIONS.
002307     CLOSE OpsSummaryFile.
002308     IF OPS-DateCard = SPACES
002309         ACCEPT OPS-Gen-Run-Date FROM DATE YYYYMMDD
002310     ELSE
002311         MOVE OPS-DateCard TO OPS-Gen-Run-Date
002312     END-IF.
002313     MOVE "runlog1.txt" TO OPS-Gen-Feed-File.
002314     MOVE "opssumm1.txt" TO OPS-Gen-Source-Name.
002315     MOVE "OPSSUMM1" TO OPS-Gen-Report-Id.
002316     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
002317 9200-BANK-REPORT-GENERATIONS-EXIT.
002318     EXIT.
002319
002320*-----------------------------------------------------------------
002321* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
002322* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
002323* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
002324* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
002325* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
002326*-----------------------------------------------------------------
002327 9210-BANK-ONE-REPORT.
002328     MOVE ZERO TO OPS-Gen-Number.
002329     MOVE "N" TO OPS-Gen-Index-EOF.
002330     OPEN INPUT ReportIndexFile.
002331     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
002332         UNTIL OPS-EndOfReportIndex.
002333     CLOSE ReportIndexFile.
002334     IF OPS-Gen-Number = 999
002335         DISPLAY "*** " OPS-Gen-Report-Id " ALREADY HOLDS 999 "
002336                 "GENERATIONS FOR " OPS-Gen-Run-Date
002337                 " - NOT BANKED ***"
002338         GO TO 9210-BANK-ONE-REPORT-EXIT
002339     END-IF.
002340     ADD 1 TO OPS-Gen-Number.
002341     MOVE ZERO TO OPS-Gen-Line-Count.
002342     MOVE "N" TO OPS-Gen-Source-EOF.
002343     OPEN INPUT GenSourceFile.
002344     OPEN EXTEND ReportGenFile.
002345     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
002346         UNTIL OPS-EndOfGenSource.
002347     CLOSE GenSourceFile.
002348     CLOSE ReportGenFile.
002349     MOVE SPACES TO ReportIndexRecord.
002350     MOVE OPS-Gen-Report-Id TO ReportIndexReportId.
002351     MOVE OPS-Gen-Run-Date TO ReportIndexRunDate.
002352     MOVE OPS-Gen-Number TO ReportIndexGeneration.
002353     MOVE "OPSSUMM " TO ReportIndexProgram.
002354     MOVE OPS-Gen-Feed-File TO ReportIndexFeedFile.
002355     MOVE OPS-Gen-Line-Count TO ReportIndexLineCount.
002356     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
002357     ACCEPT ReportIndexBankTime FROM TIME.
002358     OPEN EXTEND ReportIndexFile.
002359     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
002360     CLOSE ReportIndexFile.
002361     ADD 1 TO OPS-Gen-Banked-Count.
002362 9210-BANK-ONE-REPORT-EXIT.
002363     EXIT.
002364
002365 9212-SCAN-ONE-INDEX.
002366     READ ReportIndexFile INTO ReportIndexRecord
002367         AT END MOVE "Y" TO OPS-Gen-Index-EOF
002368         NOT AT END
002369             IF ReportIndexReportId = OPS-Gen-Report-Id
002370                     AND ReportIndexRunDate = OPS-Gen-Run-Date
002371                     AND ReportIndexGeneration > OPS-Gen-Number
002372                 MOVE ReportIndexGeneration TO OPS-Gen-Number
002373             END-IF
002374     END-READ.
002375 9212-SCAN-ONE-INDEX-EXIT.
002376     EXIT.
002377
002378 9214-BANK-ONE-LINE.
002379     READ GenSourceFile
002380         AT END MOVE "Y" TO OPS-Gen-Source-EOF
002381         NOT AT END
002382             ADD 1 TO OPS-Gen-Line-Count
002383             MOVE OPS-Gen-Report-Id TO ReportGenReportId
002384             MOVE OPS-Gen-Run-Date TO ReportGenRunDate
002385             MOVE OPS-Gen-Number TO ReportGenGeneration
002386             MOVE OPS-Gen-Line-Count TO ReportGenLineNumber
002387             MOVE GenSourceRecord TO ReportGenLineText
002388             WRITE ReportGenFileRecord FROM ReportGenRecord
002389     END-READ.
002390 9214-BANK-ONE-LINE-EXIT.
002391     EXIT.
002392
002393 9999-COMPLETE.
002394     DISPLAY "OPERATIONS SUMMARY WRITTEN TO OPSSUMM1.TXT - "
002395             OPS-Run-Count " RUNS, "
002396             OPS-Exception-Count " EXCEPTIONS.".
002397     IF OPS-Alert-Total > ZERO
002398         DISPLAY "RATION-STANDARD ALERTS ON THESE RUNS - "
002399                 OPS-Alert-Total " BATCH(ES)."
002400     END-IF.
002401     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
002402             OPS-Gen-Banked-Count.
002403     STOP RUN.
002404 9999-COMPLETE-EXIT.
002405     EXIT.
