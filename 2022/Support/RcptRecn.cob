000220*                 LOCK TOKEN (COPYBOOK LOKREC) AND APPENDS A
000230*                 RUN-LOG RECORD FOR OPSSUMM, WITH THE RECONCILE
000240*                 SWITCH "N" WHEN ANY DISCREPANCY WAS FOUND.
000241* 10/15/26  TJM   EACH RUN'S DISCREPANCY REPORT IS NOW BANKED AS A
000242*                 DATED GENERATION (COPYBOOK RPTGEN) UNDER THE
000243*                 FEED'S RUN DATE, FOR THE RPTREPRT REPRINT
000244*                 PROGRAM.  THE REPORT IS CLOSED THERE, NO LONGER
000245*                 AT COMPLETION.  A FEED WITH NO HEADER IS BANKED
000246*                 UNDER THE DATE THE RUN RAN.
000247* 10/15/26  TJM   A MISMATCH OR MANIFEST-ONLY BATCH THAT DAY1
000248*                 ALSO FOUND OUTSIDE ITS SECTION RATION STANDARD
000249*                 (RATNALRT1.TXT, COPYBOOK RATNSTD) FOR THE SAME
000250*                 RUN DATE IS MARKED A DOUBLE EXCEPTION ON THE
000251*                 DISCREPANCY REPORT.  RUN-LOG RECORD (COPYBOOK
000252*                 RUNLOG) IS NOW 49 BYTES - FD WIDENED TO MATCH.
000253*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT OPTIONAL SuspLockFile ASSIGN TO "susplock.txt"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT OPTIONAL GenSourceFile ASSIGN TO DYNAMIC
000402             RCP-Gen-Source-Name
000403         ORGANIZATION IS LINE SEQUENTIAL.
000404     SELECT OPTIONAL ReportIndexFile ASSIGN TO "rptidx1.txt"
000405         ORGANIZATION IS LINE SEQUENTIAL.
000406     SELECT OPTIONAL ReportGenFile ASSIGN TO "rptgen1.txt"
000407         ORGANIZATION IS LINE SEQUENTIAL.
000408     SELECT OPTIONAL RationAlertFile ASSIGN TO "ratnalrt1.txt"
000409         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000560 01  SuspenseFileRecord      PIC X(85).
000570
000580 FD  RunLogFile.
000590 01  RunLogFileRecord        PIC X(49).
000600
000610 FD  SuspLockFile.
000620 01  SuspLockFileRecord      PIC X(22).
000630
000631 FD  GenSourceFile.
000632 01  GenSourceRecord         PIC X(120).
000633
000634 FD  ReportIndexFile.
000635 01  ReportIndexFileRecord   PIC X(88).
000636
000637 FD  ReportGenFile.
000638 01  ReportGenFileRecord     PIC X(146).
000639
000640 FD  RationAlertFile.
000641 01  RationAlertFileRecord   PIC X(91).
000642
000643 WORKING-STORAGE SECTION.
000650*-----------------------------------------------------------------
000660* HEADER/TRAILER CONTROL RECORDS (COPYBOOK CTLREC) AND THE
000670* RECEIPT DETAIL LAYOUT (COPYBOOK RCPTREC).
000890*-----------------------------------------------------------------
000900 COPY RUNLOG.
000910
000911*-----------------------------------------------------------------
000912* RATION ALERTS (COPYBOOK RATNSTD) - THE BATCHES DAY1 FOUND
000913* OUTSIDE THEIR SECTION RATION STANDARD, WITH THE RUN DATE EACH
000914* WAS CHECKED UNDER.  A DISCREPANCY ON ONE OF THEM FOR THE SAME
000915* RUN DATE IS A DOUBLE EXCEPTION.
000916*-----------------------------------------------------------------
000917 COPY RATNSTD.
000918
000919 01  RCP-Alert-Count          PIC 9(04) VALUE ZERO COMP.
000920 01  RCP-AlertTable.
000921     05  RCP-AlertEntry OCCURS 1000 TIMES.
000922         10  RCP-Alert-Batch      PIC 9(05).
000923         10  RCP-Alert-RunDate    PIC X(08).
000924 01  RCP-Alert-EOF            PIC X(01) VALUE "N".
000925     88  RCP-EndOfAlertFile           VALUE "Y".
000926 01  RCP-Alert-Idx            PIC 9(04) VALUE ZERO COMP.
000927 01  RCP-Double-Batch         PIC 9(05) VALUE ZERO.
000928 01  RCP-Double-Switch        PIC X(01) VALUE "N".
000929     88  RCP-BatchIsDouble            VALUE "Y".
000930 01  RCP-Double-Count         PIC 9(05) VALUE ZERO COMP.
000931
000932 01  RCP-InputFileName        PIC X(40) VALUE SPACES.
000933 01  RCP-Expected-Feed-Type   PIC X(10) VALUE "RECEIPTS".
000940 01  RCP-Tolerance-Card       PIC 9(05) VALUE ZERO.
000950 01  RCP-Tolerance            PIC 9(05) VALUE ZERO.
000960
001690     05  FILLER              PIC X(40)
001700             VALUE "TYPE           BATCH   MANIFEST   RECEIP".
001710     05  FILLER              PIC X(40)
001720             VALUE "T DIFFERENCE RATION                     ".
001730
001740 01  RCP-DetailLine.
001750     05  DiscType            PIC X(14).
001810     05  DiscReceipt         PIC ZZZZZZZZ9.
001820     05  FILLER              PIC X(01).
001830     05  DiscDifference      PIC ZZZZZZZZ9-.
001840     05  FILLER              PIC X(02).
001843     05  DiscDoubleFlag      PIC X(06).
001846     05  FILLER              PIC X(21).
001850
001851*-----------------------------------------------------------------
001852* REPORT GENERATIONS (COPYBOOK RPTGEN) - EACH REPORT THE RUN
001853* WROTE IS COPIED TO THE CUMULATIVE GENERATION STORE UNDER THE
001854* NEXT GENERATION NUMBER FOR ITS REPORT ID AND RUN DATE, AND
001855* INDEXED, SO THE NEXT RUN'S OVERWRITE LOSES NOTHING.
001856*-----------------------------------------------------------------
001857 COPY RPTGEN.
001858
001859 01  RCP-Gen-Source-Name      PIC X(40) VALUE SPACES.
001860 01  RCP-Gen-Report-Id        PIC X(10) VALUE SPACES.
001861 01  RCP-Gen-Run-Date         PIC X(08) VALUE SPACES.
001862 01  RCP-Gen-Feed-File        PIC X(40) VALUE SPACES.
001863 01  RCP-Gen-Number           PIC 9(03) VALUE ZERO.
001864 01  RCP-Gen-Line-Count       PIC 9(05) VALUE ZERO.
001865 01  RCP-Gen-Banked-Count     PIC 9(03) VALUE ZERO COMP.
001866 01  RCP-Gen-Index-EOF        PIC X(01) VALUE "N".
001867     88  RCP-EndOfReportIndex         VALUE "Y".
001868 01  RCP-Gen-Source-EOF       PIC X(01) VALUE "N".
001869     88  RCP-EndOfGenSource           VALUE "Y".
001870
001871 PROCEDURE DIVISION.
001872 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-PROCESS-RECEIPTS THRU
001900             2000-PROCESS-RECEIPTS-EXIT
001960             9150-REWRITE-SUSPENSE-EXIT.
001970     PERFORM 9190-RELEASE-FILE-LOCK THRU
001980             9190-RELEASE-FILE-LOCK-EXIT.
001983     PERFORM 9200-BANK-REPORT-GENERATIONS THRU
001986             9200-BANK-REPORT-GENERATIONS-EXIT.
001990     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
002000
002010*-----------------------------------------------------------------
002180     PERFORM 1040-LOAD-SUSPENSE THRU 1040-LOAD-SUSPENSE-EXIT.
002190     PERFORM 1050-LOAD-BATCH-TOTALS THRU
002200             1050-LOAD-BATCH-TOTALS-EXIT.
002203     PERFORM 1060-LOAD-RATION-ALERTS THRU
002206             1060-LOAD-RATION-ALERTS-EXIT.
002210     OPEN INPUT ReceiptsFile.
002220     OPEN OUTPUT DiscrepancyFile.
002230 1000-INITIALIZE-EXIT.
003150 1055-LOAD-ONE-BATCH-EXIT.
003160     EXIT.
003170
003171*-----------------------------------------------------------------
003172* LOAD-RATION-ALERTS - PULL THE BATCHES DAY1 ALERTED ON.  A
003173* MISSING ALERT FILE LEAVES THE TABLE EMPTY AND NOTHING IS
003174* MARKED DOUBLE.
003175*-----------------------------------------------------------------
003176 1060-LOAD-RATION-ALERTS.
003177     OPEN INPUT RationAlertFile.
003178     PERFORM 1065-LOAD-ONE-ALERT THRU 1065-LOAD-ONE-ALERT-EXIT
003179         UNTIL RCP-EndOfAlertFile.
003180     CLOSE RationAlertFile.
003181 1060-LOAD-RATION-ALERTS-EXIT.
003182     EXIT.
003183
003184 1065-LOAD-ONE-ALERT.
003185     READ RationAlertFile INTO RationAlertRecord
003186         AT END MOVE "Y" TO RCP-Alert-EOF
003187         NOT AT END
003188             IF RCP-Alert-Count >= 1000
003189                 DISPLAY "*** RATION ALERT FILE EXCEEDS 1000 "
003190                         "ALERTS - REMAINDER IGNORED ***"
003191                 MOVE "Y" TO RCP-Alert-EOF
003192             ELSE
003193                 ADD 1 TO RCP-Alert-Count
003194                 MOVE RationAlertBatch TO
003195                         RCP-Alert-Batch(RCP-Alert-Count)
003196                 MOVE RationAlertRunDate TO
003197                         RCP-Alert-RunDate(RCP-Alert-Count)
003198             END-IF
003199     END-READ.
003200 1065-LOAD-ONE-ALERT-EXIT.
003201     EXIT.
003202
003203 2000-PROCESS-RECEIPTS.
003204     READ ReceiptsFile INTO RCP-RawLine
003205         AT END MOVE "Y" TO RCP-EOF
003210         NOT AT END
003220             PERFORM 2010-DISPATCH-RECEIPT-LINE THRU
003230                     2010-DISPATCH-RECEIPT-LINE-EXIT
004770     MOVE RCP-Work-Total(RCP-Work-Found-Idx) TO DiscManifest.
004780     MOVE ReceiptTotal TO DiscReceipt.
004790     MOVE RCP-Difference TO DiscDifference.
004792     MOVE ReceiptBatchNumber TO RCP-Double-Batch.
004794     PERFORM 6040-MARK-DOUBLE-EXCEPTION THRU
004796             6040-MARK-DOUBLE-EXCEPTION-EXIT.
004800     WRITE DiscrepancyRecord FROM RCP-DetailLine.
004810     MOVE RCP-RawLine TO RCP-Susp-Raw.
004820     MOVE "RECEIPT/MANIFEST MISMATCH" TO RCP-Susp-Reason.
004920     MOVE RCP-Work-Total(RCP-Work-Idx) TO DiscManifest.
004930     MOVE ZERO TO DiscReceipt.
004940     MOVE RCP-Work-Total(RCP-Work-Idx) TO DiscDifference.
004942     MOVE RCP-Work-Batch(RCP-Work-Idx) TO RCP-Double-Batch.
004944     PERFORM 6040-MARK-DOUBLE-EXCEPTION THRU
004946             6040-MARK-DOUBLE-EXCEPTION-EXIT.
004950     WRITE DiscrepancyRecord FROM RCP-DetailLine.
004960     MOVE SPACES TO RCP-Susp-Raw.
004970     MOVE RCP-Work-Batch(RCP-Work-Idx) TO RCP-Susp-Raw(1:5).
005020 6030-REPORT-MANIFEST-ONLY-EXIT.
005030     EXIT.
005040
005041*-----------------------------------------------------------------
005042* MARK-DOUBLE-EXCEPTION - FLAG THE DISCREPANCY LINE WHEN DAY1
005043* ALSO ALERTED ON THE BATCH UNDER THIS FEED'S RUN DATE.
005044*-----------------------------------------------------------------
005045 6040-MARK-DOUBLE-EXCEPTION.
005046     MOVE "N" TO RCP-Double-Switch.
005047     PERFORM 6045-CHECK-ONE-ALERT THRU 6045-CHECK-ONE-ALERT-EXIT
005048         VARYING RCP-Alert-Idx FROM 1 BY 1
005049         UNTIL RCP-Alert-Idx > RCP-Alert-Count
005050            OR RCP-BatchIsDouble.
005051     IF RCP-BatchIsDouble
005052         MOVE "DOUBLE" TO DiscDoubleFlag
005053         ADD 1 TO RCP-Double-Count
005054     END-IF.
005055 6040-MARK-DOUBLE-EXCEPTION-EXIT.
005056     EXIT.
005057
005058 6045-CHECK-ONE-ALERT.
005059     IF RCP-Alert-Batch(RCP-Alert-Idx) = RCP-Double-Batch
005060             AND RCP-Alert-RunDate(RCP-Alert-Idx) = RCP-Run-Date
005061         MOVE "Y" TO RCP-Double-Switch
005062     END-IF.
005063 6045-CHECK-ONE-ALERT-EXIT.
005064     EXIT.
005065
005066*-----------------------------------------------------------------
005067* ADD-SUSPENSE-ITEM - CAPTURE ONE MISMATCH ON THE SUSPENSE
005070* TABLE SO IT RIDES THE SUSPFIX REPAIR CYCLE.  AN ITEM ALREADY
005080* ON FILE FROM AN EARLIER RUN OF THIS FEED (OPEN OR CORRECTED)
005090* IS NOT ADDED A SECOND TIME.
006200 9190-RELEASE-FILE-LOCK-EXIT.
006210     EXIT.
006220
006221*-----------------------------------------------------------------
006222* BANK-REPORT-GENERATIONS - CLOSE THE DISCREPANCY REPORT AND
006223* KEEP IT AS A DATED GENERATION UNDER THE RECEIPTS FEED'S
006224* RUN DATE, OR THE DATE IT RAN WHEN THE FEED HAD NO HEADER.
006225*-----------------------------------------------------------------
006226 9200-BANK-REPORT-GENERATIONS.
006227     CLOSE DiscrepancyFile.
006228     MOVE RCP-Run-Date TO RCP-Gen-Run-Date.
006229     IF RCP-Gen-Run-Date IS NOT NUMERIC
006230         ACCEPT RCP-Gen-Run-Date FROM DATE YYYYMMDD
006231     END-IF.
006232     MOVE RCP-InputFileName TO RCP-Gen-Feed-File.
006233     MOVE "recndisc1.txt" TO RCP-Gen-Source-Name.
006234     MOVE "RECNDISC1" TO RCP-Gen-Report-Id.
006235     PERFORM 9210-BANK-ONE-REPORT THRU 9210-BANK-ONE-REPORT-EXIT.
006236 9200-BANK-REPORT-GENERATIONS-EXIT.
006237     EXIT.
006238
006239*-----------------------------------------------------------------
006240* BANK-ONE-REPORT - KEEP THE CLOSED REPORT NAMED IN THE SOURCE
006241* NAME AS THE NEXT GENERATION OF ITS REPORT ID FOR THE RUN DATE:
006242* FIND THE HIGHEST GENERATION ALREADY INDEXED FOR THAT REPORT
006243* AND DATE, COPY THE REPORT LINE BY LINE TO THE GENERATION STORE
006244* UNDER THE NEXT NUMBER, THEN APPEND ITS INDEX ENTRY.
006245*-----------------------------------------------------------------
006246 9210-BANK-ONE-REPORT.
006247     MOVE ZERO TO RCP-Gen-Number.
006248     MOVE "N" TO RCP-Gen-Index-EOF.
006249     OPEN INPUT ReportIndexFile.
006250     PERFORM 9212-SCAN-ONE-INDEX THRU 9212-SCAN-ONE-INDEX-EXIT
006251         UNTIL RCP-EndOfReportIndex.
006252     CLOSE ReportIndexFile.
006253     IF RCP-Gen-Number = 999
006254         DISPLAY "*** " RCP-Gen-Report-Id " ALREADY HOLDS 999 "
006255                 "GENERATIONS FOR " RCP-Gen-Run-Date
006256                 " - NOT BANKED ***"
006257         GO TO 9210-BANK-ONE-REPORT-EXIT
006258     END-IF.
006259     ADD 1 TO RCP-Gen-Number.
006260     MOVE ZERO TO RCP-Gen-Line-Count.
006261     MOVE "N" TO RCP-Gen-Source-EOF.
006262     OPEN INPUT GenSourceFile.
006263     OPEN EXTEND ReportGenFile.
006264     PERFORM 9214-BANK-ONE-LINE THRU 9214-BANK-ONE-LINE-EXIT
006265         UNTIL RCP-EndOfGenSource.
006266     CLOSE GenSourceFile.
006267     CLOSE ReportGenFile.
006268     MOVE SPACES TO ReportIndexRecord.
006269     MOVE RCP-Gen-Report-Id TO ReportIndexReportId.
006270     MOVE RCP-Gen-Run-Date TO ReportIndexRunDate.
006271     MOVE RCP-Gen-Number TO ReportIndexGeneration.
006272     MOVE "RCPTRECN" TO ReportIndexProgram.
006273     MOVE RCP-Gen-Feed-File TO ReportIndexFeedFile.
006274     MOVE RCP-Gen-Line-Count TO ReportIndexLineCount.
006275     ACCEPT ReportIndexBankDate FROM DATE YYYYMMDD.
006276     ACCEPT ReportIndexBankTime FROM TIME.
006277     OPEN EXTEND ReportIndexFile.
006278     WRITE ReportIndexFileRecord FROM ReportIndexRecord.
006279     CLOSE ReportIndexFile.
006280     ADD 1 TO RCP-Gen-Banked-Count.
006281 9210-BANK-ONE-REPORT-EXIT.
006282     EXIT.
006283
006284 9212-SCAN-ONE-INDEX.
006285     READ ReportIndexFile INTO ReportIndexRecord
006286         AT END MOVE "Y" TO RCP-Gen-Index-EOF
006287         NOT AT END
006288             IF ReportIndexReportId = RCP-Gen-Report-Id
006289                     AND ReportIndexRunDate = RCP-Gen-Run-Date
006290                     AND ReportIndexGeneration > RCP-Gen-Number
006291                 MOVE ReportIndexGeneration TO RCP-Gen-Number
006292             END-IF
006293     END-READ.
006294 9212-SCAN-ONE-INDEX-EXIT.
006295     EXIT.
006296
006297 9214-BANK-ONE-LINE.
006298     READ GenSourceFile
006299         AT END MOVE "Y" TO RCP-Gen-Source-EOF
006300         NOT AT END
006301             ADD 1 TO RCP-Gen-Line-Count
006302             MOVE RCP-Gen-Report-Id TO ReportGenReportId
006303             MOVE RCP-Gen-Run-Date TO ReportGenRunDate
006304             MOVE RCP-Gen-Number TO ReportGenGeneration
006305             MOVE RCP-Gen-Line-Count TO ReportGenLineNumber
006306             MOVE GenSourceRecord TO ReportGenLineText
006307             WRITE ReportGenFileRecord FROM ReportGenRecord
006308     END-READ.
006309 9214-BANK-ONE-LINE-EXIT.
006310     EXIT.
006311
006312 9999-COMPLETE.
006313     CLOSE ReceiptsFile.
006314     DISPLAY "DISCREPANCY REPORT WRITTEN TO RECNDISC1.TXT".
006315     DISPLAY "RECEIPTS READ ............ " RCP-Receipt-Count.
006316     DISPLAY "MATCHED WITHIN TOLERANCE . " RCP-Matched-Count.
006317     DISPLAY "TOTAL MISMATCHES ......... " RCP-Mismatch-Count.
006318     DISPLAY "RECEIPT-ONLY BATCHES ..... " RCP-RcptOnly-Count.
006319     DISPLAY "MANIFEST-ONLY BATCHES .... " RCP-ManOnly-Count.
006320     DISPLAY "REJECTED RECEIPT LINES ... " RCP-Reject-Count.
006325     DISPLAY "DOUBLE EXCEPTIONS (RATION) " RCP-Double-Count.
006330     IF NOT RCP-HeaderWasSeen
006340         DISPLAY "*** NO HEADER RECORD FOUND IN RECEIPTS "
006350                 "FEED ***"
006510                     "MAY BE TAMPERED OR TRUNCATED ***"
006520         END-IF
006530     END-IF.
006533     DISPLAY "REPORT GENERATIONS BANKED TO RPTGEN1.TXT - "
006536             RCP-Gen-Banked-Count.
006540     DISPLAY "RUN LOG APPENDED TO RUNLOG1.TXT".
006550     STOP RUN.
006560 9999-COMPLETE-EXIT.
