000010*****************************************************************
000020* RPTGEN - REPORT GENERATION RECORDS.  EVERY PRINTED REPORT A RUN
000030* WRITES FOR THE DESKS IS BANKED AS A DATED GENERATION BEFORE THE
000040* NEXT RUN OVERWRITES IT.  NOT BANKED: WORK FILES, EXTRACTS AND
000042* INTERFACE FILES (E.G. SETTLE1, DISTOUT1, RATNALRT1), THE
000044* EXCEPTION AND REJECT LISTINGS (EXCEPT1, PREPREJ1), DAY2'S
000046* ADVISORY WHAT-IF PAGE (SIMCMP1) AND RPTREPRT'S OWN REPRINT.
000048* TWO CUMULATIVE FILES (OPEN EXTEND):
000050*   REPORTINDEXRECORD - ONE PER REPORT PER RUN: THE REPORT ID
000060*         (THE REPORT FILE'S BASE NAME IN CAPITALS, E.G.
000065*         REPORT1, RECNDISC1), THE RUN DATE, THE
000070*         GENERATION NUMBER (1 UP WITHIN REPORT ID AND RUN DATE,
000080*         SO A RERUN FOR THE SAME DATE IS KEPT AS ITS OWN
000090*         GENERATION), THE PROGRAM, THE FEED FILE IT WAS RUN
000100*         AGAINST, ITS LINE COUNT, AND THE DATE AND TIME BANKED.
000110*   REPORTGENRECORD - ONE PER REPORT LINE, CARRYING THE SAME
000120*         REPORT ID, RUN DATE AND GENERATION AS ITS INDEX ENTRY.
000130* WRITTEN BY EACH REPORTING PROGRAM AT RUN END, READ BY THE
000140* RPTREPRT REPRINT PROGRAM, AGED OUT BY RETNCYCL.
000150*-----------------------------------------------------------------
000160* A REPORT THE RUN DID NOT WRITE IS NOT BANKED.  A RUN WITH NO
000170* RUN DATE OF ITS OWN IS BANKED UNDER THE DATE IT RAN.
000180*-----------------------------------------------------------------
000190* DATE      INIT  DESCRIPTION
000200* 10/15/26  TJM   ORIGINAL - FIRST USED BY DAY1, DAY2, OWNRLEAG,
000210*                 RCPTRECN, SETLMTCH, TRENDRPT, OPSSUMM, TRAILVFY,
000220*                 SEASNRPT, LOWPROD, FEEDMON, JRNLINQ AND
000225*                 RPTREPRT.
000230*****************************************************************
000240 01  ReportIndexRecord.
000250     05  ReportIndexReportId     PIC X(10).
000260     05  ReportIndexRunDate      PIC X(08).
000270     05  ReportIndexGeneration   PIC 9(03).
000280     05  ReportIndexProgram      PIC X(08).
000290     05  ReportIndexFeedFile     PIC X(40).
000300     05  ReportIndexLineCount    PIC 9(05).
000310     05  ReportIndexBankDate     PIC X(08).
000320     05  ReportIndexBankTime     PIC X(06).
000330
000340 01  ReportGenRecord.
000350     05  ReportGenReportId       PIC X(10).
000360     05  ReportGenRunDate        PIC X(08).
000370     05  ReportGenGeneration     PIC 9(03).
000380     05  ReportGenLineNumber     PIC 9(05).
000390     05  ReportGenLineText       PIC X(120).
