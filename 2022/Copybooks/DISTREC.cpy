000010*****************************************************************
000020* DISTREC - OUTBOUND WAREHOUSE DISTRIBUTION DETAIL RECORD.  ONE
000030* RECORD PER RANKED BATCH OF A DAY1 RUN, CARRYING THE BATCH
000040* TOTAL, ITS RANK AND PERCENTILE IN THE FULL RANKING, THE OWNER
000050* AND SECTION FROM THE BATCH-OWNER MASTER (COPYBOOK BATOWNR),
000060* THE REGIONAL MANIFEST FILE IT CAME FROM, AND ITS CALORIES BY
000070* FOOD-ITEM CATEGORY.  THE FILE IS CTLREC-WRAPPED (FEED TYPE
000080* "DISTRIB", RUN DATE ON THE HEADER, RECORD COUNT AND THE SUM
000090* OF THE BATCH TOTALS ON THE TRAILER) AND IS REGISTERED ON THE
000100* PROCESSED-FEED REGISTER (COPYBOOK FEEDREG) WHEN RELEASED.
000110*-----------------------------------------------------------------
000120* AN UNASSIGNED BATCH CARRIES OWNER "UNASSIGNED", A BLANK
000130* SECTION, AND OWNER STATUS "U".  A REINJECTED SUSPENSE BATCH
000140* CARRIES SOURCE FILE "SUSPENSE".  UP TO TEN CATEGORIES ARE
000150* CARRIED; BEYOND THAT THE TENTH SLOT BECOMES "OTHER" AND HOLDS
000160* THE REMAINDER.  CALORIES FROM BARE MANIFEST LINES ARE IN
000170* DISTUNITEMIZED.
000180*-----------------------------------------------------------------
000190* DATE      INIT  DESCRIPTION
000200* 10/15/26  TJM   ORIGINAL - FIRST USED BY DAY1.
000210*****************************************************************
000220 01  DistributionRecord.
000230     05  DistRunDate             PIC X(08).
000240     05  DistBatchNumber         PIC 9(05).
000250     05  DistBatchTotal          PIC 9(09).
000260     05  DistRank                PIC 9(05).
000270     05  DistPercentile          PIC 9(03).
000280     05  DistRankedCount         PIC 9(05).
000290     05  DistOwnerName           PIC X(20).
000300     05  DistSection             PIC X(15).
000310     05  DistOwnerStatus         PIC X(01).
000320         88  DistOwnerIsAssigned         VALUE "A".
000330         88  DistOwnerIsUnassigned       VALUE "U".
000340     05  DistSourceFile          PIC X(40).
000350     05  DistCategoryCount       PIC 9(02).
000360     05  DistCategoryEntry OCCURS 10 TIMES.
000370         10  DistCategoryName    PIC X(12).
000380         10  DistCategoryCalories PIC 9(09).
000390     05  DistUnitemized          PIC 9(09).
