000010*****************************************************************
000020* RATNSTD - SECTION RATION-STANDARD RECORDS.
000030*   RATIONSTANDARDRECORD - ONE PER BATCHOWNERSECTION AND
000040*         EFFECTIVE DATE: THE MINIMUM RATION A BATCH FOR THE
000050*         SECTION MUST CARRY, THE CEILING ABOVE WHICH THE LOAD
000060*         IS UNSAFE TO HAUL, AND UP TO THREE OPTIONAL MINIMUMS
000070*         BY FOOD-ITEM CATEGORY (COPYBOOK FOODITM).  A BLANK
000080*         CATEGORY SLOT IS UNUSED.  THE STANDARD IN FORCE FOR A
000090*         RUN IS THE ACTIVE ONE WITH THE LATEST EFFECTIVE DATE
000100*         NOT AFTER THE RUN DATE.  MAINTAINED BY RATNSMNT
000110*         (RATNSTD.TXT); RETIRED ENTRIES STAY ON FILE FOR THE
000120*         AUDIT TRAIL.
000130*   RATIONALERTRECORD - ONE PER FAILED CHECK ON A COMPLETED
000140*         BATCH, WRITTEN BY DAY1 TO RATNALRT1.TXT NEXT TO THE
000150*         ALERT REPORT (REWRITTEN EACH RUN, LIKE THE BATCH WORK
000160*         FILE) SO RCPTRECN CAN MARK A DOUBLE EXCEPTION.  THE
000170*         TOTAL AND LIMIT ARE THE BATCH TOTAL AND THE SECTION
000180*         MINIMUM OR CEILING, OR THE CATEGORY CALORIES AND THE
000190*         CATEGORY MINIMUM.
000200*-----------------------------------------------------------------
000210* DATE      INIT  DESCRIPTION
000220* 10/15/26  TJM   ORIGINAL - FIRST USED BY RATNSMNT, DAY1 AND
000230*                 RCPTRECN.
000240*****************************************************************
000250 01  RationStandardRecord.
000260     05  RationSection           PIC X(15).
000270     05  RationMinCalories       PIC 9(08).
000280     05  RationMaxCalories       PIC 9(08).
000290     05  RationCategoryMinimums OCCURS 3 TIMES.
000300         10  RationCategory      PIC X(12).
000310         10  RationCategoryMin   PIC 9(05).
000320     05  RationEffDate           PIC X(08).
000330     05  RationStatus            PIC X(01).
000340         88  RationIsActive              VALUE "A".
000350         88  RationIsRetired             VALUE "R".
000360
000370 01  RationAlertRecord.
000380     05  RationAlertRunDate      PIC X(08).
000390     05  RationAlertBatch        PIC 9(05).
000400     05  RationAlertOwnerName    PIC X(20).
000410     05  RationAlertSection      PIC X(15).
000420     05  RationAlertTotal        PIC 9(09).
000430     05  RationAlertLimit        PIC 9(09).
000440     05  RationAlertReason       PIC X(24).
000450     05  RationAlertDouble       PIC X(01).
000460         88  RationAlertIsDouble         VALUE "Y".
