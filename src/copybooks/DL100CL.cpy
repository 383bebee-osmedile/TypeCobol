000010******************************************************************
000020*                                                                *
000030*    COPYBOOK:      DL100CL                                     *
000040*    DESCRIPTION:   DL100 BUSINESS-DAY CALENDAR RECORD.  ONE     *
000050*                   RECORD PER CALENDAR DATE ON THE KEYED        *
000060*                   DL100CAL CALENDAR MASTER                     *
000070*                   (DL100.PROD.BUSCAL), KEYED BY DATE.  BUILT   *
000080*                   A YEAR AT A TIME BY DL100CLB (JOB DL100LJ)   *
000090*                   FROM THE HOLIDAY AND FISCAL-PERIOD CARDS     *
000100*                   OPERATIONS KEEPS ON DL100.PROD.CALCARDS, AND *
000110*                   READ BY EVERY PROGRAM THAT COUNTS BUSINESS   *
000120*                   DAYS OR WORKS TO FISCAL PERIOD ENDS.         *
000130*                                                                *
000140*                   DAY TYPE 'B' IS A SCHEDULED BUSINESS DATE -  *
000150*                   DL100J IS EXPECTED TO RUN FOR IT AND LEAVE   *
000160*                   A DL100LDG RUN-LEDGER RECORD.  'W' IS A      *
000170*                   WEEKEND, 'H' A WEEKDAY HOLIDAY.              *
000180*                                                                *
000190*                   THE BUSINESS-DAY NUMBER COUNTS THE BUSINESS  *
000200*                   DATES FROM THE FIRST DATE ON THE MASTER      *
000210*                   THROUGH THIS ONE; A WEEKEND OR HOLIDAY       *
000220*                   CARRIES THE NUMBER OF THE BUSINESS DATE      *
000230*                   BEFORE IT.  THE DIFFERENCE OF TWO DATES'     *
000240*                   NUMBERS IS THE BUSINESS DAYS BETWEEN THEM.   *
000250*                                                                *
000260*                   EVERY DATE CARRIES ITS FISCAL PERIOD         *
000270*                   (CCYYPP) AND THE PERIOD'S FIRST AND LAST     *
000280*                   CALENDAR DATES.                              *
000290*                                                                *
000300*                   WEEKDAY IS 1 (MONDAY) THROUGH 7 (SUNDAY).    *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    ----------------------------------------------------------  *
000340*    DATE       INIT   DESCRIPTION                               *
000350*    ---------- ----   ---------------------------------------- *
000360*    2026-10-15 JPM    INITIAL VERSION.                         *
000370*                                                                *
000380******************************************************************
000390 01  DL100CL-CALENDAR-RECORD.
000400     05  DL100CL-CAL-DATE            PIC 9(08).
000410     05  DL100CL-WEEKDAY             PIC 9(01).
000420     05  DL100CL-DAY-TYPE            PIC X(01).
000430         88  DL100CL-BUSINESS-DAY        VALUE 'B'.
000440         88  DL100CL-WEEKEND             VALUE 'W'.
000450         88  DL100CL-HOLIDAY             VALUE 'H'.
000460     05  DL100CL-BUSINESS-DAY-NO     PIC 9(07).
000470     05  DL100CL-FISCAL-PERIOD       PIC 9(06).
000480     05  DL100CL-PERIOD-START        PIC 9(08).
000490     05  DL100CL-PERIOD-END          PIC 9(08).
000500     05  DL100CL-HOLIDAY-NAME        PIC X(20).
000510     05  DL100CL-BUILD-DATE          PIC 9(08).
000520     05  FILLER                      PIC X(13).
