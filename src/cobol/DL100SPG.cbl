000210*                   PARM='CCYYMMDD' SETS THE CUTOFF EXPLICITLY   *
000220*                   (RECYCLED STRICTLY BEFORE THAT DATE ARE      *
000230*                   ARCHIVED).  AN EMPTY PARM DEFAULTS TO THE    *
000235*                   FIRST DAY OF THE FISCAL PERIOD THREE PERIODS *
000240*                   BEFORE THE RUN DATE'S PERIOD ON THE SHARED   *
000245*                   DL100CAL CALENDAR (COPYBOOK DL100CL), KEEPING*
000250*                   THE CURRENT AND THREE PRIOR PERIODS ON THE   *
000255*                   CLUSTER.  WITHOUT THE CALENDAR IT FALLS BACK *
000260*                   TO THE FIRST DAY OF THE MONTH THREE MONTHS   *
000265*                   BEFORE THE RUN DATE.                         *
000270*                                                                *
000280*    MODIFICATION HISTORY                                       *
000290*    ----------------------------------------------------------  *
000300*    DATE       INIT   DESCRIPTION                               *
000310*    ---------- ----   ---------------------------------------- *
000320*    2026-09-02 JPM    INITIAL VERSION.                         *
000322*    2026-10-15 JPM    DEFAULT CUTOFF NOW KEEPS THREE PRIOR      *
000324*                      FISCAL PERIODS FROM THE DL100CAL          *
000326*                      CALENDAR; THE CALENDAR-MONTH CUTOFF IS    *
000328*                      THE FALLBACK.                             *
000330*                                                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000520         RECORD KEY IS DL100S-TRAN-KEY
000530         FILE STATUS IS WS-SUSPENSE-STATUS.
000540*
000541     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000542         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS DL100CL-CAL-DATE
000547         FILE STATUS IS WS-CALENDAR-STATUS.
000548*
000550     SELECT ARCHIVE-FILE ASSIGN TO DL100SAR
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ARCHIVE-STATUS.
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DL100S.
000641*
000643 FD  CALENDAR-FILE
000645     RECORDING MODE IS F
000646     LABEL RECORDS ARE STANDARD.
000648     COPY DL100CL.
000650*
000660 FD  ARCHIVE-FILE
000670     RECORDING MODE IS F
000780 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
000790     88  WS-ARCHIVE-OK               VALUE '00'.
000800*
000802 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
000805     88  WS-CALENDAR-OK              VALUE '00'.
000807*
000810 01  WS-SWITCHES.
000820     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000830         88  WS-END-OF-FILE          VALUE 'Y'.
000832     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
000834         88  WS-CALENDAR-OPEN        VALUE 'Y'.
000836     05  WS-PERIOD-SW            PIC X(01) VALUE 'Y'.
000838         88  WS-PERIOD-FOUND         VALUE 'Y'.
000840*
000850 01  WS-COUNTERS.
000860     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000870     05  WS-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
000880     05  WS-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
000885     05  WS-PERIOD-STEP          PIC 9(01) COMP VALUE ZERO.
000890*
000900******************************************************************
000910*    WORKING STORAGE - RETENTION CUTOFF                          *
000940 01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
000950     05  WS-CUTOFF-YEAR          PIC 9(04).
000960     05  WS-CUTOFF-MONTH         PIC 9(02).
000961     05  WS-CUTOFF-DAY           PIC 9(02).
000963 01  WS-RETAIN-PERIODS           PIC 9(01) VALUE 3.
000965*
000966 01  WS-MONTH-DAYS-LIST          PIC X(24)
000968         VALUE '312831303130313130313031'.
000970 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
000971     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000973 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
000975 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
000976 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
000978 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
000980*
000990 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001000 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001320         AND LS-PARM-TEXT (1:8) IS NUMERIC
001330         MOVE LS-PARM-TEXT (1:8) TO WS-CUTOFF-DATE
001340     ELSE
001350         PERFORM 1200-FISCAL-CUTOFF THRU 1200-EXIT
001360     END-IF.
001370     DISPLAY 'DL100SPG: RETENTION CUTOFF = ' WS-CUTOFF-DATE.
001380     OPEN I-O SUSPENSE-FILE.
001550*
001560******************************************************************
001570*    1100-DEFAULT-CUTOFF - FIRST DAY OF THE MONTH THREE MONTHS   *
001576*                          BEFORE THE RUN DATE, WHEN THE         *
001583*                          CALENDAR CANNOT GIVE THE PERIOD       *
001590******************************************************************
001600 1100-DEFAULT-CUTOFF.
001610     MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR.
001611     MOVE WS-RUN-MONTH TO WS-CUTOFF-MONTH.
001612     MOVE 01 TO WS-CUTOFF-DAY.
001613     IF WS-CUTOFF-MONTH > 3
001614         SUBTRACT 3 FROM WS-CUTOFF-MONTH
001615     ELSE
001616         ADD 9 TO WS-CUTOFF-MONTH
001617         SUBTRACT 1 FROM WS-CUTOFF-YEAR
001618     END-IF.
001619 1100-EXIT.
001620     EXIT.
001621*
001622******************************************************************
001623*    1200-FISCAL-CUTOFF - FIRST DAY OF THE FISCAL PERIOD         *
001624*                         WS-RETAIN-PERIODS PERIODS BEFORE THE   *
001625*                         RUN DATE'S PERIOD ON DL100CAL.  ANY GAP*
001626*                         IN THE CALENDAR FALLS BACK TO 1100     *
001627******************************************************************
001628 1200-FISCAL-CUTOFF.
001629     OPEN INPUT CALENDAR-FILE.
001630     IF NOT WS-CALENDAR-OK
001631         DISPLAY 'DL100SPG: UNABLE TO OPEN DL100CAL, STATUS = '
001632             WS-CALENDAR-STATUS ' - CALENDAR-MONTH CUTOFF'
001633         PERFORM 1100-DEFAULT-CUTOFF THRU 1100-EXIT
001634         GO TO 1200-EXIT
001635     END-IF.
001636     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
001637     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
001638     PERFORM 1300-PERIOD-START THRU 1300-EXIT.
001639     MOVE ZERO TO WS-PERIOD-STEP.
001640     PERFORM 1250-BACK-ONE-PERIOD THRU 1250-EXIT
001641         UNTIL WS-PERIOD-STEP NOT < WS-RETAIN-PERIODS
001642         OR NOT WS-PERIOD-FOUND.
001643     IF NOT WS-PERIOD-FOUND
001644         DISPLAY 'DL100SPG: ' WS-CUTOFF-DATE
001645             ' NOT ON DL100CAL - CALENDAR-MONTH CUTOFF'
001646         PERFORM 1100-DEFAULT-CUTOFF THRU 1100-EXIT
001647     END-IF.
001648 1200-EXIT.
001649     EXIT.
001650*
001651******************************************************************
001652*    1250-BACK-ONE-PERIOD - STEP WS-CUTOFF-DATE FROM THE FIRST   *
001653*                           DAY OF ONE PERIOD TO THE FIRST DAY   *
001654*                           OF THE PERIOD BEFORE IT              *
001655******************************************************************
001656 1250-BACK-ONE-PERIOD.
001657     ADD 1 TO WS-PERIOD-STEP.
001658     PERFORM 1700-DAY-BEFORE THRU 1700-EXIT.
001659     PERFORM 1300-PERIOD-START THRU 1300-EXIT.
001660 1250-EXIT.
001661     EXIT.
001662*
001663******************************************************************
001664*    1300-PERIOD-START - REPLACE THE DATE IN WS-CUTOFF-DATE WITH *
001665*                        THE FIRST DAY OF ITS FISCAL PERIOD      *
001666******************************************************************
001667 1300-PERIOD-START.
001668     MOVE WS-CUTOFF-DATE TO DL100CL-CAL-DATE.
001669     READ CALENDAR-FILE
001670         INVALID KEY
001671             MOVE 'N' TO WS-PERIOD-SW
001672             GO TO 1300-EXIT
001673     END-READ.
001674     MOVE DL100CL-PERIOD-START TO WS-CUTOFF-DATE.
001675 1300-EXIT.
001676     EXIT.
001677*
001678******************************************************************
001679*    1700-DAY-BEFORE - STEP THE CCYYMMDD DATE IN WS-CUTOFF-DATE  *
001680*                      BACK ONE DAY, LEAP-YEAR CORRECT           *
001681******************************************************************
001682 1700-DAY-BEFORE.
001683     IF WS-CUTOFF-DAY > 1
001684         SUBTRACT 1 FROM WS-CUTOFF-DAY
001685         GO TO 1700-EXIT
001686     END-IF.
001687     IF WS-CUTOFF-MONTH > 1
001688         SUBTRACT 1 FROM WS-CUTOFF-MONTH
001689     ELSE
001690         MOVE 12 TO WS-CUTOFF-MONTH
001691         SUBTRACT 1 FROM WS-CUTOFF-YEAR
001692     END-IF.
001693     MOVE WS-MONTH-DAYS (WS-CUTOFF-MONTH) TO WS-CUTOFF-DAY.
001694     IF WS-CUTOFF-MONTH NOT = 2
001695         GO TO 1700-EXIT
001696     END-IF.
001697     DIVIDE WS-CUTOFF-YEAR BY 4 GIVING WS-LEAP-QUOT
001698         REMAINDER WS-LEAP-REM-4.
001699     DIVIDE WS-CUTOFF-YEAR BY 100 GIVING WS-LEAP-QUOT
001700         REMAINDER WS-LEAP-REM-100.
001701     DIVIDE WS-CUTOFF-YEAR BY 400 GIVING WS-LEAP-QUOT
001702         REMAINDER WS-LEAP-REM-400.
001703     IF WS-LEAP-REM-4 = ZERO
001704         AND (WS-LEAP-REM-100 NOT = ZERO
001705              OR WS-LEAP-REM-400 = ZERO)
001706         MOVE 29 TO WS-CUTOFF-DAY
001707     END-IF.
001708 1700-EXIT.
001710     EXIT.
001720*
001730******************************************************************
002050*    9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS      *
002060******************************************************************
002070 9000-TERMINATE.
002072     IF WS-CALENDAR-OPEN
002075         CLOSE CALENDAR-FILE
002077     END-IF.
002080     CLOSE SUSPENSE-FILE, ARCHIVE-FILE.
002090     DISPLAY 'DL100SPG: SUSPENSE RECORDS READ = ' WS-READ-COUNT.
002100     DISPLAY 'DL100SPG: RECORDS ARCHIVED      = '
