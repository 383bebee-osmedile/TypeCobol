000140*                   LISTING EVERY ITEM OPEN MORE THAN 5          *
000150*                   BUSINESS DAYS, THEN OPEN COUNTS BUCKETED BY  *
000160*                   DAYS SINCE DL100S-SUSPENSE-DATE, BROKEN BY   *
000163*                   DL100S-DIVISION.  DAYS ARE BUSINESS DAYS     *
000167*                   FROM THE SHARED DL100CAL BUSINESS-DAY        *
000170*                   CALENDAR (COPYBOOK DL100CL) - WEEKENDS AND   *
000174*                   HOLIDAYS DO NOT AGE AN ITEM, SO A THREE-DAY  *
000177*                   WEEKEND NO LONGER ESCALATES WORK THAT IS ON  *
000181*                   TIME.  BUCKETS ARE 0-5, 6-10, 11-20 AND OVER *
000185*                   20 BUSINESS DAYS.  AN ITEM DATED BEFORE THE  *
000188*                   CALENDAR BEGINS IS AGED IN CALENDAR DAYS.    *
000192*                   IF THE CALENDAR CANNOT BE OPENED OR DOES NOT *
000195*                   HOLD THE RUN DATE THE REPORT SAYS SO AND     *
000199*                   FALLS BACK TO THE OLD CALENDAR-DAY RULE (5   *
000202*                   BUSINESS DAYS TAKEN AS 7 CALENDAR DAYS,      *
000206*                   BUCKETS 0-7, 8-14, 15-30, OVER 30).          *
000210*                                                                *
000220*                   RETURN CODES:                                *
000230*                     0 - NOTHING IN THE ESCALATION SECTION      *
000290*    DATE       INIT   DESCRIPTION                               *
000300*    ---------- ----   ---------------------------------------- *
000310*    2026-09-02 JPM    INITIAL VERSION.                         *
000312*    2026-10-15 JPM    DAYS OPEN ARE NOW BUSINESS DAYS FROM THE  *
000314*                      DL100CAL CALENDAR, BUCKETED 0-5, 6-10,    *
000316*                      11-20 AND OVER 20.  CALENDAR-DAY FALLBACK *
000318*                      WHEN THE CALENDAR IS NOT AVAILABLE.       *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000530         RECORD KEY IS DL100S-TRAN-KEY
000540         FILE STATUS IS WS-SUSPENSE-STATUS.
000550*
000551     SELECT CALENDAR-FILE ASSIGN TO DL100CAL
000552         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS RANDOM
000555         RECORD KEY IS DL100CL-CAL-DATE
000557         FILE STATUS IS WS-CALENDAR-STATUS.
000558*
000560     SELECT AGING-REPORT-FILE ASSIGN TO DL100AGR
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-STATUS.
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DL100S.
000651*
000653 FD  CALENDAR-FILE
000655     RECORDING MODE IS F
000656     LABEL RECORDS ARE STANDARD.
000658     COPY DL100CL.
000660*
000670 FD  AGING-REPORT-FILE
000680     RECORDING MODE IS F
000790 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000800     88  WS-REPORT-OK                VALUE '00'.
000810*
000812 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
000815     88  WS-CALENDAR-OK              VALUE '00'.
000817*
000820 01  WS-SWITCHES.
000830     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000840         88  WS-END-OF-FILE          VALUE 'Y'.
000850     05  WS-AGEDIV-FOUND-SW      PIC X(01) VALUE 'N'.
000860         88  WS-AGEDIV-FOUND         VALUE 'Y'.
000862     05  WS-CALENDAR-OPEN-SW     PIC X(01) VALUE 'N'.
000864         88  WS-CALENDAR-OPEN        VALUE 'Y'.
000866     05  WS-CALENDAR-SW          PIC X(01) VALUE 'N'.
000868         88  WS-CALENDAR-AVAILABLE   VALUE 'Y'.
000870*
000880 01  WS-COUNTERS.
000890     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000900     05  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
000910     05  WS-ESCALATED-COUNT      PIC 9(07) COMP VALUE ZERO.
000915     05  WS-OFF-CALENDAR-COUNT   PIC 9(07) COMP VALUE ZERO.
000920     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000930     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
000940*
000950 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000960*
000961 01  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
000962 01  WS-TODAY-BUS-DAY-NO         PIC S9(09) COMP VALUE ZERO.
000964*
000965******************************************************************
000967*    WORKING STORAGE - AGING LIMITS IN BUSINESS DAYS.  1000 SETS *
000968*    THE CALENDAR-DAY LIMITS (7, 14, 30) WHEN THE CALENDAR IS    *
000970*    NOT AVAILABLE                                               *
000971******************************************************************
000972 01  WS-ESCALATE-DAYS            PIC 9(03) VALUE 5.
000974 01  WS-BUCKET-LIMITS.
000975     05  WS-BUCKET-LIMIT-1       PIC 9(03) VALUE 5.
000977     05  WS-BUCKET-LIMIT-2       PIC 9(03) VALUE 10.
000978     05  WS-BUCKET-LIMIT-3       PIC 9(03) VALUE 20.
000980*
000990******************************************************************
001000*    WORKING STORAGE - AGING BUCKETS PER DIVISION.  BUCKET 1 IS  *
001008*    UP TO WS-BUCKET-LIMIT-1 DAYS, 2 UP TO LIMIT-2, 3 UP TO      *
001016*    LIMIT-3, 4 IS OVER LIMIT-3.  A RUN WITH MORE THAN 20        *
001025*    DISTINCT DIVISIONS FOLDS THE OVERFLOW INTO THE LAST ENTRY,  *
001033*    RELABELLED '**', THE SAME WAY THE IFTHEN REPORT SUBTOTALS   *
001041*    DO                                                          *
001050******************************************************************
001060 01  WS-AGEDIV-COUNT             PIC 9(03) COMP VALUE ZERO.
001070 01  WS-AGEDIV-TABLE.
001620     05  WS-H1-PAGE              PIC ZZZZ9.
001630     05  FILLER                  PIC X(41) VALUE SPACES.
001640*
001641 01  WS-BASIS-LINE.
001643     05  FILLER                  PIC X(01) VALUE SPACE.
001645     05  WS-BL-TEXT              PIC X(131) VALUE
001646         'DAYS OPEN ARE BUSINESS DAYS FROM THE DL100CAL CALENDAR'.
001648*
001650 01  WS-ESC-HEADER.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  FILLER                  PIC X(50) VALUE
001740     05  FILLER                  PIC X(08) VALUE 'CODE'.
001750     05  FILLER                  PIC X(06) VALUE 'DIV'.
001760     05  FILLER                  PIC X(12) VALUE 'SUSPENDED'.
001770     05  WS-EH2-DAYS-LABEL       PIC X(10) VALUE 'BUS DAYS'.
001780     05  FILLER                  PIC X(83) VALUE SPACES.
001790*
001800 01  WS-ESC-DETAIL-LINE.
001980 01  WS-AGE-HEADING-2.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  FILLER                  PIC X(06) VALUE 'DIV'.
002010     05  WS-AH2-LABEL-1          PIC X(11) VALUE '0-5 DAYS'.
002020     05  WS-AH2-LABEL-2          PIC X(11) VALUE '6-10 DAYS'.
002030     05  WS-AH2-LABEL-3          PIC X(11) VALUE '11-20 DAYS'.
002040     05  WS-AH2-LABEL-4          PIC X(12) VALUE 'OVER 20'.
002050     05  FILLER                  PIC X(80) VALUE SPACES.
002060*
002070 01  WS-AGE-SUB-LINE.
002310     05  WS-TL2-ESCALATED        PIC ZZZ,ZZ9.
002320     05  FILLER                  PIC X(98) VALUE SPACES.
002330*
002331 01  WS-TRAILER-LINE-3.
002332     05  FILLER                  PIC X(01) VALUE SPACE.
002333     05  FILLER                  PIC X(26)
002335         VALUE 'DATED BEFORE THE CALENDAR:'.
002336     05  WS-TL3-OFF-CALENDAR     PIC ZZZ,ZZ9.
002337     05  FILLER                  PIC X(98) VALUE SPACES.
002338*
002340 01  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
002350*
002360 PROCEDURE DIVISION.
002560     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-RPT-CCYY (3:2).
002570     MOVE WS-RUN-DATE TO WS-DTS-DATE.
002580     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
002581     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
002582     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
002583     IF NOT WS-CALENDAR-AVAILABLE
002584         MOVE 7 TO WS-ESCALATE-DAYS
002585         MOVE 7 TO WS-BUCKET-LIMIT-1
002586         MOVE 14 TO WS-BUCKET-LIMIT-2
002587         MOVE 30 TO WS-BUCKET-LIMIT-3
002588         MOVE '0-7 DAYS' TO WS-AH2-LABEL-1
002589         MOVE '8-14 DAYS' TO WS-AH2-LABEL-2
002590         MOVE '15-30 DAYS' TO WS-AH2-LABEL-3
002591         MOVE 'OVER 30' TO WS-AH2-LABEL-4
002592         MOVE 'DAYS OPEN' TO WS-EH2-DAYS-LABEL
002593         MOVE SPACES TO WS-BL-TEXT
002594         STRING '*** BUSINESS-DAY CALENDAR NOT AVAILABLE - DAYS '
002595             'OPEN ARE CALENDAR DAYS, 5 BUSINESS DAYS TAKEN AS 7 '
002596             'CALENDAR DAYS ***'
002597             DELIMITED BY SIZE INTO WS-BL-TEXT
002598     END-IF.
002600*
002610     OPEN OUTPUT AGING-REPORT-FILE.
002620     IF NOT WS-REPORT-OK
002640             WS-REPORT-STATUS
002650     END-IF.
002660     PERFORM 1500-PRINT-HEADING THRU 1500-EXIT.
002663     WRITE AGING-REPORT-RECORD FROM WS-BASIS-LINE
002666         AFTER ADVANCING 1 LINE.
002670     WRITE AGING-REPORT-RECORD FROM WS-ESC-HEADER
002680         AFTER ADVANCING 1 LINE.
002690     WRITE AGING-REPORT-RECORD FROM WS-ESC-HEADING-2
002700         AFTER ADVANCING 2 LINES.
002710     ADD 4 TO WS-LINE-COUNT.
002720     OPEN INPUT SUSPENSE-FILE.
002730     IF NOT WS-SUSPENSE-OK
002740         DISPLAY 'DL100SAG: UNABLE TO OPEN DL100SUS, STATUS = '
002760         MOVE 'Y' TO WS-EOF-SWITCH
002770     ELSE
002780         PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT
002781     END-IF.
002782 1000-EXIT.
002783     EXIT.
002784*
002785******************************************************************
002786*    1300-OPEN-CALENDAR - OPEN THE DL100CAL CALENDAR AND TAKE    *
002787*                         THE RUN DATE'S BUSINESS-DAY NUMBER.    *
002788*                         WITHOUT IT THE RUN AGES IN CALENDAR    *
002789*                         DAYS                                   *
002790******************************************************************
002791 1300-OPEN-CALENDAR.
002792     OPEN INPUT CALENDAR-FILE.
002793     IF NOT WS-CALENDAR-OK
002794         DISPLAY 'DL100SAG: UNABLE TO OPEN DL100CAL, STATUS = '
002795             WS-CALENDAR-STATUS ' - AGING IN CALENDAR DAYS'
002796         GO TO 1300-EXIT
002797     END-IF.
002798     MOVE 'Y' TO WS-CALENDAR-OPEN-SW.
002799     MOVE WS-RUN-DATE TO DL100CL-CAL-DATE.
002800     READ CALENDAR-FILE
002801         INVALID KEY
002802             DISPLAY 'DL100SAG: RUN DATE ' WS-RUN-DATE
002803                 ' NOT ON DL100CAL - AGING IN CALENDAR DAYS'
002804             GO TO 1300-EXIT
002805     END-READ.
002806     MOVE DL100CL-BUSINESS-DAY-NO TO WS-TODAY-BUS-DAY-NO.
002807     MOVE 'Y' TO WS-CALENDAR-SW.
002808 1300-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002970*    2000-AGE-ONE-RECORD - AGE ONE OPEN SUSPENSE RECORD INTO     *
002980*                          ITS DIVISION BUCKET AND ESCALATE IT   *
002990*                          WHEN OPEN MORE THAN 5 BUSINESS DAYS   *
003010******************************************************************
003020 2000-AGE-ONE-RECORD.
003030     IF NOT DL100S-OPEN
003050     END-IF.
003060     ADD 1 TO WS-OPEN-COUNT.
003070     MOVE DL100S-SUSPENSE-DATE TO WS-DTS-DATE.
003085     PERFORM 9700-BUSINESS-DAY-AGE THRU 9700-EXIT.
003100     IF WS-AGE-DAYS < ZERO
003110         MOVE ZERO TO WS-AGE-DAYS
003120     END-IF.
003130     PERFORM 2100-FIND-AGE-DIVISION THRU 2100-EXIT.
003140     EVALUATE TRUE
003150         WHEN WS-AGE-DAYS <= WS-BUCKET-LIMIT-1
003160             ADD 1 TO WS-AGEDIV-BUCKET (WS-AGEDIV-IDX, 1)
003170         WHEN WS-AGE-DAYS <= WS-BUCKET-LIMIT-2
003180             ADD 1 TO WS-AGEDIV-BUCKET (WS-AGEDIV-IDX, 2)
003190         WHEN WS-AGE-DAYS <= WS-BUCKET-LIMIT-3
003200             ADD 1 TO WS-AGEDIV-BUCKET (WS-AGEDIV-IDX, 3)
003210         WHEN OTHER
003220             ADD 1 TO WS-AGEDIV-BUCKET (WS-AGEDIV-IDX, 4)
003230     END-EVALUATE.
003240     IF WS-AGE-DAYS > WS-ESCALATE-DAYS
003250         PERFORM 3000-WRITE-ESCALATION THRU 3000-EXIT
003260     END-IF.
003270 2000-NEXT.
004250     END-IF.
004260     MOVE WS-OPEN-COUNT TO WS-TL1-OPEN-COUNT.
004270     MOVE WS-ESCALATED-COUNT TO WS-TL2-ESCALATED.
004275     MOVE WS-OFF-CALENDAR-COUNT TO WS-TL3-OFF-CALENDAR.
004280     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-1
004290         AFTER ADVANCING 2 LINES.
004300     WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-2
004310         AFTER ADVANCING 1 LINE.
004311     IF WS-OFF-CALENDAR-COUNT > ZERO
004312         WRITE AGING-REPORT-RECORD FROM WS-TRAILER-LINE-3
004313             AFTER ADVANCING 1 LINE
004315     END-IF.
004316     IF WS-CALENDAR-OPEN
004317         CLOSE CALENDAR-FILE
004318     END-IF.
004320     CLOSE SUSPENSE-FILE, AGING-REPORT-FILE.
004330     DISPLAY 'DL100SAG: RECORDS READ    = ' WS-READ-COUNT.
004340     DISPLAY 'DL100SAG: OPEN ITEMS      = ' WS-OPEN-COUNT.
004520     MOVE WS-AGEDIV-BUCKET (WS-AGEDIV-IDX, 4) TO WS-AS-BUCKET-4.
004530     WRITE AGING-REPORT-RECORD FROM WS-AGE-SUB-LINE
004540         AFTER ADVANCING 1 LINE.
004541     ADD 1 TO WS-LINE-COUNT.
004542 9100-EXIT.
004543     EXIT.
004544*
004545******************************************************************
004546*    9700-BUSINESS-DAY-AGE - SET WS-AGE-DAYS TO THE DAYS FROM    *
004547*                            THE DATE IN WS-DTS-DATE TO THE RUN  *
004548*                            DATE: BUSINESS DAYS WHEN THE        *
004550*                            CALENDAR HOLDS BOTH DATES, CALENDAR *
004551*                            DAYS OTHERWISE                      *
004552******************************************************************
004553 9700-BUSINESS-DAY-AGE.
004554     PERFORM 9800-DATE-TO-SERIAL THRU 9800-EXIT.
004555     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
004556     IF NOT WS-CALENDAR-AVAILABLE
004557         GO TO 9700-EXIT
004558     END-IF.
004560     MOVE WS-DTS-DATE TO DL100CL-CAL-DATE.
004561     READ CALENDAR-FILE
004562         INVALID KEY
004563             ADD 1 TO WS-OFF-CALENDAR-COUNT
004564             GO TO 9700-EXIT
004565     END-READ.
004566     COMPUTE WS-AGE-DAYS = WS-TODAY-BUS-DAY-NO
004567         - DL100CL-BUSINESS-DAY-NO.
004568 9700-EXIT.
004570     EXIT.
004580*
004590******************************************************************
