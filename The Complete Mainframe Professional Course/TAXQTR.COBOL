    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    TAXQTR.
    30 AUTHOR.        D PRICE.
    40 INSTALLATION.  PAYROLL SYSTEMS.
    50 DATE-WRITTEN.  2026-10-15.
    60 DATE-COMPILED.
    70*
    80*-----------------------------------------------------------*
    90* MODIFICATION HISTORY                                      *
   100*-----------------------------------------------------------*
   110* DATE       INIT  DESCRIPTION                               *
   120* ---------- ----  ---------------------------------------- *
   130* 2026-10-15 DP    ORIGINAL VERSION - QUARTERLY WITHHOLDING  *
   140*                  LIABILITY REPORT. READS THE TAXJRNL       *
   150*                  POSTING JOURNAL THE ASSIGNMENT3 RUNS      *
   160*                  APPEND TO AND, FOR THE TAX YEAR PROMPTED  *
   170*                  AT STARTUP, TOTALS THE INCOME, FEDERAL    *
   180*                  AND STATE TAX POSTED BY QUARTER, BY MONTH *
   190*                  WITHIN THE QUARTER AND BY DEPARTMENT ON   *
   200*                  QTRRPT. EACH QUARTER IS BALANCED AGAINST  *
   210*                  THE TAXBAL MOVEMENT CARRIED ON THE        *
   220*                  RUN-CONTROL ROWS OF THE SAME RUNS; A      *
   230*                  QUARTER OUT OF BALANCE ENDS THE RUN WITH  *
   240*                  RETURN CODE 8.                            *
   250* 2026-10-15 DP    THE TAX YEAR NOW COMES FROM THE BUSDATE   *
   260*                  BUSINESS-DATE CONTROL FILE READ AT        *
   270*                  STARTUP. THE PROMPT REMAINS ONLY AS AN    *
   280*                  EXPLICIT OVERRIDE, LOGGED ON THE RUNLOG   *
   290*                  ROW WITH THE KEYED YEAR.                  *
   300*-----------------------------------------------------------*
   310 ENVIRONMENT DIVISION.
   320 INPUT-OUTPUT SECTION.
   330 FILE-CONTROL.
   340     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "TAXJRNL"
   350         ORGANIZATION IS LINE SEQUENTIAL
   360         ACCESS MODE IS SEQUENTIAL
   370         FILE STATUS IS WS-JOURNAL-STATUS.
   380*
   390     SELECT QUARTER-REPORT ASSIGN TO "QTRRPT"
   400         ORGANIZATION IS LINE SEQUENTIAL
   410         ACCESS MODE IS SEQUENTIAL
   420         FILE STATUS IS WS-REPORT-STATUS.
   430*
   440     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   450         ORGANIZATION IS LINE SEQUENTIAL
   460         ACCESS MODE IS SEQUENTIAL
   470         FILE STATUS IS WS-RUNLOG-STATUS.
   480*
   490     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   500         ORGANIZATION IS LINE SEQUENTIAL
   510         ACCESS MODE IS SEQUENTIAL
   520         FILE STATUS IS WS-BUSDATE-STATUS.
   530*
   540 DATA DIVISION.
   550 FILE SECTION.
   560 FD  JOURNAL-FILE.
   570 01  JOURNAL-RECORD.
   580     COPY TAXJREC.
   590*
   600 FD  QUARTER-REPORT.
   610 01  QUARTER-LINE           PIC X(100).
   620*
   630 FD  RUN-LOG-FILE.
   640 01  RUN-LOG-RECORD.
   650     COPY RUNLOGREC.
   660*
   670 FD  BUS-DATE-FILE.
   680 01  BUS-DATE-RECORD.
   690     COPY BUSDREC.
   700*
   710 WORKING-STORAGE SECTION.
   720*
   730 01  WS-JOURNAL-STATUS       PIC X(2) VALUE SPACES.
   740 01  WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
   750 01  END-OF-FILE             PIC X(3) VALUE 'NO'.
   760*
   770*-----------------------------------------------------------*
   780* TAX YEAR REPORTED - ONLY JOURNAL ROWS WHOSE TAX PERIOD    *
   790* DATE FALLS IN IT ARE COUNTED. THE QUARTER AND MONTH       *
   800* WITHIN THE QUARTER COME FROM THE TAX PERIOD DATE, NOT THE *
   810* DATE THE RUN WAS MADE, SO A LATE PRIOR-PERIOD RUN LANDS   *
   820* IN THE QUARTER IT BELONGS TO.                              *
   830*-----------------------------------------------------------*
   840 01  WS-TAX-YEAR             PIC X(4) VALUE SPACES.
   850 01  WS-PERIOD-MONTH         PIC 9(2) VALUE ZEROES.
   860 01  WS-QTR-SUB              PIC 9(1) VALUE ZERO.
   870 01  WS-MON-SUB              PIC 9(1) VALUE ZERO.
   880 01  WS-MONTH-NUMBER         PIC 9(2) VALUE ZEROES.
   890*
   900*-----------------------------------------------------------*
   910* BUSINESS DATE - THE TAX YEAR REPORTED IS TAKEN FROM THE BUSDATE*
   920* CONTROL ROW READ BY 020-READ-BUSINESS-DATE.                *
   930* WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) LETS THE         *
   940* OPERATOR KEY A DIFFERENT YEAR; THE FLAG AND THE KEYED      *
   950* YEAR GO ON THE RUNLOG ROW.                                 *
   960*-----------------------------------------------------------*
   970 01  WS-BUSDATE-STATUS       PIC X(2) VALUE SPACES.
   980 01  WS-BUSDATE-OVERRIDE     PIC X(1) VALUE 'N'.
   990 01  WS-OVERRIDE-VALUE       PIC X(8) VALUE SPACES.
  1000*
  1010*-----------------------------------------------------------*
  1020* QUARTER TOTALS - PER QUARTER, THE JOURNAL ROWS COUNTED    *
  1030* (DETAIL AND ADJUSTMENT SEPARATELY), THEIR INCOME, FEDERAL *
  1040* AND STATE TAX, THE SAME THREE FIGURES PER MONTH WITHIN    *
  1050* THE QUARTER, AND THE TAXBAL MOVEMENT SUMMED FROM THE      *
  1060* RUN-CONTROL ROWS OF THE RUNS THAT POSTED INTO IT.         *
  1070* ADJUSTMENTS ARE SIGNED, SO EVERY AMOUNT IS TOO.           *
  1080*-----------------------------------------------------------*
  1090 01  QUARTER-TOTALS-TABLE.
  1100     05  QUARTER-TOTAL-ENTRY OCCURS 4 TIMES.
  1110         10  QT-DETAIL-COUNT    PIC 9(5)       VALUE ZEROES.
  1120         10  QT-ADJ-COUNT       PIC 9(5)       VALUE ZEROES.
  1130         10  QT-INCOME          PIC S9(11)     VALUE ZEROES.
  1140         10  QT-TAX             PIC S9(11)V99  VALUE ZEROES.
  1150         10  QT-STATE-TAX       PIC S9(11)V99  VALUE ZEROES.
  1160         10  QT-RUN-COUNT       PIC 9(5)       VALUE ZEROES.
  1170         10  QT-CTL-INCOME      PIC S9(11)     VALUE ZEROES.
  1180         10  QT-CTL-TAX         PIC S9(11)V99  VALUE ZEROES.
  1190         10  QT-CTL-STATE-TAX   PIC S9(11)V99  VALUE ZEROES.
  1200         10  QT-MONTH-ENTRY OCCURS 3 TIMES.
  1210             15  QM-INCOME      PIC S9(11)     VALUE ZEROES.
  1220             15  QM-TAX         PIC S9(11)V99  VALUE ZEROES.
  1230             15  QM-STATE-TAX   PIC S9(11)V99  VALUE ZEROES.
  1240*
  1250*-----------------------------------------------------------*
  1260* DEPARTMENT TOTALS - ONE ENTRY PER QUARTER AND DEPARTMENT  *
  1270* SEEN, IN THE ORDER FIRST MET ON THE JOURNAL. ONCE ALL 200 *
  1280* SLOTS ARE TAKEN ANY FURTHER NEW PAIR IS LEFT OUT OF THE   *
  1290* BREAKDOWN - WARNED ONCE, THE FIRST TIME THAT HAPPENS. THE *
  1300* QUARTER TOTALS AND THE BALANCING DO NOT DEPEND ON IT.     *
  1310*-----------------------------------------------------------*
  1320 01  WS-QDEPT-COUNT          PIC 9(3) VALUE ZEROES.
  1330 01  WS-QDEPT-CAP-WARNED     PIC X(3) VALUE 'NO'.
  1340 01  QTR-DEPT-TABLE.
  1350     05  QTR-DEPT-ENTRY OCCURS 200 TIMES INDEXED BY QD-IDX.
  1360         10  QD-QUARTER         PIC 9(1)       VALUE ZERO.
  1370         10  QD-DEPT-CODE       PIC X(4)       VALUE SPACES.
  1380         10  QD-ROW-COUNT       PIC 9(5)       VALUE ZEROES.
  1390         10  QD-INCOME          PIC S9(11)     VALUE ZEROES.
  1400         10  QD-TAX             PIC S9(11)V99  VALUE ZEROES.
  1410         10  QD-STATE-TAX       PIC S9(11)V99  VALUE ZEROES.
  1420*
  1430*-----------------------------------------------------------*
  1440* YEAR TOTALS, RUN COUNTS AND BALANCING WORK FIELDS.        *
  1450*-----------------------------------------------------------*
  1460 01  WS-ROWS-READ            PIC 9(7) VALUE ZEROES.
  1470 01  WS-ROWS-IN-YEAR         PIC 9(5) VALUE ZEROES.
  1480 01  WS-BAD-ROW-COUNT        PIC 9(5) VALUE ZEROES.
  1490 01  WS-OUT-OF-BAL-COUNT     PIC 9(5) VALUE ZEROES.
  1500 01  WS-YEAR-INCOME          PIC S9(11)    VALUE ZEROES.
  1510 01  WS-YEAR-TAX             PIC S9(11)V99 VALUE ZEROES.
  1520 01  WS-YEAR-STATE-TAX       PIC S9(11)V99 VALUE ZEROES.
  1530 01  WS-DIFF-INCOME          PIC S9(11)    VALUE ZEROES.
  1540 01  WS-DIFF-TAX             PIC S9(11)V99 VALUE ZEROES.
  1550 01  WS-DIFF-STATE           PIC S9(11)V99 VALUE ZEROES.
  1560 01  WS-QTR-DISP             PIC 9(1).
  1570 01  WS-COUNT-DISP           PIC ZZZZ9.
  1580 01  WS-COUNT2-DISP          PIC ZZZZ9.
  1590 01  WS-ROWS-DISP            PIC ZZZZZZ9.
  1600 01  WS-INCOME-DISP          PIC ------------9.
  1610 01  WS-TAX-DISP             PIC ------------9.99.
  1620 01  WS-STATE-DISP           PIC ------------9.99.
  1630*
  1640*-----------------------------------------------------------*
  1650* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1660* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1670* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1680*-----------------------------------------------------------*
  1690 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  1700 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  1710 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  1720 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  1730 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  1740*
  1750 PROCEDURE DIVISION.
  1760*
  1770*-----------------------------------------------------------*
  1780* 000-MAIN-PROCEDURE                                        *
  1790*-----------------------------------------------------------*
  1800 000-MAIN-PROCEDURE.
  1810     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1820     ACCEPT WS-RUN-START-TIME FROM TIME.
  1830     PERFORM 020-READ-BUSINESS-DATE.
  1840     PERFORM 040-ACCEPT-TAX-YEAR.
  1850     PERFORM 050-INITIALIZE.
  1860     PERFORM 200-TALLY-ONE-ROW UNTIL END-OF-FILE = 'YES'.
  1870     PERFORM 300-PRINT-ONE-QUARTER
  1880         VARYING WS-QTR-SUB FROM 1 BY 1
  1890         UNTIL WS-QTR-SUB > 4.
  1900     PERFORM 380-PRINT-YEAR-TOTALS.
  1910     PERFORM 900-TERMINATE.
  1920     STOP RUN.
  1930*
  1940*-----------------------------------------------------------*
  1950* 020-READ-BUSINESS-DATE                                     *
  1960*                                                            *
  1970* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  1980* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  1990* ERROR - THERE IS NO SAFE DEFAULT FOR THE YEAR.             *
  2000*-----------------------------------------------------------*
  2010 020-READ-BUSINESS-DATE.
  2020     OPEN INPUT BUS-DATE-FILE.
  2030     IF WS-BUSDATE-STATUS NOT = '00'
  2040         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  2050             WS-BUSDATE-STATUS
  2060         PERFORM 950-ABEND-RUN
  2070     END-IF.
  2080     READ BUS-DATE-FILE
  2090         AT END
  2100             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2110             PERFORM 950-ABEND-RUN
  2120     END-READ.
  2130     IF WS-BUSDATE-STATUS NOT = '00'
  2140         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2150             WS-BUSDATE-STATUS
  2160         PERFORM 950-ABEND-RUN
  2170     END-IF.
  2180     CLOSE BUS-DATE-FILE.
  2190*
  2200*-----------------------------------------------------------*
  2210* 040-ACCEPT-TAX-YEAR                                        *
  2220*                                                            *
  2230* THE YEAR TO REPORT, E.G. 2026 - THE BUSDATE TAX YEAR       *
  2240* UNLESS THE OPERATOR OVERRIDES IT. A BLANK OR NON-NUMERIC  *
  2250* YEAR WOULD MATCH NO JOURNAL ROW AND PRINT AN EMPTY        *
  2260* REPORT THAT LOOKS LIKE A NIL RETURN - REFUSED UP FRONT.   *
  2270*-----------------------------------------------------------*
  2280 040-ACCEPT-TAX-YEAR.
  2290     MOVE BD-TAX-YEAR TO WS-TAX-YEAR.
  2300     DISPLAY 'TAX YEAR FROM BUSDATE: ' WS-TAX-YEAR.
  2310     DISPLAY 'OVERRIDE THE TAX YEAR (Y/N)? '.
  2320     ACCEPT WS-BUSDATE-OVERRIDE.
  2330     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  2340         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  2350     END-IF.
  2360     IF WS-BUSDATE-OVERRIDE = 'Y'
  2370         DISPLAY 'ENTER TAX YEAR TO REPORT (YYYY): '
  2380         ACCEPT WS-TAX-YEAR
  2390         MOVE WS-TAX-YEAR TO WS-OVERRIDE-VALUE
  2400     END-IF.
  2410     IF WS-TAX-YEAR IS NOT NUMERIC
  2420         DISPLAY 'TAX YEAR MUST BE YYYY - GOT ' WS-TAX-YEAR
  2430         PERFORM 950-ABEND-RUN
  2440     END-IF.
  2450*
  2460*-----------------------------------------------------------*
  2470* 050-INITIALIZE                                             *
  2480*                                                            *
  2490* TAXJRNL IS SELECT OPTIONAL - A MISSING JOURNAL OPENS WITH *
  2500* STATUS 05 AND MEANS NO RUN HAS POSTED YET, SO EVERY       *
  2510* QUARTER REPORTS NO POSTINGS.                               *
  2520*-----------------------------------------------------------*
  2530 050-INITIALIZE.
  2540     OPEN INPUT JOURNAL-FILE.
  2550     IF WS-JOURNAL-STATUS NOT = '00'
  2560         AND WS-JOURNAL-STATUS NOT = '05'
  2570         DISPLAY 'UNABLE TO OPEN TAXJRNL - FILE STATUS '
  2580             WS-JOURNAL-STATUS
  2590         PERFORM 950-ABEND-RUN
  2600     END-IF.
  2610     OPEN OUTPUT QUARTER-REPORT.
  2620     IF WS-REPORT-STATUS NOT = '00'
  2630         DISPLAY 'UNABLE TO OPEN QTRRPT - FILE STATUS '
  2640             WS-REPORT-STATUS
  2650         PERFORM 950-ABEND-RUN
  2660     END-IF.
  2670     MOVE SPACES TO QUARTER-LINE.
  2680     STRING '===== QUARTERLY WITHHOLDING LIABILITY - TAX YEAR '
  2690                                 DELIMITED BY SIZE
  2700             WS-TAX-YEAR         DELIMITED BY SIZE
  2710             ' ====='            DELIMITED BY SIZE
  2720         INTO QUARTER-LINE
  2730     END-STRING.
  2740     PERFORM 400-WRITE-REPORT-LINE.
  2750     PERFORM 110-READ-JOURNAL.
  2760*
  2770*-----------------------------------------------------------*
  2780* 110-READ-JOURNAL                                           *
  2790*-----------------------------------------------------------*
  2800 110-READ-JOURNAL.
  2810     READ JOURNAL-FILE
  2820         AT END
  2830             MOVE 'YES' TO END-OF-FILE
  2840     END-READ.
  2850     IF END-OF-FILE NOT = 'YES'
  2860         IF WS-JOURNAL-STATUS NOT = '00'
  2870             DISPLAY 'ERROR READING TAXJRNL - FILE STATUS '
  2880                 WS-JOURNAL-STATUS
  2890             PERFORM 950-ABEND-RUN
  2900         END-IF
  2910         ADD 1 TO WS-ROWS-READ
  2920     END-IF.
  2930*
  2940*-----------------------------------------------------------*
  2950* 200-TALLY-ONE-ROW                                          *
  2960*                                                            *
  2970* ROLLS ONE JOURNAL ROW FOR THE REQUESTED YEAR INTO ITS     *
  2980* QUARTER. A RUN-CONTROL ROW (TYPE C) ADDS TO THE QUARTER'S *
  2990* TAXBAL MOVEMENT; A DETAIL OR ADJUSTMENT ROW ADDS TO THE   *
  3000* QUARTER, ITS MONTH AND ITS DEPARTMENT. A ROW WITH AN      *
  3010* UNREADABLE MONTH, AMOUNT OR TYPE IS COUNTED AND NAMED ON  *
  3020* THE CONSOLE, NEVER GUESSED INTO A QUARTER.                 *
  3030*-----------------------------------------------------------*
  3040 200-TALLY-ONE-ROW.
  3050     IF TJ-PERIOD-DATE (1:4) = WS-TAX-YEAR
  3060         ADD 1 TO WS-ROWS-IN-YEAR
  3070         MOVE ZEROES TO WS-PERIOD-MONTH
  3080         IF TJ-PERIOD-DATE (5:2) IS NUMERIC
  3090             MOVE TJ-PERIOD-DATE (5:2) TO WS-PERIOD-MONTH
  3100         END-IF
  3110         IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
  3120             OR TJ-INCOME IS NOT NUMERIC
  3130             OR TJ-TAX IS NOT NUMERIC
  3140             OR TJ-STATE-TAX IS NOT NUMERIC
  3150             PERFORM 250-REPORT-BAD-ROW
  3160         ELSE
  3170             COMPUTE WS-QTR-SUB =
  3180                 (WS-PERIOD-MONTH - 1) / 3 + 1
  3190             COMPUTE WS-MON-SUB =
  3200                 WS-PERIOD-MONTH - (WS-QTR-SUB - 1) * 3
  3210             EVALUATE TJ-RECORD-TYPE
  3220                 WHEN 'C'
  3230                     ADD 1 TO QT-RUN-COUNT (WS-QTR-SUB)
  3240                     ADD TJ-INCOME
  3250                         TO QT-CTL-INCOME (WS-QTR-SUB)
  3260                     ADD TJ-TAX
  3270                         TO QT-CTL-TAX (WS-QTR-SUB)
  3280                     ADD TJ-STATE-TAX
  3290                         TO QT-CTL-STATE-TAX (WS-QTR-SUB)
  3300                 WHEN 'D'
  3310                     ADD 1 TO QT-DETAIL-COUNT (WS-QTR-SUB)
  3320                     PERFORM 210-ADD-POSTING-ROW
  3330                 WHEN 'A'
  3340                 WHEN 'R'
  3350                     ADD 1 TO QT-ADJ-COUNT (WS-QTR-SUB)
  3360                     PERFORM 210-ADD-POSTING-ROW
  3370                 WHEN OTHER
  3380                     PERFORM 250-REPORT-BAD-ROW
  3390             END-EVALUATE
  3400         END-IF
  3410     END-IF.
  3420     PERFORM 110-READ-JOURNAL.
  3430*
  3440*-----------------------------------------------------------*
  3450* 210-ADD-POSTING-ROW                                        *
  3460*-----------------------------------------------------------*
  3470 210-ADD-POSTING-ROW.
  3480     ADD TJ-INCOME    TO QT-INCOME (WS-QTR-SUB).
  3490     ADD TJ-TAX       TO QT-TAX (WS-QTR-SUB).
  3500     ADD TJ-STATE-TAX TO QT-STATE-TAX (WS-QTR-SUB).
  3510     ADD TJ-INCOME    TO QM-INCOME (WS-QTR-SUB, WS-MON-SUB).
  3520     ADD TJ-TAX       TO QM-TAX (WS-QTR-SUB, WS-MON-SUB).
  3530     ADD TJ-STATE-TAX
  3540         TO QM-STATE-TAX (WS-QTR-SUB, WS-MON-SUB).
  3550     PERFORM 220-ACCUMULATE-DEPT-TOTALS.
  3560*
  3570*-----------------------------------------------------------*
  3580* 220-ACCUMULATE-DEPT-TOTALS                                 *
  3590*                                                            *
  3600* ROLLS THE ROW INTO ITS QUARTER AND DEPARTMENT, ADDING A   *
  3610* NEW ENTRY THE FIRST TIME THE PAIR IS SEEN.                 *
  3620*-----------------------------------------------------------*
  3630 220-ACCUMULATE-DEPT-TOTALS.
  3640     SET QD-IDX TO 1.
  3650     SEARCH QTR-DEPT-ENTRY
  3660         AT END
  3670             IF WS-QDEPT-COUNT < 200
  3680                 ADD 1 TO WS-QDEPT-COUNT
  3690                 SET QD-IDX TO WS-QDEPT-COUNT
  3700                 MOVE WS-QTR-SUB    TO QD-QUARTER (QD-IDX)
  3710                 MOVE TJ-DEPARTMENT TO QD-DEPT-CODE (QD-IDX)
  3720                 MOVE 1             TO QD-ROW-COUNT (QD-IDX)
  3730                 MOVE TJ-INCOME     TO QD-INCOME (QD-IDX)
  3740                 MOVE TJ-TAX        TO QD-TAX (QD-IDX)
  3750                 MOVE TJ-STATE-TAX  TO QD-STATE-TAX (QD-IDX)
  3760             ELSE
  3770                 IF WS-QDEPT-CAP-WARNED = 'NO'
  3780                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL, '
  3790                       'DEPT BREAKDOWN IS NOW INCOMPLETE'
  3800                   MOVE 'YES' TO WS-QDEPT-CAP-WARNED
  3810                 END-IF
  3820             END-IF
  3830         WHEN QD-QUARTER (QD-IDX) = WS-QTR-SUB
  3840             AND QD-DEPT-CODE (QD-IDX) = TJ-DEPARTMENT
  3850             ADD 1            TO QD-ROW-COUNT (QD-IDX)
  3860             ADD TJ-INCOME    TO QD-INCOME (QD-IDX)
  3870             ADD TJ-TAX       TO QD-TAX (QD-IDX)
  3880             ADD TJ-STATE-TAX TO QD-STATE-TAX (QD-IDX)
  3890     END-SEARCH.
  3900*
  3910*-----------------------------------------------------------*
  3920* 250-REPORT-BAD-ROW                                         *
  3930*-----------------------------------------------------------*
  3940 250-REPORT-BAD-ROW.
  3950     ADD 1 TO WS-BAD-ROW-COUNT.
  3960     DISPLAY 'UNREADABLE TAXJRNL ROW - NOT COUNTED: '
  3970         JOURNAL-RECORD.
  3980*
  3990*-----------------------------------------------------------*
  4000* 300-PRINT-ONE-QUARTER                                      *
  4010*                                                            *
  4020* PRINTS THE QUARTER'S THREE MONTHS, ITS DEPARTMENTS, ITS   *
  4030* TOTAL AND THE TAXBAL MOVEMENT FOR THE SAME RUNS, THEN     *
  4040* BALANCES THE TWO. A QUARTER WITH NOTHING POSTED AND NO    *
  4050* RUN GETS A SINGLE LINE.                                    *
  4060*-----------------------------------------------------------*
  4070 300-PRINT-ONE-QUARTER.
  4080     MOVE WS-QTR-SUB TO WS-QTR-DISP.
  4090     MOVE SPACES TO QUARTER-LINE.
  4100     PERFORM 400-WRITE-REPORT-LINE.
  4110     IF QT-DETAIL-COUNT (WS-QTR-SUB) = 0
  4120         AND QT-ADJ-COUNT (WS-QTR-SUB) = 0
  4130         AND QT-RUN-COUNT (WS-QTR-SUB) = 0
  4140         STRING 'QUARTER '       DELIMITED BY SIZE
  4150                 WS-QTR-DISP     DELIMITED BY SIZE
  4160                 ' - NO POSTINGS' DELIMITED BY SIZE
  4170             INTO QUARTER-LINE
  4180         END-STRING
  4190         PERFORM 400-WRITE-REPORT-LINE
  4200     ELSE
  4210         STRING 'QUARTER '       DELIMITED BY SIZE
  4220                 WS-QTR-DISP     DELIMITED BY SIZE
  4230             INTO QUARTER-LINE
  4240         END-STRING
  4250         PERFORM 400-WRITE-REPORT-LINE
  4260         PERFORM 310-PRINT-ONE-MONTH
  4270             VARYING WS-MON-SUB FROM 1 BY 1
  4280             UNTIL WS-MON-SUB > 3
  4290         PERFORM 320-PRINT-ONE-DEPT
  4300             VARYING QD-IDX FROM 1 BY 1
  4310             UNTIL QD-IDX > WS-QDEPT-COUNT
  4320         PERFORM 330-PRINT-QUARTER-TOTAL
  4330         PERFORM 340-BALANCE-QUARTER
  4340     END-IF.
  4350     ADD QT-INCOME (WS-QTR-SUB)    TO WS-YEAR-INCOME.
  4360     ADD QT-TAX (WS-QTR-SUB)       TO WS-YEAR-TAX.
  4370     ADD QT-STATE-TAX (WS-QTR-SUB) TO WS-YEAR-STATE-TAX.
  4380*
  4390*-----------------------------------------------------------*
  4400* 310-PRINT-ONE-MONTH                                        *
  4410*-----------------------------------------------------------*
  4420 310-PRINT-ONE-MONTH.
  4430     COMPUTE WS-MONTH-NUMBER = (WS-QTR-SUB - 1) * 3 + WS-MON-SUB.
  4440     MOVE QM-INCOME (WS-QTR-SUB, WS-MON-SUB) TO WS-INCOME-DISP.
  4450     MOVE QM-TAX (WS-QTR-SUB, WS-MON-SUB)    TO WS-TAX-DISP.
  4460     MOVE QM-STATE-TAX (WS-QTR-SUB, WS-MON-SUB)
  4470         TO WS-STATE-DISP.
  4480     MOVE SPACES TO QUARTER-LINE.
  4490     STRING '  MONTH '          DELIMITED BY SIZE
  4500             WS-MONTH-NUMBER    DELIMITED BY SIZE
  4510             '        INCOME: ' DELIMITED BY SIZE
  4520             WS-INCOME-DISP     DELIMITED BY SIZE
  4530             '  FED: '          DELIMITED BY SIZE
  4540             WS-TAX-DISP        DELIMITED BY SIZE
  4550             '  STATE: '        DELIMITED BY SIZE
  4560             WS-STATE-DISP      DELIMITED BY SIZE
  4570         INTO QUARTER-LINE
  4580     END-STRING.
  4590     PERFORM 400-WRITE-REPORT-LINE.
  4600*
  4610*-----------------------------------------------------------*
  4620* 320-PRINT-ONE-DEPT                                         *
  4630*-----------------------------------------------------------*
  4640 320-PRINT-ONE-DEPT.
  4650     IF QD-QUARTER (QD-IDX) = WS-QTR-SUB
  4660         MOVE QD-INCOME (QD-IDX)    TO WS-INCOME-DISP
  4670         MOVE QD-TAX (QD-IDX)       TO WS-TAX-DISP
  4680         MOVE QD-STATE-TAX (QD-IDX) TO WS-STATE-DISP
  4690         MOVE SPACES TO QUARTER-LINE
  4700         STRING '  DEPT '            DELIMITED BY SIZE
  4710                 QD-DEPT-CODE (QD-IDX) DELIMITED BY SIZE
  4720                 '       INCOME: '   DELIMITED BY SIZE
  4730                 WS-INCOME-DISP      DELIMITED BY SIZE
  4740                 '  FED: '           DELIMITED BY SIZE
  4750                 WS-TAX-DISP         DELIMITED BY SIZE
  4760                 '  STATE: '         DELIMITED BY SIZE
  4770                 WS-STATE-DISP       DELIMITED BY SIZE
  4780             INTO QUARTER-LINE
  4790         END-STRING
  4800         PERFORM 400-WRITE-REPORT-LINE
  4810     END-IF.
  4820*
  4830*-----------------------------------------------------------*
  4840* 330-PRINT-QUARTER-TOTAL                                    *
  4850*-----------------------------------------------------------*
  4860 330-PRINT-QUARTER-TOTAL.
  4870     MOVE QT-DETAIL-COUNT (WS-QTR-SUB) TO WS-COUNT-DISP.
  4880     MOVE QT-ADJ-COUNT (WS-QTR-SUB)    TO WS-COUNT2-DISP.
  4890     MOVE SPACES TO QUARTER-LINE.
  4900     STRING '  QUARTER TOTAL  DETAILS: ' DELIMITED BY SIZE
  4910             WS-COUNT-DISP               DELIMITED BY SIZE
  4920             '  ADJS: '                  DELIMITED BY SIZE
  4930             WS-COUNT2-DISP              DELIMITED BY SIZE
  4940         INTO QUARTER-LINE
  4950     END-STRING.
  4960     PERFORM 400-WRITE-REPORT-LINE.
  4970     MOVE QT-INCOME (WS-QTR-SUB)    TO WS-INCOME-DISP.
  4980     MOVE QT-TAX (WS-QTR-SUB)       TO WS-TAX-DISP.
  4990     MOVE QT-STATE-TAX (WS-QTR-SUB) TO WS-STATE-DISP.
  5000     MOVE SPACES TO QUARTER-LINE.
  5010     STRING '  JOURNAL         INCOME: ' DELIMITED BY SIZE
  5020             WS-INCOME-DISP              DELIMITED BY SIZE
  5030             '  FED: '                   DELIMITED BY SIZE
  5040             WS-TAX-DISP                 DELIMITED BY SIZE
  5050             '  STATE: '                 DELIMITED BY SIZE
  5060             WS-STATE-DISP               DELIMITED BY SIZE
  5070         INTO QUARTER-LINE
  5080     END-STRING.
  5090     PERFORM 400-WRITE-REPORT-LINE.
  5100     MOVE QT-CTL-INCOME (WS-QTR-SUB)    TO WS-INCOME-DISP.
  5110     MOVE QT-CTL-TAX (WS-QTR-SUB)       TO WS-TAX-DISP.
  5120     MOVE QT-CTL-STATE-TAX (WS-QTR-SUB) TO WS-STATE-DISP.
  5130     MOVE QT-RUN-COUNT (WS-QTR-SUB)     TO WS-COUNT-DISP.
  5140     MOVE SPACES TO QUARTER-LINE.
  5150     STRING '  TAXBAL MOVEMENT INCOME: ' DELIMITED BY SIZE
  5160             WS-INCOME-DISP              DELIMITED BY SIZE
  5170             '  FED: '                   DELIMITED BY SIZE
  5180             WS-TAX-DISP                 DELIMITED BY SIZE
  5190             '  STATE: '                 DELIMITED BY SIZE
  5200             WS-STATE-DISP               DELIMITED BY SIZE
  5210             '  RUNS: '                  DELIMITED BY SIZE
  5220             WS-COUNT-DISP               DELIMITED BY SIZE
  5230         INTO QUARTER-LINE
  5240     END-STRING.
  5250     PERFORM 400-WRITE-REPORT-LINE.
  5260*
  5270*-----------------------------------------------------------*
  5280* 340-BALANCE-QUARTER                                        *
  5290*                                                            *
  5300* THE JOURNAL ROWS OF A QUARTER MUST ADD UP TO WHAT THE     *
  5310* SAME RUNS ADDED TO TAXBAL. A DIFFERENCE MEANS A JOURNAL   *
  5320* ROW OR A RUN-CONTROL ROW WAS LOST OR ALTERED, AND THE     *
  5330* QUARTER CANNOT BE FILED FROM THIS REPORT - RETURN CODE 8. *
  5340*-----------------------------------------------------------*
  5350 340-BALANCE-QUARTER.
  5360     COMPUTE WS-DIFF-INCOME = QT-INCOME (WS-QTR-SUB)
  5370         - QT-CTL-INCOME (WS-QTR-SUB).
  5380     COMPUTE WS-DIFF-TAX = QT-TAX (WS-QTR-SUB)
  5390         - QT-CTL-TAX (WS-QTR-SUB).
  5400     COMPUTE WS-DIFF-STATE = QT-STATE-TAX (WS-QTR-SUB)
  5410         - QT-CTL-STATE-TAX (WS-QTR-SUB).
  5420     MOVE SPACES TO QUARTER-LINE.
  5430     IF WS-DIFF-INCOME = ZERO AND WS-DIFF-TAX = ZERO
  5440         AND WS-DIFF-STATE = ZERO
  5450         STRING '  *** QUARTER '  DELIMITED BY SIZE
  5460                 WS-QTR-DISP      DELIMITED BY SIZE
  5470                 ' IN BALANCE ***' DELIMITED BY SIZE
  5480             INTO QUARTER-LINE
  5490         END-STRING
  5500         PERFORM 400-WRITE-REPORT-LINE
  5510     ELSE
  5520         ADD 1 TO WS-OUT-OF-BAL-COUNT
  5530         MOVE WS-DIFF-INCOME TO WS-INCOME-DISP
  5540         MOVE WS-DIFF-TAX    TO WS-TAX-DISP
  5550         MOVE WS-DIFF-STATE  TO WS-STATE-DISP
  5560         STRING '  *** QUARTER '  DELIMITED BY SIZE
  5570                 WS-QTR-DISP      DELIMITED BY SIZE
  5580                 ' OUT OF BALANCE ***' DELIMITED BY SIZE
  5590             INTO QUARTER-LINE
  5600         END-STRING
  5610         PERFORM 400-WRITE-REPORT-LINE
  5620         MOVE SPACES TO QUARTER-LINE
  5630         STRING '  DIFFERENCE      INCOME: ' DELIMITED BY SIZE
  5640                 WS-INCOME-DISP              DELIMITED BY SIZE
  5650                 '  FED: '                   DELIMITED BY SIZE
  5660                 WS-TAX-DISP                 DELIMITED BY SIZE
  5670                 '  STATE: '                 DELIMITED BY SIZE
  5680                 WS-STATE-DISP               DELIMITED BY SIZE
  5690             INTO QUARTER-LINE
  5700         END-STRING
  5710         PERFORM 400-WRITE-REPORT-LINE
  5720         MOVE 8 TO RETURN-CODE
  5730     END-IF.
  5740*
  5750*-----------------------------------------------------------*
  5760* 380-PRINT-YEAR-TOTALS                                      *
  5770*-----------------------------------------------------------*
  5780 380-PRINT-YEAR-TOTALS.
  5790     MOVE SPACES TO QUARTER-LINE.
  5800     WRITE QUARTER-LINE FROM
  5810         '-------------------------------------------------'.
  5820     MOVE WS-YEAR-INCOME    TO WS-INCOME-DISP.
  5830     MOVE WS-YEAR-TAX       TO WS-TAX-DISP.
  5840     MOVE WS-YEAR-STATE-TAX TO WS-STATE-DISP.
  5850     MOVE SPACES TO QUARTER-LINE.
  5860     STRING 'YEAR TOTAL      INCOME: ' DELIMITED BY SIZE
  5870             WS-INCOME-DISP            DELIMITED BY SIZE
  5880             '  FED: '                 DELIMITED BY SIZE
  5890             WS-TAX-DISP               DELIMITED BY SIZE
  5900             '  STATE: '               DELIMITED BY SIZE
  5910             WS-STATE-DISP             DELIMITED BY SIZE
  5920         INTO QUARTER-LINE
  5930     END-STRING.
  5940     PERFORM 400-WRITE-REPORT-LINE.
  5950     MOVE WS-OUT-OF-BAL-COUNT TO WS-COUNT-DISP.
  5960     MOVE WS-BAD-ROW-COUNT    TO WS-COUNT2-DISP.
  5970     MOVE SPACES TO QUARTER-LINE.
  5980     STRING 'QUARTERS OUT OF BALANCE: ' DELIMITED BY SIZE
  5990             WS-COUNT-DISP              DELIMITED BY SIZE
  6000             '  UNREADABLE ROWS: '      DELIMITED BY SIZE
  6010             WS-COUNT2-DISP             DELIMITED BY SIZE
  6020         INTO QUARTER-LINE
  6030     END-STRING.
  6040     PERFORM 400-WRITE-REPORT-LINE.
  6050*
  6060*-----------------------------------------------------------*
  6070* 400-WRITE-REPORT-LINE                                      *
  6080*-----------------------------------------------------------*
  6090 400-WRITE-REPORT-LINE.
  6100     WRITE QUARTER-LINE.
  6110     IF WS-REPORT-STATUS NOT = '00'
  6120         DISPLAY 'UNABLE TO WRITE QTRRPT - FILE STATUS '
  6130             WS-REPORT-STATUS
  6140         PERFORM 950-ABEND-RUN
  6150     END-IF.
  6160     MOVE SPACES TO QUARTER-LINE.
  6170*
  6180*-----------------------------------------------------------*
  6190* 900-TERMINATE                                              *
  6200*-----------------------------------------------------------*
  6210 900-TERMINATE.
  6220     CLOSE JOURNAL-FILE.
  6230     CLOSE QUARTER-REPORT.
  6240     MOVE WS-ROWS-READ TO WS-ROWS-DISP.
  6250     DISPLAY 'JOURNAL ROWS READ........ ' WS-ROWS-DISP.
  6260     MOVE WS-OUT-OF-BAL-COUNT TO WS-COUNT-DISP.
  6270     DISPLAY 'QUARTERS OUT OF BALANCE.. ' WS-COUNT-DISP.
  6280     PERFORM 930-WRITE-RUN-LOG.
  6290*
  6300*-----------------------------------------------------------*
  6310* 930-WRITE-RUN-LOG                                          *
  6320*                                                            *
  6330* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  6340* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6350* IS REPORTED BUT NEVER RE-ABENDS THE RUN. THE EXCEPTION     *
  6360* COUNT CARRIES THE QUARTERS OUT OF BALANCE PLUS ANY         *
  6370* UNREADABLE ROWS.                                           *
  6380*-----------------------------------------------------------*
  6390 930-WRITE-RUN-LOG.
  6400     OPEN EXTEND RUN-LOG-FILE.
  6410     IF WS-RUNLOG-STATUS NOT = '00'
  6420         AND WS-RUNLOG-STATUS NOT = '05'
  6430         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6440             WS-RUNLOG-STATUS
  6450     ELSE
  6460         MOVE SPACES TO RUN-LOG-RECORD
  6470         MOVE 'TAXQTR  '          TO RL-PROGRAM-NAME
  6480         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6490         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6500         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6510         ACCEPT WS-RUN-END-TIME FROM TIME
  6520         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6530         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6540         MOVE WS-ROWS-IN-YEAR     TO RL-RECORDS-READ
  6550         MOVE WS-ROWS-IN-YEAR     TO RL-RECORDS-WRITTEN
  6560         COMPUTE RL-EXCEPTION-COUNT =
  6570             WS-OUT-OF-BAL-COUNT + WS-BAD-ROW-COUNT
  6580         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  6590         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6600         MOVE WS-TAX-YEAR         TO RL-RUN-DETAIL
  6610         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
  6620         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
  6630         WRITE RUN-LOG-RECORD
  6640         IF WS-RUNLOG-STATUS NOT = '00'
  6650             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6660                 WS-RUNLOG-STATUS
  6670         END-IF
  6680         CLOSE RUN-LOG-FILE
  6690     END-IF.
  6700*
  6710*-----------------------------------------------------------*
  6720* 950-ABEND-RUN                                              *
  6730*-----------------------------------------------------------*
  6740 950-ABEND-RUN.
  6750     DISPLAY 'TAXQTR IS ABENDING - SEE THE FILE STATUS'.
  6760     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  6770     MOVE 16 TO RETURN-CODE.
  6780     PERFORM 930-WRITE-RUN-LOG.
  6790     STOP RUN.
