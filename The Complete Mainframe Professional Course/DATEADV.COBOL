    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    DATEADV.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - END-OF-DAY ADVANCE OF *
   140*                  THE BUSDATE BUSINESS-DATE CONTROL FILE   *
   150*                  THE DATED BATCH PROGRAMS READ AT         *
   160*                  STARTUP. ROLLS THE BUSINESS DATE TO THE  *
   170*                  NEXT DAY (OR A LATER DATE KEYED BY THE   *
   180*                  OPERATOR, UP TO 31 DAYS ON), TAKES THE   *
   190*                  TAX PERIOD AND YEAR FROM THE TAXCAL TAX  *
   200*                  CALENDAR AND THE CURRENT TERM FROM THE   *
   210*                  TERMCAL TERM CALENDAR, AND RECOMPUTES    *
   220*                  THE RETENTION CUTOFF. AN ADVANCE TO A    *
   230*                  DATE EITHER CALENDAR DOES NOT COVER IS   *
   240*                  REFUSED AND BUSDATE IS LEFT AS IT WAS.   *
   250*-----------------------------------------------------------*
   260 ENVIRONMENT DIVISION.
   270 INPUT-OUTPUT SECTION.
   280 FILE-CONTROL.
   290     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
   300         ORGANIZATION IS LINE SEQUENTIAL
   310         ACCESS MODE IS SEQUENTIAL
   320         FILE STATUS IS WS-BUSDATE-FS.
   330*
   340     SELECT TAX-CAL-FILE ASSIGN TO "TAXCAL"
   350         ORGANIZATION IS LINE SEQUENTIAL
   360         ACCESS MODE IS SEQUENTIAL
   370         FILE STATUS IS WS-TAXCAL-FS.
   380*
   390     SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL"
   400         ORGANIZATION IS LINE SEQUENTIAL
   410         ACCESS MODE IS SEQUENTIAL
   420         FILE STATUS IS WS-TERMCAL-FS.
   430*
   440     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   450         ORGANIZATION IS LINE SEQUENTIAL
   460         ACCESS MODE IS SEQUENTIAL
   470         FILE STATUS IS WS-RUNLOG-FS.
   480*
   490 DATA DIVISION.
   500 FILE SECTION.
   510 FD  BUS-DATE-FILE.
   520 01  BUS-DATE-RECORD.
   530     COPY BUSDREC.
   540*
   550 FD  TAX-CAL-FILE.
   560 01  TAX-CAL-RECORD.
   570     COPY TAXCAL.
   580*
   590 FD  TERM-CAL-FILE.
   600 01  TERM-CAL-RECORD.
   610     COPY TERMCAL.
   620*
   630 FD  RUN-LOG-FILE.
   640 01  RUN-LOG-RECORD.
   650     COPY RUNLOGREC.
   660*
   670 WORKING-STORAGE SECTION.
   680*
   690 01  WS-BUSDATE-FS          PIC X(2) VALUE SPACES.
   700 01  WS-TAXCAL-FS           PIC X(2) VALUE SPACES.
   710 01  WS-TERMCAL-FS          PIC X(2) VALUE SPACES.
   720 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
   730 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
   740*
   750*-----------------------------------------------------------*
   760* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
   770* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
   780* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND. THE     *
   790* RUN DETAIL IS THE BUSINESS DATE THE RUN ADVANCED TO, AND  *
   800* A DATE KEYED BY THE OPERATOR IN PLACE OF THE NEXT DAY IS  *
   810* LOGGED AS AN OVERRIDE.                                    *
   820*-----------------------------------------------------------*
   830 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
   840 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
   850 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
   860 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
   870 01  WS-ROWS-WRITTEN        PIC 9(5) VALUE ZEROES.
   880 01  WS-DATE-OVERRIDE       PIC X(1) VALUE 'N'.
   890*
   900*-----------------------------------------------------------*
   910* THE CONTROL ROW AS READ, AND THE VALUES IT IS ADVANCED    *
   920* TO. NOTHING IS WRITTEN BACK UNTIL EVERY NEW VALUE HAS     *
   930* BEEN FOUND, SO A REFUSED ADVANCE LEAVES BUSDATE AS IT WAS.*
   940*-----------------------------------------------------------*
   950 01  WS-OLD-BUS-DATE        PIC X(8) VALUE SPACES.
   960 01  WS-OLD-TAX-PERIOD      PIC X(8) VALUE SPACES.
   970 01  WS-OLD-TAX-YEAR        PIC X(4) VALUE SPACES.
   980 01  WS-OLD-TERM            PIC X(6) VALUE SPACES.
   990 01  WS-OLD-CUTOFF          PIC X(8) VALUE SPACES.
  1000 01  WS-OLD-ADVANCED-DATE   PIC X(8) VALUE SPACES.
  1010 01  WS-OLD-ADVANCED-TIME   PIC X(6) VALUE SPACES.
  1020 01  WS-RETENTION-DAYS      PIC 9(4) VALUE ZEROES.
  1030 01  WS-NEW-BUS-DATE        PIC X(8) VALUE SPACES.
  1040 01  WS-NEW-TAX-PERIOD      PIC X(8) VALUE SPACES.
  1050 01  WS-NEW-TAX-YEAR        PIC X(4) VALUE SPACES.
  1060 01  WS-NEW-TERM            PIC X(6) VALUE SPACES.
  1070 01  WS-NEW-TERM-START      PIC X(8) VALUE SPACES.
  1080 01  WS-NEW-TERM-OPEN       PIC X(3) VALUE 'NO'.
  1090 01  WS-NEW-CUTOFF          PIC X(8) VALUE SPACES.
  1100*
  1110*-----------------------------------------------------------*
  1120* OPERATOR ENTRIES - THE DATE TO ADVANCE TO (BLANK = THE    *
  1130* NEXT DAY) AND THE ANSWER WHEN BUSDATE WAS ALREADY         *
  1140* ADVANCED EARLIER TODAY. A KEYED DATE MUST BE A REAL       *
  1150* CALENDAR DATE AFTER THE CURRENT BUSINESS DATE AND NO MORE *
  1160* THAN 31 DAYS ON, SO A MISTYPED YEAR CANNOT PASS.          *
  1170*-----------------------------------------------------------*
  1180 01  WS-TARGET-IN           PIC X(8) VALUE SPACES.
  1190 01  WS-NEXT-DAY            PIC X(8) VALUE SPACES.
  1200 01  WS-LATEST-ALLOWED      PIC X(8) VALUE SPACES.
  1210 01  WS-AGAIN-OVERRIDE      PIC X(1) VALUE 'N'.
  1220*
  1230*-----------------------------------------------------------*
  1240* TAX CALENDAR - LOADED FROM TAXCAL. ONE ENTRY PER TAX      *
  1250* PERIOD WITH THE BUSINESS DATES IT COVERS. ONCE ALL 300    *
  1260* SLOTS ARE TAKEN A FURTHER PERIOD IS SKIPPED AND WARNED.   *
  1270*-----------------------------------------------------------*
  1280 01  WS-TAXCAL-COUNT        PIC 9(3) VALUE ZEROES.
  1290 01  TAX-PERIOD-TABLE.
  1300     05  TAX-PERIOD-ENTRY OCCURS 300 TIMES INDEXED BY TXP-IDX.
  1310         10  TXP-PERIOD-DATE PIC X(8) VALUE SPACES.
  1320         10  TXP-TAX-YEAR   PIC X(4) VALUE SPACES.
  1330         10  TXP-START-DATE PIC X(8) VALUE SPACES.
  1340         10  TXP-END-DATE   PIC X(8) VALUE SPACES.
  1350*
  1360*-----------------------------------------------------------*
  1370* TERM CALENDAR - LOADED FROM TERMCAL, AS MULTI DOES FOR    *
  1380* ITS CURRENT TERM.                                          *
  1390*-----------------------------------------------------------*
  1400 01  WS-TERMCAL-COUNT       PIC 9(2) VALUE ZERO.
  1410 01  WS-TERMCAL-SUB         PIC 9(2) VALUE ZERO.
  1420 01  TERM-CAL-TABLE.
  1430     05  TERM-CAL-ENTRY OCCURS 50 TIMES.
  1440         10  CAL-TERM-CODE  PIC X(6) VALUE SPACES.
  1450         10  CAL-START-DATE PIC X(8) VALUE SPACES.
  1460         10  CAL-END-DATE   PIC X(8) VALUE SPACES.
  1470*
  1480*-----------------------------------------------------------*
  1490* DATE ARITHMETIC - A YYYYMMDD DATE IS MOVED INTO           *
  1500* WS-DATE-WORK AND STEPPED ONE DAY AT A TIME BY             *
  1510* 600-ADD-ONE-DAY AND 620-SUBTRACT-ONE-DAY.                  *
  1520*-----------------------------------------------------------*
  1530 01  WS-DATE-WORK.
  1540     05  WS-DW-YEAR         PIC 9(4).
  1550     05  WS-DW-MONTH        PIC 9(2).
  1560     05  WS-DW-DAY          PIC 9(2).
  1570 01  WS-MONTH-DAYS          PIC 9(2) VALUE ZEROES.
  1580 01  WS-LEAP-YEAR           PIC X(3) VALUE 'NO'.
  1590 01  WS-LEAP-QUOT           PIC 9(4) VALUE ZEROES.
  1600 01  WS-LEAP-REM            PIC 9(3) VALUE ZEROES.
  1610 01  WS-DATE-VALID          PIC X(3) VALUE 'NO'.
  1620*
  1630 PROCEDURE DIVISION.
  1640*
  1650*-----------------------------------------------------------*
  1660* 000-MAIN-PROCEDURE                                        *
  1670*-----------------------------------------------------------*
  1680 000-MAIN-PROCEDURE.
  1690     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1700     ACCEPT WS-RUN-START-TIME FROM TIME.
  1710     PERFORM 020-READ-BUSINESS-DATE.
  1720     PERFORM 030-LOAD-TAX-CALENDAR.
  1730     PERFORM 035-LOAD-TERM-CALENDAR.
  1740     PERFORM 040-ACCEPT-NEW-DATE.
  1750     PERFORM 100-FIND-TAX-PERIOD.
  1760     PERFORM 110-FIND-CURRENT-TERM.
  1770     PERFORM 120-COMPUTE-CUTOFF.
  1780     PERFORM 200-WRITE-BUSINESS-DATE.
  1790     PERFORM 300-REPORT-ADVANCE.
  1800     PERFORM 930-WRITE-RUN-LOG.
  1810     STOP RUN.
  1820*
  1830*-----------------------------------------------------------*
  1840* 020-READ-BUSINESS-DATE                                     *
  1850*                                                            *
  1860* A MISSING OR EMPTY BUSDATE IS A REAL ERROR - THE FIRST     *
  1870* ROW IS KEYED BY HAND (SEE BUSDREC) AND ONLY ADVANCED FROM  *
  1880* THEN ON. A SECOND ADVANCE ON THE SAME CLOCK DATE IS        *
  1890* USUALLY A RERUN OF A JOB THAT ALREADY WORKED, SO IT NEEDS  *
  1900* THE OPERATOR'S SAY-SO.                                     *
  1910*-----------------------------------------------------------*
  1920 020-READ-BUSINESS-DATE.
  1930     OPEN INPUT BUS-DATE-FILE.
  1940     IF WS-BUSDATE-FS NOT = '00'
  1950         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  1960             WS-BUSDATE-FS
  1970         PERFORM 950-ABEND-RUN
  1980     END-IF.
  1990     READ BUS-DATE-FILE
  2000         AT END
  2010             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  2020             PERFORM 950-ABEND-RUN
  2030     END-READ.
  2040     IF WS-BUSDATE-FS NOT = '00'
  2050         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  2060             WS-BUSDATE-FS
  2070         PERFORM 950-ABEND-RUN
  2080     END-IF.
  2090     CLOSE BUS-DATE-FILE.
  2100     IF BD-BUSINESS-DATE IS NOT NUMERIC
  2110         DISPLAY 'BUSDATE BUSINESS DATE MUST BE YYYYMMDD - GOT '
  2120             BD-BUSINESS-DATE
  2130         PERFORM 950-ABEND-RUN
  2140     END-IF.
  2150     IF BD-RETENTION-DAYS IS NOT NUMERIC
  2160         DISPLAY 'BUSDATE RETENTION DAYS MUST BE NUMERIC - GOT '
  2170             BD-RETENTION-DAYS
  2180         PERFORM 950-ABEND-RUN
  2190     END-IF.
  2200     MOVE BD-BUSINESS-DATE    TO WS-OLD-BUS-DATE.
  2210     MOVE BD-TAX-PERIOD       TO WS-OLD-TAX-PERIOD.
  2220     MOVE BD-TAX-YEAR         TO WS-OLD-TAX-YEAR.
  2230     MOVE BD-CURRENT-TERM     TO WS-OLD-TERM.
  2240     MOVE BD-RETENTION-CUTOFF TO WS-OLD-CUTOFF.
  2250     MOVE BD-RETENTION-DAYS   TO WS-RETENTION-DAYS.
  2260     MOVE BD-ADVANCED-DATE    TO WS-OLD-ADVANCED-DATE.
  2270     MOVE BD-ADVANCED-TIME    TO WS-OLD-ADVANCED-TIME.
  2280     IF WS-OLD-ADVANCED-DATE = WS-RUN-START-DATE
  2290         DISPLAY 'BUSDATE WAS ALREADY ADVANCED TODAY AT '
  2300             WS-OLD-ADVANCED-TIME ' - TO ' WS-OLD-BUS-DATE
  2310         DISPLAY 'ADVANCE IT AGAIN (Y/N)? '
  2320         ACCEPT WS-AGAIN-OVERRIDE
  2330         IF WS-AGAIN-OVERRIDE NOT = 'Y'
  2340             DISPLAY 'ADVANCE NOT CONFIRMED - BUSDATE UNCHANGED'
  2350             PERFORM 950-ABEND-RUN
  2360         END-IF
  2370     END-IF.
  2380*
  2390*-----------------------------------------------------------*
  2400* 030-LOAD-TAX-CALENDAR                                      *
  2410*                                                            *
  2420* A MISSING OR EMPTY TAXCAL IS A REAL ERROR - WITHOUT IT NO  *
  2430* TAX PERIOD CAN BE SET FOR THE NEW DATE.                    *
  2440*-----------------------------------------------------------*
  2450 030-LOAD-TAX-CALENDAR.
  2460     OPEN INPUT TAX-CAL-FILE.
  2470     IF WS-TAXCAL-FS NOT = '00'
  2480         DISPLAY 'UNABLE TO OPEN TAXCAL - FILE STATUS '
  2490             WS-TAXCAL-FS
  2500         PERFORM 950-ABEND-RUN
  2510     END-IF.
  2520     PERFORM 032-LOAD-ONE-PERIOD UNTIL END-OF-FILE = 'YES'.
  2530     CLOSE TAX-CAL-FILE.
  2540     MOVE 'NO' TO END-OF-FILE.
  2550     IF WS-TAXCAL-COUNT = 0
  2560         DISPLAY 'TAXCAL HOLDS NO TAX PERIODS'
  2570         PERFORM 950-ABEND-RUN
  2580     END-IF.
  2590*
  2600*-----------------------------------------------------------*
  2610* 032-LOAD-ONE-PERIOD                                        *
  2620*                                                            *
  2630* A ROW WITH A DATE OR YEAR THAT IS NOT NUMERIC COULD NEVER  *
  2640* BE MATCHED SAFELY - IT IS SKIPPED AND WARNED.              *
  2650*-----------------------------------------------------------*
  2660 032-LOAD-ONE-PERIOD.
  2670     READ TAX-CAL-FILE
  2680         AT END
  2690             MOVE 'YES' TO END-OF-FILE
  2700     END-READ.
  2710     IF END-OF-FILE NOT = 'YES'
  2720         AND WS-TAXCAL-FS NOT = '00'
  2730         DISPLAY 'ERROR READING TAXCAL - FILE STATUS '
  2740             WS-TAXCAL-FS
  2750         PERFORM 950-ABEND-RUN
  2760     END-IF.
  2770     IF END-OF-FILE NOT = 'YES'
  2780         IF TXC-PERIOD-DATE IS NOT NUMERIC
  2790             OR TXC-TAX-YEAR IS NOT NUMERIC
  2800             OR TXC-START-DATE IS NOT NUMERIC
  2810             OR TXC-END-DATE IS NOT NUMERIC
  2820             DISPLAY 'TAXCAL ROW NOT NUMERIC - ENTRY SKIPPED: '
  2830                 TAX-CAL-RECORD
  2840         ELSE
  2850             IF WS-TAXCAL-COUNT < 300
  2860                 ADD 1 TO WS-TAXCAL-COUNT
  2870                 SET TXP-IDX TO WS-TAXCAL-COUNT
  2880                 MOVE TXC-PERIOD-DATE
  2890                     TO TXP-PERIOD-DATE (TXP-IDX)
  2900                 MOVE TXC-TAX-YEAR   TO TXP-TAX-YEAR (TXP-IDX)
  2910                 MOVE TXC-START-DATE TO TXP-START-DATE (TXP-IDX)
  2920                 MOVE TXC-END-DATE   TO TXP-END-DATE (TXP-IDX)
  2930             ELSE
  2940                 DISPLAY 'WARNING - TAX CALENDAR TABLE FULL, '
  2950                     'TAXCAL ENTRY SKIPPED: ' TXC-PERIOD-DATE
  2960             END-IF
  2970         END-IF
  2980     END-IF.
  2990*
  3000*-----------------------------------------------------------*
  3010* 035-LOAD-TERM-CALENDAR                                     *
  3020*                                                            *
  3030* A MISSING OR EMPTY TERMCAL IS A REAL ERROR - WITHOUT IT NO *
  3040* CURRENT TERM CAN BE SET FOR THE NEW DATE.                  *
  3050*-----------------------------------------------------------*
  3060 035-LOAD-TERM-CALENDAR.
  3070     OPEN INPUT TERM-CAL-FILE.
  3080     IF WS-TERMCAL-FS NOT = '00'
  3090         DISPLAY 'UNABLE TO OPEN TERMCAL - FILE STATUS '
  3100             WS-TERMCAL-FS
  3110         PERFORM 950-ABEND-RUN
  3120     END-IF.
  3130     PERFORM 037-LOAD-ONE-TERM UNTIL END-OF-FILE = 'YES'.
  3140     CLOSE TERM-CAL-FILE.
  3150     MOVE 'NO' TO END-OF-FILE.
  3160     IF WS-TERMCAL-COUNT = 0
  3170         DISPLAY 'TERMCAL HOLDS NO TERMS'
  3180         PERFORM 950-ABEND-RUN
  3190     END-IF.
  3200*
  3210*-----------------------------------------------------------*
  3220* 037-LOAD-ONE-TERM                                          *
  3230*-----------------------------------------------------------*
  3240 037-LOAD-ONE-TERM.
  3250     READ TERM-CAL-FILE
  3260         AT END
  3270             MOVE 'YES' TO END-OF-FILE
  3280     END-READ.
  3290     IF END-OF-FILE NOT = 'YES'
  3300         AND WS-TERMCAL-FS NOT = '00'
  3310         DISPLAY 'ERROR READING TERMCAL - FILE STATUS '
  3320             WS-TERMCAL-FS
  3330         PERFORM 950-ABEND-RUN
  3340     END-IF.
  3350     IF END-OF-FILE NOT = 'YES'
  3360         IF WS-TERMCAL-COUNT < 50
  3370             ADD 1 TO WS-TERMCAL-COUNT
  3380             MOVE TCAL-CODE
  3390                 TO CAL-TERM-CODE (WS-TERMCAL-COUNT)
  3400             MOVE TCAL-START-DATE
  3410                 TO CAL-START-DATE (WS-TERMCAL-COUNT)
  3420             MOVE TCAL-END-DATE
  3430                 TO CAL-END-DATE (WS-TERMCAL-COUNT)
  3440         ELSE
  3450             DISPLAY 'WARNING - TERM CALENDAR TABLE FULL, '
  3460                 'TERMCAL ENTRY SKIPPED: ' TCAL-CODE
  3470         END-IF
  3480     END-IF.
  3490*
  3500*-----------------------------------------------------------*
  3510* 040-ACCEPT-NEW-DATE                                        *
  3520*                                                            *
  3530* THE NORMAL END-OF-DAY ADVANCE IS TO THE NEXT DAY - THE     *
  3540* OPERATOR JUST PRESSES ENTER. A LATER DATE (E.G. TO STEP    *
  3550* OVER A WEEKEND THE BATCH DOES NOT RUN) MAY BE KEYED; IT    *
  3560* MUST BE A REAL DATE AFTER THE CURRENT ONE AND WITHIN 31    *
  3570* DAYS OF IT, AND IS LOGGED AS AN OVERRIDE.                  *
  3580*-----------------------------------------------------------*
  3590 040-ACCEPT-NEW-DATE.
  3600     MOVE WS-OLD-BUS-DATE TO WS-DATE-WORK.
  3610     PERFORM 600-ADD-ONE-DAY.
  3620     MOVE WS-DATE-WORK TO WS-NEXT-DAY.
  3630     PERFORM 600-ADD-ONE-DAY 30 TIMES.
  3640     MOVE WS-DATE-WORK TO WS-LATEST-ALLOWED.
  3650     MOVE WS-NEXT-DAY  TO WS-NEW-BUS-DATE.
  3660     DISPLAY 'BUSINESS DATE IS NOW ' WS-OLD-BUS-DATE.
  3670     DISPLAY 'ADVANCE TO (YYYYMMDD, BLANK FOR ' WS-NEXT-DAY
  3680         '): '.
  3690     ACCEPT WS-TARGET-IN.
  3700     IF WS-TARGET-IN NOT = SPACES
  3710         IF WS-TARGET-IN IS NOT NUMERIC
  3720             DISPLAY 'NEW BUSINESS DATE MUST BE YYYYMMDD - GOT '
  3730                 WS-TARGET-IN
  3740             PERFORM 950-ABEND-RUN
  3750         END-IF
  3760         MOVE WS-TARGET-IN TO WS-DATE-WORK
  3770         PERFORM 610-VALIDATE-DATE
  3780         IF WS-DATE-VALID = 'NO'
  3790             DISPLAY WS-TARGET-IN ' IS NOT A CALENDAR DATE'
  3800             PERFORM 950-ABEND-RUN
  3810         END-IF
  3820         IF WS-TARGET-IN NOT > WS-OLD-BUS-DATE
  3830             DISPLAY 'NEW BUSINESS DATE ' WS-TARGET-IN
  3840                 ' IS NOT AFTER ' WS-OLD-BUS-DATE
  3850             PERFORM 950-ABEND-RUN
  3860         END-IF
  3870         IF WS-TARGET-IN > WS-LATEST-ALLOWED
  3880             DISPLAY 'NEW BUSINESS DATE ' WS-TARGET-IN
  3890                 ' IS MORE THAN 31 DAYS AFTER ' WS-OLD-BUS-DATE
  3900             PERFORM 950-ABEND-RUN
  3910         END-IF
  3920         MOVE WS-TARGET-IN TO WS-NEW-BUS-DATE
  3930         IF WS-TARGET-IN NOT = WS-NEXT-DAY
  3940             MOVE 'Y' TO WS-DATE-OVERRIDE
  3950         END-IF
  3960     END-IF.
  3970*
  3980*-----------------------------------------------------------*
  3990* 100-FIND-TAX-PERIOD                                        *
  4000*                                                            *
  4010* THE NEW DATE MUST FALL INSIDE A TAXCAL PERIOD - A GAP IN   *
  4020* THE TAX CALENDAR (USUALLY NEXT YEAR'S PERIODS NOT YET      *
  4030* LOADED) REFUSES THE ADVANCE. A TAX YEAR EARLIER THAN THE   *
  4040* ONE ALREADY ON BUSDATE MEANS THE CALENDAR IS WRONG.        *
  4050*-----------------------------------------------------------*
  4060 100-FIND-TAX-PERIOD.
  4070     SET TXP-IDX TO 1.
  4080     SEARCH TAX-PERIOD-ENTRY
  4090         AT END
  4100             DISPLAY 'NO TAXCAL PERIOD COVERS ' WS-NEW-BUS-DATE
  4110                 ' - BUSDATE UNCHANGED'
  4120             PERFORM 950-ABEND-RUN
  4130         WHEN TXP-START-DATE (TXP-IDX) NOT > WS-NEW-BUS-DATE
  4140             AND TXP-END-DATE (TXP-IDX) NOT < WS-NEW-BUS-DATE
  4150             MOVE TXP-PERIOD-DATE (TXP-IDX) TO WS-NEW-TAX-PERIOD
  4160             MOVE TXP-TAX-YEAR (TXP-IDX)    TO WS-NEW-TAX-YEAR
  4170     END-SEARCH.
  4180     IF WS-OLD-TAX-YEAR IS NUMERIC
  4190         AND WS-NEW-TAX-YEAR < WS-OLD-TAX-YEAR
  4200         DISPLAY 'TAXCAL PUTS ' WS-NEW-BUS-DATE ' IN TAX YEAR '
  4210             WS-NEW-TAX-YEAR ', BEFORE ' WS-OLD-TAX-YEAR
  4220             ' - BUSDATE UNCHANGED'
  4230         PERFORM 950-ABEND-RUN
  4240     END-IF.
  4250*
  4260*-----------------------------------------------------------*
  4270* 110-FIND-CURRENT-TERM                                      *
  4280*                                                            *
  4290* THE TERMCAL TERM WHOSE DATES CONTAIN THE NEW DATE, OR      *
  4300* BETWEEN TERMS THE ONE THAT STARTED LAST - THE RULE MULTI   *
  4310* ALWAYS USED FOR ITS ATTENDANCE LINE. A DATE BEFORE EVERY   *
  4320* TERM ON THE CALENDAR REFUSES THE ADVANCE.                  *
  4330*-----------------------------------------------------------*
  4340 110-FIND-CURRENT-TERM.
  4350     PERFORM 115-TEST-ONE-TERM
  4360         VARYING WS-TERMCAL-SUB FROM 1 BY 1
  4370         UNTIL WS-TERMCAL-SUB > WS-TERMCAL-COUNT
  4380             OR WS-NEW-TERM-OPEN = 'YES'.
  4390     IF WS-NEW-TERM = SPACES
  4400         DISPLAY 'NO TERMCAL TERM HAS STARTED BY '
  4410             WS-NEW-BUS-DATE ' - BUSDATE UNCHANGED'
  4420         PERFORM 950-ABEND-RUN
  4430     END-IF.
  4440*
  4450*-----------------------------------------------------------*
  4460* 115-TEST-ONE-TERM                                          *
  4470*                                                            *
  4480* A TERM STILL OPEN ON THE NEW DATE WINS OUTRIGHT AND STOPS  *
  4490* THE WALK; OTHERWISE THE LATEST TERM ALREADY STARTED IS     *
  4500* KEPT.                                                      *
  4510*-----------------------------------------------------------*
  4520 115-TEST-ONE-TERM.
  4530     IF CAL-START-DATE (WS-TERMCAL-SUB) NOT > WS-NEW-BUS-DATE
  4540         IF CAL-END-DATE (WS-TERMCAL-SUB)
  4550                 NOT < WS-NEW-BUS-DATE
  4560             MOVE CAL-TERM-CODE (WS-TERMCAL-SUB)
  4570                 TO WS-NEW-TERM
  4580             MOVE 'YES' TO WS-NEW-TERM-OPEN
  4590         ELSE
  4600             IF CAL-START-DATE (WS-TERMCAL-SUB)
  4610                     > WS-NEW-TERM-START
  4620                 MOVE CAL-TERM-CODE (WS-TERMCAL-SUB)
  4630                     TO WS-NEW-TERM
  4640                 MOVE CAL-START-DATE (WS-TERMCAL-SUB)
  4650                     TO WS-NEW-TERM-START
  4660             END-IF
  4670         END-IF
  4680     END-IF.
  4690*
  4700*-----------------------------------------------------------*
  4710* 120-COMPUTE-CUTOFF                                         *
  4720*                                                            *
  4730* THE RETENTION CUTOFF HOUSEKPG ARCHIVES BEFORE - THE NEW    *
  4740* BUSINESS DATE LESS BD-RETENTION-DAYS.                      *
  4750*-----------------------------------------------------------*
  4760 120-COMPUTE-CUTOFF.
  4770     MOVE WS-NEW-BUS-DATE TO WS-DATE-WORK.
  4780     PERFORM 620-SUBTRACT-ONE-DAY WS-RETENTION-DAYS TIMES.
  4790     MOVE WS-DATE-WORK TO WS-NEW-CUTOFF.
  4800*
  4810*-----------------------------------------------------------*
  4820* 200-WRITE-BUSINESS-DATE                                    *
  4830*                                                            *
  4840* REPLACES THE CONTROL ROW. THE RETENTION DAYS ARE CARRIED   *
  4850* OVER AS KEYED; THE DAY JUST CLOSED BECOMES THE PRIOR       *
  4860* BUSINESS DATE OPSREPT REVIEWS IN THE MORNING.              *
  4870*-----------------------------------------------------------*
  4880 200-WRITE-BUSINESS-DATE.
  4890     MOVE SPACES              TO BUS-DATE-RECORD.
  4900     MOVE WS-NEW-BUS-DATE     TO BD-BUSINESS-DATE.
  4910     MOVE WS-NEW-TAX-PERIOD   TO BD-TAX-PERIOD.
  4920     MOVE WS-NEW-TAX-YEAR     TO BD-TAX-YEAR.
  4930     MOVE WS-NEW-TERM         TO BD-CURRENT-TERM.
  4940     MOVE WS-NEW-CUTOFF       TO BD-RETENTION-CUTOFF.
  4950     MOVE WS-RETENTION-DAYS   TO BD-RETENTION-DAYS.
  4960     MOVE WS-OLD-BUS-DATE     TO BD-PRIOR-BUS-DATE.
  4970     MOVE WS-RUN-START-DATE   TO BD-ADVANCED-DATE.
  4980     MOVE WS-RUN-START-TIME (1:6) TO BD-ADVANCED-TIME.
  4990     OPEN OUTPUT BUS-DATE-FILE.
  5000     IF WS-BUSDATE-FS NOT = '00'
  5010         DISPLAY 'UNABLE TO REWRITE BUSDATE - FILE STATUS '
  5020             WS-BUSDATE-FS
  5030         PERFORM 950-ABEND-RUN
  5040     END-IF.
  5050     WRITE BUS-DATE-RECORD.
  5060     IF WS-BUSDATE-FS NOT = '00'
  5070         DISPLAY 'UNABLE TO WRITE BUSDATE - FILE STATUS '
  5080             WS-BUSDATE-FS
  5090         PERFORM 950-ABEND-RUN
  5100     END-IF.
  5110     CLOSE BUS-DATE-FILE.
  5120     MOVE 1 TO WS-ROWS-WRITTEN.
  5130*
  5140*-----------------------------------------------------------*
  5150* 300-REPORT-ADVANCE                                         *
  5160*                                                            *
  5170* SHOWS EACH CONTROL VALUE BEFORE AND AFTER, AND REMINDS THE *
  5180* OPERATOR WHEN THE ADVANCE CROSSED INTO A NEW TAX YEAR OR   *
  5190* A NEW TERM - THE CLOSING JOBS FOR THE OLD ONE STILL TAKE   *
  5200* THE OLD YEAR OR TERM AS AN OVERRIDE.                       *
  5210*-----------------------------------------------------------*
  5220 300-REPORT-ADVANCE.
  5230     DISPLAY 'BUSINESS DATE..... ' WS-OLD-BUS-DATE ' -> '
  5240         WS-NEW-BUS-DATE.
  5250     DISPLAY 'TAX PERIOD........ ' WS-OLD-TAX-PERIOD ' -> '
  5260         WS-NEW-TAX-PERIOD.
  5270     DISPLAY 'TAX YEAR.......... ' WS-OLD-TAX-YEAR ' -> '
  5280         WS-NEW-TAX-YEAR.
  5290     DISPLAY 'CURRENT TERM...... ' WS-OLD-TERM ' -> '
  5300         WS-NEW-TERM.
  5310     DISPLAY 'RETENTION CUTOFF.. ' WS-OLD-CUTOFF ' -> '
  5320         WS-NEW-CUTOFF.
  5330     IF WS-NEW-TAX-YEAR NOT = WS-OLD-TAX-YEAR
  5340         DISPLAY 'NEW TAX YEAR - CLOSE ' WS-OLD-TAX-YEAR
  5350             ' WITH TAXYREND IF NOT ALREADY DONE'
  5360     END-IF.
  5370     IF WS-NEW-TERM NOT = WS-OLD-TERM
  5380         DISPLAY 'NEW TERM - CLOSE ' WS-OLD-TERM
  5390             ' WITH TERMSNAP IF NOT ALREADY DONE'
  5400     END-IF.
  5410*
  5420*-----------------------------------------------------------*
  5430* 600-ADD-ONE-DAY                                            *
  5440*-----------------------------------------------------------*
  5450 600-ADD-ONE-DAY.
  5460     PERFORM 630-SET-MONTH-DAYS.
  5470     IF WS-DW-DAY < WS-MONTH-DAYS
  5480         ADD 1 TO WS-DW-DAY
  5490     ELSE
  5500         MOVE 1 TO WS-DW-DAY
  5510         IF WS-DW-MONTH < 12
  5520             ADD 1 TO WS-DW-MONTH
  5530         ELSE
  5540             MOVE 1 TO WS-DW-MONTH
  5550             ADD 1 TO WS-DW-YEAR
  5560         END-IF
  5570     END-IF.
  5580*
  5590*-----------------------------------------------------------*
  5600* 610-VALIDATE-DATE                                          *
  5610*                                                            *
  5620* A MONTH OF 01-12 AND A DAY THAT EXISTS IN THAT MONTH.      *
  5630*-----------------------------------------------------------*
  5640 610-VALIDATE-DATE.
  5650     MOVE 'NO' TO WS-DATE-VALID.
  5660     IF WS-DW-MONTH > 0
  5670         AND WS-DW-MONTH < 13
  5680         PERFORM 630-SET-MONTH-DAYS
  5690         IF WS-DW-DAY > 0
  5700             AND WS-DW-DAY NOT > WS-MONTH-DAYS
  5710             MOVE 'YES' TO WS-DATE-VALID
  5720         END-IF
  5730     END-IF.
  5740*
  5750*-----------------------------------------------------------*
  5760* 620-SUBTRACT-ONE-DAY                                       *
  5770*-----------------------------------------------------------*
  5780 620-SUBTRACT-ONE-DAY.
  5790     IF WS-DW-DAY > 1
  5800         SUBTRACT 1 FROM WS-DW-DAY
  5810     ELSE
  5820         IF WS-DW-MONTH > 1
  5830             SUBTRACT 1 FROM WS-DW-MONTH
  5840         ELSE
  5850             MOVE 12 TO WS-DW-MONTH
  5860             SUBTRACT 1 FROM WS-DW-YEAR
  5870         END-IF
  5880         PERFORM 630-SET-MONTH-DAYS
  5890         MOVE WS-MONTH-DAYS TO WS-DW-DAY
  5900     END-IF.
  5910*
  5920*-----------------------------------------------------------*
  5930* 630-SET-MONTH-DAYS                                         *
  5940*-----------------------------------------------------------*
  5950 630-SET-MONTH-DAYS.
  5960     EVALUATE WS-DW-MONTH
  5970         WHEN 4
  5980         WHEN 6
  5990         WHEN 9
  6000         WHEN 11
  6010             MOVE 30 TO WS-MONTH-DAYS
  6020         WHEN 2
  6030             PERFORM 640-TEST-LEAP-YEAR
  6040             IF WS-LEAP-YEAR = 'YES'
  6050                 MOVE 29 TO WS-MONTH-DAYS
  6060             ELSE
  6070                 MOVE 28 TO WS-MONTH-DAYS
  6080             END-IF
  6090         WHEN OTHER
  6100             MOVE 31 TO WS-MONTH-DAYS
  6110     END-EVALUATE.
  6120*
  6130*-----------------------------------------------------------*
  6140* 640-TEST-LEAP-YEAR                                         *
  6150*                                                            *
  6160* EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
  6170*-----------------------------------------------------------*
  6180 640-TEST-LEAP-YEAR.
  6190     MOVE 'NO' TO WS-LEAP-YEAR.
  6200     DIVIDE WS-DW-YEAR BY 4
  6210         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
  6220     IF WS-LEAP-REM = 0
  6230         MOVE 'YES' TO WS-LEAP-YEAR
  6240         DIVIDE WS-DW-YEAR BY 100
  6250             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
  6260         IF WS-LEAP-REM = 0
  6270             MOVE 'NO' TO WS-LEAP-YEAR
  6280             DIVIDE WS-DW-YEAR BY 400
  6290                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
  6300             IF WS-LEAP-REM = 0
  6310                 MOVE 'YES' TO WS-LEAP-YEAR
  6320             END-IF
  6330         END-IF
  6340     END-IF.
  6350*
  6360*-----------------------------------------------------------*
  6370* 930-WRITE-RUN-LOG                                          *
  6380*                                                            *
  6390* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  6400* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  6410* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  6420*-----------------------------------------------------------*
  6430 930-WRITE-RUN-LOG.
  6440     OPEN EXTEND RUN-LOG-FILE.
  6450     IF WS-RUNLOG-FS NOT = '00'
  6460         AND WS-RUNLOG-FS NOT = '05'
  6470         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  6480             WS-RUNLOG-FS
  6490     ELSE
  6500         MOVE SPACES TO RUN-LOG-RECORD
  6510         MOVE 'DATEADV'           TO RL-PROGRAM-NAME
  6520         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  6530         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  6540         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  6550         ACCEPT WS-RUN-END-TIME FROM TIME
  6560         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  6570         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  6580         MOVE 1                   TO RL-RECORDS-READ
  6590         MOVE WS-ROWS-WRITTEN     TO RL-RECORDS-WRITTEN
  6600         MOVE ZEROES              TO RL-EXCEPTION-COUNT
  6610         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  6620         MOVE RETURN-CODE         TO RL-RETURN-CODE
  6630         MOVE WS-NEW-BUS-DATE     TO RL-RUN-DETAIL
  6640         MOVE WS-DATE-OVERRIDE    TO RL-OVERRIDE-FLAG
  6650         IF WS-DATE-OVERRIDE = 'Y'
  6660             MOVE WS-NEW-BUS-DATE TO RL-OVERRIDE-VALUE
  6670         END-IF
  6680         WRITE RUN-LOG-RECORD
  6690         IF WS-RUNLOG-FS NOT = '00'
  6700             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  6710                 WS-RUNLOG-FS
  6720         END-IF
  6730         CLOSE RUN-LOG-FILE
  6740     END-IF.
  6750*
  6760*-----------------------------------------------------------*
  6770* 950-ABEND-RUN                                              *
  6780*-----------------------------------------------------------*
  6790 950-ABEND-RUN.
  6800     DISPLAY 'DATEADV IS ABENDING - SEE THE MESSAGE ABOVE'.
  6810     DISPLAY 'FOR THE CAUSE.'.
  6820     MOVE 16 TO RETURN-CODE.
  6830     PERFORM 930-WRITE-RUN-LOG.
  6840     STOP RUN.
