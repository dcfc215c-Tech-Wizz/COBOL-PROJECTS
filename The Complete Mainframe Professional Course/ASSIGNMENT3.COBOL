  1210*                  MASTER AGAINST A FIGURE BUILT FROM REAL   *
  1220*                  POSTINGS INSTEAD OF RE-ADDING PERIOD      *
  1230*                  FIELDS OFF THE MASTER ITSELF.             *
  1240* 2026-10-15 DP    PRE-TAX DEDUCTIONS - TAXVALID NOW CARRIES *
  1250*                  TYPE P DEDUCTION RECORDS (DEDUCTION CODE  *
  1260*                  AND AMOUNT). THEY ARE GATHERED IN A FIRST *
  1270*                  PASS OVER TAXVALID AND LOOKED UP ON THE   *
  1280*                  NEW DEDREF DEDUCTION REFERENCE FILE;      *
  1290*                  200-CALCULATE-TAX NOW WALKS THE BRACKETS  *
  1300*                  ON GROSS INCOME LESS THE EMPLOYEE'S       *
  1310*                  PRE-TAX DEDUCTIONS. TAXREPT AND TAXSTMT   *
  1320*                  SHOW GROSS, DEDUCTIONS AND TAXABLE        *
  1330*                  INCOME SEPARATELY (TAXREPT IS NOW 132     *
  1340*                  WIDE), AND TAXMASTR CARRIES THE PRE-TAX   *
  1350*                  DEDUCTIONS AND TAXABLE INCOME YTD PLUS A  *
  1360*                  PERIOD AND YTD AMOUNT PER DEDUCTION CODE. *
  1370* 2026-10-15 DP    STATE WITHHOLDING - THE EMPLOYEE'S WORK   *
  1380*                  STATE COMES FROM EMPREF AND STATE TAX IS  *
  1390*                  WORKED NEXT TO THE FEDERAL TAX FROM THE   *
  1400*                  NEW EFFECTIVE-DATED STRATES FILE, KEYED   *
  1410*                  BY STATE AND FILING STATUS LIKE TAXRATES. *
  1420*                  TAXREPT CARRIES FEDERAL AND STATE COLUMNS *
  1430*                  AND PRINTS STATE SUBTOTALS AFTER THE      *
  1440*                  DEPARTMENT SUBTOTALS; TAXSTMT SHOWS THE   *
  1450*                  STATE TAX. TAXMASTR CARRIES THE PERIOD    *
  1460*                  AND YTD STATE TAX, ADJUSTMENTS BACK IT    *
  1470*                  OUT AND RE-POST IT, AND TAXBAL IS         *
  1480*                  ADVANCED BY THE STATE TAX POSTED SO       *
  1490*                  TAXRECON BALANCES BOTH SIDES.             *
  1500* 2026-10-15 DP    POSTING JOURNAL - EVERY DETAIL POSTED AND *
  1510*                  EVERY ADJUSTMENT APPLIED NOW APPENDS A    *
  1520*                  ROW TO THE PERMANENT TAXJRNL JOURNAL      *
  1530*                  (EMPLOYEE, TAX PERIOD, RECORD TYPE,       *
  1540*                  DEPARTMENT, INCOME, FEDERAL AND STATE     *
  1550*                  TAX), AND A RUN THAT POSTED ANYTHING ENDS *
  1560*                  ITS ROWS WITH A RUN-CONTROL ROW CARRYING  *
  1570*                  THE AMOUNTS IT ADDED TO TAXBAL, SO THE    *
  1580*                  TAXQTR QUARTERLY LIABILITY REPORT CAN     *
  1590*                  SAY WHAT WAS WITHHELD IN ANY MONTH AND    *
  1600*                  PROVE IT AGAINST THE TAXBAL MOVEMENT.     *
  1610* 2026-10-15 DP    EMPREF NOW KEEPS EACH EMPLOYEE'S EARLIER  *
  1620*                  DEPARTMENTS WITH THE DATES THEY TOOK      *
  1630*                  EFFECT. THE DEPARTMENT SUBTOTALS AND THE  *
  1640*                  JOURNAL ROWS NOW USE THE DEPARTMENT IN    *
  1650*                  EFFECT ON THE TAX PERIOD DATE, SO A       *
  1660*                  TRANSFER NO LONGER MOVES A RERUN OF AN    *
  1670*                  EARLIER PERIOD INTO THE NEW DEPARTMENT.   *
  1680* 2026-10-15 DP    THE TAX PERIOD DATE NOW COMES FROM THE    *
  1690*                  BUSDATE BUSINESS-DATE CONTROL FILE READ   *
  1700*                  AT STARTUP BY 020-READ-BUSINESS-DATE. THE *
  1710*                  PROMPT REMAINS ONLY AS AN EXPLICIT        *
  1720*                  OVERRIDE, AND THE OVERRIDE FLAG AND THE   *
  1730*                  KEYED DATE ARE LOGGED ON THE RUNLOG ROW.  *
  1740* 2026-10-15 DP    A POSTING RUN NOW LOGS ITS TAX PERIOD     *
  1750*                  DATE AS THE RUNLOG RUN DETAIL, SO THE     *
  1760*                  WEEKLY INTEGRITY CHECK (INTEGCHK) CAN     *
  1770*                  TELL WHICH PERIOD THE LATEST CLEAN RUN    *
  1780*                  POSTED.                                   *
  1790* 2026-10-15 DP    EVERY TAXJRNL ROW NOW CARRIES THE PRE-TAX *
  1800*                  AND AFTER-TAX DEDUCTIONS TAKEN (THE       *
  1810*                  SIGNED CHANGE ON AN ADJUSTMENT, THE RUN   *
  1820*                  TOTAL ON THE CONTROL ROW), SO THE G/L     *
  1830*                  FEED CAN CREDIT DEDUCTIONS PAYABLE.       *
  1840*-----------------------------------------------------------*
  1850 ENVIRONMENT DIVISION.
  1860 INPUT-OUTPUT SECTION.
  1870 FILE-CONTROL.
  1880     SELECT TAXROLL ASSIGN TO "TAXVALID"
  1890         ORGANIZATION IS LINE SEQUENTIAL
  1900         ACCESS MODE IS SEQUENTIAL
  1910         FILE STATUS IS WS-TAXROLL-STATUS.
  1920*
  1930     SELECT TAX-REPORT ASSIGN TO "TAXREPT"
  1940         ORGANIZATION IS LINE SEQUENTIAL
  1950         ACCESS MODE IS SEQUENTIAL
  1960         FILE STATUS IS WS-TAX-REPORT-STATUS.
  1970*
  1980     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
  1990         ORGANIZATION IS INDEXED
  2000         ACCESS MODE IS RANDOM
  2010         RECORD KEY IS EM-EMPLOYEE-ID
  2020         FILE STATUS IS WS-TAX-MASTER-STATUS.
  2030*
  2040     SELECT RATES-FILE ASSIGN TO "TAXRATES"
  2050         ORGANIZATION IS LINE SEQUENTIAL
  2060         ACCESS MODE IS SEQUENTIAL
  2070         FILE STATUS IS WS-RATES-STATUS.
  2080*
  2090     SELECT STATEMENT-FILE ASSIGN TO "TAXSTMT"
  2100         ORGANIZATION IS LINE SEQUENTIAL
  2110         ACCESS MODE IS SEQUENTIAL
  2120         FILE STATUS IS WS-STATEMENT-STATUS.
  2130*
  2140     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
  2150         ORGANIZATION IS LINE SEQUENTIAL
  2160         ACCESS MODE IS SEQUENTIAL
  2170         FILE STATUS IS WS-RUNLOG-STATUS.
  2180*
  2190     SELECT EMPREF-FILE ASSIGN TO "EMPREF"
  2200         ORGANIZATION IS LINE SEQUENTIAL
  2210         ACCESS MODE IS SEQUENTIAL
  2220         FILE STATUS IS WS-EMPREF-STATUS.
  2230*
  2240     SELECT SIM-REPORT ASSIGN TO "SIMRPT"
  2250         ORGANIZATION IS LINE SEQUENTIAL
  2260         ACCESS MODE IS SEQUENTIAL
  2270         FILE STATUS IS WS-SIM-STATUS.
  2280*
  2290     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "TAXBAL"
  2300         ORGANIZATION IS LINE SEQUENTIAL
  2310         ACCESS MODE IS SEQUENTIAL
  2320         FILE STATUS IS WS-BALANCE-STATUS.
  2330*
  2340     SELECT DEDREF-FILE ASSIGN TO "DEDREF"
  2350         ORGANIZATION IS LINE SEQUENTIAL
  2360         ACCESS MODE IS SEQUENTIAL
  2370         FILE STATUS IS WS-DEDREF-STATUS.
  2380*
  2390     SELECT STATE-RATES-FILE ASSIGN TO "STRATES"
  2400         ORGANIZATION IS LINE SEQUENTIAL
  2410         ACCESS MODE IS SEQUENTIAL
  2420         FILE STATUS IS WS-STRATES-STATUS.
  2430*
  2440     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "TAXJRNL"
  2450         ORGANIZATION IS LINE SEQUENTIAL
  2460         ACCESS MODE IS SEQUENTIAL
  2470         FILE STATUS IS WS-JOURNAL-STATUS.
  2480*
  2490     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
  2500         ORGANIZATION IS LINE SEQUENTIAL
  2510         ACCESS MODE IS SEQUENTIAL
  2520         FILE STATUS IS WS-BUSDATE-STATUS.
  2530*
  2540 DATA DIVISION.
  2550 FILE SECTION.
  2560 FD  TAXROLL.
  2570 01  TAXROLL-RECORD.
  2580     05  TR-EMPLOYEE-ID     PIC X(6).
  2590     05  FILLER             PIC X(1).
  2600     05  TR-INCOME          PIC 9(6).
  2610     05  FILLER             PIC X(1).
  2620     05  TR-FILING-STATUS   PIC X(1).
  2630     05  FILLER             PIC X(1).
  2640     05  TR-RECORD-TYPE     PIC X(1).
  2650     05  FILLER             PIC X(1).
  2660     05  TR-DEDUCTION-CODE  PIC X(4).
  2670*
  2680 FD  TAX-REPORT.
  2690 01  TAX-REPORT-LINE        PIC X(132).
  2700*
  2710 FD  TAX-MASTER.
  2720 01  TAX-MASTER-RECORD.
  2730     COPY TAXMREC.
  2740*
  2750 FD  RATES-FILE.
  2760 01  RATES-RECORD.
  2770     05  RT-EFFECTIVE-DATE  PIC X(8).
  2780     05  FILLER             PIC X(1).
  2790     05  RT-STATUS-CODE     PIC X(1).
  2800     05  RT-BRACKET-DATA    PIC X(45).
  2810*
  2820 FD  STATEMENT-FILE.
  2830 01  STATEMENT-LINE         PIC X(70).
  2840*
  2850 FD  RUN-LOG-FILE.
  2860 01  RUN-LOG-RECORD.
  2870     COPY RUNLOGREC.
  2880*
  2890 FD  EMPREF-FILE.
  2900 01  EMPREF-RECORD.
  2910     COPY EMPREF.
  2920*
  2930 FD  SIM-REPORT.
  2940 01  SIM-REPORT-LINE        PIC X(90).
  2950*
  2960 FD  BALANCE-FILE.
  2970 01  BALANCE-RECORD.
  2980     05  BL-YTD-INCOME      PIC 9(11).
  2990     05  FILLER             PIC X(1).
  3000     05  BL-YTD-TAX         PIC 9(11)V99.
  3010     05  FILLER             PIC X(1).
  3020     05  BL-BALANCE-DATE    PIC X(8).
  3030     05  FILLER             PIC X(1).
  3040     05  BL-STATE-TAX-AREA.
  3050         10  BL-YTD-STATE-TAX   PIC 9(11)V99.
  3060*
  3070 FD  DEDREF-FILE.
  3080 01  DEDREF-RECORD.
  3090     COPY DEDREF.
  3100*
  3110 FD  STATE-RATES-FILE.
  3120 01  STATE-RATES-RECORD.
  3130     05  SR-EFFECTIVE-DATE  PIC X(8).
  3140     05  FILLER             PIC X(1).
  3150     05  SR-STATE-CODE      PIC X(2).
  3160     05  FILLER             PIC X(1).
  3170     05  SR-STATUS-CODE     PIC X(1).
  3180     05  SR-BRACKET-DATA    PIC X(45).
  3190*
  3200 FD  JOURNAL-FILE.
  3210 01  JOURNAL-RECORD.
  3220     COPY TAXJREC.
  3230*
  3240 FD  BUS-DATE-FILE.
  3250 01  BUS-DATE-RECORD.
  3260     COPY BUSDREC.
  3270*
  3280 WORKING-STORAGE SECTION.
  3290*
  3300*-----------------------------------------------------------*
  3310* TAX BRACKET TABLE - LOADED BY 060-LOAD-RATE-TABLE FROM THE *
  3320* EFFECTIVE-DATED TAXRATES FILE. ONE ENTRY PER FILING STATUS *
  3330* (S/M/H), EACH CARRYING ITS OWN SET OF THREE BRACKETS SO    *
  3340* THE CALCULATION PARAGRAPH CAN WALK THE BRACKETS FOR THE    *
  3350* FILER'S STATUS. FOR EACH STATUS THE RATE SET TAKEN IS THE  *
  3360* ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE TAX       *
  3370* PERIOD DATE, SO A PRIOR-PERIOD RERUN PICKS UP THAT         *
  3380* PERIOD'S RATES.                                            *
  3390*-----------------------------------------------------------*
  3400 01  TAX-TABLE.
  3410     05  TAX-STATUS-ENTRY OCCURS 3 TIMES INDEXED BY STAT-IDX.
  3420         10  STATUS-CODE    PIC X(1).
  3430         10  STATUS-BRACKETS.
  3440             15  TAX-BRACKET OCCURS 3 TIMES INDEXED BY BRK-IDX.
  3450                 20  BRACKET-LOW    PIC 9(6).
  3460                 20  BRACKET-HIGH   PIC 9(6).
  3470                 20  BRACKET-RATE   PIC V999.
  3480*
  3490*-----------------------------------------------------------*
  3500* RATE-LOAD CONTROLS - THE TAX PERIOD DATE ACCEPTED AT       *
  3510* STARTUP AND, PER FILING STATUS, THE EFFECTIVE DATE OF THE  *
  3520* RATE SET CURRENTLY HELD IN TAX-TABLE. A STATUS WHOSE       *
  3530* EFFECTIVE DATE IS STILL SPACES AFTER THE LOAD HAS NO RATE  *
  3540* SET IN FORCE AND THE RUN IS ABENDED.                       *
  3550*-----------------------------------------------------------*
  3560 01  WS-TAX-PERIOD-DATE      PIC X(8) VALUE SPACES.
  3570 01  WS-RATE-AS-OF-DATE      PIC X(8) VALUE SPACES.
  3580*
  3590*-----------------------------------------------------------*
  3600* BUSINESS DATE - THE TAX PERIOD DATE IS TAKEN FROM THE      *
  3610* BUSDATE CONTROL ROW READ BY 020-READ-BUSINESS-DATE.        *
  3620* WS-BUSDATE-OVERRIDE (PROMPTED, DEFAULT N) LETS THE         *
  3630* OPERATOR KEY A DIFFERENT DATE FOR A RERUN; THE FLAG AND    *
  3640* THE KEYED DATE GO ON THE RUNLOG ROW.                       *
  3650*-----------------------------------------------------------*
  3660 01  WS-BUSDATE-STATUS       PIC X(2) VALUE SPACES.
  3670 01  WS-BUSDATE-OVERRIDE     PIC X(1) VALUE 'N'.
  3680 01  WS-OVERRIDE-VALUE       PIC X(8) VALUE SPACES.
  3690 01  WS-RATES-STATUS         PIC X(2) VALUE SPACES.
  3700 01  WS-RATES-EOF            PIC X(3) VALUE 'NO'.
  3710 01  RATE-EFF-DATES.
  3720     05  RATE-EFF-DATE OCCURS 3 TIMES PIC X(8)
  3730         VALUE SPACES.
  3740*
  3750*-----------------------------------------------------------*
  3760* STATE BRACKET TABLE - LOADED BY 090-LOAD-STATE-RATES FROM *
  3770* THE EFFECTIVE-DATED STRATES FILE, KEYED BY STATE AND      *
  3780* FILING STATUS THE SAME WAY TAXRATES IS. ONE ENTRY PER     *
  3790* STATE WITH A RATE SET IN FORCE FOR THE TAX PERIOD, EACH   *
  3800* CARRYING ITS S/M/H BRACKET SETS (IN TAX-TABLE'S STATUS    *
  3810* ORDER) AND THE EFFECTIVE DATE OF EACH SET HELD. A STATE   *
  3820* WITH NO INCOME TAX IS KEYED WITH ZERO RATES; AN EMPLOYEE  *
  3830* WHOSE WORK STATE IS NOT HERE (OR IS BLANK ON EMPREF) IS   *
  3840* WITHHELD NO STATE TAX AND COUNTED ON THE FOOTER SO THE    *
  3850* GAP SHOWS.                                                *
  3860*-----------------------------------------------------------*
  3870 01  WS-STRATES-STATUS       PIC X(2) VALUE SPACES.
  3880 01  WS-STRATES-EOF          PIC X(3) VALUE 'NO'.
  3890 01  WS-STATE-RATE-COUNT     PIC 9(2) VALUE ZEROES.
  3900 01  WS-STATE-FOUND          PIC X(3) VALUE 'NO'.
  3910 01  WS-STATE-RATED          PIC X(3) VALUE 'NO'.
  3920 01  WS-STATE-STAT-SUB       PIC 9(1) VALUE ZERO.
  3930 01  STATE-TAX-TABLE.
  3940     05  STATE-RATE-ENTRY OCCURS 20 TIMES INDEXED BY SRT-IDX.
  3950         10  SRT-STATE-CODE     PIC X(2) VALUE SPACES.
  3960         10  SRT-STATUS-ENTRY OCCURS 3 TIMES.
  3970             15  SRT-EFF-DATE   PIC X(8) VALUE SPACES.
  3980             15  SRT-BRACKETS.
  3990                 20  SRT-BRACKET OCCURS 3 TIMES
  4000                         INDEXED BY SRB-IDX.
  4010                     25  SRT-LOW    PIC 9(6).
  4020                     25  SRT-HIGH   PIC 9(6).
  4030                     25  SRT-RATE   PIC V999.
  4040*
  4050 01  WS-EMPLOYEE-ID          PIC X(6) VALUE SPACES.
  4060 01  WS-RECORD-TYPE          PIC X(1) VALUE SPACE.
  4070*
  4080*-----------------------------------------------------------*
  4090* RESTART PROTECTION - WS-RECORD-POSTED IS SET BY           *
  4100* 260-UPDATE-TAX-MASTER SO THE REPORT, STATEMENT AND        *
  4110* CONTROL TOTALS COVER ONLY RECORDS ACTUALLY POSTED THIS    *
  4120* RUN. WS-REPOST-OVERRIDE (PROMPTED AT STARTUP, DEFAULT N)  *
  4130* LETS A DELIBERATE REPOST OF A PERIOD ALREADY STAMPED ON   *
  4140* THE MASTER GO THROUGH.                                     *
  4150*-----------------------------------------------------------*
  4160 01  WS-RECORD-POSTED        PIC X(3) VALUE 'YES'.
  4170 01  WS-REPOST-OVERRIDE      PIC X(1) VALUE 'N'.
  4180*
  4190*-----------------------------------------------------------*
  4200* RUN-SEQUENCE CHECK - 045-CHECK-TAXEDIT-RUN SCANS RUNLOG   *
  4210* FOR A CLEAN TAXEDIT RUN (RC 0) THAT ENDED TODAY BEFORE A  *
  4220* NORMAL RUN IS ALLOWED TO POST TAXVALID TO THE MASTER.     *
  4230* WS-SEQ-OVERRIDE (PROMPTED, DEFAULT N) SKIPS THE CHECK     *
  4240* FOR A DELIBERATE RERUN.                                    *
  4250*-----------------------------------------------------------*
  4260 01  WS-SEQ-OVERRIDE         PIC X(1) VALUE 'N'.
  4270 01  WS-TAXEDIT-OK           PIC X(3) VALUE 'NO'.
  4280 01  WS-RUNLOG-EOF           PIC X(3) VALUE 'NO'.
  4290 01  WS-EDIT-ROW-SEEN        PIC X(3) VALUE 'NO'.
  4300 01  WS-LAST-EDIT-RC         PIC X(2) VALUE SPACES.
  4310 01  WS-LAST-EDIT-DATE       PIC X(8) VALUE SPACES.
  4320*
  4330*-----------------------------------------------------------*
  4340* EXPECTED-BALANCE CARRY - 310-UPDATE-BALANCE-FILE ADDS     *
  4350* WHAT THIS RUN ACTUALLY POSTED (DETAIL TOTALS PLUS THE     *
  4360* ADJUSTMENT NET) TO THE TAXBAL FILE THE TAXRECON           *
  4370* BALANCING STEP COMPARES THE MASTER AGAINST. DONE ON A     *
  4380* CLEAN END AND ON AN ABEND, SO TAXBAL ALWAYS REFLECTS      *
  4390* WHAT REALLY REACHED THE MASTER. NO TAXBAL YET MEANS NO    *
  4400* RECONCILIATION BASELINE HAS BEEN TAKEN - NOTHING TO       *
  4410* ADVANCE.                                                   *
  4420*-----------------------------------------------------------*
  4430 01  WS-BALANCE-STATUS       PIC X(2) VALUE SPACES.
  4440 01  WS-BALANCE-POSTED       PIC X(3) VALUE 'NO'.
  4450 01  WS-BAL-ON-FILE          PIC X(3) VALUE 'NO'.
  4460 01  WS-HELD-YTD-INCOME      PIC 9(11) VALUE ZEROES.
  4470 01  WS-HELD-YTD-TAX         PIC 9(11)V99 VALUE ZEROES.
  4480 01  WS-HELD-YTD-STATE-TAX   PIC 9(11)V99 VALUE ZEROES.
  4490 01  WS-HELD-BALANCE-DATE    PIC X(8) VALUE SPACES.
  4500 01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZEROES.
  4510*
  4520*-----------------------------------------------------------*
  4530* POSTING JOURNAL - TAXJRNL IS OPENED EXTEND FOR A NORMAL   *
  4540* RUN AND GAINS A ROW FOR EVERY DETAIL POSTED AND EVERY     *
  4550* ADJUSTMENT APPLIED, PLUS ONE RUN-CONTROL ROW WRITTEN BY   *
  4560* 315-WRITE-JOURNAL-CONTROL ALONGSIDE THE TAXBAL ADVANCE.   *
  4570* SELECT OPTIONAL, SO THE FIRST RUN CREATES IT.              *
  4580*-----------------------------------------------------------*
  4590 01  WS-JOURNAL-STATUS       PIC X(2) VALUE SPACES.
  4600 01  WS-SKIPPED-COUNT-DISP   PIC ZZZZ9.
  4610*
  4620*-----------------------------------------------------------*
  4630* RATE SIMULATION - RUN MODE S LOADS THE RATE TABLE TWICE   *
  4640* (AS OF THE TAX PERIOD DATE AND AS OF THE PROPOSED         *
  4650* EFFECTIVE DATE) AND HOLDS EACH IMAGE HERE SO              *
  4660* 200-CALCULATE-TAX CAN BE RUN UNDER EITHER SET FOR EVERY   *
  4670* TAXVALID RECORD. TYPE R REVERSALS CARRY NO INCOME AND     *
  4680* ARE LEFT OUT OF THE SIMULATION.                            *
  4690*-----------------------------------------------------------*
  4700 01  WS-RUN-MODE             PIC X(1) VALUE 'N'.
  4710 01  WS-PROPOSED-DATE        PIC X(8) VALUE SPACES.
  4720 01  WS-SIM-STATUS           PIC X(2) VALUE SPACES.
  4730 01  WS-CURRENT-RATE-TABLE   PIC X(138) VALUE SPACES.
  4740 01  WS-PROPOSED-RATE-TABLE  PIC X(138) VALUE SPACES.
  4750 01  WS-SIM-COUNT            PIC 9(5) VALUE ZEROES.
  4760 01  WS-SIM-COUNT-DISP       PIC ZZZZ9.
  4770 01  WS-SIM-CURRENT-TAX      PIC 9(6)V99 VALUE ZEROES.
  4780 01  WS-SIM-PROPOSED-TAX     PIC 9(6)V99 VALUE ZEROES.
  4790 01  WS-SIM-DELTA            PIC S9(7)V99 VALUE ZEROES.
  4800 01  WS-SIM-TOT-CURRENT      PIC 9(9)V99 VALUE ZEROES.
  4810 01  WS-SIM-TOT-PROPOSED     PIC 9(9)V99 VALUE ZEROES.
  4820 01  WS-SIM-TOT-DELTA        PIC S9(9)V99 VALUE ZEROES.
  4830 01  WS-SIM-CURRENT-DISP     PIC ZZZZZ9.99.
  4840 01  WS-SIM-PROPOSED-DISP    PIC ZZZZZ9.99.
  4850 01  WS-SIM-DELTA-DISP       PIC +ZZZZZ9.99.
  4860 01  WS-SIM-TOT-CUR-DISP     PIC ZZZZZZZZ9.99.
  4870 01  WS-SIM-TOT-PROP-DISP    PIC ZZZZZZZZ9.99.
  4880 01  WS-SIM-TOT-DELTA-DISP   PIC +ZZZZZZZZ9.99.
  4890 01  WS-FILING-STATUS        PIC X(1) VALUE 'S'.
  4900 01  USER-INCOME             PIC 9(6) VALUE ZEROES.
  4910 01  TAX                     PIC 9(6)V99 VALUE ZEROES.
  4920 01  TAX-DISPLAY             PIC ZZZZZZ.99.
  4930 01  STATE-TAX               PIC 9(6)V99 VALUE ZEROES.
  4940 01  STATE-TAX-DISPLAY       PIC ZZZZZZ.99.
  4950 01  INCOME-DISPLAY          PIC ZZZZZZ.
  4960*
  4970 01  WS-TAXABLE-IN-BRACKET   PIC 9(6) VALUE ZEROES.
  4980 01  WS-BRACKET-TAX          PIC 9(6)V99 VALUE ZEROES.
  4990*
  5000*-----------------------------------------------------------*
  5010* DEDUCTIONS - DEDREF IS LOADED AT STARTUP AND EVERY TYPE P *
  5020* RECORD ON TAXVALID IS GATHERED INTO DED-RUN-TABLE BY A    *
  5030* FIRST PASS, SO A DEDUCTION MAY SIT ANYWHERE ON THE FILE   *
  5040* RELATIVE TO ITS EMPLOYEE'S DETAIL RECORD. AS EACH DETAIL  *
  5050* OR TYPE A RECORD IS READ, 078-TOTAL-EMPLOYEE-DEDUCTIONS   *
  5060* SETS THE EMPLOYEE'S PRE-TAX AND POST-TAX TOTALS AND THE   *
  5070* TAXABLE INCOME (GROSS LESS PRE-TAX, NEVER BELOW ZERO)     *
  5080* THE BRACKETS ARE WALKED ON. A DEDUCTION WHOSE EMPLOYEE    *
  5090* HAS NO INCOME RECORD ON THE FILE IS NEVER APPLIED - IT IS *
  5100* COUNTED ON THE FOOTER SO THE GAP SHOWS.                   *
  5110*-----------------------------------------------------------*
  5120 01  WS-DEDREF-STATUS        PIC X(2) VALUE SPACES.
  5130 01  WS-DEDREF-COUNT         PIC 9(2) VALUE ZEROES.
  5140 01  DED-REF-TABLE.
  5150     05  DED-REF-ENTRY OCCURS 50 TIMES INDEXED BY DED-IDX.
  5160         10  DED-REF-CODE   PIC X(4)  VALUE SPACES.
  5170         10  DED-REF-NAME   PIC X(20) VALUE SPACES.
  5180         10  DED-REF-PRETAX PIC X(1)  VALUE SPACE.
  5190 01  WS-DDT-COUNT            PIC 9(4) VALUE ZEROES.
  5200 01  WS-DDT-SUB              PIC 9(4) VALUE ZEROES.
  5210 01  DED-RUN-TABLE.
  5220     05  DED-RUN-ENTRY OCCURS 5000 TIMES.
  5230         10  DDT-EMPLOYEE-ID PIC X(6)  VALUE SPACES.
  5240         10  DDT-CODE        PIC X(4)  VALUE SPACES.
  5250         10  DDT-NAME        PIC X(20) VALUE SPACES.
  5260         10  DDT-PRETAX      PIC X(1)  VALUE SPACE.
  5270         10  DDT-AMOUNT      PIC 9(6)  VALUE ZEROES.
  5280         10  DDT-APPLIED     PIC X(3)  VALUE 'NO'.
  5290 01  WS-PRETAX-DED           PIC 9(6) VALUE ZEROES.
  5300 01  WS-POSTTAX-DED          PIC 9(6) VALUE ZEROES.
  5310 01  WS-TAXABLE-INCOME       PIC 9(6) VALUE ZEROES.
  5320 01  WS-OLD-PERIOD-PRETAX    PIC 9(6) VALUE ZEROES.
  5330 01  WS-OLD-PERIOD-TAXABLE   PIC 9(6) VALUE ZEROES.
  5340 01  WS-DED-RECORD-COUNT     PIC 9(5) VALUE ZEROES.
  5350 01  WS-DED-UNAPPLIED-COUNT  PIC 9(5) VALUE ZEROES.
  5360 01  WS-DED-SUB              PIC 9(1) VALUE ZERO.
  5370 01  WS-DED-SLOT             PIC 9(1) VALUE ZERO.
  5380 01  WS-DED-AMOUNT-DISP      PIC ZZZZZ9.
  5390 01  PRETAX-DISPLAY          PIC ZZZZZZ.
  5400 01  TAXABLE-DISPLAY         PIC ZZZZZZ.
  5410*
  5420*-----------------------------------------------------------*
  5430* STATEMENT DETAIL - ONE ENTRY PER BRACKET 220-APPLY-BRACKET *
  5440* ACTUALLY WALKED FOR THE CURRENT EMPLOYEE (PORTION OF       *
  5450* INCOME IN THE BRACKET, THE RATE, THE TAX FOR IT), WRITTEN  *
  5460* OUT AS THE EMPLOYEE'S TAXSTMT STATEMENT BY                 *
  5470* 255-WRITE-STATEMENT.                                       *
  5480*-----------------------------------------------------------*
  5490 01  WS-BRACKETS-USED        PIC 9(1) VALUE ZERO.
  5500 01  WS-STMT-SUB             PIC 9(1) VALUE ZERO.
  5510 01  STATEMENT-DETAIL.
  5520     05  STMT-DETAIL-ENTRY OCCURS 3 TIMES.
  5530         10  SD-PORTION     PIC 9(6).
  5540         10  SD-RATE        PIC V999.
  5550         10  SD-TAX         PIC 9(6)V99.
  5560 01  WS-SD-SUB-DISP          PIC 9.
  5570 01  WS-SD-PORTION-DISP      PIC ZZZZZ9.
  5580 01  WS-SD-RATE-DISP         PIC .999.
  5590 01  WS-SD-TAX-DISP          PIC ZZZZZ9.99.
  5600 01  WS-STATEMENT-STATUS     PIC X(2) VALUE SPACES.
  5610*
  5620 01  WS-TAXROLL-STATUS       PIC X(2) VALUE SPACES.
  5630 01  WS-TAX-REPORT-STATUS    PIC X(2) VALUE SPACES.
  5640 01  WS-TAX-MASTER-STATUS    PIC X(2) VALUE SPACES.
  5650 01  END-OF-FILE             PIC X(3) VALUE 'NO'.
  5660*
  5670*-----------------------------------------------------------*
  5680* EMPLOYEE REFERENCE TABLE - LOADED FROM EMPREF AT STARTUP  *
  5690* SO EVERY REPORT LINE AND STATEMENT CARRIES THE EMPLOYEE'S *
  5700* NAME AND THE PERIOD CAN BE SUBTOTALLED BY DEPARTMENT. AN  *
  5710* ID THAT IS NOT ON THE REFERENCE (TAXEDIT SHOULD HAVE      *
  5720* REJECTED IT) PRINTS AS (NOT ON EMPREF) UNDER DEPARTMENT   *
  5730* ???? SO THE GAP IS VISIBLE RATHER THAN HIDDEN. THE DATE   *
  5740* THE CURRENT DEPARTMENT TOOK EFFECT AND THE PRIOR          *
  5750* DEPARTMENTS ARE KEPT SO A PERIOD BEFORE A TRANSFER IS     *
  5760* COSTED TO THE DEPARTMENT IN EFFECT AT THE TIME.           *
  5770*-----------------------------------------------------------*
  5780 01  WS-EMPREF-STATUS        PIC X(2) VALUE SPACES.
  5790 01  WS-EMPREF-COUNT         PIC 9(4) VALUE ZEROES.
  5800 01  WS-EMP-NAME             PIC X(20) VALUE SPACES.
  5810 01  WS-EMP-DEPT             PIC X(4) VALUE SPACES.
  5820 01  WS-EMP-STATE            PIC X(2) VALUE SPACES.
  5830 01  EMP-REF-TABLE.
  5840     05  EMP-REF-ENTRY OCCURS 5000 TIMES INDEXED BY EMP-IDX.
  5850         10  EMP-REF-ID     PIC X(6)  VALUE SPACES.
  5860         10  EMP-REF-NAME   PIC X(20) VALUE SPACES.
  5870         10  EMP-REF-DEPT   PIC X(4)  VALUE SPACES.
  5880         10  EMP-REF-STATE  PIC X(2)  VALUE SPACES.
  5890         10  EMP-REF-DEPT-EFF PIC X(8) VALUE SPACES.
  5900         10  EMP-REF-PRIOR OCCURS 4 TIMES.
  5910             15  EMP-REF-PRIOR-DEPT PIC X(4) VALUE SPACES.
  5920             15  EMP-REF-PRIOR-FROM PIC X(8) VALUE SPACES.
  5930 01  WS-PRIOR-SUB            PIC 9(1) VALUE ZERO.
  5940 01  WS-PERIOD-DEPT-FOUND    PIC X(3) VALUE 'NO'.
  5950*
  5960*-----------------------------------------------------------*
  5970* DEPARTMENT SUBTOTALS - EMPLOYEE COUNT, INCOME AND TAX PER *
  5980* DEPARTMENT SEEN THIS RUN, ACCUMULATED FROM THE DETAIL     *
  5990* RECORDS (ADJUSTMENTS ARE CARRIED SEPARATELY ON THE        *
  6000* FOOTER, AS BEFORE) AND PRINTED BY 290-PRINT-DEPT-         *
  6010* SUBTOTALS AHEAD OF THE GRAND CONTROL-TOTAL FOOTER. ONCE   *
  6020* ALL 20 SLOTS ARE TAKEN ANY FURTHER NEW DEPARTMENT IS      *
  6030* LEFT OUT OF THE BREAKDOWN - WARNED ONCE, THE FIRST TIME   *
  6040* THAT HAPPENS, SO THE GAP IS VISIBLE RATHER THAN SILENT.   *
  6050*-----------------------------------------------------------*
  6060 01  WS-DEPT-COUNT           PIC 9(2) VALUE ZEROES.
  6070 01  WS-DEPT-CAP-WARNED      PIC X(3) VALUE 'NO'.
  6080 01  DEPT-TOTALS-TABLE.
  6090     05  DEPT-TOTAL-ENTRY OCCURS 20 TIMES INDEXED BY DEPT-IDX.
  6100         10  DT-DEPT-CODE       PIC X(4)     VALUE SPACES.
  6110         10  DT-EMPLOYEE-COUNT  PIC 9(5)     VALUE ZEROES.
  6120         10  DT-INCOME          PIC 9(9)     VALUE ZEROES.
  6130         10  DT-PRETAX-DED      PIC 9(9)     VALUE ZEROES.
  6140         10  DT-TAXABLE         PIC 9(9)     VALUE ZEROES.
  6150         10  DT-TAX             PIC 9(9)V99  VALUE ZEROES.
  6160         10  DT-STATE-TAX       PIC 9(9)V99  VALUE ZEROES.
  6170*
  6180*-----------------------------------------------------------*
  6190* STATE SUBTOTALS - EMPLOYEE COUNT, TAXABLE INCOME AND      *
  6200* STATE TAX PER WORK STATE SEEN THIS RUN, ACCUMULATED FROM  *
  6210* THE DETAIL RECORDS LIKE THE DEPARTMENT SUBTOTALS AND      *
  6220* PRINTED AFTER THEM BY 296-PRINT-STATE-SUBTOTALS. A BLANK  *
  6230* WORK STATE IS GROUPED UNDER --. THE SAME ONE-TIME WARNING *
  6240* COVERS A FULL TABLE.                                      *
  6250*-----------------------------------------------------------*
  6260 01  WS-STATE-TOT-COUNT      PIC 9(2) VALUE ZEROES.
  6270 01  WS-STATE-CAP-WARNED     PIC X(3) VALUE 'NO'.
  6280 01  WS-STATE-KEY            PIC X(2) VALUE SPACES.
  6290 01  STATE-TOTALS-TABLE.
  6300     05  STATE-TOTAL-ENTRY OCCURS 20 TIMES INDEXED BY STT-IDX.
  6310         10  STT-STATE-CODE     PIC X(2)     VALUE SPACES.
  6320         10  STT-EMPLOYEE-COUNT PIC 9(5)     VALUE ZEROES.
  6330         10  STT-TAXABLE        PIC 9(9)     VALUE ZEROES.
  6340         10  STT-STATE-TAX      PIC 9(9)V99  VALUE ZEROES.
  6350*
  6360*-----------------------------------------------------------*
  6370* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  6380* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  6390* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  6400*-----------------------------------------------------------*
  6410 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  6420 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  6430 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  6440 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  6450 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  6460*
  6470*-----------------------------------------------------------*
  6480* CONTROL TOTALS - ACCUMULATED ACROSS THE RUN AND PRINTED    *
  6490* BY 300-PRINT-TOTALS FOR PERIOD-END G/L RECONCILIATION.     *
  6500*-----------------------------------------------------------*
  6510 01  WS-EMPLOYEE-COUNT       PIC 9(5) VALUE ZEROES.
  6520 01  WS-TOTAL-INCOME         PIC 9(9) VALUE ZEROES.
  6530 01  WS-TOTAL-TAX            PIC 9(9)V99 VALUE ZEROES.
  6540 01  WS-TOTAL-PRETAX-DED     PIC 9(9) VALUE ZEROES.
  6550 01  WS-TOTAL-DEDUCTIONS     PIC 9(9) VALUE ZEROES.
  6560 01  WS-TOTAL-TAXABLE        PIC 9(9) VALUE ZEROES.
  6570 01  WS-EMPLOYEE-COUNT-DISP  PIC ZZZZ9.
  6580 01  WS-TOTAL-INCOME-DISP    PIC ZZZZZZZZ9.
  6590 01  WS-TOTAL-PRETAX-DISP    PIC ZZZZZZZZ9.
  6600 01  WS-TOTAL-TAXABLE-DISP   PIC ZZZZZZZZ9.
  6610 01  WS-TOTAL-TAX-DISP       PIC ZZZZZZZZ9.99.
  6620 01  WS-TOTAL-STATE-TAX      PIC 9(9)V99 VALUE ZEROES.
  6630 01  WS-TOTAL-STATE-DISP     PIC ZZZZZZZZ9.99.
  6640 01  WS-NO-STATE-RATE-COUNT  PIC 9(5) VALUE ZEROES.
  6650*
  6660*-----------------------------------------------------------*
  6670* ADJUSTMENT CONTROL TOTALS - TYPE A AND R RECORDS ARE KEPT  *
  6680* OUT OF THE DETAIL TOTALS ABOVE AND CARRIED HERE AS SIGNED  *
  6690* NET MOVEMENTS WITH THEIR OWN COUNT, PRINTED ON A SECOND    *
  6700* FOOTER LINE BY 300-PRINT-TOTALS.                           *
  6710*-----------------------------------------------------------*
  6720 01  WS-OLD-PERIOD-INCOME    PIC 9(6) VALUE ZEROES.
  6730 01  WS-OLD-PERIOD-TAX       PIC 9(6)V99 VALUE ZEROES.
  6740 01  WS-DELTA-INCOME         PIC S9(7) VALUE ZEROES.
  6750 01  WS-DELTA-TAX            PIC S9(7)V99 VALUE ZEROES.
  6760 01  WS-DELTA-INCOME-DISP    PIC +ZZZZZ9.
  6770 01  WS-DELTA-TAX-DISP       PIC +ZZZZZ9.99.
  6780 01  WS-ADJ-COUNT            PIC 9(5) VALUE ZEROES.
  6790 01  WS-ADJ-REJECT-COUNT     PIC 9(5) VALUE ZEROES.
  6800 01  WS-ADJ-INCOME           PIC S9(9) VALUE ZEROES.
  6810 01  WS-ADJ-TAX              PIC S9(9)V99 VALUE ZEROES.
  6820 01  WS-ADJ-COUNT-DISP       PIC ZZZZ9.
  6830 01  WS-ADJ-REJECT-DISP      PIC ZZZZ9.
  6840 01  WS-ADJ-INCOME-DISP      PIC +ZZZZZZZZ9.
  6850 01  WS-ADJ-TAX-DISP         PIC +ZZZZZZZZ9.99.
  6860 01  WS-OLD-PERIOD-STATE-TAX PIC 9(6)V99 VALUE ZEROES.
  6870 01  WS-DELTA-STATE-TAX      PIC S9(7)V99 VALUE ZEROES.
  6880 01  WS-DELTA-STATE-DISP     PIC +ZZZZZ9.99.
  6890 01  WS-ADJ-STATE-TAX        PIC S9(9)V99 VALUE ZEROES.
  6900 01  WS-ADJ-STATE-DISP       PIC +ZZZZZZZZ9.99.
  6910 01  WS-OLD-PERIOD-DED       PIC 9(7) VALUE ZEROES.
  6920 01  WS-DELTA-DED            PIC S9(7) VALUE ZEROES.
  6930 01  WS-ADJ-DEDUCTIONS       PIC S9(9) VALUE ZEROES.
  6940 PROCEDURE DIVISION.
  6950*
  6960*-----------------------------------------------------------*
  6970* 000-MAIN-PROCEDURE                                        *
  6980*-----------------------------------------------------------*
  6990 000-MAIN-PROCEDURE.
  7000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  7010     ACCEPT WS-RUN-START-TIME FROM TIME.
  7020     PERFORM 020-READ-BUSINESS-DATE.
  7030     PERFORM 040-ACCEPT-TAX-PERIOD.
  7040     IF WS-RUN-MODE = 'S'
  7050         PERFORM 500-RUN-SIMULATION
  7060     ELSE
  7070         PERFORM 050-INITIALIZE
  7080         PERFORM 100-PROCESS-RECORDS UNTIL END-OF-FILE = 'YES'
  7090         PERFORM 290-PRINT-DEPT-SUBTOTALS
  7100         PERFORM 296-PRINT-STATE-SUBTOTALS
  7110         PERFORM 300-PRINT-TOTALS
  7120         PERFORM 310-UPDATE-BALANCE-FILE
  7130         PERFORM 900-TERMINATE
  7140     END-IF.
  7150     STOP RUN.
  7160*
  7170*-----------------------------------------------------------*
  7180* 020-READ-BUSINESS-DATE                                     *
  7190*                                                            *
  7200* READS THE ONE-ROW BUSDATE CONTROL FILE THE END-OF-DAY      *
  7210* DATEADV JOB MAINTAINS. A MISSING OR EMPTY FILE IS A REAL   *
  7220* ERROR - THERE IS NO SAFE DEFAULT FOR THE PERIOD.           *
  7230*-----------------------------------------------------------*
  7240 020-READ-BUSINESS-DATE.
  7250     OPEN INPUT BUS-DATE-FILE.
  7260     IF WS-BUSDATE-STATUS NOT = '00'
  7270         DISPLAY 'UNABLE TO OPEN BUSDATE - FILE STATUS '
  7280             WS-BUSDATE-STATUS
  7290         PERFORM 950-ABEND-RUN
  7300     END-IF.
  7310     READ BUS-DATE-FILE
  7320         AT END
  7330             DISPLAY 'BUSDATE HOLDS NO CONTROL ROW'
  7340             PERFORM 950-ABEND-RUN
  7350     END-READ.
  7360     IF WS-BUSDATE-STATUS NOT = '00'
  7370         DISPLAY 'ERROR READING BUSDATE - FILE STATUS '
  7380             WS-BUSDATE-STATUS
  7390         PERFORM 950-ABEND-RUN
  7400     END-IF.
  7410     CLOSE BUS-DATE-FILE.
  7420*
  7430*-----------------------------------------------------------*
  7440* 040-ACCEPT-TAX-PERIOD                                      *
  7450*                                                            *
  7460* THE TAX PERIOD DATE THE RUN IS PROCESSING IS THE BUSDATE   *
  7470* TAX PERIOD, UNLESS THE OPERATOR ASKS TO OVERRIDE IT AND    *
  7480* KEYS ANOTHER. 060-LOAD-RATE-TABLE USES IT TO PICK THE RATE *
  7490* SET IN FORCE FOR THAT PERIOD, SO A LATE PRIOR-PERIOD       *
  7500* TAXROLL CAN BE RERUN UNDER THAT PERIOD'S RATES.            *
  7510*-----------------------------------------------------------*
  7520 040-ACCEPT-TAX-PERIOD.
  7530     MOVE BD-TAX-PERIOD TO WS-TAX-PERIOD-DATE.
  7540     DISPLAY 'TAX PERIOD DATE FROM BUSDATE: ' WS-TAX-PERIOD-DATE.
  7550     DISPLAY 'OVERRIDE THE TAX PERIOD DATE (Y/N)? '.
  7560     ACCEPT WS-BUSDATE-OVERRIDE.
  7570     IF WS-BUSDATE-OVERRIDE NOT = 'Y'
  7580         MOVE 'N' TO WS-BUSDATE-OVERRIDE
  7590     END-IF.
  7600     IF WS-BUSDATE-OVERRIDE = 'Y'
  7610         DISPLAY 'ENTER TAX PERIOD DATE (YYYYMMDD): '
  7620         ACCEPT WS-TAX-PERIOD-DATE
  7630         MOVE WS-TAX-PERIOD-DATE TO WS-OVERRIDE-VALUE
  7640     END-IF.
  7650     IF WS-TAX-PERIOD-DATE IS NOT NUMERIC
  7660         DISPLAY 'TAX PERIOD DATE MUST BE YYYYMMDD - GOT '
  7670             WS-TAX-PERIOD-DATE
  7680         PERFORM 950-ABEND-RUN
  7690     END-IF.
  7700     DISPLAY 'RUN MODE - N = NORMAL, S = RATE SIMULATION: '.
  7710     ACCEPT WS-RUN-MODE.
  7720     IF WS-RUN-MODE NOT = 'S'
  7730         MOVE 'N' TO WS-RUN-MODE
  7740     END-IF.
  7750     IF WS-RUN-MODE = 'S'
  7760         DISPLAY 'ENTER PROPOSED RATE EFFECTIVE DATE'
  7770             ' (YYYYMMDD): '
  7780         ACCEPT WS-PROPOSED-DATE
  7790         IF WS-PROPOSED-DATE IS NOT NUMERIC
  7800             DISPLAY 'PROPOSED DATE MUST BE YYYYMMDD - GOT '
  7810                 WS-PROPOSED-DATE
  7820             PERFORM 950-ABEND-RUN
  7830         END-IF
  7840     ELSE
  7850         DISPLAY 'REPOST A PERIOD ALREADY ON THE MASTER (Y/N)? '
  7860         ACCEPT WS-REPOST-OVERRIDE
  7870         IF WS-REPOST-OVERRIDE NOT = 'Y'
  7880             MOVE 'N' TO WS-REPOST-OVERRIDE
  7890         END-IF
  7900         DISPLAY 'OVERRIDE RUN-SEQUENCE CHECK (Y/N)? '
  7910         ACCEPT WS-SEQ-OVERRIDE
  7920         IF WS-SEQ-OVERRIDE NOT = 'Y'
  7930             MOVE 'N' TO WS-SEQ-OVERRIDE
  7940         END-IF
  7950     END-IF.
  7960*
  7970*-----------------------------------------------------------*
  7980* 045-CHECK-TAXEDIT-RUN                                      *
  7990*                                                            *
  8000* SCANS RUNLOG AND JUDGES THE MOST RECENT TAXEDIT ROW ON    *
  8010* THE LOG - ONLY THE LATEST RUN SAYS WHAT STATE TAXVALID    *
  8020* IS IN, SO A CLEAN MORNING EDIT FOLLOWED BY AN ABENDED     *
  8030* RERUN STILL FAILS THE CHECK. THE LAST TAXEDIT ROW MUST    *
  8040* CARRY RETURN CODE ZERO AND HAVE ENDED TODAY; ANYTHING     *
  8050* ELSE MEANS TAXVALID IS STALE OR PARTIAL AND THE RUN IS    *
  8060* ABENDED BEFORE THE MASTER IS TOUCHED. RUNLOG IS SELECT    *
  8070* OPTIONAL, SO A MISSING FILE OPENS WITH STATUS 05 AND THE  *
  8080* SCAN ENDS AT ONCE - NOTHING HAS PROVED THE EDIT RAN, AND  *
  8090* THE CHECK FAILS WITH THE SAME MESSAGE.                     *
  8100*-----------------------------------------------------------*
  8110 045-CHECK-TAXEDIT-RUN.
  8120     MOVE 'NO' TO WS-TAXEDIT-OK.
  8130     MOVE 'NO' TO WS-RUNLOG-EOF.
  8140     MOVE 'NO' TO WS-EDIT-ROW-SEEN.
  8150     OPEN INPUT RUN-LOG-FILE.
  8160     IF WS-RUNLOG-STATUS NOT = '00'
  8170         AND WS-RUNLOG-STATUS NOT = '05'
  8180         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8190             WS-RUNLOG-STATUS
  8200         PERFORM 950-ABEND-RUN
  8210     END-IF.
  8220     PERFORM 046-SCAN-ONE-LOG-ROW
  8230         UNTIL WS-RUNLOG-EOF = 'YES'.
  8240     CLOSE RUN-LOG-FILE.
  8250     IF WS-EDIT-ROW-SEEN = 'YES'
  8260         AND WS-LAST-EDIT-RC = '00'
  8270         AND WS-LAST-EDIT-DATE = WS-RUN-START-DATE
  8280         MOVE 'YES' TO WS-TAXEDIT-OK
  8290     END-IF.
  8300     IF WS-TAXEDIT-OK = 'NO'
  8310         DISPLAY 'RUNLOG SHOWS NO CLEAN TAXEDIT RUN FOR '
  8320             WS-RUN-START-DATE
  8330         DISPLAY 'TAXVALID MAY BE STALE - RUN TAXEDIT FIRST '
  8340             'OR RERUN WITH THE SEQUENCE OVERRIDE.'
  8350         PERFORM 950-ABEND-RUN
  8360     END-IF.
  8370*
  8380*-----------------------------------------------------------*
  8390* 046-SCAN-ONE-LOG-ROW                                       *
  8400*                                                            *
  8410* REMEMBERS THE RETURN CODE AND END DATE OF EVERY TAXEDIT   *
  8420* ROW PASSED - THE LAST ONE REMEMBERED IS THE LATEST RUN,   *
  8430* AND IT ALONE IS JUDGED AT END OF SCAN.                     *
  8440*-----------------------------------------------------------*
  8450 046-SCAN-ONE-LOG-ROW.
  8460     READ RUN-LOG-FILE
  8470         AT END
  8480             MOVE 'YES' TO WS-RUNLOG-EOF
  8490     END-READ.
  8500     IF WS-RUNLOG-EOF NOT = 'YES'
  8510         IF WS-RUNLOG-STATUS NOT = '00'
  8520             DISPLAY 'ERROR READING RUNLOG - FILE STATUS '
  8530                 WS-RUNLOG-STATUS
  8540             PERFORM 950-ABEND-RUN
  8550         END-IF
  8560         IF RL-PROGRAM-NAME = 'TAXEDIT '
  8570             MOVE 'YES' TO WS-EDIT-ROW-SEEN
  8580             MOVE RL-RETURN-CODE TO WS-LAST-EDIT-RC
  8590             MOVE RL-END-DATE    TO WS-LAST-EDIT-DATE
  8600         END-IF
  8610     END-IF.
  8620*
  8630*-----------------------------------------------------------*
  8640* 050-INITIALIZE                                             *
  8650*-----------------------------------------------------------*
  8660 050-INITIALIZE.
  8670     IF WS-SEQ-OVERRIDE = 'N'
  8680         PERFORM 045-CHECK-TAXEDIT-RUN
  8690     END-IF.
  8700     MOVE WS-TAX-PERIOD-DATE TO WS-RATE-AS-OF-DATE.
  8710     PERFORM 060-LOAD-RATE-TABLE.
  8720     PERFORM 090-LOAD-STATE-RATES.
  8730     PERFORM 070-LOAD-EMPLOYEE-REF.
  8740     PERFORM 080-LOAD-DEDUCTIONS.
  8750     OPEN INPUT TAXROLL.
  8760     IF WS-TAXROLL-STATUS NOT = '00'
  8770         DISPLAY 'UNABLE TO OPEN TAXVALID - FILE STATUS '
  8780             WS-TAXROLL-STATUS
  8790         PERFORM 950-ABEND-RUN
  8800     END-IF.
  8810     OPEN OUTPUT TAX-REPORT.
  8820     IF WS-TAX-REPORT-STATUS NOT = '00'
  8830         DISPLAY 'UNABLE TO OPEN TAXREPT - FILE STATUS '
  8840             WS-TAX-REPORT-STATUS
  8850         PERFORM 950-ABEND-RUN
  8860     END-IF.
  8870     OPEN OUTPUT STATEMENT-FILE.
  8880     IF WS-STATEMENT-STATUS NOT = '00'
  8890         DISPLAY 'UNABLE TO OPEN TAXSTMT - FILE STATUS '
  8900             WS-STATEMENT-STATUS
  8910         PERFORM 950-ABEND-RUN
  8920     END-IF.
  8930     OPEN I-O TAX-MASTER.
  8940     IF WS-TAX-MASTER-STATUS = '35'
  8950         OPEN OUTPUT TAX-MASTER
  8960         CLOSE TAX-MASTER
  8970         OPEN I-O TAX-MASTER
  8980     END-IF.
  8990     IF WS-TAX-MASTER-STATUS NOT = '00'
  9000         DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE STATUS '
  9010             WS-TAX-MASTER-STATUS
  9020         PERFORM 950-ABEND-RUN
  9030     END-IF.
  9040     OPEN EXTEND JOURNAL-FILE.
  9050     IF WS-JOURNAL-STATUS NOT = '00'
  9060         AND WS-JOURNAL-STATUS NOT = '05'
  9070         DISPLAY 'UNABLE TO OPEN TAXJRNL - FILE STATUS '
  9080             WS-JOURNAL-STATUS
  9090         PERFORM 950-ABEND-RUN
  9100     END-IF.
  9110     PERFORM 110-READ-TAXROLL-RECORD.
  9120*
  9130*-----------------------------------------------------------*
  9140* 060-LOAD-RATE-TABLE                                        *
  9150*                                                            *
  9160* READS THE EFFECTIVE-DATED TAXRATES FILE AND BUILDS THE     *
  9170* TAX-TABLE FOR THIS RUN. FOR EACH FILING STATUS THE RATE    *
  9180* SET KEPT IS THE ONE WITH THE LATEST EFFECTIVE DATE THAT IS *
  9190* NOT AFTER THE AS-OF DATE IN WS-RATE-AS-OF-DATE (THE TAX    *
  9200* PERIOD DATE, OR THE PROPOSED DATE ON THE SECOND LOAD IN    *
  9210* SIMULATION MODE). A STATUS LEFT WITHOUT A                  *
  9220* RATE SET IN FORCE ABENDS THE RUN BEFORE ANY EMPLOYEE IS    *
  9230* PROCESSED.                                                 *
  9240*-----------------------------------------------------------*
  9250 060-LOAD-RATE-TABLE.
  9260     MOVE 'S' TO STATUS-CODE (1).
  9270     MOVE 'M' TO STATUS-CODE (2).
  9280     MOVE 'H' TO STATUS-CODE (3).
  9290     OPEN INPUT RATES-FILE.
  9300     IF WS-RATES-STATUS NOT = '00'
  9310         DISPLAY 'UNABLE TO OPEN TAXRATES - FILE STATUS '
  9320             WS-RATES-STATUS
  9330         PERFORM 950-ABEND-RUN
  9340     END-IF.
  9350     PERFORM 062-READ-RATES-RECORD.
  9360     PERFORM 065-APPLY-RATES-RECORD
  9370         UNTIL WS-RATES-EOF = 'YES'.
  9380     CLOSE RATES-FILE.
  9390     PERFORM 068-CHECK-RATE-SET
  9400         VARYING STAT-IDX FROM 1 BY 1
  9410         UNTIL STAT-IDX > 3.
  9420*
  9430*-----------------------------------------------------------*
  9440* 062-READ-RATES-RECORD                                      *
  9450*-----------------------------------------------------------*
  9460 062-READ-RATES-RECORD.
  9470     READ RATES-FILE
  9480         AT END
  9490             MOVE 'YES' TO WS-RATES-EOF
  9500     END-READ.
  9510     IF WS-RATES-STATUS NOT = '00'
  9520         AND WS-RATES-STATUS NOT = '10'
  9530         DISPLAY 'ERROR READING TAXRATES - FILE STATUS '
  9540             WS-RATES-STATUS
  9550         PERFORM 950-ABEND-RUN
  9560     END-IF.
  9570*
  9580*-----------------------------------------------------------*
  9590* 065-APPLY-RATES-RECORD                                     *
  9600*                                                            *
  9610* KEEPS THIS RECORD'S BRACKET SET WHEN IT IS IN FORCE FOR    *
  9620* THE TAX PERIOD (EFFECTIVE DATE NOT AFTER THE PERIOD DATE)  *
  9630* AND IS LATER THAN THE SET ALREADY HELD FOR ITS STATUS. A   *
  9640* RECORD FOR AN UNKNOWN STATUS IS REPORTED AND SKIPPED.      *
  9650*-----------------------------------------------------------*
  9660 065-APPLY-RATES-RECORD.
  9670     SET STAT-IDX TO 1
  9680     SEARCH TAX-STATUS-ENTRY
  9690         AT END
  9700             DISPLAY 'TAXRATES STATUS NOT S, M OR H - SKIPPED: '
  9710                 RT-STATUS-CODE
  9720         WHEN STATUS-CODE (STAT-IDX) = RT-STATUS-CODE
  9730             IF RT-EFFECTIVE-DATE NOT > WS-RATE-AS-OF-DATE
  9740                 AND RT-EFFECTIVE-DATE > RATE-EFF-DATE (STAT-IDX)
  9750                 MOVE RT-BRACKET-DATA
  9760                     TO STATUS-BRACKETS (STAT-IDX)
  9770                 MOVE RT-EFFECTIVE-DATE
  9780                     TO RATE-EFF-DATE (STAT-IDX)
  9790             END-IF
  9800     END-SEARCH.
  9810     PERFORM 062-READ-RATES-RECORD.
  9820*
  9830*-----------------------------------------------------------*
  9840* 068-CHECK-RATE-SET                                         *
  9850*-----------------------------------------------------------*
  9860 068-CHECK-RATE-SET.
  9870     IF RATE-EFF-DATE (STAT-IDX) = SPACES
  9880         DISPLAY 'NO TAXRATES SET IN FORCE FOR STATUS '
  9890             STATUS-CODE (STAT-IDX)
  9900             ' ON ' WS-RATE-AS-OF-DATE
  9910         PERFORM 950-ABEND-RUN
  9920     END-IF.
  9930*
  9940*-----------------------------------------------------------*
  9950* 070-LOAD-EMPLOYEE-REF                                      *
  9960*                                                            *
  9970* LOADS THE EMPREF EMPLOYEE REFERENCE TABLE - A MISSING     *
  9980* EMPREF IS A REAL ERROR, EVERY REPORT AND STATEMENT NAMES  *
  9990* EMPLOYEES FROM IT AND THE DEPARTMENT BREAKDOWN IS BUILT   *
 10000* FROM IT.                                                   *
 10010*-----------------------------------------------------------*
 10020 070-LOAD-EMPLOYEE-REF.
 10030     OPEN INPUT EMPREF-FILE.
 10040     IF WS-EMPREF-STATUS NOT = '00'
 10050         DISPLAY 'UNABLE TO OPEN EMPREF - FILE STATUS '
 10060             WS-EMPREF-STATUS
 10070         PERFORM 950-ABEND-RUN
 10080     END-IF.
 10090     PERFORM 072-LOAD-ONE-EMPLOYEE UNTIL END-OF-FILE = 'YES'.
 10100     CLOSE EMPREF-FILE.
 10110     MOVE 'NO' TO END-OF-FILE.
 10120*
 10130*-----------------------------------------------------------*
 10140* 072-LOAD-ONE-EMPLOYEE                                      *
 10150*-----------------------------------------------------------*
 10160 072-LOAD-ONE-EMPLOYEE.
 10170     READ EMPREF-FILE
 10180         AT END
 10190             MOVE 'YES' TO END-OF-FILE
 10200     END-READ.
 10210     IF END-OF-FILE NOT = 'YES'
 10220         AND WS-EMPREF-STATUS NOT = '00'
 10230         DISPLAY 'ERROR READING EMPREF - FILE STATUS '
 10240             WS-EMPREF-STATUS
 10250         PERFORM 950-ABEND-RUN
 10260     END-IF.
 10270     IF END-OF-FILE NOT = 'YES'
 10280         IF WS-EMPREF-COUNT < 5000
 10290             ADD 1 TO WS-EMPREF-COUNT
 10300             SET EMP-IDX TO WS-EMPREF-COUNT
 10310             MOVE ER-EMPLOYEE-ID   TO EMP-REF-ID (EMP-IDX)
 10320             MOVE ER-EMPLOYEE-NAME TO EMP-REF-NAME (EMP-IDX)
 10330             MOVE ER-DEPARTMENT   TO EMP-REF-DEPT (EMP-IDX)
 10340             MOVE ER-WORK-STATE   TO EMP-REF-STATE (EMP-IDX)
 10350             MOVE ER-DEPT-EFFECTIVE
 10360                 TO EMP-REF-DEPT-EFF (EMP-IDX)
 10370             PERFORM 073-LOAD-PRIOR-DEPT
 10380                 VARYING WS-PRIOR-SUB FROM 1 BY 1
 10390                 UNTIL WS-PRIOR-SUB > 4
 10400         ELSE
 10410             DISPLAY 'WARNING - EMPLOYEE REF TABLE FULL, '
 10420                 'EMPREF ENTRY SKIPPED: ' ER-EMPLOYEE-ID
 10430         END-IF
 10440     END-IF.
 10450*
 10460*-----------------------------------------------------------*
 10470* 073-LOAD-PRIOR-DEPT                                        *
 10480*-----------------------------------------------------------*
 10490 073-LOAD-PRIOR-DEPT.
 10500     MOVE ER-PRIOR-DEPT (WS-PRIOR-SUB)
 10510         TO EMP-REF-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB).
 10520     MOVE ER-PRIOR-DEPT-FROM (WS-PRIOR-SUB)
 10530         TO EMP-REF-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB).
 10540*
 10550*-----------------------------------------------------------*
 10560* 075-FIND-EMPLOYEE                                          *
 10570*                                                            *
 10580* LOOKS WS-EMPLOYEE-ID UP IN THE EMPLOYEE REFERENCE TABLE   *
 10590* AND SETS WS-EMP-NAME AND WS-EMP-DEPT FOR THE REPORT AND   *
 10600* STATEMENT LINES, AND WS-EMP-STATE FOR THE STATE TAX. AN   *
 10610* ID THAT IS NOT THERE COMES BACK AS (NOT ON EMPREF) UNDER  *
 10620* DEPARTMENT ???? WITH NO WORK STATE SO THE GAP SHOWS. A    *
 10630* TAX PERIOD BEFORE THE CURRENT DEPARTMENT TOOK EFFECT      *
 10640* TAKES ITS DEPARTMENT FROM THE PRIOR SLOTS.                *
 10650*-----------------------------------------------------------*
 10660 075-FIND-EMPLOYEE.
 10670     MOVE '(NOT ON EMPREF)' TO WS-EMP-NAME.
 10680     MOVE '????' TO WS-EMP-DEPT.
 10690     MOVE SPACES TO WS-EMP-STATE.
 10700     SET EMP-IDX TO 1.
 10710     IF WS-EMPREF-COUNT > 0
 10720         SEARCH EMP-REF-ENTRY
 10730             AT END
 10740                 CONTINUE
 10750             WHEN EMP-REF-ID (EMP-IDX) = WS-EMPLOYEE-ID
 10760                 MOVE EMP-REF-NAME (EMP-IDX) TO WS-EMP-NAME
 10770                 MOVE EMP-REF-DEPT (EMP-IDX) TO WS-EMP-DEPT
 10780                 MOVE EMP-REF-STATE (EMP-IDX) TO WS-EMP-STATE
 10790                 IF EMP-REF-DEPT-EFF (EMP-IDX) NOT = SPACES
 10800                     AND WS-TAX-PERIOD-DATE
 10810                         < EMP-REF-DEPT-EFF (EMP-IDX)
 10820                     PERFORM 076-FIND-PERIOD-DEPT
 10830                 END-IF
 10840         END-SEARCH
 10850     END-IF.
 10860*
 10870*-----------------------------------------------------------*
 10880* 076-FIND-PERIOD-DEPT                                       *
 10890*                                                            *
 10900* WALKS THE PRIOR DEPARTMENTS, MOST RECENT FIRST, FOR THE    *
 10910* FIRST ONE THAT HAD TAKEN EFFECT BY THE TAX PERIOD DATE (A  *
 10920* BLANK FROM-DATE HAS ALWAYS BEEN IN EFFECT). A PERIOD OLDER *
 10930* THAN EVERY SLOT STAYS WITH THE OLDEST DEPARTMENT KNOWN.    *
 10940*-----------------------------------------------------------*
 10950 076-FIND-PERIOD-DEPT.
 10960     MOVE 'NO' TO WS-PERIOD-DEPT-FOUND.
 10970     PERFORM 077-TEST-PRIOR-DEPT
 10980         VARYING WS-PRIOR-SUB FROM 1 BY 1
 10990         UNTIL WS-PRIOR-SUB > 4
 11000             OR WS-PERIOD-DEPT-FOUND = 'YES'.
 11010*
 11020*-----------------------------------------------------------*
 11030* 077-TEST-PRIOR-DEPT                                        *
 11040*-----------------------------------------------------------*
 11050 077-TEST-PRIOR-DEPT.
 11060     IF EMP-REF-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB) NOT = SPACES
 11070         MOVE EMP-REF-PRIOR-DEPT (EMP-IDX, WS-PRIOR-SUB)
 11080             TO WS-EMP-DEPT
 11090         IF EMP-REF-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB) = SPACES
 11100             OR WS-TAX-PERIOD-DATE NOT <
 11110                 EMP-REF-PRIOR-FROM (EMP-IDX, WS-PRIOR-SUB)
 11120             MOVE 'YES' TO WS-PERIOD-DEPT-FOUND
 11130         END-IF
 11140     END-IF.
 11150*
 11160*-----------------------------------------------------------*
 11170* 078-TOTAL-EMPLOYEE-DEDUCTIONS                              *
 11180*                                                            *
 11190* TOTALS THE CURRENT EMPLOYEE'S PRE-TAX AND POST-TAX         *
 11200* DEDUCTIONS FROM DED-RUN-TABLE AND SETS THE TAXABLE INCOME  *
 11210* - GROSS LESS PRE-TAX, NEVER BELOW ZERO - THE BRACKETS ARE  *
 11220* WALKED ON.                                                 *
 11230*-----------------------------------------------------------*
 11240 078-TOTAL-EMPLOYEE-DEDUCTIONS.
 11250     MOVE ZEROES TO WS-PRETAX-DED.
 11260     MOVE ZEROES TO WS-POSTTAX-DED.
 11270     PERFORM 079-ADD-ONE-DEDUCTION
 11280         VARYING WS-DDT-SUB FROM 1 BY 1
 11290         UNTIL WS-DDT-SUB > WS-DDT-COUNT.
 11300     IF WS-PRETAX-DED > USER-INCOME
 11310         MOVE ZEROES TO WS-TAXABLE-INCOME
 11320     ELSE
 11330         COMPUTE WS-TAXABLE-INCOME = USER-INCOME - WS-PRETAX-DED
 11340     END-IF.
 11350*
 11360*-----------------------------------------------------------*
 11370* 079-ADD-ONE-DEDUCTION                                      *
 11380*-----------------------------------------------------------*
 11390 079-ADD-ONE-DEDUCTION.
 11400     IF DDT-EMPLOYEE-ID (WS-DDT-SUB) = WS-EMPLOYEE-ID
 11410         MOVE 'YES' TO DDT-APPLIED (WS-DDT-SUB)
 11420         IF DDT-PRETAX (WS-DDT-SUB) = 'Y'
 11430             ADD DDT-AMOUNT (WS-DDT-SUB) TO WS-PRETAX-DED
 11440         ELSE
 11450             ADD DDT-AMOUNT (WS-DDT-SUB) TO WS-POSTTAX-DED
 11460         END-IF
 11470     END-IF.
 11480*
 11490*-----------------------------------------------------------*
 11500* 080-LOAD-DEDUCTIONS                                        *
 11510*                                                            *
 11520* LOADS THE DEDREF DEDUCTION REFERENCE TABLE, THEN MAKES A   *
 11530* FIRST PASS OVER TAXVALID GATHERING EVERY TYPE P RECORD     *
 11540* INTO DED-RUN-TABLE WITH ITS CODE'S NAME AND PRE-TAX FLAG.  *
 11550* TAXEDIT HAS ALREADY PROVED EVERY CODE IS ON DEDREF; ONE    *
 11560* THAT HAS SINCE VANISHED IS TREATED AS POST-TAX SO IT CAN   *
 11570* NEVER LOWER THE TAX WITHOUT A REFERENCE ROW BEHIND IT.     *
 11580* MORE THAN 5000 DEDUCTIONS WOULD LEAVE SOME EMPLOYEES       *
 11590* OVER-TAXED, SO IT ABENDS BEFORE THE MASTER IS TOUCHED.     *
 11600*-----------------------------------------------------------*
 11610 080-LOAD-DEDUCTIONS.
 11620     OPEN INPUT DEDREF-FILE.
 11630     IF WS-DEDREF-STATUS NOT = '00'
 11640         DISPLAY 'UNABLE TO OPEN DEDREF - FILE STATUS '
 11650             WS-DEDREF-STATUS
 11660         PERFORM 950-ABEND-RUN
 11670     END-IF.
 11680     PERFORM 082-LOAD-ONE-DEDUCTION-REF
 11690         UNTIL END-OF-FILE = 'YES'.
 11700     CLOSE DEDREF-FILE.
 11710     MOVE 'NO' TO END-OF-FILE.
 11720     OPEN INPUT TAXROLL.
 11730     IF WS-TAXROLL-STATUS NOT = '00'
 11740         DISPLAY 'UNABLE TO OPEN TAXVALID - FILE STATUS '
 11750             WS-TAXROLL-STATUS
 11760         PERFORM 950-ABEND-RUN
 11770     END-IF.
 11780     PERFORM 085-GATHER-ONE-DEDUCTION
 11790         UNTIL END-OF-FILE = 'YES'.
 11800     CLOSE TAXROLL.
 11810     MOVE 'NO' TO END-OF-FILE.
 11820*
 11830*-----------------------------------------------------------*
 11840* 082-LOAD-ONE-DEDUCTION-REF                                 *
 11850*-----------------------------------------------------------*
 11860 082-LOAD-ONE-DEDUCTION-REF.
 11870     READ DEDREF-FILE
 11880         AT END
 11890             MOVE 'YES' TO END-OF-FILE
 11900     END-READ.
 11910     IF END-OF-FILE NOT = 'YES'
 11920         AND WS-DEDREF-STATUS NOT = '00'
 11930         DISPLAY 'ERROR READING DEDREF - FILE STATUS '
 11940             WS-DEDREF-STATUS
 11950         PERFORM 950-ABEND-RUN
 11960     END-IF.
 11970     IF END-OF-FILE NOT = 'YES'
 11980         IF WS-DEDREF-COUNT < 50
 11990             ADD 1 TO WS-DEDREF-COUNT
 12000             SET DED-IDX TO WS-DEDREF-COUNT
 12010             MOVE DR-DEDUCTION-CODE TO DED-REF-CODE (DED-IDX)
 12020             MOVE DR-DEDUCTION-NAME TO DED-REF-NAME (DED-IDX)
 12030             MOVE DR-PRE-TAX-FLAG   TO DED-REF-PRETAX (DED-IDX)
 12040         ELSE
 12050             DISPLAY 'WARNING - DEDUCTION REF TABLE FULL, '
 12060                 'DEDREF ENTRY SKIPPED: ' DR-DEDUCTION-CODE
 12070         END-IF
 12080     END-IF.
 12090*
 12100*-----------------------------------------------------------*
 12110* 085-GATHER-ONE-DEDUCTION                                   *
 12120*-----------------------------------------------------------*
 12130 085-GATHER-ONE-DEDUCTION.
 12140     READ TAXROLL
 12150         AT END
 12160             MOVE 'YES' TO END-OF-FILE
 12170     END-READ.
 12180     IF END-OF-FILE NOT = 'YES'
 12190         AND WS-TAXROLL-STATUS NOT = '00'
 12200         DISPLAY 'ERROR READING TAXVALID - FILE STATUS '
 12210             WS-TAXROLL-STATUS
 12220         PERFORM 950-ABEND-RUN
 12230     END-IF.
 12240     IF END-OF-FILE NOT = 'YES'
 12250         AND TR-RECORD-TYPE = 'P'
 12260         IF WS-DDT-COUNT < 5000
 12270             ADD 1 TO WS-DDT-COUNT
 12280             MOVE TR-EMPLOYEE-ID
 12290                 TO DDT-EMPLOYEE-ID (WS-DDT-COUNT)
 12300             MOVE TR-DEDUCTION-CODE TO DDT-CODE (WS-DDT-COUNT)
 12310             MOVE TR-INCOME         TO DDT-AMOUNT (WS-DDT-COUNT)
 12320             MOVE '(NOT ON DEDREF)' TO DDT-NAME (WS-DDT-COUNT)
 12330             MOVE 'N'               TO DDT-PRETAX (WS-DDT-COUNT)
 12340             SET DED-IDX TO 1
 12350             IF WS-DEDREF-COUNT > 0
 12360                 SEARCH DED-REF-ENTRY
 12370                     AT END
 12380                         CONTINUE
 12390                     WHEN DED-REF-CODE (DED-IDX) =
 12400                          TR-DEDUCTION-CODE
 12410                         MOVE DED-REF-NAME (DED-IDX)
 12420                             TO DDT-NAME (WS-DDT-COUNT)
 12430                         MOVE DED-REF-PRETAX (DED-IDX)
 12440                             TO DDT-PRETAX (WS-DDT-COUNT)
 12450                 END-SEARCH
 12460             END-IF
 12470         ELSE
 12480             DISPLAY 'TAXVALID HOLDS MORE THAN 5000 DEDUCTIONS'
 12490                 ' - EMPLOYEES WOULD BE OVER-TAXED'
 12500             PERFORM 950-ABEND-RUN
 12510         END-IF
 12520     END-IF.
 12530*
 12540*-----------------------------------------------------------*
 12550* 090-LOAD-STATE-RATES                                       *
 12560*                                                            *
 12570* READS THE EFFECTIVE-DATED STRATES FILE AND BUILDS THE      *
 12580* STATE-TAX-TABLE FOR THIS RUN THE WAY 060-LOAD-RATE-TABLE   *
 12590* BUILDS THE FEDERAL ONE - FOR EACH STATE AND FILING STATUS  *
 12600* THE SET KEPT IS THE ONE WITH THE LATEST EFFECTIVE DATE     *
 12610* NOT AFTER THE TAX PERIOD DATE. A STATE WITH A SET IN FORCE *
 12620* FOR ONE STATUS MUST HAVE ONE FOR ALL THREE, OR THE RUN IS  *
 12630* ABENDED BEFORE ANY EMPLOYEE IS PROCESSED.                  *
 12640*-----------------------------------------------------------*
 12650 090-LOAD-STATE-RATES.
 12660     OPEN INPUT STATE-RATES-FILE.
 12670     IF WS-STRATES-STATUS NOT = '00'
 12680         DISPLAY 'UNABLE TO OPEN STRATES - FILE STATUS '
 12690             WS-STRATES-STATUS
 12700         PERFORM 950-ABEND-RUN
 12710     END-IF.
 12720     PERFORM 092-READ-STATE-RATES.
 12730     PERFORM 094-APPLY-STATE-RATES
 12740         UNTIL WS-STRATES-EOF = 'YES'.
 12750     CLOSE STATE-RATES-FILE.
 12760     PERFORM 098-CHECK-STATE-RATE-SETS
 12770         VARYING SRT-IDX FROM 1 BY 1
 12780         UNTIL SRT-IDX > WS-STATE-RATE-COUNT.
 12790*
 12800*-----------------------------------------------------------*
 12810* 092-READ-STATE-RATES                                       *
 12820*-----------------------------------------------------------*
 12830 092-READ-STATE-RATES.
 12840     READ STATE-RATES-FILE
 12850         AT END
 12860             MOVE 'YES' TO WS-STRATES-EOF
 12870     END-READ.
 12880     IF WS-STRATES-STATUS NOT = '00'
 12890         AND WS-STRATES-STATUS NOT = '10'
 12900         DISPLAY 'ERROR READING STRATES - FILE STATUS '
 12910             WS-STRATES-STATUS
 12920         PERFORM 950-ABEND-RUN
 12930     END-IF.
 12940*
 12950*-----------------------------------------------------------*
 12960* 094-APPLY-STATE-RATES                                      *
 12970*                                                            *
 12980* KEEPS THIS RECORD'S BRACKET SET WHEN IT IS IN FORCE FOR    *
 12990* THE TAX PERIOD AND LATER THAN THE SET ALREADY HELD FOR ITS *
 13000* STATE AND STATUS. THE STATE IS ADDED TO THE TABLE THE      *
 13010* FIRST TIME ONE OF ITS SETS IS IN FORCE. A BLANK STATE OR   *
 13020* AN UNKNOWN STATUS IS REPORTED AND SKIPPED.                 *
 13030*-----------------------------------------------------------*
 13040 094-APPLY-STATE-RATES.
 13050     IF SR-STATE-CODE = SPACES
 13060         DISPLAY 'STRATES STATE CODE IS BLANK - SKIPPED: '
 13070             SR-EFFECTIVE-DATE
 13080     ELSE
 13090         SET STAT-IDX TO 1
 13100         SEARCH TAX-STATUS-ENTRY
 13110             AT END
 13120                 DISPLAY 'STRATES STATUS NOT S, M OR H - '
 13130                     'SKIPPED: ' SR-STATE-CODE ' '
 13140                     SR-STATUS-CODE
 13150             WHEN STATUS-CODE (STAT-IDX) = SR-STATUS-CODE
 13160                 SET WS-STATE-STAT-SUB TO STAT-IDX
 13170                 IF SR-EFFECTIVE-DATE NOT > WS-TAX-PERIOD-DATE
 13180                     PERFORM 096-FIND-RATE-STATE
 13190                     IF WS-STATE-FOUND = 'YES'
 13200                         AND SR-EFFECTIVE-DATE >
 13210                             SRT-EFF-DATE (SRT-IDX
 13220                                 WS-STATE-STAT-SUB)
 13230                         MOVE SR-BRACKET-DATA
 13240                             TO SRT-BRACKETS (SRT-IDX
 13250                                 WS-STATE-STAT-SUB)
 13260                         MOVE SR-EFFECTIVE-DATE
 13270                             TO SRT-EFF-DATE (SRT-IDX
 13280                                 WS-STATE-STAT-SUB)
 13290                     END-IF
 13300                 END-IF
 13310         END-SEARCH
 13320     END-IF.
 13330     PERFORM 092-READ-STATE-RATES.
 13340*
 13350*-----------------------------------------------------------*
 13360* 096-FIND-RATE-STATE                                        *
 13370*                                                            *
 13380* POINTS SRT-IDX AT THE STRATES RECORD'S STATE, ADDING IT    *
 13390* WHEN IT IS NOT YET HELD. A FULL TABLE IS A REAL ERROR -    *
 13400* EMPLOYEES IN THE STATE LEFT OUT WOULD BE WITHHELD NOTHING. *
 13410*-----------------------------------------------------------*
 13420 096-FIND-RATE-STATE.
 13430     MOVE 'NO' TO WS-STATE-FOUND.
 13440     SET SRT-IDX TO 1.
 13450     IF WS-STATE-RATE-COUNT > 0
 13460         SEARCH STATE-RATE-ENTRY
 13470             AT END
 13480                 CONTINUE
 13490             WHEN SRT-STATE-CODE (SRT-IDX) = SR-STATE-CODE
 13500                 MOVE 'YES' TO WS-STATE-FOUND
 13510         END-SEARCH
 13520     END-IF.
 13530     IF WS-STATE-FOUND = 'NO'
 13540         IF WS-STATE-RATE-COUNT < 20
 13550             ADD 1 TO WS-STATE-RATE-COUNT
 13560             SET SRT-IDX TO WS-STATE-RATE-COUNT
 13570             MOVE SR-STATE-CODE TO SRT-STATE-CODE (SRT-IDX)
 13580             MOVE 'YES' TO WS-STATE-FOUND
 13590         ELSE
 13600             DISPLAY 'STRATES HOLDS MORE THAN 20 STATES - '
 13610                 'STATE RATE TABLE IS INCOMPLETE'
 13620             PERFORM 950-ABEND-RUN
 13630         END-IF
 13640     END-IF.
 13650*
 13660*-----------------------------------------------------------*
 13670* 098-CHECK-STATE-RATE-SETS                                  *
 13680*-----------------------------------------------------------*
 13690 098-CHECK-STATE-RATE-SETS.
 13700     PERFORM 099-CHECK-ONE-STATE-SET
 13710         VARYING WS-STATE-STAT-SUB FROM 1 BY 1
 13720         UNTIL WS-STATE-STAT-SUB > 3.
 13730*
 13740*-----------------------------------------------------------*
 13750* 099-CHECK-ONE-STATE-SET                                    *
 13760*-----------------------------------------------------------*
 13770 099-CHECK-ONE-STATE-SET.
 13780     IF SRT-EFF-DATE (SRT-IDX WS-STATE-STAT-SUB) = SPACES
 13790         DISPLAY 'NO STRATES SET IN FORCE FOR STATE '
 13800             SRT-STATE-CODE (SRT-IDX) ' STATUS '
 13810             STATUS-CODE (WS-STATE-STAT-SUB)
 13820             ' ON ' WS-TAX-PERIOD-DATE
 13830         PERFORM 950-ABEND-RUN
 13840     END-IF.
 13850*
 13860*-----------------------------------------------------------*
 13870* 100-PROCESS-RECORDS                                       *
 13880*                                                            *
 13890* TYPE P DEDUCTIONS WERE GATHERED BY THE FIRST PASS AND ARE  *
 13900* ONLY COUNTED HERE; THEY POST WITH THEIR EMPLOYEE'S INCOME. *
 13910*-----------------------------------------------------------*
 13920 100-PROCESS-RECORDS.
 13930     EVALUATE WS-RECORD-TYPE
 13940         WHEN 'P'
 13950             ADD 1 TO WS-DED-RECORD-COUNT
 13960         WHEN 'A'
 13970         WHEN 'R'
 13980             PERFORM 150-PROCESS-ADJUSTMENT
 13990         WHEN OTHER
 14000             PERFORM 200-CALCULATE-TAX
 14010             PERFORM 260-UPDATE-TAX-MASTER
 14020             IF WS-RECORD-POSTED = 'YES'
 14030                 PERFORM 250-WRITE-REPORT-LINE
 14040                 PERFORM 255-WRITE-STATEMENT
 14050                 ADD 1           TO WS-EMPLOYEE-COUNT
 14060                 ADD USER-INCOME TO WS-TOTAL-INCOME
 14070                 ADD WS-PRETAX-DED     TO WS-TOTAL-PRETAX-DED
 14080                 ADD WS-PRETAX-DED WS-POSTTAX-DED
 14090                     TO WS-TOTAL-DEDUCTIONS
 14100                 ADD WS-TAXABLE-INCOME TO WS-TOTAL-TAXABLE
 14110                 ADD TAX         TO WS-TOTAL-TAX
 14120                 ADD STATE-TAX   TO WS-TOTAL-STATE-TAX
 14130                 IF WS-STATE-RATED = 'NO'
 14140                     ADD 1 TO WS-NO-STATE-RATE-COUNT
 14150                 END-IF
 14160                 PERFORM 280-ACCUMULATE-DEPT-TOTALS
 14170                 PERFORM 281-ACCUMULATE-STATE-TOTALS
 14180                 PERFORM 240-WRITE-JOURNAL-ROW
 14190             END-IF
 14200     END-EVALUATE
 14210     PERFORM 110-READ-TAXROLL-RECORD.
 14220*
 14230*-----------------------------------------------------------*
 14240* 110-READ-TAXROLL-RECORD                                   *
 14250*-----------------------------------------------------------*
 14260 110-READ-TAXROLL-RECORD.
 14270     READ TAXROLL
 14280         AT END
 14290             MOVE 'YES' TO END-OF-FILE
 14300         NOT AT END
 14310             MOVE TR-EMPLOYEE-ID   TO WS-EMPLOYEE-ID
 14320             MOVE TR-INCOME        TO USER-INCOME
 14330             MOVE TR-FILING-STATUS TO WS-FILING-STATUS
 14340             MOVE TR-RECORD-TYPE   TO WS-RECORD-TYPE
 14350             PERFORM 075-FIND-EMPLOYEE
 14360             IF WS-RECORD-TYPE NOT = 'P'
 14370                 PERFORM 078-TOTAL-EMPLOYEE-DEDUCTIONS
 14380             END-IF
 14390     END-READ.
 14400*
 14410*-----------------------------------------------------------*
 14420* 150-PROCESS-ADJUSTMENT                                     *
 14430*                                                            *
 14440* HANDLES A TYPE A OR R RECORD. THE EMPLOYEE MUST ALREADY BE *
 14450* ON THE TAXMASTR MASTER - AN ADJUSTMENT FOR AN UNKNOWN      *
 14460* EMPLOYEE IS REPORTED AND COUNTED AS REJECTED, NEVER        *
 14470* APPLIED.                                                   *
 14480*-----------------------------------------------------------*
 14490 150-PROCESS-ADJUSTMENT.
 14500     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
 14510     READ TAX-MASTER
 14520         INVALID KEY
 14530             PERFORM 155-REJECT-ADJUSTMENT
 14540         NOT INVALID KEY
 14550             PERFORM 160-APPLY-ADJUSTMENT
 14560     END-READ.
 14570*
 14580*-----------------------------------------------------------*
 14590* 155-REJECT-ADJUSTMENT                                      *
 14600*-----------------------------------------------------------*
 14610 155-REJECT-ADJUSTMENT.
 14620     ADD 1 TO WS-ADJ-REJECT-COUNT
 14630     MOVE SPACES TO TAX-REPORT-LINE
 14640     STRING WS-EMPLOYEE-ID    DELIMITED BY SIZE
 14650             '  ADJ TYPE: '   DELIMITED BY SIZE
 14660             WS-RECORD-TYPE   DELIMITED BY SIZE
 14670             '  REJECTED - EMPLOYEE NOT ON MASTER'
 14680                              DELIMITED BY SIZE
 14690         INTO TAX-REPORT-LINE
 14700     END-STRING
 14710     WRITE TAX-REPORT-LINE.
 14720*
 14730*-----------------------------------------------------------*
 14740* 160-APPLY-ADJUSTMENT                                       *
 14750*                                                            *
 14760* BACKS THE PERIOD INCOME AND TAX LAST REPORTED FOR THE      *
 14770* EMPLOYEE (WITH ITS PRE-TAX DEDUCTIONS, TAXABLE INCOME AND  *
 14780* PER-CODE DEDUCTION AMOUNTS) OUT OF THE YEAR-TO-DATE        *
 14790* FIGURES. A TYPE R STOPS                                    *
 14800* THERE; A TYPE A THEN RUNS THE CORRECTED INCOME THROUGH THE *
 14810* BRACKET CALCULATION AND POSTS THE NEW PERIOD FIGURES. THE  *
 14820* NET MOVEMENT IS REPORTED ON TAXREPT AND ROLLED INTO THE    *
 14830* ADJUSTMENT CONTROL TOTALS.                                 *
 14840*-----------------------------------------------------------*
 14850 160-APPLY-ADJUSTMENT.
 14860     MOVE EM-PERIOD-INCOME TO WS-OLD-PERIOD-INCOME
 14870     MOVE EM-PERIOD-TAX    TO WS-OLD-PERIOD-TAX
 14880     MOVE EM-PERIOD-PRETAX-DED TO WS-OLD-PERIOD-PRETAX
 14890     MOVE EM-PERIOD-STATE-TAX  TO WS-OLD-PERIOD-STATE-TAX
 14900     IF EM-PERIOD-PRETAX-DED > EM-PERIOD-INCOME
 14910         MOVE ZEROES TO WS-OLD-PERIOD-TAXABLE
 14920     ELSE
 14930         COMPUTE WS-OLD-PERIOD-TAXABLE =
 14940             EM-PERIOD-INCOME - EM-PERIOD-PRETAX-DED
 14950     END-IF
 14960     SUBTRACT EM-PERIOD-INCOME FROM EM-YTD-INCOME
 14970     SUBTRACT EM-PERIOD-TAX    FROM EM-YTD-TAX
 14980     SUBTRACT WS-OLD-PERIOD-PRETAX  FROM EM-YTD-PRETAX-DED
 14990     SUBTRACT WS-OLD-PERIOD-TAXABLE FROM EM-YTD-TAXABLE
 15000     SUBTRACT EM-PERIOD-STATE-TAX FROM EM-YTD-STATE-TAX
 15010     MOVE ZEROES TO WS-OLD-PERIOD-DED
 15020     PERFORM 284-BACK-OUT-DED-PERIOD
 15030         VARYING WS-DED-SUB FROM 1 BY 1
 15040         UNTIL WS-DED-SUB > 5
 15050     IF WS-RECORD-TYPE = 'A'
 15060         PERFORM 200-CALCULATE-TAX
 15070         MOVE WS-FILING-STATUS TO EM-FILING-STATUS
 15080         MOVE USER-INCOME      TO EM-PERIOD-INCOME
 15090         MOVE TAX              TO EM-PERIOD-TAX
 15100         ADD USER-INCOME       TO EM-YTD-INCOME
 15110         ADD TAX               TO EM-YTD-TAX
 15120         MOVE WS-EMP-STATE     TO EM-WORK-STATE
 15130         MOVE STATE-TAX        TO EM-PERIOD-STATE-TAX
 15140         ADD STATE-TAX         TO EM-YTD-STATE-TAX
 15150         PERFORM 282-POST-DEDUCTIONS
 15160         PERFORM 255-WRITE-STATEMENT
 15170         COMPUTE WS-DELTA-INCOME =
 15180             USER-INCOME - WS-OLD-PERIOD-INCOME
 15190         COMPUTE WS-DELTA-TAX =
 15200             TAX - WS-OLD-PERIOD-TAX
 15210         COMPUTE WS-DELTA-STATE-TAX =
 15220             STATE-TAX - WS-OLD-PERIOD-STATE-TAX
 15230         COMPUTE WS-DELTA-DED =
 15240             WS-PRETAX-DED + WS-POSTTAX-DED - WS-OLD-PERIOD-DED
 15250     ELSE
 15260         MOVE ZEROES TO EM-PERIOD-INCOME
 15270         MOVE ZEROES TO EM-PERIOD-TAX
 15280         MOVE ZEROES TO EM-PERIOD-PRETAX-DED
 15290         MOVE ZEROES TO EM-PERIOD-STATE-TAX
 15300         COMPUTE WS-DELTA-INCOME = 0 - WS-OLD-PERIOD-INCOME
 15310         COMPUTE WS-DELTA-TAX    = 0 - WS-OLD-PERIOD-TAX
 15320         COMPUTE WS-DELTA-STATE-TAX =
 15330             0 - WS-OLD-PERIOD-STATE-TAX
 15340         COMPUTE WS-DELTA-DED = 0 - WS-OLD-PERIOD-DED
 15350     END-IF
 15360     REWRITE TAX-MASTER-RECORD
 15370         INVALID KEY
 15380             DISPLAY 'UNABLE TO REWRITE TAXMASTR - FILE STATUS '
 15390                 WS-TAX-MASTER-STATUS
 15400             PERFORM 950-ABEND-RUN
 15410     END-REWRITE
 15420     ADD 1               TO WS-ADJ-COUNT
 15430     ADD WS-DELTA-INCOME TO WS-ADJ-INCOME
 15440     ADD WS-DELTA-TAX    TO WS-ADJ-TAX
 15450     ADD WS-DELTA-STATE-TAX TO WS-ADJ-STATE-TAX
 15460     ADD WS-DELTA-DED    TO WS-ADJ-DEDUCTIONS
 15470     PERFORM 165-WRITE-ADJUSTMENT-LINE
 15480     PERFORM 240-WRITE-JOURNAL-ROW.
 15490*
 15500*-----------------------------------------------------------*
 15510* 165-WRITE-ADJUSTMENT-LINE                                  *
 15520*-----------------------------------------------------------*
 15530 165-WRITE-ADJUSTMENT-LINE.
 15540     MOVE WS-DELTA-INCOME TO WS-DELTA-INCOME-DISP
 15550     MOVE WS-DELTA-TAX    TO WS-DELTA-TAX-DISP
 15560     MOVE WS-DELTA-STATE-TAX TO WS-DELTA-STATE-DISP
 15570     MOVE SPACES TO TAX-REPORT-LINE
 15580     STRING WS-EMPLOYEE-ID      DELIMITED BY SIZE
 15590             '  '               DELIMITED BY SIZE
 15600             WS-EMP-NAME        DELIMITED BY SIZE
 15610             '  ADJ TYPE: '     DELIMITED BY SIZE
 15620             WS-RECORD-TYPE     DELIMITED BY SIZE
 15630             '  INCOME ADJ: '   DELIMITED BY SIZE
 15640             WS-DELTA-INCOME-DISP DELIMITED BY SIZE
 15650             '  FED ADJ: '      DELIMITED BY SIZE
 15660             WS-DELTA-TAX-DISP  DELIMITED BY SIZE
 15670             '  STATE ADJ: '    DELIMITED BY SIZE
 15680             WS-DELTA-STATE-DISP DELIMITED BY SIZE
 15690         INTO TAX-REPORT-LINE
 15700     END-STRING
 15710     WRITE TAX-REPORT-LINE.
 15720*
 15730*-----------------------------------------------------------*
 15740* 200-CALCULATE-TAX                                         *
 15750*                                                            *
 15760* SELECTS THE BRACKET SET FOR THE FILER'S STATUS, THEN       *
 15770* WALKS THOSE BRACKETS AND ASSESSES EACH ONE'S RATE ONLY     *
 15780* AGAINST THE PORTION OF THE TAXABLE INCOME (GROSS LESS      *
 15790* PRE-TAX DEDUCTIONS, SET BY 078-TOTAL-EMPLOYEE-DEDUCTIONS)  *
 15800* THAT FALLS WITHIN IT, ADDING THE BRACKET AMOUNTS TO GET    *
 15810* THE TOTAL (FEDERAL) TAX. THE STATE TAX IS THEN WORKED ON   *
 15820* THE SAME TAXABLE INCOME BY 230-CALCULATE-STATE-TAX.        *
 15830*-----------------------------------------------------------*
 15840 200-CALCULATE-TAX.
 15850     PERFORM 210-SELECT-RATE-TABLE
 15860     MOVE ZEROES TO TAX
 15870     MOVE ZERO TO WS-BRACKETS-USED
 15880     PERFORM 220-APPLY-BRACKET
 15890         VARYING BRK-IDX FROM 1 BY 1
 15900         UNTIL BRK-IDX > 3
 15910     PERFORM 230-CALCULATE-STATE-TAX.
 15920*
 15930*-----------------------------------------------------------*
 15940* 210-SELECT-RATE-TABLE                                     *
 15950*                                                            *
 15960* LOOKS UP WS-FILING-STATUS IN THE TAX-TABLE. AN UNKNOWN OR  *
 15970* MISSING STATUS DEFAULTS TO THE FIRST ENTRY (SINGLE).       *
 15980*-----------------------------------------------------------*
 15990 210-SELECT-RATE-TABLE.
 16000     SET STAT-IDX TO 1
 16010     SEARCH TAX-STATUS-ENTRY
 16020         AT END
 16030             SET STAT-IDX TO 1
 16040         WHEN STATUS-CODE (STAT-IDX) = WS-FILING-STATUS
 16050             CONTINUE
 16060     END-SEARCH.
 16070*
 16080*-----------------------------------------------------------*
 16090* 220-APPLY-BRACKET                                          *
 16100*                                                            *
 16110* ASSESSES ONE BRACKET'S RATE AGAINST THE PORTION OF THE     *
 16120* TAXABLE INCOME THAT FALLS WITHIN IT, THEN ADDS IT TO TAX.  *
 16130* PERFORMED ONCE PER BRACKET BY 200-CALCULATE-TAX.           *
 16140*-----------------------------------------------------------*
 16150 220-APPLY-BRACKET.
 16160     IF WS-TAXABLE-INCOME NOT < BRACKET-LOW (STAT-IDX BRK-IDX)
 16170         IF WS-TAXABLE-INCOME > BRACKET-HIGH (STAT-IDX BRK-IDX)
 16180             COMPUTE WS-TAXABLE-IN-BRACKET =
 16190                 BRACKET-HIGH (STAT-IDX BRK-IDX) -
 16200                 BRACKET-LOW (STAT-IDX BRK-IDX) + 1
 16210         ELSE
 16220             COMPUTE WS-TAXABLE-IN-BRACKET =
 16230                 WS-TAXABLE-INCOME
 16240                 - BRACKET-LOW (STAT-IDX BRK-IDX) + 1
 16250         END-IF
 16260         COMPUTE WS-BRACKET-TAX ROUNDED =
 16270             WS-TAXABLE-IN-BRACKET *
 16280             BRACKET-RATE (STAT-IDX BRK-IDX)
 16290         ADD WS-BRACKET-TAX TO TAX
 16300         ADD 1 TO WS-BRACKETS-USED
 16310         MOVE WS-TAXABLE-IN-BRACKET
 16320             TO SD-PORTION (WS-BRACKETS-USED)
 16330         MOVE BRACKET-RATE (STAT-IDX BRK-IDX)
 16340             TO SD-RATE (WS-BRACKETS-USED)
 16350         MOVE WS-BRACKET-TAX
 16360             TO SD-TAX (WS-BRACKETS-USED)
 16370     END-IF.
 16380*
 16390*-----------------------------------------------------------*
 16400* 230-CALCULATE-STATE-TAX                                    *
 16410*                                                            *
 16420* LOOKS THE EMPLOYEE'S WORK STATE UP IN THE STATE BRACKET    *
 16430* TABLE AND WALKS THE SET FOR THE FILER'S STATUS (STAT-IDX,  *
 16440* AS 210-SELECT-RATE-TABLE LEFT IT) ON THE TAXABLE INCOME.   *
 16450* A STATE NOT ON STRATES - OR NO STATE AT ALL - IS WITHHELD  *
 16460* NOTHING AND LEAVES WS-STATE-RATED AT NO. THE SIMULATION    *
 16470* LOADS NO STATE RATES, SO ITS STATE TAX IS ALWAYS ZERO.     *
 16480*-----------------------------------------------------------*
 16490 230-CALCULATE-STATE-TAX.
 16500     MOVE ZEROES TO STATE-TAX
 16510     MOVE 'NO' TO WS-STATE-RATED
 16520     SET SRT-IDX TO 1
 16530     IF WS-STATE-RATE-COUNT > 0
 16540         AND WS-EMP-STATE NOT = SPACES
 16550         SEARCH STATE-RATE-ENTRY
 16560             AT END
 16570                 CONTINUE
 16580             WHEN SRT-STATE-CODE (SRT-IDX) = WS-EMP-STATE
 16590                 MOVE 'YES' TO WS-STATE-RATED
 16600         END-SEARCH
 16610     END-IF
 16620     IF WS-STATE-RATED = 'YES'
 16630         SET WS-STATE-STAT-SUB TO STAT-IDX
 16640         PERFORM 235-APPLY-STATE-BRACKET
 16650             VARYING SRB-IDX FROM 1 BY 1
 16660             UNTIL SRB-IDX > 3
 16670     END-IF.
 16680*
 16690*-----------------------------------------------------------*
 16700* 235-APPLY-STATE-BRACKET                                    *
 16710*                                                            *
 16720* ASSESSES ONE STATE BRACKET'S RATE AGAINST THE PORTION OF   *
 16730* THE TAXABLE INCOME THAT FALLS WITHIN IT, THEN ADDS IT TO   *
 16740* STATE-TAX - THE SAME ARITHMETIC AS 220-APPLY-BRACKET.      *
 16750*-----------------------------------------------------------*
 16760 235-APPLY-STATE-BRACKET.
 16770     IF WS-TAXABLE-INCOME NOT <
 16780             SRT-LOW (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16790         IF WS-TAXABLE-INCOME >
 16800                 SRT-HIGH (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16810             COMPUTE WS-TAXABLE-IN-BRACKET =
 16820                 SRT-HIGH (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16830                 - SRT-LOW (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16840                 + 1
 16850         ELSE
 16860             COMPUTE WS-TAXABLE-IN-BRACKET =
 16870                 WS-TAXABLE-INCOME
 16880                 - SRT-LOW (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16890                 + 1
 16900         END-IF
 16910         COMPUTE WS-BRACKET-TAX ROUNDED =
 16920             WS-TAXABLE-IN-BRACKET *
 16930             SRT-RATE (SRT-IDX WS-STATE-STAT-SUB SRB-IDX)
 16940         ADD WS-BRACKET-TAX TO STATE-TAX
 16950     END-IF.
 16960*
 16970*-----------------------------------------------------------*
 16980* 240-WRITE-JOURNAL-ROW                                      *
 16990*                                                            *
 17000* APPENDS THE TAXJRNL ROW FOR THE RECORD JUST POSTED. A      *
 17010* DETAIL ROW CARRIES THE GROSS INCOME, TAX AND DEDUCTIONS    *
 17020* POSTED; A TYPE A OR R ROW CARRIES THE SIGNED NET MOVEMENT  *
 17030* 160-APPLY-ADJUSTMENT MADE, SO THE ROWS ADD UP TO WHAT THE  *
 17040* RUN ADDED TO TAXBAL. THE MASTER IS ALREADY UPDATED, SO A   *
 17050* FAILED WRITE ABENDS THE RUN RATHER THAN LEAVE A SILENT     *
 17060* GAP.                                                       *
 17070*-----------------------------------------------------------*
 17080 240-WRITE-JOURNAL-ROW.
 17090     MOVE SPACES TO JOURNAL-RECORD
 17100     MOVE WS-EMPLOYEE-ID     TO TJ-EMPLOYEE-ID
 17110     MOVE WS-TAX-PERIOD-DATE TO TJ-PERIOD-DATE
 17120     MOVE WS-EMP-DEPT        TO TJ-DEPARTMENT
 17130     MOVE WS-EMP-STATE       TO TJ-WORK-STATE
 17140     MOVE WS-RUN-START-DATE  TO TJ-RUN-DATE
 17150     MOVE WS-RUN-START-TIME (1:6) TO TJ-RUN-TIME
 17160     IF WS-RECORD-TYPE = 'A' OR WS-RECORD-TYPE = 'R'
 17170         MOVE WS-RECORD-TYPE     TO TJ-RECORD-TYPE
 17180         MOVE WS-DELTA-INCOME    TO TJ-INCOME
 17190         MOVE WS-DELTA-TAX       TO TJ-TAX
 17200         MOVE WS-DELTA-STATE-TAX TO TJ-STATE-TAX
 17210         MOVE WS-DELTA-DED       TO TJ-DEDUCTIONS
 17220     ELSE
 17230         MOVE 'D'                TO TJ-RECORD-TYPE
 17240         MOVE USER-INCOME        TO TJ-INCOME
 17250         MOVE TAX                TO TJ-TAX
 17260         MOVE STATE-TAX          TO TJ-STATE-TAX
 17270         COMPUTE TJ-DEDUCTIONS = WS-PRETAX-DED + WS-POSTTAX-DED
 17280     END-IF
 17290     WRITE JOURNAL-RECORD
 17300     IF WS-JOURNAL-STATUS NOT = '00'
 17310         DISPLAY 'UNABLE TO WRITE TAXJRNL - FILE STATUS '
 17320             WS-JOURNAL-STATUS
 17330         PERFORM 950-ABEND-RUN
 17340     END-IF.
 17350*
 17360*-----------------------------------------------------------*
 17370* 250-WRITE-REPORT-LINE                                     *
 17380*-----------------------------------------------------------*
 17390 250-WRITE-REPORT-LINE.
 17400     MOVE USER-INCOME TO INCOME-DISPLAY
 17410     MOVE WS-PRETAX-DED TO PRETAX-DISPLAY
 17420     MOVE WS-TAXABLE-INCOME TO TAXABLE-DISPLAY
 17430     MOVE TAX TO TAX-DISPLAY
 17440     MOVE STATE-TAX TO STATE-TAX-DISPLAY
 17450     MOVE SPACES TO TAX-REPORT-LINE
 17460     STRING WS-EMPLOYEE-ID   DELIMITED BY SIZE
 17470             '  '            DELIMITED BY SIZE
 17480             WS-EMP-NAME     DELIMITED BY SIZE
 17490             '  STATUS: '    DELIMITED BY SIZE
 17500             WS-FILING-STATUS DELIMITED BY SIZE
 17510             '  GROSS: '     DELIMITED BY SIZE
 17520             INCOME-DISPLAY  DELIMITED BY SIZE
 17530             '  DED: '       DELIMITED BY SIZE
 17540             PRETAX-DISPLAY  DELIMITED BY SIZE
 17550             '  TAXABLE: '   DELIMITED BY SIZE
 17560             TAXABLE-DISPLAY DELIMITED BY SIZE
 17570             '  FED: '       DELIMITED BY SIZE
 17580             TAX-DISPLAY     DELIMITED BY SIZE
 17590             '  STATE '      DELIMITED BY SIZE
 17600             WS-EMP-STATE    DELIMITED BY SIZE
 17610             ': '            DELIMITED BY SIZE
 17620             STATE-TAX-DISPLAY DELIMITED BY SIZE
 17630         INTO TAX-REPORT-LINE
 17640     END-STRING
 17650     WRITE TAX-REPORT-LINE.
 17660*
 17670*-----------------------------------------------------------*
 17680* 255-WRITE-STATEMENT                                        *
 17690*                                                            *
 17700* WRITES THE CURRENT EMPLOYEE'S FORMATTED STATEMENT BLOCK    *
 17710* TO TAXSTMT - GROSS INCOME AND FILING STATUS, ONE LINE PER  *
 17720* DEDUCTION TAKEN, THE PRE-TAX DEDUCTION TOTAL AND THE       *
 17730* TAXABLE INCOME, ONE LINE PER BRACKET WALKED (FROM THE      *
 17740* DETAIL 220-APPLY-BRACKET SAVED), THE TOTAL FEDERAL TAX    *
 17750* AND THE STATE TAX FOR THE WORK STATE, SO THE ARITHMETIC    *
 17760* BEHIND THE TAXREPT FIGURES CAN BE HANDED TO THE EMPLOYEE.  *
 17770*-----------------------------------------------------------*
 17780 255-WRITE-STATEMENT.
 17790     MOVE SPACES TO STATEMENT-LINE
 17800     WRITE STATEMENT-LINE FROM
 17810         '====================================================='
 17820     MOVE SPACES TO STATEMENT-LINE
 17830     STRING 'EMPLOYEE: '      DELIMITED BY SIZE
 17840             WS-EMPLOYEE-ID   DELIMITED BY SIZE
 17850             '  '             DELIMITED BY SIZE
 17860             WS-EMP-NAME      DELIMITED BY SIZE
 17870             '  FILING STATUS: ' DELIMITED BY SIZE
 17880             WS-FILING-STATUS DELIMITED BY SIZE
 17890         INTO STATEMENT-LINE
 17900     END-STRING
 17910     WRITE STATEMENT-LINE
 17920     MOVE USER-INCOME TO INCOME-DISPLAY
 17930     MOVE SPACES TO STATEMENT-LINE
 17940     STRING 'GROSS INCOME:              ' DELIMITED BY SIZE
 17950             INCOME-DISPLAY   DELIMITED BY SIZE
 17960         INTO STATEMENT-LINE
 17970     END-STRING
 17980     WRITE STATEMENT-LINE
 17990     PERFORM 257-WRITE-STATEMENT-DEDUCTION
 18000         VARYING WS-DDT-SUB FROM 1 BY 1
 18010         UNTIL WS-DDT-SUB > WS-DDT-COUNT
 18020     MOVE WS-PRETAX-DED TO PRETAX-DISPLAY
 18030     MOVE SPACES TO STATEMENT-LINE
 18040     STRING 'LESS PRE-TAX DEDUCTIONS:   ' DELIMITED BY SIZE
 18050             PRETAX-DISPLAY   DELIMITED BY SIZE
 18060         INTO STATEMENT-LINE
 18070     END-STRING
 18080     WRITE STATEMENT-LINE
 18090     MOVE WS-TAXABLE-INCOME TO TAXABLE-DISPLAY
 18100     MOVE SPACES TO STATEMENT-LINE
 18110     STRING 'TAXABLE INCOME:            ' DELIMITED BY SIZE
 18120             TAXABLE-DISPLAY  DELIMITED BY SIZE
 18130         INTO STATEMENT-LINE
 18140     END-STRING
 18150     WRITE STATEMENT-LINE
 18160     MOVE SPACES TO STATEMENT-LINE
 18170     WRITE STATEMENT-LINE FROM
 18180         'BRACKET   PORTION   RATE         TAX'
 18190     PERFORM 256-WRITE-STATEMENT-DETAIL
 18200         VARYING WS-STMT-SUB FROM 1 BY 1
 18210         UNTIL WS-STMT-SUB > WS-BRACKETS-USED
 18220     MOVE TAX TO TAX-DISPLAY
 18230     MOVE SPACES TO STATEMENT-LINE
 18240     STRING 'TOTAL FEDERAL TAX:         '  DELIMITED BY SIZE
 18250             TAX-DISPLAY      DELIMITED BY SIZE
 18260         INTO STATEMENT-LINE
 18270     END-STRING
 18280     WRITE STATEMENT-LINE
 18290     MOVE STATE-TAX TO STATE-TAX-DISPLAY
 18300     MOVE SPACES TO STATEMENT-LINE
 18310     STRING 'STATE TAX - '    DELIMITED BY SIZE
 18320             WS-EMP-STATE     DELIMITED BY SIZE
 18330             ':             ' DELIMITED BY SIZE
 18340             STATE-TAX-DISPLAY DELIMITED BY SIZE
 18350         INTO STATEMENT-LINE
 18360     END-STRING
 18370     WRITE STATEMENT-LINE
 18380     MOVE SPACES TO STATEMENT-LINE
 18390     WRITE STATEMENT-LINE.
 18400*
 18410*-----------------------------------------------------------*
 18420* 256-WRITE-STATEMENT-DETAIL                                 *
 18430*-----------------------------------------------------------*
 18440 256-WRITE-STATEMENT-DETAIL.
 18450     MOVE WS-STMT-SUB              TO WS-SD-SUB-DISP
 18460     MOVE SD-PORTION (WS-STMT-SUB) TO WS-SD-PORTION-DISP
 18470     MOVE SD-RATE (WS-STMT-SUB)    TO WS-SD-RATE-DISP
 18480     MOVE SD-TAX (WS-STMT-SUB)     TO WS-SD-TAX-DISP
 18490     MOVE SPACES TO STATEMENT-LINE
 18500     STRING '   '                DELIMITED BY SIZE
 18510             WS-SD-SUB-DISP      DELIMITED BY SIZE
 18520             '    '              DELIMITED BY SIZE
 18530             WS-SD-PORTION-DISP  DELIMITED BY SIZE
 18540             '   '               DELIMITED BY SIZE
 18550             WS-SD-RATE-DISP     DELIMITED BY SIZE
 18560             '   '               DELIMITED BY SIZE
 18570             WS-SD-TAX-DISP      DELIMITED BY SIZE
 18580         INTO STATEMENT-LINE
 18590     END-STRING
 18600     WRITE STATEMENT-LINE.
 18610*
 18620*-----------------------------------------------------------*
 18630* 257-WRITE-STATEMENT-DEDUCTION                              *
 18640*                                                            *
 18650* ONE LINE PER DEDUCTION THE EMPLOYEE HAS ON THIS FEED -     *
 18660* CODE, NAME, PRE-TAX OR POST-TAX, AND THE AMOUNT. ONLY THE  *
 18670* PRE-TAX ONES ARE IN THE TOTAL TAKEN OFF THE GROSS.         *
 18680*-----------------------------------------------------------*
 18690 257-WRITE-STATEMENT-DEDUCTION.
 18700     IF DDT-EMPLOYEE-ID (WS-DDT-SUB) = WS-EMPLOYEE-ID
 18710         MOVE DDT-AMOUNT (WS-DDT-SUB) TO WS-DED-AMOUNT-DISP
 18720         MOVE SPACES TO STATEMENT-LINE
 18730         IF DDT-PRETAX (WS-DDT-SUB) = 'Y'
 18740             STRING '  DED '               DELIMITED BY SIZE
 18750                     DDT-CODE (WS-DDT-SUB) DELIMITED BY SIZE
 18760                     ' '                   DELIMITED BY SIZE
 18770                     DDT-NAME (WS-DDT-SUB) DELIMITED BY SIZE
 18780                     ' PRE-TAX  '          DELIMITED BY SIZE
 18790                     WS-DED-AMOUNT-DISP    DELIMITED BY SIZE
 18800                 INTO STATEMENT-LINE
 18810             END-STRING
 18820         ELSE
 18830             STRING '  DED '               DELIMITED BY SIZE
 18840                     DDT-CODE (WS-DDT-SUB) DELIMITED BY SIZE
 18850                     ' '                   DELIMITED BY SIZE
 18860                     DDT-NAME (WS-DDT-SUB) DELIMITED BY SIZE
 18870                     ' POST-TAX '          DELIMITED BY SIZE
 18880                     WS-DED-AMOUNT-DISP    DELIMITED BY SIZE
 18890                 INTO STATEMENT-LINE
 18900             END-STRING
 18910         END-IF
 18920         WRITE STATEMENT-LINE
 18930     END-IF.
 18940*
 18950*-----------------------------------------------------------*
 18960* 260-UPDATE-TAX-MASTER                                      *
 18970*                                                            *
 18980* POSTS THIS EMPLOYEE'S PERIOD INCOME AND TAX TO THE         *
 18990* TAXMASTR EMPLOYEE MASTER. AN EMPLOYEE NOT YET ON THE       *
 19000* MASTER IS ADDED; AN EMPLOYEE ALREADY THERE HAS THE PERIOD  *
 19010* FIGURES REPLACED AND THE YEAR-TO-DATE FIGURES ROLLED       *
 19020* FORWARD - UNLESS THE ROW IS ALREADY STAMPED WITH THIS      *
 19030* RUN'S TAX PERIOD, WHICH MEANS AN EARLIER RUN (ONE THAT     *
 19040* ABENDED PARTWAY) ALREADY POSTED IT; THE RECORD IS THEN     *
 19050* SKIPPED AND REPORTED SO THE RERUN CANNOT DOUBLE THE YTD    *
 19060* FIGURES.                                                   *
 19070*-----------------------------------------------------------*
 19080 260-UPDATE-TAX-MASTER.
 19090     MOVE 'YES' TO WS-RECORD-POSTED
 19100     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
 19110     READ TAX-MASTER
 19120         INVALID KEY
 19130             PERFORM 265-ADD-MASTER-RECORD
 19140         NOT INVALID KEY
 19150             IF EM-LAST-POSTED-PERIOD = WS-TAX-PERIOD-DATE
 19160                 AND WS-REPOST-OVERRIDE = 'N'
 19170                 PERFORM 275-SKIP-ALREADY-POSTED
 19180             ELSE
 19190                 PERFORM 270-REWRITE-MASTER-RECORD
 19200             END-IF
 19210     END-READ.
 19220*
 19230*-----------------------------------------------------------*
 19240* 265-ADD-MASTER-RECORD                                      *
 19250*-----------------------------------------------------------*
 19260 265-ADD-MASTER-RECORD.
 19270     MOVE WS-EMPLOYEE-ID   TO EM-EMPLOYEE-ID
 19280     MOVE WS-FILING-STATUS TO EM-FILING-STATUS
 19290     MOVE USER-INCOME      TO EM-PERIOD-INCOME
 19300     MOVE TAX              TO EM-PERIOD-TAX
 19310     MOVE USER-INCOME      TO EM-YTD-INCOME
 19320     MOVE TAX              TO EM-YTD-TAX
 19330     MOVE WS-EMP-STATE     TO EM-WORK-STATE
 19340     MOVE STATE-TAX        TO EM-PERIOD-STATE-TAX
 19350     MOVE STATE-TAX        TO EM-YTD-STATE-TAX
 19360     MOVE ZEROES           TO EM-YTD-PRETAX-DED
 19370     MOVE ZEROES           TO EM-YTD-TAXABLE
 19380     PERFORM 283-CLEAR-ONE-DED-SLOT
 19390         VARYING WS-DED-SUB FROM 1 BY 1
 19400         UNTIL WS-DED-SUB > 5
 19410     PERFORM 282-POST-DEDUCTIONS
 19420     MOVE WS-TAX-PERIOD-DATE TO EM-LAST-POSTED-PERIOD
 19430     WRITE TAX-MASTER-RECORD
 19440         INVALID KEY
 19450             DISPLAY 'UNABLE TO WRITE TAXMASTR - FILE STATUS '
 19460                 WS-TAX-MASTER-STATUS
 19470             PERFORM 950-ABEND-RUN
 19480     END-WRITE.
 19490*
 19500*-----------------------------------------------------------*
 19510* 270-REWRITE-MASTER-RECORD                                  *
 19520*-----------------------------------------------------------*
 19530 270-REWRITE-MASTER-RECORD.
 19540     MOVE WS-FILING-STATUS TO EM-FILING-STATUS
 19550     MOVE USER-INCOME      TO EM-PERIOD-INCOME
 19560     MOVE TAX              TO EM-PERIOD-TAX
 19570     ADD USER-INCOME       TO EM-YTD-INCOME
 19580     ADD TAX               TO EM-YTD-TAX
 19590     MOVE WS-EMP-STATE     TO EM-WORK-STATE
 19600     MOVE STATE-TAX        TO EM-PERIOD-STATE-TAX
 19610     ADD STATE-TAX         TO EM-YTD-STATE-TAX
 19620     PERFORM 286-ZERO-DED-PERIOD
 19630         VARYING WS-DED-SUB FROM 1 BY 1
 19640         UNTIL WS-DED-SUB > 5
 19650     PERFORM 282-POST-DEDUCTIONS
 19660     MOVE WS-TAX-PERIOD-DATE TO EM-LAST-POSTED-PERIOD
 19670     REWRITE TAX-MASTER-RECORD
 19680         INVALID KEY
 19690             DISPLAY 'UNABLE TO REWRITE TAXMASTR - FILE STATUS '
 19700                 WS-TAX-MASTER-STATUS
 19710             PERFORM 950-ABEND-RUN
 19720     END-REWRITE.
 19730*
 19740*-----------------------------------------------------------*
 19750* 275-SKIP-ALREADY-POSTED                                    *
 19760*-----------------------------------------------------------*
 19770 275-SKIP-ALREADY-POSTED.
 19780     MOVE 'NO' TO WS-RECORD-POSTED.
 19790     ADD 1 TO WS-SKIPPED-COUNT.
 19800     MOVE SPACES TO TAX-REPORT-LINE.
 19810     STRING WS-EMPLOYEE-ID      DELIMITED BY SIZE
 19820             '  '               DELIMITED BY SIZE
 19830             WS-EMP-NAME        DELIMITED BY SIZE
 19840             '  ALREADY POSTED FOR PERIOD '
 19850                                DELIMITED BY SIZE
 19860             WS-TAX-PERIOD-DATE DELIMITED BY SIZE
 19870             ' - SKIPPED'       DELIMITED BY SIZE
 19880         INTO TAX-REPORT-LINE
 19890     END-STRING.
 19900     WRITE TAX-REPORT-LINE.
 19910*
 19920*-----------------------------------------------------------*
 19930* 280-ACCUMULATE-DEPT-TOTALS                                 *
 19940*                                                            *
 19950* ROLLS THE CURRENT DETAIL RECORD INTO ITS DEPARTMENT'S     *
 19960* SUBTOTALS, ADDING A NEW ENTRY THE FIRST TIME A            *
 19970* DEPARTMENT IS SEEN THIS RUN.                               *
 19980*-----------------------------------------------------------*
 19990 280-ACCUMULATE-DEPT-TOTALS.
 20000     SET DEPT-IDX TO 1.
 20010     SEARCH DEPT-TOTAL-ENTRY
 20020         AT END
 20030             IF WS-DEPT-COUNT < 20
 20040                 ADD 1 TO WS-DEPT-COUNT
 20050                 SET DEPT-IDX TO WS-DEPT-COUNT
 20060                 MOVE WS-EMP-DEPT TO DT-DEPT-CODE (DEPT-IDX)
 20070                 MOVE 1           TO DT-EMPLOYEE-COUNT (DEPT-IDX)
 20080                 MOVE USER-INCOME TO DT-INCOME (DEPT-IDX)
 20090                 MOVE WS-PRETAX-DED
 20100                     TO DT-PRETAX-DED (DEPT-IDX)
 20110                 MOVE WS-TAXABLE-INCOME
 20120                     TO DT-TAXABLE (DEPT-IDX)
 20130                 MOVE TAX         TO DT-TAX (DEPT-IDX)
 20140                 MOVE STATE-TAX   TO DT-STATE-TAX (DEPT-IDX)
 20150             ELSE
 20160                 IF WS-DEPT-CAP-WARNED = 'NO'
 20170                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL, '
 20180                       'DEPT BREAKDOWN IS NOW INCOMPLETE'
 20190                   MOVE 'YES' TO WS-DEPT-CAP-WARNED
 20200                 END-IF
 20210             END-IF
 20220         WHEN DT-DEPT-CODE (DEPT-IDX) = WS-EMP-DEPT
 20230             ADD 1           TO DT-EMPLOYEE-COUNT (DEPT-IDX)
 20240             ADD USER-INCOME TO DT-INCOME (DEPT-IDX)
 20250             ADD WS-PRETAX-DED TO DT-PRETAX-DED (DEPT-IDX)
 20260             ADD WS-TAXABLE-INCOME TO DT-TAXABLE (DEPT-IDX)
 20270             ADD TAX         TO DT-TAX (DEPT-IDX)
 20280             ADD STATE-TAX   TO DT-STATE-TAX (DEPT-IDX)
 20290     END-SEARCH.
 20300*
 20310*-----------------------------------------------------------*
 20320* 281-ACCUMULATE-STATE-TOTALS                                *
 20330*                                                            *
 20340* ROLLS THE CURRENT DETAIL RECORD INTO ITS WORK STATE'S     *
 20350* SUBTOTALS, ADDING A NEW ENTRY THE FIRST TIME A STATE IS   *
 20360* SEEN THIS RUN.                                             *
 20370*-----------------------------------------------------------*
 20380 281-ACCUMULATE-STATE-TOTALS.
 20390     MOVE WS-EMP-STATE TO WS-STATE-KEY.
 20400     IF WS-STATE-KEY = SPACES
 20410         MOVE '--' TO WS-STATE-KEY
 20420     END-IF.
 20430     SET STT-IDX TO 1.
 20440     SEARCH STATE-TOTAL-ENTRY
 20450         AT END
 20460             IF WS-STATE-TOT-COUNT < 20
 20470                 ADD 1 TO WS-STATE-TOT-COUNT
 20480                 SET STT-IDX TO WS-STATE-TOT-COUNT
 20490                 MOVE WS-STATE-KEY TO STT-STATE-CODE (STT-IDX)
 20500                 MOVE 1         TO STT-EMPLOYEE-COUNT (STT-IDX)
 20510                 MOVE WS-TAXABLE-INCOME
 20520                     TO STT-TAXABLE (STT-IDX)
 20530                 MOVE STATE-TAX TO STT-STATE-TAX (STT-IDX)
 20540             ELSE
 20550                 IF WS-STATE-CAP-WARNED = 'NO'
 20560                   DISPLAY 'WARNING - STATE TOTALS TABLE FULL, '
 20570                       'STATE BREAKDOWN IS NOW INCOMPLETE'
 20580                   MOVE 'YES' TO WS-STATE-CAP-WARNED
 20590                 END-IF
 20600             END-IF
 20610         WHEN STT-STATE-CODE (STT-IDX) = WS-STATE-KEY
 20620             ADD 1         TO STT-EMPLOYEE-COUNT (STT-IDX)
 20630             ADD WS-TAXABLE-INCOME TO STT-TAXABLE (STT-IDX)
 20640             ADD STATE-TAX TO STT-STATE-TAX (STT-IDX)
 20650     END-SEARCH.
 20660*
 20670*-----------------------------------------------------------*
 20680* 282-POST-DEDUCTIONS                                        *
 20690*                                                            *
 20700* POSTS THE CURRENT EMPLOYEE'S DEDUCTIONS TO THE MASTER ROW  *
 20710* IN TAX-MASTER-RECORD - THE PERIOD PRE-TAX TOTAL, THE YTD   *
 20720* PRE-TAX AND TAXABLE FIGURES, AND EACH DEDUCTION'S AMOUNT   *
 20730* INTO THE PERIOD AND YTD OF ITS CODE'S SLOT (THE SLOT       *
 20740* ALREADY CARRYING THE CODE, ELSE THE FIRST FREE ONE). THE   *
 20750* CALLER HAS ALREADY CLEARED THE PERIOD AMOUNTS. A CODE      *
 20760* THAT FINDS NO SLOT IS WARNED - ITS YTD CANNOT BE HELD TO   *
 20770* THE ANNUAL LIMIT - BUT STILL COUNTS IN THE TOTALS.         *
 20780*-----------------------------------------------------------*
 20790 282-POST-DEDUCTIONS.
 20800     MOVE WS-PRETAX-DED     TO EM-PERIOD-PRETAX-DED.
 20810     ADD WS-PRETAX-DED      TO EM-YTD-PRETAX-DED.
 20820     ADD WS-TAXABLE-INCOME  TO EM-YTD-TAXABLE.
 20830     PERFORM 287-POST-ONE-DEDUCTION
 20840         VARYING WS-DDT-SUB FROM 1 BY 1
 20850         UNTIL WS-DDT-SUB > WS-DDT-COUNT.
 20860*
 20870*-----------------------------------------------------------*
 20880* 283-CLEAR-ONE-DED-SLOT                                     *
 20890*-----------------------------------------------------------*
 20900 283-CLEAR-ONE-DED-SLOT.
 20910     MOVE SPACES TO EM-DED-CODE (WS-DED-SUB).
 20920     MOVE ZEROES TO EM-DED-PERIOD (WS-DED-SUB).
 20930     MOVE ZEROES TO EM-DED-YTD (WS-DED-SUB).
 20940*
 20950*-----------------------------------------------------------*
 20960* 284-BACK-OUT-DED-PERIOD                                    *
 20970*-----------------------------------------------------------*
 20980 284-BACK-OUT-DED-PERIOD.
 20990     ADD EM-DED-PERIOD (WS-DED-SUB) TO WS-OLD-PERIOD-DED.
 21000     SUBTRACT EM-DED-PERIOD (WS-DED-SUB)
 21010         FROM EM-DED-YTD (WS-DED-SUB).
 21020     MOVE ZEROES TO EM-DED-PERIOD (WS-DED-SUB).
 21030*
 21040*-----------------------------------------------------------*
 21050* 286-ZERO-DED-PERIOD                                        *
 21060*-----------------------------------------------------------*
 21070 286-ZERO-DED-PERIOD.
 21080     MOVE ZEROES TO EM-DED-PERIOD (WS-DED-SUB).
 21090*
 21100*-----------------------------------------------------------*
 21110* 287-POST-ONE-DEDUCTION                                     *
 21120*-----------------------------------------------------------*
 21130 287-POST-ONE-DEDUCTION.
 21140     IF DDT-EMPLOYEE-ID (WS-DDT-SUB) = WS-EMPLOYEE-ID
 21150         MOVE ZERO TO WS-DED-SLOT
 21160         PERFORM 288-MATCH-DED-SLOT
 21170             VARYING WS-DED-SUB FROM 1 BY 1
 21180             UNTIL WS-DED-SUB > 5
 21190         IF WS-DED-SLOT = 0
 21200             PERFORM 289-FREE-DED-SLOT
 21210                 VARYING WS-DED-SUB FROM 1 BY 1
 21220                 UNTIL WS-DED-SUB > 5
 21230         END-IF
 21240         IF WS-DED-SLOT = 0
 21250             DISPLAY 'WARNING - NO DEDUCTION SLOT FREE ON '
 21260                 'TAXMASTR FOR ' WS-EMPLOYEE-ID ' CODE '
 21270                 DDT-CODE (WS-DDT-SUB)
 21280         ELSE
 21290             MOVE DDT-CODE (WS-DDT-SUB)
 21300                 TO EM-DED-CODE (WS-DED-SLOT)
 21310             ADD DDT-AMOUNT (WS-DDT-SUB)
 21320                 TO EM-DED-PERIOD (WS-DED-SLOT)
 21330             ADD DDT-AMOUNT (WS-DDT-SUB)
 21340                 TO EM-DED-YTD (WS-DED-SLOT)
 21350         END-IF
 21360     END-IF.
 21370*
 21380*-----------------------------------------------------------*
 21390* 288-MATCH-DED-SLOT                                         *
 21400*-----------------------------------------------------------*
 21410 288-MATCH-DED-SLOT.
 21420     IF WS-DED-SLOT = 0
 21430         AND EM-DED-CODE (WS-DED-SUB) = DDT-CODE (WS-DDT-SUB)
 21440         MOVE WS-DED-SUB TO WS-DED-SLOT
 21450     END-IF.
 21460*
 21470*-----------------------------------------------------------*
 21480* 289-FREE-DED-SLOT                                          *
 21490*-----------------------------------------------------------*
 21500 289-FREE-DED-SLOT.
 21510     IF WS-DED-SLOT = 0
 21520         AND EM-DED-CODE (WS-DED-SUB) = SPACES
 21530         MOVE WS-DED-SUB TO WS-DED-SLOT
 21540     END-IF.
 21550*
 21560*-----------------------------------------------------------*
 21570* 290-PRINT-DEPT-SUBTOTALS                                   *
 21580*                                                            *
 21590* WRITES ONE SUBTOTAL LINE PER DEPARTMENT SEEN THIS RUN     *
 21600* AHEAD OF THE GRAND CONTROL-TOTAL FOOTER. THE DEPARTMENT   *
 21610* LINES COVER THE DETAIL RECORDS ONLY - ADJUSTMENTS ARE     *
 21620* CARRIED ON THEIR OWN FOOTER LINE, AS BEFORE - SO THE      *
 21630* DEPARTMENT FIGURES ADD UP TO THE GRAND TOTALS.             *
 21640*-----------------------------------------------------------*
 21650 290-PRINT-DEPT-SUBTOTALS.
 21660     IF WS-DEPT-COUNT > 0
 21670         MOVE SPACES TO TAX-REPORT-LINE
 21680         WRITE TAX-REPORT-LINE FROM
 21690             '----- DEPARTMENT SUBTOTALS -----'
 21700         PERFORM 295-PRINT-ONE-DEPT
 21710             VARYING DEPT-IDX FROM 1 BY 1
 21720             UNTIL DEPT-IDX > WS-DEPT-COUNT
 21730     END-IF.
 21740*
 21750*-----------------------------------------------------------*
 21760* 295-PRINT-ONE-DEPT                                         *
 21770*-----------------------------------------------------------*
 21780 295-PRINT-ONE-DEPT.
 21790     MOVE DT-EMPLOYEE-COUNT (DEPT-IDX) TO WS-EMPLOYEE-COUNT-DISP.
 21800     MOVE DT-INCOME (DEPT-IDX)         TO WS-TOTAL-INCOME-DISP.
 21810     MOVE DT-PRETAX-DED (DEPT-IDX)     TO WS-TOTAL-PRETAX-DISP.
 21820     MOVE DT-TAXABLE (DEPT-IDX)        TO WS-TOTAL-TAXABLE-DISP.
 21830     MOVE DT-TAX (DEPT-IDX)            TO WS-TOTAL-TAX-DISP.
 21840     MOVE DT-STATE-TAX (DEPT-IDX)      TO WS-TOTAL-STATE-DISP.
 21850     MOVE SPACES TO TAX-REPORT-LINE.
 21860     STRING 'DEPT: '              DELIMITED BY SIZE
 21870             DT-DEPT-CODE (DEPT-IDX) DELIMITED BY SIZE
 21880             '  EMPLOYEES: '      DELIMITED BY SIZE
 21890             WS-EMPLOYEE-COUNT-DISP DELIMITED BY SIZE
 21900             '  GROSS: '          DELIMITED BY SIZE
 21910             WS-TOTAL-INCOME-DISP DELIMITED BY SIZE
 21920             '  DED: '            DELIMITED BY SIZE
 21930             WS-TOTAL-PRETAX-DISP DELIMITED BY SIZE
 21940             '  TAXABLE: '        DELIMITED BY SIZE
 21950             WS-TOTAL-TAXABLE-DISP DELIMITED BY SIZE
 21960             '  FED: '            DELIMITED BY SIZE
 21970             WS-TOTAL-TAX-DISP    DELIMITED BY SIZE
 21980             '  STATE: '          DELIMITED BY SIZE
 21990             WS-TOTAL-STATE-DISP  DELIMITED BY SIZE
 22000         INTO TAX-REPORT-LINE
 22010     END-STRING.
 22020     WRITE TAX-REPORT-LINE.
 22030*
 22040*-----------------------------------------------------------*
 22050* 296-PRINT-STATE-SUBTOTALS                                  *
 22060*                                                            *
 22070* PRINTS ONE LINE PER WORK STATE SEEN THIS RUN - EMPLOYEES,  *
 22080* TAXABLE INCOME AND STATE TAX - AFTER THE DEPARTMENT        *
 22090* SUBTOTALS. LIKE THEM IT COVERS THE DETAIL RECORDS ONLY, SO *
 22100* THE STATE TAX ADDS UP TO THE FOOTER'S TOTAL STATE TAX.     *
 22110*-----------------------------------------------------------*
 22120 296-PRINT-STATE-SUBTOTALS.
 22130     IF WS-STATE-TOT-COUNT > 0
 22140         MOVE SPACES TO TAX-REPORT-LINE
 22150         WRITE TAX-REPORT-LINE FROM
 22160             '----- STATE SUBTOTALS -----'
 22170         PERFORM 297-PRINT-ONE-STATE
 22180             VARYING STT-IDX FROM 1 BY 1
 22190             UNTIL STT-IDX > WS-STATE-TOT-COUNT
 22200     END-IF.
 22210*
 22220*-----------------------------------------------------------*
 22230* 297-PRINT-ONE-STATE                                        *
 22240*-----------------------------------------------------------*
 22250 297-PRINT-ONE-STATE.
 22260     MOVE STT-EMPLOYEE-COUNT (STT-IDX) TO WS-EMPLOYEE-COUNT-DISP.
 22270     MOVE STT-TAXABLE (STT-IDX)        TO WS-TOTAL-TAXABLE-DISP.
 22280     MOVE STT-STATE-TAX (STT-IDX)      TO WS-TOTAL-STATE-DISP.
 22290     MOVE SPACES TO TAX-REPORT-LINE.
 22300     STRING 'STATE: '             DELIMITED BY SIZE
 22310             STT-STATE-CODE (STT-IDX) DELIMITED BY SIZE
 22320             '  EMPLOYEES: '      DELIMITED BY SIZE
 22330             WS-EMPLOYEE-COUNT-DISP DELIMITED BY SIZE
 22340             '  TAXABLE: '        DELIMITED BY SIZE
 22350             WS-TOTAL-TAXABLE-DISP DELIMITED BY SIZE
 22360             '  STATE TAX: '      DELIMITED BY SIZE
 22370             WS-TOTAL-STATE-DISP  DELIMITED BY SIZE
 22380         INTO TAX-REPORT-LINE
 22390     END-STRING.
 22400     WRITE TAX-REPORT-LINE.
 22410*
 22420*-----------------------------------------------------------*
 22430* 300-PRINT-TOTALS                                           *
 22440*                                                            *
 22450* WRITES A CONTROL-TOTAL FOOTER LINE TO TAX-REPORT SHOWING   *
 22460* THE EMPLOYEE COUNT AND THE TOTAL INCOME AND TAX PROCESSED  *
 22470* THIS RUN, FOR RECONCILIATION AGAINST THE GENERAL LEDGER.   *
 22480*-----------------------------------------------------------*
 22490 300-PRINT-TOTALS.
 22500     MOVE WS-EMPLOYEE-COUNT TO WS-EMPLOYEE-COUNT-DISP
 22510     MOVE WS-TOTAL-INCOME   TO WS-TOTAL-INCOME-DISP
 22520     MOVE WS-TOTAL-PRETAX-DED TO WS-TOTAL-PRETAX-DISP
 22530     MOVE WS-TOTAL-TAXABLE  TO WS-TOTAL-TAXABLE-DISP
 22540     MOVE WS-TOTAL-TAX      TO WS-TOTAL-TAX-DISP
 22550     MOVE SPACES TO TAX-REPORT-LINE
 22560     WRITE TAX-REPORT-LINE FROM
 22570         '-------------------------------------------------'
 22580     MOVE SPACES TO TAX-REPORT-LINE
 22590     STRING 'EMPLOYEES: '        DELIMITED BY SIZE
 22600             WS-EMPLOYEE-COUNT-DISP DELIMITED BY SIZE
 22610             '  TOTAL GROSS: '   DELIMITED BY SIZE
 22620             WS-TOTAL-INCOME-DISP  DELIMITED BY SIZE
 22630             '  TOTAL DED: '     DELIMITED BY SIZE
 22640             WS-TOTAL-PRETAX-DISP  DELIMITED BY SIZE
 22650             '  TOTAL TAXABLE: ' DELIMITED BY SIZE
 22660             WS-TOTAL-TAXABLE-DISP DELIMITED BY SIZE
 22670             '  TOTAL FED: '     DELIMITED BY SIZE
 22680             WS-TOTAL-TAX-DISP     DELIMITED BY SIZE
 22690         INTO TAX-REPORT-LINE
 22700     END-STRING
 22710     WRITE TAX-REPORT-LINE.
 22720     MOVE WS-TOTAL-STATE-TAX  TO WS-TOTAL-STATE-DISP
 22730     MOVE WS-NO-STATE-RATE-COUNT TO WS-SKIPPED-COUNT-DISP
 22740     MOVE SPACES TO TAX-REPORT-LINE
 22750     STRING 'TOTAL STATE TAX: '  DELIMITED BY SIZE
 22760             WS-TOTAL-STATE-DISP   DELIMITED BY SIZE
 22770             '  NO STATE RATES: ' DELIMITED BY SIZE
 22780             WS-SKIPPED-COUNT-DISP DELIMITED BY SIZE
 22790         INTO TAX-REPORT-LINE
 22800     END-STRING
 22810     WRITE TAX-REPORT-LINE.
 22820     MOVE WS-ADJ-COUNT        TO WS-ADJ-COUNT-DISP
 22830     MOVE WS-ADJ-REJECT-COUNT TO WS-ADJ-REJECT-DISP
 22840     MOVE WS-ADJ-INCOME       TO WS-ADJ-INCOME-DISP
 22850     MOVE WS-ADJ-TAX          TO WS-ADJ-TAX-DISP
 22860     MOVE WS-ADJ-STATE-TAX    TO WS-ADJ-STATE-DISP
 22870     MOVE SPACES TO TAX-REPORT-LINE
 22880     STRING 'ADJS: '           DELIMITED BY SIZE
 22890             WS-ADJ-COUNT-DISP DELIMITED BY SIZE
 22900             '  ADJ INC: '     DELIMITED BY SIZE
 22910             WS-ADJ-INCOME-DISP DELIMITED BY SIZE
 22920             '  ADJ FED: '     DELIMITED BY SIZE
 22930             WS-ADJ-TAX-DISP   DELIMITED BY SIZE
 22940             '  ADJ STATE: '   DELIMITED BY SIZE
 22950             WS-ADJ-STATE-DISP DELIMITED BY SIZE
 22960             '  REJ: '         DELIMITED BY SIZE
 22970             WS-ADJ-REJECT-DISP DELIMITED BY SIZE
 22980         INTO TAX-REPORT-LINE
 22990     END-STRING
 23000     WRITE TAX-REPORT-LINE.
 23010     IF WS-SKIPPED-COUNT > 0
 23020         MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-DISP
 23030         MOVE SPACES TO TAX-REPORT-LINE
 23040         STRING 'SKIPPED (ALREADY POSTED): ' DELIMITED BY SIZE
 23050                 WS-SKIPPED-COUNT-DISP       DELIMITED BY SIZE
 23060             INTO TAX-REPORT-LINE
 23070         END-STRING
 23080         WRITE TAX-REPORT-LINE
 23090     END-IF.
 23100     MOVE ZEROES TO WS-DED-UNAPPLIED-COUNT.
 23110     PERFORM 305-COUNT-UNAPPLIED-DED
 23120         VARYING WS-DDT-SUB FROM 1 BY 1
 23130         UNTIL WS-DDT-SUB > WS-DDT-COUNT.
 23140     IF WS-DED-UNAPPLIED-COUNT > 0
 23150         MOVE WS-DED-UNAPPLIED-COUNT TO WS-SKIPPED-COUNT-DISP
 23160         MOVE SPACES TO TAX-REPORT-LINE
 23170         STRING 'DEDUCTIONS WITH NO INCOME RECORD (NOT '
 23180                                             DELIMITED BY SIZE
 23190                 'APPLIED): '                DELIMITED BY SIZE
 23200                 WS-SKIPPED-COUNT-DISP       DELIMITED BY SIZE
 23210             INTO TAX-REPORT-LINE
 23220         END-STRING
 23230         WRITE TAX-REPORT-LINE
 23240     END-IF.
 23250*
 23260*-----------------------------------------------------------*
 23270* 305-COUNT-UNAPPLIED-DED                                    *
 23280*-----------------------------------------------------------*
 23290 305-COUNT-UNAPPLIED-DED.
 23300     IF DDT-APPLIED (WS-DDT-SUB) = 'NO'
 23310         ADD 1 TO WS-DED-UNAPPLIED-COUNT
 23320     END-IF.
 23330*
 23340*-----------------------------------------------------------*
 23350* 310-UPDATE-BALANCE-FILE                                    *
 23360*                                                            *
 23370* ADDS WHAT THIS RUN ACTUALLY POSTED TO THE MASTER - THE    *
 23380* DETAIL CONTROL TOTALS PLUS THE SIGNED ADJUSTMENT NET,     *
 23390* FEDERAL AND STATE - TO THE TAXBAL EXPECTED-BALANCE FILE.  *
 23400* A TAXBAL ROW WRITTEN BEFORE STATE WITHHOLDING HAS A BLANK *
 23410* STATE FIGURE, TAKEN AS ZERO. CALLED ON A CLEAN            *
 23420* END AND FROM 950-ABEND-RUN (ONCE, GUARDED), SO TAXBAL     *
 23430* FOLLOWS THE MASTER EVEN WHEN A RUN DIES PARTWAY AND IS    *
 23440* COMPLETED BY A RESTART. SKIPPED RECORDS POSTED NOTHING    *
 23450* AND ARE NOT IN THE TOTALS. NO TAXBAL YET MEANS THE        *
 23460* RECONCILIATION BASELINE HAS NEVER BEEN TAKEN - NOTHING    *
 23470* TO ADVANCE. A FAILURE HERE IS REPORTED, NEVER ABENDED -   *
 23480* THE POSTING ITSELF ALREADY STANDS.                         *
 23490*-----------------------------------------------------------*
 23500 310-UPDATE-BALANCE-FILE.
 23510     IF WS-RUN-MODE NOT = 'S'
 23520         AND WS-BALANCE-POSTED = 'NO'
 23530         AND (WS-EMPLOYEE-COUNT > 0 OR WS-ADJ-COUNT > 0)
 23540         MOVE 'YES' TO WS-BALANCE-POSTED
 23550         PERFORM 315-WRITE-JOURNAL-CONTROL
 23560         MOVE 'NO' TO WS-BAL-ON-FILE
 23570         OPEN INPUT BALANCE-FILE
 23580         IF WS-BALANCE-STATUS = '00'
 23590             READ BALANCE-FILE
 23600                 AT END
 23610                     CONTINUE
 23620                 NOT AT END
 23630                     IF BL-YTD-INCOME IS NUMERIC
 23640                         AND BL-YTD-TAX IS NUMERIC
 23650                         AND (BL-YTD-STATE-TAX IS NUMERIC
 23660                           OR BL-STATE-TAX-AREA = SPACES)
 23670                         MOVE 'YES' TO WS-BAL-ON-FILE
 23680                         MOVE BL-YTD-INCOME
 23690                             TO WS-HELD-YTD-INCOME
 23700                         MOVE BL-YTD-TAX
 23710                             TO WS-HELD-YTD-TAX
 23720                         MOVE BL-BALANCE-DATE
 23730                             TO WS-HELD-BALANCE-DATE
 23740                         IF BL-STATE-TAX-AREA = SPACES
 23750                             MOVE ZEROES
 23760                                 TO WS-HELD-YTD-STATE-TAX
 23770                         ELSE
 23780                             MOVE BL-YTD-STATE-TAX
 23790                                 TO WS-HELD-YTD-STATE-TAX
 23800                         END-IF
 23810                     END-IF
 23820             END-READ
 23830             CLOSE BALANCE-FILE
 23840         END-IF
 23850         IF WS-BAL-ON-FILE = 'YES'
 23860             COMPUTE WS-HELD-YTD-INCOME = WS-HELD-YTD-INCOME
 23870                 + WS-TOTAL-INCOME + WS-ADJ-INCOME
 23880             COMPUTE WS-HELD-YTD-TAX = WS-HELD-YTD-TAX
 23890                 + WS-TOTAL-TAX + WS-ADJ-TAX
 23900             COMPUTE WS-HELD-YTD-STATE-TAX =
 23910                 WS-HELD-YTD-STATE-TAX
 23920                 + WS-TOTAL-STATE-TAX + WS-ADJ-STATE-TAX
 23930             OPEN OUTPUT BALANCE-FILE
 23940             IF WS-BALANCE-STATUS NOT = '00'
 23950                 DISPLAY 'UNABLE TO REWRITE TAXBAL - FILE '
 23960                     'STATUS ' WS-BALANCE-STATUS
 23970             ELSE
 23980                 MOVE SPACES TO BALANCE-RECORD
 23990                 MOVE WS-HELD-YTD-INCOME TO BL-YTD-INCOME
 24000                 MOVE WS-HELD-YTD-TAX    TO BL-YTD-TAX
 24010                 MOVE WS-HELD-BALANCE-DATE
 24020                     TO BL-BALANCE-DATE
 24030                 MOVE WS-HELD-YTD-STATE-TAX
 24040                     TO BL-YTD-STATE-TAX
 24050                 WRITE BALANCE-RECORD
 24060                 IF WS-BALANCE-STATUS NOT = '00'
 24070                     DISPLAY 'UNABLE TO WRITE TAXBAL - FILE '
 24080                         'STATUS ' WS-BALANCE-STATUS
 24090                 END-IF
 24100                 CLOSE BALANCE-FILE
 24110             END-IF
 24120         END-IF
 24130     END-IF.
 24140*
 24150*-----------------------------------------------------------*
 24160* 315-WRITE-JOURNAL-CONTROL                                  *
 24170*                                                            *
 24180* CLOSES THE RUN'S TAXJRNL ROWS WITH THE RUN-CONTROL ROW -   *
 24190* THE SAME DETAIL TOTALS PLUS ADJUSTMENT NET, FEDERAL AND    *
 24200* STATE, THAT 310-UPDATE-BALANCE-FILE ADDS TO TAXBAL, AND    *
 24210* THE DEDUCTIONS TAKEN ON THE SAME BASIS. IT IS WRITTEN      *
 24220* WHETHER OR NOT A TAXBAL BASELINE EXISTS, SINCE IT RECORDS  *
 24230* THE MOVEMENT THE RUN MADE, AND ON AN ABEND TOO. CALLED     *
 24240* FROM 950-ABEND-RUN, SO A FAILURE IS REPORTED, NEVER        *
 24250* RE-ABENDED - THE QUARTERLY REPORT WILL SHOW THE GAP.       *
 24260*-----------------------------------------------------------*
 24270 315-WRITE-JOURNAL-CONTROL.
 24280     MOVE SPACES TO JOURNAL-RECORD
 24290     MOVE WS-TAX-PERIOD-DATE TO TJ-PERIOD-DATE
 24300     MOVE 'C'                TO TJ-RECORD-TYPE
 24310     COMPUTE TJ-INCOME = WS-TOTAL-INCOME + WS-ADJ-INCOME
 24320     COMPUTE TJ-TAX    = WS-TOTAL-TAX + WS-ADJ-TAX
 24330     COMPUTE TJ-STATE-TAX =
 24340         WS-TOTAL-STATE-TAX + WS-ADJ-STATE-TAX
 24350     COMPUTE TJ-DEDUCTIONS =
 24360         WS-TOTAL-DEDUCTIONS + WS-ADJ-DEDUCTIONS
 24370     MOVE WS-RUN-START-DATE  TO TJ-RUN-DATE
 24380     MOVE WS-RUN-START-TIME (1:6) TO TJ-RUN-TIME
 24390     WRITE JOURNAL-RECORD
 24400     IF WS-JOURNAL-STATUS NOT = '00'
 24410         DISPLAY 'UNABLE TO WRITE TAXJRNL CONTROL ROW - FILE '
 24420             'STATUS ' WS-JOURNAL-STATUS
 24430     END-IF.
 24440*
 24450*-----------------------------------------------------------*
 24460* 500-RUN-SIMULATION                                         *
 24470*                                                            *
 24480* WHAT-IF RATE SIMULATION. EVERY TAXVALID INCOME RECORD IS  *
 24490* RUN THROUGH THE BRACKET SET IN FORCE FOR THE PERIOD AND   *
 24500* THROUGH THE PROPOSED EFFECTIVE-DATED SET, AND THE TAX     *
 24510* UNDER EACH PLUS THE DELTA IS REPORTED ON SIMRPT. NOTHING  *
 24520* IS WRITTEN TO TAXREPT OR TAXSTMT AND TAXMASTR IS NEVER    *
 24530* OPENED.                                                    *
 24540*-----------------------------------------------------------*
 24550 500-RUN-SIMULATION.
 24560     PERFORM 510-INITIALIZE-SIMULATION.
 24570     PERFORM 530-SIMULATE-ONE-RECORD
 24580         UNTIL END-OF-FILE = 'YES'.
 24590     PERFORM 560-PRINT-SIM-TOTALS.
 24600     PERFORM 570-TERMINATE-SIMULATION.
 24610*
 24620*-----------------------------------------------------------*
 24630* 510-INITIALIZE-SIMULATION                                  *
 24640*                                                            *
 24650* LOADS THE RATE TABLE TWICE - ONCE AS OF THE TAX PERIOD    *
 24660* DATE AND ONCE AS OF THE PROPOSED EFFECTIVE DATE - AND     *
 24670* SAVES EACH IMAGE SO THE CALCULATION CAN SWAP BETWEEN      *
 24680* THEM PER EMPLOYEE. THE EFFECTIVE-DATE CONTROLS ARE RESET  *
 24690* BETWEEN LOADS SO THE SECOND LOAD STARTS CLEAN.             *
 24700*-----------------------------------------------------------*
 24710 510-INITIALIZE-SIMULATION.
 24720     MOVE WS-TAX-PERIOD-DATE TO WS-RATE-AS-OF-DATE.
 24730     PERFORM 060-LOAD-RATE-TABLE.
 24740     MOVE TAX-TABLE TO WS-CURRENT-RATE-TABLE.
 24750     MOVE SPACES TO RATE-EFF-DATES.
 24760     MOVE 'NO' TO WS-RATES-EOF.
 24770     MOVE WS-PROPOSED-DATE TO WS-RATE-AS-OF-DATE.
 24780     PERFORM 060-LOAD-RATE-TABLE.
 24790     MOVE TAX-TABLE TO WS-PROPOSED-RATE-TABLE.
 24800     PERFORM 070-LOAD-EMPLOYEE-REF.
 24810     PERFORM 080-LOAD-DEDUCTIONS.
 24820     OPEN INPUT TAXROLL.
 24830     IF WS-TAXROLL-STATUS NOT = '00'
 24840         DISPLAY 'UNABLE TO OPEN TAXVALID - FILE STATUS '
 24850             WS-TAXROLL-STATUS
 24860         PERFORM 950-ABEND-RUN
 24870     END-IF.
 24880     OPEN OUTPUT SIM-REPORT.
 24890     IF WS-SIM-STATUS NOT = '00'
 24900         DISPLAY 'UNABLE TO OPEN SIMRPT - FILE STATUS '
 24910             WS-SIM-STATUS
 24920         PERFORM 950-ABEND-RUN
 24930     END-IF.
 24940     MOVE SPACES TO SIM-REPORT-LINE.
 24950     STRING '===== RATE SIMULATION - PERIOD '
 24960                                 DELIMITED BY SIZE
 24970             WS-TAX-PERIOD-DATE  DELIMITED BY SIZE
 24980             ' VS PROPOSED '     DELIMITED BY SIZE
 24990             WS-PROPOSED-DATE    DELIMITED BY SIZE
 25000             ' ====='            DELIMITED BY SIZE
 25010         INTO SIM-REPORT-LINE
 25020     END-STRING.
 25030     PERFORM 550-WRITE-SIM-LINE.
 25040     PERFORM 110-READ-TAXROLL-RECORD.
 25050*
 25060*-----------------------------------------------------------*
 25070* 530-SIMULATE-ONE-RECORD                                    *
 25080*                                                            *
 25090* A TYPE R REVERSAL CARRIES NO INCOME AND IS SKIPPED, AS IS *
 25100* A TYPE P DEDUCTION (IT IS ALREADY IN ITS EMPLOYEE'S       *
 25110* TAXABLE INCOME); A TYPE A CARRIES THE CORRECTED INCOME    *
 25120* AND IS SIMULATED LIKE A DETAIL RECORD.                     *
 25130*-----------------------------------------------------------*
 25140 530-SIMULATE-ONE-RECORD.
 25150     IF WS-RECORD-TYPE NOT = 'R'
 25160         AND WS-RECORD-TYPE NOT = 'P'
 25170         ADD 1 TO WS-SIM-COUNT
 25180         MOVE WS-CURRENT-RATE-TABLE TO TAX-TABLE
 25190         PERFORM 200-CALCULATE-TAX
 25200         MOVE TAX TO WS-SIM-CURRENT-TAX
 25210         MOVE WS-PROPOSED-RATE-TABLE TO TAX-TABLE
 25220         PERFORM 200-CALCULATE-TAX
 25230         MOVE TAX TO WS-SIM-PROPOSED-TAX
 25240         COMPUTE WS-SIM-DELTA =
 25250             WS-SIM-PROPOSED-TAX - WS-SIM-CURRENT-TAX
 25260         ADD WS-SIM-CURRENT-TAX  TO WS-SIM-TOT-CURRENT
 25270         ADD WS-SIM-PROPOSED-TAX TO WS-SIM-TOT-PROPOSED
 25280         ADD WS-SIM-DELTA        TO WS-SIM-TOT-DELTA
 25290         PERFORM 540-WRITE-SIM-DETAIL
 25300     END-IF
 25310     PERFORM 110-READ-TAXROLL-RECORD.
 25320*
 25330*-----------------------------------------------------------*
 25340* 540-WRITE-SIM-DETAIL                                       *
 25350*-----------------------------------------------------------*
 25360 540-WRITE-SIM-DETAIL.
 25370     MOVE USER-INCOME         TO INCOME-DISPLAY.
 25380     MOVE WS-SIM-CURRENT-TAX  TO WS-SIM-CURRENT-DISP.
 25390     MOVE WS-SIM-PROPOSED-TAX TO WS-SIM-PROPOSED-DISP.
 25400     MOVE WS-SIM-DELTA        TO WS-SIM-DELTA-DISP.
 25410     MOVE SPACES TO SIM-REPORT-LINE.
 25420     STRING WS-EMPLOYEE-ID       DELIMITED BY SIZE
 25430             '  '                DELIMITED BY SIZE
 25440             WS-EMP-NAME         DELIMITED BY SIZE
 25450             '  INC: '           DELIMITED BY SIZE
 25460             INCOME-DISPLAY      DELIMITED BY SIZE
 25470             '  CUR: '           DELIMITED BY SIZE
 25480             WS-SIM-CURRENT-DISP DELIMITED BY SIZE
 25490             '  PROP: '          DELIMITED BY SIZE
 25500             WS-SIM-PROPOSED-DISP DELIMITED BY SIZE
 25510             '  DELTA: '         DELIMITED BY SIZE
 25520             WS-SIM-DELTA-DISP   DELIMITED BY SIZE
 25530         INTO SIM-REPORT-LINE
 25540     END-STRING.
 25550     PERFORM 550-WRITE-SIM-LINE.
 25560*
 25570*-----------------------------------------------------------*
 25580* 550-WRITE-SIM-LINE                                         *
 25590*-----------------------------------------------------------*
 25600 550-WRITE-SIM-LINE.
 25610     WRITE SIM-REPORT-LINE.
 25620     IF WS-SIM-STATUS NOT = '00'
 25630         DISPLAY 'UNABLE TO WRITE SIMRPT - FILE STATUS '
 25640             WS-SIM-STATUS
 25650         PERFORM 950-ABEND-RUN
 25660     END-IF.
 25670*
 25680*-----------------------------------------------------------*
 25690* 560-PRINT-SIM-TOTALS                                       *
 25700*-----------------------------------------------------------*
 25710 560-PRINT-SIM-TOTALS.
 25720     MOVE WS-SIM-COUNT        TO WS-SIM-COUNT-DISP.
 25730     MOVE WS-SIM-TOT-CURRENT  TO WS-SIM-TOT-CUR-DISP.
 25740     MOVE WS-SIM-TOT-PROPOSED TO WS-SIM-TOT-PROP-DISP.
 25750     MOVE WS-SIM-TOT-DELTA    TO WS-SIM-TOT-DELTA-DISP.
 25760     MOVE SPACES TO SIM-REPORT-LINE.
 25770     WRITE SIM-REPORT-LINE FROM
 25780         '-------------------------------------------------'.
 25790     MOVE SPACES TO SIM-REPORT-LINE.
 25800     STRING 'EMPLOYEES: '        DELIMITED BY SIZE
 25810             WS-SIM-COUNT-DISP   DELIMITED BY SIZE
 25820             '  CUR TAX: '       DELIMITED BY SIZE
 25830             WS-SIM-TOT-CUR-DISP DELIMITED BY SIZE
 25840             '  PROP TAX: '      DELIMITED BY SIZE
 25850             WS-SIM-TOT-PROP-DISP DELIMITED BY SIZE
 25860             '  DELTA: '         DELIMITED BY SIZE
 25870             WS-SIM-TOT-DELTA-DISP DELIMITED BY SIZE
 25880         INTO SIM-REPORT-LINE
 25890     END-STRING.
 25900     PERFORM 550-WRITE-SIM-LINE.
 25910*
 25920*-----------------------------------------------------------*
 25930* 570-TERMINATE-SIMULATION                                   *
 25940*-----------------------------------------------------------*
 25950 570-TERMINATE-SIMULATION.
 25960     CLOSE TAXROLL.
 25970     CLOSE SIM-REPORT.
 25980     DISPLAY 'EMPLOYEES SIMULATED...... ' WS-SIM-COUNT-DISP.
 25990     DISPLAY 'TOTAL TAX DELTA.......... ' WS-SIM-TOT-DELTA-DISP.
 26000     PERFORM 930-WRITE-RUN-LOG.
 26010*
 26020*-----------------------------------------------------------*
 26030* 900-TERMINATE                                              *
 26040*-----------------------------------------------------------*
 26050 900-TERMINATE.
 26060     CLOSE TAXROLL.
 26070     CLOSE TAX-REPORT.
 26080     CLOSE STATEMENT-FILE.
 26090     CLOSE TAX-MASTER.
 26100     CLOSE JOURNAL-FILE.
 26110     PERFORM 930-WRITE-RUN-LOG.
 26120*
 26130*-----------------------------------------------------------*
 26140* 930-WRITE-RUN-LOG                                          *
 26150*                                                            *
 26160* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
 26170* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
 26180* IS REPORTED BUT NEVER RE-ABENDS THE RUN. A POSTING RUN     *
 26190* CARRIES ITS TAX PERIOD DATE AS THE RUN DETAIL; A           *
 26200* SIMULATION POSTS NOTHING AND LEAVES IT BLANK.              *
 26210*-----------------------------------------------------------*
 26220 930-WRITE-RUN-LOG.
 26230     OPEN EXTEND RUN-LOG-FILE.
 26240     IF WS-RUNLOG-STATUS NOT = '00'
 26250         AND WS-RUNLOG-STATUS NOT = '05'
 26260         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
 26270             WS-RUNLOG-STATUS
 26280     ELSE
 26290         MOVE SPACES TO RUN-LOG-RECORD
 26300         MOVE 'ASSIGNM3'          TO RL-PROGRAM-NAME
 26310         MOVE WS-RUN-START-DATE   TO RL-START-DATE
 26320         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
 26330         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
 26340         ACCEPT WS-RUN-END-TIME FROM TIME
 26350         MOVE WS-RUN-END-DATE     TO RL-END-DATE
 26360         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
 26370         IF WS-RUN-MODE = 'S'
 26380             MOVE WS-SIM-COUNT TO RL-RECORDS-READ
 26390             MOVE WS-SIM-COUNT TO RL-RECORDS-WRITTEN
 26400         ELSE
 26410             COMPUTE RL-RECORDS-READ = WS-EMPLOYEE-COUNT
 26420                 + WS-ADJ-COUNT + WS-ADJ-REJECT-COUNT
 26430                 + WS-SKIPPED-COUNT + WS-DED-RECORD-COUNT
 26440             COMPUTE RL-RECORDS-WRITTEN = WS-EMPLOYEE-COUNT
 26450                 + WS-ADJ-COUNT
 26460             MOVE WS-TAX-PERIOD-DATE TO RL-RUN-DETAIL
 26470         END-IF
 26480         MOVE WS-ADJ-REJECT-COUNT TO RL-EXCEPTION-COUNT
 26490         MOVE WS-SKIPPED-COUNT    TO RL-DUPLICATE-COUNT
 26500         MOVE RETURN-CODE         TO RL-RETURN-CODE
 26510         MOVE WS-BUSDATE-OVERRIDE TO RL-OVERRIDE-FLAG
 26520         MOVE WS-OVERRIDE-VALUE   TO RL-OVERRIDE-VALUE
 26530         WRITE RUN-LOG-RECORD
 26540         IF WS-RUNLOG-STATUS NOT = '00'
 26550             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
 26560                 WS-RUNLOG-STATUS
 26570         END-IF
 26580         CLOSE RUN-LOG-FILE
 26590     END-IF.
 26600*
 26610*-----------------------------------------------------------*
 26620* 950-ABEND-RUN                                              *
 26630*-----------------------------------------------------------*
 26640 950-ABEND-RUN.
 26650     DISPLAY 'ASSIGNMENT3 IS ABENDING - SEE THE FILE STATUS'.
 26660     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
 26670     MOVE 16 TO RETURN-CODE.
 26680     PERFORM 310-UPDATE-BALANCE-FILE.
 26690     PERFORM 930-WRITE-RUN-LOG.
 26700     STOP RUN.
