    10 IDENTIFICATION DIVISION.
    20 PROGRAM-ID.    TAXCORR.
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
   130* 2026-10-15 DP    ORIGINAL VERSION - PRIOR-YEAR            *
   140*                  CORRECTIONS AGAINST THE TAXANNL ANNUAL   *
   150*                  HISTORY FILE. READS CORRECTIONS (AN      *
   160*                  EMPLOYEE, A CLOSED TAX YEAR, THE         *
   170*                  CORRECTED INCOME AND FEDERAL AND STATE   *
   180*                  TAX AND A REASON) FROM TAXCTRAN,         *
   190*                  REWRITES THE TAXANNL ROW WITH THE        *
   200*                  CORRECTED FIGURES WHILE KEEPING THE      *
   210*                  FIGURES THE CLOSE ORIGINALLY ARCHIVED,   *
   220*                  APPENDS EVERY CORRECTION TO THE TAXCHIST *
   230*                  HISTORY FILE, PRINTS A CORRECTED         *
   240*                  STATEMENT WITH THE PREVIOUS AND          *
   250*                  CORRECTED AMOUNTS SIDE BY SIDE TO        *
   260*                  CORRSTMT AND A CONTROL REPORT OF THE     *
   270*                  CORRECTIONS, THE REJECTS AND THE TOTALS  *
   280*                  BY TAX YEAR TO CORRRPT.                  *
   290*-----------------------------------------------------------*
   300 ENVIRONMENT DIVISION.
   310 INPUT-OUTPUT SECTION.
   320 FILE-CONTROL.
   330     SELECT CORRECTION-FILE ASSIGN TO "TAXCTRAN"
   340         ORGANIZATION IS LINE SEQUENTIAL
   350         ACCESS MODE IS SEQUENTIAL
   360         FILE STATUS IS WS-CORRECTION-STATUS.
   370*
   380     SELECT ANNUAL-HISTORY ASSIGN TO "TAXANNL"
   390         ORGANIZATION IS INDEXED
   400         ACCESS MODE IS RANDOM
   410         RECORD KEY IS AH-KEY
   420         FILE STATUS IS WS-ANNUAL-STATUS.
   430*
   440     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TAXCHIST"
   450         ORGANIZATION IS LINE SEQUENTIAL
   460         ACCESS MODE IS SEQUENTIAL
   470         FILE STATUS IS WS-HISTORY-STATUS.
   480*
   490     SELECT STATEMENT-FILE ASSIGN TO "CORRSTMT"
   500         ORGANIZATION IS LINE SEQUENTIAL
   510         ACCESS MODE IS SEQUENTIAL
   520         FILE STATUS IS WS-STATEMENT-STATUS.
   530*
   540     SELECT CONTROL-REPORT ASSIGN TO "CORRRPT"
   550         ORGANIZATION IS LINE SEQUENTIAL
   560         ACCESS MODE IS SEQUENTIAL
   570         FILE STATUS IS WS-REPORT-STATUS.
   580*
   590     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   600         ORGANIZATION IS LINE SEQUENTIAL
   610         ACCESS MODE IS SEQUENTIAL
   620         FILE STATUS IS WS-RUNLOG-STATUS.
   630*
   640 DATA DIVISION.
   650 FILE SECTION.
   660*-----------------------------------------------------------*
   670* ONE CORRECTION PER ROW. AN AMOUNT LEFT BLANK IS NOT BEING *
   680* CORRECTED AND KEEPS ITS CURRENT TAXANNL FIGURE; TAX       *
   690* AMOUNTS CARRY TWO IMPLIED DECIMALS, E.G.                  *
   700*  104233 2025 000043500 00000512000             OVERTIME.. *
   710* CORRECTS 2025 INCOME TO 43500 AND FEDERAL TAX TO 5120.00  *
   720* AND LEAVES THE STATE TAX AS IT STANDS.                     *
   730*-----------------------------------------------------------*
   740 FD  CORRECTION-FILE.
   750 01  CORRECTION-RECORD.
   760     05  CT-EMPLOYEE-ID     PIC X(6).
   770     05  FILLER             PIC X(1).
   780     05  CT-TAX-YEAR        PIC X(4).
   790     05  FILLER             PIC X(1).
   800     05  CT-INCOME-AREA.
   810         10  CT-INCOME      PIC 9(9).
   820     05  FILLER             PIC X(1).
   830     05  CT-TAX-AREA.
   840         10  CT-TAX         PIC 9(9)V99.
   850     05  FILLER             PIC X(1).
   860     05  CT-STATE-TAX-AREA.
   870         10  CT-STATE-TAX   PIC 9(9)V99.
   880     05  FILLER             PIC X(1).
   890     05  CT-REASON          PIC X(30).
   900*
   910 FD  ANNUAL-HISTORY.
   920 01  ANNUAL-HISTORY-RECORD.
   930     COPY TAXAREC.
   940*
   950 FD  HISTORY-FILE.
   960 01  HISTORY-RECORD.
   970     COPY TAXCREC.
   980*
   990 FD  STATEMENT-FILE.
  1000 01  STATEMENT-LINE         PIC X(80).
  1010*
  1020 FD  CONTROL-REPORT.
  1030 01  REPORT-LINE            PIC X(132).
  1040*
  1050 FD  RUN-LOG-FILE.
  1060 01  RUN-LOG-RECORD.
  1070     COPY RUNLOGREC.
  1080*
  1090 WORKING-STORAGE SECTION.
  1100*
  1110 01  WS-CORRECTION-STATUS    PIC X(2) VALUE SPACES.
  1120 01  WS-ANNUAL-STATUS        PIC X(2) VALUE SPACES.
  1130 01  WS-HISTORY-STATUS       PIC X(2) VALUE SPACES.
  1140 01  WS-STATEMENT-STATUS     PIC X(2) VALUE SPACES.
  1150 01  WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
  1160 01  END-OF-FILE             PIC X(3) VALUE 'NO'.
  1170 01  WS-TRANS-VALID          PIC X(3) VALUE 'YES'.
  1180 01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
  1190*
  1200*-----------------------------------------------------------*
  1210* THE TAXANNL FIGURES BEFORE AND AFTER THE CORRECTION IN    *
  1220* HAND. THE PREVIOUS FIGURES ARE WHAT THE EMPLOYEE WAS LAST *
  1230* TOLD - THE CLOSE, OR THE LAST CORRECTION - AND ARE WHAT   *
  1240* THE CORRECTED STATEMENT SHOWS BESIDE THE NEW ONES.        *
  1250*-----------------------------------------------------------*
  1260 01  WS-PREV-INCOME          PIC 9(9)    VALUE ZEROES.
  1270 01  WS-PREV-TAXABLE         PIC 9(9)    VALUE ZEROES.
  1280 01  WS-PREV-TAX             PIC 9(9)V99 VALUE ZEROES.
  1290 01  WS-PREV-STATE-TAX       PIC 9(9)V99 VALUE ZEROES.
  1300 01  WS-NEW-INCOME           PIC 9(9)    VALUE ZEROES.
  1310 01  WS-NEW-TAXABLE          PIC 9(9)    VALUE ZEROES.
  1320 01  WS-NEW-TAX              PIC 9(9)V99 VALUE ZEROES.
  1330 01  WS-NEW-STATE-TAX        PIC 9(9)V99 VALUE ZEROES.
  1340*
  1350*-----------------------------------------------------------*
  1360* CORRECTED STATEMENT ROW FIELDS - ONE LABEL AND THE        *
  1370* PREVIOUS, CORRECTED AND DIFFERENCE AMOUNTS, PRINTED BY    *
  1380* 166-PRINT-DOLLAR-ROW OR 167-PRINT-MONEY-ROW.              *
  1390*-----------------------------------------------------------*
  1400 01  WS-ST-LABEL             PIC X(24) VALUE SPACES.
  1410 01  WS-ST-PREV-AMOUNT       PIC 9(9)V99 VALUE ZEROES.
  1420 01  WS-ST-NEW-AMOUNT        PIC 9(9)V99 VALUE ZEROES.
  1430 01  WS-ST-DIFF-AMOUNT       PIC S9(9)V99 VALUE ZEROES.
  1440 01  WS-ST-PREV-DOLLAR-DISP  PIC ZZZZZZZZZZZ9.
  1450 01  WS-ST-NEW-DOLLAR-DISP   PIC ZZZZZZZZZZZ9.
  1460 01  WS-ST-DIFF-DOLLAR-DISP  PIC -----------9.
  1470 01  WS-ST-PREV-MONEY-DISP   PIC ZZZZZZZZ9.99.
  1480 01  WS-ST-NEW-MONEY-DISP    PIC ZZZZZZZZ9.99.
  1490 01  WS-ST-DIFF-MONEY-DISP   PIC --------9.99.
  1500 01  WS-SEQUENCE-DISP        PIC 9(3).
  1510*
  1520*-----------------------------------------------------------*
  1530* TOTALS BY TAX YEAR - ONE ENTRY PER YEAR CORRECTED, IN THE *
  1540* ORDER FIRST MET, SORTED INTO YEAR ORDER FOR THE SUMMARY.  *
  1550* THE CHANGES ARE CORRECTED LESS PREVIOUS, SO SIGNED. ONCE  *
  1560* ALL 100 SLOTS ARE TAKEN A FURTHER NEW YEAR IS LEFT OUT OF *
  1570* THE BREAKDOWN - WARNED ONCE. THE RUN TOTALS DO NOT        *
  1580* DEPEND ON IT.                                              *
  1590*-----------------------------------------------------------*
  1600 01  WS-YEAR-COUNT           PIC 9(3) VALUE ZEROES.
  1610 01  WS-YEAR-CAP-WARNED      PIC X(3) VALUE 'NO'.
  1620 01  YEAR-TOTALS-TABLE.
  1630     05  YEAR-TOTAL-ENTRY OCCURS 100 TIMES INDEXED BY YT-IDX.
  1640         10  YT-TAX-YEAR        PIC X(4)       VALUE SPACES.
  1650         10  YT-CORRECTIONS     PIC 9(5)       VALUE ZEROES.
  1660         10  YT-INCOME-CHANGE   PIC S9(11)     VALUE ZEROES.
  1670         10  YT-TAX-CHANGE      PIC S9(11)V99  VALUE ZEROES.
  1680         10  YT-STATE-CHANGE    PIC S9(11)V99  VALUE ZEROES.
  1690 01  WS-SWAP-YEAR-ENTRY.
  1700     05  FILLER                 PIC X(4).
  1710     05  FILLER                 PIC 9(5).
  1720     05  FILLER                 PIC S9(11).
  1730     05  FILLER                 PIC S9(11)V99.
  1740     05  FILLER                 PIC S9(11)V99.
  1750 01  WS-SORT-I               PIC 9(3) VALUE ZEROES.
  1760 01  WS-SORT-J               PIC 9(3) VALUE ZEROES.
  1770 01  WS-SORT-START           PIC 9(3) VALUE ZEROES.
  1780 01  WS-YEAR-SUB             PIC 9(3) VALUE ZEROES.
  1790*
  1800*-----------------------------------------------------------*
  1810* RUN TOTALS - EVERY CORRECTION READ IS EITHER APPLIED OR   *
  1820* REJECTED, SO READ = APPLIED + REJECTED.                    *
  1830*-----------------------------------------------------------*
  1840 01  WS-READ-COUNT           PIC 9(5) VALUE ZEROES.
  1850 01  WS-APPLIED-COUNT        PIC 9(5) VALUE ZEROES.
  1860 01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROES.
  1870 01  WS-TOTAL-INCOME-CHANGE  PIC S9(11)    VALUE ZEROES.
  1880 01  WS-TOTAL-TAX-CHANGE     PIC S9(11)V99 VALUE ZEROES.
  1890 01  WS-TOTAL-STATE-CHANGE   PIC S9(11)V99 VALUE ZEROES.
  1900 01  WS-COUNT-DISP           PIC ZZZZ9.
  1910 01  WS-COUNT2-DISP          PIC ZZZZ9.
  1920 01  WS-COUNT3-DISP          PIC ZZZZ9.
  1930 01  WS-INCOME-DISP          PIC ------------9.
  1940 01  WS-TAX-DISP             PIC ------------9.99.
  1950 01  WS-STATE-DISP           PIC ------------9.99.
  1960 01  WS-PREV-INCOME-DISP     PIC ZZZZZZZZ9.
  1970 01  WS-NEW-INCOME-DISP      PIC ZZZZZZZZ9.
  1980 01  WS-PREV-TAX-DISP        PIC ZZZZZZZZ9.99.
  1990 01  WS-NEW-TAX-DISP         PIC ZZZZZZZZ9.99.
  2000 01  WS-PREV-STATE-DISP      PIC ZZZZZZZZ9.99.
  2010 01  WS-NEW-STATE-DISP       PIC ZZZZZZZZ9.99.
  2020*
  2030*-----------------------------------------------------------*
  2040* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  2050* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  2060* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  2070*-----------------------------------------------------------*
  2080 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  2090 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  2100 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  2110 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  2120 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  2130*
  2140 PROCEDURE DIVISION.
  2150*
  2160*-----------------------------------------------------------*
  2170* 000-MAIN-PROCEDURE                                        *
  2180*-----------------------------------------------------------*
  2190 000-MAIN-PROCEDURE.
  2200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2210     ACCEPT WS-RUN-START-TIME FROM TIME.
  2220     PERFORM 050-INITIALIZE.
  2230     PERFORM 100-PROCESS-CORRECTION UNTIL END-OF-FILE = 'YES'.
  2240     PERFORM 300-PRINT-YEAR-SUMMARY.
  2250     PERFORM 900-TERMINATE.
  2260     STOP RUN.
  2270*
  2280*-----------------------------------------------------------*
  2290* 050-INITIALIZE                                             *
  2300*                                                            *
  2310* A MISSING TAXCTRAN IS A REAL ERROR - THE RUN WAS          *
  2320* SCHEDULED WITH NOTHING TO APPLY. A MISSING TAXANNL MEANS  *
  2330* NO YEAR HAS EVER BEEN CLOSED, SO THERE IS NOTHING A       *
  2340* CORRECTION COULD APPLY TO. TAXCHIST IS SELECT OPTIONAL -  *
  2350* THE FIRST CORRECTION EVER BUILDS IT.                       *
  2360*-----------------------------------------------------------*
  2370 050-INITIALIZE.
  2380     OPEN INPUT CORRECTION-FILE.
  2390     IF WS-CORRECTION-STATUS NOT = '00'
  2400         DISPLAY 'UNABLE TO OPEN TAXCTRAN - FILE STATUS '
  2410             WS-CORRECTION-STATUS
  2420         PERFORM 950-ABEND-RUN
  2430     END-IF.
  2440     OPEN I-O ANNUAL-HISTORY.
  2450     IF WS-ANNUAL-STATUS NOT = '00'
  2460         DISPLAY 'UNABLE TO OPEN TAXANNL - FILE STATUS '
  2470             WS-ANNUAL-STATUS
  2480         PERFORM 950-ABEND-RUN
  2490     END-IF.
  2500     OPEN EXTEND HISTORY-FILE.
  2510     IF WS-HISTORY-STATUS NOT = '00'
  2520         AND WS-HISTORY-STATUS NOT = '05'
  2530         DISPLAY 'UNABLE TO OPEN TAXCHIST - FILE STATUS '
  2540             WS-HISTORY-STATUS
  2550         PERFORM 950-ABEND-RUN
  2560     END-IF.
  2570     OPEN OUTPUT STATEMENT-FILE.
  2580     IF WS-STATEMENT-STATUS NOT = '00'
  2590         DISPLAY 'UNABLE TO OPEN CORRSTMT - FILE STATUS '
  2600             WS-STATEMENT-STATUS
  2610         PERFORM 950-ABEND-RUN
  2620     END-IF.
  2630     OPEN OUTPUT CONTROL-REPORT.
  2640     IF WS-REPORT-STATUS NOT = '00'
  2650         DISPLAY 'UNABLE TO OPEN CORRRPT - FILE STATUS '
  2660             WS-REPORT-STATUS
  2670         PERFORM 950-ABEND-RUN
  2680     END-IF.
  2690     MOVE SPACES TO REPORT-LINE.
  2700     STRING '===== PRIOR-YEAR CORRECTIONS - RUN DATE '
  2710                                 DELIMITED BY SIZE
  2720             WS-RUN-START-DATE   DELIMITED BY SIZE
  2730             ' ====='            DELIMITED BY SIZE
  2740         INTO REPORT-LINE
  2750     END-STRING.
  2760     PERFORM 400-WRITE-REPORT-LINE.
  2770     PERFORM 400-WRITE-REPORT-LINE.
  2780     PERFORM 110-READ-CORRECTION.
  2790*
  2800*-----------------------------------------------------------*
  2810* 100-PROCESS-CORRECTION                                     *
  2820*                                                            *
  2830* EDITS ONE CORRECTION, FINDS ITS TAXANNL ROW AND WORKS OUT *
  2840* THE CORRECTED FIGURES; ONLY A CORRECTION THAT PASSES ALL  *
  2850* THREE IS APPLIED. A REJECT IS PRINTED ON THE CONTROL      *
  2860* REPORT AND TAXANNL IS LEFT ALONE.                          *
  2870*-----------------------------------------------------------*
  2880 100-PROCESS-CORRECTION.
  2890     ADD 1 TO WS-READ-COUNT.
  2900     MOVE 'YES' TO WS-TRANS-VALID.
  2910     PERFORM 120-EDIT-CORRECTION.
  2920     IF WS-TRANS-VALID = 'YES'
  2930         PERFORM 130-READ-ANNUAL-ROW
  2940     END-IF.
  2950     IF WS-TRANS-VALID = 'YES'
  2960         PERFORM 140-SET-CORRECTED-FIGURES
  2970     END-IF.
  2980     IF WS-TRANS-VALID = 'YES'
  2990         PERFORM 150-APPLY-CORRECTION
  3000     END-IF.
  3010     PERFORM 110-READ-CORRECTION.
  3020*
  3030*-----------------------------------------------------------*
  3040* 110-READ-CORRECTION                                        *
  3050*-----------------------------------------------------------*
  3060 110-READ-CORRECTION.
  3070     READ CORRECTION-FILE
  3080         AT END
  3090             MOVE 'YES' TO END-OF-FILE
  3100     END-READ.
  3110     IF END-OF-FILE NOT = 'YES'
  3120         AND WS-CORRECTION-STATUS NOT = '00'
  3130         DISPLAY 'ERROR READING TAXCTRAN - FILE STATUS '
  3140             WS-CORRECTION-STATUS
  3150         PERFORM 950-ABEND-RUN
  3160     END-IF.
  3170*
  3180*-----------------------------------------------------------*
  3190* 120-EDIT-CORRECTION                                        *
  3200*                                                            *
  3210* FIELD EDITS THAT DO NOT NEED TAXANNL: THE EMPLOYEE-ID     *
  3220* MUST BE PRESENT, THE TAX YEAR MUST BE YYYY, EACH AMOUNT   *
  3230* MUST BE BLANK OR NUMERIC AND AT LEAST ONE MUST BE GIVEN,  *
  3240* AND THE REASON MUST BE GIVEN - IT IS PRINTED ON THE       *
  3250* CORRECTED STATEMENT.                                       *
  3260*-----------------------------------------------------------*
  3270 120-EDIT-CORRECTION.
  3280     IF CT-EMPLOYEE-ID = SPACES
  3290         MOVE 'EMPLOYEE-ID IS MISSING' TO WS-REJECT-REASON
  3300         PERFORM 200-LOG-REJECT
  3310     END-IF.
  3320     IF WS-TRANS-VALID = 'YES'
  3330         AND CT-TAX-YEAR IS NOT NUMERIC
  3340         MOVE 'TAX YEAR IS NOT YYYY' TO WS-REJECT-REASON
  3350         PERFORM 200-LOG-REJECT
  3360     END-IF.
  3370     IF WS-TRANS-VALID = 'YES'
  3380         AND CT-INCOME-AREA NOT = SPACES
  3390         AND CT-INCOME IS NOT NUMERIC
  3400         MOVE 'CORRECTED INCOME IS NOT NUMERIC'
  3410             TO WS-REJECT-REASON
  3420         PERFORM 200-LOG-REJECT
  3430     END-IF.
  3440     IF WS-TRANS-VALID = 'YES'
  3450         AND CT-TAX-AREA NOT = SPACES
  3460         AND CT-TAX IS NOT NUMERIC
  3470         MOVE 'CORRECTED FEDERAL TAX IS NOT NUMERIC'
  3480             TO WS-REJECT-REASON
  3490         PERFORM 200-LOG-REJECT
  3500     END-IF.
  3510     IF WS-TRANS-VALID = 'YES'
  3520         AND CT-STATE-TAX-AREA NOT = SPACES
  3530         AND CT-STATE-TAX IS NOT NUMERIC
  3540         MOVE 'CORRECTED STATE TAX IS NOT NUMERIC'
  3550             TO WS-REJECT-REASON
  3560         PERFORM 200-LOG-REJECT
  3570     END-IF.
  3580     IF WS-TRANS-VALID = 'YES'
  3590         AND CT-INCOME-AREA = SPACES
  3600         AND CT-TAX-AREA = SPACES
  3610         AND CT-STATE-TAX-AREA = SPACES
  3620         MOVE 'NO CORRECTED AMOUNT GIVEN' TO WS-REJECT-REASON
  3630         PERFORM 200-LOG-REJECT
  3640     END-IF.
  3650     IF WS-TRANS-VALID = 'YES'
  3660         AND CT-REASON = SPACES
  3670         MOVE 'CORRECTION REASON IS MISSING'
  3680             TO WS-REJECT-REASON
  3690         PERFORM 200-LOG-REJECT
  3700     END-IF.
  3710*
  3720*-----------------------------------------------------------*
  3730* 130-READ-ANNUAL-ROW                                        *
  3740*                                                            *
  3750* A CORRECTION CAN ONLY APPLY TO A YEAR THE CLOSE HAS       *
  3760* ARCHIVED FOR THE EMPLOYEE. THE OPEN YEAR IS STILL ON      *
  3770* TAXMASTR AND IS PUT RIGHT WITH AN ADJUSTMENT THROUGH THE  *
  3780* POSTING RUN, NOT HERE.                                     *
  3790*-----------------------------------------------------------*
  3800 130-READ-ANNUAL-ROW.
  3810     MOVE CT-EMPLOYEE-ID TO AH-EMPLOYEE-ID.
  3820     MOVE CT-TAX-YEAR    TO AH-TAX-YEAR.
  3830     READ ANNUAL-HISTORY
  3840         INVALID KEY
  3850             CONTINUE
  3860     END-READ.
  3870     EVALUATE WS-ANNUAL-STATUS
  3880         WHEN '00'
  3890             CONTINUE
  3900         WHEN '23'
  3910             MOVE 'NO CLOSED YEAR ON TAXANNL FOR EMPLOYEE'
  3920                 TO WS-REJECT-REASON
  3930             PERFORM 200-LOG-REJECT
  3940         WHEN OTHER
  3950             DISPLAY 'ERROR READING TAXANNL - FILE STATUS '
  3960                 WS-ANNUAL-STATUS
  3970             PERFORM 950-ABEND-RUN
  3980     END-EVALUATE.
  3990*
  4000*-----------------------------------------------------------*
  4010* 140-SET-CORRECTED-FIGURES                                  *
  4020*                                                            *
  4030* TAKES THE CURRENT TAXANNL FIGURES AS THE PREVIOUS ONES    *
  4040* AND OVERLAYS THE AMOUNTS THE CORRECTION GIVES. TAXABLE    *
  4050* INCOME FOLLOWS THE INCOME - THE YEAR'S PRE-TAX            *
  4060* DEDUCTIONS ARE NOT CORRECTED HERE, SO IT IS THE CORRECTED *
  4070* INCOME LESS THOSE, NEVER BELOW ZERO. A CORRECTION THAT    *
  4080* LEAVES EVERY FIGURE AS IT WAS IS REJECTED - IT WOULD      *
  4090* ISSUE A CORRECTED STATEMENT THAT CORRECTS NOTHING.        *
  4100*-----------------------------------------------------------*
  4110 140-SET-CORRECTED-FIGURES.
  4120     MOVE AH-YTD-INCOME    TO WS-PREV-INCOME.
  4130     MOVE AH-YTD-TAXABLE   TO WS-PREV-TAXABLE.
  4140     MOVE AH-YTD-TAX       TO WS-PREV-TAX.
  4150     MOVE AH-YTD-STATE-TAX TO WS-PREV-STATE-TAX.
  4160     MOVE WS-PREV-INCOME    TO WS-NEW-INCOME.
  4170     MOVE WS-PREV-TAXABLE   TO WS-NEW-TAXABLE.
  4180     MOVE WS-PREV-TAX       TO WS-NEW-TAX.
  4190     MOVE WS-PREV-STATE-TAX TO WS-NEW-STATE-TAX.
  4200     IF CT-INCOME-AREA NOT = SPACES
  4210         MOVE CT-INCOME TO WS-NEW-INCOME
  4220         IF WS-NEW-INCOME > AH-YTD-PRETAX-DED
  4230             COMPUTE WS-NEW-TAXABLE =
  4240                 WS-NEW-INCOME - AH-YTD-PRETAX-DED
  4250         ELSE
  4260             MOVE ZEROES TO WS-NEW-TAXABLE
  4270         END-IF
  4280     END-IF.
  4290     IF CT-TAX-AREA NOT = SPACES
  4300         MOVE CT-TAX TO WS-NEW-TAX
  4310     END-IF.
  4320     IF CT-STATE-TAX-AREA NOT = SPACES
  4330         MOVE CT-STATE-TAX TO WS-NEW-STATE-TAX
  4340     END-IF.
  4350     IF WS-NEW-INCOME = WS-PREV-INCOME
  4360         AND WS-NEW-TAX = WS-PREV-TAX
  4370         AND WS-NEW-STATE-TAX = WS-PREV-STATE-TAX
  4380         MOVE 'CORRECTION CHANGES NO FIGURE'
  4390             TO WS-REJECT-REASON
  4400         PERFORM 200-LOG-REJECT
  4410     END-IF.
  4420*
  4430*-----------------------------------------------------------*
  4440* 150-APPLY-CORRECTION                                       *
  4450*                                                            *
  4460* REWRITES THE TAXANNL ROW WITH THE CORRECTED FIGURES. THE  *
  4470* ORIGINAL FIGURES ARE THOSE THE CLOSE ARCHIVED AND ARE     *
  4480* NEVER CHANGED BY A CORRECTION; A ROW WITH NO CORRECTION   *
  4490* COUNT YET TAKES THEM FROM THE FIGURES AS THEY STAND       *
  4500* BEFORE THIS, ITS FIRST, CORRECTION. THE ROW IS REWRITTEN  *
  4510* BEFORE THE HISTORY ROW AND STATEMENT ARE WRITTEN, SO      *
  4520* NEITHER EVER DESCRIBES A CORRECTION TAXANNL DOES NOT HOLD.*
  4530*-----------------------------------------------------------*
  4540 150-APPLY-CORRECTION.
  4550     IF AH-CORRECTION-COUNT IS NOT NUMERIC
  4560         OR AH-CORRECTION-COUNT = ZEROES
  4570         MOVE ZEROES            TO AH-CORRECTION-COUNT
  4580         MOVE WS-PREV-INCOME    TO AH-ORIGINAL-INCOME
  4590         MOVE WS-PREV-TAXABLE   TO AH-ORIGINAL-TAXABLE
  4600         MOVE WS-PREV-TAX       TO AH-ORIGINAL-TAX
  4610         MOVE WS-PREV-STATE-TAX TO AH-ORIGINAL-STATE-TAX
  4620     END-IF.
  4630     ADD 1 TO AH-CORRECTION-COUNT.
  4640     MOVE WS-RUN-START-DATE TO AH-LAST-CORRECTED.
  4650     MOVE WS-NEW-INCOME     TO AH-YTD-INCOME.
  4660     MOVE WS-NEW-TAXABLE    TO AH-YTD-TAXABLE.
  4670     MOVE WS-NEW-TAX        TO AH-YTD-TAX.
  4680     MOVE WS-NEW-STATE-TAX  TO AH-YTD-STATE-TAX.
  4690     REWRITE ANNUAL-HISTORY-RECORD.
  4700     IF WS-ANNUAL-STATUS NOT = '00'
  4710         DISPLAY 'UNABLE TO REWRITE TAXANNL - FILE STATUS '
  4720             WS-ANNUAL-STATUS
  4730         PERFORM 950-ABEND-RUN
  4740     END-IF.
  4750     ADD 1 TO WS-APPLIED-COUNT.
  4760     PERFORM 155-WRITE-HISTORY-ROW.
  4770     PERFORM 160-WRITE-CORRECTED-STATEMENT.
  4780     PERFORM 170-REPORT-CORRECTION.
  4790     PERFORM 180-ACCUMULATE-YEAR-TOTALS.
  4800*
  4810*-----------------------------------------------------------*
  4820* 155-WRITE-HISTORY-ROW                                      *
  4830*-----------------------------------------------------------*
  4840 155-WRITE-HISTORY-ROW.
  4850     MOVE SPACES              TO HISTORY-RECORD.
  4860     MOVE CT-EMPLOYEE-ID      TO TC-EMPLOYEE-ID.
  4870     MOVE CT-TAX-YEAR         TO TC-TAX-YEAR.
  4880     MOVE WS-RUN-START-DATE   TO TC-CORRECTED-DATE.
  4890     MOVE AH-CORRECTION-COUNT TO TC-SEQUENCE.
  4900     MOVE WS-PREV-INCOME      TO TC-PREV-INCOME.
  4910     MOVE WS-PREV-TAXABLE     TO TC-PREV-TAXABLE.
  4920     MOVE WS-PREV-TAX         TO TC-PREV-TAX.
  4930     MOVE WS-PREV-STATE-TAX   TO TC-PREV-STATE-TAX.
  4940     MOVE WS-NEW-INCOME       TO TC-NEW-INCOME.
  4950     MOVE WS-NEW-TAXABLE      TO TC-NEW-TAXABLE.
  4960     MOVE WS-NEW-TAX          TO TC-NEW-TAX.
  4970     MOVE WS-NEW-STATE-TAX    TO TC-NEW-STATE-TAX.
  4980     MOVE CT-REASON           TO TC-REASON.
  4990     WRITE HISTORY-RECORD.
  5000     IF WS-HISTORY-STATUS NOT = '00'
  5010         DISPLAY 'UNABLE TO WRITE TAXCHIST - FILE STATUS '
  5020             WS-HISTORY-STATUS
  5030         PERFORM 950-ABEND-RUN
  5040     END-IF.
  5050*
  5060*-----------------------------------------------------------*
  5070* 160-WRITE-CORRECTED-STATEMENT                              *
  5080*                                                            *
  5090* THE SAME BLOCK AS THE TAXYREND ANNUAL STATEMENT, MARKED   *
  5100* CORRECTED AND NUMBERED, WITH THE PREVIOUSLY REPORTED,     *
  5110* CORRECTED AND DIFFERENCE AMOUNTS SIDE BY SIDE AND THE     *
  5120* REASON UNDERNEATH.                                         *
  5130*-----------------------------------------------------------*
  5140 160-WRITE-CORRECTED-STATEMENT.
  5150     MOVE SPACES TO STATEMENT-LINE.
  5160     WRITE STATEMENT-LINE FROM
  5170         '====================================================='.
  5180     MOVE SPACES TO STATEMENT-LINE.
  5190     STRING 'CORRECTED ANNUAL WITHHOLDING STATEMENT - TAX YEAR '
  5200                              DELIMITED BY SIZE
  5210             AH-TAX-YEAR      DELIMITED BY SIZE
  5220         INTO STATEMENT-LINE
  5230     END-STRING.
  5240     PERFORM 410-WRITE-STATEMENT-LINE.
  5250     MOVE AH-CORRECTION-COUNT TO WS-SEQUENCE-DISP.
  5260     STRING '*** CORRECTED *** CORRECTION NO. '
  5270                              DELIMITED BY SIZE
  5280             WS-SEQUENCE-DISP DELIMITED BY SIZE
  5290             '  ISSUED '      DELIMITED BY SIZE
  5300             WS-RUN-START-DATE DELIMITED BY SIZE
  5310         INTO STATEMENT-LINE
  5320     END-STRING.
  5330     PERFORM 410-WRITE-STATEMENT-LINE.
  5340     STRING 'EMPLOYEE: '      DELIMITED BY SIZE
  5350             AH-EMPLOYEE-ID   DELIMITED BY SIZE
  5360             '        FILING STATUS: ' DELIMITED BY SIZE
  5370             AH-FILING-STATUS DELIMITED BY SIZE
  5380             '  STATE: '      DELIMITED BY SIZE
  5390             AH-WORK-STATE    DELIMITED BY SIZE
  5400         INTO STATEMENT-LINE
  5410     END-STRING.
  5420     PERFORM 410-WRITE-STATEMENT-LINE.
  5430     MOVE '                            PREVIOUSLY'
  5440         TO STATEMENT-LINE.
  5450     MOVE 'CORRECTED'  TO STATEMENT-LINE (45:9).
  5460     MOVE 'DIFFERENCE' TO STATEMENT-LINE (59:10).
  5470     PERFORM 410-WRITE-STATEMENT-LINE.
  5480     MOVE '                              REPORTED'
  5490         TO STATEMENT-LINE.
  5500     PERFORM 410-WRITE-STATEMENT-LINE.
  5510     MOVE 'TOTAL INCOME REPORTED:  ' TO WS-ST-LABEL.
  5520     MOVE WS-PREV-INCOME TO WS-ST-PREV-AMOUNT.
  5530     MOVE WS-NEW-INCOME  TO WS-ST-NEW-AMOUNT.
  5540     PERFORM 166-PRINT-DOLLAR-ROW.
  5550     MOVE 'PRE-TAX DEDUCTIONS:     ' TO WS-ST-LABEL.
  5560     MOVE AH-YTD-PRETAX-DED TO WS-ST-PREV-AMOUNT.
  5570     MOVE AH-YTD-PRETAX-DED TO WS-ST-NEW-AMOUNT.
  5580     PERFORM 166-PRINT-DOLLAR-ROW.
  5590     MOVE 'TAXABLE INCOME:         ' TO WS-ST-LABEL.
  5600     MOVE WS-PREV-TAXABLE TO WS-ST-PREV-AMOUNT.
  5610     MOVE WS-NEW-TAXABLE  TO WS-ST-NEW-AMOUNT.
  5620     PERFORM 166-PRINT-DOLLAR-ROW.
  5630     MOVE 'FEDERAL TAX WITHHELD:   ' TO WS-ST-LABEL.
  5640     MOVE WS-PREV-TAX TO WS-ST-PREV-AMOUNT.
  5650     MOVE WS-NEW-TAX  TO WS-ST-NEW-AMOUNT.
  5660     PERFORM 167-PRINT-MONEY-ROW.
  5670     MOVE 'STATE TAX WITHHELD:     ' TO WS-ST-LABEL.
  5680     MOVE WS-PREV-STATE-TAX TO WS-ST-PREV-AMOUNT.
  5690     MOVE WS-NEW-STATE-TAX  TO WS-ST-NEW-AMOUNT.
  5700     PERFORM 167-PRINT-MONEY-ROW.
  5710     STRING 'REASON: '        DELIMITED BY SIZE
  5720             CT-REASON        DELIMITED BY SIZE
  5730         INTO STATEMENT-LINE
  5740     END-STRING.
  5750     PERFORM 410-WRITE-STATEMENT-LINE.
  5760     PERFORM 410-WRITE-STATEMENT-LINE.
  5770*
  5780*-----------------------------------------------------------*
  5790* 166-PRINT-DOLLAR-ROW                                       *
  5800*-----------------------------------------------------------*
  5810 166-PRINT-DOLLAR-ROW.
  5820     COMPUTE WS-ST-DIFF-AMOUNT =
  5830         WS-ST-NEW-AMOUNT - WS-ST-PREV-AMOUNT.
  5840     MOVE WS-ST-PREV-AMOUNT TO WS-ST-PREV-DOLLAR-DISP.
  5850     MOVE WS-ST-NEW-AMOUNT  TO WS-ST-NEW-DOLLAR-DISP.
  5860     MOVE WS-ST-DIFF-AMOUNT TO WS-ST-DIFF-DOLLAR-DISP.
  5870     STRING WS-ST-LABEL             DELIMITED BY SIZE
  5880             '  '                   DELIMITED BY SIZE
  5890             WS-ST-PREV-DOLLAR-DISP DELIMITED BY SIZE
  5900             '   '                  DELIMITED BY SIZE
  5910             WS-ST-NEW-DOLLAR-DISP  DELIMITED BY SIZE
  5920             '   '                  DELIMITED BY SIZE
  5930             WS-ST-DIFF-DOLLAR-DISP DELIMITED BY SIZE
  5940         INTO STATEMENT-LINE
  5950     END-STRING.
  5960     PERFORM 410-WRITE-STATEMENT-LINE.
  5970*
  5980*-----------------------------------------------------------*
  5990* 167-PRINT-MONEY-ROW                                        *
  6000*-----------------------------------------------------------*
  6010 167-PRINT-MONEY-ROW.
  6020     COMPUTE WS-ST-DIFF-AMOUNT =
  6030         WS-ST-NEW-AMOUNT - WS-ST-PREV-AMOUNT.
  6040     MOVE WS-ST-PREV-AMOUNT TO WS-ST-PREV-MONEY-DISP.
  6050     MOVE WS-ST-NEW-AMOUNT  TO WS-ST-NEW-MONEY-DISP.
  6060     MOVE WS-ST-DIFF-AMOUNT TO WS-ST-DIFF-MONEY-DISP.
  6070     STRING WS-ST-LABEL            DELIMITED BY SIZE
  6080             '  '                  DELIMITED BY SIZE
  6090             WS-ST-PREV-MONEY-DISP DELIMITED BY SIZE
  6100             '   '                 DELIMITED BY SIZE
  6110             WS-ST-NEW-MONEY-DISP  DELIMITED BY SIZE
  6120             '   '                 DELIMITED BY SIZE
  6130             WS-ST-DIFF-MONEY-DISP DELIMITED BY SIZE
  6140         INTO STATEMENT-LINE
  6150     END-STRING.
  6160     PERFORM 410-WRITE-STATEMENT-LINE.
  6170*
  6180*-----------------------------------------------------------*
  6190* 170-REPORT-CORRECTION                                      *
  6200*                                                            *
  6210* TWO CONTROL-REPORT LINES PER APPLIED CORRECTION - WHO,    *
  6220* WHICH YEAR, WHICH CORRECTION AND WHY, THEN EACH FIGURE    *
  6230* AS IT WAS AND AS IT NOW STANDS.                            *
  6240*-----------------------------------------------------------*
  6250 170-REPORT-CORRECTION.
  6260     MOVE AH-CORRECTION-COUNT TO WS-SEQUENCE-DISP.
  6270     STRING 'APPLIED   '      DELIMITED BY SIZE
  6280             CT-EMPLOYEE-ID   DELIMITED BY SIZE
  6290             '  YEAR '        DELIMITED BY SIZE
  6300             CT-TAX-YEAR      DELIMITED BY SIZE
  6310             '  CORRECTION NO. ' DELIMITED BY SIZE
  6320             WS-SEQUENCE-DISP DELIMITED BY SIZE
  6330             '  REASON: '     DELIMITED BY SIZE
  6340             CT-REASON        DELIMITED BY SIZE
  6350         INTO REPORT-LINE
  6360     END-STRING.
  6370     PERFORM 400-WRITE-REPORT-LINE.
  6380     MOVE WS-PREV-INCOME    TO WS-PREV-INCOME-DISP.
  6390     MOVE WS-NEW-INCOME     TO WS-NEW-INCOME-DISP.
  6400     MOVE WS-PREV-TAX       TO WS-PREV-TAX-DISP.
  6410     MOVE WS-NEW-TAX        TO WS-NEW-TAX-DISP.
  6420     MOVE WS-PREV-STATE-TAX TO WS-PREV-STATE-DISP.
  6430     MOVE WS-NEW-STATE-TAX  TO WS-NEW-STATE-DISP.
  6440     STRING '          INCOME '    DELIMITED BY SIZE
  6450             WS-PREV-INCOME-DISP   DELIMITED BY SIZE
  6460             ' -> '                DELIMITED BY SIZE
  6470             WS-NEW-INCOME-DISP    DELIMITED BY SIZE
  6480             '  FED '              DELIMITED BY SIZE
  6490             WS-PREV-TAX-DISP      DELIMITED BY SIZE
  6500             ' -> '                DELIMITED BY SIZE
  6510             WS-NEW-TAX-DISP       DELIMITED BY SIZE
  6520             '  STATE '            DELIMITED BY SIZE
  6530             WS-PREV-STATE-DISP    DELIMITED BY SIZE
  6540             ' -> '                DELIMITED BY SIZE
  6550             WS-NEW-STATE-DISP     DELIMITED BY SIZE
  6560         INTO REPORT-LINE
  6570     END-STRING.
  6580     PERFORM 400-WRITE-REPORT-LINE.
  6590*
  6600*-----------------------------------------------------------*
  6610* 180-ACCUMULATE-YEAR-TOTALS                                 *
  6620*                                                            *
  6630* ROLLS THE CORRECTION'S CHANGES INTO ITS TAX YEAR, ADDING  *
  6640* A NEW ENTRY THE FIRST TIME THE YEAR IS SEEN, AND INTO THE *
  6650* RUN TOTALS.                                                *
  6660*-----------------------------------------------------------*
  6670 180-ACCUMULATE-YEAR-TOTALS.
  6680     COMPUTE WS-TOTAL-INCOME-CHANGE = WS-TOTAL-INCOME-CHANGE
  6690         + WS-NEW-INCOME - WS-PREV-INCOME.
  6700     COMPUTE WS-TOTAL-TAX-CHANGE = WS-TOTAL-TAX-CHANGE
  6710         + WS-NEW-TAX - WS-PREV-TAX.
  6720     COMPUTE WS-TOTAL-STATE-CHANGE = WS-TOTAL-STATE-CHANGE
  6730         + WS-NEW-STATE-TAX - WS-PREV-STATE-TAX.
  6740     SET YT-IDX TO 1.
  6750     SEARCH YEAR-TOTAL-ENTRY
  6760         AT END
  6770             IF WS-YEAR-COUNT < 100
  6780                 ADD 1 TO WS-YEAR-COUNT
  6790                 SET YT-IDX TO WS-YEAR-COUNT
  6800                 MOVE CT-TAX-YEAR TO YT-TAX-YEAR (YT-IDX)
  6810                 PERFORM 185-ADD-TO-YEAR
  6820             ELSE
  6830                 IF WS-YEAR-CAP-WARNED = 'NO'
  6840                   DISPLAY 'WARNING - TAX YEAR TABLE FULL, '
  6850                       'YEAR SUMMARY IS NOW INCOMPLETE'
  6860                   MOVE 'YES' TO WS-YEAR-CAP-WARNED
  6870                 END-IF
  6880             END-IF
  6890         WHEN YT-TAX-YEAR (YT-IDX) = CT-TAX-YEAR
  6900             PERFORM 185-ADD-TO-YEAR
  6910     END-SEARCH.
  6920*
  6930*-----------------------------------------------------------*
  6940* 185-ADD-TO-YEAR                                            *
  6950*-----------------------------------------------------------*
  6960 185-ADD-TO-YEAR.
  6970     ADD 1 TO YT-CORRECTIONS (YT-IDX).
  6980     COMPUTE YT-INCOME-CHANGE (YT-IDX) =
  6990         YT-INCOME-CHANGE (YT-IDX)
  7000         + WS-NEW-INCOME - WS-PREV-INCOME.
  7010     COMPUTE YT-TAX-CHANGE (YT-IDX) =
  7020         YT-TAX-CHANGE (YT-IDX)
  7030         + WS-NEW-TAX - WS-PREV-TAX.
  7040     COMPUTE YT-STATE-CHANGE (YT-IDX) =
  7050         YT-STATE-CHANGE (YT-IDX)
  7060         + WS-NEW-STATE-TAX - WS-PREV-STATE-TAX.
  7070*
  7080*-----------------------------------------------------------*
  7090* 200-LOG-REJECT                                             *
  7100*                                                            *
  7110* MARKS THE CORRECTION INVALID AND PRINTS IT ON THE CONTROL *
  7120* REPORT WITH THE REASON. TAXANNL IS NOT TOUCHED.            *
  7130*-----------------------------------------------------------*
  7140 200-LOG-REJECT.
  7150     MOVE 'NO' TO WS-TRANS-VALID.
  7160     ADD 1 TO WS-REJECTED-COUNT.
  7170     STRING 'REJECTED  '      DELIMITED BY SIZE
  7180             CT-EMPLOYEE-ID   DELIMITED BY SIZE
  7190             '  YEAR '        DELIMITED BY SIZE
  7200             CT-TAX-YEAR      DELIMITED BY SIZE
  7210             '  - '           DELIMITED BY SIZE
  7220             WS-REJECT-REASON DELIMITED BY SIZE
  7230         INTO REPORT-LINE
  7240     END-STRING.
  7250     PERFORM 400-WRITE-REPORT-LINE.
  7260*
  7270*-----------------------------------------------------------*
  7280* 300-PRINT-YEAR-SUMMARY                                     *
  7290*                                                            *
  7300* SORTS THE YEAR ENTRIES INTO YEAR ORDER, PRINTS EACH       *
  7310* YEAR'S CORRECTION COUNT AND NET CHANGES, THEN THE RUN     *
  7320* TOTALS AND THE READ / APPLIED / REJECTED COUNTS.           *
  7330*-----------------------------------------------------------*
  7340 300-PRINT-YEAR-SUMMARY.
  7350     PERFORM 400-WRITE-REPORT-LINE.
  7360     WRITE REPORT-LINE FROM
  7370         '-------------------------------------------------'.
  7380     MOVE 'CORRECTIONS BY TAX YEAR' TO REPORT-LINE.
  7390     PERFORM 400-WRITE-REPORT-LINE.
  7400     IF WS-YEAR-COUNT = 0
  7410         MOVE '  NO CORRECTIONS APPLIED' TO REPORT-LINE
  7420         PERFORM 400-WRITE-REPORT-LINE
  7430     ELSE
  7440         PERFORM 310-SORT-ONE-SLOT
  7450             VARYING WS-SORT-I FROM 1 BY 1
  7460             UNTIL WS-SORT-I NOT < WS-YEAR-COUNT
  7470         PERFORM 320-PRINT-ONE-YEAR
  7480             VARYING WS-YEAR-SUB FROM 1 BY 1
  7490             UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
  7500     END-IF.
  7510     MOVE WS-TOTAL-INCOME-CHANGE TO WS-INCOME-DISP.
  7520     MOVE WS-TOTAL-TAX-CHANGE    TO WS-TAX-DISP.
  7530     MOVE WS-TOTAL-STATE-CHANGE  TO WS-STATE-DISP.
  7540     MOVE WS-APPLIED-COUNT       TO WS-COUNT-DISP.
  7550     STRING 'ALL YEARS  CORRECTIONS: ' DELIMITED BY SIZE
  7560             WS-COUNT-DISP             DELIMITED BY SIZE
  7570             '  INCOME: '              DELIMITED BY SIZE
  7580             WS-INCOME-DISP            DELIMITED BY SIZE
  7590             '  FED: '                 DELIMITED BY SIZE
  7600             WS-TAX-DISP               DELIMITED BY SIZE
  7610             '  STATE: '               DELIMITED BY SIZE
  7620             WS-STATE-DISP             DELIMITED BY SIZE
  7630         INTO REPORT-LINE
  7640     END-STRING.
  7650     PERFORM 400-WRITE-REPORT-LINE.
  7660     MOVE WS-READ-COUNT     TO WS-COUNT-DISP.
  7670     MOVE WS-APPLIED-COUNT  TO WS-COUNT2-DISP.
  7680     MOVE WS-REJECTED-COUNT TO WS-COUNT3-DISP.
  7690     STRING 'CORRECTIONS READ: '   DELIMITED BY SIZE
  7700             WS-COUNT-DISP         DELIMITED BY SIZE
  7710             '  APPLIED: '         DELIMITED BY SIZE
  7720             WS-COUNT2-DISP        DELIMITED BY SIZE
  7730             '  REJECTED: '        DELIMITED BY SIZE
  7740             WS-COUNT3-DISP        DELIMITED BY SIZE
  7750         INTO REPORT-LINE
  7760     END-STRING.
  7770     PERFORM 400-WRITE-REPORT-LINE.
  7780*
  7790*-----------------------------------------------------------*
  7800* 310-SORT-ONE-SLOT                                          *
  7810*                                                            *
  7820* SELECTION SORT OUTER STEP - PULLS THE LOWEST REMAINING    *
  7830* TAX YEAR INTO SLOT WS-SORT-I.                              *
  7840*-----------------------------------------------------------*
  7850 310-SORT-ONE-SLOT.
  7860     COMPUTE WS-SORT-START = WS-SORT-I + 1.
  7870     PERFORM 315-COMPARE-AND-SWAP
  7880         VARYING WS-SORT-J FROM WS-SORT-START BY 1
  7890         UNTIL WS-SORT-J > WS-YEAR-COUNT.
  7900*
  7910*-----------------------------------------------------------*
  7920* 315-COMPARE-AND-SWAP                                       *
  7930*-----------------------------------------------------------*
  7940 315-COMPARE-AND-SWAP.
  7950     IF YT-TAX-YEAR (WS-SORT-J) < YT-TAX-YEAR (WS-SORT-I)
  7960         MOVE YEAR-TOTAL-ENTRY (WS-SORT-I) TO WS-SWAP-YEAR-ENTRY
  7970         MOVE YEAR-TOTAL-ENTRY (WS-SORT-J)
  7980             TO YEAR-TOTAL-ENTRY (WS-SORT-I)
  7990         MOVE WS-SWAP-YEAR-ENTRY TO YEAR-TOTAL-ENTRY (WS-SORT-J)
  8000     END-IF.
  8010*
  8020*-----------------------------------------------------------*
  8030* 320-PRINT-ONE-YEAR                                         *
  8040*-----------------------------------------------------------*
  8050 320-PRINT-ONE-YEAR.
  8060     MOVE YT-CORRECTIONS (WS-YEAR-SUB)   TO WS-COUNT-DISP.
  8070     MOVE YT-INCOME-CHANGE (WS-YEAR-SUB) TO WS-INCOME-DISP.
  8080     MOVE YT-TAX-CHANGE (WS-YEAR-SUB)    TO WS-TAX-DISP.
  8090     MOVE YT-STATE-CHANGE (WS-YEAR-SUB)  TO WS-STATE-DISP.
  8100     STRING '  YEAR '                  DELIMITED BY SIZE
  8110             YT-TAX-YEAR (WS-YEAR-SUB) DELIMITED BY SIZE
  8120             '  CORRECTIONS: '         DELIMITED BY SIZE
  8130             WS-COUNT-DISP             DELIMITED BY SIZE
  8140             '  INCOME: '              DELIMITED BY SIZE
  8150             WS-INCOME-DISP            DELIMITED BY SIZE
  8160             '  FED: '                 DELIMITED BY SIZE
  8170             WS-TAX-DISP               DELIMITED BY SIZE
  8180             '  STATE: '               DELIMITED BY SIZE
  8190             WS-STATE-DISP             DELIMITED BY SIZE
  8200         INTO REPORT-LINE
  8210     END-STRING.
  8220     PERFORM 400-WRITE-REPORT-LINE.
  8230*
  8240*-----------------------------------------------------------*
  8250* 400-WRITE-REPORT-LINE                                      *
  8260*-----------------------------------------------------------*
  8270 400-WRITE-REPORT-LINE.
  8280     WRITE REPORT-LINE.
  8290     IF WS-REPORT-STATUS NOT = '00'
  8300         DISPLAY 'UNABLE TO WRITE CORRRPT - FILE STATUS '
  8310             WS-REPORT-STATUS
  8320         PERFORM 950-ABEND-RUN
  8330     END-IF.
  8340     MOVE SPACES TO REPORT-LINE.
  8350*
  8360*-----------------------------------------------------------*
  8370* 410-WRITE-STATEMENT-LINE                                   *
  8380*-----------------------------------------------------------*
  8390 410-WRITE-STATEMENT-LINE.
  8400     WRITE STATEMENT-LINE.
  8410     IF WS-STATEMENT-STATUS NOT = '00'
  8420         DISPLAY 'UNABLE TO WRITE CORRSTMT - FILE STATUS '
  8430             WS-STATEMENT-STATUS
  8440         PERFORM 950-ABEND-RUN
  8450     END-IF.
  8460     MOVE SPACES TO STATEMENT-LINE.
  8470*
  8480*-----------------------------------------------------------*
  8490* 900-TERMINATE                                              *
  8500*-----------------------------------------------------------*
  8510 900-TERMINATE.
  8520     CLOSE CORRECTION-FILE.
  8530     CLOSE ANNUAL-HISTORY.
  8540     CLOSE HISTORY-FILE.
  8550     CLOSE STATEMENT-FILE.
  8560     CLOSE CONTROL-REPORT.
  8570     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
  8580     DISPLAY 'CORRECTIONS READ......... ' WS-COUNT-DISP.
  8590     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP.
  8600     DISPLAY 'CORRECTIONS APPLIED...... ' WS-COUNT-DISP.
  8610     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
  8620     DISPLAY 'CORRECTIONS REJECTED..... ' WS-COUNT-DISP.
  8630     PERFORM 930-WRITE-RUN-LOG.
  8640*
  8650*-----------------------------------------------------------*
  8660* 930-WRITE-RUN-LOG                                          *
  8670*                                                            *
  8680* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  8690* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  8700* IS REPORTED BUT NEVER RE-ABENDS THE RUN. RECORDS WRITTEN   *
  8710* ARE THE TAXANNL ROWS CORRECTED AND THE EXCEPTION COUNT     *
  8720* THE CORRECTIONS REJECTED.                                  *
  8730*-----------------------------------------------------------*
  8740 930-WRITE-RUN-LOG.
  8750     OPEN EXTEND RUN-LOG-FILE.
  8760     IF WS-RUNLOG-STATUS NOT = '00'
  8770         AND WS-RUNLOG-STATUS NOT = '05'
  8780         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8790             WS-RUNLOG-STATUS
  8800     ELSE
  8810         MOVE SPACES TO RUN-LOG-RECORD
  8820         MOVE 'TAXCORR '          TO RL-PROGRAM-NAME
  8830         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  8840         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  8850         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  8860         ACCEPT WS-RUN-END-TIME FROM TIME
  8870         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  8880         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  8890         MOVE WS-READ-COUNT       TO RL-RECORDS-READ
  8900         MOVE WS-APPLIED-COUNT    TO RL-RECORDS-WRITTEN
  8910         MOVE WS-REJECTED-COUNT   TO RL-EXCEPTION-COUNT
  8920         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  8930         MOVE RETURN-CODE         TO RL-RETURN-CODE
  8940         WRITE RUN-LOG-RECORD
  8950         IF WS-RUNLOG-STATUS NOT = '00'
  8960             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  8970                 WS-RUNLOG-STATUS
  8980         END-IF
  8990         CLOSE RUN-LOG-FILE
  9000     END-IF.
  9010*
  9020*-----------------------------------------------------------*
  9030* 950-ABEND-RUN                                              *
  9040*-----------------------------------------------------------*
  9050 950-ABEND-RUN.
  9060     DISPLAY 'TAXCORR IS ABENDING - SEE THE FILE STATUS'.
  9070     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  9080     MOVE 16 TO RETURN-CODE.
  9090     PERFORM 930-WRITE-RUN-LOG.
  9100     STOP RUN.
