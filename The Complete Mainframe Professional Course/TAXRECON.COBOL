   330*                  RECONCILIATION CARRIES ON FROM HERE; A   *
   340*                  MISSING TAXBAL IS A FIRST RUN AND        *
   350*                  ESTABLISHES THE BASELINE.                 *
   360* 2026-10-15 DP    STATE WITHHOLDING - THE YTD STATE TAX ON  *
   370*                  THE MASTER IS TOTALLED AND BALANCED       *
   380*                  AGAINST THE STATE FIGURE THE POSTING RUNS *
   390*                  NOW CARRY ON TAXBAL, BESIDE THE FEDERAL   *
   400*                  TEST; EITHER SIDE OUT OF BALANCE GIVES    *
   410*                  RC 8. A ROW WHOSE YTD STATE TAX IS BELOW  *
   420*                  ITS PERIOD STATE TAX IS NAMED AS SUSPECT. *
   430*-----------------------------------------------------------*
   440 ENVIRONMENT DIVISION.
   450 INPUT-OUTPUT SECTION.
   460 FILE-CONTROL.
   470     SELECT TAX-MASTER ASSIGN TO "TAXMASTR"
   480         ORGANIZATION IS INDEXED
   490         ACCESS MODE IS SEQUENTIAL
   500         RECORD KEY IS EM-EMPLOYEE-ID
   510         FILE STATUS IS WS-TAX-MASTER-STATUS.
   520*
   530     SELECT BALANCE-FILE ASSIGN TO "TAXBAL"
   540         ORGANIZATION IS LINE SEQUENTIAL
   550         ACCESS MODE IS SEQUENTIAL
   560         FILE STATUS IS WS-BALANCE-STATUS.
   570*
   580     SELECT RECON-REPORT ASSIGN TO "RECONRPT"
   590         ORGANIZATION IS LINE SEQUENTIAL
   600         ACCESS MODE IS SEQUENTIAL
   610         FILE STATUS IS WS-RECON-STATUS.
   620*
   630     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   640         ORGANIZATION IS LINE SEQUENTIAL
   650         ACCESS MODE IS SEQUENTIAL
   660         FILE STATUS IS WS-RUNLOG-STATUS.
   670*
   680 DATA DIVISION.
   690 FILE SECTION.
   700 FD  TAX-MASTER.
   710 01  TAX-MASTER-RECORD.
   720     COPY TAXMREC.
   730*
   740 FD  BALANCE-FILE.
   750 01  BALANCE-RECORD.
   760     05  BL-YTD-INCOME      PIC 9(11).
   770     05  FILLER             PIC X(1).
   780     05  BL-YTD-TAX         PIC 9(11)V99.
   790     05  FILLER             PIC X(1).
   800     05  BL-BALANCE-DATE    PIC X(8).
   810     05  FILLER             PIC X(1).
   820     05  BL-STATE-TAX-AREA.
   830         10  BL-YTD-STATE-TAX   PIC 9(11)V99.
   840*
   850 FD  RECON-REPORT.
   860 01  RECON-LINE             PIC X(90).
   870*
   880 FD  RUN-LOG-FILE.
   890 01  RUN-LOG-RECORD.
   900     COPY RUNLOGREC.
   910*
   920 WORKING-STORAGE SECTION.
   930*
   940 01  WS-TAX-MASTER-STATUS    PIC X(2) VALUE SPACES.
   950 01  WS-BALANCE-STATUS       PIC X(2) VALUE SPACES.
   960 01  WS-RECON-STATUS         PIC X(2) VALUE SPACES.
   970 01  END-OF-FILE             PIC X(3) VALUE 'NO'.
   980*
   990*-----------------------------------------------------------*
  1000* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1010* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1020* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1030*-----------------------------------------------------------*
  1040 01  WS-RUNLOG-STATUS        PIC X(2) VALUE SPACES.
  1050 01  WS-RUN-START-DATE       PIC X(8) VALUE SPACES.
  1060 01  WS-RUN-START-TIME       PIC X(8) VALUE SPACES.
  1070 01  WS-RUN-END-DATE         PIC X(8) VALUE SPACES.
  1080 01  WS-RUN-END-TIME         PIC X(8) VALUE SPACES.
  1090*
  1100*-----------------------------------------------------------*
  1110* PRIOR BALANCE - LOADED FROM TAXBAL AT STARTUP. A MISSING  *
  1120* FILE (STATUS 35) MEANS NO RECONCILIATION HAS EVER RUN,    *
  1130* SO THERE IS NOTHING TO COMPARE AGAINST AND THIS RUN JUST  *
  1140* ESTABLISHES THE BASELINE.                                  *
  1150*-----------------------------------------------------------*
  1160 01  WS-PRIOR-ON-FILE        PIC X(3) VALUE 'NO'.
  1170 01  WS-PRIOR-YTD-INCOME     PIC 9(11) VALUE ZEROES.
  1180 01  WS-PRIOR-YTD-TAX        PIC 9(11)V99 VALUE ZEROES.
  1190 01  WS-PRIOR-YTD-STATE-TAX  PIC 9(11)V99 VALUE ZEROES.
  1200 01  WS-PRIOR-BALANCE-DATE   PIC X(8) VALUE SPACES.
  1210*
  1220*-----------------------------------------------------------*
  1230* MASTER TOTALS - ACCUMULATED ACROSS THE FULL PASS OF       *
  1240* TAXMASTR. THE EXPECTED YTD FIGURES COME STRAIGHT FROM     *
  1250* TAXBAL - THE BALANCE AS OF THE LAST RECONCILIATION PLUS   *
  1260* EVERYTHING THE POSTING RUNS HAVE ADDED TO IT SINCE - SO   *
  1270* WHEN THE MASTER AGREES WITH WHAT WAS ACTUALLY POSTED THE  *
  1280* ACTUAL AND EXPECTED YTD TOTALS MATCH EXACTLY. THE PERIOD  *
  1290* TOTALS ARE PRINTED FOR INFORMATION ONLY - STALE PERIOD    *
  1300* FIELDS ON EMPLOYEES ABSENT FROM THE LATEST RUN MAKE THEM  *
  1310* UNFIT FOR THE BALANCE TEST.                                *
  1320*-----------------------------------------------------------*
  1330 01  WS-EMPLOYEE-COUNT       PIC 9(5) VALUE ZEROES.
  1340 01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZEROES.
  1350 01  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.
  1360 01  WS-TOTAL-PERIOD-INCOME  PIC 9(11) VALUE ZEROES.
  1370 01  WS-TOTAL-PERIOD-TAX     PIC 9(11)V99 VALUE ZEROES.
  1380 01  WS-TOTAL-YTD-INCOME     PIC 9(11) VALUE ZEROES.
  1390 01  WS-TOTAL-YTD-TAX        PIC 9(11)V99 VALUE ZEROES.
  1400 01  WS-TOTAL-PERIOD-STATE   PIC 9(11)V99 VALUE ZEROES.
  1410 01  WS-TOTAL-YTD-STATE      PIC 9(11)V99 VALUE ZEROES.
  1420 01  WS-EXPECTED-YTD-INCOME  PIC 9(11) VALUE ZEROES.
  1430 01  WS-EXPECTED-YTD-TAX     PIC 9(11)V99 VALUE ZEROES.
  1440 01  WS-EXPECTED-YTD-STATE   PIC 9(11)V99 VALUE ZEROES.
  1450 01  WS-DIFF-INCOME          PIC S9(11) VALUE ZEROES.
  1460 01  WS-DIFF-TAX             PIC S9(11)V99 VALUE ZEROES.
  1470 01  WS-DIFF-STATE           PIC S9(11)V99 VALUE ZEROES.
  1480*
  1490 01  WS-EMPLOYEE-COUNT-DISP  PIC ZZZZ9.
  1500 01  WS-EXCEPTION-DISP       PIC ZZZZ9.
  1510 01  WS-AMOUNT-DISP          PIC ZZZZZZZZZZ9.
  1520 01  WS-MONEY-DISP           PIC ZZZZZZZZZZ9.99.
  1530 01  WS-DIFF-INCOME-DISP     PIC +ZZZZZZZZZZ9.
  1540 01  WS-DIFF-TAX-DISP        PIC +ZZZZZZZZZZ9.99.
  1550 01  WS-DIFF-STATE-DISP      PIC +ZZZZZZZZZZ9.99.
  1560*
  1570 PROCEDURE DIVISION.
  1580*
  1590*-----------------------------------------------------------*
  1600* 000-MAIN-PROCEDURE                                        *
  1610*-----------------------------------------------------------*
  1620 000-MAIN-PROCEDURE.
  1630     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  1640     ACCEPT WS-RUN-START-TIME FROM TIME.
  1650     PERFORM 050-INITIALIZE.
  1660     PERFORM 200-TOTAL-ONE-EMPLOYEE UNTIL END-OF-FILE = 'YES'.
  1670     PERFORM 300-REPORT-BALANCE.
  1680     PERFORM 350-REWRITE-BALANCE-FILE.
  1690     PERFORM 900-TERMINATE.
  1700     STOP RUN.
  1710*
  1720*-----------------------------------------------------------*
  1730* 050-INITIALIZE                                             *
  1740*                                                            *
  1750* LOADS THE PRIOR BALANCE AND OPENS THE MASTER FOR THE      *
  1760* READ PASS. A MISSING TAXMASTR IS A REAL ERROR - THERE IS  *
  1770* NOTHING TO RECONCILE.                                      *
  1780*-----------------------------------------------------------*
  1790 050-INITIALIZE.
  1800     PERFORM 060-LOAD-PRIOR-BALANCE.
  1810     OPEN INPUT TAX-MASTER.
  1820     IF WS-TAX-MASTER-STATUS NOT = '00'
  1830         DISPLAY 'UNABLE TO OPEN TAXMASTR - FILE STATUS '
  1840             WS-TAX-MASTER-STATUS
  1850         PERFORM 950-ABEND-RUN
  1860     END-IF.
  1870     OPEN OUTPUT RECON-REPORT.
  1880     IF WS-RECON-STATUS NOT = '00'
  1890         DISPLAY 'UNABLE TO OPEN RECONRPT - FILE STATUS '
  1900             WS-RECON-STATUS
  1910         PERFORM 950-ABEND-RUN
  1920     END-IF.
  1930     MOVE SPACES TO RECON-LINE.
  1940     WRITE RECON-LINE FROM
  1950         '===== TAXMASTR RECONCILIATION ====='.
  1960     PERFORM 110-READ-MASTER-RECORD.
  1970*
  1980*-----------------------------------------------------------*
  1990* 060-LOAD-PRIOR-BALANCE                                     *
  2000*                                                            *
  2010* A TAXBAL ROW THAT IS THERE BUT UNREADABLE (NON-NUMERIC)   *
  2020* ABENDS THE RUN - A HALF-KEYED BALANCE FILE MUST NEVER BE  *
  2030* SILENTLY TREATED AS A FIRST RUN, THAT WOULD RESET THE     *
  2040* CONTROL FIGURES. A ROW WRITTEN BEFORE STATE WITHHOLDING   *
  2050* HAS A BLANK STATE FIGURE, TAKEN AS ZERO.                  *
  2060*-----------------------------------------------------------*
  2070 060-LOAD-PRIOR-BALANCE.
  2080     OPEN INPUT BALANCE-FILE.
  2090     IF WS-BALANCE-STATUS = '35'
  2100         MOVE 'NO' TO WS-PRIOR-ON-FILE
  2110     ELSE
  2120         IF WS-BALANCE-STATUS NOT = '00'
  2130             DISPLAY 'UNABLE TO OPEN TAXBAL - FILE STATUS '
  2140                 WS-BALANCE-STATUS
  2150             PERFORM 950-ABEND-RUN
  2160         END-IF
  2170         READ BALANCE-FILE
  2180             AT END
  2190                 MOVE 'NO' TO WS-PRIOR-ON-FILE
  2200             NOT AT END
  2210                 PERFORM 065-STORE-PRIOR-BALANCE
  2220         END-READ
  2230         CLOSE BALANCE-FILE
  2240     END-IF.
  2250*
  2260*-----------------------------------------------------------*
  2270* 065-STORE-PRIOR-BALANCE                                    *
  2280*-----------------------------------------------------------*
  2290 065-STORE-PRIOR-BALANCE.
  2300     IF BL-STATE-TAX-AREA = SPACES
  2310         MOVE ZEROES TO BL-YTD-STATE-TAX
  2320     END-IF.
  2330     IF BL-YTD-INCOME IS NOT NUMERIC
  2340         OR BL-YTD-TAX IS NOT NUMERIC
  2350         OR BL-YTD-STATE-TAX IS NOT NUMERIC
  2360         DISPLAY 'TAXBAL BALANCE ROW IS NOT NUMERIC: '
  2370             BALANCE-RECORD
  2380         PERFORM 950-ABEND-RUN
  2390     END-IF.
  2400     MOVE 'YES' TO WS-PRIOR-ON-FILE.
  2410     MOVE BL-YTD-INCOME   TO WS-PRIOR-YTD-INCOME.
  2420     MOVE BL-YTD-TAX      TO WS-PRIOR-YTD-TAX.
  2430     MOVE BL-YTD-STATE-TAX TO WS-PRIOR-YTD-STATE-TAX.
  2440     MOVE BL-BALANCE-DATE TO WS-PRIOR-BALANCE-DATE.
  2450*
  2460*-----------------------------------------------------------*
  2470* 110-READ-MASTER-RECORD                                    *
  2480*-----------------------------------------------------------*
  2490 110-READ-MASTER-RECORD.
  2500     READ TAX-MASTER
  2510         AT END
  2520             MOVE 'YES' TO END-OF-FILE
  2530     END-READ.
  2540     IF END-OF-FILE NOT = 'YES'
  2550         AND WS-TAX-MASTER-STATUS NOT = '00'
  2560         DISPLAY 'ERROR READING TAXMASTR - FILE STATUS '
  2570             WS-TAX-MASTER-STATUS
  2580         PERFORM 950-ABEND-RUN
  2590     END-IF.
  2600*
  2610*-----------------------------------------------------------*
  2620* 200-TOTAL-ONE-EMPLOYEE                                     *
  2630*                                                            *
  2640* ROLLS THE ROW INTO THE MASTER TOTALS AND RUNS THE         *
  2650* IMPOSSIBLE-ROW CHECKS - A ROW CAN FAIL MORE THAN ONE,     *
  2660* AND EVERY FAILURE IS NAMED ON THE REPORT.                  *
  2670*-----------------------------------------------------------*
  2680 200-TOTAL-ONE-EMPLOYEE.
  2690     ADD 1                TO WS-EMPLOYEE-COUNT.
  2700     ADD EM-PERIOD-INCOME TO WS-TOTAL-PERIOD-INCOME.
  2710     ADD EM-PERIOD-TAX    TO WS-TOTAL-PERIOD-TAX.
  2720     ADD EM-YTD-INCOME    TO WS-TOTAL-YTD-INCOME.
  2730     ADD EM-YTD-TAX       TO WS-TOTAL-YTD-TAX.
  2740     ADD EM-PERIOD-STATE-TAX TO WS-TOTAL-PERIOD-STATE.
  2750     ADD EM-YTD-STATE-TAX TO WS-TOTAL-YTD-STATE.
  2760     IF EM-PERIOD-TAX > EM-PERIOD-INCOME
  2770         MOVE 'PERIOD TAX EXCEEDS PERIOD INCOME'
  2780             TO WS-EXCEPTION-TEXT
  2790         PERFORM 250-WRITE-EXCEPTION-LINE
  2800     END-IF.
  2810     IF EM-YTD-INCOME < EM-PERIOD-INCOME
  2820         MOVE 'YTD INCOME LESS THAN PERIOD INCOME'
  2830             TO WS-EXCEPTION-TEXT
  2840         PERFORM 250-WRITE-EXCEPTION-LINE
  2850     END-IF.
  2860     IF EM-YTD-TAX < EM-PERIOD-TAX
  2870         MOVE 'YTD TAX LESS THAN PERIOD TAX'
  2880             TO WS-EXCEPTION-TEXT
  2890         PERFORM 250-WRITE-EXCEPTION-LINE
  2900     END-IF.
  2910     IF EM-YTD-STATE-TAX < EM-PERIOD-STATE-TAX
  2920         MOVE 'YTD STATE TAX LESS THAN PERIOD STATE TAX'
  2930             TO WS-EXCEPTION-TEXT
  2940         PERFORM 250-WRITE-EXCEPTION-LINE
  2950     END-IF.
  2960     PERFORM 110-READ-MASTER-RECORD.
  2970*
  2980*-----------------------------------------------------------*
  2990* 250-WRITE-EXCEPTION-LINE                                   *
  3000*-----------------------------------------------------------*
  3010 250-WRITE-EXCEPTION-LINE.
  3020     ADD 1 TO WS-EXCEPTION-COUNT.
  3030     MOVE SPACES TO RECON-LINE.
  3040     STRING EM-EMPLOYEE-ID      DELIMITED BY SIZE
  3050             '  SUSPECT - '     DELIMITED BY SIZE
  3060             WS-EXCEPTION-TEXT  DELIMITED BY SIZE
  3070         INTO RECON-LINE
  3080     END-STRING.
  3090     PERFORM 400-WRITE-RECON-LINE.
  3100*
  3110*-----------------------------------------------------------*
  3120* 300-REPORT-BALANCE                                         *
  3130*                                                            *
  3140* PRINTS THE MASTER TOTALS, THE EXPECTED YTD FIGURES        *
  3150* (STRAIGHT FROM TAXBAL, WHICH THE POSTING RUNS ADVANCE)    *
  3160* AND THE IN-BALANCE / OUT-OF-BALANCE VERDICT. A FIRST RUN  *
  3170* HAS NO PRIOR BALANCE TO COMPARE AGAINST AND SAYS SO.       *
  3180*-----------------------------------------------------------*
  3190 300-REPORT-BALANCE.
  3200     MOVE SPACES TO RECON-LINE.
  3210     WRITE RECON-LINE FROM
  3220         '-------------------------------------------------'.
  3230     MOVE WS-EMPLOYEE-COUNT TO WS-EMPLOYEE-COUNT-DISP.
  3240     MOVE SPACES TO RECON-LINE.
  3250     STRING 'EMPLOYEES ON MASTER: '  DELIMITED BY SIZE
  3260             WS-EMPLOYEE-COUNT-DISP  DELIMITED BY SIZE
  3270         INTO RECON-LINE
  3280     END-STRING.
  3290     PERFORM 400-WRITE-RECON-LINE.
  3300     MOVE WS-TOTAL-PERIOD-INCOME TO WS-AMOUNT-DISP.
  3310     MOVE WS-TOTAL-PERIOD-TAX    TO WS-MONEY-DISP.
  3320     MOVE SPACES TO RECON-LINE.
  3330     STRING 'PERIOD INCOME: '  DELIMITED BY SIZE
  3340             WS-AMOUNT-DISP    DELIMITED BY SIZE
  3350             '  PERIOD TAX: '  DELIMITED BY SIZE
  3360             WS-MONEY-DISP     DELIMITED BY SIZE
  3370         INTO RECON-LINE
  3380     END-STRING.
  3390     PERFORM 400-WRITE-RECON-LINE.
  3400     MOVE WS-TOTAL-PERIOD-STATE TO WS-MONEY-DISP.
  3410     MOVE SPACES TO RECON-LINE.
  3420     STRING 'PERIOD STATE TAX: '  DELIMITED BY SIZE
  3430             WS-MONEY-DISP        DELIMITED BY SIZE
  3440         INTO RECON-LINE
  3450     END-STRING.
  3460     PERFORM 400-WRITE-RECON-LINE.
  3470     MOVE WS-TOTAL-YTD-INCOME TO WS-AMOUNT-DISP.
  3480     MOVE WS-TOTAL-YTD-TAX    TO WS-MONEY-DISP.
  3490     MOVE SPACES TO RECON-LINE.
  3500     STRING 'ACTUAL YTD INCOME: '  DELIMITED BY SIZE
  3510             WS-AMOUNT-DISP        DELIMITED BY SIZE
  3520             '  ACTUAL YTD TAX: '  DELIMITED BY SIZE
  3530             WS-MONEY-DISP         DELIMITED BY SIZE
  3540         INTO RECON-LINE
  3550     END-STRING.
  3560     PERFORM 400-WRITE-RECON-LINE.
  3570     MOVE WS-TOTAL-YTD-STATE TO WS-MONEY-DISP.
  3580     MOVE SPACES TO RECON-LINE.
  3590     STRING 'ACTUAL YTD STATE TAX: '  DELIMITED BY SIZE
  3600             WS-MONEY-DISP            DELIMITED BY SIZE
  3610         INTO RECON-LINE
  3620     END-STRING.
  3630     PERFORM 400-WRITE-RECON-LINE.
  3640     IF WS-PRIOR-ON-FILE = 'NO'
  3650         MOVE SPACES TO RECON-LINE
  3660         WRITE RECON-LINE FROM
  3670             'NO PRIOR BALANCE - BASELINE ESTABLISHED THIS RUN'
  3680     ELSE
  3690         PERFORM 310-COMPARE-TO-EXPECTED
  3700     END-IF.
  3710*
  3720*-----------------------------------------------------------*
  3730* 310-COMPARE-TO-EXPECTED                                    *
  3740*                                                            *
  3750* THE EXPECTED FIGURES ARE THE TAXBAL BALANCE AS THE        *
  3760* POSTING RUNS LEFT IT - NOTHING IS RE-DERIVED FROM THE     *
  3770* MASTER'S OWN PERIOD FIELDS. THE STATE TAX IS BALANCED     *
  3780* ON ITS OWN LINE; EITHER SIDE OUT MAKES THE RUN OUT.       *
  3790*-----------------------------------------------------------*
  3800 310-COMPARE-TO-EXPECTED.
  3810     MOVE WS-PRIOR-YTD-INCOME TO WS-EXPECTED-YTD-INCOME.
  3820     MOVE WS-PRIOR-YTD-TAX    TO WS-EXPECTED-YTD-TAX.
  3830     MOVE WS-PRIOR-YTD-STATE-TAX TO WS-EXPECTED-YTD-STATE.
  3840     MOVE WS-EXPECTED-YTD-INCOME TO WS-AMOUNT-DISP.
  3850     MOVE WS-EXPECTED-YTD-TAX    TO WS-MONEY-DISP.
  3860     MOVE SPACES TO RECON-LINE.
  3870     STRING 'EXPECTED YTD INCOME: ' DELIMITED BY SIZE
  3880             WS-AMOUNT-DISP         DELIMITED BY SIZE
  3890             '  EXPECTED YTD TAX: ' DELIMITED BY SIZE
  3900             WS-MONEY-DISP          DELIMITED BY SIZE
  3910             '  (BALANCED '         DELIMITED BY SIZE
  3920             WS-PRIOR-BALANCE-DATE  DELIMITED BY SIZE
  3930             ')'                    DELIMITED BY SIZE
  3940         INTO RECON-LINE
  3950     END-STRING.
  3960     PERFORM 400-WRITE-RECON-LINE.
  3970     COMPUTE WS-DIFF-INCOME =
  3980         WS-TOTAL-YTD-INCOME - WS-EXPECTED-YTD-INCOME.
  3990     COMPUTE WS-DIFF-TAX =
  4000         WS-TOTAL-YTD-TAX - WS-EXPECTED-YTD-TAX.
  4010     MOVE WS-EXPECTED-YTD-STATE TO WS-MONEY-DISP.
  4020     MOVE SPACES TO RECON-LINE.
  4030     STRING 'EXPECTED YTD STATE TAX: ' DELIMITED BY SIZE
  4040             WS-MONEY-DISP             DELIMITED BY SIZE
  4050         INTO RECON-LINE
  4060     END-STRING.
  4070     PERFORM 400-WRITE-RECON-LINE.
  4080     COMPUTE WS-DIFF-STATE =
  4090         WS-TOTAL-YTD-STATE - WS-EXPECTED-YTD-STATE.
  4100     IF WS-DIFF-INCOME = ZERO AND WS-DIFF-TAX = ZERO
  4110         MOVE SPACES TO RECON-LINE
  4120         WRITE RECON-LINE FROM '*** IN BALANCE ***'
  4130     ELSE
  4140         MOVE WS-DIFF-INCOME TO WS-DIFF-INCOME-DISP
  4150         MOVE WS-DIFF-TAX    TO WS-DIFF-TAX-DISP
  4160         MOVE SPACES TO RECON-LINE
  4170         STRING '*** OUT OF BALANCE ***  INCOME DIFF: '
  4180                                      DELIMITED BY SIZE
  4190                 WS-DIFF-INCOME-DISP  DELIMITED BY SIZE
  4200                 '  TAX DIFF: '       DELIMITED BY SIZE
  4210                 WS-DIFF-TAX-DISP     DELIMITED BY SIZE
  4220             INTO RECON-LINE
  4230         END-STRING
  4240         PERFORM 400-WRITE-RECON-LINE
  4250         MOVE 8 TO RETURN-CODE
  4260     END-IF.
  4270     IF WS-DIFF-STATE = ZERO
  4280         MOVE SPACES TO RECON-LINE
  4290         WRITE RECON-LINE FROM '*** STATE IN BALANCE ***'
  4300     ELSE
  4310         MOVE WS-DIFF-STATE TO WS-DIFF-STATE-DISP
  4320         MOVE SPACES TO RECON-LINE
  4330         STRING '*** STATE OUT OF BALANCE ***  STATE TAX DIFF: '
  4340                                      DELIMITED BY SIZE
  4350                 WS-DIFF-STATE-DISP   DELIMITED BY SIZE
  4360             INTO RECON-LINE
  4370         END-STRING
  4380         PERFORM 400-WRITE-RECON-LINE
  4390         MOVE 8 TO RETURN-CODE
  4400     END-IF.
  4410*
  4420*-----------------------------------------------------------*
  4430* 350-REWRITE-BALANCE-FILE                                   *
  4440*                                                            *
  4450* CARRIES THIS RUN'S YTD TOTALS FORWARD AS THE NEXT         *
  4460* RECONCILIATION'S PRIOR BALANCE. WRITTEN EVEN ON AN        *
  4470* OUT-OF-BALANCE RUN - THE REPORT HOLDS THE EVIDENCE, AND   *
  4480* THE NEXT RUN MUST MEASURE MOVEMENT FROM WHAT THE MASTER   *
  4490* ACTUALLY HOLDS TODAY.                                      *
  4500*-----------------------------------------------------------*
  4510 350-REWRITE-BALANCE-FILE.
  4520     OPEN OUTPUT BALANCE-FILE.
  4530     IF WS-BALANCE-STATUS NOT = '00'
  4540         DISPLAY 'UNABLE TO OPEN TAXBAL - FILE STATUS '
  4550             WS-BALANCE-STATUS
  4560         PERFORM 950-ABEND-RUN
  4570     END-IF.
  4580     MOVE SPACES TO BALANCE-RECORD.
  4590     MOVE WS-TOTAL-YTD-INCOME TO BL-YTD-INCOME.
  4600     MOVE WS-TOTAL-YTD-TAX    TO BL-YTD-TAX.
  4610     MOVE WS-TOTAL-YTD-STATE  TO BL-YTD-STATE-TAX.
  4620     MOVE WS-RUN-START-DATE   TO BL-BALANCE-DATE.
  4630     WRITE BALANCE-RECORD.
  4640     IF WS-BALANCE-STATUS NOT = '00'
  4650         DISPLAY 'UNABLE TO WRITE TAXBAL - FILE STATUS '
  4660             WS-BALANCE-STATUS
  4670         PERFORM 950-ABEND-RUN
  4680     END-IF.
  4690     CLOSE BALANCE-FILE.
  4700*
  4710*-----------------------------------------------------------*
  4720* 400-WRITE-RECON-LINE                                       *
  4730*-----------------------------------------------------------*
  4740 400-WRITE-RECON-LINE.
  4750     WRITE RECON-LINE.
  4760     IF WS-RECON-STATUS NOT = '00'
  4770         DISPLAY 'UNABLE TO WRITE RECONRPT - FILE STATUS '
  4780             WS-RECON-STATUS
  4790         PERFORM 950-ABEND-RUN
  4800     END-IF.
  4810*
  4820*-----------------------------------------------------------*
  4830* 900-TERMINATE                                              *
  4840*-----------------------------------------------------------*
  4850 900-TERMINATE.
  4860     CLOSE TAX-MASTER.
  4870     CLOSE RECON-REPORT.
  4880     MOVE WS-EMPLOYEE-COUNT  TO WS-EMPLOYEE-COUNT-DISP.
  4890     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISP.
  4900     DISPLAY 'EMPLOYEES RECONCILED..... ' WS-EMPLOYEE-COUNT-DISP.
  4910     DISPLAY 'SUSPECT ROWS REPORTED.... ' WS-EXCEPTION-DISP.
  4920     PERFORM 930-WRITE-RUN-LOG.
  4930*
  4940*-----------------------------------------------------------*
  4950* 930-WRITE-RUN-LOG                                          *
  4960*                                                            *
  4970* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  4980* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  4990* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  5000*-----------------------------------------------------------*
  5010 930-WRITE-RUN-LOG.
  5020     OPEN EXTEND RUN-LOG-FILE.
  5030     IF WS-RUNLOG-STATUS NOT = '00'
  5040         AND WS-RUNLOG-STATUS NOT = '05'
  5050         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  5060             WS-RUNLOG-STATUS
  5070     ELSE
  5080         MOVE SPACES TO RUN-LOG-RECORD
  5090         MOVE 'TAXRECON'          TO RL-PROGRAM-NAME
  5100         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  5110         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  5120         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  5130         ACCEPT WS-RUN-END-TIME FROM TIME
  5140         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  5150         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  5160         MOVE WS-EMPLOYEE-COUNT   TO RL-RECORDS-READ
  5170         MOVE WS-EMPLOYEE-COUNT   TO RL-RECORDS-WRITTEN
  5180         MOVE WS-EXCEPTION-COUNT  TO RL-EXCEPTION-COUNT
  5190         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  5200         MOVE RETURN-CODE         TO RL-RETURN-CODE
  5210         WRITE RUN-LOG-RECORD
  5220         IF WS-RUNLOG-STATUS NOT = '00'
  5230             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  5240                 WS-RUNLOG-STATUS
  5250         END-IF
  5260         CLOSE RUN-LOG-FILE
  5270     END-IF.
  5280*
  5290*-----------------------------------------------------------*
  5300* 950-ABEND-RUN                                              *
  5310*-----------------------------------------------------------*
  5320 950-ABEND-RUN.
  5330     DISPLAY 'TAXRECON IS ABENDING - SEE THE FILE STATUS'.
  5340     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  5350     MOVE 16 TO RETURN-CODE.
  5360     PERFORM 930-WRITE-RUN-LOG.
  5370     STOP RUN.
